000100*****************************************************
000200*  FRTNREC.CPY                                      *
000300*  FEED OUTCOME RETURN RECORD LAYOUT. ONE RETURN     *
000400*  FILE PER FEED ID, HANDED BACK TO THE SENDING      *
000500*  SYSTEM SO IT CAN CLOSE ITS OWN ITEMS WITHOUT      *
000600*  READING OUR REPORTS: A HEADER RECORD, ONE DETAIL  *
000700*  PER TRANSACTION REFERENCE THE FEED SENT, AND A    *
000800*  TRAILER WHOSE RECORD COUNT BALANCES TO THE FEED'S *
000900*  OWN CONTTRAN TRAILER COUNT.                       *
001000*  FR-STATUS ON A DETAIL:                            *
001100*    REJT - REJECTED BY TRANEDIT, FR-REASON-CODE IS  *
001200*           THE RJ-ERROR-CODE (E001-E006)            *
001300*    PASS - PASSED AND POSTED TO FR-GL-ACCOUNT ON    *
001400*           SIDE FR-DRCR-IND                         *
001500*    FAIL - FAILED TO SUSPENSE, FR-REASON-CODE IS    *
001600*           THE SU-REASON-CODE (F001/F002)           *
001700*    RVSL - REVERSAL APPLIED, CONTRA POSTED TO       *
001800*           FR-GL-ACCOUNT ON SIDE FR-DRCR-IND        *
001900*    RVSF - REVERSAL REFUSED TO SUSPENSE (F003)      *
002000*    NOTP - NOT PROCESSED, THE FEED WAS ALREADY      *
002100*           COMPLETE FOR ITS BUSINESS DATE           *
002200*  FR-RECORD-TYPE SAYS WHICH VIEW OF THE RECORD      *
002300*  BODY APPLIES. FR-FEED-ID AND FR-BUSINESS-DATE ARE *
002400*  THE FEED HEADER'S AND ARE ON EVERY RECORD.        *
002500*  USED BY: FEEDRTN                                  *
002600*****************************************************
002700 01  FR-RETURN-RECORD.
002800     05  FR-RECORD-TYPE          PIC X(01).
002900         88  FR-IS-HEADER                VALUE "H".
003000         88  FR-IS-DETAIL                VALUE "D".
003100         88  FR-IS-TRAILER               VALUE "T".
003200     05  FR-FEED-ID              PIC X(08).
003300     05  FR-BUSINESS-DATE        PIC 9(08).
003400     05  FR-RECORD-BODY          PIC X(63).
003500     05  FR-HEADER-FIELDS        REDEFINES FR-RECORD-BODY.
003600         10  FR-HDR-RUN-ID       PIC X(16).
003700         10  FR-HDR-CREATE-DATE  PIC 9(08).
003800         10  FR-HDR-CREATE-TIME  PIC 9(08).
003900         10  FILLER              PIC X(31).
004000     05  FR-DETAIL-FIELDS        REDEFINES FR-RECORD-BODY.
004100         10  FR-TRAN-REF         PIC X(12).
004200         10  FR-TRAN-TYPE        PIC X(01).
004300         10  FR-STATUS           PIC X(04).
004400             88  FR-STATUS-REJECTED      VALUE "REJT".
004500             88  FR-STATUS-PASSED        VALUE "PASS".
004600             88  FR-STATUS-FAILED        VALUE "FAIL".
004700             88  FR-STATUS-RVSL-APPLIED  VALUE "RVSL".
004800             88  FR-STATUS-RVSL-REFUSED  VALUE "RVSF".
004900             88  FR-STATUS-NOT-PROCESSED VALUE "NOTP".
005000         10  FR-CONTROL-VALUE    PIC X(05).
005100         10  FR-RULE-CODE        PIC X(04).
005200         10  FR-REASON-CODE      PIC X(04).
005300         10  FR-GL-ACCOUNT       PIC X(08).
005400         10  FR-DRCR-IND         PIC X(01).
005500         10  FILLER              PIC X(24).
005600     05  FR-TRAILER-FIELDS       REDEFINES FR-RECORD-BODY.
005700         10  FR-TRL-RECORD-COUNT PIC 9(07).
005800         10  FR-TRL-FEED-COUNT   PIC 9(07).
005900         10  FR-TRL-REJT-COUNT   PIC 9(07).
006000         10  FR-TRL-PASS-COUNT   PIC 9(07).
006100         10  FR-TRL-FAIL-COUNT   PIC 9(07).
006200         10  FR-TRL-RVSL-COUNT   PIC 9(07).
006300         10  FR-TRL-RVSF-COUNT   PIC 9(07).
006400         10  FR-TRL-NOTP-COUNT   PIC 9(07).
006500         10  FR-TRL-BALANCED     PIC X(01).
006600         10  FILLER              PIC X(06).
