000100****************************************************************
000200* PROGRAM-ID : BACKOUT                                           *
000300* AUTHOR     : D. ORIC, APPLICATIONS PROGRAMMING                 *
000400* INSTALLATION: DATA PROCESSING CENTER                           *
000500* DATE-WRITTEN: 2026-10-15                                       *
000600* DATE-COMPILED:                                                 *
000700*----------------------------------------------------------------
000800* REMARKS.                                                       *
000900*     FEED BACK-OUT. RUN AD HOC WHEN ONE UPSTREAM FEED FOR ONE   *
001000*     BUSINESS DATE WAS PROCESSED FROM A BAD FILE AND MUST BE    *
001100*     TAKEN OFF THE LEDGER BEFORE THE CORRECTED FILE IS RUN.     *
001200*     THE BKOTPRM CARD NAMES THE BUSINESS DATE AND FEED ID;      *
001300*     THE RUNCTL ENTRY FOR THEM GIVES THE RUN-ID AND FEED        *
001400*     POSITION THE FEED WAS PROCESSED UNDER. ONLY A COMPLETE     *
001500*     ENTRY IS BACKED OUT - A STARTED ONE IS RESTARTED.          *
001600*     A PROVING PASS READS EVERY GLEXTRT GENERATION (GLHIST)     *
001700*     AND THE CUMULATIVE AUDIT TRAIL (AUDTHIST) FOR THE          *
001800*     FEED'S POSTINGS AND AUDIT ROWS AND PROVES THEM AGAINST     *
001900*     EACH OTHER: AUDIT PASS ROWS = GL POSTINGS (FLAG Y) AND     *
002000*     AUDIT RVSL ROWS = GL REVERSAL CONTRAS (FLAG R), IN ITEMS   *
002100*     AND AMOUNT. A FEED WHOSE ITEMS RETROCOR HAS SINCE          *
002200*     ADJUSTED, OR ONE OF WHOSE PASS ITEMS A LATER RUN HAS       *
002228*     REVERSED (AN RVSL ROW OF THE SAME RULE AND VALUE NAMING    *
002256*     THE FEED'S DATE AS THE ORIGINAL'S, AND NOT ITSELF BACKED   *
002284*     OUT SINCE), IS NOT BACKED OUT HERE - ITS CONTRA WOULD      *
002312*     POST THE ITEM OFF A SECOND TIME. THE ITEM IS LISTED ON     *
002340*     SYSOUT. IF ANYTHING FAILS TO PROVE, NOTHING IS WRITTEN     *
002368*     AND THE RUN ENDS RC=8.                                     *
002400*     OTHERWISE THE APPLY PASS:                                  *
002500*       - WRITES ONE CONTRA GL RECORD PER POSTING TO A NEW       *
002600*         GLEXTRT GENERATION - SAME ACCOUNT, LEVEL, ITEMS AND    *
002700*         AMOUNT, OPPOSITE SIDE, FLAG R FOR A Y AND Y FOR AN     *
002800*         R - UNDER THIS RUN'S OWN RUN-ID,                       *
002900*       - APPENDS ONE BKOT ROW PER AUDIT ROW OF THE FEED TO      *
003000*         AUDTLOG, CARRYING THE ORIGINAL OUTCOME IN THE          *
003100*         REASON CODE,                                           *
003200*       - REMOVES THE FEED'S TRANSACTION REFERENCES FROM         *
003300*         TRANIDX SO THE CORRECTED FILE IS NOT REJECTED E006,    *
003400*       - COPIES SUSPENSE TO SUSPKEEP LESS THE ITEMS THE FEED    *
003500*         RAISED, WHICH THE JOB COPIES BACK OVER SUSPENSE,       *
003600*       - SETS THE RUNCTL ENTRY BACKED OUT (BACKOUT), SO THE     *
003700*         CORRECTED FEED RUNS WITHOUT PARM='OVERRIDE'.           *
003800*     BKOTRPT IS THE CONTROL REPORT: FOR EACH ACCOUNT AND SIDE   *
003900*     THE ORIGINAL POSTINGS AGAINST THE CONTRAS WRITTEN, THE     *
004000*     PROOF TOTALS, WHAT WAS CLEARED, AND SIGN-OFF LINES.        *
004011*     WITH MODE R ON THE CARD THE RUN ONLY RELEASES THE FEED'S   *
004022*     TRANSACTION REFERENCES: EVERY TRANIDX ENTRY OF THE DATE    *
004033*     AND FEED IS DELETED, AND NOTHING IS PROVED OR WRITTEN TO   *
004044*     THE GL, AUDTLOG, SUSPENSE OR RUNCTL. IT IS FOR A FILE      *
004055*     TRANEDIT ACCEPTED THAT NEVER POSTED - IFANDTHEN REFUSED    *
004066*     IT, OR TRANEDIT ITSELF ABENDED - SO THE CORRECTED FILE IS  *
004077*     NOT REJECTED E006. IT IS REFUSED WHEN THE RUNCTL ENTRY IS  *
004088*     COMPLETE - A POSTED FEED IS BACKED OUT IN FULL.            *
004100*----------------------------------------------------------------
004200* MODIFICATION HISTORY.                                          *
004300*   DATE       INIT  DESCRIPTION                                 *
004400*   ---------- ----  ------------------------------------------  *
004500*   2026-10-15  DO   ORIGINAL VERSION.                           *
004600****************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID.              BACKOUT.
004900 AUTHOR.                  D. ORIC.
005000 INSTALLATION.            DATA PROCESSING CENTER.
005100 DATE-WRITTEN.            2026-10-15.
005200 DATE-COMPILED.
005300
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.         IBM-370.
005700 OBJECT-COMPUTER.         IBM-370.
005800
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT BKOTPRM      ASSIGN TO BKOTPRM
006200                         ORGANIZATION IS SEQUENTIAL
006300                         FILE STATUS IS WS-BKOTPRM-STATUS.
006400
006500     SELECT RUNCTL       ASSIGN TO RUNCTL
006600                         ORGANIZATION IS INDEXED
006700                         ACCESS MODE IS DYNAMIC
006800                         RECORD KEY IS RN-RUN-KEY
006900                         FILE STATUS IS WS-RUNCTL-STATUS.
007000
007100     SELECT GLHIST       ASSIGN TO GLHIST
007200                         ORGANIZATION IS SEQUENTIAL
007300                         FILE STATUS IS WS-GLHIST-STATUS.
007400
007500     SELECT GLEXTRT      ASSIGN TO GLEXTRT
007600                         ORGANIZATION IS SEQUENTIAL
007700                         FILE STATUS IS WS-GLEXTRT-STATUS.
007800
007900     SELECT AUDTHIST     ASSIGN TO AUDTHIST
008000                         ORGANIZATION IS SEQUENTIAL
008100                         FILE STATUS IS WS-AUDTHIST-STATUS.
008200
008300     SELECT AUDTLOG      ASSIGN TO AUDTLOG
008400                         ORGANIZATION IS SEQUENTIAL
008500                         FILE STATUS IS WS-AUDTLOG-STATUS.
008600
008700     SELECT TRANIDX      ASSIGN TO TRANIDX
008800                         ORGANIZATION IS INDEXED
008900                         ACCESS MODE IS DYNAMIC
009000                         RECORD KEY IS TX-TRAN-REF
009100                         FILE STATUS IS WS-TRANIDX-STATUS.
009200
009300     SELECT SUSPENSE     ASSIGN TO SUSPENSE
009400                         ORGANIZATION IS SEQUENTIAL
009500                         FILE STATUS IS WS-SUSPENSE-STATUS.
009600
009700     SELECT SUSPKEEP     ASSIGN TO SUSPKEEP
009800                         ORGANIZATION IS SEQUENTIAL
009900                         FILE STATUS IS WS-SUSPKEEP-STATUS.
010000
010100     SELECT BKOTRPT      ASSIGN TO BKOTRPT
010200                         ORGANIZATION IS SEQUENTIAL
010300                         FILE STATUS IS WS-BKOTRPT-STATUS.
010400
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  BKOTPRM
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 COPY BOUTREC.
011100
011200 FD  RUNCTL
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 COPY RUNCREC.
011600
011700 FD  GLHIST
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000 COPY GLEXTREC REPLACING GL-EXTRACT-RECORD BY GH-EXTRACT-RECORD.
012100
012200 FD  GLEXTRT
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 COPY GLEXTREC.
012600
012700 FD  AUDTHIST
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000 COPY AUDTREC REPLACING AU-AUDIT-RECORD BY AH-AUDIT-RECORD.
013100
013200 FD  AUDTLOG
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 COPY AUDTREC.
013600
013700 FD  TRANIDX
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000 COPY TIDXREC.
014100
014200 FD  SUSPENSE
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD.
014500 COPY SUSPREC.
014600
014700 FD  SUSPKEEP
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000 COPY SUSPREC REPLACING SU-SUSPENSE-RECORD BY SK-SUSPENSE-RECORD.
015100
015200 FD  BKOTRPT
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500 COPY RPTLINE REPLACING RP-PRINT-LINE BY BR-PRINT-LINE.
015600
015700 WORKING-STORAGE SECTION.
015800 01  WS-SWITCHES.
015900     05  WS-GLHIST-EOF-SWITCH PIC X(01)  VALUE "N".
016000         88  WS-GLHIST-END-OF-FILE       VALUE "Y".
016100     05  WS-HIST-EOF-SWITCH   PIC X(01)  VALUE "N".
016200         88  WS-HIST-END-OF-FILE         VALUE "Y".
016300     05  WS-SUSP-EOF-SWITCH   PIC X(01)  VALUE "N".
016400         88  WS-SUSP-END-OF-FILE         VALUE "Y".
016500     05  WS-ABEND-SWITCH      PIC X(01)  VALUE "N".
016600         88  WS-ABEND-OCCURRED           VALUE "Y".
016700     05  WS-ATTENTION-SWITCH  PIC X(01)  VALUE "N".
016800         88  WS-ATTENTION-NEEDED         VALUE "Y".
016900     05  WS-PROOF-SWITCH      PIC X(01)  VALUE "N".
017000         88  WS-PROOF-FAILED             VALUE "Y".
017100     05  WS-APPLIED-SWITCH    PIC X(01)  VALUE "N".
017200         88  WS-BACKOUT-APPLIED          VALUE "Y".
017300     05  WS-CONTRA-OOB-SWITCH PIC X(01)  VALUE "N".
017400         88  WS-CONTRA-OUT-OF-BALANCE    VALUE "Y".
017433     05  WS-TIDX-EOF-SWITCH   PIC X(01)  VALUE "N".
017466         88  WS-TIDX-END-OF-FILE         VALUE "Y".
017500
017600 01  WS-FILE-STATUSES.
017700     05  WS-BKOTPRM-STATUS    PIC X(02)  VALUE SPACES.
017800         88  WS-BKOTPRM-OK                 VALUE "00".
017900     05  WS-RUNCTL-STATUS     PIC X(02)  VALUE SPACES.
018000         88  WS-RUNCTL-OK                  VALUE "00".
018100     05  WS-GLHIST-STATUS     PIC X(02)  VALUE SPACES.
018200         88  WS-GLHIST-OK                  VALUE "00".
018300     05  WS-GLEXTRT-STATUS    PIC X(02)  VALUE SPACES.
018400         88  WS-GLEXTRT-OK                 VALUE "00".
018500     05  WS-AUDTHIST-STATUS   PIC X(02)  VALUE SPACES.
018600         88  WS-AUDTHIST-OK                VALUE "00".
018700     05  WS-AUDTLOG-STATUS    PIC X(02)  VALUE SPACES.
018800         88  WS-AUDTLOG-OK                 VALUE "00".
018900     05  WS-TRANIDX-STATUS    PIC X(02)  VALUE SPACES.
019000         88  WS-TRANIDX-OK                 VALUE "00".
019100     05  WS-SUSPENSE-STATUS   PIC X(02)  VALUE SPACES.
019200         88  WS-SUSPENSE-OK                VALUE "00".
019300     05  WS-SUSPKEEP-STATUS   PIC X(02)  VALUE SPACES.
019400         88  WS-SUSPKEEP-OK                VALUE "00".
019500     05  WS-BKOTRPT-STATUS    PIC X(02)  VALUE SPACES.
019600         88  WS-BKOTRPT-OK                 VALUE "00".
019700
019800 77  WS-GLHIST-READ           PIC 9(09)  VALUE ZERO  COMP.
019900 77  WS-HIST-ROWS-READ        PIC 9(09)  VALUE ZERO  COMP.
020000 77  WS-AUD-ROW-COUNT         PIC 9(07)  VALUE ZERO  COMP.
020100 77  WS-AUD-PASS-COUNT        PIC 9(07)  VALUE ZERO  COMP.
020200 77  WS-AUD-RVSL-COUNT        PIC 9(07)  VALUE ZERO  COMP.
020300 77  WS-AUD-NOGL-COUNT        PIC 9(07)  VALUE ZERO  COMP.
020400 77  WS-AUD-PASS-AMOUNT       PIC 9(13)  VALUE ZERO  COMP.
020500 77  WS-AUD-RVSL-AMOUNT       PIC 9(13)  VALUE ZERO  COMP.
020600 77  WS-GL-PASS-COUNT         PIC 9(07)  VALUE ZERO  COMP.
020700 77  WS-GL-RVSL-COUNT         PIC 9(07)  VALUE ZERO  COMP.
020800 77  WS-GL-PASS-AMOUNT        PIC 9(13)  VALUE ZERO  COMP.
020900 77  WS-GL-RVSL-AMOUNT        PIC 9(13)  VALUE ZERO  COMP.
021000 77  WS-QUARANTINE-COUNT      PIC 9(07)  VALUE ZERO  COMP.
021100 77  WS-RETRO-ADJ-COUNT       PIC 9(07)  VALUE ZERO  COMP.
021150 77  WS-LATER-RVSL-COUNT      PIC 9(07)  VALUE ZERO  COMP.
021175 77  WS-RVSL-ORIG-DATE        PIC 9(08)  VALUE ZERO.
021200 77  WS-CONTRA-REC-COUNT      PIC 9(07)  VALUE ZERO  COMP.
021300 77  WS-BKOT-COUNT            PIC 9(07)  VALUE ZERO  COMP.
021400 77  WS-TIDX-DELETED          PIC 9(07)  VALUE ZERO  COMP.
021450 77  WS-TIDX-READ             PIC 9(09)  VALUE ZERO  COMP.
021500 77  WS-SUSP-CLEARED          PIC 9(07)  VALUE ZERO  COMP.
021600 77  WS-SUSP-KEPT             PIC 9(07)  VALUE ZERO  COMP.
021700 77  WS-TOT-ORIG-COUNT        PIC 9(07)  VALUE ZERO  COMP.
021800 77  WS-TOT-CONTRA-COUNT      PIC 9(07)  VALUE ZERO  COMP.
021900 77  WS-TOT-ORIG-AMOUNT       PIC 9(13)  VALUE ZERO  COMP.
022000 77  WS-TOT-CONTRA-AMOUNT     PIC 9(13)  VALUE ZERO  COMP.
022100 77  WS-KEY-ACCOUNT           PIC X(08)  VALUE SPACES.
022200 77  WS-KEY-SIDE              PIC X(01)  VALUE SPACES.
022300
022400 01  WS-RUN-DATE-TIME.
022500     05  WS-RUN-DATE          PIC 9(08)  VALUE ZERO.
022600     05  WS-RUN-TIME          PIC 9(08)  VALUE ZERO.
022700 01  WS-RUN-ID                PIC X(16)  VALUE SPACES.
022800
022900*----------------------------------------------------------------
023000* THE BKOTPRM CARD, VALIDATED, AND THE RUN-ID AND FEED POSITION
023100* THE FEED WAS PROCESSED UNDER, FROM ITS RUNCTL ENTRY
023200*----------------------------------------------------------------
023300 01  WS-BACKOUT-PARMS.
023400     05  WS-BACKOUT-DATE      PIC 9(08)  VALUE ZERO.
023500     05  WS-BACKOUT-FEED      PIC X(08)  VALUE SPACES.
023533     05  WS-BACKOUT-MODE      PIC X(01)  VALUE SPACE.
023566         88  WS-RELEASE-MODE             VALUE "R".
023600     05  WS-ORIG-RUN-ID       PIC X(16)  VALUE SPACES.
023700     05  WS-ORIG-FEED-SEQ     PIC 9(02)  VALUE ZERO.
023800
023900*----------------------------------------------------------------
024000* WS-ACCT-TABLE - ONE ENTRY PER GL ACCOUNT AND SIDE THE FEED
024100*                 POSTED TO, WITH THE ORIGINAL ITEMS AND AMOUNT
024200*                 AND THE CONTRA ITEMS AND AMOUNT WRITTEN
024300*                 AGAINST THEM (ON THE OPPOSITE SIDE)
024400*----------------------------------------------------------------
024500 01  WS-ACCT-TABLE.
024600     05  WS-ACCT-COUNT        PIC 9(03)  VALUE ZERO.
024700     05  WS-ACCT-ENTRY        OCCURS 500 TIMES
024800                               DEPENDING ON WS-ACCT-COUNT
024900                               INDEXED BY AT-IDX.
025000         10  AT-GL-ACCOUNT    PIC X(08).
025100         10  AT-ORIG-SIDE     PIC X(01).
025200         10  AT-ORIG-COUNT    PIC 9(07).
025300         10  AT-ORIG-AMOUNT   PIC 9(13).
025400         10  AT-CONTRA-COUNT  PIC 9(07).
025500         10  AT-CONTRA-AMOUNT PIC 9(13).
025600
025700*----------------------------------------------------------------
025800* WS-REF-TABLE - THE TRANSACTION REFERENCES OF THE FEED'S AUDIT
025900*                ROWS, FOR THE RETROCOR AND LATER-REVERSAL
026000*                CHECKS AND THE TRANIDX CLEAR-DOWN. A PASS ROW
026050*                KEEPS ITS RULE AND VALUE FOR THE REVERSAL
026066*                CHECK. SIZED FOR THE CTLFEED1 BRANCH FEED.
026100*----------------------------------------------------------------
026200 01  WS-REF-TABLE.
026300     05  WS-REF-COUNT         PIC 9(05)  VALUE ZERO.
026400     05  WS-REF-ENTRY         OCCURS 50000 TIMES
026500                               DEPENDING ON WS-REF-COUNT
026600                               INDEXED BY RF-IDX.
026700         10  RF-TRAN-REF      PIC X(12).
026720         10  RF-PASS-SWITCH   PIC X(01).
026740             88  RF-PASS-ITEM            VALUE "Y".
026760             88  RF-PASS-REVERSED        VALUE "R".
026780         10  RF-RULE-CODE     PIC X(04).
026790         10  RF-CONTROL-VALUE PIC 9(05).
026800
026900 01  WS-BKOTRPT-HDG1.
027000     05  FILLER               PIC X(38)
027100         VALUE "BACKOUT - FEED BACK-OUT CONTROL REPORT".
027200 01  WS-BKOTRPT-HDG2.
027300     05  FILLER               PIC X(15) VALUE "BUSINESS DATE: ".
027400     05  BH-BUSINESS-DATE     PIC 9(08).
027500     05  FILLER               PIC X(08) VALUE "  FEED: ".
027600     05  BH-FEED-ID           PIC X(08).
027700     05  FILLER               PIC X(17) VALUE "  FEED POSITION: ".
027800     05  BH-FEED-SEQ          PIC 9(02).
027900 01  WS-BKOTRPT-HDG3.
028000     05  FILLER               PIC X(17) VALUE "ORIGINAL RUN-ID: ".
028100     05  BH-ORIG-RUN-ID       PIC X(16).
028200     05  FILLER               PIC X(19)
028300             VALUE "  BACK-OUT RUN-ID: ".
028400     05  BH-RUN-ID            PIC X(16).
028500 01  WS-BKOTRPT-HDG4.
028600     05  FILLER               PIC X(10) VALUE SPACES.
028700     05  FILLER               PIC X(31)
028800             VALUE "ORIGINAL POSTINGS".
028900     05  FILLER               PIC X(29)
029000             VALUE "CONTRA ENTRIES".
029100 01  WS-BKOTRPT-HDG5.
029200     05  FILLER               PIC X(10) VALUE "ACCOUNT".
029300     05  FILLER               PIC X(05) VALUE "D/C".
029400     05  FILLER               PIC X(09) VALUE "    ITEMS".
029500     05  FILLER               PIC X(17) VALUE "         AMOUNT".
029600     05  FILLER               PIC X(05) VALUE "D/C".
029700     05  FILLER               PIC X(09) VALUE "    ITEMS".
029800     05  FILLER               PIC X(15) VALUE "         AMOUNT".
029900     05  FILLER               PIC X(02) VALUE SPACES.
030000     05  FILLER               PIC X(14) VALUE "STATUS".
030100 01  WS-BKOTRPT-DETAIL.
030200     05  BD-GL-ACCOUNT        PIC X(08).
030300     05  FILLER               PIC X(02) VALUE SPACES.
030400     05  BD-ORIG-SIDE         PIC X(01).
030500     05  FILLER               PIC X(04) VALUE SPACES.
030600     05  BD-ORIG-COUNT        PIC ZZZZZZ9.
030700     05  FILLER               PIC X(02) VALUE SPACES.
030800     05  BD-ORIG-AMOUNT       PIC Z(12)9.
030900     05  FILLER               PIC X(04) VALUE SPACES.
031000     05  BD-CONTRA-SIDE       PIC X(01).
031100     05  FILLER               PIC X(04) VALUE SPACES.
031200     05  BD-CONTRA-COUNT      PIC ZZZZZZ9.
031300     05  FILLER               PIC X(02) VALUE SPACES.
031400     05  BD-CONTRA-AMOUNT     PIC Z(12)9.
031500     05  FILLER               PIC X(04) VALUE SPACES.
031600     05  BD-STATUS            PIC X(14).
031700 01  WS-BKOTRPT-NONE.
031800     05  FILLER               PIC X(35)
031900             VALUE "THE FEED MADE NO GL POSTINGS - ONLY".
032000     05  FILLER               PIC X(27)
032100             VALUE " AUDIT ROWS TO BACK OUT".
032200 01  WS-BKOTRPT-TOTAL.
032300     05  BT-TOTAL-DESC        PIC X(42).
032400     05  BT-TOTAL-COUNT       PIC ZZZZZZ9.
032500     05  FILLER               PIC X(04) VALUE SPACES.
032600     05  BT-TOTAL-AMOUNT      PIC Z(12)9.
032700 01  WS-BKOTRPT-RESULT.
032800     05  BS-RESULT-TEXT       PIC X(70).
032900 01  WS-BKOTRPT-SIGNOFF1.
033000     05  FILLER               PIC X(60) VALUE
033100         "PREPARED BY: ______________________   DATE: __________".
033200 01  WS-BKOTRPT-SIGNOFF2.
033300     05  FILLER               PIC X(60) VALUE
033400         "FINANCE APPROVAL: _________________   DATE: __________".
033500
033600 PROCEDURE DIVISION.
033700*----------------------------------------------------------------
033800* 0000-MAINLINE
033900*----------------------------------------------------------------
034000 0000-MAINLINE.
034100     PERFORM 1000-INITIALIZE
034200         THRU 1000-INITIALIZE-EXIT.
034233     IF NOT WS-ABEND-OCCURRED AND WS-RELEASE-MODE
034266         PERFORM 5000-RELEASE-REFERENCES
034299             THRU 5000-RELEASE-REFERENCES-EXIT
034332     END-IF.
034365     IF NOT WS-ABEND-OCCURRED AND NOT WS-RELEASE-MODE
034400         PERFORM 2000-PROVE-FEED
034500             THRU 2000-PROVE-FEED-EXIT
034600     END-IF.
034700     IF NOT WS-ABEND-OCCURRED AND NOT WS-PROOF-FAILED
034750             AND NOT WS-RELEASE-MODE
034800         PERFORM 3000-APPLY-BACKOUT
034900             THRU 3000-APPLY-BACKOUT-EXIT
035000     END-IF.
035100     IF NOT WS-ABEND-OCCURRED AND NOT WS-RELEASE-MODE
035200         PERFORM 8000-PRINT-CONTROL-REPORT
035300             THRU 8000-PRINT-CONTROL-REPORT-EXIT
035400     END-IF.
035500     PERFORM 9000-TERMINATE
035600         THRU 9000-TERMINATE-EXIT.
035700     PERFORM 9900-SET-RETURN-CODE
035800         THRU 9900-SET-RETURN-CODE-EXIT.
035900     STOP RUN.
036000
036100*----------------------------------------------------------------
036200* 1000-INITIALIZE - VALIDATE THE BKOTPRM CARD, OPEN THE FILES
036300*                   THE MODE NEEDS, FETCH AND CHECK THE FEED'S
036400*                   RUNCTL ENTRY AND PRINT THE HEADINGS
036500*----------------------------------------------------------------
036600 1000-INITIALIZE.
036602     PERFORM 1100-READ-BACKOUT-CARD
036604         THRU 1100-READ-BACKOUT-CARD-EXIT.
036606     IF WS-ABEND-OCCURRED
036608         GO TO 1000-INITIALIZE-EXIT.
036610     IF WS-RELEASE-MODE
036612         PERFORM 1050-OPEN-RELEASE-FILES
036614             THRU 1050-OPEN-RELEASE-FILES-EXIT
036616     ELSE
036618         PERFORM 1010-OPEN-BACKOUT-FILES
036620             THRU 1010-OPEN-BACKOUT-FILES-EXIT
036622     END-IF.
036624     IF WS-ABEND-OCCURRED
036626         GO TO 1000-INITIALIZE-EXIT.
036628     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036630     ACCEPT WS-RUN-TIME FROM TIME.
036632     STRING WS-RUN-DATE  DELIMITED BY SIZE
036634            WS-RUN-TIME  DELIMITED BY SIZE
036636            INTO WS-RUN-ID
036638     END-STRING.
036640     IF WS-RELEASE-MODE
036642         PERFORM 1250-CHECK-RELEASE
036644             THRU 1250-CHECK-RELEASE-EXIT
036646     ELSE
036648         PERFORM 1200-CHECK-RUN-CONTROL
036650             THRU 1200-CHECK-RUN-CONTROL-EXIT
036652     END-IF.
036654     IF WS-ABEND-OCCURRED
036656         GO TO 1000-INITIALIZE-EXIT.
036658     PERFORM 1900-PRINT-HEADINGS
036660         THRU 1900-PRINT-HEADINGS-EXIT.
036662 1000-INITIALIZE-EXIT.
036664     EXIT.
036666
036668*----------------------------------------------------------------
036670* 1010-OPEN-BACKOUT-FILES - OPEN EVERY FILE A FULL BACK-OUT USES
036672*----------------------------------------------------------------
036674 1010-OPEN-BACKOUT-FILES.
036700     OPEN I-O    RUNCTL.
036800     OPEN INPUT  GLHIST.
036900     OPEN OUTPUT GLEXTRT.
037000     OPEN INPUT  AUDTHIST.
037100     OPEN OUTPUT AUDTLOG.
037200     OPEN I-O    TRANIDX.
037300     OPEN INPUT  SUSPENSE.
037400     OPEN OUTPUT SUSPKEEP.
037500     OPEN OUTPUT BKOTRPT.
037600     IF NOT WS-RUNCTL-OK OR NOT WS-GLHIST-OK
037700             OR NOT WS-GLEXTRT-OK OR NOT WS-AUDTHIST-OK
037800             OR NOT WS-AUDTLOG-OK OR NOT WS-TRANIDX-OK
037900             OR NOT WS-SUSPENSE-OK OR NOT WS-SUSPKEEP-OK
038000             OR NOT WS-BKOTRPT-OK
038100         DISPLAY "BACKOUT - ERROR OPENING FILES, "
038200             "RUNCTL = " WS-RUNCTL-STATUS
038300             " GLHIST = " WS-GLHIST-STATUS
038400             " GLEXTRT = " WS-GLEXTRT-STATUS
038500             " AUDTHIST = " WS-AUDTHIST-STATUS
038600             " AUDTLOG = " WS-AUDTLOG-STATUS
038700         DISPLAY "BACKOUT - "
038800             "TRANIDX = " WS-TRANIDX-STATUS
038900             " SUSPENSE = " WS-SUSPENSE-STATUS
039000             " SUSPKEEP = " WS-SUSPKEEP-STATUS
039100             " BKOTRPT = " WS-BKOTRPT-STATUS
039195         MOVE "Y" TO WS-ABEND-SWITCH.
039290 1010-OPEN-BACKOUT-FILES-EXIT.
039385     EXIT.
039480
039575*----------------------------------------------------------------
039670* 1050-OPEN-RELEASE-FILES - OPEN THE THREE FILES A RELEASE OF
039765*                           REFERENCES USES. RUNCTL IS ONLY READ.
039860*----------------------------------------------------------------
039955 1050-OPEN-RELEASE-FILES.
040050     OPEN INPUT  RUNCTL.
040145     OPEN I-O    TRANIDX.
040240     OPEN OUTPUT BKOTRPT.
040335     IF NOT WS-RUNCTL-OK OR NOT WS-TRANIDX-OK
040430             OR NOT WS-BKOTRPT-OK
040525         DISPLAY "BACKOUT - ERROR OPENING FILES, "
040620             "RUNCTL = " WS-RUNCTL-STATUS
040715             " TRANIDX = " WS-TRANIDX-STATUS
040810             " BKOTRPT = " WS-BKOTRPT-STATUS
040905         MOVE "Y" TO WS-ABEND-SWITCH.
041000 1050-OPEN-RELEASE-FILES-EXIT.
041095     EXIT.
041200
041300*----------------------------------------------------------------
041350* 1100-READ-BACKOUT-CARD - READ AND VALIDATE THE BKOTPRM CARD.
041400*                          THERE IS NO SENSIBLE DEFAULT FOR
041433*                          THE DATE OR FEED, SO A MISSING, BLANK
041466*                          OR BAD CARD STOPS THE RUN BEFORE
041499*                          ANYTHING IS OPENED. A BLANK MODE IS A
041532*                          FULL BACK-OUT, R A RELEASE OF THE
041565*                          FEED'S TRANIDX REFERENCES ONLY.
041600*----------------------------------------------------------------
041650 1100-READ-BACKOUT-CARD.
041700     OPEN INPUT BKOTPRM.
041750     IF NOT WS-BKOTPRM-OK
041800         DISPLAY "BACKOUT - ERROR OPENING BKOTPRM, STATUS = "
041850             WS-BKOTPRM-STATUS
041900         MOVE "Y" TO WS-ABEND-SWITCH
041950         GO TO 1100-READ-BACKOUT-CARD-EXIT.
042000     PERFORM 1110-TAKE-BACKOUT-CARD
042050         THRU 1110-TAKE-BACKOUT-CARD-EXIT.
042100     CLOSE BKOTPRM.
042150 1100-READ-BACKOUT-CARD-EXIT.
042200     EXIT.
042250
042300*----------------------------------------------------------------
042350* 1110-TAKE-BACKOUT-CARD - READ THE CARD, EDIT ITS FIELDS AND
042400*                          COPY THEM TO WORKING STORAGE WHILE
042450*                          BKOTPRM IS STILL OPEN
042500*----------------------------------------------------------------
042550 1110-TAKE-BACKOUT-CARD.
042600     READ BKOTPRM
042650         AT END
042700             DISPLAY "BACKOUT - BKOTPRM EMPTY, NOTHING TO "
042750                 "BACK OUT"
042800             MOVE "Y" TO WS-ABEND-SWITCH
042850             GO TO 1110-TAKE-BACKOUT-CARD-EXIT
042900     END-READ.
042950     IF BX-BUSINESS-DATE IS NOT NUMERIC
043000         DISPLAY "BACKOUT - BKOTPRM BUSINESS DATE NOT NUMERIC: "
043050             BX-BUSINESS-DATE
043100         MOVE "Y" TO WS-ABEND-SWITCH
043150         GO TO 1110-TAKE-BACKOUT-CARD-EXIT.
043200     IF BX-FEED-ID = SPACES
043250         DISPLAY "BACKOUT - BKOTPRM FEED ID IS BLANK"
043300         MOVE "Y" TO WS-ABEND-SWITCH
043350         GO TO 1110-TAKE-BACKOUT-CARD-EXIT.
043358     IF BX-MODE NOT = SPACE AND NOT BX-RELEASE-REFS
043366         DISPLAY "BACKOUT - BKOTPRM MODE MUST BE BLANK OR R: "
043374             BX-MODE
043382         MOVE "Y" TO WS-ABEND-SWITCH
043390         GO TO 1110-TAKE-BACKOUT-CARD-EXIT.
043400     MOVE BX-BUSINESS-DATE TO WS-BACKOUT-DATE.
043450     MOVE BX-FEED-ID       TO WS-BACKOUT-FEED.
043475     MOVE BX-MODE          TO WS-BACKOUT-MODE.
043500 1110-TAKE-BACKOUT-CARD-EXIT.
043550     EXIT.
044900
045000*----------------------------------------------------------------
045100* 1200-CHECK-RUN-CONTROL - READ THE FEED'S RUNCTL ENTRY. ONLY A
045200*                          COMPLETE RUN IS BACKED OUT: A STARTED
045300*                          ONE IS RESTARTED OR FINISHED FIRST,
045400*                          AND ONE ALREADY BACKED OUT IS NOT
045500*                          BACKED OUT TWICE. A RUN FROM BEFORE
045600*                          AUDIT ROWS AND GL RECORDS CARRIED
045700*                          THEIR FEED (NO FEED POSITION ON
045800*                          RUNCTL) CANNOT BE SEPARATED FROM THE
045900*                          OTHER FEEDS OF ITS RUN AND IS BACKED
046000*                          OUT BY HAND.
046100*----------------------------------------------------------------
046200 1200-CHECK-RUN-CONTROL.
046300     MOVE WS-BACKOUT-DATE TO RN-BUSINESS-DATE.
046400     MOVE WS-BACKOUT-FEED TO RN-FEED-ID.
046500     READ RUNCTL
046600         INVALID KEY
046700             DISPLAY "BACKOUT - NO RUNCTL ENTRY FOR FEED "
046800                 WS-BACKOUT-FEED " BUSINESS DATE " WS-BACKOUT-DATE
046900             MOVE "Y" TO WS-ABEND-SWITCH
047000     END-READ.
047100     IF WS-ABEND-OCCURRED
047200         GO TO 1200-CHECK-RUN-CONTROL-EXIT.
047300     IF RN-RUN-BACKED-OUT
047400         DISPLAY "BACKOUT - FEED " WS-BACKOUT-FEED
047500             " BUSINESS DATE " WS-BACKOUT-DATE
047600             " IS ALREADY BACKED OUT"
047700         MOVE "Y" TO WS-ABEND-SWITCH
047800         GO TO 1200-CHECK-RUN-CONTROL-EXIT.
047900     IF NOT RN-RUN-COMPLETE
048000         DISPLAY "BACKOUT - FEED " WS-BACKOUT-FEED
048100             " BUSINESS DATE " WS-BACKOUT-DATE " IS " RN-STATUS
048200             " - RESTART THE RUN BEFORE BACKING IT OUT"
048300         MOVE "Y" TO WS-ABEND-SWITCH
048400         GO TO 1200-CHECK-RUN-CONTROL-EXIT.
048500     IF RN-FEED-SEQ IS NOT NUMERIC OR RN-FEED-SEQ = ZERO
048600         DISPLAY "BACKOUT - RUN " RN-RUN-ID
048700             " CARRIES NO FEED POSITION - BACK THE FEED OUT "
048800             "BY HAND"
048900         MOVE "Y" TO WS-ABEND-SWITCH
049000         GO TO 1200-CHECK-RUN-CONTROL-EXIT.
049100     MOVE RN-RUN-ID   TO WS-ORIG-RUN-ID.
049200     MOVE RN-FEED-SEQ TO WS-ORIG-FEED-SEQ.
049300 1200-CHECK-RUN-CONTROL-EXIT.
049400     EXIT.
049403
049406*----------------------------------------------------------------
049409* 1250-CHECK-RELEASE - READ THE FEED'S RUNCTL ENTRY FOR A RELEASE
049412*                      OF REFERENCES. A FILE THAT NEVER POSTED
049415*                      HAS NO ENTRY (OR A STARTED ONE FROM AN
049418*                      OLDER RUN); A BACKED-OUT FEED WHOSE
049421*                      CORRECTED FILE THEN FAILED IS BACKOUT.
049424*                      A COMPLETE FEED POSTED - ITS REFERENCES
049427*                      ONLY COME OFF WITH A FULL BACK-OUT.
049430*----------------------------------------------------------------
049433 1250-CHECK-RELEASE.
049436     MOVE WS-BACKOUT-DATE TO RN-BUSINESS-DATE.
049439     MOVE WS-BACKOUT-FEED TO RN-FEED-ID.
049442     READ RUNCTL
049445         INVALID KEY
049448             GO TO 1250-CHECK-RELEASE-EXIT
049451     END-READ.
049454     IF RN-RUN-COMPLETE
049457         DISPLAY "BACKOUT - FEED " WS-BACKOUT-FEED
049460             " BUSINESS DATE " WS-BACKOUT-DATE
049463             " IS COMPLETE - BACK IT OUT IN FULL (BLANK MODE)"
049466         MOVE "Y" TO WS-ABEND-SWITCH
049469         GO TO 1250-CHECK-RELEASE-EXIT.
049472     MOVE RN-RUN-ID TO WS-ORIG-RUN-ID.
049475 1250-CHECK-RELEASE-EXIT.
049478     EXIT.
049500
049600*----------------------------------------------------------------
049700* 1900-PRINT-HEADINGS - PRINT THE REPORT HEADINGS: THE FEED, THE
049800*                       RUN IT WAS PROCESSED UNDER AND THIS RUN
049900*----------------------------------------------------------------
050000 1900-PRINT-HEADINGS.
050100     MOVE WS-BKOTRPT-HDG1 TO BR-PRINT-LINE.
050200     WRITE BR-PRINT-LINE AFTER ADVANCING PAGE.
050300     MOVE WS-BACKOUT-DATE  TO BH-BUSINESS-DATE.
050400     MOVE WS-BACKOUT-FEED  TO BH-FEED-ID.
050500     MOVE WS-ORIG-FEED-SEQ TO BH-FEED-SEQ.
050600     MOVE WS-BKOTRPT-HDG2 TO BR-PRINT-LINE.
050700     WRITE BR-PRINT-LINE AFTER ADVANCING 2 LINES.
050800     MOVE WS-ORIG-RUN-ID   TO BH-ORIG-RUN-ID.
050900     MOVE WS-RUN-ID        TO BH-RUN-ID.
051000     MOVE WS-BKOTRPT-HDG3 TO BR-PRINT-LINE.
051100     WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE.
051200 1900-PRINT-HEADINGS-EXIT.
051300     EXIT.
051400
051500*----------------------------------------------------------------
051600* 2000-PROVE-FEED - FIND THE FEED'S GL POSTINGS AND AUDIT ROWS
051700*                   AND PROVE THEM AGAINST EACH OTHER BEFORE
051800*                   ANYTHING IS WRITTEN
051900*----------------------------------------------------------------
052000 2000-PROVE-FEED.
052100     PERFORM 2110-READ-GLHIST
052200         THRU 2110-READ-GLHIST-EXIT.
052300     PERFORM 2100-TALLY-GL-RECORD
052400         THRU 2100-TALLY-GL-RECORD-EXIT
052500         UNTIL WS-GLHIST-END-OF-FILE.
052600     IF WS-ABEND-OCCURRED
052700         GO TO 2000-PROVE-FEED-EXIT.
052800     PERFORM 2210-READ-AUDTHIST
052900         THRU 2210-READ-AUDTHIST-EXIT.
053000     PERFORM 2200-TALLY-AUDIT-ROW
053100         THRU 2200-TALLY-AUDIT-ROW-EXIT
053200         UNTIL WS-HIST-END-OF-FILE.
053300     IF WS-ABEND-OCCURRED
053400         GO TO 2000-PROVE-FEED-EXIT.
053500     DISPLAY "BACKOUT - " WS-GLHIST-READ " GL RECORDS AND "
053600         WS-HIST-ROWS-READ " AUDIT ROWS READ".
053700     PERFORM 2300-CHECK-PROOF
053800         THRU 2300-CHECK-PROOF-EXIT.
053900 2000-PROVE-FEED-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------------
054300* 2100-TALLY-GL-RECORD - COUNT ONE GL RECORD OF THE FEED (A
054400*                        POSTING, FLAG Y, OR A REVERSAL CONTRA,
054500*                        FLAG R) INTO THE PROOF TOTALS AND ITS
054600*                        ACCOUNT ENTRY. A QUARANTINE MARKER
054700*                        (FLAG Q) OF THE RUN MEANS ITS EXTRACT
054800*                        WAS HELD FROM THE GL FEED - THE BACK-OUT
054900*                        STILL RUNS, BUT ITS GENERATION MUST BE
055000*                        HELD WITH IT (RC=4).
055100*----------------------------------------------------------------
055200 2100-TALLY-GL-RECORD.
055300     IF GL-RUN-ID OF GH-EXTRACT-RECORD = WS-ORIG-RUN-ID
055400             AND GL-ROW-QUARANTINE OF GH-EXTRACT-RECORD
055500         ADD 1 TO WS-QUARANTINE-COUNT
055600         MOVE "Y" TO WS-ATTENTION-SWITCH
055700         GO TO 2100-TALLY-GL-RECORD-NEXT.
055800     IF GL-RUN-ID OF GH-EXTRACT-RECORD NOT = WS-ORIG-RUN-ID
055900             OR GL-FEED-ID OF GH-EXTRACT-RECORD
056000                 NOT = WS-BACKOUT-FEED
056100         GO TO 2100-TALLY-GL-RECORD-NEXT.
056200     IF GL-ROW-PASSED OF GH-EXTRACT-RECORD
056300         ADD GL-RECORD-COUNT OF GH-EXTRACT-RECORD
056400             TO WS-GL-PASS-COUNT
056500         ADD GL-HASH-TOTAL OF GH-EXTRACT-RECORD
056600             TO WS-GL-PASS-AMOUNT
056700     ELSE
056800         IF GL-ROW-REVERSAL OF GH-EXTRACT-RECORD
056900             ADD GL-RECORD-COUNT OF GH-EXTRACT-RECORD
057000                 TO WS-GL-RVSL-COUNT
057100             ADD GL-HASH-TOTAL OF GH-EXTRACT-RECORD
057200                 TO WS-GL-RVSL-AMOUNT
057300         ELSE
057400             GO TO 2100-TALLY-GL-RECORD-NEXT
057500         END-IF
057600     END-IF.
057700     PERFORM 2120-FIND-ACCOUNT
057800         THRU 2120-FIND-ACCOUNT-EXIT.
057900     IF WS-ABEND-OCCURRED
058000         MOVE "Y" TO WS-GLHIST-EOF-SWITCH
058100         GO TO 2100-TALLY-GL-RECORD-EXIT.
058200     ADD GL-RECORD-COUNT OF GH-EXTRACT-RECORD
058300         TO AT-ORIG-COUNT (AT-IDX).
058400     ADD GL-HASH-TOTAL OF GH-EXTRACT-RECORD
058500         TO AT-ORIG-AMOUNT (AT-IDX).
058600 2100-TALLY-GL-RECORD-NEXT.
058700     PERFORM 2110-READ-GLHIST
058800         THRU 2110-READ-GLHIST-EXIT.
058900 2100-TALLY-GL-RECORD-EXIT.
059000     EXIT.
059100
059200*----------------------------------------------------------------
059300* 2110-READ-GLHIST - READ THE NEXT GL EXTRACT RECORD FROM THE
059400*                    GENERATIONS ON FILE
059500*----------------------------------------------------------------
059600 2110-READ-GLHIST.
059700     READ GLHIST
059800         AT END
059900             MOVE "Y" TO WS-GLHIST-EOF-SWITCH
060000             GO TO 2110-READ-GLHIST-EXIT
060100     END-READ.
060200     ADD 1 TO WS-GLHIST-READ.
060300 2110-READ-GLHIST-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------
060700* 2120-FIND-ACCOUNT - POINT AT-IDX AT THE ACCOUNT TABLE ENTRY FOR
060800*                     THE GLHIST RECORD'S ACCOUNT AND SIDE,
060900*                     ADDING ONE IF NEW. OVERFLOW STOPS THE RUN
061000*                     (RC=16) BEFORE ANYTHING IS WRITTEN.
061100*----------------------------------------------------------------
061200 2120-FIND-ACCOUNT.
061300     MOVE GL-ACCOUNT OF GH-EXTRACT-RECORD TO WS-KEY-ACCOUNT.
061400     MOVE GL-DRCR-IND OF GH-EXTRACT-RECORD TO WS-KEY-SIDE.
061500     IF WS-ACCT-COUNT > ZERO
061600         SET AT-IDX TO 1
061700         SEARCH WS-ACCT-ENTRY
061800             AT END
061900                 CONTINUE
062000             WHEN AT-GL-ACCOUNT (AT-IDX) = WS-KEY-ACCOUNT
062100                     AND AT-ORIG-SIDE (AT-IDX) = WS-KEY-SIDE
062200                 GO TO 2120-FIND-ACCOUNT-EXIT
062300         END-SEARCH
062400     END-IF.
062500     IF WS-ACCT-COUNT NOT < 500
062600         DISPLAY "BACKOUT - ACCOUNT TABLE FULL, BACK THE FEED "
062700             "OUT BY HAND"
062800         MOVE "Y" TO WS-ABEND-SWITCH
062900         GO TO 2120-FIND-ACCOUNT-EXIT.
063000     ADD 1 TO WS-ACCT-COUNT.
063100     SET AT-IDX TO WS-ACCT-COUNT.
063200     MOVE WS-KEY-ACCOUNT TO AT-GL-ACCOUNT (AT-IDX).
063300     MOVE WS-KEY-SIDE    TO AT-ORIG-SIDE (AT-IDX).
063400     MOVE ZERO TO AT-ORIG-COUNT (AT-IDX).
063500     MOVE ZERO TO AT-ORIG-AMOUNT (AT-IDX).
063600     MOVE ZERO TO AT-CONTRA-COUNT (AT-IDX).
063700     MOVE ZERO TO AT-CONTRA-AMOUNT (AT-IDX).
063800 2120-FIND-ACCOUNT-EXIT.
063900     EXIT.
064000
064100*----------------------------------------------------------------
064200* 2200-TALLY-AUDIT-ROW - COUNT ONE AUDIT ROW OF THE FEED BY ITS
064300*                        OUTCOME AND KEEP ITS TRAN REF. A LATER
064400*                        RETROCOR ADJUSTMENT (ADJC/ADJP) OF ONE
064500*                        OF THE FEED'S ITEMS IS COUNTED - THE
064600*                        ADJUSTMENT WOULD BE LEFT STANDING
064700*                        AGAINST AN ITEM NO LONGER POSTED.
064750*                        SO IS A LATER RUN'S REVERSAL OF ONE
064775*                        OF ITS PASS ITEMS.
064800*----------------------------------------------------------------
064900 2200-TALLY-AUDIT-ROW.
065000     IF AU-RUN-ID OF AH-AUDIT-RECORD NOT = WS-ORIG-RUN-ID
065100             OR AU-FEED-SEQ OF AH-AUDIT-RECORD
065200                 NOT = WS-ORIG-FEED-SEQ
065300         PERFORM 2230-CHECK-RETRO-ADJUSTMENT
065400             THRU 2230-CHECK-RETRO-ADJUSTMENT-EXIT
065433         PERFORM 2240-CHECK-LATER-REVERSAL
065466             THRU 2240-CHECK-LATER-REVERSAL-EXIT
065500         GO TO 2200-TALLY-AUDIT-ROW-NEXT.
065600     ADD 1 TO WS-AUD-ROW-COUNT.
065700     IF AU-OUTCOME OF AH-AUDIT-RECORD = "PASS"
065800         ADD 1 TO WS-AUD-PASS-COUNT
065900         ADD AU-CONTROL-VALUE OF AH-AUDIT-RECORD
066000             TO WS-AUD-PASS-AMOUNT
066100     ELSE
066200         IF AU-OUTCOME OF AH-AUDIT-RECORD = "RVSL"
066300             ADD 1 TO WS-AUD-RVSL-COUNT
066400             ADD AU-CONTROL-VALUE OF AH-AUDIT-RECORD
066500                 TO WS-AUD-RVSL-AMOUNT
066600         ELSE
066700             ADD 1 TO WS-AUD-NOGL-COUNT
066800         END-IF
066900     END-IF.
067000     IF AU-TRAN-REF OF AH-AUDIT-RECORD = SPACES
067100         GO TO 2200-TALLY-AUDIT-ROW-NEXT.
067200     IF WS-REF-COUNT NOT < 50000
067300         DISPLAY "BACKOUT - TRAN REF TABLE FULL, BACK THE FEED "
067400             "OUT BY HAND"
067500         MOVE "Y" TO WS-ABEND-SWITCH
067600         MOVE "Y" TO WS-HIST-EOF-SWITCH
067700         GO TO 2200-TALLY-AUDIT-ROW-EXIT.
067800     ADD 1 TO WS-REF-COUNT.
067900     SET RF-IDX TO WS-REF-COUNT.
068000     MOVE AU-TRAN-REF OF AH-AUDIT-RECORD TO RF-TRAN-REF (RF-IDX).
068020     MOVE "N" TO RF-PASS-SWITCH (RF-IDX).
068040     IF AU-OUTCOME OF AH-AUDIT-RECORD = "PASS"
068060         MOVE "Y" TO RF-PASS-SWITCH (RF-IDX)
068070     END-IF.
068075     MOVE AU-RULE-CODE OF AH-AUDIT-RECORD
068080         TO RF-RULE-CODE (RF-IDX).
068085     MOVE AU-CONTROL-VALUE OF AH-AUDIT-RECORD
068090         TO RF-CONTROL-VALUE (RF-IDX).
068100 2200-TALLY-AUDIT-ROW-NEXT.
068200     PERFORM 2210-READ-AUDTHIST
068300         THRU 2210-READ-AUDTHIST-EXIT.
068400 2200-TALLY-AUDIT-ROW-EXIT.
068500     EXIT.
068600
068700*----------------------------------------------------------------
068800* 2210-READ-AUDTHIST - READ THE NEXT AUDIT TRAIL ROW
068900*----------------------------------------------------------------
069000 2210-READ-AUDTHIST.
069100     READ AUDTHIST
069200         AT END
069300             MOVE "Y" TO WS-HIST-EOF-SWITCH
069400             GO TO 2210-READ-AUDTHIST-EXIT
069500     END-READ.
069600     ADD 1 TO WS-HIST-ROWS-READ.
069700 2210-READ-AUDTHIST-EXIT.
069800     EXIT.
069900
070000*----------------------------------------------------------------
070100* 2230-CHECK-RETRO-ADJUSTMENT - COUNT AN ADJC/ADJP ROW WHOSE
070200*                               BUSINESS DATE AND TRAN REF ARE
070300*                               ONE OF THE FEED'S ITEMS. THE LOG
070400*                               IS IN WRITE ORDER, SO THE ITEM
070500*                               IS ALREADY IN THE REF TABLE.
070600*----------------------------------------------------------------
070700 2230-CHECK-RETRO-ADJUSTMENT.
070800     IF AU-OUTCOME OF AH-AUDIT-RECORD NOT = "ADJC"
070900             AND AU-OUTCOME OF AH-AUDIT-RECORD NOT = "ADJP"
071000         GO TO 2230-CHECK-RETRO-ADJUSTMENT-EXIT.
071100     IF AU-BUSINESS-DATE OF AH-AUDIT-RECORD NOT = WS-BACKOUT-DATE
071200             OR AU-TRAN-REF OF AH-AUDIT-RECORD = SPACES
071300             OR WS-REF-COUNT = ZERO
071400         GO TO 2230-CHECK-RETRO-ADJUSTMENT-EXIT.
071500     SET RF-IDX TO 1.
071600     SEARCH WS-REF-ENTRY
071700         AT END
071800             CONTINUE
071900         WHEN RF-TRAN-REF (RF-IDX)
072000                 = AU-TRAN-REF OF AH-AUDIT-RECORD
072100             ADD 1 TO WS-RETRO-ADJ-COUNT
072200             DISPLAY "BACKOUT - TRAN REF "
072300                 AU-TRAN-REF OF AH-AUDIT-RECORD
072400                 " WAS ADJUSTED BY RETROCOR RUN "
072500                 AU-RUN-ID OF AH-AUDIT-RECORD
072600     END-SEARCH.
072605 2230-CHECK-RETRO-ADJUSTMENT-EXIT.
072610     EXIT.
072615
072620*----------------------------------------------------------------
072625* 2240-CHECK-LATER-REVERSAL - AN APPLIED REVERSAL (RVSL) FROM A
072630*                             LATER RUN MAY HAVE CONTRA'D ONE OF
072635*                             THE FEED'S PASS ITEMS ALREADY. THE
072640*                             RVSL ROW CARRIES THE REVERSAL'S OWN
072645*                             REF, NOT THE ORIGINAL'S, SO IT IS
072650*                             MATCHED ON RULE AND VALUE TO THE
072655*                             FIRST PASS ITEM NOT YET CLAIMED,
072660*                             WHEN THE ORIGINAL'S DATE IT CARRIES
072665*                             IS THE FEED'S. AN OLDER RVSL ROW
072670*                             WITHOUT THAT DATE IS MATCHED WHEN
072675*                             IT IS DATED ON OR AFTER THE FEED. A
072680*                             MATCHED ITEM IS LISTED AND FAILS
072685*                             THE PROOF. A BACKOUT ROW (BKOT) OF
072690*                             SUCH A REVERSAL RELEASES THE ITEM.
072695*----------------------------------------------------------------
072700 2240-CHECK-LATER-REVERSAL.
072705     IF AU-OUTCOME OF AH-AUDIT-RECORD NOT = "RVSL"
072710             AND (AU-OUTCOME OF AH-AUDIT-RECORD NOT = "BKOT"
072715                 OR AU-REASON-CODE OF AH-AUDIT-RECORD
072720                     NOT = "RVSL")
072725         GO TO 2240-CHECK-LATER-REVERSAL-EXIT.
072730     IF AU-RUN-ID OF AH-AUDIT-RECORD = WS-ORIG-RUN-ID
072735             OR WS-REF-COUNT = ZERO
072740         GO TO 2240-CHECK-LATER-REVERSAL-EXIT.
072745     MOVE ZERO TO WS-RVSL-ORIG-DATE.
072750     IF AU-RVSL-ORIG-DATE OF AH-AUDIT-RECORD IS NUMERIC
072755         MOVE AU-RVSL-ORIG-DATE OF AH-AUDIT-RECORD
072760             TO WS-RVSL-ORIG-DATE
072765     END-IF.
072770     IF WS-RVSL-ORIG-DATE NOT = ZERO
072775             AND WS-RVSL-ORIG-DATE NOT = WS-BACKOUT-DATE
072780         GO TO 2240-CHECK-LATER-REVERSAL-EXIT.
072785     IF WS-RVSL-ORIG-DATE = ZERO
072790             AND AU-BUSINESS-DATE OF AH-AUDIT-RECORD
072795                 < WS-BACKOUT-DATE
072800         GO TO 2240-CHECK-LATER-REVERSAL-EXIT.
072805     IF AU-OUTCOME OF AH-AUDIT-RECORD = "BKOT"
072810         PERFORM 2250-RELEASE-LATER-REVERSAL
072815             THRU 2250-RELEASE-LATER-REVERSAL-EXIT
072820         GO TO 2240-CHECK-LATER-REVERSAL-EXIT.
072842     SET RF-IDX TO 1.
072844     SEARCH WS-REF-ENTRY
072846         AT END
072848             CONTINUE
072850         WHEN RF-PASS-ITEM (RF-IDX)
072852                 AND RF-RULE-CODE (RF-IDX)
072854                     = AU-RULE-CODE OF AH-AUDIT-RECORD
072856                 AND RF-CONTROL-VALUE (RF-IDX)
072858                     = AU-CONTROL-VALUE OF AH-AUDIT-RECORD
072878             MOVE "R" TO RF-PASS-SWITCH (RF-IDX)
072898             ADD 1 TO WS-LATER-RVSL-COUNT
072918             DISPLAY "BACKOUT - PASS TRAN REF "
072938                 RF-TRAN-REF (RF-IDX)
072958                 " WAS REVERSED BY RUN "
072978                 AU-RUN-ID OF AH-AUDIT-RECORD
072998                 " REF " AU-TRAN-REF OF AH-AUDIT-RECORD
073018     END-SEARCH.
073038 2240-CHECK-LATER-REVERSAL-EXIT.
073058     EXIT.
073078
073098*----------------------------------------------------------------
073118* 2250-RELEASE-LATER-REVERSAL - THE LATER REVERSAL WAS ITSELF
073138*                               BACKED OUT, SO ITS CONTRA IS OFF
073158*                               THE LEDGER AGAIN. ONE PASS ITEM
073178*                               OF THE RULE AND VALUE CLAIMED AS
073198*                               REVERSED IS RELEASED.
073218*----------------------------------------------------------------
073238 2250-RELEASE-LATER-REVERSAL.
073258     SET RF-IDX TO 1.
073278     SEARCH WS-REF-ENTRY
073298         AT END
073318             CONTINUE
073338         WHEN RF-PASS-REVERSED (RF-IDX)
073358                 AND RF-RULE-CODE (RF-IDX)
073378                     = AU-RULE-CODE OF AH-AUDIT-RECORD
073398                 AND RF-CONTROL-VALUE (RF-IDX)
073418                     = AU-CONTROL-VALUE OF AH-AUDIT-RECORD
073438             MOVE "Y" TO RF-PASS-SWITCH (RF-IDX)
073458             SUBTRACT 1 FROM WS-LATER-RVSL-COUNT
073478             DISPLAY "BACKOUT - REVERSAL REF "
073498                 AU-TRAN-REF OF AH-AUDIT-RECORD
073518                 " WAS BACKED OUT BY RUN "
073538                 AU-RUN-ID OF AH-AUDIT-RECORD
073558                 " - PASS TRAN REF " RF-TRAN-REF (RF-IDX)
073578                 " RELEASED"
073598     END-SEARCH.
073618 2250-RELEASE-LATER-REVERSAL-EXIT.
073638     EXIT.
073658
073678*----------------------------------------------------------------
073698* 2300-CHECK-PROOF - THE FEED IS ONLY BACKED OUT WHEN ITS AUDIT
073718*                    ROWS AND GL RECORDS AGREE: PASS ROWS = GL
073738*                    POSTINGS AND RVSL ROWS = GL REVERSAL
073758*                    CONTRAS, IN ITEMS AND AMOUNT. NO AUDIT ROWS
073778*                    AT ALL MEANS THE TRAIL WAS ARCHIVED OR THE
073798*                    WRONG FEED WAS NAMED. A FAILED PROOF WRITES
073818*                    NOTHING (RC=8) - THE FEED IS BACKED OUT BY
073838*                    HAND FROM THE REPORT.
073900*----------------------------------------------------------------
074000 2300-CHECK-PROOF.
074100     IF WS-AUD-ROW-COUNT = ZERO
074200         DISPLAY "BACKOUT - NO AUDIT ROWS FOUND FOR RUN "
074300             WS-ORIG-RUN-ID " FEED " WS-BACKOUT-FEED
074400         MOVE "Y" TO WS-PROOF-SWITCH.
074500     IF WS-AUD-PASS-COUNT NOT = WS-GL-PASS-COUNT
074600             OR WS-AUD-PASS-AMOUNT NOT = WS-GL-PASS-AMOUNT
074700         DISPLAY "BACKOUT - AUDIT PASS ROWS DO NOT AGREE WITH "
074800             "THE GL POSTINGS OF THE FEED"
074900         MOVE "Y" TO WS-PROOF-SWITCH.
075000     IF WS-AUD-RVSL-COUNT NOT = WS-GL-RVSL-COUNT
075100             OR WS-AUD-RVSL-AMOUNT NOT = WS-GL-RVSL-AMOUNT
075200         DISPLAY "BACKOUT - AUDIT RVSL ROWS DO NOT AGREE WITH "
075300             "THE GL REVERSAL CONTRAS OF THE FEED"
075400         MOVE "Y" TO WS-PROOF-SWITCH.
075500     IF WS-RETRO-ADJ-COUNT > ZERO
075600         DISPLAY "BACKOUT - " WS-RETRO-ADJ-COUNT
075700             " ITEMS OF THE FEED WERE ADJUSTED BY RETROCOR"
075800         MOVE "Y" TO WS-PROOF-SWITCH.
075820     IF WS-LATER-RVSL-COUNT > ZERO
075840         DISPLAY "BACKOUT - " WS-LATER-RVSL-COUNT
075860             " PASS ITEMS OF THE FEED WERE REVERSED SINCE"
075880         MOVE "Y" TO WS-PROOF-SWITCH.
075900     IF WS-PROOF-FAILED
076000         DISPLAY "BACKOUT - FEED DOES NOT PROVE, NOTHING WRITTEN"
076100     END-IF.
076200 2300-CHECK-PROOF-EXIT.
076300     EXIT.
076400
076500*----------------------------------------------------------------
076600* 3000-APPLY-BACKOUT - THE FEED HAS PROVED: WRITE THE CONTRAS
076700*                      AND BKOT ROWS, CLEAR ITS TRANIDX ENTRIES
076800*                      AND SUSPENSE ITEMS, AND MARK ITS RUNCTL
076900*                      ENTRY BACKED OUT
077000*----------------------------------------------------------------
077100 3000-APPLY-BACKOUT.
077200     CLOSE GLHIST.
077300     MOVE "N" TO WS-GLHIST-EOF-SWITCH.
077400     OPEN INPUT GLHIST.
077500     CLOSE AUDTHIST.
077600     MOVE "N" TO WS-HIST-EOF-SWITCH.
077700     OPEN INPUT AUDTHIST.
077800     IF NOT WS-GLHIST-OK OR NOT WS-AUDTHIST-OK
077900         DISPLAY "BACKOUT - ERROR REOPENING GLHIST = "
078000             WS-GLHIST-STATUS " AUDTHIST = " WS-AUDTHIST-STATUS
078100         MOVE "Y" TO WS-ABEND-SWITCH
078200         GO TO 3000-APPLY-BACKOUT-EXIT.
078300     MOVE "Y" TO WS-APPLIED-SWITCH.
078400     PERFORM 2110-READ-GLHIST
078500         THRU 2110-READ-GLHIST-EXIT.
078600     PERFORM 3100-WRITE-CONTRA
078700         THRU 3100-WRITE-CONTRA-EXIT
078800         UNTIL WS-GLHIST-END-OF-FILE.
078900     PERFORM 2210-READ-AUDTHIST
079000         THRU 2210-READ-AUDTHIST-EXIT.
079100     PERFORM 3200-WRITE-BACKOUT-AUDIT
079200         THRU 3200-WRITE-BACKOUT-AUDIT-EXIT
079300         UNTIL WS-HIST-END-OF-FILE.
079400     IF WS-REF-COUNT > ZERO
079500         PERFORM 3300-REMOVE-ONE-REF
079600             THRU 3300-REMOVE-ONE-REF-EXIT
079700             VARYING RF-IDX FROM 1 BY 1
079800             UNTIL RF-IDX > WS-REF-COUNT
079900     END-IF.
080000     PERFORM 3410-READ-SUSPENSE
080100         THRU 3410-READ-SUSPENSE-EXIT.
080200     PERFORM 3400-COPY-SUSPENSE
080300         THRU 3400-COPY-SUSPENSE-EXIT
080400         UNTIL WS-SUSP-END-OF-FILE.
080500     PERFORM 3500-MARK-RUN-CONTROL
080600         THRU 3500-MARK-RUN-CONTROL-EXIT.
080700 3000-APPLY-BACKOUT-EXIT.
080800     EXIT.
080900
081000*----------------------------------------------------------------
081100* 3100-WRITE-CONTRA - WRITE THE CONTRA OF ONE GL RECORD OF THE
081200*                     FEED: THE SAME RECORD WITH THE OPPOSITE
081300*                     SIDE, FLAG R FOR A POSTING AND Y FOR A
081400*                     REVERSAL CONTRA, DATED TODAY AND TAGGED
081500*                     WITH THIS RUN'S RUN-ID. THE LEVEL, ITEMS,
081600*                     AMOUNT AND TRAN REF ARE KEPT, SO A SUMMARY
081700*                     POSTING GETS A SUMMARY CONTRA.
081800*----------------------------------------------------------------
081900 3100-WRITE-CONTRA.
082000     IF GL-RUN-ID OF GH-EXTRACT-RECORD NOT = WS-ORIG-RUN-ID
082100             OR GL-FEED-ID OF GH-EXTRACT-RECORD
082200                 NOT = WS-BACKOUT-FEED
082300         GO TO 3100-WRITE-CONTRA-NEXT.
082400     IF NOT GL-ROW-PASSED OF GH-EXTRACT-RECORD
082500             AND NOT GL-ROW-REVERSAL OF GH-EXTRACT-RECORD
082600         GO TO 3100-WRITE-CONTRA-NEXT.
082700     MOVE GH-EXTRACT-RECORD TO GL-EXTRACT-RECORD.
082800     IF GL-ROW-PASSED OF GH-EXTRACT-RECORD
082900         MOVE "R" TO GL-PASS-FLAG OF GL-EXTRACT-RECORD
083000     ELSE
083100         MOVE "Y" TO GL-PASS-FLAG OF GL-EXTRACT-RECORD
083200     END-IF.
083300     IF GL-SIDE-DEBIT OF GH-EXTRACT-RECORD
083400         MOVE "C" TO GL-DRCR-IND OF GL-EXTRACT-RECORD
083500     ELSE
083600         MOVE "D" TO GL-DRCR-IND OF GL-EXTRACT-RECORD
083700     END-IF.
083800     MOVE WS-RUN-DATE TO GL-RUN-DATE OF GL-EXTRACT-RECORD.
083900     MOVE WS-RUN-ID TO GL-RUN-ID OF GL-EXTRACT-RECORD.
084000     WRITE GL-EXTRACT-RECORD.
084100     ADD 1 TO WS-CONTRA-REC-COUNT.
084200     PERFORM 2120-FIND-ACCOUNT
084300         THRU 2120-FIND-ACCOUNT-EXIT.
084400     ADD GL-RECORD-COUNT OF GL-EXTRACT-RECORD
084500         TO AT-CONTRA-COUNT (AT-IDX).
084600     ADD GL-HASH-TOTAL OF GL-EXTRACT-RECORD
084700         TO AT-CONTRA-AMOUNT (AT-IDX).
084800 3100-WRITE-CONTRA-NEXT.
084900     PERFORM 2110-READ-GLHIST
085000         THRU 2110-READ-GLHIST-EXIT.
085100 3100-WRITE-CONTRA-EXIT.
085200     EXIT.
085300
085400*----------------------------------------------------------------
085500* 3200-WRITE-BACKOUT-AUDIT - APPEND A BKOT ROW FOR ONE AUDIT ROW
085600*                            OF THE FEED: THE ORIGINAL ROW UNDER
085700*                            THIS RUN'S RUN-ID AND EVAL DATE AND
085800*                            TIME, WITH THE ORIGINAL OUTCOME IN
085900*                            THE REASON CODE. THE BUSINESS DATE,
085966*                            TRAN REF, RULE, VERSION (OR A
086032*                            REVERSAL'S ORIGINAL DATE) AND FEED
086100*                            POSITION ARE KEPT.
086200*----------------------------------------------------------------
086300 3200-WRITE-BACKOUT-AUDIT.
086400     IF AU-RUN-ID OF AH-AUDIT-RECORD NOT = WS-ORIG-RUN-ID
086500             OR AU-FEED-SEQ OF AH-AUDIT-RECORD
086600                 NOT = WS-ORIG-FEED-SEQ
086700         GO TO 3200-WRITE-BACKOUT-AUDIT-NEXT.
086800     MOVE AH-AUDIT-RECORD TO AU-AUDIT-RECORD.
086900     MOVE AU-OUTCOME OF AH-AUDIT-RECORD
087000         TO AU-REASON-CODE OF AU-AUDIT-RECORD.
087100     MOVE "BKOT" TO AU-OUTCOME OF AU-AUDIT-RECORD.
087200     MOVE WS-RUN-ID TO AU-RUN-ID OF AU-AUDIT-RECORD.
087300     ACCEPT AU-EVAL-DATE OF AU-AUDIT-RECORD
087400         FROM DATE YYYYMMDD.
087500     ACCEPT AU-EVAL-TIME OF AU-AUDIT-RECORD FROM TIME.
087600     WRITE AU-AUDIT-RECORD.
087700     ADD 1 TO WS-BKOT-COUNT.
087800 3200-WRITE-BACKOUT-AUDIT-NEXT.
087900     PERFORM 2210-READ-AUDTHIST
088000         THRU 2210-READ-AUDTHIST-EXIT.
088100 3200-WRITE-BACKOUT-AUDIT-EXIT.
088200     EXIT.
088300
088400*----------------------------------------------------------------
088500* 3300-REMOVE-ONE-REF - DELETE ONE OF THE FEED'S REFERENCES FROM
088600*                       TRANIDX, PROVIDED THE ENTRY IS STILL THE
088700*                       ONE THIS FEED ADDED (SAME BUSINESS DATE
088800*                       AND FEED ID). A REF ALREADY GONE - A ROW
088900*                       REPEATED BY A RESTART - IS PASSED OVER.
089000*----------------------------------------------------------------
089100 3300-REMOVE-ONE-REF.
089200     MOVE RF-TRAN-REF (RF-IDX) TO TX-TRAN-REF.
089300     READ TRANIDX
089400         INVALID KEY
089500             GO TO 3300-REMOVE-ONE-REF-EXIT
089600     END-READ.
089700     IF TX-BUSINESS-DATE NOT = WS-BACKOUT-DATE
089800             OR TX-FEED-ID NOT = WS-BACKOUT-FEED
089900         GO TO 3300-REMOVE-ONE-REF-EXIT.
090000     DELETE TRANIDX RECORD
090100         INVALID KEY
090200             DISPLAY "BACKOUT - COULD NOT REMOVE TRANIDX REF "
090300                 TX-TRAN-REF " STATUS = " WS-TRANIDX-STATUS
090400             MOVE "Y" TO WS-ATTENTION-SWITCH
090500         NOT INVALID KEY
090600             ADD 1 TO WS-TIDX-DELETED
090700     END-DELETE.
090800 3300-REMOVE-ONE-REF-EXIT.
090900     EXIT.
091000
091100*----------------------------------------------------------------
091200* 3400-COPY-SUSPENSE - CARRY ONE SUSPENSE ITEM FORWARD TO
091300*                      SUSPKEEP UNLESS THE FEED RAISED IT. ITEMS
091400*                      OF THE FEED ALREADY RE-FED OR WRITTEN OFF
091500*                      BY SUSPREP ARE NO LONGER ON THE FILE.
091600*----------------------------------------------------------------
091700 3400-COPY-SUSPENSE.
091800     IF SU-FEED-ID OF SU-SUSPENSE-RECORD = WS-BACKOUT-FEED
091900             AND SU-BUSINESS-DATE OF SU-SUSPENSE-RECORD
092000                 = WS-BACKOUT-DATE
092100         ADD 1 TO WS-SUSP-CLEARED
092200     ELSE
092300         MOVE SU-SUSPENSE-RECORD TO SK-SUSPENSE-RECORD
092400         WRITE SK-SUSPENSE-RECORD
092500         ADD 1 TO WS-SUSP-KEPT
092600     END-IF.
092700     PERFORM 3410-READ-SUSPENSE
092800         THRU 3410-READ-SUSPENSE-EXIT.
092900 3400-COPY-SUSPENSE-EXIT.
093000     EXIT.
093100
093200*----------------------------------------------------------------
093300* 3410-READ-SUSPENSE - READ THE NEXT SUSPENSE RECORD
093400*----------------------------------------------------------------
093500 3410-READ-SUSPENSE.
093600     READ SUSPENSE
093700         AT END
093800             MOVE "Y" TO WS-SUSP-EOF-SWITCH
093900     END-READ.
094000 3410-READ-SUSPENSE-EXIT.
094100     EXIT.
094200
094300*----------------------------------------------------------------
094400* 3500-MARK-RUN-CONTROL - SET THE FEED'S RUNCTL ENTRY BACKED OUT.
094500*                         IFANDTHEN RUNS A BACKED-OUT FEED AGAIN
094600*                         WITHOUT PARM='OVERRIDE'. THE ORIGINAL
094700*                         RUN-ID IS KEPT UNTIL THE RERUN
094800*                         REPLACES IT.
094900*----------------------------------------------------------------
095000 3500-MARK-RUN-CONTROL.
095100     MOVE WS-BACKOUT-DATE TO RN-BUSINESS-DATE.
095200     MOVE WS-BACKOUT-FEED TO RN-FEED-ID.
095300     READ RUNCTL
095400         INVALID KEY
095500             DISPLAY "BACKOUT - RUNCTL ENTRY FOR FEED "
095600                 WS-BACKOUT-FEED " DISAPPEARED, STATUS = "
095700                 WS-RUNCTL-STATUS
095800             MOVE "Y" TO WS-ABEND-SWITCH
095900             GO TO 3500-MARK-RUN-CONTROL-EXIT
096000     END-READ.
096100     MOVE "BACKOUT" TO RN-STATUS.
096200     REWRITE RN-RUN-CONTROL-RECORD
096300         INVALID KEY
096400             DISPLAY "BACKOUT - ERROR REWRITING RUNCTL, STATUS = "
096500                 WS-RUNCTL-STATUS
096600             MOVE "Y" TO WS-ABEND-SWITCH
096700     END-REWRITE.
096800 3500-MARK-RUN-CONTROL-EXIT.
096900     EXIT.
097000
097001*----------------------------------------------------------------
097002* 5000-RELEASE-REFERENCES - BROWSE THE WHOLE OF TRANIDX AND
097003*                           DELETE EVERY ENTRY OF THE DATE AND
097004*                           FEED. THE FEED NEVER POSTED, SO THERE
097005*                           ARE NO AUDIT ROWS TO FIND ITS
097006*                           REFERENCES BY.
097007*----------------------------------------------------------------
097008 5000-RELEASE-REFERENCES.
097009     MOVE LOW-VALUES TO TX-TRAN-REF.
097010     START TRANIDX KEY IS NOT LESS THAN TX-TRAN-REF
097011         INVALID KEY
097012             MOVE "Y" TO WS-TIDX-EOF-SWITCH
097013     END-START.
097014     PERFORM 5100-RELEASE-ONE-REF
097015         THRU 5100-RELEASE-ONE-REF-EXIT
097016         UNTIL WS-TIDX-END-OF-FILE.
097017     PERFORM 5200-PRINT-RELEASE-REPORT
097018         THRU 5200-PRINT-RELEASE-REPORT-EXIT.
097019 5000-RELEASE-REFERENCES-EXIT.
097020     EXIT.
097021
097022*----------------------------------------------------------------
097023* 5100-RELEASE-ONE-REF - READ THE NEXT TRANIDX ENTRY AND DELETE
097024*                        IT WHEN IT CARRIES THE DATE AND FEED
097025*----------------------------------------------------------------
097026 5100-RELEASE-ONE-REF.
097027     READ TRANIDX NEXT RECORD
097028         AT END
097029             MOVE "Y" TO WS-TIDX-EOF-SWITCH
097030             GO TO 5100-RELEASE-ONE-REF-EXIT
097031     END-READ.
097032     ADD 1 TO WS-TIDX-READ.
097033     IF TX-BUSINESS-DATE NOT = WS-BACKOUT-DATE
097034             OR TX-FEED-ID NOT = WS-BACKOUT-FEED
097035         GO TO 5100-RELEASE-ONE-REF-EXIT.
097036     DELETE TRANIDX RECORD
097037         INVALID KEY
097038             DISPLAY "BACKOUT - COULD NOT REMOVE TRANIDX REF "
097039                 TX-TRAN-REF " STATUS = " WS-TRANIDX-STATUS
097040             MOVE "Y" TO WS-ATTENTION-SWITCH
097041         NOT INVALID KEY
097042             ADD 1 TO WS-TIDX-DELETED
097043     END-DELETE.
097044 5100-RELEASE-ONE-REF-EXIT.
097045     EXIT.
097046
097047*----------------------------------------------------------------
097048* 5200-PRINT-RELEASE-REPORT - PRINT THE RELEASE TOTALS AND WHAT
097049*                             BECAME OF THE FEED
097050*----------------------------------------------------------------
097051 5200-PRINT-RELEASE-REPORT.
097052     MOVE ZERO TO BT-TOTAL-AMOUNT.
097053     MOVE "TRANIDX ENTRIES READ:" TO BT-TOTAL-DESC.
097054     MOVE WS-TIDX-READ TO BT-TOTAL-COUNT.
097055     MOVE WS-BKOTRPT-TOTAL TO BR-PRINT-LINE.
097056     WRITE BR-PRINT-LINE AFTER ADVANCING 2 LINES.
097057     MOVE "TRANIDX REFERENCES RELEASED:" TO BT-TOTAL-DESC.
097058     MOVE WS-TIDX-DELETED TO BT-TOTAL-COUNT.
097059     PERFORM 8200-PRINT-TOTAL-LINE
097060         THRU 8200-PRINT-TOTAL-LINE-EXIT.
097061     MOVE "REFERENCES RELEASED ONLY - NOTHING WRITTEN TO THE GL,"
097062         TO BS-RESULT-TEXT.
097063     MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE.
097064     WRITE BR-PRINT-LINE AFTER ADVANCING 2 LINES.
097065     MOVE "AUDTLOG OR SUSPENSE AND RUNCTL NOT CHANGED. THE"
097066         TO BS-RESULT-TEXT.
097067     MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE.
097068     WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE.
097069     MOVE "CORRECTED FILE MAY NOW BE SENT THROUGH IFANDTHN."
097070         TO BS-RESULT-TEXT.
097071     MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE.
097072     WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE.
097073 5200-PRINT-RELEASE-REPORT-EXIT.
097074     EXIT.
097075
097100*----------------------------------------------------------------
097200* 8000-PRINT-CONTROL-REPORT - PRINT, FOR EACH ACCOUNT AND SIDE,
097300*                             THE ORIGINAL POSTINGS AGAINST THE
097400*                             CONTRAS WRITTEN, THEN THE PROOF
097500*                             TOTALS, WHAT WAS CLEARED, THE
097600*                             OUTCOME AND THE SIGN-OFF LINES
097700*----------------------------------------------------------------
097800 8000-PRINT-CONTROL-REPORT.
097900     MOVE WS-BKOTRPT-HDG4 TO BR-PRINT-LINE.
098000     WRITE BR-PRINT-LINE AFTER ADVANCING 2 LINES.
098100     MOVE WS-BKOTRPT-HDG5 TO BR-PRINT-LINE.
098200     WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE.
098300     IF WS-ACCT-COUNT = ZERO
098400         MOVE WS-BKOTRPT-NONE TO BR-PRINT-LINE
098500         WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE
098600     ELSE
098700         PERFORM 8100-PRINT-ONE-ACCOUNT
098800             THRU 8100-PRINT-ONE-ACCOUNT-EXIT
098900             VARYING AT-IDX FROM 1 BY 1
099000             UNTIL AT-IDX > WS-ACCT-COUNT
099100     END-IF.
099200     MOVE "TOTAL ORIGINAL POSTINGS / AMOUNT:" TO BT-TOTAL-DESC.
099300     MOVE WS-TOT-ORIG-COUNT TO BT-TOTAL-COUNT.
099400     MOVE WS-TOT-ORIG-AMOUNT TO BT-TOTAL-AMOUNT.
099500     MOVE WS-BKOTRPT-TOTAL TO BR-PRINT-LINE.
099600     WRITE BR-PRINT-LINE AFTER ADVANCING 2 LINES.
099700     MOVE "TOTAL CONTRA ENTRIES / AMOUNT:" TO BT-TOTAL-DESC.
099800     MOVE WS-TOT-CONTRA-COUNT TO BT-TOTAL-COUNT.
099900     MOVE WS-TOT-CONTRA-AMOUNT TO BT-TOTAL-AMOUNT.
100000     PERFORM 8200-PRINT-TOTAL-LINE
100100         THRU 8200-PRINT-TOTAL-LINE-EXIT.
100200     MOVE "AUDIT PASS ROWS / AMOUNT:" TO BT-TOTAL-DESC.
100300     MOVE WS-AUD-PASS-COUNT TO BT-TOTAL-COUNT.
100400     MOVE WS-AUD-PASS-AMOUNT TO BT-TOTAL-AMOUNT.
100500     MOVE WS-BKOTRPT-TOTAL TO BR-PRINT-LINE.
100600     WRITE BR-PRINT-LINE AFTER ADVANCING 2 LINES.
100700     MOVE "GL POSTINGS (FLAG Y) / AMOUNT:" TO BT-TOTAL-DESC.
100800     MOVE WS-GL-PASS-COUNT TO BT-TOTAL-COUNT.
100900     MOVE WS-GL-PASS-AMOUNT TO BT-TOTAL-AMOUNT.
101000     PERFORM 8200-PRINT-TOTAL-LINE
101100         THRU 8200-PRINT-TOTAL-LINE-EXIT.
101200     MOVE "AUDIT RVSL ROWS / AMOUNT:" TO BT-TOTAL-DESC.
101300     MOVE WS-AUD-RVSL-COUNT TO BT-TOTAL-COUNT.
101400     MOVE WS-AUD-RVSL-AMOUNT TO BT-TOTAL-AMOUNT.
101500     PERFORM 8200-PRINT-TOTAL-LINE
101600         THRU 8200-PRINT-TOTAL-LINE-EXIT.
101700     MOVE "GL REVERSAL CONTRAS (FLAG R) / AMOUNT:"
101800         TO BT-TOTAL-DESC.
101900     MOVE WS-GL-RVSL-COUNT TO BT-TOTAL-COUNT.
102000     MOVE WS-GL-RVSL-AMOUNT TO BT-TOTAL-AMOUNT.
102100     PERFORM 8200-PRINT-TOTAL-LINE
102200         THRU 8200-PRINT-TOTAL-LINE-EXIT.
102300     MOVE ZERO TO BT-TOTAL-AMOUNT.
102400     MOVE "AUDIT FAIL AND RVSF ROWS (NO GL):" TO BT-TOTAL-DESC.
102500     MOVE WS-AUD-NOGL-COUNT TO BT-TOTAL-COUNT.
102600     PERFORM 8200-PRINT-TOTAL-LINE
102700         THRU 8200-PRINT-TOTAL-LINE-EXIT.
102800     MOVE "ITEMS ADJUSTED SINCE BY RETROCOR:" TO BT-TOTAL-DESC.
102900     MOVE WS-RETRO-ADJ-COUNT TO BT-TOTAL-COUNT.
103000     PERFORM 8200-PRINT-TOTAL-LINE
103100         THRU 8200-PRINT-TOTAL-LINE-EXIT.
103120     MOVE "PASS ITEMS REVERSED SINCE BY A LATER RUN:"
103140         TO BT-TOTAL-DESC.
103160     MOVE WS-LATER-RVSL-COUNT TO BT-TOTAL-COUNT.
103180     PERFORM 8200-PRINT-TOTAL-LINE
103190         THRU 8200-PRINT-TOTAL-LINE-EXIT.
103200     MOVE "QUARANTINE MARKERS ON THE RUN:" TO BT-TOTAL-DESC.
103300     MOVE WS-QUARANTINE-COUNT TO BT-TOTAL-COUNT.
103400     PERFORM 8200-PRINT-TOTAL-LINE
103500         THRU 8200-PRINT-TOTAL-LINE-EXIT.
103600     MOVE "CONTRA GL RECORDS WRITTEN:" TO BT-TOTAL-DESC.
103700     MOVE WS-CONTRA-REC-COUNT TO BT-TOTAL-COUNT.
103800     MOVE WS-BKOTRPT-TOTAL TO BR-PRINT-LINE.
103900     WRITE BR-PRINT-LINE AFTER ADVANCING 2 LINES.
104000     MOVE "AUDIT ROWS MARKED BACKED OUT (BKOT):"
104100         TO BT-TOTAL-DESC.
104200     MOVE WS-BKOT-COUNT TO BT-TOTAL-COUNT.
104300     PERFORM 8200-PRINT-TOTAL-LINE
104400         THRU 8200-PRINT-TOTAL-LINE-EXIT.
104500     MOVE "TRANIDX REFERENCES REMOVED:" TO BT-TOTAL-DESC.
104600     MOVE WS-TIDX-DELETED TO BT-TOTAL-COUNT.
104700     PERFORM 8200-PRINT-TOTAL-LINE
104800         THRU 8200-PRINT-TOTAL-LINE-EXIT.
104900     MOVE "SUSPENSE ITEMS CLEARED:" TO BT-TOTAL-DESC.
105000     MOVE WS-SUSP-CLEARED TO BT-TOTAL-COUNT.
105100     PERFORM 8200-PRINT-TOTAL-LINE
105200         THRU 8200-PRINT-TOTAL-LINE-EXIT.
105300     PERFORM 8300-PRINT-RESULT
105400         THRU 8300-PRINT-RESULT-EXIT.
105500     MOVE WS-BKOTRPT-SIGNOFF1 TO BR-PRINT-LINE.
105600     WRITE BR-PRINT-LINE AFTER ADVANCING 3 LINES.
105700     MOVE WS-BKOTRPT-SIGNOFF2 TO BR-PRINT-LINE.
105800     WRITE BR-PRINT-LINE AFTER ADVANCING 2 LINES.
105900 8000-PRINT-CONTROL-REPORT-EXIT.
106000     EXIT.
106100
106200*----------------------------------------------------------------
106300* 8100-PRINT-ONE-ACCOUNT - PRINT ONE ACCOUNT AND SIDE. WHEN THE
106400*                          CONTRAS WERE WRITTEN, THEIR ITEMS AND
106500*                          AMOUNT MUST EQUAL THE ORIGINAL'S OR
106600*                          THE GENERATION IS HELD (RC=8).
106700*----------------------------------------------------------------
106800 8100-PRINT-ONE-ACCOUNT.
106900     MOVE AT-GL-ACCOUNT (AT-IDX) TO BD-GL-ACCOUNT.
107000     MOVE AT-ORIG-SIDE (AT-IDX) TO BD-ORIG-SIDE.
107100     MOVE AT-ORIG-COUNT (AT-IDX) TO BD-ORIG-COUNT.
107200     MOVE AT-ORIG-AMOUNT (AT-IDX) TO BD-ORIG-AMOUNT.
107300     IF AT-ORIG-SIDE (AT-IDX) = "D"
107400         MOVE "C" TO BD-CONTRA-SIDE
107500     ELSE
107600         MOVE "D" TO BD-CONTRA-SIDE
107700     END-IF.
107800     MOVE AT-CONTRA-COUNT (AT-IDX) TO BD-CONTRA-COUNT.
107900     MOVE AT-CONTRA-AMOUNT (AT-IDX) TO BD-CONTRA-AMOUNT.
108000     ADD AT-ORIG-COUNT (AT-IDX) TO WS-TOT-ORIG-COUNT.
108100     ADD AT-ORIG-AMOUNT (AT-IDX) TO WS-TOT-ORIG-AMOUNT.
108200     ADD AT-CONTRA-COUNT (AT-IDX) TO WS-TOT-CONTRA-COUNT.
108300     ADD AT-CONTRA-AMOUNT (AT-IDX) TO WS-TOT-CONTRA-AMOUNT.
108400     IF NOT WS-BACKOUT-APPLIED
108500         MOVE "NOT WRITTEN" TO BD-STATUS
108600     ELSE
108700         IF AT-CONTRA-COUNT (AT-IDX) = AT-ORIG-COUNT (AT-IDX)
108800                 AND AT-CONTRA-AMOUNT (AT-IDX)
108900                     = AT-ORIG-AMOUNT (AT-IDX)
109000             MOVE "BALANCED" TO BD-STATUS
109100         ELSE
109200             MOVE "OUT OF BALANCE" TO BD-STATUS
109300             MOVE "Y" TO WS-CONTRA-OOB-SWITCH
109400         END-IF
109500     END-IF.
109600     MOVE WS-BKOTRPT-DETAIL TO BR-PRINT-LINE.
109700     WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE.
109800 8100-PRINT-ONE-ACCOUNT-EXIT.
109900     EXIT.
110000
110100*----------------------------------------------------------------
110200* 8200-PRINT-TOTAL-LINE - PRINT ONE TOTAL LINE
110300*----------------------------------------------------------------
110400 8200-PRINT-TOTAL-LINE.
110500     MOVE WS-BKOTRPT-TOTAL TO BR-PRINT-LINE.
110600     WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE.
110700 8200-PRINT-TOTAL-LINE-EXIT.
110800     EXIT.
110900
111000*----------------------------------------------------------------
111100* 8300-PRINT-RESULT - PRINT WHAT BECAME OF THE FEED
111200*----------------------------------------------------------------
111300 8300-PRINT-RESULT.
111400     IF NOT WS-BACKOUT-APPLIED
111500         MOVE "FEED DID NOT PROVE - NOTHING WRITTEN, RUNCTL NOT"
111600             TO BS-RESULT-TEXT
111700         MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE
111800         WRITE BR-PRINT-LINE AFTER ADVANCING 2 LINES
111900         MOVE "CHANGED. BACK THE FEED OUT BY HAND FROM THIS "
112000             TO BS-RESULT-TEXT
112100         MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE
112200         WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE
112300         MOVE "REPORT." TO BS-RESULT-TEXT
112400         MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE
112500         WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE
112600         GO TO 8300-PRINT-RESULT-EXIT.
112700     IF WS-CONTRA-OUT-OF-BALANCE
112800         MOVE "CONTRAS DO NOT EQUAL THE ORIGINAL POSTINGS - HOLD"
112900             TO BS-RESULT-TEXT
113000         MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE
113100         WRITE BR-PRINT-LINE AFTER ADVANCING 2 LINES
113200         MOVE "THE BACK-OUT GENERATION FROM THE GL FEED."
113300             TO BS-RESULT-TEXT
113400         MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE
113500         WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE
113600     END-IF.
113700     MOVE "RUNCTL STATUS SET TO BACKED OUT - THE CORRECTED FEED"
113800         TO BS-RESULT-TEXT.
113900     MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE.
114000     WRITE BR-PRINT-LINE AFTER ADVANCING 2 LINES.
114100     MOVE "MAY BE RUN WITHOUT PARM='OVERRIDE'."
114200         TO BS-RESULT-TEXT.
114300     MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE.
114400     WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE.
114500     IF WS-QUARANTINE-COUNT > ZERO
114600         MOVE "THE RUN'S EXTRACT WAS QUARANTINED - HOLD THE"
114700             TO BS-RESULT-TEXT
114800         MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE
114900         WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE
115000         MOVE "BACK-OUT GENERATION WITH IT."
115100             TO BS-RESULT-TEXT
115200         MOVE WS-BKOTRPT-RESULT TO BR-PRINT-LINE
115300         WRITE BR-PRINT-LINE AFTER ADVANCING 1 LINE
115400     END-IF.
115500 8300-PRINT-RESULT-EXIT.
115600     EXIT.
115700
115800*----------------------------------------------------------------
115900* 9000-TERMINATE - CLOSE THE FILES AND DISPLAY THE RUN TOTALS
116000*----------------------------------------------------------------
116100 9000-TERMINATE.
116200     IF WS-RUNCTL-STATUS NOT = SPACES
116300         CLOSE RUNCTL
116400     END-IF.
116500     IF WS-GLHIST-STATUS NOT = SPACES
116600         CLOSE GLHIST
116700     END-IF.
116800     IF WS-GLEXTRT-STATUS NOT = SPACES
116900         CLOSE GLEXTRT
117000     END-IF.
117100     IF WS-AUDTHIST-STATUS NOT = SPACES
117200         CLOSE AUDTHIST
117300     END-IF.
117400     IF WS-AUDTLOG-STATUS NOT = SPACES
117500         CLOSE AUDTLOG
117600     END-IF.
117700     IF WS-TRANIDX-STATUS NOT = SPACES
117800         CLOSE TRANIDX
117900     END-IF.
118000     IF WS-SUSPENSE-STATUS NOT = SPACES
118100         CLOSE SUSPENSE
118200     END-IF.
118300     IF WS-SUSPKEEP-STATUS NOT = SPACES
118400         CLOSE SUSPKEEP
118500     END-IF.
118600     IF WS-BKOTRPT-STATUS NOT = SPACES
118700         CLOSE BKOTRPT
118800     END-IF.
118900     DISPLAY "BACKOUT - CONTRAS WRITTEN:       "
119000         WS-CONTRA-REC-COUNT.
119100     DISPLAY "BACKOUT - AUDIT ROWS BACKED OUT: " WS-BKOT-COUNT.
119200     DISPLAY "BACKOUT - TRANIDX REFS REMOVED:  " WS-TIDX-DELETED.
119300     DISPLAY "BACKOUT - SUSPENSE CLEARED:      " WS-SUSP-CLEARED.
119400 9000-TERMINATE-EXIT.
119500     EXIT.
119600
119700*----------------------------------------------------------------
119780* 9900-SET-RETURN-CODE - 0 = FEED BACKED OUT (OR REFERENCES
119860*                        RELEASED) CLEAN, 4 = BACKED OUT BUT THE
119940*                        RUN'S EXTRACT WAS QUARANTINED OR A
120020*                        TRANIDX REF COULD NOT BE REMOVED,
120100*                        8 = FEED DID NOT PROVE (NOTHING WRITTEN)
120200*                        OR THE CONTRAS DO NOT BALANCE, 16 = COULD
120300*                        NOT RUN (BAD CARD, RUNCTL ENTRY MISSING,
120375*                        NOT COMPLETE OR ALREADY BACKED OUT - OR
120450*                        COMPLETE FOR A RELEASE - OPEN FAILURE OR
120525*                        TABLE FULL)
120600*----------------------------------------------------------------
120700 9900-SET-RETURN-CODE.
120800     IF WS-ABEND-OCCURRED
120900         MOVE 16 TO RETURN-CODE
121000     ELSE
121100         IF WS-PROOF-FAILED OR WS-CONTRA-OUT-OF-BALANCE
121200             MOVE 8 TO RETURN-CODE
121300         ELSE
121400             IF WS-ATTENTION-NEEDED
121500                 MOVE 4 TO RETURN-CODE
121600             ELSE
121700                 MOVE ZERO TO RETURN-CODE
121800             END-IF
121900         END-IF
122000     END-IF.
122100 9900-SET-RETURN-CODE-EXIT.
122200     EXIT.
