000100****************************************************************
000200* PROGRAM-ID : FEEDRTN                                          *
000300* AUTHOR     : D. ORIC, APPLICATIONS PROGRAMMING                *
000400* INSTALLATION: DATA PROCESSING CENTER                          *
000500* DATE-WRITTEN: 2026-10-15                                      *
000600* DATE-COMPILED:                                                *
000700*----------------------------------------------------------------
000800* REMARKS.                                                      *
000900*     FEED OUTCOME RETURN. RUNS AFTER RECONCIL AND BUILDS THE    *
001000*     RETURN FILE FOR ONE SENDING FEED (THE FEED ID ON THE       *
001100*     RTNPARM CARD) SO THE SENDER CAN CLOSE ITS OWN ITEMS        *
001200*     WITHOUT READING OUR REPORTS: A HEADER, ONE DETAIL PER      *
001300*     TRANSACTION REFERENCE THE FEED SENT WITH ITS OUTCOME, AND  *
001400*     A TRAILER OF COUNTS BY OUTCOME (SEE FRTNREC).              *
001500*     THE OUTCOMES COME FROM THE FILES THE DAILY RUN ALREADY     *
001600*     WROTE - NOTHING IS RE-EVALUATED:                           *
001700*       - REJECTS (THIS RUN'S GENERATION) FOR ITEMS TRANEDIT     *
001800*         REFUSED, MATCHED TO THE FEED BY RJ-FEED-ID,            *
001900*       - VALIDTRN FOR THE ITEMS TRANEDIT PASSED, IN SLOT        *
002000*         ORDER,                                                 *
002100*       - AUDTLOG ROWS FOR THIS RUN'S RUN-ID (FROM THE           *
002200*         FEED'S OWN CHECKPOINT RECORD),                         *
002300*         WHICH IFANDTHEN WRITES IN VALIDTRN SLOT ORDER, SO THE  *
002400*         TWO ARE MATCHED ON THE TRANSACTION REFERENCE IN ONE    *
002500*         SEQUENTIAL PASS. A VALIDTRN ITEM WITH NO AUDIT ROW     *
002600*         BELONGS TO A FEED IFANDTHEN SKIPPED AS ALREADY         *
002700*         COMPLETE AND IS RETURNED NOT PROCESSED (NOTP),         *
002800*       - GLMPARM FOR THE GL ACCOUNT AND SIDE A PASS POSTED TO   *
002900*         (A REVERSAL'S CONTRA POSTS TO THE OPPOSITE SIDE).      *
003000*     THE RAW CONTTRAN FILE IS READ FIRST FOR EACH FEED'S OWN    *
003100*     TRAILER COUNT; THE RETURN TRAILER'S RECORD COUNT MUST      *
003200*     BALANCE TO IT OR THE RUN COMES BACK RC=8. AN AUDIT ROW OR  *
003300*     REJECT LEFT OVER AFTER THE LAST FEED ALSO MEANS THE        *
003400*     INPUTS DISAGREE AND IS OUT OF BALANCE. A FEED THAT IS NOT  *
003450*     IN TODAY'S FILE GETS A HEADER AND A ZERO-COUNT TRAILER.    *
003500*----------------------------------------------------------------
003600* MODIFICATION HISTORY.                                          *
003700*   DATE       INIT  DESCRIPTION                                 *
003800*   ---------- ----  ------------------------------------------ *
003900*   2026-10-15  DO   ORIGINAL VERSION.                           *
004000****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.              FEEDRTN.
004300 AUTHOR.                  D. ORIC.
004400 INSTALLATION.            DATA PROCESSING CENTER.
004500 DATE-WRITTEN.            2026-10-15.
004600 DATE-COMPILED.
004700
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.         IBM-370.
005100 OBJECT-COMPUTER.         IBM-370.
005200
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT CONTTRAN     ASSIGN TO CONTTRAN
005600                         ORGANIZATION IS SEQUENTIAL
005700                         FILE STATUS IS WS-CONTTRAN-STATUS.
005800
005900     SELECT VALIDTRN     ASSIGN TO VALIDTRN
006000                         ORGANIZATION IS RELATIVE
006100                         ACCESS MODE IS SEQUENTIAL
006200                         RELATIVE KEY IS WS-VALIDTRN-SLOT
006300                         FILE STATUS IS WS-VALIDTRN-STATUS.
006400
006500     SELECT REJECTS      ASSIGN TO REJECTS
006600                         ORGANIZATION IS SEQUENTIAL
006700                         FILE STATUS IS WS-REJECTS-STATUS.
006800
006900     SELECT AUDTLOG      ASSIGN TO AUDTLOG
007000                         ORGANIZATION IS SEQUENTIAL
007100                         FILE STATUS IS WS-AUDTLOG-STATUS.
007200
007300     SELECT CHKPTFIL     ASSIGN TO CHKPTFIL
007400                         ORGANIZATION IS INDEXED
007500                         ACCESS MODE IS DYNAMIC
007600                         RECORD KEY IS CK-CHECKPOINT-ID
007700                         FILE STATUS IS WS-CHKPTFIL-STATUS.
007800
007900     SELECT GLMPARM      ASSIGN TO GLMPARM
008000                         ORGANIZATION IS SEQUENTIAL
008100                         FILE STATUS IS WS-GLMPARM-STATUS.
008200
008300     SELECT RTNPARM      ASSIGN TO RTNPARM
008400                         ORGANIZATION IS SEQUENTIAL
008500                         FILE STATUS IS WS-RTNPARM-STATUS.
008600
008700     SELECT RETNFILE     ASSIGN TO RETNFILE
008800                         ORGANIZATION IS SEQUENTIAL
008900                         FILE STATUS IS WS-RETNFILE-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  CONTTRAN
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 COPY TRANREC.
009700
009800 FD  VALIDTRN
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 COPY TRANREC REPLACING TR-TRANS-RECORD BY VT-TRANS-RECORD.
010200
010300 FD  REJECTS
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 COPY TREJREC.
010700
010800 FD  AUDTLOG
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 COPY AUDTREC.
011200
011300 FD  CHKPTFIL
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600 COPY CHKPREC.
011700
011800 FD  GLMPARM
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100 COPY GLMPREC.
012200
012300 FD  RTNPARM
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600 COPY RTNPREC.
012700
012800 FD  RETNFILE
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100 COPY FRTNREC.
013200
013300 WORKING-STORAGE SECTION.
013400 01  WS-SWITCHES.
013500     05  WS-FEED-EOF-SWITCH   PIC X(01)  VALUE "N".
013600         88  WS-FEED-END-OF-FILE         VALUE "Y".
013700     05  WS-VALID-EOF-SWITCH  PIC X(01)  VALUE "N".
013800         88  WS-VALID-END-OF-FILE        VALUE "Y".
013900     05  WS-REJ-EOF-SWITCH    PIC X(01)  VALUE "N".
014000         88  WS-REJ-END-OF-FILE          VALUE "Y".
014100     05  WS-AUDIT-EOF-SWITCH  PIC X(01)  VALUE "N".
014200         88  WS-AUDIT-END-OF-FILE        VALUE "Y".
014300     05  WS-MAP-EOF-SWITCH    PIC X(01)  VALUE "N".
014400         88  WS-MAP-END-OF-FILE          VALUE "Y".
014500     05  WS-ABEND-SWITCH      PIC X(01)  VALUE "N".
014600         88  WS-ABEND-OCCURRED           VALUE "Y".
014700     05  WS-OOB-SWITCH        PIC X(01)  VALUE "N".
014800         88  WS-OUT-OF-BALANCE           VALUE "Y".
014900     05  WS-NOTP-SWITCH       PIC X(01)  VALUE "N".
015000         88  WS-ITEMS-NOT-PROCESSED      VALUE "Y".
015100     05  WS-ABSENT-SWITCH     PIC X(01)  VALUE "N".
015200         88  WS-FEED-ABSENT              VALUE "Y".
015300     05  WS-SELECTED-SWITCH   PIC X(01)  VALUE "N".
015400         88  WS-FEED-SELECTED            VALUE "Y".
015500     05  WS-MAP-FOUND-SWITCH  PIC X(01)  VALUE "N".
015600         88  WS-MAP-FOUND                VALUE "Y".
015633     05  WS-CKPT-EOF-SWITCH   PIC X(01)  VALUE "N".
015666         88  WS-CKPT-END-OF-FILE         VALUE "Y".
015700
015800 01  WS-FILE-STATUSES.
015900     05  WS-CONTTRAN-STATUS   PIC X(02)  VALUE SPACES.
016000         88  WS-CONTTRAN-OK                VALUE "00".
016100     05  WS-VALIDTRN-STATUS   PIC X(02)  VALUE SPACES.
016200         88  WS-VALIDTRN-OK                VALUE "00".
016300     05  WS-REJECTS-STATUS    PIC X(02)  VALUE SPACES.
016400         88  WS-REJECTS-OK                 VALUE "00".
016500     05  WS-AUDTLOG-STATUS    PIC X(02)  VALUE SPACES.
016600         88  WS-AUDTLOG-OK                 VALUE "00".
016700     05  WS-CHKPTFIL-STATUS   PIC X(02)  VALUE SPACES.
016800         88  WS-CHKPTFIL-OK                VALUE "00".
016900     05  WS-GLMPARM-STATUS    PIC X(02)  VALUE SPACES.
017000         88  WS-GLMPARM-OK                 VALUE "00".
017100     05  WS-RTNPARM-STATUS    PIC X(02)  VALUE SPACES.
017200         88  WS-RTNPARM-OK                 VALUE "00".
017300     05  WS-RETNFILE-STATUS   PIC X(02)  VALUE SPACES.
017400         88  WS-RETNFILE-OK                VALUE "00".
017500
017600 01  WS-RETURN-TOTALS.
017700     05  WS-RETURN-WRITTEN    PIC 9(07)  VALUE ZERO  COMP.
017800     05  WS-LEFTOVER-AUDIT    PIC 9(07)  VALUE ZERO  COMP.
017900     05  WS-LEFTOVER-REJECT   PIC 9(07)  VALUE ZERO  COMP.
018000
018100 77  WS-VALIDTRN-SLOT         PIC 9(07)  VALUE ZERO.
018200 77  WS-RUN-ID                PIC X(16)  VALUE SPACES.
018300 77  WS-SELECT-FEED-ID        PIC X(08)  VALUE SPACES.
018400 77  WS-LAST-MATCHED-REF      PIC X(12)  VALUE SPACES.
018500 77  WS-CUR-FEED              PIC 9(02)  VALUE ZERO  COMP.
018600 77  WS-CUR-FEED-ID           PIC X(08)  VALUE SPACES.
018700 77  WS-CUR-BUSINESS-DATE     PIC 9(08)  VALUE ZERO.
018800 77  WS-FEED-TOTAL            PIC 9(07)  VALUE ZERO  COMP.
018900 77  WS-CREATE-DATE           PIC 9(08)  VALUE ZERO.
019000 77  WS-CREATE-TIME           PIC 9(08)  VALUE ZERO.
019100
019200*----------------------------------------------------------------
019300* WS-FEED-TABLE - ONE ENTRY PER FEED GROUP ON THE RAW CONTTRAN
019400*                 FILE: ITS HEADER FIELDS, ITS OWN TRAILER
019500*                 COUNT (WHAT THE RETURN MUST BALANCE TO) AND
019600*                 THE OUTCOME COUNTS ACCUMULATED FOR IT.
019700*----------------------------------------------------------------
019800 01  WS-FEED-TABLE.
019900     05  WS-FEED-COUNT        PIC 9(02)  VALUE ZERO.
020000     05  WS-FEED-ENTRY        OCCURS 20 TIMES
020100                               DEPENDING ON WS-FEED-COUNT
020200                               INDEXED BY RF-IDX.
020300         10  RF-FEED-ID       PIC X(08).
020400         10  RF-BUSINESS-DATE PIC 9(08).
020500         10  RF-TRL-COUNT     PIC 9(07).
020600         10  RF-RETURNED-SW   PIC X(01).
020700             88  RF-FEED-RETURNED         VALUE "Y".
020800         10  RF-REJT-COUNT    PIC 9(07)  COMP.
020900         10  RF-PASS-COUNT    PIC 9(07)  COMP.
021000         10  RF-FAIL-COUNT    PIC 9(07)  COMP.
021100         10  RF-RVSL-COUNT    PIC 9(07)  COMP.
021200         10  RF-RVSF-COUNT    PIC 9(07)  COMP.
021300         10  RF-NOTP-COUNT    PIC 9(07)  COMP.
021400
021500*----------------------------------------------------------------
021600* WS-GL-MAP-TABLE - THE GLMPARM RULE-TO-ACCOUNT MAPPING, THE
021700*                   SAME TABLE IFANDTHEN POSTS FROM.
021800*----------------------------------------------------------------
021900 01  WS-GL-MAP-TABLE.
022000     05  WS-MAP-COUNT         PIC 9(03)  VALUE ZERO.
022100     05  WS-MAP-ENTRY         OCCURS 200 TIMES
022200                               DEPENDING ON WS-MAP-COUNT
022300                               INDEXED BY MP-IDX.
022400         10  MP-RULE-CODE     PIC X(04).
022500         10  MP-GL-ACCOUNT    PIC X(08).
022600         10  MP-DRCR-IND      PIC X(01).
022700
022800 PROCEDURE DIVISION.
022900*----------------------------------------------------------------
023000* 0000-MAINLINE
023100*----------------------------------------------------------------
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE
023400         THRU 1000-INITIALIZE-EXIT.
023500     IF NOT WS-ABEND-OCCURRED AND NOT WS-FEED-ABSENT
023600         PERFORM 2000-BUILD-RETURN
023700             THRU 2000-BUILD-RETURN-EXIT
023800         PERFORM 8000-VERIFY-COMPLETE
023900             THRU 8000-VERIFY-COMPLETE-EXIT
024000     END-IF.
024020     IF NOT WS-ABEND-OCCURRED AND WS-FEED-ABSENT
024040         PERFORM 2500-WRITE-EMPTY-RETURN
024060             THRU 2500-WRITE-EMPTY-RETURN-EXIT
024080     END-IF.
024100     PERFORM 9000-TERMINATE
024200         THRU 9000-TERMINATE-EXIT.
024300     PERFORM 9900-SET-RETURN-CODE
024400         THRU 9900-SET-RETURN-CODE-EXIT.
024500     STOP RUN.
024600
024700*----------------------------------------------------------------
024800* 1000-INITIALIZE - OPEN THE FILES, TAKE THE FEED ID FROM THE
024900*                   RTNPARM CARD, FETCH THE RUN-ID FROM THE
025000*                   CHECKPOINT RECORD, LOAD THE FEED TABLE AND
025100*                   THE GL MAP, AND PRIME THE THREE MATCHED
025200*                   INPUTS
025300*----------------------------------------------------------------
025400 1000-INITIALIZE.
025500     OPEN INPUT  CONTTRAN.
025600     OPEN INPUT  VALIDTRN.
025700     OPEN INPUT  REJECTS.
025800     OPEN INPUT  AUDTLOG.
025900     OPEN INPUT  CHKPTFIL.
026000     OPEN INPUT  GLMPARM.
026100     OPEN INPUT  RTNPARM.
026200     OPEN OUTPUT RETNFILE.
026300     IF NOT WS-CONTTRAN-OK OR NOT WS-VALIDTRN-OK
026400             OR NOT WS-REJECTS-OK OR NOT WS-AUDTLOG-OK
026500             OR NOT WS-CHKPTFIL-OK OR NOT WS-GLMPARM-OK
026600             OR NOT WS-RTNPARM-OK OR NOT WS-RETNFILE-OK
026700         DISPLAY "FEEDRTN - ERROR OPENING FILES, "
026800             "CONTTRAN = " WS-CONTTRAN-STATUS
026900             " VALIDTRN = " WS-VALIDTRN-STATUS
027000             " REJECTS = " WS-REJECTS-STATUS
027100             " AUDTLOG = " WS-AUDTLOG-STATUS
027200             " CHKPTFIL = " WS-CHKPTFIL-STATUS
027300             " GLMPARM = " WS-GLMPARM-STATUS
027400             " RTNPARM = " WS-RTNPARM-STATUS
027500             " RETNFILE = " WS-RETNFILE-STATUS
027600         MOVE "Y" TO WS-ABEND-SWITCH
027700         GO TO 1000-INITIALIZE-EXIT.
027800     READ RTNPARM
027900         AT END
028000             CONTINUE
028100     END-READ.
028200     IF WS-RTNPARM-OK
028300         MOVE FP-FEED-ID TO WS-SELECT-FEED-ID
028400     END-IF.
028500     IF WS-SELECT-FEED-ID = SPACES
028600         DISPLAY "FEEDRTN - NO FEED ID ON THE RTNPARM CARD"
028700         MOVE "Y" TO WS-ABEND-SWITCH
028800         GO TO 1000-INITIALIZE-EXIT.
029020     PERFORM 1050-FIND-FEED-CHECKPOINT
029240         THRU 1050-FIND-FEED-CHECKPOINT-EXIT.
029460     IF WS-ABEND-OCCURRED
029680         GO TO 1000-INITIALIZE-EXIT.
029900     ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD.
030000     ACCEPT WS-CREATE-TIME FROM TIME.
030100     PERFORM 1100-LOAD-FEED-TABLE
030200         THRU 1100-LOAD-FEED-TABLE-EXIT.
030300     IF WS-ABEND-OCCURRED
030400         GO TO 1000-INITIALIZE-EXIT.
030500     PERFORM 1400-LOAD-GL-MAP
030600         THRU 1400-LOAD-GL-MAP-EXIT.
030700     IF WS-ABEND-OCCURRED
030800         GO TO 1000-INITIALIZE-EXIT.
030900     SET RF-IDX TO 1.
031000     SEARCH WS-FEED-ENTRY
031100         AT END
031200             DISPLAY "FEEDRTN - FEED " WS-SELECT-FEED-ID
031300                 " IS NOT IN TODAY'S FILE, EMPTY RETURN WRITTEN"
031400             MOVE "Y" TO WS-ABSENT-SWITCH
031500         WHEN RF-FEED-ID (RF-IDX) = WS-SELECT-FEED-ID
031600             CONTINUE
031700     END-SEARCH.
031800     IF WS-FEED-ABSENT
031900         GO TO 1000-INITIALIZE-EXIT.
032000     PERFORM 2010-READ-VALIDTRN
032100         THRU 2010-READ-VALIDTRN-EXIT.
032200     PERFORM 2020-READ-REJECT
032300         THRU 2020-READ-REJECT-EXIT.
032400     PERFORM 2030-READ-AUDIT
032500         THRU 2030-READ-AUDIT-EXIT.
032600 1000-INITIALIZE-EXIT.
032700     EXIT.
032800
032802*----------------------------------------------------------------
032804* 1050-FIND-FEED-CHECKPOINT - TAKE THE RUN-ID FROM THE CHECKPOINT
032806*                             RECORD OF THE SELECTED FEED'S RUN.
032808*                             THE FILE HOLDS ONE RECORD PER FEED
032810*                             RUN; WHEN THE FEED HAS NONE THE
032812*                             RUN-ID STAYS BLANK, NO AUDIT ROW
032814*                             MATCHES AND EVERY ITEM GOES BACK
032816*                             NOT PROCESSED.
032818*----------------------------------------------------------------
032820 1050-FIND-FEED-CHECKPOINT.
032822     MOVE SPACES TO WS-RUN-ID.
032824     MOVE LOW-VALUES TO CK-CHECKPOINT-ID.
032826     START CHKPTFIL KEY IS NOT LESS THAN CK-CHECKPOINT-ID
032828         INVALID KEY
032830             DISPLAY "FEEDRTN - NO CHECKPOINT RECORD FOUND, "
032832                 "NO RUN TO RETURN"
032834             MOVE "Y" TO WS-ABEND-SWITCH
032836             GO TO 1050-FIND-FEED-CHECKPOINT-EXIT
032838     END-START.
032840     PERFORM 1060-READ-CHECKPOINT
032842         THRU 1060-READ-CHECKPOINT-EXIT
032844         UNTIL WS-CKPT-END-OF-FILE
032846             OR WS-RUN-ID NOT = SPACES.
032848     IF WS-RUN-ID = SPACES
032850         DISPLAY "FEEDRTN - NO RUN OF FEED " WS-SELECT-FEED-ID
032852             " ON THE CHECKPOINT FILE, ITS ITEMS RETURN NOT "
032854             "PROCESSED"
032856     END-IF.
032858 1050-FIND-FEED-CHECKPOINT-EXIT.
032860     EXIT.
032862
032864*----------------------------------------------------------------
032866* 1060-READ-CHECKPOINT - READ THE NEXT CHECKPOINT RECORD AND
032868*                        TAKE ITS RUN-ID IF IT IS THE SELECTED
032870*                        FEED'S
032872*----------------------------------------------------------------
032874 1060-READ-CHECKPOINT.
032876     READ CHKPTFIL NEXT RECORD
032878         AT END
032880             MOVE "Y" TO WS-CKPT-EOF-SWITCH
032882             GO TO 1060-READ-CHECKPOINT-EXIT
032884     END-READ.
032886     IF CK-FEED-ID = WS-SELECT-FEED-ID
032888         MOVE CK-RUN-ID TO WS-RUN-ID
032890     END-IF.
032892 1060-READ-CHECKPOINT-EXIT.
032894     EXIT.
032896
032900*----------------------------------------------------------------
033000* 1100-LOAD-FEED-TABLE - READ THE RAW CONTTRAN FILE FOR EACH
033100*                        FEED GROUP'S HEADER AND ITS OWN
033200*                        TRAILER COUNT. TRANEDIT HAS ALREADY
033300*                        PROVED THE FILE BALANCED, SO ONLY THE
033400*                        HEADERS AND TRAILERS ARE TAKEN.
033500*----------------------------------------------------------------
033600 1100-LOAD-FEED-TABLE.
033700     PERFORM 1110-READ-CONTTRAN
033800         THRU 1110-READ-CONTTRAN-EXIT.
033900     PERFORM 1120-TAKE-FEED-RECORD
034000         THRU 1120-TAKE-FEED-RECORD-EXIT
034100         UNTIL WS-FEED-END-OF-FILE OR WS-ABEND-OCCURRED.
034200 1100-LOAD-FEED-TABLE-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------
034600* 1110-READ-CONTTRAN - READ THE NEXT RAW FEED RECORD
034700*----------------------------------------------------------------
034800 1110-READ-CONTTRAN.
034900     READ CONTTRAN
035000         AT END
035100             MOVE "Y" TO WS-FEED-EOF-SWITCH
035200     END-READ.
035300 1110-READ-CONTTRAN-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------------
035700* 1120-TAKE-FEED-RECORD - A HEADER OPENS A FEED TABLE ENTRY;
035800*                         A TRAILER SETS THAT ENTRY'S COUNT
035900*----------------------------------------------------------------
036000 1120-TAKE-FEED-RECORD.
036100     IF TR-IS-HEADER OF TR-TRANS-RECORD
036200         IF WS-FEED-COUNT NOT < 20
036300             DISPLAY "FEEDRTN - MORE THAN 20 FEED GROUPS IN "
036400                 "ONE FILE"
036500             MOVE "Y" TO WS-ABEND-SWITCH
036600             GO TO 1120-TAKE-FEED-RECORD-EXIT
036700         END-IF
036800         ADD 1 TO WS-FEED-COUNT
036900         SET RF-IDX TO WS-FEED-COUNT
037000         MOVE TR-HDR-FEED-ID OF TR-TRANS-RECORD
037100             TO RF-FEED-ID (RF-IDX)
037200         MOVE TR-HDR-BUSINESS-DATE OF TR-TRANS-RECORD
037300             TO RF-BUSINESS-DATE (RF-IDX)
037400         MOVE ZERO TO RF-TRL-COUNT (RF-IDX)
037500                      RF-REJT-COUNT (RF-IDX)
037600                      RF-PASS-COUNT (RF-IDX)
037700                      RF-FAIL-COUNT (RF-IDX)
037800                      RF-RVSL-COUNT (RF-IDX)
037900                      RF-RVSF-COUNT (RF-IDX)
038000                      RF-NOTP-COUNT (RF-IDX)
038100         MOVE "N" TO RF-RETURNED-SW (RF-IDX)
038200     END-IF.
038300     IF TR-IS-TRAILER OF TR-TRANS-RECORD
038400             AND WS-FEED-COUNT > ZERO
038500         SET RF-IDX TO WS-FEED-COUNT
038600         MOVE TR-TRL-RECORD-COUNT OF TR-TRANS-RECORD
038700             TO RF-TRL-COUNT (RF-IDX)
038800     END-IF.
038900     PERFORM 1110-READ-CONTTRAN
039000         THRU 1110-READ-CONTTRAN-EXIT.
039100 1120-TAKE-FEED-RECORD-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------------
039500* 1400-LOAD-GL-MAP - LOAD THE GLMPARM RULE-TO-ACCOUNT MAPPING
039600*----------------------------------------------------------------
039700 1400-LOAD-GL-MAP.
039800     PERFORM 1410-READ-GLMPARM
039900         THRU 1410-READ-GLMPARM-EXIT.
040000     PERFORM 1420-LOAD-GL-MAP-ENTRY
040100         THRU 1420-LOAD-GL-MAP-ENTRY-EXIT
040200         UNTIL WS-MAP-END-OF-FILE OR WS-ABEND-OCCURRED.
040300 1400-LOAD-GL-MAP-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------------
040700* 1410-READ-GLMPARM - READ THE NEXT GL MAPPING RECORD
040800*----------------------------------------------------------------
040900 1410-READ-GLMPARM.
041000     READ GLMPARM
041100         AT END
041200             MOVE "Y" TO WS-MAP-EOF-SWITCH
041300     END-READ.
041400 1410-READ-GLMPARM-EXIT.
041500     EXIT.
041600
041700*----------------------------------------------------------------
041800* 1420-LOAD-GL-MAP-ENTRY - MOVE ONE MAPPING RECORD INTO THE
041900*                          IN-MEMORY MAP TABLE
042000*----------------------------------------------------------------
042100 1420-LOAD-GL-MAP-ENTRY.
042200     IF WS-MAP-COUNT NOT < 200
042300         DISPLAY "FEEDRTN - GL MAP TABLE FULL, GLMPARM HAS "
042400             "MORE ROWS THAN THE TABLE HOLDS"
042500         MOVE "Y" TO WS-ABEND-SWITCH
042600         GO TO 1420-LOAD-GL-MAP-ENTRY-EXIT.
042700     ADD 1 TO WS-MAP-COUNT.
042800     SET MP-IDX TO WS-MAP-COUNT.
042900     MOVE GM-RULE-CODE  TO MP-RULE-CODE (MP-IDX).
043000     MOVE GM-GL-ACCOUNT TO MP-GL-ACCOUNT (MP-IDX).
043100     MOVE GM-DRCR-IND   TO MP-DRCR-IND (MP-IDX).
043200     PERFORM 1410-READ-GLMPARM
043300         THRU 1410-READ-GLMPARM-EXIT.
043400 1420-LOAD-GL-MAP-ENTRY-EXIT.
043500     EXIT.
043600
043700*----------------------------------------------------------------
043800* 2000-BUILD-RETURN - WALK VALIDTRN IN SLOT ORDER. EVERY FEED
043900*                     GROUP IS WALKED, SO THE REJECTS AND AUDIT
044000*                     CURSORS STAY IN STEP, BUT ONLY THE
044100*                     RTNPARM FEED IS WRITTEN TO RETNFILE.
044200*----------------------------------------------------------------
044300 2000-BUILD-RETURN.
044400     PERFORM 2100-TAKE-VALID-RECORD
044500         THRU 2100-TAKE-VALID-RECORD-EXIT
044600         UNTIL WS-VALID-END-OF-FILE OR WS-ABEND-OCCURRED.
044700 2000-BUILD-RETURN-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------
045100* 2010-READ-VALIDTRN - READ THE NEXT VALIDTRN SLOT
045200*----------------------------------------------------------------
045300 2010-READ-VALIDTRN.
045400     READ VALIDTRN
045500         AT END
045600             MOVE "Y" TO WS-VALID-EOF-SWITCH
045700     END-READ.
045800 2010-READ-VALIDTRN-EXIT.
045900     EXIT.
046000
046100*----------------------------------------------------------------
046200* 2020-READ-REJECT - READ THE NEXT TRANEDIT REJECT
046300*----------------------------------------------------------------
046400 2020-READ-REJECT.
046500     READ REJECTS
046600         AT END
046700             MOVE "Y" TO WS-REJ-EOF-SWITCH
046800     END-READ.
046900 2020-READ-REJECT-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300* 2030-READ-AUDIT - READ THE NEXT AUDTLOG ROW WRITTEN UNDER THIS
047400*                   RUN'S RUN-ID. THE LOG IS CUMULATIVE
047500*                   (DISP=MOD), SO ROWS FROM EARLIER RUNS ARE
047600*                   PASSED OVER.
047700*----------------------------------------------------------------
047800 2030-READ-AUDIT.
047900     READ AUDTLOG
048000         AT END
048100             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
048200             GO TO 2030-READ-AUDIT-EXIT
048300     END-READ.
048400     IF AU-RUN-ID NOT = WS-RUN-ID
048500         GO TO 2030-READ-AUDIT.
048600 2030-READ-AUDIT-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------------
049000* 2100-TAKE-VALID-RECORD - ROUTE ONE VALIDTRN RECORD BY TYPE
049100*----------------------------------------------------------------
049200 2100-TAKE-VALID-RECORD.
049300     EVALUATE TRUE
049400         WHEN TR-IS-HEADER OF VT-TRANS-RECORD
049500             PERFORM 2200-START-FEED
049600                 THRU 2200-START-FEED-EXIT
049700         WHEN TR-IS-DETAIL OF VT-TRANS-RECORD
049800             PERFORM 2300-RETURN-OUTCOME
049900                 THRU 2300-RETURN-OUTCOME-EXIT
050000         WHEN TR-IS-REVERSAL OF VT-TRANS-RECORD
050100             PERFORM 2300-RETURN-OUTCOME
050200                 THRU 2300-RETURN-OUTCOME-EXIT
050300         WHEN TR-IS-TRAILER OF VT-TRANS-RECORD
050400             PERFORM 2400-END-FEED
050500                 THRU 2400-END-FEED-EXIT
050600         WHEN OTHER
050700             CONTINUE
050800     END-EVALUATE.
050900     PERFORM 2010-READ-VALIDTRN
051000         THRU 2010-READ-VALIDTRN-EXIT.
051100 2100-TAKE-VALID-RECORD-EXIT.
051200     EXIT.
051300
051400*----------------------------------------------------------------
051500* 2200-START-FEED - A VALIDTRN HEADER OPENS A FEED GROUP. FIND
051600*                   IT ON THE FEED TABLE, WRITE THE RETURN
051700*                   HEADER WHEN IT IS THE RTNPARM FEED, THEN
051800*                   RETURN THE GROUP'S REJECTS - TRANEDIT
051900*                   WROTE THEM WHILE THIS GROUP WAS OPEN, SO
052000*                   THEY ARE NEXT ON THE REJECTS FILE.
052100*----------------------------------------------------------------
052200 2200-START-FEED.
052300     MOVE TR-HDR-FEED-ID OF VT-TRANS-RECORD TO WS-CUR-FEED-ID.
052400     MOVE TR-HDR-BUSINESS-DATE OF VT-TRANS-RECORD
052500         TO WS-CUR-BUSINESS-DATE.
052600     MOVE ZERO TO WS-CUR-FEED.
052700     MOVE "N" TO WS-SELECTED-SWITCH.
052800     SET RF-IDX TO 1.
052900     SEARCH WS-FEED-ENTRY
053000         AT END
053100             DISPLAY "FEEDRTN - VALIDTRN FEED " WS-CUR-FEED-ID
053200                 " IS NOT ON THE CONTTRAN FILE"
053300             MOVE "Y" TO WS-OOB-SWITCH
053400         WHEN RF-FEED-ID (RF-IDX) = WS-CUR-FEED-ID
053500                 AND RF-BUSINESS-DATE (RF-IDX)
053600                     = WS-CUR-BUSINESS-DATE
053700             SET WS-CUR-FEED TO RF-IDX
053800     END-SEARCH.
053900     IF WS-CUR-FEED > ZERO
054000             AND WS-CUR-FEED-ID = WS-SELECT-FEED-ID
054100         MOVE "Y" TO WS-SELECTED-SWITCH
054200         MOVE SPACES TO FR-RETURN-RECORD
054300         MOVE "H" TO FR-RECORD-TYPE
054400         MOVE WS-CUR-FEED-ID TO FR-FEED-ID
054500         MOVE WS-CUR-BUSINESS-DATE TO FR-BUSINESS-DATE
054600         MOVE WS-RUN-ID TO FR-HDR-RUN-ID
054700         MOVE WS-CREATE-DATE TO FR-HDR-CREATE-DATE
054800         MOVE WS-CREATE-TIME TO FR-HDR-CREATE-TIME
054900         PERFORM 2900-WRITE-RETURN
055000             THRU 2900-WRITE-RETURN-EXIT
055100     END-IF.
055200     PERFORM 2210-RETURN-REJECT
055300         THRU 2210-RETURN-REJECT-EXIT
055400         UNTIL WS-REJ-END-OF-FILE
055500             OR RJ-FEED-ID NOT = WS-CUR-FEED-ID
055600             OR RJ-BUSINESS-DATE NOT = WS-CUR-BUSINESS-DATE.
055700 2200-START-FEED-EXIT.
055800     EXIT.
055900
056000*----------------------------------------------------------------
056100* 2210-RETURN-REJECT - RETURN ONE TRANEDIT REJECT AS REJT WITH
056200*                      ITS FIELD-LEVEL ERROR CODE. AN E004
056300*                      (UNKNOWN RECORD TYPE) IS NOT A
056400*                      TRANSACTION AND IS NOT IN THE TRAILER
056500*                      COUNT, SO IT IS PASSED OVER.
056600*----------------------------------------------------------------
056700 2210-RETURN-REJECT.
056800     IF RJ-ERROR-CODE = "E004"
056900         GO TO 2210-RETURN-REJECT-READ.
057000     IF WS-CUR-FEED > ZERO
057100         ADD 1 TO RF-REJT-COUNT (WS-CUR-FEED)
057200     END-IF.
057300     IF WS-FEED-SELECTED
057400         MOVE SPACES TO FR-RETURN-RECORD
057500         MOVE "D" TO FR-RECORD-TYPE
057600         MOVE WS-CUR-FEED-ID TO FR-FEED-ID
057700         MOVE WS-CUR-BUSINESS-DATE TO FR-BUSINESS-DATE
057800         MOVE RJ-TRAN-REF TO FR-TRAN-REF
057900         MOVE "REJT" TO FR-STATUS
058000         MOVE RJ-CONTROL-VALUE TO FR-CONTROL-VALUE
058100         MOVE RJ-RULE-CODE TO FR-RULE-CODE
058200         MOVE RJ-ERROR-CODE TO FR-REASON-CODE
058300         PERFORM 2900-WRITE-RETURN
058400             THRU 2900-WRITE-RETURN-EXIT
058500     END-IF.
058600 2210-RETURN-REJECT-READ.
058700     PERFORM 2020-READ-REJECT
058800         THRU 2020-READ-REJECT-EXIT.
058900 2210-RETURN-REJECT-EXIT.
059000     EXIT.
059100
059200*----------------------------------------------------------------
059300* 2300-RETURN-OUTCOME - RETURN ONE DETAIL OR REVERSAL TRANEDIT
059400*                       PASSED. THE NEXT AUDIT ROW OF THE RUN
059500*                       CARRYING THE SAME REFERENCE IS ITS
059600*                       OUTCOME; NONE MEANS IFANDTHEN SKIPPED
059700*                       THE FEED AS ALREADY COMPLETE.
059800*----------------------------------------------------------------
059900 2300-RETURN-OUTCOME.
060000     MOVE SPACES TO FR-RETURN-RECORD.
060100     MOVE "D" TO FR-RECORD-TYPE.
060200     MOVE WS-CUR-FEED-ID TO FR-FEED-ID.
060300     MOVE WS-CUR-BUSINESS-DATE TO FR-BUSINESS-DATE.
060400     MOVE TR-TRAN-REF OF VT-TRANS-RECORD TO FR-TRAN-REF.
060500     MOVE TR-RECORD-TYPE OF VT-TRANS-RECORD TO FR-TRAN-TYPE.
060600     MOVE TR-CONTROL-VALUE OF VT-TRANS-RECORD
060700         TO FR-CONTROL-VALUE.
060800     MOVE TR-RULE-CODE OF VT-TRANS-RECORD TO FR-RULE-CODE.
060900     IF NOT WS-AUDIT-END-OF-FILE
061000             AND AU-TRAN-REF = TR-TRAN-REF OF VT-TRANS-RECORD
061100         PERFORM 2310-TAKE-AUDIT-OUTCOME
061200             THRU 2310-TAKE-AUDIT-OUTCOME-EXIT
061300     ELSE
061400         MOVE "NOTP" TO FR-STATUS
061500         IF WS-CUR-FEED > ZERO
061600             ADD 1 TO RF-NOTP-COUNT (WS-CUR-FEED)
061700         END-IF
061800         IF WS-FEED-SELECTED
061810             MOVE "Y" TO WS-NOTP-SWITCH
061820         END-IF
061900     END-IF.
062000     IF WS-FEED-SELECTED
062100         PERFORM 2900-WRITE-RETURN
062200             THRU 2900-WRITE-RETURN-EXIT
062300     END-IF.
062400 2300-RETURN-OUTCOME-EXIT.
062500     EXIT.
062600
062700*----------------------------------------------------------------
062800* 2310-TAKE-AUDIT-OUTCOME - MOVE THE MATCHED AUDIT ROW'S
062900*                           OUTCOME ONTO THE RETURN DETAIL,
063000*                           THEN ADVANCE THE AUDIT CURSOR. A
063100*                           ROW REPEATED BY A RESTART (WRITTEN
063200*                           JUST BEFORE AN ABEND, AHEAD OF ITS
063300*                           CHECKPOINT) IS PASSED OVER.
063400*----------------------------------------------------------------
063500 2310-TAKE-AUDIT-OUTCOME.
063600     MOVE AU-OUTCOME TO FR-STATUS.
063700     EVALUATE AU-OUTCOME
063800         WHEN "PASS"
063900             PERFORM 2320-FIND-GL-MAP
064000                 THRU 2320-FIND-GL-MAP-EXIT
064100             IF WS-MAP-FOUND
064200                 MOVE MP-GL-ACCOUNT (MP-IDX) TO FR-GL-ACCOUNT
064300                 MOVE MP-DRCR-IND (MP-IDX) TO FR-DRCR-IND
064400             END-IF
064500             IF WS-CUR-FEED > ZERO
064600                 ADD 1 TO RF-PASS-COUNT (WS-CUR-FEED)
064700             END-IF
064800         WHEN "RVSL"
064900             PERFORM 2320-FIND-GL-MAP
065000                 THRU 2320-FIND-GL-MAP-EXIT
065100             IF WS-MAP-FOUND
065200                 MOVE MP-GL-ACCOUNT (MP-IDX) TO FR-GL-ACCOUNT
065300                 IF MP-DRCR-IND (MP-IDX) = "D"
065400                     MOVE "C" TO FR-DRCR-IND
065500                 ELSE
065600                     MOVE "D" TO FR-DRCR-IND
065700                 END-IF
065800             END-IF
065900             IF WS-CUR-FEED > ZERO
066000                 ADD 1 TO RF-RVSL-COUNT (WS-CUR-FEED)
066100             END-IF
066200         WHEN "FAIL"
066300             MOVE AU-REASON-CODE TO FR-REASON-CODE
066400             IF WS-CUR-FEED > ZERO
066500                 ADD 1 TO RF-FAIL-COUNT (WS-CUR-FEED)
066600             END-IF
066700         WHEN "RVSF"
066800             MOVE AU-REASON-CODE TO FR-REASON-CODE
066900             IF FR-REASON-CODE = SPACES
067000                 MOVE "F003" TO FR-REASON-CODE
067100             END-IF
067200             IF WS-CUR-FEED > ZERO
067300                 ADD 1 TO RF-RVSF-COUNT (WS-CUR-FEED)
067400             END-IF
067500         WHEN OTHER
067600             DISPLAY "FEEDRTN - UNKNOWN AUDIT OUTCOME "
067700                 AU-OUTCOME " FOR REF " AU-TRAN-REF
067800             MOVE "Y" TO WS-OOB-SWITCH
067900     END-EVALUATE.
068000     MOVE AU-TRAN-REF TO WS-LAST-MATCHED-REF.
068100     PERFORM 2030-READ-AUDIT
068200         THRU 2030-READ-AUDIT-EXIT.
068300     PERFORM 2030-READ-AUDIT
068400         THRU 2030-READ-AUDIT-EXIT
068500         UNTIL WS-AUDIT-END-OF-FILE
068600             OR AU-TRAN-REF NOT = WS-LAST-MATCHED-REF.
068700 2310-TAKE-AUDIT-OUTCOME-EXIT.
068800     EXIT.
068900
069000*----------------------------------------------------------------
069100* 2320-FIND-GL-MAP - LOOK UP THE AUDIT ROW'S RULE CODE ON THE
069200*                    GL MAP TABLE
069300*----------------------------------------------------------------
069400 2320-FIND-GL-MAP.
069500     MOVE "N" TO WS-MAP-FOUND-SWITCH.
069600     SET MP-IDX TO 1.
069700     SEARCH WS-MAP-ENTRY
069800         AT END
069900             CONTINUE
070000         WHEN MP-RULE-CODE (MP-IDX) = AU-RULE-CODE
070100             MOVE "Y" TO WS-MAP-FOUND-SWITCH
070200     END-SEARCH.
070300 2320-FIND-GL-MAP-EXIT.
070400     EXIT.
070500
070600*----------------------------------------------------------------
070700* 2400-END-FEED - A VALIDTRN TRAILER CLOSES THE FEED GROUP.
070800*                 FOR THE RTNPARM FEED, WRITE THE RETURN
070900*                 TRAILER AND PROVE ITS RECORD COUNT AGAINST
071000*                 THE FEED'S OWN CONTTRAN TRAILER COUNT.
071100*----------------------------------------------------------------
071200 2400-END-FEED.
071300     IF WS-CUR-FEED = ZERO
071400         GO TO 2400-END-FEED-EXIT.
071500     MOVE "Y" TO RF-RETURNED-SW (WS-CUR-FEED).
071600     IF NOT WS-FEED-SELECTED
071700         GO TO 2400-END-FEED-EXIT.
071800     ADD RF-REJT-COUNT (WS-CUR-FEED)
071900         RF-PASS-COUNT (WS-CUR-FEED)
072000         RF-FAIL-COUNT (WS-CUR-FEED)
072100         RF-RVSL-COUNT (WS-CUR-FEED)
072200         RF-RVSF-COUNT (WS-CUR-FEED)
072300         RF-NOTP-COUNT (WS-CUR-FEED)
072400         GIVING WS-FEED-TOTAL.
072500     MOVE SPACES TO FR-RETURN-RECORD.
072600     MOVE "T" TO FR-RECORD-TYPE.
072700     MOVE WS-CUR-FEED-ID TO FR-FEED-ID.
072800     MOVE WS-CUR-BUSINESS-DATE TO FR-BUSINESS-DATE.
072900     MOVE WS-FEED-TOTAL TO FR-TRL-RECORD-COUNT.
073000     MOVE RF-TRL-COUNT (WS-CUR-FEED) TO FR-TRL-FEED-COUNT.
073100     MOVE RF-REJT-COUNT (WS-CUR-FEED) TO FR-TRL-REJT-COUNT.
073200     MOVE RF-PASS-COUNT (WS-CUR-FEED) TO FR-TRL-PASS-COUNT.
073300     MOVE RF-FAIL-COUNT (WS-CUR-FEED) TO FR-TRL-FAIL-COUNT.
073400     MOVE RF-RVSL-COUNT (WS-CUR-FEED) TO FR-TRL-RVSL-COUNT.
073500     MOVE RF-RVSF-COUNT (WS-CUR-FEED) TO FR-TRL-RVSF-COUNT.
073600     MOVE RF-NOTP-COUNT (WS-CUR-FEED) TO FR-TRL-NOTP-COUNT.
073700     IF WS-FEED-TOTAL = RF-TRL-COUNT (WS-CUR-FEED)
073800         MOVE "Y" TO FR-TRL-BALANCED
073900     ELSE
074000         MOVE "N" TO FR-TRL-BALANCED
074100         MOVE "Y" TO WS-OOB-SWITCH
074200         DISPLAY "FEEDRTN - FEED " WS-CUR-FEED-ID
074300             " RETURN OUT OF BALANCE, ITEMS RETURNED "
074400             WS-FEED-TOTAL " VS CONTTRAN TRAILER COUNT "
074500             RF-TRL-COUNT (WS-CUR-FEED)
074600     END-IF.
074700     PERFORM 2900-WRITE-RETURN
074800         THRU 2900-WRITE-RETURN-EXIT.
074900     DISPLAY "FEEDRTN - FEED " WS-CUR-FEED-ID
075000         " REJT " RF-REJT-COUNT (WS-CUR-FEED)
075100         " PASS " RF-PASS-COUNT (WS-CUR-FEED)
075200         " FAIL " RF-FAIL-COUNT (WS-CUR-FEED)
075300         " RVSL " RF-RVSL-COUNT (WS-CUR-FEED)
075400         " RVSF " RF-RVSF-COUNT (WS-CUR-FEED)
075500         " NOTP " RF-NOTP-COUNT (WS-CUR-FEED).
075600     MOVE "N" TO WS-SELECTED-SWITCH.
075700 2400-END-FEED-EXIT.
075800     EXIT.
075900
075902*----------------------------------------------------------------
075904* 2500-WRITE-EMPTY-RETURN - THE RTNPARM FEED SENT NOTHING TODAY.
075906*                           THE RETURN GENERATION IS STILL
075908*                           CATALOGED, SO IT CARRIES A HEADER AND
075910*                           A BALANCED ZERO-COUNT TRAILER FOR THE
075912*                           SENDER TO CLOSE THE DAY ON, DATED WITH
075914*                           THE BUSINESS DATE OF TODAY'S FILE.
075916*----------------------------------------------------------------
075918 2500-WRITE-EMPTY-RETURN.
075920     MOVE WS-SELECT-FEED-ID TO WS-CUR-FEED-ID.
075922     MOVE ZERO TO WS-CUR-BUSINESS-DATE.
075924     IF WS-FEED-COUNT > ZERO
075926         MOVE RF-BUSINESS-DATE (1) TO WS-CUR-BUSINESS-DATE
075928     END-IF.
075930     MOVE SPACES TO FR-RETURN-RECORD.
075932     MOVE "H" TO FR-RECORD-TYPE.
075934     MOVE WS-CUR-FEED-ID TO FR-FEED-ID.
075936     MOVE WS-CUR-BUSINESS-DATE TO FR-BUSINESS-DATE.
075938     MOVE WS-RUN-ID TO FR-HDR-RUN-ID.
075940     MOVE WS-CREATE-DATE TO FR-HDR-CREATE-DATE.
075942     MOVE WS-CREATE-TIME TO FR-HDR-CREATE-TIME.
075944     PERFORM 2900-WRITE-RETURN
075946         THRU 2900-WRITE-RETURN-EXIT.
075948     IF WS-ABEND-OCCURRED
075950         GO TO 2500-WRITE-EMPTY-RETURN-EXIT.
075952     MOVE SPACES TO FR-RETURN-RECORD.
075954     MOVE "T" TO FR-RECORD-TYPE.
075956     MOVE WS-CUR-FEED-ID TO FR-FEED-ID.
075958     MOVE WS-CUR-BUSINESS-DATE TO FR-BUSINESS-DATE.
075960     MOVE ZERO TO FR-TRL-RECORD-COUNT
075962                  FR-TRL-FEED-COUNT
075964                  FR-TRL-REJT-COUNT
075966                  FR-TRL-PASS-COUNT
075968                  FR-TRL-FAIL-COUNT
075970                  FR-TRL-RVSL-COUNT
075972                  FR-TRL-RVSF-COUNT
075974                  FR-TRL-NOTP-COUNT.
075976     MOVE "Y" TO FR-TRL-BALANCED.
075978     PERFORM 2900-WRITE-RETURN
075980         THRU 2900-WRITE-RETURN-EXIT.
075982 2500-WRITE-EMPTY-RETURN-EXIT.
075984     EXIT.
075986
076000*----------------------------------------------------------------
076100* 2900-WRITE-RETURN - WRITE ONE RECORD TO THE RETURN FILE
076200*----------------------------------------------------------------
076300 2900-WRITE-RETURN.
076400     WRITE FR-RETURN-RECORD.
076500     IF NOT WS-RETNFILE-OK
076600         DISPLAY "FEEDRTN - ERROR WRITING RETNFILE, STATUS = "
076700             WS-RETNFILE-STATUS
076800         MOVE "Y" TO WS-ABEND-SWITCH
076900         GO TO 2900-WRITE-RETURN-EXIT.
077000     ADD 1 TO WS-RETURN-WRITTEN.
077100 2900-WRITE-RETURN-EXIT.
077200     EXIT.
077300
077400*----------------------------------------------------------------
077500* 8000-VERIFY-COMPLETE - EVERY REJECT AND EVERY AUDIT ROW OF
077600*                        THE RUN MUST HAVE BEEN CLAIMED BY A
077700*                        FEED GROUP, AND THE RTNPARM FEED MUST
077800*                        HAVE BEEN RETURNED. ANYTHING LEFT OVER
077900*                        MEANS THE INPUTS DISAGREE.
078000*----------------------------------------------------------------
078100 8000-VERIFY-COMPLETE.
078200     IF WS-ABEND-OCCURRED
078300         GO TO 8000-VERIFY-COMPLETE-EXIT.
078400     PERFORM 8010-COUNT-LEFTOVER-REJECT
078500         THRU 8010-COUNT-LEFTOVER-REJECT-EXIT
078600         UNTIL WS-REJ-END-OF-FILE.
078700     PERFORM 8020-COUNT-LEFTOVER-AUDIT
078800         THRU 8020-COUNT-LEFTOVER-AUDIT-EXIT
078900         UNTIL WS-AUDIT-END-OF-FILE.
079000     IF WS-LEFTOVER-REJECT > ZERO
079100         DISPLAY "FEEDRTN - " WS-LEFTOVER-REJECT
079200             " REJECTS MATCHED NO VALIDTRN FEED GROUP"
079300         MOVE "Y" TO WS-OOB-SWITCH
079400     END-IF.
079500     IF WS-LEFTOVER-AUDIT > ZERO
079600         DISPLAY "FEEDRTN - " WS-LEFTOVER-AUDIT
079700             " AUDIT ROWS OF RUN " WS-RUN-ID
079800             " MATCHED NO VALIDTRN ITEM"
079900         MOVE "Y" TO WS-OOB-SWITCH
080000     END-IF.
080100     SET RF-IDX TO 1.
080200     SEARCH WS-FEED-ENTRY
080300         AT END
080400             CONTINUE
080500         WHEN RF-FEED-ID (RF-IDX) = WS-SELECT-FEED-ID
080600             IF NOT RF-FEED-RETURNED (RF-IDX)
080700                 DISPLAY "FEEDRTN - FEED " WS-SELECT-FEED-ID
080800                     " HAS NO GROUP ON VALIDTRN, NOT RETURNED"
080900                 MOVE "Y" TO WS-OOB-SWITCH
081000             END-IF
081100     END-SEARCH.
081200 8000-VERIFY-COMPLETE-EXIT.
081300     EXIT.
081400
081500*----------------------------------------------------------------
081600* 8010-COUNT-LEFTOVER-REJECT - COUNT ONE UNCLAIMED REJECT
081700*----------------------------------------------------------------
081800 8010-COUNT-LEFTOVER-REJECT.
081900     IF RJ-ERROR-CODE NOT = "E004"
082000         ADD 1 TO WS-LEFTOVER-REJECT
082100     END-IF.
082200     PERFORM 2020-READ-REJECT
082300         THRU 2020-READ-REJECT-EXIT.
082400 8010-COUNT-LEFTOVER-REJECT-EXIT.
082500     EXIT.
082600
082700*----------------------------------------------------------------
082800* 8020-COUNT-LEFTOVER-AUDIT - COUNT ONE UNCLAIMED AUDIT ROW
082900*----------------------------------------------------------------
083000 8020-COUNT-LEFTOVER-AUDIT.
083100     ADD 1 TO WS-LEFTOVER-AUDIT.
083200     PERFORM 2030-READ-AUDIT
083300         THRU 2030-READ-AUDIT-EXIT.
083400 8020-COUNT-LEFTOVER-AUDIT-EXIT.
083500     EXIT.
083600
083700*----------------------------------------------------------------
083800* 9000-TERMINATE - CLOSE THE FILES AND DISPLAY A RUN SUMMARY
083900*----------------------------------------------------------------
084000 9000-TERMINATE.
084100     IF WS-CONTTRAN-STATUS NOT = SPACES
084200         CLOSE CONTTRAN
084300     END-IF.
084400     IF WS-VALIDTRN-STATUS NOT = SPACES
084500         CLOSE VALIDTRN
084600     END-IF.
084700     IF WS-REJECTS-STATUS NOT = SPACES
084800         CLOSE REJECTS
084900     END-IF.
085000     IF WS-AUDTLOG-STATUS NOT = SPACES
085100         CLOSE AUDTLOG
085200     END-IF.
085300     IF WS-CHKPTFIL-STATUS NOT = SPACES
085400         CLOSE CHKPTFIL
085500     END-IF.
085600     IF WS-GLMPARM-STATUS NOT = SPACES
085700         CLOSE GLMPARM
085800     END-IF.
085900     IF WS-RTNPARM-STATUS NOT = SPACES
086000         CLOSE RTNPARM
086100     END-IF.
086200     IF WS-RETNFILE-STATUS NOT = SPACES
086300         CLOSE RETNFILE
086400     END-IF.
086500     DISPLAY "FEEDRTN - RETURN RECORDS WRITTEN: "
086600         WS-RETURN-WRITTEN.
086700 9000-TERMINATE-EXIT.
086800     EXIT.
086900
087000*----------------------------------------------------------------
087100* 9900-SET-RETURN-CODE - 0 = RETURN BUILT AND BALANCED,
087200*                        4 = BALANCED BUT SOME ITEMS WERE NOT
087300*                            PROCESSED (FEED ALREADY COMPLETE),
087400*                            OR THE FEED IS NOT IN TODAY'S FILE
087450*                            (EMPTY RETURN, ZERO TRAILER),
087500*                        8 = OUT OF BALANCE - DO NOT SEND,
087600*                        16 = COULD NOT RUN
087700*----------------------------------------------------------------
087800 9900-SET-RETURN-CODE.
087900     IF WS-ABEND-OCCURRED
088000         MOVE 16 TO RETURN-CODE
088100     ELSE
088200         IF WS-OUT-OF-BALANCE
088300             MOVE 8 TO RETURN-CODE
088400         ELSE
088500             IF WS-ITEMS-NOT-PROCESSED OR WS-FEED-ABSENT
088600                 MOVE 4 TO RETURN-CODE
088700             ELSE
088800                 MOVE ZERO TO RETURN-CODE
088900             END-IF
089000         END-IF
089100     END-IF.
089200 9900-SET-RETURN-CODE-EXIT.
089300     EXIT.
