001900*     COMPARISON IS PRINTED ON THE RECONCILIATION REPORT AND     *
002000*     ANY OUT-OF-BALANCE CONDITION SETS A NONZERO RETURN CODE    *
002100*     SO THE SCHEDULER PAGES BATCHOPS AND HOLDS THE GL FEED.     *
002114*     CHKPTFIL MAY HOLD MORE THAN ONE CHECKPOINT RECORD - THE    *
002128*     MERGED FILE FEEDMRGE WRITES AFTER THE FEEDS RAN IN         *
002142*     PARALLEL CARRIES ONE PER FEED RUN. EVERY RECORD IS READ,   *
002156*     THE TOTALS ARE SUMMED AND AN AUDIT ROW COUNTS WHEN IT      *
002170*     CARRIES ANY OF THE RUN-IDS, SO THE SAME PROGRAM PROVES     *
002184*     ONE FEED'S RUN AND THE MERGED RESULT.                      *
002186*     AN OUT-OF-BALANCE RUN ALSO RAISES AN RC01 EVENT ON THE     *
002188*     SHARED OPERATIONS EVENT FILE (OPSEVENT), TAGGED WITH THE   *
002190*     FEED WHEN ONE FEED'S RUN IS RECONCILED.                    *
002192*     IN A FEED JOB (EXEC PARM='FEED') THE EVENT GOES TO THE     *
002194*     FEED JOB'S OWN EVENT WORK FILE (EVNTWORK) INSTEAD, AND     *
002196*     FEEDMRGE ADDS IT TO OPSEVENT WHEN THE FEEDS ARE MERGED,    *
002198*     SO THE PARALLEL FEED JOBS NEVER SHARE THE EVENT FILE.      *
002200*----------------------------------------------------------------
002300* MODIFICATION HISTORY.                                          *
002400*   DATE       INIT  DESCRIPTION                                 *
002670*                    REVERSAL = RECORDS READ, FROM THE NEW       *
002680*                    CHECKPOINT REVERSAL COUNT. CONTRA ROWS      *
002690*                    (FLAG R) DO NOT COUNT AS PASSES.            *
002691*   2026-10-15  DO   EVERY CHECKPOINT RECORD IN CHKPTFIL IS NOW *
002692*                    RECONCILED TOGETHER (ONE PER FEED RUN ON   *
002693*                    THE MERGED FILE) - TOTALS SUMMED, AUDIT    *
002694*                    ROWS MATCHED TO ANY OF THE RUN-IDS. AN     *
002695*                    OUT-OF-BALANCE RUN RAISES AN RC01 EVENT ON *
002696*                    OPSEVENT, OR UNDER PARM='FEED' ON THE FEED *
002697*                    JOB'S EVNTWORK FILE FOR FEEDMRGE TO ADD.   *
002700****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.              RECONCIL.
005600     SELECT RECONRPT     ASSIGN TO RECONRPT
005700                         ORGANIZATION IS SEQUENTIAL
005800                         FILE STATUS IS WS-RECONRPT-STATUS.
005814
005828     SELECT OPSEVENT     ASSIGN TO OPSEVENT
005842                         ORGANIZATION IS INDEXED
005856                         ACCESS MODE IS RANDOM
005870                         RECORD KEY IS EV-EVENT-KEY
005884                         FILE STATUS IS WS-OPSEVENT-STATUS.
005887
005890     SELECT EVNTWORK     ASSIGN TO EVNTWORK
005893                         ORGANIZATION IS SEQUENTIAL
005896                         FILE STATUS IS WS-EVNTWORK-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 COPY RPTLINE REPLACING RP-PRINT-LINE BY RC-PRINT-LINE.
008016
008032 FD  OPSEVENT
008048     RECORDING MODE IS F
008064     LABEL RECORDS ARE STANDARD.
008080 COPY OPSEVREC.
008083
008086 FD  EVNTWORK
008089     RECORDING MODE IS F
008092     LABEL RECORDS ARE STANDARD.
008095 01  EW-EVENT-RECORD          PIC X(120).
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-SWITCHES.
008900         88  WS-ABEND-OCCURRED           VALUE "Y".
009000     05  WS-OOB-SWITCH        PIC X(01)  VALUE "N".
009100         88  WS-OUT-OF-BALANCE           VALUE "Y".
009133     05  WS-CKPT-EOF-SWITCH   PIC X(01)  VALUE "N".
009166         88  WS-CKPT-END-OF-FILE         VALUE "Y".
009171     05  WS-OPSEVENT-SWITCH   PIC X(01)  VALUE "N".
009176         88  WS-OPSEVENT-OPEN            VALUE "O".
009181         88  WS-OPSEVENT-UNUSABLE        VALUE "X".
009186     05  WS-EVENT-DONE-SWITCH PIC X(01)  VALUE "N".
009191         88  WS-EVENT-DONE               VALUE "Y".
009194     05  WS-EVENT-FILE-SWITCH PIC X(01)  VALUE "K".
009197         88  WS-EVENTS-TO-WORKFILE       VALUE "W".
009200
009300 01  WS-FILE-STATUSES.
009400     05  WS-AUDTLOG-STATUS    PIC X(02)  VALUE SPACES.
010100         88  WS-CHKPTFIL-OK                VALUE "00".
010200     05  WS-RECONRPT-STATUS   PIC X(02)  VALUE SPACES.
010300         88  WS-RECONRPT-OK                VALUE "00".
010325     05  WS-OPSEVENT-STATUS   PIC X(02)  VALUE SPACES.
010350         88  WS-OPSEVENT-OK                VALUE "00".
010375         88  WS-OPSEVENT-DUPKEY            VALUE "22".
010383     05  WS-EVNTWORK-STATUS   PIC X(02)  VALUE SPACES.
010391         88  WS-EVNTWORK-OK                VALUE "00".
010400
010500 01  WS-RECON-TOTALS.
010600     05  WS-AUDIT-COUNT       PIC 9(07)  VALUE ZERO  COMP.
010700     05  WS-EXTRACT-COUNT     PIC 9(07)  VALUE ZERO  COMP.
010800     05  WS-PASS-PLUS-FAIL    PIC 9(07)  VALUE ZERO  COMP.
010815     05  WS-SUM-READ          PIC 9(07)  VALUE ZERO  COMP.
010820     05  WS-SUM-PASS          PIC 9(07)  VALUE ZERO  COMP.
010825     05  WS-SUM-EXCEPTION     PIC 9(07)  VALUE ZERO  COMP.
010830     05  WS-SUM-RVSL          PIC 9(07)  VALUE ZERO  COMP.
010835
010840*----------------------------------------------------------------
010845* WS-RUN-TABLE - ONE ENTRY PER CHECKPOINT RECORD: THE RUN-ID
010850*                ITS AUDIT ROWS CARRY AND THE FEED IT RAN.
010855*----------------------------------------------------------------
010860 01  WS-RUN-TABLE.
010865     05  WS-RUN-COUNT         PIC 9(02)  VALUE ZERO.
010870     05  WS-RUN-ENTRY         OCCURS 20 TIMES
010875                               DEPENDING ON WS-RUN-COUNT
010880                               INDEXED BY RI-IDX.
010885         10  RI-RUN-ID        PIC X(16).
010890         10  RI-FEED-ID       PIC X(08).
010900
010905*----------------------------------------------------------------
010910* WS-EVENT-WORK - THE OPERATIONS EVENT BEING RAISED. THE CALLER
010915*                 SETS THE SEVERITY, CODE, FEED, BUSINESS DATE
010920*                 AND MESSAGE (AND THE RUN-ID WHEN THE RUN HAS
010925*                 ONE) AND PERFORMS 8950-WRITE-OPS-EVENT.
010930*----------------------------------------------------------------
010935 01  WS-EVENT-WORK.
010940     05  WS-EVENT-SEVERITY    PIC X(01)  VALUE SPACE.
010945     05  WS-EVENT-CODE        PIC X(04)  VALUE SPACES.
010950     05  WS-EVENT-FEED-ID     PIC X(08)  VALUE SPACES.
010955     05  WS-EVENT-BUS-DATE    PIC 9(08)  VALUE ZERO.
010960     05  WS-EVENT-MESSAGE     PIC X(40)  VALUE SPACES.
010965     05  WS-EVENT-RUN-ID      PIC X(16)  VALUE SPACES.
010970     05  WS-EVENT-RUN-STAMP   REDEFINES WS-EVENT-RUN-ID.
010975         10  WS-EVENT-RUN-DATE PIC 9(08).
010980         10  WS-EVENT-RUN-TIME PIC 9(08).
010985     05  WS-EVENT-SEQ         PIC 9(04)  VALUE ZERO  COMP.
010990
011000 01  WS-RECONRPT-HDG1.
011100     05  FILLER               PIC X(40)
011200             VALUE "RECONCIL - END OF DAY RECONCILIATION".
011300 01  WS-RECONRPT-HDG2.
011400     05  FILLER               PIC X(08) VALUE "RUN-ID: ".
011500     05  RH-RUN-ID            PIC X(16).
011533     05  FILLER               PIC X(08) VALUE "  FEED: ".
011566     05  RH-FEED-ID           PIC X(08).
011600 01  WS-RECONRPT-DETAIL.
011700     05  RD-ITEM-DESC         PIC X(34).
011800     05  RD-ACTUAL            PIC ZZZZZZ9.
012500             VALUE "RECONCILIATION RESULT: ".
012600     05  RF-RESULT            PIC X(14).
012700
012708 LINKAGE SECTION.
012716*----------------------------------------------------------------
012724* WS-PARM-AREA - THE EXEC PGM PARM STRING PASSED BY THE JCL
012732*                STEP. WS-PARM-LENGTH IS THE HALFWORD BINARY
012740*                LENGTH SUPPLIED BY THE SYSTEM; WS-PARM-TEXT
012748*                HOLDS THE PARM TEXT ITSELF. 'FEED' IS GIVEN BY
012756*                THE FEED JOBS SO EVENTS GO TO EVNTWORK.
012764*----------------------------------------------------------------
012772 01  WS-PARM-AREA.
012780     05  WS-PARM-LENGTH       PIC S9(04) COMP.
012788     05  WS-PARM-TEXT         PIC X(64).
012800 PROCEDURE DIVISION USING WS-PARM-AREA.
012900*----------------------------------------------------------------
013000* 0000-MAINLINE
013100*----------------------------------------------------------------
015200*                   PRINT THE REPORT HEADINGS
015300*----------------------------------------------------------------
015400 1000-INITIALIZE.
015420     IF WS-PARM-LENGTH > ZERO
015440             AND WS-PARM-TEXT (1:4) = "FEED"
015460         MOVE "W" TO WS-EVENT-FILE-SWITCH
015480     END-IF.
015500     OPEN INPUT  AUDTLOG.
015600     OPEN INPUT  GLEXTRT.
015700     OPEN INPUT  CHKPTFIL.
016500             " RECONRPT = " WS-RECONRPT-STATUS
016600         MOVE "Y" TO WS-ABEND-SWITCH
016700         GO TO 1000-INITIALIZE-EXIT.
016757     MOVE LOW-VALUES TO CK-CHECKPOINT-ID.
016814     START CHKPTFIL KEY IS NOT LESS THAN CK-CHECKPOINT-ID
016871         INVALID KEY
016928             MOVE "Y" TO WS-CKPT-EOF-SWITCH
016985     END-START.
017042     IF NOT WS-CKPT-END-OF-FILE
017099         PERFORM 1100-READ-CHECKPOINT
017156             THRU 1100-READ-CHECKPOINT-EXIT
017213     END-IF.
017270     PERFORM 1200-ADD-CHECKPOINT
017327         THRU 1200-ADD-CHECKPOINT-EXIT
017384         UNTIL WS-CKPT-END-OF-FILE.
017441     IF WS-ABEND-OCCURRED
017498         GO TO 1000-INITIALIZE-EXIT.
017555     IF WS-RUN-COUNT = ZERO
017612         DISPLAY "RECONCIL - NO CHECKPOINT RECORD FOUND, "
017669             "NOTHING TO RECONCILE"
017726         MOVE "Y" TO WS-ABEND-SWITCH
017783         GO TO 1000-INITIALIZE-EXIT.
017840     MOVE WS-RECONRPT-HDG1 TO RC-PRINT-LINE.
017897     WRITE RC-PRINT-LINE AFTER ADVANCING PAGE.
017954     PERFORM 1300-PRINT-RUN-ID
018011         THRU 1300-PRINT-RUN-ID-EXIT
018068         VARYING RI-IDX FROM 1 BY 1
018125         UNTIL RI-IDX > WS-RUN-COUNT.
018200 1000-INITIALIZE-EXIT.
018203     EXIT.
018206
018209*----------------------------------------------------------------
018212* 1100-READ-CHECKPOINT - READ THE NEXT CHECKPOINT RECORD
018215*----------------------------------------------------------------
018218 1100-READ-CHECKPOINT.
018221     READ CHKPTFIL NEXT RECORD
018224         AT END
018227             MOVE "Y" TO WS-CKPT-EOF-SWITCH
018230     END-READ.
018233 1100-READ-CHECKPOINT-EXIT.
018236     EXIT.
018239
018242*----------------------------------------------------------------
018245* 1200-ADD-CHECKPOINT - ADD ONE CHECKPOINT RECORD'S TOTALS INTO
018248*                       THE RECONCILED TOTALS AND ITS RUN-ID
018251*                       INTO THE RUN TABLE
018254*----------------------------------------------------------------
018257 1200-ADD-CHECKPOINT.
018260     IF WS-RUN-COUNT NOT < 20
018263         DISPLAY "RECONCIL - MORE THAN 20 CHECKPOINT RECORDS, "
018266             "CANNOT RECONCILE"
018269         MOVE "Y" TO WS-ABEND-SWITCH
018272         MOVE "Y" TO WS-CKPT-EOF-SWITCH
018275         GO TO 1200-ADD-CHECKPOINT-EXIT.
018278     ADD 1 TO WS-RUN-COUNT.
018281     SET RI-IDX TO WS-RUN-COUNT.
018284     MOVE CK-RUN-ID TO RI-RUN-ID (RI-IDX).
018287     MOVE CK-FEED-ID TO RI-FEED-ID (RI-IDX).
018288     IF CK-BUSINESS-DATE IS NUMERIC
018289         MOVE CK-BUSINESS-DATE TO WS-EVENT-BUS-DATE.
018290     ADD CK-RECORDS-READ TO WS-SUM-READ.
018293     ADD CK-PASS-COUNT TO WS-SUM-PASS.
018296     ADD CK-EXCEPTION-COUNT TO WS-SUM-EXCEPTION.
018299*    A CHECKPOINT WRITTEN BEFORE THE REVERSAL COUNT EXISTED
018302*    CARRIES SPACES THERE (IT WAS FILLER) - GUARD IT.
018305     IF CK-RVSL-COUNT IS NUMERIC
018308         ADD CK-RVSL-COUNT TO WS-SUM-RVSL
018311     END-IF.
018314     PERFORM 1100-READ-CHECKPOINT
018317         THRU 1100-READ-CHECKPOINT-EXIT.
018320 1200-ADD-CHECKPOINT-EXIT.
018323     EXIT.
018326
018329*----------------------------------------------------------------
018332* 1300-PRINT-RUN-ID - PRINT ONE RECONCILED RUN-ID AND ITS FEED
018335*----------------------------------------------------------------
018338 1300-PRINT-RUN-ID.
018341     MOVE RI-RUN-ID (RI-IDX) TO RH-RUN-ID.
018344     MOVE RI-FEED-ID (RI-IDX) TO RH-FEED-ID.
018347     MOVE WS-RECONRPT-HDG2 TO RC-PRINT-LINE.
018350     IF RI-IDX = 1
018353         WRITE RC-PRINT-LINE AFTER ADVANCING 2 LINES
018356     ELSE
018359         WRITE RC-PRINT-LINE AFTER ADVANCING 1 LINE
018362     END-IF.
018365 1300-PRINT-RUN-ID-EXIT.
018368     EXIT.
018400
018500*----------------------------------------------------------------
018600* 2000-COUNT-AUDIT-ROWS - COUNT THE AUDTLOG ROWS WRITTEN UNDER
018700*                         THE RECONCILED RUN-IDS. THE LOG IS
018800*                         CUMULATIVE (DISP=MOD), SO ROWS FROM
018900*                         EARLIER RUNS ARE PASSED OVER.
019000*----------------------------------------------------------------
020900     EXIT.
021000
021100*----------------------------------------------------------------
021200* 2020-TALLY-AUDIT - COUNT ONE AUDIT ROW IF IT BELONGS TO ONE
021300*                    OF THE RECONCILED RUNS
021400*----------------------------------------------------------------
021500 2020-TALLY-AUDIT.
021550     SET RI-IDX TO 1.
021600     SEARCH WS-RUN-ENTRY
021650         AT END
021700             CONTINUE
021750         WHEN RI-RUN-ID (RI-IDX) = AU-RUN-ID
021800             ADD 1 TO WS-AUDIT-COUNT
021850     END-SEARCH.
021900     PERFORM 2010-READ-AUDIT
022000         THRU 2010-READ-AUDIT-EXIT.
022100 2020-TALLY-AUDIT-EXIT.
026700 8000-RECONCILE.
026800     MOVE "AUDIT ROWS VS RECORDS READ:" TO RD-ITEM-DESC.
026900     MOVE WS-AUDIT-COUNT TO RD-ACTUAL.
027000     MOVE WS-SUM-READ TO RD-EXPECTED.
027100     IF WS-AUDIT-COUNT = WS-SUM-READ
027200         MOVE "IN BALANCE" TO RD-STATUS
027300     ELSE
027400         MOVE "OUT OF BALANCE" TO RD-STATUS
027800         THRU 8100-WRITE-RECON-LINE-EXIT.
027900     MOVE "GL EXTRACT ROWS VS PASS COUNT:" TO RD-ITEM-DESC.
028000     MOVE WS-EXTRACT-COUNT TO RD-ACTUAL.
028100     MOVE WS-SUM-PASS TO RD-EXPECTED.
028200     IF WS-EXTRACT-COUNT = WS-SUM-PASS
028300         MOVE "IN BALANCE" TO RD-STATUS
028400     ELSE
028500         MOVE "OUT OF BALANCE" TO RD-STATUS
028700     END-IF.
028800     PERFORM 8100-WRITE-RECON-LINE
028900         THRU 8100-WRITE-RECON-LINE-EXIT.
029000     ADD WS-SUM-PASS WS-SUM-EXCEPTION WS-SUM-RVSL
029100         GIVING WS-PASS-PLUS-FAIL.
029200     MOVE "PASS+FAIL+RVSL VS RECORDS READ:" TO RD-ITEM-DESC.
029300     MOVE WS-PASS-PLUS-FAIL TO RD-ACTUAL.
029400     MOVE WS-SUM-READ TO RD-EXPECTED.
029500     IF WS-PASS-PLUS-FAIL = WS-SUM-READ
029600         MOVE "IN BALANCE" TO RD-STATUS
029700     ELSE
029800         MOVE "OUT OF BALANCE" TO RD-STATUS
030400         MOVE "OUT OF BALANCE" TO RF-RESULT
030500         DISPLAY "RECONCIL - RUN OUT OF BALANCE, HOLD THE GL "
030600             "FEED AND PAGE BATCHOPS"
030633         PERFORM 8200-RAISE-OOB-EVENT
030666             THRU 8200-RAISE-OOB-EVENT-EXIT
030700     ELSE
030800         MOVE "IN BALANCE" TO RF-RESULT
030900     END-IF.
032000     WRITE RC-PRINT-LINE AFTER ADVANCING 1 LINE.
032100 8100-WRITE-RECON-LINE-EXIT.
032200     EXIT.
032212
032224*----------------------------------------------------------------
032236* 8200-RAISE-OOB-EVENT - TELL OPERATIONS THE RUN IS OUT OF
032248*                        BALANCE. ONE FEED'S RUN IS TAGGED WITH
032260*                        ITS RUN-ID AND FEED; THE MERGED RESULT
032272*                        COVERS SEVERAL RUNS AND CARRIES NEITHER.
032284*----------------------------------------------------------------
032296 8200-RAISE-OOB-EVENT.
032308     MOVE "S" TO WS-EVENT-SEVERITY.
032320     MOVE "RC01" TO WS-EVENT-CODE.
032332     IF WS-RUN-COUNT = 1
032344         MOVE RI-RUN-ID (1) TO WS-EVENT-RUN-ID
032356         MOVE RI-FEED-ID (1) TO WS-EVENT-FEED-ID
032368     END-IF.
032380     MOVE "OUT OF BALANCE - GL HELD, SEE RECONRPT"
032392         TO WS-EVENT-MESSAGE.
032404     PERFORM 8950-WRITE-OPS-EVENT
032416         THRU 8950-WRITE-OPS-EVENT-EXIT.
032428 8200-RAISE-OOB-EVENT-EXIT.
032440     EXIT.
032452
032464*----------------------------------------------------------------
032476* 8950-WRITE-OPS-EVENT - ADD THE EVENT IN WS-EVENT-WORK TO THE
032488*                        OPERATIONS EVENT FILE (THE FEED JOB'S
032500*                        EVNTWORK FILE UNDER PARM='FEED'),
032512*                        OPENING IT ON THE RUN'S FIRST EVENT.
032524*                        A RUN WITH NO RUN-ID OF ITS OWN IS
032536*                        STAMPED WITH THE DATE AND TIME OF ITS
032548*                        FIRST EVENT. THE EVENT FILE ONLY TELLS
032560*                        OPERATIONS - A FAILURE ON IT IS
032572*                        DISPLAYED AND NEVER CHANGES THE RETURN
032584*                        CODE.
032596*----------------------------------------------------------------
032608 8950-WRITE-OPS-EVENT.
032620     IF WS-OPSEVENT-UNUSABLE
032632         GO TO 8950-WRITE-OPS-EVENT-EXIT.
032644     IF WS-EVENTS-TO-WORKFILE
032656         PERFORM 8970-WRITE-WORK-EVENT
032668             THRU 8970-WRITE-WORK-EVENT-EXIT
032680         GO TO 8950-WRITE-OPS-EVENT-EXIT.
032692     IF NOT WS-OPSEVENT-OPEN
032704         OPEN I-O OPSEVENT
032716         IF NOT WS-OPSEVENT-OK
032728             DISPLAY "RECONCIL - OPSEVENT NOT OPENED, STATUS = "
032740                 WS-OPSEVENT-STATUS ", EVENTS NOT LOGGED"
032752             MOVE "X" TO WS-OPSEVENT-SWITCH
032764             GO TO 8950-WRITE-OPS-EVENT-EXIT
032776         END-IF
032788         MOVE "O" TO WS-OPSEVENT-SWITCH
032800     END-IF.
032812     PERFORM 8955-BUILD-EVENT
032824         THRU 8955-BUILD-EVENT-EXIT.
032836     MOVE "N" TO WS-EVENT-DONE-SWITCH.
032848     PERFORM 8960-ADD-OPS-EVENT
032860         THRU 8960-ADD-OPS-EVENT-EXIT
032872         UNTIL WS-EVENT-DONE.
032884 8950-WRITE-OPS-EVENT-EXIT.
032896     EXIT.
032908
032920*----------------------------------------------------------------
032932* 8955-BUILD-EVENT - FORMAT THE EVENT RECORD FROM WS-EVENT-WORK
032944*----------------------------------------------------------------
032956 8955-BUILD-EVENT.
032968     MOVE SPACES TO EV-OPS-EVENT-RECORD.
032980     ACCEPT EV-EVENT-DATE FROM DATE YYYYMMDD.
032992     ACCEPT EV-EVENT-TIME FROM TIME.
033004     IF WS-EVENT-RUN-ID = SPACES
033016         MOVE EV-EVENT-DATE TO WS-EVENT-RUN-DATE
033028         MOVE EV-EVENT-TIME TO WS-EVENT-RUN-TIME
033040     END-IF.
033052     MOVE "RECONCIL" TO EV-PROGRAM-ID.
033064     MOVE WS-EVENT-RUN-ID TO EV-RUN-ID.
033076     MOVE WS-EVENT-BUS-DATE TO EV-BUSINESS-DATE.
033088     MOVE WS-EVENT-FEED-ID TO EV-FEED-ID.
033100     MOVE WS-EVENT-SEVERITY TO EV-SEVERITY.
033112     MOVE WS-EVENT-CODE TO EV-EVENT-CODE.
033124     MOVE "O" TO EV-EVENT-STATUS.
033136     MOVE ZERO TO EV-CLOSED-DATE.
033148     MOVE WS-EVENT-MESSAGE TO EV-MESSAGE.
033160 8955-BUILD-EVENT-EXIT.
033172     EXIT.
033184
033196*----------------------------------------------------------------
033208* 8960-ADD-OPS-EVENT - WRITE THE EVENT UNDER THE RUN'S NEXT
033220*                      SEQUENCE NUMBER. WHEN ANOTHER JOB WROTE AN
033232*                      EVENT FOR THE SAME PROGRAM IN THE SAME
033244*                      HUNDREDTH OF A SECOND, THE NEXT NUMBER IS
033256*                      TRIED.
033268*----------------------------------------------------------------
033280 8960-ADD-OPS-EVENT.
033292     ADD 1 TO WS-EVENT-SEQ.
033304     MOVE WS-EVENT-SEQ TO EV-EVENT-SEQ.
033316     WRITE EV-OPS-EVENT-RECORD
033328         INVALID KEY
033340             CONTINUE
033352     END-WRITE.
033364     IF WS-OPSEVENT-DUPKEY AND WS-EVENT-SEQ < 9999
033376         GO TO 8960-ADD-OPS-EVENT-EXIT.
033388     IF NOT WS-OPSEVENT-OK
033400         DISPLAY "RECONCIL - EVENT " WS-EVENT-CODE
033412             " NOT LOGGED, OPSEVENT STATUS = " WS-OPSEVENT-STATUS
033424     END-IF.
033436     MOVE "Y" TO WS-EVENT-DONE-SWITCH.
033448 8960-ADD-OPS-EVENT-EXIT.
033460     EXIT.
033472
033484*----------------------------------------------------------------
033496* 8970-WRITE-WORK-EVENT - APPEND THE EVENT TO THE FEED JOB'S
033508*                         EVNTWORK FILE. THE WORK FILE IS NOT
033520*                         KEYED - FEEDMRGE NUMBERS AROUND ANY
033532*                         CLASH WHEN IT ADDS THE EVENT TO
033544*                         OPSEVENT.
033556*----------------------------------------------------------------
033568 8970-WRITE-WORK-EVENT.
033580     IF NOT WS-OPSEVENT-OPEN
033592         OPEN EXTEND EVNTWORK
033604         IF NOT WS-EVNTWORK-OK
033616             DISPLAY "RECONCIL - EVNTWORK NOT OPENED, STATUS = "
033628                 WS-EVNTWORK-STATUS ", EVENTS NOT LOGGED"
033640             MOVE "X" TO WS-OPSEVENT-SWITCH
033652             GO TO 8970-WRITE-WORK-EVENT-EXIT
033664         END-IF
033676         MOVE "O" TO WS-OPSEVENT-SWITCH
033688     END-IF.
033700     PERFORM 8955-BUILD-EVENT
033712         THRU 8955-BUILD-EVENT-EXIT.
033724     ADD 1 TO WS-EVENT-SEQ.
033736     MOVE WS-EVENT-SEQ TO EV-EVENT-SEQ.
033748     WRITE EW-EVENT-RECORD FROM EV-OPS-EVENT-RECORD.
033760     IF NOT WS-EVNTWORK-OK
033772         DISPLAY "RECONCIL - EVENT " WS-EVENT-CODE
033784             " NOT LOGGED, EVNTWORK STATUS = " WS-EVNTWORK-STATUS
033796     END-IF.
033808 8970-WRITE-WORK-EVENT-EXIT.
033820     EXIT.
033832
033844*----------------------------------------------------------------
033856* 9000-TERMINATE - CLOSE THE FILES
033868*----------------------------------------------------------------
033880 9000-TERMINATE.
033892     IF WS-AUDTLOG-STATUS NOT = SPACES
033904         CLOSE AUDTLOG
033916     END-IF.
033928     IF WS-GLEXTRT-STATUS NOT = SPACES
033940         CLOSE GLEXTRT
033952     END-IF.
033964     IF WS-CHKPTFIL-STATUS NOT = SPACES
033976         CLOSE CHKPTFIL
033988     END-IF.
034000     IF WS-RECONRPT-STATUS NOT = SPACES
034012         CLOSE RECONRPT
034024     END-IF.
034036     IF WS-OPSEVENT-OPEN AND WS-EVENTS-TO-WORKFILE
034048         CLOSE EVNTWORK
034060     END-IF.
034072     IF WS-OPSEVENT-OPEN AND NOT WS-EVENTS-TO-WORKFILE
034084         CLOSE OPSEVENT
034096     END-IF.
034108 9000-TERMINATE-EXIT.
034120     EXIT.
034200
034300*----------------------------------------------------------------
034400* 9900-SET-RETURN-CODE - 0 = RUN BALANCED, 8 = OUT OF BALANCE,
