001800*     FAILURES FOR THE RATE, THE SAME WAY IFANDTHEN TREATS THEM. *
001900*     THE FILE IS READ TWICE: ONCE TO FIND THE LAST N RUN        *
002000*     DATES, ONCE TO ACCUMULATE THE RULE/RUN MATRIX.             *
002033*     EACH FLAGGED RULE ALSO RAISES A TR01 WARNING ON THE SHARED *
002066*     OPERATIONS EVENT FILE (OPSEVENT).                          *
002100*----------------------------------------------------------------
002200* MODIFICATION HISTORY.                                          *
002300*   DATE       INIT  DESCRIPTION                                 *
002520*                    OLDEST ENTRY OUT WHEN FULL - THE          *
002530*                    STATISTICS FILE IS CUMULATIVE AND ONLY    *
002540*                    THE LAST N DATES ARE EVER REPORTED ON.    *
002555*   2026-10-15  DO   EACH FLAGGED RULE NOW ALSO RAISES A TR01  *
002570*                    WARNING ON THE OPERATIONS EVENT FILE      *
002585*                    (OPSEVENT) FOR THE ON-CALL DIGEST.        *
002600****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.              TRENDRPT.
004900     SELECT TRNDRPT      ASSIGN TO TRNDRPT
005000                         ORGANIZATION IS SEQUENTIAL
005100                         FILE STATUS IS WS-TRNDRPT-STATUS.
005114
005128     SELECT OPSEVENT     ASSIGN TO OPSEVENT
005142                         ORGANIZATION IS INDEXED
005156                         ACCESS MODE IS RANDOM
005170                         RECORD KEY IS EV-EVENT-KEY
005184                         FILE STATUS IS WS-OPSEVENT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 COPY RPTLINE REPLACING RP-PRINT-LINE BY TR-PRINT-LINE.
006816
006832 FD  OPSEVENT
006848     RECORDING MODE IS F
006864     LABEL RECORDS ARE STANDARD.
006880 COPY OPSEVREC.
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-SWITCHES.
007920         88  WS-TROW-FOUND               VALUE "Y".
007930     05  WS-MATRIX-FULL-SWITCH PIC X(01) VALUE "N".
007940         88  WS-MATRIX-FULL-WARNED       VALUE "Y".
007950     05  WS-OPSEVENT-SWITCH   PIC X(01)  VALUE "N".
007960         88  WS-OPSEVENT-OPEN            VALUE "O".
007970         88  WS-OPSEVENT-UNUSABLE        VALUE "X".
007980     05  WS-EVENT-DONE-SWITCH PIC X(01)  VALUE "N".
007990         88  WS-EVENT-DONE               VALUE "Y".
008000
008100 01  WS-FILE-STATUSES.
008200     05  WS-RULESTAT-STATUS   PIC X(02)  VALUE SPACES.
008600         88  WS-TRNPARM-OK                 VALUE "00".
008700     05  WS-TRNDRPT-STATUS    PIC X(02)  VALUE SPACES.
008800         88  WS-TRNDRPT-OK                 VALUE "00".
008825     05  WS-OPSEVENT-STATUS   PIC X(02)  VALUE SPACES.
008850         88  WS-OPSEVENT-OK                VALUE "00".
008875         88  WS-OPSEVENT-DUPKEY            VALUE "22".
008900
009000 77  WS-RUNS-TO-PRINT         PIC 9(03)  VALUE 10.
009100 77  WS-FLAG-PCT              PIC 9(03)  VALUE 20.
010200     05  WS-PRIOR-AVG-PCT     PIC 9(03)V9(02) VALUE ZERO.
010300     05  WS-PRIOR-PCT-SUM     PIC 9(06)V9(02) VALUE ZERO.
010400     05  WS-JUMP-LIMIT        PIC 9(04)V9(02) VALUE ZERO.
010405
010410*----------------------------------------------------------------
010415* WS-EVENT-WORK - THE OPERATIONS EVENT BEING RAISED. THE CALLER
010420*                 SETS THE SEVERITY, CODE, FEED, BUSINESS DATE
010425*                 AND MESSAGE (AND THE RUN-ID WHEN THE RUN HAS
010430*                 ONE) AND PERFORMS 8950-WRITE-OPS-EVENT.
010435*----------------------------------------------------------------
010440 01  WS-EVENT-WORK.
010445     05  WS-EVENT-SEVERITY    PIC X(01)  VALUE SPACE.
010450     05  WS-EVENT-CODE        PIC X(04)  VALUE SPACES.
010455     05  WS-EVENT-FEED-ID     PIC X(08)  VALUE SPACES.
010460     05  WS-EVENT-BUS-DATE    PIC 9(08)  VALUE ZERO.
010465     05  WS-EVENT-MESSAGE     PIC X(40)  VALUE SPACES.
010470     05  WS-EVENT-RUN-ID      PIC X(16)  VALUE SPACES.
010475     05  WS-EVENT-RUN-STAMP   REDEFINES WS-EVENT-RUN-ID.
010480         10  WS-EVENT-RUN-DATE PIC 9(08).
010485         10  WS-EVENT-RUN-TIME PIC 9(08).
010490     05  WS-EVENT-SEQ         PIC 9(04)  VALUE ZERO  COMP.
010495     05  WS-EVENT-AVG-PCT     PIC ZZ9.99.
010500
010600*----------------------------------------------------------------
010700* WS-RUN-DATES - EVERY DISTINCT RUN DATE ON THE STATISTICS
050300         IF WS-FAIL-PCT > WS-JUMP-LIMIT
050400             MOVE "** FAIL RATE JUMP **" TO DL-FLAG
050500             MOVE "Y" TO WS-JUMP-SWITCH
050533             PERFORM 8120-RAISE-JUMP-EVENT
050566                 THRU 8120-RAISE-JUMP-EVENT-EXIT
050600         END-IF
050700     ELSE
050800         IF WS-CELL-SUB < WS-WINDOW-COUNT
051400     WRITE TR-PRINT-LINE AFTER ADVANCING 1 LINE.
051500 8110-PRINT-ONE-RUN-EXIT.
051600     EXIT.
051601
051602*----------------------------------------------------------------
051603* 8120-RAISE-JUMP-EVENT - TELL OPERATIONS A RULE'S FAIL RATE
051604*                         JUMPED. THE STATISTICS CARRY RUN DATES,
051605*                         NOT BUSINESS DATES, SO THE EVENT'S
051606*                         BUSINESS DATE IS LEFT ZERO; THE RUNS
051607*                         SPAN FEEDS, SO NO FEED IS TAGGED.
051608*----------------------------------------------------------------
051609 8120-RAISE-JUMP-EVENT.
051610     MOVE "W" TO WS-EVENT-SEVERITY.
051611     MOVE "TR01" TO WS-EVENT-CODE.
051612     MOVE WS-PRIOR-AVG-PCT TO WS-EVENT-AVG-PCT.
051613     MOVE SPACES TO WS-EVENT-MESSAGE.
051614     STRING "RULE " TL-RULE-CODE (TL-IDX) " FAIL PCT " DL-FAIL-PCT
051615         " VS AVG " WS-EVENT-AVG-PCT DELIMITED BY SIZE
051616         INTO WS-EVENT-MESSAGE.
051617     PERFORM 8950-WRITE-OPS-EVENT
051618         THRU 8950-WRITE-OPS-EVENT-EXIT.
051619 8120-RAISE-JUMP-EVENT-EXIT.
051620     EXIT.
051621
051622*----------------------------------------------------------------
051623* 8950-WRITE-OPS-EVENT - ADD THE EVENT IN WS-EVENT-WORK TO THE
051624*                        SHARED OPERATIONS EVENT FILE, OPENING IT
051625*                        ON THE RUN'S FIRST EVENT. A RUN WITH NO
051626*                        RUN-ID OF ITS OWN IS STAMPED WITH THE
051627*                        DATE AND TIME OF ITS FIRST EVENT. THE
051628*                        EVENT FILE ONLY TELLS OPERATIONS - A
051629*                        FAILURE ON IT IS DISPLAYED AND NEVER
051630*                        CHANGES THE RETURN CODE.
051631*----------------------------------------------------------------
051632 8950-WRITE-OPS-EVENT.
051633     IF WS-OPSEVENT-UNUSABLE
051634         GO TO 8950-WRITE-OPS-EVENT-EXIT.
051635     IF NOT WS-OPSEVENT-OPEN
051636         OPEN I-O OPSEVENT
051637         IF NOT WS-OPSEVENT-OK
051638             DISPLAY "TRENDRPT - OPSEVENT NOT OPENED, STATUS = "
051639                 WS-OPSEVENT-STATUS ", EVENTS NOT LOGGED"
051640             MOVE "X" TO WS-OPSEVENT-SWITCH
051641             GO TO 8950-WRITE-OPS-EVENT-EXIT
051642         END-IF
051643         MOVE "O" TO WS-OPSEVENT-SWITCH
051644     END-IF.
051645     MOVE SPACES TO EV-OPS-EVENT-RECORD.
051646     ACCEPT EV-EVENT-DATE FROM DATE YYYYMMDD.
051647     ACCEPT EV-EVENT-TIME FROM TIME.
051648     IF WS-EVENT-RUN-ID = SPACES
051649         MOVE EV-EVENT-DATE TO WS-EVENT-RUN-DATE
051650         MOVE EV-EVENT-TIME TO WS-EVENT-RUN-TIME
051651     END-IF.
051652     MOVE "TRENDRPT" TO EV-PROGRAM-ID.
051653     MOVE WS-EVENT-RUN-ID TO EV-RUN-ID.
051654     MOVE WS-EVENT-BUS-DATE TO EV-BUSINESS-DATE.
051655     MOVE WS-EVENT-FEED-ID TO EV-FEED-ID.
051656     MOVE WS-EVENT-SEVERITY TO EV-SEVERITY.
051657     MOVE WS-EVENT-CODE TO EV-EVENT-CODE.
051658     MOVE "O" TO EV-EVENT-STATUS.
051659     MOVE ZERO TO EV-CLOSED-DATE.
051660     MOVE WS-EVENT-MESSAGE TO EV-MESSAGE.
051661     MOVE "N" TO WS-EVENT-DONE-SWITCH.
051662     PERFORM 8960-ADD-OPS-EVENT
051663         THRU 8960-ADD-OPS-EVENT-EXIT
051664         UNTIL WS-EVENT-DONE.
051665 8950-WRITE-OPS-EVENT-EXIT.
051666     EXIT.
051667
051668*----------------------------------------------------------------
051669* 8960-ADD-OPS-EVENT - WRITE THE EVENT UNDER THE RUN'S NEXT
051670*                      SEQUENCE NUMBER. WHEN ANOTHER JOB WROTE AN
051671*                      EVENT FOR THE SAME PROGRAM IN THE SAME
051672*                      HUNDREDTH OF A SECOND, THE NEXT NUMBER IS
051673*                      TRIED.
051674*----------------------------------------------------------------
051675 8960-ADD-OPS-EVENT.
051676     ADD 1 TO WS-EVENT-SEQ.
051677     MOVE WS-EVENT-SEQ TO EV-EVENT-SEQ.
051678     WRITE EV-OPS-EVENT-RECORD
051679         INVALID KEY
051680             CONTINUE
051681     END-WRITE.
051682     IF WS-OPSEVENT-DUPKEY AND WS-EVENT-SEQ < 9999
051683         GO TO 8960-ADD-OPS-EVENT-EXIT.
051684     IF NOT WS-OPSEVENT-OK
051685         DISPLAY "TRENDRPT - EVENT " WS-EVENT-CODE
051686             " NOT LOGGED, OPSEVENT STATUS = " WS-OPSEVENT-STATUS
051687     END-IF.
051688     MOVE "Y" TO WS-EVENT-DONE-SWITCH.
051689 8960-ADD-OPS-EVENT-EXIT.
051690     EXIT.
051700
051800*----------------------------------------------------------------
051900* 9000-TERMINATE - CLOSE THE FILES
052800     IF WS-TRNDRPT-STATUS NOT = SPACES
052900         CLOSE TRNDRPT
053000     END-IF.
053025     IF WS-OPSEVENT-OPEN
053050         CLOSE OPSEVENT
053075     END-IF.
053100 9000-TERMINATE-EXIT.
053200     EXIT.
053300
