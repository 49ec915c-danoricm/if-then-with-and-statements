001300*     IN SUSPENSE, PLUS BUCKET TOTALS (1-7, 8-30, OVER 30        *
001400*     DAYS). ANYTHING OVER 30 DAYS SETS RC=4 SO THE SCHEDULER    *
001500*     CAN FLAG STALE SUSPENSE FOR OPERATIONS TO CHASE.           *
001525*     THE SAME CONDITION ALSO RAISES AN SA01 WARNING ON THE     *
001550*     SHARED OPERATIONS EVENT FILE (OPSEVENT), DATED WITH THE   *
001575*     OLDEST STALE ITEM'S BUSINESS DATE.                        *
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY.                                          *
001800*   DATE       INIT  DESCRIPTION                                 *
002020*                    CODE ONLY - THE WORDING IS DERIVED HERE -   *
002030*                    AND THE ITEM'S TRANSACTION REFERENCE,       *
002040*                    WHICH IS NOW PRINTED ON THE REPORT.         *
002055*   2026-10-15  DO   ITEMS OVER 30 DAYS NOW ALSO RAISE AN SA01   *
002070*                    WARNING ON THE OPERATIONS EVENT FILE        *
002085*                    (OPSEVENT) FOR THE ON-CALL DIGEST.          *
002100****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.              SUSPAGE.
004000     SELECT AGINGRPT     ASSIGN TO AGINGRPT
004100                         ORGANIZATION IS SEQUENTIAL
004200                         FILE STATUS IS WS-AGINGRPT-STATUS.
004214
004228     SELECT OPSEVENT     ASSIGN TO OPSEVENT
004242                         ORGANIZATION IS INDEXED
004256                         ACCESS MODE IS RANDOM
004270                         RECORD KEY IS EV-EVENT-KEY
004284                         FILE STATUS IS WS-OPSEVENT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 COPY RPTLINE REPLACING RP-PRINT-LINE BY AG-PRINT-LINE.
005416
005432 FD  OPSEVENT
005448     RECORDING MODE IS F
005464     LABEL RECORDS ARE STANDARD.
005480 COPY OPSEVREC.
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-SWITCHES.
005900         88  WS-SUSP-END-OF-FILE         VALUE "Y".
006000     05  WS-ABEND-SWITCH      PIC X(01)  VALUE "N".
006100         88  WS-ABEND-OCCURRED           VALUE "Y".
006116     05  WS-OPSEVENT-SWITCH   PIC X(01)  VALUE "N".
006132         88  WS-OPSEVENT-OPEN            VALUE "O".
006148         88  WS-OPSEVENT-UNUSABLE        VALUE "X".
006164     05  WS-EVENT-DONE-SWITCH PIC X(01)  VALUE "N".
006180         88  WS-EVENT-DONE               VALUE "Y".
006200
006300 01  WS-FILE-STATUSES.
006400     05  WS-SUSPENSE-STATUS   PIC X(02)  VALUE SPACES.
006600         88  WS-SUSPENSE-EOF               VALUE "10".
006700     05  WS-AGINGRPT-STATUS   PIC X(02)  VALUE SPACES.
006800         88  WS-AGINGRPT-OK                VALUE "00".
006825     05  WS-OPSEVENT-STATUS   PIC X(02)  VALUE SPACES.
006850         88  WS-OPSEVENT-OK                VALUE "00".
006875         88  WS-OPSEVENT-DUPKEY            VALUE "22".
006900
007000 01  WS-AGING-TOTALS.
007100     05  WS-ITEMS-READ        PIC 9(07)  VALUE ZERO  COMP.
007700 77  WS-TODAY-DAYS            PIC 9(07)  VALUE ZERO  COMP.
007800 77  WS-ITEM-DAYS             PIC 9(07)  VALUE ZERO  COMP.
007900 77  WS-AGE-DAYS              PIC S9(05) VALUE ZERO  COMP.
007905
007910*----------------------------------------------------------------
007915* WS-EVENT-WORK - THE OPERATIONS EVENT BEING RAISED. THE CALLER
007920*                 SETS THE SEVERITY, CODE, FEED, BUSINESS DATE
007925*                 AND MESSAGE (AND THE RUN-ID WHEN THE RUN HAS
007930*                 ONE) AND PERFORMS 8950-WRITE-OPS-EVENT.
007935*----------------------------------------------------------------
007940 01  WS-EVENT-WORK.
007945     05  WS-EVENT-SEVERITY    PIC X(01)  VALUE SPACE.
007950     05  WS-EVENT-CODE        PIC X(04)  VALUE SPACES.
007955     05  WS-EVENT-FEED-ID     PIC X(08)  VALUE SPACES.
007960     05  WS-EVENT-BUS-DATE    PIC 9(08)  VALUE ZERO.
007965     05  WS-EVENT-MESSAGE     PIC X(40)  VALUE SPACES.
007970     05  WS-EVENT-RUN-ID      PIC X(16)  VALUE SPACES.
007975     05  WS-EVENT-RUN-STAMP   REDEFINES WS-EVENT-RUN-ID.
007980         10  WS-EVENT-RUN-DATE PIC 9(08).
007985         10  WS-EVENT-RUN-TIME PIC 9(08).
007990     05  WS-EVENT-SEQ         PIC 9(04)  VALUE ZERO  COMP.
007995     05  WS-EVENT-COUNT       PIC Z(06)9.
008000
008100*----------------------------------------------------------------
008200* WS-DATE-TO-DAYS - WORK FIELDS FOR THE 8100 DATE-TO-DAY-
020700     EVALUATE TRUE
020800         WHEN WS-AGE-DAYS > 30
020900             ADD 1 TO WS-BUCKET-OVER-30
020920             IF WS-EVENT-BUS-DATE = ZERO
020940                     OR SU-BUSINESS-DATE < WS-EVENT-BUS-DATE
020960                 MOVE SU-BUSINESS-DATE TO WS-EVENT-BUS-DATE
020980             END-IF
021000         WHEN WS-AGE-DAYS > 7
021100             ADD 1 TO WS-BUCKET-8-30
021200         WHEN OTHER
026500         + WS-MDAYS (WS-DTD-MONTH) + WS-DTD-DAY.
026600 8100-DATE-TO-DAYS-EXIT.
026700     EXIT.
026701
026702*----------------------------------------------------------------
026703* 8200-RAISE-STALE-EVENT - TELL OPERATIONS HOW MANY ITEMS HAVE
026704*                          BEEN IN SUSPENSE OVER 30 DAYS. THE
026705*                          ITEMS SPAN FEEDS, SO NO FEED IS
026706*                          TAGGED; THE BUSINESS DATE IS THE
026707*                          OLDEST STALE ITEM'S.
026708*----------------------------------------------------------------
026709 8200-RAISE-STALE-EVENT.
026710     MOVE "W" TO WS-EVENT-SEVERITY.
026711     MOVE "SA01" TO WS-EVENT-CODE.
026712     MOVE WS-BUCKET-OVER-30 TO WS-EVENT-COUNT.
026713     STRING "ITEMS OVER 30 DAYS IN SUSPENSE: " WS-EVENT-COUNT
026714         DELIMITED BY SIZE
026715         INTO WS-EVENT-MESSAGE.
026716     PERFORM 8950-WRITE-OPS-EVENT
026717         THRU 8950-WRITE-OPS-EVENT-EXIT.
026718 8200-RAISE-STALE-EVENT-EXIT.
026719     EXIT.
026720
026721*----------------------------------------------------------------
026722* 8950-WRITE-OPS-EVENT - ADD THE EVENT IN WS-EVENT-WORK TO THE
026723*                        SHARED OPERATIONS EVENT FILE, OPENING IT
026724*                        ON THE RUN'S FIRST EVENT. A RUN WITH NO
026725*                        RUN-ID OF ITS OWN IS STAMPED WITH THE
026726*                        DATE AND TIME OF ITS FIRST EVENT. THE
026727*                        EVENT FILE ONLY TELLS OPERATIONS - A
026728*                        FAILURE ON IT IS DISPLAYED AND NEVER
026729*                        CHANGES THE RETURN CODE.
026730*----------------------------------------------------------------
026731 8950-WRITE-OPS-EVENT.
026732     IF WS-OPSEVENT-UNUSABLE
026733         GO TO 8950-WRITE-OPS-EVENT-EXIT.
026734     IF NOT WS-OPSEVENT-OPEN
026735         OPEN I-O OPSEVENT
026736         IF NOT WS-OPSEVENT-OK
026737             DISPLAY "SUSPAGE - OPSEVENT NOT OPENED, STATUS = "
026738                 WS-OPSEVENT-STATUS ", EVENTS NOT LOGGED"
026739             MOVE "X" TO WS-OPSEVENT-SWITCH
026740             GO TO 8950-WRITE-OPS-EVENT-EXIT
026741         END-IF
026742         MOVE "O" TO WS-OPSEVENT-SWITCH
026743     END-IF.
026744     MOVE SPACES TO EV-OPS-EVENT-RECORD.
026745     ACCEPT EV-EVENT-DATE FROM DATE YYYYMMDD.
026746     ACCEPT EV-EVENT-TIME FROM TIME.
026747     IF WS-EVENT-RUN-ID = SPACES
026748         MOVE EV-EVENT-DATE TO WS-EVENT-RUN-DATE
026749         MOVE EV-EVENT-TIME TO WS-EVENT-RUN-TIME
026750     END-IF.
026751     MOVE "SUSPAGE" TO EV-PROGRAM-ID.
026752     MOVE WS-EVENT-RUN-ID TO EV-RUN-ID.
026753     MOVE WS-EVENT-BUS-DATE TO EV-BUSINESS-DATE.
026754     MOVE WS-EVENT-FEED-ID TO EV-FEED-ID.
026755     MOVE WS-EVENT-SEVERITY TO EV-SEVERITY.
026756     MOVE WS-EVENT-CODE TO EV-EVENT-CODE.
026757     MOVE "O" TO EV-EVENT-STATUS.
026758     MOVE ZERO TO EV-CLOSED-DATE.
026759     MOVE WS-EVENT-MESSAGE TO EV-MESSAGE.
026760     MOVE "N" TO WS-EVENT-DONE-SWITCH.
026761     PERFORM 8960-ADD-OPS-EVENT
026762         THRU 8960-ADD-OPS-EVENT-EXIT
026763         UNTIL WS-EVENT-DONE.
026764 8950-WRITE-OPS-EVENT-EXIT.
026765     EXIT.
026766
026767*----------------------------------------------------------------
026768* 8960-ADD-OPS-EVENT - WRITE THE EVENT UNDER THE RUN'S NEXT
026769*                      SEQUENCE NUMBER. WHEN ANOTHER JOB WROTE AN
026770*                      EVENT FOR THE SAME PROGRAM IN THE SAME
026771*                      HUNDREDTH OF A SECOND, THE NEXT NUMBER IS
026772*                      TRIED.
026773*----------------------------------------------------------------
026774 8960-ADD-OPS-EVENT.
026775     ADD 1 TO WS-EVENT-SEQ.
026776     MOVE WS-EVENT-SEQ TO EV-EVENT-SEQ.
026777     WRITE EV-OPS-EVENT-RECORD
026778         INVALID KEY
026779             CONTINUE
026780     END-WRITE.
026781     IF WS-OPSEVENT-DUPKEY AND WS-EVENT-SEQ < 9999
026782         GO TO 8960-ADD-OPS-EVENT-EXIT.
026783     IF NOT WS-OPSEVENT-OK
026784         DISPLAY "SUSPAGE - EVENT " WS-EVENT-CODE
026785             " NOT LOGGED, OPSEVENT STATUS = " WS-OPSEVENT-STATUS
026786     END-IF.
026787     MOVE "Y" TO WS-EVENT-DONE-SWITCH.
026788 8960-ADD-OPS-EVENT-EXIT.
026789     EXIT.
026800
026900*----------------------------------------------------------------
027000* 9000-TERMINATE - PRINT THE BUCKET FOOTER AND CLOSE THE FILES
027900         MOVE WS-AGINGRPT-FOOTER TO AG-PRINT-LINE
028000         WRITE AG-PRINT-LINE AFTER ADVANCING 2 LINES
028100     END-IF.
028116     IF WS-BUCKET-OVER-30 > ZERO
028132             AND NOT WS-ABEND-OCCURRED
028148         PERFORM 8200-RAISE-STALE-EVENT
028164             THRU 8200-RAISE-STALE-EVENT-EXIT
028180     END-IF.
028200     IF WS-SUSPENSE-STATUS NOT = SPACES
028300         CLOSE SUSPENSE
028400     END-IF.
028500     IF WS-AGINGRPT-STATUS NOT = SPACES
028600         CLOSE AGINGRPT
028700     END-IF.
028725     IF WS-OPSEVENT-OPEN
028750         CLOSE OPSEVENT
028775     END-IF.
028800 9000-TERMINATE-EXIT.
028900     EXIT.
029000
