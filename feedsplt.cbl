000100****************************************************************
000200* PROGRAM-ID : FEEDSPLT                                          *
000300* AUTHOR     : D. ORIC, APPLICATIONS PROGRAMMING                 *
000400* INSTALLATION: DATA PROCESSING CENTER                           *
000500* DATE-WRITTEN: 2026-10-15                                       *
000600* DATE-COMPILED:                                                 *
000700*----------------------------------------------------------------
000800* REMARKS.                                                       *
000900*     FEED SPLIT. FIRST STEP OF EACH PER-FEED IFANDTHEN JOB.     *
001000*     THE VALIDATED TRANSACTION FILE TRANEDIT WROTE (VALIDTRN)   *
001100*     MAY CARRY SEVERAL FEED GROUPS; THIS PROGRAM COPIES THE     *
001200*     ONE GROUP NAMED ON THE SPLTPARM CARD - ITS HEADER, EVERY   *
001300*     DETAIL AND REVERSAL, AND ITS TRAILER, UNCHANGED AND IN     *
001400*     THE SAME ORDER - TO THAT FEED'S OWN RRDS (FEEDTRN),        *
001500*     STARTING AT SLOT 1. THE FEED'S IFANDTHEN STEP READS        *
001600*     FEEDTRN AS ITS CONTTRAN, SO EACH FEED RUNS, CHECKPOINTS    *
001700*     AND RESTARTS ON ITS OWN WHILE THE OTHER FEEDS RUN          *
001800*     ALONGSIDE IT. TRANEDIT HAS ALREADY BALANCED EVERY GROUP    *
001900*     AGAINST ITS TRAILER; IFANDTHEN BALANCES THE SPLIT GROUP    *
002000*     AGAIN ON ITS PRE-PASS.                                     *
002100*     RETURN CODES:                                              *
002200*       0  FEED SPLIT OUT                                        *
002300*       4  FEED NOT IN TODAY'S FILE - FEEDTRN LEFT EMPTY AND     *
002400*          THE FEED'S IFANDTHEN STEP IS BYPASSED                 *
002500*      16  COULD NOT RUN - OPEN FAILURE, NO FEED ID ON THE       *
002600*          CARD, OR THE FEED ID APPEARS TWICE IN THE FILE        *
002700*----------------------------------------------------------------
002800* MODIFICATION HISTORY.                                          *
002900*   DATE       INIT  DESCRIPTION                                 *
003000*   ---------- ----  ------------------------------------------  *
003100*   2026-10-15  DO   ORIGINAL VERSION.                           *
003200****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.              FEEDSPLT.
003500 AUTHOR.                  D. ORIC.
003600 INSTALLATION.            DATA PROCESSING CENTER.
003700 DATE-WRITTEN.            2026-10-15.
003800 DATE-COMPILED.
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.         IBM-370.
004300 OBJECT-COMPUTER.         IBM-370.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT SPLTPARM     ASSIGN TO SPLTPARM
004800                         ORGANIZATION IS SEQUENTIAL
004900                         FILE STATUS IS WS-SPLTPARM-STATUS.
005000
005100     SELECT VALIDTRN     ASSIGN TO VALIDTRN
005200                         ORGANIZATION IS RELATIVE
005300                         ACCESS MODE IS SEQUENTIAL
005400                         RELATIVE KEY IS WS-VALIDTRN-SLOT
005500                         FILE STATUS IS WS-VALIDTRN-STATUS.
005600
005700     SELECT FEEDTRN      ASSIGN TO FEEDTRN
005800                         ORGANIZATION IS RELATIVE
005900                         ACCESS MODE IS SEQUENTIAL
006000                         RELATIVE KEY IS WS-FEEDTRN-SLOT
006100                         FILE STATUS IS WS-FEEDTRN-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  SPLTPARM
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 COPY RTNPREC.
006900
007000 FD  VALIDTRN
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 COPY TRANREC.
007400
007500 FD  FEEDTRN
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 COPY TRANREC REPLACING TR-TRANS-RECORD BY FT-TRANS-RECORD.
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-SWITCHES.
008200     05  WS-EOF-SWITCH        PIC X(01)  VALUE "N".
008300         88  WS-END-OF-FILE              VALUE "Y".
008400     05  WS-ABEND-SWITCH      PIC X(01)  VALUE "N".
008500         88  WS-ABEND-OCCURRED           VALUE "Y".
008600     05  WS-IN-FEED-SWITCH    PIC X(01)  VALUE "N".
008700         88  WS-IN-SELECTED-FEED         VALUE "Y".
008800     05  WS-FOUND-SWITCH      PIC X(01)  VALUE "N".
008900         88  WS-FEED-FOUND               VALUE "Y".
009000
009100 01  WS-FILE-STATUSES.
009200     05  WS-SPLTPARM-STATUS   PIC X(02)  VALUE SPACES.
009300         88  WS-SPLTPARM-OK                VALUE "00".
009400     05  WS-VALIDTRN-STATUS   PIC X(02)  VALUE SPACES.
009500         88  WS-VALIDTRN-OK                VALUE "00".
009600     05  WS-FEEDTRN-STATUS    PIC X(02)  VALUE SPACES.
009700         88  WS-FEEDTRN-OK                 VALUE "00".
009800
009900 01  WS-SPLIT-TOTALS.
010000     05  WS-RECORDS-READ      PIC 9(07)  VALUE ZERO  COMP.
010100     05  WS-RECORDS-WRITTEN   PIC 9(07)  VALUE ZERO  COMP.
010200     05  WS-DETAILS-WRITTEN   PIC 9(07)  VALUE ZERO  COMP.
010300
010400 77  WS-VALIDTRN-SLOT         PIC 9(07)  VALUE ZERO.
010500 77  WS-FEEDTRN-SLOT          PIC 9(07)  VALUE ZERO.
010600 77  WS-SELECT-FEED-ID        PIC X(08)  VALUE SPACES.
010700 77  WS-DISPLAY-COUNT         PIC ZZZZZZ9.
010800
010900 PROCEDURE DIVISION.
011000*----------------------------------------------------------------
011100* 0000-MAINLINE
011200*----------------------------------------------------------------
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE
011500         THRU 1000-INITIALIZE-EXIT.
011600     IF NOT WS-ABEND-OCCURRED
011700         PERFORM 2000-SPLIT-RECORD
011800             THRU 2000-SPLIT-RECORD-EXIT
011900             UNTIL WS-END-OF-FILE
012000         PERFORM 8000-REPORT-SPLIT
012100             THRU 8000-REPORT-SPLIT-EXIT
012200     END-IF.
012300     PERFORM 9000-TERMINATE
012400         THRU 9000-TERMINATE-EXIT.
012500     PERFORM 9900-SET-RETURN-CODE
012600         THRU 9900-SET-RETURN-CODE-EXIT.
012700     STOP RUN.
012800
012900*----------------------------------------------------------------
013000* 1000-INITIALIZE - OPEN THE FILES, TAKE THE FEED ID FROM THE
013100*                   SPLTPARM CARD AND PRIME THE READ
013200*----------------------------------------------------------------
013300 1000-INITIALIZE.
013400     OPEN INPUT  SPLTPARM.
013500     OPEN INPUT  VALIDTRN.
013600     OPEN OUTPUT FEEDTRN.
013700     IF NOT WS-SPLTPARM-OK OR NOT WS-VALIDTRN-OK
013800             OR NOT WS-FEEDTRN-OK
013900         DISPLAY "FEEDSPLT - ERROR OPENING FILES, "
014000             "SPLTPARM = " WS-SPLTPARM-STATUS
014100             " VALIDTRN = " WS-VALIDTRN-STATUS
014200             " FEEDTRN = " WS-FEEDTRN-STATUS
014300         MOVE "Y" TO WS-ABEND-SWITCH
014400         GO TO 1000-INITIALIZE-EXIT.
014500     READ SPLTPARM
014600         AT END
014700             CONTINUE
014800     END-READ.
014900     IF WS-SPLTPARM-OK
015000         MOVE FP-FEED-ID TO WS-SELECT-FEED-ID
015100     END-IF.
015200     IF WS-SELECT-FEED-ID = SPACES
015300         DISPLAY "FEEDSPLT - NO FEED ID ON THE SPLTPARM CARD"
015400         MOVE "Y" TO WS-ABEND-SWITCH
015500         GO TO 1000-INITIALIZE-EXIT.
015600     PERFORM 2100-READ-VALIDTRN
015700         THRU 2100-READ-VALIDTRN-EXIT.
015800 1000-INITIALIZE-EXIT.
015900     EXIT.
016000
016100*----------------------------------------------------------------
016200* 2000-SPLIT-RECORD - COPY ONE VALIDTRN RECORD TO FEEDTRN IF IT
016300*                     BELONGS TO THE SELECTED FEED'S GROUP. A
016400*                     HEADER OPENS OR CLOSES THE SELECTION; THE
016500*                     SELECTED GROUP'S TRAILER IS COPIED AND
016600*                     ENDS IT.
016700*----------------------------------------------------------------
016800 2000-SPLIT-RECORD.
016900     ADD 1 TO WS-RECORDS-READ.
017000     IF TR-IS-HEADER OF TR-TRANS-RECORD
017100         PERFORM 2200-TAKE-HEADER
017200             THRU 2200-TAKE-HEADER-EXIT
017300         IF WS-ABEND-OCCURRED
017400             MOVE "Y" TO WS-EOF-SWITCH
017500             GO TO 2000-SPLIT-RECORD-EXIT
017600         END-IF
017700     END-IF.
017800     IF NOT WS-IN-SELECTED-FEED
017900         GO TO 2000-SPLIT-RECORD-NEXT.
018000     PERFORM 2300-WRITE-FEEDTRN
018100         THRU 2300-WRITE-FEEDTRN-EXIT.
018200     IF WS-ABEND-OCCURRED
018300         MOVE "Y" TO WS-EOF-SWITCH
018400         GO TO 2000-SPLIT-RECORD-EXIT.
018500     IF TR-IS-DETAIL OF TR-TRANS-RECORD
018600             OR TR-IS-REVERSAL OF TR-TRANS-RECORD
018700         ADD 1 TO WS-DETAILS-WRITTEN
018800     END-IF.
018900     IF TR-IS-TRAILER OF TR-TRANS-RECORD
019000         MOVE "N" TO WS-IN-FEED-SWITCH
019100     END-IF.
019200 2000-SPLIT-RECORD-NEXT.
019300     PERFORM 2100-READ-VALIDTRN
019400         THRU 2100-READ-VALIDTRN-EXIT.
019500 2000-SPLIT-RECORD-EXIT.
019600     EXIT.
019700
019800*----------------------------------------------------------------
019900* 2100-READ-VALIDTRN - READ THE NEXT VALIDATED TRANSACTION
020000*----------------------------------------------------------------
020100 2100-READ-VALIDTRN.
020200     READ VALIDTRN NEXT RECORD
020300         AT END
020400             MOVE "Y" TO WS-EOF-SWITCH
020500     END-READ.
020600 2100-READ-VALIDTRN-EXIT.
020700     EXIT.
020800
020900*----------------------------------------------------------------
021000* 2200-TAKE-HEADER - START OR STOP SELECTING ON A FEED HEADER.
021100*                    A SECOND GROUP FOR THE SELECTED FEED WOULD
021200*                    DOUBLE ITS TRANSACTIONS AND STOPS THE SPLIT.
021300*----------------------------------------------------------------
021400 2200-TAKE-HEADER.
021500     IF TR-HDR-FEED-ID OF TR-TRANS-RECORD
021600             NOT = WS-SELECT-FEED-ID
021700         MOVE "N" TO WS-IN-FEED-SWITCH
021800         GO TO 2200-TAKE-HEADER-EXIT.
021900     IF WS-FEED-FOUND
022000         DISPLAY "FEEDSPLT - FEED " WS-SELECT-FEED-ID
022100             " APPEARS TWICE IN VALIDTRN, SPLIT STOPPED"
022200         MOVE "Y" TO WS-ABEND-SWITCH
022300         GO TO 2200-TAKE-HEADER-EXIT.
022400     MOVE "Y" TO WS-FOUND-SWITCH.
022500     MOVE "Y" TO WS-IN-FEED-SWITCH.
022600 2200-TAKE-HEADER-EXIT.
022700     EXIT.
022800
022900*----------------------------------------------------------------
023000* 2300-WRITE-FEEDTRN - WRITE THE RECORD IN HAND TO THE NEXT
023100*                      FEEDTRN SLOT
023200*----------------------------------------------------------------
023300 2300-WRITE-FEEDTRN.
023400     MOVE TR-TRANS-RECORD TO FT-TRANS-RECORD.
023500     WRITE FT-TRANS-RECORD.
023600     IF NOT WS-FEEDTRN-OK
023700         DISPLAY "FEEDSPLT - ERROR WRITING FEEDTRN, STATUS = "
023800             WS-FEEDTRN-STATUS
023900         MOVE "Y" TO WS-ABEND-SWITCH
024000         GO TO 2300-WRITE-FEEDTRN-EXIT.
024100     ADD 1 TO WS-RECORDS-WRITTEN.
024200 2300-WRITE-FEEDTRN-EXIT.
024300     EXIT.
024400
024500*----------------------------------------------------------------
024600* 8000-REPORT-SPLIT - NOTE THE SPLIT TOTALS ON SYSOUT
024700*----------------------------------------------------------------
024800 8000-REPORT-SPLIT.
024900     IF WS-ABEND-OCCURRED
025000         GO TO 8000-REPORT-SPLIT-EXIT.
025100     IF NOT WS-FEED-FOUND
025200         DISPLAY "FEEDSPLT - FEED " WS-SELECT-FEED-ID
025300             " IS NOT IN TODAY'S FILE, NOTHING TO PROCESS"
025400         GO TO 8000-REPORT-SPLIT-EXIT.
025500     MOVE WS-RECORDS-READ TO WS-DISPLAY-COUNT.
025600     DISPLAY "FEEDSPLT - VALIDTRN RECORDS READ     "
025700         WS-DISPLAY-COUNT.
025800     MOVE WS-RECORDS-WRITTEN TO WS-DISPLAY-COUNT.
025900     DISPLAY "FEEDSPLT - FEED " WS-SELECT-FEED-ID
026000         " RECORDS SPLIT " WS-DISPLAY-COUNT.
026100     MOVE WS-DETAILS-WRITTEN TO WS-DISPLAY-COUNT.
026200     DISPLAY "FEEDSPLT - FEED " WS-SELECT-FEED-ID
026300         " DETAILS SPLIT " WS-DISPLAY-COUNT.
026400 8000-REPORT-SPLIT-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------------
026800* 9000-TERMINATE - CLOSE THE FILES
026900*----------------------------------------------------------------
027000 9000-TERMINATE.
027100     IF WS-SPLTPARM-STATUS NOT = SPACES
027200         CLOSE SPLTPARM
027300     END-IF.
027400     IF WS-VALIDTRN-STATUS NOT = SPACES
027500         CLOSE VALIDTRN
027600     END-IF.
027700     IF WS-FEEDTRN-STATUS NOT = SPACES
027800         CLOSE FEEDTRN
027900     END-IF.
028000 9000-TERMINATE-EXIT.
028100     EXIT.
028200
028300*----------------------------------------------------------------
028400* 9900-SET-RETURN-CODE - 0 = FEED SPLIT OUT, 4 = FEED NOT IN
028500*                        TODAY'S FILE, 16 = COULD NOT RUN
028600*----------------------------------------------------------------
028700 9900-SET-RETURN-CODE.
028800     IF WS-ABEND-OCCURRED
028900         MOVE 16 TO RETURN-CODE
029000     ELSE
029100         IF NOT WS-FEED-FOUND
029200             MOVE 4 TO RETURN-CODE
029300         ELSE
029400             MOVE ZERO TO RETURN-CODE
029500         END-IF
029600     END-IF.
029700 9900-SET-RETURN-CODE-EXIT.
029800     EXIT.
