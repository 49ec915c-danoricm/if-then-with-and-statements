000100****************************************************************
000200* PROGRAM-ID : OPSDIGST                                          *
000300* AUTHOR     : D. ORIC, APPLICATIONS PROGRAMMING                 *
000400* INSTALLATION: DATA PROCESSING CENTER                           *
000500* DATE-WRITTEN: 2026-10-15                                       *
000600* DATE-COMPILED:                                                 *
000700*----------------------------------------------------------------
000800* REMARKS.                                                       *
000900*     DAILY OPERATIONS DIGEST. READS THE SHARED OPERATIONS EVENT *
001000*     FILE (OPSEVENT) THE BATCH STREAM'S PROGRAMS ADD TO WHEN    *
001100*     SOMETHING NEEDS OPERATIONS - TRANEDIT REFUSING A FILE,     *
001200*     THE IFANDTHEN CIRCUIT BREAKER, RECONCIL OUT OF BALANCE,    *
001300*     GLACKRPT UNMATCHED RETURNS, SUSPAGE STALE SUSPENSE AND     *
001400*     TRENDRPT FLAGGED RULES - AND PRINTS EVERY EVENT STILL OPEN *
001500*     ON ONE REPORT, GROUPED BY SEVERITY AND PROGRAM, SO THE     *
001600*     ON-CALL OPERATOR SEES WHY THE STREAM STOPPED WITHOUT       *
001700*     OPENING EACH JOB'S SYSOUT.                                 *
001800*     AN EVENT IS OPEN UNTIL A DIGEST HAS REPORTED IT. ONCE THE  *
001900*     REPORT IS PRINTED EACH EVENT ON IT IS MARKED CLOSED WITH   *
002000*     THE RUN DATE, SO THE NEXT DIGEST SHOWS ONLY WHAT IS NEW.   *
002100*     CLOSED EVENTS ARE PURGED AFTER THE DGPARM KEEP DAYS (090   *
002200*     WHEN NOT GIVEN). A DGPARM REPRINT DATE REPRINTS THE EVENTS *
002300*     CLOSED ON THAT DATE AND CHANGES NOTHING.                   *
002400*     AT MOST 500 EVENTS ARE LISTED, THE MOST SEVERE FIRST; ANY  *
002500*     OTHERS STAY OPEN FOR THE NEXT DIGEST.                      *
002600*     RETURN CODES:                                              *
002700*       0  NO OPEN EVENTS (OR A REPRINT)                         *
002800*       4  OPEN EVENTS REPORTED - SEE DIGEST                     *
002900*       8  A STOPPED-STREAM (SEVERITY S) EVENT REPORTED          *
003000*      16  COULD NOT RUN - OPEN FAILURE OR BAD DGPARM CARD       *
003100*----------------------------------------------------------------
003200* MODIFICATION HISTORY.                                          *
003300*   DATE       INIT  DESCRIPTION                                 *
003400*   ---------- ----  ------------------------------------------  *
003500*   2026-10-15  DO   ORIGINAL VERSION.                           *
003600****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.              OPSDIGST.
003900 AUTHOR.                  D. ORIC.
004000 INSTALLATION.            DATA PROCESSING CENTER.
004100 DATE-WRITTEN.            2026-10-15.
004200 DATE-COMPILED.
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.         IBM-370.
004700 OBJECT-COMPUTER.         IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT DGPARM       ASSIGN TO DGPARM
005200                         ORGANIZATION IS SEQUENTIAL
005300                         FILE STATUS IS WS-DGPARM-STATUS.
005400
005500     SELECT OPSEVENT     ASSIGN TO OPSEVENT
005600                         ORGANIZATION IS INDEXED
005700                         ACCESS MODE IS DYNAMIC
005800                         RECORD KEY IS EV-EVENT-KEY
005900                         FILE STATUS IS WS-OPSEVENT-STATUS.
006000
006100     SELECT DIGEST       ASSIGN TO DIGEST
006200                         ORGANIZATION IS SEQUENTIAL
006300                         FILE STATUS IS WS-DIGEST-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  DGPARM
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 COPY DGPPREC.
007100
007200 FD  OPSEVENT
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 COPY OPSEVREC.
007600
007700 FD  DIGEST
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 COPY RPTLINE REPLACING RP-PRINT-LINE BY DG-PRINT-LINE.
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-SWITCHES.
008400     05  WS-EVENT-EOF-SWITCH  PIC X(01)  VALUE "N".
008500         88  WS-EVENT-END-OF-FILE        VALUE "Y".
008600     05  WS-ABEND-SWITCH      PIC X(01)  VALUE "N".
008700         88  WS-ABEND-OCCURRED           VALUE "Y".
008800     05  WS-REPRINT-SWITCH    PIC X(01)  VALUE "N".
008900         88  WS-REPRINT-RUN              VALUE "Y".
009000     05  WS-TABLE-FULL-SWITCH PIC X(01)  VALUE "N".
009100         88  WS-TABLE-FULL-WARNED        VALUE "Y".
009200     05  WS-SLOT-FOUND-SWITCH PIC X(01)  VALUE "N".
009300         88  WS-SLOT-FOUND               VALUE "Y".
009400
009500 01  WS-FILE-STATUSES.
009600     05  WS-DGPARM-STATUS     PIC X(02)  VALUE SPACES.
009700         88  WS-DGPARM-OK                  VALUE "00".
009800     05  WS-OPSEVENT-STATUS   PIC X(02)  VALUE SPACES.
009900         88  WS-OPSEVENT-OK                VALUE "00".
010000     05  WS-DIGEST-STATUS     PIC X(02)  VALUE SPACES.
010100         88  WS-DIGEST-OK                  VALUE "00".
010200
010300 01  WS-DIGEST-OPTIONS.
010400     05  WS-RUN-DATE          PIC 9(08)  VALUE ZERO.
010500     05  WS-REPRINT-DATE      PIC 9(08)  VALUE ZERO.
010600     05  WS-KEEP-DAYS         PIC 9(03)  VALUE 90.
010610     05  WS-CARD-REPRINT-DATE PIC X(08)  VALUE SPACES.
010620     05  WS-CARD-KEEP-DAYS    PIC X(03)  VALUE SPACES.
010700
010800 77  WS-EVENTS-READ           PIC 9(07)  VALUE ZERO  COMP.
010900 77  WS-EVENTS-NOT-LISTED     PIC 9(07)  VALUE ZERO  COMP.
011000 77  WS-EVENTS-CLOSED         PIC 9(07)  VALUE ZERO  COMP.
011100 77  WS-EVENTS-PURGED         PIC 9(07)  VALUE ZERO  COMP.
011200 77  WS-TODAY-DAYS            PIC 9(07)  VALUE ZERO  COMP.
011300 77  WS-AGE-DAYS              PIC S9(07) VALUE ZERO  COMP.
011400 77  WS-DG-SUB                PIC 9(04)  VALUE ZERO  COMP.
011500 77  WS-INS-POS               PIC 9(04)  VALUE ZERO  COMP.
011600 77  WS-PREV-SUB              PIC 9(04)  VALUE ZERO  COMP.
011700 77  WS-SEV-SUB               PIC 9(04)  VALUE ZERO  COMP.
011800 77  WS-PROGRAM-COUNT         PIC 9(05)  VALUE ZERO  COMP.
011900 77  WS-PRIOR-RANK            PIC 9(01)  VALUE ZERO.
012000 77  WS-PRIOR-PROGRAM         PIC X(10)  VALUE SPACES.
012100
012200*----------------------------------------------------------------
012300* WS-DATE-TO-DAYS - WORK FIELDS FOR THE 8900 DATE-TO-DAY-
012400*                   NUMBER CONVERSION, AS IN SUSPAGE. THE DAY
012500*                   NUMBER IS A SERIAL COUNT GOOD FOR
012600*                   DIFFERENCES ONLY.
012700*----------------------------------------------------------------
012800 01  WS-DATE-TO-DAYS.
012900     05  WS-DTD-DATE          PIC 9(08)  VALUE ZERO.
013000     05  WS-DTD-DATE-PARTS    REDEFINES WS-DTD-DATE.
013100         10  WS-DTD-YEAR      PIC 9(04).
013200         10  WS-DTD-MONTH     PIC 9(02).
013300         10  WS-DTD-DAY       PIC 9(02).
013400     05  WS-DTD-DAYS          PIC 9(07)  VALUE ZERO  COMP.
013500     05  WS-DTD-LEAP-YEAR     PIC 9(04)  VALUE ZERO  COMP.
013600     05  WS-DTD-LEAPS         PIC 9(05)  VALUE ZERO  COMP.
013700     05  WS-DTD-WORK          PIC 9(05)  VALUE ZERO  COMP.
013800
013900 01  WS-MONTH-DAY-TABLE.
014000     05  FILLER               PIC X(12) VALUE "000031059090".
014100     05  FILLER               PIC X(12) VALUE "120151181212".
014200     05  FILLER               PIC X(12) VALUE "243273304334".
014300 01  WS-MONTH-DAYS            REDEFINES WS-MONTH-DAY-TABLE.
014400     05  WS-MDAYS             PIC 9(03) OCCURS 12 TIMES.
014500
014600 01  WS-TIME-WORK.
014700     05  WS-TIME-VALUE        PIC 9(08)  VALUE ZERO.
014800     05  WS-TIME-PARTS        REDEFINES WS-TIME-VALUE.
014900         10  WS-TIME-HH       PIC X(02).
015000         10  WS-TIME-MM       PIC X(02).
015100         10  WS-TIME-SS       PIC X(02).
015200         10  WS-TIME-HS       PIC X(02).
015300
015400*----------------------------------------------------------------
015500* WS-SEVERITY-TABLE - THE SEVERITIES IN REPORT ORDER. AN EVENT'S
015600*                     POSITION HERE IS ITS RANK; ANYTHING NOT ON
015700*                     THE TABLE RANKS LAST AS UNKNOWN.
015800*----------------------------------------------------------------
015900 01  WS-SEVERITY-VALUES.
016000     05  FILLER               PIC X(01) VALUE "S".
016100     05  FILLER               PIC X(40) VALUE
016200         "STREAM STOPPED OR OUTPUT HELD - ACT NOW".
016300     05  FILLER               PIC X(01) VALUE "E".
016400     05  FILLER               PIC X(40) VALUE
016500         "ERROR - THE STREAM CARRIED ON".
016600     05  FILLER               PIC X(01) VALUE "W".
016700     05  FILLER               PIC X(40) VALUE
016800         "WARNING - REVIEW TODAY".
016900     05  FILLER               PIC X(01) VALUE "I".
017000     05  FILLER               PIC X(40) VALUE
017100         "INFORMATION".
017200     05  FILLER               PIC X(01) VALUE "?".
017300     05  FILLER               PIC X(40) VALUE
017400         "UNKNOWN SEVERITY".
017500 01  WS-SEVERITY-TABLE        REDEFINES WS-SEVERITY-VALUES.
017600     05  SV-ENTRY             OCCURS 5 TIMES
017700                               INDEXED BY SV-IDX.
017800         10  SV-CODE          PIC X(01).
017900         10  SV-NAME          PIC X(40).
018000 01  WS-SEVERITY-COUNTS.
018100     05  SV-COUNT             PIC 9(05)  COMP OCCURS 5 TIMES.
018200
018300*----------------------------------------------------------------
018400* WS-EVENT-TABLE - THE EVENTS TO REPORT, KEPT IN REPORT ORDER:
018500*                  SEVERITY RANK, PROGRAM, THEN THE EVENT KEY
018600*                  (WHEN IT WAS RAISED). WHEN THE TABLE IS FULL
018700*                  THE LEAST SEVERE ENTRY GIVES WAY.
018800*----------------------------------------------------------------
018900 01  WS-NEW-ENTRY.
019000     05  WS-NEW-SORT-KEY.
019100         10  WS-NEW-RANK      PIC 9(01).
019200         10  WS-NEW-PROGRAM   PIC X(10).
019300         10  WS-NEW-EVENT-KEY PIC X(30).
019400     05  WS-NEW-RECORD        PIC X(120).
019500
019600 01  WS-EVENT-TABLE.
019700     05  WS-DG-COUNT          PIC 9(04)  VALUE ZERO.
019800     05  WS-DG-ENTRY          OCCURS 500 TIMES
019900                               DEPENDING ON WS-DG-COUNT
020000                               INDEXED BY DG-IDX.
020100         10  DG-SORT-KEY.
020200             15  DG-RANK          PIC 9(01).
020300             15  DG-PROGRAM-ID    PIC X(10).
020400             15  DG-EVENT-KEY     PIC X(30).
020500         10  DG-RECORD            PIC X(120).
020600
020700 01  WS-DIGEST-HDG1.
020800     05  FILLER               PIC X(36) VALUE
020900         "OPSDIGST - DAILY OPERATIONS DIGEST".
021000     05  FILLER               PIC X(11) VALUE "RUN DATE: ".
021100     05  DH-RUN-DATE          PIC 9(08).
021200 01  WS-DIGEST-HDG2.
021300     05  DH-MODE-TEXT         PIC X(80).
021400 01  WS-DIGEST-SECTION.
021500     05  DS-SECTION-TEXT      PIC X(100).
021600 01  WS-DIGEST-SEV-LINE.
021700     05  DU-SEV-CODE          PIC X(01).
021800     05  FILLER               PIC X(03) VALUE SPACES.
021900     05  DU-SEV-NAME          PIC X(40).
022000     05  FILLER               PIC X(02) VALUE SPACES.
022100     05  DU-SEV-COUNT         PIC ZZZZ9.
022200 01  WS-DIGEST-COL-HDG.
022300     05  FILLER               PIC X(12) VALUE "PROGRAM".
022400     05  FILLER               PIC X(06) VALUE "CODE".
022500     05  FILLER               PIC X(19) VALUE "RAISED".
022600     05  FILLER               PIC X(10) VALUE "BUS DATE".
022700     05  FILLER               PIC X(10) VALUE "FEED".
022800     05  FILLER               PIC X(18) VALUE "RUN-ID".
022900     05  FILLER               PIC X(07) VALUE "MESSAGE".
023000 01  WS-DIGEST-DETAIL.
023100     05  DD-PROGRAM-ID        PIC X(10).
023200     05  FILLER               PIC X(02) VALUE SPACES.
023300     05  DD-EVENT-CODE        PIC X(04).
023400     05  FILLER               PIC X(02) VALUE SPACES.
023500     05  DD-EVENT-DATE        PIC 9(08).
023600     05  FILLER               PIC X(01) VALUE SPACES.
023700     05  DD-EVENT-TIME.
023800         10  DD-EVENT-HH      PIC X(02).
023900         10  FILLER           PIC X(01) VALUE ":".
024000         10  DD-EVENT-MM      PIC X(02).
024100         10  FILLER           PIC X(01) VALUE ":".
024200         10  DD-EVENT-SS      PIC X(02).
024300     05  FILLER               PIC X(02) VALUE SPACES.
024400     05  DD-BUSINESS-DATE     PIC X(08).
024500     05  FILLER               PIC X(02) VALUE SPACES.
024600     05  DD-FEED-ID           PIC X(08).
024700     05  FILLER               PIC X(02) VALUE SPACES.
024800     05  DD-RUN-ID            PIC X(16).
024900     05  FILLER               PIC X(02) VALUE SPACES.
025000     05  DD-MESSAGE           PIC X(40).
025100 01  WS-DIGEST-PGM-TOTAL.
025200     05  FILLER               PIC X(12) VALUE SPACES.
025300     05  DT-PROGRAM-ID        PIC X(10).
025400     05  FILLER               PIC X(09) VALUE " EVENTS: ".
025500     05  DT-COUNT             PIC ZZZZ9.
025600 01  WS-DIGEST-NONE.
025700     05  DN-NONE-TEXT         PIC X(60).
025800 01  WS-DIGEST-COUNT-LINE.
025900     05  DK-LABEL             PIC X(60).
026000     05  DK-COUNT             PIC ZZZ,ZZZ,ZZ9.
026100
026200 PROCEDURE DIVISION.
026300*----------------------------------------------------------------
026400* 0000-MAINLINE
026500*----------------------------------------------------------------
026600 0000-MAINLINE.
026700     PERFORM 1000-INITIALIZE
026800         THRU 1000-INITIALIZE-EXIT.
026900     IF NOT WS-ABEND-OCCURRED
027000         PERFORM 2000-SCAN-EVENTS
027100             THRU 2000-SCAN-EVENTS-EXIT
027200     END-IF.
027300     IF NOT WS-ABEND-OCCURRED
027400         PERFORM 8000-PRINT-DIGEST
027500             THRU 8000-PRINT-DIGEST-EXIT
027600     END-IF.
027700     IF NOT WS-ABEND-OCCURRED AND NOT WS-REPRINT-RUN
027800         PERFORM 3000-CLOSE-REPORTED
027900             THRU 3000-CLOSE-REPORTED-EXIT
028000             VARYING WS-DG-SUB FROM 1 BY 1
028100             UNTIL WS-DG-SUB > WS-DG-COUNT
028200     END-IF.
028300     IF NOT WS-ABEND-OCCURRED
028400         PERFORM 8500-PRINT-TOTALS
028500             THRU 8500-PRINT-TOTALS-EXIT
028600     END-IF.
028700     PERFORM 9000-TERMINATE
028800         THRU 9000-TERMINATE-EXIT.
028900     PERFORM 9900-SET-RETURN-CODE
029000         THRU 9900-SET-RETURN-CODE-EXIT.
029100     STOP RUN.
029200
029300*----------------------------------------------------------------
029400* 1000-INITIALIZE - READ THE DGPARM CARD AND OPEN THE FILES. A
029500*                   REPRINT ONLY READS THE EVENT FILE.
029600*----------------------------------------------------------------
029700 1000-INITIALIZE.
029800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029900     PERFORM 1100-READ-DIGEST-CARD
030000         THRU 1100-READ-DIGEST-CARD-EXIT.
030100     IF WS-ABEND-OCCURRED
030200         GO TO 1000-INITIALIZE-EXIT.
030300     IF WS-REPRINT-RUN
030400         OPEN INPUT OPSEVENT
030500     ELSE
030600         OPEN I-O OPSEVENT
030700     END-IF.
030800     OPEN OUTPUT DIGEST.
030900     IF NOT WS-OPSEVENT-OK OR NOT WS-DIGEST-OK
031000         DISPLAY "OPSDIGST - ERROR OPENING FILES, "
031100             "OPSEVENT = " WS-OPSEVENT-STATUS
031200             " DIGEST = " WS-DIGEST-STATUS
031300         MOVE "Y" TO WS-ABEND-SWITCH
031400         GO TO 1000-INITIALIZE-EXIT.
031500     MOVE WS-RUN-DATE TO WS-DTD-DATE.
031600     PERFORM 8900-DATE-TO-DAYS
031700         THRU 8900-DATE-TO-DAYS-EXIT.
031800     MOVE WS-DTD-DAYS TO WS-TODAY-DAYS.
031900     IF WS-REPRINT-RUN
032000         DISPLAY "OPSDIGST - REPRINT OF EVENTS REPORTED ON "
032100             WS-REPRINT-DATE
032200     ELSE
032300         DISPLAY "OPSDIGST - DAILY DIGEST, CLOSED EVENTS KEPT "
032400             WS-KEEP-DAYS " DAYS"
032500     END-IF.
032600 1000-INITIALIZE-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------------
032950* 1100-READ-DIGEST-CARD - READ AND VALIDATE THE OPTIONAL DGPARM
033000*                         CARD. NO CARD IS THE NORMAL DAILY RUN;
033050*                         A DATE OR KEEP DAYS THAT IS KEYED MUST
033100*                         BE GOOD.
033150*----------------------------------------------------------------
033200 1100-READ-DIGEST-CARD.
033250     OPEN INPUT DGPARM.
033300     IF NOT WS-DGPARM-OK
033350         DISPLAY "OPSDIGST - ERROR OPENING DGPARM, STATUS = "
033400             WS-DGPARM-STATUS
033450         MOVE "Y" TO WS-ABEND-SWITCH
033500         GO TO 1100-READ-DIGEST-CARD-EXIT.
033550     PERFORM 1110-TAKE-DIGEST-CARD
033600         THRU 1110-TAKE-DIGEST-CARD-EXIT.
033650     CLOSE DGPARM.
033700     IF WS-CARD-KEEP-DAYS NOT = SPACES
033750         IF WS-CARD-KEEP-DAYS IS NOT NUMERIC
033800                 OR WS-CARD-KEEP-DAYS = "000"
033850             DISPLAY "OPSDIGST - DGPARM KEEP DAYS MUST BE "
033900                 "001-999: " WS-CARD-KEEP-DAYS
033950             MOVE "Y" TO WS-ABEND-SWITCH
034000             GO TO 1100-READ-DIGEST-CARD-EXIT
034050         END-IF
034100         MOVE WS-CARD-KEEP-DAYS TO WS-KEEP-DAYS
034150     END-IF.
034200     IF WS-CARD-REPRINT-DATE = SPACES
034250         GO TO 1100-READ-DIGEST-CARD-EXIT.
034300     IF WS-CARD-REPRINT-DATE IS NOT NUMERIC
034350         DISPLAY "OPSDIGST - DGPARM REPRINT DATE NOT NUMERIC "
034400             "YYYYMMDD: " WS-CARD-REPRINT-DATE
034450         MOVE "Y" TO WS-ABEND-SWITCH
034500         GO TO 1100-READ-DIGEST-CARD-EXIT.
034550     MOVE WS-CARD-REPRINT-DATE TO WS-DTD-DATE.
034600     IF WS-DTD-MONTH < 1 OR WS-DTD-MONTH > 12
034650             OR WS-DTD-DAY < 1 OR WS-DTD-DAY > 31
034700         DISPLAY "OPSDIGST - DGPARM REPRINT DATE IS NOT A DATE: "
034750             WS-CARD-REPRINT-DATE
034800         MOVE "Y" TO WS-ABEND-SWITCH
034850         GO TO 1100-READ-DIGEST-CARD-EXIT.
034900     MOVE WS-CARD-REPRINT-DATE TO WS-REPRINT-DATE.
034950     MOVE "Y" TO WS-REPRINT-SWITCH.
035000 1100-READ-DIGEST-CARD-EXIT.
035050     EXIT.
035100
035150*----------------------------------------------------------------
035200* 1110-TAKE-DIGEST-CARD - READ THE CARD AND COPY ITS FIELDS TO
035250*                         WORKING STORAGE WHILE THE RECORD AREA
035300*                         IS STILL VALID. NO CARD LEAVES THEM
035350*                         BLANK.
035400*----------------------------------------------------------------
035450 1110-TAKE-DIGEST-CARD.
035500     MOVE SPACES TO WS-CARD-REPRINT-DATE.
035550     MOVE SPACES TO WS-CARD-KEEP-DAYS.
035600     READ DGPARM
035650         AT END
035700             GO TO 1110-TAKE-DIGEST-CARD-EXIT
035750     END-READ.
035800     MOVE DP-REPRINT-DATE TO WS-CARD-REPRINT-DATE.
035850     MOVE DP-KEEP-DAYS TO WS-CARD-KEEP-DAYS.
035900 1110-TAKE-DIGEST-CARD-EXIT.
035950     EXIT.
037400
037500*----------------------------------------------------------------
037600* 2000-SCAN-EVENTS - READ THE WHOLE EVENT FILE IN KEY ORDER,
037700*                    TABLING THE EVENTS TO REPORT AND PURGING
037800*                    CLOSED ONES PAST THEIR KEEP DAYS
037900*----------------------------------------------------------------
038000 2000-SCAN-EVENTS.
038100     MOVE LOW-VALUES TO EV-EVENT-KEY.
038200     START OPSEVENT KEY IS NOT LESS THAN EV-EVENT-KEY
038300         INVALID KEY
038400             MOVE "Y" TO WS-EVENT-EOF-SWITCH
038500     END-START.
038600     IF NOT WS-EVENT-END-OF-FILE
038700         PERFORM 2100-READ-EVENT
038800             THRU 2100-READ-EVENT-EXIT
038900     END-IF.
039000     PERFORM 2200-TAKE-EVENT
039100         THRU 2200-TAKE-EVENT-EXIT
039200         UNTIL WS-EVENT-END-OF-FILE.
039300 2000-SCAN-EVENTS-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------------
039700* 2100-READ-EVENT - READ THE NEXT EVENT
039800*----------------------------------------------------------------
039900 2100-READ-EVENT.
040000     READ OPSEVENT NEXT RECORD
040100         AT END
040200             MOVE "Y" TO WS-EVENT-EOF-SWITCH
040300     END-READ.
040400     IF NOT WS-EVENT-END-OF-FILE
040500         ADD 1 TO WS-EVENTS-READ
040600     END-IF.
040700 2100-READ-EVENT-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------
041100* 2200-TAKE-EVENT - A DAILY RUN REPORTS EVERY OPEN EVENT AND
041200*                   PURGES CLOSED ONES OLDER THAN THE KEEP DAYS;
041300*                   A REPRINT REPORTS THE EVENTS CLOSED ON ITS
041400*                   DATE
041500*----------------------------------------------------------------
041600 2200-TAKE-EVENT.
041700     IF WS-REPRINT-RUN
041800         IF EV-EVENT-CLOSED AND EV-CLOSED-DATE = WS-REPRINT-DATE
041900             PERFORM 2300-TABLE-EVENT
042000                 THRU 2300-TABLE-EVENT-EXIT
042100         END-IF
042200         GO TO 2200-TAKE-EVENT-READ.
042300     IF EV-EVENT-OPEN
042400         PERFORM 2300-TABLE-EVENT
042500             THRU 2300-TABLE-EVENT-EXIT
042600         GO TO 2200-TAKE-EVENT-READ.
042700     IF NOT EV-EVENT-CLOSED OR EV-CLOSED-DATE IS NOT NUMERIC
042800             OR EV-CLOSED-DATE = ZERO
042900         GO TO 2200-TAKE-EVENT-READ.
043000     MOVE EV-CLOSED-DATE TO WS-DTD-DATE.
043100     PERFORM 8900-DATE-TO-DAYS
043200         THRU 8900-DATE-TO-DAYS-EXIT.
043300     COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DTD-DAYS.
043400     IF WS-AGE-DAYS > WS-KEEP-DAYS
043500         DELETE OPSEVENT RECORD
043600             INVALID KEY
043700                 DISPLAY "OPSDIGST - COULD NOT PURGE EVENT "
043800                     EV-EVENT-KEY " STATUS = " WS-OPSEVENT-STATUS
043900             NOT INVALID KEY
044000                 ADD 1 TO WS-EVENTS-PURGED
044100         END-DELETE
044200     END-IF.
044300 2200-TAKE-EVENT-READ.
044400     PERFORM 2100-READ-EVENT
044500         THRU 2100-READ-EVENT-EXIT.
044600 2200-TAKE-EVENT-EXIT.
044700     EXIT.
044800
044900*----------------------------------------------------------------
045000* 2300-TABLE-EVENT - FILE THE EVENT IN REPORT ORDER. WHEN THE
045100*                    TABLE IS FULL A MORE SEVERE EVENT PUSHES OUT
045200*                    THE LAST ENTRY; EITHER WAY ONE EVENT IS NOT
045300*                    LISTED AND STAYS OPEN FOR THE NEXT DIGEST.
045400*----------------------------------------------------------------
045500 2300-TABLE-EVENT.
045600     SET SV-IDX TO 1.
045700     SEARCH SV-ENTRY
045800         AT END
045900             SET SV-IDX TO 5
046000         WHEN SV-CODE (SV-IDX) = EV-SEVERITY
046100             CONTINUE
046200     END-SEARCH.
046300     SET WS-SEV-SUB TO SV-IDX.
046400     MOVE WS-SEV-SUB TO WS-NEW-RANK.
046500     MOVE EV-PROGRAM-ID TO WS-NEW-PROGRAM.
046600     MOVE EV-EVENT-KEY TO WS-NEW-EVENT-KEY.
046700     MOVE EV-OPS-EVENT-RECORD TO WS-NEW-RECORD.
046800     IF WS-DG-COUNT NOT < 500
046900         IF NOT WS-TABLE-FULL-WARNED
047000             DISPLAY "OPSDIGST - MORE THAN 500 EVENTS TO REPORT, "
047100                 "THE LEAST SEVERE STAY OPEN FOR THE NEXT DIGEST"
047200             MOVE "Y" TO WS-TABLE-FULL-SWITCH
047300         END-IF
047400         ADD 1 TO WS-EVENTS-NOT-LISTED
047500         IF WS-NEW-SORT-KEY NOT < DG-SORT-KEY (WS-DG-COUNT)
047600             GO TO 2300-TABLE-EVENT-EXIT
047700         END-IF
047800         SUBTRACT 1 FROM WS-DG-COUNT
047900     END-IF.
048000     ADD 1 TO WS-DG-COUNT.
048100     MOVE WS-DG-COUNT TO WS-INS-POS.
048200     MOVE "N" TO WS-SLOT-FOUND-SWITCH.
048300     PERFORM 2310-SHIFT-ONE-ENTRY
048400         THRU 2310-SHIFT-ONE-ENTRY-EXIT
048500         UNTIL WS-SLOT-FOUND OR WS-INS-POS = 1.
048600     MOVE WS-NEW-ENTRY TO WS-DG-ENTRY (WS-INS-POS).
048700 2300-TABLE-EVENT-EXIT.
048800     EXIT.
048900
049000*----------------------------------------------------------------
049100* 2310-SHIFT-ONE-ENTRY - MOVE THE ENTRY AHEAD OF THE INSERT
049200*                        POSITION UP ONE WHEN THE NEW EVENT
049300*                        BELONGS BEFORE IT
049400*----------------------------------------------------------------
049500 2310-SHIFT-ONE-ENTRY.
049600     COMPUTE WS-PREV-SUB = WS-INS-POS - 1.
049700     IF DG-SORT-KEY (WS-PREV-SUB) NOT > WS-NEW-SORT-KEY
049800         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
049900         GO TO 2310-SHIFT-ONE-ENTRY-EXIT.
050000     MOVE WS-DG-ENTRY (WS-PREV-SUB) TO WS-DG-ENTRY (WS-INS-POS).
050100     MOVE WS-PREV-SUB TO WS-INS-POS.
050200 2310-SHIFT-ONE-ENTRY-EXIT.
050300     EXIT.
050400
050500*----------------------------------------------------------------
050600* 3000-CLOSE-REPORTED - THE DIGEST IS PRINTED; MARK ONE EVENT ON
050700*                       IT CLOSED WITH THE RUN DATE. AN EVENT THAT
050800*                       CANNOT BE CLOSED IS REPORTED AGAIN BY THE
050900*                       NEXT DIGEST, WHICH DOES NO HARM.
051000*----------------------------------------------------------------
051100 3000-CLOSE-REPORTED.
051200     MOVE DG-EVENT-KEY (WS-DG-SUB) TO EV-EVENT-KEY.
051300     READ OPSEVENT
051400         INVALID KEY
051500             DISPLAY "OPSDIGST - EVENT " EV-EVENT-KEY
051600                 " GONE BEFORE IT COULD BE CLOSED"
051700             GO TO 3000-CLOSE-REPORTED-EXIT
051800     END-READ.
051900     IF NOT EV-EVENT-OPEN
052000         GO TO 3000-CLOSE-REPORTED-EXIT.
052100     MOVE "C" TO EV-EVENT-STATUS.
052200     MOVE WS-RUN-DATE TO EV-CLOSED-DATE.
052300     REWRITE EV-OPS-EVENT-RECORD
052400         INVALID KEY
052500             DISPLAY "OPSDIGST - EVENT " EV-EVENT-KEY
052600                 " NOT CLOSED, STATUS = " WS-OPSEVENT-STATUS
052700         NOT INVALID KEY
052800             ADD 1 TO WS-EVENTS-CLOSED
052900     END-REWRITE.
053000 3000-CLOSE-REPORTED-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------------
053400* 8000-PRINT-DIGEST - PRINT THE HEADINGS, THE COUNT OF EVENTS BY
053500*                     SEVERITY AND EVERY EVENT, GROUPED BY
053600*                     SEVERITY AND PROGRAM
053700*----------------------------------------------------------------
053800 8000-PRINT-DIGEST.
053900     MOVE WS-RUN-DATE TO DH-RUN-DATE.
054000     MOVE WS-DIGEST-HDG1 TO DG-PRINT-LINE.
054100     WRITE DG-PRINT-LINE AFTER ADVANCING PAGE.
054200     MOVE SPACES TO DH-MODE-TEXT.
054300     IF WS-REPRINT-RUN
054400         STRING "REPRINT OF THE EVENTS REPORTED ON "
054500             WS-REPRINT-DATE DELIMITED BY SIZE
054600             INTO DH-MODE-TEXT
054700     ELSE
054800         MOVE "OPEN EVENTS NOT YET REPORTED BY AN EARLIER DIGEST"
054900             TO DH-MODE-TEXT
055000     END-IF.
055100     MOVE WS-DIGEST-HDG2 TO DG-PRINT-LINE.
055200     WRITE DG-PRINT-LINE AFTER ADVANCING 1 LINE.
055300     IF WS-DG-COUNT = ZERO
055400         MOVE "NO EVENTS TO REPORT" TO DN-NONE-TEXT
055500         MOVE WS-DIGEST-NONE TO DG-PRINT-LINE
055600         WRITE DG-PRINT-LINE AFTER ADVANCING 3 LINES
055700         GO TO 8000-PRINT-DIGEST-EXIT.
055800     PERFORM 8010-ZERO-SEVERITY-COUNT
055900         THRU 8010-ZERO-SEVERITY-COUNT-EXIT
056000         VARYING WS-SEV-SUB FROM 1 BY 1
056100         UNTIL WS-SEV-SUB > 5.
056200     PERFORM 8020-COUNT-ONE-EVENT
056300         THRU 8020-COUNT-ONE-EVENT-EXIT
056400         VARYING WS-DG-SUB FROM 1 BY 1
056500         UNTIL WS-DG-SUB > WS-DG-COUNT.
056600     MOVE "EVENTS BY SEVERITY" TO DS-SECTION-TEXT.
056700     MOVE WS-DIGEST-SECTION TO DG-PRINT-LINE.
056800     WRITE DG-PRINT-LINE AFTER ADVANCING 3 LINES.
056900     PERFORM 8100-PRINT-SEVERITY-COUNT
057000         THRU 8100-PRINT-SEVERITY-COUNT-EXIT
057100         VARYING WS-SEV-SUB FROM 1 BY 1
057200         UNTIL WS-SEV-SUB > 5.
057300     MOVE ZERO TO WS-PRIOR-RANK.
057400     MOVE SPACES TO WS-PRIOR-PROGRAM.
057500     PERFORM 8200-PRINT-ONE-EVENT
057600         THRU 8200-PRINT-ONE-EVENT-EXIT
057700         VARYING WS-DG-SUB FROM 1 BY 1
057800         UNTIL WS-DG-SUB > WS-DG-COUNT.
057900     PERFORM 8220-PRINT-PROGRAM-TOTAL
058000         THRU 8220-PRINT-PROGRAM-TOTAL-EXIT.
058100 8000-PRINT-DIGEST-EXIT.
058200     EXIT.
058300
058400*----------------------------------------------------------------
058500* 8010-ZERO-SEVERITY-COUNT - CLEAR ONE SEVERITY'S COUNT
058600*----------------------------------------------------------------
058700 8010-ZERO-SEVERITY-COUNT.
058800     MOVE ZERO TO SV-COUNT (WS-SEV-SUB).
058900 8010-ZERO-SEVERITY-COUNT-EXIT.
059000     EXIT.
059100
059200*----------------------------------------------------------------
059300* 8020-COUNT-ONE-EVENT - ADD ONE LISTED EVENT TO ITS SEVERITY
059400*----------------------------------------------------------------
059500 8020-COUNT-ONE-EVENT.
059600     MOVE DG-RANK (WS-DG-SUB) TO WS-SEV-SUB.
059650     ADD 1 TO SV-COUNT (WS-SEV-SUB).
059700 8020-COUNT-ONE-EVENT-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------
060100* 8100-PRINT-SEVERITY-COUNT - ONE LINE PER SEVERITY; UNKNOWN IS
060200*                             ONLY PRINTED WHEN THERE ARE ANY
060300*----------------------------------------------------------------
060400 8100-PRINT-SEVERITY-COUNT.
060500     IF WS-SEV-SUB = 5 AND SV-COUNT (WS-SEV-SUB) = ZERO
060600         GO TO 8100-PRINT-SEVERITY-COUNT-EXIT.
060700     MOVE SV-CODE (WS-SEV-SUB) TO DU-SEV-CODE.
060800     MOVE SV-NAME (WS-SEV-SUB) TO DU-SEV-NAME.
060900     MOVE SV-COUNT (WS-SEV-SUB) TO DU-SEV-COUNT.
061000     MOVE WS-DIGEST-SEV-LINE TO DG-PRINT-LINE.
061100     WRITE DG-PRINT-LINE AFTER ADVANCING 1 LINE.
061200 8100-PRINT-SEVERITY-COUNT-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------
061600* 8200-PRINT-ONE-EVENT - PRINT ONE EVENT, WITH A SEVERITY HEADING
061700*                        WHEN THE SEVERITY CHANGES AND A PROGRAM
061800*                        COUNT WHEN THE PROGRAM CHANGES
061900*----------------------------------------------------------------
062000 8200-PRINT-ONE-EVENT.
062100     IF DG-RANK (WS-DG-SUB) NOT = WS-PRIOR-RANK
062200         PERFORM 8220-PRINT-PROGRAM-TOTAL
062300             THRU 8220-PRINT-PROGRAM-TOTAL-EXIT
062400         PERFORM 8210-PRINT-SEVERITY-HDG
062500             THRU 8210-PRINT-SEVERITY-HDG-EXIT
062600     END-IF.
062700     IF DG-PROGRAM-ID (WS-DG-SUB) NOT = WS-PRIOR-PROGRAM
062800         PERFORM 8220-PRINT-PROGRAM-TOTAL
062900             THRU 8220-PRINT-PROGRAM-TOTAL-EXIT
063000         MOVE DG-PROGRAM-ID (WS-DG-SUB) TO WS-PRIOR-PROGRAM
063100     END-IF.
063200     MOVE DG-RECORD (WS-DG-SUB) TO EV-OPS-EVENT-RECORD.
063300     MOVE EV-PROGRAM-ID TO DD-PROGRAM-ID.
063400     MOVE EV-EVENT-CODE TO DD-EVENT-CODE.
063500     MOVE EV-EVENT-DATE TO DD-EVENT-DATE.
063600     MOVE EV-EVENT-TIME TO WS-TIME-VALUE.
063700     MOVE WS-TIME-HH TO DD-EVENT-HH.
063800     MOVE WS-TIME-MM TO DD-EVENT-MM.
063900     MOVE WS-TIME-SS TO DD-EVENT-SS.
064000     IF EV-BUSINESS-DATE IS NUMERIC AND EV-BUSINESS-DATE > ZERO
064100         MOVE EV-BUSINESS-DATE TO DD-BUSINESS-DATE
064200     ELSE
064300         MOVE SPACES TO DD-BUSINESS-DATE
064400     END-IF.
064500     MOVE EV-FEED-ID TO DD-FEED-ID.
064600     MOVE EV-RUN-ID TO DD-RUN-ID.
064700     MOVE EV-MESSAGE TO DD-MESSAGE.
064800     MOVE WS-DIGEST-DETAIL TO DG-PRINT-LINE.
064900     WRITE DG-PRINT-LINE AFTER ADVANCING 1 LINE.
065000     ADD 1 TO WS-PROGRAM-COUNT.
065100 8200-PRINT-ONE-EVENT-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------------
065500* 8210-PRINT-SEVERITY-HDG - START THE SECTION OF A NEW SEVERITY
065600*----------------------------------------------------------------
065700 8210-PRINT-SEVERITY-HDG.
065800     MOVE DG-RANK (WS-DG-SUB) TO WS-PRIOR-RANK.
065900     MOVE SPACES TO WS-PRIOR-PROGRAM.
066000     MOVE SPACES TO DS-SECTION-TEXT.
066100     STRING "SEVERITY " SV-CODE (WS-PRIOR-RANK) " - "
066200         SV-NAME (WS-PRIOR-RANK) DELIMITED BY SIZE
066300         INTO DS-SECTION-TEXT.
066400     MOVE WS-DIGEST-SECTION TO DG-PRINT-LINE.
066500     WRITE DG-PRINT-LINE AFTER ADVANCING 3 LINES.
066600     MOVE WS-DIGEST-COL-HDG TO DG-PRINT-LINE.
066700     WRITE DG-PRINT-LINE AFTER ADVANCING 2 LINES.
066800 8210-PRINT-SEVERITY-HDG-EXIT.
066900     EXIT.
067000
067100*----------------------------------------------------------------
067200* 8220-PRINT-PROGRAM-TOTAL - CLOSE OFF THE PROGRAM GROUP JUST
067300*                            PRINTED, IF ANY, WITH ITS COUNT
067400*----------------------------------------------------------------
067500 8220-PRINT-PROGRAM-TOTAL.
067600     IF WS-PROGRAM-COUNT = ZERO
067700         GO TO 8220-PRINT-PROGRAM-TOTAL-EXIT.
067800     MOVE WS-PRIOR-PROGRAM TO DT-PROGRAM-ID.
067900     MOVE WS-PROGRAM-COUNT TO DT-COUNT.
068000     MOVE WS-DIGEST-PGM-TOTAL TO DG-PRINT-LINE.
068100     WRITE DG-PRINT-LINE AFTER ADVANCING 1 LINE.
068200     MOVE SPACES TO DG-PRINT-LINE.
068300     WRITE DG-PRINT-LINE AFTER ADVANCING 1 LINE.
068400     MOVE ZERO TO WS-PROGRAM-COUNT.
068500 8220-PRINT-PROGRAM-TOTAL-EXIT.
068600     EXIT.
068700
068800*----------------------------------------------------------------
068900* 8500-PRINT-TOTALS - THE RUN'S CONTROL COUNTS
069000*----------------------------------------------------------------
069100 8500-PRINT-TOTALS.
069200     MOVE "RUN TOTALS" TO DS-SECTION-TEXT.
069300     MOVE WS-DIGEST-SECTION TO DG-PRINT-LINE.
069400     WRITE DG-PRINT-LINE AFTER ADVANCING 3 LINES.
069500     MOVE "EVENTS ON THE EVENT FILE READ" TO DK-LABEL.
069600     MOVE WS-EVENTS-READ TO DK-COUNT.
069700     MOVE WS-DIGEST-COUNT-LINE TO DG-PRINT-LINE.
069800     WRITE DG-PRINT-LINE AFTER ADVANCING 2 LINES.
069900     MOVE "EVENTS LISTED ON THIS DIGEST" TO DK-LABEL.
070000     MOVE WS-DG-COUNT TO DK-COUNT.
070100     MOVE WS-DIGEST-COUNT-LINE TO DG-PRINT-LINE.
070200     WRITE DG-PRINT-LINE AFTER ADVANCING 1 LINE.
070300     IF WS-REPRINT-RUN
070400         GO TO 8500-PRINT-TOTALS-EXIT.
070500     MOVE "EVENTS MARKED REPORTED (CLOSED)" TO DK-LABEL.
070600     MOVE WS-EVENTS-CLOSED TO DK-COUNT.
070700     MOVE WS-DIGEST-COUNT-LINE TO DG-PRINT-LINE.
070800     WRITE DG-PRINT-LINE AFTER ADVANCING 1 LINE.
070900     MOVE "OPEN EVENTS NOT LISTED - LEFT FOR THE NEXT DIGEST"
071000         TO DK-LABEL.
071100     MOVE WS-EVENTS-NOT-LISTED TO DK-COUNT.
071200     MOVE WS-DIGEST-COUNT-LINE TO DG-PRINT-LINE.
071300     WRITE DG-PRINT-LINE AFTER ADVANCING 1 LINE.
071400     MOVE SPACES TO DK-LABEL.
071500     STRING "CLOSED EVENTS PURGED (REPORTED OVER " WS-KEEP-DAYS
071600         " DAYS AGO)" DELIMITED BY SIZE
071700         INTO DK-LABEL.
071800     MOVE WS-EVENTS-PURGED TO DK-COUNT.
071900     MOVE WS-DIGEST-COUNT-LINE TO DG-PRINT-LINE.
072000     WRITE DG-PRINT-LINE AFTER ADVANCING 1 LINE.
072100 8500-PRINT-TOTALS-EXIT.
072200     EXIT.
072300
072400*----------------------------------------------------------------
072500* 8900-DATE-TO-DAYS - CONVERT WS-DTD-DATE (YYYYMMDD) TO A
072600*                     SERIAL DAY NUMBER. FOR JANUARY AND
072700*                     FEBRUARY THE LEAP COUNT USES THE PRIOR
072800*                     YEAR SO THE CURRENT YEAR'S LEAP DAY IS
072900*                     NOT COUNTED BEFORE IT HAS HAPPENED. THE
073000*                     NUMBER IS ONLY MEANINGFUL AS A
073100*                     DIFFERENCE BETWEEN TWO DATES.
073200*----------------------------------------------------------------
073300 8900-DATE-TO-DAYS.
073400     IF WS-DTD-MONTH < 1 OR WS-DTD-MONTH > 12
073500         MOVE WS-TODAY-DAYS TO WS-DTD-DAYS
073600         GO TO 8900-DATE-TO-DAYS-EXIT.
073700     IF WS-DTD-MONTH < 3
073800         COMPUTE WS-DTD-LEAP-YEAR = WS-DTD-YEAR - 1
073900     ELSE
074000         MOVE WS-DTD-YEAR TO WS-DTD-LEAP-YEAR
074100     END-IF.
074200     DIVIDE WS-DTD-LEAP-YEAR BY 4
074300         GIVING WS-DTD-LEAPS.
074400     DIVIDE WS-DTD-LEAP-YEAR BY 100
074500         GIVING WS-DTD-WORK.
074600     SUBTRACT WS-DTD-WORK FROM WS-DTD-LEAPS.
074700     DIVIDE WS-DTD-LEAP-YEAR BY 400
074800         GIVING WS-DTD-WORK.
074900     ADD WS-DTD-WORK TO WS-DTD-LEAPS.
075000     COMPUTE WS-DTD-DAYS =
075100         (WS-DTD-YEAR * 365) + WS-DTD-LEAPS
075200         + WS-MDAYS (WS-DTD-MONTH) + WS-DTD-DAY.
075300 8900-DATE-TO-DAYS-EXIT.
075400     EXIT.
075500
075600*----------------------------------------------------------------
075700* 9000-TERMINATE - CLOSE THE FILES
075800*----------------------------------------------------------------
075900 9000-TERMINATE.
076000     IF WS-OPSEVENT-STATUS NOT = SPACES
076100         CLOSE OPSEVENT
076200     END-IF.
076300     IF WS-DIGEST-STATUS NOT = SPACES
076400         CLOSE DIGEST
076500     END-IF.
076600     DISPLAY "OPSDIGST - EVENTS READ:     " WS-EVENTS-READ.
076700     DISPLAY "OPSDIGST - EVENTS LISTED:   " WS-DG-COUNT.
076800     DISPLAY "OPSDIGST - EVENTS CLOSED:   " WS-EVENTS-CLOSED.
076900     DISPLAY "OPSDIGST - EVENTS PURGED:   " WS-EVENTS-PURGED.
077000 9000-TERMINATE-EXIT.
077100     EXIT.
077200
077300*----------------------------------------------------------------
077400* 9900-SET-RETURN-CODE - 0 = NOTHING OPEN OR A REPRINT, 4 = OPEN
077500*                        EVENTS REPORTED, 8 = A STOPPED-STREAM
077600*                        EVENT REPORTED, 16 = COULD NOT RUN
077700*----------------------------------------------------------------
077800 9900-SET-RETURN-CODE.
077900     IF WS-ABEND-OCCURRED
078000         MOVE 16 TO RETURN-CODE
078100         GO TO 9900-SET-RETURN-CODE-EXIT.
078200     IF WS-REPRINT-RUN OR WS-DG-COUNT = ZERO
078300         MOVE ZERO TO RETURN-CODE
078400         GO TO 9900-SET-RETURN-CODE-EXIT.
078500     IF DG-RANK (1) = 1
078600         MOVE 8 TO RETURN-CODE
078700     ELSE
078800         MOVE 4 TO RETURN-CODE
078900     END-IF.
079000 9900-SET-RETURN-CODE-EXIT.
079100     EXIT.
