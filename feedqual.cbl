000100****************************************************************
000200* PROGRAM-ID : FEEDQUAL                                          *
000300* AUTHOR     : D. ORIC, APPLICATIONS PROGRAMMING                 *
000400* INSTALLATION: DATA PROCESSING CENTER                           *
000500* DATE-WRITTEN: 2026-10-15                                       *
000600* DATE-COMPILED:                                                 *
000700*----------------------------------------------------------------
000800* REMARKS.                                                       *
000900*     FEED QUALITY SCORECARD - THE SERVICE-LEVEL REPORT SENT TO  *
001000*     THE UPSTREAM FEED TEAMS. RUN WEEKLY AND MONTHLY (FQPARM    *
001100*     CARD), IT RATES EVERY SENDING FEED OVER THE PERIOD FROM    *
001200*     WHAT THE TRANEDIT FRONT-END EDIT FOUND:                    *
001300*       - FEEDSTAT, EVERY GENERATION: ONE RECORD PER FEED GROUP  *
001400*         PER EDIT RUN - RECORDS RECEIVED, WHETHER THE GROUP     *
001500*         BALANCED TO ITS TRAILER, WHETHER THE FILE WAS          *
001600*         ACCEPTED OR REFUSED.                                   *
001700*       - REJECTS, EVERY GENERATION: THE RECORDS THAT FAILED     *
001800*         THE FIELD EDITS, WITH THEIR ERROR CODES.               *
001900*     ONLY BUSINESS DATES IN THE PERIOD COUNT. A REFUSED FILE    *
002000*     NEVER PROCESSED AND IS RESENT, SO ITS RECORDS ARE NOT      *
002100*     COUNTED AS RECEIVED AND ITS REJECTS ARE SHOWN APART, NOT   *
002200*     RATED; ITS BALANCING FAILURE IS WHAT COUNTS AGAINST THE    *
002300*     FEED. A REJECT IS TIED TO ITS RUN BY BUSINESS DATE, FEED   *
002400*     ID AND THE RUN'S START TIME; ONE WITH NO FEEDSTAT RECORD   *
002500*     (WRITTEN BEFORE FEEDSTAT EXISTED) IS COUNTED BUT NOT       *
002600*     RATED.                                                     *
002700*     PER FEED THE REPORT SHOWS THE RECORDS RECEIVED AND         *
002800*     REJECTED, THE REJECT RATE, THE BALANCING FAILURES, THE     *
002900*     COUNT AND RATE OF EACH ERROR CODE, AND A DAY-BY-DAY LINE   *
003000*     WITH THE RATE'S MOVEMENT FROM THE DAY BEFORE AND THE       *
003100*     COUNT OF EACH ERROR CODE. A FEED WHOSE REJECT RATE OR      *
003200*     BALANCING FAILURES ARE ABOVE ITS OPERATIONS-OWNED LIMIT    *
003300*     (FQTPARM) IS FLAGGED.                                      *
003400*     RETURN CODES:                                              *
003500*       0  EVERY FEED WITHIN ITS LIMITS                          *
003600*       4  ONE OR MORE FEEDS FLAGGED - SEE FQRPT                 *
003700*      16  COULD NOT RUN - OPEN FAILURE, BAD FQPARM CARD, BAD OR *
003800*          MISSING FQTPARM LIMITS OR A TABLE OVERFLOW            *
003900*----------------------------------------------------------------
004000* MODIFICATION HISTORY.                                          *
004100*   DATE       INIT  DESCRIPTION                                 *
004200*   ---------- ----  ------------------------------------------  *
004300*   2026-10-15  DO   ORIGINAL VERSION.                           *
004400****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.              FEEDQUAL.
004700 AUTHOR.                  D. ORIC.
004800 INSTALLATION.            DATA PROCESSING CENTER.
004900 DATE-WRITTEN.            2026-10-15.
005000 DATE-COMPILED.
005100
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.         IBM-370.
005500 OBJECT-COMPUTER.         IBM-370.
005600
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT FQPARM       ASSIGN TO FQPARM
006000                         ORGANIZATION IS SEQUENTIAL
006100                         FILE STATUS IS WS-FQPARM-STATUS.
006200
006300     SELECT FQTPARM      ASSIGN TO FQTPARM
006400                         ORGANIZATION IS SEQUENTIAL
006500                         FILE STATUS IS WS-FQTPARM-STATUS.
006600
006700     SELECT FEEDSTAT     ASSIGN TO FEEDSTAT
006800                         ORGANIZATION IS SEQUENTIAL
006900                         FILE STATUS IS WS-FEEDSTAT-STATUS.
007000
007100     SELECT REJECTS      ASSIGN TO REJECTS
007200                         ORGANIZATION IS SEQUENTIAL
007300                         FILE STATUS IS WS-REJECTS-STATUS.
007400
007500     SELECT FQRPT        ASSIGN TO FQRPT
007600                         ORGANIZATION IS SEQUENTIAL
007700                         FILE STATUS IS WS-FQRPT-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  FQPARM
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 COPY FQPPREC.
008500
008600 FD  FQTPARM
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 COPY FQTPREC.
009000
009100 FD  FEEDSTAT
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 COPY FSTATREC.
009500
009600 FD  REJECTS
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 COPY TREJREC.
010000
010100 FD  FQRPT
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 COPY RPTLINE REPLACING RP-PRINT-LINE BY QR-PRINT-LINE.
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-SWITCHES.
010800     05  WS-THR-EOF-SWITCH    PIC X(01)  VALUE "N".
010900         88  WS-THR-END-OF-FILE          VALUE "Y".
011000     05  WS-STAT-EOF-SWITCH   PIC X(01)  VALUE "N".
011100         88  WS-STAT-END-OF-FILE         VALUE "Y".
011200     05  WS-REJ-EOF-SWITCH    PIC X(01)  VALUE "N".
011300         88  WS-REJ-END-OF-FILE          VALUE "Y".
011400     05  WS-ABEND-SWITCH      PIC X(01)  VALUE "N".
011500         88  WS-ABEND-OCCURRED           VALUE "Y".
011600     05  WS-FOUND-SWITCH      PIC X(01)  VALUE "N".
011700         88  WS-ENTRY-FOUND              VALUE "Y".
011800     05  WS-DEFAULT-SWITCH    PIC X(01)  VALUE "N".
011900         88  WS-DEFAULT-LOADED           VALUE "Y".
012000     05  WS-PRIOR-DAY-SWITCH  PIC X(01)  VALUE "N".
012100         88  WS-PRIOR-DAY-PRINTED        VALUE "Y".
012200
012300 01  WS-FILE-STATUSES.
012400     05  WS-FQPARM-STATUS     PIC X(02)  VALUE SPACES.
012500         88  WS-FQPARM-OK                  VALUE "00".
012600     05  WS-FQTPARM-STATUS    PIC X(02)  VALUE SPACES.
012700         88  WS-FQTPARM-OK                 VALUE "00".
012800         88  WS-FQTPARM-EOF                VALUE "10".
012900     05  WS-FEEDSTAT-STATUS   PIC X(02)  VALUE SPACES.
013000         88  WS-FEEDSTAT-OK                VALUE "00".
013100     05  WS-REJECTS-STATUS    PIC X(02)  VALUE SPACES.
013200         88  WS-REJECTS-OK                 VALUE "00".
013300     05  WS-FQRPT-STATUS      PIC X(02)  VALUE SPACES.
013400         88  WS-FQRPT-OK                   VALUE "00".
013500
013600 01  WS-PERIOD.
013700     05  WS-PERIOD-TYPE       PIC X(01)  VALUE SPACES.
013800         88  WS-PERIOD-WEEKLY            VALUE "W".
013900         88  WS-PERIOD-MONTHLY           VALUE "M".
013950     05  WS-PERIOD-END        PIC X(08)  VALUE SPACES.
014000     05  WS-FROM-DATE         PIC 9(08)  VALUE ZERO.
014100     05  WS-THRU-DATE         PIC 9(08)  VALUE ZERO.
014200     05  WS-RUN-DATE          PIC 9(08)  VALUE ZERO.
014300
014400 01  WS-CAL-WORK.
014500     05  WS-CAL-DATE          PIC 9(08)  VALUE ZERO.
014600     05  WS-CAL-PARTS         REDEFINES WS-CAL-DATE.
014700         10  WS-CAL-YEAR      PIC 9(04).
014800         10  WS-CAL-MONTH     PIC 9(02).
014900         10  WS-CAL-DAY       PIC 9(02).
015000     05  WS-CAL-QUOTIENT      PIC 9(04)  COMP.
015100     05  WS-MONTH-LEN         PIC 9(02)  COMP.
015200     05  WS-LEAP-REM          PIC 9(04)  COMP.
015300
015400 01  WS-DEFAULT-LIMITS.
015500     05  WS-DEFAULT-MAX-PCT   PIC 9(03)V99 VALUE ZERO.
015600     05  WS-DEFAULT-MAX-FAILS PIC 9(03)  VALUE ZERO.
015700
015800 01  WS-RUN-KEY.
015900     05  WS-RK-BUSINESS-DATE  PIC 9(08)  VALUE ZERO.
016000     05  WS-RK-FEED-ID        PIC X(08)  VALUE SPACES.
016100     05  WS-RK-EDIT-TIME      PIC 9(06)  VALUE ZERO.
016200
016300 01  WS-CODE-KEY.
016400     05  WS-CK-FEED-ID        PIC X(08)  VALUE SPACES.
016500     05  WS-CK-ERROR-CODE     PIC X(04)  VALUE SPACES.
016600
016700 77  WS-KEY-FEED-ID           PIC X(08)  VALUE SPACES.
016800 77  WS-STAT-READ             PIC 9(09)  VALUE ZERO  COMP.
016900 77  WS-STAT-IN-PERIOD        PIC 9(09)  VALUE ZERO  COMP.
017000 77  WS-STAT-DUPLICATE        PIC 9(09)  VALUE ZERO  COMP.
017100 77  WS-REJ-READ              PIC 9(09)  VALUE ZERO  COMP.
017200 77  WS-REJ-IN-PERIOD         PIC 9(09)  VALUE ZERO  COMP.
017300 77  WS-REJ-RATED             PIC 9(09)  VALUE ZERO  COMP.
017400 77  WS-REJ-REFUSED           PIC 9(09)  VALUE ZERO  COMP.
017500 77  WS-REJ-NO-STAT           PIC 9(09)  VALUE ZERO  COMP.
017600 77  WS-FLAGGED-COUNT         PIC 9(05)  VALUE ZERO  COMP.
017700 77  WS-FEED-SUB              PIC 9(05)  VALUE ZERO  COMP.
017800 77  WS-DAY-SUB               PIC 9(05)  VALUE ZERO  COMP.
017900 77  WS-CODE-SUB              PIC 9(05)  VALUE ZERO  COMP.
018000 77  WS-RUN-SUB               PIC 9(05)  VALUE ZERO  COMP.
018100 77  WS-THR-SUB               PIC 9(05)  VALUE ZERO  COMP.
018200 77  WS-INS-POS               PIC 9(05)  VALUE ZERO  COMP.
018300 77  WS-SHIFT-SUB             PIC 9(05)  VALUE ZERO  COMP.
018400 77  WS-PREV-SUB              PIC 9(05)  VALUE ZERO  COMP.
018500 77  WS-STEP-COUNT            PIC 9(05)  VALUE ZERO  COMP.
018600 77  WS-FIRST-CODE            PIC 9(05)  VALUE ZERO  COMP.
018700 77  WS-LAST-CODE             PIC 9(05)  VALUE ZERO  COMP.
018800 77  WS-COL-SUB               PIC 9(05)  VALUE ZERO  COMP.
018900 77  WS-OTHER-COUNT           PIC 9(09)  VALUE ZERO  COMP.
019000 77  WS-DAY-PCT               PIC 9(03)V99 VALUE ZERO.
019100 77  WS-PRIOR-PCT             PIC 9(03)V99 VALUE ZERO.
019200 77  WS-CHANGE-PCT            PIC S9(03)V99 VALUE ZERO.
019300 77  WS-CODE-PCT              PIC 9(03)V99 VALUE ZERO.
019400
019500*----------------------------------------------------------------
019600* WS-DAY-TABLE - EVERY CALENDAR DATE OF THE PERIOD IN ORDER. A
019700*                DATE'S POSITION HERE IS ITS DAY SLOT IN THE FEED
019800*                AND ERROR CODE TABLES.
019900*----------------------------------------------------------------
020000 01  WS-DAY-TABLE.
020100     05  WS-DAY-COUNT         PIC 9(02)  VALUE ZERO.
020200     05  WS-DAY-ENTRY         OCCURS 31 TIMES
020300                               DEPENDING ON WS-DAY-COUNT
020400                               ASCENDING KEY IS DT-DATE
020500                               INDEXED BY DT-IDX.
020600         10  DT-DATE              PIC 9(08).
020700
020800*----------------------------------------------------------------
020900* WS-THRESHOLD-TABLE - THE FQTPARM LIMITS OF FEEDS THAT HAVE THEIR
021000*                      OWN. EVERY OTHER FEED TAKES THE DEFAULT
021100*                      (BLANK FEED ID) RECORD'S LIMITS.
021200*----------------------------------------------------------------
021300 01  WS-THRESHOLD-TABLE.
021400     05  WS-THR-COUNT         PIC 9(02)  VALUE ZERO.
021500     05  WS-THR-ENTRY         OCCURS 50 TIMES
021600                               DEPENDING ON WS-THR-COUNT
021700                               INDEXED BY TH-IDX.
021800         10  TH-FEED-ID           PIC X(08).
021900         10  TH-MAX-PCT           PIC 9(03)V99.
022000         10  TH-MAX-FAILS         PIC 9(03).
022100
022200*----------------------------------------------------------------
022300* WS-RUN-TABLE - EVERY EDIT RUN OF A FEED GROUP IN THE PERIOD, BY
022400*                BUSINESS DATE, FEED ID AND RUN START TIME, SO
022500*                EACH REJECT CAN BE TIED TO THE RUN THAT WROTE IT
022600*                AND A REFUSED FILE'S REJECTS SET APART.
022700*----------------------------------------------------------------
022800 01  WS-RUN-TABLE.
022900     05  WS-RUN-COUNT         PIC 9(04)  VALUE ZERO.
023000     05  WS-RUN-ENTRY         OCCURS 1000 TIMES
023100                               DEPENDING ON WS-RUN-COUNT
023200                               ASCENDING KEY IS ER-KEY
023300                               INDEXED BY ER-IDX.
023400         10  ER-KEY.
023500             15  ER-BUSINESS-DATE PIC 9(08).
023600             15  ER-FEED-ID       PIC X(08).
023700             15  ER-EDIT-TIME     PIC 9(06).
023800         10  ER-FILE-STATUS       PIC X(01).
023900             88  ER-FILE-REFUSED           VALUE "R".
024000
024100*----------------------------------------------------------------
024200* WS-FEED-TABLE - ONE ENTRY PER SENDING FEED SEEN IN THE PERIOD,
024300*                 IN FEED ID ORDER: PERIOD TOTALS, LIMITS, FLAG
024400*                 AND ONE SLOT PER DAY OF THE PERIOD.
024500*                 RECEIVED AND REJECTED COVER ACCEPTED FILES ONLY.
024600*----------------------------------------------------------------
024700 01  WS-FEED-TABLE.
024800     05  WS-FEED-COUNT        PIC 9(02)  VALUE ZERO.
024900     05  WS-FEED-ENTRY        OCCURS 20 TIMES
025000                               DEPENDING ON WS-FEED-COUNT
025100                               ASCENDING KEY IS FE-FEED-ID
025200                               INDEXED BY FE-IDX.
025300         10  FE-FEED-ID           PIC X(08).
025400         10  FE-RUNS              PIC 9(05).
025500         10  FE-REFUSED-RUNS      PIC 9(05).
025600         10  FE-BAL-FAILS         PIC 9(05).
025700         10  FE-RECEIVED          PIC 9(09).
025800         10  FE-REJECTED          PIC 9(09).
025900         10  FE-REFUSED-REJECTS   PIC 9(09).
026000         10  FE-NO-STAT-REJECTS   PIC 9(09).
026100         10  FE-REJECT-PCT        PIC 9(03)V99.
026200         10  FE-MAX-PCT           PIC 9(03)V99.
026300         10  FE-MAX-FAILS         PIC 9(03).
026400         10  FE-FLAG-SW           PIC X(01).
026500             88  FE-FLAGGED                VALUE "Y".
026600         10  FE-DAY-SLOT          OCCURS 31 TIMES.
026700             15  FE-DAY-RUNS      PIC 9(03).
026800             15  FE-DAY-REFUSED   PIC 9(03).
026900             15  FE-DAY-BAL-FAILS PIC 9(03).
027000             15  FE-DAY-RECEIVED  PIC 9(07).
027100             15  FE-DAY-REJECTED  PIC 9(07).
027200
027300*----------------------------------------------------------------
027400* WS-CODE-TABLE - REJECTS OF ACCEPTED FILES BY FEED ID AND ERROR
027500*                 CODE, WITH ONE COUNT PER DAY OF THE PERIOD. A
027600*                 FEED'S CODES ARE NEXT TO EACH OTHER IN CODE
027700*                 ORDER.
027800*----------------------------------------------------------------
027900 01  WS-CODE-TABLE.
028000     05  WS-CODE-COUNT        PIC 9(03)  VALUE ZERO.
028100     05  WS-CODE-ENTRY        OCCURS 200 TIMES
028200                               DEPENDING ON WS-CODE-COUNT
028300                               ASCENDING KEY IS EC-KEY
028400                               INDEXED BY EC-IDX.
028500         10  EC-KEY.
028600             15  EC-FEED-ID       PIC X(08).
028700             15  EC-ERROR-CODE    PIC X(04).
028800         10  EC-ERROR-DESC        PIC X(32).
028900         10  EC-TOTAL             PIC 9(09).
029000         10  EC-DAYS-SEEN         PIC 9(03).
029100         10  EC-DAY-COUNT         PIC 9(07) OCCURS 31 TIMES.
029200
029300 01  WS-FQRPT-HDG1.
029400     05  FILLER               PIC X(36) VALUE
029500         "FEEDQUAL - FEED QUALITY SCORECARD - ".
029600     05  QH-PERIOD-NAME       PIC X(07).
029700 01  WS-FQRPT-HDG2.
029800     05  FILLER               PIC X(26)
029900             VALUE "BUSINESS DATES FROM: ".
030000     05  QH-FROM-DATE         PIC 9(08).
030100     05  FILLER               PIC X(11) VALUE "  THROUGH: ".
030200     05  QH-THRU-DATE         PIC 9(08).
030300 01  WS-FQRPT-SECTION.
030400     05  QS-SECTION-TEXT      PIC X(100).
030500 01  WS-FQRPT-SUM-HDG.
030600     05  FILLER               PIC X(10) VALUE "FEED".
030700     05  FILLER               PIC X(06) VALUE "  RUNS".
030800     05  FILLER               PIC X(14) VALUE "      RECEIVED".
030900     05  FILLER               PIC X(14) VALUE "      REJECTED".
031000     05  FILLER               PIC X(09) VALUE "    RATE%".
031100     05  FILLER               PIC X(09) VALUE "   LIMIT%".
031200     05  FILLER               PIC X(11) VALUE "  BAL FAILS".
031300     05  FILLER               PIC X(07) VALUE "  LIMIT".
031400     05  FILLER               PIC X(09) VALUE "  REFUSED".
031500     05  FILLER               PIC X(10) VALUE "    STATUS".
031600 01  WS-FQRPT-SUM-DETAIL.
031700     05  QD-FEED-ID           PIC X(08).
031800     05  FILLER               PIC X(02) VALUE SPACES.
031900     05  QD-RUNS              PIC ZZZZZ9.
032000     05  FILLER               PIC X(03) VALUE SPACES.
032100     05  QD-RECEIVED          PIC ZZZ,ZZZ,ZZ9.
032200     05  FILLER               PIC X(03) VALUE SPACES.
032300     05  QD-REJECTED          PIC ZZZ,ZZZ,ZZ9.
032400     05  FILLER               PIC X(03) VALUE SPACES.
032500     05  QD-REJECT-PCT        PIC ZZ9.99.
032600     05  FILLER               PIC X(03) VALUE SPACES.
032700     05  QD-MAX-PCT           PIC ZZ9.99.
032800     05  FILLER               PIC X(05) VALUE SPACES.
032900     05  QD-BAL-FAILS         PIC ZZZZ9.
033000     05  FILLER               PIC X(04) VALUE SPACES.
033100     05  QD-MAX-FAILS         PIC ZZ9.
033200     05  FILLER               PIC X(05) VALUE SPACES.
033300     05  QD-REFUSED           PIC ZZZ9.
033400     05  FILLER               PIC X(02) VALUE SPACES.
033500     05  QD-STATUS            PIC X(14).
033600 01  WS-FQRPT-FEED-HDG.
033700     05  FILLER               PIC X(06) VALUE "FEED: ".
033800     05  QF-FEED-ID           PIC X(08).
033900     05  FILLER               PIC X(04) VALUE SPACES.
034000     05  QF-STATUS            PIC X(40).
034100 01  WS-FQRPT-CODE-HDG.
034200     05  FILLER               PIC X(07) VALUE "CODE".
034300     05  FILLER               PIC X(34) VALUE "DESCRIPTION".
034400     05  FILLER               PIC X(11) VALUE "      COUNT".
034500     05  FILLER               PIC X(14) VALUE "  % OF RECVD".
034600     05  FILLER               PIC X(12) VALUE "  DAYS SEEN".
034700 01  WS-FQRPT-CODE-DETAIL.
034800     05  QC-ERROR-CODE        PIC X(04).
034900     05  FILLER               PIC X(03) VALUE SPACES.
035000     05  QC-ERROR-DESC        PIC X(32).
035100     05  FILLER               PIC X(02) VALUE SPACES.
035200     05  QC-TOTAL             PIC ZZZ,ZZZ,ZZ9.
035300     05  FILLER               PIC X(06) VALUE SPACES.
035400     05  QC-PCT               PIC ZZ9.99.
035500     05  FILLER               PIC X(07) VALUE SPACES.
035600     05  QC-DAYS-SEEN         PIC ZZ9.
035700 01  WS-FQRPT-DAY-HDG.
035800     05  FILLER               PIC X(10) VALUE "DATE".
035900     05  FILLER               PIC X(05) VALUE " RUNS".
036000     05  FILLER               PIC X(10) VALUE "  RECEIVED".
036100     05  FILLER               PIC X(10) VALUE "  REJECTED".
036200     05  FILLER               PIC X(08) VALUE "   RATE%".
036300     05  FILLER               PIC X(09) VALUE "   CHANGE".
036400     05  FILLER               PIC X(16) VALUE "  BALANCE".
036500     05  QY-CODE-HDG          PIC X(09) OCCURS 6 TIMES.
036600 01  WS-FQRPT-DAY-DETAIL.
036700     05  QY-DATE              PIC 9(08).
036800     05  FILLER               PIC X(02) VALUE SPACES.
036900     05  QY-RUNS              PIC ZZZZ9.
037000     05  FILLER               PIC X(03) VALUE SPACES.
037100     05  QY-RECEIVED          PIC ZZZ,ZZ9.
037200     05  FILLER               PIC X(03) VALUE SPACES.
037300     05  QY-REJECTED          PIC ZZZ,ZZ9.
037400     05  FILLER               PIC X(02) VALUE SPACES.
037500     05  QY-RATE              PIC ZZ9.99.
037600     05  FILLER               PIC X(02) VALUE SPACES.
037700     05  QY-CHANGE            PIC +ZZ9.99.
037800     05  FILLER               PIC X(02) VALUE SPACES.
037900     05  QY-BALANCE           PIC X(14).
038000     05  QY-CODE-CELL         OCCURS 6 TIMES.
038100         10  FILLER           PIC X(02).
038200         10  QY-CODE-COUNT    PIC ZZZ,ZZ9.
038300 01  WS-QY-CODE-COLUMN.
038400     05  FILLER               PIC X(05) VALUE SPACES.
038500     05  QY-COLUMN-CODE       PIC X(04).
038600 01  WS-FQRPT-NONE.
038700     05  QN-NONE-TEXT         PIC X(60).
038800 01  WS-FQRPT-COUNT-LINE.
038900     05  QK-LABEL             PIC X(60).
039000     05  QK-COUNT             PIC ZZZ,ZZZ,ZZ9.
039100
039200 PROCEDURE DIVISION.
039300*----------------------------------------------------------------
039400* 0000-MAINLINE
039500*----------------------------------------------------------------
039600 0000-MAINLINE.
039700     PERFORM 1000-INITIALIZE
039800         THRU 1000-INITIALIZE-EXIT.
039900     IF NOT WS-ABEND-OCCURRED
040000         PERFORM 2000-LOAD-EDIT-RUNS
040100             THRU 2000-LOAD-EDIT-RUNS-EXIT
040200     END-IF.
040300     IF NOT WS-ABEND-OCCURRED
040400         PERFORM 3000-SCAN-REJECTS
040500             THRU 3000-SCAN-REJECTS-EXIT
040600     END-IF.
040700     IF NOT WS-ABEND-OCCURRED
040800         PERFORM 4000-RATE-FEED
040900             THRU 4000-RATE-FEED-EXIT
041000             VARYING WS-FEED-SUB FROM 1 BY 1
041100             UNTIL WS-FEED-SUB > WS-FEED-COUNT
041200         PERFORM 8000-PRINT-REPORT
041300             THRU 8000-PRINT-REPORT-EXIT
041400     END-IF.
041500     PERFORM 9000-TERMINATE
041600         THRU 9000-TERMINATE-EXIT.
041700     PERFORM 9900-SET-RETURN-CODE
041800         THRU 9900-SET-RETURN-CODE-EXIT.
041900     STOP RUN.
042000
042100*----------------------------------------------------------------
042200* 1000-INITIALIZE - OPEN THE FILES, SETTLE THE PERIOD AND LOAD
042300*                   THE LIMITS
042400*----------------------------------------------------------------
042500 1000-INITIALIZE.
042600     OPEN INPUT  FEEDSTAT.
042700     OPEN INPUT  REJECTS.
042800     OPEN OUTPUT FQRPT.
042900     IF NOT WS-FEEDSTAT-OK OR NOT WS-REJECTS-OK
043000             OR NOT WS-FQRPT-OK
043100         DISPLAY "FEEDQUAL - ERROR OPENING FILES, "
043200             "FEEDSTAT = " WS-FEEDSTAT-STATUS
043300             " REJECTS = " WS-REJECTS-STATUS
043400             " FQRPT = " WS-FQRPT-STATUS
043500         MOVE "Y" TO WS-ABEND-SWITCH
043600         GO TO 1000-INITIALIZE-EXIT.
043700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
043800     PERFORM 1100-READ-PERIOD-CARD
043900         THRU 1100-READ-PERIOD-CARD-EXIT.
044000     IF WS-ABEND-OCCURRED
044100         GO TO 1000-INITIALIZE-EXIT.
044200     PERFORM 1200-SET-PERIOD
044300         THRU 1200-SET-PERIOD-EXIT.
044400     PERFORM 1300-BUILD-DAY-TABLE
044500         THRU 1300-BUILD-DAY-TABLE-EXIT.
044600     PERFORM 1400-LOAD-THRESHOLDS
044700         THRU 1400-LOAD-THRESHOLDS-EXIT.
044800     IF WS-ABEND-OCCURRED
044900         GO TO 1000-INITIALIZE-EXIT.
045000     DISPLAY "FEEDQUAL - " WS-PERIOD-TYPE " PERIOD " WS-FROM-DATE
045100         " THROUGH " WS-THRU-DATE.
045200 1000-INITIALIZE-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------
045550* 1100-READ-PERIOD-CARD - READ AND VALIDATE THE FQPARM CARD. THE
045600*                         PERIOD TYPE IS REQUIRED; A PERIOD END,
045650*                         WHEN KEYED, MUST BE A REAL DATE.
045700*----------------------------------------------------------------
045750 1100-READ-PERIOD-CARD.
045800     OPEN INPUT FQPARM.
045850     IF NOT WS-FQPARM-OK
045900         DISPLAY "FEEDQUAL - ERROR OPENING FQPARM, STATUS = "
045950             WS-FQPARM-STATUS
046000         MOVE "Y" TO WS-ABEND-SWITCH
046050         GO TO 1100-READ-PERIOD-CARD-EXIT.
046100     PERFORM 1110-TAKE-PERIOD-CARD
046150         THRU 1110-TAKE-PERIOD-CARD-EXIT.
046200     CLOSE FQPARM.
046250     IF WS-ABEND-OCCURRED
046300         GO TO 1100-READ-PERIOD-CARD-EXIT.
046350     IF NOT WS-PERIOD-WEEKLY AND NOT WS-PERIOD-MONTHLY
046400         DISPLAY "FEEDQUAL - FQPARM PERIOD TYPE MUST BE W OR M: "
046450             WS-PERIOD-TYPE
046500         MOVE "Y" TO WS-ABEND-SWITCH
046550         GO TO 1100-READ-PERIOD-CARD-EXIT.
046600     IF WS-PERIOD-END = SPACES
046650         GO TO 1100-READ-PERIOD-CARD-EXIT.
046700     IF WS-PERIOD-END IS NOT NUMERIC
046750         DISPLAY "FEEDQUAL - FQPARM PERIOD END NOT NUMERIC "
046800             "YYYYMMDD: " WS-PERIOD-END
046850         MOVE "Y" TO WS-ABEND-SWITCH
046900         GO TO 1100-READ-PERIOD-CARD-EXIT.
046950     MOVE WS-PERIOD-END TO WS-CAL-DATE.
047000     IF WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
047050         DISPLAY "FEEDQUAL - FQPARM PERIOD END IS NOT A DATE: "
047100             WS-PERIOD-END
047150         MOVE "Y" TO WS-ABEND-SWITCH
047200         GO TO 1100-READ-PERIOD-CARD-EXIT.
047250     PERFORM 1565-MONTH-LENGTH
047300         THRU 1565-MONTH-LENGTH-EXIT.
047350     IF WS-CAL-DAY < 1 OR WS-CAL-DAY > WS-MONTH-LEN
047400         DISPLAY "FEEDQUAL - FQPARM PERIOD END IS NOT A DATE: "
047450             WS-PERIOD-END
047500         MOVE "Y" TO WS-ABEND-SWITCH
047550     END-IF.
047600 1100-READ-PERIOD-CARD-EXIT.
047650     EXIT.
047700
047750*----------------------------------------------------------------
047800* 1110-TAKE-PERIOD-CARD - READ THE CARD AND COPY ITS FIELDS TO
047850*                         WORKING STORAGE WHILE THE RECORD AREA
047900*                         IS STILL VALID.
047950*----------------------------------------------------------------
048000 1110-TAKE-PERIOD-CARD.
048050     READ FQPARM
048100         AT END
048150             DISPLAY "FEEDQUAL - FQPARM EMPTY, NO PERIOD GIVEN"
048200             MOVE "Y" TO WS-ABEND-SWITCH
048250             GO TO 1110-TAKE-PERIOD-CARD-EXIT
048300     END-READ.
048350     MOVE QP-PERIOD-TYPE TO WS-PERIOD-TYPE.
048400     MOVE QP-PERIOD-END TO WS-PERIOD-END.
048450 1110-TAKE-PERIOD-CARD-EXIT.
048500     EXIT.
050300
050400*----------------------------------------------------------------
050500* 1200-SET-PERIOD - WEEKLY: THE SEVEN DAYS ENDING ON THE PERIOD
050600*                   END, OR YESTERDAY. MONTHLY: THE WHOLE CALENDAR
050700*                   MONTH OF THE PERIOD END, OR LAST MONTH.
050800*----------------------------------------------------------------
050900 1200-SET-PERIOD.
051000     IF WS-PERIOD-END = SPACES
051100         MOVE WS-RUN-DATE TO WS-CAL-DATE
051200         IF WS-PERIOD-MONTHLY
051300             MOVE 1 TO WS-CAL-DAY
051400         END-IF
051500         PERFORM 1560-PRIOR-DAY
051600             THRU 1560-PRIOR-DAY-EXIT
051700     ELSE
051800         MOVE WS-PERIOD-END TO WS-CAL-DATE
051900     END-IF.
052000     IF WS-PERIOD-WEEKLY
052100         MOVE WS-CAL-DATE TO WS-THRU-DATE
052200         PERFORM 1560-PRIOR-DAY
052300             THRU 1560-PRIOR-DAY-EXIT
052400             VARYING WS-STEP-COUNT FROM 1 BY 1
052500             UNTIL WS-STEP-COUNT > 6
052600         MOVE WS-CAL-DATE TO WS-FROM-DATE
052700     ELSE
052800         PERFORM 1565-MONTH-LENGTH
052900             THRU 1565-MONTH-LENGTH-EXIT
053000         MOVE WS-MONTH-LEN TO WS-CAL-DAY
053100         MOVE WS-CAL-DATE TO WS-THRU-DATE
053200         MOVE 1 TO WS-CAL-DAY
053300         MOVE WS-CAL-DATE TO WS-FROM-DATE
053400     END-IF.
053500 1200-SET-PERIOD-EXIT.
053600     EXIT.
053700
053800*----------------------------------------------------------------
053900* 1300-BUILD-DAY-TABLE - ONE SLOT PER CALENDAR DATE OF THE PERIOD
054000*----------------------------------------------------------------
054100 1300-BUILD-DAY-TABLE.
054200     MOVE WS-FROM-DATE TO WS-CAL-DATE.
054300     MOVE ZERO TO WS-DAY-COUNT.
054400     PERFORM 1310-ADD-ONE-DAY
054500         THRU 1310-ADD-ONE-DAY-EXIT
054600         UNTIL WS-CAL-DATE > WS-THRU-DATE.
054700 1300-BUILD-DAY-TABLE-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------------
055100* 1310-ADD-ONE-DAY - FILE ONE DATE AND STEP TO THE NEXT
055200*----------------------------------------------------------------
055300 1310-ADD-ONE-DAY.
055400     ADD 1 TO WS-DAY-COUNT.
055500     MOVE WS-CAL-DATE TO DT-DATE (WS-DAY-COUNT).
055600     PERFORM 1562-NEXT-DAY
055700         THRU 1562-NEXT-DAY-EXIT.
055800 1310-ADD-ONE-DAY-EXIT.
055900     EXIT.
056000
056100*----------------------------------------------------------------
056200* 1400-LOAD-THRESHOLDS - LOAD THE OPERATIONS-OWNED LIMITS. THE
056300*                        DEFAULT (BLANK FEED ID) RECORD IS
056400*                        REQUIRED, AND EVERY LIMIT MUST BE NUMERIC
056500*                        - A SCORECARD RATED AGAINST A GUESSED
056600*                        LIMIT WOULD MISLEAD THE FEED TEAMS.
056700*----------------------------------------------------------------
056800 1400-LOAD-THRESHOLDS.
056900     OPEN INPUT FQTPARM.
057000     IF NOT WS-FQTPARM-OK
057100         DISPLAY "FEEDQUAL - ERROR OPENING FQTPARM, STATUS = "
057200             WS-FQTPARM-STATUS
057300         MOVE "Y" TO WS-ABEND-SWITCH
057400         GO TO 1400-LOAD-THRESHOLDS-EXIT.
057500     PERFORM 1410-READ-FQTPARM
057600         THRU 1410-READ-FQTPARM-EXIT.
057700     PERFORM 1420-STORE-THRESHOLD
057800         THRU 1420-STORE-THRESHOLD-EXIT
057900         UNTIL WS-THR-END-OF-FILE OR WS-ABEND-OCCURRED.
058000     CLOSE FQTPARM.
058100     IF NOT WS-ABEND-OCCURRED AND NOT WS-DEFAULT-LOADED
058200         DISPLAY "FEEDQUAL - FQTPARM HAS NO DEFAULT RECORD "
058300             "(BLANK FEED ID)"
058400         MOVE "Y" TO WS-ABEND-SWITCH
058500     END-IF.
058600 1400-LOAD-THRESHOLDS-EXIT.
058700     EXIT.
058800
058900*----------------------------------------------------------------
059000* 1410-READ-FQTPARM - READ THE NEXT THRESHOLD RECORD
059100*----------------------------------------------------------------
059200 1410-READ-FQTPARM.
059300     READ FQTPARM
059400         AT END
059500             MOVE "Y" TO WS-THR-EOF-SWITCH
059600     END-READ.
059700 1410-READ-FQTPARM-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------
060100* 1420-STORE-THRESHOLD - VALIDATE ONE LIMITS RECORD AND FILE IT
060200*----------------------------------------------------------------
060300 1420-STORE-THRESHOLD.
060400     IF FT-MAX-REJECT-PCT IS NOT NUMERIC
060500             OR FT-MAX-BAL-FAILS IS NOT NUMERIC
060600         DISPLAY "FEEDQUAL - FQTPARM LIMITS NOT NUMERIC, FEED '"
060700             FT-FEED-ID "': " FT-MAX-REJECT-PCT
060800             " " FT-MAX-BAL-FAILS
060900         MOVE "Y" TO WS-ABEND-SWITCH
061000         GO TO 1420-STORE-THRESHOLD-EXIT.
061100     IF FT-FEED-ID = SPACES
061200         MOVE FT-MAX-REJECT-PCT-N TO WS-DEFAULT-MAX-PCT
061300         MOVE FT-MAX-BAL-FAILS-N TO WS-DEFAULT-MAX-FAILS
061400         MOVE "Y" TO WS-DEFAULT-SWITCH
061500         GO TO 1420-STORE-THRESHOLD-READ.
061600     IF WS-THR-COUNT NOT < 50
061700         DISPLAY "FEEDQUAL - FQTPARM HAS MORE THAN 50 FEEDS"
061800         MOVE "Y" TO WS-ABEND-SWITCH
061900         GO TO 1420-STORE-THRESHOLD-EXIT.
062000     ADD 1 TO WS-THR-COUNT.
062100     MOVE FT-FEED-ID TO TH-FEED-ID (WS-THR-COUNT).
062200     MOVE FT-MAX-REJECT-PCT-N TO TH-MAX-PCT (WS-THR-COUNT).
062300     MOVE FT-MAX-BAL-FAILS-N TO TH-MAX-FAILS (WS-THR-COUNT).
062400 1420-STORE-THRESHOLD-READ.
062500     PERFORM 1410-READ-FQTPARM
062600         THRU 1410-READ-FQTPARM-EXIT.
062700 1420-STORE-THRESHOLD-EXIT.
062800     EXIT.
062900
063000*----------------------------------------------------------------
063100* 1560-PRIOR-DAY - BACK THE DATE IN WS-CAL-DATE UP ONE
063200*                  CALENDAR DAY, CROSSING MONTH AND YEAR
063300*                  BOUNDARIES AND HONORING LEAP FEBRUARIES
063400*----------------------------------------------------------------
063500 1560-PRIOR-DAY.
063600     IF WS-CAL-DAY > 1
063700         SUBTRACT 1 FROM WS-CAL-DAY
063800         GO TO 1560-PRIOR-DAY-EXIT.
063900     IF WS-CAL-MONTH = 1
064000         SUBTRACT 1 FROM WS-CAL-YEAR
064100         MOVE 12 TO WS-CAL-MONTH
064200     ELSE
064300         SUBTRACT 1 FROM WS-CAL-MONTH
064400     END-IF.
064500     PERFORM 1565-MONTH-LENGTH
064600         THRU 1565-MONTH-LENGTH-EXIT.
064700     MOVE WS-MONTH-LEN TO WS-CAL-DAY.
064800 1560-PRIOR-DAY-EXIT.
064900     EXIT.
065000
065100*----------------------------------------------------------------
065200* 1562-NEXT-DAY - MOVE THE DATE IN WS-CAL-DATE ON ONE CALENDAR
065300*                 DAY, CROSSING MONTH AND YEAR BOUNDARIES
065400*----------------------------------------------------------------
065500 1562-NEXT-DAY.
065600     PERFORM 1565-MONTH-LENGTH
065700         THRU 1565-MONTH-LENGTH-EXIT.
065800     IF WS-CAL-DAY < WS-MONTH-LEN
065900         ADD 1 TO WS-CAL-DAY
066000         GO TO 1562-NEXT-DAY-EXIT.
066100     MOVE 1 TO WS-CAL-DAY.
066200     IF WS-CAL-MONTH = 12
066300         ADD 1 TO WS-CAL-YEAR
066400         MOVE 1 TO WS-CAL-MONTH
066500     ELSE
066600         ADD 1 TO WS-CAL-MONTH
066700     END-IF.
066800 1562-NEXT-DAY-EXIT.
066900     EXIT.
067000
067100*----------------------------------------------------------------
067200* 1565-MONTH-LENGTH - DAYS IN THE WS-CAL-MONTH OF WS-CAL-YEAR
067300*----------------------------------------------------------------
067400 1565-MONTH-LENGTH.
067500     EVALUATE WS-CAL-MONTH
067600         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
067700             MOVE 31 TO WS-MONTH-LEN
067800         WHEN 4 WHEN 6 WHEN 9 WHEN 11
067900             MOVE 30 TO WS-MONTH-LEN
068000         WHEN 2
068100             MOVE 28 TO WS-MONTH-LEN
068200             DIVIDE WS-CAL-YEAR BY 4
068300                 GIVING WS-CAL-QUOTIENT
068400                 REMAINDER WS-LEAP-REM
068500             IF WS-LEAP-REM = ZERO
068600                 DIVIDE WS-CAL-YEAR BY 100
068700                     GIVING WS-CAL-QUOTIENT
068800                     REMAINDER WS-LEAP-REM
068900                 IF WS-LEAP-REM NOT = ZERO
069000                     MOVE 29 TO WS-MONTH-LEN
069100                 ELSE
069200                     DIVIDE WS-CAL-YEAR BY 400
069300                         GIVING WS-CAL-QUOTIENT
069400                         REMAINDER WS-LEAP-REM
069500                     IF WS-LEAP-REM = ZERO
069600                         MOVE 29 TO WS-MONTH-LEN
069700                     END-IF
069800                 END-IF
069900             END-IF
070000     END-EVALUATE.
070100 1565-MONTH-LENGTH-EXIT.
070200     EXIT.
070300
070400*----------------------------------------------------------------
070500* 2000-LOAD-EDIT-RUNS - ONE PASS OVER EVERY FEEDSTAT GENERATION,
070600*                       FILING EACH FEED GROUP EDITED FOR A
070700*                       BUSINESS DATE IN THE PERIOD
070800*----------------------------------------------------------------
070900 2000-LOAD-EDIT-RUNS.
071000     PERFORM 2010-READ-FEEDSTAT
071100         THRU 2010-READ-FEEDSTAT-EXIT.
071200     PERFORM 2020-TAKE-EDIT-RUN
071300         THRU 2020-TAKE-EDIT-RUN-EXIT
071400         UNTIL WS-STAT-END-OF-FILE OR WS-ABEND-OCCURRED.
071500 2000-LOAD-EDIT-RUNS-EXIT.
071600     EXIT.
071700
071800*----------------------------------------------------------------
071900* 2010-READ-FEEDSTAT - READ THE NEXT FEED EDIT STATISTICS RECORD
072000*----------------------------------------------------------------
072100 2010-READ-FEEDSTAT.
072200     READ FEEDSTAT
072300         AT END
072400             MOVE "Y" TO WS-STAT-EOF-SWITCH
072500     END-READ.
072600     IF NOT WS-STAT-END-OF-FILE
072700         ADD 1 TO WS-STAT-READ
072800     END-IF.
072900 2010-READ-FEEDSTAT-EXIT.
073000     EXIT.
073100
073200*----------------------------------------------------------------
073300* 2020-TAKE-EDIT-RUN - FILE ONE EDIT RUN OF ONE FEED GROUP. EVERY
073400*                      RUN COUNTS; A GROUP OUT OF BALANCE OR
073500*                      WITHOUT ITS TRAILER IS A BALANCING FAILURE;
073600*                      ONLY AN ACCEPTED FILE'S RECORDS COUNT AS
073700*                      RECEIVED.
073800*----------------------------------------------------------------
073900 2020-TAKE-EDIT-RUN.
074000     IF FS-BUSINESS-DATE IS NOT NUMERIC
074100         GO TO 2020-TAKE-EDIT-RUN-READ.
074200     IF FS-BUSINESS-DATE < WS-FROM-DATE
074300             OR FS-BUSINESS-DATE > WS-THRU-DATE
074400         GO TO 2020-TAKE-EDIT-RUN-READ.
074500     ADD 1 TO WS-STAT-IN-PERIOD.
074600     MOVE FS-BUSINESS-DATE TO WS-RK-BUSINESS-DATE.
074700     MOVE FS-FEED-ID TO WS-RK-FEED-ID.
074800     MOVE FS-EDIT-HHMMSS TO WS-RK-EDIT-TIME.
074900     PERFORM 5300-FIND-RUN
075000         THRU 5300-FIND-RUN-EXIT.
075100     IF WS-ENTRY-FOUND
075200         ADD 1 TO WS-STAT-DUPLICATE
075300         GO TO 2020-TAKE-EDIT-RUN-READ.
075400     PERFORM 5310-ADD-RUN
075500         THRU 5310-ADD-RUN-EXIT.
075600     IF WS-ABEND-OCCURRED
075700         GO TO 2020-TAKE-EDIT-RUN-EXIT.
075800     MOVE FS-FEED-ID TO WS-KEY-FEED-ID.
075900     PERFORM 5000-FIND-OR-ADD-FEED
076000         THRU 5000-FIND-OR-ADD-FEED-EXIT.
076100     IF WS-ABEND-OCCURRED
076200         GO TO 2020-TAKE-EDIT-RUN-EXIT.
076300     MOVE FS-BUSINESS-DATE TO WS-CAL-DATE.
076400     PERFORM 5100-FIND-DAY
076500         THRU 5100-FIND-DAY-EXIT.
076600     ADD 1 TO FE-RUNS (WS-FEED-SUB).
076700     ADD 1 TO FE-DAY-RUNS (WS-FEED-SUB, WS-DAY-SUB).
076800     IF FS-GROUP-OUT-OF-BALANCE OR FS-GROUP-NO-TRAILER
076900         ADD 1 TO FE-BAL-FAILS (WS-FEED-SUB)
077000         ADD 1 TO FE-DAY-BAL-FAILS (WS-FEED-SUB, WS-DAY-SUB)
077100     END-IF.
077200     IF FS-FILE-REFUSED
077300         ADD 1 TO FE-REFUSED-RUNS (WS-FEED-SUB)
077400         ADD 1 TO FE-DAY-REFUSED (WS-FEED-SUB, WS-DAY-SUB)
077500     ELSE
077600         ADD FS-RECEIVED-COUNT TO FE-RECEIVED (WS-FEED-SUB)
077700         ADD FS-RECEIVED-COUNT
077800             TO FE-DAY-RECEIVED (WS-FEED-SUB, WS-DAY-SUB)
077900     END-IF.
078000 2020-TAKE-EDIT-RUN-READ.
078100     PERFORM 2010-READ-FEEDSTAT
078200         THRU 2010-READ-FEEDSTAT-EXIT.
078300 2020-TAKE-EDIT-RUN-EXIT.
078400     EXIT.
078500
078600*----------------------------------------------------------------
078700* 3000-SCAN-REJECTS - ONE PASS OVER EVERY REJECTS GENERATION,
078800*                     COUNTING EACH REJECT OF THE PERIOD AGAINST
078900*                     ITS FEED, ITS ERROR CODE AND ITS DAY
079000*----------------------------------------------------------------
079100 3000-SCAN-REJECTS.
079200     PERFORM 3010-READ-REJECTS
079300         THRU 3010-READ-REJECTS-EXIT.
079400     PERFORM 3020-TAKE-REJECT
079500         THRU 3020-TAKE-REJECT-EXIT
079600         UNTIL WS-REJ-END-OF-FILE OR WS-ABEND-OCCURRED.
079700 3000-SCAN-REJECTS-EXIT.
079800     EXIT.
079900
080000*----------------------------------------------------------------
080100* 3010-READ-REJECTS - READ THE NEXT REJECT RECORD
080200*----------------------------------------------------------------
080300 3010-READ-REJECTS.
080400     READ REJECTS
080500         AT END
080600             MOVE "Y" TO WS-REJ-EOF-SWITCH
080700     END-READ.
080800     IF NOT WS-REJ-END-OF-FILE
080900         ADD 1 TO WS-REJ-READ
081000     END-IF.
081100 3010-READ-REJECTS-EXIT.
081200     EXIT.
081300
081400*----------------------------------------------------------------
081500* 3020-TAKE-REJECT - A REJECT FROM A REFUSED FILE IS SET APART,
081600*                    ONE WITH NO EDIT RUN ON FEEDSTAT IS COUNTED
081700*                    BUT NOT RATED, EVERY OTHER ONE IS RATED
081800*----------------------------------------------------------------
081900 3020-TAKE-REJECT.
082000     IF RJ-BUSINESS-DATE IS NOT NUMERIC
082100         GO TO 3020-TAKE-REJECT-READ.
082200     IF RJ-BUSINESS-DATE < WS-FROM-DATE
082300             OR RJ-BUSINESS-DATE > WS-THRU-DATE
082400         GO TO 3020-TAKE-REJECT-READ.
082500     ADD 1 TO WS-REJ-IN-PERIOD.
082600     MOVE RJ-FEED-ID TO WS-KEY-FEED-ID.
082700     PERFORM 5000-FIND-OR-ADD-FEED
082800         THRU 5000-FIND-OR-ADD-FEED-EXIT.
082900     IF WS-ABEND-OCCURRED
083000         GO TO 3020-TAKE-REJECT-EXIT.
083100     MOVE RJ-BUSINESS-DATE TO WS-RK-BUSINESS-DATE.
083200     MOVE RJ-FEED-ID TO WS-RK-FEED-ID.
083300     IF RJ-EDIT-TIME IS NUMERIC
083400         MOVE RJ-EDIT-TIME TO WS-RK-EDIT-TIME
083500     ELSE
083600         MOVE ZERO TO WS-RK-EDIT-TIME
083700     END-IF.
083800     PERFORM 5300-FIND-RUN
083900         THRU 5300-FIND-RUN-EXIT.
084000     IF NOT WS-ENTRY-FOUND
084100         ADD 1 TO WS-REJ-NO-STAT
084200         ADD 1 TO FE-NO-STAT-REJECTS (WS-FEED-SUB)
084300         GO TO 3020-TAKE-REJECT-READ.
084400     IF ER-FILE-REFUSED (WS-RUN-SUB)
084500         ADD 1 TO WS-REJ-REFUSED
084600         ADD 1 TO FE-REFUSED-REJECTS (WS-FEED-SUB)
084700         GO TO 3020-TAKE-REJECT-READ.
084800     ADD 1 TO WS-REJ-RATED.
084900     MOVE RJ-BUSINESS-DATE TO WS-CAL-DATE.
085000     PERFORM 5100-FIND-DAY
085100         THRU 5100-FIND-DAY-EXIT.
085200     ADD 1 TO FE-REJECTED (WS-FEED-SUB).
085300     ADD 1 TO FE-DAY-REJECTED (WS-FEED-SUB, WS-DAY-SUB).
085400     PERFORM 5200-FIND-OR-ADD-CODE
085500         THRU 5200-FIND-OR-ADD-CODE-EXIT.
085600     IF WS-ABEND-OCCURRED
085700         GO TO 3020-TAKE-REJECT-EXIT.
085800     ADD 1 TO EC-TOTAL (WS-CODE-SUB).
085900     IF EC-DAY-COUNT (WS-CODE-SUB, WS-DAY-SUB) = ZERO
086000         ADD 1 TO EC-DAYS-SEEN (WS-CODE-SUB)
086100     END-IF.
086200     ADD 1 TO EC-DAY-COUNT (WS-CODE-SUB, WS-DAY-SUB).
086300 3020-TAKE-REJECT-READ.
086400     PERFORM 3010-READ-REJECTS
086500         THRU 3010-READ-REJECTS-EXIT.
086600 3020-TAKE-REJECT-EXIT.
086700     EXIT.
086800
086900*----------------------------------------------------------------
087000* 4000-RATE-FEED - THE FEED'S REJECT RATE FOR THE PERIOD, ITS
087100*                  LIMITS AND WHETHER IT BREACHED THEM
087200*----------------------------------------------------------------
087300 4000-RATE-FEED.
087400     MOVE ZERO TO FE-REJECT-PCT (WS-FEED-SUB).
087500     IF FE-RECEIVED (WS-FEED-SUB) > ZERO
087600         COMPUTE FE-REJECT-PCT (WS-FEED-SUB) ROUNDED =
087700             FE-REJECTED (WS-FEED-SUB) * 100
087800                 / FE-RECEIVED (WS-FEED-SUB)
087900     END-IF.
088000     MOVE WS-DEFAULT-MAX-PCT TO FE-MAX-PCT (WS-FEED-SUB).
088100     MOVE WS-DEFAULT-MAX-FAILS TO FE-MAX-FAILS (WS-FEED-SUB).
088200     IF WS-THR-COUNT > ZERO
088300         SET TH-IDX TO 1
088400         SEARCH WS-THR-ENTRY
088500             AT END
088600                 CONTINUE
088700             WHEN TH-FEED-ID (TH-IDX) = FE-FEED-ID (WS-FEED-SUB)
088800                 MOVE TH-MAX-PCT (TH-IDX)
088900                 TO FE-MAX-PCT (WS-FEED-SUB)
089000                 MOVE TH-MAX-FAILS (TH-IDX)
089100                     TO FE-MAX-FAILS (WS-FEED-SUB)
089200         END-SEARCH
089300     END-IF.
089400     MOVE "N" TO FE-FLAG-SW (WS-FEED-SUB).
089500     IF FE-REJECT-PCT (WS-FEED-SUB) > FE-MAX-PCT (WS-FEED-SUB)
089600             OR FE-BAL-FAILS (WS-FEED-SUB)
089700                 > FE-MAX-FAILS (WS-FEED-SUB)
089800         MOVE "Y" TO FE-FLAG-SW (WS-FEED-SUB)
089900         ADD 1 TO WS-FLAGGED-COUNT
090000     END-IF.
090100 4000-RATE-FEED-EXIT.
090200     EXIT.
090300
090400*----------------------------------------------------------------
090500* 5000-FIND-OR-ADD-FEED - POINT WS-FEED-SUB AT THE ENTRY FOR
090600*                         WS-KEY-FEED-ID, FILING A NEW ONE IN FEED
090700*                         ID ORDER WHEN IT IS NOT YET THERE
090800*----------------------------------------------------------------
090900 5000-FIND-OR-ADD-FEED.
091000     IF WS-FEED-COUNT > ZERO
091100         SEARCH ALL WS-FEED-ENTRY
091200             AT END
091300                 CONTINUE
091400             WHEN FE-FEED-ID (FE-IDX) = WS-KEY-FEED-ID
091500                 SET WS-FEED-SUB TO FE-IDX
091600                 GO TO 5000-FIND-OR-ADD-FEED-EXIT
091700         END-SEARCH
091800     END-IF.
091900     IF WS-FEED-COUNT NOT < 20
092000         DISPLAY "FEEDQUAL - FEED TABLE FULL AT FEED "
092100             WS-KEY-FEED-ID
092200         MOVE "Y" TO WS-ABEND-SWITCH
092300         GO TO 5000-FIND-OR-ADD-FEED-EXIT.
092400     COMPUTE WS-INS-POS = WS-FEED-COUNT + 1.
092500     PERFORM 5010-FIND-FEED-POSITION
092600         THRU 5010-FIND-FEED-POSITION-EXIT
092700         VARYING WS-FEED-SUB FROM WS-FEED-COUNT BY -1
092800         UNTIL WS-FEED-SUB < 1.
092900     ADD 1 TO WS-FEED-COUNT.
093000     MOVE WS-FEED-COUNT TO WS-SHIFT-SUB.
093100     PERFORM 5020-SHIFT-ONE-FEED
093200         THRU 5020-SHIFT-ONE-FEED-EXIT
093300         UNTIL WS-SHIFT-SUB NOT > WS-INS-POS.
093400     MOVE WS-INS-POS TO WS-FEED-SUB.
093500     MOVE ZERO TO WS-FEED-ENTRY (WS-FEED-SUB).
093600     MOVE WS-KEY-FEED-ID TO FE-FEED-ID (WS-FEED-SUB).
093700     MOVE "N" TO FE-FLAG-SW (WS-FEED-SUB).
093800 5000-FIND-OR-ADD-FEED-EXIT.
093900     EXIT.
094000
094100*----------------------------------------------------------------
094200* 5010-FIND-FEED-POSITION - WORKING UP FROM THE END, THE NEW FEED
094300*                           GOES BEFORE EVERY FEED THAT SORTS
094400*                           AFTER IT
094500*----------------------------------------------------------------
094600 5010-FIND-FEED-POSITION.
094700     IF FE-FEED-ID (WS-FEED-SUB) > WS-KEY-FEED-ID
094800         MOVE WS-FEED-SUB TO WS-INS-POS
094900     END-IF.
095000 5010-FIND-FEED-POSITION-EXIT.
095100     EXIT.
095200
095300*----------------------------------------------------------------
095400* 5020-SHIFT-ONE-FEED - OPEN THE INSERTION SLOT BY MOVING ONE
095500*                       FEED ENTRY DOWN THE TABLE
095600*----------------------------------------------------------------
095700 5020-SHIFT-ONE-FEED.
095800     IF WS-SHIFT-SUB > WS-INS-POS
095900         COMPUTE WS-PREV-SUB = WS-SHIFT-SUB - 1
096000         MOVE WS-FEED-ENTRY (WS-PREV-SUB)
096100             TO WS-FEED-ENTRY (WS-SHIFT-SUB)
096200     END-IF.
096300     SUBTRACT 1 FROM WS-SHIFT-SUB.
096400 5020-SHIFT-ONE-FEED-EXIT.
096500     EXIT.
096600
096700*----------------------------------------------------------------
096800* 5100-FIND-DAY - POINT WS-DAY-SUB AT THE PERIOD SLOT OF THE
096900*                 DATE IN WS-CAL-DATE (ALREADY KNOWN TO BE IN
097000*                 THE PERIOD)
097100*----------------------------------------------------------------
097200 5100-FIND-DAY.
097300     MOVE 1 TO WS-DAY-SUB.
097400     SEARCH ALL WS-DAY-ENTRY
097500         AT END
097600             CONTINUE
097700         WHEN DT-DATE (DT-IDX) = WS-CAL-DATE
097800             SET WS-DAY-SUB TO DT-IDX
097900     END-SEARCH.
098000 5100-FIND-DAY-EXIT.
098100     EXIT.
098200
098300*----------------------------------------------------------------
098400* 5200-FIND-OR-ADD-CODE - POINT WS-CODE-SUB AT THE ENTRY FOR THE
098500*                         REJECT'S FEED ID AND ERROR CODE, FILING
098600*                         A NEW ONE IN KEY ORDER WHEN IT IS NOT
098700*                         YET THERE
098800*----------------------------------------------------------------
098900 5200-FIND-OR-ADD-CODE.
099000     MOVE RJ-FEED-ID TO WS-CK-FEED-ID.
099100     MOVE RJ-ERROR-CODE TO WS-CK-ERROR-CODE.
099200     IF WS-CODE-COUNT > ZERO
099300         SEARCH ALL WS-CODE-ENTRY
099400             AT END
099500                 CONTINUE
099600             WHEN EC-KEY (EC-IDX) = WS-CODE-KEY
099700                 SET WS-CODE-SUB TO EC-IDX
099800                 GO TO 5200-FIND-OR-ADD-CODE-EXIT
099900         END-SEARCH
100000     END-IF.
100100     IF WS-CODE-COUNT NOT < 200
100200         DISPLAY "FEEDQUAL - ERROR CODE TABLE FULL AT FEED "
100300             RJ-FEED-ID " CODE " RJ-ERROR-CODE
100400         MOVE "Y" TO WS-ABEND-SWITCH
100500         GO TO 5200-FIND-OR-ADD-CODE-EXIT.
100600     COMPUTE WS-INS-POS = WS-CODE-COUNT + 1.
100700     PERFORM 5210-FIND-CODE-POSITION
100800         THRU 5210-FIND-CODE-POSITION-EXIT
100900         VARYING WS-CODE-SUB FROM WS-CODE-COUNT BY -1
101000         UNTIL WS-CODE-SUB < 1.
101100     ADD 1 TO WS-CODE-COUNT.
101200     MOVE WS-CODE-COUNT TO WS-SHIFT-SUB.
101300     PERFORM 5220-SHIFT-ONE-CODE
101400         THRU 5220-SHIFT-ONE-CODE-EXIT
101500         UNTIL WS-SHIFT-SUB NOT > WS-INS-POS.
101600     MOVE WS-INS-POS TO WS-CODE-SUB.
101700     MOVE ZERO TO WS-CODE-ENTRY (WS-CODE-SUB).
101800     MOVE WS-CODE-KEY TO EC-KEY (WS-CODE-SUB).
101900     MOVE RJ-ERROR-DESC TO EC-ERROR-DESC (WS-CODE-SUB).
102000 5200-FIND-OR-ADD-CODE-EXIT.
102100     EXIT.
102200
102300*----------------------------------------------------------------
102400* 5210-FIND-CODE-POSITION - WORKING UP FROM THE END, THE NEW
102500*                           CODE GOES BEFORE EVERY ENTRY THAT
102600*                           SORTS AFTER IT
102700*----------------------------------------------------------------
102800 5210-FIND-CODE-POSITION.
102900     IF EC-KEY (WS-CODE-SUB) > WS-CODE-KEY
103000         MOVE WS-CODE-SUB TO WS-INS-POS
103100     END-IF.
103200 5210-FIND-CODE-POSITION-EXIT.
103300     EXIT.
103400
103500*----------------------------------------------------------------
103600* 5220-SHIFT-ONE-CODE - OPEN THE INSERTION SLOT BY MOVING ONE
103700*                       CODE ENTRY DOWN THE TABLE
103800*----------------------------------------------------------------
103900 5220-SHIFT-ONE-CODE.
104000     IF WS-SHIFT-SUB > WS-INS-POS
104100         COMPUTE WS-PREV-SUB = WS-SHIFT-SUB - 1
104200         MOVE WS-CODE-ENTRY (WS-PREV-SUB)
104300             TO WS-CODE-ENTRY (WS-SHIFT-SUB)
104400     END-IF.
104500     SUBTRACT 1 FROM WS-SHIFT-SUB.
104600 5220-SHIFT-ONE-CODE-EXIT.
104700     EXIT.
104800
104900*----------------------------------------------------------------
105000* 5300-FIND-RUN - LOOK UP WS-RUN-KEY (BUSINESS DATE, FEED ID AND
105100*                 RUN START TIME) IN THE EDIT RUN TABLE
105200*----------------------------------------------------------------
105300 5300-FIND-RUN.
105400     MOVE "N" TO WS-FOUND-SWITCH.
105500     IF WS-RUN-COUNT = ZERO
105600         GO TO 5300-FIND-RUN-EXIT.
105700     SEARCH ALL WS-RUN-ENTRY
105800         AT END
105900             CONTINUE
106000         WHEN ER-KEY (ER-IDX) = WS-RUN-KEY
106100             MOVE "Y" TO WS-FOUND-SWITCH
106200             SET WS-RUN-SUB TO ER-IDX
106300     END-SEARCH.
106400 5300-FIND-RUN-EXIT.
106500     EXIT.
106600
106700*----------------------------------------------------------------
106800* 5310-ADD-RUN - FILE THE FEEDSTAT RECORD'S RUN IN KEY ORDER
106900*----------------------------------------------------------------
107000 5310-ADD-RUN.
107100     IF WS-RUN-COUNT NOT < 1000
107200         DISPLAY "FEEDQUAL - EDIT RUN TABLE FULL AT FEED "
107300             FS-FEED-ID " DATE " FS-BUSINESS-DATE
107400         MOVE "Y" TO WS-ABEND-SWITCH
107500         GO TO 5310-ADD-RUN-EXIT.
107600     COMPUTE WS-INS-POS = WS-RUN-COUNT + 1.
107700     PERFORM 5320-FIND-RUN-POSITION
107800         THRU 5320-FIND-RUN-POSITION-EXIT
107900         VARYING WS-RUN-SUB FROM WS-RUN-COUNT BY -1
108000         UNTIL WS-RUN-SUB < 1.
108100     ADD 1 TO WS-RUN-COUNT.
108200     MOVE WS-RUN-COUNT TO WS-SHIFT-SUB.
108300     PERFORM 5330-SHIFT-ONE-RUN
108400         THRU 5330-SHIFT-ONE-RUN-EXIT
108500         UNTIL WS-SHIFT-SUB NOT > WS-INS-POS.
108600     MOVE WS-RUN-KEY TO ER-KEY (WS-INS-POS).
108700     MOVE FS-FILE-STATUS TO ER-FILE-STATUS (WS-INS-POS).
108800 5310-ADD-RUN-EXIT.
108900     EXIT.
109000
109100*----------------------------------------------------------------
109200* 5320-FIND-RUN-POSITION - WORKING UP FROM THE END, THE NEW RUN
109300*                          GOES BEFORE EVERY RUN THAT SORTS AFTER
109400*                          IT
109500*----------------------------------------------------------------
109600 5320-FIND-RUN-POSITION.
109700     IF ER-KEY (WS-RUN-SUB) > WS-RUN-KEY
109800         MOVE WS-RUN-SUB TO WS-INS-POS
109900     END-IF.
110000 5320-FIND-RUN-POSITION-EXIT.
110100     EXIT.
110200
110300*----------------------------------------------------------------
110400* 5330-SHIFT-ONE-RUN - OPEN THE INSERTION SLOT BY MOVING ONE RUN
110500*                      ENTRY DOWN THE TABLE
110600*----------------------------------------------------------------
110700 5330-SHIFT-ONE-RUN.
110800     IF WS-SHIFT-SUB > WS-INS-POS
110900         COMPUTE WS-PREV-SUB = WS-SHIFT-SUB - 1
111000         MOVE WS-RUN-ENTRY (WS-PREV-SUB)
111100             TO WS-RUN-ENTRY (WS-SHIFT-SUB)
111200     END-IF.
111300     SUBTRACT 1 FROM WS-SHIFT-SUB.
111400 5330-SHIFT-ONE-RUN-EXIT.
111500     EXIT.
111600
111700*----------------------------------------------------------------
111800* 8000-PRINT-REPORT - THE SERVICE-LEVEL SUMMARY, THEN ONE PAGE
111900*                     PER FEED
112000*----------------------------------------------------------------
112100 8000-PRINT-REPORT.
112200     PERFORM 8050-PRINT-HEADING
112300         THRU 8050-PRINT-HEADING-EXIT.
112400     PERFORM 8100-PRINT-SUMMARY
112500         THRU 8100-PRINT-SUMMARY-EXIT.
112600     PERFORM 8200-PRINT-FEED-PAGE
112700         THRU 8200-PRINT-FEED-PAGE-EXIT
112800         VARYING WS-FEED-SUB FROM 1 BY 1
112900         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
113000 8000-PRINT-REPORT-EXIT.
113100     EXIT.
113200
113300*----------------------------------------------------------------
113400* 8050-PRINT-HEADING - THE REPORT TITLE AND PERIOD AT THE TOP OF
113500*                      A NEW PAGE
113600*----------------------------------------------------------------
113700 8050-PRINT-HEADING.
113800     IF WS-PERIOD-WEEKLY
113900         MOVE "WEEKLY" TO QH-PERIOD-NAME
114000     ELSE
114100         MOVE "MONTHLY" TO QH-PERIOD-NAME
114200     END-IF.
114300     MOVE WS-FQRPT-HDG1 TO QR-PRINT-LINE.
114400     WRITE QR-PRINT-LINE AFTER ADVANCING PAGE.
114500     MOVE WS-FROM-DATE TO QH-FROM-DATE.
114600     MOVE WS-THRU-DATE TO QH-THRU-DATE.
114700     MOVE WS-FQRPT-HDG2 TO QR-PRINT-LINE.
114800     WRITE QR-PRINT-LINE AFTER ADVANCING 1 LINE.
114900 8050-PRINT-HEADING-EXIT.
115000     EXIT.
115100
115200*----------------------------------------------------------------
115300* 8100-PRINT-SUMMARY - ONE LINE PER FEED AGAINST ITS LIMITS, THEN
115400*                      THE INPUT COUNTS
115500*----------------------------------------------------------------
115600 8100-PRINT-SUMMARY.
115700     MOVE "SERVICE-LEVEL SUMMARY - REJECT RATE AND BALANCING "
115800         TO QS-SECTION-TEXT.
115900     MOVE WS-FQRPT-SECTION TO QR-PRINT-LINE.
116000     WRITE QR-PRINT-LINE AFTER ADVANCING 3 LINES.
116100     MOVE "FAILURES AGAINST THE OPERATIONS LIMITS"
116200         TO QS-SECTION-TEXT.
116300     MOVE WS-FQRPT-SECTION TO QR-PRINT-LINE.
116400     WRITE QR-PRINT-LINE AFTER ADVANCING 1 LINE.
116500     MOVE WS-FQRPT-SUM-HDG TO QR-PRINT-LINE.
116600     WRITE QR-PRINT-LINE AFTER ADVANCING 2 LINES.
116700     PERFORM 8110-PRINT-SUMMARY-LINE
116800         THRU 8110-PRINT-SUMMARY-LINE-EXIT
116900         VARYING WS-FEED-SUB FROM 1 BY 1
117000         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
117100     IF WS-FEED-COUNT = ZERO
117200         MOVE "    NO FEED WAS EDITED IN THE PERIOD"
117300             TO QN-NONE-TEXT
117400         MOVE WS-FQRPT-NONE TO QR-PRINT-LINE
117500         WRITE QR-PRINT-LINE AFTER ADVANCING 1 LINE
117600     END-IF.
117700     MOVE "FEEDSTAT RECORDS READ" TO QK-LABEL.
117800     MOVE WS-STAT-READ TO QK-COUNT.
117900     MOVE WS-FQRPT-COUNT-LINE TO QR-PRINT-LINE.
118000     WRITE QR-PRINT-LINE AFTER ADVANCING 3 LINES.
118100     MOVE "  FEED GROUP EDITS IN THE PERIOD" TO QK-LABEL.
118200     MOVE WS-STAT-IN-PERIOD TO QK-COUNT.
118300     PERFORM 8190-PRINT-COUNT-LINE
118400         THRU 8190-PRINT-COUNT-LINE-EXIT.
118500     MOVE "  REPEATED RECORDS OF AN EDIT ALREADY COUNTED"
118600         TO QK-LABEL.
118700     MOVE WS-STAT-DUPLICATE TO QK-COUNT.
118800     PERFORM 8190-PRINT-COUNT-LINE
118900         THRU 8190-PRINT-COUNT-LINE-EXIT.
119000     MOVE "REJECTS READ" TO QK-LABEL.
119100     MOVE WS-REJ-READ TO QK-COUNT.
119200     PERFORM 8190-PRINT-COUNT-LINE
119300         THRU 8190-PRINT-COUNT-LINE-EXIT.
119400     MOVE "  IN THE PERIOD" TO QK-LABEL.
119500     MOVE WS-REJ-IN-PERIOD TO QK-COUNT.
119600     PERFORM 8190-PRINT-COUNT-LINE
119700         THRU 8190-PRINT-COUNT-LINE-EXIT.
119800     MOVE "  RATED (ACCEPTED FILES)" TO QK-LABEL.
119900     MOVE WS-REJ-RATED TO QK-COUNT.
120000     PERFORM 8190-PRINT-COUNT-LINE
120100         THRU 8190-PRINT-COUNT-LINE-EXIT.
120200     MOVE "  IN REFUSED FILES - RESENT, NOT RATED" TO QK-LABEL.
120300     MOVE WS-REJ-REFUSED TO QK-COUNT.
120400     PERFORM 8190-PRINT-COUNT-LINE
120500         THRU 8190-PRINT-COUNT-LINE-EXIT.
120600     MOVE "  NO EDIT STATISTICS ON FEEDSTAT - NOT RATED"
120700         TO QK-LABEL.
120800     MOVE WS-REJ-NO-STAT TO QK-COUNT.
120900     PERFORM 8190-PRINT-COUNT-LINE
121000         THRU 8190-PRINT-COUNT-LINE-EXIT.
121100     MOVE "FEEDS FLAGGED" TO QK-LABEL.
121200     MOVE WS-FLAGGED-COUNT TO QK-COUNT.
121300     MOVE WS-FQRPT-COUNT-LINE TO QR-PRINT-LINE.
121400     WRITE QR-PRINT-LINE AFTER ADVANCING 2 LINES.
121500     DISPLAY "FEEDQUAL - FEEDS RATED: " WS-FEED-COUNT
121600         " FLAGGED: " WS-FLAGGED-COUNT.
121700 8100-PRINT-SUMMARY-EXIT.
121800     EXIT.
121900
122000*----------------------------------------------------------------
122100* 8110-PRINT-SUMMARY-LINE - ONE FEED AGAINST ITS LIMITS
122200*----------------------------------------------------------------
122300 8110-PRINT-SUMMARY-LINE.
122400     MOVE FE-FEED-ID (WS-FEED-SUB) TO QD-FEED-ID.
122500     MOVE FE-RUNS (WS-FEED-SUB) TO QD-RUNS.
122600     MOVE FE-RECEIVED (WS-FEED-SUB) TO QD-RECEIVED.
122700     MOVE FE-REJECTED (WS-FEED-SUB) TO QD-REJECTED.
122800     MOVE FE-REJECT-PCT (WS-FEED-SUB) TO QD-REJECT-PCT.
122900     MOVE FE-MAX-PCT (WS-FEED-SUB) TO QD-MAX-PCT.
123000     MOVE FE-BAL-FAILS (WS-FEED-SUB) TO QD-BAL-FAILS.
123100     MOVE FE-MAX-FAILS (WS-FEED-SUB) TO QD-MAX-FAILS.
123200     MOVE FE-REFUSED-RUNS (WS-FEED-SUB) TO QD-REFUSED.
123300     IF FE-FLAGGED (WS-FEED-SUB)
123400         MOVE "*** FLAGGED" TO QD-STATUS
123500     ELSE
123600         MOVE "WITHIN LIMITS" TO QD-STATUS
123700     END-IF.
123800     MOVE WS-FQRPT-SUM-DETAIL TO QR-PRINT-LINE.
123900     WRITE QR-PRINT-LINE AFTER ADVANCING 1 LINE.
124000 8110-PRINT-SUMMARY-LINE-EXIT.
124100     EXIT.
124200
124300*----------------------------------------------------------------
124400* 8190-PRINT-COUNT-LINE - ONE LABELLED COUNT
124500*----------------------------------------------------------------
124600 8190-PRINT-COUNT-LINE.
124700     MOVE WS-FQRPT-COUNT-LINE TO QR-PRINT-LINE.
124800     WRITE QR-PRINT-LINE AFTER ADVANCING 1 LINE.
124900 8190-PRINT-COUNT-LINE-EXIT.
125000     EXIT.
125100
125200*----------------------------------------------------------------
125300* 8200-PRINT-FEED-PAGE - ONE FEED: WHY IT IS OR IS NOT FLAGGED,
125400*                        ITS ERROR CODES, AND ITS DAYS
125500*----------------------------------------------------------------
125600 8200-PRINT-FEED-PAGE.
125700     PERFORM 8050-PRINT-HEADING
125800         THRU 8050-PRINT-HEADING-EXIT.
125900     MOVE FE-FEED-ID (WS-FEED-SUB) TO QF-FEED-ID.
126000     EVALUATE TRUE
126100         WHEN NOT FE-FLAGGED (WS-FEED-SUB)
126200             MOVE "WITHIN LIMITS" TO QF-STATUS
126300         WHEN FE-REJECT-PCT (WS-FEED-SUB)
126400                 > FE-MAX-PCT (WS-FEED-SUB)
126500                 AND FE-BAL-FAILS (WS-FEED-SUB)
126600                 > FE-MAX-FAILS (WS-FEED-SUB)
126700             MOVE "*** FLAGGED - REJECT RATE AND BALANCING"
126800                 TO QF-STATUS
126900         WHEN FE-REJECT-PCT (WS-FEED-SUB)
127000                 > FE-MAX-PCT (WS-FEED-SUB)
127100             MOVE "*** FLAGGED - REJECT RATE OVER LIMIT"
127200                 TO QF-STATUS
127300         WHEN OTHER
127400             MOVE "*** FLAGGED - BALANCING FAILURES OVER LIMIT"
127500                 TO QF-STATUS
127600     END-EVALUATE.
127700     MOVE WS-FQRPT-FEED-HDG TO QR-PRINT-LINE.
127800     WRITE QR-PRINT-LINE AFTER ADVANCING 3 LINES.
127900     MOVE WS-FQRPT-SUM-HDG TO QR-PRINT-LINE.
128000     WRITE QR-PRINT-LINE AFTER ADVANCING 2 LINES.
128100     PERFORM 8110-PRINT-SUMMARY-LINE
128200         THRU 8110-PRINT-SUMMARY-LINE-EXIT.
128300     IF FE-REFUSED-REJECTS (WS-FEED-SUB) > ZERO
128400         MOVE "REJECTS IN REFUSED FILES (NOT RATED)" TO QK-LABEL
128500         MOVE FE-REFUSED-REJECTS (WS-FEED-SUB) TO QK-COUNT
128600         PERFORM 8190-PRINT-COUNT-LINE
128700             THRU 8190-PRINT-COUNT-LINE-EXIT
128800     END-IF.
128900     IF FE-NO-STAT-REJECTS (WS-FEED-SUB) > ZERO
129000         MOVE "REJECTS WITH NO EDIT STATISTICS (NOT RATED)"
129100             TO QK-LABEL
129200         MOVE FE-NO-STAT-REJECTS (WS-FEED-SUB) TO QK-COUNT
129300         PERFORM 8190-PRINT-COUNT-LINE
129400             THRU 8190-PRINT-COUNT-LINE-EXIT
129500     END-IF.
129600     PERFORM 8210-FIND-FEED-CODES
129700         THRU 8210-FIND-FEED-CODES-EXIT.
129800     PERFORM 8300-PRINT-CODES
129900         THRU 8300-PRINT-CODES-EXIT.
130000     PERFORM 8400-PRINT-DAYS
130100         THRU 8400-PRINT-DAYS-EXIT.
130200 8200-PRINT-FEED-PAGE-EXIT.
130300     EXIT.
130400
130500*----------------------------------------------------------------
130600* 8210-FIND-FEED-CODES - THE FEED'S ERROR CODES ARE ONE RUN OF
130700*                        THE CODE TABLE, FROM WS-FIRST-CODE TO
130800*                        WS-LAST-CODE (NONE WHEN FIRST > LAST)
130900*----------------------------------------------------------------
131000 8210-FIND-FEED-CODES.
131100     MOVE 1 TO WS-FIRST-CODE.
131200     MOVE ZERO TO WS-LAST-CODE.
131300     PERFORM 8220-CHECK-ONE-CODE
131400         THRU 8220-CHECK-ONE-CODE-EXIT
131500         VARYING WS-CODE-SUB FROM 1 BY 1
131600         UNTIL WS-CODE-SUB > WS-CODE-COUNT.
131700 8210-FIND-FEED-CODES-EXIT.
131800     EXIT.
131900
132000*----------------------------------------------------------------
132100* 8220-CHECK-ONE-CODE - WIDEN THE FEED'S RUN OF CODES BY ONE
132200*                       ENTRY WHEN IT BELONGS TO THE FEED
132300*----------------------------------------------------------------
132400 8220-CHECK-ONE-CODE.
132500     IF EC-FEED-ID (WS-CODE-SUB) NOT = FE-FEED-ID (WS-FEED-SUB)
132600         GO TO 8220-CHECK-ONE-CODE-EXIT.
132700     IF WS-LAST-CODE = ZERO
132800         MOVE WS-CODE-SUB TO WS-FIRST-CODE
132900     END-IF.
133000     MOVE WS-CODE-SUB TO WS-LAST-CODE.
133100 8220-CHECK-ONE-CODE-EXIT.
133200     EXIT.
133300
133400*----------------------------------------------------------------
133500* 8300-PRINT-CODES - THE FEED'S REJECTS BY ERROR CODE, EACH AS A
133600*                    SHARE OF THE RECORDS RECEIVED
133700*----------------------------------------------------------------
133800 8300-PRINT-CODES.
133900     MOVE "REJECTS BY ERROR CODE" TO QS-SECTION-TEXT.
134000     MOVE WS-FQRPT-SECTION TO QR-PRINT-LINE.
134100     WRITE QR-PRINT-LINE AFTER ADVANCING 3 LINES.
134200     MOVE WS-FQRPT-CODE-HDG TO QR-PRINT-LINE.
134300     WRITE QR-PRINT-LINE AFTER ADVANCING 2 LINES.
134400     IF WS-LAST-CODE = ZERO
134500         MOVE "    NO REJECTS" TO QN-NONE-TEXT
134600         MOVE WS-FQRPT-NONE TO QR-PRINT-LINE
134700         WRITE QR-PRINT-LINE AFTER ADVANCING 1 LINE
134800         GO TO 8300-PRINT-CODES-EXIT.
134900     PERFORM 8310-PRINT-ONE-CODE
135000         THRU 8310-PRINT-ONE-CODE-EXIT
135100         VARYING WS-CODE-SUB FROM WS-FIRST-CODE BY 1
135200         UNTIL WS-CODE-SUB > WS-LAST-CODE.
135300 8300-PRINT-CODES-EXIT.
135400     EXIT.
135500
135600*----------------------------------------------------------------
135700* 8310-PRINT-ONE-CODE - ONE ERROR CODE OF THE FEED
135800*----------------------------------------------------------------
135900 8310-PRINT-ONE-CODE.
136000     MOVE EC-ERROR-CODE (WS-CODE-SUB) TO QC-ERROR-CODE.
136100     MOVE EC-ERROR-DESC (WS-CODE-SUB) TO QC-ERROR-DESC.
136200     MOVE EC-TOTAL (WS-CODE-SUB) TO QC-TOTAL.
136300     MOVE ZERO TO WS-CODE-PCT.
136400     IF FE-RECEIVED (WS-FEED-SUB) > ZERO
136500         COMPUTE WS-CODE-PCT ROUNDED =
136600             EC-TOTAL (WS-CODE-SUB) * 100
136700                 / FE-RECEIVED (WS-FEED-SUB)
136800     END-IF.
136900     MOVE WS-CODE-PCT TO QC-PCT.
137000     MOVE EC-DAYS-SEEN (WS-CODE-SUB) TO QC-DAYS-SEEN.
137100     MOVE WS-FQRPT-CODE-DETAIL TO QR-PRINT-LINE.
137200     WRITE QR-PRINT-LINE AFTER ADVANCING 1 LINE.
137300 8310-PRINT-ONE-CODE-EXIT.
137400     EXIT.
137500
137600*----------------------------------------------------------------
137700* 8400-PRINT-DAYS - ONE LINE PER DAY THE FEED WAS EDITED: THE
137800*                   DAY'S REJECT RATE, ITS MOVEMENT FROM THE
137900*                   PREVIOUS DAY WITH RECORDS ACCEPTED (A DAY
138000*                   WHOSE FILE WAS REFUSED HAS NO RATE OF ITS
138100*                   OWN AND NO MOVEMENT), THE BALANCE RESULT AND
138200*                   THE COUNT OF EACH ERROR CODE. A FEED WITH MORE
138300*                   THAN SIX CODES SHOWS THE FIRST FIVE AND AN
138400*                   OTHER COLUMN.
138500*----------------------------------------------------------------
138600 8400-PRINT-DAYS.
138700     MOVE "DAY-BY-DAY MOVEMENT" TO QS-SECTION-TEXT.
138800     MOVE WS-FQRPT-SECTION TO QR-PRINT-LINE.
138900     WRITE QR-PRINT-LINE AFTER ADVANCING 3 LINES.
139000     PERFORM 8410-SET-CODE-HEADING
139100         THRU 8410-SET-CODE-HEADING-EXIT
139200         VARYING WS-COL-SUB FROM 1 BY 1
139300         UNTIL WS-COL-SUB > 6.
139400     MOVE WS-FQRPT-DAY-HDG TO QR-PRINT-LINE.
139500     WRITE QR-PRINT-LINE AFTER ADVANCING 2 LINES.
139600     MOVE "N" TO WS-PRIOR-DAY-SWITCH.
139700     PERFORM 8420-PRINT-ONE-DAY
139800         THRU 8420-PRINT-ONE-DAY-EXIT
139900         VARYING WS-DAY-SUB FROM 1 BY 1
140000         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
140100 8400-PRINT-DAYS-EXIT.
140200     EXIT.
140300
140400*----------------------------------------------------------------
140500* 8410-SET-CODE-HEADING - HEAD ONE ERROR CODE COLUMN
140600*----------------------------------------------------------------
140700 8410-SET-CODE-HEADING.
140800     MOVE SPACES TO QY-CODE-HDG (WS-COL-SUB).
140900     COMPUTE WS-CODE-SUB = WS-FIRST-CODE + WS-COL-SUB - 1.
141000     IF WS-CODE-SUB > WS-LAST-CODE
141100         GO TO 8410-SET-CODE-HEADING-EXIT.
141200     IF WS-COL-SUB = 6 AND WS-LAST-CODE > WS-CODE-SUB
141300         MOVE "OTHR" TO QY-COLUMN-CODE
141400     ELSE
141500         MOVE EC-ERROR-CODE (WS-CODE-SUB) TO QY-COLUMN-CODE
141600     END-IF.
141700     MOVE WS-QY-CODE-COLUMN TO QY-CODE-HDG (WS-COL-SUB).
141800 8410-SET-CODE-HEADING-EXIT.
141900     EXIT.
142000
142100*----------------------------------------------------------------
142200* 8420-PRINT-ONE-DAY - ONE DAY OF THE FEED, IF IT WAS EDITED
142300*----------------------------------------------------------------
142400 8420-PRINT-ONE-DAY.
142500     IF FE-DAY-RUNS (WS-FEED-SUB, WS-DAY-SUB) = ZERO
142600         GO TO 8420-PRINT-ONE-DAY-EXIT.
142700     MOVE DT-DATE (WS-DAY-SUB) TO QY-DATE.
142800     MOVE FE-DAY-RUNS (WS-FEED-SUB, WS-DAY-SUB) TO QY-RUNS.
142900     MOVE FE-DAY-RECEIVED (WS-FEED-SUB, WS-DAY-SUB)
143000         TO QY-RECEIVED.
143100     MOVE FE-DAY-REJECTED (WS-FEED-SUB, WS-DAY-SUB)
143200         TO QY-REJECTED.
143300     MOVE ZERO TO WS-DAY-PCT.
143400     IF FE-DAY-RECEIVED (WS-FEED-SUB, WS-DAY-SUB) > ZERO
143500         COMPUTE WS-DAY-PCT ROUNDED =
143600             FE-DAY-REJECTED (WS-FEED-SUB, WS-DAY-SUB) * 100
143700                 / FE-DAY-RECEIVED (WS-FEED-SUB, WS-DAY-SUB)
143800     END-IF.
143900     MOVE WS-DAY-PCT TO QY-RATE.
144000     MOVE ZERO TO QY-CHANGE.
144100     IF FE-DAY-RECEIVED (WS-FEED-SUB, WS-DAY-SUB) > ZERO
144200         IF WS-PRIOR-DAY-PRINTED
144300             COMPUTE WS-CHANGE-PCT = WS-DAY-PCT - WS-PRIOR-PCT
144400             MOVE WS-CHANGE-PCT TO QY-CHANGE
144500         END-IF
144600         MOVE WS-DAY-PCT TO WS-PRIOR-PCT
144700         MOVE "Y" TO WS-PRIOR-DAY-SWITCH
144800     END-IF.
144900     EVALUATE TRUE
145000         WHEN FE-DAY-BAL-FAILS (WS-FEED-SUB, WS-DAY-SUB) > ZERO
145100             MOVE "BALANCE FAILED" TO QY-BALANCE
145200         WHEN FE-DAY-REFUSED (WS-FEED-SUB, WS-DAY-SUB)
145300                 = FE-DAY-RUNS (WS-FEED-SUB, WS-DAY-SUB)
145400             MOVE "FILE REFUSED" TO QY-BALANCE
145500         WHEN OTHER
145600             MOVE "BALANCED" TO QY-BALANCE
145700     END-EVALUATE.
145800     PERFORM 8430-SET-CODE-COUNT
145900         THRU 8430-SET-CODE-COUNT-EXIT
146000         VARYING WS-COL-SUB FROM 1 BY 1
146100         UNTIL WS-COL-SUB > 6.
146200     MOVE WS-FQRPT-DAY-DETAIL TO QR-PRINT-LINE.
146300     WRITE QR-PRINT-LINE AFTER ADVANCING 1 LINE.
146400 8420-PRINT-ONE-DAY-EXIT.
146500     EXIT.
146600
146700*----------------------------------------------------------------
146800* 8430-SET-CODE-COUNT - ONE ERROR CODE COLUMN OF THE DAY. THE
146900*                       SIXTH COLUMN OF A FEED WITH MORE THAN SIX
147000*                       CODES TOTALS THE SIXTH CODE ONWARD.
147100*----------------------------------------------------------------
147200 8430-SET-CODE-COUNT.
147300     MOVE SPACES TO QY-CODE-CELL (WS-COL-SUB).
147400     COMPUTE WS-CODE-SUB = WS-FIRST-CODE + WS-COL-SUB - 1.
147500     IF WS-CODE-SUB > WS-LAST-CODE
147600         GO TO 8430-SET-CODE-COUNT-EXIT.
147700     IF WS-COL-SUB < 6
147800         MOVE EC-DAY-COUNT (WS-CODE-SUB, WS-DAY-SUB)
147900             TO QY-CODE-COUNT (WS-COL-SUB)
148000         GO TO 8430-SET-CODE-COUNT-EXIT.
148100     MOVE ZERO TO WS-OTHER-COUNT.
148200     PERFORM 8440-ADD-OTHER-CODE
148300         THRU 8440-ADD-OTHER-CODE-EXIT
148400         VARYING WS-CODE-SUB FROM WS-CODE-SUB BY 1
148500         UNTIL WS-CODE-SUB > WS-LAST-CODE.
148600     MOVE WS-OTHER-COUNT TO QY-CODE-COUNT (WS-COL-SUB).
148700 8430-SET-CODE-COUNT-EXIT.
148800     EXIT.
148900
149000*----------------------------------------------------------------
149100* 8440-ADD-OTHER-CODE - ADD ONE CODE'S DAY COUNT TO THE SIXTH
149200*                       COLUMN
149300*----------------------------------------------------------------
149400 8440-ADD-OTHER-CODE.
149500     ADD EC-DAY-COUNT (WS-CODE-SUB, WS-DAY-SUB)
149600         TO WS-OTHER-COUNT.
149700 8440-ADD-OTHER-CODE-EXIT.
149800     EXIT.
149900
150000*----------------------------------------------------------------
150100* 9000-TERMINATE - CLOSE THE FILES
150200*----------------------------------------------------------------
150300 9000-TERMINATE.
150400     IF WS-FEEDSTAT-STATUS NOT = SPACES
150500         CLOSE FEEDSTAT
150600     END-IF.
150700     IF WS-REJECTS-STATUS NOT = SPACES
150800         CLOSE REJECTS
150900     END-IF.
151000     IF WS-FQRPT-STATUS NOT = SPACES
151100         CLOSE FQRPT
151200     END-IF.
151300 9000-TERMINATE-EXIT.
151400     EXIT.
151500
151600*----------------------------------------------------------------
151700* 9900-SET-RETURN-CODE - 0 = EVERY FEED WITHIN ITS LIMITS,
151800*                        4 = A FEED FLAGGED, 16 = COULD NOT RUN
151900*----------------------------------------------------------------
152000 9900-SET-RETURN-CODE.
152100     IF WS-ABEND-OCCURRED
152200         MOVE 16 TO RETURN-CODE
152300     ELSE
152400         IF WS-FLAGGED-COUNT > ZERO
152500             MOVE 4 TO RETURN-CODE
152600         ELSE
152700             MOVE ZERO TO RETURN-CODE
152800         END-IF
152900     END-IF.
153000 9900-SET-RETURN-CODE-EXIT.
153100     EXIT.
