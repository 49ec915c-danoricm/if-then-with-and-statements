000100****************************************************************
000200* PROGRAM-ID : GLTRIAL                                           *
000300* AUTHOR     : D. ORIC, APPLICATIONS PROGRAMMING                 *
000400* INSTALLATION: DATA PROCESSING CENTER                           *
000500* DATE-WRITTEN: 2026-10-15                                       *
000600* DATE-COMPILED:                                                 *
000700*----------------------------------------------------------------
000800* REMARKS.                                                       *
000900*     MONTH-END GL ACCOUNT ACTIVITY AND TRIAL BALANCE. RUN ONCE  *
001000*     A MONTH, AFTER THE LAST BUSINESS DAY'S DAILY STREAM AND    *
001100*     GL ACKNOWLEDGEMENTS, SO FINANCE CAN TIE THE LEDGER OUT     *
001200*     AGAINST WHAT WE SENT IT.                                   *
001300*     THE TRLPARM CARD NAMES THE FISCAL PERIOD (YYYYMM). THE     *
001400*     PERIOD RUNS FROM THE DAY AFTER THE PRIOR MONTH'S LAST      *
001500*     BUSINESS DAY THROUGH THIS MONTH'S LAST BUSINESS DAY, PER   *
001600*     THE CALPARM BUSINESS CALENDAR, SO MONTH-END ALWAYS FALLS   *
001700*     ON A BUSINESS DAY AND EVERY DATE BELONGS TO ONE PERIOD.    *
001800*     EVERY GLEXTRT GENERATION ON FILE IS READ (GLHIST) AND      *
001900*     EACH RECORD DATED IN THE PERIOD IS TOTALLED BY GL          *
002000*     ACCOUNT AND SIDE INTO ORIGINAL POSTINGS (FLAG Y, DETAIL),  *
002100*     REVERSAL CONTRAS (FLAG R, DETAIL) AND SUMMARY-LEVEL        *
002200*     RECORDS. QUARANTINE MARKERS (FLAG Q) ARE NOT POSTINGS AND  *
002300*     ARE LEFT OUT. EVERY GLMPARM ACCOUNT IS REPORTED, WITH OR   *
002400*     WITHOUT ACTIVITY; AN ACCOUNT FOUND ON THE EXTRACT BUT NOT  *
002500*     ON GLMPARM IS REPORTED TOO AND MARKED.                     *
002600*     THE GL ACKNOWLEDGEMENTS FOR THE SAME PERIOD (GLRTHIST,     *
002700*     THE CUMULATIVE COPY OF THE NIGHTLY GLRETURN FILES) ARE     *
002800*     MATCHED TO THE EXTRACT THE WAY GLACKRPT MATCHES ONE        *
002900*     NIGHT: DETAIL RECORDS BY ACCOUNT, SIDE AND DATE, SUMMARY   *
003000*     RECORDS ONE FOR ONE. EACH ACCOUNT AND SIDE SHOWS THE       *
003100*     AMOUNT POSTED, REJECTED AND STILL UNACKNOWLEDGED. AN       *
003200*     ACCOUNT WHOSE EXTRACTED TOTAL IS NOT POSTED + REJECTED +   *
003300*     OUTSTANDING - MORE ACKNOWLEDGEMENTS THAN RECORDS, AMOUNTS  *
003400*     THAT DISAGREE, OR AN ACKNOWLEDGEMENT OF SOMETHING WE       *
003500*     NEVER SENT - IS FLAGGED OUT OF BALANCE.                    *
003600*     RETURN CODES:                                              *
003700*       0  EVERY ACCOUNT TIES OUT AND EVERYTHING WAS POSTED      *
003800*       4  EVERY ACCOUNT TIES OUT, BUT REJECTED OR STILL         *
003900*          UNACKNOWLEDGED AMOUNTS REMAIN, OR AN ACCOUNT NOT ON   *
004000*          GLMPARM HAD ACTIVITY - SEE TRLRPT                     *
004100*       8  ONE OR MORE ACCOUNTS OUT OF BALANCE - SEE TRLRPT      *
004200*      16  COULD NOT RUN - OPEN FAILURE, BAD TRLPARM CARD, BAD   *
004300*          CALENDAR OR A TABLE OVERFLOW                          *
004400*----------------------------------------------------------------
004500* MODIFICATION HISTORY.                                          *
004600*   DATE       INIT  DESCRIPTION                                 *
004700*   ---------- ----  ------------------------------------------  *
004800*   2026-10-15  DO   ORIGINAL VERSION.                           *
004900****************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID.              GLTRIAL.
005200 AUTHOR.                  D. ORIC.
005300 INSTALLATION.            DATA PROCESSING CENTER.
005400 DATE-WRITTEN.            2026-10-15.
005500 DATE-COMPILED.
005600
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER.         IBM-370.
006000 OBJECT-COMPUTER.         IBM-370.
006100
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT TRLPARM      ASSIGN TO TRLPARM
006500                         ORGANIZATION IS SEQUENTIAL
006600                         FILE STATUS IS WS-TRLPARM-STATUS.
006700
006800     SELECT CALPARM      ASSIGN TO CALPARM
006900                         ORGANIZATION IS SEQUENTIAL
007000                         FILE STATUS IS WS-CALPARM-STATUS.
007100
007200     SELECT GLMPARM      ASSIGN TO GLMPARM
007300                         ORGANIZATION IS SEQUENTIAL
007400                         FILE STATUS IS WS-GLMPARM-STATUS.
007500
007600     SELECT GLHIST       ASSIGN TO GLHIST
007700                         ORGANIZATION IS SEQUENTIAL
007800                         FILE STATUS IS WS-GLHIST-STATUS.
007900
008000     SELECT GLRTHIST     ASSIGN TO GLRTHIST
008100                         ORGANIZATION IS SEQUENTIAL
008200                         FILE STATUS IS WS-GLRTHIST-STATUS.
008300
008400     SELECT TRLRPT       ASSIGN TO TRLRPT
008500                         ORGANIZATION IS SEQUENTIAL
008600                         FILE STATUS IS WS-TRLRPT-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  TRLPARM
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 COPY GLTPREC.
009400
009500 FD  CALPARM
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 COPY CALPREC.
009900
010000 FD  GLMPARM
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 COPY GLMPREC.
010400
010500 FD  GLHIST
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 COPY GLEXTREC.
010900
011000 FD  GLRTHIST
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 COPY GLAKREC.
011400
011500 FD  TRLRPT
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 COPY RPTLINE REPLACING RP-PRINT-LINE BY TB-PRINT-LINE.
011900
012000 WORKING-STORAGE SECTION.
012100 01  WS-SWITCHES.
012200     05  WS-GLHIST-EOF-SWITCH PIC X(01)  VALUE "N".
012300         88  WS-GLHIST-END-OF-FILE       VALUE "Y".
012400     05  WS-RTRN-EOF-SWITCH   PIC X(01)  VALUE "N".
012500         88  WS-RTRN-END-OF-FILE         VALUE "Y".
012600     05  WS-ABEND-SWITCH      PIC X(01)  VALUE "N".
012700         88  WS-ABEND-OCCURRED           VALUE "Y".
012800     05  WS-OOB-SWITCH        PIC X(01)  VALUE "N".
012900         88  WS-ANY-OUT-OF-BALANCE       VALUE "Y".
013000     05  WS-OPEN-ITEMS-SWITCH PIC X(01)  VALUE "N".
013100         88  WS-ANY-OPEN-ITEMS           VALUE "Y".
013200     05  WS-FOUND-SWITCH      PIC X(01)  VALUE "N".
013300         88  WS-ENTRY-FOUND              VALUE "Y".
013400     05  WS-IN-PERIOD-SWITCH  PIC X(01)  VALUE "N".
013500         88  WS-DATE-IN-PERIOD           VALUE "Y".
013600
013700 01  WS-FILE-STATUSES.
013800     05  WS-TRLPARM-STATUS    PIC X(02)  VALUE SPACES.
013900         88  WS-TRLPARM-OK                 VALUE "00".
014000     05  WS-CALPARM-STATUS    PIC X(02)  VALUE SPACES.
014100         88  WS-CALPARM-OK                 VALUE "00".
014200         88  WS-CALPARM-EOF                VALUE "10".
014300     05  WS-GLMPARM-STATUS    PIC X(02)  VALUE SPACES.
014400         88  WS-GLMPARM-OK                 VALUE "00".
014500         88  WS-GLMPARM-EOF                VALUE "10".
014600     05  WS-GLHIST-STATUS     PIC X(02)  VALUE SPACES.
014700         88  WS-GLHIST-OK                  VALUE "00".
014800     05  WS-GLRTHIST-STATUS   PIC X(02)  VALUE SPACES.
014900         88  WS-GLRTHIST-OK                VALUE "00".
015000     05  WS-TRLRPT-STATUS     PIC X(02)  VALUE SPACES.
015100         88  WS-TRLRPT-OK                  VALUE "00".
015200
015300 77  WS-GL-READ               PIC 9(09)  VALUE ZERO  COMP.
015400 77  WS-GL-IN-PERIOD          PIC 9(09)  VALUE ZERO  COMP.
015500 77  WS-GL-OUT-PERIOD         PIC 9(09)  VALUE ZERO  COMP.
015600 77  WS-QUARANTINE-COUNT      PIC 9(07)  VALUE ZERO  COMP.
015700 77  WS-ACK-READ              PIC 9(09)  VALUE ZERO  COMP.
015800 77  WS-ACK-IN-PERIOD         PIC 9(09)  VALUE ZERO  COMP.
015900 77  WS-ACK-OUT-PERIOD        PIC 9(09)  VALUE ZERO  COMP.
016000 77  WS-ACK-UNMATCHED         PIC 9(07)  VALUE ZERO  COMP.
016100 77  WS-BAD-SIDE-COUNT        PIC 9(07)  VALUE ZERO  COMP.
016200 77  WS-OOB-ACCOUNTS          PIC 9(05)  VALUE ZERO  COMP.
016300 77  WS-UNMAPPED-ACCOUNTS     PIC 9(05)  VALUE ZERO  COMP.
016400 77  WS-ACCT-SUB              PIC 9(05)  VALUE ZERO  COMP.
016500 77  WS-INS-POS               PIC 9(05)  VALUE ZERO  COMP.
016600 77  WS-SHIFT-SUB             PIC 9(05)  VALUE ZERO  COMP.
016700 77  WS-PREV-SUB              PIC 9(05)  VALUE ZERO  COMP.
016800 77  WS-SIDE-SUB              PIC 9(01)  VALUE ZERO  COMP.
016900 77  WS-DAY-SUB               PIC 9(02)  VALUE ZERO  COMP.
017000 77  WS-SUMM-SUB              PIC 9(05)  VALUE ZERO  COMP.
017100 77  WS-KEY-ACCOUNT           PIC X(08)  VALUE SPACES.
017200 77  WS-KEY-DATE              PIC 9(08)  VALUE ZERO.
017300 77  WS-KEY-SIDE              PIC X(01)  VALUE SPACES.
017400 77  WS-KEY-MAPPED            PIC X(01)  VALUE SPACES.
017500 77  WS-WORK-AMOUNT           PIC 9(13)  VALUE ZERO  COMP.
017600 77  WS-ACKED-ROWS            PIC 9(07)  VALUE ZERO  COMP.
017700 77  WS-ACKED-AMOUNT          PIC 9(13)  VALUE ZERO  COMP.
017800 77  WS-DAY-OUTSTANDING       PIC 9(13)  VALUE ZERO  COMP.
017900 77  WS-NET-AMOUNT            PIC S9(13) VALUE ZERO  COMP.
018000
018100*----------------------------------------------------------------
018200* THE FISCAL PERIOD FROM THE TRLPARM CARD AND ITS FIRST AND LAST
018300* DATES AS DERIVED FROM THE BUSINESS CALENDAR
018400*----------------------------------------------------------------
018500 01  WS-PERIOD-PARMS.
018600     05  WS-PERIOD            PIC 9(06)  VALUE ZERO.
018700     05  WS-PERIOD-PARTS      REDEFINES WS-PERIOD.
018800         10  WS-PERIOD-YEAR   PIC 9(04).
018900         10  WS-PERIOD-MONTH  PIC 9(02).
019000     05  WS-PERIOD-START      PIC 9(08)  VALUE ZERO.
019100     05  WS-PERIOD-END        PIC 9(08)  VALUE ZERO.
019200
019300 77  WS-DAY-OF-WEEK           PIC 9(01)  VALUE ZERO.
019400 77  WS-STEP-COUNT            PIC 9(02)  VALUE ZERO  COMP.
019500
019600*----------------------------------------------------------------
019700* BUSINESS CALENDAR - THE WEEKLY SCHEDULE (MONDAY THROUGH
019800*                     SUNDAY, Y = BUSINESS DAY) AND THE
019900*                     HOLIDAY TABLE, LOADED FROM CALPARM AS IN
020000*                     THE DAILY RUN
020100*----------------------------------------------------------------
020200 01  WS-WEEK-SCHEDULE         PIC X(07)  VALUE "YYYYYNN".
020300 01  WS-WEEK-FLAGS            REDEFINES WS-WEEK-SCHEDULE.
020400     05  WS-WEEK-FLAG         PIC X(01) OCCURS 7 TIMES.
020500
020600 01  WS-HOLIDAY-TABLE.
020700     05  WS-HOL-COUNT         PIC 9(03)  VALUE ZERO.
020800     05  WS-HOL-ENTRY         OCCURS 400 TIMES
020900                               DEPENDING ON WS-HOL-COUNT
021000                               INDEXED BY HO-IDX.
021100         10  HO-DATE          PIC 9(08).
021200
021300 01  WS-BUSDAY-SWITCH         PIC X(01)  VALUE "N".
021400     88  WS-IS-BUSINESS-DAY               VALUE "Y".
021500
021600 01  WS-CAL-WORK.
021700     05  WS-CAL-DATE          PIC 9(08)  VALUE ZERO.
021800     05  WS-CAL-PARTS         REDEFINES WS-CAL-DATE.
021900         10  WS-CAL-YEAR      PIC 9(04).
022000         10  WS-CAL-MONTH     PIC 9(02).
022100         10  WS-CAL-DAY       PIC 9(02).
022200     05  WS-ZEL-YEAR          PIC 9(04)  COMP.
022300     05  WS-ZEL-MONTH         PIC 9(02)  COMP.
022400     05  WS-ZEL-K             PIC 9(02)  COMP.
022500     05  WS-ZEL-J             PIC 9(02)  COMP.
022600     05  WS-ZEL-H             PIC 9(05)  COMP.
022700     05  WS-ZEL-T1            PIC 9(05)  COMP.
022800     05  WS-ZEL-T2            PIC 9(05)  COMP.
022900     05  WS-ZEL-T3            PIC 9(05)  COMP.
023000     05  WS-MONTH-LEN         PIC 9(02)  COMP.
023100     05  WS-LEAP-REM          PIC 9(04)  COMP.
023200
023300*----------------------------------------------------------------
023400* WS-DAY-TABLE - EVERY CALENDAR DATE OF THE PERIOD IN ORDER. A
023500*                RECORD'S POSITION HERE IS ITS DAY SLOT IN THE
023600*                ACCOUNT TABLE. A PERIOD CAN SPAN A WHOLE MONTH
023700*                PLUS THE TAIL OF THE PRIOR ONE AFTER A LONG
023800*                HOLIDAY WEEKEND, HENCE 45.
023900*----------------------------------------------------------------
024000 01  WS-DAY-TABLE.
024100     05  WS-DAY-COUNT         PIC 9(02)  VALUE ZERO.
024200     05  WS-DAY-ENTRY         OCCURS 45 TIMES
024300                               DEPENDING ON WS-DAY-COUNT
024400                               ASCENDING KEY IS DY-DATE
024500                               INDEXED BY DY-IDX.
024600         10  DY-DATE          PIC 9(08).
024700
024800*----------------------------------------------------------------
024900* WS-ACCT-TABLE - ONE ENTRY PER GL ACCOUNT, IN ACCOUNT ORDER FOR
025000*                 THE BINARY LOOKUP. EACH SIDE (1 = DEBIT,
025100*                 2 = CREDIT) CARRIES THE PERIOD TOTALS BY KIND
025200*                 AND BY ACKNOWLEDGEMENT, AND ONE SLOT PER DAY OF
025300*                 THE PERIOD HOLDING THE DETAIL RECORDS EXTRACTED
025400*                 AND ACKNOWLEDGED THAT DAY FOR THE MATCH.
025500*----------------------------------------------------------------
025600 01  WS-ACCT-TABLE.
025700     05  WS-ACCT-COUNT        PIC 9(03)  VALUE ZERO.
025800     05  WS-ACCT-ENTRY        OCCURS 300 TIMES
025900                               DEPENDING ON WS-ACCT-COUNT
026000                               ASCENDING KEY IS AT-GL-ACCOUNT
026100                               INDEXED BY AT-IDX.
026200         10  AT-GL-ACCOUNT    PIC X(08).
026300         10  AT-MAPPED-SW     PIC X(01).
026400             88  AT-ON-GLMPARM            VALUE "Y".
026500         10  AT-OOB-SW        PIC X(01).
026600             88  AT-OUT-OF-BALANCE        VALUE "Y".
026700         10  AT-SIDE-ENTRY    OCCURS 2 TIMES.
026800             15  AS-ORIG-AMOUNT     PIC 9(13).
026900             15  AS-CONTRA-AMOUNT   PIC 9(13).
027000             15  AS-SUMMARY-AMOUNT  PIC 9(13).
027100             15  AS-EXTRACT-AMOUNT  PIC 9(13).
027200             15  AS-POSTED-AMOUNT   PIC 9(13).
027300             15  AS-REJECT-AMOUNT   PIC 9(13).
027400             15  AS-OUTSTAND-AMOUNT PIC 9(13).
027500             15  AS-DAY-ENTRY       OCCURS 45 TIMES.
027600                 20  AD-EXTR-ROWS   PIC 9(07).
027700                 20  AD-EXTR-AMOUNT PIC 9(11).
027800                 20  AD-POST-ROWS   PIC 9(07).
027900                 20  AD-POST-AMOUNT PIC 9(11).
028000                 20  AD-REJ-ROWS    PIC 9(07).
028100                 20  AD-REJ-AMOUNT  PIC 9(11).
028200
028300*----------------------------------------------------------------
028400* WS-SUMM-TABLE - EVERY SUMMARY-LEVEL RECORD OF THE PERIOD. THE
028500*                 ACKNOWLEDGEMENT OF A SUMMARY RECORD ECHOES NO
028600*                 AMOUNT, SO EACH IS MATCHED ONE FOR ONE AND
028700*                 TAKES ITS AMOUNT (THE HASH TOTAL) FROM HERE.
028800*                 ACK STATUS SPACE = NONE YET, P = POSTED,
028900*                 R = REJECTED.
029000*----------------------------------------------------------------
029100 01  WS-SUMM-TABLE.
029200     05  WS-SUMM-COUNT        PIC 9(05)  VALUE ZERO.
029300     05  WS-SUMM-ENTRY        OCCURS 30000 TIMES
029400                               DEPENDING ON WS-SUMM-COUNT
029500                               INDEXED BY SM-IDX.
029600         10  SM-GL-ACCOUNT    PIC X(08).
029700         10  SM-DRCR-IND      PIC X(01).
029800         10  SM-RUN-DATE      PIC 9(08).
029900         10  SM-AMOUNT        PIC 9(11).
030000         10  SM-ACK-STATUS    PIC X(01).
030100
030200*----------------------------------------------------------------
030300* TRIAL BALANCE TOTALS - SIDE 1 = DEBITS, SIDE 2 = CREDITS
030400*----------------------------------------------------------------
030500 01  WS-GRAND-TOTALS.
030600     05  WS-GRAND-SIDE        OCCURS 2 TIMES.
030700         10  GT-ORIG-AMOUNT     PIC 9(13)  COMP.
030800         10  GT-CONTRA-AMOUNT   PIC 9(13)  COMP.
030900         10  GT-SUMMARY-AMOUNT  PIC 9(13)  COMP.
031000         10  GT-EXTRACT-AMOUNT  PIC 9(13)  COMP.
031100         10  GT-POSTED-AMOUNT   PIC 9(13)  COMP.
031200         10  GT-REJECT-AMOUNT   PIC 9(13)  COMP.
031300         10  GT-OUTSTAND-AMOUNT PIC 9(13)  COMP.
031400
031500 01  WS-TRLRPT-HDG1.
031600     05  FILLER               PIC X(30) VALUE
031700         "GLTRIAL - MONTH-END GL ACCOUNT".
031800     05  FILLER               PIC X(27) VALUE
031900         " ACTIVITY AND TRIAL BALANCE".
032000 01  WS-TRLRPT-HDG2.
032100     05  FILLER               PIC X(15) VALUE "FISCAL PERIOD: ".
032200     05  TH-PERIOD            PIC 9(06).
032300     05  FILLER               PIC X(08) VALUE "  FROM: ".
032400     05  TH-PERIOD-START      PIC 9(08).
032500     05  FILLER               PIC X(11) VALUE "  THROUGH: ".
032600     05  TH-PERIOD-END        PIC 9(08).
032700     05  FILLER               PIC X(30)
032800             VALUE "  (LAST BUSINESS DAY, CALPARM)".
032900 01  WS-TRLRPT-HDG3.
033000     05  FILLER               PIC X(17) VALUE SPACES.
033100     05  FILLER               PIC X(14) VALUE "      ORIGINAL".
033200     05  FILLER               PIC X(14) VALUE "      REVERSAL".
033300     05  FILLER               PIC X(14) VALUE "       SUMMARY".
033400     05  FILLER               PIC X(14) VALUE "     EXTRACTED".
033500     05  FILLER               PIC X(14) VALUE SPACES.
033600     05  FILLER               PIC X(14) VALUE SPACES.
033700     05  FILLER               PIC X(14) VALUE "         STILL".
033800 01  WS-TRLRPT-HDG4.
033900     05  FILLER               PIC X(17) VALUE "ACCOUNT   SIDE".
034000     05  FILLER               PIC X(14) VALUE "      POSTINGS".
034100     05  FILLER               PIC X(14) VALUE "       CONTRAS".
034200     05  FILLER               PIC X(14) VALUE "         LEVEL".
034300     05  FILLER               PIC X(14) VALUE "         TOTAL".
034400     05  FILLER               PIC X(14) VALUE "        POSTED".
034500     05  FILLER               PIC X(14) VALUE "      REJECTED".
034600     05  FILLER               PIC X(14) VALUE "   OUTSTANDING".
034700     05  FILLER               PIC X(02) VALUE SPACES.
034800     05  FILLER               PIC X(06) VALUE "STATUS".
034900 01  WS-TRLRPT-DETAIL.
035000     05  TD-GL-ACCOUNT        PIC X(08).
035100     05  FILLER               PIC X(02) VALUE SPACES.
035200     05  TD-SIDE              PIC X(06).
035300     05  FILLER               PIC X(02) VALUE SPACES.
035400     05  TD-ORIG-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.
035500     05  FILLER               PIC X(01) VALUE SPACES.
035600     05  TD-CONTRA-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.
035700     05  FILLER               PIC X(01) VALUE SPACES.
035800     05  TD-SUMMARY-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.
035900     05  FILLER               PIC X(01) VALUE SPACES.
036000     05  TD-EXTRACT-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.
036100     05  FILLER               PIC X(01) VALUE SPACES.
036200     05  TD-POSTED-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.
036300     05  FILLER               PIC X(01) VALUE SPACES.
036400     05  TD-REJECT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.
036500     05  FILLER               PIC X(01) VALUE SPACES.
036600     05  TD-OUTSTAND-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.
036700     05  FILLER               PIC X(02) VALUE SPACES.
036800     05  TD-STATUS            PIC X(16).
036900 01  WS-TRLRPT-TOTAL-HDG.
037000     05  FILLER               PIC X(30)
037100             VALUE "TRIAL BALANCE - ALL ACCOUNTS".
037200 01  WS-TRLRPT-NET.
037300     05  FILLER               PIC X(38)
037400             VALUE "NET EXTRACTED (DEBITS LESS CREDITS): ".
037500     05  TN-NET-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
037600 01  WS-TRLRPT-COUNTS1.
037700     05  FILLER               PIC X(17) VALUE "GL RECORDS READ: ".
037800     05  TC-GL-READ           PIC ZZZ,ZZZ,ZZ9.
037900     05  FILLER               PIC X(13) VALUE "  IN PERIOD: ".
038000     05  TC-GL-IN-PERIOD      PIC ZZZ,ZZZ,ZZ9.
038100     05  FILLER               PIC X(18)
038200             VALUE "  OUTSIDE PERIOD: ".
038300     05  TC-GL-OUT-PERIOD     PIC ZZZ,ZZZ,ZZ9.
038400     05  FILLER               PIC X(33)
038500             VALUE "  QUARANTINE MARKERS LEFT OUT: ".
038600     05  TC-QUARANTINE        PIC ZZZ,ZZ9.
038700 01  WS-TRLRPT-COUNTS2.
038800     05  FILLER               PIC X(17) VALUE "ACKNOWLEDGEMENTS:".
038900     05  TC-ACK-READ          PIC ZZZ,ZZZ,ZZ9.
039000     05  FILLER               PIC X(13) VALUE "  IN PERIOD: ".
039100     05  TC-ACK-IN-PERIOD     PIC ZZZ,ZZZ,ZZ9.
039200     05  FILLER               PIC X(18)
039300             VALUE "  OUTSIDE PERIOD: ".
039400     05  TC-ACK-OUT-PERIOD    PIC ZZZ,ZZZ,ZZ9.
039500     05  FILLER               PIC X(33)
039600             VALUE "  SUMMARY ACKS MATCHING NOTHING: ".
039700     05  TC-ACK-UNMATCHED     PIC ZZZ,ZZ9.
039800 01  WS-TRLRPT-COUNTS3.
039900     05  FILLER               PIC X(17) VALUE "ACCOUNTS:        ".
040000     05  TC-ACCOUNTS          PIC ZZZ,ZZZ,ZZ9.
040100     05  FILLER               PIC X(18)
040200             VALUE "  OUT OF BALANCE: ".
040300     05  TC-OOB-ACCOUNTS      PIC ZZZ,ZZ9.
040400     05  FILLER               PIC X(18)
040500             VALUE "  NOT ON GLMPARM: ".
040600     05  TC-UNMAPPED          PIC ZZZ,ZZ9.
040700     05  FILLER               PIC X(26)
040800             VALUE "  RECORDS WITH BAD SIDE: ".
040900     05  TC-BAD-SIDE          PIC ZZZ,ZZ9.
041000 01  WS-TRLRPT-RESULT.
041100     05  TR-RESULT-TEXT       PIC X(80).
041200 01  WS-TRLRPT-SIGNOFF1.
041300     05  FILLER               PIC X(60) VALUE
041400         "PREPARED BY: ______________________   DATE: __________".
041500 01  WS-TRLRPT-SIGNOFF2.
041600     05  FILLER               PIC X(60) VALUE
041700         "FINANCE REVIEW: ___________________   DATE: __________".
041800
041900 PROCEDURE DIVISION.
042000*----------------------------------------------------------------
042100* 0000-MAINLINE
042200*----------------------------------------------------------------
042300 0000-MAINLINE.
042400     PERFORM 1000-INITIALIZE
042500         THRU 1000-INITIALIZE-EXIT.
042600     IF NOT WS-ABEND-OCCURRED
042700         PERFORM 2000-TOTAL-EXTRACT
042800             THRU 2000-TOTAL-EXTRACT-EXIT
042900     END-IF.
043000     IF NOT WS-ABEND-OCCURRED
043100         PERFORM 3000-MATCH-ACKNOWLEDGEMENTS
043200             THRU 3000-MATCH-ACKNOWLEDGEMENTS-EXIT
043300     END-IF.
043400     IF NOT WS-ABEND-OCCURRED
043500         PERFORM 4000-SETTLE-ACCOUNTS
043600             THRU 4000-SETTLE-ACCOUNTS-EXIT
043700         PERFORM 8000-PRINT-REPORT
043800             THRU 8000-PRINT-REPORT-EXIT
043900     END-IF.
044000     PERFORM 9000-TERMINATE
044100         THRU 9000-TERMINATE-EXIT.
044200     PERFORM 9900-SET-RETURN-CODE
044300         THRU 9900-SET-RETURN-CODE-EXIT.
044400     STOP RUN.
044500
044600*----------------------------------------------------------------
044700* 1000-INITIALIZE - OPEN THE FILES, READ THE PERIOD CARD, LOAD
044800*                   THE CALENDAR, DERIVE THE PERIOD'S DATES AND
044900*                   LOAD THE GLMPARM ACCOUNTS
045000*----------------------------------------------------------------
045100 1000-INITIALIZE.
045200     OPEN INPUT  GLHIST.
045300     OPEN INPUT  GLRTHIST.
045400     OPEN OUTPUT TRLRPT.
045500     IF NOT WS-GLHIST-OK OR NOT WS-GLRTHIST-OK
045600             OR NOT WS-TRLRPT-OK
045700         DISPLAY "GLTRIAL - ERROR OPENING FILES, "
045800             "GLHIST = " WS-GLHIST-STATUS
045900             " GLRTHIST = " WS-GLRTHIST-STATUS
046000             " TRLRPT = " WS-TRLRPT-STATUS
046100         MOVE "Y" TO WS-ABEND-SWITCH
046200         GO TO 1000-INITIALIZE-EXIT.
046300     PERFORM 1100-READ-PERIOD-CARD
046400         THRU 1100-READ-PERIOD-CARD-EXIT.
046500     IF WS-ABEND-OCCURRED
046600         GO TO 1000-INITIALIZE-EXIT.
046700     PERFORM 1500-LOAD-CALENDAR
046800         THRU 1500-LOAD-CALENDAR-EXIT.
046900     IF WS-ABEND-OCCURRED
047000         GO TO 1000-INITIALIZE-EXIT.
047100     PERFORM 1400-DERIVE-PERIOD
047200         THRU 1400-DERIVE-PERIOD-EXIT.
047300     IF WS-ABEND-OCCURRED
047400         GO TO 1000-INITIALIZE-EXIT.
047500     PERFORM 1300-LOAD-ACCOUNTS
047600         THRU 1300-LOAD-ACCOUNTS-EXIT.
047700     IF WS-ABEND-OCCURRED
047800         GO TO 1000-INITIALIZE-EXIT.
047900     DISPLAY "GLTRIAL - FISCAL PERIOD " WS-PERIOD
048000         " FROM " WS-PERIOD-START " THROUGH " WS-PERIOD-END.
048100 1000-INITIALIZE-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------------
048450* 1100-READ-PERIOD-CARD - READ AND VALIDATE THE TRLPARM CARD.
048500*                         A MONTH-END REPORT FOR THE WRONG PERIOD
048550*                         IS WORSE THAN NONE, SO A MISSING OR BAD
048600*                         CARD STOPS THE RUN.
048650*----------------------------------------------------------------
048700 1100-READ-PERIOD-CARD.
048750     OPEN INPUT TRLPARM.
048800     IF NOT WS-TRLPARM-OK
048850         DISPLAY "GLTRIAL - ERROR OPENING TRLPARM, STATUS = "
048900             WS-TRLPARM-STATUS
048950         MOVE "Y" TO WS-ABEND-SWITCH
049000         GO TO 1100-READ-PERIOD-CARD-EXIT.
049050     PERFORM 1110-TAKE-PERIOD-CARD
049100         THRU 1110-TAKE-PERIOD-CARD-EXIT.
049150     CLOSE TRLPARM.
049200     IF WS-ABEND-OCCURRED
049250         GO TO 1100-READ-PERIOD-CARD-EXIT.
049300     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
049350         DISPLAY "GLTRIAL - TRLPARM PERIOD MONTH NOT 01-12: "
049400             WS-PERIOD
049450         MOVE "Y" TO WS-ABEND-SWITCH
049500     END-IF.
049550 1100-READ-PERIOD-CARD-EXIT.
049600     EXIT.
049650
049700*----------------------------------------------------------------
049750* 1110-TAKE-PERIOD-CARD - READ THE CARD AND COPY THE PERIOD TO
049800*                         WORKING STORAGE WHILE THE RECORD AREA
049850*                         IS STILL VALID.
049900*----------------------------------------------------------------
049950 1110-TAKE-PERIOD-CARD.
050000     READ TRLPARM
050050         AT END
050100             DISPLAY "GLTRIAL - TRLPARM EMPTY, NO FISCAL PERIOD "
050150                 "TO REPORT"
050200             MOVE "Y" TO WS-ABEND-SWITCH
050250             GO TO 1110-TAKE-PERIOD-CARD-EXIT
050300     END-READ.
050350     IF GT-PERIOD IS NOT NUMERIC
050400         DISPLAY "GLTRIAL - TRLPARM PERIOD NOT NUMERIC YYYYMM: "
050450             GT-PERIOD
050500         MOVE "Y" TO WS-ABEND-SWITCH
050550         GO TO 1110-TAKE-PERIOD-CARD-EXIT.
050600     MOVE GT-PERIOD TO WS-PERIOD.
050650 1110-TAKE-PERIOD-CARD-EXIT.
050700     EXIT.
051900
052000*----------------------------------------------------------------
052100* 1300-LOAD-ACCOUNTS - ONE ACCOUNT TABLE ENTRY PER DISTINCT
052200*                      GLMPARM ACCOUNT, SO AN ACCOUNT WITH NO
052300*                      ACTIVITY IN THE PERIOD STILL APPEARS ON
052400*                      THE TRIAL BALANCE
052500*----------------------------------------------------------------
052600 1300-LOAD-ACCOUNTS.
052700     OPEN INPUT GLMPARM.
052800     IF NOT WS-GLMPARM-OK
052900         DISPLAY "GLTRIAL - ERROR OPENING GLMPARM, STATUS = "
053000             WS-GLMPARM-STATUS
053100         MOVE "Y" TO WS-ABEND-SWITCH
053200         GO TO 1300-LOAD-ACCOUNTS-EXIT.
053300     PERFORM 1310-READ-GLMPARM
053400         THRU 1310-READ-GLMPARM-EXIT.
053500     PERFORM 1320-STORE-ACCOUNT
053600         THRU 1320-STORE-ACCOUNT-EXIT
053700         UNTIL WS-GLMPARM-EOF OR WS-ABEND-OCCURRED.
053800     CLOSE GLMPARM.
053900 1300-LOAD-ACCOUNTS-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------------
054300* 1310-READ-GLMPARM - READ THE NEXT GL MAPPING RECORD
054400*----------------------------------------------------------------
054500 1310-READ-GLMPARM.
054600     READ GLMPARM
054700         AT END
054800             CONTINUE
054900     END-READ.
055000 1310-READ-GLMPARM-EXIT.
055100     EXIT.
055200
055300*----------------------------------------------------------------
055400* 1320-STORE-ACCOUNT - ADD ONE MAPPING RECORD'S ACCOUNT TO THE
055500*                      TABLE (SEVERAL RULES MAY SHARE AN ACCOUNT)
055600*----------------------------------------------------------------
055700 1320-STORE-ACCOUNT.
055800     IF GM-GL-ACCOUNT = SPACES
055900         GO TO 1320-STORE-ACCOUNT-READ.
056000     MOVE GM-GL-ACCOUNT TO WS-KEY-ACCOUNT.
056100     MOVE "Y" TO WS-KEY-MAPPED.
056200     PERFORM 5000-FIND-ACCOUNT
056300         THRU 5000-FIND-ACCOUNT-EXIT.
056400     IF WS-ABEND-OCCURRED
056500         GO TO 1320-STORE-ACCOUNT-EXIT.
056600     MOVE "Y" TO AT-MAPPED-SW (WS-ACCT-SUB).
056700 1320-STORE-ACCOUNT-READ.
056800     PERFORM 1310-READ-GLMPARM
056900         THRU 1310-READ-GLMPARM-EXIT.
057000 1320-STORE-ACCOUNT-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------------
057400* 1400-DERIVE-PERIOD - THE PERIOD ENDS ON THE LAST BUSINESS DAY
057500*                      ON OR BEFORE THE MONTH'S LAST CALENDAR DAY
057600*                      AND STARTS THE DAY AFTER THE PRIOR MONTH
057700*                      ENDED THE SAME WAY. EVERY DATE BETWEEN IS
057800*                      LOADED TO THE DAY TABLE.
057900*----------------------------------------------------------------
058000 1400-DERIVE-PERIOD.
058100     MOVE WS-PERIOD-YEAR TO WS-CAL-YEAR.
058200     MOVE WS-PERIOD-MONTH TO WS-CAL-MONTH.
058300     PERFORM 1410-LAST-BUSINESS-DAY
058400         THRU 1410-LAST-BUSINESS-DAY-EXIT.
058500     IF WS-ABEND-OCCURRED
058600         GO TO 1400-DERIVE-PERIOD-EXIT.
058700     MOVE WS-CAL-DATE TO WS-PERIOD-END.
058800     MOVE WS-PERIOD-YEAR TO WS-CAL-YEAR.
058900     IF WS-PERIOD-MONTH = 1
059000         SUBTRACT 1 FROM WS-CAL-YEAR
059100         MOVE 12 TO WS-CAL-MONTH
059200     ELSE
059300         COMPUTE WS-CAL-MONTH = WS-PERIOD-MONTH - 1
059400     END-IF.
059500     PERFORM 1410-LAST-BUSINESS-DAY
059600         THRU 1410-LAST-BUSINESS-DAY-EXIT.
059700     IF WS-ABEND-OCCURRED
059800         GO TO 1400-DERIVE-PERIOD-EXIT.
059900     PERFORM 1562-NEXT-DAY
060000         THRU 1562-NEXT-DAY-EXIT.
060100     MOVE WS-CAL-DATE TO WS-PERIOD-START.
060200     MOVE ZERO TO WS-DAY-COUNT.
060300     PERFORM 1420-ADD-PERIOD-DAY
060400         THRU 1420-ADD-PERIOD-DAY-EXIT
060500         UNTIL WS-CAL-DATE > WS-PERIOD-END
060600             OR WS-ABEND-OCCURRED.
060700 1400-DERIVE-PERIOD-EXIT.
060800     EXIT.
060900
061000*----------------------------------------------------------------
061100* 1410-LAST-BUSINESS-DAY - FROM THE LAST CALENDAR DAY OF THE
061200*                          MONTH IN WS-CAL-YEAR/WS-CAL-MONTH, STEP
061300*                          BACK TO A BUSINESS DAY, LEAVING IT IN
061400*                          WS-CAL-DATE
061500*----------------------------------------------------------------
061600 1410-LAST-BUSINESS-DAY.
061700     PERFORM 1565-MONTH-LENGTH
061800         THRU 1565-MONTH-LENGTH-EXIT.
061900     MOVE WS-MONTH-LEN TO WS-CAL-DAY.
062000     MOVE ZERO TO WS-STEP-COUNT.
062100     PERFORM 1555-TEST-BUSINESS-DAY
062200         THRU 1555-TEST-BUSINESS-DAY-EXIT.
062300     PERFORM 1556-STEP-BACK-ONE-DAY
062400         THRU 1556-STEP-BACK-ONE-DAY-EXIT
062500         UNTIL WS-IS-BUSINESS-DAY OR WS-ABEND-OCCURRED.
062600 1410-LAST-BUSINESS-DAY-EXIT.
062700     EXIT.
062800
062900*----------------------------------------------------------------
063000* 1420-ADD-PERIOD-DAY - LOAD THE DATE IN WS-CAL-DATE TO THE DAY
063100*                       TABLE AND MOVE ON ONE CALENDAR DAY
063200*----------------------------------------------------------------
063300 1420-ADD-PERIOD-DAY.
063400     IF WS-DAY-COUNT NOT < 45
063500         DISPLAY "GLTRIAL - PERIOD LONGER THAN 45 DAYS, CHECK "
063600             "THE CALPARM CALENDAR"
063700         MOVE "Y" TO WS-ABEND-SWITCH
063800         GO TO 1420-ADD-PERIOD-DAY-EXIT.
063900     ADD 1 TO WS-DAY-COUNT.
064000     MOVE WS-CAL-DATE TO DY-DATE (WS-DAY-COUNT).
064100     PERFORM 1562-NEXT-DAY
064200         THRU 1562-NEXT-DAY-EXIT.
064300 1420-ADD-PERIOD-DAY-EXIT.
064400     EXIT.
064500
064600*----------------------------------------------------------------
064700* 1500-LOAD-CALENDAR - LOAD THE WEEKLY SCHEDULE AND HOLIDAY
064800*                      TABLE FROM THE CALPARM BUSINESS
064900*                      CALENDAR. A MISSING OR UNREADABLE
065000*                      CALENDAR IS A CONFIGURATION FAILURE
065100*                      (RC=16).
065200*----------------------------------------------------------------
065300 1500-LOAD-CALENDAR.
065400     OPEN INPUT CALPARM.
065500     IF NOT WS-CALPARM-OK
065600         DISPLAY "GLTRIAL - ERROR OPENING CALPARM, STATUS = "
065700             WS-CALPARM-STATUS
065800         MOVE "Y" TO WS-ABEND-SWITCH
065900         GO TO 1500-LOAD-CALENDAR-EXIT.
066000     PERFORM 1510-READ-CALPARM
066100         THRU 1510-READ-CALPARM-EXIT.
066200     PERFORM 1520-STORE-CAL-ENTRY
066300         THRU 1520-STORE-CAL-ENTRY-EXIT
066400         UNTIL WS-CALPARM-EOF OR WS-ABEND-OCCURRED.
066500     CLOSE CALPARM.
066600 1500-LOAD-CALENDAR-EXIT.
066700     EXIT.
066800
066900*----------------------------------------------------------------
067000* 1510-READ-CALPARM - READ THE NEXT CALENDAR RECORD
067100*----------------------------------------------------------------
067200 1510-READ-CALPARM.
067300     READ CALPARM
067400         AT END
067500             CONTINUE
067600     END-READ.
067700 1510-READ-CALPARM-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------------
068100* 1520-STORE-CAL-ENTRY - TAKE ONE CALENDAR RECORD: THE W
068200*                        RECORD REPLACES THE DEFAULT WEEKLY
068300*                        SCHEDULE, EACH H RECORD ADDS ONE
068400*                        HOLIDAY
068500*----------------------------------------------------------------
068600 1520-STORE-CAL-ENTRY.
068700     EVALUATE TRUE
068800         WHEN CL-IS-WEEK-SCHEDULE
068900             MOVE CL-RECORD-BODY (1:7) TO WS-WEEK-SCHEDULE
069000         WHEN CL-IS-HOLIDAY
069100             IF CL-HOLIDAY-DATE IS NOT NUMERIC
069200                 DISPLAY "GLTRIAL - CALPARM HOLIDAY DATE "
069300                     "NOT NUMERIC: " CL-HOLIDAY-DATE
069400                 MOVE "Y" TO WS-ABEND-SWITCH
069500                 GO TO 1520-STORE-CAL-ENTRY-EXIT
069600             END-IF
069700             IF WS-HOL-COUNT NOT < 400
069800                 DISPLAY "GLTRIAL - HOLIDAY TABLE FULL, "
069900                     "CALPARM HAS MORE ROWS THAN IT HOLDS"
070000                 MOVE "Y" TO WS-ABEND-SWITCH
070100                 GO TO 1520-STORE-CAL-ENTRY-EXIT
070200             END-IF
070300             ADD 1 TO WS-HOL-COUNT
070400             SET HO-IDX TO WS-HOL-COUNT
070500             MOVE CL-HOLIDAY-DATE TO HO-DATE (HO-IDX)
070600         WHEN OTHER
070700             DISPLAY "GLTRIAL - CALPARM RECORD TYPE "
070800                 CL-RECORD-TYPE " IS NOT W OR H"
070900             MOVE "Y" TO WS-ABEND-SWITCH
071000             GO TO 1520-STORE-CAL-ENTRY-EXIT
071100     END-EVALUATE.
071200     PERFORM 1510-READ-CALPARM
071300         THRU 1510-READ-CALPARM-EXIT.
071400 1520-STORE-CAL-ENTRY-EXIT.
071500     EXIT.
071600
071700*----------------------------------------------------------------
071800* 1555-TEST-BUSINESS-DAY - JUDGE WHETHER THE DATE IN
071900*                          WS-CAL-DATE IS A BUSINESS DAY PER
072000*                          THE WEEKLY SCHEDULE AND THE
072100*                          HOLIDAY TABLE
072200*----------------------------------------------------------------
072300 1555-TEST-BUSINESS-DAY.
072400     MOVE "N" TO WS-BUSDAY-SWITCH.
072500     PERFORM 1570-DAY-OF-WEEK
072600         THRU 1570-DAY-OF-WEEK-EXIT.
072700     IF WS-WEEK-FLAG (WS-DAY-OF-WEEK) NOT = "Y"
072800         GO TO 1555-TEST-BUSINESS-DAY-EXIT.
072900     MOVE "Y" TO WS-BUSDAY-SWITCH.
073000     IF WS-HOL-COUNT > ZERO
073100         SET HO-IDX TO 1
073200         SEARCH WS-HOL-ENTRY
073300             AT END
073400                 CONTINUE
073500             WHEN HO-DATE (HO-IDX) = WS-CAL-DATE
073600                 MOVE "N" TO WS-BUSDAY-SWITCH
073700         END-SEARCH
073800     END-IF.
073900 1555-TEST-BUSINESS-DAY-EXIT.
074000     EXIT.
074100
074200*----------------------------------------------------------------
074300* 1556-STEP-BACK-ONE-DAY - STEP THE CANDIDATE DATE BACK ONE
074400*                          CALENDAR DAY AND RETEST. MORE THAN
074500*                          30 STEPS WITHOUT FINDING A BUSINESS
074600*                          DAY MEANS THE CALENDAR IS
074700*                          MISCONFIGURED (RC=16).
074800*----------------------------------------------------------------
074900 1556-STEP-BACK-ONE-DAY.
075000     ADD 1 TO WS-STEP-COUNT.
075100     IF WS-STEP-COUNT > 30
075200         DISPLAY "GLTRIAL - NO BUSINESS DAY IN THE LAST 30 "
075300             "DAYS OF A MONTH, CHECK THE CALPARM CALENDAR"
075400         MOVE "Y" TO WS-ABEND-SWITCH
075500         GO TO 1556-STEP-BACK-ONE-DAY-EXIT.
075600     PERFORM 1560-PRIOR-DAY
075700         THRU 1560-PRIOR-DAY-EXIT.
075800     PERFORM 1555-TEST-BUSINESS-DAY
075900         THRU 1555-TEST-BUSINESS-DAY-EXIT.
076000 1556-STEP-BACK-ONE-DAY-EXIT.
076100     EXIT.
076200
076300*----------------------------------------------------------------
076400* 1560-PRIOR-DAY - BACK THE DATE IN WS-CAL-DATE UP ONE
076500*                  CALENDAR DAY, CROSSING MONTH AND YEAR
076600*                  BOUNDARIES AND HONORING LEAP FEBRUARIES
076700*----------------------------------------------------------------
076800 1560-PRIOR-DAY.
076900     IF WS-CAL-DAY > 1
077000         SUBTRACT 1 FROM WS-CAL-DAY
077100         GO TO 1560-PRIOR-DAY-EXIT.
077200     IF WS-CAL-MONTH = 1
077300         SUBTRACT 1 FROM WS-CAL-YEAR
077400         MOVE 12 TO WS-CAL-MONTH
077500     ELSE
077600         SUBTRACT 1 FROM WS-CAL-MONTH
077700     END-IF.
077800     PERFORM 1565-MONTH-LENGTH
077900         THRU 1565-MONTH-LENGTH-EXIT.
078000     MOVE WS-MONTH-LEN TO WS-CAL-DAY.
078100 1560-PRIOR-DAY-EXIT.
078200     EXIT.
078300
078400*----------------------------------------------------------------
078500* 1562-NEXT-DAY - MOVE THE DATE IN WS-CAL-DATE ON ONE CALENDAR
078600*                 DAY, CROSSING MONTH AND YEAR BOUNDARIES
078700*----------------------------------------------------------------
078800 1562-NEXT-DAY.
078900     PERFORM 1565-MONTH-LENGTH
079000         THRU 1565-MONTH-LENGTH-EXIT.
079100     IF WS-CAL-DAY < WS-MONTH-LEN
079200         ADD 1 TO WS-CAL-DAY
079300         GO TO 1562-NEXT-DAY-EXIT.
079400     MOVE 1 TO WS-CAL-DAY.
079500     IF WS-CAL-MONTH = 12
079600         ADD 1 TO WS-CAL-YEAR
079700         MOVE 1 TO WS-CAL-MONTH
079800     ELSE
079900         ADD 1 TO WS-CAL-MONTH
080000     END-IF.
080100 1562-NEXT-DAY-EXIT.
080200     EXIT.
080300
080400*----------------------------------------------------------------
080500* 1565-MONTH-LENGTH - DAYS IN THE WS-CAL-MONTH OF WS-CAL-YEAR
080600*----------------------------------------------------------------
080700 1565-MONTH-LENGTH.
080800     EVALUATE WS-CAL-MONTH
080900         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
081000             MOVE 31 TO WS-MONTH-LEN
081100         WHEN 4 WHEN 6 WHEN 9 WHEN 11
081200             MOVE 30 TO WS-MONTH-LEN
081300         WHEN 2
081400             MOVE 28 TO WS-MONTH-LEN
081500             DIVIDE WS-CAL-YEAR BY 4
081600                 GIVING WS-ZEL-YEAR
081700                 REMAINDER WS-LEAP-REM
081800             IF WS-LEAP-REM = ZERO
081900                 DIVIDE WS-CAL-YEAR BY 100
082000                     GIVING WS-ZEL-YEAR
082100                     REMAINDER WS-LEAP-REM
082200                 IF WS-LEAP-REM NOT = ZERO
082300                     MOVE 29 TO WS-MONTH-LEN
082400                 ELSE
082500                     DIVIDE WS-CAL-YEAR BY 400
082600                         GIVING WS-ZEL-YEAR
082700                         REMAINDER WS-LEAP-REM
082800                     IF WS-LEAP-REM = ZERO
082900                         MOVE 29 TO WS-MONTH-LEN
083000                     END-IF
083100                 END-IF
083200             END-IF
083300     END-EVALUATE.
083400 1565-MONTH-LENGTH-EXIT.
083500     EXIT.
083600
083700*----------------------------------------------------------------
083800* 1570-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-CAL-DATE,
083900*                    GIVING 1 = MONDAY THROUGH 7 = SUNDAY IN
084000*                    WS-DAY-OF-WEEK. JANUARY AND FEBRUARY
084100*                    COUNT AS MONTHS 13 AND 14 OF THE PRIOR
084200*                    YEAR, AS THE FORMULA REQUIRES.
084300*----------------------------------------------------------------
084400 1570-DAY-OF-WEEK.
084500     MOVE WS-CAL-YEAR TO WS-ZEL-YEAR.
084600     MOVE WS-CAL-MONTH TO WS-ZEL-MONTH.
084700     IF WS-ZEL-MONTH < 3
084800         ADD 12 TO WS-ZEL-MONTH
084900         SUBTRACT 1 FROM WS-ZEL-YEAR
085000     END-IF.
085100     DIVIDE WS-ZEL-YEAR BY 100
085200         GIVING WS-ZEL-J
085300         REMAINDER WS-ZEL-K.
085400*    EACH DIVISION MUST TRUNCATE ON ITS OWN BEFORE THE TERMS
085500*    ARE SUMMED, SO THEY ARE DONE WITH SEPARATE DIVIDES RATHER
085600*    THAN ONE COMPUTE.
085700     COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MONTH + 1).
085800     DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1.
085900     DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T2.
086000     DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T3.
086100     COMPUTE WS-ZEL-H = WS-CAL-DAY + WS-ZEL-T1 + WS-ZEL-K
086200         + WS-ZEL-T2 + WS-ZEL-T3 + (5 * WS-ZEL-J).
086300     DIVIDE WS-ZEL-H BY 7
086400         GIVING WS-ZEL-T1
086500         REMAINDER WS-ZEL-H.
086600     COMPUTE WS-ZEL-T1 = WS-ZEL-H + 5.
086700     DIVIDE WS-ZEL-T1 BY 7
086800         GIVING WS-ZEL-T2
086900         REMAINDER WS-ZEL-T3.
087000     COMPUTE WS-DAY-OF-WEEK = WS-ZEL-T3 + 1.
087100 1570-DAY-OF-WEEK-EXIT.
087200     EXIT.
087300
087400*----------------------------------------------------------------
087500* 2000-TOTAL-EXTRACT - ONE PASS OVER EVERY GLEXTRT GENERATION,
087600*                      TOTALLING EACH RECORD DATED IN THE PERIOD
087700*                      TO ITS ACCOUNT AND SIDE
087800*----------------------------------------------------------------
087900 2000-TOTAL-EXTRACT.
088000     PERFORM 2010-READ-GLHIST
088100         THRU 2010-READ-GLHIST-EXIT.
088200     PERFORM 2020-TOTAL-ONE-RECORD
088300         THRU 2020-TOTAL-ONE-RECORD-EXIT
088400         UNTIL WS-GLHIST-END-OF-FILE OR WS-ABEND-OCCURRED.
088500 2000-TOTAL-EXTRACT-EXIT.
088600     EXIT.
088700
088800*----------------------------------------------------------------
088900* 2010-READ-GLHIST - READ THE NEXT GL EXTRACT RECORD
089000*----------------------------------------------------------------
089100 2010-READ-GLHIST.
089200     READ GLHIST
089300         AT END
089400             MOVE "Y" TO WS-GLHIST-EOF-SWITCH
089500     END-READ.
089600     IF NOT WS-GLHIST-END-OF-FILE
089700         ADD 1 TO WS-GL-READ
089800     END-IF.
089900 2010-READ-GLHIST-EXIT.
090000     EXIT.
090100
090200*----------------------------------------------------------------
090300* 2020-TOTAL-ONE-RECORD - CLASSIFY ONE EXTRACT RECORD AS AN
090400*                         ORIGINAL POSTING, A REVERSAL CONTRA OR
090500*                         A SUMMARY-LEVEL RECORD AND ADD ITS
090600*                         AMOUNT (THE HASH TOTAL - THE CONTROL
090700*                         VALUE ON A DETAIL RECORD, THE SUM OF
090800*                         THEM ON A SUMMARY ONE) TO ITS ACCOUNT
090900*----------------------------------------------------------------
091000 2020-TOTAL-ONE-RECORD.
091100     IF GL-ROW-QUARANTINE
091200         ADD 1 TO WS-QUARANTINE-COUNT
091300         GO TO 2020-TOTAL-ONE-RECORD-READ.
091400     MOVE GL-RUN-DATE TO WS-KEY-DATE.
091500     PERFORM 5100-FIND-DAY
091600         THRU 5100-FIND-DAY-EXIT.
091700     IF NOT WS-DATE-IN-PERIOD
091800         ADD 1 TO WS-GL-OUT-PERIOD
091900         GO TO 2020-TOTAL-ONE-RECORD-READ.
092000     ADD 1 TO WS-GL-IN-PERIOD.
092100     MOVE GL-DRCR-IND TO WS-KEY-SIDE.
092200     PERFORM 5200-FIND-SIDE
092300         THRU 5200-FIND-SIDE-EXIT.
092400     IF WS-SIDE-SUB = ZERO
092500         DISPLAY "GLTRIAL - GL RECORD WITH SIDE " GL-DRCR-IND
092600             " ACCOUNT " GL-ACCOUNT " DATE " GL-RUN-DATE
092700             " NOT TOTALLED"
092800         GO TO 2020-TOTAL-ONE-RECORD-READ.
092900     MOVE GL-ACCOUNT TO WS-KEY-ACCOUNT.
093000     MOVE "N" TO WS-KEY-MAPPED.
093100     PERFORM 5000-FIND-ACCOUNT
093200         THRU 5000-FIND-ACCOUNT-EXIT.
093300     IF WS-ABEND-OCCURRED
093400         GO TO 2020-TOTAL-ONE-RECORD-EXIT.
093500     MOVE GL-HASH-TOTAL TO WS-WORK-AMOUNT.
093600     ADD WS-WORK-AMOUNT
093700         TO AS-EXTRACT-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB).
093800     IF GL-LEVEL-SUMMARY
093900         ADD WS-WORK-AMOUNT
094000             TO AS-SUMMARY-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
094100         PERFORM 2030-STORE-SUMMARY
094200             THRU 2030-STORE-SUMMARY-EXIT
094300         GO TO 2020-TOTAL-ONE-RECORD-READ.
094400     IF GL-ROW-REVERSAL
094500         ADD WS-WORK-AMOUNT
094600             TO AS-CONTRA-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
094700     ELSE
094800         ADD WS-WORK-AMOUNT
094900             TO AS-ORIG-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
095000     END-IF.
095100     ADD 1
095200         TO AD-EXTR-ROWS (WS-ACCT-SUB, WS-SIDE-SUB, WS-DAY-SUB).
095300     ADD WS-WORK-AMOUNT
095400         TO AD-EXTR-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB, WS-DAY-SUB).
095500 2020-TOTAL-ONE-RECORD-READ.
095600     PERFORM 2010-READ-GLHIST
095700         THRU 2010-READ-GLHIST-EXIT.
095800 2020-TOTAL-ONE-RECORD-EXIT.
095900     EXIT.
096000
096100*----------------------------------------------------------------
096200* 2030-STORE-SUMMARY - KEEP ONE SUMMARY-LEVEL RECORD FOR ITS
096300*                      ONE-FOR-ONE ACKNOWLEDGEMENT MATCH
096400*----------------------------------------------------------------
096500 2030-STORE-SUMMARY.
096600     IF WS-SUMM-COUNT NOT < 30000
096700         DISPLAY "GLTRIAL - SUMMARY TABLE FULL, PERIOD HAS MORE "
096800             "SUMMARY-LEVEL RECORDS THAN IT HOLDS"
096900         MOVE "Y" TO WS-ABEND-SWITCH
097000         GO TO 2030-STORE-SUMMARY-EXIT.
097100     ADD 1 TO WS-SUMM-COUNT.
097200     SET SM-IDX TO WS-SUMM-COUNT.
097300     MOVE GL-ACCOUNT TO SM-GL-ACCOUNT (SM-IDX).
097400     MOVE GL-DRCR-IND TO SM-DRCR-IND (SM-IDX).
097500     MOVE GL-RUN-DATE TO SM-RUN-DATE (SM-IDX).
097600     MOVE GL-HASH-TOTAL TO SM-AMOUNT (SM-IDX).
097700     MOVE SPACE TO SM-ACK-STATUS (SM-IDX).
097800 2030-STORE-SUMMARY-EXIT.
097900     EXIT.
098000
098100*----------------------------------------------------------------
098200* 3000-MATCH-ACKNOWLEDGEMENTS - ONE PASS OVER THE ACKNOWLEDGEMENT
098300*                               HISTORY, TAKING EVERY RETURN FOR
098400*                               AN EXTRACT RECORD DATED IN THE
098500*                               PERIOD. AS IN GLACKRPT, A RETURN
098600*                               NOT MARKED REJECTED COUNTS AS
098700*                               POSTED.
098800*----------------------------------------------------------------
098900 3000-MATCH-ACKNOWLEDGEMENTS.
099000     PERFORM 3010-READ-RETURN
099100         THRU 3010-READ-RETURN-EXIT.
099200     PERFORM 3020-MATCH-ONE-RETURN
099300         THRU 3020-MATCH-ONE-RETURN-EXIT
099400         UNTIL WS-RTRN-END-OF-FILE OR WS-ABEND-OCCURRED.
099500 3000-MATCH-ACKNOWLEDGEMENTS-EXIT.
099600     EXIT.
099700
099800*----------------------------------------------------------------
099900* 3010-READ-RETURN - READ THE NEXT GL RETURN RECORD
100000*----------------------------------------------------------------
100100 3010-READ-RETURN.
100200     READ GLRTHIST
100300         AT END
100400             MOVE "Y" TO WS-RTRN-EOF-SWITCH
100500     END-READ.
100600     IF NOT WS-RTRN-END-OF-FILE
100700         ADD 1 TO WS-ACK-READ
100800     END-IF.
100900 3010-READ-RETURN-EXIT.
101000     EXIT.
101100
101200*----------------------------------------------------------------
101300* 3020-MATCH-ONE-RETURN - ADD ONE RETURN TO ITS ACCOUNT, SIDE
101400*                         AND DAY (DETAIL) OR MATCH IT TO ITS
101500*                         SUMMARY RECORD. A RETURN FOR AN ACCOUNT
101600*                         WE NEVER EXTRACTED TO STILL GETS AN
101700*                         ENTRY, SO IT SHOWS OUT OF BALANCE.
101800*----------------------------------------------------------------
101900 3020-MATCH-ONE-RETURN.
102000     MOVE GK-RUN-DATE TO WS-KEY-DATE.
102100     PERFORM 5100-FIND-DAY
102200         THRU 5100-FIND-DAY-EXIT.
102300     IF NOT WS-DATE-IN-PERIOD
102400         ADD 1 TO WS-ACK-OUT-PERIOD
102500         GO TO 3020-MATCH-ONE-RETURN-READ.
102600     ADD 1 TO WS-ACK-IN-PERIOD.
102700     MOVE GK-DRCR-IND TO WS-KEY-SIDE.
102800     PERFORM 5200-FIND-SIDE
102900         THRU 5200-FIND-SIDE-EXIT.
103000     IF WS-SIDE-SUB = ZERO
103100         DISPLAY "GLTRIAL - GL RETURN WITH SIDE " GK-DRCR-IND
103200             " ACCOUNT " GK-GL-ACCOUNT " DATE " GK-RUN-DATE
103300             " NOT MATCHED"
103400         GO TO 3020-MATCH-ONE-RETURN-READ.
103500     MOVE GK-GL-ACCOUNT TO WS-KEY-ACCOUNT.
103600     MOVE "N" TO WS-KEY-MAPPED.
103700     PERFORM 5000-FIND-ACCOUNT
103800         THRU 5000-FIND-ACCOUNT-EXIT.
103900     IF WS-ABEND-OCCURRED
104000         GO TO 3020-MATCH-ONE-RETURN-EXIT.
104100     IF GK-REC-LEVEL = "S"
104200         PERFORM 3030-MATCH-SUMMARY
104300             THRU 3030-MATCH-SUMMARY-EXIT
104400         GO TO 3020-MATCH-ONE-RETURN-READ.
104500     MOVE GK-CONTROL-VALUE TO WS-WORK-AMOUNT.
104600     IF GK-REJECTED
104700         ADD 1
104800             TO AD-REJ-ROWS (WS-ACCT-SUB, WS-SIDE-SUB, WS-DAY-SUB)
104900         ADD WS-WORK-AMOUNT
105000             TO AD-REJ-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB,
105100                               WS-DAY-SUB)
105200         ADD WS-WORK-AMOUNT
105300             TO AS-REJECT-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
105400     ELSE
105500         ADD 1
105600             TO AD-POST-ROWS (WS-ACCT-SUB, WS-SIDE-SUB,
105700                              WS-DAY-SUB)
105800         ADD WS-WORK-AMOUNT
105900             TO AD-POST-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB,
106000                                WS-DAY-SUB)
106100         ADD WS-WORK-AMOUNT
106200             TO AS-POSTED-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
106300     END-IF.
106400 3020-MATCH-ONE-RETURN-READ.
106500     PERFORM 3010-READ-RETURN
106600         THRU 3010-READ-RETURN-EXIT.
106700 3020-MATCH-ONE-RETURN-EXIT.
106800     EXIT.
106900
107000*----------------------------------------------------------------
107100* 3030-MATCH-SUMMARY - MARK THE FIRST NOT-YET-ACKNOWLEDGED
107200*                      SUMMARY RECORD OF THE RETURN'S ACCOUNT,
107300*                      SIDE AND DATE POSTED OR REJECTED. A
107400*                      SUMMARY RETURN MATCHING NO RECORD HAS NO
107500*                      AMOUNT TO SHOW AND PUTS ITS ACCOUNT OUT
107600*                      OF BALANCE.
107700*----------------------------------------------------------------
107800 3030-MATCH-SUMMARY.
107900     MOVE "N" TO WS-FOUND-SWITCH.
108000     IF WS-SUMM-COUNT > ZERO
108100         SET SM-IDX TO 1
108200         SEARCH WS-SUMM-ENTRY
108300             AT END
108400                 CONTINUE
108500             WHEN SM-ACK-STATUS (SM-IDX) = SPACE
108600                     AND SM-GL-ACCOUNT (SM-IDX) = GK-GL-ACCOUNT
108700                     AND SM-DRCR-IND (SM-IDX) = GK-DRCR-IND
108800                     AND SM-RUN-DATE (SM-IDX) = GK-RUN-DATE
108900                 MOVE "Y" TO WS-FOUND-SWITCH
109000         END-SEARCH
109100     END-IF.
109200     IF NOT WS-ENTRY-FOUND
109300         ADD 1 TO WS-ACK-UNMATCHED
109400         MOVE "Y" TO AT-OOB-SW (WS-ACCT-SUB)
109500         DISPLAY "GLTRIAL - SUMMARY RETURN MATCHES NO EXTRACT "
109600             "RECORD, ACCOUNT " GK-GL-ACCOUNT " DATE " GK-RUN-DATE
109700         GO TO 3030-MATCH-SUMMARY-EXIT.
109800     MOVE SM-AMOUNT (SM-IDX) TO WS-WORK-AMOUNT.
109900     IF GK-REJECTED
110000         MOVE "R" TO SM-ACK-STATUS (SM-IDX)
110100         ADD WS-WORK-AMOUNT
110200             TO AS-REJECT-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
110300     ELSE
110400         MOVE "P" TO SM-ACK-STATUS (SM-IDX)
110500         ADD WS-WORK-AMOUNT
110600             TO AS-POSTED-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
110700     END-IF.
110800 3030-MATCH-SUMMARY-EXIT.
110900     EXIT.
111000
111100*----------------------------------------------------------------
111200* 4000-SETTLE-ACCOUNTS - WORK OUT WHAT IS STILL OUTSTANDING AND
111300*                        PROVE EACH ACCOUNT: EXTRACTED = POSTED
111400*                        + REJECTED + OUTSTANDING, SIDE BY SIDE
111500*----------------------------------------------------------------
111600 4000-SETTLE-ACCOUNTS.
111700     PERFORM 4100-SETTLE-SUMMARY
111800         THRU 4100-SETTLE-SUMMARY-EXIT
111900         VARYING WS-SUMM-SUB FROM 1 BY 1
112000         UNTIL WS-SUMM-SUB > WS-SUMM-COUNT.
112100     PERFORM 4200-SETTLE-ONE-ACCOUNT
112200         THRU 4200-SETTLE-ONE-ACCOUNT-EXIT
112300         VARYING WS-ACCT-SUB FROM 1 BY 1
112400         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
112500 4000-SETTLE-ACCOUNTS-EXIT.
112600     EXIT.
112700
112800*----------------------------------------------------------------
112900* 4100-SETTLE-SUMMARY - A SUMMARY RECORD WITH NO RETURN IS
113000*                       OUTSTANDING FOR ITS WHOLE AMOUNT
113100*----------------------------------------------------------------
113200 4100-SETTLE-SUMMARY.
113300     IF SM-ACK-STATUS (WS-SUMM-SUB) NOT = SPACE
113400         GO TO 4100-SETTLE-SUMMARY-EXIT.
113500     MOVE SM-GL-ACCOUNT (WS-SUMM-SUB) TO WS-KEY-ACCOUNT.
113600     MOVE SM-DRCR-IND (WS-SUMM-SUB) TO WS-KEY-SIDE.
113700     MOVE "N" TO WS-KEY-MAPPED.
113800     PERFORM 5200-FIND-SIDE
113900         THRU 5200-FIND-SIDE-EXIT.
114000     PERFORM 5000-FIND-ACCOUNT
114100         THRU 5000-FIND-ACCOUNT-EXIT.
114200     ADD SM-AMOUNT (WS-SUMM-SUB)
114300         TO AS-OUTSTAND-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB).
114400 4100-SETTLE-SUMMARY-EXIT.
114500     EXIT.
114600
114700*----------------------------------------------------------------
114800* 4200-SETTLE-ONE-ACCOUNT - SETTLE EACH DAY OF BOTH SIDES, THEN
114900*                           PROVE THE SIDE TOTALS, FLAG THE
115000*                           ACCOUNT AND ADD IT TO THE TRIAL
115100*                           BALANCE
115200*----------------------------------------------------------------
115300 4200-SETTLE-ONE-ACCOUNT.
115400     PERFORM 4210-SETTLE-ONE-SIDE
115500         THRU 4210-SETTLE-ONE-SIDE-EXIT
115600         VARYING WS-SIDE-SUB FROM 1 BY 1
115700         UNTIL WS-SIDE-SUB > 2.
115800     IF AT-OUT-OF-BALANCE (WS-ACCT-SUB)
115900         ADD 1 TO WS-OOB-ACCOUNTS
116000         MOVE "Y" TO WS-OOB-SWITCH
116100     END-IF.
116200     IF NOT AT-ON-GLMPARM (WS-ACCT-SUB)
116300         ADD 1 TO WS-UNMAPPED-ACCOUNTS
116400     END-IF.
116500 4200-SETTLE-ONE-ACCOUNT-EXIT.
116600     EXIT.
116700
116800*----------------------------------------------------------------
116900* 4210-SETTLE-ONE-SIDE - SETTLE EVERY DAY OF ONE SIDE, PROVE THE
117000*                        SIDE AND ROLL IT INTO THE GRAND TOTALS
117100*----------------------------------------------------------------
117200 4210-SETTLE-ONE-SIDE.
117300     PERFORM 4220-SETTLE-ONE-DAY
117400         THRU 4220-SETTLE-ONE-DAY-EXIT
117500         VARYING WS-DAY-SUB FROM 1 BY 1
117600         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
117700     IF AS-EXTRACT-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
117800             NOT = AS-POSTED-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
117900                 + AS-REJECT-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
118000                 + AS-OUTSTAND-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
118100         MOVE "Y" TO AT-OOB-SW (WS-ACCT-SUB)
118200     END-IF.
118300     IF AS-REJECT-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB) > ZERO
118400             OR AS-OUTSTAND-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
118500                 > ZERO
118600         MOVE "Y" TO WS-OPEN-ITEMS-SWITCH
118700     END-IF.
118800     ADD AS-ORIG-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
118900         TO GT-ORIG-AMOUNT (WS-SIDE-SUB).
119000     ADD AS-CONTRA-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
119100         TO GT-CONTRA-AMOUNT (WS-SIDE-SUB).
119200     ADD AS-SUMMARY-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
119300         TO GT-SUMMARY-AMOUNT (WS-SIDE-SUB).
119400     ADD AS-EXTRACT-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
119500         TO GT-EXTRACT-AMOUNT (WS-SIDE-SUB).
119600     ADD AS-POSTED-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
119700         TO GT-POSTED-AMOUNT (WS-SIDE-SUB).
119800     ADD AS-REJECT-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
119900         TO GT-REJECT-AMOUNT (WS-SIDE-SUB).
120000     ADD AS-OUTSTAND-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
120100         TO GT-OUTSTAND-AMOUNT (WS-SIDE-SUB).
120200 4210-SETTLE-ONE-SIDE-EXIT.
120300     EXIT.
120400
120500*----------------------------------------------------------------
120600* 4220-SETTLE-ONE-DAY - THE DETAIL RECORDS OF ONE ACCOUNT, SIDE
120700*                       AND DAY. FEWER RETURNS THAN RECORDS
120800*                       LEAVES THE DIFFERENCE OUTSTANDING. MORE
120900*                       RETURNS THAN RECORDS, OR RETURNED
121000*                       AMOUNTS THAT DO NOT ADD BACK TO WHAT WAS
121100*                       EXTRACTED, PUT THE ACCOUNT OUT OF
121200*                       BALANCE.
121300*----------------------------------------------------------------
121400 4220-SETTLE-ONE-DAY.
121500     COMPUTE WS-ACKED-ROWS =
121600         AD-POST-ROWS (WS-ACCT-SUB, WS-SIDE-SUB, WS-DAY-SUB)
121700         + AD-REJ-ROWS (WS-ACCT-SUB, WS-SIDE-SUB, WS-DAY-SUB).
121800     COMPUTE WS-ACKED-AMOUNT =
121900         AD-POST-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB, WS-DAY-SUB)
122000         + AD-REJ-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB, WS-DAY-SUB).
122100     MOVE ZERO TO WS-DAY-OUTSTANDING.
122200     IF WS-ACKED-ROWS
122300             < AD-EXTR-ROWS (WS-ACCT-SUB, WS-SIDE-SUB, WS-DAY-SUB)
122400             AND WS-ACKED-AMOUNT NOT >
122500                 AD-EXTR-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB,
122600                                 WS-DAY-SUB)
122700         COMPUTE WS-DAY-OUTSTANDING =
122800             AD-EXTR-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB, WS-DAY-SUB)
122900             - WS-ACKED-AMOUNT
123000         ADD WS-DAY-OUTSTANDING
123100             TO AS-OUTSTAND-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
123200     END-IF.
123300     IF WS-ACKED-ROWS
123400             > AD-EXTR-ROWS (WS-ACCT-SUB, WS-SIDE-SUB, WS-DAY-SUB)
123500             OR AD-EXTR-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB,
123600                                WS-DAY-SUB)
123700                 NOT = WS-ACKED-AMOUNT + WS-DAY-OUTSTANDING
123800         MOVE "Y" TO AT-OOB-SW (WS-ACCT-SUB)
123900     END-IF.
124000 4220-SETTLE-ONE-DAY-EXIT.
124100     EXIT.
124200
124300*----------------------------------------------------------------
124400* 5000-FIND-ACCOUNT - LOOK UP WS-KEY-ACCOUNT IN THE ACCOUNT TABLE,
124500*                     ADDING IT IN ACCOUNT ORDER IF IT IS NOT
124600*                     THERE. LEAVES ITS POSITION IN WS-ACCT-SUB.
124700*----------------------------------------------------------------
124800 5000-FIND-ACCOUNT.
124900     MOVE "N" TO WS-FOUND-SWITCH.
125000     IF WS-ACCT-COUNT > ZERO
125100         SET AT-IDX TO 1
125200         SEARCH ALL WS-ACCT-ENTRY
125300             AT END
125400                 CONTINUE
125500             WHEN AT-GL-ACCOUNT (AT-IDX) = WS-KEY-ACCOUNT
125600                 MOVE "Y" TO WS-FOUND-SWITCH
125700         END-SEARCH
125800     END-IF.
125900     IF WS-ENTRY-FOUND
126000         SET WS-ACCT-SUB TO AT-IDX
126100         GO TO 5000-FIND-ACCOUNT-EXIT.
126200     IF WS-ACCT-COUNT NOT < 300
126300         DISPLAY "GLTRIAL - ACCOUNT TABLE FULL AT ACCOUNT "
126400             WS-KEY-ACCOUNT
126500         MOVE "Y" TO WS-ABEND-SWITCH
126600         GO TO 5000-FIND-ACCOUNT-EXIT.
126700     COMPUTE WS-INS-POS = WS-ACCT-COUNT + 1.
126800     PERFORM 5010-FIND-INSERT-POSITION
126900         THRU 5010-FIND-INSERT-POSITION-EXIT
127000         VARYING WS-ACCT-SUB FROM WS-ACCT-COUNT BY -1
127100         UNTIL WS-ACCT-SUB < 1.
127200     ADD 1 TO WS-ACCT-COUNT.
127300     MOVE WS-ACCT-COUNT TO WS-SHIFT-SUB.
127400     PERFORM 5020-SHIFT-ONE-ENTRY
127500         THRU 5020-SHIFT-ONE-ENTRY-EXIT
127600         UNTIL WS-SHIFT-SUB NOT > WS-INS-POS.
127700     MOVE WS-INS-POS TO WS-ACCT-SUB.
127800     MOVE ZERO TO WS-ACCT-ENTRY (WS-ACCT-SUB).
127900     MOVE WS-KEY-ACCOUNT TO AT-GL-ACCOUNT (WS-ACCT-SUB).
128000     MOVE WS-KEY-MAPPED TO AT-MAPPED-SW (WS-ACCT-SUB).
128100     MOVE "N" TO AT-OOB-SW (WS-ACCT-SUB).
128200 5000-FIND-ACCOUNT-EXIT.
128300     EXIT.
128400
128500*----------------------------------------------------------------
128600* 5010-FIND-INSERT-POSITION - WORKING UP FROM THE END, THE NEW
128700*                             ACCOUNT GOES BEFORE EVERY ENTRY
128800*                             THAT SORTS AFTER IT
128900*----------------------------------------------------------------
129000 5010-FIND-INSERT-POSITION.
129100     IF AT-GL-ACCOUNT (WS-ACCT-SUB) > WS-KEY-ACCOUNT
129200         MOVE WS-ACCT-SUB TO WS-INS-POS
129300     END-IF.
129400 5010-FIND-INSERT-POSITION-EXIT.
129500     EXIT.
129600
129700*----------------------------------------------------------------
129800* 5020-SHIFT-ONE-ENTRY - OPEN THE INSERTION SLOT BY MOVING ONE
129900*                        ENTRY DOWN THE TABLE
130000*----------------------------------------------------------------
130100 5020-SHIFT-ONE-ENTRY.
130200     IF WS-SHIFT-SUB > WS-INS-POS
130300         COMPUTE WS-PREV-SUB = WS-SHIFT-SUB - 1
130400         MOVE WS-ACCT-ENTRY (WS-PREV-SUB)
130500             TO WS-ACCT-ENTRY (WS-SHIFT-SUB)
130600     END-IF.
130700     SUBTRACT 1 FROM WS-SHIFT-SUB.
130800 5020-SHIFT-ONE-ENTRY-EXIT.
130900     EXIT.
131000
131100*----------------------------------------------------------------
131200* 5100-FIND-DAY - IS WS-KEY-DATE IN THE PERIOD, AND IF SO WHICH
131300*                 DAY SLOT (WS-DAY-SUB)
131400*----------------------------------------------------------------
131500 5100-FIND-DAY.
131600     MOVE "N" TO WS-IN-PERIOD-SWITCH.
131700     IF WS-KEY-DATE < WS-PERIOD-START
131800             OR WS-KEY-DATE > WS-PERIOD-END
131900         GO TO 5100-FIND-DAY-EXIT.
132000     SET DY-IDX TO 1.
132100     SEARCH ALL WS-DAY-ENTRY
132200         AT END
132300             CONTINUE
132400         WHEN DY-DATE (DY-IDX) = WS-KEY-DATE
132500             MOVE "Y" TO WS-IN-PERIOD-SWITCH
132600             SET WS-DAY-SUB TO DY-IDX
132700     END-SEARCH.
132800 5100-FIND-DAY-EXIT.
132900     EXIT.
133000
133100*----------------------------------------------------------------
133200* 5200-FIND-SIDE - 1 FOR A DEBIT, 2 FOR A CREDIT, ZERO (AND
133300*                  COUNTED) FOR ANYTHING ELSE
133400*----------------------------------------------------------------
133500 5200-FIND-SIDE.
133600     EVALUATE WS-KEY-SIDE
133700         WHEN "D"
133800             MOVE 1 TO WS-SIDE-SUB
133900         WHEN "C"
134000             MOVE 2 TO WS-SIDE-SUB
134100         WHEN OTHER
134200             MOVE ZERO TO WS-SIDE-SUB
134300             ADD 1 TO WS-BAD-SIDE-COUNT
134400     END-EVALUATE.
134500 5200-FIND-SIDE-EXIT.
134600     EXIT.
134700
134800*----------------------------------------------------------------
134900* 8000-PRINT-REPORT - HEADINGS, ONE DEBIT AND ONE CREDIT LINE
135000*                     PER ACCOUNT, THE TRIAL BALANCE TOTALS, THE
135100*                     RUN COUNTS AND THE SIGN-OFF LINES
135200*----------------------------------------------------------------
135300 8000-PRINT-REPORT.
135400     MOVE WS-TRLRPT-HDG1 TO TB-PRINT-LINE.
135500     WRITE TB-PRINT-LINE AFTER ADVANCING PAGE.
135600     MOVE WS-PERIOD TO TH-PERIOD.
135700     MOVE WS-PERIOD-START TO TH-PERIOD-START.
135800     MOVE WS-PERIOD-END TO TH-PERIOD-END.
135900     MOVE WS-TRLRPT-HDG2 TO TB-PRINT-LINE.
136000     WRITE TB-PRINT-LINE AFTER ADVANCING 1 LINE.
136100     MOVE WS-TRLRPT-HDG3 TO TB-PRINT-LINE.
136200     WRITE TB-PRINT-LINE AFTER ADVANCING 2 LINES.
136300     MOVE WS-TRLRPT-HDG4 TO TB-PRINT-LINE.
136400     WRITE TB-PRINT-LINE AFTER ADVANCING 1 LINE.
136500     PERFORM 8100-PRINT-ONE-ACCOUNT
136600         THRU 8100-PRINT-ONE-ACCOUNT-EXIT
136700         VARYING WS-ACCT-SUB FROM 1 BY 1
136800         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
136900     MOVE WS-TRLRPT-TOTAL-HDG TO TB-PRINT-LINE.
137000     WRITE TB-PRINT-LINE AFTER ADVANCING 3 LINES.
137100     MOVE "TOTAL" TO TD-GL-ACCOUNT.
137200     MOVE SPACES TO TD-STATUS.
137300     PERFORM 8300-PRINT-TOTAL-SIDE
137400         THRU 8300-PRINT-TOTAL-SIDE-EXIT
137500         VARYING WS-SIDE-SUB FROM 1 BY 1
137600         UNTIL WS-SIDE-SUB > 2.
137700     COMPUTE WS-NET-AMOUNT = GT-EXTRACT-AMOUNT (1)
137800         - GT-EXTRACT-AMOUNT (2).
137900     MOVE WS-NET-AMOUNT TO TN-NET-AMOUNT.
138000     MOVE WS-TRLRPT-NET TO TB-PRINT-LINE.
138100     WRITE TB-PRINT-LINE AFTER ADVANCING 2 LINES.
138200     PERFORM 8400-PRINT-COUNTS
138300         THRU 8400-PRINT-COUNTS-EXIT.
138400 8000-PRINT-REPORT-EXIT.
138500     EXIT.
138600
138700*----------------------------------------------------------------
138800* 8100-PRINT-ONE-ACCOUNT - THE DEBIT AND CREDIT LINES OF ONE
138900*                          ACCOUNT, THE STATUS ON THE FIRST
139000*----------------------------------------------------------------
139100 8100-PRINT-ONE-ACCOUNT.
139200     MOVE AT-GL-ACCOUNT (WS-ACCT-SUB) TO TD-GL-ACCOUNT.
139300     EVALUATE TRUE
139400         WHEN AT-OUT-OF-BALANCE (WS-ACCT-SUB)
139500             MOVE "OUT OF BALANCE" TO TD-STATUS
139600         WHEN NOT AT-ON-GLMPARM (WS-ACCT-SUB)
139700             MOVE "NOT ON GLMPARM" TO TD-STATUS
139800         WHEN OTHER
139900             MOVE SPACES TO TD-STATUS
140000     END-EVALUATE.
140100     MOVE 1 TO WS-SIDE-SUB.
140200     PERFORM 8200-PRINT-ACCOUNT-SIDE
140300         THRU 8200-PRINT-ACCOUNT-SIDE-EXIT.
140400     MOVE SPACES TO TD-GL-ACCOUNT.
140500     MOVE SPACES TO TD-STATUS.
140600     MOVE 2 TO WS-SIDE-SUB.
140700     PERFORM 8200-PRINT-ACCOUNT-SIDE
140800         THRU 8200-PRINT-ACCOUNT-SIDE-EXIT.
140900 8100-PRINT-ONE-ACCOUNT-EXIT.
141000     EXIT.
141100
141200*----------------------------------------------------------------
141300* 8200-PRINT-ACCOUNT-SIDE - ONE DETAIL LINE FOR ONE SIDE OF THE
141400*                           ACCOUNT IN HAND
141500*----------------------------------------------------------------
141600 8200-PRINT-ACCOUNT-SIDE.
141700     IF WS-SIDE-SUB = 1
141800         MOVE "DEBIT" TO TD-SIDE
141900     ELSE
142000         MOVE "CREDIT" TO TD-SIDE
142100     END-IF.
142200     MOVE AS-ORIG-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
142300         TO TD-ORIG-AMOUNT.
142400     MOVE AS-CONTRA-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
142500         TO TD-CONTRA-AMOUNT.
142600     MOVE AS-SUMMARY-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
142700         TO TD-SUMMARY-AMOUNT.
142800     MOVE AS-EXTRACT-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
142900         TO TD-EXTRACT-AMOUNT.
143000     MOVE AS-POSTED-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
143100         TO TD-POSTED-AMOUNT.
143200     MOVE AS-REJECT-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
143300         TO TD-REJECT-AMOUNT.
143400     MOVE AS-OUTSTAND-AMOUNT (WS-ACCT-SUB, WS-SIDE-SUB)
143500         TO TD-OUTSTAND-AMOUNT.
143600     MOVE WS-TRLRPT-DETAIL TO TB-PRINT-LINE.
143700     IF WS-SIDE-SUB = 1
143800         WRITE TB-PRINT-LINE AFTER ADVANCING 2 LINES
143900     ELSE
144000         WRITE TB-PRINT-LINE AFTER ADVANCING 1 LINE
144100     END-IF.
144200 8200-PRINT-ACCOUNT-SIDE-EXIT.
144300     EXIT.
144400
144500*----------------------------------------------------------------
144600* 8300-PRINT-TOTAL-SIDE - ONE TRIAL BALANCE TOTAL LINE
144700*----------------------------------------------------------------
144800 8300-PRINT-TOTAL-SIDE.
144900     IF WS-SIDE-SUB = 1
145000         MOVE "DEBIT" TO TD-SIDE
145100     ELSE
145200         MOVE "CREDIT" TO TD-SIDE
145300     END-IF.
145400     MOVE GT-ORIG-AMOUNT (WS-SIDE-SUB) TO TD-ORIG-AMOUNT.
145500     MOVE GT-CONTRA-AMOUNT (WS-SIDE-SUB) TO TD-CONTRA-AMOUNT.
145600     MOVE GT-SUMMARY-AMOUNT (WS-SIDE-SUB) TO TD-SUMMARY-AMOUNT.
145700     MOVE GT-EXTRACT-AMOUNT (WS-SIDE-SUB) TO TD-EXTRACT-AMOUNT.
145800     MOVE GT-POSTED-AMOUNT (WS-SIDE-SUB) TO TD-POSTED-AMOUNT.
145900     MOVE GT-REJECT-AMOUNT (WS-SIDE-SUB) TO TD-REJECT-AMOUNT.
146000     MOVE GT-OUTSTAND-AMOUNT (WS-SIDE-SUB) TO TD-OUTSTAND-AMOUNT.
146100     MOVE WS-TRLRPT-DETAIL TO TB-PRINT-LINE.
146200     WRITE TB-PRINT-LINE AFTER ADVANCING 1 LINE.
146300 8300-PRINT-TOTAL-SIDE-EXIT.
146400     EXIT.
146500
146600*----------------------------------------------------------------
146700* 8400-PRINT-COUNTS - THE RUN COUNTS, THE RESULT LINE AND THE
146800*                     SIGN-OFF LINES
146900*----------------------------------------------------------------
147000 8400-PRINT-COUNTS.
147100     MOVE WS-GL-READ TO TC-GL-READ.
147200     MOVE WS-GL-IN-PERIOD TO TC-GL-IN-PERIOD.
147300     MOVE WS-GL-OUT-PERIOD TO TC-GL-OUT-PERIOD.
147400     MOVE WS-QUARANTINE-COUNT TO TC-QUARANTINE.
147500     MOVE WS-TRLRPT-COUNTS1 TO TB-PRINT-LINE.
147600     WRITE TB-PRINT-LINE AFTER ADVANCING 3 LINES.
147700     MOVE WS-ACK-READ TO TC-ACK-READ.
147800     MOVE WS-ACK-IN-PERIOD TO TC-ACK-IN-PERIOD.
147900     MOVE WS-ACK-OUT-PERIOD TO TC-ACK-OUT-PERIOD.
148000     MOVE WS-ACK-UNMATCHED TO TC-ACK-UNMATCHED.
148100     MOVE WS-TRLRPT-COUNTS2 TO TB-PRINT-LINE.
148200     WRITE TB-PRINT-LINE AFTER ADVANCING 1 LINE.
148300     MOVE WS-ACCT-COUNT TO TC-ACCOUNTS.
148400     MOVE WS-OOB-ACCOUNTS TO TC-OOB-ACCOUNTS.
148500     MOVE WS-UNMAPPED-ACCOUNTS TO TC-UNMAPPED.
148600     MOVE WS-BAD-SIDE-COUNT TO TC-BAD-SIDE.
148700     MOVE WS-TRLRPT-COUNTS3 TO TB-PRINT-LINE.
148800     WRITE TB-PRINT-LINE AFTER ADVANCING 1 LINE.
148900     EVALUATE TRUE
149000         WHEN WS-ANY-OUT-OF-BALANCE OR WS-BAD-SIDE-COUNT > ZERO
149100             MOVE "RESULT: OUT OF BALANCE - SEE FLAGGED ACCOUNTS"
149200                 TO TR-RESULT-TEXT
149300         WHEN WS-ANY-OPEN-ITEMS
149400             MOVE "RESULT: IN BALANCE - OPEN ITEMS REMAIN"
149500                 TO TR-RESULT-TEXT
149520         WHEN WS-UNMAPPED-ACCOUNTS > ZERO
149540             MOVE "RESULT: POSTED - UNMAPPED ACCOUNTS REPORTED"
149560                 TO TR-RESULT-TEXT
149600         WHEN OTHER
149700             MOVE "RESULT: IN BALANCE - ALL EXTRACTED WAS POSTED"
149800                 TO TR-RESULT-TEXT
149900     END-EVALUATE.
150000     MOVE WS-TRLRPT-RESULT TO TB-PRINT-LINE.
150100     WRITE TB-PRINT-LINE AFTER ADVANCING 2 LINES.
150200     MOVE WS-TRLRPT-SIGNOFF1 TO TB-PRINT-LINE.
150300     WRITE TB-PRINT-LINE AFTER ADVANCING 3 LINES.
150400     MOVE WS-TRLRPT-SIGNOFF2 TO TB-PRINT-LINE.
150500     WRITE TB-PRINT-LINE AFTER ADVANCING 2 LINES.
150600     DISPLAY "GLTRIAL - ACCOUNTS " WS-ACCT-COUNT
150700         " OUT OF BALANCE " WS-OOB-ACCOUNTS
150800         " NOT ON GLMPARM " WS-UNMAPPED-ACCOUNTS.
150900 8400-PRINT-COUNTS-EXIT.
151000     EXIT.
151100
151200*----------------------------------------------------------------
151300* 9000-TERMINATE - CLOSE THE FILES
151400*----------------------------------------------------------------
151500 9000-TERMINATE.
151600     IF WS-GLHIST-STATUS NOT = SPACES
151700         CLOSE GLHIST
151800     END-IF.
151900     IF WS-GLRTHIST-STATUS NOT = SPACES
152000         CLOSE GLRTHIST
152100     END-IF.
152200     IF WS-TRLRPT-STATUS NOT = SPACES
152300         CLOSE TRLRPT
152400     END-IF.
152500 9000-TERMINATE-EXIT.
152600     EXIT.
152700
152800*----------------------------------------------------------------
152900* 9900-SET-RETURN-CODE - 0 = ALL TIED OUT AND POSTED, 4 = TIED
153000*                        OUT WITH REJECTED OR OUTSTANDING
153100*                        AMOUNTS OR AN UNMAPPED ACCOUNT, 8 = AN
153200*                        ACCOUNT OUT OF BALANCE, 16 = COULD NOT
153300*                        RUN
153400*----------------------------------------------------------------
153500 9900-SET-RETURN-CODE.
153600     IF WS-ABEND-OCCURRED
153700         MOVE 16 TO RETURN-CODE
153800     ELSE
153900         IF WS-ANY-OUT-OF-BALANCE OR WS-BAD-SIDE-COUNT > ZERO
154000             MOVE 8 TO RETURN-CODE
154100         ELSE
154200             IF WS-ANY-OPEN-ITEMS
154300                     OR WS-UNMAPPED-ACCOUNTS > ZERO
154400                 MOVE 4 TO RETURN-CODE
154500             ELSE
154600                 MOVE ZERO TO RETURN-CODE
154700             END-IF
154800         END-IF
154900     END-IF.
155000 9900-SET-RETURN-CODE-EXIT.
155100     EXIT.
