000100****************************************************************
000200* PROGRAM-ID : RULECOMP                                          *
000300* AUTHOR     : D. ORIC, APPLICATIONS PROGRAMMING                 *
000400* INSTALLATION: DATA PROCESSING CENTER                           *
000500* DATE-WRITTEN: 2026-10-15                                       *
000600* DATE-COMPILED:                                                 *
000700*----------------------------------------------------------------
000800* REMARKS.                                                       *
000900*     RULE APPROVAL COMPLIANCE CHECK FOR THE SOX REVIEW. RUN FOR *
001000*     A RANGE OF BUSINESS DATES (CMPPARM CARD), NORMALLY ONE     *
001100*     QUARTER, IT PROVES FROM PARM.RULES, MAINTLOG AND THE       *
001200*     AUDIT TRAIL THAT EVERY RULE APPLIED WAS PROPERLY APPROVED: *
001300*     CHECK 1 - EVERY RULE VERSION IN EFFECT ON ANY DATE OF THE  *
001400*               RANGE HAS A MAINTLOG ADD OR CHANGE APPROVED      *
001500*               UNDER DUAL CONTROL - A NONBLANK CHECKER ID THAT  *
001600*               IS NOT THE MAKER ID.                             *
001700*     CHECK 2 - EVERY EVALUATION IN THE RANGE (PASS, FAIL, ADJC  *
001800*               AND ADJP AUDIT ROWS) WAS MADE AGAINST A VERSION  *
001900*               WHOSE APPROVAL WAS LOGGED BEFORE THE EVALUATION  *
002000*               RAN (AU-RULE-EFF-DATE NAMES THE VERSION).        *
002025*               A ROW THAT DOES NOT NAME ITS VERSION IS CHECKED  *
002050*               AGAINST THE VERSION IN EFFECT ON ITS BUSINESS    *
002075*               DATE AND IS COUNTED ON ITS OWN ON THE SUMMARY.   *
002100*     CHECK 3 - EVERY PARM.RULES ROW, IN RANGE OR NOT, HAS SOME  *
002200*               MAINTLOG HISTORY. A ROW WITH NONE WAS KEYED      *
002300*               INTO THE FILE DIRECTLY.                          *
002400*     MAINTLOG DOES NOT CARRY THE EFFECTIVE DATE OF THE VERSION  *
002500*     AN ADD OR CHANGE CREATED, SO A VERSION IS TIED TO ITS      *
002600*     MAINTLOG ENTRY BY RULE CODE AND THE NEW VALUES LOGGED      *
002700*     (LOGIC INDICATOR AND BOTH RANGES). AN EXPIRE IS NOT THE    *
002800*     ORIGIN OF A VERSION AND IS NOT MATCHED.                    *
002820*     EACH ADD OR CHANGE, IN MAINTLOG ORDER, IS TIED TO ONE      *
002840*     VERSION ONLY - THE EARLIEST BY EFFECTIVE DATE NOT ALREADY  *
002860*     TIED TO AN EARLIER ENTRY - SO A RULE SET BACK TO VALUES IT *
002880*     HAD BEFORE NEEDS ITS OWN APPROVED ENTRY FOR EACH VERSION.  *
002900*     CMPRPT LISTS THE EXCEPTIONS OF EACH CHECK, THEN A SUMMARY  *
003000*     PAGE WITH THE COUNTS AND SIGN-OFF LINES TO FILE AS CONTROL *
003100*     EVIDENCE. NOTHING IS UPDATED.                              *
003200*     RETURN CODES:                                              *
003300*       0  NO EXCEPTIONS                                         *
003400*       4  EXCEPTIONS FOUND - SEE CMPRPT                         *
003500*      16  COULD NOT RUN - OPEN FAILURE, BAD CMPPARM CARD OR     *
003600*          TABLE FULL                                            *
003700*----------------------------------------------------------------
003800* MODIFICATION HISTORY.                                          *
003900*   DATE       INIT  DESCRIPTION                                 *
004000*   ---------- ----  ------------------------------------------  *
004100*   2026-10-15  DO   ORIGINAL VERSION.                           *
004200****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.              RULECOMP.
004500 AUTHOR.                  D. ORIC.
004600 INSTALLATION.            DATA PROCESSING CENTER.
004700 DATE-WRITTEN.            2026-10-15.
004800 DATE-COMPILED.
004900
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.         IBM-370.
005300 OBJECT-COMPUTER.         IBM-370.
005400
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT CMPPARM      ASSIGN TO CMPPARM
005800                         ORGANIZATION IS SEQUENTIAL
005900                         FILE STATUS IS WS-CMPPARM-STATUS.
006000
006100     SELECT PARMRULE     ASSIGN TO PARMRULE
006200                         ORGANIZATION IS SEQUENTIAL
006300                         FILE STATUS IS WS-PARMRULE-STATUS.
006400
006500     SELECT MAINTLOG     ASSIGN TO MAINTLOG
006600                         ORGANIZATION IS SEQUENTIAL
006700                         FILE STATUS IS WS-MAINTLOG-STATUS.
006800
006900     SELECT AUDTHIST     ASSIGN TO AUDTHIST
007000                         ORGANIZATION IS SEQUENTIAL
007100                         FILE STATUS IS WS-AUDTHIST-STATUS.
007200
007300     SELECT CMPRPT       ASSIGN TO CMPRPT
007400                         ORGANIZATION IS SEQUENTIAL
007500                         FILE STATUS IS WS-CMPRPT-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  CMPPARM
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 COPY CMPPREC.
008300
008400 FD  PARMRULE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 COPY PARMREC.
008800
008900 FD  MAINTLOG
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 COPY MAUDREC.
009300
009400 FD  AUDTHIST
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 COPY AUDTREC.
009800
009900 FD  CMPRPT
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200 COPY RPTLINE REPLACING RP-PRINT-LINE BY CR-PRINT-LINE.
010300
010400 WORKING-STORAGE SECTION.
010500 01  WS-SWITCHES.
010600     05  WS-PARM-EOF-SWITCH   PIC X(01)  VALUE "N".
010700         88  WS-PARM-END-OF-FILE         VALUE "Y".
010800     05  WS-MLOG-EOF-SWITCH   PIC X(01)  VALUE "N".
010900         88  WS-MLOG-END-OF-FILE         VALUE "Y".
011000     05  WS-AUDT-EOF-SWITCH   PIC X(01)  VALUE "N".
011100         88  WS-AUDT-END-OF-FILE         VALUE "Y".
011200     05  WS-ABEND-SWITCH      PIC X(01)  VALUE "N".
011300         88  WS-ABEND-OCCURRED           VALUE "Y".
011400     05  WS-FOUND-SWITCH      PIC X(01)  VALUE "N".
011500         88  WS-ENTRY-FOUND              VALUE "Y".
011600     05  WS-DUAL-SWITCH       PIC X(01)  VALUE "N".
011700         88  WS-DUAL-CONTROL-MET         VALUE "Y".
011733     05  WS-INFER-SWITCH      PIC X(01)  VALUE "N".
011766         88  WS-INFER-DONE               VALUE "Y".
011800
011900 01  WS-FILE-STATUSES.
012000     05  WS-CMPPARM-STATUS    PIC X(02)  VALUE SPACES.
012100         88  WS-CMPPARM-OK                 VALUE "00".
012200     05  WS-PARMRULE-STATUS   PIC X(02)  VALUE SPACES.
012300         88  WS-PARMRULE-OK                VALUE "00".
012400     05  WS-MAINTLOG-STATUS   PIC X(02)  VALUE SPACES.
012500         88  WS-MAINTLOG-OK                VALUE "00".
012600     05  WS-AUDTHIST-STATUS   PIC X(02)  VALUE SPACES.
012700         88  WS-AUDTHIST-OK                VALUE "00".
012800     05  WS-CMPRPT-STATUS     PIC X(02)  VALUE SPACES.
012900         88  WS-CMPRPT-OK                  VALUE "00".
013000
013100 01  WS-RANGE-DATES.
013200     05  WS-FROM-DATE         PIC 9(08)  VALUE ZERO.
013300     05  WS-THRU-DATE         PIC 9(08)  VALUE ZERO.
013400
013500 77  WS-PARM-ROWS             PIC 9(05)  VALUE ZERO  COMP.
013600 77  WS-DUP-ROWS              PIC 9(05)  VALUE ZERO  COMP.
013700 77  WS-IN-RANGE-COUNT        PIC 9(05)  VALUE ZERO  COMP.
013800 77  WS-APPROVED-COUNT        PIC 9(05)  VALUE ZERO  COMP.
013900 77  WS-CHECK1-COUNT          PIC 9(05)  VALUE ZERO  COMP.
014000 77  WS-CHECK2-COUNT          PIC 9(05)  VALUE ZERO  COMP.
014100 77  WS-CHECK2-ROWS           PIC 9(09)  VALUE ZERO  COMP.
014200 77  WS-CHECK3-COUNT          PIC 9(05)  VALUE ZERO  COMP.
014300 77  WS-MLOG-READ             PIC 9(09)  VALUE ZERO  COMP.
014400 77  WS-MLOG-ADD-CHANGE       PIC 9(09)  VALUE ZERO  COMP.
014500 77  WS-MLOG-DUAL             PIC 9(09)  VALUE ZERO  COMP.
014600 77  WS-MLOG-UNMATCHED        PIC 9(09)  VALUE ZERO  COMP.
014700 77  WS-AUDT-READ             PIC 9(09)  VALUE ZERO  COMP.
014800 77  WS-AUDT-OUT-RANGE        PIC 9(09)  VALUE ZERO  COMP.
014900 77  WS-AUDT-NOT-EVAL         PIC 9(09)  VALUE ZERO  COMP.
015000 77  WS-AUDT-NO-RULE          PIC 9(09)  VALUE ZERO  COMP.
015100 77  WS-AUDT-EVALS            PIC 9(09)  VALUE ZERO  COMP.
015150 77  WS-AUDT-INFERRED         PIC 9(09)  VALUE ZERO  COMP.
015200 77  WS-VER-SUB               PIC 9(05)  VALUE ZERO  COMP.
015300 77  WS-NEXT-SUB              PIC 9(05)  VALUE ZERO  COMP.
015400 77  WS-INS-POS               PIC 9(05)  VALUE ZERO  COMP.
015500 77  WS-SHIFT-SUB             PIC 9(05)  VALUE ZERO  COMP.
015600 77  WS-PREV-SUB              PIC 9(05)  VALUE ZERO  COMP.
015700 77  WS-UNK-SUB               PIC 9(05)  VALUE ZERO  COMP.
015800 77  WS-MATCH-COUNT           PIC 9(05)  VALUE ZERO  COMP.
015900
016000*----------------------------------------------------------------
016100* KEYS AND TIME STAMPS. A STAMP IS DATE THEN TIME, BOTH
016200* YYYYMMDD/HHMMSSHH DIGITS, SO TWO STAMPS COMPARE IN TIME ORDER.
016300*----------------------------------------------------------------
016400 01  WS-KEY-VERSION.
016500     05  WS-KEY-RULE-CODE     PIC X(04)  VALUE SPACES.
016600     05  WS-KEY-EFF-DATE      PIC 9(08)  VALUE ZERO.
016700
016800 01  WS-MLOG-STAMP.
016900     05  WS-MLOG-STAMP-DATE   PIC 9(08)  VALUE ZERO.
017000     05  WS-MLOG-STAMP-TIME   PIC 9(08)  VALUE ZERO.
017100
017200 01  WS-EVAL-STAMP.
017300     05  WS-EVAL-STAMP-DATE   PIC 9(08)  VALUE ZERO.
017400     05  WS-EVAL-STAMP-TIME   PIC 9(08)  VALUE ZERO.
017500
017600*----------------------------------------------------------------
017700* WS-VERSION-TABLE - ONE ENTRY PER PARM.RULES ROW, IN RULE CODE
017800*                    AND EFFECTIVE DATE ORDER FOR THE BINARY
017900*                    LOOKUP FROM THE AUDIT ROWS. FOR EACH VERSION:
017971*                    WHETHER IT WAS IN EFFECT IN THE RANGE, THE
018042*                    ONE MAINTLOG ADD OR CHANGE TIED TO IT
018113*                    (VR-HAS-HISTORY) AND WHETHER THAT WAS A
018184*                    DUAL-CONTROL APPROVAL, AND ITS IN-RANGE
018255*                    EVALUATIONS MADE WITHOUT THAT APPROVAL IN
018326*                    PLACE.
018400*----------------------------------------------------------------
018500 01  WS-VERSION-TABLE.
018600     05  WS-VER-COUNT         PIC 9(03)  VALUE ZERO.
018700     05  WS-VER-ENTRY         OCCURS 500 TIMES
018800                               DEPENDING ON WS-VER-COUNT
018900                               ASCENDING KEY IS VR-KEY
019000                               INDEXED BY VR-IDX.
019100         10  VR-KEY.
019200             15  VR-RULE-CODE     PIC X(04).
019300             15  VR-EFF-DATE      PIC 9(08).
019400         10  VR-LOGIC-IND         PIC X(01).
019500         10  VR-STATUS-IND        PIC X(01).
019600         10  VR-LOW-VALUE-1       PIC 9(05).
019700         10  VR-HIGH-VALUE-1      PIC 9(05).
019800         10  VR-LOW-VALUE-2       PIC 9(05).
019900         10  VR-HIGH-VALUE-2      PIC 9(05).
020000         10  VR-IN-RANGE-SW       PIC X(01).
020100             88  VR-IN-RANGE               VALUE "Y".
020200         10  VR-HISTORY-SW        PIC X(01).
020300             88  VR-HAS-HISTORY            VALUE "Y".
020400         10  VR-APPROVED-SW       PIC X(01).
020500             88  VR-APPROVED               VALUE "Y".
020600         10  VR-APPR-STAMP.
020700             15  VR-APPR-DATE     PIC 9(08).
020800             15  VR-APPR-TIME     PIC 9(08).
020900         10  VR-MAKER-ID          PIC X(08).
021000         10  VR-CHECKER-ID        PIC X(08).
021100         10  VR-EVAL-COUNT        PIC 9(09).
021200         10  VR-EXC-COUNT         PIC 9(09).
021300         10  VR-EXC-FIRST-DATE    PIC 9(08).
021400         10  VR-EXC-LAST-DATE     PIC 9(08).
021500
021600*----------------------------------------------------------------
021700* WS-UNKNOWN-TABLE - AUDIT ROWS IN THE RANGE WHOSE VERSION CANNOT
021800*                    BE FOUND ON PARM.RULES, ONE ENTRY PER RULE
021900*                    CODE AND VERSION DATE, IN THE ORDER FIRST
022000*                    MET. A ZERO VERSION DATE MEANS THE ROW DOES
022066*                    NOT RECORD ITS VERSION AND NO VERSION OF ITS
022132*                    RULE WAS IN EFFECT ON ITS BUSINESS DATE.
022200*----------------------------------------------------------------
022300 01  WS-UNKNOWN-TABLE.
022400     05  WS-UNK-COUNT         PIC 9(03)  VALUE ZERO.
022500     05  WS-UNK-ENTRY         OCCURS 500 TIMES
022600                               DEPENDING ON WS-UNK-COUNT
022700                               INDEXED BY UV-IDX.
022800         10  UV-KEY.
022900             15  UV-RULE-CODE     PIC X(04).
023000             15  UV-EFF-DATE      PIC 9(08).
023100         10  UV-ROW-COUNT         PIC 9(09).
023200         10  UV-FIRST-DATE        PIC 9(08).
023300         10  UV-LAST-DATE         PIC 9(08).
023400
023500 01  WS-CMPRPT-HDG1.
023600     05  FILLER               PIC X(45) VALUE
023700         "RULECOMP - RULE APPROVAL COMPLIANCE CHECK".
023800 01  WS-CMPRPT-HDG2.
023900     05  FILLER               PIC X(26)
024000             VALUE "BUSINESS DATES FROM: ".
024100     05  CH-FROM-DATE         PIC 9(08).
024200     05  FILLER               PIC X(11) VALUE "  THROUGH: ".
024300     05  CH-THRU-DATE         PIC 9(08).
024400 01  WS-CMPRPT-SECTION.
024500     05  CS-SECTION-TEXT      PIC X(100).
024600 01  WS-CMPRPT-C1-HDG.
024700     05  FILLER               PIC X(06) VALUE "RULE".
024800     05  FILLER               PIC X(10) VALUE "VERSION".
024900     05  FILLER               PIC X(10) VALUE "MAKER".
025000     05  FILLER               PIC X(10) VALUE "CHECKER".
025100     05  FILLER               PIC X(09) VALUE "EXCEPTION".
025200 01  WS-CMPRPT-C1-DETAIL.
025300     05  C1-RULE-CODE         PIC X(04).
025400     05  FILLER               PIC X(02) VALUE SPACES.
025500     05  C1-EFF-DATE          PIC 9(08).
025600     05  FILLER               PIC X(02) VALUE SPACES.
025700     05  C1-MAKER-ID          PIC X(08).
025800     05  FILLER               PIC X(02) VALUE SPACES.
025900     05  C1-CHECKER-ID        PIC X(08).
026000     05  FILLER               PIC X(02) VALUE SPACES.
026100     05  C1-EXCEPTION         PIC X(40).
026200 01  WS-CMPRPT-C2-HDG.
026300     05  FILLER               PIC X(06) VALUE "RULE".
026400     05  FILLER               PIC X(10) VALUE "VERSION".
026500     05  FILLER               PIC X(13) VALUE "         ROWS".
026600     05  FILLER               PIC X(12) VALUE "  FIRST DATE".
026700     05  FILLER               PIC X(12) VALUE "   LAST DATE".
026800     05  FILLER               PIC X(12) VALUE "    APPROVED".
026900     05  FILLER               PIC X(11) VALUE "  EXCEPTION".
027000 01  WS-CMPRPT-C2-DETAIL.
027100     05  C2-RULE-CODE         PIC X(04).
027200     05  FILLER               PIC X(02) VALUE SPACES.
027300     05  C2-EFF-DATE          PIC 9(08).
027400     05  FILLER               PIC X(02) VALUE SPACES.
027500     05  C2-ROW-COUNT         PIC ZZZ,ZZZ,ZZ9.
027600     05  FILLER               PIC X(04) VALUE SPACES.
027700     05  C2-FIRST-DATE        PIC 9(08).
027800     05  FILLER               PIC X(04) VALUE SPACES.
027900     05  C2-LAST-DATE         PIC 9(08).
028000     05  FILLER               PIC X(04) VALUE SPACES.
028100     05  C2-APPR-DATE         PIC X(08).
028200     05  FILLER               PIC X(02) VALUE SPACES.
028300     05  C2-EXCEPTION         PIC X(40).
028400 01  WS-CMPRPT-C3-HDG.
028500     05  FILLER               PIC X(06) VALUE "RULE".
028600     05  FILLER               PIC X(10) VALUE "VERSION".
028700     05  FILLER               PIC X(08) VALUE "STATUS".
028800     05  FILLER               PIC X(07) VALUE "LOGIC".
028900     05  FILLER               PIC X(13) VALUE "LOW-1 HIGH-1 ".
029000     05  FILLER               PIC X(12) VALUE "LOW-2 HIGH-2".
029100     05  FILLER               PIC X(02) VALUE SPACES.
029200     05  FILLER               PIC X(08) VALUE "IN RANGE".
029300 01  WS-CMPRPT-C3-DETAIL.
029400     05  C3-RULE-CODE         PIC X(04).
029500     05  FILLER               PIC X(02) VALUE SPACES.
029600     05  C3-EFF-DATE          PIC 9(08).
029700     05  FILLER               PIC X(02) VALUE SPACES.
029800     05  C3-STATUS-IND        PIC X(01).
029900     05  FILLER               PIC X(07) VALUE SPACES.
030000     05  C3-LOGIC-IND         PIC X(01).
030100     05  FILLER               PIC X(06) VALUE SPACES.
030200     05  C3-LOW-VALUE-1       PIC 9(05).
030300     05  FILLER               PIC X(01) VALUE SPACES.
030400     05  C3-HIGH-VALUE-1      PIC 9(05).
030500     05  FILLER               PIC X(02) VALUE SPACES.
030600     05  C3-LOW-VALUE-2       PIC 9(05).
030700     05  FILLER               PIC X(01) VALUE SPACES.
030800     05  C3-HIGH-VALUE-2      PIC 9(05).
030900     05  FILLER               PIC X(03) VALUE SPACES.
031000     05  C3-IN-RANGE          PIC X(03).
031100 01  WS-CMPRPT-NONE.
031200     05  FILLER               PIC X(20) VALUE "    NO EXCEPTIONS".
031300 01  WS-CMPRPT-SUMMARY-HDG.
031400     05  FILLER               PIC X(45) VALUE
031500         "RULECOMP - SUMMARY OF THE COMPLIANCE CHECK".
031600 01  WS-CMPRPT-COUNT-LINE.
031700     05  CC-LABEL             PIC X(60).
031800     05  CC-COUNT             PIC ZZZ,ZZZ,ZZ9.
031900 01  WS-CMPRPT-RESULT.
032000     05  CT-RESULT-TEXT       PIC X(80).
032100 01  WS-CMPRPT-SIGNOFF1.
032200     05  FILLER               PIC X(60) VALUE
032300         "PREPARED BY: ______________________   DATE: __________".
032400 01  WS-CMPRPT-SIGNOFF2.
032500     05  FILLER               PIC X(60) VALUE
032600         "SOX REVIEWER: _____________________   DATE: __________".
032700
032800 PROCEDURE DIVISION.
032900*----------------------------------------------------------------
033000* 0000-MAINLINE
033100*----------------------------------------------------------------
033200 0000-MAINLINE.
033300     PERFORM 1000-INITIALIZE
033400         THRU 1000-INITIALIZE-EXIT.
033500     IF NOT WS-ABEND-OCCURRED
033600         PERFORM 2000-SCAN-MAINTLOG
033700             THRU 2000-SCAN-MAINTLOG-EXIT
033800         PERFORM 3000-SCAN-AUDIT-TRAIL
033900             THRU 3000-SCAN-AUDIT-TRAIL-EXIT
034000     END-IF.
034100     IF NOT WS-ABEND-OCCURRED
034200         PERFORM 8000-PRINT-REPORT
034300             THRU 8000-PRINT-REPORT-EXIT
034400     END-IF.
034500     PERFORM 9000-TERMINATE
034600         THRU 9000-TERMINATE-EXIT.
034700     PERFORM 9900-SET-RETURN-CODE
034800         THRU 9900-SET-RETURN-CODE-EXIT.
034900     STOP RUN.
035000
035100*----------------------------------------------------------------
035200* 1000-INITIALIZE - OPEN THE FILES, READ THE RANGE CARD AND LOAD
035300*                   THE RULE VERSIONS
035400*----------------------------------------------------------------
035500 1000-INITIALIZE.
035600     OPEN INPUT  MAINTLOG.
035700     OPEN INPUT  AUDTHIST.
035800     OPEN OUTPUT CMPRPT.
035900     IF NOT WS-MAINTLOG-OK OR NOT WS-AUDTHIST-OK
036000             OR NOT WS-CMPRPT-OK
036100         DISPLAY "RULECOMP - ERROR OPENING FILES, "
036200             "MAINTLOG = " WS-MAINTLOG-STATUS
036300             " AUDTHIST = " WS-AUDTHIST-STATUS
036400             " CMPRPT = " WS-CMPRPT-STATUS
036500         MOVE "Y" TO WS-ABEND-SWITCH
036600         GO TO 1000-INITIALIZE-EXIT.
036700     PERFORM 1100-READ-RANGE-CARD
036800         THRU 1100-READ-RANGE-CARD-EXIT.
036900     IF WS-ABEND-OCCURRED
037000         GO TO 1000-INITIALIZE-EXIT.
037100     PERFORM 1200-LOAD-VERSIONS
037200         THRU 1200-LOAD-VERSIONS-EXIT.
037300     IF WS-ABEND-OCCURRED
037400         GO TO 1000-INITIALIZE-EXIT.
037500     PERFORM 1300-MARK-IN-RANGE
037600         THRU 1300-MARK-IN-RANGE-EXIT
037700         VARYING WS-VER-SUB FROM 1 BY 1
037800         UNTIL WS-VER-SUB > WS-VER-COUNT.
037900     DISPLAY "RULECOMP - RANGE " WS-FROM-DATE " THROUGH "
038000         WS-THRU-DATE ", " WS-VER-COUNT " RULE VERSIONS ON FILE".
038100 1000-INITIALIZE-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------------
038450* 1100-READ-RANGE-CARD - READ AND VALIDATE THE CMPPARM CARD. A
038500*                        CHECK OVER THE WRONG RANGE IS NO
038550*                        EVIDENCE, SO A MISSING OR BAD CARD STOPS
038600*                        THE RUN.
038650*----------------------------------------------------------------
038700 1100-READ-RANGE-CARD.
038750     OPEN INPUT CMPPARM.
038800     IF NOT WS-CMPPARM-OK
038850         DISPLAY "RULECOMP - ERROR OPENING CMPPARM, STATUS = "
038900             WS-CMPPARM-STATUS
038950         MOVE "Y" TO WS-ABEND-SWITCH
039000         GO TO 1100-READ-RANGE-CARD-EXIT.
039050     PERFORM 1110-TAKE-RANGE-CARD
039100         THRU 1110-TAKE-RANGE-CARD-EXIT.
039150     CLOSE CMPPARM.
039200     IF WS-ABEND-OCCURRED
039250         GO TO 1100-READ-RANGE-CARD-EXIT.
039300     IF WS-FROM-DATE > WS-THRU-DATE
039350         DISPLAY "RULECOMP - CMPPARM FROM DATE IS AFTER THE "
039400             "THROUGH DATE"
039450         MOVE "Y" TO WS-ABEND-SWITCH
039500     END-IF.
039550 1100-READ-RANGE-CARD-EXIT.
039600     EXIT.
039650
039700*----------------------------------------------------------------
039750* 1110-TAKE-RANGE-CARD - READ THE CARD AND COPY THE DATES TO
039800*                        WORKING STORAGE WHILE THE RECORD AREA IS
039850*                        STILL VALID.
039900*----------------------------------------------------------------
039950 1110-TAKE-RANGE-CARD.
040000     READ CMPPARM
040050         AT END
040100             DISPLAY "RULECOMP - CMPPARM EMPTY, NO RANGE TO CHECK"
040150             MOVE "Y" TO WS-ABEND-SWITCH
040200             GO TO 1110-TAKE-RANGE-CARD-EXIT
040250     END-READ.
040300     IF CP-FROM-DATE IS NOT NUMERIC OR CP-THRU-DATE IS NOT NUMERIC
040350         DISPLAY "RULECOMP - CMPPARM DATES NOT NUMERIC YYYYMMDD: "
040400             CP-FROM-DATE " " CP-THRU-DATE
040450         MOVE "Y" TO WS-ABEND-SWITCH
040500         GO TO 1110-TAKE-RANGE-CARD-EXIT.
040550     MOVE CP-FROM-DATE TO WS-FROM-DATE.
040600     MOVE CP-THRU-DATE TO WS-THRU-DATE.
040650 1110-TAKE-RANGE-CARD-EXIT.
040700     EXIT.
041900
042000*----------------------------------------------------------------
042100* 1200-LOAD-VERSIONS - LOAD EVERY PARM.RULES ROW TO THE VERSION
042200*                      TABLE IN RULE CODE AND EFFECTIVE DATE ORDER
042300*----------------------------------------------------------------
042400 1200-LOAD-VERSIONS.
042500     OPEN INPUT PARMRULE.
042600     IF NOT WS-PARMRULE-OK
042700         DISPLAY "RULECOMP - ERROR OPENING PARMRULE, STATUS = "
042800             WS-PARMRULE-STATUS
042900         MOVE "Y" TO WS-ABEND-SWITCH
043000         GO TO 1200-LOAD-VERSIONS-EXIT.
043100     PERFORM 1210-READ-PARMRULE
043200         THRU 1210-READ-PARMRULE-EXIT.
043300     PERFORM 1220-STORE-VERSION
043400         THRU 1220-STORE-VERSION-EXIT
043500         UNTIL WS-PARM-END-OF-FILE OR WS-ABEND-OCCURRED.
043600     CLOSE PARMRULE.
043700 1200-LOAD-VERSIONS-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------------
044100* 1210-READ-PARMRULE - READ THE NEXT RULE PARAMETER RECORD
044200*----------------------------------------------------------------
044300 1210-READ-PARMRULE.
044400     READ PARMRULE
044500         AT END
044600             MOVE "Y" TO WS-PARM-EOF-SWITCH
044700     END-READ.
044800 1210-READ-PARMRULE-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------------
045200* 1220-STORE-VERSION - FILE ONE ROW IN ITS PLACE. TWO ROWS WITH
045300*                      THE SAME RULE CODE AND EFFECTIVE DATE ARE
045400*                      ONE VERSION TO THE DAILY RUN - THE LATER
045500*                      ROW WINS - SO THE LATER ROW REPLACES THE
045600*                      EARLIER HERE TOO.
045700*----------------------------------------------------------------
045800 1220-STORE-VERSION.
045900     ADD 1 TO WS-PARM-ROWS.
046000     MOVE PR-RULE-CODE TO WS-KEY-RULE-CODE.
046100     MOVE PR-EFF-DATE TO WS-KEY-EFF-DATE.
046200     PERFORM 5000-FIND-VERSION
046300         THRU 5000-FIND-VERSION-EXIT.
046400     IF WS-ENTRY-FOUND
046500         ADD 1 TO WS-DUP-ROWS
046600         SET WS-VER-SUB TO VR-IDX
046700         GO TO 1220-STORE-VERSION-FILL.
046800     IF WS-VER-COUNT NOT < 500
046900         DISPLAY "RULECOMP - VERSION TABLE FULL AT RULE "
047000             PR-RULE-CODE " VERSION " PR-EFF-DATE
047100         MOVE "Y" TO WS-ABEND-SWITCH
047200         GO TO 1220-STORE-VERSION-EXIT.
047300     COMPUTE WS-INS-POS = WS-VER-COUNT + 1.
047400     PERFORM 1230-FIND-INSERT-POSITION
047500         THRU 1230-FIND-INSERT-POSITION-EXIT
047600         VARYING WS-VER-SUB FROM WS-VER-COUNT BY -1
047700         UNTIL WS-VER-SUB < 1.
047800     ADD 1 TO WS-VER-COUNT.
047900     MOVE WS-VER-COUNT TO WS-SHIFT-SUB.
048000     PERFORM 1240-SHIFT-ONE-ENTRY
048100         THRU 1240-SHIFT-ONE-ENTRY-EXIT
048200         UNTIL WS-SHIFT-SUB NOT > WS-INS-POS.
048300     MOVE WS-INS-POS TO WS-VER-SUB.
048400 1220-STORE-VERSION-FILL.
048500     MOVE ZERO TO WS-VER-ENTRY (WS-VER-SUB).
048600     MOVE WS-KEY-VERSION TO VR-KEY (WS-VER-SUB).
048700     MOVE PR-LOGIC-IND TO VR-LOGIC-IND (WS-VER-SUB).
048800     MOVE PR-STATUS-IND TO VR-STATUS-IND (WS-VER-SUB).
048900     MOVE PR-LOW-VALUE-1 TO VR-LOW-VALUE-1 (WS-VER-SUB).
049000     MOVE PR-HIGH-VALUE-1 TO VR-HIGH-VALUE-1 (WS-VER-SUB).
049100     MOVE PR-LOW-VALUE-2 TO VR-LOW-VALUE-2 (WS-VER-SUB).
049200     MOVE PR-HIGH-VALUE-2 TO VR-HIGH-VALUE-2 (WS-VER-SUB).
049300     MOVE "N" TO VR-IN-RANGE-SW (WS-VER-SUB).
049400     MOVE "N" TO VR-HISTORY-SW (WS-VER-SUB).
049500     MOVE "N" TO VR-APPROVED-SW (WS-VER-SUB).
049600     MOVE SPACES TO VR-MAKER-ID (WS-VER-SUB).
049700     MOVE SPACES TO VR-CHECKER-ID (WS-VER-SUB).
049800 1220-STORE-VERSION-READ.
049900     PERFORM 1210-READ-PARMRULE
050000         THRU 1210-READ-PARMRULE-EXIT.
050100 1220-STORE-VERSION-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------
050500* 1230-FIND-INSERT-POSITION - WORKING UP FROM THE END, THE NEW
050600*                             VERSION GOES BEFORE EVERY ENTRY
050700*                             THAT SORTS AFTER IT
050800*----------------------------------------------------------------
050900 1230-FIND-INSERT-POSITION.
051000     IF VR-KEY (WS-VER-SUB) > WS-KEY-VERSION
051100         MOVE WS-VER-SUB TO WS-INS-POS
051200     END-IF.
051300 1230-FIND-INSERT-POSITION-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------------
051700* 1240-SHIFT-ONE-ENTRY - OPEN THE INSERTION SLOT BY MOVING ONE
051800*                        ENTRY DOWN THE TABLE
051900*----------------------------------------------------------------
052000 1240-SHIFT-ONE-ENTRY.
052100     IF WS-SHIFT-SUB > WS-INS-POS
052200         COMPUTE WS-PREV-SUB = WS-SHIFT-SUB - 1
052300         MOVE WS-VER-ENTRY (WS-PREV-SUB)
052400             TO WS-VER-ENTRY (WS-SHIFT-SUB)
052500     END-IF.
052600     SUBTRACT 1 FROM WS-SHIFT-SUB.
052700 1240-SHIFT-ONE-ENTRY-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------------
053100* 1300-MARK-IN-RANGE - A VERSION APPLIES FROM ITS EFFECTIVE DATE
053200*                      UNTIL THE NEXT VERSION OF THE SAME RULE
053300*                      TAKES OVER, SO IT WAS IN EFFECT DURING THE
053400*                      RANGE WHEN IT STARTED ON OR BEFORE THE LAST
053500*                      DATE AND ITS SUCCESSOR (IF ANY) STARTED
053600*                      AFTER THE FIRST. EXPIRY IS NOT DATED ON
053700*                      PARM.RULES, SO AN EXPIRED VERSION IS HELD
053800*                      TO THE SAME TEST.
053900*----------------------------------------------------------------
054000 1300-MARK-IN-RANGE.
054100     IF VR-EFF-DATE (WS-VER-SUB) > WS-THRU-DATE
054200         GO TO 1300-MARK-IN-RANGE-EXIT.
054300     COMPUTE WS-NEXT-SUB = WS-VER-SUB + 1.
054400     IF WS-NEXT-SUB NOT > WS-VER-COUNT
054500         IF VR-RULE-CODE (WS-NEXT-SUB) = VR-RULE-CODE (WS-VER-SUB)
054600                 AND VR-EFF-DATE (WS-NEXT-SUB) NOT > WS-FROM-DATE
054700             GO TO 1300-MARK-IN-RANGE-EXIT
054800         END-IF
054900     END-IF.
055000     MOVE "Y" TO VR-IN-RANGE-SW (WS-VER-SUB).
055100     ADD 1 TO WS-IN-RANGE-COUNT.
055200 1300-MARK-IN-RANGE-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------------
055600* 2000-SCAN-MAINTLOG - ONE PASS OVER THE MAINTENANCE AUDIT TRAIL,
055700*                      TYING EACH ADD AND CHANGE TO THE VERSIONS
055800*                      IT CREATED
055900*----------------------------------------------------------------
056000 2000-SCAN-MAINTLOG.
056100     PERFORM 2010-READ-MAINTLOG
056200         THRU 2010-READ-MAINTLOG-EXIT.
056300     PERFORM 2020-MATCH-ONE-ENTRY
056400         THRU 2020-MATCH-ONE-ENTRY-EXIT
056500         UNTIL WS-MLOG-END-OF-FILE.
056600 2000-SCAN-MAINTLOG-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------------
057000* 2010-READ-MAINTLOG - READ THE NEXT MAINTENANCE AUDIT RECORD
057100*----------------------------------------------------------------
057200 2010-READ-MAINTLOG.
057300     READ MAINTLOG
057400         AT END
057500             MOVE "Y" TO WS-MLOG-EOF-SWITCH
057600     END-READ.
057700     IF NOT WS-MLOG-END-OF-FILE
057800         ADD 1 TO WS-MLOG-READ
057900     END-IF.
058000 2010-READ-MAINTLOG-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------------
058400* 2020-MATCH-ONE-ENTRY - AN ADD OR CHANGE IS THE HISTORY OF ONE
058500*                        VERSION OF ITS RULE CARRYING THE VALUES
058575*                        IT LOGGED - THE EARLIEST NOT YET TIED TO
058650*                        AN ENTRY. IT IS AN APPROVAL WHEN BOTH
058725*                        OPERATORS ARE NAMED AND DIFFER.
058800*----------------------------------------------------------------
058900 2020-MATCH-ONE-ENTRY.
059000     IF MA-ACTION-CODE NOT = "A" AND MA-ACTION-CODE NOT = "C"
059100         GO TO 2020-MATCH-ONE-ENTRY-READ.
059200     ADD 1 TO WS-MLOG-ADD-CHANGE.
059300     MOVE "N" TO WS-DUAL-SWITCH.
059400     IF MA-MAKER-ID NOT = SPACES AND MA-CHECKER-ID NOT = SPACES
059500             AND MA-MAKER-ID NOT = MA-CHECKER-ID
059600         MOVE "Y" TO WS-DUAL-SWITCH
059700         ADD 1 TO WS-MLOG-DUAL
059800     END-IF.
059900     MOVE MA-MAINT-DATE TO WS-MLOG-STAMP-DATE.
060000     MOVE MA-MAINT-TIME TO WS-MLOG-STAMP-TIME.
060100     MOVE ZERO TO WS-MATCH-COUNT.
060200     PERFORM 2030-MATCH-ONE-VERSION
060300         THRU 2030-MATCH-ONE-VERSION-EXIT
060400         VARYING WS-VER-SUB FROM 1 BY 1
060466         UNTIL WS-VER-SUB > WS-VER-COUNT
060532             OR WS-MATCH-COUNT > ZERO.
060600     IF WS-MATCH-COUNT = ZERO
060700         ADD 1 TO WS-MLOG-UNMATCHED
060800     END-IF.
060900 2020-MATCH-ONE-ENTRY-READ.
061000     PERFORM 2010-READ-MAINTLOG
061100         THRU 2010-READ-MAINTLOG-EXIT.
061200 2020-MATCH-ONE-ENTRY-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------
061600* 2030-MATCH-ONE-VERSION - JUDGE ONE VERSION AGAINST THE ENTRY IN
061671*                          HAND. A VERSION ALREADY TIED TO AN
061742*                          EARLIER ENTRY IS PASSED OVER. THE TABLE
061813*                          IS IN EFFECTIVE DATE ORDER WITHIN RULE,
061884*                          SO THE FIRST MATCH IS THE EARLIEST. ITS
061955*                          OPERATORS ARE KEPT FOR THE EXCEPTION
062026*                          LINE.
062100*----------------------------------------------------------------
062200 2030-MATCH-ONE-VERSION.
062266     IF VR-HAS-HISTORY (WS-VER-SUB)
062332             OR VR-RULE-CODE (WS-VER-SUB) NOT = MA-RULE-CODE
062400             OR VR-LOGIC-IND (WS-VER-SUB) NOT = MA-NEW-LOGIC-IND
062500             OR VR-LOW-VALUE-1 (WS-VER-SUB)
062600                 NOT = MA-NEW-LOW-VALUE-1
062700             OR VR-HIGH-VALUE-1 (WS-VER-SUB)
062800                 NOT = MA-NEW-HIGH-VALUE-1
062900             OR VR-LOW-VALUE-2 (WS-VER-SUB)
063000                 NOT = MA-NEW-LOW-VALUE-2
063100             OR VR-HIGH-VALUE-2 (WS-VER-SUB)
063200                 NOT = MA-NEW-HIGH-VALUE-2
063300         GO TO 2030-MATCH-ONE-VERSION-EXIT.
063400     ADD 1 TO WS-MATCH-COUNT.
063500     MOVE "Y" TO VR-HISTORY-SW (WS-VER-SUB).
063700     MOVE MA-MAKER-ID TO VR-MAKER-ID (WS-VER-SUB).
063900     MOVE MA-CHECKER-ID TO VR-CHECKER-ID (WS-VER-SUB).
064100     IF NOT WS-DUAL-CONTROL-MET
064300         GO TO 2030-MATCH-ONE-VERSION-EXIT.
064500     MOVE "Y" TO VR-APPROVED-SW (WS-VER-SUB).
064700     MOVE WS-MLOG-STAMP TO VR-APPR-STAMP (WS-VER-SUB).
064900 2030-MATCH-ONE-VERSION-EXIT.
065000     EXIT.
065100
065200*----------------------------------------------------------------
065300* 3000-SCAN-AUDIT-TRAIL - ONE PASS OVER THE AUDIT TRAIL, PROVING
065400*                         EACH EVALUATION OF THE RANGE AGAINST
065500*                         ITS VERSION'S APPROVAL
065600*----------------------------------------------------------------
065700 3000-SCAN-AUDIT-TRAIL.
065800     PERFORM 3010-READ-AUDTHIST
065900         THRU 3010-READ-AUDTHIST-EXIT.
066000     PERFORM 3020-CHECK-ONE-ROW
066100         THRU 3020-CHECK-ONE-ROW-EXIT
066200         UNTIL WS-AUDT-END-OF-FILE OR WS-ABEND-OCCURRED.
066300 3000-SCAN-AUDIT-TRAIL-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------------
066700* 3010-READ-AUDTHIST - READ THE NEXT AUDIT TRAIL ROW
066800*----------------------------------------------------------------
066900 3010-READ-AUDTHIST.
067000     READ AUDTHIST
067100         AT END
067200             MOVE "Y" TO WS-AUDT-EOF-SWITCH
067300     END-READ.
067400     IF NOT WS-AUDT-END-OF-FILE
067500         ADD 1 TO WS-AUDT-READ
067600     END-IF.
067700 3010-READ-AUDTHIST-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------------
068100* 3020-CHECK-ONE-ROW - ONLY PASS, FAIL, ADJC AND ADJP ROWS ARE
068200*                      EVALUATIONS AGAINST A RULE VERSION. A FAIL
068300*                      FOR WANT OF ANY RULE (F002) WAS NEVER
068400*                      EVALUATED. THE VERSION MUST HAVE BEEN
068440*                      APPROVED BEFORE THE EVALUATION RAN. A ROW
068480*                      THAT DOES NOT NAME ITS VERSION IS TAKEN
068520*                      TO HAVE USED THE ONE IN EFFECT ON ITS
068560*                      BUSINESS DATE.
068600*----------------------------------------------------------------
068700 3020-CHECK-ONE-ROW.
068800     IF AU-BUSINESS-DATE < WS-FROM-DATE
068900             OR AU-BUSINESS-DATE > WS-THRU-DATE
069000         ADD 1 TO WS-AUDT-OUT-RANGE
069100         GO TO 3020-CHECK-ONE-ROW-READ.
069200     IF AU-OUTCOME NOT = "PASS" AND AU-OUTCOME NOT = "FAIL"
069300             AND AU-OUTCOME NOT = "ADJC"
069400             AND AU-OUTCOME NOT = "ADJP"
069500         ADD 1 TO WS-AUDT-NOT-EVAL
069600         GO TO 3020-CHECK-ONE-ROW-READ.
069700     IF AU-OUTCOME = "FAIL" AND AU-REASON-CODE = "F002"
069800         ADD 1 TO WS-AUDT-NO-RULE
069900         GO TO 3020-CHECK-ONE-ROW-READ.
070000     ADD 1 TO WS-AUDT-EVALS.
070100     MOVE AU-RULE-CODE TO WS-KEY-RULE-CODE.
070200     IF AU-RULE-EFF-DATE IS NUMERIC
070300         MOVE AU-RULE-EFF-DATE TO WS-KEY-EFF-DATE
070400     ELSE
070500         MOVE ZERO TO WS-KEY-EFF-DATE
070600     END-IF.
070700     MOVE "N" TO WS-FOUND-SWITCH.
070750     IF WS-KEY-EFF-DATE = ZERO
070800         ADD 1 TO WS-AUDT-INFERRED
070850         PERFORM 5100-INFER-VERSION
070900             THRU 5100-INFER-VERSION-EXIT
070950     END-IF.
071000     IF WS-KEY-EFF-DATE NOT = ZERO
071050         PERFORM 5000-FIND-VERSION
071100             THRU 5000-FIND-VERSION-EXIT
071150     END-IF.
071200     IF NOT WS-ENTRY-FOUND
071300         PERFORM 3030-COUNT-UNKNOWN-VERSION
071400             THRU 3030-COUNT-UNKNOWN-VERSION-EXIT
071500         GO TO 3020-CHECK-ONE-ROW-READ.
071600     SET WS-VER-SUB TO VR-IDX.
071700     ADD 1 TO VR-EVAL-COUNT (WS-VER-SUB).
071800     MOVE AU-EVAL-DATE TO WS-EVAL-STAMP-DATE.
071900     MOVE AU-EVAL-TIME TO WS-EVAL-STAMP-TIME.
072000     IF VR-APPROVED (WS-VER-SUB)
072100             AND VR-APPR-STAMP (WS-VER-SUB) NOT > WS-EVAL-STAMP
072200         GO TO 3020-CHECK-ONE-ROW-READ.
072300     ADD 1 TO WS-CHECK2-ROWS.
072400     ADD 1 TO VR-EXC-COUNT (WS-VER-SUB).
072500     IF VR-EXC-FIRST-DATE (WS-VER-SUB) = ZERO
072600             OR AU-BUSINESS-DATE < VR-EXC-FIRST-DATE (WS-VER-SUB)
072700         MOVE AU-BUSINESS-DATE TO VR-EXC-FIRST-DATE (WS-VER-SUB)
072800     END-IF.
072900     IF AU-BUSINESS-DATE > VR-EXC-LAST-DATE (WS-VER-SUB)
073000         MOVE AU-BUSINESS-DATE TO VR-EXC-LAST-DATE (WS-VER-SUB)
073100     END-IF.
073200 3020-CHECK-ONE-ROW-READ.
073300     PERFORM 3010-READ-AUDTHIST
073400         THRU 3010-READ-AUDTHIST-EXIT.
073500 3020-CHECK-ONE-ROW-EXIT.
073600     EXIT.
073700
073800*----------------------------------------------------------------
073900* 3030-COUNT-UNKNOWN-VERSION - AN EVALUATION WHOSE VERSION IS NOT
073983*                              ON PARM.RULES (OR, NOT RECORDED
074066*                              ON THE ROW, WAS NOT IN EFFECT ON
074149*                              ITS BUSINESS DATE) CANNOT BE PROVEN
074232*                              APPROVED. COUNT IT AGAINST ITS
074315*                              RULE CODE AND VERSION DATE.
074400*----------------------------------------------------------------
074500 3030-COUNT-UNKNOWN-VERSION.
074600     ADD 1 TO WS-CHECK2-ROWS.
074700     MOVE "N" TO WS-FOUND-SWITCH.
074800     IF WS-UNK-COUNT > ZERO
074900         SET UV-IDX TO 1
075000         SEARCH WS-UNK-ENTRY
075100             AT END
075200                 CONTINUE
075300             WHEN UV-KEY (UV-IDX) = WS-KEY-VERSION
075400                 MOVE "Y" TO WS-FOUND-SWITCH
075500         END-SEARCH
075600     END-IF.
075700     IF NOT WS-ENTRY-FOUND
075800         IF WS-UNK-COUNT NOT < 500
075900             DISPLAY "RULECOMP - UNKNOWN VERSION TABLE FULL AT "
076000                 "RULE " AU-RULE-CODE
076100             MOVE "Y" TO WS-ABEND-SWITCH
076200             GO TO 3030-COUNT-UNKNOWN-VERSION-EXIT
076300         END-IF
076400         ADD 1 TO WS-UNK-COUNT
076500         SET UV-IDX TO WS-UNK-COUNT
076600         MOVE WS-KEY-VERSION TO UV-KEY (UV-IDX)
076700         MOVE ZERO TO UV-ROW-COUNT (UV-IDX)
076800         MOVE AU-BUSINESS-DATE TO UV-FIRST-DATE (UV-IDX)
076900         MOVE AU-BUSINESS-DATE TO UV-LAST-DATE (UV-IDX)
077000     END-IF.
077100     ADD 1 TO UV-ROW-COUNT (UV-IDX).
077200     IF AU-BUSINESS-DATE < UV-FIRST-DATE (UV-IDX)
077300         MOVE AU-BUSINESS-DATE TO UV-FIRST-DATE (UV-IDX)
077400     END-IF.
077500     IF AU-BUSINESS-DATE > UV-LAST-DATE (UV-IDX)
077600         MOVE AU-BUSINESS-DATE TO UV-LAST-DATE (UV-IDX)
077700     END-IF.
077800 3030-COUNT-UNKNOWN-VERSION-EXIT.
077900     EXIT.
078000
078100*----------------------------------------------------------------
078200* 5000-FIND-VERSION - LOOK UP WS-KEY-VERSION (RULE CODE AND
078300*                     EFFECTIVE DATE) IN THE VERSION TABLE
078400*----------------------------------------------------------------
078500 5000-FIND-VERSION.
078600     MOVE "N" TO WS-FOUND-SWITCH.
078700     IF WS-VER-COUNT = ZERO
078800         GO TO 5000-FIND-VERSION-EXIT.
078900     SET VR-IDX TO 1.
079000     SEARCH ALL WS-VER-ENTRY
079100         AT END
079200             CONTINUE
079300         WHEN VR-KEY (VR-IDX) = WS-KEY-VERSION
079400             MOVE "Y" TO WS-FOUND-SWITCH
079500     END-SEARCH.
079600 5000-FIND-VERSION-EXIT.
079700     EXIT.
079702
079704*----------------------------------------------------------------
079706* 5100-INFER-VERSION - FOR A ROW THAT DOES NOT NAME ITS VERSION,
079708*                      SET WS-KEY-EFF-DATE TO THE LATEST VERSION
079710*                      OF ITS RULE EFFECTIVE ON OR BEFORE ITS
079712*                      BUSINESS DATE, OR ZERO IF THERE IS NONE.
079714*----------------------------------------------------------------
079716 5100-INFER-VERSION.
079718     MOVE ZERO TO WS-KEY-EFF-DATE.
079720     MOVE "N" TO WS-INFER-SWITCH.
079722     PERFORM 5110-INFER-ONE-VERSION
079724         THRU 5110-INFER-ONE-VERSION-EXIT
079726         VARYING WS-VER-SUB FROM 1 BY 1
079728         UNTIL WS-VER-SUB > WS-VER-COUNT OR WS-INFER-DONE.
079730 5100-INFER-VERSION-EXIT.
079732     EXIT.
079734
079736*----------------------------------------------------------------
079738* 5110-INFER-ONE-VERSION - ONE TABLE ENTRY. THE TABLE IS IN RULE
079740*                          CODE AND EFFECTIVE DATE ORDER, SO THE
079742*                          SCAN STOPS AT THE FIRST ENTRY PAST THE
079744*                          RULE OR THE BUSINESS DATE.
079746*----------------------------------------------------------------
079748 5110-INFER-ONE-VERSION.
079750     IF VR-RULE-CODE (WS-VER-SUB) < AU-RULE-CODE
079752         GO TO 5110-INFER-ONE-VERSION-EXIT.
079754     IF VR-RULE-CODE (WS-VER-SUB) > AU-RULE-CODE
079756             OR VR-EFF-DATE (WS-VER-SUB) > AU-BUSINESS-DATE
079758         MOVE "Y" TO WS-INFER-SWITCH
079760         GO TO 5110-INFER-ONE-VERSION-EXIT.
079762     MOVE VR-EFF-DATE (WS-VER-SUB) TO WS-KEY-EFF-DATE.
079764 5110-INFER-ONE-VERSION-EXIT.
079766     EXIT.
079800
079900*----------------------------------------------------------------
080000* 8000-PRINT-REPORT - THE EXCEPTIONS OF EACH CHECK, THEN THE
080100*                     SUMMARY PAGE
080200*----------------------------------------------------------------
080300 8000-PRINT-REPORT.
080400     MOVE WS-CMPRPT-HDG1 TO CR-PRINT-LINE.
080500     WRITE CR-PRINT-LINE AFTER ADVANCING PAGE.
080600     MOVE WS-FROM-DATE TO CH-FROM-DATE.
080700     MOVE WS-THRU-DATE TO CH-THRU-DATE.
080800     MOVE WS-CMPRPT-HDG2 TO CR-PRINT-LINE.
080900     WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE.
081000     PERFORM 8100-PRINT-CHECK-1
081100         THRU 8100-PRINT-CHECK-1-EXIT.
081200     PERFORM 8200-PRINT-CHECK-2
081300         THRU 8200-PRINT-CHECK-2-EXIT.
081400     PERFORM 8300-PRINT-CHECK-3
081500         THRU 8300-PRINT-CHECK-3-EXIT.
081600     PERFORM 8400-PRINT-SUMMARY
081700         THRU 8400-PRINT-SUMMARY-EXIT.
081800 8000-PRINT-REPORT-EXIT.
081900     EXIT.
082000
082100*----------------------------------------------------------------
082200* 8100-PRINT-CHECK-1 - VERSIONS IN EFFECT IN THE RANGE WITH NO
082300*                      DUAL-CONTROL APPROVAL
082400*----------------------------------------------------------------
082500 8100-PRINT-CHECK-1.
082600     MOVE "CHECK 1 - RULE VERSIONS IN EFFECT IN THE RANGE WITHOUT"
082700         TO CS-SECTION-TEXT.
082800     MOVE WS-CMPRPT-SECTION TO CR-PRINT-LINE.
082900     WRITE CR-PRINT-LINE AFTER ADVANCING 3 LINES.
083000     MOVE "          A DUAL-CONTROL APPROVAL ON MAINTLOG"
083100         TO CS-SECTION-TEXT.
083200     MOVE WS-CMPRPT-SECTION TO CR-PRINT-LINE.
083300     WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE.
083400     MOVE WS-CMPRPT-C1-HDG TO CR-PRINT-LINE.
083500     WRITE CR-PRINT-LINE AFTER ADVANCING 2 LINES.
083600     PERFORM 8110-PRINT-CHECK-1-LINE
083700         THRU 8110-PRINT-CHECK-1-LINE-EXIT
083800         VARYING WS-VER-SUB FROM 1 BY 1
083900         UNTIL WS-VER-SUB > WS-VER-COUNT.
084000     IF WS-CHECK1-COUNT = ZERO
084100         MOVE WS-CMPRPT-NONE TO CR-PRINT-LINE
084200         WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE
084300     END-IF.
084400 8100-PRINT-CHECK-1-EXIT.
084500     EXIT.
084600
084700*----------------------------------------------------------------
084800* 8110-PRINT-CHECK-1-LINE - ONE VERSION, IF IT FAILS CHECK 1
084900*----------------------------------------------------------------
085000 8110-PRINT-CHECK-1-LINE.
085100     IF VR-APPROVED (WS-VER-SUB)
085200         ADD 1 TO WS-APPROVED-COUNT
085300     END-IF.
085400     IF NOT VR-IN-RANGE (WS-VER-SUB) OR VR-APPROVED (WS-VER-SUB)
085500         GO TO 8110-PRINT-CHECK-1-LINE-EXIT.
085600     ADD 1 TO WS-CHECK1-COUNT.
085700     MOVE VR-RULE-CODE (WS-VER-SUB) TO C1-RULE-CODE.
085800     MOVE VR-EFF-DATE (WS-VER-SUB) TO C1-EFF-DATE.
085900     MOVE VR-MAKER-ID (WS-VER-SUB) TO C1-MAKER-ID.
086000     MOVE VR-CHECKER-ID (WS-VER-SUB) TO C1-CHECKER-ID.
086100     EVALUATE TRUE
086200         WHEN NOT VR-HAS-HISTORY (WS-VER-SUB)
086300             MOVE "NO MAINTLOG ADD OR CHANGE" TO C1-EXCEPTION
086400         WHEN VR-MAKER-ID (WS-VER-SUB) = SPACES
086500             MOVE "NO MAKER ID ON MAINTLOG" TO C1-EXCEPTION
086600         WHEN VR-CHECKER-ID (WS-VER-SUB) = SPACES
086700             MOVE "NO SECOND-OPERATOR APPROVAL" TO C1-EXCEPTION
086800         WHEN OTHER
086900             MOVE "MAKER APPROVED OWN CHANGE" TO C1-EXCEPTION
087000     END-EVALUATE.
087100     MOVE WS-CMPRPT-C1-DETAIL TO CR-PRINT-LINE.
087200     WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE.
087300 8110-PRINT-CHECK-1-LINE-EXIT.
087400     EXIT.
087500
087600*----------------------------------------------------------------
087700* 8200-PRINT-CHECK-2 - EVALUATIONS NOT MADE AGAINST A VERSION
087800*                      APPROVED AT THE TIME, ONE LINE PER VERSION
087900*----------------------------------------------------------------
088000 8200-PRINT-CHECK-2.
088100     MOVE "CHECK 2 - EVALUATIONS NOT MADE AGAINST A RULE VERSION"
088200         TO CS-SECTION-TEXT.
088300     MOVE WS-CMPRPT-SECTION TO CR-PRINT-LINE.
088400     WRITE CR-PRINT-LINE AFTER ADVANCING 3 LINES.
088500     MOVE "          APPROVED AT THE TIME (BY BUSINESS DATE)"
088600         TO CS-SECTION-TEXT.
088700     MOVE WS-CMPRPT-SECTION TO CR-PRINT-LINE.
088800     WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE.
088900     MOVE WS-CMPRPT-C2-HDG TO CR-PRINT-LINE.
089000     WRITE CR-PRINT-LINE AFTER ADVANCING 2 LINES.
089100     PERFORM 8210-PRINT-CHECK-2-VERSION
089200         THRU 8210-PRINT-CHECK-2-VERSION-EXIT
089300         VARYING WS-VER-SUB FROM 1 BY 1
089400         UNTIL WS-VER-SUB > WS-VER-COUNT.
089500     PERFORM 8220-PRINT-CHECK-2-UNKNOWN
089600         THRU 8220-PRINT-CHECK-2-UNKNOWN-EXIT
089700         VARYING WS-UNK-SUB FROM 1 BY 1
089800         UNTIL WS-UNK-SUB > WS-UNK-COUNT.
089900     IF WS-CHECK2-COUNT = ZERO
090000         MOVE WS-CMPRPT-NONE TO CR-PRINT-LINE
090100         WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE
090200     END-IF.
090300 8200-PRINT-CHECK-2-EXIT.
090400     EXIT.
090500
090600*----------------------------------------------------------------
090700* 8210-PRINT-CHECK-2-VERSION - A VERSION ON FILE WITH EVALUATIONS
090800*                              MADE BEFORE (OR WITHOUT) ITS
090900*                              APPROVAL
091000*----------------------------------------------------------------
091100 8210-PRINT-CHECK-2-VERSION.
091200     IF VR-EXC-COUNT (WS-VER-SUB) = ZERO
091300         GO TO 8210-PRINT-CHECK-2-VERSION-EXIT.
091400     ADD 1 TO WS-CHECK2-COUNT.
091500     MOVE VR-RULE-CODE (WS-VER-SUB) TO C2-RULE-CODE.
091600     MOVE VR-EFF-DATE (WS-VER-SUB) TO C2-EFF-DATE.
091700     MOVE VR-EXC-COUNT (WS-VER-SUB) TO C2-ROW-COUNT.
091800     MOVE VR-EXC-FIRST-DATE (WS-VER-SUB) TO C2-FIRST-DATE.
091900     MOVE VR-EXC-LAST-DATE (WS-VER-SUB) TO C2-LAST-DATE.
092000     IF VR-APPROVED (WS-VER-SUB)
092100         MOVE VR-APPR-DATE (WS-VER-SUB) TO C2-APPR-DATE
092200         MOVE "EVALUATED BEFORE ITS APPROVAL" TO C2-EXCEPTION
092300     ELSE
092400         MOVE SPACES TO C2-APPR-DATE
092500         MOVE "VERSION NEVER APPROVED" TO C2-EXCEPTION
092600     END-IF.
092700     MOVE WS-CMPRPT-C2-DETAIL TO CR-PRINT-LINE.
092800     WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE.
092900 8210-PRINT-CHECK-2-VERSION-EXIT.
093000     EXIT.
093100
093200*----------------------------------------------------------------
093300* 8220-PRINT-CHECK-2-UNKNOWN - EVALUATIONS WHOSE VERSION IS NOT
093366*                              ON FILE OR, NOT RECORDED, NOT IN
093432*                              EFFECT ON THE BUSINESS DATE
093500*----------------------------------------------------------------
093600 8220-PRINT-CHECK-2-UNKNOWN.
093700     ADD 1 TO WS-CHECK2-COUNT.
093800     MOVE UV-RULE-CODE (WS-UNK-SUB) TO C2-RULE-CODE.
093900     MOVE UV-EFF-DATE (WS-UNK-SUB) TO C2-EFF-DATE.
094000     MOVE UV-ROW-COUNT (WS-UNK-SUB) TO C2-ROW-COUNT.
094100     MOVE UV-FIRST-DATE (WS-UNK-SUB) TO C2-FIRST-DATE.
094200     MOVE UV-LAST-DATE (WS-UNK-SUB) TO C2-LAST-DATE.
094300     MOVE SPACES TO C2-APPR-DATE.
094400     IF UV-EFF-DATE (WS-UNK-SUB) = ZERO
094500         MOVE "NO VERSION IN EFFECT ON THE DATE" TO C2-EXCEPTION
094600     ELSE
094700         MOVE "VERSION NOT ON PARM.RULES" TO C2-EXCEPTION
094800     END-IF.
094900     MOVE WS-CMPRPT-C2-DETAIL TO CR-PRINT-LINE.
095000     WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE.
095100 8220-PRINT-CHECK-2-UNKNOWN-EXIT.
095200     EXIT.
095300
095400*----------------------------------------------------------------
095500* 8300-PRINT-CHECK-3 - PARM.RULES ROWS WITH NO MAINTLOG HISTORY
095600*----------------------------------------------------------------
095700 8300-PRINT-CHECK-3.
095800     MOVE "CHECK 3 - PARM.RULES ROWS WITH NO MAINTENANCE HISTORY"
095900         TO CS-SECTION-TEXT.
096000     MOVE WS-CMPRPT-SECTION TO CR-PRINT-LINE.
096100     WRITE CR-PRINT-LINE AFTER ADVANCING 3 LINES.
096200     MOVE "          (KEYED INTO THE FILE DIRECTLY)"
096300         TO CS-SECTION-TEXT.
096400     MOVE WS-CMPRPT-SECTION TO CR-PRINT-LINE.
096500     WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE.
096600     MOVE WS-CMPRPT-C3-HDG TO CR-PRINT-LINE.
096700     WRITE CR-PRINT-LINE AFTER ADVANCING 2 LINES.
096800     PERFORM 8310-PRINT-CHECK-3-LINE
096900         THRU 8310-PRINT-CHECK-3-LINE-EXIT
097000         VARYING WS-VER-SUB FROM 1 BY 1
097100         UNTIL WS-VER-SUB > WS-VER-COUNT.
097200     IF WS-CHECK3-COUNT = ZERO
097300         MOVE WS-CMPRPT-NONE TO CR-PRINT-LINE
097400         WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE
097500     END-IF.
097600 8300-PRINT-CHECK-3-EXIT.
097700     EXIT.
097800
097900*----------------------------------------------------------------
098000* 8310-PRINT-CHECK-3-LINE - ONE ROW, IF IT HAS NO HISTORY
098100*----------------------------------------------------------------
098200 8310-PRINT-CHECK-3-LINE.
098300     IF VR-HAS-HISTORY (WS-VER-SUB)
098400         GO TO 8310-PRINT-CHECK-3-LINE-EXIT.
098500     ADD 1 TO WS-CHECK3-COUNT.
098600     MOVE VR-RULE-CODE (WS-VER-SUB) TO C3-RULE-CODE.
098700     MOVE VR-EFF-DATE (WS-VER-SUB) TO C3-EFF-DATE.
098800     MOVE VR-STATUS-IND (WS-VER-SUB) TO C3-STATUS-IND.
098900     MOVE VR-LOGIC-IND (WS-VER-SUB) TO C3-LOGIC-IND.
099000     MOVE VR-LOW-VALUE-1 (WS-VER-SUB) TO C3-LOW-VALUE-1.
099100     MOVE VR-HIGH-VALUE-1 (WS-VER-SUB) TO C3-HIGH-VALUE-1.
099200     MOVE VR-LOW-VALUE-2 (WS-VER-SUB) TO C3-LOW-VALUE-2.
099300     MOVE VR-HIGH-VALUE-2 (WS-VER-SUB) TO C3-HIGH-VALUE-2.
099400     IF VR-IN-RANGE (WS-VER-SUB)
099500         MOVE "YES" TO C3-IN-RANGE
099600     ELSE
099700         MOVE "NO" TO C3-IN-RANGE
099800     END-IF.
099900     MOVE WS-CMPRPT-C3-DETAIL TO CR-PRINT-LINE.
100000     WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE.
100100 8310-PRINT-CHECK-3-LINE-EXIT.
100200     EXIT.
100300
100400*----------------------------------------------------------------
100500* 8400-PRINT-SUMMARY - THE SUMMARY PAGE: WHAT WAS CHECKED, WHAT
100600*                      FAILED, THE RESULT AND THE SIGN-OFF LINES
100700*----------------------------------------------------------------
100800 8400-PRINT-SUMMARY.
100900     MOVE WS-CMPRPT-SUMMARY-HDG TO CR-PRINT-LINE.
101000     WRITE CR-PRINT-LINE AFTER ADVANCING PAGE.
101100     MOVE WS-CMPRPT-HDG2 TO CR-PRINT-LINE.
101200     WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE.
101300     MOVE "PARM.RULES ROWS READ" TO CC-LABEL.
101400     MOVE WS-PARM-ROWS TO CC-COUNT.
101500     PERFORM 8410-PRINT-COUNT-LINE
101600         THRU 8410-PRINT-COUNT-LINE-EXIT.
101700     MOVE "  ROWS REPLACED BY A LATER ROW OF THE SAME VERSION"
101800         TO CC-LABEL.
101900     MOVE WS-DUP-ROWS TO CC-COUNT.
102000     PERFORM 8410-PRINT-COUNT-LINE
102100         THRU 8410-PRINT-COUNT-LINE-EXIT.
102200     MOVE "RULE VERSIONS ON FILE" TO CC-LABEL.
102300     MOVE WS-VER-COUNT TO CC-COUNT.
102400     PERFORM 8410-PRINT-COUNT-LINE
102500         THRU 8410-PRINT-COUNT-LINE-EXIT.
102600     MOVE "  IN EFFECT DURING THE RANGE" TO CC-LABEL.
102700     MOVE WS-IN-RANGE-COUNT TO CC-COUNT.
102800     PERFORM 8410-PRINT-COUNT-LINE
102900         THRU 8410-PRINT-COUNT-LINE-EXIT.
103000     MOVE "  WITH A DUAL-CONTROL APPROVAL ON MAINTLOG"
103100         TO CC-LABEL.
103200     MOVE WS-APPROVED-COUNT TO CC-COUNT.
103300     PERFORM 8410-PRINT-COUNT-LINE
103400         THRU 8410-PRINT-COUNT-LINE-EXIT.
103500     MOVE "MAINTLOG RECORDS READ" TO CC-LABEL.
103600     MOVE WS-MLOG-READ TO CC-COUNT.
103700     PERFORM 8410-PRINT-COUNT-LINE
103800         THRU 8410-PRINT-COUNT-LINE-EXIT.
103900     MOVE "  ADDS AND CHANGES" TO CC-LABEL.
104000     MOVE WS-MLOG-ADD-CHANGE TO CC-COUNT.
104100     PERFORM 8410-PRINT-COUNT-LINE
104200         THRU 8410-PRINT-COUNT-LINE-EXIT.
104300     MOVE "  OF WHICH MAKER AND CHECKER DIFFER" TO CC-LABEL.
104400     MOVE WS-MLOG-DUAL TO CC-COUNT.
104500     PERFORM 8410-PRINT-COUNT-LINE
104600         THRU 8410-PRINT-COUNT-LINE-EXIT.
104700     MOVE "  OF WHICH TIED TO NO VERSION NOW ON FILE" TO CC-LABEL.
104800     MOVE WS-MLOG-UNMATCHED TO CC-COUNT.
104900     PERFORM 8410-PRINT-COUNT-LINE
105000         THRU 8410-PRINT-COUNT-LINE-EXIT.
105100     MOVE "AUDIT ROWS READ" TO CC-LABEL.
105200     MOVE WS-AUDT-READ TO CC-COUNT.
105300     PERFORM 8410-PRINT-COUNT-LINE
105400         THRU 8410-PRINT-COUNT-LINE-EXIT.
105500     MOVE "  OUTSIDE THE RANGE" TO CC-LABEL.
105600     MOVE WS-AUDT-OUT-RANGE TO CC-COUNT.
105700     PERFORM 8410-PRINT-COUNT-LINE
105800         THRU 8410-PRINT-COUNT-LINE-EXIT.
105900     MOVE "  NOT EVALUATIONS (RVSL, RVSF, BKOT)" TO CC-LABEL.
106000     MOVE WS-AUDT-NOT-EVAL TO CC-COUNT.
106100     PERFORM 8410-PRINT-COUNT-LINE
106200         THRU 8410-PRINT-COUNT-LINE-EXIT.
106300     MOVE "  FAILED FOR WANT OF ANY RULE (F002)" TO CC-LABEL.
106400     MOVE WS-AUDT-NO-RULE TO CC-COUNT.
106500     PERFORM 8410-PRINT-COUNT-LINE
106600         THRU 8410-PRINT-COUNT-LINE-EXIT.
106700     MOVE "  EVALUATIONS CHECKED" TO CC-LABEL.
106800     MOVE WS-AUDT-EVALS TO CC-COUNT.
106900     PERFORM 8410-PRINT-COUNT-LINE
107000         THRU 8410-PRINT-COUNT-LINE-EXIT.
107016     MOVE "  OF WHICH VERSION TAKEN FROM THE BUSINESS DATE"
107032         TO CC-LABEL.
107048     MOVE WS-AUDT-INFERRED TO CC-COUNT.
107064     PERFORM 8410-PRINT-COUNT-LINE
107080         THRU 8410-PRINT-COUNT-LINE-EXIT.
107100     MOVE "CHECK 1 EXCEPTIONS - VERSIONS WITHOUT APPROVAL"
107200         TO CC-LABEL.
107300     MOVE WS-CHECK1-COUNT TO CC-COUNT.
107400     PERFORM 8410-PRINT-COUNT-LINE
107500         THRU 8410-PRINT-COUNT-LINE-EXIT.
107600     MOVE "CHECK 2 EXCEPTIONS - EVALUATIONS NOT PROVEN APPROVED"
107700         TO CC-LABEL.
107800     MOVE WS-CHECK2-ROWS TO CC-COUNT.
107900     PERFORM 8410-PRINT-COUNT-LINE
108000         THRU 8410-PRINT-COUNT-LINE-EXIT.
108100     MOVE "CHECK 3 EXCEPTIONS - ROWS WITH NO MAINTENANCE HISTORY"
108200         TO CC-LABEL.
108300     MOVE WS-CHECK3-COUNT TO CC-COUNT.
108400     PERFORM 8410-PRINT-COUNT-LINE
108500         THRU 8410-PRINT-COUNT-LINE-EXIT.
108600     IF WS-CHECK1-COUNT > ZERO OR WS-CHECK2-COUNT > ZERO
108700             OR WS-CHECK3-COUNT > ZERO
108800         MOVE "RESULT: EXCEPTIONS FOUND - SEE THE CHECKS ABOVE"
108900             TO CT-RESULT-TEXT
109000     ELSE
109100         MOVE "RESULT: NO EXCEPTIONS - EVERY RULE WAS APPROVED"
109200             TO CT-RESULT-TEXT
109300     END-IF.
109400     MOVE WS-CMPRPT-RESULT TO CR-PRINT-LINE.
109500     WRITE CR-PRINT-LINE AFTER ADVANCING 2 LINES.
109600     MOVE WS-CMPRPT-SIGNOFF1 TO CR-PRINT-LINE.
109700     WRITE CR-PRINT-LINE AFTER ADVANCING 3 LINES.
109800     MOVE WS-CMPRPT-SIGNOFF2 TO CR-PRINT-LINE.
109900     WRITE CR-PRINT-LINE AFTER ADVANCING 2 LINES.
110000     DISPLAY "RULECOMP - EXCEPTIONS: CHECK 1 " WS-CHECK1-COUNT
110100         " CHECK 2 " WS-CHECK2-ROWS " CHECK 3 " WS-CHECK3-COUNT.
110200 8400-PRINT-SUMMARY-EXIT.
110300     EXIT.
110400
110500*----------------------------------------------------------------
110600* 8410-PRINT-COUNT-LINE - ONE LABELLED COUNT ON THE SUMMARY PAGE
110700*----------------------------------------------------------------
110800 8410-PRINT-COUNT-LINE.
110900     MOVE WS-CMPRPT-COUNT-LINE TO CR-PRINT-LINE.
111000     WRITE CR-PRINT-LINE AFTER ADVANCING 1 LINE.
111100 8410-PRINT-COUNT-LINE-EXIT.
111200     EXIT.
111300
111400*----------------------------------------------------------------
111500* 9000-TERMINATE - CLOSE THE FILES
111600*----------------------------------------------------------------
111700 9000-TERMINATE.
111800     IF WS-MAINTLOG-STATUS NOT = SPACES
111900         CLOSE MAINTLOG
112000     END-IF.
112100     IF WS-AUDTHIST-STATUS NOT = SPACES
112200         CLOSE AUDTHIST
112300     END-IF.
112400     IF WS-CMPRPT-STATUS NOT = SPACES
112500         CLOSE CMPRPT
112600     END-IF.
112700 9000-TERMINATE-EXIT.
112800     EXIT.
112900
113000*----------------------------------------------------------------
113100* 9900-SET-RETURN-CODE - 0 = NO EXCEPTIONS, 4 = EXCEPTIONS FOUND,
113200*                        16 = COULD NOT RUN
113300*----------------------------------------------------------------
113400 9900-SET-RETURN-CODE.
113500     IF WS-ABEND-OCCURRED
113600         MOVE 16 TO RETURN-CODE
113700     ELSE
113800         IF WS-CHECK1-COUNT > ZERO OR WS-CHECK2-COUNT > ZERO
113900                 OR WS-CHECK3-COUNT > ZERO
114000             MOVE 4 TO RETURN-CODE
114100         ELSE
114200             MOVE ZERO TO RETURN-CODE
114300         END-IF
114400     END-IF.
114500 9900-SET-RETURN-CODE-EXIT.
114600     EXIT.
