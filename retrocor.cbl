000100****************************************************************
000200* PROGRAM-ID : RETROCOR                                          *
000300* AUTHOR     : D. ORIC, APPLICATIONS PROGRAMMING                 *
000400* INSTALLATION: DATA PROCESSING CENTER                           *
000500* DATE-WRITTEN: 2026-10-15                                       *
000600* DATE-COMPILED:                                                 *
000700*----------------------------------------------------------------
000800* REMARKS.                                                       *
000900*     RETROACTIVE RULE CORRECTION. RUN AD HOC WHEN A RULE        *
001000*     VERSION WITH WRONG RANGES WAS IN EFFECT FOR A RUN OF       *
001100*     BUSINESS DAYS AND ITS CORRECTED VERSION HAS BEEN KEYED     *
001200*     (RULEMAINT) AND PROMOTED. THE RETROPRM CARD NAMES THE      *
001300*     RULE CODE, THE BUSINESS-DATE RANGE AND THE CORRECTED       *
001400*     VERSION'S EFFECTIVE DATE ON PARMRULE.                      *
001500*     EVERY PASS AND FAIL ROW ON THE CUMULATIVE AUDIT TRAIL      *
001600*     (AUDTHIST, READ-ONLY) FOR THAT RULE AND RANGE IS           *
001700*     RE-EVALUATED UNDER THE CORRECTED RANGES WITH THE SAME      *
001800*     RANGE/LOGIC TEST IFANDTHEN USES. WHERE THE OUTCOME         *
001900*     CHANGES, AN ADJUSTING GL EXTRACT RECORD IS WRITTEN TO      *
002000*     A NEW GLEXTRT GENERATION UNDER THE RULE'S GLMPARM          *
002100*     ACCOUNT, TIED TO THE ORIGINAL TRANSACTION REFERENCE:       *
002200*       - A WRONG PASS GETS A CONTRA (FLAG R, OPPOSITE SIDE),    *
002300*         AUDIT OUTCOME ADJC,                                    *
002400*       - A WRONG FAIL GETS A NEW POSTING (FLAG Y, MAPPED        *
002500*         SIDE), AUDIT OUTCOME ADJP.                             *
002600*     EACH ADJUSTMENT IS APPENDED TO AUDTLOG UNDER THIS RUN'S    *
002700*     OWN RUN-ID WITH THE ORIGINAL BUSINESS DATE AND TRAN REF.   *
002800*     WHAT IS ALREADY ON THE TRAIL IS HONOURED, SO A RERUN OR    *
002900*     A SECOND CORRECTION OF THE SAME RANGE ONLY ADJUSTS WHAT    *
003000*     IS STILL WRONG: AN ITEM'S POSTED STATE STARTS FROM ITS     *
003100*     PASS OR FAIL ROW AND FOLLOWS ANY LATER ADJC/ADJP ROWS      *
003133*     FOR THE SAME DATE AND REF; AN RVSL ROW UNPOSTS THE ONE     *
003166*     POSTED ITEM OF ITS RULE AND VALUE ON THE ORIGINAL'S DATE   *
003199*     IT CARRIES, AND A LATER BACKOUT OF THAT RVSL ROW POSTS     *
003232*     THE ITEM AGAIN. A REVERSAL THAT CANNOT BE TIED TO ONE      *
003265*     ITEM - TWO ALIKE ON THE DATE, OR AN OLDER RVSL ROW         *
003298*     WITHOUT THE ORIGINAL'S DATE - UNPOSTS NOTHING: ITS         *
003331*     CANDIDATE ITEMS ARE HELD, NOT ADJUSTED, AND LISTED FOR     *
003364*     FINANCE TO ADJUST BY HAND.                                 *
003400*     A WRONG FAIL THAT SUSPREP ALREADY RE-FED OR WROTE OFF      *
003500*     (AN APPLIED CORRLOG ENTRY) IS NOT POSTED AGAIN; ONE        *
003600*     STILL OPEN IN SUSPENSE IS POSTED AND A WRITE-OFF (ACTION   *
003650*     W) IS QUEUED FOR IT ON THE PENDING SUSPENSE CORRECTION     *
003675*     FILE (SUSPCORR), SO THE NEXT SUSPREP RUN CLEARS IT FROM    *
003700*     SUSPENSE INSTEAD OF RE-FEEDING IT. A                       *
003800*     FAIL WITH NO VERSION IN EFFECT (F002) WAS NEVER            *
003900*     EVALUATED AND IS NOT RE-EVALUATED.                         *
004000*     RETRORPT LISTS EVERY ITEM WHOSE OUTCOME CHANGED, WITH      *
004100*     TOTALS AND SIGN-OFF LINES FOR FINANCE. THE CHECKPOINT      *
004200*     RECORD IS WRITTEN TO THE RUN'S OWN CHKPTFIL FOR THE        *
004300*     STANDARD RECONCIL BALANCING: RECORDS READ = ADJUSTMENTS,   *
004400*     PASS = NEW POSTINGS, REVERSAL = CONTRAS.                   *
004500*----------------------------------------------------------------
004600* MODIFICATION HISTORY.                                          *
004700*   DATE       INIT  DESCRIPTION                                 *
004800*   ---------- ----  ------------------------------------------  *
004900*   2026-10-15  DO   ORIGINAL VERSION.                           *
005000****************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID.              RETROCOR.
005300 AUTHOR.                  D. ORIC.
005400 INSTALLATION.            DATA PROCESSING CENTER.
005500 DATE-WRITTEN.            2026-10-15.
005600 DATE-COMPILED.
005700
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.         IBM-370.
006100 OBJECT-COMPUTER.         IBM-370.
006200
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT RETROPRM     ASSIGN TO RETROPRM
006600                         ORGANIZATION IS SEQUENTIAL
006700                         FILE STATUS IS WS-RETROPRM-STATUS.
006800
006900     SELECT PARMRULE     ASSIGN TO PARMRULE
007000                         ORGANIZATION IS SEQUENTIAL
007100                         FILE STATUS IS WS-PARMRULE-STATUS.
007200
007300     SELECT GLMPARM      ASSIGN TO GLMPARM
007400                         ORGANIZATION IS SEQUENTIAL
007500                         FILE STATUS IS WS-GLMPARM-STATUS.
007600
007700     SELECT SUSPENSE     ASSIGN TO SUSPENSE
007800                         ORGANIZATION IS SEQUENTIAL
007900                         FILE STATUS IS WS-SUSPENSE-STATUS.
008000
008100     SELECT CORRLOG      ASSIGN TO CORRLOG
008200                         ORGANIZATION IS SEQUENTIAL
008300                         FILE STATUS IS WS-CORRLOG-STATUS.
008400
008500     SELECT AUDTHIST     ASSIGN TO AUDTHIST
008600                         ORGANIZATION IS SEQUENTIAL
008700                         FILE STATUS IS WS-AUDTHIST-STATUS.
008800
008900     SELECT AUDTLOG      ASSIGN TO AUDTLOG
009000                         ORGANIZATION IS SEQUENTIAL
009100                         FILE STATUS IS WS-AUDTLOG-STATUS.
009200
009300     SELECT GLEXTRT      ASSIGN TO GLEXTRT
009400                         ORGANIZATION IS SEQUENTIAL
009500                         FILE STATUS IS WS-GLEXTRT-STATUS.
009600
009700     SELECT CHKPTFIL     ASSIGN TO CHKPTFIL
009800                         ORGANIZATION IS INDEXED
009900                         ACCESS MODE IS DYNAMIC
010000                         RECORD KEY IS CK-CHECKPOINT-ID
010100                         FILE STATUS IS WS-CHKPTFIL-STATUS.
010200
010300     SELECT RETRORPT     ASSIGN TO RETRORPT
010400                         ORGANIZATION IS SEQUENTIAL
010500                         FILE STATUS IS WS-RETRORPT-STATUS.
010520
010540     SELECT SUSPCORR     ASSIGN TO SUSPCORR
010560                         ORGANIZATION IS SEQUENTIAL
010580                         FILE STATUS IS WS-SUSPCORR-STATUS.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  RETROPRM
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 COPY RETROREC.
011300
011400 FD  PARMRULE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700 COPY PARMREC.
011800
011900 FD  GLMPARM
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200 COPY GLMPREC.
012300
012400 FD  SUSPENSE
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700 COPY SUSPREC.
012800
012900 FD  CORRLOG
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200 COPY SCORREC.
013300
013400 FD  AUDTHIST
013500     RECORDING MODE IS F
013600     LABEL RECORDS ARE STANDARD.
013700 COPY AUDTREC REPLACING AU-AUDIT-RECORD BY AH-AUDIT-RECORD.
013800
013900 FD  AUDTLOG
014000     RECORDING MODE IS F
014100     LABEL RECORDS ARE STANDARD.
014200 COPY AUDTREC.
014300
014400 FD  GLEXTRT
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700 COPY GLEXTREC.
014800
014900 FD  CHKPTFIL
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD.
015200 COPY CHKPREC.
015300
015400 FD  RETRORPT
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD.
015700 COPY RPTLINE REPLACING RP-PRINT-LINE BY RR-PRINT-LINE.
015710
015720 FD  SUSPCORR
015730     RECORDING MODE IS F
015740     LABEL RECORDS ARE STANDARD.
015750 COPY SCORREC REPLACING SC-SUSP-CORRECT-RECORD
015760                     BY SW-WRITE-OFF-RECORD.
015800
015900 WORKING-STORAGE SECTION.
016000 01  WS-SWITCHES.
016100     05  WS-HIST-EOF-SWITCH   PIC X(01)  VALUE "N".
016200         88  WS-HIST-END-OF-FILE         VALUE "Y".
016300     05  WS-PARMRULE-EOF-SWITCH PIC X(01) VALUE "N".
016400         88  WS-PARMRULE-END-OF-FILE     VALUE "Y".
016500     05  WS-GLMPARM-EOF-SWITCH PIC X(01) VALUE "N".
016600         88  WS-GLMPARM-END-OF-FILE      VALUE "Y".
016700     05  WS-SUSP-EOF-SWITCH   PIC X(01)  VALUE "N".
016800         88  WS-SUSP-END-OF-FILE         VALUE "Y".
016900     05  WS-CORR-EOF-SWITCH   PIC X(01)  VALUE "N".
017000         88  WS-CORR-END-OF-FILE         VALUE "Y".
017100     05  WS-ABEND-SWITCH      PIC X(01)  VALUE "N".
017200         88  WS-ABEND-OCCURRED           VALUE "Y".
017300     05  WS-ATTENTION-SWITCH  PIC X(01)  VALUE "N".
017400         88  WS-ATTENTION-NEEDED         VALUE "Y".
017500     05  WS-VERSION-FOUND-SWITCH PIC X(01) VALUE "N".
017600         88  WS-VERSION-FOUND            VALUE "Y".
017700     05  WS-MAP-FOUND-SWITCH  PIC X(01)  VALUE "N".
017800         88  WS-MAP-FOUND                VALUE "Y".
017900     05  WS-CORR-FOUND-SWITCH PIC X(01)  VALUE "N".
018000         88  WS-CORR-FOUND               VALUE "Y".
018100     05  WS-OPEN-FOUND-SWITCH PIC X(01)  VALUE "N".
018200         88  WS-OPEN-FOUND               VALUE "Y".
018233     05  WS-RVSL-MATCH-SWITCH PIC X(01)  VALUE "N".
018266         88  WS-RVSL-MATCHED             VALUE "Y".
018300
018400 01  WS-EVAL-SWITCHES.
018500     05  WS-PASS-SWITCH       PIC X(01)  VALUE "N".
018600         88  WS-EVAL-PASSED              VALUE "Y".
018700     05  WS-CLAUSE1-SWITCH    PIC X(01)  VALUE "N".
018800         88  WS-CLAUSE1-PASSED           VALUE "Y".
018900     05  WS-CLAUSE2-SWITCH    PIC X(01)  VALUE "N".
019000         88  WS-CLAUSE2-PASSED           VALUE "Y".
019100
019200 01  WS-FILE-STATUSES.
019300     05  WS-RETROPRM-STATUS   PIC X(02)  VALUE SPACES.
019400         88  WS-RETROPRM-OK                VALUE "00".
019500     05  WS-PARMRULE-STATUS   PIC X(02)  VALUE SPACES.
019600         88  WS-PARMRULE-OK                VALUE "00".
019700     05  WS-GLMPARM-STATUS    PIC X(02)  VALUE SPACES.
019800         88  WS-GLMPARM-OK                 VALUE "00".
019900     05  WS-SUSPENSE-STATUS   PIC X(02)  VALUE SPACES.
020000         88  WS-SUSPENSE-OK                VALUE "00".
020100     05  WS-CORRLOG-STATUS    PIC X(02)  VALUE SPACES.
020200         88  WS-CORRLOG-OK                 VALUE "00".
020300     05  WS-AUDTHIST-STATUS   PIC X(02)  VALUE SPACES.
020400         88  WS-AUDTHIST-OK                VALUE "00".
020500     05  WS-AUDTLOG-STATUS    PIC X(02)  VALUE SPACES.
020600         88  WS-AUDTLOG-OK                 VALUE "00".
020700     05  WS-GLEXTRT-STATUS    PIC X(02)  VALUE SPACES.
020800         88  WS-GLEXTRT-OK                 VALUE "00".
020900     05  WS-CHKPTFIL-STATUS   PIC X(02)  VALUE SPACES.
021000         88  WS-CHKPTFIL-OK                VALUE "00".
021100     05  WS-RETRORPT-STATUS   PIC X(02)  VALUE SPACES.
021200         88  WS-RETRORPT-OK                VALUE "00".
021250     05  WS-SUSPCORR-STATUS   PIC X(02)  VALUE SPACES.
021275         88  WS-SUSPCORR-OK                VALUE "00".
021300
021400 77  WS-WORK-VALUE            PIC 9(05)  VALUE ZERO.
021500 77  WS-HIST-ROWS-READ        PIC 9(09)  VALUE ZERO  COMP.
021600 77  WS-UNCHANGED-COUNT       PIC 9(07)  VALUE ZERO  COMP.
021700 77  WS-CONTRA-COUNT          PIC 9(07)  VALUE ZERO  COMP.
021800 77  WS-POSTING-COUNT         PIC 9(07)  VALUE ZERO  COMP.
021900 77  WS-ADJUST-COUNT          PIC 9(07)  VALUE ZERO  COMP.
022000 77  WS-REFED-COUNT           PIC 9(07)  VALUE ZERO  COMP.
022100 77  WS-WRITTEN-OFF-COUNT     PIC 9(07)  VALUE ZERO  COMP.
022200 77  WS-NO-REF-COUNT          PIC 9(07)  VALUE ZERO  COMP.
022300 77  WS-OPEN-SUSP-COUNT       PIC 9(07)  VALUE ZERO  COMP.
022350 77  WS-WRITE-OFF-QUEUED      PIC 9(07)  VALUE ZERO  COMP.
022400 77  WS-NO-VERSION-COUNT      PIC 9(07)  VALUE ZERO  COMP.
022500 77  WS-PRIOR-ADJ-COUNT       PIC 9(07)  VALUE ZERO  COMP.
022550 77  WS-BACKED-OUT-COUNT      PIC 9(07)  VALUE ZERO  COMP.
022600 77  WS-PRIOR-RVSL-COUNT      PIC 9(07)  VALUE ZERO  COMP.
022614 77  WS-RVSL-HELD-COUNT       PIC 9(07)  VALUE ZERO  COMP.
022628 77  WS-RVSL-UNDONE-COUNT     PIC 9(07)  VALUE ZERO  COMP.
022642 77  WS-HELD-COUNT            PIC 9(07)  VALUE ZERO  COMP.
022656 77  WS-RVSL-MATCH-COUNT      PIC 9(05)  VALUE ZERO  COMP.
022670 77  WS-RVSL-MATCH-SUB        PIC 9(05)  VALUE ZERO  COMP.
022684 77  WS-RVSL-ORIG-DATE        PIC 9(08)  VALUE ZERO.
022700 77  WS-CONTRA-AMOUNT         PIC 9(11)  VALUE ZERO  COMP.
022800 77  WS-POSTING-AMOUNT        PIC 9(11)  VALUE ZERO  COMP.
022900 77  WS-ADJUST-OUTCOME        PIC X(04)  VALUE SPACES.
023000 77  WS-ITEM-NOTE             PIC X(36)  VALUE SPACES.
023100
023200 01  WS-RUN-DATE-TIME.
023300     05  WS-RUN-DATE          PIC 9(08)  VALUE ZERO.
023400     05  WS-RUN-TIME          PIC 9(08)  VALUE ZERO.
023500 01  WS-RUN-ID                PIC X(16)  VALUE SPACES.
023600
023700*----------------------------------------------------------------
023800* THE RETROPRM CARD, VALIDATED, AND THE CORRECTED VERSION IT
023900* NAMES, FETCHED FROM PARMRULE BY RULE CODE AND EFFECTIVE DATE
024000*----------------------------------------------------------------
024100 01  WS-RETRO-PARMS.
024200     05  WS-RETRO-RULE        PIC X(04)  VALUE SPACES.
024300     05  WS-FROM-DATE         PIC 9(08)  VALUE ZERO.
024400     05  WS-TO-DATE           PIC 9(08)  VALUE ZERO.
024500     05  WS-VERSION-DATE      PIC 9(08)  VALUE ZERO.
024600
024700 01  WS-CORRECTED-VERSION.
024800     05  CV-LOGIC-IND         PIC X(01)  VALUE SPACES.
024900         88  CV-LOGIC-IS-OR              VALUE "O".
025000     05  CV-STATUS-IND        PIC X(01)  VALUE SPACES.
025100     05  CV-LOW-VALUE-1       PIC 9(05)  VALUE ZERO.
025200     05  CV-HIGH-VALUE-1      PIC 9(05)  VALUE ZERO.
025300     05  CV-LOW-VALUE-2       PIC 9(05)  VALUE ZERO.
025400     05  CV-HIGH-VALUE-2      PIC 9(05)  VALUE ZERO.
025500
025600 01  WS-GL-MAPPING.
025700     05  WS-GL-ACCOUNT        PIC X(08)  VALUE SPACES.
025800     05  WS-GL-DRCR-IND       PIC X(01)  VALUE SPACES.
025900     05  WS-CONTRA-DRCR-IND   PIC X(01)  VALUE SPACES.
026000
026100*----------------------------------------------------------------
026200* WS-ITEM-TABLE - ONE ENTRY PER PASS OR FAIL AUDIT ROW OF THE
026300*                 RULE IN THE DATE RANGE, IN AUDIT TRAIL ORDER,
026400*                 WITH WHETHER THE ITEM IS POSTED TO THE GL AS
026500*                 OF THE END OF THE TRAIL (AFTER ANY REVERSAL
026540*                 OR EARLIER RETROACTIVE ADJUSTMENT), THE DATE
026580*                 AND REF OF THE REVERSAL THAT UNPOSTED IT, AND
026620*                 WHETHER IT IS HELD FOR A REVERSAL THAT COULD
026660*                 NOT BE TIED TO ONE ITEM. SIZED FOR
026700*                 A MONTH OF ONE RULE'S BRANCH-SYSTEM VOLUME; A
026800*                 LONGER RANGE IS RUN IN PIECES.
026900*----------------------------------------------------------------
027000 01  WS-ITEM-TABLE.
027100     05  WS-ITEM-COUNT        PIC 9(05)  VALUE ZERO.
027200     05  WS-ITEM-ENTRY        OCCURS 50000 TIMES
027300                               DEPENDING ON WS-ITEM-COUNT
027400                               INDEXED BY IT-IDX.
027500         10  IT-BUSINESS-DATE PIC 9(08).
027600         10  IT-TRAN-REF      PIC X(12).
027700         10  IT-CONTROL-VALUE PIC 9(05).
027800         10  IT-POSTED-SWITCH PIC X(01).
027900             88  IT-POSTED               VALUE "Y".
027950             88  IT-BACKED-OUT           VALUE "B".
027960         10  IT-HOLD-SWITCH   PIC X(01).
027970             88  IT-HELD                 VALUE "Y".
027980         10  IT-RVSL-DATE     PIC 9(08).
027990         10  IT-RVSL-REF      PIC X(12).
028000
028100*----------------------------------------------------------------
028200* WS-OPEN-TABLE - THE RULE'S FAILED DETAILS STILL OPEN IN
028300*                 SUSPENSE FOR THE DATE RANGE, WITH THE FEED ID
028350*                 THAT COMPLETES THE SUSPREP ITEM KEY
028400*----------------------------------------------------------------
028500 01  WS-OPEN-TABLE.
028600     05  WS-OPEN-COUNT        PIC 9(05)  VALUE ZERO.
028700     05  WS-OPEN-ENTRY        OCCURS 10000 TIMES
028800                               DEPENDING ON WS-OPEN-COUNT
028900                               INDEXED BY OP-IDX.
029000         10  OP-BUSINESS-DATE PIC 9(08).
029100         10  OP-TRAN-REF      PIC X(12).
029150         10  OP-FEED-ID       PIC X(08).
029200
029300*----------------------------------------------------------------
029400* WS-CORR-TABLE - SUSPENSE CORRECTIONS SUSPREP APPLIED TO THE
029500*                 RULE'S ITEMS IN THE DATE RANGE (RE-FED OR
029600*                 WRITTEN OFF), FROM THE PERMANENT CORRLOG
029700*----------------------------------------------------------------
029800 01  WS-CORR-TABLE.
029900     05  WS-CORR-COUNT        PIC 9(05)  VALUE ZERO.
030000     05  WS-CORR-ENTRY        OCCURS 10000 TIMES
030100                               DEPENDING ON WS-CORR-COUNT
030200                               INDEXED BY CL-IDX.
030300         10  CL-BUSINESS-DATE PIC 9(08).
030400         10  CL-TRAN-REF      PIC X(12).
030500         10  CL-ACTION-CODE   PIC X(01).
030600
030700 01  WS-RETRORPT-HDG1.
030800     05  FILLER               PIC X(46)
030900         VALUE "RETROCOR - RETROACTIVE RULE CORRECTION REPORT".
031000 01  WS-RETRORPT-HDG2.
031100     05  FILLER               PIC X(06) VALUE "RULE: ".
031200     05  RH-RULE-CODE         PIC X(04).
031300     05  FILLER               PIC X(18)
031400             VALUE "  BUSINESS DATES: ".
031500     05  RH-FROM-DATE         PIC 9(08).
031600     05  FILLER               PIC X(04) VALUE " TO ".
031700     05  RH-TO-DATE           PIC 9(08).
031800     05  FILLER               PIC X(10) VALUE "  RUN-ID: ".
031900     05  RH-RUN-ID            PIC X(16).
032000 01  WS-RETRORPT-HDG3.
032100     05  FILLER               PIC X(30)
032200             VALUE "CORRECTED VERSION EFFECTIVE: ".
032300     05  RH-VERSION-DATE      PIC 9(08).
032400     05  FILLER               PIC X(10) VALUE "  RANGE 1 ".
032500     05  RH-LOW-VALUE-1       PIC 9(05).
032600     05  FILLER               PIC X(01) VALUE "-".
032700     05  RH-HIGH-VALUE-1      PIC 9(05).
032800     05  FILLER               PIC X(09) VALUE "  RANGE 2".
032900     05  FILLER               PIC X(01) VALUE SPACES.
033000     05  RH-LOW-VALUE-2       PIC 9(05).
033100     05  FILLER               PIC X(01) VALUE "-".
033200     05  RH-HIGH-VALUE-2      PIC 9(05).
033300     05  FILLER               PIC X(08) VALUE "  LOGIC ".
033400     05  RH-LOGIC-IND         PIC X(01).
033500     05  FILLER               PIC X(09) VALUE "  STATUS ".
033600     05  RH-STATUS-IND        PIC X(01).
033700 01  WS-RETRORPT-HDG4.
033800     05  FILLER               PIC X(41)
033900             VALUE "GL ACCOUNT: ".
034000 01  WS-RETRORPT-HDG4R REDEFINES WS-RETRORPT-HDG4.
034100     05  FILLER               PIC X(12).
034200     05  RH-GL-ACCOUNT        PIC X(08).
034300     05  FILLER               PIC X(13).
034400     05  RH-GL-SIDE-DESC      PIC X(08).
034500 01  WS-RETRORPT-HDG5.
034600     05  FILLER               PIC X(10) VALUE "BUS DATE".
034700     05  FILLER               PIC X(14) VALUE "TRAN REF".
034800     05  FILLER               PIC X(07) VALUE "VALUE".
034900     05  FILLER               PIC X(06) VALUE "WAS".
035000     05  FILLER               PIC X(06) VALUE "NOW".
035100     05  FILLER               PIC X(09) VALUE "ADJUST".
035200     05  FILLER               PIC X(10) VALUE "ACCOUNT".
035300     05  FILLER               PIC X(04) VALUE "D/C".
035400     05  FILLER               PIC X(36) VALUE "NOTE".
035500 01  WS-RETRORPT-DETAIL.
035600     05  RD-BUSINESS-DATE     PIC 9(08).
035700     05  FILLER               PIC X(02) VALUE SPACES.
035800     05  RD-TRAN-REF          PIC X(12).
035900     05  FILLER               PIC X(02) VALUE SPACES.
036000     05  RD-CONTROL-VALUE     PIC ZZZZ9.
036100     05  FILLER               PIC X(02) VALUE SPACES.
036200     05  RD-WAS               PIC X(04).
036300     05  FILLER               PIC X(02) VALUE SPACES.
036400     05  RD-NOW               PIC X(04).
036500     05  FILLER               PIC X(02) VALUE SPACES.
036600     05  RD-ADJUSTMENT        PIC X(07).
036700     05  FILLER               PIC X(02) VALUE SPACES.
036800     05  RD-GL-ACCOUNT        PIC X(08).
036900     05  FILLER               PIC X(02) VALUE SPACES.
037000     05  RD-DRCR-IND          PIC X(01).
037100     05  FILLER               PIC X(03) VALUE SPACES.
037200     05  RD-NOTE              PIC X(36).
037300 01  WS-RETRORPT-NONE.
037400     05  FILLER               PIC X(33)
037500             VALUE "NO ITEM CHANGES OUTCOME UNDER THE".
037600     05  FILLER               PIC X(18)
037700             VALUE " CORRECTED VERSION".
037800 01  WS-RETRORPT-TOTAL.
037900     05  RT-TOTAL-DESC        PIC X(42).
038000     05  RT-TOTAL-COUNT       PIC ZZZZZZ9.
038100     05  FILLER               PIC X(04) VALUE SPACES.
038200     05  RT-TOTAL-AMOUNT      PIC Z(10)9.
038300 01  WS-RETRORPT-SIGNOFF1.
038400     05  FILLER               PIC X(60) VALUE
038500         "PREPARED BY: ______________________   DATE: __________".
038600 01  WS-RETRORPT-SIGNOFF2.
038700     05  FILLER               PIC X(60) VALUE
038800         "FINANCE APPROVAL: _________________   DATE: __________".
038900
039000 PROCEDURE DIVISION.
039100*----------------------------------------------------------------
039200* 0000-MAINLINE
039300*----------------------------------------------------------------
039400 0000-MAINLINE.
039500     PERFORM 1000-INITIALIZE
039600         THRU 1000-INITIALIZE-EXIT.
039700     IF NOT WS-ABEND-OCCURRED
039800         PERFORM 2000-SCAN-AUDIT-TRAIL
039900             THRU 2000-SCAN-AUDIT-TRAIL-EXIT
040000     END-IF.
040100     IF NOT WS-ABEND-OCCURRED
040200         PERFORM 3000-CORRECT-ONE-ITEM
040300             THRU 3000-CORRECT-ONE-ITEM-EXIT
040400             VARYING IT-IDX FROM 1 BY 1
040500             UNTIL IT-IDX > WS-ITEM-COUNT
040600         PERFORM 8000-PRINT-TOTALS
040700             THRU 8000-PRINT-TOTALS-EXIT
040800         PERFORM 8500-WRITE-CHECKPOINT
040900             THRU 8500-WRITE-CHECKPOINT-EXIT
041000     END-IF.
041100     PERFORM 9000-TERMINATE
041200         THRU 9000-TERMINATE-EXIT.
041300     PERFORM 9900-SET-RETURN-CODE
041400         THRU 9900-SET-RETURN-CODE-EXIT.
041500     STOP RUN.
041600
041700*----------------------------------------------------------------
041800* 1000-INITIALIZE - OPEN THE FILES, VALIDATE THE RETROPRM CARD,
041900*                   FETCH THE CORRECTED VERSION AND THE RULE'S
042000*                   GL MAPPING, LOAD THE OPEN SUSPENSE ITEMS AND
042100*                   APPLIED CORRECTIONS, AND PRINT THE HEADINGS
042200*----------------------------------------------------------------
042300 1000-INITIALIZE.
042400     OPEN INPUT  PARMRULE.
042500     OPEN INPUT  GLMPARM.
042600     OPEN INPUT  SUSPENSE.
042700     OPEN INPUT  CORRLOG.
042800     OPEN INPUT  AUDTHIST.
042900     OPEN OUTPUT AUDTLOG.
043000     OPEN OUTPUT GLEXTRT.
043100     OPEN OUTPUT CHKPTFIL.
043200     OPEN OUTPUT RETRORPT.
043250     OPEN OUTPUT SUSPCORR.
043300     IF NOT WS-PARMRULE-OK OR NOT WS-GLMPARM-OK
043400             OR NOT WS-SUSPENSE-OK OR NOT WS-CORRLOG-OK
043500             OR NOT WS-AUDTHIST-OK OR NOT WS-AUDTLOG-OK
043600             OR NOT WS-GLEXTRT-OK OR NOT WS-CHKPTFIL-OK
043700             OR NOT WS-RETRORPT-OK OR NOT WS-SUSPCORR-OK
043800         DISPLAY "RETROCOR - ERROR OPENING FILES, "
043900             "PARMRULE = " WS-PARMRULE-STATUS
044000             " GLMPARM = " WS-GLMPARM-STATUS
044100             " SUSPENSE = " WS-SUSPENSE-STATUS
044200             " CORRLOG = " WS-CORRLOG-STATUS
044300         DISPLAY "RETROCOR - "
044400             "AUDTHIST = " WS-AUDTHIST-STATUS
044500             " AUDTLOG = " WS-AUDTLOG-STATUS
044600             " GLEXTRT = " WS-GLEXTRT-STATUS
044700             " CHKPTFIL = " WS-CHKPTFIL-STATUS
044800             " RETRORPT = " WS-RETRORPT-STATUS
044850             " SUSPCORR = " WS-SUSPCORR-STATUS
044900         MOVE "Y" TO WS-ABEND-SWITCH
045000         GO TO 1000-INITIALIZE-EXIT.
045100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
045200     ACCEPT WS-RUN-TIME FROM TIME.
045300     STRING WS-RUN-DATE  DELIMITED BY SIZE
045400            WS-RUN-TIME  DELIMITED BY SIZE
045500            INTO WS-RUN-ID
045600     END-STRING.
045700     PERFORM 1100-READ-RETRO-CARD
045800         THRU 1100-READ-RETRO-CARD-EXIT.
045900     IF WS-ABEND-OCCURRED
046000         GO TO 1000-INITIALIZE-EXIT.
046100     PERFORM 1200-FIND-CORRECTED-VERSION
046200         THRU 1200-FIND-CORRECTED-VERSION-EXIT.
046300     IF WS-ABEND-OCCURRED
046400         GO TO 1000-INITIALIZE-EXIT.
046500     PERFORM 1300-FIND-GL-MAP
046600         THRU 1300-FIND-GL-MAP-EXIT.
046700     IF WS-ABEND-OCCURRED
046800         GO TO 1000-INITIALIZE-EXIT.
046900     PERFORM 1400-LOAD-OPEN-SUSPENSE
047000         THRU 1400-LOAD-OPEN-SUSPENSE-EXIT.
047100     IF WS-ABEND-OCCURRED
047200         GO TO 1000-INITIALIZE-EXIT.
047300     PERFORM 1500-LOAD-CORRECTIONS
047400         THRU 1500-LOAD-CORRECTIONS-EXIT.
047500     IF WS-ABEND-OCCURRED
047600         GO TO 1000-INITIALIZE-EXIT.
047700     PERFORM 1900-PRINT-HEADINGS
047800         THRU 1900-PRINT-HEADINGS-EXIT.
047900 1000-INITIALIZE-EXIT.
048000     EXIT.
048100
048200*----------------------------------------------------------------
048250* 1100-READ-RETRO-CARD - READ AND VALIDATE THE RETROPRM CARD.
048300*                        THERE IS NO SENSIBLE DEFAULT FOR ANY OF
048350*                        ITS FIELDS, SO A MISSING, BLANK OR BAD
048400*                        CARD STOPS THE RUN BEFORE ANYTHING IS
048450*                        WRITTEN.
048500*----------------------------------------------------------------
048550 1100-READ-RETRO-CARD.
048600     OPEN INPUT RETROPRM.
048650     IF NOT WS-RETROPRM-OK
048700         DISPLAY "RETROCOR - ERROR OPENING RETROPRM, STATUS = "
048750             WS-RETROPRM-STATUS
048800         MOVE "Y" TO WS-ABEND-SWITCH
048850         GO TO 1100-READ-RETRO-CARD-EXIT.
048900     PERFORM 1110-TAKE-RETRO-CARD
048950         THRU 1110-TAKE-RETRO-CARD-EXIT.
049000     CLOSE RETROPRM.
049050     IF WS-ABEND-OCCURRED
049100         GO TO 1100-READ-RETRO-CARD-EXIT.
049150     IF WS-FROM-DATE > WS-TO-DATE
049200         DISPLAY "RETROCOR - RETROPRM FROM DATE " WS-FROM-DATE
049250             " IS AFTER TO DATE " WS-TO-DATE
049300         MOVE "Y" TO WS-ABEND-SWITCH
049350         GO TO 1100-READ-RETRO-CARD-EXIT.
049400     IF WS-TO-DATE > WS-RUN-DATE
049450         DISPLAY "RETROCOR - RETROPRM TO DATE " WS-TO-DATE
049500             " IS IN THE FUTURE"
049550         MOVE "Y" TO WS-ABEND-SWITCH
049600     END-IF.
049650 1100-READ-RETRO-CARD-EXIT.
049700     EXIT.
049750
049800*----------------------------------------------------------------
049850* 1110-TAKE-RETRO-CARD - READ THE CARD, EDIT ITS FIELDS AND COPY
049900*                        THEM TO WORKING STORAGE WHILE RETROPRM
049950*                        IS STILL OPEN
050000*----------------------------------------------------------------
050050 1110-TAKE-RETRO-CARD.
050100     READ RETROPRM
050150         AT END
050200             DISPLAY "RETROCOR - RETROPRM EMPTY, NOTHING TO "
050250                 "CORRECT"
050300             MOVE "Y" TO WS-ABEND-SWITCH
050350             GO TO 1110-TAKE-RETRO-CARD-EXIT
050400     END-READ.
050450     IF RX-RULE-CODE = SPACES
050500         DISPLAY "RETROCOR - RETROPRM RULE CODE IS BLANK"
050550         MOVE "Y" TO WS-ABEND-SWITCH
050600         GO TO 1110-TAKE-RETRO-CARD-EXIT.
050650     IF RX-FROM-DATE IS NOT NUMERIC
050700             OR RX-TO-DATE IS NOT NUMERIC
050750             OR RX-VERSION-DATE IS NOT NUMERIC
050800         DISPLAY "RETROCOR - RETROPRM DATE NOT NUMERIC: "
050850             RX-FROM-DATE " " RX-TO-DATE " " RX-VERSION-DATE
050900         MOVE "Y" TO WS-ABEND-SWITCH
050950         GO TO 1110-TAKE-RETRO-CARD-EXIT.
051000     MOVE RX-RULE-CODE    TO WS-RETRO-RULE.
051050     MOVE RX-FROM-DATE    TO WS-FROM-DATE.
051100     MOVE RX-TO-DATE      TO WS-TO-DATE.
051150     MOVE RX-VERSION-DATE TO WS-VERSION-DATE.
051200 1110-TAKE-RETRO-CARD-EXIT.
051250     EXIT.
053200
053300*----------------------------------------------------------------
053400* 1200-FIND-CORRECTED-VERSION - SCAN PARMRULE FOR THE VERSION
053500*                               THE CARD NAMES (RULE CODE PLUS
053600*                               EFFECTIVE DATE). A VERSION NOT
053700*                               ON FILE IS A KEYING ERROR - THE
053800*                               CORRECTION MUST BE KEYED AND
053900*                               PROMOTED BEFORE IT IS APPLIED.
054000*----------------------------------------------------------------
054100 1200-FIND-CORRECTED-VERSION.
054200     PERFORM 1210-READ-PARMRULE
054300         THRU 1210-READ-PARMRULE-EXIT.
054400     PERFORM 1220-TEST-ONE-VERSION
054500         THRU 1220-TEST-ONE-VERSION-EXIT
054600         UNTIL WS-PARMRULE-END-OF-FILE.
054700     IF NOT WS-VERSION-FOUND
054800         DISPLAY "RETROCOR - RULE " WS-RETRO-RULE
054900             " HAS NO VERSION EFFECTIVE " WS-VERSION-DATE
055000             " ON PARMRULE"
055100         MOVE "Y" TO WS-ABEND-SWITCH
055200     END-IF.
055300 1200-FIND-CORRECTED-VERSION-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------------
055700* 1210-READ-PARMRULE - READ THE NEXT RULE PARAMETER RECORD
055800*----------------------------------------------------------------
055900 1210-READ-PARMRULE.
056000     READ PARMRULE
056100         AT END
056200             MOVE "Y" TO WS-PARMRULE-EOF-SWITCH
056300     END-READ.
056400 1210-READ-PARMRULE-EXIT.
056500     EXIT.
056600
056700*----------------------------------------------------------------
056800* 1220-TEST-ONE-VERSION - KEEP THE PARAMETER RECORD IF IT IS THE
056900*                         NAMED VERSION. A VERSION SINCE EXPIRED
057000*                         IS STILL APPLIED - IT WAS THE CORRECT
057100*                         ONE FOR THE RANGE - AND ITS STATUS IS
057200*                         PRINTED ON THE REPORT.
057300*----------------------------------------------------------------
057400 1220-TEST-ONE-VERSION.
057500     IF PR-RULE-CODE = WS-RETRO-RULE
057600             AND PR-EFF-DATE = WS-VERSION-DATE
057700         MOVE "Y" TO WS-VERSION-FOUND-SWITCH
057800         MOVE PR-LOGIC-IND    TO CV-LOGIC-IND
057900         MOVE PR-STATUS-IND   TO CV-STATUS-IND
058000         MOVE PR-LOW-VALUE-1  TO CV-LOW-VALUE-1
058100         MOVE PR-HIGH-VALUE-1 TO CV-HIGH-VALUE-1
058200         MOVE PR-LOW-VALUE-2  TO CV-LOW-VALUE-2
058300         MOVE PR-HIGH-VALUE-2 TO CV-HIGH-VALUE-2
058400     END-IF.
058500     PERFORM 1210-READ-PARMRULE
058600         THRU 1210-READ-PARMRULE-EXIT.
058700 1220-TEST-ONE-VERSION-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------
059100* 1300-FIND-GL-MAP - FETCH THE RULE'S GL ACCOUNT AND DEBIT/
059200*                    CREDIT SIDE FROM GLMPARM, THE SAME MAPPING
059300*                    THE DAILY RUN POSTS UNDER. AN UNMAPPED RULE
059400*                    IS A CONFIGURATION FAILURE (RC=16), NOT A
059500*                    SILENT DEFAULT ACCOUNT.
059600*----------------------------------------------------------------
059700 1300-FIND-GL-MAP.
059800     PERFORM 1310-READ-GLMPARM
059900         THRU 1310-READ-GLMPARM-EXIT.
060000     PERFORM 1320-TEST-ONE-MAP
060100         THRU 1320-TEST-ONE-MAP-EXIT
060200         UNTIL WS-GLMPARM-END-OF-FILE.
060300     IF NOT WS-MAP-FOUND
060400         DISPLAY "RETROCOR - CONFIGURATION FAILURE, RULE "
060500             WS-RETRO-RULE " HAS NO GL ACCOUNT MAPPING ON GLMPARM"
060600         MOVE "Y" TO WS-ABEND-SWITCH
060700         GO TO 1300-FIND-GL-MAP-EXIT.
060800     IF WS-GL-DRCR-IND NOT = "D" AND WS-GL-DRCR-IND NOT = "C"
060900         DISPLAY "RETROCOR - GLMPARM RULE " WS-RETRO-RULE
061000             " DR/CR SIDE " WS-GL-DRCR-IND " IS NOT D OR C"
061100         MOVE "Y" TO WS-ABEND-SWITCH
061200         GO TO 1300-FIND-GL-MAP-EXIT.
061300     IF WS-GL-DRCR-IND = "D"
061400         MOVE "C" TO WS-CONTRA-DRCR-IND
061500     ELSE
061600         MOVE "D" TO WS-CONTRA-DRCR-IND
061700     END-IF.
061800 1300-FIND-GL-MAP-EXIT.
061900     EXIT.
062000
062100*----------------------------------------------------------------
062200* 1310-READ-GLMPARM - READ THE NEXT GL MAPPING RECORD
062300*----------------------------------------------------------------
062400 1310-READ-GLMPARM.
062500     READ GLMPARM
062600         AT END
062700             MOVE "Y" TO WS-GLMPARM-EOF-SWITCH
062800     END-READ.
062900 1310-READ-GLMPARM-EXIT.
063000     EXIT.
063100
063200*----------------------------------------------------------------
063300* 1320-TEST-ONE-MAP - KEEP THE MAPPING RECORD IF IT IS THE RULE'S
063400*----------------------------------------------------------------
063500 1320-TEST-ONE-MAP.
063600     IF GM-RULE-CODE = WS-RETRO-RULE
063700         MOVE "Y" TO WS-MAP-FOUND-SWITCH
063800         MOVE GM-GL-ACCOUNT TO WS-GL-ACCOUNT
063900         MOVE GM-DRCR-IND   TO WS-GL-DRCR-IND
064000     END-IF.
064100     PERFORM 1310-READ-GLMPARM
064200         THRU 1310-READ-GLMPARM-EXIT.
064300 1320-TEST-ONE-MAP-EXIT.
064400     EXIT.
064500
064600*----------------------------------------------------------------
064700* 1400-LOAD-OPEN-SUSPENSE - LOAD THE RULE'S FAILED DETAILS STILL
064800*                           OPEN IN SUSPENSE FOR THE DATE RANGE.
064900*                           A WRONG FAIL POSTED HERE MUST ALSO
065000*                           BE WRITTEN OFF THERE OR A LATER
065100*                           SUSPREP RE-FEED WOULD POST IT AGAIN.
065200*----------------------------------------------------------------
065300 1400-LOAD-OPEN-SUSPENSE.
065400     PERFORM 1410-READ-SUSPENSE
065500         THRU 1410-READ-SUSPENSE-EXIT.
065600     PERFORM 1420-STORE-OPEN-ITEM
065700         THRU 1420-STORE-OPEN-ITEM-EXIT
065800         UNTIL WS-SUSP-END-OF-FILE.
065900 1400-LOAD-OPEN-SUSPENSE-EXIT.
066000     EXIT.
066100
066200*----------------------------------------------------------------
066300* 1410-READ-SUSPENSE - READ THE NEXT SUSPENSE RECORD
066400*----------------------------------------------------------------
066500 1410-READ-SUSPENSE.
066600     READ SUSPENSE
066700         AT END
066800             MOVE "Y" TO WS-SUSP-EOF-SWITCH
066900     END-READ.
067000 1410-READ-SUSPENSE-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------------
067400* 1420-STORE-OPEN-ITEM - KEEP ONE SUSPENSE ITEM IF IT IS A
067500*                        FAILED DETAIL OF THE RULE IN THE RANGE.
067600*                        OVERFLOW STOPS THE RUN (RC=16) - A
067700*                        PARTIAL TABLE WOULD MISS WRITE-OFFS.
067800*----------------------------------------------------------------
067900 1420-STORE-OPEN-ITEM.
068000     IF SU-RULE-CODE NOT = WS-RETRO-RULE
068100             OR SU-RECORD-TYPE = "R"
068200             OR SU-BUSINESS-DATE < WS-FROM-DATE
068300             OR SU-BUSINESS-DATE > WS-TO-DATE
068400         GO TO 1420-STORE-OPEN-ITEM-NEXT.
068500     IF WS-OPEN-COUNT NOT < 10000
068600         DISPLAY "RETROCOR - OPEN SUSPENSE TABLE FULL, "
068700             "NARROW THE DATE RANGE"
068800         MOVE "Y" TO WS-ABEND-SWITCH
068900         MOVE "Y" TO WS-SUSP-EOF-SWITCH
069000         GO TO 1420-STORE-OPEN-ITEM-EXIT.
069100     ADD 1 TO WS-OPEN-COUNT.
069200     SET OP-IDX TO WS-OPEN-COUNT.
069300     MOVE SU-BUSINESS-DATE TO OP-BUSINESS-DATE (OP-IDX).
069400     MOVE SU-TRAN-REF      TO OP-TRAN-REF (OP-IDX).
069450     MOVE SU-FEED-ID       TO OP-FEED-ID (OP-IDX).
069500 1420-STORE-OPEN-ITEM-NEXT.
069600     PERFORM 1410-READ-SUSPENSE
069700         THRU 1410-READ-SUSPENSE-EXIT.
069800 1420-STORE-OPEN-ITEM-EXIT.
069900     EXIT.
070000
070100*----------------------------------------------------------------
070200* 1500-LOAD-CORRECTIONS - LOAD THE SUSPENSE CORRECTIONS SUSPREP
070300*                         APPLIED TO THE RULE'S ITEMS IN THE
070400*                         DATE RANGE. A WRONG FAIL ALREADY
070500*                         RE-FED WAS EVALUATED AGAIN UNDER ITS
070600*                         REPAIR DATE; ONE WRITTEN OFF WAS
070700*                         SETTLED BY HAND. NEITHER IS POSTED.
070800*----------------------------------------------------------------
070900 1500-LOAD-CORRECTIONS.
071000     PERFORM 1510-READ-CORRLOG
071100         THRU 1510-READ-CORRLOG-EXIT.
071200     PERFORM 1520-STORE-CORRECTION
071300         THRU 1520-STORE-CORRECTION-EXIT
071400         UNTIL WS-CORR-END-OF-FILE.
071500 1500-LOAD-CORRECTIONS-EXIT.
071600     EXIT.
071700
071800*----------------------------------------------------------------
071900* 1510-READ-CORRLOG - READ THE NEXT CORRECTION LOG RECORD
072000*----------------------------------------------------------------
072100 1510-READ-CORRLOG.
072200     READ CORRLOG
072300         AT END
072400             MOVE "Y" TO WS-CORR-EOF-SWITCH
072500     END-READ.
072600 1510-READ-CORRLOG-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------------
073000* 1520-STORE-CORRECTION - KEEP ONE CORRECTION LOG RECORD IF IT
073100*                         WAS APPLIED TO AN ITEM OF THE RULE IN
073200*                         THE RANGE. OVERFLOW STOPS THE RUN.
073300*----------------------------------------------------------------
073400 1520-STORE-CORRECTION.
073500     IF NOT SC-APPLIED OF SC-SUSP-CORRECT-RECORD
073600             OR SC-OLD-RULE-CODE OF SC-SUSP-CORRECT-RECORD
073650                 NOT = WS-RETRO-RULE
073700             OR SC-BUSINESS-DATE OF SC-SUSP-CORRECT-RECORD
073750                 < WS-FROM-DATE
073800             OR SC-BUSINESS-DATE OF SC-SUSP-CORRECT-RECORD
073850                 > WS-TO-DATE
073900         GO TO 1520-STORE-CORRECTION-NEXT.
074000     IF WS-CORR-COUNT NOT < 10000
074100         DISPLAY "RETROCOR - CORRECTION TABLE FULL, "
074200             "NARROW THE DATE RANGE"
074300         MOVE "Y" TO WS-ABEND-SWITCH
074400         MOVE "Y" TO WS-CORR-EOF-SWITCH
074500         GO TO 1520-STORE-CORRECTION-EXIT.
074600     ADD 1 TO WS-CORR-COUNT.
074700     SET CL-IDX TO WS-CORR-COUNT.
074800     MOVE SC-BUSINESS-DATE OF SC-SUSP-CORRECT-RECORD
074850         TO CL-BUSINESS-DATE (CL-IDX).
074900     MOVE SC-TRAN-REF OF SC-SUSP-CORRECT-RECORD
074950         TO CL-TRAN-REF (CL-IDX).
075000     MOVE SC-ACTION-CODE OF SC-SUSP-CORRECT-RECORD
075050         TO CL-ACTION-CODE (CL-IDX).
075100 1520-STORE-CORRECTION-NEXT.
075200     PERFORM 1510-READ-CORRLOG
075300         THRU 1510-READ-CORRLOG-EXIT.
075400 1520-STORE-CORRECTION-EXIT.
075500     EXIT.
075600
075700*----------------------------------------------------------------
075800* 1900-PRINT-HEADINGS - PRINT THE REPORT HEADINGS: THE CARD,
075900*                       THE CORRECTED VERSION'S RANGES AND THE
076000*                       GL ACCOUNT THE ADJUSTMENTS POST TO
076100*----------------------------------------------------------------
076200 1900-PRINT-HEADINGS.
076300     MOVE WS-RETRORPT-HDG1 TO RR-PRINT-LINE.
076400     WRITE RR-PRINT-LINE AFTER ADVANCING PAGE.
076500     MOVE WS-RETRO-RULE   TO RH-RULE-CODE.
076600     MOVE WS-FROM-DATE    TO RH-FROM-DATE.
076700     MOVE WS-TO-DATE      TO RH-TO-DATE.
076800     MOVE WS-RUN-ID       TO RH-RUN-ID.
076900     MOVE WS-RETRORPT-HDG2 TO RR-PRINT-LINE.
077000     WRITE RR-PRINT-LINE AFTER ADVANCING 2 LINES.
077100     MOVE WS-VERSION-DATE TO RH-VERSION-DATE.
077200     MOVE CV-LOW-VALUE-1  TO RH-LOW-VALUE-1.
077300     MOVE CV-HIGH-VALUE-1 TO RH-HIGH-VALUE-1.
077400     MOVE CV-LOW-VALUE-2  TO RH-LOW-VALUE-2.
077500     MOVE CV-HIGH-VALUE-2 TO RH-HIGH-VALUE-2.
077600     MOVE CV-LOGIC-IND    TO RH-LOGIC-IND.
077700     MOVE CV-STATUS-IND   TO RH-STATUS-IND.
077800     MOVE WS-RETRORPT-HDG3 TO RR-PRINT-LINE.
077900     WRITE RR-PRINT-LINE AFTER ADVANCING 1 LINE.
078000     MOVE WS-GL-ACCOUNT   TO RH-GL-ACCOUNT.
078100     IF WS-GL-DRCR-IND = "D"
078200         MOVE "  DEBIT " TO RH-GL-SIDE-DESC
078300     ELSE
078400         MOVE "  CREDIT" TO RH-GL-SIDE-DESC
078500     END-IF.
078600     MOVE WS-RETRORPT-HDG4 TO RR-PRINT-LINE.
078700     WRITE RR-PRINT-LINE AFTER ADVANCING 1 LINE.
078800     MOVE WS-RETRORPT-HDG5 TO RR-PRINT-LINE.
078900     WRITE RR-PRINT-LINE AFTER ADVANCING 2 LINES.
079000 1900-PRINT-HEADINGS-EXIT.
079100     EXIT.
079200
079300*----------------------------------------------------------------
079400* 2000-SCAN-AUDIT-TRAIL - ONE PASS OF THE CUMULATIVE AUDIT TRAIL
079500*                         BUILDING THE ITEM TABLE AND EACH ITEM'S
079600*                         POSTED STATE. THE LOG IS IN WRITE
079700*                         ORDER, SO AN ITEM'S PASS OR FAIL ROW IS
079800*                         ALWAYS SEEN BEFORE ANY REVERSAL OR
079900*                         ADJUSTMENT OF IT.
080000*----------------------------------------------------------------
080100 2000-SCAN-AUDIT-TRAIL.
080200     PERFORM 2010-READ-AUDTHIST
080300         THRU 2010-READ-AUDTHIST-EXIT.
080400     PERFORM 2100-JUDGE-AUDIT-ROW
080500         THRU 2100-JUDGE-AUDIT-ROW-EXIT
080600         UNTIL WS-HIST-END-OF-FILE.
080700     DISPLAY "RETROCOR - " WS-HIST-ROWS-READ " AUDIT ROWS READ, "
080800         WS-ITEM-COUNT " ITEMS TO RE-EVALUATE".
080900 2000-SCAN-AUDIT-TRAIL-EXIT.
081000     EXIT.
081100
081200*----------------------------------------------------------------
081300* 2010-READ-AUDTHIST - READ THE NEXT AUDIT TRAIL ROW
081400*----------------------------------------------------------------
081500 2010-READ-AUDTHIST.
081600     READ AUDTHIST
081700         AT END
081800             MOVE "Y" TO WS-HIST-EOF-SWITCH
081900             GO TO 2010-READ-AUDTHIST-EXIT
082000     END-READ.
082100     ADD 1 TO WS-HIST-ROWS-READ.
082200 2010-READ-AUDTHIST-EXIT.
082300     EXIT.
082400
082500*----------------------------------------------------------------
082600* 2100-JUDGE-AUDIT-ROW - ROUTE ONE AUDIT ROW OF THE RULE BY ITS
082700*                        OUTCOME. OTHER RULES' ROWS, FAILED
082800*                        REVERSALS (RVSF) AND ROWS OUTSIDE THE
082900*                        RANGE PLAY NO PART.
082933*                        A BACKOUT ROW (BKOT) TAKES ITS ITEM
082949*                        OUT OF THE CORRECTION ALTOGETHER;
082965*                        ONE THAT BACKED OUT A REVERSAL POSTS
082981*                        THE REVERSED ITEM AGAIN.
083000*----------------------------------------------------------------
083100 2100-JUDGE-AUDIT-ROW.
083200     IF AU-RULE-CODE OF AH-AUDIT-RECORD NOT = WS-RETRO-RULE
083300         GO TO 2100-JUDGE-AUDIT-ROW-NEXT.
083400     IF AU-OUTCOME OF AH-AUDIT-RECORD = "RVSL"
083500         PERFORM 2400-APPLY-PRIOR-REVERSAL
083600             THRU 2400-APPLY-PRIOR-REVERSAL-EXIT
083700         GO TO 2100-JUDGE-AUDIT-ROW-NEXT.
083716     IF AU-OUTCOME OF AH-AUDIT-RECORD = "BKOT"
083732             AND AU-REASON-CODE OF AH-AUDIT-RECORD = "RVSL"
083748         PERFORM 2500-UNDO-PRIOR-REVERSAL
083764             THRU 2500-UNDO-PRIOR-REVERSAL-EXIT
083780         GO TO 2100-JUDGE-AUDIT-ROW-NEXT.
083800     IF AU-BUSINESS-DATE OF AH-AUDIT-RECORD < WS-FROM-DATE
083900             OR AU-BUSINESS-DATE OF AH-AUDIT-RECORD > WS-TO-DATE
084000         GO TO 2100-JUDGE-AUDIT-ROW-NEXT.
084100     IF AU-OUTCOME OF AH-AUDIT-RECORD = "PASS"
084200             OR AU-OUTCOME OF AH-AUDIT-RECORD = "FAIL"
084300         PERFORM 2200-ADD-ITEM
084400             THRU 2200-ADD-ITEM-EXIT
084500         GO TO 2100-JUDGE-AUDIT-ROW-NEXT.
084600     IF AU-OUTCOME OF AH-AUDIT-RECORD = "ADJC"
084700             OR AU-OUTCOME OF AH-AUDIT-RECORD = "ADJP"
084750             OR AU-OUTCOME OF AH-AUDIT-RECORD = "BKOT"
084800         PERFORM 2300-APPLY-PRIOR-ADJUSTMENT
084900             THRU 2300-APPLY-PRIOR-ADJUSTMENT-EXIT
085000     END-IF.
085100 2100-JUDGE-AUDIT-ROW-NEXT.
085200     IF WS-ABEND-OCCURRED
085300         MOVE "Y" TO WS-HIST-EOF-SWITCH
085400         GO TO 2100-JUDGE-AUDIT-ROW-EXIT.
085500     PERFORM 2010-READ-AUDTHIST
085600         THRU 2010-READ-AUDTHIST-EXIT.
085700 2100-JUDGE-AUDIT-ROW-EXIT.
085800     EXIT.
085900
086000*----------------------------------------------------------------
086100* 2200-ADD-ITEM - ADD ONE PASS OR FAIL ROW TO THE ITEM TABLE. A
086200*                 FAIL WITH NO VERSION IN EFFECT (F002) WAS NEVER
086300*                 EVALUATED AND IS ONLY COUNTED. A ROW REPEATED
086400*                 BY A RESTART (SAME DATE AND REF AS THE ITEM
086500*                 JUST ADDED) IS SKIPPED. OVERFLOW STOPS THE RUN
086600*                 (RC=16) BEFORE ANYTHING IS WRITTEN.
086700*----------------------------------------------------------------
086800 2200-ADD-ITEM.
086900     IF AU-OUTCOME OF AH-AUDIT-RECORD = "FAIL"
087000             AND AU-REASON-CODE OF AH-AUDIT-RECORD = "F002"
087100         ADD 1 TO WS-NO-VERSION-COUNT
087200         GO TO 2200-ADD-ITEM-EXIT.
087300     IF WS-ITEM-COUNT > ZERO
087400             AND AU-TRAN-REF OF AH-AUDIT-RECORD NOT = SPACES
087450             AND NOT IT-BACKED-OUT (WS-ITEM-COUNT)
087500         SET IT-IDX TO WS-ITEM-COUNT
087600         IF IT-BUSINESS-DATE (IT-IDX)
087700                 = AU-BUSINESS-DATE OF AH-AUDIT-RECORD
087800                 AND IT-TRAN-REF (IT-IDX)
087900                 = AU-TRAN-REF OF AH-AUDIT-RECORD
088000             GO TO 2200-ADD-ITEM-EXIT
088100         END-IF
088200     END-IF.
088300     IF WS-ITEM-COUNT NOT < 50000
088400         DISPLAY "RETROCOR - ITEM TABLE FULL, NARROW THE DATE "
088500             "RANGE AND RUN THE CORRECTION IN PIECES"
088600         MOVE "Y" TO WS-ABEND-SWITCH
088700         GO TO 2200-ADD-ITEM-EXIT.
088800     ADD 1 TO WS-ITEM-COUNT.
088900     SET IT-IDX TO WS-ITEM-COUNT.
089000     MOVE AU-BUSINESS-DATE OF AH-AUDIT-RECORD
089100         TO IT-BUSINESS-DATE (IT-IDX).
089200     MOVE AU-TRAN-REF OF AH-AUDIT-RECORD
089300         TO IT-TRAN-REF (IT-IDX).
089400     MOVE AU-CONTROL-VALUE OF AH-AUDIT-RECORD
089500         TO IT-CONTROL-VALUE (IT-IDX).
089600     IF AU-OUTCOME OF AH-AUDIT-RECORD = "PASS"
089700         MOVE "Y" TO IT-POSTED-SWITCH (IT-IDX)
089800     ELSE
089900         MOVE "N" TO IT-POSTED-SWITCH (IT-IDX)
090000     END-IF.
090025     MOVE "N" TO IT-HOLD-SWITCH (IT-IDX).
090050     MOVE ZERO TO IT-RVSL-DATE (IT-IDX).
090075     MOVE SPACES TO IT-RVSL-REF (IT-IDX).
090100 2200-ADD-ITEM-EXIT.
090200     EXIT.
090300
090400*----------------------------------------------------------------
090500* 2300-APPLY-PRIOR-ADJUSTMENT - AN EARLIER RETROCOR RUN ALREADY
090600*                               ADJUSTED AN ITEM: A CONTRA (ADJC)
090700*                               LEAVES IT UNPOSTED, A POSTING
090728*                               (ADJP) LEAVES IT POSTED. A
090756*                               BACKOUT (BKOT) MARKS IT BACKED
090784*                               OUT. A BACKED-OUT ITEM IS
090812*                               PASSED OVER, SO A ROW FOR THE
090840*                               SAME DATE AND REF FINDS THE
090868*                               ITEM FROM THE CORRECTED RERUN.
090900*----------------------------------------------------------------
091000 2300-APPLY-PRIOR-ADJUSTMENT.
091100     IF AU-TRAN-REF OF AH-AUDIT-RECORD = SPACES
091200         GO TO 2300-APPLY-PRIOR-ADJUSTMENT-EXIT.
091300     SET IT-IDX TO 1.
091400     SEARCH WS-ITEM-ENTRY
091500         AT END
091600             CONTINUE
091700         WHEN IT-BUSINESS-DATE (IT-IDX)
091800                 = AU-BUSINESS-DATE OF AH-AUDIT-RECORD
091900                 AND IT-TRAN-REF (IT-IDX)
092000                 = AU-TRAN-REF OF AH-AUDIT-RECORD
092050                 AND NOT IT-BACKED-OUT (IT-IDX)
092100             ADD 1 TO WS-PRIOR-ADJ-COUNT
092160             IF AU-OUTCOME OF AH-AUDIT-RECORD = "BKOT"
092220                 MOVE "B" TO IT-POSTED-SWITCH (IT-IDX)
092280             ELSE
092340                 IF AU-OUTCOME OF AH-AUDIT-RECORD = "ADJP"
092400                     MOVE "Y" TO IT-POSTED-SWITCH (IT-IDX)
092460                 ELSE
092520                     MOVE "N" TO IT-POSTED-SWITCH (IT-IDX)
092580                 END-IF
092640             END-IF
092700     END-SEARCH.
092800 2300-APPLY-PRIOR-ADJUSTMENT-EXIT.
092900     EXIT.
093000
093100*----------------------------------------------------------------
093200* 2400-APPLY-PRIOR-REVERSAL - AN APPLIED REVERSAL (RVSL) ALREADY
093300*                             CONTRA'D ONE EARLIER PASS OF THE
093400*                             SAME RULE AND VALUE. THE RVSL ROW
093500*                             CARRIES THE REVERSAL'S OWN DATE
093533*                             AND REF AND THE ORIGINAL'S DATE
093566*                             (AU-RVSL-ORIG-DATE). AN ORIGINAL
093599*                             DATED OUTSIDE THE RANGE IS NOT ON
093632*                             THE TABLE AND NOTHING IS UNPOSTED.
093665*                             ONE POSTED ITEM OF THE VALUE ON
093698*                             THAT DATE IS UNPOSTED AND KEEPS
093731*                             THE REVERSAL'S DATE AND REF. MORE
093764*                             THAN ONE, OR AN OLDER ROW WITH NO
093797*                             ORIGINAL DATE (EVERY POSTED ITEM
093830*                             OF THE VALUE ON OR BEFORE THE
093863*                             REVERSAL'S DATE IS THEN A
093896*                             CANDIDATE), CANNOT BE TIED TO ONE
093929*                             ITEM: THE CANDIDATES ARE HELD FOR
093962*                             FINANCE AND NONE IS UNPOSTED.
094000*----------------------------------------------------------------
094100 2400-APPLY-PRIOR-REVERSAL.
094200     IF WS-ITEM-COUNT = ZERO
094300         GO TO 2400-APPLY-PRIOR-REVERSAL-EXIT.
094334     MOVE ZERO TO WS-RVSL-ORIG-DATE.
094368     IF AU-RVSL-ORIG-DATE OF AH-AUDIT-RECORD IS NUMERIC
094402         MOVE AU-RVSL-ORIG-DATE OF AH-AUDIT-RECORD
094436             TO WS-RVSL-ORIG-DATE
094470     END-IF.
094504     IF WS-RVSL-ORIG-DATE NOT = ZERO
094538             AND (WS-RVSL-ORIG-DATE < WS-FROM-DATE
094572                 OR WS-RVSL-ORIG-DATE > WS-TO-DATE)
094606         GO TO 2400-APPLY-PRIOR-REVERSAL-EXIT.
094640     MOVE ZERO TO WS-RVSL-MATCH-COUNT.
094674     PERFORM 2420-COUNT-REVERSED-ITEM
094708         THRU 2420-COUNT-REVERSED-ITEM-EXIT
094742         VARYING IT-IDX FROM 1 BY 1
094776         UNTIL IT-IDX > WS-ITEM-COUNT.
094810     IF WS-RVSL-MATCH-COUNT = ZERO
094844         GO TO 2400-APPLY-PRIOR-REVERSAL-EXIT.
094878     SET IT-IDX TO WS-RVSL-MATCH-SUB.
094912     IF WS-RVSL-MATCH-COUNT = 1
094946             AND WS-RVSL-ORIG-DATE NOT = ZERO
094980             AND NOT IT-HELD (IT-IDX)
095014         ADD 1 TO WS-PRIOR-RVSL-COUNT
095048         MOVE "N" TO IT-POSTED-SWITCH (IT-IDX)
095082         MOVE AU-BUSINESS-DATE OF AH-AUDIT-RECORD
095116             TO IT-RVSL-DATE (IT-IDX)
095150         MOVE AU-TRAN-REF OF AH-AUDIT-RECORD
095184             TO IT-RVSL-REF (IT-IDX)
095218         GO TO 2400-APPLY-PRIOR-REVERSAL-EXIT.
095252     ADD 1 TO WS-RVSL-HELD-COUNT.
095286     DISPLAY "RETROCOR - REVERSAL " AU-TRAN-REF OF AH-AUDIT-RECORD
095320         " OF " AU-BUSINESS-DATE OF AH-AUDIT-RECORD
095354         " VALUE " AU-CONTROL-VALUE OF AH-AUDIT-RECORD
095388         " MATCHES " WS-RVSL-MATCH-COUNT
095422         " ITEMS - HELD FOR FINANCE".
095456     PERFORM 2430-HOLD-REVERSED-ITEM
095490         THRU 2430-HOLD-REVERSED-ITEM-EXIT
095524         VARYING IT-IDX FROM 1 BY 1
095558         UNTIL IT-IDX > WS-ITEM-COUNT.
095600 2400-APPLY-PRIOR-REVERSAL-EXIT.
095700     EXIT.
095701
095702*----------------------------------------------------------------
095703* 2410-TEST-REVERSED-ITEM - IS THE ITEM AT IT-IDX ONE THE RVSL
095704*                           ROW IN HAND COULD HAVE BACKED OUT: A
095705*                           POSTED ITEM OF THE SAME VALUE ON THE
095706*                           ORIGINAL'S DATE, OR ON OR BEFORE THE
095707*                           REVERSAL'S DATE WHEN THE ROW DOES
095708*                           NOT CARRY THE ORIGINAL'S DATE
095709*----------------------------------------------------------------
095710 2410-TEST-REVERSED-ITEM.
095711     MOVE "N" TO WS-RVSL-MATCH-SWITCH.
095712     IF NOT IT-POSTED (IT-IDX)
095713             OR IT-CONTROL-VALUE (IT-IDX)
095714                 NOT = AU-CONTROL-VALUE OF AH-AUDIT-RECORD
095715         GO TO 2410-TEST-REVERSED-ITEM-EXIT.
095716     IF WS-RVSL-ORIG-DATE NOT = ZERO
095717         IF IT-BUSINESS-DATE (IT-IDX) = WS-RVSL-ORIG-DATE
095718             MOVE "Y" TO WS-RVSL-MATCH-SWITCH
095719         END-IF
095720     ELSE
095721         IF IT-BUSINESS-DATE (IT-IDX)
095722                 NOT > AU-BUSINESS-DATE OF AH-AUDIT-RECORD
095723             MOVE "Y" TO WS-RVSL-MATCH-SWITCH
095724         END-IF
095725     END-IF.
095726 2410-TEST-REVERSED-ITEM-EXIT.
095727     EXIT.
095728
095729*----------------------------------------------------------------
095730* 2420-COUNT-REVERSED-ITEM - COUNT ONE CANDIDATE ITEM AND KEEP
095731*                            ITS POSITION
095732*----------------------------------------------------------------
095733 2420-COUNT-REVERSED-ITEM.
095734     PERFORM 2410-TEST-REVERSED-ITEM
095735         THRU 2410-TEST-REVERSED-ITEM-EXIT.
095736     IF WS-RVSL-MATCHED
095737         ADD 1 TO WS-RVSL-MATCH-COUNT
095738         SET WS-RVSL-MATCH-SUB TO IT-IDX
095739     END-IF.
095740 2420-COUNT-REVERSED-ITEM-EXIT.
095741     EXIT.
095742
095743*----------------------------------------------------------------
095744* 2430-HOLD-REVERSED-ITEM - HOLD ONE CANDIDATE ITEM OF A
095745*                           REVERSAL THAT COULD NOT BE TIED TO
095746*                           ONE ITEM
095747*----------------------------------------------------------------
095748 2430-HOLD-REVERSED-ITEM.
095749     PERFORM 2410-TEST-REVERSED-ITEM
095750         THRU 2410-TEST-REVERSED-ITEM-EXIT.
095751     IF WS-RVSL-MATCHED
095752         MOVE "Y" TO IT-HOLD-SWITCH (IT-IDX)
095753     END-IF.
095754 2430-HOLD-REVERSED-ITEM-EXIT.
095755     EXIT.
095756
095757*----------------------------------------------------------------
095758* 2500-UNDO-PRIOR-REVERSAL - A BACKOUT ROW (BKOT) OF AN RVSL ROW
095759*                            TOOK THE REVERSAL'S CONTRA OFF THE
095760*                            LEDGER, SO THE ITEM IT UNPOSTED IS
095761*                            POSTED AGAIN. THE BKOT ROW KEEPS THE
095762*                            REVERSAL'S DATE AND REF, WHICH THE
095763*                            ITEM KEPT WHEN IT WAS UNPOSTED. ITEMS
095764*                            HELD FOR THE REVERSAL STAY HELD.
095765*----------------------------------------------------------------
095766 2500-UNDO-PRIOR-REVERSAL.
095767     IF WS-ITEM-COUNT = ZERO
095768             OR AU-TRAN-REF OF AH-AUDIT-RECORD = SPACES
095769         GO TO 2500-UNDO-PRIOR-REVERSAL-EXIT.
095770     SET IT-IDX TO 1.
095771     SEARCH WS-ITEM-ENTRY
095772         AT END
095773             CONTINUE
095774         WHEN IT-RVSL-REF (IT-IDX)
095775                 = AU-TRAN-REF OF AH-AUDIT-RECORD
095776                 AND IT-RVSL-DATE (IT-IDX)
095777                 = AU-BUSINESS-DATE OF AH-AUDIT-RECORD
095778                 AND NOT IT-BACKED-OUT (IT-IDX)
095779             ADD 1 TO WS-RVSL-UNDONE-COUNT
095780             MOVE "Y" TO IT-POSTED-SWITCH (IT-IDX)
095781             MOVE ZERO TO IT-RVSL-DATE (IT-IDX)
095782             MOVE SPACES TO IT-RVSL-REF (IT-IDX)
095783     END-SEARCH.
095784 2500-UNDO-PRIOR-REVERSAL-EXIT.
095785     EXIT.
095800
095900*----------------------------------------------------------------
096000* 3000-CORRECT-ONE-ITEM - RE-EVALUATE ONE ITEM UNDER THE
096100*                         CORRECTED VERSION AND ADJUST IT WHEN
096200*                         ITS OUTCOME CHANGES: A POSTED ITEM
096300*                         THAT NOW FAILS GETS A CONTRA, AN
096400*                         UNPOSTED ITEM THAT NOW PASSES GETS A
096500*                         NEW POSTING
096600*----------------------------------------------------------------
096700 3000-CORRECT-ONE-ITEM.
096740     IF IT-BACKED-OUT (IT-IDX)
096780         ADD 1 TO WS-BACKED-OUT-COUNT
096820         GO TO 3000-CORRECT-ONE-ITEM-EXIT.
096860     MOVE IT-CONTROL-VALUE (IT-IDX) TO WS-WORK-VALUE.
096900     PERFORM 3100-EVALUATE-CORRECTED-RULE
097000         THRU 3100-EVALUATE-CORRECTED-RULE-EXIT.
097007     IF IT-HELD (IT-IDX)
097014*        A REVERSAL OF THIS VALUE COULD NOT BE TIED TO ONE ITEM,
097021*        SO WHETHER THIS ONE IS STILL POSTED IS NOT KNOWN -
097028*        FINANCE ADJUSTS IT BY HAND FROM THE REPORT LINE.
097035         ADD 1 TO WS-HELD-COUNT
097042         MOVE "Y" TO WS-ATTENTION-SWITCH
097049         MOVE "REVERSAL UNMATCHED - ADJUST BY HAND"
097056             TO WS-ITEM-NOTE
097063         MOVE "NONE" TO RD-ADJUSTMENT
097070         PERFORM 3600-PRINT-ITEM-LINE
097077             THRU 3600-PRINT-ITEM-LINE-EXIT
097084         GO TO 3000-CORRECT-ONE-ITEM-EXIT.
097100     IF (WS-EVAL-PASSED AND IT-POSTED (IT-IDX))
097200             OR (NOT WS-EVAL-PASSED AND NOT IT-POSTED (IT-IDX))
097300         ADD 1 TO WS-UNCHANGED-COUNT
097400         GO TO 3000-CORRECT-ONE-ITEM-EXIT.
097500     MOVE SPACES TO WS-ITEM-NOTE.
097600     IF IT-TRAN-REF (IT-IDX) = SPACES
097700*        A ROW FROM BEFORE TRANSACTION REFERENCES WERE CARRIED
097800*        CANNOT BE TIED TO ITS SOURCE ITEM - FINANCE ADJUSTS IT
097900*        BY HAND FROM THE REPORT LINE.
098000         ADD 1 TO WS-NO-REF-COUNT
098100         MOVE "Y" TO WS-ATTENTION-SWITCH
098200         MOVE "NO TRAN REF - ADJUST BY HAND" TO WS-ITEM-NOTE
098300         MOVE "NONE" TO RD-ADJUSTMENT
098400         PERFORM 3600-PRINT-ITEM-LINE
098500             THRU 3600-PRINT-ITEM-LINE-EXIT
098600         GO TO 3000-CORRECT-ONE-ITEM-EXIT.
098700     IF NOT WS-EVAL-PASSED
098800         PERFORM 3400-WRITE-CONTRA
098900             THRU 3400-WRITE-CONTRA-EXIT
099000         GO TO 3000-CORRECT-ONE-ITEM-EXIT.
099100     PERFORM 3200-FIND-CORRECTION
099200         THRU 3200-FIND-CORRECTION-EXIT.
099300     IF WS-CORR-FOUND
099400         IF CL-ACTION-CODE (CL-IDX) = "W"
099500             ADD 1 TO WS-WRITTEN-OFF-COUNT
099600             MOVE "Y" TO WS-ATTENTION-SWITCH
099700             MOVE "WRITTEN OFF ON SUSQ - NOT POSTED"
099800                 TO WS-ITEM-NOTE
099900         ELSE
100000             ADD 1 TO WS-REFED-COUNT
100100             MOVE "RE-FED BY SUSPREP - NOT POSTED"
100200                 TO WS-ITEM-NOTE
100300         END-IF
100400         MOVE "NONE" TO RD-ADJUSTMENT
100500         PERFORM 3600-PRINT-ITEM-LINE
100600             THRU 3600-PRINT-ITEM-LINE-EXIT
100700         GO TO 3000-CORRECT-ONE-ITEM-EXIT.
100800     PERFORM 3250-FIND-OPEN-SUSPENSE
100900         THRU 3250-FIND-OPEN-SUSPENSE-EXIT.
101000     IF WS-OPEN-FOUND
101100         ADD 1 TO WS-OPEN-SUSP-COUNT
101200         MOVE "Y" TO WS-ATTENTION-SWITCH
101300         MOVE "OPEN IN SUSPENSE - WRITE-OFF QUEUED"
101400             TO WS-ITEM-NOTE
101450         PERFORM 3700-QUEUE-WRITE-OFF
101475             THRU 3700-QUEUE-WRITE-OFF-EXIT
101500     END-IF.
101600     PERFORM 3300-WRITE-POSTING
101700         THRU 3300-WRITE-POSTING-EXIT.
101800 3000-CORRECT-ONE-ITEM-EXIT.
101900     EXIT.
102000
102100*----------------------------------------------------------------
102200* 3100-EVALUATE-CORRECTED-RULE - APPLY THE CORRECTED VERSION'S
102300*                                RANGES AND AND/OR LOGIC, THE
102400*                                SAME WAY IFANDTHEN'S 2060 DOES
102500*----------------------------------------------------------------
102600 3100-EVALUATE-CORRECTED-RULE.
102700     MOVE "N" TO WS-PASS-SWITCH.
102800     MOVE "N" TO WS-CLAUSE1-SWITCH.
102900     MOVE "N" TO WS-CLAUSE2-SWITCH.
103000     IF WS-WORK-VALUE NOT LESS THAN CV-LOW-VALUE-1
103100             AND WS-WORK-VALUE LESS THAN CV-HIGH-VALUE-1
103200         MOVE "Y" TO WS-CLAUSE1-SWITCH
103300     END-IF.
103400     IF CV-HIGH-VALUE-2 > ZERO
103500         IF WS-WORK-VALUE NOT LESS THAN CV-LOW-VALUE-2
103600           AND WS-WORK-VALUE LESS THAN CV-HIGH-VALUE-2
103700             MOVE "Y" TO WS-CLAUSE2-SWITCH
103800         END-IF
103900         IF CV-LOGIC-IS-OR
104000             IF WS-CLAUSE1-PASSED OR WS-CLAUSE2-PASSED
104100                 MOVE "Y" TO WS-PASS-SWITCH
104200             END-IF
104300         ELSE
104400             IF WS-CLAUSE1-PASSED AND WS-CLAUSE2-PASSED
104500                 MOVE "Y" TO WS-PASS-SWITCH
104600             END-IF
104700         END-IF
104800     ELSE
104900         IF WS-CLAUSE1-PASSED
105000             MOVE "Y" TO WS-PASS-SWITCH
105100         END-IF
105200     END-IF.
105300 3100-EVALUATE-CORRECTED-RULE-EXIT.
105400     EXIT.
105500
105600*----------------------------------------------------------------
105700* 3200-FIND-CORRECTION - LOOK UP AN APPLIED SUSPENSE CORRECTION
105800*                        FOR THE ITEM (BUSINESS DATE PLUS REF)
105900*----------------------------------------------------------------
106000 3200-FIND-CORRECTION.
106100     MOVE "N" TO WS-CORR-FOUND-SWITCH.
106200     IF WS-CORR-COUNT = ZERO
106300         GO TO 3200-FIND-CORRECTION-EXIT.
106400     SET CL-IDX TO 1.
106500     SEARCH WS-CORR-ENTRY
106600         AT END
106700             CONTINUE
106800         WHEN CL-BUSINESS-DATE (CL-IDX)
106900                 = IT-BUSINESS-DATE (IT-IDX)
107000                 AND CL-TRAN-REF (CL-IDX) = IT-TRAN-REF (IT-IDX)
107100             MOVE "Y" TO WS-CORR-FOUND-SWITCH
107200     END-SEARCH.
107300 3200-FIND-CORRECTION-EXIT.
107400     EXIT.
107500
107600*----------------------------------------------------------------
107700* 3250-FIND-OPEN-SUSPENSE - LOOK UP THE ITEM (BUSINESS DATE PLUS
107800*                           REF) AMONG THE OPEN SUSPENSE ITEMS
107900*----------------------------------------------------------------
108000 3250-FIND-OPEN-SUSPENSE.
108100     MOVE "N" TO WS-OPEN-FOUND-SWITCH.
108200     IF WS-OPEN-COUNT = ZERO
108300         GO TO 3250-FIND-OPEN-SUSPENSE-EXIT.
108400     SET OP-IDX TO 1.
108500     SEARCH WS-OPEN-ENTRY
108600         AT END
108700             CONTINUE
108800         WHEN OP-BUSINESS-DATE (OP-IDX)
108900                 = IT-BUSINESS-DATE (IT-IDX)
109000                 AND OP-TRAN-REF (OP-IDX) = IT-TRAN-REF (IT-IDX)
109100             MOVE "Y" TO WS-OPEN-FOUND-SWITCH
109200     END-SEARCH.
109300 3250-FIND-OPEN-SUSPENSE-EXIT.
109400     EXIT.
109500
109600*----------------------------------------------------------------
109700* 3300-WRITE-POSTING - POST A WRONG FAIL: A GL EXTRACT RECORD
109800*                      (FLAG Y) ON THE RULE'S MAPPED ACCOUNT AND
109900*                      SIDE, DATED TODAY AND TIED TO THE ORIGINAL
110000*                      TRAN REF, AND ITS ADJP AUDIT ROW
110100*----------------------------------------------------------------
110200 3300-WRITE-POSTING.
110300     MOVE SPACES TO GL-EXTRACT-RECORD.
110400     MOVE WS-WORK-VALUE TO GL-CONTROL-VALUE.
110500     MOVE "Y" TO GL-PASS-FLAG.
110600     MOVE WS-RUN-DATE TO GL-RUN-DATE.
110700     MOVE WS-GL-ACCOUNT TO GL-ACCOUNT.
110800     MOVE WS-GL-DRCR-IND TO GL-DRCR-IND.
110900     MOVE "D" TO GL-REC-LEVEL.
111000     MOVE 1 TO GL-RECORD-COUNT.
111100     MOVE WS-WORK-VALUE TO GL-HASH-TOTAL.
111200     MOVE IT-TRAN-REF (IT-IDX) TO GL-TRAN-REF.
111250     MOVE WS-RUN-ID TO GL-RUN-ID.
111300     WRITE GL-EXTRACT-RECORD.
111400     ADD 1 TO WS-POSTING-COUNT.
111500     ADD 1 TO WS-ADJUST-COUNT.
111600     ADD WS-WORK-VALUE TO WS-POSTING-AMOUNT.
111700     MOVE "ADJP" TO WS-ADJUST-OUTCOME.
111800     PERFORM 3500-WRITE-ADJUSTMENT-AUDIT
111900         THRU 3500-WRITE-ADJUSTMENT-AUDIT-EXIT.
112000     MOVE "POSTING" TO RD-ADJUSTMENT.
112100     PERFORM 3600-PRINT-ITEM-LINE
112200         THRU 3600-PRINT-ITEM-LINE-EXIT.
112300 3300-WRITE-POSTING-EXIT.
112400     EXIT.
112500
112600*----------------------------------------------------------------
112700* 3400-WRITE-CONTRA - BACK OUT A WRONG PASS: A CONTRA GL EXTRACT
112800*                     RECORD (FLAG R) ON THE RULE'S MAPPED
112900*                     ACCOUNT WITH THE OPPOSITE SIDE, ALWAYS
113000*                     DETAIL LEVEL, DATED TODAY AND TIED TO THE
113100*                     ORIGINAL TRAN REF, AND ITS ADJC AUDIT ROW
113200*----------------------------------------------------------------
113300 3400-WRITE-CONTRA.
113400     MOVE SPACES TO GL-EXTRACT-RECORD.
113500     MOVE WS-WORK-VALUE TO GL-CONTROL-VALUE.
113600     MOVE "R" TO GL-PASS-FLAG.
113700     MOVE WS-RUN-DATE TO GL-RUN-DATE.
113800     MOVE WS-GL-ACCOUNT TO GL-ACCOUNT.
113900     MOVE WS-CONTRA-DRCR-IND TO GL-DRCR-IND.
114000     MOVE "D" TO GL-REC-LEVEL.
114100     MOVE 1 TO GL-RECORD-COUNT.
114200     MOVE WS-WORK-VALUE TO GL-HASH-TOTAL.
114300     MOVE IT-TRAN-REF (IT-IDX) TO GL-TRAN-REF.
114350     MOVE WS-RUN-ID TO GL-RUN-ID.
114400     WRITE GL-EXTRACT-RECORD.
114500     ADD 1 TO WS-CONTRA-COUNT.
114600     ADD 1 TO WS-ADJUST-COUNT.
114700     ADD WS-WORK-VALUE TO WS-CONTRA-AMOUNT.
114800     MOVE "ADJC" TO WS-ADJUST-OUTCOME.
114900     PERFORM 3500-WRITE-ADJUSTMENT-AUDIT
115000         THRU 3500-WRITE-ADJUSTMENT-AUDIT-EXIT.
115100     MOVE "CONTRA" TO RD-ADJUSTMENT.
115200     PERFORM 3600-PRINT-ITEM-LINE
115300         THRU 3600-PRINT-ITEM-LINE-EXIT.
115400 3400-WRITE-CONTRA-EXIT.
115500     EXIT.
115600
115700*----------------------------------------------------------------
115800* 3500-WRITE-ADJUSTMENT-AUDIT - APPEND THE ADJUSTMENT'S AUDIT
115900*                               ROW UNDER THIS RUN'S RUN-ID,
116000*                               CARRYING THE ORIGINAL BUSINESS
116100*                               DATE AND TRAN REF AND THE
116200*                               CORRECTED VERSION'S DATE
116300*----------------------------------------------------------------
116400 3500-WRITE-ADJUSTMENT-AUDIT.
116500     MOVE SPACES TO AU-AUDIT-RECORD.
116600     MOVE WS-RUN-ID       TO AU-RUN-ID
116700                             OF AU-AUDIT-RECORD.
116800     MOVE WS-WORK-VALUE   TO AU-CONTROL-VALUE
116900                             OF AU-AUDIT-RECORD.
117000     MOVE WS-ADJUST-OUTCOME TO AU-OUTCOME
117100                             OF AU-AUDIT-RECORD.
117200     MOVE WS-RETRO-RULE   TO AU-RULE-CODE
117300                             OF AU-AUDIT-RECORD.
117400     ACCEPT AU-EVAL-DATE OF AU-AUDIT-RECORD
117500         FROM DATE YYYYMMDD.
117600     ACCEPT AU-EVAL-TIME OF AU-AUDIT-RECORD FROM TIME.
117700     MOVE IT-BUSINESS-DATE (IT-IDX)
117800         TO AU-BUSINESS-DATE OF AU-AUDIT-RECORD.
117900     MOVE IT-TRAN-REF (IT-IDX)
118000         TO AU-TRAN-REF OF AU-AUDIT-RECORD.
118100     MOVE WS-VERSION-DATE
118200         TO AU-RULE-EFF-DATE OF AU-AUDIT-RECORD.
118300     WRITE AU-AUDIT-RECORD.
118400 3500-WRITE-ADJUSTMENT-AUDIT-EXIT.
118500     EXIT.
118600
118700*----------------------------------------------------------------
118800* 3600-PRINT-ITEM-LINE - PRINT ONE ITEM WHOSE OUTCOME CHANGED,
118900*                        WITH THE ADJUSTMENT MADE (IF ANY) AND
118950*                        ANY NOTE FOR FINANCE OR OPERATIONS. A
119000*                        HELD ITEM IS LISTED WHETHER OR NOT ITS
119050*                        OUTCOME CHANGED.
119100*----------------------------------------------------------------
119200 3600-PRINT-ITEM-LINE.
119300     MOVE IT-BUSINESS-DATE (IT-IDX) TO RD-BUSINESS-DATE.
119400     MOVE IT-TRAN-REF (IT-IDX) TO RD-TRAN-REF.
119500     MOVE IT-CONTROL-VALUE (IT-IDX) TO RD-CONTROL-VALUE.
119600     IF IT-POSTED (IT-IDX)
119700         MOVE "PASS" TO RD-WAS
119800         MOVE "FAIL" TO RD-NOW
119900         MOVE WS-CONTRA-DRCR-IND TO RD-DRCR-IND
120000     ELSE
120100         MOVE "FAIL" TO RD-WAS
120200         MOVE "PASS" TO RD-NOW
120300         MOVE WS-GL-DRCR-IND TO RD-DRCR-IND
120400     END-IF.
120425     IF IT-HELD (IT-IDX) AND WS-EVAL-PASSED
120450         MOVE "PASS" TO RD-NOW
120475     END-IF.
120500     MOVE WS-GL-ACCOUNT TO RD-GL-ACCOUNT.
120600     IF RD-ADJUSTMENT = "NONE"
120700         MOVE SPACES TO RD-GL-ACCOUNT
120800         MOVE SPACES TO RD-DRCR-IND
120900     END-IF.
121000     MOVE WS-ITEM-NOTE TO RD-NOTE.
121100     MOVE WS-RETRORPT-DETAIL TO RR-PRINT-LINE.
121200     WRITE RR-PRINT-LINE AFTER ADVANCING 1 LINE.
121300 3600-PRINT-ITEM-LINE-EXIT.
121400     EXIT.
121450
121504*----------------------------------------------------------------
121506* 3700-QUEUE-WRITE-OFF - THE WRONG FAIL BEING POSTED IS STILL OPEN
121508*                        IN SUSPENSE. QUEUE A WRITE-OFF (ACTION W)
121510*                        FOR IT ON THE PENDING CORRECTION FILE, IN
121512*                        THE FORM THE SUSQ SCREEN QUEUES ONE, SO
121514*                        THE NEXT SUSPREP RUN DROPS IT WITH NO
121516*                        REPOST. IF THE WRITE FAILS THE ITEM IS
121518*                        LEFT FOR OPERATIONS TO WRITE OFF ON SUSQ.
121520*----------------------------------------------------------------
121522 3700-QUEUE-WRITE-OFF.
121524     MOVE SPACES TO SW-WRITE-OFF-RECORD.
121526     MOVE IT-BUSINESS-DATE (IT-IDX)
121528         TO SC-BUSINESS-DATE OF SW-WRITE-OFF-RECORD.
121530     MOVE OP-FEED-ID (OP-IDX)
121532         TO SC-FEED-ID OF SW-WRITE-OFF-RECORD.
121534     MOVE IT-TRAN-REF (IT-IDX)
121536         TO SC-TRAN-REF OF SW-WRITE-OFF-RECORD.
121538     MOVE "W" TO SC-ACTION-CODE OF SW-WRITE-OFF-RECORD.
121540     MOVE WS-WORK-VALUE
121542         TO SC-OLD-CONTROL-VALUE OF SW-WRITE-OFF-RECORD.
121544     MOVE WS-WORK-VALUE
121546         TO SC-NEW-CONTROL-VALUE OF SW-WRITE-OFF-RECORD.
121548     MOVE WS-RETRO-RULE
121550         TO SC-OLD-RULE-CODE OF SW-WRITE-OFF-RECORD.
121552     MOVE WS-RETRO-RULE
121554         TO SC-NEW-RULE-CODE OF SW-WRITE-OFF-RECORD.
121556     MOVE "RETROCOR" TO SC-OPERATOR-ID OF SW-WRITE-OFF-RECORD.
121558     MOVE WS-RUN-DATE TO SC-CORRECT-DATE OF SW-WRITE-OFF-RECORD.
121560     DIVIDE WS-RUN-TIME BY 100
121562         GIVING SC-CORRECT-TIME OF SW-WRITE-OFF-RECORD.
121564     STRING "POSTED BY RETROCOR, RULE " DELIMITED BY SIZE
121566            WS-RETRO-RULE               DELIMITED BY SIZE
121568            INTO SC-COMMENT OF SW-WRITE-OFF-RECORD
121570     END-STRING.
121572     WRITE SW-WRITE-OFF-RECORD.
121574     IF NOT WS-SUSPCORR-OK
121576         DISPLAY "RETROCOR - ERROR WRITING SUSPCORR, STATUS = "
121578             WS-SUSPCORR-STATUS " - WRITE OFF "
121580             IT-TRAN-REF (IT-IDX) " ON SUSQ"
121582         MOVE "OPEN IN SUSPENSE - WRITE OFF ON SUSQ"
121584             TO WS-ITEM-NOTE
121586         GO TO 3700-QUEUE-WRITE-OFF-EXIT.
121588     ADD 1 TO WS-WRITE-OFF-QUEUED.
121590 3700-QUEUE-WRITE-OFF-EXIT.
121592     EXIT.
121594
121600*----------------------------------------------------------------
121700* 8000-PRINT-TOTALS - PRINT THE RUN TOTALS AND THE SIGN-OFF
121800*                     LINES. THE ADJUSTING GENERATION IS NOT
121900*                     RELEASED TO THE GL INTERFACE UNTIL FINANCE
122000*                     HAS SIGNED AND RECONCIL HAS BALANCED IT.
122100*----------------------------------------------------------------
122200 8000-PRINT-TOTALS.
122300     IF WS-ADJUST-COUNT = ZERO AND WS-NO-REF-COUNT = ZERO
122400             AND WS-REFED-COUNT = ZERO
122500             AND WS-WRITTEN-OFF-COUNT = ZERO
122550             AND WS-HELD-COUNT = ZERO
122600         MOVE WS-RETRORPT-NONE TO RR-PRINT-LINE
122700         WRITE RR-PRINT-LINE AFTER ADVANCING 1 LINE
122800     END-IF.
122900     MOVE "ITEMS RE-EVALUATED:" TO RT-TOTAL-DESC.
123000     MOVE WS-ITEM-COUNT TO RT-TOTAL-COUNT.
123100     MOVE ZERO TO RT-TOTAL-AMOUNT.
123200     MOVE WS-RETRORPT-TOTAL TO RR-PRINT-LINE.
123300     WRITE RR-PRINT-LINE AFTER ADVANCING 2 LINES.
123400     MOVE "OUTCOME UNCHANGED:" TO RT-TOTAL-DESC.
123500     MOVE WS-UNCHANGED-COUNT TO RT-TOTAL-COUNT.
123600     PERFORM 8100-PRINT-TOTAL-LINE
123700         THRU 8100-PRINT-TOTAL-LINE-EXIT.
123800     MOVE "CONTRA ENTRIES (WRONG PASS) / AMOUNT:"
123900         TO RT-TOTAL-DESC.
124000     MOVE WS-CONTRA-COUNT TO RT-TOTAL-COUNT.
124100     MOVE WS-CONTRA-AMOUNT TO RT-TOTAL-AMOUNT.
124200     PERFORM 8100-PRINT-TOTAL-LINE
124300         THRU 8100-PRINT-TOTAL-LINE-EXIT.
124400     MOVE "NEW POSTINGS (WRONG FAIL) / AMOUNT:"
124500         TO RT-TOTAL-DESC.
124600     MOVE WS-POSTING-COUNT TO RT-TOTAL-COUNT.
124700     MOVE WS-POSTING-AMOUNT TO RT-TOTAL-AMOUNT.
124800     PERFORM 8100-PRINT-TOTAL-LINE
124900         THRU 8100-PRINT-TOTAL-LINE-EXIT.
125000     MOVE ZERO TO RT-TOTAL-AMOUNT.
125100     MOVE "  OF WHICH OPEN IN SUSPENSE:" TO RT-TOTAL-DESC.
125200     MOVE WS-OPEN-SUSP-COUNT TO RT-TOTAL-COUNT.
125300     PERFORM 8100-PRINT-TOTAL-LINE
125400         THRU 8100-PRINT-TOTAL-LINE-EXIT.
125420     MOVE "  OF WHICH WRITE-OFF QUEUED:" TO RT-TOTAL-DESC.
125440     MOVE WS-WRITE-OFF-QUEUED TO RT-TOTAL-COUNT.
125460     PERFORM 8100-PRINT-TOTAL-LINE
125480         THRU 8100-PRINT-TOTAL-LINE-EXIT.
125500     MOVE "NOT POSTED - ALREADY RE-FED:" TO RT-TOTAL-DESC.
125600     MOVE WS-REFED-COUNT TO RT-TOTAL-COUNT.
125700     PERFORM 8100-PRINT-TOTAL-LINE
125800         THRU 8100-PRINT-TOTAL-LINE-EXIT.
125900     MOVE "NOT POSTED - WRITTEN OFF:" TO RT-TOTAL-DESC.
126000     MOVE WS-WRITTEN-OFF-COUNT TO RT-TOTAL-COUNT.
126100     PERFORM 8100-PRINT-TOTAL-LINE
126200         THRU 8100-PRINT-TOTAL-LINE-EXIT.
126300     MOVE "NOT ADJUSTED - NO TRAN REF:" TO RT-TOTAL-DESC.
126400     MOVE WS-NO-REF-COUNT TO RT-TOTAL-COUNT.
126500     PERFORM 8100-PRINT-TOTAL-LINE
126600         THRU 8100-PRINT-TOTAL-LINE-EXIT.
126700     MOVE "NOT RE-EVALUATED - NO VERSION (F002):"
126800         TO RT-TOTAL-DESC.
126900     MOVE WS-NO-VERSION-COUNT TO RT-TOTAL-COUNT.
127000     PERFORM 8100-PRINT-TOTAL-LINE
127100         THRU 8100-PRINT-TOTAL-LINE-EXIT.
127200     MOVE "EARLIER REVERSALS HONOURED:" TO RT-TOTAL-DESC.
127300     MOVE WS-PRIOR-RVSL-COUNT TO RT-TOTAL-COUNT.
127400     PERFORM 8100-PRINT-TOTAL-LINE
127500         THRU 8100-PRINT-TOTAL-LINE-EXIT.
127507     MOVE "EARLIER REVERSALS BACKED OUT:" TO RT-TOTAL-DESC.
127514     MOVE WS-RVSL-UNDONE-COUNT TO RT-TOTAL-COUNT.
127521     PERFORM 8100-PRINT-TOTAL-LINE
127528         THRU 8100-PRINT-TOTAL-LINE-EXIT.
127535     MOVE "REVERSALS NOT TIED TO ONE ITEM:" TO RT-TOTAL-DESC.
127542     MOVE WS-RVSL-HELD-COUNT TO RT-TOTAL-COUNT.
127549     PERFORM 8100-PRINT-TOTAL-LINE
127556         THRU 8100-PRINT-TOTAL-LINE-EXIT.
127563     MOVE "  ITEMS HELD - ADJUST BY HAND:" TO RT-TOTAL-DESC.
127570     MOVE WS-HELD-COUNT TO RT-TOTAL-COUNT.
127577     PERFORM 8100-PRINT-TOTAL-LINE
127584         THRU 8100-PRINT-TOTAL-LINE-EXIT.
127600     MOVE "EARLIER ADJUSTMENTS HONOURED:" TO RT-TOTAL-DESC.
127700     MOVE WS-PRIOR-ADJ-COUNT TO RT-TOTAL-COUNT.
127800     PERFORM 8100-PRINT-TOTAL-LINE
127900         THRU 8100-PRINT-TOTAL-LINE-EXIT.
127920     MOVE "BACKED OUT - NOT RE-EVALUATED:" TO RT-TOTAL-DESC.
127940     MOVE WS-BACKED-OUT-COUNT TO RT-TOTAL-COUNT.
127960     PERFORM 8100-PRINT-TOTAL-LINE
127980         THRU 8100-PRINT-TOTAL-LINE-EXIT.
128000     MOVE WS-RETRORPT-SIGNOFF1 TO RR-PRINT-LINE.
128100     WRITE RR-PRINT-LINE AFTER ADVANCING 3 LINES.
128200     MOVE WS-RETRORPT-SIGNOFF2 TO RR-PRINT-LINE.
128300     WRITE RR-PRINT-LINE AFTER ADVANCING 2 LINES.
128400 8000-PRINT-TOTALS-EXIT.
128500     EXIT.
128600
128700*----------------------------------------------------------------
128800* 8100-PRINT-TOTAL-LINE - PRINT ONE TOTAL LINE
128900*----------------------------------------------------------------
129000 8100-PRINT-TOTAL-LINE.
129100     MOVE WS-RETRORPT-TOTAL TO RR-PRINT-LINE.
129200     WRITE RR-PRINT-LINE AFTER ADVANCING 1 LINE.
129300 8100-PRINT-TOTAL-LINE-EXIT.
129400     EXIT.
129500
129600*----------------------------------------------------------------
129700* 8500-WRITE-CHECKPOINT - WRITE THE RUN'S TOTALS TO ITS OWN
129800*                         CHECKPOINT FILE IN THE LAYOUT RECONCIL
129900*                         BALANCES: AUDIT ROWS FOR THE RUN-ID =
130000*                         ADJUSTMENTS, GL ROWS FLAGGED Y = NEW
130100*                         POSTINGS, AND POSTINGS + CONTRAS (THE
130200*                         REVERSAL COUNT) = ADJUSTMENTS
130300*----------------------------------------------------------------
130400 8500-WRITE-CHECKPOINT.
130500     MOVE SPACES TO CK-CHECKPOINT-RECORD.
130600     MOVE "1" TO CK-CHECKPOINT-ID.
130700     MOVE ZERO TO CK-LAST-RECORD-NO.
130800     MOVE WS-RUN-ID TO CK-RUN-ID.
130900     MOVE WS-ADJUST-COUNT TO CK-RECORDS-READ.
131000     MOVE WS-POSTING-COUNT TO CK-PASS-COUNT.
131100     MOVE ZERO TO CK-EXCEPTION-COUNT.
131200     MOVE WS-CONTRA-COUNT TO CK-RVSL-COUNT.
131300     MOVE WS-RUN-DATE TO CK-BUSINESS-DATE.
131400     MOVE ZERO TO CK-LAST-SLOT-NO.
131500     MOVE "RETROCOR" TO CK-FEED-ID.
131600     WRITE CK-CHECKPOINT-RECORD
131700         INVALID KEY
131800             DISPLAY "RETROCOR - ERROR WRITING CHKPTFIL, "
131900                 "STATUS = "
132000                 WS-CHKPTFIL-STATUS
132100             MOVE "Y" TO WS-ABEND-SWITCH
132200     END-WRITE.
132300 8500-WRITE-CHECKPOINT-EXIT.
132400     EXIT.
132500
132600*----------------------------------------------------------------
132700* 9000-TERMINATE - CLOSE THE FILES AND DISPLAY THE RUN TOTALS
132800*----------------------------------------------------------------
132900 9000-TERMINATE.
133000     IF WS-PARMRULE-STATUS NOT = SPACES
133100         CLOSE PARMRULE
133200     END-IF.
133300     IF WS-GLMPARM-STATUS NOT = SPACES
133400         CLOSE GLMPARM
133500     END-IF.
133600     IF WS-SUSPENSE-STATUS NOT = SPACES
133700         CLOSE SUSPENSE
133800     END-IF.
133900     IF WS-CORRLOG-STATUS NOT = SPACES
134000         CLOSE CORRLOG
134100     END-IF.
134200     IF WS-AUDTHIST-STATUS NOT = SPACES
134300         CLOSE AUDTHIST
134400     END-IF.
134500     IF WS-AUDTLOG-STATUS NOT = SPACES
134600         CLOSE AUDTLOG
134700     END-IF.
134800     IF WS-GLEXTRT-STATUS NOT = SPACES
134900         CLOSE GLEXTRT
135000     END-IF.
135100     IF WS-CHKPTFIL-STATUS NOT = SPACES
135200         CLOSE CHKPTFIL
135300     END-IF.
135400     IF WS-RETRORPT-STATUS NOT = SPACES
135500         CLOSE RETRORPT
135600     END-IF.
135620     IF WS-SUSPCORR-STATUS NOT = SPACES
135640         CLOSE SUSPCORR
135660     END-IF.
135700     DISPLAY "RETROCOR - CONTRAS WRITTEN:  " WS-CONTRA-COUNT.
135800     DISPLAY "RETROCOR - POSTINGS WRITTEN: " WS-POSTING-COUNT.
135900     DISPLAY "RETROCOR - ITEMS UNCHANGED:  " WS-UNCHANGED-COUNT.
136000 9000-TERMINATE-EXIT.
136100     EXIT.
136200
136300*----------------------------------------------------------------
136400* 9900-SET-RETURN-CODE - 0 = CORRECTION RUN CLEAN, 4 = ITEMS FOR
136500*                        FINANCE OR OPERATIONS TO ACT ON (OPEN IN
136600*                        SUSPENSE UNTIL SUSPREP APPLIES ITS
136657*                        WRITE-OFF, WRITTEN OFF, NO TRAN REF,
136714*                        OR HELD FOR A REVERSAL NOT TIED TO ONE
136771*                        ITEM - SEE RETRORPT), 16 = COULD NOT
136828*                        RUN (BAD CARD, VERSION OR MAPPING NOT
136885*                        FOUND, OPEN FAILURE OR TABLE FULL) -
136942*                        NOTHING WRITTEN
137000*----------------------------------------------------------------
137100 9900-SET-RETURN-CODE.
137200     IF WS-ABEND-OCCURRED
137300         MOVE 16 TO RETURN-CODE
137400     ELSE
137500         IF WS-ATTENTION-NEEDED
137600             MOVE 4 TO RETURN-CODE
137700         ELSE
137800             MOVE ZERO TO RETURN-CODE
137900         END-IF
138000     END-IF.
138100 9900-SET-RETURN-CODE-EXIT.
138200     EXIT.
