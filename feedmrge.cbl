000100****************************************************************
000200* PROGRAM-ID : FEEDMRGE                                          *
000300* AUTHOR     : D. ORIC, APPLICATIONS PROGRAMMING                 *
000400* INSTALLATION: DATA PROCESSING CENTER                           *
000500* DATE-WRITTEN: 2026-10-15                                       *
000600* DATE-COMPILED:                                                 *
000700*----------------------------------------------------------------
000800* REMARKS.                                                       *
000900*     FEED MERGE. FIRST STEP OF THE IFANDMRG JOB, RELEASED ONCE  *
001000*     EVERY PER-FEED IFANDTHEN JOB OF THE DAY HAS FINISHED.      *
001100*     EACH FEED GROUP RUNS THROUGH ITS OWN IFANDTHEN INSTANCE    *
001200*     WITH ITS OWN CHECKPOINT AND ITS OWN WORK COPIES OF         *
001300*     AUDTLOG, GLEXTRT, SUSPENSE AND RULESTAT. THIS PROGRAM      *
001400*     COMBINES THEM INTO THE SAME OUTPUTS ONE RUN OVER THE       *
001500*     WHOLE FILE USED TO PRODUCE:                                *
001600*       - AUDIT ROWS ARE APPENDED TO THE CUMULATIVE AUDTLOG      *
001700*       - GL RECORDS (AND ANY FEED'S QUARANTINE MARKER) ARE      *
001800*         WRITTEN TO THE DAY'S ONE GLEXTRT GENERATION            *
001900*       - SUSPENSE ITEMS ARE APPENDED TO THE CUMULATIVE FILE     *
002000*       - RULESTAT COUNTS ARE SUMMED TO ONE RECORD PER RULE      *
002100*         CODE PER RUN DATE AND APPENDED                         *
002200*       - ONE CHECKPOINT RECORD PER FEED RUN IS WRITTEN TO       *
002300*         THE MERGED CHKPTFIL FOR RECONCIL AND FEEDRTN           *
002400*       - SUMRYRPT CARRIES THE COMBINED TOTALS, EXCEPTION        *
002500*         PERCENTAGE AGAINST TOLPARM AND ONE LINE PER FEED.      *
002600*     MRGPARM NAMES THE FEEDS EXPECTED, ONE CARD EACH. THE       *
002700*     CHKPTIN CHECKPOINTS SAY WHICH OF THEM RAN TODAY; EVERY     *
002800*     ONE MUST BE THE FINAL CHECKPOINT OF A RUN THAT ENDED       *
002900*     CLEAN (CK-RUN-STATUS E), SO A FEED STILL AWAITING RESTART  *
002910*     CANNOT BE MERGED HALF DONE, AND NOT A RUN RUNCTL ALREADY   *
002920*     SHOWS COMPLETE, SO A MERGE CANNOT BE RUN TWICE.            *
003000*     WORK ROWS ARE TAKEN ONLY FOR THE RUN-IDS (AUDIT, GL) OR    *
003100*     FEED AND BUSINESS DATE (SUSPENSE) OF THOSE CHECKPOINTS -   *
003200*     ANYTHING ELSE IS LEFT BEHIND AND COUNTED.                  *
003210*     THIS PROGRAM IS THE ONLY WRITER OF RUNCTL IN THE DAILY     *
003220*     STREAM: ONCE THE MERGE IS WRITTEN, EACH MERGED FEED'S      *
003230*     ENTRY (BUSINESS DATE + FEED ID) IS WRITTEN OR REWRITTEN    *
003240*     COMPLETE UNDER ITS RUN-ID, SO A RESEND OF THE FEED IS      *
003250*     REFUSED (RC=12) BY THE FEED'S NEXT IFANDTHEN RUN.          *
003260*     THE FEED JOBS' OWN EVENT FILES (EVNTWORK) ARE ADDED TO     *
003270*     THE OPERATIONS EVENT FILE (OPSEVENT) FIRST, WHETHER OR     *
003280*     NOT THE MERGE GOES AHEAD. AN EVENT ALREADY ON THE FILE     *
003290*     FROM AN EARLIER ATTEMPT IS NOT ADDED TWICE; AN EVENT       *
003292*     WHOSE KEY ANOTHER EVENT HOLDS TAKES THE NEXT SEQUENCE.     *
003294*     THE EVENT FILE ONLY TELLS OPERATIONS - A FAILURE ON IT IS  *
003296*     DISPLAYED AND NEVER CHANGES THE RETURN CODE.               *
003300*     RETURN CODES:                                              *
003400*       0  MERGED CLEAN - NO EXCEPTIONS IN ANY FEED              *
003500*       4  MERGED - EXCEPTIONS WRITTEN OR WORK ROWS WERE LEFT    *
003600*          BEHIND. SEE SUMRYRPT. A FEED THAT DID NOT RUN (NOT    *
003700*          IN TODAY'S FILE) IS LISTED BUT DOES NOT SET RC=4      *
003800*       8  MERGED - A FEED BREACHED THE TOLPARM TOLERANCE AND    *
003900*          THE GENERATION CARRIES ITS QUARANTINE MARKER          *
004000*      12  NO FEED RAN - NOTHING MERGED                          *
004100*      16  COULD NOT RUN - OPEN FAILURE, BAD TOLPARM, A          *
004200*          CHECKPOINT FOR A FEED NOT ON MRGPARM, TWO             *
004300*          CHECKPOINTS FOR ONE FEED OR RUN-ID, A FEED RUN NOT    *
004400*          ENDED OR ALREADY MERGED. NOTHING IS MERGED. ALSO SET  *
004410*          WHEN RUNCTL COULD NOT BE MARKED COMPLETE AFTER THE    *
004420*          MERGE WAS WRITTEN - SEE SYSOUT; THE MERGE STANDS      *
004500*----------------------------------------------------------------
004600* MODIFICATION HISTORY.                                          *
004700*   DATE       INIT  DESCRIPTION                                 *
004800*   ---------- ----  ------------------------------------------  *
004900*   2026-10-15  DO   ORIGINAL VERSION.                           *
005000****************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID.              FEEDMRGE.
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
006500     SELECT MRGPARM      ASSIGN TO MRGPARM
006600                         ORGANIZATION IS SEQUENTIAL
006700                         FILE STATUS IS WS-MRGPARM-STATUS.
006800
006900     SELECT TOLPARM      ASSIGN TO TOLPARM
007000                         ORGANIZATION IS SEQUENTIAL
007100                         FILE STATUS IS WS-TOLPARM-STATUS.
007200
007300     SELECT CHKPTIN      ASSIGN TO CHKPTIN
007400                         ORGANIZATION IS SEQUENTIAL
007500                         FILE STATUS IS WS-CHKPTIN-STATUS.
007600
007700     SELECT RUNCTL       ASSIGN TO RUNCTL
007800                         ORGANIZATION IS INDEXED
007900                         ACCESS MODE IS RANDOM
008000                         RECORD KEY IS RN-RUN-KEY
008100                         FILE STATUS IS WS-RUNCTL-STATUS.
008200
008210     SELECT EVNTWORK     ASSIGN TO EVNTWORK
008220                         ORGANIZATION IS SEQUENTIAL
008230                         FILE STATUS IS WS-EVNTWORK-STATUS.
008240
008250     SELECT OPSEVENT     ASSIGN TO OPSEVENT
008260                         ORGANIZATION IS INDEXED
008270                         ACCESS MODE IS RANDOM
008280                         RECORD KEY IS EV-EVENT-KEY
008285                             OF EV-OPS-EVENT-RECORD
008290                         FILE STATUS IS WS-OPSEVENT-STATUS.
008295
008300     SELECT AUDTWORK     ASSIGN TO AUDTWORK
008400                         ORGANIZATION IS SEQUENTIAL
008500                         FILE STATUS IS WS-AUDTWORK-STATUS.
008600
008700     SELECT GLWORK       ASSIGN TO GLWORK
008800                         ORGANIZATION IS SEQUENTIAL
008900                         FILE STATUS IS WS-GLWORK-STATUS.
009000
009100     SELECT SUSPWORK     ASSIGN TO SUSPWORK
009200                         ORGANIZATION IS SEQUENTIAL
009300                         FILE STATUS IS WS-SUSPWORK-STATUS.
009400
009500     SELECT RSTATWRK     ASSIGN TO RSTATWRK
009600                         ORGANIZATION IS SEQUENTIAL
009700                         FILE STATUS IS WS-RSTATWRK-STATUS.
009800
009900     SELECT AUDTLOG      ASSIGN TO AUDTLOG
010000                         ORGANIZATION IS SEQUENTIAL
010100                         FILE STATUS IS WS-AUDTLOG-STATUS.
010200
010300     SELECT GLEXTRT      ASSIGN TO GLEXTRT
010400                         ORGANIZATION IS SEQUENTIAL
010500                         FILE STATUS IS WS-GLEXTRT-STATUS.
010600
010700     SELECT SUSPENSE     ASSIGN TO SUSPENSE
010800                         ORGANIZATION IS SEQUENTIAL
010900                         FILE STATUS IS WS-SUSPENSE-STATUS.
011000
011100     SELECT RULESTAT     ASSIGN TO RULESTAT
011200                         ORGANIZATION IS SEQUENTIAL
011300                         FILE STATUS IS WS-RULESTAT-STATUS.
011400
011500     SELECT CHKPTFIL     ASSIGN TO CHKPTFIL
011600                         ORGANIZATION IS INDEXED
011700                         ACCESS MODE IS SEQUENTIAL
011800                         RECORD KEY IS CK-CHECKPOINT-ID
011900                             OF CK-CHECKPOINT-RECORD
012000                         FILE STATUS IS WS-CHKPTFIL-STATUS.
012100
012200     SELECT SUMRYRPT     ASSIGN TO SUMRYRPT
012300                         ORGANIZATION IS SEQUENTIAL
012400                         FILE STATUS IS WS-SUMRYRPT-STATUS.
012500
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  MRGPARM
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100 COPY RTNPREC.
013200
013300 FD  TOLPARM
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600 COPY TOLPREC.
013700
013800 FD  CHKPTIN
013900     RECORDING MODE IS F
014000     LABEL RECORDS ARE STANDARD.
014100 COPY CHKPREC
014200     REPLACING CK-CHECKPOINT-RECORD BY CI-CHECKPOINT-RECORD.
014300
014400 FD  RUNCTL
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700 COPY RUNCREC.
014800
014810 FD  EVNTWORK
014820     RECORDING MODE IS F
014830     LABEL RECORDS ARE STANDARD.
014840 COPY OPSEVREC
014850     REPLACING EV-OPS-EVENT-RECORD BY EW-OPS-EVENT-RECORD.
014860
014870 FD  OPSEVENT
014880     RECORDING MODE IS F
014885     LABEL RECORDS ARE STANDARD.
014890 COPY OPSEVREC.
014895
014900 FD  AUDTWORK
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD.
015200 COPY AUDTREC REPLACING AU-AUDIT-RECORD BY AW-AUDIT-RECORD.
015300
015400 FD  GLWORK
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD.
015700 COPY GLEXTREC
015800     REPLACING GL-EXTRACT-RECORD BY GW-EXTRACT-RECORD.
015900
016000 FD  SUSPWORK
016100     RECORDING MODE IS F
016200     LABEL RECORDS ARE STANDARD.
016300 COPY SUSPREC
016400     REPLACING SU-SUSPENSE-RECORD BY SW-SUSPENSE-RECORD.
016500
016600 FD  RSTATWRK
016700     RECORDING MODE IS F
016800     LABEL RECORDS ARE STANDARD.
016900 COPY RSTATREC
017000     REPLACING RS-RULE-STAT-RECORD BY RW-RULE-STAT-RECORD.
017100
017200 FD  AUDTLOG
017300     RECORDING MODE IS F
017400     LABEL RECORDS ARE STANDARD.
017500 COPY AUDTREC.
017600
017700 FD  GLEXTRT
017800     RECORDING MODE IS F
017900     LABEL RECORDS ARE STANDARD.
018000 COPY GLEXTREC.
018100
018200 FD  SUSPENSE
018300     RECORDING MODE IS F
018400     LABEL RECORDS ARE STANDARD.
018500 COPY SUSPREC.
018600
018700 FD  RULESTAT
018800     RECORDING MODE IS F
018900     LABEL RECORDS ARE STANDARD.
019000 COPY RSTATREC.
019100
019200 FD  CHKPTFIL
019300     RECORDING MODE IS F
019400     LABEL RECORDS ARE STANDARD.
019500 COPY CHKPREC.
019600
019700 FD  SUMRYRPT
019800     RECORDING MODE IS F
019900     LABEL RECORDS ARE STANDARD.
020000 COPY RPTLINE REPLACING RP-PRINT-LINE BY SR-PRINT-LINE.
020100
020200 WORKING-STORAGE SECTION.
020300 01  WS-SWITCHES.
020400     05  WS-EOF-SWITCH        PIC X(01)  VALUE "N".
020500         88  WS-END-OF-FILE              VALUE "Y".
020600     05  WS-ABEND-SWITCH      PIC X(01)  VALUE "N".
020700         88  WS-ABEND-OCCURRED           VALUE "Y".
020800     05  WS-NONE-RAN-SWITCH   PIC X(01)  VALUE "N".
020900         88  WS-NOTHING-TO-MERGE         VALUE "Y".
021000     05  WS-QUAR-SWITCH       PIC X(01)  VALUE "N".
021100         88  WS-ANY-QUARANTINED          VALUE "Y".
021200     05  WS-STATS-FULL-SWITCH PIC X(01)  VALUE "N".
021300         88  WS-STATS-FULL-WARNED        VALUE "Y".
021310     05  WS-EVENT-DONE-SWITCH PIC X(01)  VALUE "N".
021320         88  WS-EVENT-DONE               VALUE "Y".
021400
021500 01  WS-FILE-STATUSES.
021600     05  WS-MRGPARM-STATUS    PIC X(02)  VALUE SPACES.
021700         88  WS-MRGPARM-OK                 VALUE "00".
021800     05  WS-TOLPARM-STATUS    PIC X(02)  VALUE SPACES.
021900         88  WS-TOLPARM-OK                 VALUE "00".
022000     05  WS-CHKPTIN-STATUS    PIC X(02)  VALUE SPACES.
022100         88  WS-CHKPTIN-OK                 VALUE "00".
022200     05  WS-RUNCTL-STATUS     PIC X(02)  VALUE SPACES.
022300         88  WS-RUNCTL-OK                  VALUE "00".
022310     05  WS-EVNTWORK-STATUS   PIC X(02)  VALUE SPACES.
022320         88  WS-EVNTWORK-OK                VALUE "00".
022330         88  WS-EVNTWORK-EOF               VALUE "10".
022340     05  WS-OPSEVENT-STATUS   PIC X(02)  VALUE SPACES.
022350         88  WS-OPSEVENT-OK                VALUE "00".
022360         88  WS-OPSEVENT-DUPKEY            VALUE "22".
022400     05  WS-AUDTWORK-STATUS   PIC X(02)  VALUE SPACES.
022500         88  WS-AUDTWORK-OK                VALUE "00".
022600     05  WS-GLWORK-STATUS     PIC X(02)  VALUE SPACES.
022700         88  WS-GLWORK-OK                  VALUE "00".
022800     05  WS-SUSPWORK-STATUS   PIC X(02)  VALUE SPACES.
022900         88  WS-SUSPWORK-OK                VALUE "00".
023000     05  WS-RSTATWRK-STATUS   PIC X(02)  VALUE SPACES.
023100         88  WS-RSTATWRK-OK                VALUE "00".
023200     05  WS-AUDTLOG-STATUS    PIC X(02)  VALUE SPACES.
023300         88  WS-AUDTLOG-OK                 VALUE "00".
023400     05  WS-GLEXTRT-STATUS    PIC X(02)  VALUE SPACES.
023500         88  WS-GLEXTRT-OK                 VALUE "00".
023600     05  WS-SUSPENSE-STATUS   PIC X(02)  VALUE SPACES.
023700         88  WS-SUSPENSE-OK                VALUE "00".
023800     05  WS-RULESTAT-STATUS   PIC X(02)  VALUE SPACES.
023900         88  WS-RULESTAT-OK                VALUE "00".
024000     05  WS-CHKPTFIL-STATUS   PIC X(02)  VALUE SPACES.
024100         88  WS-CHKPTFIL-OK                VALUE "00".
024200     05  WS-SUMRYRPT-STATUS   PIC X(02)  VALUE SPACES.
024300         88  WS-SUMRYRPT-OK                VALUE "00".
024400
024500*----------------------------------------------------------------
024600* WS-MERGE-TOTALS - THE COMBINED RUN TOTALS (SUMMED FROM THE
024700*                   FEEDS' CHECKPOINTS) AND THE MERGE COUNTS
024800*----------------------------------------------------------------
024900 01  WS-MERGE-TOTALS.
025000     05  WS-RECORDS-READ      PIC 9(07)  VALUE ZERO  COMP.
025100     05  WS-PASS-COUNT        PIC 9(07)  VALUE ZERO  COMP.
025200     05  WS-EXCEPTION-COUNT   PIC 9(07)  VALUE ZERO  COMP.
025300     05  WS-REVERSAL-COUNT    PIC 9(07)  VALUE ZERO  COMP.
025400     05  WS-RAN-COUNT         PIC 9(03)  VALUE ZERO  COMP.
025500     05  WS-NOT-RUN-COUNT     PIC 9(03)  VALUE ZERO  COMP.
025600     05  WS-AUDIT-MERGED      PIC 9(07)  VALUE ZERO  COMP.
025700     05  WS-GL-MERGED         PIC 9(07)  VALUE ZERO  COMP.
025800     05  WS-SUSP-MERGED       PIC 9(07)  VALUE ZERO  COMP.
025900     05  WS-STAT-MERGED       PIC 9(07)  VALUE ZERO  COMP.
026000     05  WS-LEFT-BEHIND       PIC 9(07)  VALUE ZERO  COMP.
026010     05  WS-EVENTS-ADDED      PIC 9(07)  VALUE ZERO  COMP.
026020     05  WS-EVENTS-ON-FILE    PIC 9(07)  VALUE ZERO  COMP.
026100
026200*----------------------------------------------------------------
026300* WS-FEED-TABLE - ONE ENTRY PER EXPECTED FEED FROM MRGPARM, IN
026400*                 CARD ORDER. AN ENTRY WHOSE FEED RAN HOLDS ITS
026500*                 CHECKPOINT IMAGE AND TOTALS.
026600*----------------------------------------------------------------
026700 01  WS-FEED-TABLE.
026800     05  WS-FEED-COUNT        PIC 9(02)  VALUE ZERO.
026900     05  WS-FEED-ENTRY        OCCURS 20 TIMES
027000                              DEPENDING ON WS-FEED-COUNT
027100                              INDEXED BY FE-IDX.
027200         10  FE-FEED-ID       PIC X(08).
027300         10  FE-RAN-SWITCH    PIC X(01).
027400             88  FE-FEED-RAN             VALUE "Y".
027500         10  FE-QUAR-SWITCH   PIC X(01).
027600             88  FE-QUARANTINED          VALUE "Y".
027700         10  FE-RUN-ID        PIC X(16).
027800         10  FE-BUSINESS-DATE PIC 9(08).
027850         10  FE-FEED-SEQ      PIC 9(02).
027900         10  FE-READ-COUNT    PIC 9(07).
028000         10  FE-PASS-COUNT    PIC 9(07).
028100         10  FE-FAIL-COUNT    PIC 9(07).
028200         10  FE-RVSL-COUNT    PIC 9(07).
028300         10  FE-CKPT-IMAGE    PIC X(80).
028400
028500*----------------------------------------------------------------
028600* WS-STAT-TABLE - THE MERGED PER-RULE STATISTICS, ONE ENTRY PER
028700*                 RULE CODE PER RUN DATE
028800*----------------------------------------------------------------
028900 01  WS-STAT-TABLE.
029000     05  WS-STAT-COUNT        PIC 9(03)  VALUE ZERO.
029100     05  WS-STAT-ENTRY        OCCURS 500 TIMES
029200                              DEPENDING ON WS-STAT-COUNT
029300                              INDEXED BY ST-IDX.
029400         10  ST-RULE-CODE     PIC X(04).
029500         10  ST-RUN-DATE      PIC 9(08).
029600         10  ST-PASS-COUNT    PIC 9(07).
029700         10  ST-FAIL-COUNT    PIC 9(07).
029800         10  ST-NORULE-COUNT  PIC 9(07).
029900
030000 77  WS-MAX-EXCP-PCT          PIC 9(03)  VALUE 100.
030100 77  WS-EXCP-PCT              PIC 9(03)V9(02) VALUE ZERO.
030200 77  WS-CKPT-KEYS             PIC X(20)
030300                              VALUE "ABCDEFGHIJKLMNOPQRST".
030400 77  WS-KEY-SUB               PIC 9(02)  VALUE ZERO  COMP.
030500 77  WS-END-DATE              PIC 9(08)  VALUE ZERO.
030600 77  WS-END-TIME              PIC 9(08)  VALUE ZERO.
030700 77  WS-DISPLAY-COUNT         PIC ZZZZZZ9.
030800
030900 01  WS-SUMRYRPT-HDG1.
031000     05  FILLER               PIC X(41)
031100             VALUE "FEEDMRGE - MERGED SUMMARY / BALANCING RPT".
031200 01  WS-SUMRYRPT-DTL01.
031300     05  FILLER            PIC X(14) VALUE "RECORDS READ:".
031400     05  SD-RECORDS-READ   PIC ZZZZZZ9.
031500 01  WS-SUMRYRPT-DTL02.
031600     05  FILLER            PIC X(14) VALUE "RECORDS PASS:".
031700     05  SD-PASS-COUNT     PIC ZZZZZZ9.
031800 01  WS-SUMRYRPT-DTL03.
031900     05  FILLER            PIC X(14) VALUE "RECORDS FAIL:".
032000     05  SD-FAIL-COUNT     PIC ZZZZZZ9.
032100 01  WS-SUMRYRPT-DTL3A.
032200     05  FILLER            PIC X(19) VALUE "REVERSALS APPLIED:".
032300     05  SD-RVSL-COUNT     PIC ZZZZZZ9.
032400 01  WS-SUMRYRPT-DTL04.
032500     05  FILLER            PIC X(15) VALUE "EXCEPTION PCT:".
032600     05  SD-EXCP-PCT       PIC ZZ9.99.
032700     05  FILLER            PIC X(13) VALUE "  TOLERANCE:".
032800     05  SD-MAX-PCT        PIC ZZ9.
032900 01  WS-SUMRYRPT-FEED.
033000     05  FILLER            PIC X(06) VALUE "FEED: ".
033100     05  SD-FEED-ID        PIC X(08).
033200     05  FILLER            PIC X(07) VALUE "  READ:".
033300     05  SD-FEED-READ      PIC ZZZZZZ9.
033400     05  FILLER            PIC X(07) VALUE "  PASS:".
033500     05  SD-FEED-PASS      PIC ZZZZZZ9.
033600     05  FILLER            PIC X(07) VALUE "  FAIL:".
033700     05  SD-FEED-FAIL      PIC ZZZZZZ9.
033800     05  FILLER            PIC X(07) VALUE "  RVSL:".
033900     05  SD-FEED-RVSL      PIC ZZZZZZ9.
034000     05  FILLER            PIC X(09) VALUE "  RUN-ID:".
034100     05  SD-FEED-RUN-ID    PIC X(16).
034200     05  FILLER            PIC X(02) VALUE SPACES.
034300     05  SD-FEED-QUAR      PIC X(11).
034400 01  WS-SUMRYRPT-NOTRUN.
034500     05  FILLER            PIC X(06) VALUE "FEED: ".
034600     05  SN-FEED-ID        PIC X(08).
034700     05  FILLER            PIC X(51) VALUE
034800         "  NOT RUN - NOT IN TODAY'S FILE OR ALREADY COMPLETE".
034900 01  WS-SUMRYRPT-LEFT.
035000     05  FILLER            PIC X(40)
035100             VALUE "WORK ROWS NOT MERGED (NO MATCHING RUN):".
035200     05  SD-LEFT-BEHIND    PIC ZZZZZZ9.
035300 01  WS-SUMRYRPT-QUAR.
035400     05  FILLER            PIC X(40)
035500             VALUE "GL EXTRACT QUARANTINED - HOLD THE FEED".
035600 01  WS-SUMRYRPT-FOOTER.
035700     05  FILLER            PIC X(14) VALUE "RUN COMPLETE:".
035800     05  SF-RUN-DATE       PIC 9(08).
035900     05  FILLER            PIC X(02) VALUE SPACES.
036000     05  SF-RUN-TIME       PIC 9(08).
036100
036200 PROCEDURE DIVISION.
036300*----------------------------------------------------------------
036400* 0000-MAINLINE
036500*----------------------------------------------------------------
036600 0000-MAINLINE.
036700     PERFORM 1000-INITIALIZE
036800         THRU 1000-INITIALIZE-EXIT.
036810     PERFORM 1700-ADD-FEED-EVENTS
036820         THRU 1700-ADD-FEED-EVENTS-EXIT.
036900     IF NOT WS-ABEND-OCCURRED AND NOT WS-NOTHING-TO-MERGE
037000         PERFORM 1500-OPEN-MERGE-FILES
037100             THRU 1500-OPEN-MERGE-FILES-EXIT
037200     END-IF.
037300     IF NOT WS-ABEND-OCCURRED AND NOT WS-NOTHING-TO-MERGE
037400         PERFORM 2000-MERGE-AUDIT
037500             THRU 2000-MERGE-AUDIT-EXIT
037600         PERFORM 3000-MERGE-GL
037700             THRU 3000-MERGE-GL-EXIT
037800         PERFORM 4000-MERGE-SUSPENSE
037900             THRU 4000-MERGE-SUSPENSE-EXIT
038000         PERFORM 5000-MERGE-RULE-STATS
038100             THRU 5000-MERGE-RULE-STATS-EXIT
038200         PERFORM 6000-WRITE-CHECKPOINTS
038300             THRU 6000-WRITE-CHECKPOINTS-EXIT
038400     END-IF.
038410     IF NOT WS-ABEND-OCCURRED AND NOT WS-NOTHING-TO-MERGE
038420         PERFORM 7000-MARK-RUNS-COMPLETE
038430             THRU 7000-MARK-RUNS-COMPLETE-EXIT
038440     END-IF.
038500     PERFORM 9000-TERMINATE
038600         THRU 9000-TERMINATE-EXIT.
038700     PERFORM 9900-SET-RETURN-CODE
038800         THRU 9900-SET-RETURN-CODE-EXIT.
038900     STOP RUN.
039000
039100*----------------------------------------------------------------
039200* 1000-INITIALIZE - OPEN THE CONTROL FILES, LOAD THE EXPECTED
039300*                   FEEDS, THE TOLERANCE AND THE FEED CHECKPOINTS
039400*----------------------------------------------------------------
039500 1000-INITIALIZE.
039600     OPEN INPUT  MRGPARM.
039700     OPEN INPUT  CHKPTIN.
039800     OPEN I-O    RUNCTL.
039900     OPEN OUTPUT SUMRYRPT.
040000     IF NOT WS-MRGPARM-OK OR NOT WS-CHKPTIN-OK
040100             OR NOT WS-RUNCTL-OK OR NOT WS-SUMRYRPT-OK
040200         DISPLAY "FEEDMRGE - ERROR OPENING FILES, "
040300             "MRGPARM = " WS-MRGPARM-STATUS
040400             " CHKPTIN = " WS-CHKPTIN-STATUS
040500             " RUNCTL = " WS-RUNCTL-STATUS
040600             " SUMRYRPT = " WS-SUMRYRPT-STATUS
040700         MOVE "Y" TO WS-ABEND-SWITCH
040800         GO TO 1000-INITIALIZE-EXIT.
040900     PERFORM 1100-LOAD-FEEDS
041000         THRU 1100-LOAD-FEEDS-EXIT.
041100     IF WS-ABEND-OCCURRED
041200         GO TO 1000-INITIALIZE-EXIT.
041300     PERFORM 1200-LOAD-TOLERANCE
041400         THRU 1200-LOAD-TOLERANCE-EXIT.
041500     IF WS-ABEND-OCCURRED
041600         GO TO 1000-INITIALIZE-EXIT.
041700     MOVE "N" TO WS-EOF-SWITCH.
041800     PERFORM 1310-READ-CHKPTIN
041900         THRU 1310-READ-CHKPTIN-EXIT.
042000     PERFORM 1300-TAKE-CHECKPOINT
042100         THRU 1300-TAKE-CHECKPOINT-EXIT
042200         UNTIL WS-END-OF-FILE.
042300     IF WS-ABEND-OCCURRED
042400         GO TO 1000-INITIALIZE-EXIT.
042500     IF WS-RAN-COUNT = ZERO
042600         DISPLAY "FEEDMRGE - NO FEED CHECKPOINT, NO FEED RAN - "
042700             "NOTHING TO MERGE"
042800         MOVE "Y" TO WS-NONE-RAN-SWITCH
042900     END-IF.
043000     COMPUTE WS-NOT-RUN-COUNT = WS-FEED-COUNT - WS-RAN-COUNT.
043100 1000-INITIALIZE-EXIT.
043200     EXIT.
043300
043400*----------------------------------------------------------------
043500* 1100-LOAD-FEEDS - LOAD THE EXPECTED FEED IDS FROM MRGPARM
043600*----------------------------------------------------------------
043700 1100-LOAD-FEEDS.
043800     MOVE "N" TO WS-EOF-SWITCH.
043900     PERFORM 1110-READ-MRGPARM
044000         THRU 1110-READ-MRGPARM-EXIT.
044100     PERFORM 1120-ADD-FEED
044200         THRU 1120-ADD-FEED-EXIT
044300         UNTIL WS-END-OF-FILE.
044400     IF WS-ABEND-OCCURRED
044500         GO TO 1100-LOAD-FEEDS-EXIT.
044600     IF WS-FEED-COUNT = ZERO
044700         DISPLAY "FEEDMRGE - NO FEED ID CARDS ON MRGPARM"
044800         MOVE "Y" TO WS-ABEND-SWITCH
044900     END-IF.
045000 1100-LOAD-FEEDS-EXIT.
045100     EXIT.
045200
045300*----------------------------------------------------------------
045400* 1110-READ-MRGPARM - READ THE NEXT FEED ID CARD
045500*----------------------------------------------------------------
045600 1110-READ-MRGPARM.
045700     READ MRGPARM
045800         AT END
045900             MOVE "Y" TO WS-EOF-SWITCH
046000     END-READ.
046100 1110-READ-MRGPARM-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------------
046500* 1120-ADD-FEED - ADD ONE EXPECTED FEED TO THE FEED TABLE. A
046600*                 BLANK CARD IS IGNORED; A REPEATED FEED ID OR
046700*                 A FULL TABLE STOPS THE MERGE.
046800*----------------------------------------------------------------
046900 1120-ADD-FEED.
047000     IF FP-FEED-ID = SPACES
047100         GO TO 1120-ADD-FEED-NEXT.
047200     SET FE-IDX TO 1.
047300     SEARCH WS-FEED-ENTRY
047400         AT END
047500             CONTINUE
047600         WHEN FE-FEED-ID (FE-IDX) = FP-FEED-ID
047700             DISPLAY "FEEDMRGE - FEED " FP-FEED-ID
047800                 " IS ON MRGPARM TWICE"
047900             MOVE "Y" TO WS-ABEND-SWITCH
048000             MOVE "Y" TO WS-EOF-SWITCH
048100             GO TO 1120-ADD-FEED-EXIT
048200     END-SEARCH.
048300     IF WS-FEED-COUNT NOT < 20
048400         DISPLAY "FEEDMRGE - MORE THAN 20 FEEDS ON MRGPARM"
048500         MOVE "Y" TO WS-ABEND-SWITCH
048600         MOVE "Y" TO WS-EOF-SWITCH
048700         GO TO 1120-ADD-FEED-EXIT.
048800     ADD 1 TO WS-FEED-COUNT.
048900     SET FE-IDX TO WS-FEED-COUNT.
049000     MOVE FP-FEED-ID TO FE-FEED-ID (FE-IDX).
049100     MOVE "N" TO FE-RAN-SWITCH (FE-IDX).
049200     MOVE "N" TO FE-QUAR-SWITCH (FE-IDX).
049300     MOVE SPACES TO FE-RUN-ID (FE-IDX).
049400     MOVE ZERO TO FE-BUSINESS-DATE (FE-IDX).
049500     MOVE ZERO TO FE-READ-COUNT (FE-IDX).
049600     MOVE ZERO TO FE-PASS-COUNT (FE-IDX).
049700     MOVE ZERO TO FE-FAIL-COUNT (FE-IDX).
049800     MOVE ZERO TO FE-RVSL-COUNT (FE-IDX).
049900     MOVE SPACES TO FE-CKPT-IMAGE (FE-IDX).
050000 1120-ADD-FEED-NEXT.
050100     PERFORM 1110-READ-MRGPARM
050200         THRU 1110-READ-MRGPARM-EXIT.
050300 1120-ADD-FEED-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------
050700* 1200-LOAD-TOLERANCE - READ THE MAXIMUM EXCEPTION PERCENTAGE
050800*                       THE FEEDS RAN AGAINST, FOR THE COMBINED
050900*                       SUMMARY
051000*----------------------------------------------------------------
051100 1200-LOAD-TOLERANCE.
051200     OPEN INPUT TOLPARM.
051300     IF NOT WS-TOLPARM-OK
051400         DISPLAY "FEEDMRGE - ERROR OPENING TOLPARM, STATUS = "
051500             WS-TOLPARM-STATUS
051600         MOVE "Y" TO WS-ABEND-SWITCH
051700         GO TO 1200-LOAD-TOLERANCE-EXIT.
051800     READ TOLPARM
051900         AT END
052000             DISPLAY "FEEDMRGE - NO TOLERANCE RECORD IN "
052100                 "TOLPARM"
052200             MOVE "Y" TO WS-ABEND-SWITCH
052300     END-READ.
052400     IF NOT WS-ABEND-OCCURRED
052500         IF TL-MAX-EXCP-PCT IS NUMERIC
052600             MOVE TL-MAX-EXCP-PCT TO WS-MAX-EXCP-PCT
052700         ELSE
052800             DISPLAY "FEEDMRGE - TOLERANCE NOT NUMERIC: "
052900                 TL-MAX-EXCP-PCT
053000             MOVE "Y" TO WS-ABEND-SWITCH
053100         END-IF
053200     END-IF.
053300     CLOSE TOLPARM.
053400 1200-LOAD-TOLERANCE-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------
053800* 1300-TAKE-CHECKPOINT - ATTACH ONE FEED RUN'S CHECKPOINT TO ITS
053900*                        FEED. THE FEED MUST BE EXPECTED, RUN
054000*                        ONLY ONCE, UNDER A RUN-ID NO OTHER FEED
054100*                        USED, FROM A RUN THAT ENDED CLEAN AND
054200*                        IS NOT ALREADY MERGED.
054400*----------------------------------------------------------------
054500 1300-TAKE-CHECKPOINT.
054600     SET FE-IDX TO 1.
054700     SEARCH WS-FEED-ENTRY
054800         AT END
054900             DISPLAY "FEEDMRGE - CHECKPOINT FOR FEED "
055000                 CK-FEED-ID OF CI-CHECKPOINT-RECORD
055100                 " WHICH IS NOT ON MRGPARM"
055200             MOVE "Y" TO WS-ABEND-SWITCH
055300             MOVE "Y" TO WS-EOF-SWITCH
055400             GO TO 1300-TAKE-CHECKPOINT-EXIT
055500         WHEN FE-FEED-ID (FE-IDX)
055600                 = CK-FEED-ID OF CI-CHECKPOINT-RECORD
055700             CONTINUE
055800     END-SEARCH.
055900     IF FE-FEED-RAN (FE-IDX)
056000         DISPLAY "FEEDMRGE - TWO CHECKPOINTS FOR FEED "
056100             FE-FEED-ID (FE-IDX)
056200         MOVE "Y" TO WS-ABEND-SWITCH
056300         MOVE "Y" TO WS-EOF-SWITCH
056400         GO TO 1300-TAKE-CHECKPOINT-EXIT.
056500     PERFORM 1320-CHECK-RUN-ID-UNIQUE
056600         THRU 1320-CHECK-RUN-ID-UNIQUE-EXIT.
056700     IF WS-ABEND-OCCURRED
056800         MOVE "Y" TO WS-EOF-SWITCH
056900         GO TO 1300-TAKE-CHECKPOINT-EXIT.
057000     PERFORM 1330-CHECK-RUN-ENDED
057100         THRU 1330-CHECK-RUN-ENDED-EXIT.
057200     IF WS-ABEND-OCCURRED
057300         MOVE "Y" TO WS-EOF-SWITCH
057400         GO TO 1300-TAKE-CHECKPOINT-EXIT.
057500     MOVE "Y" TO FE-RAN-SWITCH (FE-IDX).
057600     MOVE CK-RUN-ID OF CI-CHECKPOINT-RECORD TO FE-RUN-ID (FE-IDX).
057700     MOVE CK-BUSINESS-DATE OF CI-CHECKPOINT-RECORD
057800         TO FE-BUSINESS-DATE (FE-IDX).
057850     MOVE CK-FEED-SEQ OF CI-CHECKPOINT-RECORD
057870         TO FE-FEED-SEQ (FE-IDX).
057900     MOVE CK-RECORDS-READ OF CI-CHECKPOINT-RECORD
058000         TO FE-READ-COUNT (FE-IDX).
058100     MOVE CK-PASS-COUNT OF CI-CHECKPOINT-RECORD
058200         TO FE-PASS-COUNT (FE-IDX).
058300     MOVE CK-EXCEPTION-COUNT OF CI-CHECKPOINT-RECORD
058400         TO FE-FAIL-COUNT (FE-IDX).
058500     MOVE CK-RVSL-COUNT OF CI-CHECKPOINT-RECORD
058600         TO FE-RVSL-COUNT (FE-IDX).
058700     MOVE CI-CHECKPOINT-RECORD TO FE-CKPT-IMAGE (FE-IDX).
058800     ADD 1 TO WS-RAN-COUNT.
058900     ADD FE-READ-COUNT (FE-IDX) TO WS-RECORDS-READ.
059000     ADD FE-PASS-COUNT (FE-IDX) TO WS-PASS-COUNT.
059100     ADD FE-FAIL-COUNT (FE-IDX) TO WS-EXCEPTION-COUNT.
059200     ADD FE-RVSL-COUNT (FE-IDX) TO WS-REVERSAL-COUNT.
059300     PERFORM 1310-READ-CHKPTIN
059400         THRU 1310-READ-CHKPTIN-EXIT.
059500 1300-TAKE-CHECKPOINT-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------------
059900* 1310-READ-CHKPTIN - READ THE NEXT FEED CHECKPOINT
060000*----------------------------------------------------------------
060100 1310-READ-CHKPTIN.
060200     READ CHKPTIN
060300         AT END
060400             MOVE "Y" TO WS-EOF-SWITCH
060500     END-READ.
060600 1310-READ-CHKPTIN-EXIT.
060700     EXIT.
060800
060900*----------------------------------------------------------------
061000* 1320-CHECK-RUN-ID-UNIQUE - TWO FEED RUNS STARTED IN THE SAME
061100*                            HUNDREDTH OF A SECOND WOULD SHARE A
061200*                            RUN-ID, AND THEIR AUDIT ROWS COULD
061300*                            NOT BE TOLD APART. REFUSE THE MERGE.
061400*----------------------------------------------------------------
061500 1320-CHECK-RUN-ID-UNIQUE.
061600     IF CK-RUN-ID OF CI-CHECKPOINT-RECORD = SPACES
061700         DISPLAY "FEEDMRGE - CHECKPOINT FOR FEED "
061800             FE-FEED-ID (FE-IDX) " CARRIES NO RUN-ID"
061900         MOVE "Y" TO WS-ABEND-SWITCH
062000         GO TO 1320-CHECK-RUN-ID-UNIQUE-EXIT.
062100     PERFORM 1325-COMPARE-RUN-ID
062200         THRU 1325-COMPARE-RUN-ID-EXIT
062300         VARYING WS-KEY-SUB FROM 1 BY 1
062400         UNTIL WS-KEY-SUB > WS-FEED-COUNT
062500             OR WS-ABEND-OCCURRED.
062600 1320-CHECK-RUN-ID-UNIQUE-EXIT.
062700     EXIT.
062800
062900*----------------------------------------------------------------
063000* 1325-COMPARE-RUN-ID - COMPARE THE CHECKPOINT'S RUN-ID WITH ONE
063100*                       FEED ALREADY TAKEN
063200*----------------------------------------------------------------
063300 1325-COMPARE-RUN-ID.
063400     IF FE-FEED-RAN (WS-KEY-SUB)
063500             AND FE-RUN-ID (WS-KEY-SUB)
063600                 = CK-RUN-ID OF CI-CHECKPOINT-RECORD
063700         DISPLAY "FEEDMRGE - FEEDS " FE-FEED-ID (WS-KEY-SUB)
063800             " AND " FE-FEED-ID (FE-IDX) " SHARE RUN-ID "
063900             FE-RUN-ID (WS-KEY-SUB)
064000         MOVE "Y" TO WS-ABEND-SWITCH
064100     END-IF.
064200 1325-COMPARE-RUN-ID-EXIT.
064300     EXIT.
064400
064500*----------------------------------------------------------------
064600* 1330-CHECK-RUN-ENDED - THE CHECKPOINT MUST BE THE FINAL ONE OF A
064700*                        RUN THAT ENDED CLEAN - AN ABENDED RUN
064710*                        AWAITING RESTART LEAVES ITS LAST ONE NOT
064720*                        ENDED. RUNCTL MUST NOT ALREADY BE
064730*                        COMPLETE UNDER THE SAME RUN-ID, WHICH
064740*                        WOULD MEAN THE RUN IS ALREADY MERGED.
064800*----------------------------------------------------------------
064900 1330-CHECK-RUN-ENDED.
064910     IF NOT CK-RUN-ENDED OF CI-CHECKPOINT-RECORD
064920         DISPLAY "FEEDMRGE - FEED " FE-FEED-ID (FE-IDX)
064930             " RUN " CK-RUN-ID OF CI-CHECKPOINT-RECORD
064940             " HAS NOT ENDED - RESTART THE FEED'S JOB "
064950             "BEFORE MERGING"
064960         MOVE "Y" TO WS-ABEND-SWITCH
064970         GO TO 1330-CHECK-RUN-ENDED-EXIT.
065000     MOVE CK-BUSINESS-DATE OF CI-CHECKPOINT-RECORD
065100         TO RN-BUSINESS-DATE.
065200     MOVE CK-FEED-ID OF CI-CHECKPOINT-RECORD TO RN-FEED-ID.
065300     READ RUNCTL
065400         INVALID KEY
065800             GO TO 1330-CHECK-RUN-ENDED-EXIT
065900     END-READ.
066000     IF RN-RUN-COMPLETE
066100             AND RN-RUN-ID = CK-RUN-ID OF CI-CHECKPOINT-RECORD
066200         DISPLAY "FEEDMRGE - FEED " RN-FEED-ID
066300             " RUN " RN-RUN-ID
066400             " IS ALREADY MERGED (RUNCTL COMPLETE) - "
066500             "THE MERGE IS NEVER RERUN"
066600         MOVE "Y" TO WS-ABEND-SWITCH
066700     END-IF.
066800 1330-CHECK-RUN-ENDED-EXIT.
066900     EXIT.
067000
067100*----------------------------------------------------------------
067200* 1500-OPEN-MERGE-FILES - OPEN THE FEEDS' WORK FILES AND THE DAY'S
067300*                         OUTPUTS ONCE THE CHECKPOINTS HAVE PROVED
067400*----------------------------------------------------------------
067500 1500-OPEN-MERGE-FILES.
067600     OPEN INPUT  AUDTWORK.
067700     OPEN INPUT  GLWORK.
067800     OPEN INPUT  SUSPWORK.
067900     OPEN INPUT  RSTATWRK.
068000     OPEN EXTEND AUDTLOG.
068100     OPEN OUTPUT GLEXTRT.
068200     OPEN EXTEND SUSPENSE.
068300     OPEN EXTEND RULESTAT.
068400     OPEN OUTPUT CHKPTFIL.
068500     IF NOT WS-AUDTWORK-OK OR NOT WS-GLWORK-OK
068600             OR NOT WS-SUSPWORK-OK OR NOT WS-RSTATWRK-OK
068700         DISPLAY "FEEDMRGE - ERROR OPENING WORK FILES, "
068800             "AUDTWORK = " WS-AUDTWORK-STATUS
068900             " GLWORK = " WS-GLWORK-STATUS
069000             " SUSPWORK = " WS-SUSPWORK-STATUS
069100             " RSTATWRK = " WS-RSTATWRK-STATUS
069200         MOVE "Y" TO WS-ABEND-SWITCH
069300     END-IF.
069400     IF NOT WS-AUDTLOG-OK OR NOT WS-GLEXTRT-OK
069500             OR NOT WS-SUSPENSE-OK OR NOT WS-RULESTAT-OK
069600             OR NOT WS-CHKPTFIL-OK
069700         DISPLAY "FEEDMRGE - ERROR OPENING OUTPUT FILES, "
069800             "AUDTLOG = " WS-AUDTLOG-STATUS
069900             " GLEXTRT = " WS-GLEXTRT-STATUS
070000             " SUSPENSE = " WS-SUSPENSE-STATUS
070100             " RULESTAT = " WS-RULESTAT-STATUS
070200             " CHKPTFIL = " WS-CHKPTFIL-STATUS
070300         MOVE "Y" TO WS-ABEND-SWITCH
070400     END-IF.
070500 1500-OPEN-MERGE-FILES-EXIT.
070502     EXIT.
070504
070506*----------------------------------------------------------------
070508* 1700-ADD-FEED-EVENTS - ADD THE EVENTS THE FEED JOBS WROTE TO
070510*                        THEIR OWN EVENT FILES (THE EVNTWORK
070512*                        CONCATENATION) TO THE OPERATIONS EVENT
070514*                        FILE. DONE WHETHER OR NOT THE MERGE GOES
070516*                        AHEAD - THE EVENTS OFTEN SAY WHY IT DID
070518*                        NOT.
070520*----------------------------------------------------------------
070522 1700-ADD-FEED-EVENTS.
070524     OPEN INPUT EVNTWORK.
070526     IF NOT WS-EVNTWORK-OK
070528         DISPLAY "FEEDMRGE - EVNTWORK NOT OPENED, STATUS = "
070530             WS-EVNTWORK-STATUS ", FEED EVENTS NOT ADDED"
070532         GO TO 1700-ADD-FEED-EVENTS-EXIT.
070534     OPEN I-O OPSEVENT.
070536     IF NOT WS-OPSEVENT-OK
070538         DISPLAY "FEEDMRGE - OPSEVENT NOT OPENED, STATUS = "
070540             WS-OPSEVENT-STATUS ", FEED EVENTS NOT ADDED"
070542         CLOSE EVNTWORK
070544         GO TO 1700-ADD-FEED-EVENTS-EXIT.
070546     PERFORM 1710-READ-EVNTWORK
070548         THRU 1710-READ-EVNTWORK-EXIT.
070550     PERFORM 1720-ADD-ONE-EVENT
070552         THRU 1720-ADD-ONE-EVENT-EXIT
070554         UNTIL WS-EVNTWORK-EOF.
070556     CLOSE EVNTWORK.
070558     CLOSE OPSEVENT.
070560     MOVE WS-EVENTS-ADDED TO WS-DISPLAY-COUNT.
070562     DISPLAY "FEEDMRGE - FEED EVENTS ADDED       "
070564         WS-DISPLAY-COUNT.
070566     MOVE WS-EVENTS-ON-FILE TO WS-DISPLAY-COUNT.
070568     DISPLAY "FEEDMRGE - FEED EVENTS ALREADY ON  "
070570         WS-DISPLAY-COUNT.
070572 1700-ADD-FEED-EVENTS-EXIT.
070574     EXIT.
070576
070578*----------------------------------------------------------------
070580* 1710-READ-EVNTWORK - READ THE NEXT FEED EVENT. A READ ERROR
070582*                      ENDS THE EVENT ADD.
070584*----------------------------------------------------------------
070586 1710-READ-EVNTWORK.
070588     READ EVNTWORK
070590         AT END
070592             CONTINUE
070594     END-READ.
070596     IF NOT WS-EVNTWORK-OK AND NOT WS-EVNTWORK-EOF
070598         DISPLAY "FEEDMRGE - EVNTWORK READ ERROR, STATUS = "
070600             WS-EVNTWORK-STATUS ", REMAINING EVENTS NOT ADDED"
070602         MOVE "10" TO WS-EVNTWORK-STATUS
070604     END-IF.
070606 1710-READ-EVNTWORK-EXIT.
070608     EXIT.
070610
070612*----------------------------------------------------------------
070614* 1720-ADD-ONE-EVENT - ADD ONE FEED EVENT, THEN READ THE NEXT
070616*----------------------------------------------------------------
070618 1720-ADD-ONE-EVENT.
070620     MOVE "N" TO WS-EVENT-DONE-SWITCH.
070622     PERFORM 1730-WRITE-EVENT
070624         THRU 1730-WRITE-EVENT-EXIT
070626         UNTIL WS-EVENT-DONE.
070628     PERFORM 1710-READ-EVNTWORK
070630         THRU 1710-READ-EVNTWORK-EXIT.
070632 1720-ADD-ONE-EVENT-EXIT.
070634     EXIT.
070636
070638*----------------------------------------------------------------
070640* 1730-WRITE-EVENT - WRITE THE FEED EVENT UNDER ITS OWN KEY. WHEN
070642*                    THE KEY IS TAKEN, AN EVENT THE SAME IN RUN,
070644*                    FEED, CODE AND MESSAGE IS THIS ONE, ADDED BY
070646*                    AN EARLIER ATTEMPT; ANY OTHER EVENT MEANS TWO
070648*                    FEED JOBS RAISED ONE IN THE SAME HUNDREDTH OF
070650*                    A SECOND, AND THE NEXT SEQUENCE IS TRIED.
070652*----------------------------------------------------------------
070654 1730-WRITE-EVENT.
070656     MOVE EW-OPS-EVENT-RECORD TO EV-OPS-EVENT-RECORD.
070658     WRITE EV-OPS-EVENT-RECORD
070660         INVALID KEY
070662             CONTINUE
070664     END-WRITE.
070666     IF WS-OPSEVENT-OK
070668         ADD 1 TO WS-EVENTS-ADDED
070670         MOVE "Y" TO WS-EVENT-DONE-SWITCH
070672         GO TO 1730-WRITE-EVENT-EXIT.
070674     IF NOT WS-OPSEVENT-DUPKEY
070676         GO TO 1730-WRITE-EVENT-FAIL.
070678     READ OPSEVENT
070680         INVALID KEY
070682             GO TO 1730-WRITE-EVENT-FAIL
070684     END-READ.
070686     IF EV-RUN-ID OF EV-OPS-EVENT-RECORD
070688             = EV-RUN-ID OF EW-OPS-EVENT-RECORD
070690         AND EV-FEED-ID OF EV-OPS-EVENT-RECORD
070692             = EV-FEED-ID OF EW-OPS-EVENT-RECORD
070694         AND EV-EVENT-CODE OF EV-OPS-EVENT-RECORD
070696             = EV-EVENT-CODE OF EW-OPS-EVENT-RECORD
070698         AND EV-MESSAGE OF EV-OPS-EVENT-RECORD
070700             = EV-MESSAGE OF EW-OPS-EVENT-RECORD
070702         ADD 1 TO WS-EVENTS-ON-FILE
070704         MOVE "Y" TO WS-EVENT-DONE-SWITCH
070706         GO TO 1730-WRITE-EVENT-EXIT.
070708     IF EV-EVENT-SEQ OF EW-OPS-EVENT-RECORD < 9999
070710         ADD 1 TO EV-EVENT-SEQ OF EW-OPS-EVENT-RECORD
070712         GO TO 1730-WRITE-EVENT-EXIT.
070714 1730-WRITE-EVENT-FAIL.
070716     DISPLAY "FEEDMRGE - EVENT "
070718         EV-EVENT-CODE OF EW-OPS-EVENT-RECORD " OF "
070720         EV-PROGRAM-ID OF EW-OPS-EVENT-RECORD
070722         " NOT ADDED, OPSEVENT STATUS = " WS-OPSEVENT-STATUS.
070724     MOVE "Y" TO WS-EVENT-DONE-SWITCH.
070726 1730-WRITE-EVENT-EXIT.
070728     EXIT.
070730
070800*----------------------------------------------------------------
070900* 2000-MERGE-AUDIT - APPEND THE AUDIT ROWS OF EVERY MERGED RUN TO
071000*                    THE CUMULATIVE AUDIT LOG, IN FEED ORDER
071100*----------------------------------------------------------------
071200 2000-MERGE-AUDIT.
071300     MOVE "N" TO WS-EOF-SWITCH.
071400     PERFORM 2100-READ-AUDTWORK
071500         THRU 2100-READ-AUDTWORK-EXIT.
071600     PERFORM 2200-COPY-AUDIT-ROW
071700         THRU 2200-COPY-AUDIT-ROW-EXIT
071800         UNTIL WS-END-OF-FILE.
071900 2000-MERGE-AUDIT-EXIT.
072000     EXIT.
072100
072200*----------------------------------------------------------------
072300* 2100-READ-AUDTWORK - READ THE NEXT WORK AUDIT ROW
072400*----------------------------------------------------------------
072500 2100-READ-AUDTWORK.
072600     READ AUDTWORK
072700         AT END
072800             MOVE "Y" TO WS-EOF-SWITCH
072900     END-READ.
073000 2100-READ-AUDTWORK-EXIT.
073100     EXIT.
073200
073300*----------------------------------------------------------------
073400* 2200-COPY-AUDIT-ROW - COPY ONE AUDIT ROW WHOSE RUN-ID BELONGS
073500*                       TO A MERGED FEED RUN
073600*----------------------------------------------------------------
073700 2200-COPY-AUDIT-ROW.
073800     SET FE-IDX TO 1.
073900     SEARCH WS-FEED-ENTRY
074000         AT END
074100             ADD 1 TO WS-LEFT-BEHIND
074200             GO TO 2200-COPY-AUDIT-ROW-NEXT
074300         WHEN FE-FEED-RAN (FE-IDX)
074400                 AND FE-RUN-ID (FE-IDX)
074500                     = AU-RUN-ID OF AW-AUDIT-RECORD
074600             CONTINUE
074700     END-SEARCH.
074800     WRITE AU-AUDIT-RECORD FROM AW-AUDIT-RECORD.
074900     ADD 1 TO WS-AUDIT-MERGED.
075000 2200-COPY-AUDIT-ROW-NEXT.
075100     PERFORM 2100-READ-AUDTWORK
075200         THRU 2100-READ-AUDTWORK-EXIT.
075300 2200-COPY-AUDIT-ROW-EXIT.
075400     EXIT.
075500
075600*----------------------------------------------------------------
075700* 3000-MERGE-GL - WRITE THE GL RECORDS OF EVERY MERGED RUN TO THE
075800*                 DAY'S GENERATION. A FEED THAT BREACHED THE
075900*                 TOLERANCE KEEPS ITS QUARANTINE MARKER, SO THE
076000*                 WHOLE GENERATION IS HELD AS BEFORE.
076100*----------------------------------------------------------------
076200 3000-MERGE-GL.
076300     MOVE "N" TO WS-EOF-SWITCH.
076400     PERFORM 3100-READ-GLWORK
076500         THRU 3100-READ-GLWORK-EXIT.
076600     PERFORM 3200-COPY-GL-RECORD
076700         THRU 3200-COPY-GL-RECORD-EXIT
076800         UNTIL WS-END-OF-FILE.
076900 3000-MERGE-GL-EXIT.
077000     EXIT.
077100
077200*----------------------------------------------------------------
077300* 3100-READ-GLWORK - READ THE NEXT WORK GL RECORD
077400*----------------------------------------------------------------
077500 3100-READ-GLWORK.
077600     READ GLWORK
077700         AT END
077800             MOVE "Y" TO WS-EOF-SWITCH
077900     END-READ.
078000 3100-READ-GLWORK-EXIT.
078100     EXIT.
078200
078300*----------------------------------------------------------------
078400* 3200-COPY-GL-RECORD - COPY ONE GL RECORD WHOSE RUN-ID BELONGS
078500*                       TO A MERGED FEED RUN
078600*----------------------------------------------------------------
078700 3200-COPY-GL-RECORD.
078800     SET FE-IDX TO 1.
078900     SEARCH WS-FEED-ENTRY
079000         AT END
079100             ADD 1 TO WS-LEFT-BEHIND
079200             GO TO 3200-COPY-GL-RECORD-NEXT
079300         WHEN FE-FEED-RAN (FE-IDX)
079400                 AND FE-RUN-ID (FE-IDX)
079500                     = GL-RUN-ID OF GW-EXTRACT-RECORD
079600             CONTINUE
079700     END-SEARCH.
079800     IF GL-ROW-QUARANTINE OF GW-EXTRACT-RECORD
079900         MOVE "Y" TO FE-QUAR-SWITCH (FE-IDX)
080000         MOVE "Y" TO WS-QUAR-SWITCH
080100         DISPLAY "FEEDMRGE - FEED " FE-FEED-ID (FE-IDX)
080200             " BREACHED THE TOLERANCE, GL EXTRACT QUARANTINED"
080300     END-IF.
080400     WRITE GL-EXTRACT-RECORD FROM GW-EXTRACT-RECORD.
080500     ADD 1 TO WS-GL-MERGED.
080600 3200-COPY-GL-RECORD-NEXT.
080700     PERFORM 3100-READ-GLWORK
080800         THRU 3100-READ-GLWORK-EXIT.
080900 3200-COPY-GL-RECORD-EXIT.
081000     EXIT.
081100
081200*----------------------------------------------------------------
081300* 4000-MERGE-SUSPENSE - APPEND THE SUSPENSE ITEMS OF EVERY MERGED
081400*                       FEED TO THE CUMULATIVE SUSPENSE FILE
081500*----------------------------------------------------------------
081600 4000-MERGE-SUSPENSE.
081700     MOVE "N" TO WS-EOF-SWITCH.
081800     PERFORM 4100-READ-SUSPWORK
081900         THRU 4100-READ-SUSPWORK-EXIT.
082000     PERFORM 4200-COPY-SUSPENSE-ITEM
082100         THRU 4200-COPY-SUSPENSE-ITEM-EXIT
082200         UNTIL WS-END-OF-FILE.
082300 4000-MERGE-SUSPENSE-EXIT.
082400     EXIT.
082500
082600*----------------------------------------------------------------
082700* 4100-READ-SUSPWORK - READ THE NEXT WORK SUSPENSE ITEM
082800*----------------------------------------------------------------
082900 4100-READ-SUSPWORK.
083000     READ SUSPWORK
083100         AT END
083200             MOVE "Y" TO WS-EOF-SWITCH
083300     END-READ.
083400 4100-READ-SUSPWORK-EXIT.
083500     EXIT.
083600
083700*----------------------------------------------------------------
083800* 4200-COPY-SUSPENSE-ITEM - COPY ONE SUSPENSE ITEM WHOSE FEED AND
083900*                           BUSINESS DATE BELONG TO A MERGED RUN.
084000*                           SUSPENSE ROWS CARRY NO RUN-ID.
084100*----------------------------------------------------------------
084200 4200-COPY-SUSPENSE-ITEM.
084300     SET FE-IDX TO 1.
084400     SEARCH WS-FEED-ENTRY
084500         AT END
084600             ADD 1 TO WS-LEFT-BEHIND
084700             GO TO 4200-COPY-SUSPENSE-ITEM-NEXT
084800         WHEN FE-FEED-RAN (FE-IDX)
084900                 AND FE-FEED-ID (FE-IDX)
085000                     = SU-FEED-ID OF SW-SUSPENSE-RECORD
085100                 AND FE-BUSINESS-DATE (FE-IDX)
085200                     = SU-BUSINESS-DATE OF SW-SUSPENSE-RECORD
085300             CONTINUE
085400     END-SEARCH.
085500     WRITE SU-SUSPENSE-RECORD FROM SW-SUSPENSE-RECORD.
085600     ADD 1 TO WS-SUSP-MERGED.
085700 4200-COPY-SUSPENSE-ITEM-NEXT.
085800     PERFORM 4100-READ-SUSPWORK
085900         THRU 4100-READ-SUSPWORK-EXIT.
086000 4200-COPY-SUSPENSE-ITEM-EXIT.
086100     EXIT.
086200
086300*----------------------------------------------------------------
086400* 5000-MERGE-RULE-STATS - SUM THE FEEDS' RULE STATISTICS TO ONE
086500*                         RECORD PER RULE CODE PER RUN DATE, AS
086600*                         ONE RUN OVER THE WHOLE FILE WROTE THEM
086700*----------------------------------------------------------------
086800 5000-MERGE-RULE-STATS.
086900     MOVE "N" TO WS-EOF-SWITCH.
087000     PERFORM 5100-READ-RSTATWRK
087100         THRU 5100-READ-RSTATWRK-EXIT.
087200     PERFORM 5200-ADD-RULE-STAT
087300         THRU 5200-ADD-RULE-STAT-EXIT
087400         UNTIL WS-END-OF-FILE.
087500     IF WS-STAT-COUNT = ZERO
087600         GO TO 5000-MERGE-RULE-STATS-EXIT.
087700     PERFORM 5300-WRITE-RULE-STAT
087800         THRU 5300-WRITE-RULE-STAT-EXIT
087900         VARYING ST-IDX FROM 1 BY 1
088000         UNTIL ST-IDX > WS-STAT-COUNT.
088100 5000-MERGE-RULE-STATS-EXIT.
088200     EXIT.
088300
088400*----------------------------------------------------------------
088500* 5100-READ-RSTATWRK - READ THE NEXT WORK RULE STATISTIC
088600*----------------------------------------------------------------
088700 5100-READ-RSTATWRK.
088800     READ RSTATWRK
088900         AT END
089000             MOVE "Y" TO WS-EOF-SWITCH
089100     END-READ.
089200 5100-READ-RSTATWRK-EXIT.
089300     EXIT.
089400
089500*----------------------------------------------------------------
089600* 5200-ADD-RULE-STAT - ADD ONE FEED'S COUNTS FOR A RULE INTO THE
089700*                      MERGED TABLE. A FULL TABLE DROPS FURTHER
089800*                      NEW CODES WITH ONE SYSOUT WARNING -
089900*                      STATISTICS ARE ADVISORY, AS IN IFANDTHEN.
090000*----------------------------------------------------------------
090100 5200-ADD-RULE-STAT.
090200     SET ST-IDX TO 1.
090300     SEARCH WS-STAT-ENTRY
090400         AT END
090500             IF WS-STAT-COUNT NOT < 500
090600                 PERFORM 5210-WARN-STATS-FULL
090700                     THRU 5210-WARN-STATS-FULL-EXIT
090800                 GO TO 5200-ADD-RULE-STAT-NEXT
090900             END-IF
091000             ADD 1 TO WS-STAT-COUNT
091100             SET ST-IDX TO WS-STAT-COUNT
091200             MOVE RS-RULE-CODE OF RW-RULE-STAT-RECORD
091300                 TO ST-RULE-CODE (ST-IDX)
091400             MOVE RS-RUN-DATE OF RW-RULE-STAT-RECORD
091500                 TO ST-RUN-DATE (ST-IDX)
091600             MOVE ZERO TO ST-PASS-COUNT (ST-IDX)
091700             MOVE ZERO TO ST-FAIL-COUNT (ST-IDX)
091800             MOVE ZERO TO ST-NORULE-COUNT (ST-IDX)
091900         WHEN ST-RULE-CODE (ST-IDX)
092000                 = RS-RULE-CODE OF RW-RULE-STAT-RECORD
092100                 AND ST-RUN-DATE (ST-IDX)
092200                     = RS-RUN-DATE OF RW-RULE-STAT-RECORD
092300             CONTINUE
092400     END-SEARCH.
092500     ADD RS-PASS-COUNT OF RW-RULE-STAT-RECORD
092600         TO ST-PASS-COUNT (ST-IDX).
092700     ADD RS-FAIL-COUNT OF RW-RULE-STAT-RECORD
092800         TO ST-FAIL-COUNT (ST-IDX).
092900     ADD RS-NORULE-COUNT OF RW-RULE-STAT-RECORD
093000         TO ST-NORULE-COUNT (ST-IDX).
093100 5200-ADD-RULE-STAT-NEXT.
093200     PERFORM 5100-READ-RSTATWRK
093300         THRU 5100-READ-RSTATWRK-EXIT.
093400 5200-ADD-RULE-STAT-EXIT.
093500     EXIT.
093600
093700*----------------------------------------------------------------
093800* 5210-WARN-STATS-FULL - WARN ONCE THAT THE STATISTICS TABLE IS
093900*                        FULL
094000*----------------------------------------------------------------
094100 5210-WARN-STATS-FULL.
094200     IF NOT WS-STATS-FULL-WARNED
094300         DISPLAY "FEEDMRGE - RULE STATISTICS TABLE FULL, "
094400             "FURTHER NEW RULE CODES NOT MERGED"
094500         MOVE "Y" TO WS-STATS-FULL-SWITCH
094600     END-IF.
094700 5210-WARN-STATS-FULL-EXIT.
094800     EXIT.
094900
095000*----------------------------------------------------------------
095100* 5300-WRITE-RULE-STAT - WRITE ONE MERGED RULESTAT RECORD
095200*----------------------------------------------------------------
095300 5300-WRITE-RULE-STAT.
095400     MOVE SPACES TO RS-RULE-STAT-RECORD.
095500     MOVE ST-RULE-CODE (ST-IDX) TO RS-RULE-CODE
095600                                   OF RS-RULE-STAT-RECORD.
095700     MOVE ST-RUN-DATE (ST-IDX) TO RS-RUN-DATE
095800                                  OF RS-RULE-STAT-RECORD.
095900     MOVE ST-PASS-COUNT (ST-IDX) TO RS-PASS-COUNT
096000                                    OF RS-RULE-STAT-RECORD.
096100     MOVE ST-FAIL-COUNT (ST-IDX) TO RS-FAIL-COUNT
096200                                    OF RS-RULE-STAT-RECORD.
096300     MOVE ST-NORULE-COUNT (ST-IDX) TO RS-NORULE-COUNT
096400                                      OF RS-RULE-STAT-RECORD.
096500     WRITE RS-RULE-STAT-RECORD.
096600     ADD 1 TO WS-STAT-MERGED.
096700 5300-WRITE-RULE-STAT-EXIT.
096800     EXIT.
096900
097000*----------------------------------------------------------------
097100* 6000-WRITE-CHECKPOINTS - WRITE ONE CHECKPOINT RECORD PER MERGED
097200*                          FEED RUN TO THE MERGED CHKPTFIL, KEYED
097300*                          A, B, C ... IN MRGPARM ORDER, SO
097400*                          RECONCIL PROVES THE MERGED RESULT AND
097500*                          FEEDRTN FINDS EACH FEED'S RUN-ID
097600*----------------------------------------------------------------
097700 6000-WRITE-CHECKPOINTS.
097800     MOVE ZERO TO WS-KEY-SUB.
097900     PERFORM 6100-WRITE-ONE-CHECKPOINT
098000         THRU 6100-WRITE-ONE-CHECKPOINT-EXIT
098100         VARYING FE-IDX FROM 1 BY 1
098200         UNTIL FE-IDX > WS-FEED-COUNT.
098300 6000-WRITE-CHECKPOINTS-EXIT.
098400     EXIT.
098500
098600*----------------------------------------------------------------
098700* 6100-WRITE-ONE-CHECKPOINT - WRITE ONE FEED'S CHECKPOINT RECORD
098800*----------------------------------------------------------------
098900 6100-WRITE-ONE-CHECKPOINT.
099000     IF NOT FE-FEED-RAN (FE-IDX)
099100         GO TO 6100-WRITE-ONE-CHECKPOINT-EXIT.
099200     ADD 1 TO WS-KEY-SUB.
099300     MOVE FE-CKPT-IMAGE (FE-IDX) TO CK-CHECKPOINT-RECORD.
099400     MOVE WS-CKPT-KEYS (WS-KEY-SUB:1)
099500         TO CK-CHECKPOINT-ID OF CK-CHECKPOINT-RECORD.
099600     WRITE CK-CHECKPOINT-RECORD.
099700     IF NOT WS-CHKPTFIL-OK
099800         DISPLAY "FEEDMRGE - ERROR WRITING CHKPTFIL, STATUS = "
099900             WS-CHKPTFIL-STATUS
100000         MOVE "Y" TO WS-ABEND-SWITCH
100100     END-IF.
100200 6100-WRITE-ONE-CHECKPOINT-EXIT.
100300     EXIT.
100400
100401*----------------------------------------------------------------
100402* 7000-MARK-RUNS-COMPLETE - ONCE THE MERGE IS WRITTEN, MARK EACH
100403*                           MERGED FEED COMPLETE ON RUNCTL UNDER
100404*                           ITS RUN-ID, SO A RESEND OF THE FEED
100405*                           FOR THE SAME BUSINESS DATE IS
100406*                           REFUSED AS A DUPLICATE. THE ONLY
100407*                           RUNCTL UPDATE IN THE DAILY STREAM.
100408*----------------------------------------------------------------
100409 7000-MARK-RUNS-COMPLETE.
100410     PERFORM 7100-MARK-ONE-RUN
100411         THRU 7100-MARK-ONE-RUN-EXIT
100412         VARYING FE-IDX FROM 1 BY 1
100413         UNTIL FE-IDX > WS-FEED-COUNT.
100414 7000-MARK-RUNS-COMPLETE-EXIT.
100415     EXIT.
100416
100417*----------------------------------------------------------------
100418* 7100-MARK-ONE-RUN - WRITE (OR REWRITE, WHEN THE FEED WAS BACKED
100419*                     OUT OR RUN AGAIN UNDER OVERRIDE) ONE MERGED
100420*                     FEED'S RUNCTL ENTRY COMPLETE. THE START TIME
100421*                     IS THE TIME PART OF THE RUN-ID; THE END TIME
100422*                     IS WHEN THE RUN WAS MERGED. A FAILURE IS
100423*                     DISPLAYED AND SETS RC=16 - THE MERGE STANDS,
100424*                     BUT THE ENTRY MUST BE PUT RIGHT BEFORE THE
100425*                     FEED IS SENT AGAIN.
100426*----------------------------------------------------------------
100427 7100-MARK-ONE-RUN.
100428     IF NOT FE-FEED-RAN (FE-IDX)
100429         GO TO 7100-MARK-ONE-RUN-EXIT.
100430     MOVE FE-BUSINESS-DATE (FE-IDX) TO RN-BUSINESS-DATE.
100431     MOVE FE-FEED-ID (FE-IDX) TO RN-FEED-ID.
100432     READ RUNCTL
100433         INVALID KEY
100434             MOVE SPACES TO RN-RUN-CONTROL-RECORD
100435             MOVE FE-BUSINESS-DATE (FE-IDX) TO RN-BUSINESS-DATE
100436             MOVE FE-FEED-ID (FE-IDX) TO RN-FEED-ID
100437     END-READ.
100438     MOVE "COMPLETE" TO RN-STATUS.
100439     MOVE FE-RUN-ID (FE-IDX) TO RN-RUN-ID.
100440     MOVE FE-RUN-ID (FE-IDX) (9:8) TO RN-START-TIME.
100441     ACCEPT RN-END-TIME FROM TIME.
100442     MOVE FE-FEED-SEQ (FE-IDX) TO RN-FEED-SEQ.
100443     IF WS-RUNCTL-OK
100444         REWRITE RN-RUN-CONTROL-RECORD
100445     ELSE
100446         WRITE RN-RUN-CONTROL-RECORD
100447     END-IF.
100448     IF NOT WS-RUNCTL-OK
100449         DISPLAY "FEEDMRGE - RUNCTL NOT MARKED COMPLETE FOR FEED "
100450             FE-FEED-ID (FE-IDX) " BUSINESS DATE "
100451             FE-BUSINESS-DATE (FE-IDX) ", STATUS = "
100452             WS-RUNCTL-STATUS " - THE MERGE STANDS, DO NOT RERUN"
100453         MOVE "Y" TO WS-ABEND-SWITCH
100454     END-IF.
100455 7100-MARK-ONE-RUN-EXIT.
100456     EXIT.
100457
100500*----------------------------------------------------------------
100600* 8000-WRITE-SUMMARY - PRINT THE COMBINED SUMMARY/BALANCING
100700*                      REPORT: THE MERGED CONTROL TOTALS, ONE
100800*                      LINE PER EXPECTED FEED AND THE END-OF-RUN
100900*                      TIMESTAMP
101000*----------------------------------------------------------------
101100 8000-WRITE-SUMMARY.
101200     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
101300     ACCEPT WS-END-TIME FROM TIME.
101400     IF WS-RECORDS-READ > ZERO
101500         COMPUTE WS-EXCP-PCT ROUNDED =
101600             WS-EXCEPTION-COUNT * 100 / WS-RECORDS-READ
101700     END-IF.
101800     MOVE WS-SUMRYRPT-HDG1 TO SR-PRINT-LINE.
101900     WRITE SR-PRINT-LINE AFTER ADVANCING PAGE.
102000     MOVE WS-RECORDS-READ TO SD-RECORDS-READ.
102100     MOVE WS-SUMRYRPT-DTL01 TO SR-PRINT-LINE.
102200     WRITE SR-PRINT-LINE AFTER ADVANCING 2 LINES.
102300     MOVE WS-PASS-COUNT TO SD-PASS-COUNT.
102400     MOVE WS-SUMRYRPT-DTL02 TO SR-PRINT-LINE.
102500     WRITE SR-PRINT-LINE AFTER ADVANCING 1 LINE.
102600     MOVE WS-EXCEPTION-COUNT TO SD-FAIL-COUNT.
102700     MOVE WS-SUMRYRPT-DTL03 TO SR-PRINT-LINE.
102800     WRITE SR-PRINT-LINE AFTER ADVANCING 1 LINE.
102900     MOVE WS-REVERSAL-COUNT TO SD-RVSL-COUNT.
103000     MOVE WS-SUMRYRPT-DTL3A TO SR-PRINT-LINE.
103100     WRITE SR-PRINT-LINE AFTER ADVANCING 1 LINE.
103200     MOVE WS-EXCP-PCT TO SD-EXCP-PCT.
103300     MOVE WS-MAX-EXCP-PCT TO SD-MAX-PCT.
103400     MOVE WS-SUMRYRPT-DTL04 TO SR-PRINT-LINE.
103500     WRITE SR-PRINT-LINE AFTER ADVANCING 1 LINE.
103600     PERFORM 8100-WRITE-FEED-SUMMARY
103700         THRU 8100-WRITE-FEED-SUMMARY-EXIT
103800         VARYING FE-IDX FROM 1 BY 1
103900         UNTIL FE-IDX > WS-FEED-COUNT.
104000     IF WS-LEFT-BEHIND > ZERO
104100         MOVE WS-LEFT-BEHIND TO SD-LEFT-BEHIND
104200         MOVE WS-SUMRYRPT-LEFT TO SR-PRINT-LINE
104300         WRITE SR-PRINT-LINE AFTER ADVANCING 1 LINE
104400     END-IF.
104500     IF WS-ANY-QUARANTINED
104600         MOVE WS-SUMRYRPT-QUAR TO SR-PRINT-LINE
104700         WRITE SR-PRINT-LINE AFTER ADVANCING 1 LINE
104800     END-IF.
104900     MOVE WS-END-DATE TO SF-RUN-DATE.
105000     MOVE WS-END-TIME TO SF-RUN-TIME.
105100     MOVE WS-SUMRYRPT-FOOTER TO SR-PRINT-LINE.
105200     WRITE SR-PRINT-LINE AFTER ADVANCING 2 LINES.
105300     MOVE WS-AUDIT-MERGED TO WS-DISPLAY-COUNT.
105400     DISPLAY "FEEDMRGE - AUDIT ROWS MERGED       "
105500         WS-DISPLAY-COUNT.
105600     MOVE WS-GL-MERGED TO WS-DISPLAY-COUNT.
105700     DISPLAY "FEEDMRGE - GL RECORDS MERGED       "
105800         WS-DISPLAY-COUNT.
105900     MOVE WS-SUSP-MERGED TO WS-DISPLAY-COUNT.
106000     DISPLAY "FEEDMRGE - SUSPENSE ITEMS MERGED   "
106100         WS-DISPLAY-COUNT.
106200     MOVE WS-STAT-MERGED TO WS-DISPLAY-COUNT.
106300     DISPLAY "FEEDMRGE - RULE STATISTICS WRITTEN "
106400         WS-DISPLAY-COUNT.
106500 8000-WRITE-SUMMARY-EXIT.
106600     EXIT.
106700
106800*----------------------------------------------------------------
106900* 8100-WRITE-FEED-SUMMARY - PRINT ONE EXPECTED FEED'S TOTALS, OR
107000*                           THAT IT DID NOT RUN
107100*----------------------------------------------------------------
107200 8100-WRITE-FEED-SUMMARY.
107300     IF NOT FE-FEED-RAN (FE-IDX)
107400         MOVE FE-FEED-ID (FE-IDX) TO SN-FEED-ID
107500         MOVE WS-SUMRYRPT-NOTRUN TO SR-PRINT-LINE
107600         WRITE SR-PRINT-LINE AFTER ADVANCING 1 LINE
107700         GO TO 8100-WRITE-FEED-SUMMARY-EXIT.
107800     MOVE FE-FEED-ID (FE-IDX) TO SD-FEED-ID.
107900     MOVE FE-READ-COUNT (FE-IDX) TO SD-FEED-READ.
108000     MOVE FE-PASS-COUNT (FE-IDX) TO SD-FEED-PASS.
108100     MOVE FE-FAIL-COUNT (FE-IDX) TO SD-FEED-FAIL.
108200     MOVE FE-RVSL-COUNT (FE-IDX) TO SD-FEED-RVSL.
108300     MOVE FE-RUN-ID (FE-IDX) TO SD-FEED-RUN-ID.
108400     IF FE-QUARANTINED (FE-IDX)
108500         MOVE "QUARANTINED" TO SD-FEED-QUAR
108600     ELSE
108700         MOVE SPACES TO SD-FEED-QUAR
108800     END-IF.
108900     MOVE WS-SUMRYRPT-FEED TO SR-PRINT-LINE.
109000     WRITE SR-PRINT-LINE AFTER ADVANCING 1 LINE.
109100 8100-WRITE-FEED-SUMMARY-EXIT.
109200     EXIT.
109300
109400*----------------------------------------------------------------
109500* 9000-TERMINATE - WRITE THE SUMMARY AND CLOSE THE FILES
109600*----------------------------------------------------------------
109700 9000-TERMINATE.
109800     IF WS-SUMRYRPT-OK AND NOT WS-ABEND-OCCURRED
109900         PERFORM 8000-WRITE-SUMMARY
110000             THRU 8000-WRITE-SUMMARY-EXIT
110100     END-IF.
110200     IF WS-MRGPARM-STATUS NOT = SPACES
110300         CLOSE MRGPARM
110400     END-IF.
110500     IF WS-CHKPTIN-STATUS NOT = SPACES
110600         CLOSE CHKPTIN
110700     END-IF.
110800     IF WS-RUNCTL-STATUS NOT = SPACES
110900         CLOSE RUNCTL
111000     END-IF.
111100     IF WS-AUDTWORK-STATUS NOT = SPACES
111200         CLOSE AUDTWORK
111300     END-IF.
111400     IF WS-GLWORK-STATUS NOT = SPACES
111500         CLOSE GLWORK
111600     END-IF.
111700     IF WS-SUSPWORK-STATUS NOT = SPACES
111800         CLOSE SUSPWORK
111900     END-IF.
112000     IF WS-RSTATWRK-STATUS NOT = SPACES
112100         CLOSE RSTATWRK
112200     END-IF.
112300     IF WS-AUDTLOG-STATUS NOT = SPACES
112400         CLOSE AUDTLOG
112500     END-IF.
112600     IF WS-GLEXTRT-STATUS NOT = SPACES
112700         CLOSE GLEXTRT
112800     END-IF.
112900     IF WS-SUSPENSE-STATUS NOT = SPACES
113000         CLOSE SUSPENSE
113100     END-IF.
113200     IF WS-RULESTAT-STATUS NOT = SPACES
113300         CLOSE RULESTAT
113400     END-IF.
113500     IF WS-CHKPTFIL-STATUS NOT = SPACES
113600         CLOSE CHKPTFIL
113700     END-IF.
113800     IF WS-SUMRYRPT-STATUS NOT = SPACES
113900         CLOSE SUMRYRPT
114000     END-IF.
114100 9000-TERMINATE-EXIT.
114200     EXIT.
114300
114400*----------------------------------------------------------------
114500* 9900-SET-RETURN-CODE - 0 = MERGED CLEAN, 4 = EXCEPTIONS OR
114600*                        ROWS LEFT BEHIND, 8 = A FEED
114700*                        QUARANTINED, 12 = NOTHING TO MERGE,
114800*                        16 = COULD NOT RUN
114900*----------------------------------------------------------------
115000 9900-SET-RETURN-CODE.
115100     IF WS-ABEND-OCCURRED
115200         MOVE 16 TO RETURN-CODE
115300     ELSE
115400         IF WS-NOTHING-TO-MERGE
115500             MOVE 12 TO RETURN-CODE
115600         ELSE
115700             IF WS-ANY-QUARANTINED
115800                 MOVE 8 TO RETURN-CODE
115900             ELSE
116000                 IF WS-EXCEPTION-COUNT > ZERO
116100                         OR WS-LEFT-BEHIND > ZERO
116200                     MOVE 4 TO RETURN-CODE
116300                 ELSE
116400                     MOVE ZERO TO RETURN-CODE
116500                 END-IF
116600             END-IF
116700         END-IF
116800     END-IF.
116900 9900-SET-RETURN-CODE-EXIT.
117000     EXIT.
