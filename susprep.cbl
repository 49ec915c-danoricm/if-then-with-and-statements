000600* DATE-COMPILED:                                                *
000700*----------------------------------------------------------------
000800* REMARKS.                                                      *
000875*     SUSPENSE REPAIR RE-FEED. READS THE SUSPENSE FILE AND       *
000950*     APPLIES THE CORRECTIONS OPERATORS HAVE KEYED ON THE        *
001025*     SUSPSCRN WORK QUEUE SCREEN (SUSPCORR), THEN BUILDS A       *
001100*     CONTTRAN-FORMAT FEED (FEED ID SUSPREPR) FROM THE           *
001175*     CORRECTED ITEMS: ONE HEADER DATED TODAY, ONE DETAIL PER    *
001250*     ITEM AND A TRAILER CARRYING THE COUNT AND HASH TOTAL.      *
001325*     THE FEED THEN RUNS THROUGH TRANEDIT AND IFANDTHEN          *
001400*     EXACTLY LIKE AN UPSTREAM FEED, SO REPAIRED ITEMS THAT      *
001475*     NOW PASS FLOW INTO AUDTLOG AND GLEXTRT THE SAME WAY        *
001550*     FIRST-TIME PASSES DO, WITH THE RUNCTL DUPLICATE-RUN        *
001625*     GUARD KEYED UNDER THE SUSPREPR FEED ID.                    *
001700*     AN ITEM WRITTEN OFF ON THE SCREEN IS DROPPED WITH NO       *
001775*     REPOST. AN ITEM WITH NO CORRECTION - OR ONE WHOSE          *
001850*     CORRECTED VALUES STILL FAIL THE FIELD EDITS, WHICH IS      *
001925*     LISTED ON SYSOUT AND GIVES RC=4 - IS CARRIED FORWARD       *
002000*     TO SUSPKEEP, WHICH THE JOB COPIES BACK OVER THE LIVE       *
002075*     SUSPENSE FILE. EVERY CORRECTION READ IS LOGGED TO          *
002150*     CORRLOG WITH THE OPERATOR, OLD AND NEW VALUES AND WHAT     *
002225*     BECAME OF IT.                                              *
002300*----------------------------------------------------------------
002400* MODIFICATION HISTORY.                                          *
002500*   DATE       INIT  DESCRIPTION                                 *
002770*                    CARRIED ONTO THE REBUILT RECORD, SO THE     *
002780*                    REPAIRED ITEM KEEPS ITS IDENTITY THROUGH    *
002790*                    THE RE-FEED.                                *
002800*   2026-10-15  DO   CORRECTIONS KEYED ON THE SUSPSCRN SCREEN    *
002810*                    (SUSPCORR) ARE NOW APPLIED HERE: C RE-FEEDS *
002820*                    WITH THE NEW VALUE AND RULE, W WRITES THE   *
002830*                    ITEM OFF. UNCORRECTED ITEMS GO TO SUSPKEEP, *
002840*                    WHICH THE JOB COPIES BACK OVER THE SUSPENSE *
002850*                    FILE. EVERY CORRECTION IS LOGGED TO CORRLOG *
002860*                    WITH ITS APPLY STATUS; THE PENDING FILE IS  *
002870*                    EMPTIED AFTER A CLEAN RUN. RC=4 NOW ALSO    *
002880*                    MEANS A CORRECTION MATCHED NO OPEN ITEM.    *
002890****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.              SUSPREP.
003100 AUTHOR.                  D. ORIC.
004700     SELECT REPRFEED     ASSIGN TO REPRFEED
004800                         ORGANIZATION IS SEQUENTIAL
004900                         FILE STATUS IS WS-REPRFEED-STATUS.
004907
004914     SELECT SUSPCORR     ASSIGN TO SUSPCORR
004921                         ORGANIZATION IS SEQUENTIAL
004928                         FILE STATUS IS WS-SUSPCORR-STATUS.
004935
004942     SELECT SUSPKEEP     ASSIGN TO SUSPKEEP
004949                         ORGANIZATION IS SEQUENTIAL
004956                         FILE STATUS IS WS-SUSPKEEP-STATUS.
004963
004970     SELECT CORRLOG      ASSIGN TO CORRLOG
004977                         ORGANIZATION IS SEQUENTIAL
004984                         FILE STATUS IS WS-CORRLOG-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 COPY TRANREC.
006105
006110 FD  SUSPCORR
006115     RECORDING MODE IS F
006120     LABEL RECORDS ARE STANDARD.
006125 COPY SCORREC.
006130
006135 FD  SUSPKEEP
006140     RECORDING MODE IS F
006145     LABEL RECORDS ARE STANDARD.
006150 COPY SUSPREC REPLACING SU-SUSPENSE-RECORD BY SK-SUSPENSE-RECORD.
006155
006160 FD  CORRLOG
006165     RECORDING MODE IS F
006170     LABEL RECORDS ARE STANDARD.
006175 COPY SCORREC REPLACING SC-SUSP-CORRECT-RECORD
006180                     BY CL-CORR-LOG-RECORD.
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-SWITCHES.
006600         88  WS-SUSP-END-OF-FILE         VALUE "Y".
006700     05  WS-ABEND-SWITCH      PIC X(01)  VALUE "N".
006800         88  WS-ABEND-OCCURRED           VALUE "Y".
006820     05  WS-CORR-EOF-SWITCH   PIC X(01)  VALUE "N".
006840         88  WS-CORR-END-OF-FILE         VALUE "Y".
006860     05  WS-CORR-FOUND-SWITCH PIC X(01)  VALUE "N".
006880         88  WS-CORR-FOUND               VALUE "Y".
006900
007000 01  WS-FILE-STATUSES.
007100     05  WS-SUSPIN-STATUS     PIC X(02)  VALUE SPACES.
007300         88  WS-SUSPIN-EOF                 VALUE "10".
007400     05  WS-REPRFEED-STATUS   PIC X(02)  VALUE SPACES.
007500         88  WS-REPRFEED-OK                VALUE "00".
007514     05  WS-SUSPCORR-STATUS   PIC X(02)  VALUE SPACES.
007528         88  WS-SUSPCORR-OK                VALUE "00".
007542     05  WS-SUSPKEEP-STATUS   PIC X(02)  VALUE SPACES.
007556         88  WS-SUSPKEEP-OK                VALUE "00".
007570     05  WS-CORRLOG-STATUS    PIC X(02)  VALUE SPACES.
007584         88  WS-CORRLOG-OK                 VALUE "00".
007600
007700 01  WS-REPAIR-TOTALS.
007800     05  WS-ITEMS-READ        PIC 9(07)  VALUE ZERO  COMP.
007900     05  WS-ITEMS-REFED       PIC 9(07)  VALUE ZERO  COMP.
008000     05  WS-ITEMS-HELD        PIC 9(07)  VALUE ZERO  COMP.
008020     05  WS-ITEMS-WRITTEN-OFF PIC 9(07)  VALUE ZERO  COMP.
008040     05  WS-ITEMS-KEPT        PIC 9(07)  VALUE ZERO  COMP.
008060     05  WS-CORR-READ         PIC 9(07)  VALUE ZERO  COMP.
008080     05  WS-CORR-UNMATCHED    PIC 9(07)  VALUE ZERO  COMP.
008100
008200 01  WS-FEED-TOTALS.
008300     05  WS-DETAIL-COUNT      PIC 9(07)  VALUE ZERO.
008400     05  WS-HASH-TOTAL        PIC 9(11)  VALUE ZERO.
008500
008600 77  WS-RUN-DATE              PIC 9(08)  VALUE ZERO.
008603
008606 01  WS-ITEM-KEY.
008609     05  WS-KEY-BUSINESS-DATE PIC 9(08)  VALUE ZERO.
008612     05  WS-KEY-FEED-ID       PIC X(08)  VALUE SPACES.
008615     05  WS-KEY-TRAN-REF      PIC X(12)  VALUE SPACES.
008618
008621*----------------------------------------------------------------
008624* WS-CORR-TABLE - EVERY PENDING CORRECTION FROM SUSPCORR, IN
008627*                 THE ORDER KEYED. A LATER CORRECTION OF THE
008630*                 SAME ITEM MARKS THE EARLIER ONE SUPERSEDED
008633*                 (S) AS IT LOADS, SO ONLY THE LATEST IS LEFT
008636*                 OPEN TO MATCH. CE-APPLY-STATUS ENDS AS A
008639*                 (APPLIED), S, H (HELD) OR N (NO OPEN ITEM)
008642*                 AND IS STAMPED ON THE CORRLOG COPY.
008645*----------------------------------------------------------------
008648 01  WS-CORR-TABLE.
008651     05  WS-CORR-COUNT        PIC 9(05)  VALUE ZERO.
008654     05  WS-CORR-ENTRY        OCCURS 5000 TIMES
008657                               DEPENDING ON WS-CORR-COUNT
008660                               INDEXED BY CE-IDX.
008663         10  CE-ITEM-KEY      PIC X(28).
008666         10  CE-ACTION-CODE   PIC X(01).
008669         10  CE-NEW-VALUE     PIC 9(05).
008672         10  CE-NEW-RULE-CODE PIC X(04).
008675         10  CE-OPERATOR-ID   PIC X(08).
008678         10  CE-APPLY-STATUS  PIC X(01).
008681         10  CE-CORRECT-RECORD PIC X(100).
008700
008800 PROCEDURE DIVISION.
008900*----------------------------------------------------------------
009700         UNTIL WS-SUSP-END-OF-FILE.
009800     PERFORM 8000-WRITE-TRAILER
009900         THRU 8000-WRITE-TRAILER-EXIT.
009933     PERFORM 8200-WRITE-CORR-LOG
009966         THRU 8200-WRITE-CORR-LOG-EXIT.
010000     PERFORM 9000-TERMINATE
010100         THRU 9000-TERMINATE-EXIT.
010200     PERFORM 9900-SET-RETURN-CODE
010500
010600*----------------------------------------------------------------
010700* 1000-INITIALIZE - OPEN THE FILES, WRITE THE REPAIR FEED'S
010766*                   HEADER, LOAD THE PENDING CORRECTIONS AND
010832*                   PRIME THE FIRST SUSPENSE READ
010900*----------------------------------------------------------------
011000 1000-INITIALIZE.
011100     OPEN INPUT  SUSPIN.
011200     OPEN OUTPUT REPRFEED.
011225     OPEN INPUT  SUSPCORR.
011250     OPEN OUTPUT SUSPKEEP.
011275     OPEN OUTPUT CORRLOG.
011300     IF NOT WS-SUSPIN-OK OR NOT WS-REPRFEED-OK
011333             OR NOT WS-SUSPCORR-OK OR NOT WS-SUSPKEEP-OK
011366             OR NOT WS-CORRLOG-OK
011400         DISPLAY "SUSPREP - ERROR OPENING FILES, "
011500             "SUSPIN = " WS-SUSPIN-STATUS
011600             " REPRFEED = " WS-REPRFEED-STATUS
011625             " SUSPCORR = " WS-SUSPCORR-STATUS
011650             " SUSPKEEP = " WS-SUSPKEEP-STATUS
011675             " CORRLOG = " WS-CORRLOG-STATUS
011700         MOVE "Y" TO WS-SUSP-EOF-SWITCH
011800         MOVE "Y" TO WS-ABEND-SWITCH
011900         GO TO 1000-INITIALIZE-EXIT.
012300     MOVE WS-RUN-DATE TO TR-HDR-BUSINESS-DATE.
012400     MOVE "SUSPREPR" TO TR-HDR-FEED-ID.
012500     WRITE TR-TRANS-RECORD.
012516     PERFORM 1100-LOAD-CORRECTIONS
012532         THRU 1100-LOAD-CORRECTIONS-EXIT.
012548     IF WS-ABEND-OCCURRED
012564         MOVE "Y" TO WS-SUSP-EOF-SWITCH
012580         GO TO 1000-INITIALIZE-EXIT.
012600     PERFORM 2100-READ-SUSPIN
012700         THRU 2100-READ-SUSPIN-EXIT.
012800 1000-INITIALIZE-EXIT.
012900     EXIT.
012901
012902*----------------------------------------------------------------
012903* 1100-LOAD-CORRECTIONS - LOAD EVERY PENDING CORRECTION KEYED
012904*                         ON THE SUSPSCRN SCREEN INTO THE
012905*                         CORRECTION TABLE
012906*----------------------------------------------------------------
012907 1100-LOAD-CORRECTIONS.
012908     PERFORM 1110-READ-SUSPCORR
012909         THRU 1110-READ-SUSPCORR-EXIT.
012910     PERFORM 1120-LOAD-ONE-CORRECTION
012911         THRU 1120-LOAD-ONE-CORRECTION-EXIT
012912         UNTIL WS-CORR-END-OF-FILE.
012913     DISPLAY "SUSPREP - CORRECTIONS READ: " WS-CORR-READ.
012914 1100-LOAD-CORRECTIONS-EXIT.
012915     EXIT.
012916
012917*----------------------------------------------------------------
012918* 1110-READ-SUSPCORR - READ THE NEXT PENDING CORRECTION
012919*----------------------------------------------------------------
012920 1110-READ-SUSPCORR.
012921     READ SUSPCORR
012922         AT END
012923             MOVE "Y" TO WS-CORR-EOF-SWITCH
012924     END-READ.
012925 1110-READ-SUSPCORR-EXIT.
012926     EXIT.
012927
012928*----------------------------------------------------------------
012929* 1120-LOAD-ONE-CORRECTION - ADD ONE CORRECTION TO THE TABLE.
012930*                            AN EARLIER, STILL-OPEN CORRECTION
012931*                            OF THE SAME ITEM IS MARKED
012932*                            SUPERSEDED - THE OPERATOR'S LATEST
012933*                            ENTRY IS THE ONE APPLIED.
012934*----------------------------------------------------------------
012935 1120-LOAD-ONE-CORRECTION.
012936     IF WS-CORR-COUNT NOT < 5000
012937         DISPLAY "SUSPREP - CORRECTION TABLE FULL, SUSPCORR HAS "
012938             "MORE ROWS THAN THE TABLE HOLDS"
012939         MOVE "Y" TO WS-ABEND-SWITCH
012940         MOVE "Y" TO WS-CORR-EOF-SWITCH
012941         GO TO 1120-LOAD-ONE-CORRECTION-EXIT.
012942     ADD 1 TO WS-CORR-READ.
012943     IF WS-CORR-COUNT > ZERO
012944         SET CE-IDX TO 1
012945         SEARCH WS-CORR-ENTRY
012946             AT END
012947                 CONTINUE
012948             WHEN CE-ITEM-KEY (CE-IDX)
012949                     = SC-ITEM-KEY OF SC-SUSP-CORRECT-RECORD
012950                     AND CE-APPLY-STATUS (CE-IDX) = SPACE
012951                 MOVE "S" TO CE-APPLY-STATUS (CE-IDX)
012952         END-SEARCH
012953     END-IF.
012954     ADD 1 TO WS-CORR-COUNT.
012955     SET CE-IDX TO WS-CORR-COUNT.
012956     MOVE SC-ITEM-KEY OF SC-SUSP-CORRECT-RECORD
012957         TO CE-ITEM-KEY (CE-IDX).
012958     MOVE SC-ACTION-CODE OF SC-SUSP-CORRECT-RECORD
012959         TO CE-ACTION-CODE (CE-IDX).
012960     MOVE SC-NEW-CONTROL-VALUE OF SC-SUSP-CORRECT-RECORD
012961         TO CE-NEW-VALUE (CE-IDX).
012962     MOVE SC-NEW-RULE-CODE OF SC-SUSP-CORRECT-RECORD
012963         TO CE-NEW-RULE-CODE (CE-IDX).
012964     MOVE SC-OPERATOR-ID OF SC-SUSP-CORRECT-RECORD
012965         TO CE-OPERATOR-ID (CE-IDX).
012966     MOVE SPACE TO CE-APPLY-STATUS (CE-IDX).
012967     MOVE SC-SUSP-CORRECT-RECORD TO CE-CORRECT-RECORD (CE-IDX).
012968     PERFORM 1110-READ-SUSPCORR
012969         THRU 1110-READ-SUSPCORR-EXIT.
012970 1120-LOAD-ONE-CORRECTION-EXIT.
012971     EXIT.
013000
013100*----------------------------------------------------------------
013200* 2000-REFEED-ONE-ITEM - TURN ONE CORRECTED SUSPENSE ITEM INTO
013300*                        A DETAIL RECORD ON THE REPAIR FEED.
013400*                        AN ITEM STILL FAILING THE FIELD EDITS
013500*                        IS HELD BACK WITH A SYSOUT LINE.
013525*                        AN ITEM WITH NO CORRECTION IS CARRIED
013550*                        FORWARD TO SUSPKEEP; A WRITE-OFF IS
013575*                        DROPPED WITH NO REPOST.
013600*----------------------------------------------------------------
013700 2000-REFEED-ONE-ITEM.
013800     ADD 1 TO WS-ITEMS-READ.
013816     PERFORM 2200-FIND-CORRECTION
013832         THRU 2200-FIND-CORRECTION-EXIT.
013848     IF NOT WS-CORR-FOUND
013864         PERFORM 2300-KEEP-ITEM
013880             THRU 2300-KEEP-ITEM-EXIT
013896         GO TO 2000-REFEED-ONE-ITEM-READ.
013912     IF CE-ACTION-CODE (CE-IDX) = "W"
013928         DISPLAY "SUSPREP - ITEM WRITTEN OFF, NO REPOST: "
013944             "DATE=" SU-BUSINESS-DATE OF SU-SUSPENSE-RECORD
013960             " FEED=" SU-FEED-ID OF SU-SUSPENSE-RECORD
013976             " REF=" SU-TRAN-REF OF SU-SUSPENSE-RECORD
013992             " BY " CE-OPERATOR-ID (CE-IDX)
014008         MOVE "A" TO CE-APPLY-STATUS (CE-IDX)
014024         ADD 1 TO WS-ITEMS-WRITTEN-OFF
014040         GO TO 2000-REFEED-ONE-ITEM-READ.
014056     IF CE-NEW-VALUE (CE-IDX) IS NOT NUMERIC
014072             OR CE-NEW-RULE-CODE (CE-IDX) = SPACES
014100         DISPLAY "SUSPREP - ITEM HELD, STILL UNCORRECTED: "
014200             "VALUE=" CE-NEW-VALUE (CE-IDX)
014300             " RULE=" CE-NEW-RULE-CODE (CE-IDX)
014400         ADD 1 TO WS-ITEMS-HELD
014425         MOVE "H" TO CE-APPLY-STATUS (CE-IDX)
014450         PERFORM 2300-KEEP-ITEM
014475             THRU 2300-KEEP-ITEM-EXIT
014500         GO TO 2000-REFEED-ONE-ITEM-READ.
014516     MOVE CE-NEW-VALUE (CE-IDX)
014532         TO SU-CONTROL-VALUE OF SU-SUSPENSE-RECORD.
014548     MOVE CE-NEW-RULE-CODE (CE-IDX)
014564         TO SU-RULE-CODE OF SU-SUSPENSE-RECORD.
014580     MOVE "A" TO CE-APPLY-STATUS (CE-IDX).
014600     MOVE SPACES TO TR-TRANS-RECORD.
014610     IF SU-RECORD-TYPE OF SU-SUSPENSE-RECORD = "R"
014620         MOVE "R" TO TR-RECORD-TYPE
014623         MOVE SU-CONTROL-VALUE OF SU-SUSPENSE-RECORD
014626             TO TR-RVSL-CONTROL-VALUE
014629         MOVE SU-RULE-CODE OF SU-SUSPENSE-RECORD
014632             TO TR-RVSL-RULE-CODE
014635         MOVE SU-TRAN-REF OF SU-SUSPENSE-RECORD
014638             TO TR-RVSL-TRAN-REF
014641         MOVE SU-ORIG-DATE OF SU-SUSPENSE-RECORD
014644             TO TR-RVSL-ORIG-DATE
014647         MOVE SU-ORIG-REF OF SU-SUSPENSE-RECORD
014650             TO TR-RVSL-ORIG-REF
014660     ELSE
014700         MOVE "D" TO TR-RECORD-TYPE
014742         MOVE SU-CONTROL-VALUE OF SU-SUSPENSE-RECORD
014784             TO TR-CONTROL-VALUE
014826         MOVE SU-RULE-CODE OF SU-SUSPENSE-RECORD TO TR-RULE-CODE
014868         MOVE SU-TRAN-REF OF SU-SUSPENSE-RECORD TO TR-TRAN-REF
014910     END-IF.
015000     WRITE TR-TRANS-RECORD.
015100     ADD 1 TO WS-ITEMS-REFED.
015200     ADD 1 TO WS-DETAIL-COUNT.
015300     ADD SU-CONTROL-VALUE OF SU-SUSPENSE-RECORD TO WS-HASH-TOTAL.
015400 2000-REFEED-ONE-ITEM-READ.
015500     PERFORM 2100-READ-SUSPIN
015600         THRU 2100-READ-SUSPIN-EXIT.
015800     EXIT.
015900
016000*----------------------------------------------------------------
016100* 2100-READ-SUSPIN - READ THE NEXT SUSPENSE ITEM
016200*----------------------------------------------------------------
016300 2100-READ-SUSPIN.
016400     READ SUSPIN
016700     END-READ.
016800 2100-READ-SUSPIN-EXIT.
016900     EXIT.
016902
016904*----------------------------------------------------------------
016906* 2200-FIND-CORRECTION - LOOK UP THE OPEN CORRECTION, IF ANY,
016908*                        FOR THE SUSPENSE ITEM IN HAND BY ITS
016910*                        BUSINESS DATE, FEED ID AND TRAN REF.
016912*                        CE-IDX IS LEFT ON THE MATCH.
016914*----------------------------------------------------------------
016916 2200-FIND-CORRECTION.
016918     MOVE "N" TO WS-CORR-FOUND-SWITCH.
016920     IF WS-CORR-COUNT = ZERO
016922         GO TO 2200-FIND-CORRECTION-EXIT.
016924     MOVE SU-BUSINESS-DATE OF SU-SUSPENSE-RECORD
016926         TO WS-KEY-BUSINESS-DATE.
016928     MOVE SU-FEED-ID OF SU-SUSPENSE-RECORD TO WS-KEY-FEED-ID.
016930     MOVE SU-TRAN-REF OF SU-SUSPENSE-RECORD TO WS-KEY-TRAN-REF.
016932     SET CE-IDX TO 1.
016934     SEARCH WS-CORR-ENTRY
016936         AT END
016938             CONTINUE
016940         WHEN CE-ITEM-KEY (CE-IDX) = WS-ITEM-KEY
016942                 AND CE-APPLY-STATUS (CE-IDX) = SPACE
016944             MOVE "Y" TO WS-CORR-FOUND-SWITCH
016946     END-SEARCH.
016948 2200-FIND-CORRECTION-EXIT.
016950     EXIT.
016952
016954*----------------------------------------------------------------
016956* 2300-KEEP-ITEM - CARRY AN UNWORKED (OR HELD) ITEM FORWARD,
016958*                  UNCHANGED, TO THE SUSPKEEP FILE THAT
016960*                  REPLACES THE LIVE SUSPENSE FILE
016962*----------------------------------------------------------------
016964 2300-KEEP-ITEM.
016966     MOVE SU-SUSPENSE-RECORD TO SK-SUSPENSE-RECORD.
016968     WRITE SK-SUSPENSE-RECORD.
016970     ADD 1 TO WS-ITEMS-KEPT.
016972 2300-KEEP-ITEM-EXIT.
016974     EXIT.
017000
017100*----------------------------------------------------------------
017200* 8000-WRITE-TRAILER - CLOSE THE REPAIR FEED WITH THE TRAILER
018300     WRITE TR-TRANS-RECORD.
018400 8000-WRITE-TRAILER-EXIT.
018500     EXIT.
018510
018520*----------------------------------------------------------------
018530* 8200-WRITE-CORR-LOG - COPY EVERY CORRECTION READ TO THE
018540*                       PERMANENT CORRECTION LOG, STAMPED WITH
018550*                       WHAT BECAME OF IT. ONE STILL OPEN
018560*                       MATCHED NO SUSPENSE ITEM (N) - THE
018570*                       ITEM WAS ALREADY CLEARED, OR ITS KEY
018580*                       WAS WRONG.
018590*----------------------------------------------------------------
018600 8200-WRITE-CORR-LOG.
018610     IF WS-ABEND-OCCURRED
018620         GO TO 8200-WRITE-CORR-LOG-EXIT.
018630     PERFORM 8210-LOG-ONE-CORRECTION
018640         THRU 8210-LOG-ONE-CORRECTION-EXIT
018650         VARYING CE-IDX FROM 1 BY 1
018660         UNTIL CE-IDX > WS-CORR-COUNT.
018670 8200-WRITE-CORR-LOG-EXIT.
018680     EXIT.
018690
018700*----------------------------------------------------------------
018708* 8210-LOG-ONE-CORRECTION - STAMP AND LOG ONE CORRECTION
018716*----------------------------------------------------------------
018724 8210-LOG-ONE-CORRECTION.
018732     IF CE-APPLY-STATUS (CE-IDX) = SPACE
018740         MOVE "N" TO CE-APPLY-STATUS (CE-IDX)
018748         ADD 1 TO WS-CORR-UNMATCHED
018756         DISPLAY "SUSPREP - CORRECTION MATCHED NO OPEN ITEM: "
018764             CE-ITEM-KEY (CE-IDX)
018772             " BY " CE-OPERATOR-ID (CE-IDX)
018780     END-IF.
018788     MOVE CE-CORRECT-RECORD (CE-IDX) TO CL-CORR-LOG-RECORD.
018796     MOVE CE-APPLY-STATUS (CE-IDX)
018804         TO SC-APPLY-STATUS OF CL-CORR-LOG-RECORD.
018812     WRITE CL-CORR-LOG-RECORD.
018820 8210-LOG-ONE-CORRECTION-EXIT.
018828     EXIT.
018836
018844*----------------------------------------------------------------
018852* 9000-TERMINATE - CLOSE THE FILES AND DISPLAY A RUN SUMMARY.
018860*                  AFTER A CLEAN RUN THE PENDING CORRECTION
018868*                  FILE IS EMPTIED - EVERY ENTRY IN IT IS NOW
018876*                  ON CORRLOG - SO NO CORRECTION IS APPLIED
018884*                  TWICE.
018900*----------------------------------------------------------------
019000 9000-TERMINATE.
019100     IF WS-SUSPIN-STATUS NOT = SPACES
019400     IF WS-REPRFEED-STATUS NOT = SPACES
019500         CLOSE REPRFEED
019600     END-IF.
019607     IF WS-SUSPCORR-STATUS NOT = SPACES
019614         CLOSE SUSPCORR
019621     END-IF.
019628     IF WS-SUSPKEEP-STATUS NOT = SPACES
019635         CLOSE SUSPKEEP
019642     END-IF.
019649     IF WS-CORRLOG-STATUS NOT = SPACES
019656         CLOSE CORRLOG
019663     END-IF.
019670     IF NOT WS-ABEND-OCCURRED
019677         OPEN OUTPUT SUSPCORR
019684         CLOSE SUSPCORR
019691     END-IF.
019700     DISPLAY "SUSPREP - ITEMS READ:   " WS-ITEMS-READ.
019800     DISPLAY "SUSPREP - ITEMS RE-FED: " WS-ITEMS-REFED.
019900     DISPLAY "SUSPREP - ITEMS HELD:   " WS-ITEMS-HELD.
019920     DISPLAY "SUSPREP - WRITTEN OFF:  " WS-ITEMS-WRITTEN-OFF.
019940     DISPLAY "SUSPREP - ITEMS KEPT:   " WS-ITEMS-KEPT.
019960     DISPLAY "SUSPREP - CORRECTIONS WITH NO OPEN ITEM: "
019980         WS-CORR-UNMATCHED.
020000 9000-TERMINATE-EXIT.
020100     EXIT.
020200
020300*----------------------------------------------------------------
020375* 9900-SET-RETURN-CODE - 0 = EVERY CORRECTION APPLIED, 4 =
020450*                        SOME ITEMS HELD BACK OR A CORRECTION
020525*                        MATCHED NO OPEN ITEM,
020600*                        16 = COULD NOT RUN
020700*----------------------------------------------------------------
020800 9900-SET-RETURN-CODE.
020900     IF WS-ABEND-OCCURRED
021000         MOVE 16 TO RETURN-CODE
021100     ELSE
021200         IF WS-ITEMS-HELD > ZERO OR WS-CORR-UNMATCHED > ZERO
021300             MOVE 4 TO RETURN-CODE
021400         ELSE
021500             MOVE ZERO TO RETURN-CODE
