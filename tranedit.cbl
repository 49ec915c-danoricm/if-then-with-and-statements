002800*     THE VALIDTRN TRAILER IS REBUILT WITH THE COUNT AND HASH OF *
002900*     THE CLEAN RECORDS ONLY, SO IFANDTHEN'S OWN BALANCING CHECK *
003000*     AGREES WITH THE FILE IT IS GIVEN.                           *
003010*     EVERY UPSTREAM TRANSACTION REFERENCE ACCEPTED IS KEPT ON   *
003020*     THE PERMANENT TRANIDX INDEX; A REFERENCE ALREADY THERE IS  *
003030*     A REPLAY OF AN ITEM SENT BEFORE AND IS REJECTED (E006).    *
003040*     AT THE END OF THE RUN ONE FEEDSTAT RECORD PER FEED GROUP   *
003050*     GIVES THE RECORDS IT CARRIED, PASSED AND REJECTED, WHETHER *
003060*     IT BALANCED TO ITS TRAILER AND WHETHER THE FILE WAS        *
003070*     ACCEPTED OR REFUSED, FOR THE FEEDQUAL SCORECARD.           *
003077*     A REFUSED FILE ALSO RAISES A TE01 EVENT ON THE SHARED      *
003084*     OPERATIONS EVENT FILE (OPSEVENT), NAMING THE FEED GROUP    *
003091*     THAT CAUSED IT WHERE ONE CAN BE TOLD.                      *
003092*     EVERY FEED GROUP MUST BE ONE THE FEED JOBS PROCESS - ITS   *
003093*     FEED ID ON THE FEEDLIST CARDS (PARM.FEEDS). ANY OTHER      *
003094*     FEED ID REFUSES THE FILE, SO NO GROUP IS ACCEPTED HERE     *
003095*     THAT NO FEED JOB WOULD EVER POST.                          *
003100*----------------------------------------------------------------
003200* MODIFICATION HISTORY.                                          *
003300*   DATE       INIT  DESCRIPTION                                 *
007400*                    TWO SAME-DAY RUNS NEVER ASSIGN THE SAME   *
007500*                    REFERENCE) BEFORE THE FIELD EDITS, SO     *
007600*                    REJECTS CARRY IT TOO.                     *
007610*   2026-10-15  DO   CROSS-DAY REPLAY GUARD. EVERY UPSTREAM    *
007620*                    TRANSACTION REFERENCE PASSED TO VALIDTRN  *
007630*                    IS ADDED TO THE PERMANENT TRANIDX INDEX   *
007640*                    WITH ITS HEADER'S BUSINESS DATE AND FEED  *
007650*                    ID. A DETAIL OR REVERSAL WHOSE REFERENCE  *
007660*                    IS ALREADY ON THE INDEX IS REJECTED E006, *
007670*                    SO A RESENT ITEM INSIDE A NEW, BALANCED   *
007680*                    FEED NEVER POSTS TWICE. A REFUSED FILE    *
007690*                    TAKES ITS NEW INDEX ENTRIES BACK OFF. THE *
007691*                    SUSPREPR REPAIR FEED AND REFERENCES       *
007692*                    ASSIGNED HERE ARE NOT INDEXED.            *
007693*   2026-10-15  DO   EVERY REJECT NOW CARRIES THE BUSINESS     *
007694*                    DATE AND FEED ID OF THE FEED GROUP        *
007695*                    HEADER IT ARRIVED UNDER, SO THE           *
007696*                    FEEDRTN OUTCOME RETURN CAN HAND IT        *
007697*                    BACK TO ITS OWN SENDER.                   *
007698*   2026-10-15  DO   ONE FEEDSTAT RECORD PER FEED GROUP IS       *
007699*                    NOW WRITTEN AT THE END OF THE RUN -         *
007700*                    RECORDS CARRIED, PASSED AND REJECTED,       *
007710*                    BALANCE RESULT AGAINST THE TRAILER AND      *
007720*                    WHETHER THE FILE WAS REFUSED - AND EVERY    *
007730*                    REJECT CARRIES THE RUN'S START TIME, SO     *
007740*                    THE FEEDQUAL SCORECARD CAN RATE EACH        *
007750*                    FEED OVER WEEKS AND MONTHS.                 *
007751*   2026-10-15  DO   A REFUSED FILE NOW ALSO RAISES A TE01 EVENT *
007752*                    ON THE OPERATIONS EVENT FILE (OPSEVENT) FOR *
007753*                    THE ON-CALL DIGEST.                         *
007754*   2026-10-15  DO   A FEED GROUP WHOSE FEED ID IS NOT ON THE    *
007755*                    FEEDLIST CARDS (THE FEEDS THE FEED JOBS     *
007756*                    SPLIT, POST AND MERGE) NOW REFUSES THE      *
007757*                    FILE BEFORE ITS REFERENCES REACH TRANIDX.   *
007760****************************************************************
007800 IDENTIFICATION DIVISION.
007900 PROGRAM-ID.              TRANEDIT.
008000 AUTHOR.                  D. ORIC.
010600     SELECT REJECTS      ASSIGN TO REJECTS
010700                         ORGANIZATION IS SEQUENTIAL
010800                         FILE STATUS IS WS-REJECTS-STATUS.
010810
010820     SELECT TRANIDX      ASSIGN TO TRANIDX
010830                         ORGANIZATION IS INDEXED
010840                         ACCESS MODE IS DYNAMIC
010850                         RECORD KEY IS TX-TRAN-REF
010860                         FILE STATUS IS WS-TRANIDX-STATUS.
010862
010864     SELECT FEEDSTAT     ASSIGN TO FEEDSTAT
010866                         ORGANIZATION IS SEQUENTIAL
010868                         FILE STATUS IS WS-FEEDSTAT-STATUS.
010869
010870     SELECT FEEDLIST     ASSIGN TO FEEDLIST
010871                         ORGANIZATION IS SEQUENTIAL
010872                         FILE STATUS IS WS-FEEDLIST-STATUS.
010873
010876     SELECT OPSEVENT     ASSIGN TO OPSEVENT
010880                         ORGANIZATION IS INDEXED
010884                         ACCESS MODE IS RANDOM
010888                         RECORD KEY IS EV-EVENT-KEY
010892                         FILE STATUS IS WS-OPSEVENT-STATUS.
010900
011000 DATA DIVISION.
011100 FILE SECTION.
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000 COPY TREJREC.
013010
013020 FD  TRANIDX
013030     RECORDING MODE IS F
013040     LABEL RECORDS ARE STANDARD.
013050 COPY TIDXREC.
013052
013054 FD  FEEDSTAT
013056     RECORDING MODE IS F
013058     LABEL RECORDS ARE STANDARD.
013060 COPY FSTATREC.
013061
013062 FD  FEEDLIST
013063     RECORDING MODE IS F
013064     LABEL RECORDS ARE STANDARD.
013065 COPY RTNPREC.
013066
013072 FD  OPSEVENT
013078     RECORDING MODE IS F
013084     LABEL RECORDS ARE STANDARD.
013090 COPY OPSEVREC.
013100
013200 WORKING-STORAGE SECTION.
013300 01  WS-SWITCHES.
014900         88  WS-FEED-ERROR               VALUE "Y".
015000     05  WS-DUP-FEED-SWITCH   PIC X(01)  VALUE "N".
015100         88  WS-DUP-FEED-ID              VALUE "Y".
015110     05  WS-REF-ASSIGNED-SWITCH PIC X(01) VALUE "N".
015120         88  WS-REF-ASSIGNED-HERE        VALUE "Y".
015133     05  WS-OPSEVENT-SWITCH   PIC X(01)  VALUE "N".
015146         88  WS-OPSEVENT-OPEN            VALUE "O".
015159         88  WS-OPSEVENT-UNUSABLE        VALUE "X".
015172     05  WS-EVENT-DONE-SWITCH PIC X(01)  VALUE "N".
015185         88  WS-EVENT-DONE               VALUE "Y".
015188     05  WS-FLST-EOF-SWITCH   PIC X(01)  VALUE "N".
015191         88  WS-FLST-END-OF-FILE         VALUE "Y".
015194     05  WS-KNOWN-FEED-SWITCH PIC X(01)  VALUE "N".
015197         88  WS-KNOWN-FEED               VALUE "Y".
015200
015300 01  WS-FILE-STATUSES.
015400     05  WS-CONTTRAN-STATUS   PIC X(02)  VALUE SPACES.
016100         88  WS-VALIDTRN-OK                VALUE "00".
016200     05  WS-REJECTS-STATUS    PIC X(02)  VALUE SPACES.
016300         88  WS-REJECTS-OK                 VALUE "00".
016310     05  WS-TRANIDX-STATUS    PIC X(02)  VALUE SPACES.
016320         88  WS-TRANIDX-OK                 VALUE "00".
016330         88  WS-TRANIDX-DUPKEY             VALUE "22".
016340     05  WS-FEEDSTAT-STATUS   PIC X(02)  VALUE SPACES.
016350         88  WS-FEEDSTAT-OK                VALUE "00".
016362     05  WS-OPSEVENT-STATUS   PIC X(02)  VALUE SPACES.
016374         88  WS-OPSEVENT-OK                VALUE "00".
016386         88  WS-OPSEVENT-DUPKEY            VALUE "22".
016390     05  WS-FEEDLIST-STATUS   PIC X(02)  VALUE SPACES.
016394         88  WS-FEEDLIST-OK                VALUE "00".
016400
016500 01  WS-EDIT-TOTALS.
016600     05  WS-RECORDS-READ      PIC 9(07)  VALUE ZERO  COMP.
016700     05  WS-VALID-COUNT       PIC 9(07)  VALUE ZERO  COMP.
016800     05  WS-REJECT-COUNT      PIC 9(07)  VALUE ZERO  COMP.
016810     05  WS-REPLAY-COUNT      PIC 9(07)  VALUE ZERO  COMP.
016900
017000*----------------------------------------------------------------
017100* WS-FEED-BALANCE - CONTROL TOTALS FOR THE FEED GROUP CURRENTLY
018100     05  WS-GROUP-VALID-HASH  PIC 9(11)  VALUE ZERO.
018200
018300 77  WS-CUR-FEED-ID           PIC X(08)  VALUE SPACES.
018310 77  WS-CUR-BUSINESS-DATE     PIC 9(08)  VALUE ZERO.
018320 77  WS-EDIT-START-DATE       PIC 9(08)  VALUE ZERO.
018330 77  WS-REPAIR-FEED-ID        PIC X(08)  VALUE "SUSPREPR".
018353 77  WS-UNKNOWN-FEED-ID       PIC X(08)  VALUE SPACES.
018376 77  WS-UNKNOWN-BUS-DATE     PIC 9(08)  VALUE ZERO.
018400 77  WS-REF-SEQ               PIC 9(06)  VALUE ZERO.
018500 77  WS-REF-SEQ-X             PIC X(06)  VALUE SPACES.
018600
018900                              PIC X(08).
019000 77  WS-VALIDTRN-SLOT         PIC 9(07)  VALUE ZERO.
019100 77  WS-FEED-SUB              PIC 9(02)  VALUE ZERO  COMP.
019105
019110*----------------------------------------------------------------
019115* WS-EVENT-WORK - THE OPERATIONS EVENT BEING RAISED. THE CALLER
019120*                 SETS THE SEVERITY, CODE, FEED, BUSINESS DATE
019125*                 AND MESSAGE (AND THE RUN-ID WHEN THE RUN HAS
019130*                 ONE) AND PERFORMS 8950-WRITE-OPS-EVENT.
019135*----------------------------------------------------------------
019140 01  WS-EVENT-WORK.
019145     05  WS-EVENT-SEVERITY    PIC X(01)  VALUE SPACE.
019150     05  WS-EVENT-CODE        PIC X(04)  VALUE SPACES.
019155     05  WS-EVENT-FEED-ID     PIC X(08)  VALUE SPACES.
019160     05  WS-EVENT-BUS-DATE    PIC 9(08)  VALUE ZERO.
019165     05  WS-EVENT-MESSAGE     PIC X(40)  VALUE SPACES.
019170     05  WS-EVENT-RUN-ID      PIC X(16)  VALUE SPACES.
019175     05  WS-EVENT-RUN-STAMP   REDEFINES WS-EVENT-RUN-ID.
019180         10  WS-EVENT-RUN-DATE PIC 9(08).
019185         10  WS-EVENT-RUN-TIME PIC 9(08).
019190     05  WS-EVENT-SEQ         PIC 9(04)  VALUE ZERO  COMP.
019200
019300*----------------------------------------------------------------
019400* WS-FEED-IDS - EVERY FEED ID SEEN IN THE FILE SO FAR, SO A
019500*               DUPLICATE GROUP FOR THE SAME SOURCE IN ONE
019600*               FILE CAN BE REFUSED AS A FEED ERROR.
019610*               EACH ENTRY ALSO GATHERS ITS GROUP'S EDIT
019620*               STATISTICS FOR THE FEEDSTAT RECORD.
019700*----------------------------------------------------------------
019800 01  WS-FEED-IDS.
019900     05  WS-FEED-COUNT        PIC 9(02)  VALUE ZERO.
020100                               DEPENDING ON WS-FEED-COUNT
020200                               INDEXED BY FI-IDX.
020300         10  FI-FEED-ID       PIC X(08).
020303         10  FI-BUSINESS-DATE PIC 9(08).
020306         10  FI-VALID-COUNT   PIC 9(07).
020309         10  FI-REJECT-COUNT  PIC 9(07).
020312         10  FI-TRAILER-COUNT PIC 9(07).
020315         10  FI-BALANCE-STATUS PIC X(01).
020318
020321*----------------------------------------------------------------
020324* WS-NEW-REF-TABLE - EVERY REFERENCE THIS RUN ADDED TO THE
020327*                    TRANIDX INDEX, SIZED FOR THE BRANCH-SYSTEM
020330*                    VOLUMES (500,000+ RECORDS A DAY). WHEN THE
020333*                    FILE IS REFUSED THE ENTRIES ARE DELETED
020336*                    AGAIN, SO THE CORRECTED RETRANSMISSION IS
020339*                    NOT REJECTED AS A REPLAY OF ITSELF.
020342*----------------------------------------------------------------
020345 01  WS-NEW-REF-TABLE.
020348     05  WS-NEW-REF-COUNT     PIC 9(07)  VALUE ZERO.
020351     05  WS-NEW-REF-ENTRY     OCCURS 600000 TIMES
020354                               DEPENDING ON WS-NEW-REF-COUNT
020357                               INDEXED BY NR-IDX.
020360         10  NR-TRAN-REF      PIC X(12).
020363
020366*----------------------------------------------------------------
020369* WS-KNOWN-FEEDS - THE FEED IDS THE FEED JOBS PROCESS, FROM THE
020372*                  FEEDLIST CARDS. A GROUP FOR ANY OTHER FEED
020375*                  WOULD NEVER BE SPLIT OUT, POSTED OR MERGED.
020378*----------------------------------------------------------------
020381 01  WS-KNOWN-FEEDS.
020384     05  WS-KNOWN-COUNT       PIC 9(02)  VALUE ZERO.
020387     05  WS-KNOWN-ENTRY       OCCURS 20 TIMES
020390                               DEPENDING ON WS-KNOWN-COUNT
020393                               INDEXED BY KF-IDX.
020396         10  KF-FEED-ID       PIC X(08).
020400
020500 COPY RULETAB.
020600
021600         UNTIL WS-END-OF-FILE.
021700     PERFORM 8000-VERIFY-FEED-BALANCE
021800         THRU 8000-VERIFY-FEED-BALANCE-EXIT.
021810     PERFORM 8200-WRITE-FEED-STATS
021820         THRU 8200-WRITE-FEED-STATS-EXIT.
021900     PERFORM 9000-TERMINATE
022000         THRU 9000-TERMINATE-EXIT.
022100     PERFORM 9900-SET-RETURN-CODE
023000     OPEN INPUT  CONTTRAN.
023100     OPEN OUTPUT VALIDTRN.
023200     OPEN OUTPUT REJECTS.
023210     OPEN I-O    TRANIDX.
023220     OPEN OUTPUT FEEDSTAT.
023300     IF NOT WS-CONTTRAN-OK OR NOT WS-VALIDTRN-OK
023400             OR NOT WS-REJECTS-OK OR NOT WS-TRANIDX-OK
023410             OR NOT WS-FEEDSTAT-OK
023500         DISPLAY "TRANEDIT - ERROR OPENING FILES, "
023600             "CONTTRAN = " WS-CONTTRAN-STATUS
023700             " VALIDTRN = " WS-VALIDTRN-STATUS
023800             " REJECTS = " WS-REJECTS-STATUS
023810             " TRANIDX = " WS-TRANIDX-STATUS
023820             " FEEDSTAT = " WS-FEEDSTAT-STATUS
023900         MOVE "Y" TO WS-EOF-SWITCH
024000         MOVE "Y" TO WS-ABEND-SWITCH
024100     ELSE
024200         ACCEPT WS-EDIT-START-TIME FROM TIME
024210         ACCEPT WS-EDIT-START-DATE FROM DATE YYYYMMDD
024300         PERFORM 1100-LOAD-RULE-TABLE
024400             THRU 1100-LOAD-RULE-TABLE-EXIT
024433         PERFORM 1200-LOAD-FEED-LIST
024466             THRU 1200-LOAD-FEED-LIST-EXIT
024500         PERFORM 2100-READ-CONTTRAN
024600             THRU 2100-READ-CONTTRAN-EXIT
024700     END-IF.
031300         THRU 1110-READ-PARMRULE-EXIT.
031400 1120-LOAD-RULE-ENTRY-EXIT.
031500     EXIT.
031501
031502*----------------------------------------------------------------
031503* 1200-LOAD-FEED-LIST - LOAD THE FEED IDS THE FEED JOBS PROCESS.
031504*                       NO LIST, AN EMPTY ONE OR MORE THAN THE
031505*                       TABLE HOLDS IS A CONFIGURATION FAILURE
031506*                       (RC=16) - EVERY GROUP WOULD BE REFUSED.
031507*----------------------------------------------------------------
031508 1200-LOAD-FEED-LIST.
031509     OPEN INPUT FEEDLIST.
031510     IF NOT WS-FEEDLIST-OK
031511         DISPLAY "TRANEDIT - ERROR OPENING FEEDLIST, STATUS = "
031512             WS-FEEDLIST-STATUS
031513         MOVE "Y" TO WS-EOF-SWITCH
031514         MOVE "Y" TO WS-ABEND-SWITCH
031515         GO TO 1200-LOAD-FEED-LIST-EXIT.
031516     PERFORM 1210-READ-FEEDLIST
031517         THRU 1210-READ-FEEDLIST-EXIT.
031518     PERFORM 1220-ADD-KNOWN-FEED
031519         THRU 1220-ADD-KNOWN-FEED-EXIT
031520         UNTIL WS-FLST-END-OF-FILE.
031521     CLOSE FEEDLIST.
031522     IF WS-KNOWN-COUNT = ZERO
031523         DISPLAY "TRANEDIT - NO FEED ID CARDS ON FEEDLIST"
031524         MOVE "Y" TO WS-EOF-SWITCH
031525         MOVE "Y" TO WS-ABEND-SWITCH
031526     END-IF.
031527 1200-LOAD-FEED-LIST-EXIT.
031528     EXIT.
031529
031530*----------------------------------------------------------------
031531* 1210-READ-FEEDLIST - READ THE NEXT FEED ID CARD
031532*----------------------------------------------------------------
031533 1210-READ-FEEDLIST.
031534     READ FEEDLIST
031535         AT END
031536             MOVE "Y" TO WS-FLST-EOF-SWITCH
031537     END-READ.
031538 1210-READ-FEEDLIST-EXIT.
031539     EXIT.
031540
031541*----------------------------------------------------------------
031542* 1220-ADD-KNOWN-FEED - ADD ONE FEED ID CARD TO THE TABLE. A BLANK
031543*                       CARD IS IGNORED.
031544*----------------------------------------------------------------
031545 1220-ADD-KNOWN-FEED.
031546     IF FP-FEED-ID = SPACES
031547         GO TO 1220-ADD-KNOWN-FEED-NEXT.
031548     IF WS-KNOWN-COUNT NOT < 20
031549         DISPLAY "TRANEDIT - MORE THAN 20 FEEDS ON FEEDLIST"
031550         MOVE "Y" TO WS-EOF-SWITCH
031551         MOVE "Y" TO WS-ABEND-SWITCH
031552         MOVE "Y" TO WS-FLST-EOF-SWITCH
031553         GO TO 1220-ADD-KNOWN-FEED-EXIT.
031554     ADD 1 TO WS-KNOWN-COUNT.
031555     SET KF-IDX TO WS-KNOWN-COUNT.
031556     MOVE FP-FEED-ID TO KF-FEED-ID (KF-IDX).
031557 1220-ADD-KNOWN-FEED-NEXT.
031558     PERFORM 1210-READ-FEEDLIST
031559         THRU 1210-READ-FEEDLIST-EXIT.
031560 1220-ADD-KNOWN-FEED-EXIT.
031561     EXIT.
031600
031700*----------------------------------------------------------------
031800* 2000-EDIT-TRANSACTION - ROUTE ONE FEED RECORD BY ITS RECORD
034800* 2010-TAKE-HEADER - A HEADER OPENS A NEW FEED GROUP. IT MAY
034900*                    NOT ARRIVE WHILE ANOTHER GROUP IS STILL
035000*                    OPEN, AND ITS FEED ID MAY NOT REPEAT ONE
035075*                    ALREADY SEEN IN THIS FILE OR BE ONE NO
035150*                    FEED JOB PROCESSES. THE HEADER IS PASSED
035225*                    THROUGH TO VALIDTRN UNCHANGED.
035300*----------------------------------------------------------------
035400 2010-TAKE-HEADER.
035500     IF WS-GROUP-OPEN
036200         THRU 2015-CHECK-DUP-FEED-ID-EXIT.
036300     IF WS-DUP-FEED-ID
036400         GO TO 2010-TAKE-HEADER-EXIT.
036420     PERFORM 2016-CHECK-KNOWN-FEED
036440         THRU 2016-CHECK-KNOWN-FEED-EXIT.
036460     IF NOT WS-KNOWN-FEED
036480         GO TO 2010-TAKE-HEADER-EXIT.
036500     IF WS-FEED-COUNT NOT < 20
036600         DISPLAY "TRANEDIT - FEED ERROR, MORE THAN 20 FEED "
036700             "GROUPS IN ONE FILE"
037200     MOVE TR-HDR-FEED-ID OF TR-TRANS-RECORD
037300         TO FI-FEED-ID (FI-IDX)
037400            WS-CUR-FEED-ID.
037410     MOVE TR-HDR-BUSINESS-DATE OF TR-TRANS-RECORD
037420         TO WS-CUR-BUSINESS-DATE.
037430     MOVE WS-FEED-COUNT TO WS-FEED-SUB.
037440     MOVE WS-CUR-BUSINESS-DATE TO FI-BUSINESS-DATE (WS-FEED-SUB).
037450     MOVE ZERO TO FI-VALID-COUNT (WS-FEED-SUB)
037460                  FI-REJECT-COUNT (WS-FEED-SUB)
037470                  FI-TRAILER-COUNT (WS-FEED-SUB).
037480     MOVE "N" TO FI-BALANCE-STATUS (WS-FEED-SUB).
037500     MOVE "Y" TO WS-GROUP-OPEN-SWITCH.
037600     MOVE "Y" TO WS-ANY-FEED-SWITCH.
037700     MOVE ZERO TO WS-FEED-DETAIL-COUNT
040600     END-SEARCH.
040700 2015-CHECK-DUP-FEED-ID-EXIT.
040800     EXIT.
040802
040804*----------------------------------------------------------------
040806* 2016-CHECK-KNOWN-FEED - REFUSE A FEED ID THAT IS NOT ON THE
040808*                         FEEDLIST CARDS. NO FEED JOB WOULD SPLIT
040810*                         THE GROUP OUT, SO IT WOULD NEVER POST,
040812*                         YET ITS REFERENCES WOULD SIT ON TRANIDX
040814*                         AND REJECT THE RESEND E006. THE FIRST
040816*                         SUCH FEED IS KEPT FOR THE TE01 EVENT.
040818*----------------------------------------------------------------
040820 2016-CHECK-KNOWN-FEED.
040822     MOVE "N" TO WS-KNOWN-FEED-SWITCH.
040824     SET KF-IDX TO 1.
040826     SEARCH WS-KNOWN-ENTRY
040828         AT END
040830             CONTINUE
040832         WHEN KF-FEED-ID (KF-IDX) =
040834                 TR-HDR-FEED-ID OF TR-TRANS-RECORD
040836             MOVE "Y" TO WS-KNOWN-FEED-SWITCH
040838     END-SEARCH.
040840     IF WS-KNOWN-FEED
040842         GO TO 2016-CHECK-KNOWN-FEED-EXIT.
040844     DISPLAY "TRANEDIT - FEED ERROR, FEED ID "
040846         TR-HDR-FEED-ID OF TR-TRANS-RECORD
040848         " IS NOT ON FEEDLIST - NO FEED JOB PROCESSES IT".
040850     MOVE "Y" TO WS-FEED-ERROR-SWITCH.
040852     IF WS-UNKNOWN-FEED-ID = SPACES
040854         MOVE TR-HDR-FEED-ID OF TR-TRANS-RECORD
040856             TO WS-UNKNOWN-FEED-ID
040858         MOVE TR-HDR-BUSINESS-DATE OF TR-TRANS-RECORD
040860             TO WS-UNKNOWN-BUS-DATE
040862     END-IF.
040864 2016-CHECK-KNOWN-FEED-EXIT.
040866     EXIT.
040900
041000*----------------------------------------------------------------
041100* 2020-EDIT-DETAIL - APPLY THE FIELD EDITS TO ONE DETAIL
044700                 MOVE "RULE CODE NOT ON PARAMETER FILE"
044800                     TO RJ-ERROR-DESC
044900                 MOVE "N" TO WS-RECORD-OK-SWITCH
044910             ELSE
044920                 PERFORM 2070-INDEX-TRAN-REF
044930                     THRU 2070-INDEX-TRAN-REF-EXIT
045000             END-IF
045100         END-IF
045200     END-IF.
051300                     MOVE "REVERSAL ORIGINAL DATE NOT NUMERIC"
051400                         TO RJ-ERROR-DESC
051500                     MOVE "N" TO WS-RECORD-OK-SWITCH
051510                 ELSE
051520                     PERFORM 2070-INDEX-TRAN-REF
051530                         THRU 2070-INDEX-TRAN-REF-EXIT
051600                 END-IF
051700             END-IF
051800         END-IF
053700*                        RE-FEED - ASSIGN DISJOINT REFERENCES.
053800*----------------------------------------------------------------
053900 2060-ASSIGN-TRAN-REF.
053950     MOVE "N" TO WS-REF-ASSIGNED-SWITCH.
054000     IF TR-TRAN-REF OF TR-TRANS-RECORD NOT = SPACES
054100             AND TR-TRAN-REF OF TR-TRANS-RECORD
054200                 NOT = LOW-VALUES
054300         GO TO 2060-ASSIGN-TRAN-REF-EXIT.
054350     MOVE "Y" TO WS-REF-ASSIGNED-SWITCH.
054400     ADD 1 TO WS-REF-SEQ.
054500     MOVE WS-REF-SEQ TO WS-REF-SEQ-X.
054600     STRING WS-EDIT-START-X (1:6) DELIMITED BY SIZE
054900     END-STRING.
055000 2060-ASSIGN-TRAN-REF-EXIT.
055100     EXIT.
055101
055102*----------------------------------------------------------------
055103* 2070-INDEX-TRAN-REF - THE LAST EDIT, REACHED ONLY BY A RECORD
055104*                       THAT PASSED EVERY FIELD EDIT. ADD ITS
055105*                       UPSTREAM REFERENCE TO THE PERMANENT
055106*                       TRANIDX INDEX; A REFERENCE ALREADY ON
055107*                       THE INDEX IS A REPLAY OF AN ITEM SENT
055108*                       BEFORE AND IS REJECTED E006.
055109*                       A REFERENCE ASSIGNED HERE IS NEW BY
055110*                       CONSTRUCTION AND IS NOT INDEXED - THE
055111*                       ASSIGNED FORM REPEATS ACROSS DAYS. THE
055112*                       SUSPREPR REPAIR FEED RE-PRESENTS ITEMS
055113*                       THAT FAILED TO SUSPENSE UNDER THEIR
055114*                       ORIGINAL REFERENCES, SO IT IS NOT
055115*                       CHECKED EITHER. ONCE A FEED ERROR HAS
055116*                       REFUSED THE FILE NOTHING MORE IS
055117*                       INDEXED.
055118*----------------------------------------------------------------
055119 2070-INDEX-TRAN-REF.
055120     IF WS-REF-ASSIGNED-HERE
055121             OR WS-CUR-FEED-ID = WS-REPAIR-FEED-ID
055122             OR WS-FEED-ERROR
055123         GO TO 2070-INDEX-TRAN-REF-EXIT.
055124     MOVE SPACES TO TX-TRAN-INDEX-RECORD.
055125     MOVE TR-TRAN-REF OF TR-TRANS-RECORD TO TX-TRAN-REF.
055126     MOVE WS-CUR-BUSINESS-DATE TO TX-BUSINESS-DATE.
055127     MOVE WS-CUR-FEED-ID TO TX-FEED-ID.
055128     MOVE TR-RECORD-TYPE OF TR-TRANS-RECORD TO TX-RECORD-TYPE.
055129     MOVE WS-EDIT-START-DATE TO TX-ACCEPT-DATE.
055130     MOVE WS-EDIT-START-TIME TO TX-ACCEPT-TIME.
055131     WRITE TX-TRAN-INDEX-RECORD
055132         INVALID KEY
055133             CONTINUE
055134     END-WRITE.
055135     IF WS-TRANIDX-DUPKEY
055136         MOVE "E006" TO RJ-ERROR-CODE
055137         MOVE "TRAN REF ALREADY ACCEPTED" TO RJ-ERROR-DESC
055138         MOVE "N" TO WS-RECORD-OK-SWITCH
055139         ADD 1 TO WS-REPLAY-COUNT
055140         GO TO 2070-INDEX-TRAN-REF-EXIT.
055141     IF NOT WS-TRANIDX-OK
055142         DISPLAY "TRANEDIT - ERROR WRITING TRANIDX, STATUS = "
055143             WS-TRANIDX-STATUS " REF " TX-TRAN-REF
055144         MOVE "Y" TO WS-EOF-SWITCH
055145         MOVE "Y" TO WS-ABEND-SWITCH
055146         GO TO 2070-INDEX-TRAN-REF-EXIT.
055147     IF WS-NEW-REF-COUNT NOT < 600000
055148         DISPLAY "TRANEDIT - NEW REFERENCE TABLE FULL, FILE "
055149             "TOO LARGE TO EDIT IN ONE PASS"
055150         MOVE "Y" TO WS-EOF-SWITCH
055151         MOVE "Y" TO WS-ABEND-SWITCH
055152         GO TO 2070-INDEX-TRAN-REF-EXIT.
055153     ADD 1 TO WS-NEW-REF-COUNT.
055154     SET NR-IDX TO WS-NEW-REF-COUNT.
055155     MOVE TX-TRAN-REF TO NR-TRAN-REF (NR-IDX).
055156 2070-INDEX-TRAN-REF-EXIT.
055157     EXIT.
055200
055300*----------------------------------------------------------------
055400* 2030-TAKE-TRAILER - A TRAILER CLOSES THE OPEN FEED GROUP.
057000         TO WS-TRL-RECORD-COUNT.
057100     MOVE TR-TRL-HASH-TOTAL OF TR-TRANS-RECORD
057200         TO WS-TRL-HASH-TOTAL.
057210     MOVE WS-TRL-RECORD-COUNT TO FI-TRAILER-COUNT (WS-FEED-SUB).
057220     MOVE "B" TO FI-BALANCE-STATUS (WS-FEED-SUB).
057300     IF WS-TRL-RECORD-COUNT NOT = WS-FEED-DETAIL-COUNT
057400         DISPLAY "TRANEDIT - FEED " WS-CUR-FEED-ID
057500             " OUT OF BALANCE, TRAILER COUNT "
057600             WS-TRL-RECORD-COUNT
057700             " VS RECORDS READ " WS-FEED-DETAIL-COUNT
057750         MOVE "O" TO FI-BALANCE-STATUS (WS-FEED-SUB)
057800         MOVE "Y" TO WS-FEED-ERROR-SWITCH
057900     END-IF.
058000     IF WS-TRL-HASH-TOTAL NOT = WS-FEED-HASH-TOTAL
058200             " OUT OF BALANCE, TRAILER HASH "
058300             WS-TRL-HASH-TOTAL
058400             " VS COMPUTED HASH " WS-FEED-HASH-TOTAL
058450         MOVE "O" TO FI-BALANCE-STATUS (WS-FEED-SUB)
058500         MOVE "Y" TO WS-FEED-ERROR-SWITCH
058600     END-IF.
058700     IF NOT WS-FEED-ERROR
063800         TO RJ-RULE-CODE.
063900     MOVE TR-TRAN-REF OF TR-TRANS-RECORD
064000         TO RJ-TRAN-REF.
064010     MOVE WS-CUR-BUSINESS-DATE TO RJ-BUSINESS-DATE.
064020     MOVE WS-CUR-FEED-ID TO RJ-FEED-ID.
064030     MOVE WS-EDIT-START-X (1:6) TO RJ-EDIT-TIME.
064100     WRITE RJ-REJECT-RECORD.
064200     ADD 1 TO WS-REJECT-COUNT.
064210     IF WS-GROUP-OPEN
064220         ADD 1 TO FI-REJECT-COUNT (WS-FEED-SUB)
064230     END-IF.
064300 2200-WRITE-REJECT-EXIT.
064400     EXIT.
064500
065600     ADD 1 TO WS-GROUP-VALID-COUNT.
065700     ADD TR-CONTROL-VALUE OF TR-TRANS-RECORD
065800         TO WS-GROUP-VALID-HASH.
065810     IF WS-GROUP-OPEN
065820         ADD 1 TO FI-VALID-COUNT (WS-FEED-SUB)
065830     END-IF.
065900 2500-WRITE-VALID-EXIT.
066000     EXIT.
066100
066900*----------------------------------------------------------------
067000 8000-VERIFY-FEED-BALANCE.
067100     IF WS-ABEND-OCCURRED
067200         GO TO 8000-VERIFY-FEED-BALANCE-UNDO.
067300     IF NOT WS-ANY-FEED-SEEN
067400         DISPLAY "TRANEDIT - FEED ERROR, HEADER RECORD MISSING"
067500         MOVE "Y" TO WS-FEED-ERROR-SWITCH
067800         DISPLAY "TRANEDIT - FEED ERROR, TRAILER MISSING FOR "
067900             "FEED " WS-CUR-FEED-ID
068000         MOVE "Y" TO WS-FEED-ERROR-SWITCH
068050         MOVE "M" TO FI-BALANCE-STATUS (WS-FEED-SUB)
068100     END-IF.
068200     IF WS-FEED-ERROR
068300         DISPLAY "TRANEDIT - FEED REFUSED, DO NOT PROCESS "
068400             "VALIDTRN"
068433         PERFORM 8300-RAISE-REFUSAL-EVENT
068466             THRU 8300-RAISE-REFUSAL-EVENT-EXIT
068500         MOVE "Y" TO WS-ABEND-SWITCH
068600     END-IF.
068610 8000-VERIFY-FEED-BALANCE-UNDO.
068620     IF WS-ABEND-OCCURRED
068630         PERFORM 8100-REMOVE-NEW-REFS
068640             THRU 8100-REMOVE-NEW-REFS-EXIT
068650     END-IF.
068700 8000-VERIFY-FEED-BALANCE-EXIT.
068800     EXIT.
068802
068804*----------------------------------------------------------------
068806* 8100-REMOVE-NEW-REFS - THE FILE WAS REFUSED OR THE RUN
068808*                        ABENDED, SO NOTHING IT ACCEPTED WILL
068810*                        REACH IFANDTHEN. TAKE EVERY REFERENCE
068812*                        THIS RUN ADDED BACK OFF THE TRANIDX
068814*                        INDEX, OR THE CORRECTED RETRANSMISSION
068816*                        WOULD BE REJECTED AS A REPLAY.
068818*----------------------------------------------------------------
068820 8100-REMOVE-NEW-REFS.
068822     IF WS-NEW-REF-COUNT = ZERO
068824         GO TO 8100-REMOVE-NEW-REFS-EXIT.
068826     PERFORM 8110-REMOVE-ONE-REF
068828         THRU 8110-REMOVE-ONE-REF-EXIT
068830         VARYING NR-IDX FROM 1 BY 1
068832         UNTIL NR-IDX > WS-NEW-REF-COUNT.
068834     DISPLAY "TRANEDIT - REFERENCES TAKEN BACK OFF TRANIDX: "
068836         WS-NEW-REF-COUNT.
068838 8100-REMOVE-NEW-REFS-EXIT.
068840     EXIT.
068842
068844*----------------------------------------------------------------
068846* 8110-REMOVE-ONE-REF - DELETE ONE INDEX ENTRY ADDED THIS RUN
068848*----------------------------------------------------------------
068850 8110-REMOVE-ONE-REF.
068852     MOVE NR-TRAN-REF (NR-IDX) TO TX-TRAN-REF.
068854     DELETE TRANIDX RECORD
068856         INVALID KEY
068858             DISPLAY "TRANEDIT - COULD NOT REMOVE TRANIDX REF "
068860                 TX-TRAN-REF " STATUS = " WS-TRANIDX-STATUS
068862     END-DELETE.
068864 8110-REMOVE-ONE-REF-EXIT.
068866     EXIT.
068900
068902*----------------------------------------------------------------
068904* 8200-WRITE-FEED-STATS - ONE FEEDSTAT RECORD PER FEED GROUP SEEN,
068906*                         MARKED WITH THE FATE OF THE FILE AS A
068908*                         WHOLE. RECEIVED IS EVERY RECORD THE
068910*                         GROUP CARRIED BETWEEN HEADER AND
068912*                         TRAILER - PASSED PLUS REJECTED.
068914*----------------------------------------------------------------
068916 8200-WRITE-FEED-STATS.
068918     IF NOT WS-FEEDSTAT-OK
068920         GO TO 8200-WRITE-FEED-STATS-EXIT.
068922     PERFORM 8210-WRITE-ONE-STAT
068924         THRU 8210-WRITE-ONE-STAT-EXIT
068926         VARYING WS-FEED-SUB FROM 1 BY 1
068928         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
068930 8200-WRITE-FEED-STATS-EXIT.
068932     EXIT.
068934
068936*----------------------------------------------------------------
068938* 8210-WRITE-ONE-STAT - WRITE THE STATISTICS OF ONE FEED GROUP
068940*----------------------------------------------------------------
068942 8210-WRITE-ONE-STAT.
068944     MOVE SPACES TO FS-FEED-STAT-RECORD.
068946     MOVE FI-BUSINESS-DATE (WS-FEED-SUB) TO FS-BUSINESS-DATE.
068948     MOVE FI-FEED-ID (WS-FEED-SUB) TO FS-FEED-ID.
068950     MOVE WS-EDIT-START-DATE TO FS-EDIT-DATE.
068952     MOVE WS-EDIT-START-TIME TO FS-EDIT-TIME.
068954     COMPUTE FS-RECEIVED-COUNT = FI-VALID-COUNT (WS-FEED-SUB)
068956         + FI-REJECT-COUNT (WS-FEED-SUB).
068958     MOVE FI-VALID-COUNT (WS-FEED-SUB) TO FS-VALID-COUNT.
068960     MOVE FI-REJECT-COUNT (WS-FEED-SUB) TO FS-REJECT-COUNT.
068962     MOVE FI-TRAILER-COUNT (WS-FEED-SUB) TO FS-TRAILER-COUNT.
068964     MOVE FI-BALANCE-STATUS (WS-FEED-SUB) TO FS-BALANCE-STATUS.
068966     IF WS-ABEND-OCCURRED
068968         MOVE "R" TO FS-FILE-STATUS
068970     ELSE
068972         MOVE "A" TO FS-FILE-STATUS
068974     END-IF.
068976     WRITE FS-FEED-STAT-RECORD.
068978 8210-WRITE-ONE-STAT-EXIT.
068980     EXIT.
068982
069000*----------------------------------------------------------------
069100* 8300-RAISE-REFUSAL-EVENT - TELL OPERATIONS THE FILE WAS
069200*                            REFUSED. THE EVENT NAMES THE FIRST
069266*                            GROUP NO FEED JOB PROCESSES, ELSE
069332*                            THE FIRST THAT FAILED ITS TRAILER; A
069400*                            STRUCTURE ERROR NAMES THE GROUP
069500*                            BEING READ WHEN IT WAS FOUND. THE
069600*                            RUN-ID IS THE EDIT START STAMP.
069700*----------------------------------------------------------------
069800 8300-RAISE-REFUSAL-EVENT.
069900     MOVE "S" TO WS-EVENT-SEVERITY.
070000     MOVE "TE01" TO WS-EVENT-CODE.
070100     MOVE WS-EDIT-START-DATE TO WS-EVENT-RUN-DATE.
070200     MOVE WS-EDIT-START-TIME TO WS-EVENT-RUN-TIME.
070214     IF WS-UNKNOWN-FEED-ID NOT = SPACES
070228         MOVE WS-UNKNOWN-FEED-ID TO WS-EVENT-FEED-ID
070242         MOVE WS-UNKNOWN-BUS-DATE TO WS-EVENT-BUS-DATE
070256         MOVE "FILE REFUSED - FEED ID NOT ON FEEDLIST"
070270             TO WS-EVENT-MESSAGE
070284     END-IF.
070300     PERFORM 8310-FIND-FAILED-GROUP
070400         THRU 8310-FIND-FAILED-GROUP-EXIT
070500         VARYING WS-FEED-SUB FROM 1 BY 1
070600         UNTIL WS-FEED-SUB > WS-FEED-COUNT
070700             OR WS-EVENT-FEED-ID NOT = SPACES.
070800     IF WS-EVENT-FEED-ID = SPACES
070900         IF NOT WS-ANY-FEED-SEEN
071000             MOVE "FILE REFUSED - HEADER RECORD MISSING"
071100                 TO WS-EVENT-MESSAGE
071200         ELSE
071300             MOVE WS-CUR-FEED-ID TO WS-EVENT-FEED-ID
071400             MOVE WS-CUR-BUSINESS-DATE TO WS-EVENT-BUS-DATE
071500             MOVE "FILE REFUSED - FEED STRUCTURE ERROR"
071600                 TO WS-EVENT-MESSAGE
071700         END-IF
071800     END-IF.
071900     PERFORM 8950-WRITE-OPS-EVENT
072000         THRU 8950-WRITE-OPS-EVENT-EXIT.
072100 8300-RAISE-REFUSAL-EVENT-EXIT.
072200     EXIT.
072300
072400*----------------------------------------------------------------
072500* 8310-FIND-FAILED-GROUP - TAKE THE FEED OF A GROUP THAT WAS OUT
072600*                          OF BALANCE OR LOST ITS TRAILER
072700*----------------------------------------------------------------
072800 8310-FIND-FAILED-GROUP.
072900     EVALUATE FI-BALANCE-STATUS (WS-FEED-SUB)
073000         WHEN "O"
073100             MOVE "FILE REFUSED - FEED OUT OF BALANCE"
073200                 TO WS-EVENT-MESSAGE
073300         WHEN "M"
073400             MOVE "FILE REFUSED - FEED TRAILER MISSING"
073500                 TO WS-EVENT-MESSAGE
073600         WHEN OTHER
073700             GO TO 8310-FIND-FAILED-GROUP-EXIT
073800     END-EVALUATE.
073900     MOVE FI-FEED-ID (WS-FEED-SUB) TO WS-EVENT-FEED-ID.
074000     MOVE FI-BUSINESS-DATE (WS-FEED-SUB) TO WS-EVENT-BUS-DATE.
074100 8310-FIND-FAILED-GROUP-EXIT.
074200     EXIT.
074300
074400*----------------------------------------------------------------
074500* 8950-WRITE-OPS-EVENT - ADD THE EVENT IN WS-EVENT-WORK TO THE
074600*                        SHARED OPERATIONS EVENT FILE, OPENING IT
074700*                        ON THE RUN'S FIRST EVENT. A RUN WITH NO
074800*                        RUN-ID OF ITS OWN IS STAMPED WITH THE
074900*                        DATE AND TIME OF ITS FIRST EVENT. THE
075000*                        EVENT FILE ONLY TELLS OPERATIONS - A
075100*                        FAILURE ON IT IS DISPLAYED AND NEVER
075200*                        CHANGES THE RETURN CODE.
075300*----------------------------------------------------------------
075400 8950-WRITE-OPS-EVENT.
075500     IF WS-OPSEVENT-UNUSABLE
075600         GO TO 8950-WRITE-OPS-EVENT-EXIT.
075700     IF NOT WS-OPSEVENT-OPEN
075800         OPEN I-O OPSEVENT
075900         IF NOT WS-OPSEVENT-OK
076000             DISPLAY "TRANEDIT - OPSEVENT NOT OPENED, STATUS = "
076100                 WS-OPSEVENT-STATUS ", EVENTS NOT LOGGED"
076200             MOVE "X" TO WS-OPSEVENT-SWITCH
076300             GO TO 8950-WRITE-OPS-EVENT-EXIT
076400         END-IF
076500         MOVE "O" TO WS-OPSEVENT-SWITCH
076600     END-IF.
076700     MOVE SPACES TO EV-OPS-EVENT-RECORD.
076800     ACCEPT EV-EVENT-DATE FROM DATE YYYYMMDD.
076900     ACCEPT EV-EVENT-TIME FROM TIME.
077000     IF WS-EVENT-RUN-ID = SPACES
077100         MOVE EV-EVENT-DATE TO WS-EVENT-RUN-DATE
077200         MOVE EV-EVENT-TIME TO WS-EVENT-RUN-TIME
077300     END-IF.
077400     MOVE "TRANEDIT" TO EV-PROGRAM-ID.
077500     MOVE WS-EVENT-RUN-ID TO EV-RUN-ID.
077600     MOVE WS-EVENT-BUS-DATE TO EV-BUSINESS-DATE.
077700     MOVE WS-EVENT-FEED-ID TO EV-FEED-ID.
077800     MOVE WS-EVENT-SEVERITY TO EV-SEVERITY.
077900     MOVE WS-EVENT-CODE TO EV-EVENT-CODE.
078000     MOVE "O" TO EV-EVENT-STATUS.
078100     MOVE ZERO TO EV-CLOSED-DATE.
078200     MOVE WS-EVENT-MESSAGE TO EV-MESSAGE.
078300     MOVE "N" TO WS-EVENT-DONE-SWITCH.
078400     PERFORM 8960-ADD-OPS-EVENT
078500         THRU 8960-ADD-OPS-EVENT-EXIT
078600         UNTIL WS-EVENT-DONE.
078700 8950-WRITE-OPS-EVENT-EXIT.
078800     EXIT.
078900
079000*----------------------------------------------------------------
079100* 8960-ADD-OPS-EVENT - WRITE THE EVENT UNDER THE RUN'S NEXT
079200*                      SEQUENCE NUMBER. WHEN ANOTHER JOB WROTE AN
079300*                      EVENT FOR THE SAME PROGRAM IN THE SAME
079400*                      HUNDREDTH OF A SECOND, THE NEXT NUMBER IS
079500*                      TRIED.
079600*----------------------------------------------------------------
079700 8960-ADD-OPS-EVENT.
079800     ADD 1 TO WS-EVENT-SEQ.
079900     MOVE WS-EVENT-SEQ TO EV-EVENT-SEQ.
080000     WRITE EV-OPS-EVENT-RECORD
080100         INVALID KEY
080200             CONTINUE
080300     END-WRITE.
080400     IF WS-OPSEVENT-DUPKEY AND WS-EVENT-SEQ < 9999
080500         GO TO 8960-ADD-OPS-EVENT-EXIT.
080600     IF NOT WS-OPSEVENT-OK
080700         DISPLAY "TRANEDIT - EVENT " WS-EVENT-CODE
080800             " NOT LOGGED, OPSEVENT STATUS = " WS-OPSEVENT-STATUS
080900     END-IF.
081000     MOVE "Y" TO WS-EVENT-DONE-SWITCH.
081100 8960-ADD-OPS-EVENT-EXIT.
081200     EXIT.
081300
081400*----------------------------------------------------------------
081500* 9000-TERMINATE - CLOSE THE FILES AND DISPLAY A RUN SUMMARY
081600*----------------------------------------------------------------
081700 9000-TERMINATE.
081800     IF WS-CONTTRAN-STATUS NOT = SPACES
081900         CLOSE CONTTRAN
082000     END-IF.
082100     IF WS-VALIDTRN-STATUS NOT = SPACES
082200         CLOSE VALIDTRN
082300     END-IF.
082400     IF WS-REJECTS-STATUS NOT = SPACES
082500         CLOSE REJECTS
082600     END-IF.
082700     IF WS-TRANIDX-STATUS NOT = SPACES
082800         CLOSE TRANIDX
082900     END-IF.
083000     IF WS-FEEDSTAT-STATUS NOT = SPACES
083100         CLOSE FEEDSTAT
083200     END-IF.
083300     IF WS-OPSEVENT-OPEN
083400         CLOSE OPSEVENT
083500     END-IF.
083600     DISPLAY "TRANEDIT - RECORDS READ:    " WS-RECORDS-READ.
083700     DISPLAY "TRANEDIT - RECORDS VALID:   " WS-VALID-COUNT.
083800     DISPLAY "TRANEDIT - RECORDS REJECTED:" WS-REJECT-COUNT.
083900     DISPLAY "TRANEDIT - REPLAYED REFS:   " WS-REPLAY-COUNT.
084000 9000-TERMINATE-EXIT.
084100     EXIT.
084200
084300*----------------------------------------------------------------
084400* 9900-SET-RETURN-CODE - SET THE PROGRAM RETURN CODE SO THE
084500*                        JCL STEP/COND LOGIC CAN TELL A CLEAN
084600*                        EDIT FROM ONE WITH REJECTS FROM A
084700*                        REFUSED FEED OR AN ABEND
084800*----------------------------------------------------------------
084900 9900-SET-RETURN-CODE.
085000     IF WS-ABEND-OCCURRED
085100         MOVE 16 TO RETURN-CODE
085200     ELSE
085300         IF WS-REJECT-COUNT > ZERO
085400             MOVE 4 TO RETURN-CODE
085500         ELSE
085600             MOVE ZERO TO RETURN-CODE
085700         END-IF
085800     END-IF.
085900 9900-SET-RETURN-CODE-EXIT.
086000     EXIT.
