024500*                    NO-RECORD-REPLAYED GUARANTEE) IS           *
024600*                    UNCHANGED - IT NOW ALSO CARRIES THE SLOT   *
024700*                    AND THE FEED THE RUN WAS INSIDE.           *
024710*   2026-10-15  DO   A FAIL OR RVSF AUDIT ROW NOW CARRIES THE   *
024720*                    SUSPENSE REASON CODE (NEW AU-REASON-       *
024730*                    CODE), SO THE FEEDRTN OUTCOME RETURN       *
024740*                    CAN TELL THE SENDER WHY AN ITEM WENT       *
024750*                    TO SUSPENSE WITHOUT RE-READING THE         *
024760*                    CUMULATIVE SUSPENSE FILE.                  *
024770*   2026-10-15  DO   A PASS OR FAIL AUDIT ROW NOW CARRIES THE   *
024780*                    EFFECTIVE DATE OF THE RULE VERSION IT WAS  *
024790*                    EVALUATED AGAINST (NEW AU-RULE-EFF-DATE,   *
024795*                    ZERO WHEN NO VERSION WAS IN EFFECT).       *
024804*   2026-10-15  DO   AUDIT ROWS, GL EXTRACT RECORDS AND THE     *
024813*                    RUN-CONTROL RECORD NOW IDENTIFY THE RUN    *
024822*                    AND FEED THAT WROTE THEM (AU-FEED-SEQ,     *
024824*                    GL-RUN-ID/GL-FEED-ID, RN-FEED-SEQ) AND     *
024826*                    SUMMARY RECORDS ROLL UP WITHIN EACH        *
024828*                    FEED, SO BACKOUT CAN BACK OUT ONE FEED.    *
024830*                    A BACKED-OUT FEED RUNS AGAIN WITHOUT THE   *
024832*                    OVERRIDE PARM, AND A REVERSAL NO LONGER    *
024834*                    MATCHES A PASS THAT WAS BACKED OUT.        *
024836*   2026-10-15  DO   A TRIPPED CIRCUIT BREAKER NOW ALSO RAISES  *
024838*                    AN IF01 EVENT, WRITTEN TO THE FEED JOB'S   *
024840*                    OWN EVNTWORK FILE FOR IFANDMRG TO ADD TO   *
024842*                    THE OPERATIONS EVENT FILE (OPSEVENT).      *
024844*   2026-10-15  DO   A REVERSAL NOW TREATS A RETROCOR CONTRA    *
024846*                    (ADJC) AS CANCELLING ITS PASS AND A        *
024848*                    RETROCOR POSTING (ADJP) AS A LIVE PASS.    *
024850*   2026-10-15  DO   RUNCTL IS NOW ONLY READ (OPENED INPUT) SO   *
024852*                    THE PARALLEL FEED JOBS NEVER UPDATE IT;    *
024854*                    FEEDMRGE MARKS A MERGED FEED COMPLETE. A   *
024856*                    CLEAN END WRITES A FINAL CHECKPOINT WITH   *
024858*                    CK-RUN-STATUS E AND CK-FEED-SEQ, AND A     *
024860*                    FILE OF MORE THAN ONE FEED IS REFUSED.     *
024862*   2026-10-15  DO   AN RVSL AUDIT ROW NOW CARRIES THE BUSINESS *
024864*                    DATE OF THE PASS IT BACKED OUT (NEW AU-    *
024866*                    RVSL-ORIG-DATE). A REVERSAL NOW COUNTS THE *
024868*                    MATCHING PASS/ADJP ROWS LESS THE MATCHING  *
024870*                    BACKOUT AND ADJC ROWS, SO ONE BACKED-OUT   *
024872*                    PASS NO LONGER HIDES A LIVE ONE. THE FINAL *
024874*                    CHECKPOINT IS WRITTEN ONCE, ALREADY ENDED. *
024876****************************************************************
024900 IDENTIFICATION DIVISION.
025000 PROGRAM-ID.              IFANDTHEN.
025100 AUTHOR.                  D. ORIC.
032100                         ACCESS MODE IS DYNAMIC
032200                         RECORD KEY IS RN-RUN-KEY
032300                         FILE STATUS IS WS-RUNCTL-STATUS.
032314
032328     SELECT EVNTWORK     ASSIGN TO EVNTWORK
032342                         ORGANIZATION IS SEQUENTIAL
032356                         FILE STATUS IS WS-EVNTWORK-STATUS.
032400
032500 DATA DIVISION.
032600 FILE SECTION.
039300     RECORDING MODE IS F
039400     LABEL RECORDS ARE STANDARD.
039500 COPY RUNCREC.
039516
039532 FD  EVNTWORK
039548     RECORDING MODE IS F
039564     LABEL RECORDS ARE STANDARD.
039580 COPY OPSEVREC.
039600
039700 WORKING-STORAGE SECTION.
039800 01  WS-SWITCHES.
041600         88  WS-STATS-FULL-WARNED        VALUE "Y".
041700     05  WS-DUP-FEED-SWITCH   PIC X(01)  VALUE "N".
041800         88  WS-DUP-FEED-ID              VALUE "Y".
041816     05  WS-EVNTWORK-SWITCH   PIC X(01)  VALUE "N".
041832         88  WS-EVNTWORK-OPEN            VALUE "O".
041848         88  WS-EVNTWORK-UNUSABLE        VALUE "X".
041900
042000 01  WS-RULE-EVAL-SWITCHES.
042100     05  WS-RULE-FOUND-SWITCH PIC X(01)  VALUE "N".
046300     05  WS-RUNCTL-STATUS     PIC X(02)  VALUE SPACES.
046400         88  WS-RUNCTL-OK                  VALUE "00".
046500         88  WS-RUNCTL-NOTFND              VALUE "23".
046525     05  WS-EVNTWORK-STATUS   PIC X(02)  VALUE SPACES.
046550         88  WS-EVNTWORK-OK                VALUE "00".
046600
046700*----------------------------------------------------------------
046800* WS-PARM-OPTIONS - THE EXEC PGM PARM IS A COMMA-SEPARATED
055400 77  WS-CUR-FEED              PIC 9(02)  VALUE ZERO  COMP.
055500 77  WS-DUP-FEED-COUNT        PIC 9(02)  VALUE ZERO  COMP.
055600 77  WS-SKIPPED-COUNT         PIC 9(07)  VALUE ZERO  COMP.
055650 77  WS-ORIG-LIVE-COUNT       PIC S9(07) VALUE ZERO  COMP.
055700
055800*----------------------------------------------------------------
055900* WS-FEED-TABLE - ONE ENTRY PER FEED GROUP FOUND IN THE FILE
060500     05  WS-END-TIME          PIC 9(08)  VALUE ZERO.
060600
060700 01  WS-RUN-ID                PIC X(16)  VALUE SPACES.
060705
060710*----------------------------------------------------------------
060715* WS-EVENT-WORK - THE OPERATIONS EVENT BEING RAISED. THE CALLER
060720*                 SETS THE SEVERITY, CODE, FEED, BUSINESS DATE
060725*                 AND MESSAGE (AND THE RUN-ID WHEN THE RUN HAS
060730*                 ONE) AND PERFORMS 8950-WRITE-OPS-EVENT.
060735*----------------------------------------------------------------
060740 01  WS-EVENT-WORK.
060745     05  WS-EVENT-SEVERITY    PIC X(01)  VALUE SPACE.
060750     05  WS-EVENT-CODE        PIC X(04)  VALUE SPACES.
060755     05  WS-EVENT-FEED-ID     PIC X(08)  VALUE SPACES.
060760     05  WS-EVENT-BUS-DATE    PIC 9(08)  VALUE ZERO.
060765     05  WS-EVENT-MESSAGE     PIC X(40)  VALUE SPACES.
060770     05  WS-EVENT-RUN-ID      PIC X(16)  VALUE SPACES.
060775     05  WS-EVENT-RUN-STAMP   REDEFINES WS-EVENT-RUN-ID.
060780         10  WS-EVENT-RUN-DATE PIC 9(08).
060785         10  WS-EVENT-RUN-TIME PIC 9(08).
060790     05  WS-EVENT-SEQ         PIC 9(04)  VALUE ZERO  COMP.
060800
060900 01  WS-AUDIT-OUTCOME         PIC X(04)  VALUE SPACES.
061000 01  WS-CUR-TRAN-REF          PIC X(12)  VALUE SPACES.
067500*                  ACCUMULATED ONLY UNDER THE SUMMARY PARM
067600*                  OPTION AND WRITTEN AS ONE GL EXTRACT
067700*                  SUMMARY RECORD PER ACCOUNT AND SIDE AT END
067750*                  OF RUN. KEPT PER FEED (AC-FEED-SUB) SO
067800*                  EACH SUMMARY RECORD BELONGS TO ONE FEED
067850*                  AND A FEED CAN BE BACKED OUT ON ITS OWN.
067900*----------------------------------------------------------------
068000 01  WS-ACCT-TOTALS.
068100     05  WS-ACCT-COUNT        PIC 9(03)  VALUE ZERO.
068600         10  AC-DRCR-IND      PIC X(01).
068700         10  AC-REC-COUNT     PIC 9(07).
068800         10  AC-HASH-TOTAL    PIC 9(11).
068850         10  AC-FEED-SUB      PIC 9(02).
068900
069000 01  WS-EXCPTRPT-HDG1.
069100     05  FILLER               PIC X(40)
079600         OPEN EXTEND GLEXTRT
079700         OPEN OUTPUT RULESTAT
079800         OPEN EXTEND SUSPENSE
079900         OPEN INPUT RUNCTL
080000     ELSE
080100         OPEN OUTPUT EXCPTRPT
080200         OPEN OUTPUT SUMRYRPT
080500         OPEN OUTPUT GLEXTRT
080600         OPEN OUTPUT RULESTAT
080700         OPEN OUTPUT SUSPENSE
080800         OPEN INPUT RUNCTL
080900     END-IF.
081000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
081100     ACCEPT WS-RUN-TIME FROM TIME.
181600 1630-FILL-ACTIVE-ENTRY-EXIT.
181700     EXIT.
181800
181850
181900*----------------------------------------------------------------
182000* 1300-CHECK-RUN-CONTROL - READ THE RUN-CONTROL RECORD OF EACH
182100*                          FEED IN THE FILE, KEYED BY BUSINESS
182700*                          DOUBLE-POSTS AND NEVER BLOCKS THE
182800*                          OTHER SOURCES. THE RUN STOPS (RC=12)
182900*                          ONLY WHEN EVERY FEED IN THE FILE IS
183000*                          A DUPLICATE. RUNCTL IS ONLY READ
183100*                          HERE - FEEDMRGE MARKS THE FEED
183200*                          COMPLETE ONCE ITS RUN IS MERGED.
183216*                          A FEED BACKED OUT BY BACKOUT IS
183232*                          NOT COMPLETE AND SIMPLY RUNS AGAIN.
183248*                          EACH FEED JOB'S FILE HOLDS ONE FEED
183264*                          GROUP, SO A FILE OF MORE THAN ONE
183280*                          IS REFUSED (RC=16).
183300*----------------------------------------------------------------
183400 1300-CHECK-RUN-CONTROL.
183500     IF NOT WS-RUNCTL-OK
183800         MOVE "Y" TO WS-EOF-SWITCH
183900         MOVE "Y" TO WS-ABEND-SWITCH
184000         GO TO 1300-CHECK-RUN-CONTROL-EXIT.
184010     IF WS-FEED-COUNT > 1
184020         DISPLAY "IFANDTHEN - " WS-FEED-COUNT
184030             " FEED GROUPS IN THE FILE, RUN STOPPED - EACH "
184040             "FEED RUNS IN ITS OWN FEED JOB"
184050         MOVE "Y" TO WS-EOF-SWITCH
184060         MOVE "Y" TO WS-ABEND-SWITCH
184070         GO TO 1300-CHECK-RUN-CONTROL-EXIT.
184100     MOVE ZERO TO WS-DUP-FEED-COUNT.
184200     PERFORM 1310-CHECK-ONE-FEED
184300         THRU 1310-CHECK-ONE-FEED-EXIT
185700
185800*----------------------------------------------------------------
185900* 1310-CHECK-ONE-FEED - READ ONE FEED'S RUN-CONTROL RECORD AND
186000*                       FLAG THE FEED DUPLICATE WHEN IT IS
186100*                       ALREADY COMPLETE. NO RECORD YET MEANS
186200*                       THE FEED HAS NOT BEEN POSTED.
186250*----------------------------------------------------------------
186300 1310-CHECK-ONE-FEED.
186400     MOVE FB-BUSINESS-DATE (WS-FEED-SUB) TO RN-BUSINESS-DATE.
186500     MOVE FB-FEED-ID (WS-FEED-SUB) TO RN-FEED-ID.
186600     READ RUNCTL
186700         INVALID KEY
186800             GO TO 1310-CHECK-ONE-FEED-EXIT
187600     END-READ.
187700     IF RN-RUN-COMPLETE AND NOT WS-OVERRIDE-REQUESTED
187800         DISPLAY "IFANDTHEN - FEED "
187900             FB-FEED-ID (WS-FEED-SUB)
188000             " ALREADY COMPLETE FOR BUSINESS DATE "
188100             FB-BUSINESS-DATE (WS-FEED-SUB)
188200             ", ITS DETAILS WILL BE SKIPPED"
188300         MOVE "Y" TO FB-DUP-SWITCH (WS-FEED-SUB)
188400         ADD 1 TO WS-DUP-FEED-COUNT
189100     END-IF.
189300 1310-CHECK-ONE-FEED-EXIT.
189400     EXIT.
189500
194600         GIVING WS-CKPT-QUOTIENT
194700         REMAINDER WS-CKPT-REMAINDER.
194800     IF WS-CKPT-REMAINDER = ZERO
194850         MOVE SPACE TO CK-RUN-STATUS
194900         PERFORM 2400-WRITE-CHECKPOINT
195000             THRU 2400-WRITE-CHECKPOINT-EXIT
195100     END-IF.
211900
212000*----------------------------------------------------------------
212100* 2300-WRITE-AUDIT - APPEND ONE EVALUATION, PASS OR FAIL, TO
212150*                    THE AUDIT TRAIL FOR COMPLIANCE REVIEW.
212200*                    AN APPLIED REVERSAL'S ROW CARRIES THE
212250*                    DATE OF THE PASS IT BACKED OUT.
212300*----------------------------------------------------------------
212400 2300-WRITE-AUDIT.
212500     MOVE WS-RUN-ID       TO AU-RUN-ID
214200     END-IF.
214300     MOVE WS-CUR-TRAN-REF
214400         TO AU-TRAN-REF OF AU-AUDIT-RECORD.
214404     MOVE WS-CUR-FEED
214408         TO AU-FEED-SEQ OF AU-AUDIT-RECORD.
214412*    THE SUSPENSE RECORD FOR A FAIL OR RVSF IS ALWAYS WRITTEN
214416*    JUST BEFORE ITS AUDIT ROW, SO ITS REASON CODE IS CURRENT.
214420     IF WS-AUDIT-OUTCOME = "FAIL" OR WS-AUDIT-OUTCOME = "RVSF"
214424         MOVE SU-REASON-CODE
214428             TO AU-REASON-CODE OF AU-AUDIT-RECORD
214432     ELSE
214436         MOVE SPACES TO AU-REASON-CODE OF AU-AUDIT-RECORD
214440     END-IF.
214444*    A REVERSAL IS NOT EVALUATED AGAINST ANY RULE VERSION, AND
214448*    ITS PATH NEVER RESETS THE RULE-FOUND SWITCH - TEST THE
214452*    OUTCOME FIRST.
214456     MOVE ZERO TO AU-RULE-EFF-DATE OF AU-AUDIT-RECORD.
214460     IF WS-AUDIT-OUTCOME = "PASS" OR WS-AUDIT-OUTCOME = "FAIL"
214464         IF WS-RULE-FOUND
214468             MOVE AR-EFF-DATE (AR-IDX)
214472                 TO AU-RULE-EFF-DATE OF AU-AUDIT-RECORD
214476         END-IF
214480     END-IF.
214484     IF WS-AUDIT-OUTCOME = "RVSL"
214488         MOVE TR-RVSL-ORIG-DATE
214492             TO AU-RVSL-ORIG-DATE OF AU-AUDIT-RECORD
214496     END-IF.
214500     WRITE AU-AUDIT-RECORD.
214600 2300-WRITE-AUDIT-EXIT.
214700     EXIT.
214900*----------------------------------------------------------------
215000* 2400-WRITE-CHECKPOINT - REWRITE THE SINGLE CHECKPOINT RECORD
215100*                         WITH THE LAST RECORD NUMBER PROCESSED
215200*                         SO A MID-RUN ABEND CAN BE RESTARTED.
215225*                         THE CALLER SETS CK-RUN-STATUS -
215250*                         SPACE WHILE THE RUN IS IN PROGRESS,
215275*                         E ON THE FINAL CHECKPOINT.
215300*----------------------------------------------------------------
215400 2400-WRITE-CHECKPOINT.
215500     MOVE "1" TO CK-CHECKPOINT-ID.
216600     ELSE
216700         MOVE SPACES TO CK-FEED-ID
216800     END-IF.
216850     MOVE WS-CUR-FEED TO CK-FEED-SEQ.
216900     REWRITE CK-CHECKPOINT-RECORD
217000         INVALID KEY
217100             WRITE CK-CHECKPOINT-RECORD
221200     MOVE 1 TO GL-RECORD-COUNT.
221300     MOVE WS-WORK-VALUE TO GL-HASH-TOTAL.
221400     MOVE WS-CUR-TRAN-REF TO GL-TRAN-REF.
221433     PERFORM 2530-TAG-GL-RECORD
221466         THRU 2530-TAG-GL-RECORD-EXIT.
221500     WRITE GL-EXTRACT-RECORD.
221600 2500-WRITE-GL-EXTRACT-EXIT.
221700     EXIT.
223100     END-SEARCH.
223200 2510-FIND-GL-MAP-EXIT.
223300     EXIT.
223306
223312*----------------------------------------------------------------
223318* 2530-TAG-GL-RECORD - STAMP A DETAIL GL EXTRACT RECORD WITH THE
223324*                      RUN-ID AND THE FEED IT CAME FROM, SO
223330*                      BACKOUT CAN FIND ONE FEED'S POSTINGS
223336*----------------------------------------------------------------
223342 2530-TAG-GL-RECORD.
223348     MOVE WS-RUN-ID TO GL-RUN-ID.
223354     IF WS-CUR-FEED > ZERO
223360         MOVE FB-FEED-ID (WS-CUR-FEED) TO GL-FEED-ID
223366     ELSE
223372         MOVE SPACES TO GL-FEED-ID
223378     END-IF.
223384 2530-TAG-GL-RECORD-EXIT.
223390     EXIT.
223400
223500*----------------------------------------------------------------
223600* 2520-ADD-TO-ACCT-TOTALS - ROLL ONE PASS INTO ITS ACCOUNT AND
225500                 TO AC-GL-ACCOUNT (AC-IDX)
225600             MOVE MP-DRCR-IND (MP-IDX)
225700                 TO AC-DRCR-IND (AC-IDX)
225750             MOVE WS-CUR-FEED TO AC-FEED-SUB (AC-IDX)
225800             MOVE ZERO TO AC-REC-COUNT (AC-IDX)
225900             MOVE ZERO TO AC-HASH-TOTAL (AC-IDX)
226000         WHEN AC-GL-ACCOUNT (AC-IDX) = MP-GL-ACCOUNT (MP-IDX)
226100                 AND AC-DRCR-IND (AC-IDX) = MP-DRCR-IND (MP-IDX)
226150                 AND AC-FEED-SUB (AC-IDX) = WS-CUR-FEED
226200             CONTINUE
226300     END-SEARCH.
226400     ADD 1 TO AC-REC-COUNT (AC-IDX).
232800*                         ORIGINAL MUST APPEAR THERE AS A PASS
232900*                         UNDER ANOTHER RUN-ID ON THE NAMED
233000*                         DATE. A MATCH WRITES THE CONTRA GL
233066*                         RECORD AND AN RVSL AUDIT ROW
233132*                         CARRYING THE ORIGINAL'S DATE; NO
233200*                         MATCH GOES TO THE EXCEPTION REPORT
233300*                         AND SUSPENSE WITH AN RVSF AUDIT ROW
233400*                         AND DOES NOT POST.
237800*                         RULE ON THE NAMED DATE UNDER A PRIOR
237900*                         RUN-ID. REVERSALS ARE RARE, SO A
238000*                         FULL SCAN PER REVERSAL IS ACCEPTED.
238020*                         THE SCAN RUNS TO THE END OF THE
238028*                         TRAIL, COUNTING EACH MATCHING PASS
238036*                         OR RETROCOR POSTING (ADJP) OF A
238044*                         WRONG FAIL UP AND EACH MATCHING
238052*                         BACKOUT ROW (BKOT) OF A PASS OR
238060*                         RETROCOR CONTRA (ADJC) DOWN - THOSE
238068*                         WERE ALREADY CONTRA'D. THE ORIGINAL
238076*                         IS FOUND WHEN ANY MATCH IS LEFT
238084*                         LIVE, WHICHEVER ORDER THE ROWS CAME.
238100*----------------------------------------------------------------
238200 2710-VERIFY-ORIG-PASS.
238300     MOVE "N" TO WS-ORIG-FOUND-SWITCH.
238350     MOVE ZERO TO WS-ORIG-LIVE-COUNT.
238400     MOVE "N" TO WS-HIST-EOF-SWITCH.
238500     OPEN INPUT AUDTHIST.
238600     IF NOT WS-AUDTHIST-OK
239100         GO TO 2710-VERIFY-ORIG-PASS-EXIT.
239200     PERFORM 2720-SCAN-ONE-HIST-ROW
239300         THRU 2720-SCAN-ONE-HIST-ROW-EXIT
239400         UNTIL WS-HIST-END-OF-FILE.
239500     CLOSE AUDTHIST.
239525     IF WS-ORIG-LIVE-COUNT > ZERO
239550         MOVE "Y" TO WS-ORIG-FOUND-SWITCH
239575     END-IF.
239600 2710-VERIFY-ORIG-PASS-EXIT.
239700     EXIT.
239800
239900*----------------------------------------------------------------
240000* 2720-SCAN-ONE-HIST-ROW - JUDGE ONE AUDIT TRAIL ROW AGAINST
240066*                          THE REVERSAL IN HAND AND KEEP
240132*                          THE COUNT OF LIVE MATCHES
240200*----------------------------------------------------------------
240300 2720-SCAN-ONE-HIST-ROW.
240400     READ AUDTHIST
240600             MOVE "Y" TO WS-HIST-EOF-SWITCH
240700             GO TO 2720-SCAN-ONE-HIST-ROW-EXIT
240800     END-READ.
240900     IF (AU-OUTCOME OF AH-AUDIT-RECORD = "PASS"
240950             OR AU-OUTCOME OF AH-AUDIT-RECORD = "ADJP")
241000             AND AU-CONTROL-VALUE OF AH-AUDIT-RECORD
241100                 = TR-RVSL-CONTROL-VALUE
241200             AND AU-RULE-CODE OF AH-AUDIT-RECORD
241700             AND (TR-RVSL-ORIG-REF = SPACES
241800                 OR AU-TRAN-REF OF AH-AUDIT-RECORD
241900                     = TR-RVSL-ORIG-REF)
242000         ADD 1 TO WS-ORIG-LIVE-COUNT
242100     END-IF.
242107     IF ((AU-OUTCOME OF AH-AUDIT-RECORD = "BKOT"
242114             AND AU-REASON-CODE OF AH-AUDIT-RECORD = "PASS")
242117             OR AU-OUTCOME OF AH-AUDIT-RECORD = "ADJC")
242121             AND AU-CONTROL-VALUE OF AH-AUDIT-RECORD
242128                 = TR-RVSL-CONTROL-VALUE
242135             AND AU-RULE-CODE OF AH-AUDIT-RECORD
242142                 = TR-RVSL-RULE-CODE
242149             AND AU-BUSINESS-DATE OF AH-AUDIT-RECORD
242156                 = TR-RVSL-ORIG-DATE
242163             AND (TR-RVSL-ORIG-REF = SPACES
242170                 OR AU-TRAN-REF OF AH-AUDIT-RECORD
242177                     = TR-RVSL-ORIG-REF)
242184         SUBTRACT 1 FROM WS-ORIG-LIVE-COUNT
242191     END-IF.
242200 2720-SCAN-ONE-HIST-ROW-EXIT.
242300     EXIT.
242400
244900     MOVE 1 TO GL-RECORD-COUNT.
245000     MOVE WS-WORK-VALUE TO GL-HASH-TOTAL.
245100     MOVE WS-CUR-TRAN-REF TO GL-TRAN-REF.
245133     PERFORM 2530-TAG-GL-RECORD
245166         THRU 2530-TAG-GL-RECORD-EXIT.
245200     WRITE GL-EXTRACT-RECORD.
245300 2750-WRITE-CONTRA-EXIT.
245400     EXIT.
252000     MOVE "S" TO GL-REC-LEVEL.
252100     MOVE AC-REC-COUNT (AC-IDX) TO GL-RECORD-COUNT.
252200     MOVE AC-HASH-TOTAL (AC-IDX) TO GL-HASH-TOTAL.
252216     MOVE WS-RUN-ID TO GL-RUN-ID.
252232     IF AC-FEED-SUB (AC-IDX) > ZERO
252248         MOVE AC-FEED-SUB (AC-IDX) TO WS-FEED-SUB
252264         MOVE FB-FEED-ID (WS-FEED-SUB) TO GL-FEED-ID
252280     END-IF.
252300     WRITE GL-EXTRACT-RECORD.
252400 8810-WRITE-ONE-SUMMARY-EXIT.
252500     EXIT.
255400         MOVE ZERO TO GL-HASH-TOTAL
255500         MOVE "Q" TO GL-PASS-FLAG
255600         MOVE WS-BUSINESS-DATE TO GL-RUN-DATE
255650         MOVE WS-RUN-ID TO GL-RUN-ID
255700         WRITE GL-EXTRACT-RECORD
255733         PERFORM 8910-RAISE-BREAKER-EVENT
255766             THRU 8910-RAISE-BREAKER-EVENT-EXIT
255800     END-IF.
255900 8900-CHECK-TOLERANCE-EXIT.
256000     EXIT.
256001
256002*----------------------------------------------------------------
256003* 8910-RAISE-BREAKER-EVENT - TELL OPERATIONS THE CIRCUIT BREAKER
256004*                            TRIPPED. A ONE-FEED RUN (THE
256005*                            PARALLEL FEED JOBS) IS TAGGED WITH
256006*                            ITS FEED.
256007*----------------------------------------------------------------
256008 8910-RAISE-BREAKER-EVENT.
256009     MOVE "S" TO WS-EVENT-SEVERITY.
256010     MOVE "IF01" TO WS-EVENT-CODE.
256011     MOVE WS-RUN-ID TO WS-EVENT-RUN-ID.
256012     MOVE WS-BUSINESS-DATE TO WS-EVENT-BUS-DATE.
256013     IF WS-FEED-COUNT = 1
256014         MOVE FB-FEED-ID (1) TO WS-EVENT-FEED-ID
256015     END-IF.
256016     STRING "EXCP " SD-EXCP-PCT " PCT > " SD-MAX-PCT
256017         ", GL QUARANTINED" DELIMITED BY SIZE
256018         INTO WS-EVENT-MESSAGE.
256019     PERFORM 8950-WRITE-OPS-EVENT
256020         THRU 8950-WRITE-OPS-EVENT-EXIT.
256021 8910-RAISE-BREAKER-EVENT-EXIT.
256022     EXIT.
256023
256025*----------------------------------------------------------------
256026* 8950-WRITE-OPS-EVENT - ADD THE EVENT IN WS-EVENT-WORK TO THE
256027*                        FEED JOB'S OWN EVENT FILE (EVNTWORK),
256028*                        OPENING IT ON THE RUN'S FIRST EVENT.
256029*                        IFANDMRG ADDS THE FEED JOBS' EVENT FILES
256030*                        TO THE OPERATIONS EVENT FILE, SO THE
256031*                        PARALLEL FEED JOBS NEVER SHARE IT. A RUN
256032*                        WITH NO RUN-ID OF ITS OWN IS STAMPED WITH
256033*                        THE DATE AND TIME OF ITS FIRST EVENT. THE
256034*                        EVENT FILE ONLY TELLS OPERATIONS - A
256035*                        FAILURE ON IT IS DISPLAYED AND NEVER
256036*                        CHANGES THE RETURN CODE.
256037*----------------------------------------------------------------
256038 8950-WRITE-OPS-EVENT.
256039     IF WS-EVNTWORK-UNUSABLE
256040         GO TO 8950-WRITE-OPS-EVENT-EXIT.
256041     IF NOT WS-EVNTWORK-OPEN
256042         OPEN EXTEND EVNTWORK
256043         IF NOT WS-EVNTWORK-OK
256044             DISPLAY "IFANDTHEN - EVNTWORK NOT OPENED, STATUS = "
256045                 WS-EVNTWORK-STATUS ", EVENTS NOT LOGGED"
256046             MOVE "X" TO WS-EVNTWORK-SWITCH
256047             GO TO 8950-WRITE-OPS-EVENT-EXIT
256048         END-IF
256049         MOVE "O" TO WS-EVNTWORK-SWITCH
256050     END-IF.
256051     MOVE SPACES TO EV-OPS-EVENT-RECORD.
256052     ACCEPT EV-EVENT-DATE FROM DATE YYYYMMDD.
256053     ACCEPT EV-EVENT-TIME FROM TIME.
256054     IF WS-EVENT-RUN-ID = SPACES
256055         MOVE EV-EVENT-DATE TO WS-EVENT-RUN-DATE
256056         MOVE EV-EVENT-TIME TO WS-EVENT-RUN-TIME
256057     END-IF.
256058     MOVE "IFANDTHEN" TO EV-PROGRAM-ID.
256059     ADD 1 TO WS-EVENT-SEQ.
256060     MOVE WS-EVENT-SEQ TO EV-EVENT-SEQ.
256061     MOVE WS-EVENT-RUN-ID TO EV-RUN-ID.
256062     MOVE WS-EVENT-BUS-DATE TO EV-BUSINESS-DATE.
256063     MOVE WS-EVENT-FEED-ID TO EV-FEED-ID.
256064     MOVE WS-EVENT-SEVERITY TO EV-SEVERITY.
256065     MOVE WS-EVENT-CODE TO EV-EVENT-CODE.
256066     MOVE "O" TO EV-EVENT-STATUS.
256067     MOVE ZERO TO EV-CLOSED-DATE.
256068     MOVE WS-EVENT-MESSAGE TO EV-MESSAGE.
256069     WRITE EV-OPS-EVENT-RECORD.
256070     IF NOT WS-EVNTWORK-OK
256071         DISPLAY "IFANDTHEN - EVENT " WS-EVENT-CODE
256072             " NOT LOGGED, EVNTWORK STATUS = " WS-EVNTWORK-STATUS
256073     END-IF.
256074 8950-WRITE-OPS-EVENT-EXIT.
256075     EXIT.
256100
256200*----------------------------------------------------------------
256300* 9000-TERMINATE - PRINT REPORT FOOTERS, WRITE THE JOB SUMMARY
257900         CLOSE AUDTLOG
258000     END-IF.
258100     IF WS-CHKPTFIL-STATUS NOT = SPACES
258150         PERFORM 9300-MARK-RUN-ENDED
258160             THRU 9300-MARK-RUN-ENDED-EXIT
258200         CLOSE CHKPTFIL
258300     END-IF.
258400     IF WS-GLEXTRT-STATUS NOT = SPACES
259300         CLOSE SUSPENSE
259400     END-IF.
259500     IF WS-RUNCTL-STATUS NOT = SPACES
259800         CLOSE RUNCTL
259900     END-IF.
259925     IF WS-EVNTWORK-OPEN
259950         CLOSE EVNTWORK
259975     END-IF.
260000     IF WS-CONTTRAN-STATUS NOT = SPACES
260100         CLOSE CONTTRAN
260200     END-IF.
269100     EXIT.
269200
269300*----------------------------------------------------------------
269400* 9300-MARK-RUN-ENDED - WRITE THE CHECKPOINT ONE LAST TIME
269500*                       WITH CK-RUN-STATUS E, SO FEEDMRGE KNOWS
269600*                       THE FEED'S RUN ENDED CLEAN AND MAY BE
269700*                       MERGED AND MARKED COMPLETE ON RUNCTL. A
269800*                       DUPLICATE RUN WRITES NO CHECKPOINT, AND
269900*                       AN ABENDED RUN KEEPS ITS LAST ONE NOT
270000*                       ENDED SO THE RESTART PICKS IT UP.
270050*----------------------------------------------------------------
270100 9300-MARK-RUN-ENDED.
270200     IF WS-DUPLICATE-RUN OR WS-ABEND-OCCURRED
270300         GO TO 9300-MARK-RUN-ENDED-EXIT.
270412     MOVE "E" TO CK-RUN-STATUS.
270524     PERFORM 2400-WRITE-CHECKPOINT
270636         THRU 2400-WRITE-CHECKPOINT-EXIT.
270750     IF NOT WS-CHKPTFIL-OK
270760         DISPLAY "IFANDTHEN - FINAL CHECKPOINT NOT WRITTEN, "
270770             "STATUS = " WS-CHKPTFIL-STATUS
270780         MOVE "Y" TO WS-ABEND-SWITCH
270790     END-IF.
270800 9300-MARK-RUN-ENDED-EXIT.
270900     EXIT.
273300
273400*----------------------------------------------------------------
273500* 9900-SET-RETURN-CODE - SET THE PROGRAM RETURN CODE SO THE
