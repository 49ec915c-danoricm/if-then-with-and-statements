000800* REMARKS.                                                      *
000900*     GL ACKNOWLEDGEMENT PROCESSING. MATCHES THE NIGHTLY        *
001000*     RETURN FILE THE GL SYSTEM SENDS BACK AGAINST THE GLEXTRT  *
001100*     GENERATION IT ACKNOWLEDGES AND THE AUDTLOG ROWS FOR THE   *
001200*     RUN-IDS ON THE CHECKPOINT FILE (ONE RECORD PER FEED RUN,  *
001300*     READ THE SAME WAY RECONCIL READS THEM), THEN:             *
001400*       - PRINTS EVERY EXTRACT RECORD THE GL NEVER POSTED       *
001500*         (NO ACKNOWLEDGEMENT, OR REJECTED ON THEIR SIDE)       *
001600*         WITH ITS RULE CODE AND ORIGINAL EVALUATION DETAIL,    *
002100*         AS A CORRUPTED FEED AND COMES BACK NONZERO.           *
002200*     THE QUARANTINE MARKER RECORD (GL-PASS-FLAG = Q) IS NOT    *
002300*     A POSTING AND IS PASSED OVER.                             *
002333*     UNMATCHED RETURNS ALSO RAISE A GA01 EVENT ON THE SHARED   *
002366*     OPERATIONS EVENT FILE (OPSEVENT) FOR THE ON-CALL DIGEST.  *
002400*----------------------------------------------------------------
002500* MODIFICATION HISTORY.                                          *
002600*   DATE       INIT  DESCRIPTION                                 *
002820*                    TRANSACTION REFERENCE - MATCHING USES IT,   *
002830*                    THE AUDIT DETAIL IS ATTACHED BY IT WHEN     *
002840*                    PRESENT, AND THE REPORT PRINTS IT.          *
002847*   2026-10-15  DO   EVERY CHECKPOINT RECORD IS NOW READ - THE   *
002854*                    MERGED FILE HOLDS ONE PER FEED RUN, KEYED   *
002861*                    A, B, ... - AND AUDIT DETAIL IS ATTACHED    *
002868*                    FROM ANY OF THEIR RUN-IDS. ONE RUN-ID LINE  *
002875*                    IS PRINTED PER RECORD.                      *
002882*   2026-10-15  DO   UNMATCHED RETURNS NOW RAISE A GA01 EVENT ON *
002889*                    THE OPERATIONS EVENT FILE (OPSEVENT).       *
002900****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.              GLACKRPT.
006600     SELECT ACKRPT       ASSIGN TO ACKRPT
006700                         ORGANIZATION IS SEQUENTIAL
006800                         FILE STATUS IS WS-ACKRPT-STATUS.
006814
006828     SELECT OPSEVENT     ASSIGN TO OPSEVENT
006842                         ORGANIZATION IS INDEXED
006856                         ACCESS MODE IS RANDOM
006870                         RECORD KEY IS EV-EVENT-KEY
006884                         FILE STATUS IS WS-OPSEVENT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 COPY RPTLINE REPLACING RP-PRINT-LINE BY AK-PRINT-LINE.
010016
010032 FD  OPSEVENT
010048     RECORDING MODE IS F
010064     LABEL RECORDS ARE STANDARD.
010080 COPY OPSEVREC.
010100
010200 WORKING-STORAGE SECTION.
010300 01  WS-SWITCHES.
011300         88  WS-UNMATCHED-RETURN         VALUE "Y".
011400     05  WS-MATCHED-SWITCH    PIC X(01)  VALUE "N".
011500         88  WS-RETURN-MATCHED           VALUE "Y".
011510     05  WS-CKPT-EOF-SWITCH   PIC X(01)  VALUE "N".
011520         88  WS-CKPT-END-OF-FILE         VALUE "Y".
011530     05  WS-RUN-FOUND-SWITCH  PIC X(01)  VALUE "N".
011540         88  WS-RUN-FOUND                VALUE "Y".
011550     05  WS-OPSEVENT-SWITCH   PIC X(01)  VALUE "N".
011560         88  WS-OPSEVENT-OPEN            VALUE "O".
011570         88  WS-OPSEVENT-UNUSABLE        VALUE "X".
011580     05  WS-EVENT-DONE-SWITCH PIC X(01)  VALUE "N".
011590         88  WS-EVENT-DONE               VALUE "Y".
011600
011700 01  WS-FILE-STATUSES.
011800     05  WS-GLEXTRT-STATUS    PIC X(02)  VALUE SPACES.
012700         88  WS-REEXTRCT-OK                VALUE "00".
012800     05  WS-ACKRPT-STATUS     PIC X(02)  VALUE SPACES.
012900         88  WS-ACKRPT-OK                  VALUE "00".
012925     05  WS-OPSEVENT-STATUS   PIC X(02)  VALUE SPACES.
012950         88  WS-OPSEVENT-OK                VALUE "00".
012975         88  WS-OPSEVENT-DUPKEY            VALUE "22".
013000
013100 01  WS-ACK-TOTALS.
013200     05  WS-EXTRACT-ROWS      PIC 9(07)  VALUE ZERO  COMP.
013700     05  WS-UNMATCHED-COUNT   PIC 9(07)  VALUE ZERO  COMP.
013800
013900 77  WS-EXTR-SUB              PIC 9(07)  VALUE ZERO  COMP.
013903
013906*----------------------------------------------------------------
013909* WS-RUN-TABLE - ONE ENTRY PER CHECKPOINT RECORD: THE RUN-ID
013912*                ITS AUDIT ROWS CARRY AND THE FEED IT RAN.
013915*----------------------------------------------------------------
013918 01  WS-RUN-TABLE.
013921     05  WS-RUN-COUNT         PIC 9(02)  VALUE ZERO.
013924     05  WS-RUN-ENTRY         OCCURS 20 TIMES
013927                               DEPENDING ON WS-RUN-COUNT
013930                               INDEXED BY RI-IDX.
013933         10  RI-RUN-ID        PIC X(16).
013936         10  RI-FEED-ID       PIC X(08).
013939
013942*----------------------------------------------------------------
013945* WS-EVENT-WORK - THE OPERATIONS EVENT BEING RAISED. THE CALLER
013948*                 SETS THE SEVERITY, CODE, FEED, BUSINESS DATE
013951*                 AND MESSAGE (AND THE RUN-ID WHEN THE RUN HAS
013954*                 ONE) AND PERFORMS 8950-WRITE-OPS-EVENT.
013957*----------------------------------------------------------------
013960 01  WS-EVENT-WORK.
013963     05  WS-EVENT-SEVERITY    PIC X(01)  VALUE SPACE.
013966     05  WS-EVENT-CODE        PIC X(04)  VALUE SPACES.
013969     05  WS-EVENT-FEED-ID     PIC X(08)  VALUE SPACES.
013972     05  WS-EVENT-BUS-DATE    PIC 9(08)  VALUE ZERO.
013975     05  WS-EVENT-MESSAGE     PIC X(40)  VALUE SPACES.
013978     05  WS-EVENT-RUN-ID      PIC X(16)  VALUE SPACES.
013981     05  WS-EVENT-RUN-STAMP   REDEFINES WS-EVENT-RUN-ID.
013984         10  WS-EVENT-RUN-DATE PIC 9(08).
013987         10  WS-EVENT-RUN-TIME PIC 9(08).
013990     05  WS-EVENT-SEQ         PIC 9(04)  VALUE ZERO  COMP.
013993     05  WS-EVENT-COUNT       PIC Z(06)9.
014000
014100*----------------------------------------------------------------
014200* WS-EXTRACT-TABLE - THE WHOLE ACKNOWLEDGED GLEXTRT GENERATION
017100 01  WS-ACKRPT-HDG2.
017200     05  FILLER               PIC X(08) VALUE "RUN-ID: ".
017300     05  H2-RUN-ID            PIC X(16).
017333     05  FILLER               PIC X(08) VALUE "  FEED: ".
017366     05  H2-FEED-ID           PIC X(08).
017400 01  WS-ACKRPT-HDG3.
017500     05  FILLER               PIC X(08) VALUE "VALUE".
017550     05  FILLER               PIC X(14) VALUE "TRAN REF".
026800             " ACKRPT = " WS-ACKRPT-STATUS
026900         MOVE "Y" TO WS-ABEND-SWITCH
027000         GO TO 1000-INITIALIZE-EXIT.
027053     MOVE LOW-VALUES TO CK-CHECKPOINT-ID.
027106     START CHKPTFIL KEY IS NOT LESS THAN CK-CHECKPOINT-ID
027159         INVALID KEY
027212             MOVE "Y" TO WS-CKPT-EOF-SWITCH
027265     END-START.
027318     IF NOT WS-CKPT-END-OF-FILE
027371         PERFORM 1100-READ-CHECKPOINT
027424             THRU 1100-READ-CHECKPOINT-EXIT
027477     END-IF.
027530     PERFORM 1200-ADD-CHECKPOINT
027583         THRU 1200-ADD-CHECKPOINT-EXIT
027636         UNTIL WS-CKPT-END-OF-FILE.
027689     IF WS-ABEND-OCCURRED
027742         GO TO 1000-INITIALIZE-EXIT.
027795     IF WS-RUN-COUNT = ZERO
027848         DISPLAY "GLACKRPT - NO CHECKPOINT RECORD FOUND, "
027901             "CANNOT TIE RETURNS TO A RUN-ID"
027954         MOVE "Y" TO WS-ABEND-SWITCH
028007         GO TO 1000-INITIALIZE-EXIT.
028060     MOVE WS-ACKRPT-HDG1 TO AK-PRINT-LINE.
028113     WRITE AK-PRINT-LINE AFTER ADVANCING PAGE.
028166     PERFORM 1300-PRINT-RUN-ID
028219         THRU 1300-PRINT-RUN-ID-EXIT
028272         VARYING RI-IDX FROM 1 BY 1
028325         UNTIL RI-IDX > WS-RUN-COUNT.
028400     MOVE WS-ACKRPT-HDG3 TO AK-PRINT-LINE.
028500     WRITE AK-PRINT-LINE AFTER ADVANCING 2 LINES.
028600 1000-INITIALIZE-EXIT.
028700     EXIT.
028702
028704*----------------------------------------------------------------
028706* 1100-READ-CHECKPOINT - READ THE NEXT CHECKPOINT RECORD
028708*----------------------------------------------------------------
028710 1100-READ-CHECKPOINT.
028712     READ CHKPTFIL NEXT RECORD
028714         AT END
028716             MOVE "Y" TO WS-CKPT-EOF-SWITCH
028718     END-READ.
028720 1100-READ-CHECKPOINT-EXIT.
028722     EXIT.
028724
028726*----------------------------------------------------------------
028728* 1200-ADD-CHECKPOINT - ADD ONE CHECKPOINT RECORD'S RUN-ID AND
028730*                       FEED TO THE RUN TABLE. THE RUNS ARE ALL
028732*                       THE SAME BUSINESS DAY, KEPT FOR THE
028734*                       EVENT FILE.
028736*----------------------------------------------------------------
028738 1200-ADD-CHECKPOINT.
028740     IF WS-RUN-COUNT NOT < 20
028742         DISPLAY "GLACKRPT - MORE THAN 20 CHECKPOINT RECORDS, "
028744             "CANNOT TIE RETURNS TO THEIR RUNS"
028746         MOVE "Y" TO WS-ABEND-SWITCH
028748         MOVE "Y" TO WS-CKPT-EOF-SWITCH
028750         GO TO 1200-ADD-CHECKPOINT-EXIT.
028752     ADD 1 TO WS-RUN-COUNT.
028754     SET RI-IDX TO WS-RUN-COUNT.
028756     MOVE CK-RUN-ID TO RI-RUN-ID (RI-IDX).
028758     MOVE CK-FEED-ID TO RI-FEED-ID (RI-IDX).
028760     IF CK-BUSINESS-DATE IS NUMERIC
028762         MOVE CK-BUSINESS-DATE TO WS-EVENT-BUS-DATE
028764     END-IF.
028766     PERFORM 1100-READ-CHECKPOINT
028768         THRU 1100-READ-CHECKPOINT-EXIT.
028770 1200-ADD-CHECKPOINT-EXIT.
028772     EXIT.
028774
028776*----------------------------------------------------------------
028778* 1300-PRINT-RUN-ID - PRINT ONE ACKNOWLEDGED RUN-ID AND ITS FEED
028780*----------------------------------------------------------------
028782 1300-PRINT-RUN-ID.
028784     MOVE RI-RUN-ID (RI-IDX) TO H2-RUN-ID.
028786     MOVE RI-FEED-ID (RI-IDX) TO H2-FEED-ID.
028788     MOVE WS-ACKRPT-HDG2 TO AK-PRINT-LINE.
028790     WRITE AK-PRINT-LINE AFTER ADVANCING 1 LINE.
028792 1300-PRINT-RUN-ID-EXIT.
028794     EXIT.
028800
028900*----------------------------------------------------------------
029000* 2000-LOAD-EXTRACT - LOAD THE ACKNOWLEDGED GLEXTRT GENERATION
035000*                      TABLE ENTRY. A RETURN THE GL CLAIMS WE
035100*                      SENT THAT IS NOT IN OUR EXTRACT IS THE
035200*                      FIRST SIGN OF A CORRUPTED FEED - IT IS
035266*                      PRINTED AND THE RUN COMES BACK NONZERO,
035332*                      AND A GA01 EVENT TELLS OPERATIONS.
035400*----------------------------------------------------------------
035500 3000-MATCH-RETURNS.
035600     PERFORM 3010-READ-RETURN
035800     PERFORM 3020-MATCH-ONE-RETURN
035900         THRU 3020-MATCH-ONE-RETURN-EXIT
036000         UNTIL WS-RTRN-END-OF-FILE.
036020     IF WS-UNMATCHED-RETURN
036040         PERFORM 3040-RAISE-UNMATCHED-EVENT
036060             THRU 3040-RAISE-UNMATCHED-EVENT-EXIT
036080     END-IF.
036100 3000-MATCH-RETURNS-EXIT.
036200     EXIT.
036300
042800     END-IF.
042900 3030-TEST-ONE-ENTRY-EXIT.
043000     EXIT.
043004
043008*----------------------------------------------------------------
043012* 3040-RAISE-UNMATCHED-EVENT - ONE EVENT FOR THE RUN'S UNMATCHED
043016*                              RETURNS. THE ACKRPT LISTS EACH ONE.
043020*----------------------------------------------------------------
043024 3040-RAISE-UNMATCHED-EVENT.
043028     MOVE "E" TO WS-EVENT-SEVERITY.
043032     MOVE "GA01" TO WS-EVENT-CODE.
043036     IF WS-RUN-COUNT = 1
043040         MOVE RI-RUN-ID (1) TO WS-EVENT-RUN-ID
043044         MOVE RI-FEED-ID (1) TO WS-EVENT-FEED-ID
043048     END-IF.
043052     MOVE WS-UNMATCHED-COUNT TO WS-EVENT-COUNT.
043056     MOVE SPACES TO WS-EVENT-MESSAGE.
043060     STRING "UNMATCHED GL RETURNS: " WS-EVENT-COUNT
043064         " SEE ACKRPT"
043068         DELIMITED BY SIZE INTO WS-EVENT-MESSAGE.
043072     PERFORM 8950-WRITE-OPS-EVENT
043076         THRU 8950-WRITE-OPS-EVENT-EXIT.
043080 3040-RAISE-UNMATCHED-EVENT-EXIT.
043084     EXIT.
043100
043200*----------------------------------------------------------------
043300* 4000-FETCH-AUDIT-DETAIL - ONE PASS OVER AUDTLOG ATTACHING
046400*                         ITS DETAIL
046500*----------------------------------------------------------------
046600 4020-ATTACH-ONE-AUDIT.
046623     IF AU-OUTCOME NOT = "PASS"
046646         GO TO 4020-ATTACH-ONE-AUDIT-READ.
046669     MOVE "N" TO WS-RUN-FOUND-SWITCH.
046692     SET RI-IDX TO 1.
046715     SEARCH WS-RUN-ENTRY
046738         AT END
046761             CONTINUE
046784         WHEN RI-RUN-ID (RI-IDX) = AU-RUN-ID
046807             MOVE "Y" TO WS-RUN-FOUND-SWITCH
046830     END-SEARCH.
046853     IF NOT WS-RUN-FOUND
046876         GO TO 4020-ATTACH-ONE-AUDIT-READ.
046910     MOVE "N" TO WS-MATCHED-SWITCH.
047000     PERFORM 4030-ATTACH-TO-ENTRY
047100         THRU 4030-ATTACH-TO-ENTRY-EXIT
056600     WRITE RX-EXTRACT-RECORD.
056700 8020-WRITE-REEXTRACT-EXIT.
056800     EXIT.
056801
056802*----------------------------------------------------------------
056803* 8950-WRITE-OPS-EVENT - ADD THE EVENT IN WS-EVENT-WORK TO THE
056804*                        SHARED OPERATIONS EVENT FILE, OPENING IT
056805*                        ON THE RUN'S FIRST EVENT. A RUN WITH NO
056806*                        RUN-ID OF ITS OWN IS STAMPED WITH THE
056807*                        DATE AND TIME OF ITS FIRST EVENT. THE
056808*                        EVENT FILE ONLY TELLS OPERATIONS - A
056809*                        FAILURE ON IT IS DISPLAYED AND NEVER
056810*                        CHANGES THE RETURN CODE.
056811*----------------------------------------------------------------
056812 8950-WRITE-OPS-EVENT.
056813     IF WS-OPSEVENT-UNUSABLE
056814         GO TO 8950-WRITE-OPS-EVENT-EXIT.
056815     IF NOT WS-OPSEVENT-OPEN
056816         OPEN I-O OPSEVENT
056817         IF NOT WS-OPSEVENT-OK
056818             DISPLAY "GLACKRPT - OPSEVENT NOT OPENED, STATUS = "
056819                 WS-OPSEVENT-STATUS ", EVENTS NOT LOGGED"
056820             MOVE "X" TO WS-OPSEVENT-SWITCH
056821             GO TO 8950-WRITE-OPS-EVENT-EXIT
056822         END-IF
056823         MOVE "O" TO WS-OPSEVENT-SWITCH
056824     END-IF.
056825     MOVE SPACES TO EV-OPS-EVENT-RECORD.
056826     ACCEPT EV-EVENT-DATE FROM DATE YYYYMMDD.
056827     ACCEPT EV-EVENT-TIME FROM TIME.
056828     IF WS-EVENT-RUN-ID = SPACES
056829         MOVE EV-EVENT-DATE TO WS-EVENT-RUN-DATE
056830         MOVE EV-EVENT-TIME TO WS-EVENT-RUN-TIME
056831     END-IF.
056832     MOVE "GLACKRPT" TO EV-PROGRAM-ID.
056833     MOVE WS-EVENT-RUN-ID TO EV-RUN-ID.
056834     MOVE WS-EVENT-BUS-DATE TO EV-BUSINESS-DATE.
056835     MOVE WS-EVENT-FEED-ID TO EV-FEED-ID.
056836     MOVE WS-EVENT-SEVERITY TO EV-SEVERITY.
056837     MOVE WS-EVENT-CODE TO EV-EVENT-CODE.
056838     MOVE "O" TO EV-EVENT-STATUS.
056839     MOVE ZERO TO EV-CLOSED-DATE.
056840     MOVE WS-EVENT-MESSAGE TO EV-MESSAGE.
056841     MOVE "N" TO WS-EVENT-DONE-SWITCH.
056842     PERFORM 8960-ADD-OPS-EVENT
056843         THRU 8960-ADD-OPS-EVENT-EXIT
056844         UNTIL WS-EVENT-DONE.
056845 8950-WRITE-OPS-EVENT-EXIT.
056846     EXIT.
056847
056848*----------------------------------------------------------------
056849* 8960-ADD-OPS-EVENT - WRITE THE EVENT UNDER THE RUN'S NEXT
056850*                      SEQUENCE NUMBER. WHEN ANOTHER JOB WROTE AN
056851*                      EVENT FOR THE SAME PROGRAM IN THE SAME
056852*                      HUNDREDTH OF A SECOND, THE NEXT NUMBER IS
056853*                      TRIED.
056854*----------------------------------------------------------------
056855 8960-ADD-OPS-EVENT.
056856     ADD 1 TO WS-EVENT-SEQ.
056857     MOVE WS-EVENT-SEQ TO EV-EVENT-SEQ.
056858     WRITE EV-OPS-EVENT-RECORD
056859         INVALID KEY
056860             CONTINUE
056861     END-WRITE.
056862     IF WS-OPSEVENT-DUPKEY AND WS-EVENT-SEQ < 9999
056863         GO TO 8960-ADD-OPS-EVENT-EXIT.
056864     IF NOT WS-OPSEVENT-OK
056865         DISPLAY "GLACKRPT - EVENT " WS-EVENT-CODE
056866             " NOT LOGGED, OPSEVENT STATUS = " WS-OPSEVENT-STATUS
056867     END-IF.
056868     MOVE "Y" TO WS-EVENT-DONE-SWITCH.
056869 8960-ADD-OPS-EVENT-EXIT.
056870     EXIT.
056900
057000*----------------------------------------------------------------
057100* 9000-TERMINATE - PRINT THE FOOTER AND CLOSE THE FILES
059900     IF WS-ACKRPT-STATUS NOT = SPACES
060000         CLOSE ACKRPT
060100     END-IF.
060125     IF WS-OPSEVENT-OPEN
060150         CLOSE OPSEVENT
060175     END-IF.
060200 9000-TERMINATE-EXIT.
060300     EXIT.
060400
