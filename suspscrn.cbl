000100****************************************************************
000200* PROGRAM-ID : SUSPSCRN                                         *
000300* AUTHOR     : D. ORIC, APPLICATIONS PROGRAMMING                *
000400* INSTALLATION: DATA PROCESSING CENTER                          *
000500* DATE-WRITTEN: 2026-10-15                                      *
000600* DATE-COMPILED:                                                *
000700*----------------------------------------------------------------
000800* REMARKS.                                                      *
000900*     ONLINE SUSPENSE WORK QUEUE AND CORRECTION SCREEN (CICS    *
001000*     TRANSACTION SUSQ, MAPSET SUSPSET), BUILT IN THE STYLE OF  *
001100*     RULESCRN AND AUDTSCRN SO OPERATIONS NO LONGER REPAIRS     *
001200*     THE SUSPENSE FILE IN A TEXT EDITOR. THE OPERATOR KEYS     *
001300*     THE LIST FILTERS - BUSINESS DATE, FEED ID, RULE CODE AND  *
001400*     REASON CODE, BLANK MEANING ALL - AND PAGES THE OPEN       *
001500*     SU-SUSPENSE-RECORD ITEMS WITH PF8. TO WORK AN ITEM THE    *
001600*     OPERATOR KEYS ITS LINE NUMBER AND EITHER C (CORRECT -     *
001700*     A NEW CONTROL VALUE AND/OR A RULE CODE THAT IS ON THE     *
001800*     RULE FILE) OR W (WRITE OFF, NO REPOST - A COMMENT IS      *
001900*     REQUIRED). AFTER THE FIELD EDITS THE CORRECTION IS        *
002000*     WRITTEN AS AN SCORREC RECORD - ITEM KEY, OLD AND NEW      *
002100*     VALUES, SIGNED-ON OPERATOR, DATE/TIME AND COMMENT - TO    *
002200*     THE SUSC EXTRAPARTITION TD QUEUE, WHICH IS DEFINED OVER   *
002300*     PROD.IFANDTHN.SUSPENSE.CORRECT, FOR THE SUSPREP RE-FEED   *
002400*     TO APPLY. SUSPREP LOGS EVERY CORRECTION IT APPLIES, SO    *
002500*     WHO CHANGED WHAT IS ON RECORD.                            *
002600*     THE SCREEN BROWSES THE SUSPONLN ONLINE COPY OF THE        *
002700*     SUSPENSE FILE - A VSAM ESDS RELOADED FROM                 *
002800*     PROD.IFANDTHN.SUSPENSE AFTER EVERY DAILY RUN AND EVERY    *
002900*     SUSPREP RUN (AND BY THE SUSPVSAM JOB ON FIRST SETUP),     *
003000*     THE SAME PATTERN AS THE RULEPARM AND AUDTONLN COPIES.     *
003100*     THE LIVE SUSPENSE FILE STAYS THE QSAM DATASET THE BATCH   *
003200*     JOBS OWN; AN ITEM ALREADY CORRECTED STAYS ON THE LIST     *
003300*     UNTIL THE NEXT SUSPREP RUN CLEARS IT, AND A SECOND        *
003400*     CORRECTION OF THE SAME ITEM SUPERSEDES THE FIRST.         *
003500*----------------------------------------------------------------
003600* MODIFICATION HISTORY.                                          *
003700*   DATE       INIT  DESCRIPTION                                 *
003800*   ---------- ----  ------------------------------------------ *
003900*   2026-10-15  DO   ORIGINAL VERSION.                           *
004000****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.              SUSPSCRN.
004300 AUTHOR.                  D. ORIC.
004400 INSTALLATION.            DATA PROCESSING CENTER.
004500 DATE-WRITTEN.            2026-10-15.
004600 DATE-COMPILED.
004700
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.         IBM-370.
005100 OBJECT-COMPUTER.         IBM-370.
005200
005300 DATA DIVISION.
005400 WORKING-STORAGE SECTION.
005500 01  WS-SWITCHES.
005600     05  WS-LIST-END-SWITCH   PIC X(01)  VALUE "N".
005700         88  WS-LIST-END                 VALUE "Y".
005800     05  WS-SELECTED-SWITCH   PIC X(01)  VALUE "N".
005900         88  WS-ROW-SELECTED             VALUE "Y".
006000     05  WS-EDIT-OK-SWITCH    PIC X(01)  VALUE "Y".
006100         88  WS-EDIT-OK                  VALUE "Y".
006200     05  WS-ONFILE-SWITCH     PIC X(01)  VALUE "N".
006300         88  WS-RULE-ON-FILE             VALUE "Y".
006400
006500 77  WS-RESP                  PIC S9(08) VALUE ZERO  COMP.
006600 77  WS-RBA                   PIC S9(08) VALUE ZERO  COMP.
006700 77  WS-CHK-RBA               PIC S9(08) VALUE ZERO  COMP.
006800 77  WS-SUSP-LEN              PIC S9(04) VALUE +80   COMP.
006900 77  WS-PARM-LEN              PIC S9(04) VALUE +80   COMP.
007000 77  WS-CORR-LEN              PIC S9(04) VALUE +100  COMP.
007100 77  WS-LINE-SUB              PIC 9(02)  VALUE ZERO  COMP.
007200 77  WS-SEL-LINE              PIC 9(02)  VALUE ZERO.
007300 77  WS-ABSTIME               PIC S9(15) VALUE ZERO  COMP-3.
007400 77  WS-TODAY-X               PIC X(08)  VALUE SPACES.
007500 77  WS-NOW-X                 PIC X(06)  VALUE SPACES.
007600 77  WS-OPERATOR-ID           PIC X(08)  VALUE SPACES.
007700
007800 01  WS-MESSAGE               PIC X(70)  VALUE SPACES.
007900
008000 01  WS-NEW-VALUES.
008100     05  WS-NEW-VALUE         PIC 9(05)  VALUE ZERO.
008200     05  WS-NEW-RULE          PIC X(04)  VALUE SPACES.
008300     05  WS-COMMENT           PIC X(30)  VALUE SPACES.
008400
008500 01  WS-DETAIL-LINE.
008600     05  DL-LINE-NO           PIC 9(02).
008700     05  FILLER               PIC X(01) VALUE SPACES.
008800     05  DL-BUSINESS-DATE     PIC 9(08).
008900     05  FILLER               PIC X(01) VALUE SPACES.
009000     05  DL-FEED-ID           PIC X(08).
009100     05  FILLER               PIC X(01) VALUE SPACES.
009200     05  DL-TRAN-REF          PIC X(12).
009300     05  FILLER               PIC X(01) VALUE SPACES.
009400     05  DL-RECORD-TYPE       PIC X(01).
009500     05  FILLER               PIC X(01) VALUE SPACES.
009600     05  DL-CONTROL-VALUE     PIC ZZZZ9.
009700     05  FILLER               PIC X(01) VALUE SPACES.
009800     05  DL-RULE-CODE         PIC X(04).
009900     05  FILLER               PIC X(01) VALUE SPACES.
010000     05  DL-REASON-CODE       PIC X(04).
010100     05  FILLER               PIC X(01) VALUE SPACES.
010200     05  DL-REASON-DESC       PIC X(18).
010300
010400*----------------------------------------------------------------
010500* WS-COMMAREA - THE PAGING POSITIONS, THE FILTERS KEYED ON THE
010600*               LAST SEARCH AND THE RBA OF EVERY ITEM ON THE
010700*               PAGE SHOWN, SO PF8 PAGES UNDER THE SAME
010800*               FILTERS AND A KEYED LINE NUMBER FINDS ITS
010900*               ITEM ACROSS THE PSEUDO-CONVERSATION.
011000*               CA-PAGE-RBA IS WHERE THE PAGE SHOWN STARTED,
011100*               SO THE PAGE IS REPAINTED IN PLACE AFTER A
011200*               CORRECTION.
011300*----------------------------------------------------------------
011400 01  WS-COMMAREA.
011500     05  CA-NEXT-RBA          PIC S9(08) COMP.
011600     05  CA-PAGE-RBA          PIC S9(08) COMP.
011700     05  CA-FILTERS.
011800         10  CA-BUSINESS-DATE PIC X(08).
011900         10  CA-FEED-ID       PIC X(08).
012000         10  CA-RULE-CODE     PIC X(04).
012100         10  CA-REASON-CODE   PIC X(04).
012200     05  CA-PAGE-LINES.
012300         10  CA-LINE-COUNT    PIC 9(02).
012400         10  CA-LINE-RBA      PIC S9(08) COMP
012500                               OCCURS 10 TIMES.
012600
012700 COPY SUSPREC.
012800
012900 COPY PARMREC.
013000
013100 COPY SCORREC.
013200
013300 COPY SUSPSETM.
013400
013500 COPY DFHAID.
013600
013700 LINKAGE SECTION.
013800 01  DFHCOMMAREA.
013900     05  LK-NEXT-RBA          PIC S9(08) COMP.
014000     05  LK-PAGE-RBA          PIC S9(08) COMP.
014100     05  LK-FILTERS           PIC X(24).
014200     05  LK-PAGE-LINES        PIC X(42).
014300
014400 PROCEDURE DIVISION.
014500*----------------------------------------------------------------
014600* 0000-MAINLINE - FIRST TIME IN (NO COMMAREA) LISTS PAGE ONE
014700*                 OF EVERY OPEN ITEM; AFTER THAT ENTER RUNS A
014800*                 FRESH SEARCH OR, WHEN A LINE AND ACTION ARE
014900*                 KEYED, PROCESSES A CORRECTION; PF8 PAGES
015000*                 FORWARD UNDER THE SAVED FILTERS, PF3 EXITS.
015100*                 PSEUDO-CONVERSATIONAL THROUGHOUT.
015200*----------------------------------------------------------------
015300 0000-MAINLINE.
015400     IF EIBCALEN = ZERO
015500         MOVE LOW-VALUES TO SUSPSCRNO
015600         MOVE ZERO TO CA-NEXT-RBA
015700         MOVE ZERO TO CA-PAGE-RBA
015800         MOVE SPACES TO CA-FILTERS
015900         PERFORM 2000-BUILD-SUSP-LIST
016000             THRU 2000-BUILD-SUSP-LIST-EXIT
016100         PERFORM 8000-SEND-MAP-ERASE
016200             THRU 8000-SEND-MAP-ERASE-EXIT
016300     ELSE
016400         MOVE LK-NEXT-RBA TO CA-NEXT-RBA
016500         MOVE LK-PAGE-RBA TO CA-PAGE-RBA
016600         MOVE LK-FILTERS TO CA-FILTERS
016700         MOVE LK-PAGE-LINES TO CA-PAGE-LINES
016800         EVALUATE EIBAID
016900             WHEN DFHPF3
017000                 PERFORM 8900-RETURN-TO-CICS
017100                     THRU 8900-RETURN-TO-CICS-EXIT
017200             WHEN DFHPF8
017300                 MOVE LOW-VALUES TO SUSPSCRNO
017400                 MOVE CA-NEXT-RBA TO CA-PAGE-RBA
017500                 PERFORM 2000-BUILD-SUSP-LIST
017600                     THRU 2000-BUILD-SUSP-LIST-EXIT
017700                 PERFORM 7000-REPAINT-FILTERS
017800                     THRU 7000-REPAINT-FILTERS-EXIT
017900                 PERFORM 8000-SEND-MAP-ERASE
018000                     THRU 8000-SEND-MAP-ERASE-EXIT
018100             WHEN DFHENTER
018200                 PERFORM 3000-PROCESS-ENTRY
018300                     THRU 3000-PROCESS-ENTRY-EXIT
018400             WHEN OTHER
018500                 MOVE LOW-VALUES TO SUSPSCRNO
018600                 MOVE "INVALID KEY - ENTER, PF8 OR PF3 ONLY"
018700                     TO MSGO
018800                 PERFORM 8100-SEND-MAP-DATAONLY
018900                     THRU 8100-SEND-MAP-DATAONLY-EXIT
019000         END-EVALUATE
019100     END-IF.
019200     EXEC CICS RETURN TRANSID('SUSQ')
019300         COMMAREA(WS-COMMAREA) LENGTH(74)
019400     END-EXEC.
019500
019600*----------------------------------------------------------------
019700* 2000-BUILD-SUSP-LIST - BROWSE THE SUSPONLN ONLINE COPY FROM
019800*                        THE PAGE POSITION, APPLYING THE SAVED
019900*                        FILTERS, AND FORMAT UP TO TEN NUMBERED
020000*                        LIST LINES, KEEPING EACH LINE'S RBA IN
020100*                        THE COMMAREA. THE END POSITION IS KEPT
020200*                        SO PF8 PAGES FORWARD; END OF FILE
020300*                        WRAPS BACK TO THE TOP.
020400*----------------------------------------------------------------
020500 2000-BUILD-SUSP-LIST.
020600     MOVE "N" TO WS-LIST-END-SWITCH.
020700     MOVE ZERO TO WS-LINE-SUB.
020800     MOVE ZERO TO CA-LINE-COUNT.
020900     MOVE CA-PAGE-RBA TO WS-RBA.
021000     EXEC CICS STARTBR FILE('SUSPONLN')
021100         RIDFLD(WS-RBA) RBA
021200         RESP(WS-RESP)
021300     END-EXEC.
021400     IF WS-RESP NOT = DFHRESP(NORMAL)
021500         MOVE "SUSPENSE FILE UNAVAILABLE - CALL APPLICATIONS"
021600             TO MSGO
021700         MOVE "Y" TO WS-LIST-END-SWITCH
021800         MOVE ZERO TO CA-NEXT-RBA
021900         GO TO 2000-BUILD-SUSP-LIST-EXIT.
022000     PERFORM 2100-LIST-ONE-ITEM
022100         THRU 2100-LIST-ONE-ITEM-EXIT
022200         UNTIL WS-LINE-SUB NOT < 10
022300             OR WS-LIST-END.
022400     IF NOT WS-LIST-END
022500         PERFORM 2200-ADVANCE-PAGE-POS
022600             THRU 2200-ADVANCE-PAGE-POS-EXIT
022700     END-IF.
022800     EXEC CICS ENDBR FILE('SUSPONLN')
022900         RESP(WS-RESP)
023000     END-EXEC.
023100     MOVE WS-LINE-SUB TO CA-LINE-COUNT.
023200     IF WS-LINE-SUB = ZERO AND NOT WS-LIST-END
023300         MOVE "NO MATCHING SUSPENSE ITEMS ON THIS PAGE - PF8"
023400             TO MSGO
023500     END-IF.
023600 2000-BUILD-SUSP-LIST-EXIT.
023700     EXIT.
023800
023900*----------------------------------------------------------------
024000* 2100-LIST-ONE-ITEM - READ THE NEXT SUSPENSE ITEM, APPLY THE
024100*                      FILTERS AND FORMAT ONE NUMBERED LIST
024200*                      LINE WHEN IT MATCHES. END OF FILE
024300*                      RESETS THE PAGING POSITION TO THE TOP.
024400*----------------------------------------------------------------
024500 2100-LIST-ONE-ITEM.
024600     EXEC CICS READNEXT FILE('SUSPONLN')
024700         INTO(SU-SUSPENSE-RECORD) LENGTH(WS-SUSP-LEN)
024800         RIDFLD(WS-RBA) RBA
024900         RESP(WS-RESP)
025000     END-EXEC.
025100     IF WS-RESP = DFHRESP(ENDFILE)
025200         MOVE "Y" TO WS-LIST-END-SWITCH
025300         MOVE ZERO TO CA-NEXT-RBA
025400         MOVE "END OF SUSPENSE FILE - PF8 RESTARTS AT THE TOP"
025500             TO MSGO
025600         GO TO 2100-LIST-ONE-ITEM-EXIT.
025700     IF WS-RESP NOT = DFHRESP(NORMAL)
025800         MOVE "SUSPENSE FILE READ ERROR - CALL APPLICATIONS"
025900             TO MSGO
026000         MOVE "Y" TO WS-LIST-END-SWITCH
026100         MOVE ZERO TO CA-NEXT-RBA
026200         GO TO 2100-LIST-ONE-ITEM-EXIT.
026300     PERFORM 2150-FILTER-ONE-ITEM
026400         THRU 2150-FILTER-ONE-ITEM-EXIT.
026500     IF NOT WS-ROW-SELECTED
026600         GO TO 2100-LIST-ONE-ITEM-EXIT.
026700     ADD 1 TO WS-LINE-SUB.
026800     MOVE WS-RBA TO CA-LINE-RBA (WS-LINE-SUB).
026900     MOVE WS-LINE-SUB      TO DL-LINE-NO.
027000     MOVE SU-BUSINESS-DATE TO DL-BUSINESS-DATE.
027100     MOVE SU-FEED-ID       TO DL-FEED-ID.
027200     MOVE SU-TRAN-REF      TO DL-TRAN-REF.
027300     MOVE SU-RECORD-TYPE   TO DL-RECORD-TYPE.
027400     MOVE SU-CONTROL-VALUE TO DL-CONTROL-VALUE.
027500     MOVE SU-RULE-CODE     TO DL-RULE-CODE.
027600     MOVE SU-REASON-CODE   TO DL-REASON-CODE.
027700     EVALUATE SU-REASON-CODE
027800         WHEN "F001"
027900             MOVE "CONDITION NOT MET" TO DL-REASON-DESC
028000         WHEN "F002"
028100             MOVE "NO MATCHING RULE" TO DL-REASON-DESC
028200         WHEN "F003"
028300             MOVE "RVSL NOT MATCHED" TO DL-REASON-DESC
028400         WHEN OTHER
028500             MOVE "UNKNOWN REASON" TO DL-REASON-DESC
028600     END-EVALUATE.
028700     EVALUATE WS-LINE-SUB
028800         WHEN 1  MOVE WS-DETAIL-LINE TO L01O
028900         WHEN 2  MOVE WS-DETAIL-LINE TO L02O
029000         WHEN 3  MOVE WS-DETAIL-LINE TO L03O
029100         WHEN 4  MOVE WS-DETAIL-LINE TO L04O
029200         WHEN 5  MOVE WS-DETAIL-LINE TO L05O
029300         WHEN 6  MOVE WS-DETAIL-LINE TO L06O
029400         WHEN 7  MOVE WS-DETAIL-LINE TO L07O
029500         WHEN 8  MOVE WS-DETAIL-LINE TO L08O
029600         WHEN 9  MOVE WS-DETAIL-LINE TO L09O
029700         WHEN 10 MOVE WS-DETAIL-LINE TO L10O
029800     END-EVALUATE.
029900 2100-LIST-ONE-ITEM-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------
030300* 2150-FILTER-ONE-ITEM - APPLY THE SAVED FILTERS TO THE
030400*                        SUSPENSE ITEM IN HAND
030500*----------------------------------------------------------------
030600 2150-FILTER-ONE-ITEM.
030700     MOVE "Y" TO WS-SELECTED-SWITCH.
030800     IF CA-BUSINESS-DATE NOT = SPACES
030900             AND SU-BUSINESS-DATE NOT = CA-BUSINESS-DATE
031000         MOVE "N" TO WS-SELECTED-SWITCH
031100     END-IF.
031200     IF CA-FEED-ID NOT = SPACES
031300             AND SU-FEED-ID NOT = CA-FEED-ID
031400         MOVE "N" TO WS-SELECTED-SWITCH
031500     END-IF.
031600     IF CA-RULE-CODE NOT = SPACES
031700             AND SU-RULE-CODE NOT = CA-RULE-CODE
031800         MOVE "N" TO WS-SELECTED-SWITCH
031900     END-IF.
032000     IF CA-REASON-CODE NOT = SPACES
032100             AND SU-REASON-CODE NOT = CA-REASON-CODE
032200         MOVE "N" TO WS-SELECTED-SWITCH
032300     END-IF.
032400 2150-FILTER-ONE-ITEM-EXIT.
032500     EXIT.
032600
032700*----------------------------------------------------------------
032800* 2200-ADVANCE-PAGE-POS - AFTER A FULL PAGE, READ ONE RECORD
032900*                         AHEAD AND SAVE ITS POSITION AS THE
033000*                         PAGING RBA, SO PF8 RESUMES AT THE
033100*                         FIRST RECORD NOT YET EXAMINED. END
033200*                         OF FILE WRAPS THE POSITION TO THE
033300*                         TOP.
033400*----------------------------------------------------------------
033500 2200-ADVANCE-PAGE-POS.
033600     EXEC CICS READNEXT FILE('SUSPONLN')
033700         INTO(SU-SUSPENSE-RECORD) LENGTH(WS-SUSP-LEN)
033800         RIDFLD(WS-RBA) RBA
033900         RESP(WS-RESP)
034000     END-EXEC.
034100     EVALUATE WS-RESP
034200         WHEN DFHRESP(NORMAL)
034300             MOVE WS-RBA TO CA-NEXT-RBA
034400         WHEN DFHRESP(ENDFILE)
034500             MOVE ZERO TO CA-NEXT-RBA
034600             MOVE "END OF SUSPENSE FILE - PF8 RESTARTS AT THE TOP"
034700                 TO MSGO
034800         WHEN OTHER
034900             MOVE ZERO TO CA-NEXT-RBA
035000     END-EVALUATE.
035100 2200-ADVANCE-PAGE-POS-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------------
035500* 3000-PROCESS-ENTRY - RECEIVE THE SCREEN. A KEYED LINE NUMBER
035600*                      OR ACTION MEANS A CORRECTION AGAINST
035700*                      THE PAGE SHOWN; OTHERWISE THE KEYED
035800*                      FILTERS START A FRESH SEARCH FROM THE
035900*                      TOP. A MAPFAIL (NOTHING KEYED) LISTS
036000*                      EVERYTHING.
036100*----------------------------------------------------------------
036200 3000-PROCESS-ENTRY.
036300     EXEC CICS RECEIVE MAP('SUSPSCRN') MAPSET('SUSPSET')
036400         INTO(SUSPSCRNI)
036500         RESP(WS-RESP)
036600     END-EXEC.
036700     IF WS-RESP = DFHRESP(MAPFAIL)
036800         MOVE SPACES TO CA-FILTERS
036900     ELSE
037000         IF (SLINEI NOT = LOW-VALUES AND SLINEI NOT = SPACES)
037100                 OR (ACTI NOT = LOW-VALUES AND ACTI NOT = SPACES)
037200             PERFORM 4000-PROCESS-CORRECTION
037300                 THRU 4000-PROCESS-CORRECTION-EXIT
037400             GO TO 3000-PROCESS-ENTRY-EXIT
037500         END-IF
037600         PERFORM 3100-TAKE-FILTERS
037700             THRU 3100-TAKE-FILTERS-EXIT
037800     END-IF.
037900     PERFORM 3200-EDIT-FILTERS
038000         THRU 3200-EDIT-FILTERS-EXIT.
038100     IF NOT WS-EDIT-OK
038200         MOVE LOW-VALUES TO SUSPSCRNO
038300         MOVE WS-MESSAGE TO MSGO
038400         PERFORM 8100-SEND-MAP-DATAONLY
038500             THRU 8100-SEND-MAP-DATAONLY-EXIT
038600         GO TO 3000-PROCESS-ENTRY-EXIT.
038700     MOVE ZERO TO CA-NEXT-RBA.
038800     MOVE ZERO TO CA-PAGE-RBA.
038900     MOVE LOW-VALUES TO SUSPSCRNO.
039000     PERFORM 2000-BUILD-SUSP-LIST
039100         THRU 2000-BUILD-SUSP-LIST-EXIT.
039200     PERFORM 7000-REPAINT-FILTERS
039300         THRU 7000-REPAINT-FILTERS-EXIT.
039400     PERFORM 8000-SEND-MAP-ERASE
039500         THRU 8000-SEND-MAP-ERASE-EXIT.
039600 3000-PROCESS-ENTRY-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------------
040000* 3100-TAKE-FILTERS - MOVE THE KEYED FILTER FIELDS INTO THE
040100*                     COMMAREA, TREATING AN UNKEYED FIELD
040200*                     (LOW-VALUES FROM RECEIVE MAP) AS BLANK
040300*----------------------------------------------------------------
040400 3100-TAKE-FILTERS.
040500     IF FDATEI = LOW-VALUES
040600         MOVE SPACES TO CA-BUSINESS-DATE
040700     ELSE
040800         MOVE FDATEI TO CA-BUSINESS-DATE
040900     END-IF.
041000     IF FFEEDI = LOW-VALUES
041100         MOVE SPACES TO CA-FEED-ID
041200     ELSE
041300         MOVE FFEEDI TO CA-FEED-ID
041400     END-IF.
041500     IF FRULEI = LOW-VALUES
041600         MOVE SPACES TO CA-RULE-CODE
041700     ELSE
041800         MOVE FRULEI TO CA-RULE-CODE
041900     END-IF.
042000     IF FRSNI = LOW-VALUES
042100         MOVE SPACES TO CA-REASON-CODE
042200     ELSE
042300         MOVE FRSNI TO CA-REASON-CODE
042400     END-IF.
042500 3100-TAKE-FILTERS-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------------
042900* 3200-EDIT-FILTERS - A KEYED BUSINESS DATE MUST BE NUMERIC
043000*                     YYYYMMDD; BLANK LISTS EVERY DATE
043100*----------------------------------------------------------------
043200 3200-EDIT-FILTERS.
043300     MOVE "Y" TO WS-EDIT-OK-SWITCH.
043400     IF CA-BUSINESS-DATE NOT = SPACES
043500             AND CA-BUSINESS-DATE IS NOT NUMERIC
043600         MOVE "BUS DATE MUST BE NUMERIC YYYYMMDD OR BLANK"
043700             TO WS-MESSAGE
043800         MOVE "N" TO WS-EDIT-OK-SWITCH
043900     END-IF.
044000 3200-EDIT-FILTERS-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------
044400* 4000-PROCESS-CORRECTION - APPLY THE FIELD EDITS TO THE KEYED
044500*                           CORRECTION AND, WHEN EVERYTHING
044600*                           PASSES, QUEUE IT FOR SUSPREP. THE
044700*                           PAGE SHOWN IS REPAINTED IN PLACE
044800*                           UNDER THE SAVED FILTERS WITH THE
044900*                           RESULT MESSAGE.
045000*----------------------------------------------------------------
045100 4000-PROCESS-CORRECTION.
045200     PERFORM 4100-EDIT-CORRECTION
045300         THRU 4100-EDIT-CORRECTION-EXIT.
045400     IF WS-EDIT-OK
045500         PERFORM 4500-QUEUE-CORRECTION
045600             THRU 4500-QUEUE-CORRECTION-EXIT
045700     END-IF.
045800     MOVE LOW-VALUES TO SUSPSCRNO.
045900     PERFORM 2000-BUILD-SUSP-LIST
046000         THRU 2000-BUILD-SUSP-LIST-EXIT.
046100     PERFORM 7000-REPAINT-FILTERS
046200         THRU 7000-REPAINT-FILTERS-EXIT.
046300*    THE CORRECTION'S RESULT OUTRANKS ANY END-OF-FILE TEXT THE
046400*    LIST REPAINT PUT IN THE MESSAGE FIELD, AS ON RULESCRN.
046500     MOVE WS-MESSAGE TO MSGO.
046600     PERFORM 8000-SEND-MAP-ERASE
046700         THRU 8000-SEND-MAP-ERASE-EXIT.
046800 4000-PROCESS-CORRECTION-EXIT.
046900     EXIT.
047000
047100*----------------------------------------------------------------
047200* 4100-EDIT-CORRECTION - FIELD EDITS FOR THE KEYED CORRECTION.
047300*                        EVERY EDIT FAILURE SETS THE MESSAGE
047400*                        AND STOPS. THE LINE MUST BE ONE SHOWN
047500*                        ON THE PAGE; ITS ITEM IS RE-READ BY
047600*                        RBA FOR THE OLD VALUES. A CORRECTION
047700*                        MUST CHANGE THE VALUE OR THE RULE
047800*                        CODE, AND A NEW RULE CODE MUST BE ON
047900*                        THE RULE FILE; A WRITE-OFF MUST SAY
048000*                        WHY.
048100*----------------------------------------------------------------
048200 4100-EDIT-CORRECTION.
048300     MOVE "Y" TO WS-EDIT-OK-SWITCH.
048400     IF SLINEI IS NOT NUMERIC
048500         MOVE "LINE MUST BE ONE OF THE LISTED LINE NUMBERS"
048600             TO WS-MESSAGE
048700         MOVE "N" TO WS-EDIT-OK-SWITCH
048800         GO TO 4100-EDIT-CORRECTION-EXIT.
048900     MOVE SLINEI TO WS-SEL-LINE.
049000     IF WS-SEL-LINE < 1 OR WS-SEL-LINE > CA-LINE-COUNT
049100         MOVE "LINE MUST BE ONE OF THE LISTED LINE NUMBERS"
049200             TO WS-MESSAGE
049300         MOVE "N" TO WS-EDIT-OK-SWITCH
049400         GO TO 4100-EDIT-CORRECTION-EXIT.
049500     IF ACTI NOT = "C" AND ACTI NOT = "W"
049600         MOVE "ACTION MUST BE C (CORRECT) OR W (WRITE OFF)"
049700             TO WS-MESSAGE
049800         MOVE "N" TO WS-EDIT-OK-SWITCH
049900         GO TO 4100-EDIT-CORRECTION-EXIT.
050000     MOVE CA-LINE-RBA (WS-SEL-LINE) TO WS-RBA.
050100     EXEC CICS READ FILE('SUSPONLN')
050200         INTO(SU-SUSPENSE-RECORD) LENGTH(WS-SUSP-LEN)
050300         RIDFLD(WS-RBA) RBA
050400         RESP(WS-RESP)
050500     END-EXEC.
050600     IF WS-RESP NOT = DFHRESP(NORMAL)
050700         MOVE "ITEM NO LONGER ON FILE - PRESS ENTER TO REFRESH"
050800             TO WS-MESSAGE
050900         MOVE "N" TO WS-EDIT-OK-SWITCH
051000         GO TO 4100-EDIT-CORRECTION-EXIT.
051100     IF CMNTI = LOW-VALUES
051200         MOVE SPACES TO WS-COMMENT
051300     ELSE
051400         MOVE CMNTI TO WS-COMMENT
051500     END-IF.
051600     MOVE SU-CONTROL-VALUE TO WS-NEW-VALUE.
051700     MOVE SU-RULE-CODE TO WS-NEW-RULE.
051800*    A WRITE-OFF CHANGES NO VALUES - IT TAKES THE ITEM OUT OF
051900*    SUSPENSE WITHOUT A REPOST, SO THE REASON MUST BE ON RECORD.
052000     IF ACTI = "W"
052100         IF WS-COMMENT = SPACES
052200             MOVE "A WRITE-OFF NEEDS A COMMENT SAYING WHY"
052300                 TO WS-MESSAGE
052400             MOVE "N" TO WS-EDIT-OK-SWITCH
052500         END-IF
052600         GO TO 4100-EDIT-CORRECTION-EXIT.
052700     IF NVALI NOT = LOW-VALUES AND NVALI NOT = SPACES
052800         IF NVALI IS NOT NUMERIC
052900             MOVE "NEW VALUE MUST BE NUMERIC (FIVE DIGITS)"
053000                 TO WS-MESSAGE
053100             MOVE "N" TO WS-EDIT-OK-SWITCH
053200             GO TO 4100-EDIT-CORRECTION-EXIT
053300         END-IF
053400         MOVE NVALI TO WS-NEW-VALUE
053500     END-IF.
053600     IF NRULEI NOT = LOW-VALUES AND NRULEI NOT = SPACES
053700         MOVE NRULEI TO WS-NEW-RULE
053800         PERFORM 4200-CHECK-RULE-ON-FILE
053900             THRU 4200-CHECK-RULE-ON-FILE-EXIT
054000         IF NOT WS-RULE-ON-FILE
054100             MOVE "NEW RULE CODE IS NOT ON THE RULE FILE"
054200                 TO WS-MESSAGE
054300             MOVE "N" TO WS-EDIT-OK-SWITCH
054400             GO TO 4100-EDIT-CORRECTION-EXIT
054500         END-IF
054600     END-IF.
054700     IF WS-NEW-VALUE = SU-CONTROL-VALUE
054800             AND WS-NEW-RULE = SU-RULE-CODE
054900         MOVE "NOTHING CHANGED - KEY A NEW VALUE OR RULE CODE"
055000             TO WS-MESSAGE
055100         MOVE "N" TO WS-EDIT-OK-SWITCH
055200     END-IF.
055300 4100-EDIT-CORRECTION-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------------
055700* 4200-CHECK-RULE-ON-FILE - BROWSE THE RULEPARM ONLINE COPY
055800*                           FOR ANY VERSION OF THE KEYED NEW
055900*                           RULE CODE
056000*----------------------------------------------------------------
056100 4200-CHECK-RULE-ON-FILE.
056200     MOVE "N" TO WS-ONFILE-SWITCH.
056300     MOVE ZERO TO WS-CHK-RBA.
056400     EXEC CICS STARTBR FILE('RULEPARM')
056500         RIDFLD(WS-CHK-RBA) RBA
056600         RESP(WS-RESP)
056700     END-EXEC.
056800     IF WS-RESP NOT = DFHRESP(NORMAL)
056900         GO TO 4200-CHECK-RULE-ON-FILE-EXIT.
057000     PERFORM 4210-MATCH-ONE-RULE
057100         THRU 4210-MATCH-ONE-RULE-EXIT
057200         UNTIL WS-RULE-ON-FILE
057300             OR WS-RESP NOT = DFHRESP(NORMAL).
057400     EXEC CICS ENDBR FILE('RULEPARM')
057500         RESP(WS-RESP)
057600     END-EXEC.
057700 4200-CHECK-RULE-ON-FILE-EXIT.
057800     EXIT.
057900
058000*----------------------------------------------------------------
058100* 4210-MATCH-ONE-RULE - READ ONE RULE RECORD AND COMPARE ITS
058200*                       CODE TO THE KEYED ONE
058300*----------------------------------------------------------------
058400 4210-MATCH-ONE-RULE.
058500     EXEC CICS READNEXT FILE('RULEPARM')
058600         INTO(PR-PARM-RECORD) LENGTH(WS-PARM-LEN)
058700         RIDFLD(WS-CHK-RBA) RBA
058800         RESP(WS-RESP)
058900     END-EXEC.
059000     IF WS-RESP = DFHRESP(NORMAL)
059100             AND PR-RULE-CODE = WS-NEW-RULE
059200         MOVE "Y" TO WS-ONFILE-SWITCH
059300     END-IF.
059400 4210-MATCH-ONE-RULE-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------------
059800* 4500-QUEUE-CORRECTION - BUILD THE SCORREC CORRECTION -
059900*                         ITEM KEY, OLD AND NEW VALUES,
060000*                         SIGNED-ON OPERATOR, DATE/TIME AND
060100*                         COMMENT - AND WRITE IT TO THE SUSC
060200*                         EXTRAPARTITION TD QUEUE
060300*                         (SUSPENSE.CORRECT) FOR SUSPREP
060400*----------------------------------------------------------------
060500 4500-QUEUE-CORRECTION.
060600     MOVE SPACES TO SC-SUSP-CORRECT-RECORD.
060700     MOVE SU-BUSINESS-DATE TO SC-BUSINESS-DATE.
060800     MOVE SU-FEED-ID TO SC-FEED-ID.
060900     MOVE SU-TRAN-REF TO SC-TRAN-REF.
061000     MOVE ACTI TO SC-ACTION-CODE.
061100     MOVE SU-CONTROL-VALUE TO SC-OLD-CONTROL-VALUE.
061200     MOVE SU-RULE-CODE TO SC-OLD-RULE-CODE.
061300     MOVE WS-NEW-VALUE TO SC-NEW-CONTROL-VALUE.
061400     MOVE WS-NEW-RULE TO SC-NEW-RULE-CODE.
061500     MOVE WS-COMMENT TO SC-COMMENT.
061600     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
061700         RESP(WS-RESP)
061800     END-EXEC.
061900     IF WS-RESP NOT = DFHRESP(NORMAL)
062000         MOVE SPACES TO WS-OPERATOR-ID
062100     END-IF.
062200     MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID.
062300     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
062400     END-EXEC.
062500     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
062600         YYYYMMDD(WS-TODAY-X)
062700         TIME(WS-NOW-X)
062800         RESP(WS-RESP)
062900     END-EXEC.
063000     IF WS-TODAY-X IS NUMERIC
063100         MOVE WS-TODAY-X TO SC-CORRECT-DATE
063200     ELSE
063300         MOVE ZERO TO SC-CORRECT-DATE
063400     END-IF.
063500     IF WS-NOW-X IS NUMERIC
063600         MOVE WS-NOW-X TO SC-CORRECT-TIME
063700     ELSE
063800         MOVE ZERO TO SC-CORRECT-TIME
063900     END-IF.
064000     EXEC CICS WRITEQ TD QUEUE('SUSC')
064100         FROM(SC-SUSP-CORRECT-RECORD) LENGTH(WS-CORR-LEN)
064200         RESP(WS-RESP)
064300     END-EXEC.
064400     IF WS-RESP NOT = DFHRESP(NORMAL)
064500         MOVE "QUEUE WRITE FAILED - CALL APPLICATIONS"
064600             TO WS-MESSAGE
064700     ELSE
064800         IF ACTI = "W"
064900             MOVE "WRITE-OFF QUEUED - SUSPREP WILL CLEAR THE ITEM"
065000                 TO WS-MESSAGE
065100         ELSE
065200             MOVE "CORRECTION QUEUED FOR THE SUSPREP RE-FEED"
065300                 TO WS-MESSAGE
065400         END-IF
065500     END-IF.
065600 4500-QUEUE-CORRECTION-EXIT.
065700     EXIT.
065800
065900*----------------------------------------------------------------
066000* 7000-REPAINT-FILTERS - SHOW THE FILTERS THE LIST WAS BUILT
066100*                        UNDER, SO THE OPERATOR ALWAYS SEES
066200*                        WHAT THE PAGE MEANS
066300*----------------------------------------------------------------
066400 7000-REPAINT-FILTERS.
066500     MOVE CA-BUSINESS-DATE TO FDATEO.
066600     MOVE CA-FEED-ID       TO FFEEDO.
066700     MOVE CA-RULE-CODE     TO FRULEO.
066800     MOVE CA-REASON-CODE   TO FRSNO.
066900 7000-REPAINT-FILTERS-EXIT.
067000     EXIT.
067100
067200*----------------------------------------------------------------
067300* 8000-SEND-MAP-ERASE - PAINT THE FULL SCREEN
067400*----------------------------------------------------------------
067500 8000-SEND-MAP-ERASE.
067600     EXEC CICS SEND MAP('SUSPSCRN') MAPSET('SUSPSET')
067700         FROM(SUSPSCRNO) ERASE
067800     END-EXEC.
067900 8000-SEND-MAP-ERASE-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------------
068300* 8100-SEND-MAP-DATAONLY - REFRESH THE VARIABLE FIELDS ONLY
068400*----------------------------------------------------------------
068500 8100-SEND-MAP-DATAONLY.
068600     EXEC CICS SEND MAP('SUSPSCRN') MAPSET('SUSPSET')
068700         FROM(SUSPSCRNO) DATAONLY
068800     END-EXEC.
068900 8100-SEND-MAP-DATAONLY-EXIT.
069000     EXIT.
069100
069200*----------------------------------------------------------------
069300* 8900-RETURN-TO-CICS - CLEAR THE SCREEN AND END THE
069400*                       PSEUDO-CONVERSATION
069500*----------------------------------------------------------------
069600 8900-RETURN-TO-CICS.
069700     EXEC CICS SEND CONTROL ERASE FREEKB
069800     END-EXEC.
069900     EXEC CICS RETURN
070000     END-EXEC.
070100 8900-RETURN-TO-CICS-EXIT.
070200     EXIT.
