000100****************************************************************
000200* PROGRAM-ID : OPSSCRN                                           *
000300* AUTHOR     : D. ORIC, APPLICATIONS PROGRAMMING                 *
000400* INSTALLATION: DATA PROCESSING CENTER                           *
000500* DATE-WRITTEN: 2026-10-15                                       *
000600* DATE-COMPILED:                                                 *
000700*----------------------------------------------------------------
000800* REMARKS.                                                       *
000900*     ONLINE OPEN OPERATIONS EVENT INQUIRY (CICS TRANSACTION     *
001000*     OPEV, MAPSET OPSSET), BUILT IN THE STYLE OF SUSPSCRN SO    *
001100*     ON-CALL CAN SEE WHY THE STREAM STOPPED WITHOUT WAITING     *
001200*     FOR THE OPSDIGST DIGEST OR OPENING THE JOBS' SYSOUT. THE   *
001300*     OPERATOR KEYS THE LIST FILTERS - STATUS (O = OPEN, THE     *
001400*     DEFAULT; C = REPORTED ON A DIGEST; A = ALL), SEVERITY,     *
001500*     PROGRAM, FEED ID AND BUSINESS DATE, BLANK MEANING ALL -    *
001600*     AND PAGES THE EV-OPS-EVENT-RECORD EVENTS, NEWEST FIRST,    *
001700*     WITH PF8. KEYING A LINE NUMBER SHOWS THAT EVENT IN FULL -  *
001800*     RUN ID, BUSINESS DATE, FEED, THE WHOLE MESSAGE AND WHEN    *
001900*     A DIGEST REPORTED IT.                                      *
002000*     THE SCREEN BROWSES OPSONLN, THE VSAM ESDS COPY OF THE      *
002100*     OPSEVENT FILE (SEE EVNTVSAM) THAT IFANDMRG AND OPSDIGST    *
002200*     RELOAD, AS AUDTSCRN AND SUSPSCRN BROWSE THEIR OWN ONLINE   *
002300*     COPIES. THE SCREEN ONLY READS; AN EVENT IS CLOSED BY THE   *
002400*     NEXT OPSDIGST RUN THAT REPORTS IT.                         *
002500*----------------------------------------------------------------
002600* MODIFICATION HISTORY.                                          *
002700*   DATE       INIT  DESCRIPTION                                 *
002800*   ---------- ----  ------------------------------------------  *
002900*   2026-10-15  DO   ORIGINAL VERSION.                           *
003000****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.              OPSSCRN.
003300 AUTHOR.                  D. ORIC.
003400 INSTALLATION.            DATA PROCESSING CENTER.
003500 DATE-WRITTEN.            2026-10-15.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.         IBM-370.
004100 OBJECT-COMPUTER.         IBM-370.
004200
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500 01  WS-SWITCHES.
004600     05  WS-LIST-END-SWITCH   PIC X(01)  VALUE "N".
004700         88  WS-LIST-END                 VALUE "Y".
004800     05  WS-SELECTED-SWITCH   PIC X(01)  VALUE "N".
004900         88  WS-ROW-SELECTED             VALUE "Y".
005000     05  WS-EDIT-OK-SWITCH    PIC X(01)  VALUE "Y".
005100         88  WS-EDIT-OK                  VALUE "Y".
005200
005300 77  WS-RESP                  PIC S9(08) VALUE ZERO  COMP.
005400 77  WS-EVENT-LEN             PIC S9(04) VALUE +120  COMP.
005500 77  WS-LINE-SUB              PIC 9(02)  VALUE ZERO  COMP.
005600 77  WS-SEL-LINE              PIC 9(02)  VALUE ZERO.
005666 77  WS-RBA                   PIC S9(08) VALUE ZERO  COMP.
005732 77  WS-END-RBA               PIC S9(08) VALUE -1    COMP.
005800
005900 01  WS-MESSAGE               PIC X(70)  VALUE SPACES.
006000
006100 01  WS-TIME-WORK.
006200     05  WS-TIME-VALUE        PIC 9(08)  VALUE ZERO.
006300     05  WS-TIME-PARTS        REDEFINES WS-TIME-VALUE.
006400         10  WS-TIME-HH       PIC X(02).
006500         10  WS-TIME-MM       PIC X(02).
006600         10  WS-TIME-SS       PIC X(02).
006700         10  WS-TIME-HS       PIC X(02).
006800
006900 01  WS-DETAIL-LINE.
007000     05  DL-LINE-NO           PIC 9(02).
007100     05  FILLER               PIC X(01) VALUE SPACES.
007200     05  DL-SEVERITY          PIC X(01).
007300     05  FILLER               PIC X(01) VALUE SPACES.
007400     05  DL-PROGRAM-ID        PIC X(10).
007500     05  FILLER               PIC X(01) VALUE SPACES.
007600     05  DL-EVENT-CODE        PIC X(04).
007700     05  FILLER               PIC X(01) VALUE SPACES.
007800     05  DL-EVENT-DATE        PIC 9(08).
007900     05  FILLER               PIC X(01) VALUE SPACES.
008000     05  DL-EVENT-HH          PIC X(02).
008100     05  FILLER               PIC X(01) VALUE ":".
008200     05  DL-EVENT-MM          PIC X(02).
008300     05  FILLER               PIC X(01) VALUE SPACES.
008400     05  DL-EVENT-STATUS      PIC X(01).
008500     05  FILLER               PIC X(02) VALUE SPACES.
008600     05  DL-MESSAGE           PIC X(31).
008700
008800*----------------------------------------------------------------
008900* WS-EVENT-DETAIL-1 THRU 3 - THE ONE EVENT SHOWN IN FULL BELOW
009000*                            THE LIST WHEN ITS LINE IS KEYED
009100*----------------------------------------------------------------
009200 01  WS-EVENT-DETAIL-1.
009300     05  FILLER               PIC X(08) VALUE "PROGRAM ".
009400     05  E1-PROGRAM-ID        PIC X(10).
009500     05  FILLER               PIC X(06) VALUE " CODE ".
009600     05  E1-EVENT-CODE        PIC X(04).
009700     05  FILLER               PIC X(10) VALUE " SEVERITY ".
009800     05  E1-SEVERITY          PIC X(01).
009900     05  FILLER               PIC X(08) VALUE " RAISED ".
010000     05  E1-EVENT-DATE        PIC 9(08).
010100     05  FILLER               PIC X(01) VALUE SPACES.
010200     05  E1-EVENT-HH          PIC X(02).
010300     05  FILLER               PIC X(01) VALUE ":".
010400     05  E1-EVENT-MM          PIC X(02).
010500     05  FILLER               PIC X(01) VALUE ":".
010600     05  E1-EVENT-SS          PIC X(02).
010700 01  WS-EVENT-DETAIL-2.
010800     05  FILLER               PIC X(09) VALUE "BUS DATE ".
010900     05  E2-BUSINESS-DATE     PIC X(08).
011000     05  FILLER               PIC X(06) VALUE " FEED ".
011100     05  E2-FEED-ID           PIC X(08).
011200     05  FILLER               PIC X(08) VALUE " RUN-ID ".
011300     05  E2-RUN-ID            PIC X(16).
011400 01  WS-EVENT-DETAIL-3.
011500     05  E3-MESSAGE           PIC X(40).
011600     05  FILLER               PIC X(02) VALUE SPACES.
011700     05  E3-STATUS-TEXT       PIC X(28).
011800
011900*----------------------------------------------------------------
012000* WS-COMMAREA - THE PAGING POSITIONS, THE FILTERS KEYED ON THE
012100*               LAST SEARCH AND THE RBA OF EVERY EVENT ON THE PAGE
012200*               SHOWN, SO PF8 PAGES UNDER THE SAME FILTERS AND A
012300*               KEYED LINE NUMBER FINDS ITS EVENT ACROSS THE
012400*               PSEUDO-CONVERSATION. THE LIST READS BACKWARD, SO
012500*               CA-PAGE-RBA IS THE NEWEST EVENT THE PAGE SHOWN
012600*               MAY START AT; WS-END-RBA (X'FFFFFFFF') MEANS THE
012700*               END OF THE FILE (THE NEWEST EVENT OF ALL).
012800*----------------------------------------------------------------
012900 01  WS-COMMAREA.
013000     05  CA-NEXT-RBA          PIC S9(08) COMP.
013100     05  CA-PAGE-RBA          PIC S9(08) COMP.
013200     05  CA-FILTERS.
013300         10  CA-STATUS        PIC X(01).
013400         10  CA-SEVERITY      PIC X(01).
013500         10  CA-PROGRAM-ID    PIC X(10).
013600         10  CA-FEED-ID       PIC X(08).
013700         10  CA-BUSINESS-DATE PIC X(08).
013800     05  CA-PAGE-LINES.
013900         10  CA-LINE-COUNT    PIC 9(02).
014000         10  CA-LINE-RBA      PIC S9(08) COMP
014100                               OCCURS 10 TIMES.
014200
014300 COPY OPSEVREC.
014400
014500 COPY OPSSETM.
014600
014700 COPY DFHAID.
014800
014900 LINKAGE SECTION.
015000 01  DFHCOMMAREA.
015100     05  LK-NEXT-RBA          PIC S9(08) COMP.
015200     05  LK-PAGE-RBA          PIC S9(08) COMP.
015300     05  LK-FILTERS           PIC X(28).
015400     05  LK-PAGE-LINES        PIC X(42).
015500
015600 PROCEDURE DIVISION.
015700*----------------------------------------------------------------
015800* 0000-MAINLINE - FIRST TIME IN (NO COMMAREA) LISTS PAGE ONE OF
015900*                 THE OPEN EVENTS, NEWEST FIRST; AFTER THAT ENTER
016000*                 RUNS A FRESH SEARCH OR, WHEN A LINE IS KEYED,
016100*                 SHOWS THAT EVENT IN FULL; PF8 PAGES BACK TO
016200*                 OLDER EVENTS UNDER THE SAVED FILTERS, PF3 EXITS.
016300*                 PSEUDO-CONVERSATIONAL THROUGHOUT.
016400*----------------------------------------------------------------
016500 0000-MAINLINE.
016600     IF EIBCALEN = ZERO
016700         MOVE LOW-VALUES TO OPSSCRNO
016800         MOVE WS-END-RBA TO CA-NEXT-RBA
016900         MOVE WS-END-RBA TO CA-PAGE-RBA
017000         MOVE SPACES TO CA-FILTERS
017100         MOVE "O" TO CA-STATUS
017200         PERFORM 2000-BUILD-EVENT-LIST
017300             THRU 2000-BUILD-EVENT-LIST-EXIT
017400         PERFORM 7000-REPAINT-FILTERS
017500             THRU 7000-REPAINT-FILTERS-EXIT
017600         PERFORM 8000-SEND-MAP-ERASE
017700             THRU 8000-SEND-MAP-ERASE-EXIT
017800     ELSE
017900         MOVE LK-NEXT-RBA TO CA-NEXT-RBA
018000         MOVE LK-PAGE-RBA TO CA-PAGE-RBA
018100         MOVE LK-FILTERS TO CA-FILTERS
018200         MOVE LK-PAGE-LINES TO CA-PAGE-LINES
018300         EVALUATE EIBAID
018400             WHEN DFHPF3
018500                 PERFORM 8900-RETURN-TO-CICS
018600                     THRU 8900-RETURN-TO-CICS-EXIT
018700             WHEN DFHPF8
018800                 MOVE LOW-VALUES TO OPSSCRNO
018900                 MOVE CA-NEXT-RBA TO CA-PAGE-RBA
019000                 PERFORM 2000-BUILD-EVENT-LIST
019100                     THRU 2000-BUILD-EVENT-LIST-EXIT
019200                 PERFORM 7000-REPAINT-FILTERS
019300                     THRU 7000-REPAINT-FILTERS-EXIT
019400                 PERFORM 8000-SEND-MAP-ERASE
019500                     THRU 8000-SEND-MAP-ERASE-EXIT
019600             WHEN DFHENTER
019700                 PERFORM 3000-PROCESS-ENTRY
019800                     THRU 3000-PROCESS-ENTRY-EXIT
019900             WHEN OTHER
020000                 MOVE LOW-VALUES TO OPSSCRNO
020100                 MOVE "INVALID KEY - ENTER, PF8 OR PF3 ONLY"
020200                     TO MSGO
020300                 PERFORM 8100-SEND-MAP-DATAONLY
020400                     THRU 8100-SEND-MAP-DATAONLY-EXIT
020500         END-EVALUATE
020600     END-IF.
020700     EXEC CICS RETURN TRANSID('OPEV')
020800         COMMAREA(WS-COMMAREA) LENGTH(78)
020900     END-EXEC.
021000
021100*----------------------------------------------------------------
021200* 2000-BUILD-EVENT-LIST - BROWSE THE OPSONLN COPY BACKWARD FROM
021300*                         THE PAGE POSITION, APPLYING THE SAVED
021400*                         FILTERS, AND FORMAT UP TO TEN NUMBERED
021500*                         LIST LINES, KEEPING EACH LINE'S RBA IN
021600*                         THE COMMAREA. THE END POSITION IS KEPT
021700*                         SO PF8 PAGES ON; THE START OF THE FILE
021800*                         WRAPS BACK TO THE NEWEST EVENT.
021900*----------------------------------------------------------------
022000 2000-BUILD-EVENT-LIST.
022100     MOVE "N" TO WS-LIST-END-SWITCH.
022200     MOVE ZERO TO WS-LINE-SUB.
022300     MOVE ZERO TO CA-LINE-COUNT.
022400     MOVE CA-PAGE-RBA TO WS-RBA.
022500     EXEC CICS STARTBR FILE('OPSONLN')
022600         RIDFLD(WS-RBA) RBA
022700         RESP(WS-RESP)
022800     END-EXEC.
022900     IF WS-RESP = DFHRESP(NOTFND)
022928         IF CA-PAGE-RBA = WS-END-RBA
022956             MOVE "NO EVENTS ON THE OPERATIONS EVENT FILE" TO MSGO
022984         ELSE
023012             MOVE "EVENTS RELOADED SINCE LAST PAGE - PRESS ENTER"
023040                 TO MSGO
023068         END-IF
023100         MOVE "Y" TO WS-LIST-END-SWITCH
023200         MOVE WS-END-RBA TO CA-NEXT-RBA
023300         GO TO 2000-BUILD-EVENT-LIST-EXIT.
023400     IF WS-RESP NOT = DFHRESP(NORMAL)
023500         MOVE "EVENT FILE UNAVAILABLE - CALL APPLICATIONS"
023600             TO MSGO
023700         MOVE "Y" TO WS-LIST-END-SWITCH
023800         MOVE WS-END-RBA TO CA-NEXT-RBA
023900         GO TO 2000-BUILD-EVENT-LIST-EXIT.
024000     PERFORM 2100-LIST-ONE-EVENT
024100         THRU 2100-LIST-ONE-EVENT-EXIT
024200         UNTIL WS-LINE-SUB NOT < 10
024300             OR WS-LIST-END.
024400     IF NOT WS-LIST-END
024500         PERFORM 2200-ADVANCE-PAGE-POS
024600             THRU 2200-ADVANCE-PAGE-POS-EXIT
024700     END-IF.
024800     EXEC CICS ENDBR FILE('OPSONLN')
024900         RESP(WS-RESP)
025000     END-EXEC.
025100     MOVE WS-LINE-SUB TO CA-LINE-COUNT.
025500 2000-BUILD-EVENT-LIST-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------------
025900* 2100-LIST-ONE-EVENT - READ THE NEXT OLDER EVENT, APPLY THE
026000*                       FILTERS AND FORMAT ONE NUMBERED LIST LINE
026100*                       WHEN IT MATCHES. THE START OF THE FILE
026200*                       RESETS THE PAGING POSITION TO THE NEWEST
026300*                       EVENT. NOTFND MEANS THE COPY HAS BEEN
026400*                       RELOADED SINCE THE PAGE WAS SHOWN.
026500*----------------------------------------------------------------
026600 2100-LIST-ONE-EVENT.
026700     EXEC CICS READPREV FILE('OPSONLN')
026800         INTO(EV-OPS-EVENT-RECORD) LENGTH(WS-EVENT-LEN)
026900         RIDFLD(WS-RBA) RBA
027000         RESP(WS-RESP)
027100     END-EXEC.
027200     IF WS-RESP = DFHRESP(ENDFILE)
027300         MOVE "Y" TO WS-LIST-END-SWITCH
027400         MOVE WS-END-RBA TO CA-NEXT-RBA
027500         MOVE "OLDEST EVENT REACHED - PF8 GOES TO THE NEWEST"
027600             TO MSGO
027700         GO TO 2100-LIST-ONE-EVENT-EXIT.
027800     IF WS-RESP = DFHRESP(NOTFND)
027900         MOVE "Y" TO WS-LIST-END-SWITCH
028000         MOVE WS-END-RBA TO CA-NEXT-RBA
028100         MOVE "EVENTS RELOADED SINCE LAST PAGE - PRESS ENTER"
028200             TO MSGO
028300         GO TO 2100-LIST-ONE-EVENT-EXIT.
028400     IF WS-RESP NOT = DFHRESP(NORMAL)
028500         MOVE "EVENT FILE READ ERROR - CALL APPLICATIONS"
028600             TO MSGO
028700         MOVE "Y" TO WS-LIST-END-SWITCH
028800         MOVE WS-END-RBA TO CA-NEXT-RBA
028900         GO TO 2100-LIST-ONE-EVENT-EXIT.
029000     PERFORM 2150-FILTER-ONE-EVENT
029100         THRU 2150-FILTER-ONE-EVENT-EXIT.
029200     IF NOT WS-ROW-SELECTED
029300         GO TO 2100-LIST-ONE-EVENT-EXIT.
029400     ADD 1 TO WS-LINE-SUB.
029500     MOVE WS-RBA TO CA-LINE-RBA (WS-LINE-SUB).
029600     MOVE WS-LINE-SUB      TO DL-LINE-NO.
029700     MOVE EV-SEVERITY      TO DL-SEVERITY.
029800     MOVE EV-PROGRAM-ID    TO DL-PROGRAM-ID.
029900     MOVE EV-EVENT-CODE    TO DL-EVENT-CODE.
030000     MOVE EV-EVENT-DATE    TO DL-EVENT-DATE.
030100     MOVE EV-EVENT-TIME    TO WS-TIME-VALUE.
030200     MOVE WS-TIME-HH       TO DL-EVENT-HH.
030300     MOVE WS-TIME-MM       TO DL-EVENT-MM.
030400     MOVE EV-EVENT-STATUS  TO DL-EVENT-STATUS.
030500     MOVE EV-MESSAGE       TO DL-MESSAGE.
030600     EVALUATE WS-LINE-SUB
030700         WHEN 1  MOVE WS-DETAIL-LINE TO L01O
030800         WHEN 2  MOVE WS-DETAIL-LINE TO L02O
030900         WHEN 3  MOVE WS-DETAIL-LINE TO L03O
031000         WHEN 4  MOVE WS-DETAIL-LINE TO L04O
031100         WHEN 5  MOVE WS-DETAIL-LINE TO L05O
031200         WHEN 6  MOVE WS-DETAIL-LINE TO L06O
031300         WHEN 7  MOVE WS-DETAIL-LINE TO L07O
031400         WHEN 8  MOVE WS-DETAIL-LINE TO L08O
031500         WHEN 9  MOVE WS-DETAIL-LINE TO L09O
031600         WHEN 10 MOVE WS-DETAIL-LINE TO L10O
031700     END-EVALUATE.
031800 2100-LIST-ONE-EVENT-EXIT.
031900     EXIT.
032000
032100*----------------------------------------------------------------
032200* 2150-FILTER-ONE-EVENT - APPLY THE SAVED FILTERS TO THE EVENT
032300*                         IN HAND
032400*----------------------------------------------------------------
032500 2150-FILTER-ONE-EVENT.
032600     MOVE "Y" TO WS-SELECTED-SWITCH.
032700     IF CA-STATUS = "O" AND NOT EV-EVENT-OPEN
032800         MOVE "N" TO WS-SELECTED-SWITCH
032900     END-IF.
033000     IF CA-STATUS = "C" AND NOT EV-EVENT-CLOSED
033100         MOVE "N" TO WS-SELECTED-SWITCH
033200     END-IF.
033300     IF CA-SEVERITY NOT = SPACES
033400             AND EV-SEVERITY NOT = CA-SEVERITY
033500         MOVE "N" TO WS-SELECTED-SWITCH
033600     END-IF.
033700     IF CA-PROGRAM-ID NOT = SPACES
033800             AND EV-PROGRAM-ID NOT = CA-PROGRAM-ID
033900         MOVE "N" TO WS-SELECTED-SWITCH
034000     END-IF.
034100     IF CA-FEED-ID NOT = SPACES
034200             AND EV-FEED-ID NOT = CA-FEED-ID
034300         MOVE "N" TO WS-SELECTED-SWITCH
034400     END-IF.
034500     IF CA-BUSINESS-DATE NOT = SPACES
034600             AND EV-BUSINESS-DATE NOT = CA-BUSINESS-DATE
034700         MOVE "N" TO WS-SELECTED-SWITCH
034800     END-IF.
034900 2150-FILTER-ONE-EVENT-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------------
035300* 2200-ADVANCE-PAGE-POS - AFTER A FULL PAGE, READ ONE EVENT
035400*                         FURTHER BACK AND SAVE ITS RBA AS THE
035500*                         PAGING RBA, SO PF8 RESUMES AT THE FIRST
035600*                         EVENT NOT YET EXAMINED. THE START OF
035700*                         THE FILE WRAPS THE POSITION TO THE
035800*                         NEWEST EVENT.
035900*----------------------------------------------------------------
036000 2200-ADVANCE-PAGE-POS.
036100     EXEC CICS READPREV FILE('OPSONLN')
036200         INTO(EV-OPS-EVENT-RECORD) LENGTH(WS-EVENT-LEN)
036300         RIDFLD(WS-RBA) RBA
036400         RESP(WS-RESP)
036500     END-EXEC.
036600     EVALUATE WS-RESP
036700         WHEN DFHRESP(NORMAL)
036800             MOVE WS-RBA TO CA-NEXT-RBA
036900         WHEN DFHRESP(ENDFILE)
037000             MOVE WS-END-RBA TO CA-NEXT-RBA
037100             MOVE "OLDEST EVENT REACHED - PF8 GOES TO THE NEWEST"
037200                 TO MSGO
037300         WHEN OTHER
037400             MOVE WS-END-RBA TO CA-NEXT-RBA
037500     END-EVALUATE.
037600 2200-ADVANCE-PAGE-POS-EXIT.
037700     EXIT.
037800
037900*----------------------------------------------------------------
038000* 3000-PROCESS-ENTRY - RECEIVE THE SCREEN. A KEYED LINE NUMBER
038100*                      SHOWS THAT EVENT FROM THE PAGE SHOWN;
038200*                      OTHERWISE THE KEYED FILTERS START A FRESH
038300*                      SEARCH FROM THE NEWEST EVENT. A MAPFAIL
038400*                      (NOTHING KEYED) LISTS THE OPEN EVENTS.
038500*----------------------------------------------------------------
038600 3000-PROCESS-ENTRY.
038700     EXEC CICS RECEIVE MAP('OPSSCRN') MAPSET('OPSSET')
038800         INTO(OPSSCRNI)
038900         RESP(WS-RESP)
039000     END-EXEC.
039100     IF WS-RESP = DFHRESP(MAPFAIL)
039200         MOVE SPACES TO CA-FILTERS
039300         MOVE "O" TO CA-STATUS
039400     ELSE
039500         IF SLINEI NOT = LOW-VALUES AND SLINEI NOT = SPACES
039600             PERFORM 4000-SHOW-EVENT
039700                 THRU 4000-SHOW-EVENT-EXIT
039800             GO TO 3000-PROCESS-ENTRY-EXIT
039900         END-IF
040000         PERFORM 3100-TAKE-FILTERS
040100             THRU 3100-TAKE-FILTERS-EXIT
040200     END-IF.
040300     PERFORM 3200-EDIT-FILTERS
040400         THRU 3200-EDIT-FILTERS-EXIT.
040500     IF NOT WS-EDIT-OK
040600         MOVE LOW-VALUES TO OPSSCRNO
040700         MOVE WS-MESSAGE TO MSGO
040800         PERFORM 8100-SEND-MAP-DATAONLY
040900             THRU 8100-SEND-MAP-DATAONLY-EXIT
041000         GO TO 3000-PROCESS-ENTRY-EXIT.
041100     MOVE WS-END-RBA TO CA-NEXT-RBA.
041200     MOVE WS-END-RBA TO CA-PAGE-RBA.
041300     MOVE LOW-VALUES TO OPSSCRNO.
041400     PERFORM 2000-BUILD-EVENT-LIST
041500         THRU 2000-BUILD-EVENT-LIST-EXIT.
041600     PERFORM 7000-REPAINT-FILTERS
041700         THRU 7000-REPAINT-FILTERS-EXIT.
041800     PERFORM 8000-SEND-MAP-ERASE
041900         THRU 8000-SEND-MAP-ERASE-EXIT.
042000 3000-PROCESS-ENTRY-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------------
042400* 3100-TAKE-FILTERS - MOVE THE KEYED FILTER FIELDS INTO THE
042500*                     COMMAREA, TREATING AN UNKEYED FIELD
042600*                     (LOW-VALUES FROM RECEIVE MAP) AS BLANK. A
042700*                     BLANK STATUS MEANS OPEN EVENTS.
042800*----------------------------------------------------------------
042900 3100-TAKE-FILTERS.
043000     IF FSTATI = LOW-VALUES OR FSTATI = SPACES
043100         MOVE "O" TO CA-STATUS
043200     ELSE
043300         MOVE FSTATI TO CA-STATUS
043400     END-IF.
043500     IF FSEVI = LOW-VALUES
043600         MOVE SPACES TO CA-SEVERITY
043700     ELSE
043800         MOVE FSEVI TO CA-SEVERITY
043900     END-IF.
044000     IF FPGMI = LOW-VALUES
044100         MOVE SPACES TO CA-PROGRAM-ID
044200     ELSE
044300         MOVE FPGMI TO CA-PROGRAM-ID
044400     END-IF.
044500     IF FFEEDI = LOW-VALUES
044600         MOVE SPACES TO CA-FEED-ID
044700     ELSE
044800         MOVE FFEEDI TO CA-FEED-ID
044900     END-IF.
045000     IF FDATEI = LOW-VALUES
045100         MOVE SPACES TO CA-BUSINESS-DATE
045200     ELSE
045300         MOVE FDATEI TO CA-BUSINESS-DATE
045400     END-IF.
045500 3100-TAKE-FILTERS-EXIT.
045600     EXIT.
045700
045800*----------------------------------------------------------------
045900* 3200-EDIT-FILTERS - THE STATUS MUST BE O, C OR A; A KEYED
046000*                     SEVERITY MUST BE S, E, W OR I; A KEYED
046100*                     BUSINESS DATE MUST BE NUMERIC YYYYMMDD
046200*----------------------------------------------------------------
046300 3200-EDIT-FILTERS.
046400     MOVE "Y" TO WS-EDIT-OK-SWITCH.
046500     IF CA-STATUS NOT = "O" AND CA-STATUS NOT = "C"
046600             AND CA-STATUS NOT = "A"
046700         MOVE "STATUS MUST BE O (OPEN), C (REPORTED) OR A (ALL)"
046800             TO WS-MESSAGE
046900         MOVE "N" TO WS-EDIT-OK-SWITCH
047000         GO TO 3200-EDIT-FILTERS-EXIT.
047100     IF CA-SEVERITY NOT = SPACES AND CA-SEVERITY NOT = "S"
047200             AND CA-SEVERITY NOT = "E" AND CA-SEVERITY NOT = "W"
047300             AND CA-SEVERITY NOT = "I"
047400         MOVE "SEV MUST BE S, E, W, I OR BLANK" TO WS-MESSAGE
047500         MOVE "N" TO WS-EDIT-OK-SWITCH
047600         GO TO 3200-EDIT-FILTERS-EXIT.
047700     IF CA-BUSINESS-DATE NOT = SPACES
047800             AND CA-BUSINESS-DATE IS NOT NUMERIC
047900         MOVE "BUS DATE MUST BE NUMERIC YYYYMMDD OR BLANK"
048000             TO WS-MESSAGE
048100         MOVE "N" TO WS-EDIT-OK-SWITCH
048200     END-IF.
048300 3200-EDIT-FILTERS-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------------
048700* 4000-SHOW-EVENT - RE-READ THE EVENT ON THE KEYED LINE BY ITS
048800*                   RBA AND FORMAT IT IN FULL. THE PAGE SHOWN IS
048900*                   REPAINTED IN PLACE UNDER THE SAVED FILTERS
049000*                   WITH THE EVENT, OR THE REASON IT COULD NOT BE
049100*                   SHOWN, BELOW IT.
049200*----------------------------------------------------------------
049300 4000-SHOW-EVENT.
049400     PERFORM 4100-READ-EVENT
049500         THRU 4100-READ-EVENT-EXIT.
049600     MOVE LOW-VALUES TO OPSSCRNO.
049700     PERFORM 2000-BUILD-EVENT-LIST
049800         THRU 2000-BUILD-EVENT-LIST-EXIT.
049900     PERFORM 7000-REPAINT-FILTERS
050000         THRU 7000-REPAINT-FILTERS-EXIT.
050100*    THE EVENT OUTRANKS ANY START-OF-FILE TEXT THE LIST REPAINT
050200*    PUT IN THE MESSAGE FIELD, AS ON SUSPSCRN.
050300     IF WS-EDIT-OK
050350         MOVE SPACES TO MSGO
050400         MOVE WS-EVENT-DETAIL-1 TO DTL1O
050500         MOVE WS-EVENT-DETAIL-2 TO DTL2O
050600         MOVE WS-EVENT-DETAIL-3 TO DTL3O
050700     ELSE
050800         MOVE WS-MESSAGE TO MSGO
050900     END-IF.
051000     PERFORM 8000-SEND-MAP-ERASE
051100         THRU 8000-SEND-MAP-ERASE-EXIT.
051200 4000-SHOW-EVENT-EXIT.
051300     EXIT.
051400
051500*----------------------------------------------------------------
051600* 4100-READ-EVENT - THE LINE MUST BE ONE SHOWN ON THE PAGE; ITS
051700*                   EVENT IS READ BY RBA AND FORMATTED INTO THE
051800*                   THREE DETAIL LINES
051900*----------------------------------------------------------------
052000 4100-READ-EVENT.
052100     MOVE "Y" TO WS-EDIT-OK-SWITCH.
052200     IF SLINEI IS NOT NUMERIC
052300         MOVE "LINE MUST BE ONE OF THE LISTED LINE NUMBERS"
052400             TO WS-MESSAGE
052500         MOVE "N" TO WS-EDIT-OK-SWITCH
052600         GO TO 4100-READ-EVENT-EXIT.
052700     MOVE SLINEI TO WS-SEL-LINE.
052800     IF WS-SEL-LINE < 1 OR WS-SEL-LINE > CA-LINE-COUNT
052900         MOVE "LINE MUST BE ONE OF THE LISTED LINE NUMBERS"
053000             TO WS-MESSAGE
053100         MOVE "N" TO WS-EDIT-OK-SWITCH
053200         GO TO 4100-READ-EVENT-EXIT.
053300     MOVE CA-LINE-RBA (WS-SEL-LINE) TO WS-RBA.
053400     EXEC CICS READ FILE('OPSONLN')
053500         INTO(EV-OPS-EVENT-RECORD) LENGTH(WS-EVENT-LEN)
053600         RIDFLD(WS-RBA) RBA
053700         RESP(WS-RESP)
053800     END-EXEC.
053900     IF WS-RESP NOT = DFHRESP(NORMAL)
054000         MOVE "EVENT NO LONGER ON FILE - PRESS ENTER TO REFRESH"
054100             TO WS-MESSAGE
054200         MOVE "N" TO WS-EDIT-OK-SWITCH
054300         GO TO 4100-READ-EVENT-EXIT.
054400     MOVE EV-PROGRAM-ID    TO E1-PROGRAM-ID.
054500     MOVE EV-EVENT-CODE    TO E1-EVENT-CODE.
054600     MOVE EV-SEVERITY      TO E1-SEVERITY.
054700     MOVE EV-EVENT-DATE    TO E1-EVENT-DATE.
054800     MOVE EV-EVENT-TIME    TO WS-TIME-VALUE.
054900     MOVE WS-TIME-HH       TO E1-EVENT-HH.
055000     MOVE WS-TIME-MM       TO E1-EVENT-MM.
055100     MOVE WS-TIME-SS       TO E1-EVENT-SS.
055200     IF EV-BUSINESS-DATE IS NUMERIC AND EV-BUSINESS-DATE > ZERO
055300         MOVE EV-BUSINESS-DATE TO E2-BUSINESS-DATE
055400     ELSE
055500         MOVE SPACES TO E2-BUSINESS-DATE
055600     END-IF.
055700     MOVE EV-FEED-ID       TO E2-FEED-ID.
055800     MOVE EV-RUN-ID        TO E2-RUN-ID.
055900     MOVE EV-MESSAGE       TO E3-MESSAGE.
056000     MOVE SPACES TO E3-STATUS-TEXT.
056100     IF EV-EVENT-CLOSED
056200         STRING "REPORTED ON DIGEST " EV-CLOSED-DATE
056300             DELIMITED BY SIZE INTO E3-STATUS-TEXT
056400     ELSE
056500         MOVE "OPEN - NOT YET ON A DIGEST" TO E3-STATUS-TEXT
056600     END-IF.
056700 4100-READ-EVENT-EXIT.
056800     EXIT.
056900
057000*----------------------------------------------------------------
057100* 7000-REPAINT-FILTERS - SHOW THE FILTERS THE LIST WAS BUILT
057200*                        UNDER, SO THE OPERATOR ALWAYS SEES WHAT
057300*                        THE PAGE MEANS
057400*----------------------------------------------------------------
057500 7000-REPAINT-FILTERS.
057600     MOVE CA-STATUS        TO FSTATO.
057700     MOVE CA-SEVERITY      TO FSEVO.
057800     MOVE CA-PROGRAM-ID    TO FPGMO.
057900     MOVE CA-FEED-ID       TO FFEEDO.
058000     MOVE CA-BUSINESS-DATE TO FDATEO.
058100 7000-REPAINT-FILTERS-EXIT.
058200     EXIT.
058300
058400*----------------------------------------------------------------
058500* 8000-SEND-MAP-ERASE - PAINT THE FULL SCREEN
058600*----------------------------------------------------------------
058700 8000-SEND-MAP-ERASE.
058800     EXEC CICS SEND MAP('OPSSCRN') MAPSET('OPSSET')
058900         FROM(OPSSCRNO) ERASE
059000     END-EXEC.
059100 8000-SEND-MAP-ERASE-EXIT.
059200     EXIT.
059300
059400*----------------------------------------------------------------
059500* 8100-SEND-MAP-DATAONLY - REFRESH THE VARIABLE FIELDS ONLY
059600*----------------------------------------------------------------
059700 8100-SEND-MAP-DATAONLY.
059800     EXEC CICS SEND MAP('OPSSCRN') MAPSET('OPSSET')
059900         FROM(OPSSCRNO) DATAONLY
060000     END-EXEC.
060100 8100-SEND-MAP-DATAONLY-EXIT.
060200     EXIT.
060300
060400*----------------------------------------------------------------
060500* 8900-RETURN-TO-CICS - CLEAR THE SCREEN AND END THE
060600*                       PSEUDO-CONVERSATION
060700*----------------------------------------------------------------
060800 8900-RETURN-TO-CICS.
060900     EXEC CICS SEND CONTROL ERASE FREEKB
061000     END-EXEC.
061100     EXEC CICS RETURN
061200     END-EXEC.
061300 8900-RETURN-TO-CICS-EXIT.
061400     EXIT.
