002200*
002300* MODIFICATION HISTORY
002400*   02-SEP-2026  RSH  ORIGINAL.
002500*   15-OCT-2026  RSH  A RECORD ON THE RPTDATE PARAMETER FILE
002600*                     (WRITTEN BY RPTDISP FOR A SUPERVISOR'S
002700*                     QUEUED REQUEST) REPLACES THE RUN DATE WITH
002800*                     THE BUSINESS DATE REQUESTED, SO ANY SHIFT
002900*                     CAN BE REPRINTED.  THE LATE-ORDER SECTION IS
003000*                     THEN JUDGED AS OF THAT DATE.
003100*=================================================================
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   VAX-8600.
003600 OBJECT-COMPUTER.   VAX-8600.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS WO-ORDER-NUMBER
004400         FILE STATUS IS WS-WORKORD-STATUS.
004500
004600     SELECT PRINT-FILE ASSIGN TO "SHIFTRPT"
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-PRINT-STATUS.
005000
005100     SELECT OPTIONAL REPORT-DATE-FILE ASSIGN TO "RPTDATE"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-RPTDATE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  WORK-ORDER-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY WORKORD.
006100
006200 FD  PRINT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  PRINT-LINE                  PIC X(80).
006500
006600 FD  REPORT-DATE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY RPTDATE.
006900
007000 WORKING-STORAGE SECTION.
007100*-----------------------------------------------------------------
007200* FILE STATUS AND SWITCHES
007300*-----------------------------------------------------------------
007400 77  WS-RPTDATE-STATUS       PIC X(02).
007500     88  WS-RPTDATE-OK               VALUE "00".
007600     88  WS-RPTDATE-ABSENT           VALUE "05".
007700
007800 77  WS-WORKORD-STATUS       PIC X(02).
007900     88  WS-WORKORD-OK               VALUE "00".
008000
008100 77  WS-PRINT-STATUS         PIC X(02).
008200     88  WS-PRINT-OK                 VALUE "00".
008300
008400 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
008500     88  WS-WORKORD-EOF              VALUE "Y".
008600
008700 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
008800     88  WS-FILES-OPEN               VALUE "Y".
008900
009000 77  WS-MACH-ADD-SWITCH      PIC X(01)   VALUE "Y".
009100     88  WS-MACH-ADD-OK              VALUE "Y".
009200
009300 77  WS-OPER-ADD-SWITCH      PIC X(01)   VALUE "Y".
009400     88  WS-OPER-ADD-OK              VALUE "Y".
009500
009600*-----------------------------------------------------------------
009700* PER-LINE/MACHINE ACCUMULATOR TABLE
009800*-----------------------------------------------------------------
009900 77  WS-MAX-MACHINES         PIC 9(03)   VALUE 50.
010000 77  WS-MACH-COUNT           PIC 9(03)   COMP    VALUE ZERO.
010100
010200 01  WS-MACHINE-TABLE.
010300     05  WS-MACH-ENTRY OCCURS 50 TIMES
010400             INDEXED BY WS-MACH-IDX.
010500         10  WS-TAB-MACHINE          PIC X(08).
010600         10  WS-TAB-MACH-STARTED     PIC 9(05)   COMP.
010700         10  WS-TAB-MACH-COMPLETED   PIC 9(05)   COMP.
010800         10  WS-TAB-MACH-GOOD        PIC 9(07)   COMP.
010900         10  WS-TAB-MACH-SCRAP       PIC 9(07)   COMP.
011000
011100*-----------------------------------------------------------------
011200* PER-OPERATOR ACCUMULATOR TABLE
011300*-----------------------------------------------------------------
011400 77  WS-MAX-OPERS            PIC 9(03)   VALUE 100.
011500 77  WS-OPER-COUNT           PIC 9(03)   COMP    VALUE ZERO.
011600
011700 01  WS-OPERATOR-TABLE.
011800     05  WS-OPER-ENTRY OCCURS 100 TIMES
011900             INDEXED BY WS-OPER-IDX.
012000         10  WS-TAB-OPERATOR         PIC X(08).
012100         10  WS-TAB-OPER-STARTED     PIC 9(05)   COMP.
012200         10  WS-TAB-OPER-COMPLETED   PIC 9(05)   COMP.
012300
012400*-----------------------------------------------------------------
012500* LATE-ORDER WORK AREAS
012600*-----------------------------------------------------------------
012700 77  WS-TODAY-CCYYMMDD       PIC 9(08).
012800 77  WS-TODAY-INTEGER        PIC S9(07)  COMP.
012900 77  WS-DAYS-LATE            PIC S9(05)  COMP.
013000 77  WS-LATE-HEADED-SWITCH   PIC X(01)   VALUE "N".
013100     88  WS-LATE-HEADED              VALUE "Y".
013200
013300*-----------------------------------------------------------------
013400* RUN CONTROL TOTALS
013500*-----------------------------------------------------------------
013600 77  WS-STARTED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
013700 77  WS-COMPLETED-COUNT      PIC 9(05)   COMP    VALUE ZERO.
013800 77  WS-LATE-COUNT           PIC 9(05)   COMP    VALUE ZERO.
013900
014000*-----------------------------------------------------------------
014100* PRINT LINE LAYOUTS
014200*-----------------------------------------------------------------
014300 01  WS-TITLE-LINE.
014400     05  FILLER                  PIC X(30)
014500             VALUE "END-OF-SHIFT PRODUCTION".
014600     05  FILLER                  PIC X(50)   VALUE SPACES.
014700
014800 01  WS-DATE-LINE.
014900     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
015000     05  DL-RUN-DATE             PIC 9(08).
015100     05  FILLER                  PIC X(61)   VALUE SPACES.
015200
015300 01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
015400
015500 01  WS-MACH-HEADING-LINE.
015600     05  FILLER                  PIC X(10)   VALUE "MACHINE".
015700     05  FILLER                  PIC X(09)   VALUE "STARTED".
015800     05  FILLER                  PIC X(11)   VALUE "COMPLETED".
015900     05  FILLER                  PIC X(09)   VALUE "    GOOD".
016000     05  FILLER                  PIC X(09)   VALUE "   SCRAP".
016100     05  FILLER                  PIC X(32)   VALUE SPACES.
016200
016300 01  WS-MACH-DETAIL-LINE.
016400     05  ML-MACHINE              PIC X(10).
016500     05  ML-STARTED              PIC ZZZZ9   BLANK WHEN ZERO.
016600     05  FILLER                  PIC X(04)   VALUE SPACES.
016700     05  ML-COMPLETED            PIC ZZZZ9   BLANK WHEN ZERO.
016800     05  FILLER                  PIC X(04)   VALUE SPACES.
016900     05  ML-GOOD                 PIC ZZZZZZ9 BLANK WHEN ZERO.
017000     05  FILLER                  PIC X(02)   VALUE SPACES.
017100     05  ML-SCRAP                PIC ZZZZZZ9 BLANK WHEN ZERO.
017200     05  FILLER                  PIC X(31)   VALUE SPACES.
017300
017400 01  WS-OPER-HEADING-LINE.
017500     05  FILLER                  PIC X(10)   VALUE "OPERATOR".
017600     05  FILLER                  PIC X(09)   VALUE "STARTED".
017700     05  FILLER                  PIC X(11)   VALUE "COMPLETED".
017800     05  FILLER                  PIC X(50)   VALUE SPACES.
017900
018000 01  WS-OPER-DETAIL-LINE.
018100     05  OL-OPERATOR             PIC X(10).
018200     05  OL-STARTED              PIC ZZZZ9   BLANK WHEN ZERO.
018300     05  FILLER                  PIC X(04)   VALUE SPACES.
018400     05  OL-COMPLETED            PIC ZZZZ9   BLANK WHEN ZERO.
018500     05  FILLER                  PIC X(56)   VALUE SPACES.
018600
018700 01  WS-LATE-HEADING-LINE.
018800     05  FILLER                  PIC X(09)   VALUE "ORDER".
018900     05  FILLER                  PIC X(09)   VALUE "MACHINE".
019000     05  FILLER                  PIC X(04)   VALUE "PRI".
019100     05  FILLER                  PIC X(10)   VALUE "PLANNED".
019200     05  FILLER                  PIC X(08)   VALUE "STATUS".
019300     05  FILLER                  PIC X(10)   VALUE "DAYS LATE".
019400     05  FILLER                  PIC X(30)   VALUE SPACES.
019500
019600 01  WS-LATE-DETAIL-LINE.
019700     05  LL-ORDER                PIC X(09).
019800     05  LL-MACHINE              PIC X(09).
019900     05  LL-PRIORITY             PIC 9(02).
020000     05  FILLER                  PIC X(02)   VALUE SPACES.
020100     05  LL-PLANNED              PIC 9(08).
020200     05  FILLER                  PIC X(02)   VALUE SPACES.
020300     05  LL-STATUS               PIC X(08).
020400     05  LL-DAYS-LATE            PIC ZZZZ9.
020500     05  FILLER                  PIC X(35)   VALUE SPACES.
020600
020700 01  WS-SECTION-LINE.
020800     05  SL-SECTION-TITLE        PIC X(40).
020900     05  FILLER                  PIC X(40)   VALUE SPACES.
021000
021100 01  WS-TOTAL-LINE.
021200     05  FILLER                  PIC X(09)   VALUE "STARTED:".
021300     05  TL-STARTED              PIC ZZZZ9.
021400     05  FILLER                  PIC X(12)   VALUE "  COMPLETED:".
021500     05  TL-COMPLETED            PIC ZZZZ9.
021600     05  FILLER                  PIC X(07)   VALUE "  LATE:".
021700     05  TL-LATE                 PIC ZZZZ9.
021800     05  FILLER                  PIC X(37)   VALUE SPACES.
021900
022000 PROCEDURE DIVISION.
022100*=================================================================
022200* 0000-MAINLINE
022300*=================================================================
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 2000-PROCESS-WORK-ORDER THRU 2000-EXIT
022700         UNTIL WS-WORKORD-EOF.
022800     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
022900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023000     STOP RUN.
023100
023200*=================================================================
023300* 1000-INITIALIZE - OPEN THE FILES, PRINT THE TITLE, AND PRIME
023400*                   THE READ
023500*=================================================================
023600 1000-INITIALIZE.
023700     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
023800     PERFORM 1100-READ-REPORT-DATE THRU 1100-EXIT.
023900     COMPUTE WS-TODAY-INTEGER =
024000         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
024100
024200     OPEN INPUT WORK-ORDER-FILE.
024300     IF NOT WS-WORKORD-OK
024400         DISPLAY "WORK-ORDER OPEN FAILED - STATUS "
024500             WS-WORKORD-STATUS
024600         GO TO 9900-ABORT-TEARDOWN
024700     END-IF.
024800     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
024900     OPEN OUTPUT PRINT-FILE.
025000     IF NOT WS-PRINT-OK
025100         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
025200             WS-PRINT-STATUS
025300         GO TO 9900-ABORT-TEARDOWN
025400     END-IF.
025500
025600     MOVE WS-TITLE-LINE TO PRINT-LINE.
025700     WRITE PRINT-LINE.
025800     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
025900     MOVE WS-DATE-LINE TO PRINT-LINE.
026000     WRITE PRINT-LINE.
026100
026200     PERFORM 2100-READ-WORK-ORDER THRU 2100-EXIT.
026300 1000-EXIT.
026400     EXIT.
026500
026600*=================================================================
026700* 1100-READ-REPORT-DATE - A RECORD ON THE REPORT-DATE FILE MEANS
026800*                         RPTDISP IS RUNNING THIS REPORT FOR A
026900*                         SUPERVISOR'S REQUEST.  REPORT ON THE
027000*                         BUSINESS DATE IT CARRIES INSTEAD OF
027100*                         TODAY, PROVIDED IT WAS WRITTEN
027200*                         TODAY.  NO FILE OR AN EMPTY ONE IS THE
027300*                         NORMAL NIGHTLY RUN.
027400*=================================================================
027500 1100-READ-REPORT-DATE.
027600     OPEN INPUT REPORT-DATE-FILE.
027700     IF WS-RPTDATE-ABSENT
027800         CLOSE REPORT-DATE-FILE
027900         GO TO 1100-EXIT
028000     END-IF.
028100     IF NOT WS-RPTDATE-OK
028200         DISPLAY "REPORT-DATE OPEN FAILED - STATUS "
028300             WS-RPTDATE-STATUS
028400         GO TO 9900-ABORT-TEARDOWN
028500     END-IF.
028600     READ REPORT-DATE-FILE
028700         AT END
028800             MOVE ZERO TO RD-BUSINESS-DATE
028900     END-READ.
029000     IF RD-BUSINESS-DATE NUMERIC
029100             AND RD-BUSINESS-DATE > ZERO
029200             AND RD-WRITTEN-DATE NOT = WS-TODAY-CCYYMMDD
029300         DISPLAY "SHIFTRPT IGNORED A REPORT-DATE RECORD WRITTEN "
029400             RD-WRITTEN-DATE
029500         MOVE ZERO TO RD-BUSINESS-DATE
029600     END-IF.
029700     IF RD-BUSINESS-DATE NUMERIC
029800             AND RD-BUSINESS-DATE > ZERO
029900         MOVE RD-BUSINESS-DATE TO WS-TODAY-CCYYMMDD
030000         DISPLAY "SHIFTRPT REQUESTED BY " RD-REQUESTED-BY
030100             " AT " RD-TERMINAL " FOR " WS-TODAY-CCYYMMDD
030200     END-IF.
030300     CLOSE REPORT-DATE-FILE.
030400 1100-EXIT.
030500     EXIT.
030600
030700*=================================================================
030800* 2000-PROCESS-WORK-ORDER - ROLL ONE ORDER INTO THE SHIFT
030900*                           TOTALS AND READ THE NEXT ONE
031000*=================================================================
031100 2000-PROCESS-WORK-ORDER.
031200     IF WO-STATUS-DATE = WS-TODAY-CCYYMMDD
031300             AND (WO-STAT-STARTED OR WO-STAT-COMPLETED)
031400         PERFORM 2200-ACCUMULATE-STAMP THRU 2200-EXIT
031500     END-IF.
031600
031700     IF (WO-STAT-PLANNED OR WO-STAT-STARTED)
031800             AND WO-PLANNED-START-DATE < WS-TODAY-CCYYMMDD
031900         PERFORM 2500-NOTE-LATE-ORDER THRU 2500-EXIT
032000     END-IF.
032100
032200     PERFORM 2100-READ-WORK-ORDER THRU 2100-EXIT.
032300 2000-EXIT.
032400     EXIT.
032500
032600*=================================================================
032700* 2100-READ-WORK-ORDER - READ THE NEXT WORK-ORDER RECORD
032800*=================================================================
032900 2100-READ-WORK-ORDER.
033000     READ WORK-ORDER-FILE NEXT RECORD
033100         AT END
033200             MOVE "Y" TO WS-EOF-SWITCH
033300     END-READ.
033400 2100-EXIT.
033500     EXIT.
033600
033700*=================================================================
033800* 2200-ACCUMULATE-STAMP - ROLL ONE OF TODAY'S STATUS STAMPS INTO
033900*                         ITS MACHINE'S AND ITS OPERATOR'S ROWS
034000*=================================================================
034100 2200-ACCUMULATE-STAMP.
034200     PERFORM 2300-FIND-OR-ADD-MACHINE THRU 2300-EXIT.
034300     IF WS-MACH-ADD-OK
034400         IF WO-STAT-STARTED
034500             ADD 1 TO WS-TAB-MACH-STARTED(WS-MACH-IDX)
034600         ELSE
034700             ADD 1 TO WS-TAB-MACH-COMPLETED(WS-MACH-IDX)
034800             ADD WO-QTY-GOOD
034900                 TO WS-TAB-MACH-GOOD(WS-MACH-IDX)
035000             ADD WO-QTY-SCRAP
035100                 TO WS-TAB-MACH-SCRAP(WS-MACH-IDX)
035200         END-IF
035300     END-IF.
035400
035500     PERFORM 2400-FIND-OR-ADD-OPERATOR THRU 2400-EXIT.
035600     IF WS-OPER-ADD-OK
035700         IF WO-STAT-STARTED
035800             ADD 1 TO WS-TAB-OPER-STARTED(WS-OPER-IDX)
035900         ELSE
036000             ADD 1 TO WS-TAB-OPER-COMPLETED(WS-OPER-IDX)
036100         END-IF
036200     END-IF.
036300
036400     IF WO-STAT-STARTED
036500         ADD 1 TO WS-STARTED-COUNT
036600     ELSE
036700         ADD 1 TO WS-COMPLETED-COUNT
036800     END-IF.
036900 2200-EXIT.
037000     EXIT.
037100
037200*=================================================================
037300* 2300-FIND-OR-ADD-MACHINE - LOCATE THIS LINE/MACHINE'S ROW IN
037400*                            THE TABLE, ADDING A NEW ROW THE
037500*                            FIRST TIME IT IS SEEN
037600*=================================================================
037700 2300-FIND-OR-ADD-MACHINE.
037800     MOVE "Y" TO WS-MACH-ADD-SWITCH.
037900     SET WS-MACH-IDX TO 1.
038000     SEARCH WS-MACH-ENTRY
038100         AT END
038200             PERFORM 2310-ADD-NEW-MACHINE THRU 2310-EXIT
038300         WHEN WS-MACH-IDX <= WS-MACH-COUNT
038400                 AND WS-TAB-MACHINE(WS-MACH-IDX) =
038500                     WO-LINE-MACHINE
038600             CONTINUE
038700     END-SEARCH.
038800 2300-EXIT.
038900     EXIT.
039000
039100*=================================================================
039200* 2310-ADD-NEW-MACHINE - APPEND A NEW ZEROED ROW FOR A MACHINE
039300*                        NOT YET SEEN TODAY
039400*=================================================================
039500 2310-ADD-NEW-MACHINE.
039600     IF WS-MACH-COUNT NOT < WS-MAX-MACHINES
039700         DISPLAY "MACHINE TABLE FULL - " WO-LINE-MACHINE
039800             " NOT TRACKED"
039900         MOVE "N" TO WS-MACH-ADD-SWITCH
040000         GO TO 2310-EXIT
040100     END-IF.
040200     ADD 1 TO WS-MACH-COUNT.
040300     SET WS-MACH-IDX TO WS-MACH-COUNT.
040400     MOVE WO-LINE-MACHINE TO WS-TAB-MACHINE(WS-MACH-IDX).
040500     MOVE ZERO TO WS-TAB-MACH-STARTED(WS-MACH-IDX).
040600     MOVE ZERO TO WS-TAB-MACH-COMPLETED(WS-MACH-IDX).
040700     MOVE ZERO TO WS-TAB-MACH-GOOD(WS-MACH-IDX).
040800     MOVE ZERO TO WS-TAB-MACH-SCRAP(WS-MACH-IDX).
040900 2310-EXIT.
041000     EXIT.
041100
041200*=================================================================
041300* 2400-FIND-OR-ADD-OPERATOR - LOCATE THIS OPERATOR'S ROW IN THE
041400*                             TABLE, ADDING A NEW ROW THE FIRST
041500*                             TIME IT IS SEEN
041600*=================================================================
041700 2400-FIND-OR-ADD-OPERATOR.
041800     MOVE "Y" TO WS-OPER-ADD-SWITCH.
041900     SET WS-OPER-IDX TO 1.
042000     SEARCH WS-OPER-ENTRY
042100         AT END
042200             PERFORM 2410-ADD-NEW-OPERATOR THRU 2410-EXIT
042300         WHEN WS-OPER-IDX <= WS-OPER-COUNT
042400                 AND WS-TAB-OPERATOR(WS-OPER-IDX) =
042500                     WO-STATUS-USERID
042600             CONTINUE
042700     END-SEARCH.
042800 2400-EXIT.
042900     EXIT.
043000
043100*=================================================================
043200* 2410-ADD-NEW-OPERATOR - APPEND A NEW ZEROED ROW FOR AN
043300*                         OPERATOR NOT YET SEEN TODAY
043400*=================================================================
043500 2410-ADD-NEW-OPERATOR.
043600     IF WS-OPER-COUNT NOT < WS-MAX-OPERS
043700         DISPLAY "OPERATOR TABLE FULL - " WO-STATUS-USERID
043800             " NOT TRACKED"
043900         MOVE "N" TO WS-OPER-ADD-SWITCH
044000         GO TO 2410-EXIT
044100     END-IF.
044200     ADD 1 TO WS-OPER-COUNT.
044300     SET WS-OPER-IDX TO WS-OPER-COUNT.
044400     MOVE WO-STATUS-USERID TO WS-TAB-OPERATOR(WS-OPER-IDX).
044500     MOVE ZERO TO WS-TAB-OPER-STARTED(WS-OPER-IDX).
044600     MOVE ZERO TO WS-TAB-OPER-COMPLETED(WS-OPER-IDX).
044700 2410-EXIT.
044800     EXIT.
044900
045000*=================================================================
045100* 2500-NOTE-LATE-ORDER - COUNT A LATE ORDER NOW; THE DETAIL
045200*                        LINES PRINT IN THE LATE SECTION DURING
045300*                        THE SAME PASS, AFTER ITS HEADING GOES
045400*                        OUT THE FIRST TIME
045500*=================================================================
045600 2500-NOTE-LATE-ORDER.
045700     IF NOT WS-LATE-HEADED
045800         MOVE "Y" TO WS-LATE-HEADED-SWITCH
045900         MOVE WS-BLANK-LINE TO PRINT-LINE
046000         WRITE PRINT-LINE
046100         MOVE "LATE ORDERS - PAST PLANNED START"
046200             TO SL-SECTION-TITLE
046300         MOVE WS-SECTION-LINE TO PRINT-LINE
046400         WRITE PRINT-LINE
046500         MOVE WS-LATE-HEADING-LINE TO PRINT-LINE
046600         WRITE PRINT-LINE
046700     END-IF.
046800
046900     ADD 1 TO WS-LATE-COUNT.
047000     COMPUTE WS-DAYS-LATE =
047100         WS-TODAY-INTEGER -
047200         FUNCTION INTEGER-OF-DATE(WO-PLANNED-START-DATE).
047300
047400     MOVE WO-ORDER-NUMBER TO LL-ORDER.
047500     MOVE WO-LINE-MACHINE TO LL-MACHINE.
047600     MOVE WO-PRIORITY TO LL-PRIORITY.
047700     MOVE WO-PLANNED-START-DATE TO LL-PLANNED.
047800     IF WO-STAT-PLANNED
047900         MOVE "PLANNED" TO LL-STATUS
048000     ELSE
048100         MOVE "STARTED" TO LL-STATUS
048200     END-IF.
048300     MOVE WS-DAYS-LATE TO LL-DAYS-LATE.
048400     MOVE WS-LATE-DETAIL-LINE TO PRINT-LINE.
048500     WRITE PRINT-LINE.
048600 2500-EXIT.
048700     EXIT.
048800
048900*=================================================================
049000* 3000-PRINT-REPORT - THE MACHINE AND OPERATOR SECTIONS, THEN
049100*                     THE SHIFT TOTALS.  THE LATE SECTION WAS
049200*                     PRINTED DURING THE PASS.
049300*=================================================================
049400 3000-PRINT-REPORT.
049500     MOVE WS-BLANK-LINE TO PRINT-LINE.
049600     WRITE PRINT-LINE.
049700     MOVE "PRODUCTION BY LINE/MACHINE" TO SL-SECTION-TITLE.
049800     MOVE WS-SECTION-LINE TO PRINT-LINE.
049900     WRITE PRINT-LINE.
050000     MOVE WS-MACH-HEADING-LINE TO PRINT-LINE.
050100     WRITE PRINT-LINE.
050200     PERFORM 3100-PRINT-ONE-MACHINE THRU 3100-EXIT
050300         VARYING WS-MACH-IDX FROM 1 BY 1
050400         UNTIL WS-MACH-IDX > WS-MACH-COUNT.
050500
050600     MOVE WS-BLANK-LINE TO PRINT-LINE.
050700     WRITE PRINT-LINE.
050800     MOVE "PRODUCTION BY OPERATOR" TO SL-SECTION-TITLE.
050900     MOVE WS-SECTION-LINE TO PRINT-LINE.
051000     WRITE PRINT-LINE.
051100     MOVE WS-OPER-HEADING-LINE TO PRINT-LINE.
051200     WRITE PRINT-LINE.
051300     PERFORM 3200-PRINT-ONE-OPERATOR THRU 3200-EXIT
051400         VARYING WS-OPER-IDX FROM 1 BY 1
051500         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
051600
051700     MOVE WS-BLANK-LINE TO PRINT-LINE.
051800     WRITE PRINT-LINE.
051900     MOVE WS-STARTED-COUNT TO TL-STARTED.
052000     MOVE WS-COMPLETED-COUNT TO TL-COMPLETED.
052100     MOVE WS-LATE-COUNT TO TL-LATE.
052200     MOVE WS-TOTAL-LINE TO PRINT-LINE.
052300     WRITE PRINT-LINE.
052400 3000-EXIT.
052500     EXIT.
052600
052700*=================================================================
052800* 3100-PRINT-ONE-MACHINE - ONE DETAIL LINE FOR ONE LINE/MACHINE
052900*=================================================================
053000 3100-PRINT-ONE-MACHINE.
053100     MOVE WS-TAB-MACHINE(WS-MACH-IDX) TO ML-MACHINE.
053200     MOVE WS-TAB-MACH-STARTED(WS-MACH-IDX) TO ML-STARTED.
053300     MOVE WS-TAB-MACH-COMPLETED(WS-MACH-IDX) TO ML-COMPLETED.
053400     MOVE WS-TAB-MACH-GOOD(WS-MACH-IDX) TO ML-GOOD.
053500     MOVE WS-TAB-MACH-SCRAP(WS-MACH-IDX) TO ML-SCRAP.
053600     MOVE WS-MACH-DETAIL-LINE TO PRINT-LINE.
053700     WRITE PRINT-LINE.
053800 3100-EXIT.
053900     EXIT.
054000
054100*=================================================================
054200* 3200-PRINT-ONE-OPERATOR - ONE DETAIL LINE FOR ONE OPERATOR
054300*=================================================================
054400 3200-PRINT-ONE-OPERATOR.
054500     MOVE WS-TAB-OPERATOR(WS-OPER-IDX) TO OL-OPERATOR.
054600     MOVE WS-TAB-OPER-STARTED(WS-OPER-IDX) TO OL-STARTED.
054700     MOVE WS-TAB-OPER-COMPLETED(WS-OPER-IDX) TO OL-COMPLETED.
054800     MOVE WS-OPER-DETAIL-LINE TO PRINT-LINE.
054900     WRITE PRINT-LINE.
055000 3200-EXIT.
055100     EXIT.
055200
055300*=================================================================
055400* 9000-TERMINATE - CLOSE THE FILES
055500*=================================================================
055600 9000-TERMINATE.
055700     CLOSE WORK-ORDER-FILE.
055800     CLOSE PRINT-FILE.
055900 9000-EXIT.
056000     EXIT.
056100
056200*=================================================================
056300* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
056400*                       FILES ARE OPEN AND END THE RUN WITH A
056500*                       NONZERO RETURN CODE SO THE OVERNIGHT
056600*                       SCHEDULE SHOWS AN ABNORMAL TERMINATION.
056700*=================================================================
056800 9900-ABORT-TEARDOWN.
056900     DISPLAY "SHIFTRPT ABENDED - FILE OPERATION FAILED".
057000     IF WS-FILES-OPEN
057100         CLOSE WORK-ORDER-FILE
057200         CLOSE PRINT-FILE
057300     END-IF.
057400     MOVE 16 TO RETURN-CODE.
057500     STOP RUN.
057600
057700 END PROGRAM SHIFTRPT.
