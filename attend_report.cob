001800*
001900* MODIFICATION HISTORY
002000*   02-SEP-2026  RSH  ORIGINAL.
002100*   15-OCT-2026  RSH  A RECORD ON THE RPTDATE PARAMETER FILE
002200*                     (WRITTEN BY RPTDISP FOR A SUPERVISOR'S
002300*                     QUEUED REQUEST) REPLACES THE RUN DATE WITH
002400*                     THE BUSINESS DATE REQUESTED, SO ANY DAY CAN
002500*                     BE REPRINTED.
002600*=================================================================
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   VAX-8600.
003100 OBJECT-COMPUTER.   VAX-8600.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT SESSION-HISTORY-FILE ASSIGN TO "SESSHIST"
003600         ORGANIZATION IS SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS WS-SESSHIST-STATUS.
003900
004000     SELECT PRINT-FILE ASSIGN TO "ATTNDRPT"
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-PRINT-STATUS.
004400
004500     SELECT OPTIONAL REPORT-DATE-FILE ASSIGN TO "RPTDATE"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-RPTDATE-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  SESSION-HISTORY-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY SESSHIST.
005500
005600 FD  PRINT-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  PRINT-LINE                  PIC X(80).
005900
006000 FD  REPORT-DATE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY RPTDATE.
006300
006400 WORKING-STORAGE SECTION.
006500*-----------------------------------------------------------------
006600* FILE STATUS AND SWITCHES
006700*-----------------------------------------------------------------
006800 77  WS-RPTDATE-STATUS       PIC X(02).
006900     88  WS-RPTDATE-OK               VALUE "00".
007000     88  WS-RPTDATE-ABSENT           VALUE "05".
007100
007200 77  WS-SESSHIST-STATUS      PIC X(02).
007300     88  WS-SESSHIST-OK              VALUE "00".
007400
007500 77  WS-PRINT-STATUS         PIC X(02).
007600     88  WS-PRINT-OK                 VALUE "00".
007700
007800 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
007900     88  WS-SESSHIST-EOF             VALUE "Y".
008000
008100 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
008200     88  WS-FILES-OPEN               VALUE "Y".
008300
008400 77  WS-OPER-ADD-SWITCH      PIC X(01)   VALUE "Y".
008500     88  WS-OPER-ADD-OK              VALUE "Y".
008600
008700 77  WS-TERM-ADD-SWITCH      PIC X(01)   VALUE "Y".
008800     88  WS-TERM-ADD-OK              VALUE "Y".
008900
009000*-----------------------------------------------------------------
009100* PER-OPERATOR ACCUMULATOR TABLE
009200*-----------------------------------------------------------------
009300 77  WS-MAX-OPERS            PIC 9(03)   VALUE 200.
009400 77  WS-OPER-COUNT           PIC 9(03)   COMP    VALUE ZERO.
009500
009600 01  WS-OPERATOR-TABLE.
009700     05  WS-OPER-ENTRY OCCURS 200 TIMES
009800             INDEXED BY WS-OPER-IDX.
009900         10  WS-TAB-OPERATOR         PIC X(08).
010000         10  WS-TAB-OPER-SESSIONS    PIC 9(05)   COMP.
010100         10  WS-TAB-OPER-SECONDS     PIC 9(09)   COMP.
010200
010300*-----------------------------------------------------------------
010400* PER-TERMINAL ACCUMULATOR TABLE
010500*-----------------------------------------------------------------
010600 77  WS-MAX-TERMS            PIC 9(03)   VALUE 50.
010700 77  WS-TERM-COUNT           PIC 9(03)   COMP    VALUE ZERO.
010800
010900 01  WS-TERMINAL-TABLE.
011000     05  WS-TERM-ENTRY OCCURS 50 TIMES
011100             INDEXED BY WS-TERM-IDX.
011200         10  WS-TAB-TERMINAL         PIC X(08).
011300         10  WS-TAB-TERM-SESSIONS    PIC 9(05)   COMP.
011400         10  WS-TAB-TERM-SECONDS     PIC 9(09)   COMP.
011500
011600*-----------------------------------------------------------------
011700* DURATION WORK AREAS - THE JOURNAL TIMES ARE HHMMSS PLUS
011800* HUNDREDTHS, SLICED THROUGH AN OVERLAY INTO SECONDS.  A
011900* SESSION ACROSS MIDNIGHT ADDS A FULL DAY PER CALENDAR DAY
012000* CROSSED.
012100*-----------------------------------------------------------------
012200 77  WS-TIME-IN              PIC 9(08).
012300 77  WS-TIME-SECS            PIC S9(09)  COMP.
012400 77  WS-SIGNON-SECS          PIC S9(09)  COMP.
012500 77  WS-SIGNOFF-SECS         PIC S9(09)  COMP.
012600 77  WS-SESSION-SECS         PIC S9(09)  COMP.
012700 77  WS-DAYS-SPANNED         PIC S9(05)  COMP.
012800 77  WS-DUR-HOURS            PIC 9(05)   COMP.
012900 77  WS-DUR-MINUTES          PIC 9(02)   COMP.
013000
013100 01  WS-TIME-SLICE.
013200     05  WS-SLICE-HH             PIC 9(02).
013300     05  WS-SLICE-MM             PIC 9(02).
013400     05  WS-SLICE-SS             PIC 9(02).
013500     05  FILLER                  PIC X(02).
013600
013700*-----------------------------------------------------------------
013800* RUN CONTROL TOTALS
013900*-----------------------------------------------------------------
014000 77  WS-TODAY-CCYYMMDD       PIC 9(08).
014100 77  WS-SESSION-COUNT        PIC 9(05)   COMP    VALUE ZERO.
014200 77  WS-TOTAL-SECONDS        PIC 9(09)   COMP    VALUE ZERO.
014300
014400*-----------------------------------------------------------------
014500* PRINT LINE LAYOUTS
014600*-----------------------------------------------------------------
014700 01  WS-TITLE-LINE.
014800     05  FILLER                  PIC X(26)
014900             VALUE "DAILY ATTENDANCE".
015000     05  FILLER                  PIC X(54)   VALUE SPACES.
015100
015200 01  WS-DATE-LINE.
015300     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
015400     05  DL-RUN-DATE             PIC 9(08).
015500     05  FILLER                  PIC X(61)   VALUE SPACES.
015600
015700 01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
015800
015900 01  WS-SECTION-LINE.
016000     05  SL-SECTION-TITLE        PIC X(40).
016100     05  FILLER                  PIC X(40)   VALUE SPACES.
016200
016300 01  WS-HEADING-LINE.
016400     05  HL-KEY-TITLE            PIC X(10).
016500     05  FILLER                  PIC X(10)   VALUE "SESSIONS".
016600     05  FILLER                  PIC X(14)   VALUE "TIME (HH:MM)".
016700     05  FILLER                  PIC X(46)   VALUE SPACES.
016800
016900 01  WS-DETAIL-LINE.
017000     05  DL-KEY                  PIC X(10).
017100     05  DL-SESSIONS             PIC ZZZZ9.
017200     05  FILLER                  PIC X(07)   VALUE SPACES.
017300     05  DL-HOURS                PIC ZZZZ9.
017400     05  FILLER                  PIC X(01)   VALUE ":".
017500     05  DL-MINUTES              PIC 9(02).
017600     05  FILLER                  PIC X(50)   VALUE SPACES.
017700
017800 01  WS-TOTAL-LINE.
017900     05  FILLER                  PIC X(10)   VALUE "SESSIONS:".
018000     05  TL-SESSIONS             PIC ZZZZ9.
018100     05  FILLER                  PIC X(13)
018200             VALUE "  TOTAL TIME:".
018300     05  TL-HOURS                PIC ZZZZ9.
018400     05  FILLER                  PIC X(01)   VALUE ":".
018500     05  TL-MINUTES              PIC 9(02).
018600     05  FILLER                  PIC X(44)   VALUE SPACES.
018700
018800 PROCEDURE DIVISION.
018900*=================================================================
019000* 0000-MAINLINE
019100*=================================================================
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     PERFORM 2000-PROCESS-ONE-SESSION THRU 2000-EXIT
019500         UNTIL WS-SESSHIST-EOF.
019600     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
019700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019800     STOP RUN.
019900
020000*=================================================================
020100* 1000-INITIALIZE - OPEN THE FILES, PRINT THE TITLE, AND PRIME
020200*                   THE READ
020300*=================================================================
020400 1000-INITIALIZE.
020500     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
020600     PERFORM 1100-READ-REPORT-DATE THRU 1100-EXIT.
020700     OPEN INPUT SESSION-HISTORY-FILE.
020800     IF NOT WS-SESSHIST-OK
020900         DISPLAY "SESSION-HISTORY OPEN FAILED - STATUS "
021000             WS-SESSHIST-STATUS
021100         GO TO 9900-ABORT-TEARDOWN
021200     END-IF.
021300     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
021400     OPEN OUTPUT PRINT-FILE.
021500     IF NOT WS-PRINT-OK
021600         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
021700             WS-PRINT-STATUS
021800         GO TO 9900-ABORT-TEARDOWN
021900     END-IF.
022000
022100     MOVE WS-TITLE-LINE TO PRINT-LINE.
022200     WRITE PRINT-LINE.
022300     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
022400     MOVE WS-DATE-LINE TO PRINT-LINE.
022500     WRITE PRINT-LINE.
022600
022700     PERFORM 2100-READ-SESSION-RECORD THRU 2100-EXIT.
022800 1000-EXIT.
022900     EXIT.
023000
023100*=================================================================
023200* 1100-READ-REPORT-DATE - A RECORD ON THE REPORT-DATE FILE MEANS
023300*                         RPTDISP IS RUNNING THIS REPORT FOR A
023400*                         SUPERVISOR'S REQUEST.  REPORT ON THE
023500*                         BUSINESS DATE IT CARRIES INSTEAD OF
023600*                         TODAY, PROVIDED IT WAS WRITTEN
023700*                         TODAY.  NO FILE OR AN EMPTY ONE IS THE
023800*                         NORMAL NIGHTLY RUN.
023900*=================================================================
024000 1100-READ-REPORT-DATE.
024100     OPEN INPUT REPORT-DATE-FILE.
024200     IF WS-RPTDATE-ABSENT
024300         CLOSE REPORT-DATE-FILE
024400         GO TO 1100-EXIT
024500     END-IF.
024600     IF NOT WS-RPTDATE-OK
024700         DISPLAY "REPORT-DATE OPEN FAILED - STATUS "
024800             WS-RPTDATE-STATUS
024900         GO TO 9900-ABORT-TEARDOWN
025000     END-IF.
025100     READ REPORT-DATE-FILE
025200         AT END
025300             MOVE ZERO TO RD-BUSINESS-DATE
025400     END-READ.
025500     IF RD-BUSINESS-DATE NUMERIC
025600             AND RD-BUSINESS-DATE > ZERO
025700             AND RD-WRITTEN-DATE NOT = WS-TODAY-CCYYMMDD
025800         DISPLAY "ATTNDRPT IGNORED A REPORT-DATE RECORD WRITTEN "
025900             RD-WRITTEN-DATE
026000         MOVE ZERO TO RD-BUSINESS-DATE
026100     END-IF.
026200     IF RD-BUSINESS-DATE NUMERIC
026300             AND RD-BUSINESS-DATE > ZERO
026400         MOVE RD-BUSINESS-DATE TO WS-TODAY-CCYYMMDD
026500         DISPLAY "ATTNDRPT REQUESTED BY " RD-REQUESTED-BY
026600             " AT " RD-TERMINAL " FOR " WS-TODAY-CCYYMMDD
026700     END-IF.
026800     CLOSE REPORT-DATE-FILE.
026900 1100-EXIT.
027000     EXIT.
027100
027200*=================================================================
027300* 2000-PROCESS-ONE-SESSION - ROLL ONE OF TODAY'S CLOSED
027400*                            SESSIONS INTO ITS OPERATOR'S AND
027500*                            TERMINAL'S ROWS AND READ THE NEXT
027600*                            ONE
027700*=================================================================
027800 2000-PROCESS-ONE-SESSION.
027900     IF SH-SIGNOFF-DATE = WS-TODAY-CCYYMMDD
028000         PERFORM 2200-ACCUMULATE-SESSION THRU 2200-EXIT
028100     END-IF.
028200     PERFORM 2100-READ-SESSION-RECORD THRU 2100-EXIT.
028300 2000-EXIT.
028400     EXIT.
028500
028600*=================================================================
028700* 2100-READ-SESSION-RECORD - READ ONE SESSION-HISTORY RECORD
028800*=================================================================
028900 2100-READ-SESSION-RECORD.
029000     READ SESSION-HISTORY-FILE
029100         AT END
029200             MOVE "Y" TO WS-EOF-SWITCH
029300     END-READ.
029400 2100-EXIT.
029500     EXIT.
029600
029700*=================================================================
029800* 2200-ACCUMULATE-SESSION - COMPUTE ONE SESSION'S LENGTH AND
029900*                           ROLL IT INTO BOTH TABLES
030000*=================================================================
030100 2200-ACCUMULATE-SESSION.
030200     PERFORM 2300-COMPUTE-SESSION-SECONDS THRU 2300-EXIT.
030300
030400     PERFORM 2400-FIND-OR-ADD-OPERATOR THRU 2400-EXIT.
030500     IF WS-OPER-ADD-OK
030600         ADD 1 TO WS-TAB-OPER-SESSIONS(WS-OPER-IDX)
030700         ADD WS-SESSION-SECS
030800             TO WS-TAB-OPER-SECONDS(WS-OPER-IDX)
030900     END-IF.
031000
031100     PERFORM 2500-FIND-OR-ADD-TERMINAL THRU 2500-EXIT.
031200     IF WS-TERM-ADD-OK
031300         ADD 1 TO WS-TAB-TERM-SESSIONS(WS-TERM-IDX)
031400         ADD WS-SESSION-SECS
031500             TO WS-TAB-TERM-SECONDS(WS-TERM-IDX)
031600     END-IF.
031700
031800     ADD 1 TO WS-SESSION-COUNT.
031900     ADD WS-SESSION-SECS TO WS-TOTAL-SECONDS.
032000 2200-EXIT.
032100     EXIT.
032200
032300*=================================================================
032400* 2300-COMPUTE-SESSION-SECONDS - SIGN-OFF MINUS SIGN-ON, WITH A
032500*                                FULL DAY ADDED FOR EVERY
032600*                                CALENDAR DAY THE SESSION
032700*                                CROSSED.  A NEGATIVE RESULT CAN
032800*                                ONLY COME FROM A MANGLED
032900*                                RECORD AND COUNTS AS ZERO.
033000*=================================================================
033100 2300-COMPUTE-SESSION-SECONDS.
033200     MOVE SH-SIGNON-TIME TO WS-TIME-IN.
033300     PERFORM 2350-TIME-TO-SECONDS THRU 2350-EXIT.
033400     MOVE WS-TIME-SECS TO WS-SIGNON-SECS.
033500
033600     MOVE SH-SIGNOFF-TIME TO WS-TIME-IN.
033700     PERFORM 2350-TIME-TO-SECONDS THRU 2350-EXIT.
033800     MOVE WS-TIME-SECS TO WS-SIGNOFF-SECS.
033900
034000     COMPUTE WS-DAYS-SPANNED =
034100         FUNCTION INTEGER-OF-DATE(SH-SIGNOFF-DATE) -
034200         FUNCTION INTEGER-OF-DATE(SH-SIGNON-DATE).
034300
034400     COMPUTE WS-SESSION-SECS =
034500         WS-DAYS-SPANNED * 86400 +
034600         WS-SIGNOFF-SECS - WS-SIGNON-SECS.
034700
034800     IF WS-SESSION-SECS < ZERO
034900         DISPLAY "BAD SESSION RECORD FOR " SH-USERID
035000             " - COUNTED AS ZERO"
035100         MOVE ZERO TO WS-SESSION-SECS
035200     END-IF.
035300 2300-EXIT.
035400     EXIT.
035500
035600*=================================================================
035700* 2350-TIME-TO-SECONDS - SLICE ONE HHMMSS TIMESTAMP (PLUS
035800*                        HUNDREDTHS) INTO SECONDS SINCE
035900*                        MIDNIGHT
036000*=================================================================
036100 2350-TIME-TO-SECONDS.
036200     MOVE WS-TIME-IN TO WS-TIME-SLICE.
036300     COMPUTE WS-TIME-SECS =
036400         WS-SLICE-HH * 3600 + WS-SLICE-MM * 60 + WS-SLICE-SS.
036500 2350-EXIT.
036600     EXIT.
036700
036800*=================================================================
036900* 2400-FIND-OR-ADD-OPERATOR - LOCATE THIS OPERATOR'S ROW IN THE
037000*                             TABLE, ADDING A NEW ROW THE FIRST
037100*                             TIME IT IS SEEN
037200*=================================================================
037300 2400-FIND-OR-ADD-OPERATOR.
037400     MOVE "Y" TO WS-OPER-ADD-SWITCH.
037500     SET WS-OPER-IDX TO 1.
037600     SEARCH WS-OPER-ENTRY
037700         AT END
037800             PERFORM 2410-ADD-NEW-OPERATOR THRU 2410-EXIT
037900         WHEN WS-OPER-IDX <= WS-OPER-COUNT
038000                 AND WS-TAB-OPERATOR(WS-OPER-IDX) = SH-USERID
038100             CONTINUE
038200     END-SEARCH.
038300 2400-EXIT.
038400     EXIT.
038500
038600 2410-ADD-NEW-OPERATOR.
038700     IF WS-OPER-COUNT NOT < WS-MAX-OPERS
038800         DISPLAY "OPERATOR TABLE FULL - " SH-USERID
038900             " NOT TRACKED"
039000         MOVE "N" TO WS-OPER-ADD-SWITCH
039100         GO TO 2410-EXIT
039200     END-IF.
039300     ADD 1 TO WS-OPER-COUNT.
039400     SET WS-OPER-IDX TO WS-OPER-COUNT.
039500     MOVE SH-USERID TO WS-TAB-OPERATOR(WS-OPER-IDX).
039600     MOVE ZERO TO WS-TAB-OPER-SESSIONS(WS-OPER-IDX).
039700     MOVE ZERO TO WS-TAB-OPER-SECONDS(WS-OPER-IDX).
039800 2410-EXIT.
039900     EXIT.
040000
040100*=================================================================
040200* 2500-FIND-OR-ADD-TERMINAL - LOCATE THIS TERMINAL'S ROW IN THE
040300*                             TABLE, ADDING A NEW ROW THE FIRST
040400*                             TIME IT IS SEEN
040500*=================================================================
040600 2500-FIND-OR-ADD-TERMINAL.
040700     MOVE "Y" TO WS-TERM-ADD-SWITCH.
040800     SET WS-TERM-IDX TO 1.
040900     SEARCH WS-TERM-ENTRY
041000         AT END
041100             PERFORM 2510-ADD-NEW-TERMINAL THRU 2510-EXIT
041200         WHEN WS-TERM-IDX <= WS-TERM-COUNT
041300                 AND WS-TAB-TERMINAL(WS-TERM-IDX) =
041400                     SH-TERMINAL
041500             CONTINUE
041600     END-SEARCH.
041700 2500-EXIT.
041800     EXIT.
041900
042000 2510-ADD-NEW-TERMINAL.
042100     IF WS-TERM-COUNT NOT < WS-MAX-TERMS
042200         DISPLAY "TERMINAL TABLE FULL - " SH-TERMINAL
042300             " NOT TRACKED"
042400         MOVE "N" TO WS-TERM-ADD-SWITCH
042500         GO TO 2510-EXIT
042600     END-IF.
042700     ADD 1 TO WS-TERM-COUNT.
042800     SET WS-TERM-IDX TO WS-TERM-COUNT.
042900     MOVE SH-TERMINAL TO WS-TAB-TERMINAL(WS-TERM-IDX).
043000     MOVE ZERO TO WS-TAB-TERM-SESSIONS(WS-TERM-IDX).
043100     MOVE ZERO TO WS-TAB-TERM-SECONDS(WS-TERM-IDX).
043200 2510-EXIT.
043300     EXIT.
043400
043500*=================================================================
043600* 3000-PRINT-REPORT - THE OPERATOR AND TERMINAL SECTIONS, THEN
043700*                     THE DAY'S TOTALS
043800*=================================================================
043900 3000-PRINT-REPORT.
044000     MOVE WS-BLANK-LINE TO PRINT-LINE.
044100     WRITE PRINT-LINE.
044200     MOVE "TIME ON SYSTEM BY OPERATOR" TO SL-SECTION-TITLE.
044300     MOVE WS-SECTION-LINE TO PRINT-LINE.
044400     WRITE PRINT-LINE.
044500     MOVE "OPERATOR" TO HL-KEY-TITLE.
044600     MOVE WS-HEADING-LINE TO PRINT-LINE.
044700     WRITE PRINT-LINE.
044800     PERFORM 3100-PRINT-ONE-OPERATOR THRU 3100-EXIT
044900         VARYING WS-OPER-IDX FROM 1 BY 1
045000         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
045100
045200     MOVE WS-BLANK-LINE TO PRINT-LINE.
045300     WRITE PRINT-LINE.
045400     MOVE "TIME ON SYSTEM BY TERMINAL" TO SL-SECTION-TITLE.
045500     MOVE WS-SECTION-LINE TO PRINT-LINE.
045600     WRITE PRINT-LINE.
045700     MOVE "TERMINAL" TO HL-KEY-TITLE.
045800     MOVE WS-HEADING-LINE TO PRINT-LINE.
045900     WRITE PRINT-LINE.
046000     PERFORM 3200-PRINT-ONE-TERMINAL THRU 3200-EXIT
046100         VARYING WS-TERM-IDX FROM 1 BY 1
046200         UNTIL WS-TERM-IDX > WS-TERM-COUNT.
046300
046400     MOVE WS-BLANK-LINE TO PRINT-LINE.
046500     WRITE PRINT-LINE.
046600     MOVE WS-SESSION-COUNT TO TL-SESSIONS.
046700     MOVE WS-TOTAL-SECONDS TO WS-SESSION-SECS.
046800     PERFORM 3300-SECONDS-TO-HOURS THRU 3300-EXIT.
046900     MOVE WS-DUR-HOURS TO TL-HOURS.
047000     MOVE WS-DUR-MINUTES TO TL-MINUTES.
047100     MOVE WS-TOTAL-LINE TO PRINT-LINE.
047200     WRITE PRINT-LINE.
047300 3000-EXIT.
047400     EXIT.
047500
047600*=================================================================
047700* 3100-PRINT-ONE-OPERATOR - ONE DETAIL LINE FOR ONE OPERATOR
047800*=================================================================
047900 3100-PRINT-ONE-OPERATOR.
048000     MOVE WS-TAB-OPERATOR(WS-OPER-IDX) TO DL-KEY.
048100     MOVE WS-TAB-OPER-SESSIONS(WS-OPER-IDX) TO DL-SESSIONS.
048200     MOVE WS-TAB-OPER-SECONDS(WS-OPER-IDX)
048300         TO WS-SESSION-SECS.
048400     PERFORM 3300-SECONDS-TO-HOURS THRU 3300-EXIT.
048500     MOVE WS-DUR-HOURS TO DL-HOURS.
048600     MOVE WS-DUR-MINUTES TO DL-MINUTES.
048700     MOVE WS-DETAIL-LINE TO PRINT-LINE.
048800     WRITE PRINT-LINE.
048900 3100-EXIT.
049000     EXIT.
049100
049200*=================================================================
049300* 3200-PRINT-ONE-TERMINAL - ONE DETAIL LINE FOR ONE TERMINAL
049400*=================================================================
049500 3200-PRINT-ONE-TERMINAL.
049600     MOVE WS-TAB-TERMINAL(WS-TERM-IDX) TO DL-KEY.
049700     MOVE WS-TAB-TERM-SESSIONS(WS-TERM-IDX) TO DL-SESSIONS.
049800     MOVE WS-TAB-TERM-SECONDS(WS-TERM-IDX)
049900         TO WS-SESSION-SECS.
050000     PERFORM 3300-SECONDS-TO-HOURS THRU 3300-EXIT.
050100     MOVE WS-DUR-HOURS TO DL-HOURS.
050200     MOVE WS-DUR-MINUTES TO DL-MINUTES.
050300     MOVE WS-DETAIL-LINE TO PRINT-LINE.
050400     WRITE PRINT-LINE.
050500 3200-EXIT.
050600     EXIT.
050700
050800*=================================================================
050900* 3300-SECONDS-TO-HOURS - REDUCE A SECONDS TOTAL TO WHOLE HOURS
051000*                         AND MINUTES FOR PRINTING
051100*=================================================================
051200 3300-SECONDS-TO-HOURS.
051300     DIVIDE WS-SESSION-SECS BY 3600
051400         GIVING WS-DUR-HOURS REMAINDER WS-TIME-SECS.
051500     DIVIDE WS-TIME-SECS BY 60
051600         GIVING WS-DUR-MINUTES.
051700 3300-EXIT.
051800     EXIT.
051900
052000*=================================================================
052100* 9000-TERMINATE - CLOSE THE FILES
052200*=================================================================
052300 9000-TERMINATE.
052400     CLOSE SESSION-HISTORY-FILE.
052500     CLOSE PRINT-FILE.
052600 9000-EXIT.
052700     EXIT.
052800
052900*=================================================================
053000* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
053100*                       FILES ARE OPEN AND END THE RUN WITH A
053200*                       NONZERO RETURN CODE SO THE OVERNIGHT
053300*                       SCHEDULE SHOWS AN ABNORMAL TERMINATION.
053400*=================================================================
053500 9900-ABORT-TEARDOWN.
053600     DISPLAY "ATTNDRPT ABENDED - FILE OPERATION FAILED".
053700     IF WS-FILES-OPEN
053800         CLOSE SESSION-HISTORY-FILE
053900         CLOSE PRINT-FILE
054000     END-IF.
054100     MOVE 16 TO RETURN-CODE.
054200     STOP RUN.
054300
054400 END PROGRAM ATTNDRPT.
