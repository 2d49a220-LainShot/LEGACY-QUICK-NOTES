002000* COMMAND PROCEDURE DATES THE PUREXTR FILE BEFORE IT IS
002100* SHIPPED.
002200*
002300* UNDER EACH SHORT PART THE REPORT LISTS EVERY BIN STILL HOLDING
002400* ITS STOCK, FROM THE PART-LOCATION FILE.  ANY ACTIVE PART -
002500* SHORT OR NOT - WHOSE HOME BIN IS EMPTY WHILE STOCK SITS IN
002600* OTHER BINS IS CALLED OUT ON ITS OWN LINE SO THE STORES CREW
002700* CAN REFILL THE HOME BIN BEFORE A PICKER FINDS IT EMPTY.  THE
002800* PUREXTR FEED IS UNCHANGED AND STILL CARRIES THE HOME BIN.
002900*
003000* MODIFICATION HISTORY
003100*   02-SEP-2026  RSH  ORIGINAL.
003200*   15-OCT-2026  RSH  A RECORD ON THE RPTDATE PARAMETER FILE
003300*                     (WRITTEN BY RPTDISP FOR A SUPERVISOR'S
003400*                     QUEUED REQUEST) MAKES THE RUN A REQUESTED
003500*                     REPRINT: THE REPORT IS PRINTED BUT THE
003600*                     PUREXTR TRANSFER IS NEITHER OPENED NOR
003700*                     WRITTEN, SO PURCHASING NEVER GETS A SECOND
003800*                     FEED FOR THE SAME NIGHT.
003900*   15-OCT-2026  RSH  MULTI-BIN STOCK.  LISTS THE BINS HOLDING A
004000*                     SHORT PART'S STOCK AND FLAGS EVERY ACTIVE
004100*                     PART WITH AN EMPTY HOME BIN AND STOCK
004200*                     ELSEWHERE, COUNTED ON A SECOND TOTAL LINE.
004300*=================================================================
004400
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   VAX-8600.
004800 OBJECT-COMPUTER.   VAX-8600.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS IM-PART-NUMBER
005600         FILE STATUS IS WS-ITEMMAST-STATUS.
005700
005800     SELECT PART-LOCATION-FILE ASSIGN TO "PARTLOC"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS LC-LOCATION-KEY
006200         FILE STATUS IS WS-PARTLOC-STATUS.
006300
006400     SELECT EXTRACT-FILE ASSIGN TO "PUREXTR"
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-EXTRACT-STATUS.
006800
006900     SELECT PRINT-FILE ASSIGN TO "REORDRPT"
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS WS-PRINT-STATUS.
007300
007400     SELECT OPTIONAL REPORT-DATE-FILE ASSIGN TO "RPTDATE"
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS WS-RPTDATE-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  ITEM-MASTER-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY ITEMMAST.
008400
008500 FD  PART-LOCATION-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY PARTLOC.
008800
008900 FD  EXTRACT-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY PUREXTR.
009200
009300 FD  PRINT-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  PRINT-LINE                  PIC X(80).
009600
009700 FD  REPORT-DATE-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY RPTDATE.
010000
010100 WORKING-STORAGE SECTION.
010200*-----------------------------------------------------------------
010300* FILE STATUS AND SWITCHES
010400*-----------------------------------------------------------------
010500 77  WS-RPTDATE-STATUS       PIC X(02).
010600     88  WS-RPTDATE-OK               VALUE "00".
010700     88  WS-RPTDATE-ABSENT           VALUE "05".
010800
010900 77  WS-REQUESTED-RUN-SW     PIC X(01)   VALUE "N".
011000     88  WS-REQUESTED-RUN            VALUE "Y".
011100
011200 77  WS-ITEMMAST-STATUS      PIC X(02).
011300     88  WS-ITEMMAST-OK              VALUE "00".
011400
011500 77  WS-PARTLOC-STATUS       PIC X(02).
011600     88  WS-PARTLOC-OK               VALUE "00".
011700
011800 77  WS-EXTRACT-STATUS       PIC X(02).
011900     88  WS-EXTRACT-OK               VALUE "00".
012000
012100 77  WS-PRINT-STATUS         PIC X(02).
012200     88  WS-PRINT-OK                 VALUE "00".
012300
012400 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
012500     88  WS-ITEM-EOF                 VALUE "Y".
012600
012700 77  WS-LOC-EOF-SWITCH       PIC X(01)   VALUE "N".
012800     88  WS-LOC-EOF                  VALUE "Y".
012900
013000 77  WS-PART-SHORT-SW        PIC X(01)   VALUE "N".
013100     88  WS-PART-SHORT               VALUE "Y".
013200
013300 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
013400     88  WS-FILES-OPEN               VALUE "Y".
013500
013600*-----------------------------------------------------------------
013700* SITE CODE CARRIED ON EVERY RECORD OF THE FEED
013800*-----------------------------------------------------------------
013900 77  WS-SITE-CODE            PIC X(04)   VALUE "FLC1".
014000
014100 77  WS-TODAY-CCYYMMDD       PIC 9(08).
014200 77  WS-SHORTFALL-QTY        PIC S9(07)  COMP.
014300 77  WS-HOME-BIN-QTY         PIC S9(07)  COMP.
014400
014500*-----------------------------------------------------------------
014600* RUN CONTROL TOTALS
014700*-----------------------------------------------------------------
014800 77  WS-EXAMINED-COUNT       PIC 9(07)   COMP    VALUE ZERO.
014900 77  WS-SHORT-COUNT          PIC 9(07)   COMP    VALUE ZERO.
015000 77  WS-SHORTFALL-TOTAL      PIC 9(09)   COMP    VALUE ZERO.
015100 77  WS-HOME-EMPTY-COUNT     PIC 9(07)   COMP    VALUE ZERO.
015200
015300*-----------------------------------------------------------------
015400* PRINT LINE LAYOUTS
015500*-----------------------------------------------------------------
015600 01  WS-TITLE-LINE.
015700     05  FILLER                  PIC X(26)
015800             VALUE "BELOW-REORDER PARTS".
015900     05  FILLER                  PIC X(54)   VALUE SPACES.
016000
016100 01  WS-DATE-LINE.
016200     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
016300     05  DL-RUN-DATE             PIC 9(08).
016400     05  FILLER                  PIC X(61)   VALUE SPACES.
016500
016600 01  WS-HEADING-LINE.
016700     05  FILLER                  PIC X(09)   VALUE "PART".
016800     05  FILLER                  PIC X(25)   VALUE "DESCRIPTION".
016900     05  FILLER                  PIC X(07)   VALUE "BIN".
017000     05  FILLER                  PIC X(09)   VALUE " ON HAND".
017100     05  FILLER                  PIC X(08)   VALUE " REORDER".
017200     05  FILLER                  PIC X(09)   VALUE "   SHORT".
017300     05  FILLER                  PIC X(13)   VALUE SPACES.
017400
017500 01  WS-DETAIL-LINE.
017600     05  DL-PART                 PIC X(09).
017700     05  DL-DESC                 PIC X(25).
017800     05  DL-BIN                  PIC X(07).
017900     05  DL-ON-HAND              PIC ZZZZZZ9-.
018000     05  FILLER                  PIC X(01)   VALUE SPACES.
018100     05  DL-REORDER              PIC ZZZZZZ9.
018200     05  FILLER                  PIC X(01)   VALUE SPACES.
018300     05  DL-SHORTFALL            PIC ZZZZZZ9.
018400     05  FILLER                  PIC X(14)   VALUE SPACES.
018500
018600 01  WS-BIN-LINE.
018700     05  FILLER                  PIC X(09)   VALUE SPACES.
018800     05  FILLER                  PIC X(25)
018900             VALUE "  STOCK HELD IN BIN".
019000     05  BL-BIN                  PIC X(07).
019100     05  BL-QTY                  PIC ZZZZZZ9-.
019200     05  FILLER                  PIC X(31)   VALUE SPACES.
019300
019400 01  WS-HOME-EMPTY-LINE.
019500     05  HL-PART                 PIC X(09).
019600     05  HL-DESC                 PIC X(25).
019700     05  HL-BIN                  PIC X(07).
019800     05  HL-ON-HAND              PIC ZZZZZZ9-.
019900     05  FILLER                  PIC X(02)   VALUE SPACES.
020000     05  FILLER                  PIC X(29)
020100             VALUE "HOME BIN EMPTY - REFILL IT".
020200
020300 01  WS-TOTAL-LINE.
020400     05  FILLER                  PIC X(10)   VALUE "EXAMINED:".
020500     05  TL-EXAMINED             PIC ZZZZZZ9.
020600     05  FILLER                  PIC X(14)
020700             VALUE "  BELOW POINT:".
020800     05  TL-SHORT                PIC ZZZZZZ9.
020900     05  FILLER                  PIC X(17)
021000             VALUE "  TOTAL SHORTAGE:".
021100     05  TL-SHORTFALL            PIC ZZZZZZZZ9.
021200     05  FILLER                  PIC X(16)   VALUE SPACES.
021300
021400 01  WS-TOTAL-LINE-2.
021500     05  FILLER                  PIC X(17)
021600             VALUE "HOME BINS EMPTY:".
021700     05  TL-HOME-EMPTY           PIC ZZZZZZ9.
021800     05  FILLER                  PIC X(56)   VALUE SPACES.
021900
022000 PROCEDURE DIVISION.
022100*=================================================================
022200* 0000-MAINLINE
022300*=================================================================
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 2000-PROCESS-ITEM-RECORD THRU 2000-EXIT
022700         UNTIL WS-ITEM-EOF.
022800     IF NOT WS-REQUESTED-RUN
022900         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
023000     END-IF.
023100     PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.
023200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023300     STOP RUN.
023400
023500*=================================================================
023600* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS, AND
023700*                   PRIME THE READ
023800*=================================================================
023900 1000-INITIALIZE.
024000     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
024100     PERFORM 1100-READ-REPORT-DATE THRU 1100-EXIT.
024200     OPEN INPUT ITEM-MASTER-FILE.
024300     IF NOT WS-ITEMMAST-OK
024400         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
024500             WS-ITEMMAST-STATUS
024600         GO TO 9900-ABORT-TEARDOWN
024700     END-IF.
024800     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
024900     IF NOT WS-REQUESTED-RUN
025000         OPEN OUTPUT EXTRACT-FILE
025100         IF NOT WS-EXTRACT-OK
025200             DISPLAY "EXTRACT OPEN FAILED - STATUS "
025300                 WS-EXTRACT-STATUS
025400             GO TO 9900-ABORT-TEARDOWN
025500         END-IF
025600     END-IF.
025700     OPEN INPUT PART-LOCATION-FILE.
025800     IF NOT WS-PARTLOC-OK
025900         DISPLAY "PART-LOCATION OPEN FAILED - STATUS "
026000             WS-PARTLOC-STATUS
026100         GO TO 9900-ABORT-TEARDOWN
026200     END-IF.
026300     OPEN OUTPUT PRINT-FILE.
026400     IF NOT WS-PRINT-OK
026500         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
026600             WS-PRINT-STATUS
026700         GO TO 9900-ABORT-TEARDOWN
026800     END-IF.
026900
027000     MOVE WS-TITLE-LINE TO PRINT-LINE.
027100     WRITE PRINT-LINE.
027200     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
027300     MOVE WS-DATE-LINE TO PRINT-LINE.
027400     WRITE PRINT-LINE.
027500     MOVE WS-HEADING-LINE TO PRINT-LINE.
027600     WRITE PRINT-LINE.
027700
027800     PERFORM 2100-READ-ITEM-RECORD THRU 2100-EXIT.
027900 1000-EXIT.
028000     EXIT.
028100
028200*=================================================================
028300* 1100-READ-REPORT-DATE - A RECORD ON THE REPORT-DATE FILE MEANS
028400*                         RPTDISP IS RUNNING THIS REPORT FOR A
028500*                         SUPERVISOR'S REQUEST.  REPORT ON THE
028600*                         BUSINESS DATE IT CARRIES INSTEAD OF
028700*                         TODAY, PROVIDED IT WAS WRITTEN TODAY.  A
028800*                         REQUESTED REPRINT WRITES NO PUREXTR
028900*                         TRANSFER.  NO FILE OR AN EMPTY ONE IS
029000*                         THE NORMAL NIGHTLY RUN.
029100*=================================================================
029200 1100-READ-REPORT-DATE.
029300     OPEN INPUT REPORT-DATE-FILE.
029400     IF WS-RPTDATE-ABSENT
029500         CLOSE REPORT-DATE-FILE
029600         GO TO 1100-EXIT
029700     END-IF.
029800     IF NOT WS-RPTDATE-OK
029900         DISPLAY "REPORT-DATE OPEN FAILED - STATUS "
030000             WS-RPTDATE-STATUS
030100         GO TO 9900-ABORT-TEARDOWN
030200     END-IF.
030300     READ REPORT-DATE-FILE
030400         AT END
030500             MOVE ZERO TO RD-BUSINESS-DATE
030600     END-READ.
030700     IF RD-BUSINESS-DATE NUMERIC
030800             AND RD-BUSINESS-DATE > ZERO
030900             AND RD-WRITTEN-DATE NOT = WS-TODAY-CCYYMMDD
031000         DISPLAY "REORDRPT IGNORED A REPORT-DATE RECORD WRITTEN "
031100             RD-WRITTEN-DATE
031200         MOVE ZERO TO RD-BUSINESS-DATE
031300     END-IF.
031400     IF RD-BUSINESS-DATE NUMERIC
031500             AND RD-BUSINESS-DATE > ZERO
031600         MOVE RD-BUSINESS-DATE TO WS-TODAY-CCYYMMDD
031700         MOVE "Y" TO WS-REQUESTED-RUN-SW
031800         DISPLAY "REORDRPT REQUESTED BY " RD-REQUESTED-BY
031900             " AT " RD-TERMINAL " FOR " WS-TODAY-CCYYMMDD
032000     END-IF.
032100     CLOSE REPORT-DATE-FILE.
032200 1100-EXIT.
032300     EXIT.
032400
032500*=================================================================
032600* 2000-PROCESS-ITEM-RECORD - JUDGE ONE PART AGAINST ITS REORDER
032700*                            POINT, LOOK OVER ITS BINS, AND READ
032800*                            THE NEXT ONE.  A DEACTIVATED PART
032900*                            IS SKIPPED.
033000*=================================================================
033100 2000-PROCESS-ITEM-RECORD.
033200     ADD 1 TO WS-EXAMINED-COUNT.
033300     IF IM-ITEM-INACTIVE
033400         GO TO 2000-NEXT
033500     END-IF.
033600     MOVE "N" TO WS-PART-SHORT-SW.
033700     IF IM-ON-HAND-QTY < IM-REORDER-POINT
033800         MOVE "Y" TO WS-PART-SHORT-SW
033900         PERFORM 2200-REPORT-SHORT-PART THRU 2200-EXIT
034000     END-IF.
034100     PERFORM 2300-CHECK-PART-BINS THRU 2300-EXIT.
034200 2000-NEXT.
034300     PERFORM 2100-READ-ITEM-RECORD THRU 2100-EXIT.
034400 2000-EXIT.
034500     EXIT.
034600
034700*=================================================================
034800* 2100-READ-ITEM-RECORD - READ THE NEXT ITEM-MASTER RECORD
034900*=================================================================
035000 2100-READ-ITEM-RECORD.
035100     READ ITEM-MASTER-FILE NEXT RECORD
035200         AT END
035300             MOVE "Y" TO WS-EOF-SWITCH
035400     END-READ.
035500 2100-EXIT.
035600     EXIT.
035700
035800*=================================================================
035900* 2200-REPORT-SHORT-PART - ONE REPORT LINE AND ONE FEED DETAIL
036000*                          RECORD FOR ONE PART BELOW ITS REORDER
036100*                          POINT
036200*=================================================================
036300 2200-REPORT-SHORT-PART.
036400     COMPUTE WS-SHORTFALL-QTY =
036500         IM-REORDER-POINT - IM-ON-HAND-QTY.
036600
036700     MOVE IM-PART-NUMBER TO DL-PART.
036800     MOVE IM-DESCRIPTION TO DL-DESC.
036900     MOVE IM-BIN-LOCATION TO DL-BIN.
037000     MOVE IM-ON-HAND-QTY TO DL-ON-HAND.
037100     MOVE IM-REORDER-POINT TO DL-REORDER.
037200     MOVE WS-SHORTFALL-QTY TO DL-SHORTFALL.
037300     MOVE WS-DETAIL-LINE TO PRINT-LINE.
037400     WRITE PRINT-LINE.
037500
037600     IF WS-REQUESTED-RUN
037700         GO TO 2200-COUNT
037800     END-IF.
037900
038000     MOVE "D" TO PX-RECORD-TYPE.
038100     MOVE WS-SITE-CODE TO PX-SITE-CODE.
038200     MOVE SPACES TO PX-DETAIL.
038300     MOVE IM-PART-NUMBER TO PX-PART-NUMBER.
038400     MOVE IM-BIN-LOCATION TO PX-BIN-LOCATION.
038500     MOVE IM-ON-HAND-QTY TO PX-ON-HAND-QTY.
038600     MOVE IM-REORDER-POINT TO PX-REORDER-POINT.
038700     MOVE WS-SHORTFALL-QTY TO PX-SHORTFALL-QTY.
038800
038900     WRITE PURCHASE-EXTRACT-RECORD.
039000     IF NOT WS-EXTRACT-OK
039100         DISPLAY "EXTRACT WRITE FAILED - STATUS "
039200             WS-EXTRACT-STATUS
039300         GO TO 9900-ABORT-TEARDOWN
039400     END-IF.
039500
039600 2200-COUNT.
039700     ADD 1 TO WS-SHORT-COUNT.
039800     ADD WS-SHORTFALL-QTY TO WS-SHORTFALL-TOTAL.
039900 2200-EXIT.
040000     EXIT.
040100
040200*=================================================================
040300* 2300-CHECK-PART-BINS - WALK THE PART'S BINS ON THE
040400*                        PART-LOCATION FILE.  A SHORT PART GETS
040500*                        A LINE FOR EACH BIN STILL HOLDING
040600*                        STOCK; ANY PART WHOSE HOME BIN IS EMPTY
040700*                        WITH STOCK ELSEWHERE IS FLAGGED.
040800*=================================================================
040900 2300-CHECK-PART-BINS.
041000     MOVE ZERO TO WS-HOME-BIN-QTY.
041100     MOVE IM-PART-NUMBER TO LC-PART-NUMBER.
041200     MOVE SPACES TO LC-BIN-LOCATION.
041300     START PART-LOCATION-FILE KEY NOT < LC-LOCATION-KEY
041400         INVALID KEY
041500             MOVE "23" TO WS-PARTLOC-STATUS
041600     END-START.
041700     IF WS-PARTLOC-OK
041800         MOVE "N" TO WS-LOC-EOF-SWITCH
041900         PERFORM 2350-CHECK-ONE-BIN THRU 2350-EXIT
042000             UNTIL WS-LOC-EOF
042100     END-IF.
042200
042300     IF IM-BIN-LOCATION = SPACES
042400             OR WS-HOME-BIN-QTY NOT = ZERO
042500             OR IM-ON-HAND-QTY NOT > ZERO
042600         GO TO 2300-EXIT
042700     END-IF.
042800     MOVE IM-PART-NUMBER TO HL-PART.
042900     MOVE IM-DESCRIPTION TO HL-DESC.
043000     MOVE IM-BIN-LOCATION TO HL-BIN.
043100     MOVE IM-ON-HAND-QTY TO HL-ON-HAND.
043200     MOVE WS-HOME-EMPTY-LINE TO PRINT-LINE.
043300     WRITE PRINT-LINE.
043400     ADD 1 TO WS-HOME-EMPTY-COUNT.
043500 2300-EXIT.
043600     EXIT.
043700
043800 2350-CHECK-ONE-BIN.
043900     READ PART-LOCATION-FILE NEXT RECORD
044000         AT END
044100             MOVE "Y" TO WS-LOC-EOF-SWITCH
044200     END-READ.
044300     IF WS-LOC-EOF
044400         GO TO 2350-EXIT
044500     END-IF.
044600     IF NOT WS-PARTLOC-OK
044700         DISPLAY "PART-LOCATION READ FAILED - STATUS "
044800             WS-PARTLOC-STATUS
044900         GO TO 9900-ABORT-TEARDOWN
045000     END-IF.
045100     IF LC-PART-NUMBER NOT = IM-PART-NUMBER
045200         MOVE "Y" TO WS-LOC-EOF-SWITCH
045300         GO TO 2350-EXIT
045400     END-IF.
045500
045600     IF LC-BIN-LOCATION = IM-BIN-LOCATION
045700         MOVE LC-ON-HAND-QTY TO WS-HOME-BIN-QTY
045800     END-IF.
045900     IF WS-PART-SHORT AND LC-ON-HAND-QTY NOT = ZERO
046000         MOVE LC-BIN-LOCATION TO BL-BIN
046100         MOVE LC-ON-HAND-QTY TO BL-QTY
046200         MOVE WS-BIN-LINE TO PRINT-LINE
046300         WRITE PRINT-LINE
046400     END-IF.
046500 2350-EXIT.
046600     EXIT.
046700
046800*=================================================================
046900* 3000-WRITE-TRAILER - THE RECONCILIATION TRAILER.  WRITTEN ON
047000*                      EVERY RUN, INCLUDING A RUN WITH NOTHING
047100*                      BELOW REORDER.
047200*=================================================================
047300 3000-WRITE-TRAILER.
047400     MOVE "T" TO PX-RECORD-TYPE.
047500     MOVE WS-SITE-CODE TO PX-SITE-CODE.
047600     MOVE SPACES TO PX-DETAIL.
047700     MOVE WS-SHORT-COUNT TO PX-RECORD-COUNT.
047800     MOVE WS-SHORTFALL-TOTAL TO PX-SHORTFALL-TOTAL.
047900
048000     WRITE PURCHASE-EXTRACT-RECORD.
048100     IF NOT WS-EXTRACT-OK
048200         DISPLAY "EXTRACT WRITE FAILED - STATUS "
048300             WS-EXTRACT-STATUS
048400         GO TO 9900-ABORT-TEARDOWN
048500     END-IF.
048600 3000-EXIT.
048700     EXIT.
048800
048900*=================================================================
049000* 3500-PRINT-TOTALS - CONTROL TOTALS FOR THE SWEEP
049100*=================================================================
049200 3500-PRINT-TOTALS.
049300     MOVE WS-EXAMINED-COUNT TO TL-EXAMINED.
049400     MOVE WS-SHORT-COUNT TO TL-SHORT.
049500     MOVE WS-SHORTFALL-TOTAL TO TL-SHORTFALL.
049600     MOVE WS-TOTAL-LINE TO PRINT-LINE.
049700     WRITE PRINT-LINE.
049800     MOVE WS-HOME-EMPTY-COUNT TO TL-HOME-EMPTY.
049900     MOVE WS-TOTAL-LINE-2 TO PRINT-LINE.
050000     WRITE PRINT-LINE.
050100
050200     DISPLAY "REORDRPT FOUND " WS-SHORT-COUNT
050300         " PARTS BELOW REORDER FOR SITE " WS-SITE-CODE.
050400 3500-EXIT.
050500     EXIT.
050600
050700*=================================================================
050800* 9000-TERMINATE - CLOSE THE FILES
050900*=================================================================
051000 9000-TERMINATE.
051100     CLOSE ITEM-MASTER-FILE.
051200     CLOSE PART-LOCATION-FILE.
051300     IF NOT WS-REQUESTED-RUN
051400         CLOSE EXTRACT-FILE
051500     END-IF.
051600     CLOSE PRINT-FILE.
051700 9000-EXIT.
051800     EXIT.
051900
052000*=================================================================
052100* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
052200*                       FILES ARE OPEN AND END THE RUN WITH A
052300*                       NONZERO RETURN CODE SO THE OVERNIGHT
052400*                       SCHEDULE SHOWS AN ABNORMAL TERMINATION
052500*                       AND THE TRANSFER IS NOT SHIPPED.
052600*=================================================================
052700 9900-ABORT-TEARDOWN.
052800     DISPLAY "REORDRPT ABENDED - TRANSFER NOT SHIPPED".
052900     IF WS-FILES-OPEN
053000         CLOSE ITEM-MASTER-FILE
053100         CLOSE PART-LOCATION-FILE
053200         IF NOT WS-REQUESTED-RUN
053300             CLOSE EXTRACT-FILE
053400         END-IF
053500         CLOSE PRINT-FILE
053600     END-IF.
053700     MOVE 16 TO RETURN-CODE.
053800     STOP RUN.
053900
054000 END PROGRAM REORDRPT.
