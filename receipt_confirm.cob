000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RCPTCONF.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* RCPTCONF
000900*
001000* NIGHTLY RECEIPT CONFIRMATION BACK TO PURCHASING.  THE DAY'S
001100* MOVEMENT JOURNAL IS READ FOR EVERY RECEIPT POSTED AGAINST A
001200* PURCHASE-ORDER LINE, AND EACH ONE IS PRINTED AND WRITTEN TO
001300* THE RCPTXTR TRANSFER FILE FOR THE PURCHASING SYSTEM LOADER -
001400* PO NUMBER, LINE, PART, QUANTITY, WHEN, AND WHO - TRAILED BY
001500* THE RECORD COUNT AND TOTAL QUANTITY SO THEIR SIDE CAN
001600* RECONCILE THE LOAD.  A DAY WITH NO RECEIPTS STILL SHIPS THE
001700* ZERO-COUNT TRAILER.  A COMPLETION RECEIPT FROM A WORK ORDER
001800* CARRIES NO PURCHASE ORDER AND IS NOT CONFIRMED.  THE
001900* OVERNIGHT COMMAND PROCEDURE DATES THE RCPTXTR FILE BEFORE IT
002000* IS SHIPPED.
002100*
002200* MODIFICATION HISTORY
002300*   15-OCT-2026  RSH  ORIGINAL.
002400*=================================================================
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   VAX-8600.
002900 OBJECT-COMPUTER.   VAX-8600.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO "INVMOVE"
003400         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS WS-INVMOVE-STATUS.
003700
003800     SELECT EXTRACT-FILE ASSIGN TO "RCPTXTR"
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-EXTRACT-STATUS.
004200
004300     SELECT PRINT-FILE ASSIGN TO "RCPTRPT"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-PRINT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  MOVEMENT-JOURNAL-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY INVMOVE.
005300
005400 FD  EXTRACT-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY RCPTXTR.
005700
005800 FD  PRINT-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  PRINT-LINE                  PIC X(80).
006100
006200 WORKING-STORAGE SECTION.
006300*-----------------------------------------------------------------
006400* FILE STATUS AND SWITCHES
006500*-----------------------------------------------------------------
006600 77  WS-INVMOVE-STATUS       PIC X(02).
006700     88  WS-INVMOVE-OK               VALUE "00".
006800
006900 77  WS-EXTRACT-STATUS       PIC X(02).
007000     88  WS-EXTRACT-OK               VALUE "00".
007100
007200 77  WS-PRINT-STATUS         PIC X(02).
007300     88  WS-PRINT-OK                 VALUE "00".
007400
007500 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
007600     88  WS-JOURNAL-EOF              VALUE "Y".
007700
007800 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
007900     88  WS-FILES-OPEN               VALUE "Y".
008000
008100*-----------------------------------------------------------------
008200* SITE CODE CARRIED ON EVERY RECORD OF THE FEED
008300*-----------------------------------------------------------------
008400 77  WS-SITE-CODE            PIC X(04)   VALUE "FLC1".
008500
008600 77  WS-TODAY-CCYYMMDD       PIC 9(08).
008700
008800*-----------------------------------------------------------------
008900* RUN CONTROL TOTALS
009000*-----------------------------------------------------------------
009100 77  WS-EXAMINED-COUNT       PIC 9(07)   COMP    VALUE ZERO.
009200 77  WS-RECEIPT-COUNT        PIC 9(07)   COMP    VALUE ZERO.
009300 77  WS-RECEIVED-TOTAL       PIC 9(09)   COMP    VALUE ZERO.
009400
009500*-----------------------------------------------------------------
009600* PRINT LINE LAYOUTS
009700*-----------------------------------------------------------------
009800 01  WS-TITLE-LINE.
009900     05  FILLER                  PIC X(30)
010000             VALUE "PURCHASE-ORDER RECEIPTS".
010100     05  FILLER                  PIC X(50)   VALUE SPACES.
010200
010300 01  WS-DATE-LINE.
010400     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
010500     05  DL-RUN-DATE             PIC 9(08).
010600     05  FILLER                  PIC X(61)   VALUE SPACES.
010700
010800 01  WS-HEADING-LINE.
010900     05  FILLER                  PIC X(10)   VALUE "PO NUMBER".
011000     05  FILLER                  PIC X(05)   VALUE "LINE".
011100     05  FILLER                  PIC X(09)   VALUE "PART".
011200     05  FILLER                  PIC X(09)   VALUE " RECEIVED".
011300     05  FILLER                  PIC X(10)   VALUE " DATE".
011400     05  FILLER                  PIC X(10)   VALUE "TIME".
011500     05  FILLER                  PIC X(27)   VALUE "USERID".
011600
011700 01  WS-DETAIL-LINE.
011800     05  DL-PO-NUMBER            PIC X(08).
011900     05  FILLER                  PIC X(02)   VALUE SPACES.
012000     05  DL-PO-LINE              PIC 9(03).
012100     05  FILLER                  PIC X(02)   VALUE SPACES.
012200     05  DL-PART                 PIC X(08).
012300     05  FILLER                  PIC X(01)   VALUE SPACES.
012400     05  DL-QUANTITY             PIC ZZZZZZZZ9.
012500     05  FILLER                  PIC X(01)   VALUE SPACES.
012600     05  DL-DATE                 PIC 9(08).
012700     05  FILLER                  PIC X(02)   VALUE SPACES.
012800     05  DL-TIME                 PIC 9(08).
012900     05  FILLER                  PIC X(02)   VALUE SPACES.
013000     05  DL-USERID               PIC X(08).
013100     05  FILLER                  PIC X(18)   VALUE SPACES.
013200
013300 01  WS-TOTAL-LINE.
013400     05  FILLER                  PIC X(10)   VALUE "EXAMINED:".
013500     05  TL-EXAMINED             PIC ZZZZZZ9.
013600     05  FILLER                  PIC X(11)   VALUE "  RECEIPTS:".
013700     05  TL-RECEIPTS             PIC ZZZZZZ9.
013800     05  FILLER                  PIC X(17)
013900             VALUE "  TOTAL RECEIVED:".
014000     05  TL-RECEIVED             PIC ZZZZZZZZ9.
014100     05  FILLER                  PIC X(19)   VALUE SPACES.
014200
014300 PROCEDURE DIVISION.
014400*=================================================================
014500* 0000-MAINLINE
014600*=================================================================
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     PERFORM 2000-PROCESS-JOURNAL-RECORD THRU 2000-EXIT
015000         UNTIL WS-JOURNAL-EOF.
015100     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
015200     PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.
015300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015400     STOP RUN.
015500
015600*=================================================================
015700* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS, AND
015800*                   PRIME THE READ
015900*=================================================================
016000 1000-INITIALIZE.
016100     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
016200     OPEN INPUT MOVEMENT-JOURNAL-FILE.
016300     IF NOT WS-INVMOVE-OK
016400         DISPLAY "MOVEMENT-JOURNAL OPEN FAILED - STATUS "
016500             WS-INVMOVE-STATUS
016600         GO TO 9900-ABORT-TEARDOWN
016700     END-IF.
016800     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
016900     OPEN OUTPUT EXTRACT-FILE.
017000     IF NOT WS-EXTRACT-OK
017100         DISPLAY "EXTRACT OPEN FAILED - STATUS "
017200             WS-EXTRACT-STATUS
017300         GO TO 9900-ABORT-TEARDOWN
017400     END-IF.
017500     OPEN OUTPUT PRINT-FILE.
017600     IF NOT WS-PRINT-OK
017700         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
017800             WS-PRINT-STATUS
017900         GO TO 9900-ABORT-TEARDOWN
018000     END-IF.
018100
018200     MOVE WS-TITLE-LINE TO PRINT-LINE.
018300     WRITE PRINT-LINE.
018400     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
018500     MOVE WS-DATE-LINE TO PRINT-LINE.
018600     WRITE PRINT-LINE.
018700     MOVE WS-HEADING-LINE TO PRINT-LINE.
018800     WRITE PRINT-LINE.
018900
019000     PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300
019400*=================================================================
019500* 2000-PROCESS-JOURNAL-RECORD - CONFIRM ONE JOURNAL RECORD WHEN
019600*                               IT IS A RECEIPT AGAINST A
019700*                               PURCHASE ORDER, AND READ THE
019800*                               NEXT ONE
019900*=================================================================
020000 2000-PROCESS-JOURNAL-RECORD.
020100     ADD 1 TO WS-EXAMINED-COUNT.
020200     IF MJ-RECEIPT AND MJ-PO-NUMBER NOT = SPACES
020300         PERFORM 2200-CONFIRM-RECEIPT THRU 2200-EXIT
020400     END-IF.
020500     PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT.
020600 2000-EXIT.
020700     EXIT.
020800
020900*=================================================================
021000* 2100-READ-JOURNAL-RECORD - READ THE NEXT MOVEMENT-JOURNAL
021100*                            RECORD
021200*=================================================================
021300 2100-READ-JOURNAL-RECORD.
021400     READ MOVEMENT-JOURNAL-FILE
021500         AT END
021600             MOVE "Y" TO WS-EOF-SWITCH
021700     END-READ.
021800     IF NOT WS-JOURNAL-EOF AND NOT WS-INVMOVE-OK
021900         DISPLAY "MOVEMENT-JOURNAL READ FAILED - STATUS "
022000             WS-INVMOVE-STATUS
022100         GO TO 9900-ABORT-TEARDOWN
022200     END-IF.
022300 2100-EXIT.
022400     EXIT.
022500
022600*=================================================================
022700* 2200-CONFIRM-RECEIPT - ONE REPORT LINE AND ONE FEED DETAIL
022800*                        RECORD FOR ONE RECEIPT
022900*=================================================================
023000 2200-CONFIRM-RECEIPT.
023100     MOVE MJ-PO-NUMBER TO DL-PO-NUMBER.
023200     MOVE MJ-PO-LINE TO DL-PO-LINE.
023300     MOVE MJ-PART-NUMBER TO DL-PART.
023400     MOVE MJ-QUANTITY TO DL-QUANTITY.
023500     MOVE MJ-TIMESTAMP-DATE TO DL-DATE.
023600     MOVE MJ-TIMESTAMP-TIME TO DL-TIME.
023700     MOVE MJ-USERID TO DL-USERID.
023800     MOVE WS-DETAIL-LINE TO PRINT-LINE.
023900     WRITE PRINT-LINE.
024000
024100     MOVE "D" TO RX-RECORD-TYPE.
024200     MOVE WS-SITE-CODE TO RX-SITE-CODE.
024300     MOVE SPACES TO RX-DETAIL.
024400     MOVE MJ-PO-NUMBER TO RX-PO-NUMBER.
024500     MOVE MJ-PO-LINE TO RX-PO-LINE.
024600     MOVE MJ-PART-NUMBER TO RX-PART-NUMBER.
024700     MOVE MJ-QUANTITY TO RX-RECEIVED-QTY.
024800     MOVE MJ-TIMESTAMP-DATE TO RX-RECEIPT-DATE.
024900     MOVE MJ-TIMESTAMP-TIME TO RX-RECEIPT-TIME.
025000     MOVE MJ-USERID TO RX-USERID.
025100
025200     WRITE RECEIPT-CONFIRM-RECORD.
025300     IF NOT WS-EXTRACT-OK
025400         DISPLAY "EXTRACT WRITE FAILED - STATUS "
025500             WS-EXTRACT-STATUS
025600         GO TO 9900-ABORT-TEARDOWN
025700     END-IF.
025800
025900     ADD 1 TO WS-RECEIPT-COUNT.
026000     ADD MJ-QUANTITY TO WS-RECEIVED-TOTAL.
026100 2200-EXIT.
026200     EXIT.
026300
026400*=================================================================
026500* 3000-WRITE-TRAILER - THE RECONCILIATION TRAILER.  WRITTEN ON
026600*                      EVERY RUN, INCLUDING A RUN WITH NO
026700*                      RECEIPTS.
026800*=================================================================
026900 3000-WRITE-TRAILER.
027000     MOVE "T" TO RX-RECORD-TYPE.
027100     MOVE WS-SITE-CODE TO RX-SITE-CODE.
027200     MOVE SPACES TO RX-DETAIL.
027300     MOVE WS-RECEIPT-COUNT TO RX-RECORD-COUNT.
027400     MOVE WS-RECEIVED-TOTAL TO RX-RECEIVED-TOTAL.
027500
027600     WRITE RECEIPT-CONFIRM-RECORD.
027700     IF NOT WS-EXTRACT-OK
027800         DISPLAY "EXTRACT WRITE FAILED - STATUS "
027900             WS-EXTRACT-STATUS
028000         GO TO 9900-ABORT-TEARDOWN
028100     END-IF.
028200 3000-EXIT.
028300     EXIT.
028400
028500*=================================================================
028600* 3500-PRINT-TOTALS - CONTROL TOTALS FOR THE RUN
028700*=================================================================
028800 3500-PRINT-TOTALS.
028900     MOVE WS-EXAMINED-COUNT TO TL-EXAMINED.
029000     MOVE WS-RECEIPT-COUNT TO TL-RECEIPTS.
029100     MOVE WS-RECEIVED-TOTAL TO TL-RECEIVED.
029200     MOVE WS-TOTAL-LINE TO PRINT-LINE.
029300     WRITE PRINT-LINE.
029400
029500     DISPLAY "RCPTCONF CONFIRMED " WS-RECEIPT-COUNT
029600         " RECEIPTS FOR SITE " WS-SITE-CODE.
029700 3500-EXIT.
029800     EXIT.
029900
030000*=================================================================
030100* 9000-TERMINATE - CLOSE THE FILES
030200*=================================================================
030300 9000-TERMINATE.
030400     CLOSE MOVEMENT-JOURNAL-FILE.
030500     CLOSE EXTRACT-FILE.
030600     CLOSE PRINT-FILE.
030700 9000-EXIT.
030800     EXIT.
030900
031000*=================================================================
031100* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
031200*                       FILES ARE OPEN AND END THE RUN WITH A
031300*                       NONZERO RETURN CODE SO THE OVERNIGHT
031400*                       SCHEDULE SHOWS AN ABNORMAL TERMINATION
031500*                       AND THE TRANSFER IS NOT SHIPPED.
031600*=================================================================
031700 9900-ABORT-TEARDOWN.
031800     DISPLAY "RCPTCONF ABENDED - TRANSFER NOT SHIPPED".
031900     IF WS-FILES-OPEN
032000         CLOSE MOVEMENT-JOURNAL-FILE
032100         CLOSE EXTRACT-FILE
032200         CLOSE PRINT-FILE
032300     END-IF.
032400     MOVE 16 TO RETURN-CODE.
032500     STOP RUN.
032600
032700 END PROGRAM RCPTCONF.
