002100* COUNT, SO ONE BAD POSTING FLAGS ONCE INSTEAD OF CASCADING
002200* DOWN THE REST OF THE DAY.
002300*
002400* THE SAME IS DONE BIN BY BIN.  EVERY POSTING THAT NAMES A BIN
002500* IS CHAINED ONTO THAT BIN'S OWN RUNNING BALANCE, OPENED AT THE
002600* BIN'S BEFORE COUNT ON ITS FIRST POSTING OF THE DAY, AND THE
002700* PART-LOCATION FILE IS READ ALONGSIDE THE ITEM-MASTER: EACH
002800* BIN MUST HOLD WHAT ITS CHAIN SAYS, AND A PART'S BINS MUST ADD
002900* UP TO ITS ON-HAND.  THE TWO HALVES OF EVERY BIN-TO-BIN
003000* TRANSFER MUST CANCEL OUT FOR THE PART OVER THE DAY.
003100*
003200* MODIFICATION HISTORY
003300*   02-SEP-2026  RSH  ORIGINAL.
003400*   15-OCT-2026  RSH  MULTI-BIN STOCK.  CHAINS EACH BIN'S POSTINGS
003500*                     AND PROVES THE NEW PART-LOCATION FILE
003600*                     AGAINST THEM AND AGAINST THE ITEM-MASTER
003700*                     ON-HAND.  AN ADJUSTMENT NOW CARRIES THE
003800*                     BIN'S NEW COUNT, AND A TRANSFER LEAVES THE
003900*                     PART'S TOTAL WHERE IT WAS.  FLAG LINES SHOW
004000*                     THE BIN.
004100*=================================================================
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   VAX-8600.
004600 OBJECT-COMPUTER.   VAX-8600.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ITEM-SNAPSHOT-FILE ASSIGN TO "ITEMSNAP"
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-SNAP-STATUS.
005400
005500     SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO "INVMOVE"
005600         ORGANIZATION IS SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS WS-INVMOVE-STATUS.
005900
006000     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS IM-PART-NUMBER
006400         FILE STATUS IS WS-ITEMMAST-STATUS.
006500
006600     SELECT PART-LOCATION-FILE ASSIGN TO "PARTLOC"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS LC-LOCATION-KEY
007000         FILE STATUS IS WS-PARTLOC-STATUS.
007100
007200     SELECT PRINT-FILE ASSIGN TO "INVRCRPT"
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS WS-PRINT-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  ITEM-SNAPSHOT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY ITEMSNAP.
008200
008300 FD  MOVEMENT-JOURNAL-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY INVMOVE.
008600
008700 FD  ITEM-MASTER-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY ITEMMAST.
009000
009100 FD  PART-LOCATION-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY PARTLOC.
009400
009500 FD  PRINT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  PRINT-LINE                  PIC X(80).
009800
009900 WORKING-STORAGE SECTION.
010000*-----------------------------------------------------------------
010100* FILE STATUS AND SWITCHES
010200*-----------------------------------------------------------------
010300 77  WS-SNAP-STATUS          PIC X(02).
010400     88  WS-SNAP-OK                  VALUE "00".
010500
010600 77  WS-INVMOVE-STATUS       PIC X(02).
010700     88  WS-INVMOVE-OK               VALUE "00".
010800
010900 77  WS-ITEMMAST-STATUS      PIC X(02).
011000     88  WS-ITEMMAST-OK              VALUE "00".
011100
011200 77  WS-PARTLOC-STATUS       PIC X(02).
011300     88  WS-PARTLOC-OK               VALUE "00".
011400
011500 77  WS-PRINT-STATUS         PIC X(02).
011600     88  WS-PRINT-OK                 VALUE "00".
011700
011800 77  WS-SNAP-EOF-SWITCH      PIC X(01)   VALUE "N".
011900     88  WS-SNAP-EOF                 VALUE "Y".
012000
012100 77  WS-JRNL-EOF-SWITCH      PIC X(01)   VALUE "N".
012200     88  WS-JRNL-EOF                 VALUE "Y".
012300
012400 77  WS-ITEM-EOF-SWITCH      PIC X(01)   VALUE "N".
012500     88  WS-ITEM-EOF                 VALUE "Y".
012600
012700 77  WS-LOC-EOF-SWITCH       PIC X(01)   VALUE "N".
012800     88  WS-LOC-EOF                  VALUE "Y".
012900
013000 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
013100     88  WS-FILES-OPEN               VALUE "Y".
013200
013300 77  WS-PART-ADD-SWITCH      PIC X(01)   VALUE "Y".
013400     88  WS-PART-ADD-OK              VALUE "Y".
013500
013600 77  WS-PART-FOUND-SWITCH    PIC X(01)   VALUE "N".
013700     88  WS-PART-FOUND               VALUE "Y".
013800
013900 77  WS-TAB-PART-KEY         PIC X(08).
014000
014100 77  WS-BIN-ADD-SWITCH       PIC X(01)   VALUE "Y".
014200     88  WS-BIN-ADD-OK               VALUE "Y".
014300
014400 77  WS-BIN-FOUND-SWITCH     PIC X(01)   VALUE "N".
014500     88  WS-BIN-FOUND                VALUE "Y".
014600
014700 77  WS-TAB-BIN-PART-KEY     PIC X(08).
014800 77  WS-TAB-BIN-KEY          PIC X(06).
014900
015000*-----------------------------------------------------------------
015100* PER-PART LEDGER TABLE - OPENING COUNT FROM THE SNAPSHOT AND
015200* THE RUNNING BALANCE CARRIED FORWARD THROUGH THE JOURNAL
015300*-----------------------------------------------------------------
015400 77  WS-MAX-PARTS            PIC 9(03)   VALUE 500.
015500 77  WS-PART-COUNT           PIC 9(03)   COMP    VALUE ZERO.
015600
015700 01  WS-PART-TABLE.
015800     05  WS-PART-ENTRY OCCURS 500 TIMES
015900             INDEXED BY WS-PART-IDX.
016000         10  WS-TAB-PART             PIC X(08).
016100         10  WS-TAB-OPENING          PIC S9(07)  COMP.
016200         10  WS-TAB-RUNNING          PIC S9(07)  COMP.
016300         10  WS-TAB-SNAP-SWITCH      PIC X(01).
016400             88  WS-TAB-IN-SNAPSHOT          VALUE "Y".
016500         10  WS-TAB-JRNL-SWITCH      PIC X(01).
016600             88  WS-TAB-SEEN-IN-JRNL         VALUE "Y".
016700         10  WS-TAB-MASTER-SWITCH    PIC X(01).
016800             88  WS-TAB-ON-MASTER            VALUE "Y".
016900         10  WS-TAB-XFER-NET         PIC S9(07)  COMP.
017000
017100*-----------------------------------------------------------------
017200* PER-BIN LEDGER TABLE - ONE ROW FOR EVERY BIN POSTED TODAY,
017300* OPENED AT THE BIN'S BEFORE COUNT ON ITS FIRST POSTING AND
017400* CARRIED FORWARD THROUGH THE JOURNAL LIKE THE PART'S OWN
017500*-----------------------------------------------------------------
017600 77  WS-MAX-BINS             PIC 9(04)   VALUE 1000.
017700 77  WS-BIN-COUNT            PIC 9(04)   COMP    VALUE ZERO.
017800
017900 01  WS-BIN-TABLE.
018000     05  WS-BIN-ENTRY OCCURS 1000 TIMES
018100             INDEXED BY WS-BIN-IDX.
018200         10  WS-BTB-PART             PIC X(08).
018300         10  WS-BTB-BIN              PIC X(06).
018400         10  WS-BTB-RUNNING          PIC S9(07)  COMP.
018500         10  WS-BTB-FILE-SWITCH      PIC X(01).
018600             88  WS-BTB-ON-FILE              VALUE "Y".
018700
018800*-----------------------------------------------------------------
018900* JOURNAL CHAIN WORK AREAS
019000*-----------------------------------------------------------------
019100 77  WS-EXPECTED-AFTER       PIC S9(07)  COMP.
019200 77  WS-EXPECTED-LOC-AFTER   PIC S9(07)  COMP.
019300 77  WS-PART-LOC-SUM         PIC S9(07)  COMP.
019400
019500*-----------------------------------------------------------------
019600* RUN CONTROL TOTALS
019700*-----------------------------------------------------------------
019800 77  WS-TODAY-CCYYMMDD       PIC 9(08).
019900 77  WS-SNAP-COUNT           PIC 9(05)   COMP    VALUE ZERO.
020000 77  WS-JRNL-COUNT           PIC 9(05)   COMP    VALUE ZERO.
020100 77  WS-ITEM-COUNT           PIC 9(05)   COMP    VALUE ZERO.
020200 77  WS-AGREE-COUNT          PIC 9(05)   COMP    VALUE ZERO.
020300 77  WS-EXCEPT-COUNT         PIC 9(05)   COMP    VALUE ZERO.
020400 77  WS-CHAIN-COUNT          PIC 9(05)   COMP    VALUE ZERO.
020500
020600*-----------------------------------------------------------------
020700* PRINT LINE LAYOUTS
020800*-----------------------------------------------------------------
020900 01  WS-TITLE-LINE.
021000     05  FILLER                  PIC X(33)
021100             VALUE "MORNING INVENTORY RECONCILIATION".
021200     05  FILLER                  PIC X(47)   VALUE SPACES.
021300
021400 01  WS-DATE-LINE.
021500     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
021600     05  DL-RUN-DATE             PIC 9(08).
021700     05  FILLER                  PIC X(61)   VALUE SPACES.
021800
021900 01  WS-HEADING-LINE.
022000     05  FILLER                  PIC X(10)   VALUE "PART".
022100     05  FILLER                  PIC X(27)   VALUE "REASON".
022200     05  FILLER                  PIC X(10)   VALUE "  LEDGER".
022300     05  FILLER                  PIC X(10)   VALUE "  MASTER".
022400     05  FILLER                  PIC X(08)   VALUE "BIN".
022500     05  FILLER                  PIC X(15)   VALUE SPACES.
022600
022700 01  WS-EXCEPTION-LINE.
022800     05  XL-PART                 PIC X(08).
022900     05  FILLER                  PIC X(02)   VALUE SPACES.
023000     05  XL-REASON               PIC X(26).
023100     05  FILLER                  PIC X(01)   VALUE SPACES.
023200     05  XL-LEDGER-QTY           PIC ZZZZZZ9-.
023300     05  FILLER                  PIC X(02)   VALUE SPACES.
023400     05  XL-MASTER-QTY           PIC ZZZZZZ9-.
023500     05  FILLER                  PIC X(02)   VALUE SPACES.
023600     05  XL-BIN                  PIC X(06).
023700     05  FILLER                  PIC X(17)   VALUE SPACES.
023800
023900 01  WS-JOURNAL-LINE.
024000     05  FILLER                  PIC X(02)   VALUE SPACES.
024100     05  JL-PART                 PIC X(08).
024200     05  FILLER                  PIC X(01)   VALUE SPACES.
024300     05  JL-TYPE                 PIC X(01).
024400     05  FILLER                  PIC X(01)   VALUE SPACES.
024500     05  JL-DATE                 PIC 9(08).
024600     05  FILLER                  PIC X(01)   VALUE SPACES.
024700     05  JL-TIME                 PIC 9(08).
024800     05  FILLER                  PIC X(01)   VALUE SPACES.
024900     05  JL-REASON               PIC X(13).
025000     05  JL-FOUND-QTY            PIC ZZZZZZ9-.
025100     05  FILLER                  PIC X(05)   VALUE " EXP ".
025200     05  JL-EXPECTED-QTY         PIC ZZZZZZ9-.
025300     05  FILLER                  PIC X(01)   VALUE SPACES.
025400     05  JL-BIN                  PIC X(06).
025500     05  FILLER                  PIC X(08)   VALUE SPACES.
025600
025700 01  WS-TOTAL-LINE.
025800     05  FILLER                  PIC X(07)   VALUE "PARTS:".
025900     05  TL-PARTS                PIC ZZZZ9.
026000     05  FILLER                  PIC X(08)   VALUE "  AGREE:".
026100     05  TL-AGREE                PIC ZZZZ9.
026200     05  FILLER                  PIC X(13)
026300             VALUE "  EXCEPTIONS:".
026400     05  TL-EXCEPTIONS           PIC ZZZZ9.
026500     05  FILLER                  PIC X(15)
026600             VALUE "  CHAIN BREAKS:".
026700     05  TL-CHAIN                PIC ZZZZ9.
026800     05  FILLER                  PIC X(12)   VALUE SPACES.
026900
027000 PROCEDURE DIVISION.
027100*=================================================================
027200* 0000-MAINLINE
027300*=================================================================
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027600     PERFORM 2000-LOAD-ONE-SNAPSHOT THRU 2000-EXIT
027700         UNTIL WS-SNAP-EOF.
027800     PERFORM 3000-REPLAY-ONE-MOVEMENT THRU 3000-EXIT
027900         UNTIL WS-JRNL-EOF.
028000     PERFORM 4000-COMPARE-ONE-ITEM THRU 4000-EXIT
028100         UNTIL WS-ITEM-EOF.
028200     PERFORM 4350-SWEEP-ONE-LOCATION THRU 4350-EXIT
028300         UNTIL WS-LOC-EOF.
028400     PERFORM 4500-SWEEP-UNMATCHED-PART THRU 4500-EXIT
028500         VARYING WS-PART-IDX FROM 1 BY 1
028600         UNTIL WS-PART-IDX > WS-PART-COUNT.
028700     PERFORM 4600-SWEEP-UNMATCHED-BIN THRU 4600-EXIT
028800         VARYING WS-BIN-IDX FROM 1 BY 1
028900         UNTIL WS-BIN-IDX > WS-BIN-COUNT.
029000     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
029100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029200     STOP RUN.
029300
029400*=================================================================
029500* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS, AND
029600*                   PRIME ALL FOUR READS
029700*=================================================================
029800 1000-INITIALIZE.
029900     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
030000     OPEN INPUT ITEM-SNAPSHOT-FILE.
030100     IF NOT WS-SNAP-OK
030200         DISPLAY "ITEM-SNAPSHOT OPEN FAILED - STATUS "
030300             WS-SNAP-STATUS
030400         GO TO 9900-ABORT-TEARDOWN
030500     END-IF.
030600     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
030700     OPEN INPUT MOVEMENT-JOURNAL-FILE.
030800     IF NOT WS-INVMOVE-OK
030900         DISPLAY "MOVEMENT-JOURNAL OPEN FAILED - STATUS "
031000             WS-INVMOVE-STATUS
031100         GO TO 9900-ABORT-TEARDOWN
031200     END-IF.
031300     OPEN INPUT ITEM-MASTER-FILE.
031400     IF NOT WS-ITEMMAST-OK
031500         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
031600             WS-ITEMMAST-STATUS
031700         GO TO 9900-ABORT-TEARDOWN
031800     END-IF.
031900     OPEN INPUT PART-LOCATION-FILE.
032000     IF NOT WS-PARTLOC-OK
032100         DISPLAY "PART-LOCATION OPEN FAILED - STATUS "
032200             WS-PARTLOC-STATUS
032300         GO TO 9900-ABORT-TEARDOWN
032400     END-IF.
032500     OPEN OUTPUT PRINT-FILE.
032600     IF NOT WS-PRINT-OK
032700         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
032800             WS-PRINT-STATUS
032900         GO TO 9900-ABORT-TEARDOWN
033000     END-IF.
033100
033200     MOVE WS-TITLE-LINE TO PRINT-LINE.
033300     WRITE PRINT-LINE.
033400     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
033500     MOVE WS-DATE-LINE TO PRINT-LINE.
033600     WRITE PRINT-LINE.
033700     MOVE WS-HEADING-LINE TO PRINT-LINE.
033800     WRITE PRINT-LINE.
033900
034000     PERFORM 2100-READ-SNAPSHOT-RECORD THRU 2100-EXIT.
034100     PERFORM 3100-READ-JOURNAL-RECORD THRU 3100-EXIT.
034200     PERFORM 4100-READ-ITEM-RECORD THRU 4100-EXIT.
034300     PERFORM 4300-READ-LOCATION-RECORD THRU 4300-EXIT.
034400 1000-EXIT.
034500     EXIT.
034600
034700*=================================================================
034800* 2000-LOAD-ONE-SNAPSHOT - SEED THE LEDGER TABLE WITH ONE PART'S
034900*                          OPENING COUNT AND READ THE NEXT ONE
035000*=================================================================
035100 2000-LOAD-ONE-SNAPSHOT.
035200     ADD 1 TO WS-SNAP-COUNT.
035300     MOVE SS-PART-NUMBER TO WS-TAB-PART-KEY.
035400     PERFORM 6000-FIND-OR-ADD-PART THRU 6000-EXIT.
035500     IF WS-PART-ADD-OK
035600         MOVE SS-ON-HAND-QTY TO WS-TAB-OPENING(WS-PART-IDX)
035700         MOVE SS-ON-HAND-QTY TO WS-TAB-RUNNING(WS-PART-IDX)
035800         MOVE "Y" TO WS-TAB-SNAP-SWITCH(WS-PART-IDX)
035900     END-IF.
036000     PERFORM 2100-READ-SNAPSHOT-RECORD THRU 2100-EXIT.
036100 2000-EXIT.
036200     EXIT.
036300
036400*=================================================================
036500* 2100-READ-SNAPSHOT-RECORD - READ ONE OPENING SNAPSHOT RECORD
036600*=================================================================
036700 2100-READ-SNAPSHOT-RECORD.
036800     READ ITEM-SNAPSHOT-FILE
036900         AT END
037000             MOVE "Y" TO WS-SNAP-EOF-SWITCH
037100     END-READ.
037200 2100-EXIT.
037300     EXIT.
037400
037500*=================================================================
037600* 3000-REPLAY-ONE-MOVEMENT - CHAIN ONE JOURNAL POSTING ONTO THE
037700*                            RUNNING BALANCE AND READ THE NEXT
037800*                            ONE.  A PART THAT NEVER APPEARED IN
037900*                            THE SNAPSHOT IS REPORTED AND OPENED
038000*                            AT ITS OWN BEFORE COUNT SO THE REST
038100*                            OF ITS CHAIN CAN STILL BE PROVED.
038200*=================================================================
038300 3000-REPLAY-ONE-MOVEMENT.
038400     ADD 1 TO WS-JRNL-COUNT.
038500     MOVE MJ-PART-NUMBER TO WS-TAB-PART-KEY.
038600     PERFORM 6000-FIND-OR-ADD-PART THRU 6000-EXIT.
038700     IF NOT WS-PART-ADD-OK
038800         GO TO 3000-NEXT
038900     END-IF.
039000
039100     IF NOT WS-TAB-SEEN-IN-JRNL(WS-PART-IDX)
039200         MOVE "Y" TO WS-TAB-JRNL-SWITCH(WS-PART-IDX)
039300         IF NOT WS-TAB-IN-SNAPSHOT(WS-PART-IDX)
039400             MOVE MJ-QTY-BEFORE TO WS-TAB-OPENING(WS-PART-IDX)
039500             MOVE MJ-QTY-BEFORE TO WS-TAB-RUNNING(WS-PART-IDX)
039600             PERFORM 3300-REPORT-MISSING-SNAPSHOT THRU 3300-EXIT
039700         END-IF
039800     END-IF.
039900
040000     PERFORM 3200-CHECK-ONE-POSTING THRU 3200-EXIT.
040100     IF MJ-BIN-LOCATION NOT = SPACES
040200         PERFORM 3400-CHECK-BIN-POSTING THRU 3400-EXIT
040300     END-IF.
040400 3000-NEXT.
040500     PERFORM 3100-READ-JOURNAL-RECORD THRU 3100-EXIT.
040600 3000-EXIT.
040700     EXIT.
040800
040900*=================================================================
041000* 3100-READ-JOURNAL-RECORD - READ ONE MOVEMENT-JOURNAL RECORD
041100*=================================================================
041200 3100-READ-JOURNAL-RECORD.
041300     READ MOVEMENT-JOURNAL-FILE
041400         AT END
041500             MOVE "Y" TO WS-JRNL-EOF-SWITCH
041600     END-READ.
041700 3100-EXIT.
041800     EXIT.
041900
042000*=================================================================
042100* 3200-CHECK-ONE-POSTING - FLAG A POSTING WHOSE BEFORE COUNT IS
042200*                          OFF THE RUNNING BALANCE (A MISSED OR
042300*                          DOUBLE POSTING AHEAD OF IT) OR WHOSE
042400*                          AFTER COUNT IS OFF ITS OWN ARITHMETIC,
042500*                          THEN CARRY THE JOURNAL'S AFTER COUNT
042600*                          FORWARD AS THE RUNNING BALANCE.  AN
042700*                          ADJUSTMENT TO A BIN MOVES THE PART BY
042800*                          WHAT THE BIN MOVED; ONE WITH NO BIN IS
042900*                          FROM BEFORE BINS WERE KEPT AND CARRIES
043000*                          THE PART'S NEW COUNT.  A TRANSFER
043100*                          LEAVES THE PART WHERE IT WAS, AND ITS
043200*                          TWO HALVES ARE NETTED FOR THE PART.
043300*=================================================================
043400 3200-CHECK-ONE-POSTING.
043500     IF MJ-QTY-BEFORE NOT = WS-TAB-RUNNING(WS-PART-IDX)
043600         MOVE "BROKEN CHAIN " TO JL-REASON
043700         MOVE MJ-QTY-BEFORE TO JL-FOUND-QTY
043800         MOVE WS-TAB-RUNNING(WS-PART-IDX) TO JL-EXPECTED-QTY
043900         PERFORM 3250-PRINT-JOURNAL-LINE THRU 3250-EXIT
044000     END-IF.
044100
044200     EVALUATE TRUE
044300         WHEN MJ-RECEIPT
044400             COMPUTE WS-EXPECTED-AFTER =
044500                 MJ-QTY-BEFORE + MJ-QUANTITY
044600         WHEN MJ-ISSUE
044700             COMPUTE WS-EXPECTED-AFTER =
044800                 MJ-QTY-BEFORE - MJ-QUANTITY
044900         WHEN MJ-ADJUSTMENT AND MJ-BIN-LOCATION = SPACES
045000             MOVE MJ-QUANTITY TO WS-EXPECTED-AFTER
045100         WHEN MJ-ADJUSTMENT
045200             COMPUTE WS-EXPECTED-AFTER = MJ-QTY-BEFORE
045300                 + MJ-LOC-QTY-AFTER - MJ-LOC-QTY-BEFORE
045400         WHEN MJ-TRANSFER
045500             MOVE MJ-QTY-BEFORE TO WS-EXPECTED-AFTER
045600             ADD MJ-QUANTITY TO WS-TAB-XFER-NET(WS-PART-IDX)
045700         WHEN OTHER
045800             MOVE MJ-QTY-AFTER TO WS-EXPECTED-AFTER
045900     END-EVALUATE.
046000
046100     IF MJ-QTY-AFTER NOT = WS-EXPECTED-AFTER
046200         MOVE "BAD POSTING  " TO JL-REASON
046300         MOVE MJ-QTY-AFTER TO JL-FOUND-QTY
046400         MOVE WS-EXPECTED-AFTER TO JL-EXPECTED-QTY
046500         PERFORM 3250-PRINT-JOURNAL-LINE THRU 3250-EXIT
046600     END-IF.
046700
046800     MOVE MJ-QTY-AFTER TO WS-TAB-RUNNING(WS-PART-IDX).
046900 3200-EXIT.
047000     EXIT.
047100
047200*=================================================================
047300* 3250-PRINT-JOURNAL-LINE - ONE FLAG LINE FOR ONE JOURNAL RECORD
047400*                           THAT DOES NOT CHAIN CLEANLY
047500*=================================================================
047600 3250-PRINT-JOURNAL-LINE.
047700     ADD 1 TO WS-CHAIN-COUNT.
047800     MOVE MJ-PART-NUMBER TO JL-PART.
047900     MOVE MJ-MOVEMENT-TYPE TO JL-TYPE.
048000     MOVE MJ-TIMESTAMP-DATE TO JL-DATE.
048100     MOVE MJ-TIMESTAMP-TIME TO JL-TIME.
048200     MOVE MJ-BIN-LOCATION TO JL-BIN.
048300     MOVE WS-JOURNAL-LINE TO PRINT-LINE.
048400     WRITE PRINT-LINE.
048500 3250-EXIT.
048600     EXIT.
048700
048800*=================================================================
048900* 3300-REPORT-MISSING-SNAPSHOT - A PART WAS POSTED DURING THE DAY
049000*                                BUT NEVER APPEARED IN THE
049100*                                OPENING SNAPSHOT
049200*=================================================================
049300 3300-REPORT-MISSING-SNAPSHOT.
049400     ADD 1 TO WS-EXCEPT-COUNT.
049500     MOVE MJ-PART-NUMBER TO XL-PART.
049600     MOVE "NOT IN OPENING SNAPSHOT" TO XL-REASON.
049700     MOVE MJ-QTY-BEFORE TO XL-LEDGER-QTY.
049800     MOVE ZERO TO XL-MASTER-QTY.
049900     MOVE SPACES TO XL-BIN.
050000     MOVE WS-EXCEPTION-LINE TO PRINT-LINE.
050100     WRITE PRINT-LINE.
050200 3300-EXIT.
050300     EXIT.
050400
050500*=================================================================
050600* 3400-CHECK-BIN-POSTING - THE SAME TWO CHECKS FOR THE BIN THE
050700*                          POSTING NAMES: ITS BIN BEFORE COUNT
050800*                          AGAINST THE BIN'S RUNNING BALANCE,
050900*                          AND ITS BIN AFTER COUNT AGAINST ITS
051000*                          OWN ARITHMETIC.  THE FIRST POSTING TO
051100*                          A BIN TODAY OPENS THE BIN'S CHAIN.
051200*=================================================================
051300 3400-CHECK-BIN-POSTING.
051400     MOVE MJ-PART-NUMBER TO WS-TAB-BIN-PART-KEY.
051500     MOVE MJ-BIN-LOCATION TO WS-TAB-BIN-KEY.
051600     PERFORM 6400-FIND-BIN THRU 6400-EXIT.
051700     IF NOT WS-BIN-FOUND
051800         PERFORM 6500-ADD-NEW-BIN THRU 6500-EXIT
051900         IF NOT WS-BIN-ADD-OK
052000             GO TO 3400-EXIT
052100         END-IF
052200         MOVE MJ-LOC-QTY-BEFORE TO WS-BTB-RUNNING(WS-BIN-IDX)
052300     END-IF.
052400
052500     IF MJ-LOC-QTY-BEFORE NOT = WS-BTB-RUNNING(WS-BIN-IDX)
052600         MOVE "BROKEN BIN   " TO JL-REASON
052700         MOVE MJ-LOC-QTY-BEFORE TO JL-FOUND-QTY
052800         MOVE WS-BTB-RUNNING(WS-BIN-IDX) TO JL-EXPECTED-QTY
052900         PERFORM 3250-PRINT-JOURNAL-LINE THRU 3250-EXIT
053000     END-IF.
053100
053200     EVALUATE TRUE
053300         WHEN MJ-RECEIPT
053400             COMPUTE WS-EXPECTED-LOC-AFTER =
053500                 MJ-LOC-QTY-BEFORE + MJ-QUANTITY
053600         WHEN MJ-ISSUE
053700             COMPUTE WS-EXPECTED-LOC-AFTER =
053800                 MJ-LOC-QTY-BEFORE - MJ-QUANTITY
053900         WHEN MJ-ADJUSTMENT
054000             MOVE MJ-QUANTITY TO WS-EXPECTED-LOC-AFTER
054100         WHEN MJ-TRANSFER
054200             COMPUTE WS-EXPECTED-LOC-AFTER =
054300                 MJ-LOC-QTY-BEFORE + MJ-QUANTITY
054400         WHEN OTHER
054500             MOVE MJ-LOC-QTY-AFTER TO WS-EXPECTED-LOC-AFTER
054600     END-EVALUATE.
054700
054800     IF MJ-LOC-QTY-AFTER NOT = WS-EXPECTED-LOC-AFTER
054900         MOVE "BAD BIN POST " TO JL-REASON
055000         MOVE MJ-LOC-QTY-AFTER TO JL-FOUND-QTY
055100         MOVE WS-EXPECTED-LOC-AFTER TO JL-EXPECTED-QTY
055200         PERFORM 3250-PRINT-JOURNAL-LINE THRU 3250-EXIT
055300     END-IF.
055400
055500     MOVE MJ-LOC-QTY-AFTER TO WS-BTB-RUNNING(WS-BIN-IDX).
055600 3400-EXIT.
055700     EXIT.
055800
055900*=================================================================
056000* 4000-COMPARE-ONE-ITEM - COMPARE ONE ITEM-MASTER ON-HAND COUNT
056100*                         TO THE REPLAYED LEDGER AND TO THE SUM
056200*                         OF THE PART'S BINS, AND READ THE NEXT
056300*                         ONE
056400*=================================================================
056500 4000-COMPARE-ONE-ITEM.
056600     ADD 1 TO WS-ITEM-COUNT.
056700     MOVE IM-PART-NUMBER TO WS-TAB-PART-KEY.
056800     PERFORM 6100-FIND-PART THRU 6100-EXIT.
056900     PERFORM 4200-MATCH-PART-LOCATIONS THRU 4200-EXIT.
057000
057100     IF WS-PART-FOUND
057200         MOVE "Y" TO WS-TAB-MASTER-SWITCH(WS-PART-IDX)
057300         IF WS-TAB-RUNNING(WS-PART-IDX) = IM-ON-HAND-QTY
057400             ADD 1 TO WS-AGREE-COUNT
057500         ELSE
057600             ADD 1 TO WS-EXCEPT-COUNT
057700             MOVE IM-PART-NUMBER TO XL-PART
057800             MOVE "LEDGER/MASTER MISMATCH" TO XL-REASON
057900             MOVE WS-TAB-RUNNING(WS-PART-IDX)
058000                 TO XL-LEDGER-QTY
058100             MOVE IM-ON-HAND-QTY TO XL-MASTER-QTY
058200             MOVE SPACES TO XL-BIN
058300             MOVE WS-EXCEPTION-LINE TO PRINT-LINE
058400             WRITE PRINT-LINE
058500         END-IF
058600     ELSE
058700         IF IM-ON-HAND-QTY = ZERO
058800             ADD 1 TO WS-AGREE-COUNT
058900         ELSE
059000             ADD 1 TO WS-EXCEPT-COUNT
059100             MOVE IM-PART-NUMBER TO XL-PART
059200             MOVE "NO SNAPSHOT OR POSTINGS" TO XL-REASON
059300             MOVE ZERO TO XL-LEDGER-QTY
059400             MOVE IM-ON-HAND-QTY TO XL-MASTER-QTY
059500             MOVE SPACES TO XL-BIN
059600             MOVE WS-EXCEPTION-LINE TO PRINT-LINE
059700             WRITE PRINT-LINE
059800         END-IF
059900     END-IF.
060000
060100     IF WS-PART-FOUND
060200         IF WS-TAB-XFER-NET(WS-PART-IDX) NOT = ZERO
060300             ADD 1 TO WS-EXCEPT-COUNT
060400             MOVE IM-PART-NUMBER TO XL-PART
060500             MOVE "UNPAIRED TRANSFER" TO XL-REASON
060600             MOVE WS-TAB-XFER-NET(WS-PART-IDX) TO XL-LEDGER-QTY
060700             MOVE ZERO TO XL-MASTER-QTY
060800             MOVE SPACES TO XL-BIN
060900             MOVE WS-EXCEPTION-LINE TO PRINT-LINE
061000             WRITE PRINT-LINE
061100         END-IF
061200     END-IF.
061300     IF WS-PART-LOC-SUM NOT = IM-ON-HAND-QTY
061400         ADD 1 TO WS-EXCEPT-COUNT
061500         MOVE IM-PART-NUMBER TO XL-PART
061600         MOVE "BINS DO NOT ADD TO MASTER" TO XL-REASON
061700         MOVE WS-PART-LOC-SUM TO XL-LEDGER-QTY
061800         MOVE IM-ON-HAND-QTY TO XL-MASTER-QTY
061900         MOVE SPACES TO XL-BIN
062000         MOVE WS-EXCEPTION-LINE TO PRINT-LINE
062100         WRITE PRINT-LINE
062200     END-IF.
062300     PERFORM 4100-READ-ITEM-RECORD THRU 4100-EXIT.
062400 4000-EXIT.
062500     EXIT.
062600
062700*=================================================================
062800* 4100-READ-ITEM-RECORD - READ THE NEXT ITEM-MASTER RECORD
062900*=================================================================
063000 4100-READ-ITEM-RECORD.
063100     READ ITEM-MASTER-FILE NEXT RECORD
063200         AT END
063300             MOVE "Y" TO WS-ITEM-EOF-SWITCH
063400     END-READ.
063500 4100-EXIT.
063600     EXIT.
063700
063800*=================================================================
063900* 4200-MATCH-PART-LOCATIONS - READ THE PART-LOCATION FILE UP TO
064000*                             AND THROUGH THE CURRENT PART, BOTH
064100*                             FILES BEING IN PART-NUMBER ORDER,
064200*                             ADDING UP THE PART'S BINS AND
064300*                             PROVING EACH ONE POSTED TODAY
064400*                             AGAINST ITS CHAIN
064500*=================================================================
064600 4200-MATCH-PART-LOCATIONS.
064700     MOVE ZERO TO WS-PART-LOC-SUM.
064800     PERFORM 4250-MATCH-ONE-LOCATION THRU 4250-EXIT
064900         UNTIL WS-LOC-EOF
065000             OR LC-PART-NUMBER > IM-PART-NUMBER.
065100 4200-EXIT.
065200     EXIT.
065300
065400 4250-MATCH-ONE-LOCATION.
065500     IF LC-PART-NUMBER < IM-PART-NUMBER
065600         PERFORM 4400-REPORT-LOCATION-NO-PART THRU 4400-EXIT
065700         GO TO 4250-NEXT
065800     END-IF.
065900
066000     ADD LC-ON-HAND-QTY TO WS-PART-LOC-SUM.
066100     MOVE LC-PART-NUMBER TO WS-TAB-BIN-PART-KEY.
066200     MOVE LC-BIN-LOCATION TO WS-TAB-BIN-KEY.
066300     PERFORM 6400-FIND-BIN THRU 6400-EXIT.
066400     IF NOT WS-BIN-FOUND
066500         GO TO 4250-NEXT
066600     END-IF.
066700     MOVE "Y" TO WS-BTB-FILE-SWITCH(WS-BIN-IDX).
066800     IF WS-BTB-RUNNING(WS-BIN-IDX) NOT = LC-ON-HAND-QTY
066900         ADD 1 TO WS-EXCEPT-COUNT
067000         MOVE LC-PART-NUMBER TO XL-PART
067100         MOVE "BIN LEDGER/FILE MISMATCH" TO XL-REASON
067200         MOVE WS-BTB-RUNNING(WS-BIN-IDX) TO XL-LEDGER-QTY
067300         MOVE LC-ON-HAND-QTY TO XL-MASTER-QTY
067400         MOVE LC-BIN-LOCATION TO XL-BIN
067500         MOVE WS-EXCEPTION-LINE TO PRINT-LINE
067600         WRITE PRINT-LINE
067700     END-IF.
067800 4250-NEXT.
067900     PERFORM 4300-READ-LOCATION-RECORD THRU 4300-EXIT.
068000 4250-EXIT.
068100     EXIT.
068200
068300*=================================================================
068400* 4300-READ-LOCATION-RECORD - READ THE NEXT PART-LOCATION RECORD
068500*=================================================================
068600 4300-READ-LOCATION-RECORD.
068700     READ PART-LOCATION-FILE NEXT RECORD
068800         AT END
068900             MOVE "Y" TO WS-LOC-EOF-SWITCH
069000     END-READ.
069100     IF NOT WS-LOC-EOF AND NOT WS-PARTLOC-OK
069200         DISPLAY "PART-LOCATION READ FAILED - STATUS "
069300             WS-PARTLOC-STATUS
069400         GO TO 9900-ABORT-TEARDOWN
069500     END-IF.
069600 4300-EXIT.
069700     EXIT.
069800
069900*=================================================================
070000* 4350-SWEEP-ONE-LOCATION - A LOCATION LEFT OVER AFTER THE LAST
070100*                           ITEM-MASTER PART
070200*=================================================================
070300 4350-SWEEP-ONE-LOCATION.
070400     PERFORM 4400-REPORT-LOCATION-NO-PART THRU 4400-EXIT.
070500     PERFORM 4300-READ-LOCATION-RECORD THRU 4300-EXIT.
070600 4350-EXIT.
070700     EXIT.
070800
070900*=================================================================
071000* 4400-REPORT-LOCATION-NO-PART - A BIN ON THE PART-LOCATION FILE
071100*                                FOR A PART NOT ON THE
071200*                                ITEM-MASTER
071300*=================================================================
071400 4400-REPORT-LOCATION-NO-PART.
071500     ADD 1 TO WS-EXCEPT-COUNT.
071600     MOVE LC-PART-NUMBER TO XL-PART.
071700     MOVE "LOCATION WITH NO MASTER" TO XL-REASON.
071800     MOVE ZERO TO XL-LEDGER-QTY.
071900     MOVE LC-ON-HAND-QTY TO XL-MASTER-QTY.
072000     MOVE LC-BIN-LOCATION TO XL-BIN.
072100     MOVE WS-EXCEPTION-LINE TO PRINT-LINE.
072200     WRITE PRINT-LINE.
072300 4400-EXIT.
072400     EXIT.
072500
072600*=================================================================
072700* 4500-SWEEP-UNMATCHED-PART - A PART SEEN IN THE SNAPSHOT OR THE
072800*                             JOURNAL BUT NO LONGER ON THE
072900*                             ITEM-MASTER AT ALL
073000*=================================================================
073100 4500-SWEEP-UNMATCHED-PART.
073200     IF WS-TAB-ON-MASTER(WS-PART-IDX)
073300         GO TO 4500-EXIT
073400     END-IF.
073500     ADD 1 TO WS-EXCEPT-COUNT.
073600     MOVE WS-TAB-PART(WS-PART-IDX) TO XL-PART.
073700     MOVE "NOT ON ITEM MASTER" TO XL-REASON.
073800     MOVE WS-TAB-RUNNING(WS-PART-IDX) TO XL-LEDGER-QTY.
073900     MOVE ZERO TO XL-MASTER-QTY.
074000     MOVE SPACES TO XL-BIN.
074100     MOVE WS-EXCEPTION-LINE TO PRINT-LINE.
074200     WRITE PRINT-LINE.
074300 4500-EXIT.
074400     EXIT.
074500
074600*=================================================================
074700* 4600-SWEEP-UNMATCHED-BIN - A BIN POSTED TODAY THAT HAS NO
074800*                            RECORD ON THE PART-LOCATION FILE
074900*=================================================================
075000 4600-SWEEP-UNMATCHED-BIN.
075100     IF WS-BTB-ON-FILE(WS-BIN-IDX)
075200         GO TO 4600-EXIT
075300     END-IF.
075400     ADD 1 TO WS-EXCEPT-COUNT.
075500     MOVE WS-BTB-PART(WS-BIN-IDX) TO XL-PART.
075600     MOVE "BIN NOT ON LOCATION FILE" TO XL-REASON.
075700     MOVE WS-BTB-RUNNING(WS-BIN-IDX) TO XL-LEDGER-QTY.
075800     MOVE ZERO TO XL-MASTER-QTY.
075900     MOVE WS-BTB-BIN(WS-BIN-IDX) TO XL-BIN.
076000     MOVE WS-EXCEPTION-LINE TO PRINT-LINE.
076100     WRITE PRINT-LINE.
076200 4600-EXIT.
076300     EXIT.
076400
076500*=================================================================
076600* 5000-PRINT-TOTALS - CONTROL TOTALS FOR THE RECONCILIATION
076700*=================================================================
076800 5000-PRINT-TOTALS.
076900     MOVE WS-ITEM-COUNT TO TL-PARTS.
077000     MOVE WS-AGREE-COUNT TO TL-AGREE.
077100     MOVE WS-EXCEPT-COUNT TO TL-EXCEPTIONS.
077200     MOVE WS-CHAIN-COUNT TO TL-CHAIN.
077300     MOVE WS-TOTAL-LINE TO PRINT-LINE.
077400     WRITE PRINT-LINE.
077500
077600     DISPLAY "INVRECON EXAMINED " WS-ITEM-COUNT
077700         " PARTS - " WS-EXCEPT-COUNT " EXCEPTIONS".
077800 5000-EXIT.
077900     EXIT.
078000
078100*=================================================================
078200* 6000-FIND-OR-ADD-PART - LOCATE THIS PART'S ROW IN THE LEDGER
078300*                         TABLE, ADDING A NEW ZEROED ROW THE
078400*                         FIRST TIME IT IS SEEN
078500*=================================================================
078600 6000-FIND-OR-ADD-PART.
078700     MOVE "Y" TO WS-PART-ADD-SWITCH.
078800     PERFORM 6100-FIND-PART THRU 6100-EXIT.
078900     IF NOT WS-PART-FOUND
079000         PERFORM 6200-ADD-NEW-PART THRU 6200-EXIT
079100     END-IF.
079200 6000-EXIT.
079300     EXIT.
079400
079500*=================================================================
079600* 6100-FIND-PART - LOCATE THE ROW FOR WS-TAB-PART-KEY, LEAVING
079700*                  THE FOUND SWITCH OFF WHEN THE PART HAS NO ROW
079800*=================================================================
079900 6100-FIND-PART.
080000     MOVE "N" TO WS-PART-FOUND-SWITCH.
080100     SET WS-PART-IDX TO 1.
080200     SEARCH WS-PART-ENTRY
080300         AT END
080400             CONTINUE
080500         WHEN WS-PART-IDX <= WS-PART-COUNT
080600                 AND WS-TAB-PART(WS-PART-IDX) =
080700                     WS-TAB-PART-KEY
080800             MOVE "Y" TO WS-PART-FOUND-SWITCH
080900     END-SEARCH.
081000 6100-EXIT.
081100     EXIT.
081200
081300*=================================================================
081400* 6200-ADD-NEW-PART - APPEND A NEW ZEROED ROW FOR A PART NOT YET
081500*                     SEEN THIS RUN
081600*=================================================================
081700 6200-ADD-NEW-PART.
081800     IF WS-PART-COUNT NOT < WS-MAX-PARTS
081900         DISPLAY "PART TABLE FULL - PART " WS-TAB-PART-KEY
082000             " NOT TRACKED"
082100         MOVE "N" TO WS-PART-ADD-SWITCH
082200         GO TO 6200-EXIT
082300     END-IF.
082400     ADD 1 TO WS-PART-COUNT.
082500     SET WS-PART-IDX TO WS-PART-COUNT.
082600     MOVE WS-TAB-PART-KEY TO WS-TAB-PART(WS-PART-IDX).
082700     MOVE ZERO TO WS-TAB-OPENING(WS-PART-IDX).
082800     MOVE ZERO TO WS-TAB-RUNNING(WS-PART-IDX).
082900     MOVE "N" TO WS-TAB-SNAP-SWITCH(WS-PART-IDX).
083000     MOVE "N" TO WS-TAB-JRNL-SWITCH(WS-PART-IDX).
083100     MOVE "N" TO WS-TAB-MASTER-SWITCH(WS-PART-IDX).
083200     MOVE ZERO TO WS-TAB-XFER-NET(WS-PART-IDX).
083300     MOVE "Y" TO WS-PART-FOUND-SWITCH.
083400 6200-EXIT.
083500     EXIT.
083600
083700*=================================================================
083800* 6400-FIND-BIN - LOCATE THE ROW FOR WS-TAB-BIN-PART-KEY AND
083900*                 WS-TAB-BIN-KEY, LEAVING THE FOUND SWITCH OFF
084000*                 WHEN THE BIN HAS NO ROW
084100*=================================================================
084200 6400-FIND-BIN.
084300     MOVE "N" TO WS-BIN-FOUND-SWITCH.
084400     SET WS-BIN-IDX TO 1.
084500     SEARCH WS-BIN-ENTRY
084600         AT END
084700             CONTINUE
084800         WHEN WS-BIN-IDX <= WS-BIN-COUNT
084900                 AND WS-BTB-PART(WS-BIN-IDX) =
085000                     WS-TAB-BIN-PART-KEY
085100                 AND WS-BTB-BIN(WS-BIN-IDX) = WS-TAB-BIN-KEY
085200             MOVE "Y" TO WS-BIN-FOUND-SWITCH
085300     END-SEARCH.
085400 6400-EXIT.
085500     EXIT.
085600
085700*=================================================================
085800* 6500-ADD-NEW-BIN - APPEND A NEW ROW FOR A BIN NOT YET POSTED
085900*                    THIS RUN
086000*=================================================================
086100 6500-ADD-NEW-BIN.
086200     MOVE "Y" TO WS-BIN-ADD-SWITCH.
086300     IF WS-BIN-COUNT NOT < WS-MAX-BINS
086400         DISPLAY "BIN TABLE FULL - PART " WS-TAB-BIN-PART-KEY
086500             " BIN " WS-TAB-BIN-KEY " NOT TRACKED"
086600         MOVE "N" TO WS-BIN-ADD-SWITCH
086700         GO TO 6500-EXIT
086800     END-IF.
086900     ADD 1 TO WS-BIN-COUNT.
087000     SET WS-BIN-IDX TO WS-BIN-COUNT.
087100     MOVE WS-TAB-BIN-PART-KEY TO WS-BTB-PART(WS-BIN-IDX).
087200     MOVE WS-TAB-BIN-KEY TO WS-BTB-BIN(WS-BIN-IDX).
087300     MOVE ZERO TO WS-BTB-RUNNING(WS-BIN-IDX).
087400     MOVE "N" TO WS-BTB-FILE-SWITCH(WS-BIN-IDX).
087500 6500-EXIT.
087600     EXIT.
087700
087800*=================================================================
087900* 9000-TERMINATE - CLOSE THE FILES
088000*=================================================================
088100 9000-TERMINATE.
088200     CLOSE ITEM-SNAPSHOT-FILE.
088300     CLOSE MOVEMENT-JOURNAL-FILE.
088400     CLOSE ITEM-MASTER-FILE.
088500     CLOSE PART-LOCATION-FILE.
088600     CLOSE PRINT-FILE.
088700 9000-EXIT.
088800     EXIT.
088900
089000*=================================================================
089100* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
089200*                       FILES ARE OPEN AND END THE RUN WITH A
089300*                       NONZERO RETURN CODE SO THE OVERNIGHT
089400*                       SCHEDULE SHOWS AN ABNORMAL TERMINATION.
089500*=================================================================
089600 9900-ABORT-TEARDOWN.
089700     DISPLAY "INVRECON ABENDED - FILE OPERATION FAILED".
089800     IF WS-FILES-OPEN
089900         CLOSE ITEM-SNAPSHOT-FILE
090000         CLOSE MOVEMENT-JOURNAL-FILE
090100         CLOSE ITEM-MASTER-FILE
090200         CLOSE PART-LOCATION-FILE
090300         CLOSE PRINT-FILE
090400     END-IF.
090500     MOVE 16 TO RETURN-CODE.
090600     STOP RUN.
090700
090800 END PROGRAM INVRECON.
