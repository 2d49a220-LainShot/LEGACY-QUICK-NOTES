000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COSTRPT.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* COSTRPT
000900*
001000* MONTH-END COST REPORTS FOR FINANCE.  RUN ON THE FIRST DAY OF
001100* THE MONTH, AFTER THE NIGHTLY STREAM AND BEFORE THE FLOOR SIGNS
001200* ON, SO THE ITEM-MASTER STILL STANDS AT THE CLOSE OF THE MONTH
001300* JUST ENDED.  THE MONTH REPORTED IS THE ONE CONTAINING
001400* YESTERDAY.
001500*
001600* THE INVENTORY VALUATION REPORT (VALRPT) LISTS EVERY PART WITH
001700* STOCK ON HAND AT ITS STANDARD UNIT COST, ONE LINE FOR EVERY
001800* BIN THE PART IS STOCKED IN (FROM THE PART-LOCATION FILE),
001900* WITH A GRAND TOTAL.  A PART WITH NO STANDARD COST KEYED IS
002000* VALUED AT ZERO AND FLAGGED SO FINANCE CAN CHASE IT.
002100*
002200* THE WORK-ORDER COST REPORT (WOCSTRPT) ROLLS UP THE MONTH'S
002300* MOVEMENT JOURNAL BY WORK ORDER, FROM THE MONTH-TO-DATE COPY
002400* THAT THE DAILY CLOSE (INVCLOSE) ROLLS EACH DAY INTO.  EVERY
002500* ISSUE CARRYING AN ORDER NUMBER IS MATERIAL COST TO THAT ORDER;
002600* EVERY COMPLETION RECEIPT IS THE VALUE IT PRODUCED.  BOTH ARE
002700* COSTED AT THE STANDARD IN FORCE WHEN THEY WERE POSTED, AS
002800* CARRIED ON THE JOURNAL RECORD.  EACH ORDER IS SHOWN WITH ITS
002900* STATUS AND SCRAP COUNT FROM THE WORK-ORDER FILE AND THE
003000* VARIANCE OF MATERIAL COST OVER RECEIPT VALUE.
003100*
003200* MODIFICATION HISTORY
003300*   15-OCT-2026  RSH  ORIGINAL.
003400*   15-OCT-2026  RSH  VALUE STOCK BIN BY BIN FROM THE PART-
003500*                     LOCATION FILE.  STOCK ON THE MASTER NOT
003600*                     HELD IN ANY BIN IS VALUED ON A SEPARATE
003700*                     UNBINNED LINE SO THE TOTAL STILL AGREES
003800*                     WITH THE ITEM-MASTER.
003900*   15-OCT-2026  RSH  INVMOVE NOW HOLDS A SINGLE BUSINESS DAY,
004000*                     SO THE WORK-ORDER COST REPORT READS THE
004100*                     MONTH-TO-DATE JOURNAL (INVMMTD) THAT
004200*                     INVCLOSE BUILDS EACH NIGHT INSTEAD.  THE
004300*                     RUN IS REFUSED UNTIL INVCLOSE HAS COMPLETED
004400*                     FOR THE SAME RUN DATE, SO THE LAST DAY OF
004500*                     THE MONTH HAS BEEN ROLLED IN.
004600*=================================================================
004700
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   VAX-8600.
005100 OBJECT-COMPUTER.   VAX-8600.
005200
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS IM-PART-NUMBER
005900         FILE STATUS IS WS-ITEMMAST-STATUS.
006000
006100     SELECT PART-LOCATION-FILE ASSIGN TO "PARTLOC"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS LC-LOCATION-KEY
006500         FILE STATUS IS WS-PARTLOC-STATUS.
006600
006700     SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS WO-ORDER-NUMBER
007100         FILE STATUS IS WS-WORKORD-STATUS.
007200
007300     SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO "INVMMTD"
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WS-INVMOVE-STATUS.
007700
007800     SELECT COST-SORT-FILE ASSIGN TO "COSTSORT".
007900
008000     SELECT VALUATION-PRINT-FILE ASSIGN TO "VALRPT"
008100         ORGANIZATION IS SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL
008300         FILE STATUS IS WS-VALPRT-STATUS.
008400
008500     SELECT ORDER-COST-PRINT-FILE ASSIGN TO "WOCSTRPT"
008600         ORGANIZATION IS SEQUENTIAL
008700         ACCESS MODE IS SEQUENTIAL
008800         FILE STATUS IS WS-COSTPRT-STATUS.
008900
009000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS RANDOM
009300         RECORD KEY IS RC-RUN-KEY
009400         FILE STATUS IS WS-RUNCTL-STATUS.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  ITEM-MASTER-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY ITEMMAST.
010100
010200 FD  PART-LOCATION-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY PARTLOC.
010500
010600 FD  WORK-ORDER-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY WORKORD.
010900
011000 FD  MOVEMENT-JOURNAL-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY INVMOVE.
011300
011400 SD  COST-SORT-FILE.
011500 01  COST-SORT-RECORD.
011600     05  SR-ORDER-NUMBER         PIC X(08).
011700     05  SR-MOVEMENT-TYPE        PIC X(01).
011800         88  SR-ISSUE                    VALUE "I".
011900         88  SR-RECEIPT                  VALUE "R".
012000     05  SR-PART-NUMBER          PIC X(08).
012100     05  SR-QUANTITY             PIC S9(07).
012200     05  SR-UNIT-COST            PIC 9(05)V9(02).
012300
012400 FD  VALUATION-PRINT-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  VALUATION-PRINT-LINE        PIC X(80).
012700
012800 FD  ORDER-COST-PRINT-FILE
012900     LABEL RECORDS ARE STANDARD.
013000 01  ORDER-COST-PRINT-LINE       PIC X(80).
013100
013200 FD  RUN-CONTROL-FILE
013300     LABEL RECORDS ARE STANDARD.
013400     COPY RUNCTL.
013500
013600 WORKING-STORAGE SECTION.
013700*-----------------------------------------------------------------
013800* FILE STATUS AND SWITCHES
013900*-----------------------------------------------------------------
014000 77  WS-RUNCTL-STATUS        PIC X(02).
014100     88  WS-RUNCTL-OK                VALUE "00".
014200     88  WS-RUNCTL-NOTFOUND          VALUE "23".
014300
014400 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
014500     88  WS-RUNCTL-ON-FILE           VALUE "Y".
014600
014700 77  WS-ITEMMAST-STATUS      PIC X(02).
014800     88  WS-ITEMMAST-OK              VALUE "00".
014900
015000 77  WS-PARTLOC-STATUS       PIC X(02).
015100     88  WS-PARTLOC-OK               VALUE "00".
015200
015300 77  WS-WORKORD-STATUS       PIC X(02).
015400     88  WS-WORKORD-OK               VALUE "00".
015500     88  WS-WORKORD-NOTFOUND         VALUE "23".
015600
015700 77  WS-INVMOVE-STATUS       PIC X(02).
015800     88  WS-INVMOVE-OK               VALUE "00".
015900
016000 77  WS-VALPRT-STATUS        PIC X(02).
016100     88  WS-VALPRT-OK                VALUE "00".
016200
016300 77  WS-COSTPRT-STATUS       PIC X(02).
016400     88  WS-COSTPRT-OK               VALUE "00".
016500
016600 77  WS-ITEM-EOF-SWITCH      PIC X(01)   VALUE "N".
016700     88  WS-ITEM-EOF                 VALUE "Y".
016800
016900 77  WS-LOC-EOF-SWITCH       PIC X(01)   VALUE "N".
017000     88  WS-LOC-EOF                  VALUE "Y".
017100
017200 77  WS-JRNL-EOF-SWITCH      PIC X(01)   VALUE "N".
017300     88  WS-JRNL-EOF                 VALUE "Y".
017400
017500 77  WS-SORT-EOF-SWITCH      PIC X(01)   VALUE "N".
017600     88  WS-SORT-EOF                 VALUE "Y".
017700
017800 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
017900     88  WS-FILES-OPEN               VALUE "Y".
018000
018100*-----------------------------------------------------------------
018200* THE MONTH REPORTED
018300*-----------------------------------------------------------------
018400 77  WS-TODAY-CCYYMMDD       PIC 9(08).
018500 77  WS-TODAY-INTEGER        PIC S9(07)  COMP.
018600
018700 01  WS-YESTERDAY-CCYYMMDD   PIC 9(08).
018800 01  WS-YESTERDAY-PARTS REDEFINES WS-YESTERDAY-CCYYMMDD.
018900     05  WS-YESTERDAY-CCYYMM     PIC 9(06).
019000     05  WS-YESTERDAY-DD         PIC 9(02).
019100
019200 01  WS-MONTH-START-CCYYMMDD PIC 9(08).
019300 01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START-CCYYMMDD.
019400     05  WS-MONTH-START-CCYYMM   PIC 9(06).
019500     05  WS-MONTH-START-DD       PIC 9(02).
019600
019700 01  WS-MONTH-END-CCYYMMDD   PIC 9(08).
019800 01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-CCYYMMDD.
019900     05  WS-MONTH-END-CCYYMM     PIC 9(06).
020000     05  WS-MONTH-END-DD         PIC 9(02).
020100
020200*-----------------------------------------------------------------
020300* VALUATION WORK AREAS AND TOTALS
020400*-----------------------------------------------------------------
020500 77  WS-EXTENDED-VALUE       PIC S9(13)V9(02) COMP.
020600 77  WS-GRAND-VALUE          PIC S9(13)V9(02) COMP
020700                                             VALUE ZERO.
020800 77  WS-VALUED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
020900 77  WS-NO-COST-COUNT        PIC 9(05)   COMP    VALUE ZERO.
021000 77  WS-UNBINNED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
021100 77  WS-VALUE-QTY            PIC S9(07).
021200 77  WS-BINNED-QTY           PIC S9(09)  COMP.
021300
021400*-----------------------------------------------------------------
021500* WORK-ORDER COST WORK AREAS AND TOTALS
021600*-----------------------------------------------------------------
021700 77  WS-CURRENT-ORDER        PIC X(08).
021800 77  WS-ORDER-MATERIAL       PIC S9(13)V9(02) COMP.
021900 77  WS-ORDER-RECEIPT-VALUE  PIC S9(13)V9(02) COMP.
022000 77  WS-ORDER-GOOD-QTY       PIC S9(09)  COMP.
022100 77  WS-ORDER-VARIANCE       PIC S9(13)V9(02) COMP.
022200
022300 77  WS-ORDER-COUNT          PIC 9(05)   COMP    VALUE ZERO.
022400 77  WS-NOT-ON-FILE-COUNT    PIC 9(05)   COMP    VALUE ZERO.
022500 77  WS-TOTAL-MATERIAL       PIC S9(13)V9(02) COMP
022600                                             VALUE ZERO.
022700 77  WS-TOTAL-RECEIPT-VALUE  PIC S9(13)V9(02) COMP
022800                                             VALUE ZERO.
022900 77  WS-TOTAL-SCRAP-QTY      PIC S9(09)  COMP    VALUE ZERO.
023000 77  WS-TOTAL-VARIANCE       PIC S9(13)V9(02) COMP
023100                                             VALUE ZERO.
023200
023300*-----------------------------------------------------------------
023400* PRINT LINE LAYOUTS - SHARED
023500*-----------------------------------------------------------------
023600 01  WS-DATE-LINE.
023700     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
023800     05  DL-RUN-DATE             PIC 9(08).
023900     05  FILLER                  PIC X(10)   VALUE "  MONTH: ".
024000     05  DL-MONTH-START          PIC 9(08).
024100     05  FILLER                  PIC X(04)   VALUE " TO ".
024200     05  DL-MONTH-END            PIC 9(08).
024300     05  FILLER                  PIC X(31)   VALUE SPACES.
024400
024500 01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
024600
024700*-----------------------------------------------------------------
024800* PRINT LINE LAYOUTS - INVENTORY VALUATION
024900*-----------------------------------------------------------------
025000 01  WS-VAL-TITLE-LINE.
025100     05  FILLER                  PIC X(36)
025200             VALUE "INVENTORY VALUATION AT STANDARD COST".
025300     05  FILLER                  PIC X(44)   VALUE SPACES.
025400
025500 01  WS-VAL-HEADING.
025600     05  FILLER                  PIC X(09)   VALUE "PART".
025700     05  FILLER                  PIC X(21)   VALUE "DESCRIPTION".
025800     05  FILLER                  PIC X(07)   VALUE "BIN".
025900     05  FILLER                  PIC X(09)   VALUE " ON HAND".
026000     05  FILLER                  PIC X(10)   VALUE " STD COST".
026100     05  FILLER                  PIC X(16)
026200             VALUE "           VALUE".
026300     05  FILLER                  PIC X(08)   VALUE SPACES.
026400
026500 01  WS-VAL-DETAIL-LINE.
026600     05  VL-PART                 PIC X(08).
026700     05  FILLER                  PIC X(01)   VALUE SPACES.
026800     05  VL-DESCRIPTION          PIC X(20).
026900     05  FILLER                  PIC X(01)   VALUE SPACES.
027000     05  VL-BIN                  PIC X(06).
027100     05  FILLER                  PIC X(01)   VALUE SPACES.
027200     05  VL-ON-HAND              PIC -ZZZZZZ9.
027300     05  FILLER                  PIC X(01)   VALUE SPACES.
027400     05  VL-UNIT-COST            PIC ZZ,ZZ9.99.
027500     05  FILLER                  PIC X(01)   VALUE SPACES.
027600     05  VL-VALUE                PIC -ZZZ,ZZZ,ZZ9.99.
027700     05  FILLER                  PIC X(01)   VALUE SPACES.
027800     05  VL-NOTE                 PIC X(08).
027900
028000 01  WS-VAL-TOTAL-LINE.
028100     05  FILLER                  PIC X(14)
028200             VALUE "PARTS VALUED:".
028300     05  TL-VALUED               PIC ZZZZ9.
028400     05  FILLER                  PIC X(15)
028500             VALUE "  NO STD COST:".
028600     05  TL-NO-COST              PIC ZZZZ9.
028700     05  FILLER                  PIC X(14)
028800             VALUE "  GRAND TOTAL:".
028900     05  TL-GRAND-VALUE          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
029000     05  FILLER                  PIC X(06)   VALUE SPACES.
029100
029200 01  WS-VAL-TOTAL-LINE-2.
029300     05  FILLER                  PIC X(26)
029400             VALUE "PARTS WITH UNBINNED STOCK:".
029500     05  TL-UNBINNED             PIC ZZZZ9.
029600     05  FILLER                  PIC X(49)   VALUE SPACES.
029700
029800*-----------------------------------------------------------------
029900* PRINT LINE LAYOUTS - WORK-ORDER COST
030000*-----------------------------------------------------------------
030100 01  WS-COST-TITLE-LINE.
030200     05  FILLER                  PIC X(32)
030300             VALUE "WORK-ORDER COST AT STANDARD".
030400     05  FILLER                  PIC X(48)   VALUE SPACES.
030500
030600 01  WS-COST-HEADING.
030700     05  FILLER                  PIC X(09)   VALUE "ORDER".
030800     05  FILLER                  PIC X(09)   VALUE "PART".
030900     05  FILLER                  PIC X(02)   VALUE "S".
031000     05  FILLER                  PIC X(14)
031100             VALUE "MATERIAL COST".
031200     05  FILLER                  PIC X(08)   VALUE "   GOOD".
031300     05  FILLER                  PIC X(14)
031400             VALUE "RECEIPT VALUE".
031500     05  FILLER                  PIC X(08)   VALUE "  SCRAP".
031600     05  FILLER                  PIC X(16)
031700             VALUE "     VARIANCE".
031800
031900 01  WS-COST-DETAIL-LINE.
032000     05  OL-ORDER                PIC X(08).
032100     05  FILLER                  PIC X(01)   VALUE SPACES.
032200     05  OL-PART                 PIC X(08).
032300     05  FILLER                  PIC X(01)   VALUE SPACES.
032400     05  OL-STATUS               PIC X(01).
032500     05  FILLER                  PIC X(01)   VALUE SPACES.
032600     05  OL-MATERIAL             PIC ZZ,ZZZ,ZZ9.99.
032700     05  FILLER                  PIC X(01)   VALUE SPACES.
032800     05  OL-GOOD                 PIC ZZZZZZ9.
032900     05  FILLER                  PIC X(01)   VALUE SPACES.
033000     05  OL-RECEIPT-VALUE        PIC ZZ,ZZZ,ZZ9.99.
033100     05  FILLER                  PIC X(01)   VALUE SPACES.
033200     05  OL-SCRAP                PIC -ZZZZZ9.
033300     05  FILLER                  PIC X(01)   VALUE SPACES.
033400     05  OL-VARIANCE             PIC -Z,ZZZ,ZZ9.99.
033500     05  FILLER                  PIC X(03)   VALUE SPACES.
033600
033700 01  WS-COST-TOTAL-LINE-1.
033800     05  FILLER                  PIC X(08)   VALUE "ORDERS:".
033900     05  TL-ORDERS               PIC ZZZZ9.
034000     05  FILLER                  PIC X(17)
034100             VALUE "  NOT ON WORKORD:".
034200     05  TL-NOT-ON-FILE          PIC ZZZZ9.
034300     05  FILLER                  PIC X(09)   VALUE "  SCRAP:".
034400     05  TL-SCRAP                PIC -ZZZZZZZ9.
034500     05  FILLER                  PIC X(27)   VALUE SPACES.
034600
034700 01  WS-COST-TOTAL-LINE-2.
034800     05  FILLER                  PIC X(10)   VALUE "MATERIAL:".
034900     05  TL-MATERIAL             PIC -ZZZ,ZZZ,ZZ9.99.
035000     05  FILLER                  PIC X(11)   VALUE "  RECEIPT:".
035100     05  TL-RECEIPT-VALUE        PIC -ZZZ,ZZZ,ZZ9.99.
035200     05  FILLER                  PIC X(12)   VALUE "  VARIANCE:".
035300     05  TL-VARIANCE             PIC -ZZZ,ZZZ,ZZ9.99.
035400     05  FILLER                  PIC X(02)   VALUE SPACES.
035500
035600 PROCEDURE DIVISION.
035700*=================================================================
035800* 0000-MAINLINE
035900*=================================================================
036000 0000-MAINLINE.
036100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036200     PERFORM 2000-VALUE-STOCK THRU 2000-EXIT.
036300     SORT COST-SORT-FILE
036400         ON ASCENDING KEY SR-ORDER-NUMBER
036500         INPUT PROCEDURE IS 3000-RELEASE-MOVEMENTS THRU 3000-EXIT
036600         OUTPUT PROCEDURE IS 4000-COST-ORDERS THRU 4000-EXIT.
036700     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
036800     PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT.
036900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037000     STOP RUN.
037100
037200*=================================================================
037300* 1000-INITIALIZE - CHECK IN WITH RUN CONTROL, WORK OUT THE
037400*                   MONTH, OPEN THE FILES, AND PRINT THE
037500*                   HEADINGS OF BOTH REPORTS
037600*=================================================================
037700 1000-INITIALIZE.
037800     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
037900     PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT.
038000     PERFORM 1100-COMPUTE-MONTH THRU 1100-EXIT.
038100
038200     OPEN INPUT ITEM-MASTER-FILE.
038300     IF NOT WS-ITEMMAST-OK
038400         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
038500             WS-ITEMMAST-STATUS
038600         GO TO 9900-ABORT-TEARDOWN
038700     END-IF.
038800     OPEN INPUT PART-LOCATION-FILE.
038900     IF NOT WS-PARTLOC-OK
039000         DISPLAY "PART-LOCATION OPEN FAILED - STATUS "
039100             WS-PARTLOC-STATUS
039200         CLOSE ITEM-MASTER-FILE
039300         GO TO 9900-ABORT-TEARDOWN
039400     END-IF.
039500     OPEN INPUT WORK-ORDER-FILE.
039600     IF NOT WS-WORKORD-OK
039700         DISPLAY "WORK-ORDER OPEN FAILED - STATUS "
039800             WS-WORKORD-STATUS
039900         CLOSE ITEM-MASTER-FILE
040000         CLOSE PART-LOCATION-FILE
040100         GO TO 9900-ABORT-TEARDOWN
040200     END-IF.
040300     OPEN INPUT MOVEMENT-JOURNAL-FILE.
040400     IF NOT WS-INVMOVE-OK
040500         DISPLAY "MOVEMENT-JOURNAL OPEN FAILED - STATUS "
040600             WS-INVMOVE-STATUS
040700         CLOSE ITEM-MASTER-FILE
040800         CLOSE PART-LOCATION-FILE
040900         CLOSE WORK-ORDER-FILE
041000         GO TO 9900-ABORT-TEARDOWN
041100     END-IF.
041200     OPEN OUTPUT VALUATION-PRINT-FILE.
041300     IF NOT WS-VALPRT-OK
041400         DISPLAY "VALUATION PRINT OPEN FAILED - STATUS "
041500             WS-VALPRT-STATUS
041600         CLOSE ITEM-MASTER-FILE
041700         CLOSE PART-LOCATION-FILE
041800         CLOSE WORK-ORDER-FILE
041900         CLOSE MOVEMENT-JOURNAL-FILE
042000         GO TO 9900-ABORT-TEARDOWN
042100     END-IF.
042200     OPEN OUTPUT ORDER-COST-PRINT-FILE.
042300     IF NOT WS-COSTPRT-OK
042400         DISPLAY "ORDER COST PRINT OPEN FAILED - STATUS "
042500             WS-COSTPRT-STATUS
042600         CLOSE ITEM-MASTER-FILE
042700         CLOSE PART-LOCATION-FILE
042800         CLOSE WORK-ORDER-FILE
042900         CLOSE MOVEMENT-JOURNAL-FILE
043000         CLOSE VALUATION-PRINT-FILE
043100         GO TO 9900-ABORT-TEARDOWN
043200     END-IF.
043300     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
043400
043500     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
043600     MOVE WS-MONTH-START-CCYYMMDD TO DL-MONTH-START.
043700     MOVE WS-MONTH-END-CCYYMMDD TO DL-MONTH-END.
043800
043900     MOVE WS-VAL-TITLE-LINE TO VALUATION-PRINT-LINE.
044000     WRITE VALUATION-PRINT-LINE.
044100     MOVE WS-DATE-LINE TO VALUATION-PRINT-LINE.
044200     WRITE VALUATION-PRINT-LINE.
044300     MOVE WS-BLANK-LINE TO VALUATION-PRINT-LINE.
044400     WRITE VALUATION-PRINT-LINE.
044500     MOVE WS-VAL-HEADING TO VALUATION-PRINT-LINE.
044600     WRITE VALUATION-PRINT-LINE.
044700
044800     MOVE WS-COST-TITLE-LINE TO ORDER-COST-PRINT-LINE.
044900     WRITE ORDER-COST-PRINT-LINE.
045000     MOVE WS-DATE-LINE TO ORDER-COST-PRINT-LINE.
045100     WRITE ORDER-COST-PRINT-LINE.
045200     MOVE WS-BLANK-LINE TO ORDER-COST-PRINT-LINE.
045300     WRITE ORDER-COST-PRINT-LINE.
045400     MOVE WS-COST-HEADING TO ORDER-COST-PRINT-LINE.
045500     WRITE ORDER-COST-PRINT-LINE.
045600 1000-EXIT.
045700     EXIT.
045800
045900*=================================================================
046000* 1100-COMPUTE-MONTH - FIRST AND LAST DAY OF THE MONTH THAT
046100*                      CONTAINS YESTERDAY.  THE LAST DAY IS
046200*                      TAKEN AS THE 31ST - NO JOURNAL DATE CAN
046300*                      FALL PAST THE REAL END OF THE MONTH.
046400*=================================================================
046500 1100-COMPUTE-MONTH.
046600     COMPUTE WS-TODAY-INTEGER =
046700         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
046800     COMPUTE WS-YESTERDAY-CCYYMMDD =
046900         FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER - 1).
047000
047100     MOVE WS-YESTERDAY-CCYYMM TO WS-MONTH-START-CCYYMM.
047200     MOVE 1 TO WS-MONTH-START-DD.
047300     MOVE WS-YESTERDAY-CCYYMM TO WS-MONTH-END-CCYYMM.
047400     MOVE 31 TO WS-MONTH-END-DD.
047500 1100-EXIT.
047600     EXIT.
047700
047800*=================================================================
047900* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
048000*                         COMPLETED, WARN WHEN A PRIOR RUN IS
048100*                         STILL IN FLIGHT FROM AN ABEND, AND
048200*                         WRITE THIS RUN'S IN-FLIGHT RECORD
048300*=================================================================
048400 1500-OPEN-RUN-CONTROL.
048500     OPEN I-O RUN-CONTROL-FILE.
048600     IF NOT WS-RUNCTL-OK
048700         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
048800             WS-RUNCTL-STATUS
048900         GO TO 9900-ABORT-TEARDOWN
049000     END-IF.
049100
049200     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
049300     MOVE "COSTRPT" TO RC-JOB-NAME.
049400     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
049500     READ RUN-CONTROL-FILE
049600         INVALID KEY
049700             MOVE "23" TO WS-RUNCTL-STATUS
049800     END-READ.
049900     IF WS-RUNCTL-OK
050000         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
050100         IF RC-RUN-COMPLETED
050200             DISPLAY "COSTRPT ALREADY COMPLETED FOR "
050300                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
050400             GO TO 9950-REFUSED-RUN
050500         END-IF
050600         DISPLAY "PRIOR COSTRPT RUN DID NOT COMPLETE FOR "
050700             WS-TODAY-CCYYMMDD " - RERUNNING"
050800     END-IF.
050900     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
051000         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
051100             WS-RUNCTL-STATUS
051200         GO TO 9900-ABORT-TEARDOWN
051300     END-IF.
051400
051500     PERFORM 1550-CHECK-PREDECESSOR THRU 1550-EXIT.
051600
051700     MOVE "COSTRPT" TO RC-JOB-NAME.
051800     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
051900     MOVE "S" TO RC-RUN-STATUS.
052000     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
052100     ACCEPT RC-START-TIME FROM TIME.
052200     MOVE ZERO TO RC-END-DATE.
052300     MOVE ZERO TO RC-END-TIME.
052400     IF WS-RUNCTL-ON-FILE
052500         REWRITE RUN-CONTROL-RECORD
052600             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
052700         END-REWRITE
052800     ELSE
052900         WRITE RUN-CONTROL-RECORD
053000             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
053100         END-WRITE
053200     END-IF.
053300     IF NOT WS-RUNCTL-OK
053400         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
053500             WS-RUNCTL-STATUS
053600         GO TO 9900-ABORT-TEARDOWN
053700     END-IF.
053800 1500-EXIT.
053900     EXIT.
054000
054100*=================================================================
054200* 1550-CHECK-PREDECESSOR - INVCLOSE MUST HAVE COMPLETED FOR THIS
054300*                          RUN DATE FIRST, OR THE MONTH-TO-DATE
054400*                          JOURNAL WOULD STILL BE MISSING THE
054500*                          LAST DAY OF THE MONTH
054600*=================================================================
054700 1550-CHECK-PREDECESSOR.
054800     MOVE "INVCLOSE" TO RC-JOB-NAME.
054900     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
055000     READ RUN-CONTROL-FILE
055100         INVALID KEY
055200             MOVE "23" TO WS-RUNCTL-STATUS
055300     END-READ.
055400     IF NOT (WS-RUNCTL-OK AND RC-RUN-COMPLETED)
055500         DISPLAY "INVCLOSE HAS NOT COMPLETED FOR "
055600             WS-TODAY-CCYYMMDD " - RUN REFUSED"
055700         GO TO 9950-REFUSED-RUN
055800     END-IF.
055900 1550-EXIT.
056000     EXIT.
056100
056200*=================================================================
056300* 2000-VALUE-STOCK - WALK THE ITEM-MASTER IN PART ORDER AND
056400*                    VALUE EVERY PART WITH STOCK ON HAND
056500*=================================================================
056600 2000-VALUE-STOCK.
056700     PERFORM 2100-VALUE-ONE-PART THRU 2100-EXIT
056800         UNTIL WS-ITEM-EOF.
056900
057000     MOVE WS-BLANK-LINE TO VALUATION-PRINT-LINE.
057100     WRITE VALUATION-PRINT-LINE.
057200     MOVE WS-VALUED-COUNT TO TL-VALUED.
057300     MOVE WS-NO-COST-COUNT TO TL-NO-COST.
057400     MOVE WS-GRAND-VALUE TO TL-GRAND-VALUE.
057500     MOVE WS-VAL-TOTAL-LINE TO VALUATION-PRINT-LINE.
057600     WRITE VALUATION-PRINT-LINE.
057700     MOVE WS-UNBINNED-COUNT TO TL-UNBINNED.
057800     MOVE WS-VAL-TOTAL-LINE-2 TO VALUATION-PRINT-LINE.
057900     WRITE VALUATION-PRINT-LINE.
058000 2000-EXIT.
058100     EXIT.
058200
058300*=================================================================
058400* 2100-VALUE-ONE-PART - READ THE NEXT PART AND PRINT THE EXTENDED
058500*                       VALUE OF EACH BIN IT IS STOCKED IN.  A BIN
058600*                       WITH NOTHING IN IT, AND A PART WITH
058700*                       NOTHING ON HAND IS LEFT OFF THE REPORT.
058800*=================================================================
058900 2100-VALUE-ONE-PART.
059000     READ ITEM-MASTER-FILE NEXT RECORD
059100         AT END
059200             MOVE "Y" TO WS-ITEM-EOF-SWITCH
059300     END-READ.
059400     IF WS-ITEM-EOF
059500         GO TO 2100-EXIT
059600     END-IF.
059700     IF NOT WS-ITEMMAST-OK
059800         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
059900             WS-ITEMMAST-STATUS
060000         GO TO 9900-ABORT-TEARDOWN
060100     END-IF.
060200
060300     MOVE ZERO TO WS-BINNED-QTY.
060400     MOVE "N" TO WS-LOC-EOF-SWITCH.
060500     MOVE IM-PART-NUMBER TO LC-PART-NUMBER.
060600     MOVE LOW-VALUES TO LC-BIN-LOCATION.
060700     START PART-LOCATION-FILE KEY IS NOT < LC-LOCATION-KEY
060800         INVALID KEY
060900             MOVE "Y" TO WS-LOC-EOF-SWITCH
061000     END-START.
061100     PERFORM 2200-VALUE-ONE-LOCATION THRU 2200-EXIT
061200         UNTIL WS-LOC-EOF.
061300
061400     IF WS-BINNED-QTY NOT = IM-ON-HAND-QTY
061500         COMPUTE WS-VALUE-QTY = IM-ON-HAND-QTY - WS-BINNED-QTY
061600         MOVE SPACES TO LC-BIN-LOCATION
061700         PERFORM 2300-BUILD-VALUE-LINE THRU 2300-EXIT
061800         MOVE "UNBINNED" TO VL-NOTE
061900         MOVE WS-VAL-DETAIL-LINE TO VALUATION-PRINT-LINE
062000         WRITE VALUATION-PRINT-LINE
062100         ADD 1 TO WS-UNBINNED-COUNT
062200     END-IF.
062300
062400     IF IM-ON-HAND-QTY NOT = ZERO
062500         ADD 1 TO WS-VALUED-COUNT
062600         IF IM-STD-UNIT-COST = ZERO
062700             ADD 1 TO WS-NO-COST-COUNT
062800         END-IF
062900     END-IF.
063000 2100-EXIT.
063100     EXIT.
063200
063300*=================================================================
063400* 2200-VALUE-ONE-LOCATION - READ THE PART'S NEXT LOCATION AND
063500*                           PRINT ITS VALUE.  STOPS AT THE FIRST
063600*                           LOCATION OF THE NEXT PART.
063700*=================================================================
063800 2200-VALUE-ONE-LOCATION.
063900     READ PART-LOCATION-FILE NEXT RECORD
064000         AT END
064100             MOVE "Y" TO WS-LOC-EOF-SWITCH
064200     END-READ.
064300     IF WS-LOC-EOF
064400         GO TO 2200-EXIT
064500     END-IF.
064600     IF NOT WS-PARTLOC-OK
064700         DISPLAY "PART-LOCATION READ FAILED - STATUS "
064800             WS-PARTLOC-STATUS
064900         GO TO 9900-ABORT-TEARDOWN
065000     END-IF.
065100     IF LC-PART-NUMBER NOT = IM-PART-NUMBER
065200         MOVE "Y" TO WS-LOC-EOF-SWITCH
065300         GO TO 2200-EXIT
065400     END-IF.
065500
065600     IF LC-ON-HAND-QTY = ZERO
065700         GO TO 2200-EXIT
065800     END-IF.
065900
066000     ADD LC-ON-HAND-QTY TO WS-BINNED-QTY.
066100     MOVE LC-ON-HAND-QTY TO WS-VALUE-QTY.
066200     PERFORM 2300-BUILD-VALUE-LINE THRU 2300-EXIT.
066300     MOVE WS-VAL-DETAIL-LINE TO VALUATION-PRINT-LINE.
066400     WRITE VALUATION-PRINT-LINE.
066500 2200-EXIT.
066600     EXIT.
066700
066800*=================================================================
066900* 2300-BUILD-VALUE-LINE - EXTEND WS-VALUE-QTY OF THE CURRENT PART
067000*                         IN BIN LC-BIN-LOCATION AT ITS STANDARD
067100*                         COST, ADD IT TO THE GRAND TOTAL, AND
067200*                         BUILD THE DETAIL LINE
067300*=================================================================
067400 2300-BUILD-VALUE-LINE.
067500     COMPUTE WS-EXTENDED-VALUE =
067600         WS-VALUE-QTY * IM-STD-UNIT-COST.
067700     ADD WS-EXTENDED-VALUE TO WS-GRAND-VALUE.
067800
067900     MOVE SPACES TO VL-NOTE.
068000     IF IM-ITEM-INACTIVE
068100         MOVE "INACTIVE" TO VL-NOTE
068200     END-IF.
068300     IF IM-STD-UNIT-COST = ZERO
068400         MOVE "NO COST" TO VL-NOTE
068500     END-IF.
068600
068700     MOVE IM-PART-NUMBER TO VL-PART.
068800     MOVE IM-DESCRIPTION TO VL-DESCRIPTION.
068900     MOVE LC-BIN-LOCATION TO VL-BIN.
069000     MOVE WS-VALUE-QTY TO VL-ON-HAND.
069100     MOVE IM-STD-UNIT-COST TO VL-UNIT-COST.
069200     MOVE WS-EXTENDED-VALUE TO VL-VALUE.
069300 2300-EXIT.
069400     EXIT.
069500
069600*=================================================================
069700* 3000-RELEASE-MOVEMENTS - SORT INPUT.  WALK THE MOVEMENT
069800*                          JOURNAL AND RELEASE THE MONTH'S
069900*                          ISSUES AND RECEIPTS THAT CARRY A WORK
070000*                          ORDER NUMBER
070100*=================================================================
070200 3000-RELEASE-MOVEMENTS.
070300     PERFORM 3100-RELEASE-ONE-MOVEMENT THRU 3100-EXIT
070400         UNTIL WS-JRNL-EOF.
070500 3000-EXIT.
070600     EXIT.
070700
070800*=================================================================
070900* 3100-RELEASE-ONE-MOVEMENT - READ THE NEXT JOURNAL RECORD AND
071000*                             RELEASE IT WHEN IT IS AN ORDER'S
071100*                             ISSUE OR COMPLETION RECEIPT POSTED
071200*                             IN THE MONTH
071300*=================================================================
071400 3100-RELEASE-ONE-MOVEMENT.
071500     READ MOVEMENT-JOURNAL-FILE
071600         AT END
071700             MOVE "Y" TO WS-JRNL-EOF-SWITCH
071800     END-READ.
071900     IF WS-JRNL-EOF
072000         GO TO 3100-EXIT
072100     END-IF.
072200     IF NOT WS-INVMOVE-OK
072300         DISPLAY "MOVEMENT-JOURNAL READ FAILED - STATUS "
072400             WS-INVMOVE-STATUS
072500         GO TO 9900-ABORT-TEARDOWN
072600     END-IF.
072700
072800     IF NOT (MJ-ISSUE OR MJ-RECEIPT)
072900         GO TO 3100-EXIT
073000     END-IF.
073100     IF MJ-ORDER-NUMBER = SPACES
073200         GO TO 3100-EXIT
073300     END-IF.
073400     IF MJ-TIMESTAMP-DATE < WS-MONTH-START-CCYYMMDD
073500             OR MJ-TIMESTAMP-DATE > WS-MONTH-END-CCYYMMDD
073600         GO TO 3100-EXIT
073700     END-IF.
073800
073900     MOVE MJ-ORDER-NUMBER TO SR-ORDER-NUMBER.
074000     MOVE MJ-MOVEMENT-TYPE TO SR-MOVEMENT-TYPE.
074100     MOVE MJ-PART-NUMBER TO SR-PART-NUMBER.
074200     MOVE MJ-QUANTITY TO SR-QUANTITY.
074300     MOVE MJ-STD-COST-AFTER TO SR-UNIT-COST.
074400     RELEASE COST-SORT-RECORD.
074500 3100-EXIT.
074600     EXIT.
074700
074800*=================================================================
074900* 4000-COST-ORDERS - SORT OUTPUT.  ONE LINE PER WORK ORDER.
075000*=================================================================
075100 4000-COST-ORDERS.
075200     PERFORM 4100-RETURN-MOVEMENT THRU 4100-EXIT.
075300     PERFORM 4200-COST-ONE-ORDER THRU 4200-EXIT
075400         UNTIL WS-SORT-EOF.
075500 4000-EXIT.
075600     EXIT.
075700
075800*=================================================================
075900* 4100-RETURN-MOVEMENT - TAKE THE NEXT MOVEMENT FROM THE SORT
076000*=================================================================
076100 4100-RETURN-MOVEMENT.
076200     RETURN COST-SORT-FILE
076300         AT END
076400             MOVE "Y" TO WS-SORT-EOF-SWITCH
076500     END-RETURN.
076600 4100-EXIT.
076700     EXIT.
076800
076900*=================================================================
077000* 4200-COST-ONE-ORDER - ROLL UP ALL OF ONE ORDER'S MOVEMENTS
077100*                       AND PRINT ITS LINE
077200*=================================================================
077300 4200-COST-ONE-ORDER.
077400     MOVE SR-ORDER-NUMBER TO WS-CURRENT-ORDER.
077500     MOVE ZERO TO WS-ORDER-MATERIAL.
077600     MOVE ZERO TO WS-ORDER-RECEIPT-VALUE.
077700     MOVE ZERO TO WS-ORDER-GOOD-QTY.
077800     PERFORM 4300-ADD-ONE-MOVEMENT THRU 4300-EXIT
077900         UNTIL WS-SORT-EOF
078000             OR SR-ORDER-NUMBER NOT = WS-CURRENT-ORDER.
078100     PERFORM 4400-PRINT-ORDER-LINE THRU 4400-EXIT.
078200 4200-EXIT.
078300     EXIT.
078400
078500*=================================================================
078600* 4300-ADD-ONE-MOVEMENT - AN ISSUE ADDS TO THE ORDER'S MATERIAL
078700*                         COST, A COMPLETION RECEIPT TO WHAT IT
078800*                         PRODUCED
078900*=================================================================
079000 4300-ADD-ONE-MOVEMENT.
079100     IF SR-ISSUE
079200         COMPUTE WS-ORDER-MATERIAL = WS-ORDER-MATERIAL
079300             + SR-QUANTITY * SR-UNIT-COST
079400     ELSE
079500         ADD SR-QUANTITY TO WS-ORDER-GOOD-QTY
079600         COMPUTE WS-ORDER-RECEIPT-VALUE = WS-ORDER-RECEIPT-VALUE
079700             + SR-QUANTITY * SR-UNIT-COST
079800     END-IF.
079900     PERFORM 4100-RETURN-MOVEMENT THRU 4100-EXIT.
080000 4300-EXIT.
080100     EXIT.
080200
080300*=================================================================
080400* 4400-PRINT-ORDER-LINE - LOOK THE ORDER UP FOR ITS PART,
080500*                         STATUS, AND SCRAP COUNT AND PRINT IT.
080600*                         AN ORDER NO LONGER ON THE WORK-ORDER
080700*                         FILE IS STILL COSTED, SHOWN WITH A "?"
080800*                         STATUS.
080900*=================================================================
081000 4400-PRINT-ORDER-LINE.
081100     ADD 1 TO WS-ORDER-COUNT.
081200     MOVE WS-CURRENT-ORDER TO OL-ORDER.
081300
081400     MOVE WS-CURRENT-ORDER TO WO-ORDER-NUMBER.
081500     READ WORK-ORDER-FILE
081600         INVALID KEY
081700             MOVE "23" TO WS-WORKORD-STATUS
081800     END-READ.
081900     IF WS-WORKORD-OK
082000         MOVE WO-PART-NUMBER TO OL-PART
082100         MOVE WO-STATUS TO OL-STATUS
082200         MOVE WO-QTY-SCRAP TO OL-SCRAP
082300         ADD WO-QTY-SCRAP TO WS-TOTAL-SCRAP-QTY
082400     ELSE
082500         IF NOT WS-WORKORD-NOTFOUND
082600             DISPLAY "WORK-ORDER READ FAILED - STATUS "
082700                 WS-WORKORD-STATUS
082800             GO TO 9900-ABORT-TEARDOWN
082900         END-IF
083000         MOVE SPACES TO OL-PART
083100         MOVE "?" TO OL-STATUS
083200         MOVE ZERO TO OL-SCRAP
083300         ADD 1 TO WS-NOT-ON-FILE-COUNT
083400     END-IF.
083500
083600     COMPUTE WS-ORDER-VARIANCE =
083700         WS-ORDER-MATERIAL - WS-ORDER-RECEIPT-VALUE.
083800     ADD WS-ORDER-MATERIAL TO WS-TOTAL-MATERIAL.
083900     ADD WS-ORDER-RECEIPT-VALUE TO WS-TOTAL-RECEIPT-VALUE.
084000     ADD WS-ORDER-VARIANCE TO WS-TOTAL-VARIANCE.
084100
084200     MOVE WS-ORDER-MATERIAL TO OL-MATERIAL.
084300     MOVE WS-ORDER-GOOD-QTY TO OL-GOOD.
084400     MOVE WS-ORDER-RECEIPT-VALUE TO OL-RECEIPT-VALUE.
084500     MOVE WS-ORDER-VARIANCE TO OL-VARIANCE.
084600     MOVE WS-COST-DETAIL-LINE TO ORDER-COST-PRINT-LINE.
084700     WRITE ORDER-COST-PRINT-LINE.
084800 4400-EXIT.
084900     EXIT.
085000
085100*=================================================================
085200* 5000-PRINT-TOTALS - WORK-ORDER COST TOTALS AND THE RUN SUMMARY
085300*=================================================================
085400 5000-PRINT-TOTALS.
085500     MOVE WS-BLANK-LINE TO ORDER-COST-PRINT-LINE.
085600     WRITE ORDER-COST-PRINT-LINE.
085700     MOVE WS-ORDER-COUNT TO TL-ORDERS.
085800     MOVE WS-NOT-ON-FILE-COUNT TO TL-NOT-ON-FILE.
085900     MOVE WS-TOTAL-SCRAP-QTY TO TL-SCRAP.
086000     MOVE WS-COST-TOTAL-LINE-1 TO ORDER-COST-PRINT-LINE.
086100     WRITE ORDER-COST-PRINT-LINE.
086200
086300     MOVE WS-TOTAL-MATERIAL TO TL-MATERIAL.
086400     MOVE WS-TOTAL-RECEIPT-VALUE TO TL-RECEIPT-VALUE.
086500     MOVE WS-TOTAL-VARIANCE TO TL-VARIANCE.
086600     MOVE WS-COST-TOTAL-LINE-2 TO ORDER-COST-PRINT-LINE.
086700     WRITE ORDER-COST-PRINT-LINE.
086800
086900     DISPLAY "COSTRPT VALUED " WS-VALUED-COUNT
087000         " PARTS AND COSTED " WS-ORDER-COUNT
087100         " ORDERS FOR " WS-MONTH-START-CCYYMM.
087200 5000-EXIT.
087300     EXIT.
087400
087500*=================================================================
087600* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
087700*                          THAT REACHES NORMAL END GETS HERE -
087800*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
087900*                          ON FILE AS THE RESTART MARKER.
088000*=================================================================
088100 8000-CLOSE-RUN-CONTROL.
088200     MOVE "COSTRPT" TO RC-JOB-NAME.
088300     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
088400     MOVE "C" TO RC-RUN-STATUS.
088500     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
088600     ACCEPT RC-END-TIME FROM TIME.
088700     REWRITE RUN-CONTROL-RECORD
088800         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
088900     END-REWRITE.
089000     IF NOT WS-RUNCTL-OK
089100         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
089200             WS-RUNCTL-STATUS
089300         GO TO 9900-ABORT-TEARDOWN
089400     END-IF.
089500 8000-EXIT.
089600     EXIT.
089700
089800*=================================================================
089900* 9000-TERMINATE - CLOSE THE FILES
090000*=================================================================
090100 9000-TERMINATE.
090200     CLOSE ITEM-MASTER-FILE.
090300     CLOSE PART-LOCATION-FILE.
090400     CLOSE WORK-ORDER-FILE.
090500     CLOSE MOVEMENT-JOURNAL-FILE.
090600     CLOSE VALUATION-PRINT-FILE.
090700     CLOSE ORDER-COST-PRINT-FILE.
090800     CLOSE RUN-CONTROL-FILE.
090900 9000-EXIT.
091000     EXIT.
091100
091200*=================================================================
091300* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
091400*                       FILES ARE OPEN AND END THE RUN WITH A
091500*                       NONZERO RETURN CODE.  NOTHING IS UPDATED
091600*                       BUT RUN CONTROL, SO THE RERUN SIMPLY
091700*                       STARTS OVER.
091800*=================================================================
091900 9900-ABORT-TEARDOWN.
092000     DISPLAY "COSTRPT ABENDED - FILE OPERATION FAILED".
092100     IF WS-FILES-OPEN
092200         CLOSE ITEM-MASTER-FILE
092300         CLOSE PART-LOCATION-FILE
092400         CLOSE WORK-ORDER-FILE
092500         CLOSE MOVEMENT-JOURNAL-FILE
092600         CLOSE VALUATION-PRINT-FILE
092700         CLOSE ORDER-COST-PRINT-FILE
092800     END-IF.
092900     CLOSE RUN-CONTROL-FILE.
093000     MOVE 16 TO RETURN-CODE.
093100     STOP RUN.
093200
093300*=================================================================
093400* 9950-REFUSED-RUN - THIS BUSINESS DATE ALREADY COMPLETED, OR
093500*                    INVCLOSE HAS NOT.  NO OTHER FILE IS OPEN
093600*                    YET.
093700*=================================================================
093800 9950-REFUSED-RUN.
093900     CLOSE RUN-CONTROL-FILE.
094000     MOVE 8 TO RETURN-CODE.
094100     STOP RUN.
094200
094300 END PROGRAM COSTRPT.
