000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     KITSHORT.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* KITSHORT
000900*
001000* NIGHTLY KITTING AND SHORTAGE LIST.  EVERY WORK ORDER STILL
001100* PLANNED OR STARTED THAT IS DUE TO START BY THE NEXT WORKING
001200* DAY - TOMORROW'S DISPATCH LIST - IS EXPLODED AGAINST THE BILL
001300* OF MATERIALS FOR ITS FINISHED PART.  THE ORDERS ARE TAKEN IN
001400* PRIORITY ORDER (01 FIRST) AND THEN BY PLANNED START DATE, AND
001500* EACH ONE'S COMPONENT DEMAND IS NETTED AGAINST THE ON-HAND
001600* COUNT LEFT OVER BY THE ORDERS AHEAD OF IT.  A STARTED ORDER
001700* ONLY NEEDS WHAT HAS NOT ALREADY BEEN ISSUED TO IT, SO ITS
001800* ISSUES ARE TAKEN OFF THE DEMAND FROM THE MOVEMENT HISTORY.
001900* AN ORDER THAT CANNOT BE KITTED IN FULL IS LISTED WITH EVERY
002000* PART IT IS SHORT AND TAKES NOTHING FROM STOCK, SO THE ORDERS
002100* BEHIND IT ARE KITTED FROM WHAT IS REALLY THERE.  AN ORDER
002200* WITH NO ORDER QUANTITY OR WHOSE PART HAS NO BILL ON FILE IS
002300* LISTED AS SUCH.
002400*
002500* THE DAY'S MOVEMENT JOURNAL IS THEN READ FOR ISSUES KEYED
002600* AGAINST AN ORDER FOR A PART THAT IS NOT ON THAT ORDER'S BILL,
002700* AND EACH ONE IS FLAGGED ON ITS OWN LINE.
002800*
002900* MODIFICATION HISTORY
003000*   15-OCT-2026  RSH  ORIGINAL.
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
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS WO-ORDER-NUMBER
004400         FILE STATUS IS WS-WORKORD-STATUS.
004500
004600     SELECT BILL-OF-MATERIALS-FILE ASSIGN TO "BOMMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS BM-BOM-KEY
005000         FILE STATUS IS WS-BOMMAST-STATUS.
005100
005200     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS IM-PART-NUMBER
005600         FILE STATUS IS WS-ITEMMAST-STATUS.
005700
005800     SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "INVHIST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS MH-HISTORY-KEY
006200         FILE STATUS IS WS-INVHIST-STATUS.
006300
006400     SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO "INVMOVE"
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-INVMOVE-STATUS.
006800
006900     SELECT ORDER-SORT-FILE ASSIGN TO "KITSORT".
007000
007100     SELECT PRINT-FILE ASSIGN TO "KITSHRPT"
007200         ORGANIZATION IS SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-PRINT-STATUS.
007500
007600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS RC-RUN-KEY
008000         FILE STATUS IS WS-RUNCTL-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  WORK-ORDER-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY WORKORD.
008700
008800 FD  BILL-OF-MATERIALS-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY BOMMAST.
009100
009200 FD  ITEM-MASTER-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY ITEMMAST.
009500
009600 FD  MOVEMENT-HISTORY-FILE
009700     LABEL RECORDS ARE STANDARD.
009800     COPY INVHIST.
009900
010000 FD  MOVEMENT-JOURNAL-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY INVMOVE.
010300
010400 SD  ORDER-SORT-FILE.
010500 01  ORDER-SORT-RECORD.
010600     05  SR-PRIORITY             PIC 9(02).
010700     05  SR-START-DATE           PIC 9(08).
010800     05  SR-ORDER-NUMBER         PIC X(08).
010900     05  SR-LINE-MACHINE         PIC X(08).
011000     05  SR-PART-NUMBER          PIC X(08).
011100     05  SR-ORDER-QTY            PIC 9(07).
011200     05  SR-QTY-SWITCH           PIC X(01).
011300         88  SR-QTY-MISSING              VALUE "N".
011400
011500 FD  PRINT-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  PRINT-LINE                  PIC X(80).
011800
011900 FD  RUN-CONTROL-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY RUNCTL.
012200
012300 WORKING-STORAGE SECTION.
012400*-----------------------------------------------------------------
012500* FILE STATUS AND SWITCHES
012600*-----------------------------------------------------------------
012700 77  WS-RUNCTL-STATUS        PIC X(02).
012800     88  WS-RUNCTL-OK                VALUE "00".
012900     88  WS-RUNCTL-NOTFOUND          VALUE "23".
013000
013100 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
013200     88  WS-RUNCTL-ON-FILE           VALUE "Y".
013300
013400 77  WS-WORKORD-STATUS       PIC X(02).
013500     88  WS-WORKORD-OK               VALUE "00".
013600     88  WS-WORKORD-NOTFOUND         VALUE "23".
013700
013800 77  WS-BOMMAST-STATUS       PIC X(02).
013900     88  WS-BOMMAST-OK               VALUE "00".
014000     88  WS-BOMMAST-NOTFOUND         VALUE "23".
014100
014200 77  WS-ITEMMAST-STATUS      PIC X(02).
014300     88  WS-ITEMMAST-OK              VALUE "00".
014400     88  WS-ITEMMAST-NOTFOUND        VALUE "23".
014500
014600 77  WS-INVHIST-STATUS       PIC X(02).
014700     88  WS-INVHIST-OK               VALUE "00".
014800     88  WS-INVHIST-NOTFOUND         VALUE "23".
014900
015000 77  WS-INVMOVE-STATUS       PIC X(02).
015100     88  WS-INVMOVE-OK               VALUE "00".
015200
015300 77  WS-PRINT-STATUS         PIC X(02).
015400     88  WS-PRINT-OK                 VALUE "00".
015500
015600 77  WS-ORDER-EOF-SWITCH     PIC X(01)   VALUE "N".
015700     88  WS-ORDER-EOF                VALUE "Y".
015800
015900 77  WS-SORT-EOF-SWITCH      PIC X(01)   VALUE "N".
016000     88  WS-SORT-EOF                 VALUE "Y".
016100
016200 77  WS-BOM-EOF-SWITCH       PIC X(01)   VALUE "N".
016300     88  WS-BOM-EOF                  VALUE "Y".
016400
016500 77  WS-HIST-EOF-SWITCH      PIC X(01)   VALUE "N".
016600     88  WS-HIST-EOF                 VALUE "Y".
016700
016800 77  WS-JRNL-EOF-SWITCH      PIC X(01)   VALUE "N".
016900     88  WS-JRNL-EOF                 VALUE "Y".
017000
017100 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
017200     88  WS-FILES-OPEN               VALUE "Y".
017300
017400 77  WS-BOM-FOUND-SWITCH     PIC X(01)   VALUE "N".
017500     88  WS-BOM-FOUND                VALUE "Y".
017600
017700 77  WS-ON-BILL-SWITCH       PIC X(01)   VALUE "N".
017800     88  WS-ON-BILL                  VALUE "Y".
017900
018000 77  WS-ORDER-SHORT-SWITCH   PIC X(01)   VALUE "N".
018100     88  WS-ORDER-SHORT              VALUE "Y".
018200
018300 77  WS-PART-ADD-SWITCH      PIC X(01)   VALUE "Y".
018400     88  WS-PART-ADD-OK              VALUE "Y".
018500
018600 77  WS-PART-FOUND-SWITCH    PIC X(01)   VALUE "N".
018700     88  WS-PART-FOUND               VALUE "Y".
018800
018900 77  WS-TAB-PART-KEY         PIC X(08).
019000
019100*-----------------------------------------------------------------
019200* DISPATCH HORIZON - AN ORDER IS ON THE LIST WHEN ITS PLANNED
019300* START IS ON OR BEFORE THE NEXT WORKING DAY.  DAY 1 OF THE
019400* INTEGER DATES WAS A MONDAY, SO THE REMAINDER BY 7 GIVES THE
019500* DAY OF THE WEEK, SUNDAY = 0.  FRIDAY AND SATURDAY RUNS REACH
019600* OVER THE WEEKEND TO MONDAY.
019700*-----------------------------------------------------------------
019800 77  WS-TODAY-CCYYMMDD       PIC 9(08).
019900 77  WS-HORIZON-DAYS         PIC 9(03)   VALUE 1.
020000 77  WS-TODAY-INTEGER        PIC S9(07)  COMP.
020100 77  WS-WEEK-NUMBER          PIC S9(07)  COMP.
020200 77  WS-TODAY-WEEKDAY        PIC 9(01)   COMP.
020300     88  WS-TODAY-FRIDAY             VALUE 5.
020400     88  WS-TODAY-SATURDAY           VALUE 6.
020500 77  WS-HORIZON-CCYYMMDD     PIC 9(08).
020600
020700*-----------------------------------------------------------------
020800* STOCK TABLE - ONE ROW PER COMPONENT SEEN THIS RUN, SEEDED
020900* FROM THE ITEM-MASTER ON-HAND COUNT AND DRAWN DOWN AS EACH
021000* ORDER IS KITTED.  A COMPONENT NOT ON THE ITEM-MASTER, OR
021100* DEACTIVATED AND SO UNABLE TO BE ISSUED, STARTS AT ZERO.
021200*-----------------------------------------------------------------
021300 77  WS-MAX-PARTS            PIC 9(03)   VALUE 500.
021400 77  WS-PART-COUNT           PIC 9(03)   COMP    VALUE ZERO.
021500
021600 01  WS-PART-TABLE.
021700     05  WS-PART-ENTRY OCCURS 500 TIMES
021800             INDEXED BY WS-PART-IDX.
021900         10  WS-TAB-PART             PIC X(08).
022000         10  WS-TAB-AVAILABLE        PIC S9(09)  COMP.
022100         10  WS-TAB-PART-STATE       PIC X(01).
022200             88  WS-TAB-NOT-ON-MASTER        VALUE "M".
022300             88  WS-TAB-DEACTIVATED          VALUE "I".
022400
022500*-----------------------------------------------------------------
022600* KIT TABLE - THE COMPONENTS ONE ORDER STILL NEEDS, EACH WITH
022700* ITS ROW IN THE STOCK TABLE
022800*-----------------------------------------------------------------
022900 77  WS-MAX-KIT-LINES        PIC 9(03)   VALUE 100.
023000 77  WS-KIT-COUNT            PIC 9(03)   COMP    VALUE ZERO.
023100 77  WS-KIT-SUB              PIC 9(03)   COMP.
023200
023300 01  WS-KIT-TABLE.
023400     05  WS-KIT-ENTRY OCCURS 100 TIMES.
023500         10  WS-KIT-PART             PIC X(08).
023600         10  WS-KIT-REQUIRED         PIC S9(09)  COMP.
023700         10  WS-KIT-PART-ROW         PIC 9(03)   COMP.
023800
023900 77  WS-REQUIRED             PIC S9(09)  COMP.
024000 77  WS-ISSUED               PIC S9(09)  COMP.
024100 77  WS-SHORT-QTY            PIC S9(09)  COMP.
024200 77  WS-FLAG-ORDER-PART      PIC X(08).
024300
024400*-----------------------------------------------------------------
024500* RUN CONTROL TOTALS
024600*-----------------------------------------------------------------
024700 77  WS-ORDER-COUNT          PIC 9(05)   COMP    VALUE ZERO.
024800 77  WS-KITTED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
024900 77  WS-SHORT-ORDER-COUNT    PIC 9(05)   COMP    VALUE ZERO.
025000 77  WS-SHORT-LINE-COUNT     PIC 9(05)   COMP    VALUE ZERO.
025100 77  WS-NO-QTY-COUNT         PIC 9(05)   COMP    VALUE ZERO.
025200 77  WS-NO-BILL-COUNT        PIC 9(05)   COMP    VALUE ZERO.
025300 77  WS-OFF-BILL-COUNT       PIC 9(05)   COMP    VALUE ZERO.
025400
025500*-----------------------------------------------------------------
025600* PRINT LINE LAYOUTS
025700*-----------------------------------------------------------------
025800 01  WS-TITLE-LINE.
025900     05  FILLER                  PIC X(30)
026000             VALUE "KITTING AND SHORTAGE LIST".
026100     05  FILLER                  PIC X(50)   VALUE SPACES.
026200
026300 01  WS-DATE-LINE.
026400     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
026500     05  DL-RUN-DATE             PIC 9(08).
026600     05  FILLER                  PIC X(23)
026700             VALUE "  ORDERS STARTING BY: ".
026800     05  DL-HORIZON-DATE         PIC 9(08).
026900     05  FILLER                  PIC X(30)   VALUE SPACES.
027000
027100 01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
027200
027300 01  WS-SECTION-LINE.
027400     05  SL-SECTION-TITLE        PIC X(60).
027500     05  FILLER                  PIC X(20)   VALUE SPACES.
027600
027700 01  WS-ORDER-HEADING.
027800     05  FILLER                  PIC X(04)   VALUE "PRI".
027900     05  FILLER                  PIC X(09)   VALUE "ORDER".
028000     05  FILLER                  PIC X(09)   VALUE "LINE".
028100     05  FILLER                  PIC X(09)   VALUE "START".
028200     05  FILLER                  PIC X(09)   VALUE "PART".
028300     05  FILLER                  PIC X(09)   VALUE "ORDER QTY".
028400     05  FILLER                  PIC X(20)   VALUE "RESULT".
028500     05  FILLER                  PIC X(11)   VALUE SPACES.
028600
028700 01  WS-ORDER-LINE.
028800     05  OL-PRIORITY             PIC 9(02).
028900     05  FILLER                  PIC X(02)   VALUE SPACES.
029000     05  OL-ORDER                PIC X(08).
029100     05  FILLER                  PIC X(01)   VALUE SPACES.
029200     05  OL-LINE-MACHINE         PIC X(08).
029300     05  FILLER                  PIC X(01)   VALUE SPACES.
029400     05  OL-START-DATE           PIC 9(08).
029500     05  FILLER                  PIC X(01)   VALUE SPACES.
029600     05  OL-PART                 PIC X(08).
029700     05  FILLER                  PIC X(01)   VALUE SPACES.
029800     05  OL-ORDER-QTY            PIC ZZZZZZ9.
029900     05  FILLER                  PIC X(03)   VALUE SPACES.
030000     05  OL-RESULT               PIC X(20).
030100     05  FILLER                  PIC X(10)   VALUE SPACES.
030200
030300 01  WS-SHORT-LINE.
030400     05  FILLER                  PIC X(04)   VALUE SPACES.
030500     05  SH-PART                 PIC X(08).
030600     05  FILLER                  PIC X(07)   VALUE "  NEED:".
030700     05  SH-REQUIRED             PIC ZZZZZZZZ9.
030800     05  FILLER                  PIC X(07)   VALUE "  HAVE:".
030900     05  SH-AVAILABLE            PIC -(8)9.
031000     05  FILLER                  PIC X(08)   VALUE "  SHORT:".
031100     05  SH-SHORT                PIC ZZZZZZZZ9.
031200     05  FILLER                  PIC X(02)   VALUE SPACES.
031300     05  SH-NOTE                 PIC X(17).
031400
031500 01  WS-FLAG-HEADING.
031600     05  FILLER                  PIC X(10)   VALUE "ORDER".
031700     05  FILLER                  PIC X(10)   VALUE "FINISHED".
031800     05  FILLER                  PIC X(10)   VALUE "ISSUED".
031900     05  FILLER                  PIC X(09)   VALUE "QUANTITY".
032000     05  FILLER                  PIC X(10)   VALUE "USERID".
032100     05  FILLER                  PIC X(10)   VALUE "DATE".
032200     05  FILLER                  PIC X(21)   VALUE "TIME".
032300
032400 01  WS-FLAG-LINE.
032500     05  FL-ORDER                PIC X(08).
032600     05  FILLER                  PIC X(02)   VALUE SPACES.
032700     05  FL-FINISHED-PART        PIC X(08).
032800     05  FILLER                  PIC X(02)   VALUE SPACES.
032900     05  FL-ISSUED-PART          PIC X(08).
033000     05  FILLER                  PIC X(02)   VALUE SPACES.
033100     05  FL-QUANTITY             PIC ZZZZZZ9.
033200     05  FILLER                  PIC X(02)   VALUE SPACES.
033300     05  FL-USERID               PIC X(08).
033400     05  FILLER                  PIC X(02)   VALUE SPACES.
033500     05  FL-DATE                 PIC 9(08).
033600     05  FILLER                  PIC X(02)   VALUE SPACES.
033700     05  FL-TIME                 PIC 9(08).
033800     05  FILLER                  PIC X(13)   VALUE SPACES.
033900
034000 01  WS-TOTAL-LINE-1.
034100     05  FILLER                  PIC X(08)   VALUE "ORDERS:".
034200     05  TL-ORDERS               PIC ZZZZ9.
034300     05  FILLER                  PIC X(10)   VALUE "  KITTED:".
034400     05  TL-KITTED               PIC ZZZZ9.
034500     05  FILLER                  PIC X(14)
034600             VALUE "  CANNOT KIT:".
034700     05  TL-SHORT-ORDERS         PIC ZZZZ9.
034800     05  FILLER                  PIC X(15)
034900             VALUE "  SHORT LINES:".
035000     05  TL-SHORT-LINES          PIC ZZZZ9.
035100     05  FILLER                  PIC X(13)   VALUE SPACES.
035200
035300 01  WS-TOTAL-LINE-2.
035400     05  FILLER                  PIC X(14)
035500             VALUE "NO ORDER QTY:".
035600     05  TL-NO-QTY               PIC ZZZZ9.
035700     05  FILLER                  PIC X(11)   VALUE "  NO BILL:".
035800     05  TL-NO-BILL              PIC ZZZZ9.
035900     05  FILLER                  PIC X(20)
036000             VALUE "  OFF-BILL ISSUES:".
036100     05  TL-OFF-BILL             PIC ZZZZ9.
036200     05  FILLER                  PIC X(20)   VALUE SPACES.
036300
036400 PROCEDURE DIVISION.
036500*=================================================================
036600* 0000-MAINLINE
036700*=================================================================
036800 0000-MAINLINE.
036900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037000     SORT ORDER-SORT-FILE
037100         ON ASCENDING KEY SR-PRIORITY SR-START-DATE
037200                          SR-ORDER-NUMBER
037300         INPUT PROCEDURE IS 2000-RELEASE-ORDERS THRU 2000-EXIT
037400         OUTPUT PROCEDURE IS 3000-KIT-ORDERS THRU 3000-EXIT.
037500     PERFORM 4000-FLAG-OFF-BILL-ISSUES THRU 4000-EXIT.
037600     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
037700     PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT.
037800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037900     STOP RUN.
038000
038100*=================================================================
038200* 1000-INITIALIZE - CHECK IN WITH RUN CONTROL, WORK OUT THE
038300*                   DISPATCH HORIZON, OPEN THE FILES, AND PRINT
038400*                   THE HEADINGS
038500*=================================================================
038600 1000-INITIALIZE.
038700     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
038800     PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT.
038900     COMPUTE WS-TODAY-INTEGER =
039000         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
039100     DIVIDE WS-TODAY-INTEGER BY 7 GIVING WS-WEEK-NUMBER
039200         REMAINDER WS-TODAY-WEEKDAY.
039300     IF WS-TODAY-FRIDAY
039400         MOVE 3 TO WS-HORIZON-DAYS
039500     END-IF.
039600     IF WS-TODAY-SATURDAY
039700         MOVE 2 TO WS-HORIZON-DAYS
039800     END-IF.
039900     COMPUTE WS-HORIZON-CCYYMMDD =
040000         FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
040100             + WS-HORIZON-DAYS).
040200
040300     OPEN INPUT WORK-ORDER-FILE.
040400     IF NOT WS-WORKORD-OK
040500         DISPLAY "WORK-ORDER OPEN FAILED - STATUS "
040600             WS-WORKORD-STATUS
040700         GO TO 9900-ABORT-TEARDOWN
040800     END-IF.
040900     OPEN INPUT BILL-OF-MATERIALS-FILE.
041000     IF NOT WS-BOMMAST-OK
041100         DISPLAY "BILL-OF-MATERIALS OPEN FAILED - STATUS "
041200             WS-BOMMAST-STATUS
041300         CLOSE WORK-ORDER-FILE
041400         GO TO 9900-ABORT-TEARDOWN
041500     END-IF.
041600     OPEN INPUT ITEM-MASTER-FILE.
041700     IF NOT WS-ITEMMAST-OK
041800         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
041900             WS-ITEMMAST-STATUS
042000         CLOSE WORK-ORDER-FILE
042100         CLOSE BILL-OF-MATERIALS-FILE
042200         GO TO 9900-ABORT-TEARDOWN
042300     END-IF.
042400     OPEN INPUT MOVEMENT-HISTORY-FILE.
042500     IF NOT WS-INVHIST-OK
042600         DISPLAY "MOVEMENT-HISTORY OPEN FAILED - STATUS "
042700             WS-INVHIST-STATUS
042800         CLOSE WORK-ORDER-FILE
042900         CLOSE BILL-OF-MATERIALS-FILE
043000         CLOSE ITEM-MASTER-FILE
043100         GO TO 9900-ABORT-TEARDOWN
043200     END-IF.
043300     OPEN INPUT MOVEMENT-JOURNAL-FILE.
043400     IF NOT WS-INVMOVE-OK
043500         DISPLAY "MOVEMENT-JOURNAL OPEN FAILED - STATUS "
043600             WS-INVMOVE-STATUS
043700         CLOSE WORK-ORDER-FILE
043800         CLOSE BILL-OF-MATERIALS-FILE
043900         CLOSE ITEM-MASTER-FILE
044000         CLOSE MOVEMENT-HISTORY-FILE
044100         GO TO 9900-ABORT-TEARDOWN
044200     END-IF.
044300     OPEN OUTPUT PRINT-FILE.
044400     IF NOT WS-PRINT-OK
044500         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
044600             WS-PRINT-STATUS
044700         CLOSE WORK-ORDER-FILE
044800         CLOSE BILL-OF-MATERIALS-FILE
044900         CLOSE ITEM-MASTER-FILE
045000         CLOSE MOVEMENT-HISTORY-FILE
045100         CLOSE MOVEMENT-JOURNAL-FILE
045200         GO TO 9900-ABORT-TEARDOWN
045300     END-IF.
045400     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
045500
045600     MOVE WS-TITLE-LINE TO PRINT-LINE.
045700     WRITE PRINT-LINE.
045800     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
045900     MOVE WS-HORIZON-CCYYMMDD TO DL-HORIZON-DATE.
046000     MOVE WS-DATE-LINE TO PRINT-LINE.
046100     WRITE PRINT-LINE.
046200     MOVE WS-BLANK-LINE TO PRINT-LINE.
046300     WRITE PRINT-LINE.
046400     MOVE "ORDERS THAT CANNOT BE KITTED" TO SL-SECTION-TITLE.
046500     MOVE WS-SECTION-LINE TO PRINT-LINE.
046600     WRITE PRINT-LINE.
046700     MOVE WS-ORDER-HEADING TO PRINT-LINE.
046800     WRITE PRINT-LINE.
046900 1000-EXIT.
047000     EXIT.
047100
047200*=================================================================
047300* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
047400*                         COMPLETED, WARN WHEN A PRIOR RUN IS
047500*                         STILL IN FLIGHT FROM AN ABEND, AND
047600*                         WRITE THIS RUN'S IN-FLIGHT RECORD
047700*=================================================================
047800 1500-OPEN-RUN-CONTROL.
047900     OPEN I-O RUN-CONTROL-FILE.
048000     IF NOT WS-RUNCTL-OK
048100         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
048200             WS-RUNCTL-STATUS
048300         GO TO 9900-ABORT-TEARDOWN
048400     END-IF.
048500
048600     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
048700     MOVE "KITSHORT" TO RC-JOB-NAME.
048800     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
048900     READ RUN-CONTROL-FILE
049000         INVALID KEY
049100             MOVE "23" TO WS-RUNCTL-STATUS
049200     END-READ.
049300     IF WS-RUNCTL-OK
049400         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
049500         IF RC-RUN-COMPLETED
049600             DISPLAY "KITSHORT ALREADY COMPLETED FOR "
049700                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
049800             GO TO 9950-REFUSED-RUN
049900         END-IF
050000         DISPLAY "PRIOR KITSHORT RUN DID NOT COMPLETE FOR "
050100             WS-TODAY-CCYYMMDD " - RERUNNING"
050200     END-IF.
050300     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
050400         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
050500             WS-RUNCTL-STATUS
050600         GO TO 9900-ABORT-TEARDOWN
050700     END-IF.
050800
050900     MOVE "KITSHORT" TO RC-JOB-NAME.
051000     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
051100     MOVE "S" TO RC-RUN-STATUS.
051200     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
051300     ACCEPT RC-START-TIME FROM TIME.
051400     MOVE ZERO TO RC-END-DATE.
051500     MOVE ZERO TO RC-END-TIME.
051600     IF WS-RUNCTL-ON-FILE
051700         REWRITE RUN-CONTROL-RECORD
051800             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
051900         END-REWRITE
052000     ELSE
052100         WRITE RUN-CONTROL-RECORD
052200             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
052300         END-WRITE
052400     END-IF.
052500     IF NOT WS-RUNCTL-OK
052600         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
052700             WS-RUNCTL-STATUS
052800         GO TO 9900-ABORT-TEARDOWN
052900     END-IF.
053000 1500-EXIT.
053100     EXIT.
053200
053300*=================================================================
053400* 2000-RELEASE-ORDERS - SORT INPUT.  WALK THE WORK-ORDER FILE
053500*                       AND RELEASE EVERY PLANNED OR STARTED
053600*                       ORDER DUE TO START BY THE HORIZON
053700*=================================================================
053800 2000-RELEASE-ORDERS.
053900     MOVE LOW-VALUES TO WO-ORDER-NUMBER.
054000     START WORK-ORDER-FILE KEY NOT < WO-ORDER-NUMBER
054100         INVALID KEY
054200             MOVE "Y" TO WS-ORDER-EOF-SWITCH
054300     END-START.
054400     PERFORM 2100-RELEASE-ONE-ORDER THRU 2100-EXIT
054500         UNTIL WS-ORDER-EOF.
054600 2000-EXIT.
054700     EXIT.
054800
054900*=================================================================
055000* 2100-RELEASE-ONE-ORDER - READ THE NEXT WORK ORDER AND RELEASE
055100*                          IT WHEN IT BELONGS ON THE LIST.  AN
055200*                          ORDER WITH NO USABLE ORDER QUANTITY
055300*                          IS STILL RELEASED SO IT IS REPORTED.
055400*=================================================================
055500 2100-RELEASE-ONE-ORDER.
055600     READ WORK-ORDER-FILE NEXT RECORD
055700         AT END
055800             MOVE "Y" TO WS-ORDER-EOF-SWITCH
055900     END-READ.
056000     IF WS-ORDER-EOF
056100         GO TO 2100-EXIT
056200     END-IF.
056300     IF NOT WS-WORKORD-OK
056400         DISPLAY "WORK-ORDER READ FAILED - STATUS "
056500             WS-WORKORD-STATUS
056600         GO TO 9900-ABORT-TEARDOWN
056700     END-IF.
056800
056900     IF NOT (WO-STAT-PLANNED OR WO-STAT-STARTED)
057000         GO TO 2100-EXIT
057100     END-IF.
057200     IF WO-PLANNED-START-DATE > WS-HORIZON-CCYYMMDD
057300         GO TO 2100-EXIT
057400     END-IF.
057500
057600     MOVE WO-PRIORITY TO SR-PRIORITY.
057700     MOVE WO-PLANNED-START-DATE TO SR-START-DATE.
057800     MOVE WO-ORDER-NUMBER TO SR-ORDER-NUMBER.
057900     MOVE WO-LINE-MACHINE TO SR-LINE-MACHINE.
058000     MOVE WO-PART-NUMBER TO SR-PART-NUMBER.
058100     IF WO-ORDER-QTY IS NUMERIC AND WO-ORDER-QTY > ZERO
058200         MOVE WO-ORDER-QTY TO SR-ORDER-QTY
058300         MOVE "Y" TO SR-QTY-SWITCH
058400     ELSE
058500         MOVE ZERO TO SR-ORDER-QTY
058600         MOVE "N" TO SR-QTY-SWITCH
058700     END-IF.
058800     RELEASE ORDER-SORT-RECORD.
058900 2100-EXIT.
059000     EXIT.
059100
059200*=================================================================
059300* 3000-KIT-ORDERS - SORT OUTPUT.  THE ORDERS COME BACK IN
059400*                   PRIORITY AND START-DATE ORDER AND ARE
059500*                   KITTED ONE AT A TIME AGAINST THE STOCK
059600*                   TABLE
059700*=================================================================
059800 3000-KIT-ORDERS.
059900     MOVE "N" TO WS-SORT-EOF-SWITCH.
060000     PERFORM 3100-KIT-ONE-ORDER THRU 3100-EXIT
060100         UNTIL WS-SORT-EOF.
060200 3000-EXIT.
060300     EXIT.
060400
060500*=================================================================
060600* 3100-KIT-ONE-ORDER - RETURN ONE ORDER, EXPLODE IT, AND EITHER
060700*                      DRAW ITS COMPONENTS FROM STOCK OR LIST
060800*                      IT WITH THE PARTS IT IS SHORT
060900*=================================================================
061000 3100-KIT-ONE-ORDER.
061100     RETURN ORDER-SORT-FILE
061200         AT END
061300             MOVE "Y" TO WS-SORT-EOF-SWITCH
061400     END-RETURN.
061500     IF WS-SORT-EOF
061600         GO TO 3100-EXIT
061700     END-IF.
061800     ADD 1 TO WS-ORDER-COUNT.
061900
062000     IF SR-QTY-MISSING
062100         MOVE "NO ORDER QUANTITY" TO OL-RESULT
062200         PERFORM 3800-PRINT-ORDER-LINE THRU 3800-EXIT
062300         ADD 1 TO WS-NO-QTY-COUNT
062400         GO TO 3100-EXIT
062500     END-IF.
062600
062700     PERFORM 3200-EXPLODE-ORDER THRU 3200-EXIT.
062800     IF NOT WS-BOM-FOUND
062900         MOVE "NO BILL OF MATERIALS" TO OL-RESULT
063000         PERFORM 3800-PRINT-ORDER-LINE THRU 3800-EXIT
063100         ADD 1 TO WS-NO-BILL-COUNT
063200         GO TO 3100-EXIT
063300     END-IF.
063400
063500     MOVE "N" TO WS-ORDER-SHORT-SWITCH.
063600     PERFORM 3500-CHECK-ONE-KIT-LINE THRU 3500-EXIT
063700         VARYING WS-KIT-SUB FROM 1 BY 1
063800         UNTIL WS-KIT-SUB > WS-KIT-COUNT.
063900
064000     IF WS-ORDER-SHORT
064100         MOVE "CANNOT KIT" TO OL-RESULT
064200         PERFORM 3800-PRINT-ORDER-LINE THRU 3800-EXIT
064300         PERFORM 3600-PRINT-ONE-SHORTAGE THRU 3600-EXIT
064400             VARYING WS-KIT-SUB FROM 1 BY 1
064500             UNTIL WS-KIT-SUB > WS-KIT-COUNT
064600         ADD 1 TO WS-SHORT-ORDER-COUNT
064700     ELSE
064800         PERFORM 3700-DRAW-ONE-KIT-LINE THRU 3700-EXIT
064900             VARYING WS-KIT-SUB FROM 1 BY 1
065000             UNTIL WS-KIT-SUB > WS-KIT-COUNT
065100         ADD 1 TO WS-KITTED-COUNT
065200     END-IF.
065300 3100-EXIT.
065400     EXIT.
065500
065600*=================================================================
065700* 3200-EXPLODE-ORDER - BUILD THE KIT TABLE FOR THE ORDER FROM
065800*                      THE BILL FOR ITS FINISHED PART.  THE
065900*                      FOUND SWITCH STAYS OFF WHEN THE PART
066000*                      HAS NO BILL ON FILE.
066100*=================================================================
066200 3200-EXPLODE-ORDER.
066300     MOVE ZERO TO WS-KIT-COUNT.
066400     MOVE "N" TO WS-BOM-FOUND-SWITCH.
066500     MOVE "N" TO WS-BOM-EOF-SWITCH.
066600     MOVE SR-PART-NUMBER TO BM-PARENT-PART.
066700     MOVE LOW-VALUES TO BM-COMPONENT-PART.
066800     START BILL-OF-MATERIALS-FILE KEY NOT < BM-BOM-KEY
066900         INVALID KEY
067000             MOVE "Y" TO WS-BOM-EOF-SWITCH
067100     END-START.
067200     PERFORM 3300-EXPLODE-ONE-LINE THRU 3300-EXIT
067300         UNTIL WS-BOM-EOF.
067400 3200-EXIT.
067500     EXIT.
067600
067700*=================================================================
067800* 3300-EXPLODE-ONE-LINE - READ THE NEXT BILL LINE AND ADD WHAT
067900*                         THE ORDER STILL NEEDS OF THAT
068000*                         COMPONENT TO THE KIT TABLE.  A LINE
068100*                         ALREADY ISSUED IN FULL ADDS NOTHING.
068200*=================================================================
068300 3300-EXPLODE-ONE-LINE.
068400     READ BILL-OF-MATERIALS-FILE NEXT RECORD
068500         AT END
068600             MOVE "Y" TO WS-BOM-EOF-SWITCH
068700     END-READ.
068800     IF WS-BOM-EOF
068900         GO TO 3300-EXIT
069000     END-IF.
069100     IF NOT WS-BOMMAST-OK
069200         DISPLAY "BILL-OF-MATERIALS READ FAILED - STATUS "
069300             WS-BOMMAST-STATUS
069400         GO TO 9900-ABORT-TEARDOWN
069500     END-IF.
069600     IF BM-PARENT-PART NOT = SR-PART-NUMBER
069700         MOVE "Y" TO WS-BOM-EOF-SWITCH
069800         GO TO 3300-EXIT
069900     END-IF.
070000     MOVE "Y" TO WS-BOM-FOUND-SWITCH.
070100
070200     COMPUTE WS-REQUIRED = BM-QTY-PER-UNIT * SR-ORDER-QTY.
070300     PERFORM 3400-SUM-ISSUED THRU 3400-EXIT.
070400     SUBTRACT WS-ISSUED FROM WS-REQUIRED.
070500     IF WS-REQUIRED NOT > ZERO
070600         GO TO 3300-EXIT
070700     END-IF.
070800
070900     IF WS-KIT-COUNT NOT < WS-MAX-KIT-LINES
071000         DISPLAY "KIT TABLE FULL - ORDER " SR-ORDER-NUMBER
071100             " COMPONENT " BM-COMPONENT-PART " NOT CHECKED"
071200         GO TO 3300-EXIT
071300     END-IF.
071400     MOVE BM-COMPONENT-PART TO WS-TAB-PART-KEY.
071500     PERFORM 6000-FIND-OR-ADD-PART THRU 6000-EXIT.
071600     IF NOT WS-PART-ADD-OK
071700         GO TO 3300-EXIT
071800     END-IF.
071900     ADD 1 TO WS-KIT-COUNT.
072000     MOVE BM-COMPONENT-PART TO WS-KIT-PART(WS-KIT-COUNT).
072100     MOVE WS-REQUIRED TO WS-KIT-REQUIRED(WS-KIT-COUNT).
072200     SET WS-KIT-PART-ROW(WS-KIT-COUNT) TO WS-PART-IDX.
072300 3300-EXIT.
072400     EXIT.
072500
072600*=================================================================
072700* 3400-SUM-ISSUED - TOTAL THE ISSUES OF THE COMPONENT ALREADY
072800*                   POSTED AGAINST THIS ORDER, WALKING THE
072900*                   COMPONENT'S MOVEMENT HISTORY
073000*=================================================================
073100 3400-SUM-ISSUED.
073200     MOVE ZERO TO WS-ISSUED.
073300     MOVE "N" TO WS-HIST-EOF-SWITCH.
073400     MOVE BM-COMPONENT-PART TO MH-PART-NUMBER.
073500     MOVE ZERO TO MH-SEQUENCE.
073600     START MOVEMENT-HISTORY-FILE KEY NOT < MH-HISTORY-KEY
073700         INVALID KEY
073800             MOVE "Y" TO WS-HIST-EOF-SWITCH
073900     END-START.
074000     PERFORM 3450-SUM-ONE-MOVEMENT THRU 3450-EXIT
074100         UNTIL WS-HIST-EOF.
074200 3400-EXIT.
074300     EXIT.
074400
074500*=================================================================
074600* 3450-SUM-ONE-MOVEMENT - READ THE NEXT HISTORY RECORD AND ADD
074700*                         IT IN WHEN IT IS AN ISSUE OF THIS
074800*                         COMPONENT TO THIS ORDER
074900*=================================================================
075000 3450-SUM-ONE-MOVEMENT.
075100     READ MOVEMENT-HISTORY-FILE NEXT RECORD
075200         AT END
075300             MOVE "Y" TO WS-HIST-EOF-SWITCH
075400     END-READ.
075500     IF WS-HIST-EOF
075600         GO TO 3450-EXIT
075700     END-IF.
075800     IF NOT WS-INVHIST-OK
075900         DISPLAY "MOVEMENT-HISTORY READ FAILED - STATUS "
076000             WS-INVHIST-STATUS
076100         GO TO 9900-ABORT-TEARDOWN
076200     END-IF.
076300     IF MH-PART-NUMBER NOT = BM-COMPONENT-PART
076400         MOVE "Y" TO WS-HIST-EOF-SWITCH
076500         GO TO 3450-EXIT
076600     END-IF.
076700     IF MH-ISSUE AND MH-ORDER-NUMBER = SR-ORDER-NUMBER
076800         ADD MH-QUANTITY TO WS-ISSUED
076900     END-IF.
077000 3450-EXIT.
077100     EXIT.
077200
077300*=================================================================
077400* 3500-CHECK-ONE-KIT-LINE - THE ORDER IS SHORT WHEN ANY LINE
077500*                           NEEDS MORE THAN IS LEFT IN STOCK
077600*=================================================================
077700 3500-CHECK-ONE-KIT-LINE.
077800     SET WS-PART-IDX TO WS-KIT-PART-ROW(WS-KIT-SUB).
077900     IF WS-KIT-REQUIRED(WS-KIT-SUB) >
078000             WS-TAB-AVAILABLE(WS-PART-IDX)
078100         MOVE "Y" TO WS-ORDER-SHORT-SWITCH
078200     END-IF.
078300 3500-EXIT.
078400     EXIT.
078500
078600*=================================================================
078700* 3600-PRINT-ONE-SHORTAGE - ONE LINE FOR EACH COMPONENT THE
078800*                           ORDER IS SHORT, WITH WHAT IT NEEDS,
078900*                           WHAT IS LEFT, AND THE DIFFERENCE
079000*=================================================================
079100 3600-PRINT-ONE-SHORTAGE.
079200     SET WS-PART-IDX TO WS-KIT-PART-ROW(WS-KIT-SUB).
079300     IF WS-KIT-REQUIRED(WS-KIT-SUB) NOT >
079400             WS-TAB-AVAILABLE(WS-PART-IDX)
079500         GO TO 3600-EXIT
079600     END-IF.
079700
079800     COMPUTE WS-SHORT-QTY = WS-KIT-REQUIRED(WS-KIT-SUB)
079900         - WS-TAB-AVAILABLE(WS-PART-IDX).
080000     MOVE WS-KIT-PART(WS-KIT-SUB) TO SH-PART.
080100     MOVE WS-KIT-REQUIRED(WS-KIT-SUB) TO SH-REQUIRED.
080200     MOVE WS-TAB-AVAILABLE(WS-PART-IDX) TO SH-AVAILABLE.
080300     MOVE WS-SHORT-QTY TO SH-SHORT.
080400     EVALUATE TRUE
080500         WHEN WS-TAB-NOT-ON-MASTER(WS-PART-IDX)
080600             MOVE "NOT ON ITEM MASTER" TO SH-NOTE
080700         WHEN WS-TAB-DEACTIVATED(WS-PART-IDX)
080800             MOVE "PART DEACTIVATED" TO SH-NOTE
080900         WHEN OTHER
081000             MOVE SPACES TO SH-NOTE
081100     END-EVALUATE.
081200     MOVE WS-SHORT-LINE TO PRINT-LINE.
081300     WRITE PRINT-LINE.
081400     ADD 1 TO WS-SHORT-LINE-COUNT.
081500 3600-EXIT.
081600     EXIT.
081700
081800*=================================================================
081900* 3700-DRAW-ONE-KIT-LINE - TAKE ONE LINE OF A KITTED ORDER OUT
082000*                          OF STOCK FOR THE ORDERS BEHIND IT
082100*=================================================================
082200 3700-DRAW-ONE-KIT-LINE.
082300     SET WS-PART-IDX TO WS-KIT-PART-ROW(WS-KIT-SUB).
082400     SUBTRACT WS-KIT-REQUIRED(WS-KIT-SUB)
082500         FROM WS-TAB-AVAILABLE(WS-PART-IDX).
082600 3700-EXIT.
082700     EXIT.
082800
082900*=================================================================
083000* 3800-PRINT-ORDER-LINE - THE ORDER LINE FOR AN ORDER THAT IS
083100*                         REPORTED, WITH THE RESULT ALREADY SET
083200*=================================================================
083300 3800-PRINT-ORDER-LINE.
083400     MOVE SR-PRIORITY TO OL-PRIORITY.
083500     MOVE SR-ORDER-NUMBER TO OL-ORDER.
083600     MOVE SR-LINE-MACHINE TO OL-LINE-MACHINE.
083700     MOVE SR-START-DATE TO OL-START-DATE.
083800     MOVE SR-PART-NUMBER TO OL-PART.
083900     MOVE SR-ORDER-QTY TO OL-ORDER-QTY.
084000     MOVE WS-ORDER-LINE TO PRINT-LINE.
084100     WRITE PRINT-LINE.
084200 3800-EXIT.
084300     EXIT.
084400
084500*=================================================================
084600* 4000-FLAG-OFF-BILL-ISSUES - READ THE DAY'S MOVEMENT JOURNAL
084700*                             AND FLAG EVERY ISSUE KEYED AGAINST
084800*                             AN ORDER FOR A PART THAT IS NOT ON
084900*                             THE BILL FOR THE ORDER'S FINISHED
085000*                             PART
085100*=================================================================
085200 4000-FLAG-OFF-BILL-ISSUES.
085300     MOVE WS-BLANK-LINE TO PRINT-LINE.
085400     WRITE PRINT-LINE.
085500     MOVE "ISSUES AGAINST AN ORDER FOR A PART NOT ON ITS BILL"
085600         TO SL-SECTION-TITLE.
085700     MOVE WS-SECTION-LINE TO PRINT-LINE.
085800     WRITE PRINT-LINE.
085900     MOVE WS-FLAG-HEADING TO PRINT-LINE.
086000     WRITE PRINT-LINE.
086100
086200     PERFORM 4100-READ-JOURNAL THRU 4100-EXIT.
086300     PERFORM 4200-CHECK-ONE-ISSUE THRU 4200-EXIT
086400         UNTIL WS-JRNL-EOF.
086500 4000-EXIT.
086600     EXIT.
086700
086800*=================================================================
086900* 4100-READ-JOURNAL - READ ONE MOVEMENT-JOURNAL RECORD
087000*=================================================================
087100 4100-READ-JOURNAL.
087200     READ MOVEMENT-JOURNAL-FILE
087300         AT END
087400             MOVE "Y" TO WS-JRNL-EOF-SWITCH
087500     END-READ.
087600 4100-EXIT.
087700     EXIT.
087800
087900*=================================================================
088000* 4200-CHECK-ONE-ISSUE - CHECK ONE JOURNAL RECORD AND READ THE
088100*                        NEXT.  ONLY AN ISSUE CARRYING AN ORDER
088200*                        WHOSE FINISHED PART HAS A BILL ON FILE
088300*                        CAN BE FLAGGED.
088400*=================================================================
088500 4200-CHECK-ONE-ISSUE.
088600     IF NOT MJ-ISSUE OR MJ-ORDER-NUMBER = SPACES
088700         GO TO 4200-NEXT
088800     END-IF.
088900
089000     MOVE MJ-ORDER-NUMBER TO WO-ORDER-NUMBER.
089100     READ WORK-ORDER-FILE
089200         INVALID KEY
089300             MOVE "23" TO WS-WORKORD-STATUS
089400     END-READ.
089500     IF WS-WORKORD-NOTFOUND
089600         GO TO 4200-NEXT
089700     END-IF.
089800     IF NOT WS-WORKORD-OK
089900         DISPLAY "WORK-ORDER READ FAILED - STATUS "
090000             WS-WORKORD-STATUS
090100         GO TO 9900-ABORT-TEARDOWN
090200     END-IF.
090300     MOVE WO-PART-NUMBER TO WS-FLAG-ORDER-PART.
090400
090500     PERFORM 4300-CHECK-ON-BILL THRU 4300-EXIT.
090600     IF WS-ON-BILL OR NOT WS-BOM-FOUND
090700         GO TO 4200-NEXT
090800     END-IF.
090900
091000     MOVE MJ-ORDER-NUMBER TO FL-ORDER.
091100     MOVE WS-FLAG-ORDER-PART TO FL-FINISHED-PART.
091200     MOVE MJ-PART-NUMBER TO FL-ISSUED-PART.
091300     MOVE MJ-QUANTITY TO FL-QUANTITY.
091400     MOVE MJ-USERID TO FL-USERID.
091500     MOVE MJ-TIMESTAMP-DATE TO FL-DATE.
091600     MOVE MJ-TIMESTAMP-TIME TO FL-TIME.
091700     MOVE WS-FLAG-LINE TO PRINT-LINE.
091800     WRITE PRINT-LINE.
091900     ADD 1 TO WS-OFF-BILL-COUNT.
092000 4200-NEXT.
092100     PERFORM 4100-READ-JOURNAL THRU 4100-EXIT.
092200 4200-EXIT.
092300     EXIT.
092400
092500*=================================================================
092600* 4300-CHECK-ON-BILL - IS THE ISSUED PART A COMPONENT ON THE
092700*                      BILL FOR THE ORDER'S FINISHED PART, AND
092800*                      DOES THAT PART HAVE A BILL AT ALL
092900*=================================================================
093000 4300-CHECK-ON-BILL.
093100     MOVE "N" TO WS-ON-BILL-SWITCH.
093200     MOVE "N" TO WS-BOM-FOUND-SWITCH.
093300     MOVE WS-FLAG-ORDER-PART TO BM-PARENT-PART.
093400     MOVE MJ-PART-NUMBER TO BM-COMPONENT-PART.
093500     READ BILL-OF-MATERIALS-FILE
093600         INVALID KEY
093700             MOVE "23" TO WS-BOMMAST-STATUS
093800     END-READ.
093900     IF WS-BOMMAST-OK
094000         MOVE "Y" TO WS-ON-BILL-SWITCH
094100         MOVE "Y" TO WS-BOM-FOUND-SWITCH
094200         GO TO 4300-EXIT
094300     END-IF.
094400     IF NOT WS-BOMMAST-NOTFOUND
094500         DISPLAY "BILL-OF-MATERIALS READ FAILED - STATUS "
094600             WS-BOMMAST-STATUS
094700         GO TO 9900-ABORT-TEARDOWN
094800     END-IF.
094900
095000     MOVE WS-FLAG-ORDER-PART TO BM-PARENT-PART.
095100     MOVE LOW-VALUES TO BM-COMPONENT-PART.
095200     START BILL-OF-MATERIALS-FILE KEY NOT < BM-BOM-KEY
095300         INVALID KEY
095400             MOVE "23" TO WS-BOMMAST-STATUS
095500     END-START.
095600     IF WS-BOMMAST-NOTFOUND
095700         GO TO 4300-EXIT
095800     END-IF.
095900     READ BILL-OF-MATERIALS-FILE NEXT RECORD
096000         AT END
096100             MOVE "10" TO WS-BOMMAST-STATUS
096200     END-READ.
096300     IF WS-BOMMAST-OK AND BM-PARENT-PART = WS-FLAG-ORDER-PART
096400         MOVE "Y" TO WS-BOM-FOUND-SWITCH
096500     END-IF.
096600 4300-EXIT.
096700     EXIT.
096800
096900*=================================================================
097000* 5000-PRINT-TOTALS - CONTROL TOTALS FOR THE RUN
097100*=================================================================
097200 5000-PRINT-TOTALS.
097300     MOVE WS-BLANK-LINE TO PRINT-LINE.
097400     WRITE PRINT-LINE.
097500     MOVE WS-ORDER-COUNT TO TL-ORDERS.
097600     MOVE WS-KITTED-COUNT TO TL-KITTED.
097700     MOVE WS-SHORT-ORDER-COUNT TO TL-SHORT-ORDERS.
097800     MOVE WS-SHORT-LINE-COUNT TO TL-SHORT-LINES.
097900     MOVE WS-TOTAL-LINE-1 TO PRINT-LINE.
098000     WRITE PRINT-LINE.
098100
098200     MOVE WS-NO-QTY-COUNT TO TL-NO-QTY.
098300     MOVE WS-NO-BILL-COUNT TO TL-NO-BILL.
098400     MOVE WS-OFF-BILL-COUNT TO TL-OFF-BILL.
098500     MOVE WS-TOTAL-LINE-2 TO PRINT-LINE.
098600     WRITE PRINT-LINE.
098700
098800     DISPLAY "KITSHORT CHECKED " WS-ORDER-COUNT " ORDERS - "
098900         WS-SHORT-ORDER-COUNT " CANNOT BE KITTED".
099000 5000-EXIT.
099100     EXIT.
099200
099300*=================================================================
099400* 6000-FIND-OR-ADD-PART - LOCATE THE COMPONENT'S ROW IN THE
099500*                         STOCK TABLE, ADDING ONE SEEDED FROM
099600*                         THE ITEM-MASTER THE FIRST TIME IT IS
099700*                         SEEN
099800*=================================================================
099900 6000-FIND-OR-ADD-PART.
100000     MOVE "Y" TO WS-PART-ADD-SWITCH.
100100     PERFORM 6100-FIND-PART THRU 6100-EXIT.
100200     IF NOT WS-PART-FOUND
100300         PERFORM 6200-ADD-NEW-PART THRU 6200-EXIT
100400     END-IF.
100500 6000-EXIT.
100600     EXIT.
100700
100800*=================================================================
100900* 6100-FIND-PART - LOCATE THE ROW FOR WS-TAB-PART-KEY, LEAVING
101000*                  THE FOUND SWITCH OFF WHEN THE PART HAS NO ROW
101100*=================================================================
101200 6100-FIND-PART.
101300     MOVE "N" TO WS-PART-FOUND-SWITCH.
101400     SET WS-PART-IDX TO 1.
101500     SEARCH WS-PART-ENTRY
101600         AT END
101700             CONTINUE
101800         WHEN WS-PART-IDX <= WS-PART-COUNT
101900                 AND WS-TAB-PART(WS-PART-IDX) =
102000                     WS-TAB-PART-KEY
102100             MOVE "Y" TO WS-PART-FOUND-SWITCH
102200     END-SEARCH.
102300 6100-EXIT.
102400     EXIT.
102500
102600*=================================================================
102700* 6200-ADD-NEW-PART - APPEND A ROW FOR A COMPONENT NOT YET SEEN
102800*                     THIS RUN, SEEDED WITH ITS ON-HAND COUNT
102900*=================================================================
103000 6200-ADD-NEW-PART.
103100     IF WS-PART-COUNT NOT < WS-MAX-PARTS
103200         DISPLAY "PART TABLE FULL - PART " WS-TAB-PART-KEY
103300             " NOT CHECKED"
103400         MOVE "N" TO WS-PART-ADD-SWITCH
103500         GO TO 6200-EXIT
103600     END-IF.
103700     ADD 1 TO WS-PART-COUNT.
103800     SET WS-PART-IDX TO WS-PART-COUNT.
103900     MOVE WS-TAB-PART-KEY TO WS-TAB-PART(WS-PART-IDX).
104000     MOVE ZERO TO WS-TAB-AVAILABLE(WS-PART-IDX).
104100     MOVE SPACE TO WS-TAB-PART-STATE(WS-PART-IDX).
104200     MOVE "Y" TO WS-PART-FOUND-SWITCH.
104300
104400     MOVE WS-TAB-PART-KEY TO IM-PART-NUMBER.
104500     READ ITEM-MASTER-FILE
104600         INVALID KEY
104700             MOVE "23" TO WS-ITEMMAST-STATUS
104800     END-READ.
104900     IF WS-ITEMMAST-NOTFOUND
105000         MOVE "M" TO WS-TAB-PART-STATE(WS-PART-IDX)
105100         GO TO 6200-EXIT
105200     END-IF.
105300     IF NOT WS-ITEMMAST-OK
105400         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
105500             WS-ITEMMAST-STATUS
105600         GO TO 9900-ABORT-TEARDOWN
105700     END-IF.
105800     IF IM-ITEM-INACTIVE
105900         MOVE "I" TO WS-TAB-PART-STATE(WS-PART-IDX)
106000         GO TO 6200-EXIT
106100     END-IF.
106200     MOVE IM-ON-HAND-QTY TO WS-TAB-AVAILABLE(WS-PART-IDX).
106300 6200-EXIT.
106400     EXIT.
106500
106600*=================================================================
106700* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
106800*                          THAT REACHES NORMAL END GETS HERE -
106900*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
107000*                          ON FILE AS THE RESTART MARKER.
107100*=================================================================
107200 8000-CLOSE-RUN-CONTROL.
107300     MOVE "KITSHORT" TO RC-JOB-NAME.
107400     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
107500     MOVE "C" TO RC-RUN-STATUS.
107600     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
107700     ACCEPT RC-END-TIME FROM TIME.
107800     REWRITE RUN-CONTROL-RECORD
107900         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
108000     END-REWRITE.
108100     IF NOT WS-RUNCTL-OK
108200         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
108300             WS-RUNCTL-STATUS
108400         GO TO 9900-ABORT-TEARDOWN
108500     END-IF.
108600 8000-EXIT.
108700     EXIT.
108800
108900*=================================================================
109000* 9000-TERMINATE - CLOSE THE FILES
109100*=================================================================
109200 9000-TERMINATE.
109300     CLOSE WORK-ORDER-FILE.
109400     CLOSE BILL-OF-MATERIALS-FILE.
109500     CLOSE ITEM-MASTER-FILE.
109600     CLOSE MOVEMENT-HISTORY-FILE.
109700     CLOSE MOVEMENT-JOURNAL-FILE.
109800     CLOSE PRINT-FILE.
109900     CLOSE RUN-CONTROL-FILE.
110000 9000-EXIT.
110100     EXIT.
110200
110300*=================================================================
110400* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
110500*                       FILES ARE OPEN AND END THE RUN WITH A
110600*                       NONZERO RETURN CODE.  NOTHING IS UPDATED
110700*                       BUT RUN CONTROL, SO THE RERUN SIMPLY
110800*                       STARTS OVER.
110900*=================================================================
111000 9900-ABORT-TEARDOWN.
111100     DISPLAY "KITSHORT ABENDED - FILE OPERATION FAILED".
111200     IF WS-FILES-OPEN
111300         CLOSE WORK-ORDER-FILE
111400         CLOSE BILL-OF-MATERIALS-FILE
111500         CLOSE ITEM-MASTER-FILE
111600         CLOSE MOVEMENT-HISTORY-FILE
111700         CLOSE MOVEMENT-JOURNAL-FILE
111800         CLOSE PRINT-FILE
111900     END-IF.
112000     CLOSE RUN-CONTROL-FILE.
112100     MOVE 16 TO RETURN-CODE.
112200     STOP RUN.
112300
112400*=================================================================
112500* 9950-REFUSED-RUN - THIS BUSINESS DATE ALREADY COMPLETED.  NO
112600*                    OTHER FILE IS OPEN YET.
112700*=================================================================
112800 9950-REFUSED-RUN.
112900     CLOSE RUN-CONTROL-FILE.
113000     MOVE 8 TO RETURN-CODE.
113100     STOP RUN.
113200
113300 END PROGRAM KITSHORT.
