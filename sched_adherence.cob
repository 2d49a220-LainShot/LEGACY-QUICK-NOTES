000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SCHDADH.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* SCHDADH
000900*
001000* WEEKLY SCHEDULE-ADHERENCE AND CYCLE-TIME REPORT, BY LINE AND
001100* MACHINE.  THE WORK-ORDER RECORD KEEPS ONLY ITS LAST STATUS
001200* STAMP, SO THE HISTORY OF EACH ORDER IS TAKEN FROM THE
001300* WORK-ORDER EVENT FILE: THE START DATE IT WAS FIRST PLANNED
001400* FOR (FROM ITS ADD), HOW MANY TIMES WORDMNT MOVED ITS START DATE
001500* OR MACHINE, WHEN THE FLOOR ACTUALLY STARTED IT, AND WHEN IT WAS
001600* COMPLETED.  EACH ORDER SHOWS ITS PLANNED START AGAINST ITS
001700* ACTUAL START (DAYS LATE, OR EARLY WHEN NEGATIVE), ITS
001800* START-TO-COMPLETE CYCLE TIME IN HOURS, ITS RESCHEDULE COUNT,
001900* AND THE YIELD OF ITS GOOD AND SCRAP COUNTS.  EACH LINE/MACHINE
002000* GETS A TOTAL LINE - ORDERS, LATE STARTS, AVERAGE CYCLE TIME,
002100* RESCHEDULES, AND YIELD - AND THE WHOLE FLOOR GETS ONE AT THE
002200* END.
002300*
002400* THE WEEK IS THE SEVEN DAYS ENDING YESTERDAY.  AN ORDER IS ON
002500* THE REPORT WHEN IT WAS PLANNED TO START, STARTED, OR COMPLETED
002600* IN THE WEEK, OR WHEN IT WAS PLANNED TO START BY THE END OF THE
002700* WEEK AND STILL HAD NEITHER STARTED NOR COMPLETED - ITS LATE
002800* DAYS THEN RUN TO THE END OF THE WEEK.  A COMPLETED ORDER WHOSE
002900* START IS NOT KNOWN SHOWS NO START AND IS NOT COUNTED LATE.
003000* ORDERS CANCELLED BY THE END OF THE WEEK ARE LEFT OFF.  EVENTS
003100* AFTER THE WEEK ARE IGNORED - THE MACHINE AND PLANNED START
003200* SHOWN ARE THOSE OF THE ORDER'S LAST ADD OR CHANGE IN THE WEEK
003300* - SO A RERUN LATER SHOWS THE WEEK AS IT STOOD.  AN ORDER
003400* STARTED, COMPLETED, OR CANCELLED BEFORE THE EVENT FILE EXISTED
003500* FALLS BACK ON THE STATUS STAMP OF THE ORDER.
003600*
003700* THE EVENTS ARE SORTED BY ORDER AND MATCHED AGAINST THE
003800* WORK-ORDER FILE; ONE SUMMARY PER ORDER REPORTED GOES TO A
003900* WORK FILE, WHICH IS THEN SORTED BY LINE/MACHINE AND PLANNED
004000* START FOR PRINTING.
004100*
004200* MODIFICATION HISTORY
004300*   15-OCT-2026  RSH  ORIGINAL.
004400*   15-OCT-2026  RSH  A COMPLETED ORDER WITH NO KNOWN START IS NO
004500*                     LONGER TAKEN AS STILL PENDING - IT IS NOT
004600*                     REPORTED UNLESS IT FALLS IN THE WEEK, AND IS
004700*                     NEVER COUNTED LATE.
004800*=================================================================
004900
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   VAX-8600.
005300 OBJECT-COMPUTER.   VAX-8600.
005400
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS WO-ORDER-NUMBER
006100         FILE STATUS IS WS-WORKORD-STATUS.
006200
006300     SELECT WORK-ORDER-EVENT-FILE ASSIGN TO "WOEVENT"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-WOEVENT-STATUS.
006700
006800     SELECT EVENT-SORT-FILE ASSIGN TO "EVTSORT".
006900
007000     SELECT ORDER-SUMMARY-FILE ASSIGN TO "SCHDWORK"
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-SUMMARY-STATUS.
007400
007500     SELECT SUMMARY-SORT-FILE ASSIGN TO "SUMSORT".
007600
007700     SELECT PRINT-FILE ASSIGN TO "SCHDRPT"
007800         ORGANIZATION IS SEQUENTIAL
007900         ACCESS MODE IS SEQUENTIAL
008000         FILE STATUS IS WS-PRINT-STATUS.
008100
008200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS RC-RUN-KEY
008600         FILE STATUS IS WS-RUNCTL-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  WORK-ORDER-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY WORKORD.
009300
009400 FD  WORK-ORDER-EVENT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY WOEVENT.
009700
009800 SD  EVENT-SORT-FILE.
009900 01  EVENT-SORT-RECORD.
010000     05  ES-ORDER-NUMBER         PIC X(08).
010100     05  ES-EVENT-DATE           PIC 9(08).
010200     05  ES-EVENT-TIME           PIC 9(08).
010300     05  ES-EVENT-TYPE           PIC X(09).
010400         88  ES-EVT-ADD                  VALUE "ADD".
010500         88  ES-EVT-CHANGE               VALUE "CHANGE".
010600         88  ES-EVT-CANCEL               VALUE "CANCEL".
010700         88  ES-EVT-STARTED              VALUE "STARTED".
010800         88  ES-EVT-COMPLETED            VALUE "COMPLETED".
010900     05  ES-LINE-MACHINE-BEFORE  PIC X(08).
011000     05  ES-LINE-MACHINE-AFTER   PIC X(08).
011100     05  ES-START-DATE-BEFORE    PIC 9(08).
011200     05  ES-START-DATE-AFTER     PIC 9(08).
011300
011400*-----------------------------------------------------------------
011500* ONE SUMMARY PER ORDER REPORTED.  THE WORK FILE AND THE SORT
011600* THAT PUTS IT IN LINE/MACHINE ORDER SHARE THE LAYOUT.
011700*-----------------------------------------------------------------
011800 FD  ORDER-SUMMARY-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  ORDER-SUMMARY-RECORD.
012100     05  OS-LINE-MACHINE         PIC X(08).
012200     05  OS-PLANNED-START        PIC 9(08).
012300     05  OS-ORDER-NUMBER         PIC X(08).
012400     05  OS-ORIGINAL-START       PIC 9(08).
012500     05  OS-ACTUAL-START-DATE    PIC 9(08).
012600     05  OS-ACTUAL-START-TIME    PIC 9(08).
012700     05  OS-COMPLETE-DATE        PIC 9(08).
012800     05  OS-COMPLETE-TIME        PIC 9(08).
012900     05  OS-RESCHEDULES          PIC 9(03).
013000     05  OS-QTY-GOOD             PIC S9(07).
013100     05  OS-QTY-SCRAP            PIC S9(07).
013200
013300 SD  SUMMARY-SORT-FILE.
013400 01  SUMMARY-SORT-RECORD.
013500     05  SS-LINE-MACHINE         PIC X(08).
013600     05  SS-PLANNED-START        PIC 9(08).
013700     05  SS-ORDER-NUMBER         PIC X(08).
013800     05  SS-ORIGINAL-START       PIC 9(08).
013900     05  SS-ACTUAL-START-DATE    PIC 9(08).
014000     05  SS-ACTUAL-START-TIME    PIC 9(08).
014100     05  SS-COMPLETE-DATE        PIC 9(08).
014200     05  SS-COMPLETE-TIME        PIC 9(08).
014300     05  SS-RESCHEDULES          PIC 9(03).
014400     05  SS-QTY-GOOD             PIC S9(07).
014500     05  SS-QTY-SCRAP            PIC S9(07).
014600
014700 FD  PRINT-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 01  PRINT-LINE                  PIC X(80).
015000
015100 FD  RUN-CONTROL-FILE
015200     LABEL RECORDS ARE STANDARD.
015300     COPY RUNCTL.
015400
015500 WORKING-STORAGE SECTION.
015600*-----------------------------------------------------------------
015700* FILE STATUS AND SWITCHES
015800*-----------------------------------------------------------------
015900 77  WS-RUNCTL-STATUS        PIC X(02).
016000     88  WS-RUNCTL-OK                VALUE "00".
016100     88  WS-RUNCTL-NOTFOUND          VALUE "23".
016200
016300 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
016400     88  WS-RUNCTL-ON-FILE           VALUE "Y".
016500
016600 77  WS-WORKORD-STATUS       PIC X(02).
016700     88  WS-WORKORD-OK               VALUE "00".
016800
016900 77  WS-WOEVENT-STATUS       PIC X(02).
017000     88  WS-WOEVENT-OK               VALUE "00".
017100
017200 77  WS-SUMMARY-STATUS       PIC X(02).
017300     88  WS-SUMMARY-OK               VALUE "00".
017400
017500 77  WS-PRINT-STATUS         PIC X(02).
017600     88  WS-PRINT-OK                 VALUE "00".
017700
017800 77  WS-ORDER-EOF-SWITCH     PIC X(01)   VALUE "N".
017900     88  WS-ORDER-EOF                VALUE "Y".
018000
018100 77  WS-JOURNAL-EOF-SWITCH   PIC X(01)   VALUE "N".
018200     88  WS-JOURNAL-EOF              VALUE "Y".
018300
018400 77  WS-EVENT-EOF-SWITCH     PIC X(01)   VALUE "N".
018500     88  WS-EVENT-EOF                VALUE "Y".
018600
018700 77  WS-WORK-EOF-SWITCH       PIC X(01)   VALUE "N".
018800     88  WS-WORK-EOF                 VALUE "Y".
018900
019000 77  WS-SUMMARY-EOF-SWITCH   PIC X(01)   VALUE "N".
019100     88  WS-SUMMARY-EOF              VALUE "Y".
019200
019300 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
019400     88  WS-FILES-OPEN               VALUE "Y".
019500
019600 77  WS-SUMMARY-OPEN-SWITCH  PIC X(01)   VALUE "N".
019700     88  WS-SUMMARY-OPEN             VALUE "Y".
019800
019900 77  WS-CANCELLED-SWITCH     PIC X(01)   VALUE "N".
020000     88  WS-ORDER-CANCELLED          VALUE "Y".
020100
020200*-----------------------------------------------------------------
020300* THE WEEK REPORTED
020400*-----------------------------------------------------------------
020500 77  WS-TODAY-CCYYMMDD       PIC 9(08).
020600 77  WS-TODAY-INTEGER        PIC S9(07)  COMP.
020700 77  WS-WEEK-START-CCYYMMDD  PIC 9(08).
020800 77  WS-WEEK-END-CCYYMMDD    PIC 9(08).
020900
021000*-----------------------------------------------------------------
021100* ONE ORDER'S FIGURES.  A STATUS-STAMP TIME IS HHMMSSCC, SLICED
021200* HERE SO THE CYCLE TIME CAN BE TAKEN TO THE MINUTE.
021300*-----------------------------------------------------------------
021400 77  WS-LATE-DAYS            PIC S9(05)  COMP.
021500 77  WS-CYCLE-MINUTES        PIC S9(09)  COMP.
021600 77  WS-CYCLE-HOURS          PIC 9(05)V9.
021700 77  WS-START-MINUTE         PIC 9(04)   COMP.
021800 77  WS-COMPLETE-MINUTE      PIC 9(04)   COMP.
021900 77  WS-YIELD-PCT            PIC 9(03)V9.
022000 77  WS-ORDER-OUTPUT         PIC S9(09).
022100 77  WS-AVG-CYCLE-HOURS      PIC 9(05)V9.
022200
022300 01  WS-TIME-WORK            PIC 9(08).
022400 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
022500     05  WS-TIME-HH              PIC 9(02).
022600     05  WS-TIME-MM              PIC 9(02).
022700     05  WS-TIME-SSCC            PIC 9(04).
022800
022900 77  WS-CURRENT-MACHINE      PIC X(08).
023000
023100*-----------------------------------------------------------------
023200* LINE/MACHINE AND WHOLE-FLOOR ACCUMULATORS.  THE TOTAL LINE IS
023300* ALWAYS PRINTED FROM THE LINE/MACHINE SET.
023400*-----------------------------------------------------------------
023500 77  WS-MCH-ORDERS           PIC 9(05)   COMP.
023600 77  WS-MCH-LATE             PIC 9(05)   COMP.
023700 77  WS-MCH-CYCLE-COUNT      PIC 9(05)   COMP.
023800 77  WS-MCH-CYCLE-HOURS      PIC 9(09)V9.
023900 77  WS-MCH-RESCHEDULES      PIC 9(05)   COMP.
024000 77  WS-MCH-GOOD             PIC S9(09)  COMP.
024100 77  WS-MCH-SCRAP            PIC S9(09)  COMP.
024200
024300 77  WS-ALL-ORDERS           PIC 9(05)   COMP    VALUE ZERO.
024400 77  WS-ALL-LATE             PIC 9(05)   COMP    VALUE ZERO.
024500 77  WS-ALL-CYCLE-COUNT      PIC 9(05)   COMP    VALUE ZERO.
024600 77  WS-ALL-CYCLE-HOURS      PIC 9(09)V9         VALUE ZERO.
024700 77  WS-ALL-RESCHEDULES      PIC 9(05)   COMP    VALUE ZERO.
024800 77  WS-ALL-GOOD             PIC S9(09)  COMP    VALUE ZERO.
024900 77  WS-ALL-SCRAP            PIC S9(09)  COMP    VALUE ZERO.
025000
025100 77  WS-EVENT-READ-COUNT     PIC 9(07)   COMP    VALUE ZERO.
025200 77  WS-UNKNOWN-COUNT        PIC 9(05)   COMP    VALUE ZERO.
025300
025400*-----------------------------------------------------------------
025500* PRINT LINE LAYOUTS
025600*-----------------------------------------------------------------
025700 01  WS-TITLE-LINE.
025800     05  FILLER                  PIC X(40)
025900             VALUE "WEEKLY SCHEDULE ADHERENCE AND CYCLE TIME".
026000     05  FILLER                  PIC X(40)   VALUE SPACES.
026100
026200 01  WS-DATE-LINE.
026300     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
026400     05  DL-RUN-DATE             PIC 9(08).
026500     05  FILLER                  PIC X(08)   VALUE "  WEEK: ".
026600     05  DL-WEEK-START           PIC 9(08).
026700     05  FILLER                  PIC X(04)   VALUE " TO ".
026800     05  DL-WEEK-END             PIC 9(08).
026900     05  FILLER                  PIC X(33)   VALUE SPACES.
027000
027100 01  WS-LEGEND-LINE-1.
027200     05  FILLER                  PIC X(60)   VALUE
027300             "LATE: DAYS PLANNED TO ACTUAL START, OR TO WEEK END".
027400     05  FILLER                  PIC X(20)   VALUE SPACES.
027500
027600 01  WS-LEGEND-LINE-2.
027700     05  FILLER                  PIC X(60)   VALUE
027800             "CYCHRS: START TO COMPLETE, HOURS  RES: RESCHEDULES".
027900     05  FILLER                  PIC X(20)   VALUE SPACES.
028000
028100 01  WS-HEADING-LINE.
028200     05  FILLER                  PIC X(09)   VALUE "ORDER".
028300     05  FILLER                  PIC X(02)   VALUE "S".
028400     05  FILLER                  PIC X(09)   VALUE "ORIGINAL".
028500     05  FILLER                  PIC X(09)   VALUE "PLANNED".
028600     05  FILLER                  PIC X(09)   VALUE "STARTED".
028700     05  FILLER                  PIC X(05)   VALUE "LATE".
028800     05  FILLER                  PIC X(07)   VALUE "CYCHRS".
028900     05  FILLER                  PIC X(04)   VALUE "RES".
029000     05  FILLER                  PIC X(08)   VALUE "   GOOD".
029100     05  FILLER                  PIC X(08)   VALUE "  SCRAP".
029200     05  FILLER                  PIC X(05)   VALUE "YIELD".
029300     05  FILLER                  PIC X(05)   VALUE SPACES.
029400
029500 01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
029600
029700 01  WS-MACHINE-LINE.
029800     05  FILLER                  PIC X(14)
029900             VALUE "LINE/MACHINE: ".
030000     05  ML-LINE-MACHINE         PIC X(08).
030100     05  FILLER                  PIC X(58)   VALUE SPACES.
030200
030300 01  WS-DETAIL-LINE.
030400     05  DL-ORDER                PIC X(08).
030500     05  FILLER                  PIC X(01)   VALUE SPACES.
030600     05  DL-STATUS               PIC X(01).
030700     05  FILLER                  PIC X(01)   VALUE SPACES.
030800     05  DL-ORIGINAL-START       PIC 9(08).
030900     05  FILLER                  PIC X(01)   VALUE SPACES.
031000     05  DL-PLANNED-START        PIC 9(08).
031100     05  FILLER                  PIC X(01)   VALUE SPACES.
031200     05  DL-ACTUAL-START         PIC X(08).
031300     05  DL-ACTUAL-START-N REDEFINES DL-ACTUAL-START
031400                                 PIC 9(08).
031500     05  FILLER                  PIC X(01)   VALUE SPACES.
031600     05  DL-LATE-DAYS            PIC -ZZ9.
031700     05  DL-LATE-DAYS-X REDEFINES DL-LATE-DAYS
031800                                 PIC X(04).
031900     05  FILLER                  PIC X(01)   VALUE SPACES.
032000     05  DL-CYCLE-HOURS          PIC ZZZ9.9.
032100     05  DL-CYCLE-HOURS-X REDEFINES DL-CYCLE-HOURS
032200                                 PIC X(06).
032300     05  FILLER                  PIC X(01)   VALUE SPACES.
032400     05  DL-RESCHEDULES          PIC ZZ9.
032500     05  FILLER                  PIC X(01)   VALUE SPACES.
032600     05  DL-QTY-GOOD             PIC ZZZZZZ9.
032700     05  FILLER                  PIC X(01)   VALUE SPACES.
032800     05  DL-QTY-SCRAP            PIC ZZZZZZ9.
032900     05  FILLER                  PIC X(01)   VALUE SPACES.
033000     05  DL-YIELD                PIC ZZ9.9.
033100     05  DL-YIELD-X REDEFINES DL-YIELD
033200                                 PIC X(05).
033300     05  FILLER                  PIC X(05)   VALUE SPACES.
033400
033500 01  WS-TOTAL-LINE.
033600     05  FILLER                  PIC X(09)   VALUE "  ORDERS:".
033700     05  TL-ORDERS               PIC ZZZ9.
033800     05  FILLER                  PIC X(07)   VALUE "  LATE:".
033900     05  TL-LATE                 PIC ZZZ9.
034000     05  FILLER                  PIC X(16)
034100             VALUE "  AVG CYCLE HRS:".
034200     05  TL-AVG-CYCLE            PIC ZZZ9.9.
034300     05  TL-AVG-CYCLE-X REDEFINES TL-AVG-CYCLE
034400                                 PIC X(06).
034500     05  FILLER                  PIC X(10)   VALUE "  RESCHED:".
034600     05  TL-RESCHEDULES          PIC ZZZ9.
034700     05  FILLER                  PIC X(08)   VALUE "  YIELD:".
034800     05  TL-YIELD                PIC ZZ9.9.
034900     05  TL-YIELD-X REDEFINES TL-YIELD
035000                                 PIC X(05).
035100     05  FILLER                  PIC X(07)   VALUE SPACES.
035200
035300 01  WS-FLOOR-LINE.
035400     05  FILLER                  PIC X(22)
035500             VALUE "ALL LINES AND MACHINES".
035600     05  FILLER                  PIC X(58)   VALUE SPACES.
035700
035800 01  WS-CONTROL-LINE.
035900     05  FILLER                  PIC X(13)   VALUE "EVENTS READ:".
036000     05  CL-EVENTS               PIC ZZZZZZ9.
036100     05  FILLER                  PIC X(32)
036200             VALUE "  EVENTS FOR ORDERS NOT ON FILE:".
036300     05  CL-UNKNOWN              PIC ZZZZ9.
036400     05  FILLER                  PIC X(23)   VALUE SPACES.
036500
036600 PROCEDURE DIVISION.
036700*=================================================================
036800* 0000-MAINLINE
036900*=================================================================
037000 0000-MAINLINE.
037100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037200     SORT EVENT-SORT-FILE
037300         ON ASCENDING KEY ES-ORDER-NUMBER ES-EVENT-DATE
037400             ES-EVENT-TIME
037500         INPUT PROCEDURE IS 3000-RELEASE-EVENTS THRU 3000-EXIT
037600         OUTPUT PROCEDURE IS 4000-SUMMARIZE-ORDERS THRU 4000-EXIT.
037700     CLOSE ORDER-SUMMARY-FILE.
037800     MOVE "N" TO WS-SUMMARY-OPEN-SWITCH.
037900     SORT SUMMARY-SORT-FILE
038000         ON ASCENDING KEY SS-LINE-MACHINE SS-PLANNED-START
038100             SS-ORDER-NUMBER
038200         INPUT PROCEDURE IS 4500-RELEASE-SUMMARIES THRU 4500-EXIT
038300         OUTPUT PROCEDURE IS 5000-PRINT-BY-MACHINE THRU 5000-EXIT.
038400     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
038500     PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT.
038600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038700     STOP RUN.
038800
038900*=================================================================
039000* 1000-INITIALIZE - CHECK IN WITH RUN CONTROL, WORK OUT THE
039100*                   WEEK, OPEN THE FILES, AND PRINT THE HEADINGS
039200*=================================================================
039300 1000-INITIALIZE.
039400     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
039500     PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT.
039600     COMPUTE WS-TODAY-INTEGER =
039700         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
039800     COMPUTE WS-WEEK-START-CCYYMMDD =
039900         FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER - 7).
040000     COMPUTE WS-WEEK-END-CCYYMMDD =
040100         FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER - 1).
040200
040300     OPEN INPUT WORK-ORDER-FILE.
040400     IF NOT WS-WORKORD-OK
040500         DISPLAY "WORK-ORDER OPEN FAILED - STATUS "
040600             WS-WORKORD-STATUS
040700         GO TO 9900-ABORT-TEARDOWN
040800     END-IF.
040900     OPEN INPUT WORK-ORDER-EVENT-FILE.
041000     IF NOT WS-WOEVENT-OK
041100         DISPLAY "WORK-ORDER-EVENT OPEN FAILED - STATUS "
041200             WS-WOEVENT-STATUS
041300         CLOSE WORK-ORDER-FILE
041400         GO TO 9900-ABORT-TEARDOWN
041500     END-IF.
041600     OPEN OUTPUT PRINT-FILE.
041700     IF NOT WS-PRINT-OK
041800         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
041900             WS-PRINT-STATUS
042000         CLOSE WORK-ORDER-FILE
042100         CLOSE WORK-ORDER-EVENT-FILE
042200         GO TO 9900-ABORT-TEARDOWN
042300     END-IF.
042400     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
042500     OPEN OUTPUT ORDER-SUMMARY-FILE.
042600     IF NOT WS-SUMMARY-OK
042700         DISPLAY "ORDER-SUMMARY OPEN FAILED - STATUS "
042800             WS-SUMMARY-STATUS
042900         GO TO 9900-ABORT-TEARDOWN
043000     END-IF.
043100     MOVE "Y" TO WS-SUMMARY-OPEN-SWITCH.
043200
043300     MOVE WS-TITLE-LINE TO PRINT-LINE.
043400     WRITE PRINT-LINE.
043500     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
043600     MOVE WS-WEEK-START-CCYYMMDD TO DL-WEEK-START.
043700     MOVE WS-WEEK-END-CCYYMMDD TO DL-WEEK-END.
043800     MOVE WS-DATE-LINE TO PRINT-LINE.
043900     WRITE PRINT-LINE.
044000     MOVE WS-LEGEND-LINE-1 TO PRINT-LINE.
044100     WRITE PRINT-LINE.
044200     MOVE WS-LEGEND-LINE-2 TO PRINT-LINE.
044300     WRITE PRINT-LINE.
044400     MOVE WS-HEADING-LINE TO PRINT-LINE.
044500     WRITE PRINT-LINE.
044600 1000-EXIT.
044700     EXIT.
044800
044900*=================================================================
045000* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
045100*                         COMPLETED, WARN WHEN A PRIOR RUN IS
045200*                         STILL IN FLIGHT FROM AN ABEND, AND
045300*                         WRITE THIS RUN'S IN-FLIGHT RECORD
045400*=================================================================
045500 1500-OPEN-RUN-CONTROL.
045600     OPEN I-O RUN-CONTROL-FILE.
045700     IF NOT WS-RUNCTL-OK
045800         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
045900             WS-RUNCTL-STATUS
046000         GO TO 9900-ABORT-TEARDOWN
046100     END-IF.
046200
046300     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
046400     MOVE "SCHDADH" TO RC-JOB-NAME.
046500     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
046600     READ RUN-CONTROL-FILE
046700         INVALID KEY
046800             MOVE "23" TO WS-RUNCTL-STATUS
046900     END-READ.
047000     IF WS-RUNCTL-OK
047100         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
047200         IF RC-RUN-COMPLETED
047300             DISPLAY "SCHDADH ALREADY COMPLETED FOR "
047400                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
047500             GO TO 9950-REFUSED-RUN
047600         END-IF
047700         DISPLAY "PRIOR SCHDADH RUN DID NOT COMPLETE FOR "
047800             WS-TODAY-CCYYMMDD " - RERUNNING"
047900     END-IF.
048000     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
048100         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
048200             WS-RUNCTL-STATUS
048300         GO TO 9900-ABORT-TEARDOWN
048400     END-IF.
048500
048600     MOVE "SCHDADH" TO RC-JOB-NAME.
048700     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
048800     MOVE "S" TO RC-RUN-STATUS.
048900     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
049000     ACCEPT RC-START-TIME FROM TIME.
049100     MOVE ZERO TO RC-END-DATE.
049200     MOVE ZERO TO RC-END-TIME.
049300     IF WS-RUNCTL-ON-FILE
049400         REWRITE RUN-CONTROL-RECORD
049500             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
049600         END-REWRITE
049700     ELSE
049800         WRITE RUN-CONTROL-RECORD
049900             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
050000         END-WRITE
050100     END-IF.
050200     IF NOT WS-RUNCTL-OK
050300         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
050400             WS-RUNCTL-STATUS
050500         GO TO 9900-ABORT-TEARDOWN
050600     END-IF.
050700 1500-EXIT.
050800     EXIT.
050900
051000*=================================================================
051100* 3000-RELEASE-EVENTS - SORT INPUT.  RELEASE EVERY WORK-ORDER
051200*                       EVENT UP TO THE END OF THE WEEK
051300*=================================================================
051400 3000-RELEASE-EVENTS.
051500     PERFORM 3100-RELEASE-ONE-EVENT THRU 3100-EXIT
051600         UNTIL WS-JOURNAL-EOF.
051700 3000-EXIT.
051800     EXIT.
051900
052000*=================================================================
052100* 3100-RELEASE-ONE-EVENT - READ THE NEXT WORK-ORDER EVENT AND
052200*                          RELEASE IT UNLESS IT FALLS AFTER THE
052300*                          WEEK
052400*=================================================================
052500 3100-RELEASE-ONE-EVENT.
052600     READ WORK-ORDER-EVENT-FILE
052700         AT END
052800             MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
052900     END-READ.
053000     IF WS-JOURNAL-EOF
053100         GO TO 3100-EXIT
053200     END-IF.
053300     IF NOT WS-WOEVENT-OK
053400         DISPLAY "WORK-ORDER-EVENT READ FAILED - STATUS "
053500             WS-WOEVENT-STATUS
053600         GO TO 9900-ABORT-TEARDOWN
053700     END-IF.
053800     ADD 1 TO WS-EVENT-READ-COUNT.
053900
054000     IF WE-EVENT-DATE > WS-WEEK-END-CCYYMMDD
054100         GO TO 3100-EXIT
054200     END-IF.
054300
054400     MOVE WE-ORDER-NUMBER TO ES-ORDER-NUMBER.
054500     MOVE WE-EVENT-DATE TO ES-EVENT-DATE.
054600     MOVE WE-EVENT-TIME TO ES-EVENT-TIME.
054700     MOVE WE-EVENT-TYPE TO ES-EVENT-TYPE.
054800     MOVE WE-LINE-MACHINE-BEFORE TO ES-LINE-MACHINE-BEFORE.
054900     MOVE WE-LINE-MACHINE-AFTER TO ES-LINE-MACHINE-AFTER.
055000     MOVE WE-START-DATE-BEFORE TO ES-START-DATE-BEFORE.
055100     MOVE WE-START-DATE-AFTER TO ES-START-DATE-AFTER.
055200     RELEASE EVENT-SORT-RECORD.
055300 3100-EXIT.
055400     EXIT.
055500
055600*=================================================================
055700* 4000-SUMMARIZE-ORDERS - SORT OUTPUT.  WALK THE WORK-ORDER FILE
055800*                         IN ORDER-NUMBER SEQUENCE ALONGSIDE THE
055900*                         SORTED EVENTS AND WRITE A SUMMARY FOR
056000*                         EVERY ORDER THAT BELONGS ON THE WEEK'S
056100*                         REPORT.  EVENTS LEFT OVER AFTER THE LAST
056200*                         ORDER BELONG TO ORDERS NOT ON FILE.
056300*=================================================================
056400 4000-SUMMARIZE-ORDERS.
056500     PERFORM 4100-RETURN-EVENT THRU 4100-EXIT.
056600     PERFORM 4150-READ-ORDER THRU 4150-EXIT.
056700     PERFORM 4200-SUMMARIZE-ONE-ORDER THRU 4200-EXIT
056800         UNTIL WS-ORDER-EOF.
056900     PERFORM 4400-SKIP-UNKNOWN-EVENT THRU 4400-EXIT
057000         UNTIL WS-EVENT-EOF.
057100 4000-EXIT.
057200     EXIT.
057300
057400*=================================================================
057500* 4100-RETURN-EVENT - TAKE THE NEXT EVENT FROM THE SORT
057600*=================================================================
057700 4100-RETURN-EVENT.
057800     RETURN EVENT-SORT-FILE
057900         AT END
058000             MOVE "Y" TO WS-EVENT-EOF-SWITCH
058100     END-RETURN.
058200 4100-EXIT.
058300     EXIT.
058400
058500*=================================================================
058600* 4150-READ-ORDER - READ THE NEXT WORK-ORDER RECORD
058700*=================================================================
058800 4150-READ-ORDER.
058900     READ WORK-ORDER-FILE NEXT RECORD
059000         AT END
059100             MOVE "Y" TO WS-ORDER-EOF-SWITCH
059200     END-READ.
059300     IF WS-ORDER-EOF
059400         GO TO 4150-EXIT
059500     END-IF.
059600     IF NOT WS-WORKORD-OK
059700         DISPLAY "WORK-ORDER READ FAILED - STATUS "
059800             WS-WORKORD-STATUS
059900         GO TO 9900-ABORT-TEARDOWN
060000     END-IF.
060100 4150-EXIT.
060200     EXIT.
060300
060400*=================================================================
060500* 4200-SUMMARIZE-ONE-ORDER - BUILD THE SUMMARY OF ONE ORDER FROM
060600*                            ITS RECORD AND ITS EVENTS, AND WRITE
060700*                            IT WHEN THE ORDER BELONGS ON THE
060800*                            REPORT.  THE MACHINE AND PLANNED
060900*                            START ARE THOSE OF ITS LAST ADD OR
061000*                            CHANGE IN THE WEEK, SEEDED FROM THE
061100*                            ORDER ONLY WHEN IT HAS NO EVENTS.  A
061200*                            START, COMPLETION, OR CANCELLATION
061300*                            WITH NO EVENT IS TAKEN FROM THE
061400*                            ORDER'S STATUS STAMP WHEN THAT FALLS
061500*                            BY THE END OF THE WEEK.
061600*=================================================================
061700 4200-SUMMARIZE-ONE-ORDER.
061800     PERFORM 4400-SKIP-UNKNOWN-EVENT THRU 4400-EXIT
061900         UNTIL WS-EVENT-EOF
062000             OR ES-ORDER-NUMBER NOT < WO-ORDER-NUMBER.
062100
062200     MOVE WO-LINE-MACHINE TO OS-LINE-MACHINE.
062300     MOVE WO-PLANNED-START-DATE TO OS-PLANNED-START.
062400     MOVE WO-ORDER-NUMBER TO OS-ORDER-NUMBER.
062500     MOVE WO-PLANNED-START-DATE TO OS-ORIGINAL-START.
062600     MOVE ZERO TO OS-ACTUAL-START-DATE.
062700     MOVE ZERO TO OS-ACTUAL-START-TIME.
062800     MOVE ZERO TO OS-COMPLETE-DATE.
062900     MOVE ZERO TO OS-COMPLETE-TIME.
063000     MOVE ZERO TO OS-RESCHEDULES.
063100     MOVE "N" TO WS-CANCELLED-SWITCH.
063200     MOVE WO-QTY-GOOD TO OS-QTY-GOOD.
063300     MOVE WO-QTY-SCRAP TO OS-QTY-SCRAP.
063400
063500     PERFORM 4250-APPLY-ONE-EVENT THRU 4250-EXIT
063600         UNTIL WS-EVENT-EOF
063700             OR ES-ORDER-NUMBER NOT = WO-ORDER-NUMBER.
063800
063900     IF WO-STATUS-DATE NOT > WS-WEEK-END-CCYYMMDD
064000         IF WO-STAT-CANCELLED
064100             MOVE "Y" TO WS-CANCELLED-SWITCH
064200         END-IF
064300         IF WO-STAT-STARTED AND OS-ACTUAL-START-DATE = ZERO
064400             MOVE WO-STATUS-DATE TO OS-ACTUAL-START-DATE
064500             MOVE WO-STATUS-TIME TO OS-ACTUAL-START-TIME
064600         END-IF
064700         IF WO-STAT-COMPLETED AND OS-COMPLETE-DATE = ZERO
064800             MOVE WO-STATUS-DATE TO OS-COMPLETE-DATE
064900             MOVE WO-STATUS-TIME TO OS-COMPLETE-TIME
065000         END-IF
065100     END-IF.
065200     IF WS-ORDER-CANCELLED
065300         GO TO 4200-NEXT
065400     END-IF.
065500
065600     IF (OS-PLANNED-START NOT < WS-WEEK-START-CCYYMMDD
065700             AND OS-PLANNED-START NOT > WS-WEEK-END-CCYYMMDD)
065800        OR (OS-ACTUAL-START-DATE NOT < WS-WEEK-START-CCYYMMDD
065900             AND OS-ACTUAL-START-DATE NOT > WS-WEEK-END-CCYYMMDD)
066000        OR (OS-COMPLETE-DATE NOT < WS-WEEK-START-CCYYMMDD
066100             AND OS-COMPLETE-DATE NOT > WS-WEEK-END-CCYYMMDD)
066200        OR (OS-ACTUAL-START-DATE = ZERO
066300             AND OS-COMPLETE-DATE = ZERO
066400             AND OS-PLANNED-START NOT > WS-WEEK-END-CCYYMMDD)
066500         WRITE ORDER-SUMMARY-RECORD
066600         IF NOT WS-SUMMARY-OK
066700             DISPLAY "ORDER-SUMMARY WRITE FAILED - STATUS "
066800                 WS-SUMMARY-STATUS
066900             GO TO 9900-ABORT-TEARDOWN
067000         END-IF
067100     END-IF.
067200 4200-NEXT.
067300     PERFORM 4150-READ-ORDER THRU 4150-EXIT.
067400 4200-EXIT.
067500     EXIT.
067600
067700*=================================================================
067800* 4250-APPLY-ONE-EVENT - FOLD ONE EVENT INTO THE ORDER'S SUMMARY.
067900*                        THE ADD CARRIES THE ORIGINAL START DATE;
068000*                        EVERY ADD AND CHANGE CARRIES THE MACHINE
068100*                        AND START DATE THE ORDER THEN STOOD AT;
068200*                        A CHANGE THAT MOVED EITHER IS A
068300*                        RESCHEDULE; A CANCEL LEAVES THE ORDER
068400*                        OFF; THE LAST START AND COMPLETION SEEN
068500*                        STAND.
068600*=================================================================
068700 4250-APPLY-ONE-EVENT.
068800     EVALUATE TRUE
068900         WHEN ES-EVT-ADD
069000             MOVE ES-START-DATE-AFTER TO OS-ORIGINAL-START
069100             MOVE ES-START-DATE-AFTER TO OS-PLANNED-START
069200             MOVE ES-LINE-MACHINE-AFTER TO OS-LINE-MACHINE
069300         WHEN ES-EVT-CHANGE
069400             MOVE ES-START-DATE-AFTER TO OS-PLANNED-START
069500             MOVE ES-LINE-MACHINE-AFTER TO OS-LINE-MACHINE
069600             IF ES-START-DATE-AFTER NOT = ES-START-DATE-BEFORE
069700                     OR ES-LINE-MACHINE-AFTER
069800                         NOT = ES-LINE-MACHINE-BEFORE
069900                 ADD 1 TO OS-RESCHEDULES
070000             END-IF
070100         WHEN ES-EVT-CANCEL
070200             MOVE "Y" TO WS-CANCELLED-SWITCH
070300         WHEN ES-EVT-STARTED
070400             MOVE ES-EVENT-DATE TO OS-ACTUAL-START-DATE
070500             MOVE ES-EVENT-TIME TO OS-ACTUAL-START-TIME
070600         WHEN ES-EVT-COMPLETED
070700             MOVE ES-EVENT-DATE TO OS-COMPLETE-DATE
070800             MOVE ES-EVENT-TIME TO OS-COMPLETE-TIME
070900     END-EVALUATE.
071000     PERFORM 4100-RETURN-EVENT THRU 4100-EXIT.
071100 4250-EXIT.
071200     EXIT.
071300
071400*=================================================================
071500* 4400-SKIP-UNKNOWN-EVENT - COUNT AND PASS OVER ONE EVENT FOR AN
071600*                           ORDER THAT IS NOT ON THE WORK-ORDER
071700*                           FILE
071800*=================================================================
071900 4400-SKIP-UNKNOWN-EVENT.
072000     ADD 1 TO WS-UNKNOWN-COUNT.
072100     PERFORM 4100-RETURN-EVENT THRU 4100-EXIT.
072200 4400-EXIT.
072300     EXIT.
072400
072500*=================================================================
072600* 4500-RELEASE-SUMMARIES - SORT INPUT.  READ BACK THE ORDER
072700*                          SUMMARIES WRITTEN BY THE FIRST SORT
072800*=================================================================
072900 4500-RELEASE-SUMMARIES.
073000     OPEN INPUT ORDER-SUMMARY-FILE.
073100     IF NOT WS-SUMMARY-OK
073200         DISPLAY "ORDER-SUMMARY OPEN FAILED - STATUS "
073300             WS-SUMMARY-STATUS
073400         GO TO 9900-ABORT-TEARDOWN
073500     END-IF.
073600     MOVE "Y" TO WS-SUMMARY-OPEN-SWITCH.
073700     PERFORM 4550-RELEASE-ONE-SUMMARY THRU 4550-EXIT
073800         UNTIL WS-WORK-EOF.
073900     CLOSE ORDER-SUMMARY-FILE.
074000     MOVE "N" TO WS-SUMMARY-OPEN-SWITCH.
074100 4500-EXIT.
074200     EXIT.
074300
074400*=================================================================
074500* 4550-RELEASE-ONE-SUMMARY - READ AND RELEASE ONE SUMMARY
074600*=================================================================
074700 4550-RELEASE-ONE-SUMMARY.
074800     READ ORDER-SUMMARY-FILE
074900         AT END
075000             MOVE "Y" TO WS-WORK-EOF-SWITCH
075100     END-READ.
075200     IF WS-WORK-EOF
075300         GO TO 4550-EXIT
075400     END-IF.
075500     IF NOT WS-SUMMARY-OK
075600         DISPLAY "ORDER-SUMMARY READ FAILED - STATUS "
075700             WS-SUMMARY-STATUS
075800         GO TO 9900-ABORT-TEARDOWN
075900     END-IF.
076000     MOVE ORDER-SUMMARY-RECORD TO SUMMARY-SORT-RECORD.
076100     RELEASE SUMMARY-SORT-RECORD.
076200 4550-EXIT.
076300     EXIT.
076400
076500*=================================================================
076600* 5000-PRINT-BY-MACHINE - SORT OUTPUT.  PRINT THE SUMMARIES ONE
076700*                         LINE/MACHINE AT A TIME
076800*=================================================================
076900 5000-PRINT-BY-MACHINE.
077000     PERFORM 5100-RETURN-SUMMARY THRU 5100-EXIT.
077100     PERFORM 5200-PRINT-ONE-MACHINE THRU 5200-EXIT
077200         UNTIL WS-SUMMARY-EOF.
077300 5000-EXIT.
077400     EXIT.
077500
077600*=================================================================
077700* 5100-RETURN-SUMMARY - TAKE THE NEXT SUMMARY FROM THE SORT
077800*=================================================================
077900 5100-RETURN-SUMMARY.
078000     RETURN SUMMARY-SORT-FILE
078100         AT END
078200             MOVE "Y" TO WS-SUMMARY-EOF-SWITCH
078300     END-RETURN.
078400 5100-EXIT.
078500     EXIT.
078600
078700*=================================================================
078800* 5200-PRINT-ONE-MACHINE - HEADING, ONE LINE PER ORDER, AND THE
078900*                          TOTAL LINE FOR ONE LINE/MACHINE, THEN
079000*                          ROLL ITS TOTALS INTO THE FLOOR'S
079100*=================================================================
079200 5200-PRINT-ONE-MACHINE.
079300     MOVE SS-LINE-MACHINE TO WS-CURRENT-MACHINE.
079400     MOVE ZERO TO WS-MCH-ORDERS.
079500     MOVE ZERO TO WS-MCH-LATE.
079600     MOVE ZERO TO WS-MCH-CYCLE-COUNT.
079700     MOVE ZERO TO WS-MCH-CYCLE-HOURS.
079800     MOVE ZERO TO WS-MCH-RESCHEDULES.
079900     MOVE ZERO TO WS-MCH-GOOD.
080000     MOVE ZERO TO WS-MCH-SCRAP.
080100
080200     MOVE WS-BLANK-LINE TO PRINT-LINE.
080300     WRITE PRINT-LINE.
080400     MOVE WS-CURRENT-MACHINE TO ML-LINE-MACHINE.
080500     MOVE WS-MACHINE-LINE TO PRINT-LINE.
080600     WRITE PRINT-LINE.
080700
080800     PERFORM 5300-PRINT-ONE-ORDER THRU 5300-EXIT
080900         UNTIL WS-SUMMARY-EOF
081000             OR SS-LINE-MACHINE NOT = WS-CURRENT-MACHINE.
081100
081200     PERFORM 5500-PRINT-TOTAL-LINE THRU 5500-EXIT.
081300
081400     ADD WS-MCH-ORDERS TO WS-ALL-ORDERS.
081500     ADD WS-MCH-LATE TO WS-ALL-LATE.
081600     ADD WS-MCH-CYCLE-COUNT TO WS-ALL-CYCLE-COUNT.
081700     ADD WS-MCH-CYCLE-HOURS TO WS-ALL-CYCLE-HOURS.
081800     ADD WS-MCH-RESCHEDULES TO WS-ALL-RESCHEDULES.
081900     ADD WS-MCH-GOOD TO WS-ALL-GOOD.
082000     ADD WS-MCH-SCRAP TO WS-ALL-SCRAP.
082100 5200-EXIT.
082200     EXIT.
082300
082400*=================================================================
082500* 5300-PRINT-ONE-ORDER - PRINT ONE ORDER'S LINE AND ADD IT TO THE
082600*                        LINE/MACHINE TOTALS.  THE STATUS SHOWN
082700*                        IS AS IT STOOD AT THE END OF THE WEEK.
082800*                        ONLY AN ORDER STILL PENDING HAS ITS LATE
082900*                        DAYS RUN TO THE END OF THE WEEK; A
083000*                        COMPLETED ORDER WITH NO KNOWN START SHOWS
083100*                        NO START AND NO LATE DAYS.
083200*=================================================================
083300 5300-PRINT-ONE-ORDER.
083400     ADD 1 TO WS-MCH-ORDERS.
083500     ADD SS-RESCHEDULES TO WS-MCH-RESCHEDULES.
083600     MOVE SS-ORDER-NUMBER TO DL-ORDER.
083700     MOVE SS-ORIGINAL-START TO DL-ORIGINAL-START.
083800     MOVE SS-PLANNED-START TO DL-PLANNED-START.
083900     MOVE SS-RESCHEDULES TO DL-RESCHEDULES.
084000     MOVE SS-QTY-GOOD TO DL-QTY-GOOD.
084100     MOVE SS-QTY-SCRAP TO DL-QTY-SCRAP.
084200     MOVE SPACES TO DL-CYCLE-HOURS-X.
084300     MOVE SPACES TO DL-YIELD-X.
084400
084500     IF SS-ACTUAL-START-DATE = ZERO
084600             AND SS-COMPLETE-DATE NOT = ZERO
084700         MOVE "NONE" TO DL-ACTUAL-START
084800         MOVE SPACES TO DL-LATE-DAYS-X
084900         GO TO 5300-COMPLETED
085000     END-IF.
085100     IF SS-ACTUAL-START-DATE = ZERO
085200         MOVE "P" TO DL-STATUS
085300         MOVE "NONE" TO DL-ACTUAL-START
085400         COMPUTE WS-LATE-DAYS =
085500             FUNCTION INTEGER-OF-DATE(WS-WEEK-END-CCYYMMDD)
085600             - FUNCTION INTEGER-OF-DATE(SS-PLANNED-START)
085700     ELSE
085800         MOVE "S" TO DL-STATUS
085900         MOVE SS-ACTUAL-START-DATE TO DL-ACTUAL-START-N
086000         COMPUTE WS-LATE-DAYS =
086100             FUNCTION INTEGER-OF-DATE(SS-ACTUAL-START-DATE)
086200             - FUNCTION INTEGER-OF-DATE(SS-PLANNED-START)
086300     END-IF.
086400     MOVE WS-LATE-DAYS TO DL-LATE-DAYS.
086500     IF WS-LATE-DAYS > ZERO
086600         ADD 1 TO WS-MCH-LATE
086700     END-IF.
086800
086900     IF SS-COMPLETE-DATE = ZERO
087000         GO TO 5300-PRINT
087100     END-IF.
087200 5300-COMPLETED.
087300     MOVE "C" TO DL-STATUS.
087400
087500     IF SS-ACTUAL-START-DATE NOT = ZERO
087600         PERFORM 5400-COMPUTE-CYCLE-TIME THRU 5400-EXIT
087700         MOVE WS-CYCLE-HOURS TO DL-CYCLE-HOURS
087800         ADD 1 TO WS-MCH-CYCLE-COUNT
087900         ADD WS-CYCLE-HOURS TO WS-MCH-CYCLE-HOURS
088000     END-IF.
088100
088200     ADD SS-QTY-GOOD TO WS-MCH-GOOD.
088300     ADD SS-QTY-SCRAP TO WS-MCH-SCRAP.
088400     COMPUTE WS-ORDER-OUTPUT = SS-QTY-GOOD + SS-QTY-SCRAP.
088500     IF WS-ORDER-OUTPUT > ZERO
088600         COMPUTE WS-YIELD-PCT ROUNDED =
088700             SS-QTY-GOOD * 100 / WS-ORDER-OUTPUT
088800         MOVE WS-YIELD-PCT TO DL-YIELD
088900     END-IF.
089000 5300-PRINT.
089100     MOVE WS-DETAIL-LINE TO PRINT-LINE.
089200     WRITE PRINT-LINE.
089300     PERFORM 5100-RETURN-SUMMARY THRU 5100-EXIT.
089400 5300-EXIT.
089500     EXIT.
089600
089700*=================================================================
089800* 5400-COMPUTE-CYCLE-TIME - HOURS FROM THE START TO THE
089900*                           COMPLETION OF THE CURRENT ORDER, TO
090000*                           THE MINUTE
090100*=================================================================
090200 5400-COMPUTE-CYCLE-TIME.
090300     MOVE SS-ACTUAL-START-TIME TO WS-TIME-WORK.
090400     COMPUTE WS-START-MINUTE = WS-TIME-HH * 60 + WS-TIME-MM.
090500     MOVE SS-COMPLETE-TIME TO WS-TIME-WORK.
090600     COMPUTE WS-COMPLETE-MINUTE = WS-TIME-HH * 60 + WS-TIME-MM.
090700
090800     COMPUTE WS-CYCLE-MINUTES =
090900         (FUNCTION INTEGER-OF-DATE(SS-COMPLETE-DATE)
091000          - FUNCTION INTEGER-OF-DATE(SS-ACTUAL-START-DATE)) * 1440
091100         + WS-COMPLETE-MINUTE - WS-START-MINUTE.
091200     IF WS-CYCLE-MINUTES < ZERO
091300         MOVE ZERO TO WS-CYCLE-MINUTES
091400     END-IF.
091500     COMPUTE WS-CYCLE-HOURS ROUNDED = WS-CYCLE-MINUTES / 60.
091600 5400-EXIT.
091700     EXIT.
091800
091900*=================================================================
092000* 5500-PRINT-TOTAL-LINE - THE TOTAL LINE FROM THE LINE/MACHINE
092100*                         ACCUMULATORS.  THE AVERAGE CYCLE TIME
092200*                         IS OVER THE ORDERS COMPLETED WITH A
092300*                         KNOWN START; THE YIELD IS OVER ALL THE
092400*                         GOOD AND SCRAP COUNTED.
092500*=================================================================
092600 5500-PRINT-TOTAL-LINE.
092700     MOVE WS-MCH-ORDERS TO TL-ORDERS.
092800     MOVE WS-MCH-LATE TO TL-LATE.
092900     MOVE WS-MCH-RESCHEDULES TO TL-RESCHEDULES.
093000     IF WS-MCH-CYCLE-COUNT = ZERO
093100         MOVE SPACES TO TL-AVG-CYCLE-X
093200     ELSE
093300         COMPUTE WS-AVG-CYCLE-HOURS ROUNDED =
093400             WS-MCH-CYCLE-HOURS / WS-MCH-CYCLE-COUNT
093500         MOVE WS-AVG-CYCLE-HOURS TO TL-AVG-CYCLE
093600     END-IF.
093700     COMPUTE WS-ORDER-OUTPUT = WS-MCH-GOOD + WS-MCH-SCRAP.
093800     IF WS-ORDER-OUTPUT > ZERO
093900         COMPUTE WS-YIELD-PCT ROUNDED =
094000             WS-MCH-GOOD * 100 / WS-ORDER-OUTPUT
094100         MOVE WS-YIELD-PCT TO TL-YIELD
094200     ELSE
094300         MOVE SPACES TO TL-YIELD-X
094400     END-IF.
094500     MOVE WS-TOTAL-LINE TO PRINT-LINE.
094600     WRITE PRINT-LINE.
094700 5500-EXIT.
094800     EXIT.
094900
095000*=================================================================
095100* 6000-PRINT-TOTALS - THE WHOLE FLOOR'S TOTAL LINE AND THE EVENT
095200*                     CONTROL COUNTS
095300*=================================================================
095400 6000-PRINT-TOTALS.
095500     MOVE WS-BLANK-LINE TO PRINT-LINE.
095600     WRITE PRINT-LINE.
095700     MOVE WS-FLOOR-LINE TO PRINT-LINE.
095800     WRITE PRINT-LINE.
095900     MOVE WS-ALL-ORDERS TO WS-MCH-ORDERS.
096000     MOVE WS-ALL-LATE TO WS-MCH-LATE.
096100     MOVE WS-ALL-CYCLE-COUNT TO WS-MCH-CYCLE-COUNT.
096200     MOVE WS-ALL-CYCLE-HOURS TO WS-MCH-CYCLE-HOURS.
096300     MOVE WS-ALL-RESCHEDULES TO WS-MCH-RESCHEDULES.
096400     MOVE WS-ALL-GOOD TO WS-MCH-GOOD.
096500     MOVE WS-ALL-SCRAP TO WS-MCH-SCRAP.
096600     PERFORM 5500-PRINT-TOTAL-LINE THRU 5500-EXIT.
096700
096800     MOVE WS-EVENT-READ-COUNT TO CL-EVENTS.
096900     MOVE WS-UNKNOWN-COUNT TO CL-UNKNOWN.
097000     MOVE WS-CONTROL-LINE TO PRINT-LINE.
097100     WRITE PRINT-LINE.
097200
097300     DISPLAY "SCHDADH " WS-ALL-ORDERS " ORDERS REPORTED FOR THE "
097400         "WEEK ENDING " WS-WEEK-END-CCYYMMDD.
097500 6000-EXIT.
097600     EXIT.
097700
097800*=================================================================
097900* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
098000*                          THAT REACHES NORMAL END GETS HERE -
098100*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
098200*                          ON FILE AS THE RESTART MARKER.
098300*=================================================================
098400 8000-CLOSE-RUN-CONTROL.
098500     MOVE "SCHDADH" TO RC-JOB-NAME.
098600     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
098700     MOVE "C" TO RC-RUN-STATUS.
098800     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
098900     ACCEPT RC-END-TIME FROM TIME.
099000     REWRITE RUN-CONTROL-RECORD
099100         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
099200     END-REWRITE.
099300     IF NOT WS-RUNCTL-OK
099400         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
099500             WS-RUNCTL-STATUS
099600         GO TO 9900-ABORT-TEARDOWN
099700     END-IF.
099800 8000-EXIT.
099900     EXIT.
100000
100100*=================================================================
100200* 9000-TERMINATE - CLOSE THE FILES
100300*=================================================================
100400 9000-TERMINATE.
100500     CLOSE RUN-CONTROL-FILE.
100600     CLOSE WORK-ORDER-FILE.
100700     CLOSE WORK-ORDER-EVENT-FILE.
100800     CLOSE PRINT-FILE.
100900 9000-EXIT.
101000     EXIT.
101100
101200*=================================================================
101300* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
101400*                       FILES ARE OPEN AND END THE RUN WITH A
101500*                       NONZERO RETURN CODE.  NOTHING IS UPDATED
101600*                       BUT RUN CONTROL AND THE WORK FILE, SO THE
101700*                       RERUN SIMPLY STARTS OVER.
101800*=================================================================
101900 9900-ABORT-TEARDOWN.
102000     DISPLAY "SCHDADH ABENDED - FILE OPERATION FAILED".
102100     IF WS-FILES-OPEN
102200         CLOSE WORK-ORDER-FILE
102300         CLOSE WORK-ORDER-EVENT-FILE
102400         CLOSE PRINT-FILE
102500     END-IF.
102600     IF WS-SUMMARY-OPEN
102700         CLOSE ORDER-SUMMARY-FILE
102800     END-IF.
102900     CLOSE RUN-CONTROL-FILE.
103000     MOVE 16 TO RETURN-CODE.
103100     STOP RUN.
103200
103300*=================================================================
103400* 9950-REFUSED-RUN - THE RUN-CONTROL FILE TURNED THIS RUN AWAY
103500*                    BEFORE ANY WORK FILE WAS OPENED.  THIS IS A
103600*                    REFUSAL, NOT AN ABEND - THE RECORD ON FILE
103700*                    IS LEFT EXACTLY AS IT STOOD.
103800*=================================================================
103900 9950-REFUSED-RUN.
104000     CLOSE RUN-CONTROL-FILE.
104100     MOVE 8 TO RETURN-CODE.
104200     STOP RUN.
104300
104400 END PROGRAM SCHDADH.
