000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CYCCOVER.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* CYCCOVER
000900*
001000* QUARTERLY CYCLE-COUNT COVERAGE REPORT - THE AUDITORS' EVIDENCE
001100* THAT EVERY ACTIVE PART WAS COUNTED AT LEAST ONCE IN THE
001200* QUARTER.  THE QUARTER REPORTED IS THE ONE CONTAINING YESTERDAY,
001300* SO THE RUN ON THE FIRST DAY OF A QUARTER CLOSES OUT THE ONE
001400* JUST ENDED, AND A RUN PART-WAY THROUGH SHOWS PROGRESS SO FAR.
001500* EACH ACTIVE PART IS LISTED WITH ITS LAST POSTED COUNT IN THE
001600* QUARTER - WHEN AND BY WHOM - OR AS NOT COUNTED.
001700*
001800* MODIFICATION HISTORY
001900*   15-OCT-2026  RSH  ORIGINAL.
002000*=================================================================
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   VAX-8600.
002500 OBJECT-COMPUTER.   VAX-8600.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS IM-PART-NUMBER
003300         FILE STATUS IS WS-ITEMMAST-STATUS.
003400
003500     SELECT CYCLE-COUNT-FILE ASSIGN TO "CYCCOUNT"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS CC-COUNT-KEY
003900         FILE STATUS IS WS-CYCCOUNT-STATUS.
004000
004100     SELECT PRINT-FILE ASSIGN TO "CYCCVRPT"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-PRINT-STATUS.
004500
004600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS RC-RUN-KEY
005000         FILE STATUS IS WS-RUNCTL-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ITEM-MASTER-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY ITEMMAST.
005700
005800 FD  CYCLE-COUNT-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY CYCCOUNT.
006100
006200 FD  PRINT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  PRINT-LINE                  PIC X(80).
006500
006600 FD  RUN-CONTROL-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY RUNCTL.
006900
007000 WORKING-STORAGE SECTION.
007100*-----------------------------------------------------------------
007200* FILE STATUS AND SWITCHES
007300*-----------------------------------------------------------------
007400 77  WS-RUNCTL-STATUS        PIC X(02).
007500     88  WS-RUNCTL-OK                VALUE "00".
007600     88  WS-RUNCTL-NOTFOUND          VALUE "23".
007700
007800 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
007900     88  WS-RUNCTL-ON-FILE           VALUE "Y".
008000
008100 77  WS-ITEMMAST-STATUS      PIC X(02).
008200     88  WS-ITEMMAST-OK              VALUE "00".
008300
008400 77  WS-CYCCOUNT-STATUS      PIC X(02).
008500     88  WS-CYCCOUNT-OK              VALUE "00".
008600
008700 77  WS-PRINT-STATUS         PIC X(02).
008800     88  WS-PRINT-OK                 VALUE "00".
008900
009000 77  WS-ITEM-EOF-SWITCH      PIC X(01)   VALUE "N".
009100     88  WS-ITEM-EOF                 VALUE "Y".
009200
009300 77  WS-COUNT-EOF-SWITCH     PIC X(01)   VALUE "N".
009400     88  WS-COUNT-EOF                VALUE "Y".
009500
009600 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
009700     88  WS-FILES-OPEN               VALUE "Y".
009800
009900*-----------------------------------------------------------------
010000* THE QUARTER REPORTED AND THE PART'S LAST COUNT IN IT
010100*-----------------------------------------------------------------
010200 77  WS-TODAY-CCYYMMDD       PIC 9(08).
010300 77  WS-TODAY-INTEGER        PIC S9(07)  COMP.
010400 77  WS-QTR-INDEX            PIC 9(01)   COMP.
010500 77  WS-MONTH-REMAINDER      PIC 9(01)   COMP.
010600
010700 01  WS-YESTERDAY-CCYYMMDD   PIC 9(08).
010800 01  WS-YESTERDAY-PARTS REDEFINES WS-YESTERDAY-CCYYMMDD.
010900     05  WS-YESTERDAY-CCYY       PIC 9(04).
011000     05  WS-YESTERDAY-MM         PIC 9(02).
011100     05  WS-YESTERDAY-DD         PIC 9(02).
011200
011300 01  WS-QTR-START-CCYYMMDD   PIC 9(08).
011400 01  WS-QTR-START-PARTS REDEFINES WS-QTR-START-CCYYMMDD.
011500     05  WS-QTR-START-CCYY       PIC 9(04).
011600     05  WS-QTR-START-MM         PIC 9(02).
011700     05  WS-QTR-START-DD         PIC 9(02).
011800
011900 01  WS-NEXT-QTR-CCYYMMDD    PIC 9(08).
012000 01  WS-NEXT-QTR-PARTS REDEFINES WS-NEXT-QTR-CCYYMMDD.
012100     05  WS-NEXT-QTR-CCYY        PIC 9(04).
012200     05  WS-NEXT-QTR-MM          PIC 9(02).
012300     05  WS-NEXT-QTR-DD          PIC 9(02).
012400
012500 77  WS-QTR-END-CCYYMMDD     PIC 9(08).
012600 77  WS-LAST-COUNT-DATE      PIC 9(08).
012700 77  WS-LAST-COUNT-USERID    PIC X(08).
012800 77  WS-LAST-COUNT-BIN       PIC X(06).
012900
013000 77  WS-ACTIVE-COUNT         PIC 9(05)   COMP    VALUE ZERO.
013100 77  WS-COVERED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
013200 77  WS-UNCOVERED-COUNT      PIC 9(05)   COMP    VALUE ZERO.
013300 77  WS-COVERAGE-PCT         PIC 9(03)V9 VALUE ZERO.
013400
013500*-----------------------------------------------------------------
013600* PRINT LINE LAYOUTS
013700*-----------------------------------------------------------------
013800 01  WS-TITLE-LINE.
013900     05  FILLER                  PIC X(32)
014000             VALUE "CYCLE COUNT COVERAGE REPORT".
014100     05  FILLER                  PIC X(48)   VALUE SPACES.
014200
014300 01  WS-DATE-LINE.
014400     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
014500     05  DL-RUN-DATE             PIC 9(08).
014600     05  FILLER                  PIC X(11)   VALUE "  QUARTER: ".
014700     05  DL-QTR-START            PIC 9(08).
014800     05  FILLER                  PIC X(04)   VALUE " TO ".
014900     05  DL-QTR-END              PIC 9(08).
015000     05  FILLER                  PIC X(30)   VALUE SPACES.
015100
015200 01  WS-HEADING-LINE.
015300     05  FILLER                  PIC X(10)   VALUE "PART".
015400     05  FILLER                  PIC X(32)   VALUE "DESCRIPTION".
015500     05  FILLER                  PIC X(08)   VALUE "BIN".
015600     05  FILLER                  PIC X(12)   VALUE "COUNTED ON".
015700     05  FILLER                  PIC X(18)   VALUE "BY".
015800
015900 01  WS-DETAIL-LINE.
016000     05  DT-PART                 PIC X(08).
016100     05  FILLER                  PIC X(02)   VALUE SPACES.
016200     05  DT-DESC                 PIC X(30).
016300     05  FILLER                  PIC X(02)   VALUE SPACES.
016400     05  DT-BIN                  PIC X(06).
016500     05  FILLER                  PIC X(02)   VALUE SPACES.
016600     05  DT-COUNT-DATE           PIC X(12).
016700     05  DT-COUNT-DATE-N REDEFINES DT-COUNT-DATE.
016800         10  DT-COUNT-DATE-9     PIC 9(08).
016900         10  FILLER              PIC X(04).
017000     05  DT-COUNT-USERID         PIC X(08).
017100     05  FILLER                  PIC X(10)   VALUE SPACES.
017200
017300 01  WS-TOTAL-LINE.
017400     05  FILLER                  PIC X(08)   VALUE "ACTIVE:".
017500     05  TL-ACTIVE               PIC ZZZZ9.
017600     05  FILLER                  PIC X(11)   VALUE "  COUNTED:".
017700     05  TL-COVERED              PIC ZZZZ9.
017800     05  FILLER                  PIC X(15)
017900             VALUE "  NOT COUNTED:".
018000     05  TL-UNCOVERED            PIC ZZZZ9.
018100     05  FILLER                  PIC X(12)   VALUE "  COVERAGE:".
018200     05  TL-COVERAGE-PCT         PIC ZZ9.9.
018300     05  FILLER                  PIC X(01)   VALUE "%".
018400     05  FILLER                  PIC X(13)   VALUE SPACES.
018500
018600 PROCEDURE DIVISION.
018700*=================================================================
018800* 0000-MAINLINE
018900*=================================================================
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019200     PERFORM 2000-PROCESS-PART THRU 2000-EXIT
019300         UNTIL WS-ITEM-EOF.
019400     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
019500     PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT.
019600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019700     STOP RUN.
019800
019900*=================================================================
020000* 1000-INITIALIZE - CHECK IN WITH RUN CONTROL, WORK OUT THE
020100*                   QUARTER, OPEN THE FILES, PRINT THE
020200*                   HEADINGS, AND PRIME BOTH READS
020300*=================================================================
020400 1000-INITIALIZE.
020500     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
020600     PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT.
020700     PERFORM 1100-COMPUTE-QUARTER THRU 1100-EXIT.
020800
020900     OPEN INPUT ITEM-MASTER-FILE.
021000     IF NOT WS-ITEMMAST-OK
021100         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
021200             WS-ITEMMAST-STATUS
021300         GO TO 9900-ABORT-TEARDOWN
021400     END-IF.
021500     OPEN INPUT CYCLE-COUNT-FILE.
021600     IF NOT WS-CYCCOUNT-OK
021700         DISPLAY "CYCLE-COUNT OPEN FAILED - STATUS "
021800             WS-CYCCOUNT-STATUS
021900         CLOSE ITEM-MASTER-FILE
022000         GO TO 9900-ABORT-TEARDOWN
022100     END-IF.
022200     OPEN OUTPUT PRINT-FILE.
022300     IF NOT WS-PRINT-OK
022400         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
022500             WS-PRINT-STATUS
022600         CLOSE ITEM-MASTER-FILE
022700         CLOSE CYCLE-COUNT-FILE
022800         GO TO 9900-ABORT-TEARDOWN
022900     END-IF.
023000     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
023100
023200     MOVE WS-TITLE-LINE TO PRINT-LINE.
023300     WRITE PRINT-LINE.
023400     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
023500     MOVE WS-QTR-START-CCYYMMDD TO DL-QTR-START.
023600     MOVE WS-QTR-END-CCYYMMDD TO DL-QTR-END.
023700     MOVE WS-DATE-LINE TO PRINT-LINE.
023800     WRITE PRINT-LINE.
023900     MOVE WS-HEADING-LINE TO PRINT-LINE.
024000     WRITE PRINT-LINE.
024100
024200     PERFORM 2600-READ-ITEM-RECORD THRU 2600-EXIT.
024300     PERFORM 2700-READ-COUNT-RECORD THRU 2700-EXIT.
024400 1000-EXIT.
024500     EXIT.
024600
024700*=================================================================
024800* 1100-COMPUTE-QUARTER - FIRST AND LAST DAY OF THE QUARTER THAT
024900*                        CONTAINS YESTERDAY
025000*=================================================================
025100 1100-COMPUTE-QUARTER.
025200     COMPUTE WS-TODAY-INTEGER =
025300         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
025400     COMPUTE WS-YESTERDAY-CCYYMMDD =
025500         FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER - 1).
025600
025700     DIVIDE WS-YESTERDAY-MM BY 3 GIVING WS-QTR-INDEX
025800         REMAINDER WS-MONTH-REMAINDER.
025900     IF WS-MONTH-REMAINDER = ZERO
026000         SUBTRACT 1 FROM WS-QTR-INDEX
026100     END-IF.
026200
026300     MOVE WS-YESTERDAY-CCYY TO WS-QTR-START-CCYY.
026400     COMPUTE WS-QTR-START-MM = WS-QTR-INDEX * 3 + 1.
026500     MOVE 1 TO WS-QTR-START-DD.
026600
026700     MOVE WS-QTR-START-CCYY TO WS-NEXT-QTR-CCYY.
026800     COMPUTE WS-NEXT-QTR-MM = WS-QTR-START-MM + 3.
026900     IF WS-NEXT-QTR-MM > 12
027000         SUBTRACT 12 FROM WS-NEXT-QTR-MM
027100         ADD 1 TO WS-NEXT-QTR-CCYY
027200     END-IF.
027300     MOVE 1 TO WS-NEXT-QTR-DD.
027400
027500     COMPUTE WS-QTR-END-CCYYMMDD =
027600         FUNCTION DATE-OF-INTEGER(
027700             FUNCTION INTEGER-OF-DATE(WS-NEXT-QTR-CCYYMMDD) - 1).
027800 1100-EXIT.
027900     EXIT.
028000
028100*=================================================================
028200* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
028300*                         COMPLETED, WARN WHEN A PRIOR RUN IS
028400*                         STILL IN FLIGHT FROM AN ABEND, AND
028500*                         WRITE THIS RUN'S IN-FLIGHT RECORD
028600*=================================================================
028700 1500-OPEN-RUN-CONTROL.
028800     OPEN I-O RUN-CONTROL-FILE.
028900     IF NOT WS-RUNCTL-OK
029000         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
029100             WS-RUNCTL-STATUS
029200         GO TO 9900-ABORT-TEARDOWN
029300     END-IF.
029400
029500     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
029600     MOVE "CYCCOVER" TO RC-JOB-NAME.
029700     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
029800     READ RUN-CONTROL-FILE
029900         INVALID KEY
030000             MOVE "23" TO WS-RUNCTL-STATUS
030100     END-READ.
030200     IF WS-RUNCTL-OK
030300         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
030400         IF RC-RUN-COMPLETED
030500             DISPLAY "CYCCOVER ALREADY COMPLETED FOR "
030600                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
030700             GO TO 9950-REFUSED-RUN
030800         END-IF
030900         DISPLAY "PRIOR CYCCOVER RUN DID NOT COMPLETE FOR "
031000             WS-TODAY-CCYYMMDD " - RERUNNING"
031100     END-IF.
031200     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
031300         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
031400             WS-RUNCTL-STATUS
031500         GO TO 9900-ABORT-TEARDOWN
031600     END-IF.
031700
031800     MOVE "CYCCOVER" TO RC-JOB-NAME.
031900     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
032000     MOVE "S" TO RC-RUN-STATUS.
032100     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
032200     ACCEPT RC-START-TIME FROM TIME.
032300     MOVE ZERO TO RC-END-DATE.
032400     MOVE ZERO TO RC-END-TIME.
032500     IF WS-RUNCTL-ON-FILE
032600         REWRITE RUN-CONTROL-RECORD
032700             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
032800         END-REWRITE
032900     ELSE
033000         WRITE RUN-CONTROL-RECORD
033100             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
033200         END-WRITE
033300     END-IF.
033400     IF NOT WS-RUNCTL-OK
033500         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
033600             WS-RUNCTL-STATUS
033700         GO TO 9900-ABORT-TEARDOWN
033800     END-IF.
033900 1500-EXIT.
034000     EXIT.
034100
034200*=================================================================
034300* 2000-PROCESS-PART - MATCH ONE ITEM-MASTER PART AGAINST ITS
034400*                     CYCLE-COUNT RECORDS AND LIST IT.  AN
034500*                     INACTIVE PART IS OUT OF SCOPE.
034600*=================================================================
034700 2000-PROCESS-PART.
034800     MOVE ZERO TO WS-LAST-COUNT-DATE.
034900     MOVE SPACES TO WS-LAST-COUNT-USERID.
035000     MOVE SPACES TO WS-LAST-COUNT-BIN.
035100     PERFORM 2500-SCAN-ONE-COUNT THRU 2500-EXIT
035200         UNTIL WS-COUNT-EOF
035300             OR CC-PART-NUMBER > IM-PART-NUMBER.
035400
035500     IF IM-ITEM-INACTIVE
035600         GO TO 2000-NEXT
035700     END-IF.
035800
035900     ADD 1 TO WS-ACTIVE-COUNT.
036000     MOVE IM-PART-NUMBER TO DT-PART.
036100     MOVE IM-DESCRIPTION TO DT-DESC.
036200     IF WS-LAST-COUNT-DATE = ZERO
036300         ADD 1 TO WS-UNCOVERED-COUNT
036400         MOVE IM-BIN-LOCATION TO DT-BIN
036500         MOVE "NOT COUNTED" TO DT-COUNT-DATE
036600         MOVE SPACES TO DT-COUNT-USERID
036700     ELSE
036800         ADD 1 TO WS-COVERED-COUNT
036900         MOVE WS-LAST-COUNT-BIN TO DT-BIN
037000         MOVE SPACES TO DT-COUNT-DATE
037100         MOVE WS-LAST-COUNT-DATE TO DT-COUNT-DATE-9
037200         MOVE WS-LAST-COUNT-USERID TO DT-COUNT-USERID
037300     END-IF.
037400     MOVE WS-DETAIL-LINE TO PRINT-LINE.
037500     WRITE PRINT-LINE.
037600 2000-NEXT.
037700     PERFORM 2600-READ-ITEM-RECORD THRU 2600-EXIT.
037800 2000-EXIT.
037900     EXIT.
038000
038100*=================================================================
038200* 2500-SCAN-ONE-COUNT - KEEP THE LATEST POSTED COUNT IN THE
038300*                       QUARTER FOR THE CURRENT PART, THEN READ
038400*                       THE NEXT.  COUNTS FOR A PART NO LONGER
038500*                       ON THE MASTER ARE PASSED OVER.
038600*=================================================================
038700 2500-SCAN-ONE-COUNT.
038800     IF CC-PART-NUMBER = IM-PART-NUMBER
038900             AND CC-STAT-POSTED
039000             AND CC-COUNT-DATE NOT < WS-QTR-START-CCYYMMDD
039100             AND CC-COUNT-DATE NOT > WS-QTR-END-CCYYMMDD
039200             AND CC-COUNT-DATE NOT < WS-LAST-COUNT-DATE
039300         MOVE CC-COUNT-DATE TO WS-LAST-COUNT-DATE
039400         MOVE CC-COUNT-USERID TO WS-LAST-COUNT-USERID
039500         MOVE CC-BIN-LOCATION TO WS-LAST-COUNT-BIN
039600     END-IF.
039700     PERFORM 2700-READ-COUNT-RECORD THRU 2700-EXIT.
039800 2500-EXIT.
039900     EXIT.
040000
040100*=================================================================
040200* 2600-READ-ITEM-RECORD - READ THE NEXT ITEM-MASTER RECORD
040300*=================================================================
040400 2600-READ-ITEM-RECORD.
040500     READ ITEM-MASTER-FILE NEXT RECORD
040600         AT END
040700             MOVE "Y" TO WS-ITEM-EOF-SWITCH
040800     END-READ.
040900 2600-EXIT.
041000     EXIT.
041100
041200*=================================================================
041300* 2700-READ-COUNT-RECORD - READ THE NEXT CYCLE-COUNT RECORD
041400*=================================================================
041500 2700-READ-COUNT-RECORD.
041600     READ CYCLE-COUNT-FILE NEXT RECORD
041700         AT END
041800             MOVE "Y" TO WS-COUNT-EOF-SWITCH
041900     END-READ.
042000 2700-EXIT.
042100     EXIT.
042200
042300*=================================================================
042400* 5000-PRINT-TOTALS - COVERAGE FOR THE QUARTER
042500*=================================================================
042600 5000-PRINT-TOTALS.
042700     IF WS-ACTIVE-COUNT > ZERO
042800         COMPUTE WS-COVERAGE-PCT ROUNDED =
042900             WS-COVERED-COUNT * 100 / WS-ACTIVE-COUNT
043000     END-IF.
043100     MOVE WS-ACTIVE-COUNT TO TL-ACTIVE.
043200     MOVE WS-COVERED-COUNT TO TL-COVERED.
043300     MOVE WS-UNCOVERED-COUNT TO TL-UNCOVERED.
043400     MOVE WS-COVERAGE-PCT TO TL-COVERAGE-PCT.
043500     MOVE WS-TOTAL-LINE TO PRINT-LINE.
043600     WRITE PRINT-LINE.
043700
043800     DISPLAY "CYCCOVER " WS-COVERED-COUNT " OF "
043900         WS-ACTIVE-COUNT " ACTIVE PARTS COUNTED IN QUARTER".
044000 5000-EXIT.
044100     EXIT.
044200
044300*=================================================================
044400* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
044500*                          THAT REACHES NORMAL END GETS HERE -
044600*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
044700*                          ON FILE AS THE RESTART MARKER.
044800*=================================================================
044900 8000-CLOSE-RUN-CONTROL.
045000     MOVE "CYCCOVER" TO RC-JOB-NAME.
045100     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
045200     MOVE "C" TO RC-RUN-STATUS.
045300     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
045400     ACCEPT RC-END-TIME FROM TIME.
045500     REWRITE RUN-CONTROL-RECORD
045600         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
045700     END-REWRITE.
045800     IF NOT WS-RUNCTL-OK
045900         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
046000             WS-RUNCTL-STATUS
046100         GO TO 9900-ABORT-TEARDOWN
046200     END-IF.
046300 8000-EXIT.
046400     EXIT.
046500
046600*=================================================================
046700* 9000-TERMINATE - CLOSE THE FILES
046800*=================================================================
046900 9000-TERMINATE.
047000     CLOSE RUN-CONTROL-FILE.
047100     CLOSE ITEM-MASTER-FILE.
047200     CLOSE CYCLE-COUNT-FILE.
047300     CLOSE PRINT-FILE.
047400 9000-EXIT.
047500     EXIT.
047600
047700*=================================================================
047800* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
047900*                       FILES ARE OPEN AND END THE RUN WITH A
048000*                       NONZERO RETURN CODE.
048100*=================================================================
048200 9900-ABORT-TEARDOWN.
048300     DISPLAY "CYCCOVER ABENDED - FILE OPERATION FAILED".
048400     IF WS-FILES-OPEN
048500         CLOSE ITEM-MASTER-FILE
048600         CLOSE CYCLE-COUNT-FILE
048700         CLOSE PRINT-FILE
048800     END-IF.
048900     CLOSE RUN-CONTROL-FILE.
049000     MOVE 16 TO RETURN-CODE.
049100     STOP RUN.
049200
049300*=================================================================
049400* 9950-REFUSED-RUN - THE RUN-CONTROL FILE TURNED THIS RUN AWAY
049500*                    BEFORE ANY WORK FILE WAS OPENED.  THIS IS A
049600*                    REFUSAL, NOT AN ABEND - THE RECORD ON FILE
049700*                    IS LEFT EXACTLY AS IT STOOD.
049800*=================================================================
049900 9950-REFUSED-RUN.
050000     CLOSE RUN-CONTROL-FILE.
050100     MOVE 8 TO RETURN-CODE.
050200     STOP RUN.
050300
050400 END PROGRAM CYCCOVER.
