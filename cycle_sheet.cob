000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CYCSHEET.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* CYCSHEET
000900*
001000* DAILY CYCLE-COUNT SELECTION AND BLIND COUNT SHEETS.  EVERY
001100* ACTIVE PART MUST BE COUNTED AT LEAST ONCE A QUARTER, SO EACH
001200* RUN WORKS OUT HOW MANY PARTS ARE STILL DUE THIS QUARTER AND
001300* SPREADS THEM OVER THE WORKING DAYS LEFT IN IT.  THE DUE PARTS
001400* ARE TAKEN IN PART-NUMBER ORDER, SO THE SELECTION ROTATES
001500* THROUGH THE WHOLE ITEM-MASTER EVERY QUARTER.  EACH PART
001600* SELECTED GETS AN OPEN RECORD ON THE CYCLE-COUNT FILE, AND
001700* THE COUNT SHEETS ARE PRINTED IN BIN ORDER SO A COUNTER WALKS
001800* THE STORES ONCE.  A PART STOCKED IN MORE THAN ONE BIN GETS A
001900* LINE, AND A COUNT, FOR EACH BIN THAT HOLDS IT AND FOR ITS HOME
002000* BIN.  THE SHEETS NEVER SHOW THE ON-HAND FIGURE -
002100* THE COUNT IS BLIND.  A COUNT STILL OPEN FROM AN EARLIER
002200* SHEET, OR SENT BACK FOR A RECOUNT BY A SUPERVISOR, IS
002300* PRINTED AGAIN UNTIL IT IS KEYED.
002400*
002500* MODIFICATION HISTORY
002600*   15-OCT-2026  RSH  ORIGINAL.
002700*   15-OCT-2026  RSH  A SELECTED PART IS COUNTED BIN BY BIN FROM
002800*                     THE NEW PART-LOCATION FILE - ONE SHEET LINE
002900*                     AND ONE OPEN COUNT FOR EVERY BIN HOLDING
003000*                     STOCK, PLUS THE HOME BIN EVEN WHEN EMPTY.
003100*=================================================================
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   VAX-8600.
003600 OBJECT-COMPUTER.   VAX-8600.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS IM-PART-NUMBER
004400         FILE STATUS IS WS-ITEMMAST-STATUS.
004500
004600     SELECT CYCLE-COUNT-FILE ASSIGN TO "CYCCOUNT"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CC-COUNT-KEY
005000         FILE STATUS IS WS-CYCCOUNT-STATUS.
005100
005200     SELECT COUNT-SORT-FILE ASSIGN TO "CYCSORT".
005300
005400     SELECT PART-LOCATION-FILE ASSIGN TO "PARTLOC"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS LC-LOCATION-KEY
005800         FILE STATUS IS WS-PARTLOC-STATUS.
005900
006000     SELECT PRINT-FILE ASSIGN TO "CYCSHRPT"
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-PRINT-STATUS.
006400
006500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS RC-RUN-KEY
006900         FILE STATUS IS WS-RUNCTL-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  ITEM-MASTER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY ITEMMAST.
007600
007700 FD  CYCLE-COUNT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY CYCCOUNT.
008000
008100 FD  PART-LOCATION-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY PARTLOC.
008400
008500 SD  COUNT-SORT-FILE.
008600 01  COUNT-SORT-RECORD.
008700     05  SR-BIN-LOCATION         PIC X(06).
008800     05  SR-PART-NUMBER          PIC X(08).
008900     05  SR-DESCRIPTION          PIC X(30).
009000     05  SR-SHEET-DATE           PIC 9(08).
009100     05  SR-LINE-TYPE            PIC X(01).
009200         88  SR-NEW-COUNT                VALUE "N".
009300         88  SR-CARRIED-COUNT            VALUE "C".
009400         88  SR-RECOUNT                  VALUE "R".
009500
009600 FD  PRINT-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  PRINT-LINE                  PIC X(80).
009900
010000 FD  RUN-CONTROL-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY RUNCTL.
010300
010400 WORKING-STORAGE SECTION.
010500*-----------------------------------------------------------------
010600* FILE STATUS AND SWITCHES
010700*-----------------------------------------------------------------
010800 77  WS-RUNCTL-STATUS        PIC X(02).
010900     88  WS-RUNCTL-OK                VALUE "00".
011000     88  WS-RUNCTL-NOTFOUND          VALUE "23".
011100
011200 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
011300     88  WS-RUNCTL-ON-FILE           VALUE "Y".
011400
011500 77  WS-ITEMMAST-STATUS      PIC X(02).
011600     88  WS-ITEMMAST-OK              VALUE "00".
011700
011800 77  WS-CYCCOUNT-STATUS      PIC X(02).
011900     88  WS-CYCCOUNT-OK              VALUE "00".
012000     88  WS-CYCCOUNT-DUPLICATE       VALUE "22".
012100
012200 77  WS-PARTLOC-STATUS       PIC X(02).
012300     88  WS-PARTLOC-OK               VALUE "00".
012400
012500 77  WS-PRINT-STATUS         PIC X(02).
012600     88  WS-PRINT-OK                 VALUE "00".
012700
012800 77  WS-ITEM-EOF-SWITCH      PIC X(01)   VALUE "N".
012900     88  WS-ITEM-EOF                 VALUE "Y".
013000
013100 77  WS-COUNT-EOF-SWITCH     PIC X(01)   VALUE "N".
013200     88  WS-COUNT-EOF                VALUE "Y".
013300
013400 77  WS-SORT-EOF-SWITCH      PIC X(01)   VALUE "N".
013500     88  WS-SORT-EOF                 VALUE "Y".
013600
013700 77  WS-LOC-EOF-SWITCH       PIC X(01)   VALUE "N".
013800     88  WS-LOC-EOF                  VALUE "Y".
013900
014000 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
014100     88  WS-FILES-OPEN               VALUE "Y".
014200
014300 77  WS-PASS-FILES-SWITCH    PIC X(01)   VALUE "N".
014400     88  WS-PASS-FILES-OPEN          VALUE "Y".
014500
014600 77  WS-COUNT-OPEN-SWITCH    PIC X(01)   VALUE "N".
014700     88  WS-COUNT-FILE-OPEN          VALUE "Y".
014800
014900 77  WS-LOC-OPEN-SWITCH      PIC X(01)   VALUE "N".
015000     88  WS-LOC-FILE-OPEN            VALUE "Y".
015100
015200 77  WS-RELEASE-SWITCH       PIC X(01)   VALUE "N".
015300     88  WS-RELEASE-PASS             VALUE "Y".
015400
015500*-----------------------------------------------------------------
015600* ONE PART'S STANDING ON THE CYCLE-COUNT FILE - COUNTED THIS
015700* QUARTER, A COUNT STILL IN PROGRESS, OR ALREADY ON TODAY'S
015800* SHEET FROM A RUN THAT DID NOT FINISH
015900*-----------------------------------------------------------------
016000 77  WS-PART-COUNTED-SW      PIC X(01)   VALUE "N".
016100     88  WS-PART-COUNTED             VALUE "Y".
016200
016300 77  WS-PART-PENDING-SW      PIC X(01)   VALUE "N".
016400     88  WS-PART-PENDING             VALUE "Y".
016500
016600 77  WS-PART-TODAY-SW        PIC X(01)   VALUE "N".
016700     88  WS-PART-ON-TODAYS-SHEET     VALUE "Y".
016800
016900*-----------------------------------------------------------------
017000* THE BINS OF ONE SELECTED PART
017100*-----------------------------------------------------------------
017200 77  WS-HOME-RELEASED-SW     PIC X(01)   VALUE "N".
017300     88  WS-HOME-RELEASED            VALUE "Y".
017400
017500 77  WS-RELEASE-BIN          PIC X(06).
017600 77  WS-PART-LINES           PIC 9(03)   COMP.
017700
017800*-----------------------------------------------------------------
017900* QUARTER BOUNDARIES AND THE DAILY QUOTA.  THE STREAM RUNS ON
018000* WORKING DAYS ONLY, SO THE CALENDAR DAYS LEFT IN THE QUARTER
018100* ARE SCALED DOWN FIVE-SEVENTHS BEFORE THE DUE PARTS ARE
018200* SPREAD ACROSS THEM.
018300*-----------------------------------------------------------------
018400 01  WS-TODAY-CCYYMMDD       PIC 9(08).
018500 01  WS-TODAY-PARTS REDEFINES WS-TODAY-CCYYMMDD.
018600     05  WS-TODAY-CCYY           PIC 9(04).
018700     05  WS-TODAY-MM             PIC 9(02).
018800     05  WS-TODAY-DD             PIC 9(02).
018900
019000 01  WS-QTR-START-CCYYMMDD   PIC 9(08).
019100 01  WS-QTR-START-PARTS REDEFINES WS-QTR-START-CCYYMMDD.
019200     05  WS-QTR-START-CCYY       PIC 9(04).
019300     05  WS-QTR-START-MM         PIC 9(02).
019400     05  WS-QTR-START-DD         PIC 9(02).
019500
019600 01  WS-NEXT-QTR-CCYYMMDD    PIC 9(08).
019700 01  WS-NEXT-QTR-PARTS REDEFINES WS-NEXT-QTR-CCYYMMDD.
019800     05  WS-NEXT-QTR-CCYY        PIC 9(04).
019900     05  WS-NEXT-QTR-MM          PIC 9(02).
020000     05  WS-NEXT-QTR-DD          PIC 9(02).
020100
020200 77  WS-QTR-INDEX            PIC 9(01)   COMP.
020300 77  WS-TODAY-INTEGER        PIC S9(07)  COMP.
020400 77  WS-QTR-END-INTEGER      PIC S9(07)  COMP.
020500 77  WS-DAYS-LEFT            PIC S9(05)  COMP.
020600 77  WS-COUNT-DAYS-LEFT      PIC S9(05)  COMP.
020700 77  WS-DAILY-QUOTA          PIC 9(05)   COMP    VALUE ZERO.
020800
020900*-----------------------------------------------------------------
021000* RUN CONTROL TOTALS
021100*-----------------------------------------------------------------
021200 77  WS-ACTIVE-COUNT         PIC 9(05)   COMP    VALUE ZERO.
021300 77  WS-COUNTED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
021400 77  WS-DUE-COUNT            PIC 9(05)   COMP    VALUE ZERO.
021500 77  WS-SELECTED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
021600 77  WS-CARRIED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
021700 77  WS-RECOUNT-COUNT        PIC 9(05)   COMP    VALUE ZERO.
021800 77  WS-LINE-COUNT           PIC 9(05)   COMP    VALUE ZERO.
021900
022000*-----------------------------------------------------------------
022100* PRINT LINE LAYOUTS
022200*-----------------------------------------------------------------
022300 01  WS-TITLE-LINE.
022400     05  FILLER                  PIC X(24)
022500             VALUE "CYCLE COUNT SHEET".
022600     05  FILLER                  PIC X(56)   VALUE SPACES.
022700
022800 01  WS-DATE-LINE.
022900     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
023000     05  DL-RUN-DATE             PIC 9(08).
023100     05  FILLER                  PIC X(16)
023200             VALUE "  QUARTER FROM: ".
023300     05  DL-QTR-START            PIC 9(08).
023400     05  FILLER                  PIC X(37)   VALUE SPACES.
023500
023600 01  WS-HEADING-LINE.
023700     05  FILLER                  PIC X(08)   VALUE "BIN".
023800     05  FILLER                  PIC X(10)   VALUE "PART".
023900     05  FILLER                  PIC X(32)   VALUE "DESCRIPTION".
024000     05  FILLER                  PIC X(14)   VALUE "COUNTED".
024100     05  FILLER                  PIC X(16)   VALUE "NOTE".
024200
024300 01  WS-SHEET-LINE.
024400     05  SL-BIN                  PIC X(06).
024500     05  FILLER                  PIC X(02)   VALUE SPACES.
024600     05  SL-PART                 PIC X(08).
024700     05  FILLER                  PIC X(02)   VALUE SPACES.
024800     05  SL-DESC                 PIC X(30).
024900     05  FILLER                  PIC X(02)   VALUE SPACES.
025000     05  FILLER                  PIC X(14)
025100             VALUE "__________".
025200     05  SL-NOTE                 PIC X(16).
025300
025400 01  WS-TOTAL-LINE-1.
025500     05  FILLER                  PIC X(08)   VALUE "ACTIVE:".
025600     05  TL-ACTIVE               PIC ZZZZ9.
025700     05  FILLER                  PIC X(19)
025800             VALUE "  COUNTED THIS QTR:".
025900     05  TL-COUNTED              PIC ZZZZ9.
026000     05  FILLER                  PIC X(07)   VALUE "  DUE:".
026100     05  TL-DUE                  PIC ZZZZ9.
026200     05  FILLER                  PIC X(09)   VALUE "  QUOTA:".
026300     05  TL-QUOTA                PIC ZZZZ9.
026400     05  FILLER                  PIC X(17)   VALUE SPACES.
026500
026600 01  WS-TOTAL-LINE-2.
026700     05  FILLER                  PIC X(10)   VALUE "SELECTED:".
026800     05  TL-SELECTED             PIC ZZZZ9.
026900     05  FILLER                  PIC X(11)   VALUE "  CARRIED:".
027000     05  TL-CARRIED              PIC ZZZZ9.
027100     05  FILLER                  PIC X(11)   VALUE "  RECOUNT:".
027200     05  TL-RECOUNT              PIC ZZZZ9.
027300     05  FILLER                  PIC X(14)
027400             VALUE "  SHEET LINES:".
027500     05  TL-LINES                PIC ZZZZ9.
027600     05  FILLER                  PIC X(14)   VALUE SPACES.
027700
027800 PROCEDURE DIVISION.
027900*=================================================================
028000* 0000-MAINLINE
028100*=================================================================
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028400     PERFORM 2000-TALLY-DUE-PARTS THRU 2000-EXIT.
028500     SORT COUNT-SORT-FILE
028600         ON ASCENDING KEY SR-BIN-LOCATION SR-PART-NUMBER
028700         INPUT PROCEDURE IS 3000-RELEASE-PARTS THRU 3000-EXIT
028800         OUTPUT PROCEDURE IS 4000-PRINT-SHEETS THRU 4000-EXIT.
028900     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
029000     PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT.
029100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029200     STOP RUN.
029300
029400*=================================================================
029500* 1000-INITIALIZE - CHECK IN WITH RUN CONTROL, WORK OUT THE
029600*                   QUARTER, OPEN THE PRINT FILE, AND PRINT
029700*                   THE HEADINGS
029800*=================================================================
029900 1000-INITIALIZE.
030000     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
030100     PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT.
030200     PERFORM 1100-COMPUTE-QUARTER THRU 1100-EXIT.
030300
030400     OPEN OUTPUT PRINT-FILE.
030500     IF NOT WS-PRINT-OK
030600         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
030700             WS-PRINT-STATUS
030800         GO TO 9900-ABORT-TEARDOWN
030900     END-IF.
031000     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
031100
031200     MOVE WS-TITLE-LINE TO PRINT-LINE.
031300     WRITE PRINT-LINE.
031400     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
031500     MOVE WS-QTR-START-CCYYMMDD TO DL-QTR-START.
031600     MOVE WS-DATE-LINE TO PRINT-LINE.
031700     WRITE PRINT-LINE.
031800     MOVE WS-HEADING-LINE TO PRINT-LINE.
031900     WRITE PRINT-LINE.
032000 1000-EXIT.
032100     EXIT.
032200
032300*=================================================================
032400* 1100-COMPUTE-QUARTER - FIRST DAY OF THIS QUARTER, FIRST DAY OF
032500*                        THE NEXT, AND THE CALENDAR DAYS LEFT
032600*                        INCLUDING TODAY
032700*=================================================================
032800 1100-COMPUTE-QUARTER.
032900     DIVIDE WS-TODAY-MM BY 3 GIVING WS-QTR-INDEX
033000         REMAINDER WS-DAYS-LEFT.
033100     IF WS-DAYS-LEFT = ZERO
033200         SUBTRACT 1 FROM WS-QTR-INDEX
033300     END-IF.
033400
033500     MOVE WS-TODAY-CCYY TO WS-QTR-START-CCYY.
033600     COMPUTE WS-QTR-START-MM = WS-QTR-INDEX * 3 + 1.
033700     MOVE 1 TO WS-QTR-START-DD.
033800
033900     MOVE WS-QTR-START-CCYY TO WS-NEXT-QTR-CCYY.
034000     COMPUTE WS-NEXT-QTR-MM = WS-QTR-START-MM + 3.
034100     IF WS-NEXT-QTR-MM > 12
034200         SUBTRACT 12 FROM WS-NEXT-QTR-MM
034300         ADD 1 TO WS-NEXT-QTR-CCYY
034400     END-IF.
034500     MOVE 1 TO WS-NEXT-QTR-DD.
034600
034700     COMPUTE WS-TODAY-INTEGER =
034800         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
034900     COMPUTE WS-QTR-END-INTEGER =
035000         FUNCTION INTEGER-OF-DATE(WS-NEXT-QTR-CCYYMMDD) - 1.
035100     COMPUTE WS-DAYS-LEFT =
035200         WS-QTR-END-INTEGER - WS-TODAY-INTEGER + 1.
035300 1100-EXIT.
035400     EXIT.
035500
035600*=================================================================
035700* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
035800*                         COMPLETED, WARN WHEN A PRIOR RUN IS
035900*                         STILL IN FLIGHT FROM AN ABEND, AND
036000*                         WRITE THIS RUN'S IN-FLIGHT RECORD
036100*=================================================================
036200 1500-OPEN-RUN-CONTROL.
036300     OPEN I-O RUN-CONTROL-FILE.
036400     IF NOT WS-RUNCTL-OK
036500         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
036600             WS-RUNCTL-STATUS
036700         GO TO 9900-ABORT-TEARDOWN
036800     END-IF.
036900
037000     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
037100     MOVE "CYCSHEET" TO RC-JOB-NAME.
037200     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
037300     READ RUN-CONTROL-FILE
037400         INVALID KEY
037500             MOVE "23" TO WS-RUNCTL-STATUS
037600     END-READ.
037700     IF WS-RUNCTL-OK
037800         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
037900         IF RC-RUN-COMPLETED
038000             DISPLAY "CYCSHEET ALREADY COMPLETED FOR "
038100                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
038200             GO TO 9950-REFUSED-RUN
038300         END-IF
038400         DISPLAY "PRIOR CYCSHEET RUN DID NOT COMPLETE FOR "
038500             WS-TODAY-CCYYMMDD " - RERUNNING"
038600     END-IF.
038700     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
038800         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
038900             WS-RUNCTL-STATUS
039000         GO TO 9900-ABORT-TEARDOWN
039100     END-IF.
039200
039300     MOVE "CYCSHEET" TO RC-JOB-NAME.
039400     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
039500     MOVE "S" TO RC-RUN-STATUS.
039600     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
039700     ACCEPT RC-START-TIME FROM TIME.
039800     MOVE ZERO TO RC-END-DATE.
039900     MOVE ZERO TO RC-END-TIME.
040000     IF WS-RUNCTL-ON-FILE
040100         REWRITE RUN-CONTROL-RECORD
040200             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
040300         END-REWRITE
040400     ELSE
040500         WRITE RUN-CONTROL-RECORD
040600             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
040700         END-WRITE
040800     END-IF.
040900     IF NOT WS-RUNCTL-OK
041000         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
041100             WS-RUNCTL-STATUS
041200         GO TO 9900-ABORT-TEARDOWN
041300     END-IF.
041400 1500-EXIT.
041500     EXIT.
041600
041700*=================================================================
041800* 2000-TALLY-DUE-PARTS - FIRST PASS OVER THE ITEM-MASTER AND THE
041900*                        CYCLE-COUNT FILE, BOTH IN PART-NUMBER
042000*                        ORDER, TO COUNT THE ACTIVE PARTS STILL
042100*                        DUE THIS QUARTER AND SIZE TODAY'S
042200*                        QUOTA FROM THEM
042300*=================================================================
042400 2000-TALLY-DUE-PARTS.
042500     MOVE "N" TO WS-RELEASE-SWITCH.
042600     PERFORM 2800-OPEN-PASS-FILES THRU 2800-EXIT.
042700     PERFORM 2100-TALLY-ONE-PART THRU 2100-EXIT
042800         UNTIL WS-ITEM-EOF.
042900     PERFORM 2900-CLOSE-PASS-FILES THRU 2900-EXIT.
043000
043100     COMPUTE WS-COUNT-DAYS-LEFT = WS-DAYS-LEFT * 5 / 7.
043200     IF WS-COUNT-DAYS-LEFT < 1
043300         MOVE 1 TO WS-COUNT-DAYS-LEFT
043400     END-IF.
043500     COMPUTE WS-DAILY-QUOTA =
043600         (WS-DUE-COUNT + WS-COUNT-DAYS-LEFT - 1)
043700             / WS-COUNT-DAYS-LEFT.
043800 2000-EXIT.
043900     EXIT.
044000
044100*=================================================================
044200* 2100-TALLY-ONE-PART - CLASSIFY ONE PART AND READ THE NEXT.  A
044300*                       PART ALREADY ON TODAY'S SHEET FROM A RUN
044400*                       THAT ABENDED STILL COUNTS AS DUE, SO A
044500*                       RERUN SIZES THE SAME QUOTA.
044600*=================================================================
044700 2100-TALLY-ONE-PART.
044800     PERFORM 2500-MATCH-PART-COUNTS THRU 2500-EXIT.
044900     IF NOT IM-ITEM-INACTIVE
045000         ADD 1 TO WS-ACTIVE-COUNT
045100         IF WS-PART-COUNTED
045200             ADD 1 TO WS-COUNTED-COUNT
045300         ELSE
045400             IF NOT WS-PART-PENDING
045500                 ADD 1 TO WS-DUE-COUNT
045600             END-IF
045700         END-IF
045800     END-IF.
045900     PERFORM 2600-READ-ITEM-RECORD THRU 2600-EXIT.
046000 2100-EXIT.
046100     EXIT.
046200
046300*=================================================================
046400* 2500-MATCH-PART-COUNTS - WALK THE CYCLE-COUNT RECORDS FOR THE
046500*                          CURRENT ITEM-MASTER PART, SKIPPING
046600*                          ANY FOR A PART NO LONGER ON THE
046700*                          MASTER, AND SET THE PART'S STANDING
046800*=================================================================
046900 2500-MATCH-PART-COUNTS.
047000     MOVE "N" TO WS-PART-COUNTED-SW.
047100     MOVE "N" TO WS-PART-PENDING-SW.
047200     MOVE "N" TO WS-PART-TODAY-SW.
047300     PERFORM 2550-SCAN-ONE-COUNT THRU 2550-EXIT
047400         UNTIL WS-COUNT-EOF
047500             OR CC-PART-NUMBER > IM-PART-NUMBER.
047600 2500-EXIT.
047700     EXIT.
047800
047900*=================================================================
048000* 2550-SCAN-ONE-COUNT - JUDGE ONE CYCLE-COUNT RECORD AND READ
048100*                       THE NEXT.  ON THE SECOND PASS A COUNT
048200*                       STILL WAITING TO BE KEYED IS RELEASED
048300*                       TO THE SORT FOR REPRINTING.
048400*=================================================================
048500 2550-SCAN-ONE-COUNT.
048600     IF CC-PART-NUMBER NOT = IM-PART-NUMBER
048700         GO TO 2550-NEXT
048800     END-IF.
048900
049000     EVALUATE TRUE
049100         WHEN CC-STAT-POSTED
049200             IF CC-COUNT-DATE NOT < WS-QTR-START-CCYYMMDD
049300                 MOVE "Y" TO WS-PART-COUNTED-SW
049400             END-IF
049500         WHEN CC-STAT-OPEN AND CC-SHEET-DATE = WS-TODAY-CCYYMMDD
049600             MOVE "Y" TO WS-PART-TODAY-SW
049700         WHEN OTHER
049800             MOVE "Y" TO WS-PART-PENDING-SW
049900     END-EVALUATE.
050000
050100     IF WS-RELEASE-PASS
050200             AND (CC-STAT-RECOUNT
050300               OR (CC-STAT-OPEN
050400                 AND CC-SHEET-DATE NOT = WS-TODAY-CCYYMMDD))
050500         MOVE CC-BIN-LOCATION TO SR-BIN-LOCATION
050600         MOVE CC-PART-NUMBER TO SR-PART-NUMBER
050700         MOVE IM-DESCRIPTION TO SR-DESCRIPTION
050800         MOVE CC-SHEET-DATE TO SR-SHEET-DATE
050900         IF CC-STAT-RECOUNT
051000             MOVE "R" TO SR-LINE-TYPE
051100             ADD 1 TO WS-RECOUNT-COUNT
051200         ELSE
051300             MOVE "C" TO SR-LINE-TYPE
051400             ADD 1 TO WS-CARRIED-COUNT
051500         END-IF
051600         RELEASE COUNT-SORT-RECORD
051700     END-IF.
051800 2550-NEXT.
051900     PERFORM 2700-READ-COUNT-RECORD THRU 2700-EXIT.
052000 2550-EXIT.
052100     EXIT.
052200
052300*=================================================================
052400* 2600-READ-ITEM-RECORD - READ THE NEXT ITEM-MASTER RECORD
052500*=================================================================
052600 2600-READ-ITEM-RECORD.
052700     READ ITEM-MASTER-FILE NEXT RECORD
052800         AT END
052900             MOVE "Y" TO WS-ITEM-EOF-SWITCH
053000     END-READ.
053100 2600-EXIT.
053200     EXIT.
053300
053400*=================================================================
053500* 2700-READ-COUNT-RECORD - READ THE NEXT CYCLE-COUNT RECORD
053600*=================================================================
053700 2700-READ-COUNT-RECORD.
053800     READ CYCLE-COUNT-FILE NEXT RECORD
053900         AT END
054000             MOVE "Y" TO WS-COUNT-EOF-SWITCH
054100     END-READ.
054200 2700-EXIT.
054300     EXIT.
054400
054500*=================================================================
054600* 2800-OPEN-PASS-FILES - OPEN THE ITEM-MASTER AND THE
054700*                        CYCLE-COUNT FILE FOR ONE MATCHED PASS
054800*                        AND PRIME BOTH READS
054900*=================================================================
055000 2800-OPEN-PASS-FILES.
055100     OPEN INPUT ITEM-MASTER-FILE.
055200     IF NOT WS-ITEMMAST-OK
055300         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
055400             WS-ITEMMAST-STATUS
055500         GO TO 9900-ABORT-TEARDOWN
055600     END-IF.
055700     OPEN INPUT CYCLE-COUNT-FILE.
055800     IF NOT WS-CYCCOUNT-OK
055900         DISPLAY "CYCLE-COUNT OPEN FAILED - STATUS "
056000             WS-CYCCOUNT-STATUS
056100         CLOSE ITEM-MASTER-FILE
056200         GO TO 9900-ABORT-TEARDOWN
056300     END-IF.
056400     MOVE "Y" TO WS-PASS-FILES-SWITCH.
056500
056600     MOVE "N" TO WS-ITEM-EOF-SWITCH.
056700     MOVE "N" TO WS-COUNT-EOF-SWITCH.
056800     PERFORM 2600-READ-ITEM-RECORD THRU 2600-EXIT.
056900     PERFORM 2700-READ-COUNT-RECORD THRU 2700-EXIT.
057000 2800-EXIT.
057100     EXIT.
057200
057300*=================================================================
057400* 2900-CLOSE-PASS-FILES - CLOSE OUT ONE MATCHED PASS
057500*=================================================================
057600 2900-CLOSE-PASS-FILES.
057700     CLOSE ITEM-MASTER-FILE.
057800     CLOSE CYCLE-COUNT-FILE.
057900     MOVE "N" TO WS-PASS-FILES-SWITCH.
058000 2900-EXIT.
058100     EXIT.
058200
058300*=================================================================
058400* 3000-RELEASE-PARTS - SORT INPUT.  SECOND MATCHED PASS - EVERY
058500*                      COUNT STILL WAITING TO BE KEYED IS
058600*                      RELEASED FOR REPRINTING, THEN THE FIRST
058700*                      QUOTA OF DUE PARTS IN PART-NUMBER ORDER
058800*                      IS RELEASED AS TODAY'S NEW COUNTS, ONE
058900*                      PER BIN OF EACH PART
059000*=================================================================
059100 3000-RELEASE-PARTS.
059200     OPEN INPUT PART-LOCATION-FILE.
059300     IF NOT WS-PARTLOC-OK
059400         DISPLAY "PART-LOCATION OPEN FAILED - STATUS "
059500             WS-PARTLOC-STATUS
059600         GO TO 9900-ABORT-TEARDOWN
059700     END-IF.
059800     MOVE "Y" TO WS-LOC-OPEN-SWITCH.
059900
060000     MOVE "Y" TO WS-RELEASE-SWITCH.
060100     PERFORM 2800-OPEN-PASS-FILES THRU 2800-EXIT.
060200     PERFORM 3100-SELECT-ONE-PART THRU 3100-EXIT
060300         UNTIL WS-ITEM-EOF.
060400     PERFORM 2900-CLOSE-PASS-FILES THRU 2900-EXIT.
060500
060600     CLOSE PART-LOCATION-FILE.
060700     MOVE "N" TO WS-LOC-OPEN-SWITCH.
060800 3000-EXIT.
060900     EXIT.
061000
061100*=================================================================
061200* 3100-SELECT-ONE-PART - RELEASE ONE PART AS NEW COUNTS WHEN IT
061300*                        IS DUE AND TODAY'S QUOTA IS NOT YET
061400*                        FILLED, THEN READ THE NEXT.  THE PART
061500*                        GETS A COUNT FOR EACH BIN THAT HOLDS IT
061600*                        AND FOR ITS HOME BIN, SO AN EMPTY HOME
061700*                        BIN IS CONFIRMED EMPTY.  A PART ON
061800*                        TODAY'S SHEET FROM AN ABENDED RUN IS
061900*                        RELEASED AGAIN AGAINST THE QUOTA.
062000*=================================================================
062100 3100-SELECT-ONE-PART.
062200     PERFORM 2500-MATCH-PART-COUNTS THRU 2500-EXIT.
062300
062400     IF IM-ITEM-INACTIVE OR WS-PART-COUNTED OR WS-PART-PENDING
062500         GO TO 3100-NEXT
062600     END-IF.
062700     IF WS-SELECTED-COUNT NOT < WS-DAILY-QUOTA
062800             AND NOT WS-PART-ON-TODAYS-SHEET
062900         GO TO 3100-NEXT
063000     END-IF.
063100
063200     MOVE "N" TO WS-HOME-RELEASED-SW.
063300     MOVE ZERO TO WS-PART-LINES.
063400     MOVE IM-PART-NUMBER TO LC-PART-NUMBER.
063500     MOVE SPACES TO LC-BIN-LOCATION.
063600     START PART-LOCATION-FILE KEY NOT < LC-LOCATION-KEY
063700         INVALID KEY
063800             MOVE "23" TO WS-PARTLOC-STATUS
063900     END-START.
064000     IF WS-PARTLOC-OK
064100         MOVE "N" TO WS-LOC-EOF-SWITCH
064200         PERFORM 3150-RELEASE-ONE-LOCATION THRU 3150-EXIT
064300             UNTIL WS-LOC-EOF
064400     END-IF.
064500     IF NOT WS-HOME-RELEASED
064600             AND (IM-BIN-LOCATION NOT = SPACES
064700                  OR WS-PART-LINES = ZERO)
064800         MOVE IM-BIN-LOCATION TO WS-RELEASE-BIN
064900         PERFORM 3200-RELEASE-NEW-COUNT THRU 3200-EXIT
065000     END-IF.
065100     ADD 1 TO WS-SELECTED-COUNT.
065200 3100-NEXT.
065300     PERFORM 2600-READ-ITEM-RECORD THRU 2600-EXIT.
065400 3100-EXIT.
065500     EXIT.
065600
065700*=================================================================
065800* 3150-RELEASE-ONE-LOCATION - ONE BIN OF THE SELECTED PART.  A
065900*                             BIN EMPTIED SINCE IT WAS LAST USED
066000*                             IS LEFT OFF THE SHEET UNLESS IT IS
066100*                             THE HOME BIN.
066200*=================================================================
066300 3150-RELEASE-ONE-LOCATION.
066400     READ PART-LOCATION-FILE NEXT RECORD
066500         AT END
066600             MOVE "Y" TO WS-LOC-EOF-SWITCH
066700     END-READ.
066800     IF WS-LOC-EOF
066900         GO TO 3150-EXIT
067000     END-IF.
067100     IF LC-PART-NUMBER NOT = IM-PART-NUMBER
067200         MOVE "Y" TO WS-LOC-EOF-SWITCH
067300         GO TO 3150-EXIT
067400     END-IF.
067500
067600     IF LC-BIN-LOCATION = IM-BIN-LOCATION
067700         MOVE "Y" TO WS-HOME-RELEASED-SW
067800     ELSE
067900         IF LC-ON-HAND-QTY = ZERO
068000             GO TO 3150-EXIT
068100         END-IF
068200     END-IF.
068300     MOVE LC-BIN-LOCATION TO WS-RELEASE-BIN.
068400     PERFORM 3200-RELEASE-NEW-COUNT THRU 3200-EXIT.
068500 3150-EXIT.
068600     EXIT.
068700
068800*=================================================================
068900* 3200-RELEASE-NEW-COUNT - ONE NEW COUNT LINE FOR ONE BIN OF THE
069000*                          SELECTED PART
069100*=================================================================
069200 3200-RELEASE-NEW-COUNT.
069300     MOVE WS-RELEASE-BIN TO SR-BIN-LOCATION.
069400     MOVE IM-PART-NUMBER TO SR-PART-NUMBER.
069500     MOVE IM-DESCRIPTION TO SR-DESCRIPTION.
069600     MOVE WS-TODAY-CCYYMMDD TO SR-SHEET-DATE.
069700     MOVE "N" TO SR-LINE-TYPE.
069800     RELEASE COUNT-SORT-RECORD.
069900     ADD 1 TO WS-PART-LINES.
070000 3200-EXIT.
070100     EXIT.
070200
070300*=================================================================
070400* 4000-PRINT-SHEETS - SORT OUTPUT.  THE COUNT LINES COME BACK IN
070500*                     BIN ORDER; EACH NEW COUNT IS WRITTEN TO
070600*                     THE CYCLE-COUNT FILE AS IT IS PRINTED.
070700*=================================================================
070800 4000-PRINT-SHEETS.
070900     OPEN I-O CYCLE-COUNT-FILE.
071000     IF NOT WS-CYCCOUNT-OK
071100         DISPLAY "CYCLE-COUNT OPEN FAILED - STATUS "
071200             WS-CYCCOUNT-STATUS
071300         GO TO 9900-ABORT-TEARDOWN
071400     END-IF.
071500     MOVE "Y" TO WS-COUNT-OPEN-SWITCH.
071600
071700     MOVE "N" TO WS-SORT-EOF-SWITCH.
071800     PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
071900         UNTIL WS-SORT-EOF.
072000
072100     CLOSE CYCLE-COUNT-FILE.
072200     MOVE "N" TO WS-COUNT-OPEN-SWITCH.
072300 4000-EXIT.
072400     EXIT.
072500
072600*=================================================================
072700* 4100-PRINT-ONE-LINE - RETURN ONE SORTED COUNT LINE AND PRINT
072800*                       IT ON THE SHEET
072900*=================================================================
073000 4100-PRINT-ONE-LINE.
073100     RETURN COUNT-SORT-FILE
073200         AT END
073300             MOVE "Y" TO WS-SORT-EOF-SWITCH
073400     END-RETURN.
073500     IF WS-SORT-EOF
073600         GO TO 4100-EXIT
073700     END-IF.
073800
073900     IF SR-NEW-COUNT
074000         PERFORM 4200-WRITE-OPEN-COUNT THRU 4200-EXIT
074100     END-IF.
074200
074300     MOVE SR-BIN-LOCATION TO SL-BIN.
074400     MOVE SR-PART-NUMBER TO SL-PART.
074500     MOVE SR-DESCRIPTION TO SL-DESC.
074600     EVALUATE TRUE
074700         WHEN SR-RECOUNT
074800             MOVE "RECOUNT" TO SL-NOTE
074900         WHEN SR-CARRIED-COUNT
075000             MOVE "NOT YET KEYED" TO SL-NOTE
075100         WHEN OTHER
075200             MOVE SPACES TO SL-NOTE
075300     END-EVALUATE.
075400     MOVE WS-SHEET-LINE TO PRINT-LINE.
075500     WRITE PRINT-LINE.
075600     ADD 1 TO WS-LINE-COUNT.
075700 4100-EXIT.
075800     EXIT.
075900
076000*=================================================================
076100* 4200-WRITE-OPEN-COUNT - THE OPEN CYCLE-COUNT RECORD THE
076200*                         COUNTER WILL KEY AGAINST.  ONE LEFT ON
076300*                         FILE BY AN ABENDED RUN OF THE SAME DAY
076400*                         IS ALREADY CORRECT AND IS LEFT ALONE.
076500*=================================================================
076600 4200-WRITE-OPEN-COUNT.
076700     MOVE SPACES TO CYCLE-COUNT-RECORD.
076800     MOVE SR-PART-NUMBER TO CC-PART-NUMBER.
076900     MOVE SR-BIN-LOCATION TO CC-BIN-LOCATION.
077000     MOVE SR-SHEET-DATE TO CC-SHEET-DATE.
077100     MOVE "O" TO CC-COUNT-STATUS.
077200     MOVE ZERO TO CC-COUNTED-QTY.
077300     MOVE ZERO TO CC-COUNT-DATE.
077400     MOVE ZERO TO CC-COUNT-TIME.
077500     MOVE ZERO TO CC-ONHAND-AT-COUNT.
077600     MOVE ZERO TO CC-VARIANCE-QTY.
077700     MOVE ZERO TO CC-REVIEW-DATE.
077800     MOVE ZERO TO CC-POSTED-DATE.
077900     MOVE ZERO TO CC-RECOUNT-TALLY.
078000
078100     WRITE CYCLE-COUNT-RECORD
078200         INVALID KEY MOVE "22" TO WS-CYCCOUNT-STATUS
078300     END-WRITE.
078400     IF NOT (WS-CYCCOUNT-OK OR WS-CYCCOUNT-DUPLICATE)
078500         DISPLAY "CYCLE-COUNT WRITE FAILED - STATUS "
078600             WS-CYCCOUNT-STATUS
078700         GO TO 9900-ABORT-TEARDOWN
078800     END-IF.
078900 4200-EXIT.
079000     EXIT.
079100
079200*=================================================================
079300* 5000-PRINT-TOTALS - CONTROL TOTALS FOR THE SELECTION
079400*=================================================================
079500 5000-PRINT-TOTALS.
079600     MOVE WS-ACTIVE-COUNT TO TL-ACTIVE.
079700     MOVE WS-COUNTED-COUNT TO TL-COUNTED.
079800     MOVE WS-DUE-COUNT TO TL-DUE.
079900     MOVE WS-DAILY-QUOTA TO TL-QUOTA.
080000     MOVE WS-TOTAL-LINE-1 TO PRINT-LINE.
080100     WRITE PRINT-LINE.
080200
080300     MOVE WS-SELECTED-COUNT TO TL-SELECTED.
080400     MOVE WS-CARRIED-COUNT TO TL-CARRIED.
080500     MOVE WS-RECOUNT-COUNT TO TL-RECOUNT.
080600     MOVE WS-LINE-COUNT TO TL-LINES.
080700     MOVE WS-TOTAL-LINE-2 TO PRINT-LINE.
080800     WRITE PRINT-LINE.
080900
081000     DISPLAY "CYCSHEET SELECTED " WS-SELECTED-COUNT
081100         " PARTS - " WS-DUE-COUNT " STILL DUE THIS QUARTER".
081200 5000-EXIT.
081300     EXIT.
081400
081500*=================================================================
081600* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
081700*                          THAT REACHES NORMAL END GETS HERE -
081800*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
081900*                          ON FILE AS THE RESTART MARKER.
082000*=================================================================
082100 8000-CLOSE-RUN-CONTROL.
082200     MOVE "CYCSHEET" TO RC-JOB-NAME.
082300     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
082400     MOVE "C" TO RC-RUN-STATUS.
082500     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
082600     ACCEPT RC-END-TIME FROM TIME.
082700     REWRITE RUN-CONTROL-RECORD
082800         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
082900     END-REWRITE.
083000     IF NOT WS-RUNCTL-OK
083100         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
083200             WS-RUNCTL-STATUS
083300         GO TO 9900-ABORT-TEARDOWN
083400     END-IF.
083500 8000-EXIT.
083600     EXIT.
083700
083800*=================================================================
083900* 9000-TERMINATE - CLOSE THE FILES
084000*=================================================================
084100 9000-TERMINATE.
084200     CLOSE RUN-CONTROL-FILE.
084300     CLOSE PRINT-FILE.
084400 9000-EXIT.
084500     EXIT.
084600
084700*=================================================================
084800* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
084900*                       FILES ARE OPEN AND END THE RUN WITH A
085000*                       NONZERO RETURN CODE.  COUNTS ALREADY
085100*                       WRITTEN FOR TODAY ARE PICKED UP AGAIN
085200*                       BY THE RERUN.
085300*=================================================================
085400 9900-ABORT-TEARDOWN.
085500     DISPLAY "CYCSHEET ABENDED - FILE OPERATION FAILED".
085600     IF WS-PASS-FILES-OPEN
085700         CLOSE ITEM-MASTER-FILE
085800         CLOSE CYCLE-COUNT-FILE
085900     END-IF.
086000     IF WS-COUNT-FILE-OPEN
086100         CLOSE CYCLE-COUNT-FILE
086200     END-IF.
086300     IF WS-LOC-FILE-OPEN
086400         CLOSE PART-LOCATION-FILE
086500     END-IF.
086600     IF WS-FILES-OPEN
086700         CLOSE PRINT-FILE
086800     END-IF.
086900     CLOSE RUN-CONTROL-FILE.
087000     MOVE 16 TO RETURN-CODE.
087100     STOP RUN.
087200
087300*=================================================================
087400* 9950-REFUSED-RUN - THE RUN-CONTROL FILE TURNED THIS RUN AWAY
087500*                    BEFORE ANY WORK FILE WAS OPENED.  THIS IS A
087600*                    REFUSAL, NOT AN ABEND - THE RECORD ON FILE
087700*                    IS LEFT EXACTLY AS IT STOOD.
087800*=================================================================
087900 9950-REFUSED-RUN.
088000     CLOSE RUN-CONTROL-FILE.
088100     MOVE 8 TO RETURN-CODE.
088200     STOP RUN.
088300
088400 END PROGRAM CYCSHEET.
