000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CYCVAR.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* CYCVAR
000900*
001000* NIGHTLY CYCLE-COUNT VARIANCE RUN.  EVERY COUNT KEYED SINCE THE
001100* LAST RUN IS COMPARED WITH WHAT THE COUNTED BIN HELD AT THE
001200* MOMENT THE COUNT WAS KEYED - NOT WITH TONIGHT'S QUANTITY - SO
001300* RECEIPTS AND ISSUES POSTED BETWEEN THE COUNT AND THIS RUN ARE
001400* NOT MISTAKEN FOR A VARIANCE.  THE BIN'S QUANTITY AT COUNT TIME
001500* IS TAKEN FROM THE PART'S KEYED MOVEMENT HISTORY: THE BIN
001600* QUANTITY BEFORE THE FIRST MOVEMENT IN THAT BIN STAMPED AFTER
001700* THE COUNT, OR TONIGHT'S QUANTITY ON THE PART-LOCATION FILE
001800* WHEN NOTHING HAS MOVED IN THE BIN SINCE.
001900*
002000* A VARIANCE INSIDE TOLERANCE IS POSTED STRAIGHT AWAY AS AN
002100* ADJUSTMENT, JOURNALED TO INVMOVE AND INVHIST LIKE ANY OTHER.
002200* ONE OUTSIDE TOLERANCE IS HELD FOR A SUPERVISOR, WHO EITHER
002300* APPROVES IT OR ORDERS A RECOUNT FROM ITEM MAINTENANCE.  AN
002400* APPROVED COUNT IS POSTED ON THE NEXT RUN UNDER THE APPROVER'S
002500* USERID.  THE ADJUSTMENT CARRIES THE COUNTED VARIANCE FORWARD
002600* ONTO TONIGHT'S BIN QUANTITY AND THE PART'S TOTAL ON-HAND, SO
002700* LATER MOVEMENTS ARE KEPT.
002800*
002900* MODIFICATION HISTORY
003000*   15-OCT-2026  RSH  ORIGINAL.
003100*   15-OCT-2026  RSH  THE ADJUSTMENT CARRIES NO PURCHASE ORDER -
003200*                     SPACES AND ZERO IN THE NEW JOURNAL FIELDS.
003300*   15-OCT-2026  RSH  THE ADJUSTMENT CARRIES THE PART'S STANDARD
003400*                     UNIT COST, UNCHANGED, IN BOTH COST FIELDS.
003500*   15-OCT-2026  RSH  COUNTS ARE BY BIN.  THE VARIANCE IS WORKED
003600*                     OUT AGAINST THE COUNTED BIN ON THE NEW
003700*                     PART-LOCATION FILE AND POSTED TO THAT BIN AS
003800*                     WELL AS TO THE ITEM-MASTER TOTAL.  THE
003900*                     ADJUSTMENT JOURNALS THE BIN, ITS QUANTITY
004000*                     BEFORE AND AFTER, AND THE BIN'S NEW COUNT AS
004100*                     ITS QUANTITY.
004200*   15-OCT-2026  RSH  A COUNT IS NOW MARKED POSTED BEFORE ANY
004300*                     STOCK FILE IS TOUCHED, SO A RERUN AFTER AN
004400*                     ABEND CAN NEVER POST THE SAME VARIANCE
004500*                     TWICE.  AN ABEND PART-WAY THROUGH A POSTING
004600*                     NAMES THE PART AND BIN TO FINISH BY HAND.
004700*=================================================================
004800
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   VAX-8600.
005200 OBJECT-COMPUTER.   VAX-8600.
005300
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT CYCLE-COUNT-FILE ASSIGN TO "CYCCOUNT"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CC-COUNT-KEY
006000         FILE STATUS IS WS-CYCCOUNT-STATUS.
006100
006200     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS IM-PART-NUMBER
006600         FILE STATUS IS WS-ITEMMAST-STATUS.
006700
006800     SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO "INVMOVE"
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-INVMOVE-STATUS.
007200
007300     SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "INVHIST"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS MH-HISTORY-KEY
007700         FILE STATUS IS WS-INVHIST-STATUS.
007800
007900     SELECT PART-LOCATION-FILE ASSIGN TO "PARTLOC"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS LC-LOCATION-KEY
008300         FILE STATUS IS WS-PARTLOC-STATUS.
008400
008500     SELECT PRINT-FILE ASSIGN TO "CYCVARPT"
008600         ORGANIZATION IS SEQUENTIAL
008700         ACCESS MODE IS SEQUENTIAL
008800         FILE STATUS IS WS-PRINT-STATUS.
008900
009000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS RANDOM
009300         RECORD KEY IS RC-RUN-KEY
009400         FILE STATUS IS WS-RUNCTL-STATUS.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  CYCLE-COUNT-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY CYCCOUNT.
010100
010200 FD  ITEM-MASTER-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY ITEMMAST.
010500
010600 FD  MOVEMENT-JOURNAL-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY INVMOVE.
010900
011000 FD  MOVEMENT-HISTORY-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY INVHIST.
011300
011400 FD  PART-LOCATION-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY PARTLOC.
011700
011800 FD  PRINT-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  PRINT-LINE                  PIC X(80).
012100
012200 FD  RUN-CONTROL-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY RUNCTL.
012500
012600 WORKING-STORAGE SECTION.
012700*-----------------------------------------------------------------
012800* FILE STATUS AND SWITCHES
012900*-----------------------------------------------------------------
013000 77  WS-RUNCTL-STATUS        PIC X(02).
013100     88  WS-RUNCTL-OK                VALUE "00".
013200     88  WS-RUNCTL-NOTFOUND          VALUE "23".
013300
013400 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
013500     88  WS-RUNCTL-ON-FILE           VALUE "Y".
013600
013700 77  WS-CYCCOUNT-STATUS      PIC X(02).
013800     88  WS-CYCCOUNT-OK              VALUE "00".
013900
014000 77  WS-ITEMMAST-STATUS      PIC X(02).
014100     88  WS-ITEMMAST-OK              VALUE "00".
014200     88  WS-ITEMMAST-NOTFOUND        VALUE "23".
014300
014400 77  WS-INVMOVE-STATUS       PIC X(02).
014500     88  WS-INVMOVE-OK               VALUE "00".
014600
014700 77  WS-INVHIST-STATUS       PIC X(02).
014800     88  WS-INVHIST-OK               VALUE "00".
014900
015000 77  WS-PARTLOC-STATUS       PIC X(02).
015100     88  WS-PARTLOC-OK               VALUE "00".
015200     88  WS-PARTLOC-NOTFOUND         VALUE "23".
015300
015400 77  WS-LOC-ON-FILE-SW       PIC X(01)   VALUE "N".
015500     88  WS-LOC-ON-FILE              VALUE "Y".
015600
015700 77  WS-PRINT-STATUS         PIC X(02).
015800     88  WS-PRINT-OK                 VALUE "00".
015900
016000 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
016100     88  WS-END-OF-FILE              VALUE "Y".
016200
016300 77  WS-HIST-EOF-SWITCH      PIC X(01)   VALUE "N".
016400     88  WS-HIST-EOF                 VALUE "Y".
016500
016600 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
016700     88  WS-FILES-OPEN               VALUE "Y".
016800
016900 77  WS-POSTING-SWITCH       PIC X(01)   VALUE "N".
017000     88  WS-POSTING-UNDER-WAY        VALUE "Y".
017100
017200*-----------------------------------------------------------------
017300* TOLERANCE.  A VARIANCE IS POSTED WITHOUT REVIEW WHEN IT IS
017400* WITHIN A FEW UNITS, OR WITHIN A PERCENTAGE OF THE ON-HAND AT
017500* COUNT TIME - WHICHEVER IS THE MORE GENEROUS.
017600*-----------------------------------------------------------------
017700 77  WS-TOLERANCE-UNITS      PIC 9(03)   VALUE 2.
017800 77  WS-TOLERANCE-PCT        PIC 9(03)   VALUE 5.
017900
018000*-----------------------------------------------------------------
018100* WORK AREAS
018200*-----------------------------------------------------------------
018300 77  WS-TODAY-CCYYMMDD       PIC 9(08).
018400 77  WS-ONHAND-AT-COUNT      PIC S9(07).
018500 77  WS-VARIANCE             PIC S9(07).
018600 77  WS-ABS-VARIANCE         PIC S9(07).
018700 77  WS-NEW-ONHAND           PIC S9(07).
018800 77  WS-QTY-BEFORE           PIC S9(07).
018900 77  WS-LOC-QTY-BEFORE       PIC S9(07).
019000 77  WS-LOC-QTY-AFTER        PIC S9(07).
019100 77  WS-POST-USERID          PIC X(08).
019200 77  WS-INVHIST-NEXT-SEQ     PIC 9(06).
019300 77  WS-ACTION-TEXT          PIC X(20).
019400
019500 77  WS-EVALUATED-COUNT      PIC 9(05)   COMP    VALUE ZERO.
019600 77  WS-MATCHED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
019700 77  WS-AUTO-POSTED-COUNT    PIC 9(05)   COMP    VALUE ZERO.
019800 77  WS-HELD-COUNT           PIC 9(05)   COMP    VALUE ZERO.
019900 77  WS-APPROVED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
020000 77  WS-AWAITING-COUNT       PIC 9(05)   COMP    VALUE ZERO.
020100 77  WS-REFUSED-COUNT        PIC 9(05)   COMP    VALUE ZERO.
020200
020300*-----------------------------------------------------------------
020400* PRINT LINE LAYOUTS
020500*-----------------------------------------------------------------
020600 01  WS-TITLE-LINE.
020700     05  FILLER                  PIC X(32)
020800             VALUE "CYCLE COUNT VARIANCE REPORT".
020900     05  FILLER                  PIC X(48)   VALUE SPACES.
021000
021100 01  WS-DATE-LINE.
021200     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
021300     05  DL-RUN-DATE             PIC 9(08).
021400     05  FILLER                  PIC X(61)   VALUE SPACES.
021500
021600 01  WS-HEADING-LINE.
021700     05  FILLER                  PIC X(10)   VALUE "PART".
021800     05  FILLER                  PIC X(08)   VALUE "BIN".
021900     05  FILLER                  PIC X(09)   VALUE " COUNTED".
022000     05  FILLER                  PIC X(09)   VALUE " AT COUNT".
022100     05  FILLER                  PIC X(10)   VALUE " VARIANCE".
022200     05  FILLER                  PIC X(20)   VALUE "ACTION".
022300     05  FILLER                  PIC X(14)   VALUE SPACES.
022400
022500 01  WS-DETAIL-LINE.
022600     05  DT-PART                 PIC X(08).
022700     05  FILLER                  PIC X(02)   VALUE SPACES.
022800     05  DT-BIN                  PIC X(06).
022900     05  FILLER                  PIC X(02)   VALUE SPACES.
023000     05  DT-COUNTED              PIC -(7)9.
023100     05  FILLER                  PIC X(01)   VALUE SPACES.
023200     05  DT-AT-COUNT             PIC -(7)9.
023300     05  FILLER                  PIC X(01)   VALUE SPACES.
023400     05  DT-VARIANCE             PIC -(7)9.
023500     05  FILLER                  PIC X(02)   VALUE SPACES.
023600     05  DT-ACTION               PIC X(20).
023700     05  FILLER                  PIC X(14)   VALUE SPACES.
023800
023900 01  WS-TOTAL-LINE-1.
024000     05  FILLER                  PIC X(11)   VALUE "EVALUATED:".
024100     05  TL-EVALUATED            PIC ZZZZ9.
024200     05  FILLER                  PIC X(11)   VALUE "  MATCHED:".
024300     05  TL-MATCHED              PIC ZZZZ9.
024400     05  FILLER                  PIC X(15)
024500             VALUE "  AUTO-POSTED:".
024600     05  TL-AUTO-POSTED          PIC ZZZZ9.
024700     05  FILLER                  PIC X(08)   VALUE "  HELD:".
024800     05  TL-HELD                 PIC ZZZZ9.
024900     05  FILLER                  PIC X(15)   VALUE SPACES.
025000
025100 01  WS-TOTAL-LINE-2.
025200     05  FILLER                  PIC X(17)
025300             VALUE "APPROVED POSTED:".
025400     05  TL-APPROVED             PIC ZZZZ9.
025500     05  FILLER                  PIC X(21)
025600             VALUE "  AWAITING APPROVAL:".
025700     05  TL-AWAITING             PIC ZZZZ9.
025800     05  FILLER                  PIC X(14)
025900             VALUE "  NOT POSTED:".
026000     05  TL-REFUSED              PIC ZZZZ9.
026100     05  FILLER                  PIC X(13)   VALUE SPACES.
026200
026300 PROCEDURE DIVISION.
026400*=================================================================
026500* 0000-MAINLINE
026600*=================================================================
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026900     PERFORM 2000-PROCESS-COUNT THRU 2000-EXIT
027000         UNTIL WS-END-OF-FILE.
027100     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
027200     PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT.
027300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027400     STOP RUN.
027500
027600*=================================================================
027700* 1000-INITIALIZE - CHECK IN WITH RUN CONTROL, OPEN THE FILES,
027800*                   PRINT THE HEADINGS, AND PRIME THE READ
027900*=================================================================
028000 1000-INITIALIZE.
028100     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
028200     PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT.
028300
028400     OPEN I-O CYCLE-COUNT-FILE.
028500     IF NOT WS-CYCCOUNT-OK
028600         DISPLAY "CYCLE-COUNT OPEN FAILED - STATUS "
028700             WS-CYCCOUNT-STATUS
028800         GO TO 9900-ABORT-TEARDOWN
028900     END-IF.
029000     OPEN I-O ITEM-MASTER-FILE.
029100     IF NOT WS-ITEMMAST-OK
029200         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
029300             WS-ITEMMAST-STATUS
029400         CLOSE CYCLE-COUNT-FILE
029500         GO TO 9900-ABORT-TEARDOWN
029600     END-IF.
029700     OPEN EXTEND MOVEMENT-JOURNAL-FILE.
029800     IF NOT WS-INVMOVE-OK
029900         DISPLAY "MOVEMENT-JOURNAL OPEN FAILED - STATUS "
030000             WS-INVMOVE-STATUS
030100         CLOSE CYCLE-COUNT-FILE
030200         CLOSE ITEM-MASTER-FILE
030300         GO TO 9900-ABORT-TEARDOWN
030400     END-IF.
030500     OPEN I-O MOVEMENT-HISTORY-FILE.
030600     IF NOT WS-INVHIST-OK
030700         DISPLAY "MOVEMENT-HISTORY OPEN FAILED - STATUS "
030800             WS-INVHIST-STATUS
030900         CLOSE CYCLE-COUNT-FILE
031000         CLOSE ITEM-MASTER-FILE
031100         CLOSE MOVEMENT-JOURNAL-FILE
031200         GO TO 9900-ABORT-TEARDOWN
031300     END-IF.
031400     OPEN I-O PART-LOCATION-FILE.
031500     IF NOT WS-PARTLOC-OK
031600         DISPLAY "PART-LOCATION OPEN FAILED - STATUS "
031700             WS-PARTLOC-STATUS
031800         CLOSE CYCLE-COUNT-FILE
031900         CLOSE ITEM-MASTER-FILE
032000         CLOSE MOVEMENT-JOURNAL-FILE
032100         CLOSE MOVEMENT-HISTORY-FILE
032200         GO TO 9900-ABORT-TEARDOWN
032300     END-IF.
032400     OPEN OUTPUT PRINT-FILE.
032500     IF NOT WS-PRINT-OK
032600         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
032700             WS-PRINT-STATUS
032800         CLOSE CYCLE-COUNT-FILE
032900         CLOSE ITEM-MASTER-FILE
033000         CLOSE MOVEMENT-JOURNAL-FILE
033100         CLOSE MOVEMENT-HISTORY-FILE
033200         CLOSE PART-LOCATION-FILE
033300         GO TO 9900-ABORT-TEARDOWN
033400     END-IF.
033500     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
033600
033700     MOVE WS-TITLE-LINE TO PRINT-LINE.
033800     WRITE PRINT-LINE.
033900     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
034000     MOVE WS-DATE-LINE TO PRINT-LINE.
034100     WRITE PRINT-LINE.
034200     MOVE WS-HEADING-LINE TO PRINT-LINE.
034300     WRITE PRINT-LINE.
034400
034500     PERFORM 2900-READ-COUNT-RECORD THRU 2900-EXIT.
034600 1000-EXIT.
034700     EXIT.
034800
034900*=================================================================
035000* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
035100*                         COMPLETED, WARN WHEN A PRIOR RUN IS
035200*                         STILL IN FLIGHT FROM AN ABEND, AND
035300*                         WRITE THIS RUN'S IN-FLIGHT RECORD
035400*=================================================================
035500 1500-OPEN-RUN-CONTROL.
035600     OPEN I-O RUN-CONTROL-FILE.
035700     IF NOT WS-RUNCTL-OK
035800         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
035900             WS-RUNCTL-STATUS
036000         GO TO 9900-ABORT-TEARDOWN
036100     END-IF.
036200
036300     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
036400     MOVE "CYCVAR" TO RC-JOB-NAME.
036500     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
036600     READ RUN-CONTROL-FILE
036700         INVALID KEY
036800             MOVE "23" TO WS-RUNCTL-STATUS
036900     END-READ.
037000     IF WS-RUNCTL-OK
037100         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
037200         IF RC-RUN-COMPLETED
037300             DISPLAY "CYCVAR ALREADY COMPLETED FOR "
037400                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
037500             GO TO 9950-REFUSED-RUN
037600         END-IF
037700         DISPLAY "PRIOR CYCVAR RUN DID NOT COMPLETE FOR "
037800             WS-TODAY-CCYYMMDD " - RERUNNING"
037900     END-IF.
038000     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
038100         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
038200             WS-RUNCTL-STATUS
038300         GO TO 9900-ABORT-TEARDOWN
038400     END-IF.
038500
038600     MOVE "CYCVAR" TO RC-JOB-NAME.
038700     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
038800     MOVE "S" TO RC-RUN-STATUS.
038900     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
039000     ACCEPT RC-START-TIME FROM TIME.
039100     MOVE ZERO TO RC-END-DATE.
039200     MOVE ZERO TO RC-END-TIME.
039300     IF WS-RUNCTL-ON-FILE
039400         REWRITE RUN-CONTROL-RECORD
039500             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
039600         END-REWRITE
039700     ELSE
039800         WRITE RUN-CONTROL-RECORD
039900             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
040000         END-WRITE
040100     END-IF.
040200     IF NOT WS-RUNCTL-OK
040300         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
040400             WS-RUNCTL-STATUS
040500         GO TO 9900-ABORT-TEARDOWN
040600     END-IF.
040700 1500-EXIT.
040800     EXIT.
040900
041000*=================================================================
041100* 2000-PROCESS-COUNT - ROUTE ONE CYCLE-COUNT RECORD BY STATUS.
041200*                      OPEN, RECOUNT, AND POSTED RECORDS ARE
041300*                      NOT THIS RUN'S BUSINESS.
041400*=================================================================
041500 2000-PROCESS-COUNT.
041600     EVALUATE TRUE
041700         WHEN CC-STAT-KEYED
041800             PERFORM 3000-EVALUATE-COUNT THRU 3000-EXIT
041900         WHEN CC-STAT-APPROVED
042000             PERFORM 3500-POST-APPROVED-COUNT THRU 3500-EXIT
042100         WHEN CC-STAT-HELD
042200             ADD 1 TO WS-AWAITING-COUNT
042300             MOVE "AWAITING APPROVAL" TO WS-ACTION-TEXT
042400             PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
042500         WHEN OTHER
042600             CONTINUE
042700     END-EVALUATE.
042800     PERFORM 2900-READ-COUNT-RECORD THRU 2900-EXIT.
042900 2000-EXIT.
043000     EXIT.
043100
043200*=================================================================
043300* 2900-READ-COUNT-RECORD - READ THE NEXT CYCLE-COUNT RECORD
043400*=================================================================
043500 2900-READ-COUNT-RECORD.
043600     READ CYCLE-COUNT-FILE NEXT RECORD
043700         AT END
043800             MOVE "Y" TO WS-EOF-SWITCH
043900     END-READ.
044000     IF NOT WS-END-OF-FILE AND NOT WS-CYCCOUNT-OK
044100         DISPLAY "CYCLE-COUNT READ FAILED - STATUS "
044200             WS-CYCCOUNT-STATUS
044300         GO TO 9900-ABORT-TEARDOWN
044400     END-IF.
044500 2900-EXIT.
044600     EXIT.
044700
044800*=================================================================
044900* 3000-EVALUATE-COUNT - A NEWLY KEYED COUNT.  WORK OUT THE
045000*                       ON-HAND AT COUNT TIME AND THE VARIANCE,
045100*                       THEN POST IT OR HOLD IT FOR APPROVAL
045200*=================================================================
045300 3000-EVALUATE-COUNT.
045400     ADD 1 TO WS-EVALUATED-COUNT.
045500     PERFORM 4100-READ-ITEM-MASTER THRU 4100-EXIT.
045600     IF NOT WS-ITEMMAST-OK
045700         GO TO 3000-EXIT
045800     END-IF.
045900
046000     PERFORM 3100-FIND-ONHAND-AT-COUNT THRU 3100-EXIT.
046100     COMPUTE WS-VARIANCE = CC-COUNTED-QTY - WS-ONHAND-AT-COUNT.
046200     MOVE WS-ONHAND-AT-COUNT TO CC-ONHAND-AT-COUNT.
046300     MOVE WS-VARIANCE TO CC-VARIANCE-QTY.
046400
046500     IF WS-VARIANCE = ZERO
046600         ADD 1 TO WS-MATCHED-COUNT
046700         MOVE "P" TO CC-COUNT-STATUS
046800         MOVE WS-TODAY-CCYYMMDD TO CC-POSTED-DATE
046900         PERFORM 4800-REWRITE-COUNT THRU 4800-EXIT
047000         MOVE "MATCHED - NO POSTING" TO WS-ACTION-TEXT
047100         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
047200         GO TO 3000-EXIT
047300     END-IF.
047400
047500     MOVE WS-VARIANCE TO WS-ABS-VARIANCE.
047600     IF WS-ABS-VARIANCE < ZERO
047700         MULTIPLY -1 BY WS-ABS-VARIANCE
047800     END-IF.
047900     IF WS-ABS-VARIANCE > WS-TOLERANCE-UNITS
048000             AND WS-ABS-VARIANCE * 100 >
048100                 WS-ONHAND-AT-COUNT * WS-TOLERANCE-PCT
048200         ADD 1 TO WS-HELD-COUNT
048300         MOVE "H" TO CC-COUNT-STATUS
048400         PERFORM 4800-REWRITE-COUNT THRU 4800-EXIT
048500         MOVE "HELD - OUT OF TOL" TO WS-ACTION-TEXT
048600         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
048700         GO TO 3000-EXIT
048800     END-IF.
048900
049000     MOVE "CYCVAR" TO WS-POST-USERID.
049100     PERFORM 4000-POST-ADJUSTMENT THRU 4000-EXIT.
049200     IF CC-STAT-POSTED
049300         ADD 1 TO WS-AUTO-POSTED-COUNT
049400         MOVE "POSTED - IN TOL" TO WS-ACTION-TEXT
049500         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
049600     END-IF.
049700 3000-EXIT.
049800     EXIT.
049900
050000*=================================================================
050100* 3100-FIND-ONHAND-AT-COUNT - WALK THE PART'S KEYED HISTORY FOR
050200*                             THE FIRST MOVEMENT IN THE COUNTED
050300*                             BIN STAMPED AFTER THE COUNT.  ITS
050400*                             BIN QUANTITY BEFORE IS WHAT THE
050500*                             SHELF HELD WHEN COUNTED.  NOTHING
050600*                             SINCE MEANS THE PART-LOCATION FILE
050700*                             STILL HOLDS IT.
050800*=================================================================
050900 3100-FIND-ONHAND-AT-COUNT.
051000     PERFORM 4150-READ-LOCATION THRU 4150-EXIT.
051100     MOVE WS-LOC-QTY-BEFORE TO WS-ONHAND-AT-COUNT.
051200     MOVE CC-PART-NUMBER TO MH-PART-NUMBER.
051300     MOVE ZERO TO MH-SEQUENCE.
051400     START MOVEMENT-HISTORY-FILE KEY NOT < MH-HISTORY-KEY
051500         INVALID KEY
051600             MOVE "23" TO WS-INVHIST-STATUS
051700     END-START.
051800     IF WS-INVHIST-OK
051900         MOVE "N" TO WS-HIST-EOF-SWITCH
052000         PERFORM 3150-SCAN-ONE-MOVEMENT THRU 3150-EXIT
052100             UNTIL WS-HIST-EOF
052200     END-IF.
052300 3100-EXIT.
052400     EXIT.
052500
052600 3150-SCAN-ONE-MOVEMENT.
052700     READ MOVEMENT-HISTORY-FILE NEXT RECORD
052800         AT END
052900             MOVE "Y" TO WS-HIST-EOF-SWITCH
053000     END-READ.
053100     IF WS-HIST-EOF
053200         GO TO 3150-EXIT
053300     END-IF.
053400     IF MH-PART-NUMBER NOT = CC-PART-NUMBER
053500         MOVE "Y" TO WS-HIST-EOF-SWITCH
053600         GO TO 3150-EXIT
053700     END-IF.
053800     IF MH-BIN-LOCATION NOT = CC-BIN-LOCATION
053900         GO TO 3150-EXIT
054000     END-IF.
054100     IF MH-TIMESTAMP-DATE > CC-COUNT-DATE
054200             OR (MH-TIMESTAMP-DATE = CC-COUNT-DATE
054300                 AND MH-TIMESTAMP-TIME > CC-COUNT-TIME)
054400         MOVE MH-LOC-QTY-BEFORE TO WS-ONHAND-AT-COUNT
054500         MOVE "Y" TO WS-HIST-EOF-SWITCH
054600     END-IF.
054700 3150-EXIT.
054800     EXIT.
054900
055000*=================================================================
055100* 3500-POST-APPROVED-COUNT - A HELD COUNT A SUPERVISOR HAS SINCE
055200*                            APPROVED.  THE ON-HAND AT COUNT TIME
055300*                            WAS SETTLED WHEN IT WAS HELD.
055400*=================================================================
055500 3500-POST-APPROVED-COUNT.
055600     PERFORM 4100-READ-ITEM-MASTER THRU 4100-EXIT.
055700     IF NOT WS-ITEMMAST-OK
055800         GO TO 3500-EXIT
055900     END-IF.
056000
056100     MOVE CC-REVIEW-USERID TO WS-POST-USERID.
056200     PERFORM 4000-POST-ADJUSTMENT THRU 4000-EXIT.
056300     IF CC-STAT-POSTED
056400         ADD 1 TO WS-APPROVED-COUNT
056500         MOVE "POSTED - APPROVED" TO WS-ACTION-TEXT
056600         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
056700     END-IF.
056800 3500-EXIT.
056900     EXIT.
057000
057100*=================================================================
057200* 4000-POST-ADJUSTMENT - CARRY THE COUNTED VARIANCE ONTO
057300*                        TONIGHT'S BIN QUANTITY AND ON-HAND AS AN
057400*                        ADJUSTMENT AND JOURNAL IT.  THE COUNT IS
057500*                        CLOSED FIRST, BEFORE ANY STOCK FILE IS
057600*                        TOUCHED, SO A RERUN NEVER POSTS IT
057700*                        AGAIN.  AN ADJUSTMENT THAT WOULD LEAVE
057800*                        THE BIN OR THE PART NEGATIVE IS NOT
057900*                        POSTED - THE COUNT IS HELD FOR A
058000*                        SUPERVISOR TO LOOK AT.
058100*=================================================================
058200 4000-POST-ADJUSTMENT.
058300     PERFORM 4150-READ-LOCATION THRU 4150-EXIT.
058400     COMPUTE WS-LOC-QTY-AFTER =
058500         WS-LOC-QTY-BEFORE + CC-VARIANCE-QTY.
058600     MOVE IM-ON-HAND-QTY TO WS-QTY-BEFORE.
058700     COMPUTE WS-NEW-ONHAND = IM-ON-HAND-QTY + CC-VARIANCE-QTY.
058800     IF WS-NEW-ONHAND < ZERO OR WS-LOC-QTY-AFTER < ZERO
058900         ADD 1 TO WS-REFUSED-COUNT
059000         MOVE "H" TO CC-COUNT-STATUS
059100         PERFORM 4800-REWRITE-COUNT THRU 4800-EXIT
059200         MOVE "HELD - GOES NEGATIVE" TO WS-ACTION-TEXT
059300         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
059400         GO TO 4000-EXIT
059500     END-IF.
059600
059700     MOVE "P" TO CC-COUNT-STATUS.
059800     MOVE WS-TODAY-CCYYMMDD TO CC-POSTED-DATE.
059900     PERFORM 4800-REWRITE-COUNT THRU 4800-EXIT.
060000     MOVE "Y" TO WS-POSTING-SWITCH.
060100
060200     PERFORM 4160-STORE-LOCATION THRU 4160-EXIT.
060300
060400     MOVE WS-NEW-ONHAND TO IM-ON-HAND-QTY.
060500     REWRITE ITEM-MASTER-RECORD
060600         INVALID KEY MOVE "99" TO WS-ITEMMAST-STATUS
060700     END-REWRITE.
060800     IF NOT WS-ITEMMAST-OK
060900         DISPLAY "ITEM-MASTER REWRITE FAILED - STATUS "
061000             WS-ITEMMAST-STATUS
061100         GO TO 9900-ABORT-TEARDOWN
061200     END-IF.
061300
061400     PERFORM 4200-WRITE-MOVEMENT-JOURNAL THRU 4200-EXIT.
061500     MOVE "N" TO WS-POSTING-SWITCH.
061600 4000-EXIT.
061700     EXIT.
061800
061900*=================================================================
062000* 4100-READ-ITEM-MASTER - THE COUNTED PART.  A COUNT FOR A PART
062100*                         NO LONGER ON FILE IS REPORTED AND LEFT
062200*                         AS IT STANDS.
062300*=================================================================
062400 4100-READ-ITEM-MASTER.
062500     MOVE CC-PART-NUMBER TO IM-PART-NUMBER.
062600     READ ITEM-MASTER-FILE
062700         INVALID KEY
062800             MOVE "23" TO WS-ITEMMAST-STATUS
062900     END-READ.
063000     IF WS-ITEMMAST-NOTFOUND
063100         ADD 1 TO WS-REFUSED-COUNT
063200         MOVE "PART NOT ON FILE" TO WS-ACTION-TEXT
063300         PERFORM 4900-PRINT-DETAIL THRU 4900-EXIT
063400         GO TO 4100-EXIT
063500     END-IF.
063600     IF NOT WS-ITEMMAST-OK
063700         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
063800             WS-ITEMMAST-STATUS
063900         GO TO 9900-ABORT-TEARDOWN
064000     END-IF.
064100 4100-EXIT.
064200     EXIT.
064300
064400*=================================================================
064500* 4150-READ-LOCATION - THE COUNTED BIN OF THE COUNTED PART.  A BIN
064600*                      THE PART HAS NEVER BEEN STOCKED IN HOLDS
064700*                      NOTHING, AND IS CREATED IF A VARIANCE IS
064800*                      POSTED TO IT.
064900*=================================================================
065000 4150-READ-LOCATION.
065100     MOVE "N" TO WS-LOC-ON-FILE-SW.
065200     MOVE ZERO TO WS-LOC-QTY-BEFORE.
065300     MOVE CC-PART-NUMBER TO LC-PART-NUMBER.
065400     MOVE CC-BIN-LOCATION TO LC-BIN-LOCATION.
065500     READ PART-LOCATION-FILE
065600         INVALID KEY
065700             MOVE "23" TO WS-PARTLOC-STATUS
065800     END-READ.
065900     IF WS-PARTLOC-OK
066000         MOVE "Y" TO WS-LOC-ON-FILE-SW
066100         MOVE LC-ON-HAND-QTY TO WS-LOC-QTY-BEFORE
066200         GO TO 4150-EXIT
066300     END-IF.
066400     IF NOT WS-PARTLOC-NOTFOUND
066500         DISPLAY "PART-LOCATION READ FAILED - STATUS "
066600             WS-PARTLOC-STATUS
066700         GO TO 9900-ABORT-TEARDOWN
066800     END-IF.
066900 4150-EXIT.
067000     EXIT.
067100
067200*=================================================================
067300* 4160-STORE-LOCATION - PUT THE COUNTED BIN BACK WITH ITS NEW
067400*                       QUANTITY, OR CREATE IT
067500*=================================================================
067600 4160-STORE-LOCATION.
067700     IF NOT WS-LOC-ON-FILE
067800         MOVE SPACES TO PART-LOCATION-RECORD
067900     END-IF.
068000     MOVE CC-PART-NUMBER TO LC-PART-NUMBER.
068100     MOVE CC-BIN-LOCATION TO LC-BIN-LOCATION.
068200     MOVE WS-LOC-QTY-AFTER TO LC-ON-HAND-QTY.
068300     MOVE WS-TODAY-CCYYMMDD TO LC-LAST-MOVEMENT-DATE.
068400     IF WS-LOC-ON-FILE
068500         REWRITE PART-LOCATION-RECORD
068600             INVALID KEY MOVE "99" TO WS-PARTLOC-STATUS
068700         END-REWRITE
068800     ELSE
068900         WRITE PART-LOCATION-RECORD
069000             INVALID KEY MOVE "22" TO WS-PARTLOC-STATUS
069100         END-WRITE
069200     END-IF.
069300     IF NOT WS-PARTLOC-OK
069400         DISPLAY "PART-LOCATION UPDATE FAILED - STATUS "
069500             WS-PARTLOC-STATUS
069600         GO TO 9900-ABORT-TEARDOWN
069700     END-IF.
069800 4160-EXIT.
069900     EXIT.
070000
070100*=================================================================
070200* 4200-WRITE-MOVEMENT-JOURNAL - THE ADJUSTMENT GOES TO THE
070300*                               JOURNAL AND ITS KEYED TWIN LIKE
070400*                               ANY POSTING FROM THE FORM.  AN
070500*                               ADJUSTMENT CARRIES THE BIN'S NEW
070600*                               COUNT AS ITS QUANTITY.
070700*=================================================================
070800 4200-WRITE-MOVEMENT-JOURNAL.
070900     MOVE CC-PART-NUMBER TO MJ-PART-NUMBER.
071000     MOVE "A" TO MJ-MOVEMENT-TYPE.
071100     MOVE WS-LOC-QTY-AFTER TO MJ-QUANTITY.
071200     MOVE WS-QTY-BEFORE TO MJ-QTY-BEFORE.
071300     MOVE IM-ON-HAND-QTY TO MJ-QTY-AFTER.
071400     MOVE WS-POST-USERID TO MJ-USERID.
071500     MOVE "BATCH" TO MJ-TERMINAL.
071600     ACCEPT MJ-TIMESTAMP-DATE FROM DATE YYYYMMDD.
071700     ACCEPT MJ-TIMESTAMP-TIME FROM TIME.
071800     MOVE SPACES TO MJ-ORDER-NUMBER.
071900     MOVE SPACES TO MJ-PO-NUMBER.
072000     MOVE ZERO TO MJ-PO-LINE.
072100     MOVE IM-STD-UNIT-COST TO MJ-STD-COST-BEFORE.
072200     MOVE IM-STD-UNIT-COST TO MJ-STD-COST-AFTER.
072300     MOVE CC-BIN-LOCATION TO MJ-BIN-LOCATION.
072400     MOVE WS-LOC-QTY-BEFORE TO MJ-LOC-QTY-BEFORE.
072500     MOVE WS-LOC-QTY-AFTER TO MJ-LOC-QTY-AFTER.
072600     MOVE SPACES TO MJ-OTHER-BIN.
072700
072800     WRITE MOVEMENT-JOURNAL-RECORD.
072900     IF NOT WS-INVMOVE-OK
073000         DISPLAY "MOVEMENT-JOURNAL WRITE FAILED - STATUS "
073100             WS-INVMOVE-STATUS
073200         GO TO 9900-ABORT-TEARDOWN
073300     END-IF.
073400
073500     PERFORM 4300-FIND-NEXT-SEQUENCE THRU 4300-EXIT.
073600     MOVE MJ-PART-NUMBER TO MH-PART-NUMBER.
073700     MOVE WS-INVHIST-NEXT-SEQ TO MH-SEQUENCE.
073800     MOVE MJ-MOVEMENT-TYPE TO MH-MOVEMENT-TYPE.
073900     MOVE MJ-QUANTITY TO MH-QUANTITY.
074000     MOVE MJ-QTY-BEFORE TO MH-QTY-BEFORE.
074100     MOVE MJ-QTY-AFTER TO MH-QTY-AFTER.
074200     MOVE MJ-USERID TO MH-USERID.
074300     MOVE MJ-TERMINAL TO MH-TERMINAL.
074400     MOVE MJ-TIMESTAMP-DATE TO MH-TIMESTAMP-DATE.
074500     MOVE MJ-TIMESTAMP-TIME TO MH-TIMESTAMP-TIME.
074600     MOVE MJ-ORDER-NUMBER TO MH-ORDER-NUMBER.
074700     MOVE MJ-PO-NUMBER TO MH-PO-NUMBER.
074800     MOVE MJ-PO-LINE TO MH-PO-LINE.
074900     MOVE MJ-STD-COST-BEFORE TO MH-STD-COST-BEFORE.
075000     MOVE MJ-STD-COST-AFTER TO MH-STD-COST-AFTER.
075100     MOVE MJ-BIN-LOCATION TO MH-BIN-LOCATION.
075200     MOVE MJ-LOC-QTY-BEFORE TO MH-LOC-QTY-BEFORE.
075300     MOVE MJ-LOC-QTY-AFTER TO MH-LOC-QTY-AFTER.
075400     MOVE MJ-OTHER-BIN TO MH-OTHER-BIN.
075500
075600     WRITE MOVEMENT-HISTORY-RECORD
075700         INVALID KEY MOVE "22" TO WS-INVHIST-STATUS
075800     END-WRITE.
075900     IF NOT WS-INVHIST-OK
076000         DISPLAY "MOVEMENT-HISTORY WRITE FAILED - STATUS "
076100             WS-INVHIST-STATUS
076200         GO TO 9900-ABORT-TEARDOWN
076300     END-IF.
076400 4200-EXIT.
076500     EXIT.
076600
076700*=================================================================
076800* 4300-FIND-NEXT-SEQUENCE - WALK THE PART'S HISTORY FOR THE
076900*                           HIGHEST SEQUENCE ON RECORD AND HAND
077000*                           BACK THE NEXT ONE
077100*=================================================================
077200 4300-FIND-NEXT-SEQUENCE.
077300     MOVE ZERO TO WS-INVHIST-NEXT-SEQ.
077400     MOVE MJ-PART-NUMBER TO MH-PART-NUMBER.
077500     MOVE ZERO TO MH-SEQUENCE.
077600     START MOVEMENT-HISTORY-FILE KEY NOT < MH-HISTORY-KEY
077700         INVALID KEY
077800             MOVE "23" TO WS-INVHIST-STATUS
077900     END-START.
078000     IF WS-INVHIST-OK
078100         MOVE "N" TO WS-HIST-EOF-SWITCH
078200         PERFORM 4350-SCAN-ONE-SEQUENCE THRU 4350-EXIT
078300             UNTIL WS-HIST-EOF
078400     END-IF.
078500     ADD 1 TO WS-INVHIST-NEXT-SEQ.
078600 4300-EXIT.
078700     EXIT.
078800
078900 4350-SCAN-ONE-SEQUENCE.
079000     READ MOVEMENT-HISTORY-FILE NEXT RECORD
079100         AT END
079200             MOVE "Y" TO WS-HIST-EOF-SWITCH
079300     END-READ.
079400     IF WS-HIST-EOF
079500         GO TO 4350-EXIT
079600     END-IF.
079700     IF MH-PART-NUMBER NOT = MJ-PART-NUMBER
079800         MOVE "Y" TO WS-HIST-EOF-SWITCH
079900         GO TO 4350-EXIT
080000     END-IF.
080100     MOVE MH-SEQUENCE TO WS-INVHIST-NEXT-SEQ.
080200 4350-EXIT.
080300     EXIT.
080400
080500*=================================================================
080600* 4800-REWRITE-COUNT - PUT THE CYCLE-COUNT RECORD BACK WITH ITS
080700*                      NEW STATUS
080800*=================================================================
080900 4800-REWRITE-COUNT.
081000     REWRITE CYCLE-COUNT-RECORD
081100         INVALID KEY MOVE "99" TO WS-CYCCOUNT-STATUS
081200     END-REWRITE.
081300     IF NOT WS-CYCCOUNT-OK
081400         DISPLAY "CYCLE-COUNT REWRITE FAILED - STATUS "
081500             WS-CYCCOUNT-STATUS
081600         GO TO 9900-ABORT-TEARDOWN
081700     END-IF.
081800 4800-EXIT.
081900     EXIT.
082000
082100*=================================================================
082200* 4900-PRINT-DETAIL - ONE LINE FOR THE COUNT JUST HANDLED
082300*=================================================================
082400 4900-PRINT-DETAIL.
082500     MOVE CC-PART-NUMBER TO DT-PART.
082600     MOVE CC-BIN-LOCATION TO DT-BIN.
082700     MOVE CC-COUNTED-QTY TO DT-COUNTED.
082800     MOVE CC-ONHAND-AT-COUNT TO DT-AT-COUNT.
082900     MOVE CC-VARIANCE-QTY TO DT-VARIANCE.
083000     MOVE WS-ACTION-TEXT TO DT-ACTION.
083100     MOVE WS-DETAIL-LINE TO PRINT-LINE.
083200     WRITE PRINT-LINE.
083300 4900-EXIT.
083400     EXIT.
083500
083600*=================================================================
083700* 5000-PRINT-TOTALS - CONTROL TOTALS FOR THE RUN
083800*=================================================================
083900 5000-PRINT-TOTALS.
084000     MOVE WS-EVALUATED-COUNT TO TL-EVALUATED.
084100     MOVE WS-MATCHED-COUNT TO TL-MATCHED.
084200     MOVE WS-AUTO-POSTED-COUNT TO TL-AUTO-POSTED.
084300     MOVE WS-HELD-COUNT TO TL-HELD.
084400     MOVE WS-TOTAL-LINE-1 TO PRINT-LINE.
084500     WRITE PRINT-LINE.
084600
084700     MOVE WS-APPROVED-COUNT TO TL-APPROVED.
084800     MOVE WS-AWAITING-COUNT TO TL-AWAITING.
084900     MOVE WS-REFUSED-COUNT TO TL-REFUSED.
085000     MOVE WS-TOTAL-LINE-2 TO PRINT-LINE.
085100     WRITE PRINT-LINE.
085200
085300     DISPLAY "CYCVAR EVALUATED " WS-EVALUATED-COUNT
085400         " COUNTS - " WS-HELD-COUNT " HELD FOR APPROVAL".
085500 5000-EXIT.
085600     EXIT.
085700
085800*=================================================================
085900* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
086000*                          THAT REACHES NORMAL END GETS HERE -
086100*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
086200*                          ON FILE AS THE RESTART MARKER.
086300*=================================================================
086400 8000-CLOSE-RUN-CONTROL.
086500     MOVE "CYCVAR" TO RC-JOB-NAME.
086600     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
086700     MOVE "C" TO RC-RUN-STATUS.
086800     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
086900     ACCEPT RC-END-TIME FROM TIME.
087000     REWRITE RUN-CONTROL-RECORD
087100         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
087200     END-REWRITE.
087300     IF NOT WS-RUNCTL-OK
087400         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
087500             WS-RUNCTL-STATUS
087600         GO TO 9900-ABORT-TEARDOWN
087700     END-IF.
087800 8000-EXIT.
087900     EXIT.
088000
088100*=================================================================
088200* 9000-TERMINATE - CLOSE THE FILES
088300*=================================================================
088400 9000-TERMINATE.
088500     CLOSE RUN-CONTROL-FILE.
088600     CLOSE CYCLE-COUNT-FILE.
088700     CLOSE ITEM-MASTER-FILE.
088800     CLOSE MOVEMENT-JOURNAL-FILE.
088900     CLOSE MOVEMENT-HISTORY-FILE.
089000     CLOSE PART-LOCATION-FILE.
089100     CLOSE PRINT-FILE.
089200 9000-EXIT.
089300     EXIT.
089400
089500*=================================================================
089600* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
089700*                       FILES ARE OPEN AND END THE RUN WITH A
089800*                       NONZERO RETURN CODE.  EVERY COUNT IS
089900*                       MARKED POSTED BEFORE ITS STOCK IS TOUCHED,
090000*                       SO THE RERUN NEVER POSTS A COUNT TWICE.
090100*                       WHEN THE ABEND CAME PART-WAY THROUGH A
090200*                       POSTING, THE PART, BIN, AND VARIANCE ARE
090300*                       SHOWN SO THE BIN, THE ON-HAND, AND THE
090400*                       JOURNAL CAN BE CHECKED AND FINISHED BY
090500*                       HAND.
090600*=================================================================
090700 9900-ABORT-TEARDOWN.
090800     DISPLAY "CYCVAR ABENDED - FILE OPERATION FAILED".
090900     IF WS-POSTING-UNDER-WAY
091000         DISPLAY "COUNT MARKED POSTED BUT ADJUSTMENT INCOMPLETE"
091100         DISPLAY "PART " CC-PART-NUMBER " BIN " CC-BIN-LOCATION
091200             " VARIANCE " CC-VARIANCE-QTY
091300         DISPLAY "FINISH THIS ADJUSTMENT BY HAND BEFORE RERUNNING"
091400     END-IF.
091500     IF WS-FILES-OPEN
091600         CLOSE CYCLE-COUNT-FILE
091700         CLOSE ITEM-MASTER-FILE
091800         CLOSE MOVEMENT-JOURNAL-FILE
091900         CLOSE MOVEMENT-HISTORY-FILE
092000         CLOSE PART-LOCATION-FILE
092100         CLOSE PRINT-FILE
092200     END-IF.
092300     CLOSE RUN-CONTROL-FILE.
092400     MOVE 16 TO RETURN-CODE.
092500     STOP RUN.
092600
092700*=================================================================
092800* 9950-REFUSED-RUN - THE RUN-CONTROL FILE TURNED THIS RUN AWAY
092900*                    BEFORE ANY WORK FILE WAS OPENED.  THIS IS A
093000*                    REFUSAL, NOT AN ABEND - THE RECORD ON FILE
093100*                    IS LEFT EXACTLY AS IT STOOD.
093200*=================================================================
093300 9950-REFUSED-RUN.
093400     CLOSE RUN-CONTROL-FILE.
093500     MOVE 8 TO RETURN-CODE.
093600     STOP RUN.
093700
093800 END PROGRAM CYCVAR.
