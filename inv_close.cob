000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INVCLOSE.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* INVCLOSE
000900*
001000* DAILY INVENTORY CLOSE.  RUN LAST IN THE OVERNIGHT STREAM, WITH
001100* THE FLOOR SIGNED OFF, AFTER EVERY JOB THAT READS THE DAY'S
001200* MOVEMENT JOURNAL - INVRECON, RCPTCONF, KITSHORT, INTGCHK.  THE
001300* BUSINESS DAY CLOSED IS YESTERDAY.
001400*
001500* THE FIRST PASS TAKES THE DAY'S CONTROL TOTALS: THE RECORD
001600* COUNT AND NET QUANTITY CHANGE (QTY-AFTER LESS QTY-BEFORE) OF
001700* INVMOVE BY MOVEMENT TYPE, THE ON-HAND TOTAL OF THE OPENING
001800* SNAPSHOT, AND THE ON-HAND TOTAL OF THE ITEM-MASTER, WHILE
001900* CUTTING THE NEXT DAY'S SNAPSHOT STRAIGHT FROM THE MASTER.
002000* THE OPENING TOTAL PLUS THE JOURNAL'S NET CHANGE MUST EQUAL THE
002100* MASTER TOTAL.  IF IT DOES NOT, THE CLOSE IS REFUSED AND THE
002200* JOURNAL IS NOT ROLLED, SO INVRECON CAN STILL BE RUN AGAINST
002300* THE SNAPSHOT AND JOURNAL EXACTLY AS THEY STOOD.
002400*
002500* A BALANCED DAY IS ROLLED.  EVERY JOURNAL RECORD IS COPIED TO
002600* THE DAY'S GENERATION (INVMGEN) AND TO A NEW MONTH-TO-DATE
002700* FILE, WHICH STARTS FROM THE OLD MONTH-TO-DATE RECORDS DATED IN
002800* THE BUSINESS MONTH OR LATER, AND THE CONTROL TOTALS ARE WRITTEN
002900* TO THE JOURNAL-CONTROL FILE UNDER THE BUSINESS DATE.  MOVEMENT
003000* HISTORY OLDER THAN THE 13-MONTH RETENTION CUTOFF IS THEN
003100* PRUNED - EXCEPT THAT A PART'S NEWEST HISTORY RECORD IS ALWAYS
003200* KEPT, HOWEVER OLD, SO THE NEXT POSTING STILL FINDS THE LAST
003300* SEQUENCE USED FOR THE PART AND NUMBERS ON FROM IT.
003400*
003500* THE LIVE ITEMSNAP, INVMOVE, AND INVMMTD FILES ARE OPENED INPUT
003600* ONLY AND ARE NEVER TOUCHED BY THIS PROGRAM.  THE OVERNIGHT
003700* COMMAND PROCEDURE, ONLY ON A ZERO RETURN CODE, RENAMES SNAPNEW
003800* OVER ITEMSNAP, DATES INVMGEN AS THE DAY'S GENERATION, STARTS
003900* AN EMPTY INVMOVE, AND RENAMES INVMMNEW OVER INVMMTD - ALL FOUR
004000* TOGETHER, SO THE SNAPSHOT AND THE JOURNAL NEVER GET OUT OF
004100* STEP FOR THE MORNING RECONCILIATION.  A RUN THAT ABENDS OR IS
004200* REFUSED LEAVES THE THREE LIVE FILES AS THEY STOOD, AND THE
004300* RERUN WORKS EVERYTHING OUT AGAIN FROM THE SAME INPUTS.  THE
004400* CONTROL RECORD IS REWRITTEN ON A RERUN, AND PRUNING SIMPLY
004500* CARRIES ON WHERE IT STOPPED.
004600*
004700* MODIFICATION HISTORY
004800*   15-OCT-2026  RSH  ORIGINAL.
004900*=================================================================
005000
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.   VAX-8600.
005400 OBJECT-COMPUTER.   VAX-8600.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT ITEM-SNAPSHOT-FILE ASSIGN TO "ITEMSNAP"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-SNAP-STATUS.
006200
006300     SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO "INVMOVE"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-INVMOVE-STATUS.
006700
006800     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS IM-PART-NUMBER
007200         FILE STATUS IS WS-ITEMMAST-STATUS.
007300
007400     SELECT OPTIONAL MONTH-TO-DATE-FILE ASSIGN TO "INVMMTD"
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS WS-MTD-STATUS.
007800
007900     SELECT NEW-SNAPSHOT-FILE ASSIGN TO "SNAPNEW"
008000         ORGANIZATION IS SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS WS-NEWSNAP-STATUS.
008300
008400     SELECT GENERATION-FILE ASSIGN TO "INVMGEN"
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL
008700         FILE STATUS IS WS-GEN-STATUS.
008800
008900     SELECT NEW-MONTH-TO-DATE-FILE ASSIGN TO "INVMMNEW"
009000         ORGANIZATION IS SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-NEWMTD-STATUS.
009300
009400     SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "INVHIST"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS DYNAMIC
009700         RECORD KEY IS MH-HISTORY-KEY
009800         FILE STATUS IS WS-INVHIST-STATUS.
009900
010000     SELECT JOURNAL-CONTROL-FILE ASSIGN TO "INVMCTL"
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS RANDOM
010300         RECORD KEY IS JC-BUSINESS-DATE
010400         FILE STATUS IS WS-INVMCTL-STATUS.
010500
010600     SELECT PRINT-FILE ASSIGN TO "INVCLRPT"
010700         ORGANIZATION IS SEQUENTIAL
010800         ACCESS MODE IS SEQUENTIAL
010900         FILE STATUS IS WS-PRINT-STATUS.
011000
011100     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
011200         ORGANIZATION IS INDEXED
011300         ACCESS MODE IS RANDOM
011400         RECORD KEY IS RC-RUN-KEY
011500         FILE STATUS IS WS-RUNCTL-STATUS.
011600
011700 DATA DIVISION.
011800 FILE SECTION.
011900 FD  ITEM-SNAPSHOT-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY ITEMSNAP.
012200
012300 FD  MOVEMENT-JOURNAL-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY INVMOVE.
012600
012700 FD  ITEM-MASTER-FILE
012800     LABEL RECORDS ARE STANDARD.
012900     COPY ITEMMAST.
013000
013100 FD  MONTH-TO-DATE-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  MONTH-TO-DATE-RECORD.
013400     05  FILLER                  PIC X(46).
013500     05  MT-TIMESTAMP-DATE       PIC 9(08).
013600     05  FILLER                  PIC X(67).
013700
013800 FD  NEW-SNAPSHOT-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 01  NEW-SNAPSHOT-RECORD         PIC X(23).
014100
014200 FD  GENERATION-FILE
014300     LABEL RECORDS ARE STANDARD.
014400 01  GENERATION-RECORD           PIC X(121).
014500
014600 FD  NEW-MONTH-TO-DATE-FILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  NEW-MONTH-TO-DATE-RECORD    PIC X(121).
014900
015000 FD  MOVEMENT-HISTORY-FILE
015100     LABEL RECORDS ARE STANDARD.
015200     COPY INVHIST.
015300
015400 FD  JOURNAL-CONTROL-FILE
015500     LABEL RECORDS ARE STANDARD.
015600     COPY INVMCTL.
015700
015800 FD  PRINT-FILE
015900     LABEL RECORDS ARE STANDARD.
016000 01  PRINT-LINE                  PIC X(80).
016100
016200 FD  RUN-CONTROL-FILE
016300     LABEL RECORDS ARE STANDARD.
016400     COPY RUNCTL.
016500
016600 WORKING-STORAGE SECTION.
016700*-----------------------------------------------------------------
016800* FILE STATUS AND SWITCHES
016900*-----------------------------------------------------------------
017000 77  WS-RUNCTL-STATUS        PIC X(02).
017100     88  WS-RUNCTL-OK                VALUE "00".
017200     88  WS-RUNCTL-NOTFOUND          VALUE "23".
017300
017400 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
017500     88  WS-RUNCTL-ON-FILE           VALUE "Y".
017600
017700 77  WS-SNAP-STATUS          PIC X(02).
017800     88  WS-SNAP-OK                  VALUE "00".
017900
018000 77  WS-INVMOVE-STATUS       PIC X(02).
018100     88  WS-INVMOVE-OK               VALUE "00".
018200
018300 77  WS-ITEMMAST-STATUS      PIC X(02).
018400     88  WS-ITEMMAST-OK              VALUE "00".
018500
018600 77  WS-MTD-STATUS           PIC X(02).
018700     88  WS-MTD-OK                   VALUE "00".
018800     88  WS-MTD-ABSENT               VALUE "05".
018900
019000 77  WS-NEWSNAP-STATUS       PIC X(02).
019100     88  WS-NEWSNAP-OK               VALUE "00".
019200
019300 77  WS-GEN-STATUS           PIC X(02).
019400     88  WS-GEN-OK                   VALUE "00".
019500
019600 77  WS-NEWMTD-STATUS        PIC X(02).
019700     88  WS-NEWMTD-OK                VALUE "00".
019800
019900 77  WS-INVHIST-STATUS       PIC X(02).
020000     88  WS-INVHIST-OK               VALUE "00".
020100
020200 77  WS-INVMCTL-STATUS       PIC X(02).
020300     88  WS-INVMCTL-OK               VALUE "00".
020400     88  WS-INVMCTL-NOTFOUND         VALUE "23".
020500
020600 77  WS-PRINT-STATUS         PIC X(02).
020700     88  WS-PRINT-OK                 VALUE "00".
020800
020900 77  WS-JRNL-EOF-SWITCH      PIC X(01)   VALUE "N".
021000     88  WS-JRNL-EOF                 VALUE "Y".
021100
021200 77  WS-SNAP-EOF-SWITCH      PIC X(01)   VALUE "N".
021300     88  WS-SNAP-EOF                 VALUE "Y".
021400
021500 77  WS-ITEM-EOF-SWITCH      PIC X(01)   VALUE "N".
021600     88  WS-ITEM-EOF                 VALUE "Y".
021700
021800 77  WS-MTD-EOF-SWITCH       PIC X(01)   VALUE "N".
021900     88  WS-MTD-EOF                  VALUE "Y".
022000
022100 77  WS-HIST-EOF-SWITCH      PIC X(01)   VALUE "N".
022200     88  WS-HIST-EOF                 VALUE "Y".
022300
022400 77  WS-JRNL-OPEN-SWITCH     PIC X(01)   VALUE "N".
022500     88  WS-JRNL-OPEN                VALUE "Y".
022600
022700 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
022800     88  WS-FILES-OPEN               VALUE "Y".
022900
023000*-----------------------------------------------------------------
023100* DATES.  THE BUSINESS DAY CLOSED IS YESTERDAY; HISTORY IS KEPT
023200* FOR 13 MONTHS, CARRIED AS 396 DAYS OF INTEGER-DATE ARITHMETIC
023300*-----------------------------------------------------------------
023400 77  WS-RETENTION-DAYS       PIC 9(03)   VALUE 396.
023500 77  WS-TODAY-CCYYMMDD       PIC 9(08).
023600 77  WS-TODAY-INTEGER        PIC S9(07)  COMP.
023700 77  WS-WORK-INTEGER         PIC S9(07)  COMP.
023800 77  WS-CUTOFF-CCYYMMDD      PIC 9(08).
023900
024000 01  WS-BUSINESS-CCYYMMDD    PIC 9(08).
024100 01  WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-CCYYMMDD.
024200     05  WS-BUSINESS-CCYYMM      PIC 9(06).
024300     05  WS-BUSINESS-DD          PIC 9(02).
024400
024500 01  WS-MONTH-START-CCYYMMDD PIC 9(08).
024600 01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START-CCYYMMDD.
024700     05  WS-MONTH-START-CCYYMM   PIC 9(06).
024800     05  WS-MONTH-START-DD       PIC 9(02).
024900
025000*-----------------------------------------------------------------
025100* THE MOVEMENT TYPES, WITH THE COUNT AND NET CHANGE OF EACH.
025200* THE LAST ENTRY CATCHES ANY TYPE NOT KNOWN HERE.
025300*-----------------------------------------------------------------
025400 01  WS-TYPE-VALUES.
025500     05  FILLER                  PIC X(01)   VALUE "R".
025600     05  FILLER                  PIC X(20)   VALUE "RECEIPT".
025700     05  FILLER                  PIC X(01)   VALUE "I".
025800     05  FILLER                  PIC X(20)   VALUE "ISSUE".
025900     05  FILLER                  PIC X(01)   VALUE "A".
026000     05  FILLER                  PIC X(20)   VALUE "ADJUSTMENT".
026100     05  FILLER                  PIC X(01)   VALUE "T".
026200     05  FILLER                  PIC X(20)   VALUE "TRANSFER".
026300     05  FILLER                  PIC X(01)   VALUE "N".
026400     05  FILLER                  PIC X(20)   VALUE "PART ADDED".
026500     05  FILLER                  PIC X(01)   VALUE "C".
026600     05  FILLER                  PIC X(20)   VALUE "PART CHANGED".
026700     05  FILLER                  PIC X(01)   VALUE "D".
026800     05  FILLER                  PIC X(20)
026900             VALUE "PART DEACTIVATED".
027000     05  FILLER                  PIC X(01)   VALUE "*".
027100     05  FILLER                  PIC X(20)   VALUE "OTHER".
027200 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
027300     05  WS-TYPE-ENTRY OCCURS 8 TIMES.
027400         10  WS-TYPE-CODE            PIC X(01).
027500         10  WS-TYPE-NAME            PIC X(20).
027600
027700 01  WS-TYPE-TOTALS.
027800     05  WS-TYPE-TOTAL OCCURS 8 TIMES.
027900         10  WS-TYPE-COUNT           PIC 9(07)   COMP.
028000         10  WS-TYPE-NET             PIC S9(09)  COMP.
028100
028200 77  WS-TYPE-NO              PIC 9(01)   COMP.
028300
028400*-----------------------------------------------------------------
028500* CONTROL TOTALS
028600*-----------------------------------------------------------------
028700 77  WS-JRNL-COUNT           PIC 9(07)   COMP    VALUE ZERO.
028800 77  WS-JRNL-NET             PIC S9(09)  COMP    VALUE ZERO.
028900 77  WS-RECORD-NET           PIC S9(09)  COMP.
029000 77  WS-SNAP-COUNT           PIC 9(07)   COMP    VALUE ZERO.
029100 77  WS-SNAP-TOTAL           PIC S9(09)  COMP    VALUE ZERO.
029200 77  WS-MASTER-COUNT         PIC 9(07)   COMP    VALUE ZERO.
029300 77  WS-MASTER-TOTAL         PIC S9(09)  COMP    VALUE ZERO.
029400 77  WS-EXPECTED-TOTAL       PIC S9(09)  COMP.
029500 77  WS-GEN-COUNT            PIC 9(07)   COMP    VALUE ZERO.
029600 77  WS-MTD-CARRIED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
029700 77  WS-MTD-DROPPED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
029800 77  WS-MTD-WRITTEN-COUNT    PIC 9(07)   COMP    VALUE ZERO.
029900 77  WS-HIST-READ-COUNT      PIC 9(07)   COMP    VALUE ZERO.
030000 77  WS-HIST-PRUNED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
030100 77  WS-HIST-KEPT-COUNT      PIC 9(07)   COMP    VALUE ZERO.
030200
030300*-----------------------------------------------------------------
030400* HISTORY PRUNING.  A RECORD IS ONLY DELETED ONCE THE NEXT
030500* RECORD OF THE SAME PART HAS BEEN READ, SO THE PART'S NEWEST
030600* RECORD IS NEVER A CANDIDATE.
030700*-----------------------------------------------------------------
030800 01  WS-PREV-HISTORY-KEY.
030900     05  WS-PREV-PART-NUMBER     PIC X(08).
031000     05  WS-PREV-SEQUENCE        PIC 9(06).
031100 77  WS-PREV-HISTORY-DATE    PIC 9(08).
031200
031300 01  WS-CURR-HISTORY-KEY.
031400     05  WS-CURR-PART-NUMBER     PIC X(08).
031500     05  WS-CURR-SEQUENCE        PIC 9(06).
031600 77  WS-CURR-HISTORY-DATE    PIC 9(08).
031700
031800*-----------------------------------------------------------------
031900* NEW SNAPSHOT RECORD
032000*-----------------------------------------------------------------
032100 01  WS-NEW-SNAPSHOT.
032200     05  WS-NEW-SNAP-PART        PIC X(08).
032300     05  WS-NEW-SNAP-QTY         PIC S9(07).
032400     05  FILLER                  PIC X(08)   VALUE SPACES.
032500
032600*-----------------------------------------------------------------
032700* PRINT LINE LAYOUTS
032800*-----------------------------------------------------------------
032900 01  WS-TITLE-LINE.
033000     05  FILLER                  PIC X(22)
033100             VALUE "DAILY INVENTORY CLOSE".
033200     05  FILLER                  PIC X(58)   VALUE SPACES.
033300
033400 01  WS-DATE-LINE.
033500     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
033600     05  DL-RUN-DATE             PIC 9(08).
033700     05  FILLER                  PIC X(17)
033800             VALUE "  BUSINESS DATE: ".
033900     05  DL-BUSINESS-DATE        PIC 9(08).
034000     05  FILLER                  PIC X(18)
034100             VALUE "  HISTORY CUTOFF: ".
034200     05  DL-CUTOFF-DATE          PIC 9(08).
034300     05  FILLER                  PIC X(10)   VALUE SPACES.
034400
034500 01  WS-TYPE-HEADING.
034600     05  FILLER                  PIC X(24)
034700             VALUE "MOVEMENT TYPE".
034800     05  FILLER                  PIC X(10)   VALUE "   RECORDS".
034900     05  FILLER                  PIC X(12)
035000             VALUE "     NET QTY".
035100     05  FILLER                  PIC X(34)   VALUE SPACES.
035200
035300 01  WS-TYPE-LINE.
035400     05  TL-TYPE-CODE            PIC X(01).
035500     05  FILLER                  PIC X(02)   VALUE SPACES.
035600     05  TL-TYPE-NAME            PIC X(21).
035700     05  FILLER                  PIC X(03)   VALUE SPACES.
035800     05  TL-COUNT                PIC ZZZZZZ9.
035900     05  FILLER                  PIC X(02)   VALUE SPACES.
036000     05  TL-NET                  PIC -ZZZZZZZZ9.
036100     05  FILLER                  PIC X(34)   VALUE SPACES.
036200
036300 01  WS-AMOUNT-LINE.
036400     05  AL-LABEL                PIC X(34).
036500     05  AL-AMOUNT               PIC -ZZZZZZZZ9.
036600     05  FILLER                  PIC X(36)   VALUE SPACES.
036700
036800 01  WS-MESSAGE-LINE.
036900     05  ML-MESSAGE              PIC X(60).
037000     05  FILLER                  PIC X(20)   VALUE SPACES.
037100
037200 PROCEDURE DIVISION.
037300*=================================================================
037400* 0000-MAINLINE
037500*=================================================================
037600 0000-MAINLINE.
037700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037800     PERFORM 2000-TOTAL-JOURNAL THRU 2000-EXIT.
037900     PERFORM 3000-TOTAL-SNAPSHOT THRU 3000-EXIT.
038000     PERFORM 3500-CUT-SNAPSHOT THRU 3500-EXIT.
038100     PERFORM 4000-CHECK-BALANCE THRU 4000-EXIT.
038200     PERFORM 5000-ROLL-JOURNAL THRU 5000-EXIT.
038300     PERFORM 5500-WRITE-CONTROL-RECORD THRU 5500-EXIT.
038400     PERFORM 6000-PRUNE-HISTORY THRU 6000-EXIT.
038500     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
038600     PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT.
038700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038800     STOP RUN.
038900
039000*=================================================================
039100* 1000-INITIALIZE - WORK OUT THE BUSINESS DATE, THE MONTH IT
039200*                   FALLS IN, AND THE HISTORY CUTOFF, OPEN THE
039300*                   FILES, AND PRINT THE HEADINGS
039400*=================================================================
039500 1000-INITIALIZE.
039600     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
039700     PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT.
039800     COMPUTE WS-TODAY-INTEGER =
039900         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
040000     COMPUTE WS-WORK-INTEGER = WS-TODAY-INTEGER - 1.
040100     COMPUTE WS-BUSINESS-CCYYMMDD =
040200         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
040300     MOVE WS-BUSINESS-CCYYMM TO WS-MONTH-START-CCYYMM.
040400     MOVE 1 TO WS-MONTH-START-DD.
040500     COMPUTE WS-WORK-INTEGER =
040600         WS-TODAY-INTEGER - WS-RETENTION-DAYS.
040700     COMPUTE WS-CUTOFF-CCYYMMDD =
040800         FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
040900
041000     PERFORM 1100-CLEAR-ONE-TYPE THRU 1100-EXIT
041100         VARYING WS-TYPE-NO FROM 1 BY 1
041200         UNTIL WS-TYPE-NO > 8.
041300
041400     OPEN INPUT ITEM-SNAPSHOT-FILE.
041500     IF NOT WS-SNAP-OK
041600         DISPLAY "ITEM-SNAPSHOT OPEN FAILED - STATUS "
041700             WS-SNAP-STATUS
041800         GO TO 9900-ABORT-TEARDOWN
041900     END-IF.
042000     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
042100     OPEN INPUT ITEM-MASTER-FILE.
042200     IF NOT WS-ITEMMAST-OK
042300         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
042400             WS-ITEMMAST-STATUS
042500         GO TO 9900-ABORT-TEARDOWN
042600     END-IF.
042700     OPEN INPUT MONTH-TO-DATE-FILE.
042800     IF NOT (WS-MTD-OK OR WS-MTD-ABSENT)
042900         DISPLAY "MONTH-TO-DATE OPEN FAILED - STATUS "
043000             WS-MTD-STATUS
043100         GO TO 9900-ABORT-TEARDOWN
043200     END-IF.
043300     OPEN OUTPUT NEW-SNAPSHOT-FILE.
043400     IF NOT WS-NEWSNAP-OK
043500         DISPLAY "NEW SNAPSHOT OPEN FAILED - STATUS "
043600             WS-NEWSNAP-STATUS
043700         GO TO 9900-ABORT-TEARDOWN
043800     END-IF.
043900     OPEN OUTPUT GENERATION-FILE.
044000     IF NOT WS-GEN-OK
044100         DISPLAY "GENERATION OPEN FAILED - STATUS "
044200             WS-GEN-STATUS
044300         GO TO 9900-ABORT-TEARDOWN
044400     END-IF.
044500     OPEN OUTPUT NEW-MONTH-TO-DATE-FILE.
044600     IF NOT WS-NEWMTD-OK
044700         DISPLAY "NEW MONTH-TO-DATE OPEN FAILED - STATUS "
044800             WS-NEWMTD-STATUS
044900         GO TO 9900-ABORT-TEARDOWN
045000     END-IF.
045100     OPEN I-O MOVEMENT-HISTORY-FILE.
045200     IF NOT WS-INVHIST-OK
045300         DISPLAY "MOVEMENT-HISTORY OPEN FAILED - STATUS "
045400             WS-INVHIST-STATUS
045500         GO TO 9900-ABORT-TEARDOWN
045600     END-IF.
045700     OPEN I-O JOURNAL-CONTROL-FILE.
045800     IF NOT WS-INVMCTL-OK
045900         DISPLAY "JOURNAL-CONTROL OPEN FAILED - STATUS "
046000             WS-INVMCTL-STATUS
046100         GO TO 9900-ABORT-TEARDOWN
046200     END-IF.
046300     OPEN OUTPUT PRINT-FILE.
046400     IF NOT WS-PRINT-OK
046500         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
046600             WS-PRINT-STATUS
046700         GO TO 9900-ABORT-TEARDOWN
046800     END-IF.
046900
047000     MOVE WS-TITLE-LINE TO PRINT-LINE.
047100     WRITE PRINT-LINE.
047200     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
047300     MOVE WS-BUSINESS-CCYYMMDD TO DL-BUSINESS-DATE.
047400     MOVE WS-CUTOFF-CCYYMMDD TO DL-CUTOFF-DATE.
047500     MOVE WS-DATE-LINE TO PRINT-LINE.
047600     WRITE PRINT-LINE.
047700     MOVE SPACES TO PRINT-LINE.
047800     WRITE PRINT-LINE.
047900 1000-EXIT.
048000     EXIT.
048100
048200*=================================================================
048300* 1100-CLEAR-ONE-TYPE - ZERO ONE MOVEMENT TYPE'S TOTALS
048400*=================================================================
048500 1100-CLEAR-ONE-TYPE.
048600     MOVE ZERO TO WS-TYPE-COUNT(WS-TYPE-NO).
048700     MOVE ZERO TO WS-TYPE-NET(WS-TYPE-NO).
048800 1100-EXIT.
048900     EXIT.
049000
049100*=================================================================
049200* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
049300*                         COMPLETED, WARN WHEN A PRIOR RUN IS
049400*                         STILL IN FLIGHT FROM AN ABEND OR A
049500*                         REFUSED CLOSE, AND WRITE THIS RUN'S
049600*                         IN-FLIGHT RECORD
049700*=================================================================
049800 1500-OPEN-RUN-CONTROL.
049900     OPEN I-O RUN-CONTROL-FILE.
050000     IF NOT WS-RUNCTL-OK
050100         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
050200             WS-RUNCTL-STATUS
050300         GO TO 9900-ABORT-TEARDOWN
050400     END-IF.
050500
050600     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
050700     MOVE "INVCLOSE" TO RC-JOB-NAME.
050800     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
050900     READ RUN-CONTROL-FILE
051000         INVALID KEY
051100             MOVE "23" TO WS-RUNCTL-STATUS
051200     END-READ.
051300     IF WS-RUNCTL-OK
051400         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
051500         IF RC-RUN-COMPLETED
051600             DISPLAY "INVCLOSE ALREADY COMPLETED FOR "
051700                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
051800             GO TO 9950-REFUSED-RUN
051900         END-IF
052000         DISPLAY "PRIOR INVCLOSE RUN DID NOT COMPLETE FOR "
052100             WS-TODAY-CCYYMMDD " - RERUNNING"
052200     END-IF.
052300     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
052400         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
052500             WS-RUNCTL-STATUS
052600         GO TO 9900-ABORT-TEARDOWN
052700     END-IF.
052800
052900     MOVE "INVCLOSE" TO RC-JOB-NAME.
053000     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
053100     MOVE "S" TO RC-RUN-STATUS.
053200     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
053300     ACCEPT RC-START-TIME FROM TIME.
053400     MOVE ZERO TO RC-END-DATE.
053500     MOVE ZERO TO RC-END-TIME.
053600     IF WS-RUNCTL-ON-FILE
053700         REWRITE RUN-CONTROL-RECORD
053800             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
053900         END-REWRITE
054000     ELSE
054100         WRITE RUN-CONTROL-RECORD
054200             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
054300         END-WRITE
054400     END-IF.
054500     IF NOT WS-RUNCTL-OK
054600         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
054700             WS-RUNCTL-STATUS
054800         GO TO 9900-ABORT-TEARDOWN
054900     END-IF.
055000 1500-EXIT.
055100     EXIT.
055200
055300*=================================================================
055400* 2000-TOTAL-JOURNAL - FIRST PASS OF THE MOVEMENT JOURNAL.
055500*                      COUNT AND NET THE DAY'S RECORDS BY TYPE.
055600*=================================================================
055700 2000-TOTAL-JOURNAL.
055800     PERFORM 2500-OPEN-JOURNAL THRU 2500-EXIT.
055900     PERFORM 2600-READ-JOURNAL THRU 2600-EXIT.
056000     PERFORM 2100-TOTAL-ONE-MOVEMENT THRU 2100-EXIT
056100         UNTIL WS-JRNL-EOF.
056200     CLOSE MOVEMENT-JOURNAL-FILE.
056300     MOVE "N" TO WS-JRNL-OPEN-SWITCH.
056400 2000-EXIT.
056500     EXIT.
056600
056700*=================================================================
056800* 2100-TOTAL-ONE-MOVEMENT - ADD ONE JOURNAL RECORD TO ITS TYPE'S
056900*                           TOTALS AND READ THE NEXT.  THE NET
057000*                           CHANGE IS TAKEN FROM THE PART'S
057100*                           TOTAL BEFORE AND AFTER, NOT FROM THE
057200*                           QUANTITY, SINCE AN ADJUSTMENT'S
057300*                           QUANTITY IS A COUNT, NOT A CHANGE.
057400*=================================================================
057500 2100-TOTAL-ONE-MOVEMENT.
057600     EVALUATE TRUE
057700         WHEN MJ-RECEIPT
057800             MOVE 1 TO WS-TYPE-NO
057900         WHEN MJ-ISSUE
058000             MOVE 2 TO WS-TYPE-NO
058100         WHEN MJ-ADJUSTMENT
058200             MOVE 3 TO WS-TYPE-NO
058300         WHEN MJ-TRANSFER
058400             MOVE 4 TO WS-TYPE-NO
058500         WHEN MJ-PART-ADDED
058600             MOVE 5 TO WS-TYPE-NO
058700         WHEN MJ-PART-CHANGED
058800             MOVE 6 TO WS-TYPE-NO
058900         WHEN MJ-PART-DEACTIVATED
059000             MOVE 7 TO WS-TYPE-NO
059100         WHEN OTHER
059200             MOVE 8 TO WS-TYPE-NO
059300     END-EVALUATE.
059400
059500     COMPUTE WS-RECORD-NET = MJ-QTY-AFTER - MJ-QTY-BEFORE.
059600     ADD 1 TO WS-TYPE-COUNT(WS-TYPE-NO).
059700     ADD WS-RECORD-NET TO WS-TYPE-NET(WS-TYPE-NO).
059800     ADD 1 TO WS-JRNL-COUNT.
059900     ADD WS-RECORD-NET TO WS-JRNL-NET.
060000
060100     PERFORM 2600-READ-JOURNAL THRU 2600-EXIT.
060200 2100-EXIT.
060300     EXIT.
060400
060500*=================================================================
060600* 2500-OPEN-JOURNAL - OPEN THE MOVEMENT JOURNAL FOR ONE PASS
060700*=================================================================
060800 2500-OPEN-JOURNAL.
060900     MOVE "N" TO WS-JRNL-EOF-SWITCH.
061000     OPEN INPUT MOVEMENT-JOURNAL-FILE.
061100     IF NOT WS-INVMOVE-OK
061200         DISPLAY "MOVEMENT-JOURNAL OPEN FAILED - STATUS "
061300             WS-INVMOVE-STATUS
061400         GO TO 9900-ABORT-TEARDOWN
061500     END-IF.
061600     MOVE "Y" TO WS-JRNL-OPEN-SWITCH.
061700 2500-EXIT.
061800     EXIT.
061900
062000*=================================================================
062100* 2600-READ-JOURNAL - READ THE NEXT MOVEMENT-JOURNAL RECORD
062200*=================================================================
062300 2600-READ-JOURNAL.
062400     READ MOVEMENT-JOURNAL-FILE
062500         AT END
062600             MOVE "Y" TO WS-JRNL-EOF-SWITCH
062700     END-READ.
062800     IF NOT WS-JRNL-EOF AND NOT WS-INVMOVE-OK
062900         DISPLAY "MOVEMENT-JOURNAL READ FAILED - STATUS "
063000             WS-INVMOVE-STATUS
063100         GO TO 9900-ABORT-TEARDOWN
063200     END-IF.
063300 2600-EXIT.
063400     EXIT.
063500
063600*=================================================================
063700* 3000-TOTAL-SNAPSHOT - TOTAL THE OPENING ON-HAND COUNTS
063800*=================================================================
063900 3000-TOTAL-SNAPSHOT.
064000     PERFORM 3200-READ-SNAPSHOT THRU 3200-EXIT.
064100     PERFORM 3100-TOTAL-ONE-SNAPSHOT THRU 3100-EXIT
064200         UNTIL WS-SNAP-EOF.
064300 3000-EXIT.
064400     EXIT.
064500
064600*=================================================================
064700* 3100-TOTAL-ONE-SNAPSHOT - ADD ONE PART'S OPENING COUNT AND READ
064800*                           THE NEXT
064900*=================================================================
065000 3100-TOTAL-ONE-SNAPSHOT.
065100     ADD 1 TO WS-SNAP-COUNT.
065200     ADD SS-ON-HAND-QTY TO WS-SNAP-TOTAL.
065300     PERFORM 3200-READ-SNAPSHOT THRU 3200-EXIT.
065400 3100-EXIT.
065500     EXIT.
065600
065700*=================================================================
065800* 3200-READ-SNAPSHOT - READ THE NEXT ITEM-SNAPSHOT RECORD
065900*=================================================================
066000 3200-READ-SNAPSHOT.
066100     READ ITEM-SNAPSHOT-FILE
066200         AT END
066300             MOVE "Y" TO WS-SNAP-EOF-SWITCH
066400     END-READ.
066500     IF NOT WS-SNAP-EOF AND NOT WS-SNAP-OK
066600         DISPLAY "ITEM-SNAPSHOT READ FAILED - STATUS "
066700             WS-SNAP-STATUS
066800         GO TO 9900-ABORT-TEARDOWN
066900     END-IF.
067000 3200-EXIT.
067100     EXIT.
067200
067300*=================================================================
067400* 3500-CUT-SNAPSHOT - TOTAL THE CLOSING ON-HAND COUNTS ON THE
067500*                     ITEM-MASTER AND CUT THE NEXT DAY'S
067600*                     SNAPSHOT FROM THEM, EVERY PART, ACTIVE OR
067700*                     NOT
067800*=================================================================
067900 3500-CUT-SNAPSHOT.
068000     PERFORM 3700-READ-ITEM-MASTER THRU 3700-EXIT.
068100     PERFORM 3600-CUT-ONE-PART THRU 3600-EXIT
068200         UNTIL WS-ITEM-EOF.
068300 3500-EXIT.
068400     EXIT.
068500
068600*=================================================================
068700* 3600-CUT-ONE-PART - WRITE ONE PART'S OPENING COUNT FOR THE
068800*                     NEXT DAY AND READ THE NEXT PART
068900*=================================================================
069000 3600-CUT-ONE-PART.
069100     ADD 1 TO WS-MASTER-COUNT.
069200     ADD IM-ON-HAND-QTY TO WS-MASTER-TOTAL.
069300     MOVE IM-PART-NUMBER TO WS-NEW-SNAP-PART.
069400     MOVE IM-ON-HAND-QTY TO WS-NEW-SNAP-QTY.
069500     MOVE WS-NEW-SNAPSHOT TO NEW-SNAPSHOT-RECORD.
069600     WRITE NEW-SNAPSHOT-RECORD.
069700     IF NOT WS-NEWSNAP-OK
069800         DISPLAY "NEW SNAPSHOT WRITE FAILED - STATUS "
069900             WS-NEWSNAP-STATUS
070000         GO TO 9900-ABORT-TEARDOWN
070100     END-IF.
070200     PERFORM 3700-READ-ITEM-MASTER THRU 3700-EXIT.
070300 3600-EXIT.
070400     EXIT.
070500
070600*=================================================================
070700* 3700-READ-ITEM-MASTER - READ THE NEXT ITEM-MASTER RECORD
070800*=================================================================
070900 3700-READ-ITEM-MASTER.
071000     READ ITEM-MASTER-FILE
071100         AT END
071200             MOVE "Y" TO WS-ITEM-EOF-SWITCH
071300     END-READ.
071400     IF NOT WS-ITEM-EOF AND NOT WS-ITEMMAST-OK
071500         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
071600             WS-ITEMMAST-STATUS
071700         GO TO 9900-ABORT-TEARDOWN
071800     END-IF.
071900 3700-EXIT.
072000     EXIT.
072100
072200*=================================================================
072300* 4000-CHECK-BALANCE - PRINT THE DAY'S TOTALS BY MOVEMENT TYPE
072400*                      AND PROVE THE OPENING ON-HAND PLUS THE
072500*                      JOURNAL'S NET CHANGE COMES TO THE CLOSING
072600*                      ON-HAND.  A DAY THAT DOES NOT BALANCE IS
072700*                      NOT ROLLED.
072800*=================================================================
072900 4000-CHECK-BALANCE.
073000     MOVE WS-TYPE-HEADING TO PRINT-LINE.
073100     WRITE PRINT-LINE.
073200     PERFORM 4100-PRINT-ONE-TYPE THRU 4100-EXIT
073300         VARYING WS-TYPE-NO FROM 1 BY 1
073400         UNTIL WS-TYPE-NO > 8.
073500     MOVE SPACES TO TL-TYPE-CODE.
073600     MOVE "TOTAL" TO TL-TYPE-NAME.
073700     MOVE WS-JRNL-COUNT TO TL-COUNT.
073800     MOVE WS-JRNL-NET TO TL-NET.
073900     MOVE WS-TYPE-LINE TO PRINT-LINE.
074000     WRITE PRINT-LINE.
074100     MOVE SPACES TO PRINT-LINE.
074200     WRITE PRINT-LINE.
074300
074400     MOVE "OPENING ON-HAND (SNAPSHOT):" TO AL-LABEL.
074500     MOVE WS-SNAP-TOTAL TO AL-AMOUNT.
074600     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
074700     WRITE PRINT-LINE.
074800     MOVE "NET CHANGE (JOURNAL):" TO AL-LABEL.
074900     MOVE WS-JRNL-NET TO AL-AMOUNT.
075000     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
075100     WRITE PRINT-LINE.
075200     MOVE "CLOSING ON-HAND (ITEM-MASTER):" TO AL-LABEL.
075300     MOVE WS-MASTER-TOTAL TO AL-AMOUNT.
075400     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
075500     WRITE PRINT-LINE.
075600
075700     COMPUTE WS-EXPECTED-TOTAL = WS-SNAP-TOTAL + WS-JRNL-NET.
075800     IF WS-EXPECTED-TOTAL NOT = WS-MASTER-TOTAL
075900         MOVE "OUT OF BALANCE - JOURNAL NOT ROLLED, RUN INVRECON"
076000             TO ML-MESSAGE
076100         GO TO 4900-REFUSE-CLOSE
076200     END-IF.
076300     MOVE "OPENING PLUS NET CHANGE AGREES WITH CLOSING ON-HAND"
076400         TO ML-MESSAGE.
076500     MOVE WS-MESSAGE-LINE TO PRINT-LINE.
076600     WRITE PRINT-LINE.
076700     MOVE SPACES TO PRINT-LINE.
076800     WRITE PRINT-LINE.
076900 4000-EXIT.
077000     EXIT.
077100
077200*=================================================================
077300* 4100-PRINT-ONE-TYPE - ONE MOVEMENT TYPE'S TOTALS LINE
077400*=================================================================
077500 4100-PRINT-ONE-TYPE.
077600     MOVE WS-TYPE-CODE(WS-TYPE-NO) TO TL-TYPE-CODE.
077700     MOVE WS-TYPE-NAME(WS-TYPE-NO) TO TL-TYPE-NAME.
077800     MOVE WS-TYPE-COUNT(WS-TYPE-NO) TO TL-COUNT.
077900     MOVE WS-TYPE-NET(WS-TYPE-NO) TO TL-NET.
078000     MOVE WS-TYPE-LINE TO PRINT-LINE.
078100     WRITE PRINT-LINE.
078200 4100-EXIT.
078300     EXIT.
078400
078500*=================================================================
078600* 4900-REFUSE-CLOSE - THE DAY DID NOT BALANCE AND NOTHING HAS
078700*                     BEEN ROLLED.  PRINT WHY, LEAVE THE RUN IN
078800*                     FLIGHT SO THE CLOSE CAN BE RUN AGAIN ONCE
078900*                     THE DIFFERENCE IS FOUND, AND END WITH A
079000*                     NONZERO RETURN CODE SO THE OVERNIGHT JOB
079100*                     LEAVES THE SNAPSHOT AND JOURNAL AS THEY
079200*                     STOOD.
079300*=================================================================
079400 4900-REFUSE-CLOSE.
079500     MOVE WS-MESSAGE-LINE TO PRINT-LINE.
079600     WRITE PRINT-LINE.
079700     DISPLAY "INVCLOSE REFUSED - " ML-MESSAGE.
079800     DISPLAY "INVCLOSE OPENING " WS-SNAP-TOTAL
079900         " NET CHANGE " WS-JRNL-NET
080000         " CLOSING " WS-MASTER-TOTAL.
080100     CLOSE ITEM-SNAPSHOT-FILE.
080200     CLOSE ITEM-MASTER-FILE.
080300     CLOSE MONTH-TO-DATE-FILE.
080400     CLOSE NEW-SNAPSHOT-FILE.
080500     CLOSE GENERATION-FILE.
080600     CLOSE NEW-MONTH-TO-DATE-FILE.
080700     CLOSE MOVEMENT-HISTORY-FILE.
080800     CLOSE JOURNAL-CONTROL-FILE.
080900     CLOSE PRINT-FILE.
081000     CLOSE RUN-CONTROL-FILE.
081100     MOVE 12 TO RETURN-CODE.
081200     STOP RUN.
081300
081400*=================================================================
081500* 5000-ROLL-JOURNAL - BUILD THE NEW MONTH-TO-DATE FILE FROM THE
081600*                     OLD ONE, THEN SECOND PASS OF THE JOURNAL:
081700*                     COPY EVERY RECORD TO THE DAY'S GENERATION
081800*                     AND ON TO THE MONTH-TO-DATE
081900*=================================================================
082000 5000-ROLL-JOURNAL.
082100     IF WS-MTD-ABSENT
082200         MOVE "Y" TO WS-MTD-EOF-SWITCH
082300     ELSE
082400         PERFORM 5150-READ-MONTH-TO-DATE THRU 5150-EXIT
082500     END-IF.
082600     PERFORM 5100-CARRY-ONE-MONTH-RECORD THRU 5100-EXIT
082700         UNTIL WS-MTD-EOF.
082800
082900     PERFORM 2500-OPEN-JOURNAL THRU 2500-EXIT.
083000     PERFORM 2600-READ-JOURNAL THRU 2600-EXIT.
083100     PERFORM 5200-ROLL-ONE-MOVEMENT THRU 5200-EXIT
083200         UNTIL WS-JRNL-EOF.
083300     CLOSE MOVEMENT-JOURNAL-FILE.
083400     MOVE "N" TO WS-JRNL-OPEN-SWITCH.
083500
083600     IF WS-GEN-COUNT NOT = WS-JRNL-COUNT
083700         DISPLAY "INVCLOSE OUT OF BALANCE - JOURNAL "
083800             WS-JRNL-COUNT " GENERATION " WS-GEN-COUNT
083900         GO TO 9900-ABORT-TEARDOWN
084000     END-IF.
084100 5000-EXIT.
084200     EXIT.
084300
084400*=================================================================
084500* 5100-CARRY-ONE-MONTH-RECORD - CARRY AN OLD MONTH-TO-DATE
084600*                               RECORD FORWARD WHEN IT IS DATED
084700*                               IN THE BUSINESS MONTH OR LATER.
084800*                               ON THE FIRST CLOSE OF A MONTH
084900*                               THIS DROPS THE MONTH BEFORE.
085000*=================================================================
085100 5100-CARRY-ONE-MONTH-RECORD.
085200     IF MT-TIMESTAMP-DATE < WS-MONTH-START-CCYYMMDD
085300         ADD 1 TO WS-MTD-DROPPED-COUNT
085400     ELSE
085500         MOVE MONTH-TO-DATE-RECORD TO NEW-MONTH-TO-DATE-RECORD
085600         PERFORM 5300-WRITE-MONTH-TO-DATE THRU 5300-EXIT
085700         ADD 1 TO WS-MTD-CARRIED-COUNT
085800     END-IF.
085900     PERFORM 5150-READ-MONTH-TO-DATE THRU 5150-EXIT.
086000 5100-EXIT.
086100     EXIT.
086200
086300*=================================================================
086400* 5150-READ-MONTH-TO-DATE - READ THE NEXT OLD MONTH-TO-DATE
086500*                           RECORD
086600*=================================================================
086700 5150-READ-MONTH-TO-DATE.
086800     READ MONTH-TO-DATE-FILE
086900         AT END
087000             MOVE "Y" TO WS-MTD-EOF-SWITCH
087100     END-READ.
087200     IF NOT WS-MTD-EOF AND NOT WS-MTD-OK
087300         DISPLAY "MONTH-TO-DATE READ FAILED - STATUS "
087400             WS-MTD-STATUS
087500         GO TO 9900-ABORT-TEARDOWN
087600     END-IF.
087700 5150-EXIT.
087800     EXIT.
087900
088000*=================================================================
088100* 5200-ROLL-ONE-MOVEMENT - COPY ONE JOURNAL RECORD TO THE DAY'S
088200*                          GENERATION AND THE MONTH-TO-DATE, AND
088300*                          READ THE NEXT
088400*=================================================================
088500 5200-ROLL-ONE-MOVEMENT.
088600     MOVE MOVEMENT-JOURNAL-RECORD TO GENERATION-RECORD.
088700     WRITE GENERATION-RECORD.
088800     IF NOT WS-GEN-OK
088900         DISPLAY "GENERATION WRITE FAILED - STATUS "
089000             WS-GEN-STATUS
089100         GO TO 9900-ABORT-TEARDOWN
089200     END-IF.
089300     ADD 1 TO WS-GEN-COUNT.
089400
089500     MOVE MOVEMENT-JOURNAL-RECORD TO NEW-MONTH-TO-DATE-RECORD.
089600     PERFORM 5300-WRITE-MONTH-TO-DATE THRU 5300-EXIT.
089700
089800     PERFORM 2600-READ-JOURNAL THRU 2600-EXIT.
089900 5200-EXIT.
090000     EXIT.
090100
090200*=================================================================
090300* 5300-WRITE-MONTH-TO-DATE - WRITE ONE NEW MONTH-TO-DATE RECORD
090400*=================================================================
090500 5300-WRITE-MONTH-TO-DATE.
090600     WRITE NEW-MONTH-TO-DATE-RECORD.
090700     IF NOT WS-NEWMTD-OK
090800         DISPLAY "NEW MONTH-TO-DATE WRITE FAILED - STATUS "
090900             WS-NEWMTD-STATUS
091000         GO TO 9900-ABORT-TEARDOWN
091100     END-IF.
091200     ADD 1 TO WS-MTD-WRITTEN-COUNT.
091300 5300-EXIT.
091400     EXIT.
091500
091600*=================================================================
091700* 5500-WRITE-CONTROL-RECORD - FILE THE GENERATION'S CONTROL
091800*                             TOTALS UNDER THE BUSINESS DATE,
091900*                             REPLACING THOSE OF AN EARLIER RUN
092000*                             OF THE SAME CLOSE
092100*=================================================================
092200 5500-WRITE-CONTROL-RECORD.
092300     MOVE WS-BUSINESS-CCYYMMDD TO JC-BUSINESS-DATE.
092400     READ JOURNAL-CONTROL-FILE
092500         INVALID KEY
092600             MOVE "23" TO WS-INVMCTL-STATUS
092700     END-READ.
092800     IF NOT (WS-INVMCTL-OK OR WS-INVMCTL-NOTFOUND)
092900         DISPLAY "JOURNAL-CONTROL READ FAILED - STATUS "
093000             WS-INVMCTL-STATUS
093100         GO TO 9900-ABORT-TEARDOWN
093200     END-IF.
093300
093400     MOVE WS-BUSINESS-CCYYMMDD TO JC-BUSINESS-DATE.
093500     ACCEPT JC-CLOSE-DATE FROM DATE YYYYMMDD.
093600     ACCEPT JC-CLOSE-TIME FROM TIME.
093700     MOVE WS-JRNL-COUNT TO JC-RECORD-COUNT.
093800     MOVE WS-JRNL-NET TO JC-NET-CHANGE.
093900     MOVE WS-SNAP-TOTAL TO JC-SNAPSHOT-TOTAL.
094000     MOVE WS-MASTER-TOTAL TO JC-MASTER-TOTAL.
094100     PERFORM 5550-FILL-ONE-TYPE THRU 5550-EXIT
094200         VARYING WS-TYPE-NO FROM 1 BY 1
094300         UNTIL WS-TYPE-NO > 8.
094400
094500     IF WS-INVMCTL-OK
094600         REWRITE JOURNAL-CONTROL-RECORD
094700             INVALID KEY MOVE "99" TO WS-INVMCTL-STATUS
094800         END-REWRITE
094900     ELSE
095000         WRITE JOURNAL-CONTROL-RECORD
095100             INVALID KEY MOVE "22" TO WS-INVMCTL-STATUS
095200         END-WRITE
095300     END-IF.
095400     IF NOT WS-INVMCTL-OK
095500         DISPLAY "JOURNAL-CONTROL WRITE FAILED - STATUS "
095600             WS-INVMCTL-STATUS
095700         GO TO 9900-ABORT-TEARDOWN
095800     END-IF.
095900 5500-EXIT.
096000     EXIT.
096100
096200*=================================================================
096300* 5550-FILL-ONE-TYPE - ONE MOVEMENT TYPE'S TOTALS INTO THE
096400*                      CONTROL RECORD
096500*=================================================================
096600 5550-FILL-ONE-TYPE.
096700     MOVE WS-TYPE-CODE(WS-TYPE-NO) TO JC-TYPE-CODE(WS-TYPE-NO).
096800     MOVE WS-TYPE-COUNT(WS-TYPE-NO) TO JC-TYPE-COUNT(WS-TYPE-NO).
096900     MOVE WS-TYPE-NET(WS-TYPE-NO) TO JC-TYPE-NET(WS-TYPE-NO).
097000 5550-EXIT.
097100     EXIT.
097200
097300*=================================================================
097400* 6000-PRUNE-HISTORY - WALK THE MOVEMENT HISTORY IN KEY ORDER
097500*                      AND DELETE WHAT IS PAST THE CUTOFF, ONE
097600*                      RECORD BEHIND THE READ SO THAT EACH PART'S
097700*                      NEWEST RECORD IS ALWAYS KEPT
097800*=================================================================
097900 6000-PRUNE-HISTORY.
098000     MOVE SPACES TO WS-PREV-PART-NUMBER.
098100     MOVE ZERO TO WS-PREV-SEQUENCE.
098200     MOVE ZERO TO WS-PREV-HISTORY-DATE.
098300     MOVE LOW-VALUES TO MH-HISTORY-KEY.
098400     START MOVEMENT-HISTORY-FILE KEY IS NOT < MH-HISTORY-KEY
098500         INVALID KEY
098600             MOVE "Y" TO WS-HIST-EOF-SWITCH
098700     END-START.
098800     IF NOT WS-HIST-EOF
098900         PERFORM 6300-READ-HISTORY THRU 6300-EXIT
099000     END-IF.
099100     PERFORM 6100-PRUNE-ONE-RECORD THRU 6100-EXIT
099200         UNTIL WS-HIST-EOF.
099300     COMPUTE WS-HIST-KEPT-COUNT =
099400         WS-HIST-READ-COUNT - WS-HIST-PRUNED-COUNT.
099500 6000-EXIT.
099600     EXIT.
099700
099800*=================================================================
099900* 6100-PRUNE-ONE-RECORD - THE RECORD BEFORE THIS ONE IS DELETED
100000*                         WHEN IT IS FOR THE SAME PART AND DATED
100100*                         BEFORE THE CUTOFF.  THIS RECORD THEN
100200*                         BECOMES THE ONE BEFORE, AND THE NEXT
100300*                         IS READ.
100400*=================================================================
100500 6100-PRUNE-ONE-RECORD.
100600     ADD 1 TO WS-HIST-READ-COUNT.
100700     MOVE MH-HISTORY-KEY TO WS-CURR-HISTORY-KEY.
100800     MOVE MH-TIMESTAMP-DATE TO WS-CURR-HISTORY-DATE.
100900
101000     IF WS-CURR-PART-NUMBER = WS-PREV-PART-NUMBER
101100             AND WS-PREV-HISTORY-DATE < WS-CUTOFF-CCYYMMDD
101200         PERFORM 6200-DELETE-PREVIOUS THRU 6200-EXIT
101300     END-IF.
101400
101500     MOVE WS-CURR-HISTORY-KEY TO WS-PREV-HISTORY-KEY.
101600     MOVE WS-CURR-HISTORY-DATE TO WS-PREV-HISTORY-DATE.
101700     PERFORM 6300-READ-HISTORY THRU 6300-EXIT.
101800 6100-EXIT.
101900     EXIT.
102000
102100*=================================================================
102200* 6200-DELETE-PREVIOUS - DELETE THE RECORD BEFORE THE CURRENT
102300*                        ONE AND PUT THE FILE BACK JUST PAST THE
102400*                        CURRENT ONE FOR THE NEXT READ
102500*=================================================================
102600 6200-DELETE-PREVIOUS.
102700     MOVE WS-PREV-HISTORY-KEY TO MH-HISTORY-KEY.
102800     DELETE MOVEMENT-HISTORY-FILE
102900         INVALID KEY MOVE "99" TO WS-INVHIST-STATUS
103000     END-DELETE.
103100     IF NOT WS-INVHIST-OK
103200         DISPLAY "MOVEMENT-HISTORY DELETE FAILED - STATUS "
103300             WS-INVHIST-STATUS
103400         GO TO 9900-ABORT-TEARDOWN
103500     END-IF.
103600     ADD 1 TO WS-HIST-PRUNED-COUNT.
103700
103800     MOVE WS-CURR-HISTORY-KEY TO MH-HISTORY-KEY.
103900     START MOVEMENT-HISTORY-FILE KEY IS > MH-HISTORY-KEY
104000         INVALID KEY
104100             MOVE "Y" TO WS-HIST-EOF-SWITCH
104200     END-START.
104300 6200-EXIT.
104400     EXIT.
104500
104600*=================================================================
104700* 6300-READ-HISTORY - READ THE NEXT MOVEMENT-HISTORY RECORD,
104800*                     UNLESS A REPOSITION FOUND NOTHING PAST THE
104900*                     CURRENT ONE
105000*=================================================================
105100 6300-READ-HISTORY.
105200     IF WS-HIST-EOF
105300         GO TO 6300-EXIT
105400     END-IF.
105500     READ MOVEMENT-HISTORY-FILE NEXT RECORD
105600         AT END
105700             MOVE "Y" TO WS-HIST-EOF-SWITCH
105800     END-READ.
105900     IF NOT WS-HIST-EOF AND NOT WS-INVHIST-OK
106000         DISPLAY "MOVEMENT-HISTORY READ FAILED - STATUS "
106100             WS-INVHIST-STATUS
106200         GO TO 9900-ABORT-TEARDOWN
106300     END-IF.
106400 6300-EXIT.
106500     EXIT.
106600
106700*=================================================================
106800* 7000-PRINT-TOTALS - WHAT WAS ROLLED, CUT, AND PRUNED
106900*=================================================================
107000 7000-PRINT-TOTALS.
107100     MOVE "GENERATION RECORDS WRITTEN:" TO AL-LABEL.
107200     MOVE WS-GEN-COUNT TO AL-AMOUNT.
107300     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
107400     WRITE PRINT-LINE.
107500     MOVE "MONTH-TO-DATE CARRIED FORWARD:" TO AL-LABEL.
107600     MOVE WS-MTD-CARRIED-COUNT TO AL-AMOUNT.
107700     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
107800     WRITE PRINT-LINE.
107900     MOVE "MONTH-TO-DATE DROPPED:" TO AL-LABEL.
108000     MOVE WS-MTD-DROPPED-COUNT TO AL-AMOUNT.
108100     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
108200     WRITE PRINT-LINE.
108300     MOVE "MONTH-TO-DATE RECORDS WRITTEN:" TO AL-LABEL.
108400     MOVE WS-MTD-WRITTEN-COUNT TO AL-AMOUNT.
108500     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
108600     WRITE PRINT-LINE.
108700     MOVE "OPENING SNAPSHOT PARTS:" TO AL-LABEL.
108800     MOVE WS-SNAP-COUNT TO AL-AMOUNT.
108900     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
109000     WRITE PRINT-LINE.
109100     MOVE "NEW SNAPSHOT PARTS:" TO AL-LABEL.
109200     MOVE WS-MASTER-COUNT TO AL-AMOUNT.
109300     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
109400     WRITE PRINT-LINE.
109500     MOVE "HISTORY RECORDS READ:" TO AL-LABEL.
109600     MOVE WS-HIST-READ-COUNT TO AL-AMOUNT.
109700     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
109800     WRITE PRINT-LINE.
109900     MOVE "HISTORY RECORDS PRUNED:" TO AL-LABEL.
110000     MOVE WS-HIST-PRUNED-COUNT TO AL-AMOUNT.
110100     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
110200     WRITE PRINT-LINE.
110300     MOVE "HISTORY RECORDS KEPT:" TO AL-LABEL.
110400     MOVE WS-HIST-KEPT-COUNT TO AL-AMOUNT.
110500     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
110600     WRITE PRINT-LINE.
110700 7000-EXIT.
110800     EXIT.
110900
111000*=================================================================
111100* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
111200*                          THAT REACHES NORMAL END GETS HERE -
111300*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
111400*                          ON FILE AS THE RESTART MARKER.
111500*=================================================================
111600 8000-CLOSE-RUN-CONTROL.
111700     MOVE "C" TO RC-RUN-STATUS.
111800     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
111900     ACCEPT RC-END-TIME FROM TIME.
112000     REWRITE RUN-CONTROL-RECORD
112100         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
112200     END-REWRITE.
112300     IF NOT WS-RUNCTL-OK
112400         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
112500             WS-RUNCTL-STATUS
112600         GO TO 9900-ABORT-TEARDOWN
112700     END-IF.
112800 8000-EXIT.
112900     EXIT.
113000
113100*=================================================================
113200* 9000-TERMINATE - CLOSE THE FILES
113300*=================================================================
113400 9000-TERMINATE.
113500     CLOSE RUN-CONTROL-FILE.
113600     CLOSE ITEM-SNAPSHOT-FILE.
113700     CLOSE ITEM-MASTER-FILE.
113800     CLOSE MONTH-TO-DATE-FILE.
113900     CLOSE NEW-SNAPSHOT-FILE.
114000     CLOSE GENERATION-FILE.
114100     CLOSE NEW-MONTH-TO-DATE-FILE.
114200     CLOSE MOVEMENT-HISTORY-FILE.
114300     CLOSE JOURNAL-CONTROL-FILE.
114400     CLOSE PRINT-FILE.
114500 9000-EXIT.
114600     EXIT.
114700
114800*=================================================================
114900* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED OR THE ROLL DID
115000*                       NOT BALANCE.  CLOSE WHATEVER FILES ARE
115100*                       OPEN AND END THE RUN WITH A NONZERO
115200*                       RETURN CODE SO THE OVERNIGHT JOB LEAVES
115300*                       THE SNAPSHOT AND JOURNAL AS THEY STOOD.
115400*=================================================================
115500 9900-ABORT-TEARDOWN.
115600     DISPLAY "INVCLOSE ABENDED - JOURNAL NOT ROLLED".
115700     IF WS-JRNL-OPEN
115800         CLOSE MOVEMENT-JOURNAL-FILE
115900     END-IF.
116000     IF WS-FILES-OPEN
116100         CLOSE ITEM-SNAPSHOT-FILE
116200         CLOSE ITEM-MASTER-FILE
116300         CLOSE MONTH-TO-DATE-FILE
116400         CLOSE NEW-SNAPSHOT-FILE
116500         CLOSE GENERATION-FILE
116600         CLOSE NEW-MONTH-TO-DATE-FILE
116700         CLOSE MOVEMENT-HISTORY-FILE
116800         CLOSE JOURNAL-CONTROL-FILE
116900         CLOSE PRINT-FILE
117000     END-IF.
117100     CLOSE RUN-CONTROL-FILE.
117200     MOVE 16 TO RETURN-CODE.
117300     STOP RUN.
117400
117500*=================================================================
117600* 9950-REFUSED-RUN - THE RUN-CONTROL FILE TURNED THIS RUN AWAY
117700*                    BEFORE ANY WORK FILE WAS OPENED.  THIS IS A
117800*                    REFUSAL, NOT AN ABEND - THE RECORD ON FILE
117900*                    IS LEFT EXACTLY AS IT STOOD.
118000*=================================================================
118100 9950-REFUSED-RUN.
118200     CLOSE RUN-CONTROL-FILE.
118300     MOVE 8 TO RETURN-CODE.
118400     STOP RUN.
118500
118600 END PROGRAM INVCLOSE.
