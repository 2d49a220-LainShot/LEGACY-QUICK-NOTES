001900* AMENDED IS STAMPED WITH THIS PROGRAM'S NAME AND THE RUN
002000* TIMESTAMP, SAME AS A FLOOR STATUS CHANGE IS STAMPED WITH THE
002100* OPERATOR WHO MADE IT.
002200* EVERY ORDER ADDED, CHANGED, OR CANCELLED IS ALSO JOURNALED TO
002300* THE WORK-ORDER EVENT FILE WITH ITS SCHEDULED FIELDS BEFORE AND
002400* AFTER, SO A RESCHEDULE LEAVES A TRACE.
002500*
002600* MODIFICATION HISTORY
002700*   02-SEP-2026  RSH  ORIGINAL.
002800*   02-SEP-2026  RSH  AN ADD NOW CARRIES THE FINISHED PART FOR
002900*                     THE ORDER AND MUST NAME AN ACTIVE PART ON
003000*                     THE ITEM-MASTER; A CHANGE MAY SUPPLY A NEW
003100*                     PART OR LEAVE THE FIELD BLANK TO KEEP THE
003200*                     ONE ON FILE.  THE GOOD AND SCRAP
003300*                     COMPLETION COUNTS START AT ZERO.
003400*   15-OCT-2026  RSH  AN ADD NOW CARRIES THE ORDER QUANTITY, WHICH
003500*                     MUST BE NUMERIC AND GREATER THAN ZERO; A
003600*                     CHANGE MAY SUPPLY A NEW QUANTITY OR LEAVE
003700*                     THE FIELD BLANK TO KEEP THE ONE ON FILE.
003800*                     KITSHORT EXPLODES IT AGAINST THE BILL OF
003900*                     MATERIALS EVERY NIGHT.
004000*   15-OCT-2026  RSH  EVERY ADD, CHANGE, AND CANCEL APPLIED IS NOW
004100*                     JOURNALED TO THE NEW WORK-ORDER EVENT FILE
004200*                     WITH THE MACHINE, START DATE, PRIORITY,
004300*                     STATUS, PART, AND ORDER QUANTITY BEFORE AND
004400*                     AFTER, AS AN EVENT MADE BY WORDMNT IN BATCH.
004500*=================================================================
004600
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   VAX-8600.
005000 OBJECT-COMPUTER.   VAX-8600.
005100
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS WO-ORDER-NUMBER
005800         FILE STATUS IS WS-WORKORD-STATUS.
005900
006000     SELECT WORK-ORDER-TRAN-FILE ASSIGN TO "WORDTRAN"
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-TRAN-STATUS.
006400
006500     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS IM-PART-NUMBER
006900         FILE STATUS IS WS-ITEMMAST-STATUS.
007000
007100     SELECT WORK-ORDER-EVENT-FILE ASSIGN TO "WOEVENT"
007200         ORGANIZATION IS SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-WOEVENT-STATUS.
007500
007600     SELECT PRINT-FILE ASSIGN TO "WORDMRPT"
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE IS SEQUENTIAL
007900         FILE STATUS IS WS-PRINT-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  WORK-ORDER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY WORKORD.
008600
008700 FD  WORK-ORDER-TRAN-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY WORDTRAN.
009000
009100 FD  ITEM-MASTER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY ITEMMAST.
009400
009500 FD  WORK-ORDER-EVENT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY WOEVENT.
009800
009900 FD  PRINT-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  PRINT-LINE                  PIC X(80).
010200
010300 WORKING-STORAGE SECTION.
010400*-----------------------------------------------------------------
010500* FILE STATUS AND SWITCHES
010600*-----------------------------------------------------------------
010700 77  WS-WORKORD-STATUS       PIC X(02).
010800     88  WS-WORKORD-OK               VALUE "00".
010900     88  WS-WORKORD-NOTFOUND         VALUE "23".
011000
011100 77  WS-TRAN-STATUS          PIC X(02).
011200     88  WS-TRAN-OK                  VALUE "00".
011300
011400 77  WS-ITEMMAST-STATUS      PIC X(02).
011500     88  WS-ITEMMAST-OK              VALUE "00".
011600     88  WS-ITEMMAST-NOTFOUND        VALUE "23".
011700
011800 77  WS-WOEVENT-STATUS       PIC X(02).
011900     88  WS-WOEVENT-OK               VALUE "00".
012000
012100 77  WS-PRINT-STATUS         PIC X(02).
012200     88  WS-PRINT-OK                 VALUE "00".
012300
012400 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
012500     88  WS-TRAN-EOF                 VALUE "Y".
012600
012700 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
012800     88  WS-FILES-OPEN               VALUE "Y".
012900
013000 77  WS-REJECT-SWITCH        PIC X(01)   VALUE "N".
013100     88  WS-TRAN-REJECTED            VALUE "Y".
013200
013300*-----------------------------------------------------------------
013400* DATE VALIDATION WORK AREAS - THE PLANNED START DATE IS SLICED
013500* THROUGH AN ALPHANUMERIC OVERLAY SO ITS MONTH AND DAY CAN BE
013600* RANGE-CHECKED BEFORE THE ORDER IS WRITTEN
013700*-----------------------------------------------------------------
013800 01  WS-EDIT-DATE-X.
013900     05  WS-EDIT-CCYY            PIC 9(04).
014000     05  WS-EDIT-MM              PIC 9(02).
014100     05  WS-EDIT-DD              PIC 9(02).
014200
014300*-----------------------------------------------------------------
014400* RUN CONTROL TOTALS
014500*-----------------------------------------------------------------
014600 77  WS-TODAY-CCYYMMDD       PIC 9(08).
014700 77  WS-TRAN-READ-COUNT      PIC 9(05)   COMP    VALUE ZERO.
014800 77  WS-TRAN-APPLIED-COUNT   PIC 9(05)   COMP    VALUE ZERO.
014900 77  WS-TRAN-REJECT-COUNT    PIC 9(05)   COMP    VALUE ZERO.
015000
015100 77  WS-REJECT-REASON        PIC X(30).
015200
015300*-----------------------------------------------------------------
015400* PRINT LINE LAYOUTS
015500*-----------------------------------------------------------------
015600 01  WS-TITLE-LINE.
015700     05  FILLER                  PIC X(26)
015800             VALUE "WORK-ORDER INTAKE PROOF".
015900     05  FILLER                  PIC X(54)   VALUE SPACES.
016000
016100 01  WS-DATE-LINE.
016200     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
016300     05  DL-RUN-DATE             PIC 9(08).
016400     05  FILLER                  PIC X(61)   VALUE SPACES.
016500
016600 01  WS-HEADING-LINE.
016700     05  FILLER                  PIC X(09)   VALUE "ACTION".
016800     05  FILLER                  PIC X(10)   VALUE "ORDER".
016900     05  FILLER                  PIC X(10)   VALUE "RESULT".
017000     05  FILLER                  PIC X(06)   VALUE "REASON".
017100     05  FILLER                  PIC X(45)   VALUE SPACES.
017200
017300 01  WS-DETAIL-LINE.
017400     05  DL-ACTION               PIC X(09).
017500     05  DL-ORDER                PIC X(10).
017600     05  DL-RESULT               PIC X(10).
017700     05  DL-REASON               PIC X(30).
017800     05  FILLER                  PIC X(21)   VALUE SPACES.
017900
018000 01  WS-TOTAL-LINE.
018100     05  FILLER                  PIC X(16)
018200             VALUE "TRANSACTIONS:".
018300     05  TL-READ                 PIC ZZZZ9.
018400     05  FILLER                  PIC X(10)   VALUE "  APPLIED:".
018500     05  TL-APPLIED              PIC ZZZZ9.
018600     05  FILLER                  PIC X(11)   VALUE "  REJECTED:".
018700     05  TL-REJECTED             PIC ZZZZ9.
018800     05  FILLER                  PIC X(28)   VALUE SPACES.
018900
019000 PROCEDURE DIVISION.
019100*=================================================================
019200* 0000-MAINLINE
019300*=================================================================
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
019700         UNTIL WS-TRAN-EOF.
019800     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
019900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020000     STOP RUN.
020100
020200*=================================================================
020300* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS, AND
020400*                   PRIME THE TRANSACTION READ
020500*=================================================================
020600 1000-INITIALIZE.
020700     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
020800     OPEN I-O WORK-ORDER-FILE.
020900     IF NOT WS-WORKORD-OK
021000         DISPLAY "WORK-ORDER OPEN FAILED - STATUS "
021100             WS-WORKORD-STATUS
021200         GO TO 9900-ABORT-TEARDOWN
021300     END-IF.
021400     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
021500     OPEN INPUT WORK-ORDER-TRAN-FILE.
021600     IF NOT WS-TRAN-OK
021700         DISPLAY "WORK-ORDER-TRAN OPEN FAILED - STATUS "
021800             WS-TRAN-STATUS
021900         GO TO 9900-ABORT-TEARDOWN
022000     END-IF.
022100     OPEN INPUT ITEM-MASTER-FILE.
022200     IF NOT WS-ITEMMAST-OK
022300         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
022400             WS-ITEMMAST-STATUS
022500         GO TO 9900-ABORT-TEARDOWN
022600     END-IF.
022700     OPEN EXTEND WORK-ORDER-EVENT-FILE.
022800     IF NOT WS-WOEVENT-OK
022900         DISPLAY "WORK-ORDER-EVENT OPEN FAILED - STATUS "
023000             WS-WOEVENT-STATUS
023100         GO TO 9900-ABORT-TEARDOWN
023200     END-IF.
023300     OPEN OUTPUT PRINT-FILE.
023400     IF NOT WS-PRINT-OK
023500         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
023600             WS-PRINT-STATUS
023700         GO TO 9900-ABORT-TEARDOWN
023800     END-IF.
023900
024000     MOVE WS-TITLE-LINE TO PRINT-LINE.
024100     WRITE PRINT-LINE.
024200     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
024300     MOVE WS-DATE-LINE TO PRINT-LINE.
024400     WRITE PRINT-LINE.
024500     MOVE WS-HEADING-LINE TO PRINT-LINE.
024600     WRITE PRINT-LINE.
024700
024800     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
024900 1000-EXIT.
025000     EXIT.
025100
025200*=================================================================
025300* 2000-PROCESS-TRANSACTION - APPLY ONE TRANSACTION, PRINT ITS
025400*                            PROOF LINE, AND READ THE NEXT ONE
025500*=================================================================
025600 2000-PROCESS-TRANSACTION.
025700     ADD 1 TO WS-TRAN-READ-COUNT.
025800     MOVE "N" TO WS-REJECT-SWITCH.
025900     MOVE SPACES TO WS-REJECT-REASON.
026000
026100     IF WT-ORDER-NUMBER = SPACES
026200         MOVE "ORDER NUMBER REQUIRED" TO WS-REJECT-REASON
026300         MOVE "Y" TO WS-REJECT-SWITCH
026400     ELSE
026500         EVALUATE TRUE
026600             WHEN WT-ACT-ADD
026700                 PERFORM 2200-APPLY-ADD THRU 2200-EXIT
026800             WHEN WT-ACT-CHANGE
026900                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
027000             WHEN WT-ACT-CANCEL
027100                 PERFORM 2400-APPLY-CANCEL THRU 2400-EXIT
027200             WHEN OTHER
027300                 MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
027400                 MOVE "Y" TO WS-REJECT-SWITCH
027500         END-EVALUATE
027600     END-IF.
027700
027800     PERFORM 2600-PRINT-PROOF-LINE THRU 2600-EXIT.
027900     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
028000 2000-EXIT.
028100     EXIT.
028200
028300*=================================================================
028400* 2100-READ-TRANSACTION - READ ONE TRANSACTION RECORD
028500*=================================================================
028600 2100-READ-TRANSACTION.
028700     READ WORK-ORDER-TRAN-FILE
028800         AT END
028900             MOVE "Y" TO WS-EOF-SWITCH
029000     END-READ.
029100 2100-EXIT.
029200     EXIT.
029300
029400*=================================================================
029500* 2200-APPLY-ADD - CREATE A NEW PLANNED WORK ORDER.  AN ORDER
029600*                  NUMBER ALREADY ON FILE, A BLANK MACHINE, OR A
029700*                  BAD START DATE OR PRIORITY REJECTS THE
029800*                  TRANSACTION.
029900*=================================================================
030000 2200-APPLY-ADD.
030100     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT.
030200     IF WS-TRAN-REJECTED
030300         GO TO 2200-EXIT
030400     END-IF.
030500     IF WT-LINE-MACHINE = SPACES
030600         MOVE "LINE/MACHINE REQUIRED" TO WS-REJECT-REASON
030700         MOVE "Y" TO WS-REJECT-SWITCH
030800         GO TO 2200-EXIT
030900     END-IF.
031000     IF WT-PLANNED-START-DATE = SPACES
031100         MOVE "START DATE REQUIRED" TO WS-REJECT-REASON
031200         MOVE "Y" TO WS-REJECT-SWITCH
031300         GO TO 2200-EXIT
031400     END-IF.
031500     IF WT-PRIORITY = SPACES
031600         MOVE "PRIORITY REQUIRED" TO WS-REJECT-REASON
031700         MOVE "Y" TO WS-REJECT-SWITCH
031800         GO TO 2200-EXIT
031900     END-IF.
032000     IF WT-ORDER-QTY = SPACES
032100         MOVE "ORDER QUANTITY REQUIRED" TO WS-REJECT-REASON
032200         MOVE "Y" TO WS-REJECT-SWITCH
032300         GO TO 2200-EXIT
032400     END-IF.
032500     IF WT-PART-NUMBER = SPACES
032600         MOVE "PART NUMBER REQUIRED" TO WS-REJECT-REASON
032700         MOVE "Y" TO WS-REJECT-SWITCH
032800         GO TO 2200-EXIT
032900     END-IF.
033000     PERFORM 2520-VALIDATE-PART THRU 2520-EXIT.
033100     IF WS-TRAN-REJECTED
033200         GO TO 2200-EXIT
033300     END-IF.
033400
033500     MOVE WT-ORDER-NUMBER TO WO-ORDER-NUMBER.
033600     READ WORK-ORDER-FILE
033700         INVALID KEY
033800             MOVE "23" TO WS-WORKORD-STATUS
033900     END-READ.
034000     IF WS-WORKORD-OK
034100         MOVE "DUPLICATE ADD" TO WS-REJECT-REASON
034200         MOVE "Y" TO WS-REJECT-SWITCH
034300         GO TO 2200-EXIT
034400     END-IF.
034500     IF NOT WS-WORKORD-NOTFOUND
034600         DISPLAY "WORK-ORDER READ FAILED - STATUS "
034700             WS-WORKORD-STATUS
034800         GO TO 9900-ABORT-TEARDOWN
034900     END-IF.
035000
035100     MOVE WT-ORDER-NUMBER TO WO-ORDER-NUMBER.
035200     MOVE WT-LINE-MACHINE TO WO-LINE-MACHINE.
035300     MOVE WT-PLANNED-START-NUM TO WO-PLANNED-START-DATE.
035400     MOVE WT-PRIORITY-NUM TO WO-PRIORITY.
035500     MOVE WT-ORDER-QTY-NUM TO WO-ORDER-QTY.
035600     MOVE "P" TO WO-STATUS.
035700     MOVE WT-PART-NUMBER TO WO-PART-NUMBER.
035800     MOVE ZERO TO WO-QTY-GOOD.
035900     MOVE ZERO TO WO-QTY-SCRAP.
036000     MOVE SPACES TO WE-BEFORE.
036100     MOVE ZERO TO WE-START-DATE-BEFORE.
036200     MOVE ZERO TO WE-PRIORITY-BEFORE.
036300     PERFORM 2550-STAMP-STATUS-CHANGE THRU 2550-EXIT.
036400
036500     WRITE WORK-ORDER-RECORD
036600         INVALID KEY MOVE "22" TO WS-WORKORD-STATUS
036700     END-WRITE.
036800     IF NOT WS-WORKORD-OK
036900         DISPLAY "WORK-ORDER WRITE FAILED - STATUS "
037000             WS-WORKORD-STATUS
037100         GO TO 9900-ABORT-TEARDOWN
037200     END-IF.
037300     MOVE "ADD" TO WE-EVENT-TYPE.
037400     PERFORM 2750-WRITE-ORDER-EVENT THRU 2750-EXIT.
037500 2200-EXIT.
037600     EXIT.
037700
037800*=================================================================
037900* 2300-APPLY-CHANGE - AMEND A PLANNED WORK ORDER.  ONLY THE
038000*                     FIELDS SUPPLIED ON THE TRANSACTION ARE
038100*                     TOUCHED - A BLANK MACHINE, DATE, PRIORITY,
038200*                     OR QUANTITY LEAVES THE FIELD ON FILE AS IT
038300*                     STANDS.  AN ORDER THE FLOOR HAS STARTED,
038400*                     COMPLETED, OR ALREADY CANCELLED IS NEVER
038500*                     AMENDED FROM THE PLANNING LIST.
038600*=================================================================
038700 2300-APPLY-CHANGE.
038800     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT.
038900     IF WS-TRAN-REJECTED
039000         GO TO 2300-EXIT
039100     END-IF.
039200     IF WT-PART-NUMBER NOT = SPACES
039300         PERFORM 2520-VALIDATE-PART THRU 2520-EXIT
039400         IF WS-TRAN-REJECTED
039500             GO TO 2300-EXIT
039600         END-IF
039700     END-IF.
039800
039900     PERFORM 2450-FETCH-PLANNED-ORDER THRU 2450-EXIT.
040000     IF WS-TRAN-REJECTED
040100         GO TO 2300-EXIT
040200     END-IF.
040300
040400     PERFORM 2700-SAVE-ORDER-BEFORE THRU 2700-EXIT.
040500
040600     IF WT-LINE-MACHINE NOT = SPACES
040700         MOVE WT-LINE-MACHINE TO WO-LINE-MACHINE
040800     END-IF.
040900     IF WT-PLANNED-START-DATE NOT = SPACES
041000         MOVE WT-PLANNED-START-NUM TO WO-PLANNED-START-DATE
041100     END-IF.
041200     IF WT-PRIORITY NOT = SPACES
041300         MOVE WT-PRIORITY-NUM TO WO-PRIORITY
041400     END-IF.
041500     IF WT-ORDER-QTY NOT = SPACES
041600         MOVE WT-ORDER-QTY-NUM TO WO-ORDER-QTY
041700     END-IF.
041800     IF WT-PART-NUMBER NOT = SPACES
041900         MOVE WT-PART-NUMBER TO WO-PART-NUMBER
042000     END-IF.
042100     PERFORM 2550-STAMP-STATUS-CHANGE THRU 2550-EXIT.
042200
042300     REWRITE WORK-ORDER-RECORD
042400         INVALID KEY MOVE "99" TO WS-WORKORD-STATUS
042500     END-REWRITE.
042600     IF NOT WS-WORKORD-OK
042700         DISPLAY "WORK-ORDER REWRITE FAILED - STATUS "
042800             WS-WORKORD-STATUS
042900         GO TO 9900-ABORT-TEARDOWN
043000     END-IF.
043100     MOVE "CHANGE" TO WE-EVENT-TYPE.
043200     PERFORM 2750-WRITE-ORDER-EVENT THRU 2750-EXIT.
043300 2300-EXIT.
043400     EXIT.
043500
043600*=================================================================
043700* 2400-APPLY-CANCEL - WITHDRAW A PLANNED WORK ORDER.  AN ORDER
043800*                     THE FLOOR HAS STARTED OR COMPLETED IS
043900*                     NEVER CANCELLED FROM THE PLANNING LIST.
044000*=================================================================
044100 2400-APPLY-CANCEL.
044200     PERFORM 2450-FETCH-PLANNED-ORDER THRU 2450-EXIT.
044300     IF WS-TRAN-REJECTED
044400         GO TO 2400-EXIT
044500     END-IF.
044600
044700     PERFORM 2700-SAVE-ORDER-BEFORE THRU 2700-EXIT.
044800
044900     MOVE "X" TO WO-STATUS.
045000     PERFORM 2550-STAMP-STATUS-CHANGE THRU 2550-EXIT.
045100
045200     REWRITE WORK-ORDER-RECORD
045300         INVALID KEY MOVE "99" TO WS-WORKORD-STATUS
045400     END-REWRITE.
045500     IF NOT WS-WORKORD-OK
045600         DISPLAY "WORK-ORDER REWRITE FAILED - STATUS "
045700             WS-WORKORD-STATUS
045800         GO TO 9900-ABORT-TEARDOWN
045900     END-IF.
046000     MOVE "CANCEL" TO WE-EVENT-TYPE.
046100     PERFORM 2750-WRITE-ORDER-EVENT THRU 2750-EXIT.
046200 2400-EXIT.
046300     EXIT.
046400
046500*=================================================================
046600* 2450-FETCH-PLANNED-ORDER - FETCH THE TARGET ORDER FOR A CHANGE
046700*                            OR CANCEL AND REJECT THE
046800*                            TRANSACTION UNLESS THE ORDER IS
046900*                            STILL IN PLANNED STATUS
047000*=================================================================
047100 2450-FETCH-PLANNED-ORDER.
047200     MOVE WT-ORDER-NUMBER TO WO-ORDER-NUMBER.
047300     READ WORK-ORDER-FILE
047400         INVALID KEY
047500             MOVE "23" TO WS-WORKORD-STATUS
047600     END-READ.
047700     IF WS-WORKORD-NOTFOUND
047800         MOVE "ORDER NOT FOUND" TO WS-REJECT-REASON
047900         MOVE "Y" TO WS-REJECT-SWITCH
048000         GO TO 2450-EXIT
048100     END-IF.
048200     IF NOT WS-WORKORD-OK
048300         DISPLAY "WORK-ORDER READ FAILED - STATUS "
048400             WS-WORKORD-STATUS
048500         GO TO 9900-ABORT-TEARDOWN
048600     END-IF.
048700
048800     EVALUATE TRUE
048900         WHEN WO-STAT-STARTED
049000             MOVE "ORDER ALREADY STARTED" TO WS-REJECT-REASON
049100             MOVE "Y" TO WS-REJECT-SWITCH
049200         WHEN WO-STAT-COMPLETED
049300             MOVE "ORDER ALREADY COMPLETED" TO WS-REJECT-REASON
049400             MOVE "Y" TO WS-REJECT-SWITCH
049500         WHEN WO-STAT-CANCELLED
049600             MOVE "ORDER ALREADY CANCELLED" TO WS-REJECT-REASON
049700             MOVE "Y" TO WS-REJECT-SWITCH
049800     END-EVALUATE.
049900 2450-EXIT.
050000     EXIT.
050100
050200*=================================================================
050300* 2500-VALIDATE-FIELDS - RANGE-CHECK THE DATE, PRIORITY, AND
050400*                        ORDER QUANTITY WHEN THEY ARE SUPPLIED.
050500*                        A BLANK FIELD IS JUDGED BY THE ACTION
050600*                        PARAGRAPHS - AN ADD REQUIRES IT, A
050700*                        CHANGE LEAVES THE FIELD ON FILE AS IT
050800*                        STANDS.
050900*=================================================================
051000 2500-VALIDATE-FIELDS.
051100     IF WT-PLANNED-START-DATE NOT = SPACES
051200         IF WT-PLANNED-START-DATE IS NOT NUMERIC
051300             MOVE "START DATE NOT NUMERIC" TO WS-REJECT-REASON
051400             MOVE "Y" TO WS-REJECT-SWITCH
051500             GO TO 2500-EXIT
051600         END-IF
051700         MOVE WT-PLANNED-START-NUM TO WS-EDIT-DATE-X
051800         IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
051900                 OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
052000             MOVE "START DATE OUT OF RANGE" TO WS-REJECT-REASON
052100             MOVE "Y" TO WS-REJECT-SWITCH
052200             GO TO 2500-EXIT
052300         END-IF
052400     END-IF.
052500     IF WT-PRIORITY NOT = SPACES
052600         IF WT-PRIORITY IS NOT NUMERIC
052700             MOVE "PRIORITY NOT NUMERIC" TO WS-REJECT-REASON
052800             MOVE "Y" TO WS-REJECT-SWITCH
052900             GO TO 2500-EXIT
053000         END-IF
053100         IF WT-PRIORITY-NUM = ZERO
053200             MOVE "PRIORITY MUST BE 1 TO 99" TO WS-REJECT-REASON
053300             MOVE "Y" TO WS-REJECT-SWITCH
053400             GO TO 2500-EXIT
053500         END-IF
053600     END-IF.
053700     IF WT-ORDER-QTY NOT = SPACES
053800         IF WT-ORDER-QTY IS NOT NUMERIC
053900             MOVE "ORDER QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
054000             MOVE "Y" TO WS-REJECT-SWITCH
054100             GO TO 2500-EXIT
054200         END-IF
054300         IF WT-ORDER-QTY-NUM = ZERO
054400             MOVE "ORDER QUANTITY MUST BE > ZERO"
054500                 TO WS-REJECT-REASON
054600             MOVE "Y" TO WS-REJECT-SWITCH
054700             GO TO 2500-EXIT
054800         END-IF
054900     END-IF.
055000 2500-EXIT.
055100     EXIT.
055200
055300*=================================================================
055400* 2520-VALIDATE-PART - THE FINISHED PART NAMED ON THE
055500*                      TRANSACTION MUST BE AN ACTIVE PART ON THE
055600*                      ITEM-MASTER, OR THE COMPLETION RECEIPT
055700*                      COULD NEVER BE POSTED
055800*=================================================================
055900 2520-VALIDATE-PART.
056000     MOVE WT-PART-NUMBER TO IM-PART-NUMBER.
056100     READ ITEM-MASTER-FILE
056200         INVALID KEY
056300             MOVE "23" TO WS-ITEMMAST-STATUS
056400     END-READ.
056500     IF WS-ITEMMAST-NOTFOUND
056600         MOVE "PART NOT ON ITEM MASTER" TO WS-REJECT-REASON
056700         MOVE "Y" TO WS-REJECT-SWITCH
056800         GO TO 2520-EXIT
056900     END-IF.
057000     IF NOT WS-ITEMMAST-OK
057100         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
057200             WS-ITEMMAST-STATUS
057300         GO TO 9900-ABORT-TEARDOWN
057400     END-IF.
057500     IF IM-ITEM-INACTIVE
057600         MOVE "PART IS DEACTIVATED" TO WS-REJECT-REASON
057700         MOVE "Y" TO WS-REJECT-SWITCH
057800     END-IF.
057900 2520-EXIT.
058000     EXIT.
058100
058200*=================================================================
058300* 2550-STAMP-STATUS-CHANGE - STAMP THE ORDER WITH THIS PROGRAM'S
058400*                            NAME AND THE RUN TIMESTAMP, SAME AS
058500*                            A FLOOR STATUS CHANGE IS STAMPED
058600*                            WITH THE OPERATOR WHO MADE IT
058700*=================================================================
058800 2550-STAMP-STATUS-CHANGE.
058900     MOVE "WORDMNT" TO WO-STATUS-USERID.
059000     ACCEPT WO-STATUS-DATE FROM DATE YYYYMMDD.
059100     ACCEPT WO-STATUS-TIME FROM TIME.
059200 2550-EXIT.
059300     EXIT.
059400
059500*=================================================================
059600* 2600-PRINT-PROOF-LINE - ONE PROOF LINE PER TRANSACTION,
059700*                         APPLIED OR REJECTED WITH THE REASON
059800*=================================================================
059900 2600-PRINT-PROOF-LINE.
060000     MOVE WT-ACTION TO DL-ACTION.
060100     MOVE WT-ORDER-NUMBER TO DL-ORDER.
060200     IF WS-TRAN-REJECTED
060300         MOVE "REJECTED" TO DL-RESULT
060400         MOVE WS-REJECT-REASON TO DL-REASON
060500         ADD 1 TO WS-TRAN-REJECT-COUNT
060600     ELSE
060700         MOVE "APPLIED" TO DL-RESULT
060800         MOVE SPACES TO DL-REASON
060900         ADD 1 TO WS-TRAN-APPLIED-COUNT
061000     END-IF.
061100     MOVE WS-DETAIL-LINE TO PRINT-LINE.
061200     WRITE PRINT-LINE.
061300 2600-EXIT.
061400     EXIT.
061500
061600*=================================================================
061700* 2700-SAVE-ORDER-BEFORE - CAPTURE THE SCHEDULED FIELDS OF THE
061800*                          ORDER IN THE EVENT RECORD AREA BEFORE
061900*                          THE TRANSACTION CHANGES THEM
062000*=================================================================
062100 2700-SAVE-ORDER-BEFORE.
062200     MOVE WO-LINE-MACHINE TO WE-LINE-MACHINE-BEFORE.
062300     MOVE WO-PLANNED-START-DATE TO WE-START-DATE-BEFORE.
062400     MOVE WO-PRIORITY TO WE-PRIORITY-BEFORE.
062500     MOVE WO-STATUS TO WE-STATUS-BEFORE.
062600     MOVE WO-PART-NUMBER TO WE-PART-NUMBER-BEFORE.
062700     MOVE WO-ORDER-QTY TO WE-ORDER-QTY-BEFORE.
062800 2700-EXIT.
062900     EXIT.
063000
063100*=================================================================
063200* 2750-WRITE-ORDER-EVENT - JOURNAL THE TRANSACTION JUST APPLIED,
063300*                          STAMPED THE SAME AS THE ORDER.  THE
063400*                          BEFORE VALUES AND EVENT TYPE ARE
063500*                          ALREADY IN THE RECORD AREA.  AN EVENT
063600*                          THAT CANNOT BE JOURNALED ABENDS THE
063700*                          RUN, SO THE PROOF REPORT NEVER SHOWS
063800*                          A CHANGE THE JOURNAL DOES NOT.
063900*=================================================================
064000 2750-WRITE-ORDER-EVENT.
064100     MOVE WO-ORDER-NUMBER TO WE-ORDER-NUMBER.
064200     MOVE WO-STATUS-DATE TO WE-EVENT-DATE.
064300     MOVE WO-STATUS-TIME TO WE-EVENT-TIME.
064400     MOVE WO-STATUS-USERID TO WE-USERID.
064500     MOVE "BATCH" TO WE-TERMINAL.
064600     MOVE WO-LINE-MACHINE TO WE-LINE-MACHINE-AFTER.
064700     MOVE WO-PLANNED-START-DATE TO WE-START-DATE-AFTER.
064800     MOVE WO-PRIORITY TO WE-PRIORITY-AFTER.
064900     MOVE WO-STATUS TO WE-STATUS-AFTER.
065000     MOVE WO-PART-NUMBER TO WE-PART-NUMBER-AFTER.
065100     MOVE WO-ORDER-QTY TO WE-ORDER-QTY-AFTER.
065200     MOVE WO-QTY-GOOD TO WE-QTY-GOOD.
065300     MOVE WO-QTY-SCRAP TO WE-QTY-SCRAP.
065400
065500     WRITE WORK-ORDER-EVENT-RECORD.
065600     IF NOT WS-WOEVENT-OK
065700         DISPLAY "WORK-ORDER-EVENT WRITE FAILED - STATUS "
065800             WS-WOEVENT-STATUS
065900         GO TO 9900-ABORT-TEARDOWN
066000     END-IF.
066100 2750-EXIT.
066200     EXIT.
066300
066400*=================================================================
066500* 3000-PRINT-TOTALS - CONTROL TOTALS FOR THE PROOF REPORT
066600*=================================================================
066700 3000-PRINT-TOTALS.
066800     MOVE WS-TRAN-READ-COUNT TO TL-READ.
066900     MOVE WS-TRAN-APPLIED-COUNT TO TL-APPLIED.
067000     MOVE WS-TRAN-REJECT-COUNT TO TL-REJECTED.
067100     MOVE WS-TOTAL-LINE TO PRINT-LINE.
067200     WRITE PRINT-LINE.
067300 3000-EXIT.
067400     EXIT.
067500
067600*=================================================================
067700* 9000-TERMINATE - CLOSE THE FILES
067800*=================================================================
067900 9000-TERMINATE.
068000     CLOSE WORK-ORDER-FILE.
068100     CLOSE WORK-ORDER-TRAN-FILE.
068200     CLOSE ITEM-MASTER-FILE.
068300     CLOSE WORK-ORDER-EVENT-FILE.
068400     CLOSE PRINT-FILE.
068500 9000-EXIT.
068600     EXIT.
068700
068800*=================================================================
068900* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
069000*                       FILES ARE OPEN AND END THE RUN WITH A
069100*                       NONZERO RETURN CODE SO THE OVERNIGHT
069200*                       SCHEDULE SHOWS AN ABNORMAL TERMINATION.
069300*=================================================================
069400 9900-ABORT-TEARDOWN.
069500     DISPLAY "WORDMNT ABENDED - FILE OPERATION FAILED".
069600     IF WS-FILES-OPEN
069700         CLOSE WORK-ORDER-FILE
069800         CLOSE WORK-ORDER-TRAN-FILE
069900         CLOSE ITEM-MASTER-FILE
070000         CLOSE WORK-ORDER-EVENT-FILE
070100         CLOSE PRINT-FILE
070200     END-IF.
070300     MOVE 16 TO RETURN-CODE.
070400     STOP RUN.
070500
070600 END PROGRAM WORDMNT.
