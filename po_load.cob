000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     POLOAD.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* POLOAD
000900*
001000* NIGHTLY LOAD OF THE PURCHASE-ORDER FEED FROM THE PURCHASING
001100* SYSTEM INTO THE POLINE FILE THAT RECEIVING POSTS AGAINST.
001200* THE FEED IS READ TWICE.  THE FIRST PASS ONLY COUNTS THE
001300* DETAIL RECORDS AND ADDS UP THEIR ORDERED QUANTITY, AND THE
001400* FEED IS REFUSED WHOLE - NOT ONE LINE LOADED - UNLESS BOTH
001500* AGREE WITH ITS TRAILER AND EVERY RECORD CARRIES THIS SITE.
001600* THE SECOND PASS LOADS IT.  A NEW LINE IS ADDED WITH NOTHING
001700* RECEIVED; A LINE ALREADY ON FILE TAKES PURCHASING'S PART,
001800* ORDERED QUANTITY, DUE DATE, AND STATUS BUT KEEPS WHAT HAS
001900* BEEN RECEIVED AGAINST IT.  A LINE FOR A PART NOT ON THE ITEM
002000* MASTER, OR ONE THAT MOVES AN ALREADY-RECEIVED LINE TO A
002100* DIFFERENT PART, IS REJECTED AND PRINTED FOR PURCHASING TO
002200* PUT RIGHT.  LOADING A LINE ONLY EVER REPLACES PURCHASING'S
002300* FIELDS, SO A RUN THAT ABENDS PART WAY IS SIMPLY RUN AGAIN.
002400*
002500* MODIFICATION HISTORY
002600*   15-OCT-2026  RSH  ORIGINAL.
002700*=================================================================
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   VAX-8600.
003200 OBJECT-COMPUTER.   VAX-8600.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FEED-FILE ASSIGN TO "POFEED"
003700         ORGANIZATION IS SEQUENTIAL
003800         ACCESS MODE IS SEQUENTIAL
003900         FILE STATUS IS WS-FEED-STATUS.
004000
004100     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POLINE"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS PL-PO-KEY
004500         FILE STATUS IS WS-POLINE-STATUS.
004600
004700     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS IM-PART-NUMBER
005100         FILE STATUS IS WS-ITEMMAST-STATUS.
005200
005300     SELECT PRINT-FILE ASSIGN TO "POLDRPT"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-PRINT-STATUS.
005700
005800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS RC-RUN-KEY
006200         FILE STATUS IS WS-RUNCTL-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  FEED-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY POFEED.
006900
007000 FD  PURCHASE-ORDER-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY POLINE.
007300
007400 FD  ITEM-MASTER-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY ITEMMAST.
007700
007800 FD  PRINT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  PRINT-LINE                  PIC X(80).
008100
008200 FD  RUN-CONTROL-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY RUNCTL.
008500
008600 WORKING-STORAGE SECTION.
008700*-----------------------------------------------------------------
008800* FILE STATUS AND SWITCHES
008900*-----------------------------------------------------------------
009000 77  WS-RUNCTL-STATUS        PIC X(02).
009100     88  WS-RUNCTL-OK                VALUE "00".
009200     88  WS-RUNCTL-NOTFOUND          VALUE "23".
009300
009400 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
009500     88  WS-RUNCTL-ON-FILE           VALUE "Y".
009600
009700 77  WS-FEED-STATUS          PIC X(02).
009800     88  WS-FEED-OK                  VALUE "00".
009900
010000 77  WS-POLINE-STATUS        PIC X(02).
010100     88  WS-POLINE-OK                VALUE "00".
010200     88  WS-POLINE-NOTFOUND          VALUE "23".
010300
010400 77  WS-ITEMMAST-STATUS      PIC X(02).
010500     88  WS-ITEMMAST-OK              VALUE "00".
010600     88  WS-ITEMMAST-NOTFOUND        VALUE "23".
010700
010800 77  WS-PRINT-STATUS         PIC X(02).
010900     88  WS-PRINT-OK                 VALUE "00".
011000
011100 77  WS-FEED-EOF-SWITCH      PIC X(01)   VALUE "N".
011200     88  WS-FEED-EOF                 VALUE "Y".
011300
011400 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
011500     88  WS-FILES-OPEN               VALUE "Y".
011600
011700 77  WS-FEED-OPEN-SWITCH     PIC X(01)   VALUE "N".
011800     88  WS-FEED-OPEN                VALUE "Y".
011900
012000 77  WS-TRAILER-SWITCH       PIC X(01)   VALUE "N".
012100     88  WS-TRAILER-SEEN             VALUE "Y".
012200
012300 77  WS-FEED-BAD-SWITCH      PIC X(01)   VALUE "N".
012400     88  WS-FEED-BAD                 VALUE "Y".
012500
012600*-----------------------------------------------------------------
012700* SITE CODE EVERY RECORD OF THE FEED MUST CARRY
012800*-----------------------------------------------------------------
012900 77  WS-SITE-CODE            PIC X(04)   VALUE "FLC1".
013000
013100 77  WS-TODAY-CCYYMMDD       PIC 9(08).
013200 77  WS-REJECT-REASON        PIC X(33).
013300
013400*-----------------------------------------------------------------
013500* FEED BALANCING - WHAT THE FIRST PASS COUNTED AGAINST WHAT THE
013600* TRAILER SAYS WAS SENT
013700*-----------------------------------------------------------------
013800 77  WS-FEED-DETAIL-COUNT    PIC 9(07)   COMP    VALUE ZERO.
013900 77  WS-FEED-ORDERED-TOTAL   PIC 9(09)   COMP    VALUE ZERO.
014000 77  WS-TRAILER-COUNT        PIC 9(07)   COMP    VALUE ZERO.
014100 77  WS-TRAILER-TOTAL        PIC 9(09)   COMP    VALUE ZERO.
014200
014300*-----------------------------------------------------------------
014400* RUN CONTROL TOTALS
014500*-----------------------------------------------------------------
014600 77  WS-READ-COUNT           PIC 9(07)   COMP    VALUE ZERO.
014700 77  WS-ADDED-COUNT          PIC 9(07)   COMP    VALUE ZERO.
014800 77  WS-CHANGED-COUNT        PIC 9(07)   COMP    VALUE ZERO.
014900 77  WS-REJECTED-COUNT       PIC 9(07)   COMP    VALUE ZERO.
015000
015100*-----------------------------------------------------------------
015200* PRINT LINE LAYOUTS
015300*-----------------------------------------------------------------
015400 01  WS-TITLE-LINE.
015500     05  FILLER                  PIC X(30)
015600             VALUE "PURCHASE-ORDER FEED LOAD".
015700     05  FILLER                  PIC X(50)   VALUE SPACES.
015800
015900 01  WS-DATE-LINE.
016000     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
016100     05  DL-RUN-DATE             PIC 9(08).
016200     05  FILLER                  PIC X(61)   VALUE SPACES.
016300
016400 01  WS-HEADING-LINE.
016500     05  FILLER                  PIC X(10)   VALUE "PO NUMBER".
016600     05  FILLER                  PIC X(05)   VALUE "LINE".
016700     05  FILLER                  PIC X(09)   VALUE "PART".
016800     05  FILLER                  PIC X(09)   VALUE "  ORDERED".
016900     05  FILLER                  PIC X(10)   VALUE " DUE".
017000     05  FILLER                  PIC X(04)   VALUE "ST".
017100     05  FILLER                  PIC X(33)   VALUE "RESULT".
017200
017300 01  WS-DETAIL-LINE.
017400     05  DL-PO-NUMBER            PIC X(08).
017500     05  FILLER                  PIC X(02)   VALUE SPACES.
017600     05  DL-PO-LINE              PIC 9(03).
017700     05  FILLER                  PIC X(02)   VALUE SPACES.
017800     05  DL-PART                 PIC X(08).
017900     05  FILLER                  PIC X(01)   VALUE SPACES.
018000     05  DL-ORDERED              PIC ZZZZZZZZ9.
018100     05  FILLER                  PIC X(01)   VALUE SPACES.
018200     05  DL-DUE-DATE             PIC 9(08).
018300     05  FILLER                  PIC X(01)   VALUE SPACES.
018400     05  DL-STATUS               PIC X(01).
018500     05  FILLER                  PIC X(03)   VALUE SPACES.
018600     05  DL-RESULT               PIC X(33).
018700
018800 01  WS-MESSAGE-LINE.
018900     05  ML-MESSAGE              PIC X(80).
019000
019100 01  WS-BALANCE-LINE.
019200     05  FILLER                  PIC X(15)
019300             VALUE "FEED RECORDS:".
019400     05  BL-DETAIL-COUNT         PIC ZZZZZZ9.
019500     05  FILLER                  PIC X(11)   VALUE "  TRAILER:".
019600     05  BL-TRAILER-COUNT        PIC ZZZZZZ9.
019700     05  FILLER                  PIC X(11)   VALUE "  ORDERED:".
019800     05  BL-ORDERED-TOTAL        PIC ZZZZZZZZ9.
019900     05  FILLER                  PIC X(11)   VALUE "  TRAILER:".
020000     05  BL-TRAILER-TOTAL        PIC ZZZZZZZZ9.
020100
020200 01  WS-TOTAL-LINE.
020300     05  FILLER                  PIC X(06)   VALUE "READ:".
020400     05  TL-READ                 PIC ZZZZZZ9.
020500     05  FILLER                  PIC X(09)   VALUE "  ADDED:".
020600     05  TL-ADDED                PIC ZZZZZZ9.
020700     05  FILLER                  PIC X(11)   VALUE "  CHANGED:".
020800     05  TL-CHANGED              PIC ZZZZZZ9.
020900     05  FILLER                  PIC X(12)   VALUE "  REJECTED:".
021000     05  TL-REJECTED             PIC ZZZZZZ9.
021100     05  FILLER                  PIC X(14)   VALUE SPACES.
021200
021300 PROCEDURE DIVISION.
021400*=================================================================
021500* 0000-MAINLINE
021600*=================================================================
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021900     PERFORM 2000-BALANCE-FEED THRU 2000-EXIT.
022000     PERFORM 3000-LOAD-FEED THRU 3000-EXIT.
022100     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
022200     PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT.
022300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022400     STOP RUN.
022500
022600*=================================================================
022700* 1000-INITIALIZE - CHECK IN WITH RUN CONTROL, OPEN THE FILES,
022800*                   AND PRINT THE HEADINGS.  THE FEED ITSELF
022900*                   IS OPENED BY EACH PASS.
023000*=================================================================
023100 1000-INITIALIZE.
023200     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
023300     PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT.
023400
023500     OPEN I-O PURCHASE-ORDER-FILE.
023600     IF NOT WS-POLINE-OK
023700         DISPLAY "PURCHASE-ORDER OPEN FAILED - STATUS "
023800             WS-POLINE-STATUS
023900         GO TO 9900-ABORT-TEARDOWN
024000     END-IF.
024100     OPEN INPUT ITEM-MASTER-FILE.
024200     IF NOT WS-ITEMMAST-OK
024300         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
024400             WS-ITEMMAST-STATUS
024500         CLOSE PURCHASE-ORDER-FILE
024600         GO TO 9900-ABORT-TEARDOWN
024700     END-IF.
024800     OPEN OUTPUT PRINT-FILE.
024900     IF NOT WS-PRINT-OK
025000         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
025100             WS-PRINT-STATUS
025200         CLOSE PURCHASE-ORDER-FILE
025300         CLOSE ITEM-MASTER-FILE
025400         GO TO 9900-ABORT-TEARDOWN
025500     END-IF.
025600     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
025700
025800     MOVE WS-TITLE-LINE TO PRINT-LINE.
025900     WRITE PRINT-LINE.
026000     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
026100     MOVE WS-DATE-LINE TO PRINT-LINE.
026200     WRITE PRINT-LINE.
026300 1000-EXIT.
026400     EXIT.
026500
026600*=================================================================
026700* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
026800*                         COMPLETED, WARN WHEN A PRIOR RUN IS
026900*                         STILL IN FLIGHT FROM AN ABEND OR A
027000*                         REFUSED FEED, AND WRITE THIS RUN'S
027100*                         IN-FLIGHT RECORD
027200*=================================================================
027300 1500-OPEN-RUN-CONTROL.
027400     OPEN I-O RUN-CONTROL-FILE.
027500     IF NOT WS-RUNCTL-OK
027600         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
027700             WS-RUNCTL-STATUS
027800         GO TO 9900-ABORT-TEARDOWN
027900     END-IF.
028000
028100     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
028200     MOVE "POLOAD" TO RC-JOB-NAME.
028300     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
028400     READ RUN-CONTROL-FILE
028500         INVALID KEY
028600             MOVE "23" TO WS-RUNCTL-STATUS
028700     END-READ.
028800     IF WS-RUNCTL-OK
028900         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
029000         IF RC-RUN-COMPLETED
029100             DISPLAY "POLOAD ALREADY COMPLETED FOR "
029200                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
029300             GO TO 9950-REFUSED-RUN
029400         END-IF
029500         DISPLAY "PRIOR POLOAD RUN DID NOT COMPLETE FOR "
029600             WS-TODAY-CCYYMMDD " - RERUNNING"
029700     END-IF.
029800     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
029900         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
030000             WS-RUNCTL-STATUS
030100         GO TO 9900-ABORT-TEARDOWN
030200     END-IF.
030300
030400     MOVE "POLOAD" TO RC-JOB-NAME.
030500     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
030600     MOVE "S" TO RC-RUN-STATUS.
030700     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
030800     ACCEPT RC-START-TIME FROM TIME.
030900     MOVE ZERO TO RC-END-DATE.
031000     MOVE ZERO TO RC-END-TIME.
031100     IF WS-RUNCTL-ON-FILE
031200         REWRITE RUN-CONTROL-RECORD
031300             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
031400         END-REWRITE
031500     ELSE
031600         WRITE RUN-CONTROL-RECORD
031700             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
031800         END-WRITE
031900     END-IF.
032000     IF NOT WS-RUNCTL-OK
032100         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
032200             WS-RUNCTL-STATUS
032300         GO TO 9900-ABORT-TEARDOWN
032400     END-IF.
032500 1500-EXIT.
032600     EXIT.
032700
032800*=================================================================
032900* 2000-BALANCE-FEED - FIRST PASS.  COUNT THE DETAIL RECORDS AND
033000*                     ADD UP THEIR ORDERED QUANTITY, THEN HOLD
033100*                     BOTH AGAINST THE TRAILER.  A FEED WITH NO
033200*                     TRAILER, A RECORD AFTER THE TRAILER, A
033300*                     RECORD FOR ANOTHER SITE, OR A COUNT OR
033400*                     TOTAL THAT DOES NOT AGREE IS REFUSED.
033500*=================================================================
033600 2000-BALANCE-FEED.
033700     PERFORM 2500-OPEN-FEED THRU 2500-EXIT.
033800     PERFORM 2600-READ-FEED THRU 2600-EXIT.
033900     PERFORM 2100-BALANCE-ONE-RECORD THRU 2100-EXIT
034000         UNTIL WS-FEED-EOF.
034100     CLOSE FEED-FILE.
034200     MOVE "N" TO WS-FEED-OPEN-SWITCH.
034300
034400     MOVE WS-FEED-DETAIL-COUNT TO BL-DETAIL-COUNT.
034500     MOVE WS-TRAILER-COUNT TO BL-TRAILER-COUNT.
034600     MOVE WS-FEED-ORDERED-TOTAL TO BL-ORDERED-TOTAL.
034700     MOVE WS-TRAILER-TOTAL TO BL-TRAILER-TOTAL.
034800     MOVE WS-BALANCE-LINE TO PRINT-LINE.
034900     WRITE PRINT-LINE.
035000
035100     IF NOT WS-TRAILER-SEEN
035200         MOVE "FEED HAS NO TRAILER - NOT LOADED"
035300             TO ML-MESSAGE
035400         GO TO 2900-REFUSE-FEED
035500     END-IF.
035600     IF WS-FEED-BAD
035700         MOVE "FEED OUT OF SEQUENCE OR WRONG SITE - NOT LOADED"
035800             TO ML-MESSAGE
035900         GO TO 2900-REFUSE-FEED
036000     END-IF.
036100     IF WS-FEED-DETAIL-COUNT NOT = WS-TRAILER-COUNT
036200             OR WS-FEED-ORDERED-TOTAL NOT = WS-TRAILER-TOTAL
036300         MOVE "FEED DOES NOT BALANCE TO TRAILER - NOT LOADED"
036400             TO ML-MESSAGE
036500         GO TO 2900-REFUSE-FEED
036600     END-IF.
036700
036800     MOVE WS-HEADING-LINE TO PRINT-LINE.
036900     WRITE PRINT-LINE.
037000 2000-EXIT.
037100     EXIT.
037200
037300*=================================================================
037400* 2100-BALANCE-ONE-RECORD - TALLY ONE FEED RECORD AND READ THE
037500*                           NEXT
037600*=================================================================
037700 2100-BALANCE-ONE-RECORD.
037800     IF PF-SITE-CODE NOT = WS-SITE-CODE OR WS-TRAILER-SEEN
037900         MOVE "Y" TO WS-FEED-BAD-SWITCH
038000     END-IF.
038100     EVALUATE TRUE
038200         WHEN PF-DETAIL-RECORD
038300             ADD 1 TO WS-FEED-DETAIL-COUNT
038400             IF PF-ORDERED-QTY IS NUMERIC
038500                 ADD PF-ORDERED-QTY TO WS-FEED-ORDERED-TOTAL
038600             END-IF
038700         WHEN PF-TRAILER-RECORD
038800             MOVE "Y" TO WS-TRAILER-SWITCH
038900             IF PF-RECORD-COUNT IS NUMERIC
039000                     AND PF-ORDERED-TOTAL IS NUMERIC
039100                 MOVE PF-RECORD-COUNT TO WS-TRAILER-COUNT
039200                 MOVE PF-ORDERED-TOTAL TO WS-TRAILER-TOTAL
039300             ELSE
039400                 MOVE "Y" TO WS-FEED-BAD-SWITCH
039500             END-IF
039600         WHEN OTHER
039700             MOVE "Y" TO WS-FEED-BAD-SWITCH
039800     END-EVALUATE.
039900     PERFORM 2600-READ-FEED THRU 2600-EXIT.
040000 2100-EXIT.
040100     EXIT.
040200
040300*=================================================================
040400* 2500-OPEN-FEED - OPEN THE FEED FOR ONE PASS
040500*=================================================================
040600 2500-OPEN-FEED.
040700     MOVE "N" TO WS-FEED-EOF-SWITCH.
040800     OPEN INPUT FEED-FILE.
040900     IF NOT WS-FEED-OK
041000         DISPLAY "PURCHASE-ORDER FEED OPEN FAILED - STATUS "
041100             WS-FEED-STATUS
041200         GO TO 9900-ABORT-TEARDOWN
041300     END-IF.
041400     MOVE "Y" TO WS-FEED-OPEN-SWITCH.
041500 2500-EXIT.
041600     EXIT.
041700
041800*=================================================================
041900* 2600-READ-FEED - READ THE NEXT FEED RECORD
042000*=================================================================
042100 2600-READ-FEED.
042200     READ FEED-FILE
042300         AT END
042400             MOVE "Y" TO WS-FEED-EOF-SWITCH
042500     END-READ.
042600     IF NOT WS-FEED-EOF AND NOT WS-FEED-OK
042700         DISPLAY "PURCHASE-ORDER FEED READ FAILED - STATUS "
042800             WS-FEED-STATUS
042900         GO TO 9900-ABORT-TEARDOWN
043000     END-IF.
043100 2600-EXIT.
043200     EXIT.
043300
043400*=================================================================
043500* 2900-REFUSE-FEED - THE FEED DID NOT BALANCE AND NOTHING HAS
043600*                    BEEN LOADED.  PRINT WHY, LEAVE THE RUN IN
043700*                    FLIGHT SO A CORRECTED FEED CAN BE RUN THE
043800*                    SAME NIGHT, AND END WITH A NONZERO RETURN
043900*                    CODE SO THE OVERNIGHT SCHEDULE STOPS.
044000*=================================================================
044100 2900-REFUSE-FEED.
044200     MOVE WS-MESSAGE-LINE TO PRINT-LINE.
044300     WRITE PRINT-LINE.
044400     DISPLAY "POLOAD REFUSED - " ML-MESSAGE.
044500     CLOSE PURCHASE-ORDER-FILE.
044600     CLOSE ITEM-MASTER-FILE.
044700     CLOSE PRINT-FILE.
044800     CLOSE RUN-CONTROL-FILE.
044900     MOVE 12 TO RETURN-CODE.
045000     STOP RUN.
045100
045200*=================================================================
045300* 3000-LOAD-FEED - SECOND PASS.  LOAD EVERY DETAIL RECORD OF A
045400*                  FEED THAT HAS BALANCED.
045500*=================================================================
045600 3000-LOAD-FEED.
045700     PERFORM 2500-OPEN-FEED THRU 2500-EXIT.
045800     PERFORM 2600-READ-FEED THRU 2600-EXIT.
045900     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
046000         UNTIL WS-FEED-EOF.
046100 3000-EXIT.
046200     EXIT.
046300
046400*=================================================================
046500* 3100-LOAD-ONE-RECORD - ADD OR REPLACE ONE PURCHASE-ORDER LINE
046600*                        AND READ THE NEXT FEED RECORD.  THE
046700*                        TRAILER IS PASSED OVER.
046800*=================================================================
046900 3100-LOAD-ONE-RECORD.
047000     IF NOT PF-DETAIL-RECORD
047100         GO TO 3100-NEXT
047200     END-IF.
047300     ADD 1 TO WS-READ-COUNT.
047400     MOVE SPACES TO WS-REJECT-REASON.
047500
047600     PERFORM 3200-EDIT-FEED-LINE THRU 3200-EXIT.
047700     IF WS-REJECT-REASON NOT = SPACES
047800         GO TO 3100-REJECT
047900     END-IF.
048000
048100     MOVE PF-PO-NUMBER TO PL-PO-NUMBER.
048200     MOVE PF-PO-LINE TO PL-PO-LINE.
048300     READ PURCHASE-ORDER-FILE
048400         INVALID KEY
048500             MOVE "23" TO WS-POLINE-STATUS
048600     END-READ.
048700     IF WS-POLINE-NOTFOUND
048800         PERFORM 3300-ADD-PO-LINE THRU 3300-EXIT
048900         GO TO 3100-NEXT
049000     END-IF.
049100     IF NOT WS-POLINE-OK
049200         DISPLAY "PURCHASE-ORDER READ FAILED - STATUS "
049300             WS-POLINE-STATUS
049400         GO TO 9900-ABORT-TEARDOWN
049500     END-IF.
049600
049700     IF PL-PART-NUMBER NOT = PF-PART-NUMBER
049800             AND PL-RECEIVED-QTY > ZERO
049900         MOVE "PART CHANGED ON A RECEIVED LINE"
050000             TO WS-REJECT-REASON
050100         GO TO 3100-REJECT
050200     END-IF.
050300     PERFORM 3400-CHANGE-PO-LINE THRU 3400-EXIT.
050400     GO TO 3100-NEXT.
050500
050600 3100-REJECT.
050700     MOVE WS-REJECT-REASON TO DL-RESULT.
050800     PERFORM 3800-PRINT-FEED-LINE THRU 3800-EXIT.
050900     ADD 1 TO WS-REJECTED-COUNT.
051000
051100 3100-NEXT.
051200     PERFORM 2600-READ-FEED THRU 2600-EXIT.
051300 3100-EXIT.
051400     EXIT.
051500
051600*=================================================================
051700* 3200-EDIT-FEED-LINE - CHECK ONE DETAIL RECORD BEFORE IT IS
051800*                       LOADED, SETTING THE REJECT REASON WHEN
051900*                       IT CANNOT BE
052000*=================================================================
052100 3200-EDIT-FEED-LINE.
052200     IF PF-PO-NUMBER = SPACES
052300             OR PF-PO-LINE IS NOT NUMERIC
052400         MOVE "PO NUMBER OR LINE MISSING" TO WS-REJECT-REASON
052500         GO TO 3200-EXIT
052600     END-IF.
052700     IF PF-ORDERED-QTY IS NOT NUMERIC
052800             OR PF-DUE-DATE IS NOT NUMERIC
052900         MOVE "QUANTITY OR DUE DATE NOT NUMERIC"
053000             TO WS-REJECT-REASON
053100         GO TO 3200-EXIT
053200     END-IF.
053300     IF NOT (PF-LINE-OPEN OR PF-LINE-CLOSED)
053400         MOVE "LINE STATUS NOT O OR C" TO WS-REJECT-REASON
053500         GO TO 3200-EXIT
053600     END-IF.
053700
053800     MOVE PF-PART-NUMBER TO IM-PART-NUMBER.
053900     READ ITEM-MASTER-FILE
054000         INVALID KEY
054100             MOVE "23" TO WS-ITEMMAST-STATUS
054200     END-READ.
054300     IF WS-ITEMMAST-NOTFOUND
054400         MOVE "PART NOT ON ITEM MASTER" TO WS-REJECT-REASON
054500         GO TO 3200-EXIT
054600     END-IF.
054700     IF NOT WS-ITEMMAST-OK
054800         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
054900             WS-ITEMMAST-STATUS
055000         GO TO 9900-ABORT-TEARDOWN
055100     END-IF.
055200 3200-EXIT.
055300     EXIT.
055400
055500*=================================================================
055600* 3300-ADD-PO-LINE - A LINE NOT YET ON FILE, WITH NOTHING
055700*                    RECEIVED AGAINST IT
055800*=================================================================
055900 3300-ADD-PO-LINE.
056000     MOVE SPACES TO PURCHASE-ORDER-LINE-RECORD.
056100     MOVE PF-PO-NUMBER TO PL-PO-NUMBER.
056200     MOVE PF-PO-LINE TO PL-PO-LINE.
056300     MOVE PF-PART-NUMBER TO PL-PART-NUMBER.
056400     MOVE PF-ORDERED-QTY TO PL-ORDERED-QTY.
056500     MOVE PF-DUE-DATE TO PL-DUE-DATE.
056600     MOVE PF-LINE-STATUS TO PL-LINE-STATUS.
056700     MOVE ZERO TO PL-RECEIVED-QTY.
056800     MOVE ZERO TO PL-LAST-RECEIPT-DATE.
056900     MOVE WS-TODAY-CCYYMMDD TO PL-LOAD-DATE.
057000     WRITE PURCHASE-ORDER-LINE-RECORD
057100         INVALID KEY MOVE "22" TO WS-POLINE-STATUS
057200     END-WRITE.
057300     IF NOT WS-POLINE-OK
057400         DISPLAY "PURCHASE-ORDER WRITE FAILED - STATUS "
057500             WS-POLINE-STATUS
057600         GO TO 9900-ABORT-TEARDOWN
057700     END-IF.
057800     MOVE "ADDED" TO DL-RESULT.
057900     PERFORM 3800-PRINT-FEED-LINE THRU 3800-EXIT.
058000     ADD 1 TO WS-ADDED-COUNT.
058100 3300-EXIT.
058200     EXIT.
058300
058400*=================================================================
058500* 3400-CHANGE-PO-LINE - REPLACE PURCHASING'S FIELDS ON A LINE
058600*                       ALREADY ON FILE.  WHAT HAS BEEN RECEIVED
058700*                       AGAINST THE LINE IS KEPT.
058800*=================================================================
058900 3400-CHANGE-PO-LINE.
059000     MOVE PF-PART-NUMBER TO PL-PART-NUMBER.
059100     MOVE PF-ORDERED-QTY TO PL-ORDERED-QTY.
059200     MOVE PF-DUE-DATE TO PL-DUE-DATE.
059300     MOVE PF-LINE-STATUS TO PL-LINE-STATUS.
059400     MOVE WS-TODAY-CCYYMMDD TO PL-LOAD-DATE.
059500     REWRITE PURCHASE-ORDER-LINE-RECORD
059600         INVALID KEY MOVE "99" TO WS-POLINE-STATUS
059700     END-REWRITE.
059800     IF NOT WS-POLINE-OK
059900         DISPLAY "PURCHASE-ORDER REWRITE FAILED - STATUS "
060000             WS-POLINE-STATUS
060100         GO TO 9900-ABORT-TEARDOWN
060200     END-IF.
060300     MOVE "CHANGED" TO DL-RESULT.
060400     PERFORM 3800-PRINT-FEED-LINE THRU 3800-EXIT.
060500     ADD 1 TO WS-CHANGED-COUNT.
060600 3400-EXIT.
060700     EXIT.
060800
060900*=================================================================
061000* 3800-PRINT-FEED-LINE - ONE REPORT LINE FOR THE FEED RECORD,
061100*                        WITH THE RESULT ALREADY SET
061200*=================================================================
061300 3800-PRINT-FEED-LINE.
061400     MOVE PF-PO-NUMBER TO DL-PO-NUMBER.
061500     MOVE PF-PO-LINE TO DL-PO-LINE.
061600     MOVE PF-PART-NUMBER TO DL-PART.
061700     IF PF-ORDERED-QTY IS NUMERIC
061800         MOVE PF-ORDERED-QTY TO DL-ORDERED
061900     ELSE
062000         MOVE ZERO TO DL-ORDERED
062100     END-IF.
062200     IF PF-DUE-DATE IS NUMERIC
062300         MOVE PF-DUE-DATE TO DL-DUE-DATE
062400     ELSE
062500         MOVE ZERO TO DL-DUE-DATE
062600     END-IF.
062700     MOVE PF-LINE-STATUS TO DL-STATUS.
062800     MOVE WS-DETAIL-LINE TO PRINT-LINE.
062900     WRITE PRINT-LINE.
063000 3800-EXIT.
063100     EXIT.
063200
063300*=================================================================
063400* 5000-PRINT-TOTALS - CONTROL TOTALS FOR THE LOAD
063500*=================================================================
063600 5000-PRINT-TOTALS.
063700     MOVE WS-READ-COUNT TO TL-READ.
063800     MOVE WS-ADDED-COUNT TO TL-ADDED.
063900     MOVE WS-CHANGED-COUNT TO TL-CHANGED.
064000     MOVE WS-REJECTED-COUNT TO TL-REJECTED.
064100     MOVE WS-TOTAL-LINE TO PRINT-LINE.
064200     WRITE PRINT-LINE.
064300
064400     DISPLAY "POLOAD LOADED " WS-ADDED-COUNT " NEW AND "
064500         WS-CHANGED-COUNT " CHANGED PO LINES - "
064600         WS-REJECTED-COUNT " REJECTED".
064700 5000-EXIT.
064800     EXIT.
064900
065000*=================================================================
065100* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
065200*                          THAT REACHES NORMAL END GETS HERE -
065300*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
065400*                          ON FILE AS THE RESTART MARKER.
065500*=================================================================
065600 8000-CLOSE-RUN-CONTROL.
065700     MOVE "POLOAD" TO RC-JOB-NAME.
065800     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
065900     MOVE "C" TO RC-RUN-STATUS.
066000     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
066100     ACCEPT RC-END-TIME FROM TIME.
066200     REWRITE RUN-CONTROL-RECORD
066300         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
066400     END-REWRITE.
066500     IF NOT WS-RUNCTL-OK
066600         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
066700             WS-RUNCTL-STATUS
066800         GO TO 9900-ABORT-TEARDOWN
066900     END-IF.
067000 8000-EXIT.
067100     EXIT.
067200
067300*=================================================================
067400* 9000-TERMINATE - CLOSE THE FILES
067500*=================================================================
067600 9000-TERMINATE.
067700     CLOSE FEED-FILE.
067800     CLOSE PURCHASE-ORDER-FILE.
067900     CLOSE ITEM-MASTER-FILE.
068000     CLOSE PRINT-FILE.
068100     CLOSE RUN-CONTROL-FILE.
068200 9000-EXIT.
068300     EXIT.
068400
068500*=================================================================
068600* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
068700*                       FILES ARE OPEN AND END THE RUN WITH A
068800*                       NONZERO RETURN CODE.  THE RERUN LOADS
068900*                       THE WHOLE FEED AGAIN, WHICH IS SAFE.
069000*=================================================================
069100 9900-ABORT-TEARDOWN.
069200     DISPLAY "POLOAD ABENDED - FILE OPERATION FAILED".
069300     IF WS-FEED-OPEN
069400         CLOSE FEED-FILE
069500     END-IF.
069600     IF WS-FILES-OPEN
069700         CLOSE PURCHASE-ORDER-FILE
069800         CLOSE ITEM-MASTER-FILE
069900         CLOSE PRINT-FILE
070000     END-IF.
070100     CLOSE RUN-CONTROL-FILE.
070200     MOVE 16 TO RETURN-CODE.
070300     STOP RUN.
070400
070500*=================================================================
070600* 9950-REFUSED-RUN - THIS BUSINESS DATE ALREADY COMPLETED.  NO
070700*                    OTHER FILE IS OPEN YET.
070800*=================================================================
070900 9950-REFUSED-RUN.
071000     CLOSE RUN-CONTROL-FILE.
071100     MOVE 8 TO RETURN-CODE.
071200     STOP RUN.
071300
071400 END PROGRAM POLOAD.
