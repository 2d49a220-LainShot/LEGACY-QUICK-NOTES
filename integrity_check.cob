000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTGCHK.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* INTGCHK
000900*
001000* NIGHTLY CROSS-FILE INTEGRITY CHECK OVER THE FLOOR-CONTROL
001100* FILES.  THE FILES NAME EACH OTHER, AND NOTHING ELSE PROVES THE
001200* REFERENCES STILL HOLD UNTIL AN OPERATOR GETS A STRANGE MESSAGE
001300* ON THE FLOOR.  EACH CHECK BELOW WALKS ITS FILES AND LISTS WHAT
001400* IT FINDS ON ONE EXCEPTION REPORT, GROUPED BY CHECK WITH A
001500* COUNT PER CHECK AND A SUMMARY AT THE END:
001600*
001700*   1  WORK ORDERS NAMING A PART THAT IS NOT ON THE ITEM-MASTER
001800*      (ANY ORDER NOT CANCELLED), OR THAT IS INACTIVE (AN ORDER
001900*      STILL PLANNED OR STARTED)                          SEVERE
002000*   2  ACTIVE-SESSION RECORDS SIGNED ON MORE THAN TWELVE HOURS
002100*      AGO - LEFT BEHIND BY A CRASHED RUN, AND STILL LOCKING
002200*      THE USERID OUT                                     WARNING
002300*   3  NOTE-ACK RECORDS FOR A NOTE ID NO LONGER ON THE
002400*      SHIFT-NOTES FILE                                   WARNING
002500*   4  NON-DISABLED ACCOUNTS LOGIN CHALLENGES FOR A PIN -
002600*      SUPERVISOR FLAG, SUPERVISOR ROLE, OR ADMIN ROLE -
002700*      WITH NO PIN HASH ON FILE                           SEVERE
002800*   5  ALLOWED TERMINALS WITH NO SIGN-ON ON THE SESSION
002900*      HISTORY IN NINETY DAYS                             WARNING
003000*   6  DAYS ON THE MOVEMENT JOURNAL WHOSE RECORD COUNT
003100*      DIFFERS FROM THE MOVEMENT-HISTORY RECORDS OF THE SAME
003200*      DAY                                                SEVERE
003300*
003400* THE HISTORY FILE HOLDS DAYS THE JOURNAL NO LONGER DOES, SO
003500* CHECK 6 COMPARES ONLY THE DAYS FROM THE JOURNAL'S FIRST RECORD
003600* ON.  ANY SEVERE EXCEPTION ENDS THE RUN WITH RETURN CODE 12 SO
003700* THE OVERNIGHT PROCEDURE CAN PAGE SOMEONE; WARNINGS ALONE LEAVE
003800* IT AT ZERO.  NOTHING IS UPDATED BUT RUN CONTROL.
003900*
004000* MODIFICATION HISTORY
004100*   15-OCT-2026  RSH  ORIGINAL.
004200*=================================================================
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   VAX-8600.
004700 OBJECT-COMPUTER.   VAX-8600.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS WO-ORDER-NUMBER
005500         FILE STATUS IS WS-WORKORD-STATUS.
005600
005700     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS IM-PART-NUMBER
006100         FILE STATUS IS WS-ITEMMAST-STATUS.
006200
006300     SELECT ACTIVE-SESSION-FILE ASSIGN TO "ACTSESS"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS AS-USERID
006700         FILE STATUS IS WS-ACTSESS-STATUS.
006800
006900     SELECT NOTE-ACK-FILE ASSIGN TO "NOTEACK"
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS WS-NOTEACK-STATUS.
007300
007400     SELECT SHIFT-NOTES-FILE ASSIGN TO "SHFTNOTE"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS SN-NOTE-ID
007800         FILE STATUS IS WS-SHFTNOTE-STATUS.
007900
008000     SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS SEQUENTIAL
008300         RECORD KEY IS UM-USERID
008400         FILE STATUS IS WS-USERMAST-STATUS.
008500
008600     SELECT TERMINAL-AUTH-FILE ASSIGN TO "TERMAUTH"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS SEQUENTIAL
008900         RECORD KEY IS TA-DEVICE
009000         FILE STATUS IS WS-TERMAUTH-STATUS.
009100
009200     SELECT SESSION-HISTORY-FILE ASSIGN TO "SESSHIST"
009300         ORGANIZATION IS SEQUENTIAL
009400         ACCESS MODE IS SEQUENTIAL
009500         FILE STATUS IS WS-SESSHIST-STATUS.
009600
009700     SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO "INVMOVE"
009800         ORGANIZATION IS SEQUENTIAL
009900         ACCESS MODE IS SEQUENTIAL
010000         FILE STATUS IS WS-INVMOVE-STATUS.
010100
010200     SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "INVHIST"
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS SEQUENTIAL
010500         RECORD KEY IS MH-HISTORY-KEY
010600         FILE STATUS IS WS-INVHIST-STATUS.
010700
010800     SELECT DEVICE-SORT-FILE ASSIGN TO "DEVSORT".
010900
011000     SELECT DATE-SORT-FILE ASSIGN TO "DATESORT".
011100
011200     SELECT PRINT-FILE ASSIGN TO "INTGRPT"
011300         ORGANIZATION IS SEQUENTIAL
011400         ACCESS MODE IS SEQUENTIAL
011500         FILE STATUS IS WS-PRINT-STATUS.
011600
011700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
011800         ORGANIZATION IS INDEXED
011900         ACCESS MODE IS RANDOM
012000         RECORD KEY IS RC-RUN-KEY
012100         FILE STATUS IS WS-RUNCTL-STATUS.
012200
012300 DATA DIVISION.
012400 FILE SECTION.
012500 FD  WORK-ORDER-FILE
012600     LABEL RECORDS ARE STANDARD.
012700     COPY WORKORD.
012800
012900 FD  ITEM-MASTER-FILE
013000     LABEL RECORDS ARE STANDARD.
013100     COPY ITEMMAST.
013200
013300 FD  ACTIVE-SESSION-FILE
013400     LABEL RECORDS ARE STANDARD.
013500     COPY ACTSESS.
013600
013700 FD  NOTE-ACK-FILE
013800     LABEL RECORDS ARE STANDARD.
013900     COPY NOTEACK.
014000
014100 FD  SHIFT-NOTES-FILE
014200     LABEL RECORDS ARE STANDARD.
014300     COPY SHFTNOTE.
014400
014500 FD  USER-MASTER-FILE
014600     LABEL RECORDS ARE STANDARD.
014700     COPY USERMAST.
014800
014900 FD  TERMINAL-AUTH-FILE
015000     LABEL RECORDS ARE STANDARD.
015100     COPY TERMAUTH.
015200
015300 FD  SESSION-HISTORY-FILE
015400     LABEL RECORDS ARE STANDARD.
015500     COPY SESSHIST.
015600
015700 FD  MOVEMENT-JOURNAL-FILE
015800     LABEL RECORDS ARE STANDARD.
015900     COPY INVMOVE.
016000
016100 FD  MOVEMENT-HISTORY-FILE
016200     LABEL RECORDS ARE STANDARD.
016300     COPY INVHIST.
016400
016500 SD  DEVICE-SORT-FILE.
016600 01  DEVICE-SORT-RECORD.
016700     05  DS-DEVICE               PIC X(08).
016800     05  DS-SIGNON-DATE          PIC 9(08).
016900
017000 SD  DATE-SORT-FILE.
017100 01  DATE-SORT-RECORD.
017200     05  DT-MOVEMENT-DATE        PIC 9(08).
017300     05  DT-SOURCE               PIC X(01).
017400         88  DT-FROM-JOURNAL             VALUE "J".
017500         88  DT-FROM-HISTORY             VALUE "H".
017600
017700 FD  PRINT-FILE
017800     LABEL RECORDS ARE STANDARD.
017900 01  PRINT-LINE                  PIC X(80).
018000
018100 FD  RUN-CONTROL-FILE
018200     LABEL RECORDS ARE STANDARD.
018300     COPY RUNCTL.
018400
018500 WORKING-STORAGE SECTION.
018600*-----------------------------------------------------------------
018700* FILE STATUS AND SWITCHES
018800*-----------------------------------------------------------------
018900 77  WS-RUNCTL-STATUS        PIC X(02).
019000     88  WS-RUNCTL-OK                VALUE "00".
019100     88  WS-RUNCTL-NOTFOUND          VALUE "23".
019200
019300 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
019400     88  WS-RUNCTL-ON-FILE           VALUE "Y".
019500
019600 77  WS-WORKORD-STATUS       PIC X(02).
019700     88  WS-WORKORD-OK               VALUE "00".
019800
019900 77  WS-ITEMMAST-STATUS      PIC X(02).
020000     88  WS-ITEMMAST-OK              VALUE "00".
020100     88  WS-ITEMMAST-NOTFOUND        VALUE "23".
020200
020300 77  WS-ACTSESS-STATUS       PIC X(02).
020400     88  WS-ACTSESS-OK               VALUE "00".
020500
020600 77  WS-NOTEACK-STATUS       PIC X(02).
020700     88  WS-NOTEACK-OK               VALUE "00".
020800
020900 77  WS-SHFTNOTE-STATUS      PIC X(02).
021000     88  WS-SHFTNOTE-OK              VALUE "00".
021100     88  WS-SHFTNOTE-NOTFOUND        VALUE "23".
021200
021300 77  WS-USERMAST-STATUS      PIC X(02).
021400     88  WS-USERMAST-OK              VALUE "00".
021500
021600 77  WS-TERMAUTH-STATUS      PIC X(02).
021700     88  WS-TERMAUTH-OK              VALUE "00".
021800
021900 77  WS-SESSHIST-STATUS      PIC X(02).
022000     88  WS-SESSHIST-OK              VALUE "00".
022100
022200 77  WS-INVMOVE-STATUS       PIC X(02).
022300     88  WS-INVMOVE-OK               VALUE "00".
022400
022500 77  WS-INVHIST-STATUS       PIC X(02).
022600     88  WS-INVHIST-OK               VALUE "00".
022700
022800 77  WS-PRINT-STATUS         PIC X(02).
022900     88  WS-PRINT-OK                 VALUE "00".
023000
023100 77  WS-ORDER-EOF-SWITCH     PIC X(01)   VALUE "N".
023200     88  WS-ORDER-EOF                VALUE "Y".
023300
023400 77  WS-SESSION-EOF-SWITCH   PIC X(01)   VALUE "N".
023500     88  WS-SESSION-EOF              VALUE "Y".
023600
023700 77  WS-ACK-EOF-SWITCH       PIC X(01)   VALUE "N".
023800     88  WS-ACK-EOF                  VALUE "Y".
023900
024000 77  WS-USER-EOF-SWITCH      PIC X(01)   VALUE "N".
024100     88  WS-USER-EOF                 VALUE "Y".
024200
024300 77  WS-HISTORY-EOF-SWITCH   PIC X(01)   VALUE "N".
024400     88  WS-HISTORY-EOF              VALUE "Y".
024500
024600 77  WS-DEVICE-EOF-SWITCH    PIC X(01)   VALUE "N".
024700     88  WS-DEVICE-EOF               VALUE "Y".
024800
024900 77  WS-TERMINAL-EOF-SWITCH  PIC X(01)   VALUE "N".
025000     88  WS-TERMINAL-EOF             VALUE "Y".
025100
025200 77  WS-JOURNAL-EOF-SWITCH   PIC X(01)   VALUE "N".
025300     88  WS-JOURNAL-EOF              VALUE "Y".
025400
025500 77  WS-MOVE-HIST-EOF-SWITCH PIC X(01)   VALUE "N".
025600     88  WS-MOVE-HIST-EOF            VALUE "Y".
025700
025800 77  WS-DATE-EOF-SWITCH      PIC X(01)   VALUE "N".
025900     88  WS-DATE-EOF                 VALUE "Y".
026000
026100 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
026200     88  WS-FILES-OPEN               VALUE "Y".
026300
026400 77  WS-SEVERE-FOUND-SWITCH  PIC X(01)   VALUE "N".
026500     88  WS-SEVERE-FOUND             VALUE "Y".
026600
026700*-----------------------------------------------------------------
026800* LIMITS.  A SESSION OPEN LONGER THAN A DOUBLE SHIFT WAS LEFT
026900* BEHIND; A TERMINAL UNUSED FOR A QUARTER IS DUE FOR REVIEW.
027000*-----------------------------------------------------------------
027100 77  WS-STALE-SESSION-HOURS  PIC 9(03)   VALUE 12.
027200 77  WS-IDLE-TERMINAL-DAYS   PIC 9(03)   VALUE 90.
027300
027400*-----------------------------------------------------------------
027500* THE CHECKS, WITH THE CLASS OF EACH AND THE EXCEPTIONS FOUND
027600*-----------------------------------------------------------------
027700 01  WS-CHECK-VALUES.
027800     05  FILLER                  PIC X(48)
027900             VALUE "WORK ORDERS FOR MISSING OR INACTIVE PARTS".
028000     05  FILLER                  PIC X(07)   VALUE "SEVERE".
028100     05  FILLER                  PIC X(48)
028200             VALUE "ACTIVE SESSIONS LEFT OVERNIGHT".
028300     05  FILLER                  PIC X(07)   VALUE "WARNING".
028400     05  FILLER                  PIC X(48)
028500             VALUE "NOTE ACKNOWLEDGEMENTS FOR NOTES NOT ON FILE".
028600     05  FILLER                  PIC X(07)   VALUE "WARNING".
028700     05  FILLER                  PIC X(48)
028800             VALUE "PIN-CHALLENGED ACCOUNTS WITH NO PIN SET".
028900     05  FILLER                  PIC X(07)   VALUE "SEVERE".
029000     05  FILLER                  PIC X(48)
029100             VALUE "ALLOWED TERMINALS WITH NO RECENT SIGN-ON".
029200     05  FILLER                  PIC X(07)   VALUE "WARNING".
029300     05  FILLER                  PIC X(48)
029400             VALUE "MOVEMENT JOURNAL AND HISTORY COUNTS APART".
029500     05  FILLER                  PIC X(07)   VALUE "SEVERE".
029600 01  WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
029700     05  WS-CHECK-ENTRY OCCURS 6 TIMES.
029800         10  WS-CHECK-NAME           PIC X(48).
029900         10  WS-CHECK-CLASS          PIC X(07).
030000             88  WS-CHECK-SEVERE             VALUE "SEVERE".
030100
030200 01  WS-CHECK-COUNTS.
030300     05  WS-CHECK-COUNT          PIC 9(05)   COMP
030400                                 OCCURS 6 TIMES.
030500
030600 77  WS-CHECK-NO             PIC 9(01)   COMP.
030700
030800*-----------------------------------------------------------------
030900* DATES AND TIMES
031000*-----------------------------------------------------------------
031100 77  WS-TODAY-CCYYMMDD       PIC 9(08).
031200 77  WS-TODAY-INTEGER        PIC S9(07)  COMP.
031300 77  WS-NOW-MINUTE           PIC 9(04)   COMP.
031400 77  WS-SIGNON-MINUTE        PIC 9(04)   COMP.
031500 77  WS-SESSION-MINUTES      PIC S9(09)  COMP.
031600 77  WS-SESSION-HOURS        PIC S9(07)  COMP.
031700 77  WS-IDLE-CUTOFF-CCYYMMDD PIC 9(08).
031800
031900 01  WS-TIME-WORK            PIC 9(08).
032000 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
032100     05  WS-TIME-HH              PIC 9(02).
032200     05  WS-TIME-MM              PIC 9(02).
032300     05  WS-TIME-SSCC            PIC 9(04).
032400
032500*-----------------------------------------------------------------
032600* TERMINAL AND JOURNAL-DAY WORK AREAS
032700*-----------------------------------------------------------------
032800 77  WS-LAST-SIGNON-DATE     PIC 9(08).
032900 77  WS-JOURNAL-FIRST-DATE   PIC 9(08)   VALUE 99999999.
033000 77  WS-CURRENT-DATE         PIC 9(08).
033100 77  WS-DAY-JOURNAL-COUNT    PIC 9(07)   COMP.
033200 77  WS-DAY-HISTORY-COUNT    PIC 9(07)   COMP.
033300 77  WS-DAY-DIFFERENCE       PIC S9(07)  COMP.
033400
033500*-----------------------------------------------------------------
033600* PRINT LINE LAYOUTS
033700*-----------------------------------------------------------------
033800 01  WS-TITLE-LINE.
033900     05  FILLER                  PIC X(40)
034000             VALUE "FLOOR-CONTROL CROSS-FILE INTEGRITY CHECK".
034100     05  FILLER                  PIC X(40)   VALUE SPACES.
034200
034300 01  WS-DATE-LINE.
034400     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
034500     05  HL-RUN-DATE             PIC 9(08).
034600     05  FILLER                  PIC X(61)   VALUE SPACES.
034700
034800 01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
034900
035000 01  WS-CHECK-HEADING-LINE.
035100     05  FILLER                  PIC X(06)   VALUE "CHECK ".
035200     05  CH-CHECK-NO             PIC 9(01).
035300     05  FILLER                  PIC X(03)   VALUE " - ".
035400     05  CH-CHECK-NAME           PIC X(48).
035500     05  FILLER                  PIC X(02)   VALUE SPACES.
035600     05  CH-CHECK-CLASS          PIC X(07).
035700     05  FILLER                  PIC X(13)   VALUE SPACES.
035800
035900 01  WS-CHECK-COUNT-LINE.
036000     05  FILLER                  PIC X(14)
036100             VALUE "  EXCEPTIONS: ".
036200     05  CC-COUNT                PIC ZZZZ9.
036300     05  FILLER                  PIC X(61)   VALUE SPACES.
036400
036500 01  WS-ORDER-LINE.
036600     05  FILLER                  PIC X(08)   VALUE "  ORDER ".
036700     05  OL-ORDER                PIC X(08).
036800     05  FILLER                  PIC X(09)   VALUE "  STATUS ".
036900     05  OL-STATUS               PIC X(01).
037000     05  FILLER                  PIC X(07)   VALUE "  PART ".
037100     05  OL-PART                 PIC X(08).
037200     05  FILLER                  PIC X(02)   VALUE SPACES.
037300     05  OL-REASON               PIC X(20).
037400     05  FILLER                  PIC X(17)   VALUE SPACES.
037500
037600 01  WS-SESSION-LINE.
037700     05  FILLER                  PIC X(09)   VALUE "  USERID ".
037800     05  SL-USERID               PIC X(08).
037900     05  FILLER                  PIC X(11)   VALUE "  TERMINAL ".
038000     05  SL-TERMINAL             PIC X(08).
038100     05  FILLER                  PIC X(12)   VALUE "  SIGNED ON ".
038200     05  SL-SIGNON-DATE          PIC 9(08).
038300     05  FILLER                  PIC X(01)   VALUE SPACES.
038400     05  SL-SIGNON-HH            PIC 9(02).
038500     05  FILLER                  PIC X(01)   VALUE ":".
038600     05  SL-SIGNON-MM            PIC 9(02).
038700     05  FILLER                  PIC X(08)   VALUE "  HOURS ".
038800     05  SL-HOURS                PIC ZZZZ9.
038900     05  FILLER                  PIC X(05)   VALUE SPACES.
039000
039100 01  WS-ACK-LINE.
039200     05  FILLER                  PIC X(07)   VALUE "  NOTE ".
039300     05  AL-NOTE-ID              PIC 9(06).
039400     05  FILLER                  PIC X(19)
039500             VALUE "  ACKNOWLEDGED BY ".
039600     05  AL-USERID               PIC X(08).
039700     05  FILLER                  PIC X(04)   VALUE " ON ".
039800     05  AL-ACK-DATE             PIC 9(08).
039900     05  FILLER                  PIC X(28)
040000             VALUE "  NOTE NOT ON SHIFT-NOTES".
040100
040200 01  WS-PIN-LINE.
040300     05  FILLER                  PIC X(09)   VALUE "  USERID ".
040400     05  PL-USERID               PIC X(08).
040500     05  FILLER                  PIC X(07)   VALUE "  ROLE ".
040600     05  PL-ROLE                 PIC X(01).
040700     05  FILLER                  PIC X(18)
040800             VALUE "  SUPERVISOR FLAG ".
040900     05  PL-SUP-FLAG             PIC X(01).
041000     05  FILLER                  PIC X(09)   VALUE "  STATUS ".
041100     05  PL-STATUS               PIC X(01).
041200     05  FILLER                  PIC X(26)
041300             VALUE "  NO PIN HASH ON FILE".
041400
041500 01  WS-TERMINAL-LINE.
041600     05  FILLER                  PIC X(09)   VALUE "  DEVICE ".
041700     05  TL-DEVICE               PIC X(08).
041800     05  FILLER                  PIC X(02)   VALUE SPACES.
041900     05  TL-LOCATION             PIC X(20).
042000     05  FILLER                  PIC X(16)
042100             VALUE "  LAST SIGN-ON ".
042200     05  TL-LAST-SIGNON          PIC X(08).
042300     05  TL-LAST-SIGNON-N REDEFINES TL-LAST-SIGNON
042400                                 PIC 9(08).
042500     05  FILLER                  PIC X(17)   VALUE SPACES.
042600
042700 01  WS-DRIFT-LINE.
042800     05  FILLER                  PIC X(07)   VALUE "  DATE ".
042900     05  DR-DATE                 PIC 9(08).
043000     05  FILLER                  PIC X(10)   VALUE "  JOURNAL ".
043100     05  DR-JOURNAL-COUNT        PIC ZZZZZZ9.
043200     05  FILLER                  PIC X(10)   VALUE "  HISTORY ".
043300     05  DR-HISTORY-COUNT        PIC ZZZZZZ9.
043400     05  FILLER                  PIC X(13)
043500             VALUE "  DIFFERENCE ".
043600     05  DR-DIFFERENCE           PIC -ZZZZZZ9.
043700     05  FILLER                  PIC X(10)   VALUE SPACES.
043800
043900 01  WS-SUMMARY-HEADING.
044000     05  FILLER                  PIC X(07)   VALUE "SUMMARY".
044100     05  FILLER                  PIC X(73)   VALUE SPACES.
044200
044300 01  WS-SUMMARY-LINE.
044400     05  FILLER                  PIC X(02)   VALUE SPACES.
044500     05  SM-CHECK-NO             PIC 9(01).
044600     05  FILLER                  PIC X(02)   VALUE SPACES.
044700     05  SM-CHECK-NAME           PIC X(48).
044800     05  FILLER                  PIC X(02)   VALUE SPACES.
044900     05  SM-CHECK-CLASS          PIC X(07).
045000     05  FILLER                  PIC X(02)   VALUE SPACES.
045100     05  SM-COUNT                PIC ZZZZ9.
045200     05  FILLER                  PIC X(11)   VALUE SPACES.
045300
045400 01  WS-RESULT-LINE.
045500     05  RL-RESULT               PIC X(50).
045600     05  FILLER                  PIC X(30)   VALUE SPACES.
045700
045800 PROCEDURE DIVISION.
045900*=================================================================
046000* 0000-MAINLINE
046100*=================================================================
046200 0000-MAINLINE.
046300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
046400     PERFORM 2000-CHECK-WORK-ORDERS THRU 2000-EXIT.
046500     PERFORM 2500-CHECK-ACTIVE-SESSIONS THRU 2500-EXIT.
046600     PERFORM 3000-CHECK-NOTE-ACKS THRU 3000-EXIT.
046700     PERFORM 3500-CHECK-SUPERVISOR-PINS THRU 3500-EXIT.
046800     PERFORM 4000-CHECK-TERMINALS THRU 4000-EXIT.
046900     PERFORM 5000-CHECK-JOURNAL-DRIFT THRU 5000-EXIT.
047000     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
047100     PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT.
047200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
047300     IF WS-SEVERE-FOUND
047400         MOVE 12 TO RETURN-CODE
047500     END-IF.
047600     STOP RUN.
047700
047800*=================================================================
047900* 1000-INITIALIZE - CHECK IN WITH RUN CONTROL, WORK OUT THE
048000*                   CUTOFFS, OPEN THE FILES, AND PRINT THE TITLE
048100*=================================================================
048200 1000-INITIALIZE.
048300     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
048400     ACCEPT WS-TIME-WORK FROM TIME.
048500     PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT.
048600     COMPUTE WS-NOW-MINUTE = WS-TIME-HH * 60 + WS-TIME-MM.
048700     COMPUTE WS-TODAY-INTEGER =
048800         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
048900     COMPUTE WS-IDLE-CUTOFF-CCYYMMDD =
049000         FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
049100             - WS-IDLE-TERMINAL-DAYS).
049200     MOVE ZERO TO WS-CHECK-COUNT(1).
049300     MOVE ZERO TO WS-CHECK-COUNT(2).
049400     MOVE ZERO TO WS-CHECK-COUNT(3).
049500     MOVE ZERO TO WS-CHECK-COUNT(4).
049600     MOVE ZERO TO WS-CHECK-COUNT(5).
049700     MOVE ZERO TO WS-CHECK-COUNT(6).
049800
049900     OPEN INPUT WORK-ORDER-FILE.
050000     IF NOT WS-WORKORD-OK
050100         DISPLAY "WORK-ORDER OPEN FAILED - STATUS "
050200             WS-WORKORD-STATUS
050300         GO TO 9900-ABORT-TEARDOWN
050400     END-IF.
050500     OPEN INPUT ITEM-MASTER-FILE.
050600     IF NOT WS-ITEMMAST-OK
050700         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
050800             WS-ITEMMAST-STATUS
050900         CLOSE WORK-ORDER-FILE
051000         GO TO 9900-ABORT-TEARDOWN
051100     END-IF.
051200     OPEN INPUT ACTIVE-SESSION-FILE.
051300     IF NOT WS-ACTSESS-OK
051400         DISPLAY "ACTIVE-SESSION OPEN FAILED - STATUS "
051500             WS-ACTSESS-STATUS
051600         CLOSE WORK-ORDER-FILE
051700         CLOSE ITEM-MASTER-FILE
051800         GO TO 9900-ABORT-TEARDOWN
051900     END-IF.
052000     OPEN INPUT NOTE-ACK-FILE.
052100     IF NOT WS-NOTEACK-OK
052200         DISPLAY "NOTE-ACK OPEN FAILED - STATUS "
052300             WS-NOTEACK-STATUS
052400         CLOSE WORK-ORDER-FILE
052500         CLOSE ITEM-MASTER-FILE
052600         CLOSE ACTIVE-SESSION-FILE
052700         GO TO 9900-ABORT-TEARDOWN
052800     END-IF.
052900     OPEN INPUT SHIFT-NOTES-FILE.
053000     IF NOT WS-SHFTNOTE-OK
053100         DISPLAY "SHIFT-NOTES OPEN FAILED - STATUS "
053200             WS-SHFTNOTE-STATUS
053300         CLOSE WORK-ORDER-FILE
053400         CLOSE ITEM-MASTER-FILE
053500         CLOSE ACTIVE-SESSION-FILE
053600         CLOSE NOTE-ACK-FILE
053700         GO TO 9900-ABORT-TEARDOWN
053800     END-IF.
053900     OPEN INPUT USER-MASTER-FILE.
054000     IF NOT WS-USERMAST-OK
054100         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
054200             WS-USERMAST-STATUS
054300         CLOSE WORK-ORDER-FILE
054400         CLOSE ITEM-MASTER-FILE
054500         CLOSE ACTIVE-SESSION-FILE
054600         CLOSE NOTE-ACK-FILE
054700         CLOSE SHIFT-NOTES-FILE
054800         GO TO 9900-ABORT-TEARDOWN
054900     END-IF.
055000     OPEN INPUT TERMINAL-AUTH-FILE.
055100     IF NOT WS-TERMAUTH-OK
055200         DISPLAY "TERMINAL-AUTH OPEN FAILED - STATUS "
055300             WS-TERMAUTH-STATUS
055400         CLOSE WORK-ORDER-FILE
055500         CLOSE ITEM-MASTER-FILE
055600         CLOSE ACTIVE-SESSION-FILE
055700         CLOSE NOTE-ACK-FILE
055800         CLOSE SHIFT-NOTES-FILE
055900         CLOSE USER-MASTER-FILE
056000         GO TO 9900-ABORT-TEARDOWN
056100     END-IF.
056200     OPEN INPUT SESSION-HISTORY-FILE.
056300     IF NOT WS-SESSHIST-OK
056400         DISPLAY "SESSION-HISTORY OPEN FAILED - STATUS "
056500             WS-SESSHIST-STATUS
056600         CLOSE WORK-ORDER-FILE
056700         CLOSE ITEM-MASTER-FILE
056800         CLOSE ACTIVE-SESSION-FILE
056900         CLOSE NOTE-ACK-FILE
057000         CLOSE SHIFT-NOTES-FILE
057100         CLOSE USER-MASTER-FILE
057200         CLOSE TERMINAL-AUTH-FILE
057300         GO TO 9900-ABORT-TEARDOWN
057400     END-IF.
057500     OPEN INPUT MOVEMENT-JOURNAL-FILE.
057600     IF NOT WS-INVMOVE-OK
057700         DISPLAY "MOVEMENT-JOURNAL OPEN FAILED - STATUS "
057800             WS-INVMOVE-STATUS
057900         CLOSE WORK-ORDER-FILE
058000         CLOSE ITEM-MASTER-FILE
058100         CLOSE ACTIVE-SESSION-FILE
058200         CLOSE NOTE-ACK-FILE
058300         CLOSE SHIFT-NOTES-FILE
058400         CLOSE USER-MASTER-FILE
058500         CLOSE TERMINAL-AUTH-FILE
058600         CLOSE SESSION-HISTORY-FILE
058700         GO TO 9900-ABORT-TEARDOWN
058800     END-IF.
058900     OPEN INPUT MOVEMENT-HISTORY-FILE.
059000     IF NOT WS-INVHIST-OK
059100         DISPLAY "MOVEMENT-HISTORY OPEN FAILED - STATUS "
059200             WS-INVHIST-STATUS
059300         CLOSE WORK-ORDER-FILE
059400         CLOSE ITEM-MASTER-FILE
059500         CLOSE ACTIVE-SESSION-FILE
059600         CLOSE NOTE-ACK-FILE
059700         CLOSE SHIFT-NOTES-FILE
059800         CLOSE USER-MASTER-FILE
059900         CLOSE TERMINAL-AUTH-FILE
060000         CLOSE SESSION-HISTORY-FILE
060100         CLOSE MOVEMENT-JOURNAL-FILE
060200         GO TO 9900-ABORT-TEARDOWN
060300     END-IF.
060400     OPEN OUTPUT PRINT-FILE.
060500     IF NOT WS-PRINT-OK
060600         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
060700             WS-PRINT-STATUS
060800         CLOSE WORK-ORDER-FILE
060900         CLOSE ITEM-MASTER-FILE
061000         CLOSE ACTIVE-SESSION-FILE
061100         CLOSE NOTE-ACK-FILE
061200         CLOSE SHIFT-NOTES-FILE
061300         CLOSE USER-MASTER-FILE
061400         CLOSE TERMINAL-AUTH-FILE
061500         CLOSE SESSION-HISTORY-FILE
061600         CLOSE MOVEMENT-JOURNAL-FILE
061700         CLOSE MOVEMENT-HISTORY-FILE
061800         GO TO 9900-ABORT-TEARDOWN
061900     END-IF.
062000     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
062100
062200     MOVE WS-TITLE-LINE TO PRINT-LINE.
062300     WRITE PRINT-LINE.
062400     MOVE WS-TODAY-CCYYMMDD TO HL-RUN-DATE.
062500     MOVE WS-DATE-LINE TO PRINT-LINE.
062600     WRITE PRINT-LINE.
062700 1000-EXIT.
062800     EXIT.
062900
063000*=================================================================
063100* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
063200*                         COMPLETED, WARN WHEN A PRIOR RUN IS
063300*                         STILL IN FLIGHT FROM AN ABEND, AND
063400*                         WRITE THIS RUN'S IN-FLIGHT RECORD
063500*=================================================================
063600 1500-OPEN-RUN-CONTROL.
063700     OPEN I-O RUN-CONTROL-FILE.
063800     IF NOT WS-RUNCTL-OK
063900         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
064000             WS-RUNCTL-STATUS
064100         GO TO 9900-ABORT-TEARDOWN
064200     END-IF.
064300
064400     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
064500     MOVE "INTGCHK" TO RC-JOB-NAME.
064600     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
064700     READ RUN-CONTROL-FILE
064800         INVALID KEY
064900             MOVE "23" TO WS-RUNCTL-STATUS
065000     END-READ.
065100     IF WS-RUNCTL-OK
065200         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
065300         IF RC-RUN-COMPLETED
065400             DISPLAY "INTGCHK ALREADY COMPLETED FOR "
065500                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
065600             GO TO 9950-REFUSED-RUN
065700         END-IF
065800         DISPLAY "PRIOR INTGCHK RUN DID NOT COMPLETE FOR "
065900             WS-TODAY-CCYYMMDD " - RERUNNING"
066000     END-IF.
066100     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
066200         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
066300             WS-RUNCTL-STATUS
066400         GO TO 9900-ABORT-TEARDOWN
066500     END-IF.
066600
066700     MOVE "INTGCHK" TO RC-JOB-NAME.
066800     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
066900     MOVE "S" TO RC-RUN-STATUS.
067000     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
067100     ACCEPT RC-START-TIME FROM TIME.
067200     MOVE ZERO TO RC-END-DATE.
067300     MOVE ZERO TO RC-END-TIME.
067400     IF WS-RUNCTL-ON-FILE
067500         REWRITE RUN-CONTROL-RECORD
067600             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
067700         END-REWRITE
067800     ELSE
067900         WRITE RUN-CONTROL-RECORD
068000             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
068100         END-WRITE
068200     END-IF.
068300     IF NOT WS-RUNCTL-OK
068400         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
068500             WS-RUNCTL-STATUS
068600         GO TO 9900-ABORT-TEARDOWN
068700     END-IF.
068800 1500-EXIT.
068900     EXIT.
069000
069100*=================================================================
069200* 1800-START-CHECK - PRINT THE HEADING OF THE CURRENT CHECK
069300*=================================================================
069400 1800-START-CHECK.
069500     MOVE WS-BLANK-LINE TO PRINT-LINE.
069600     WRITE PRINT-LINE.
069700     MOVE WS-CHECK-NO TO CH-CHECK-NO.
069800     MOVE WS-CHECK-NAME(WS-CHECK-NO) TO CH-CHECK-NAME.
069900     MOVE WS-CHECK-CLASS(WS-CHECK-NO) TO CH-CHECK-CLASS.
070000     MOVE WS-CHECK-HEADING-LINE TO PRINT-LINE.
070100     WRITE PRINT-LINE.
070200 1800-EXIT.
070300     EXIT.
070400
070500*=================================================================
070600* 1900-END-CHECK - PRINT THE EXCEPTION COUNT OF THE CURRENT
070700*                  CHECK, AND NOTE A SEVERE CLASS THAT FOUND ANY
070800*=================================================================
070900 1900-END-CHECK.
071000     MOVE WS-CHECK-COUNT(WS-CHECK-NO) TO CC-COUNT.
071100     MOVE WS-CHECK-COUNT-LINE TO PRINT-LINE.
071200     WRITE PRINT-LINE.
071300     IF WS-CHECK-SEVERE(WS-CHECK-NO)
071400             AND WS-CHECK-COUNT(WS-CHECK-NO) > ZERO
071500         MOVE "Y" TO WS-SEVERE-FOUND-SWITCH
071600     END-IF.
071700 1900-EXIT.
071800     EXIT.
071900
072000*=================================================================
072100* 2000-CHECK-WORK-ORDERS - CHECK 1.  EVERY ORDER NOT CANCELLED
072200*                          MUST NAME A PART ON THE ITEM-MASTER,
072300*                          AND ONE STILL TO BE BUILT MUST NAME AN
072400*                          ACTIVE PART - THE FLOOR CANNOT POST
072500*                          AGAINST AN INACTIVE ONE.
072600*=================================================================
072700 2000-CHECK-WORK-ORDERS.
072800     MOVE 1 TO WS-CHECK-NO.
072900     PERFORM 1800-START-CHECK THRU 1800-EXIT.
073000     PERFORM 2100-CHECK-ONE-ORDER THRU 2100-EXIT
073100         UNTIL WS-ORDER-EOF.
073200     PERFORM 1900-END-CHECK THRU 1900-EXIT.
073300 2000-EXIT.
073400     EXIT.
073500
073600*=================================================================
073700* 2100-CHECK-ONE-ORDER - READ THE NEXT WORK ORDER AND LOOK UP
073800*                        ITS PART
073900*=================================================================
074000 2100-CHECK-ONE-ORDER.
074100     READ WORK-ORDER-FILE NEXT RECORD
074200         AT END
074300             MOVE "Y" TO WS-ORDER-EOF-SWITCH
074400     END-READ.
074500     IF WS-ORDER-EOF
074600         GO TO 2100-EXIT
074700     END-IF.
074800     IF NOT WS-WORKORD-OK
074900         DISPLAY "WORK-ORDER READ FAILED - STATUS "
075000             WS-WORKORD-STATUS
075100         GO TO 9900-ABORT-TEARDOWN
075200     END-IF.
075300     IF WO-STAT-CANCELLED
075400         GO TO 2100-EXIT
075500     END-IF.
075600
075700     MOVE WO-PART-NUMBER TO IM-PART-NUMBER.
075800     READ ITEM-MASTER-FILE
075900         INVALID KEY
076000             MOVE "23" TO WS-ITEMMAST-STATUS
076100     END-READ.
076200     IF WS-ITEMMAST-NOTFOUND
076300         MOVE "NOT ON ITEM MASTER" TO OL-REASON
076400         GO TO 2100-PRINT
076500     END-IF.
076600     IF NOT WS-ITEMMAST-OK
076700         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
076800             WS-ITEMMAST-STATUS
076900         GO TO 9900-ABORT-TEARDOWN
077000     END-IF.
077100     IF IM-ITEM-INACTIVE
077200             AND (WO-STAT-PLANNED OR WO-STAT-STARTED)
077300         MOVE "PART INACTIVE" TO OL-REASON
077400         GO TO 2100-PRINT
077500     END-IF.
077600     GO TO 2100-EXIT.
077700 2100-PRINT.
077800     ADD 1 TO WS-CHECK-COUNT(WS-CHECK-NO).
077900     MOVE WO-ORDER-NUMBER TO OL-ORDER.
078000     MOVE WO-STATUS TO OL-STATUS.
078100     MOVE WO-PART-NUMBER TO OL-PART.
078200     MOVE WS-ORDER-LINE TO PRINT-LINE.
078300     WRITE PRINT-LINE.
078400 2100-EXIT.
078500     EXIT.
078600
078700*=================================================================
078800* 2500-CHECK-ACTIVE-SESSIONS - CHECK 2.  AN ACTIVE-SESSION
078900*                              RECORD OLDER THAN A DOUBLE SHIFT
079000*                              WAS LEFT BY A RUN THAT NEVER
079100*                              LOGGED OFF, AND KEEPS ITS USERID
079200*                              FROM SIGNING ON UNTIL A SUPERVISOR
079300*                              PURGES IT.
079400*=================================================================
079500 2500-CHECK-ACTIVE-SESSIONS.
079600     MOVE 2 TO WS-CHECK-NO.
079700     PERFORM 1800-START-CHECK THRU 1800-EXIT.
079800     PERFORM 2600-CHECK-ONE-SESSION THRU 2600-EXIT
079900         UNTIL WS-SESSION-EOF.
080000     PERFORM 1900-END-CHECK THRU 1900-EXIT.
080100 2500-EXIT.
080200     EXIT.
080300
080400*=================================================================
080500* 2600-CHECK-ONE-SESSION - READ THE NEXT ACTIVE SESSION AND
080600*                          WORK OUT HOW LONG IT HAS BEEN OPEN
080700*=================================================================
080800 2600-CHECK-ONE-SESSION.
080900     READ ACTIVE-SESSION-FILE NEXT RECORD
081000         AT END
081100             MOVE "Y" TO WS-SESSION-EOF-SWITCH
081200     END-READ.
081300     IF WS-SESSION-EOF
081400         GO TO 2600-EXIT
081500     END-IF.
081600     IF NOT WS-ACTSESS-OK
081700         DISPLAY "ACTIVE-SESSION READ FAILED - STATUS "
081800             WS-ACTSESS-STATUS
081900         GO TO 9900-ABORT-TEARDOWN
082000     END-IF.
082100
082200     MOVE AS-SIGNON-TIME TO WS-TIME-WORK.
082300     COMPUTE WS-SIGNON-MINUTE = WS-TIME-HH * 60 + WS-TIME-MM.
082400     COMPUTE WS-SESSION-MINUTES =
082500         (WS-TODAY-INTEGER
082600          - FUNCTION INTEGER-OF-DATE(AS-SIGNON-DATE)) * 1440
082700         + WS-NOW-MINUTE - WS-SIGNON-MINUTE.
082800     COMPUTE WS-SESSION-HOURS = WS-SESSION-MINUTES / 60.
082900     IF WS-SESSION-HOURS < WS-STALE-SESSION-HOURS
083000         GO TO 2600-EXIT
083100     END-IF.
083200
083300     ADD 1 TO WS-CHECK-COUNT(WS-CHECK-NO).
083400     MOVE AS-USERID TO SL-USERID.
083500     MOVE AS-TERMINAL TO SL-TERMINAL.
083600     MOVE AS-SIGNON-DATE TO SL-SIGNON-DATE.
083700     MOVE WS-TIME-HH TO SL-SIGNON-HH.
083800     MOVE WS-TIME-MM TO SL-SIGNON-MM.
083900     MOVE WS-SESSION-HOURS TO SL-HOURS.
084000     MOVE WS-SESSION-LINE TO PRINT-LINE.
084100     WRITE PRINT-LINE.
084200 2600-EXIT.
084300     EXIT.
084400
084500*=================================================================
084600* 3000-CHECK-NOTE-ACKS - CHECK 3.  EVERY ACKNOWLEDGEMENT ON THE
084700*                        NOTE-ACK JOURNAL MUST BE FOR A NOTE
084800*                        STILL ON THE SHIFT-NOTES FILE
084900*=================================================================
085000 3000-CHECK-NOTE-ACKS.
085100     MOVE 3 TO WS-CHECK-NO.
085200     PERFORM 1800-START-CHECK THRU 1800-EXIT.
085300     PERFORM 3100-CHECK-ONE-ACK THRU 3100-EXIT
085400         UNTIL WS-ACK-EOF.
085500     PERFORM 1900-END-CHECK THRU 1900-EXIT.
085600 3000-EXIT.
085700     EXIT.
085800
085900*=================================================================
086000* 3100-CHECK-ONE-ACK - READ THE NEXT ACKNOWLEDGEMENT AND LOOK UP
086100*                      ITS NOTE
086200*=================================================================
086300 3100-CHECK-ONE-ACK.
086400     READ NOTE-ACK-FILE
086500         AT END
086600             MOVE "Y" TO WS-ACK-EOF-SWITCH
086700     END-READ.
086800     IF WS-ACK-EOF
086900         GO TO 3100-EXIT
087000     END-IF.
087100     IF NOT WS-NOTEACK-OK
087200         DISPLAY "NOTE-ACK READ FAILED - STATUS "
087300             WS-NOTEACK-STATUS
087400         GO TO 9900-ABORT-TEARDOWN
087500     END-IF.
087600
087700     MOVE NA-NOTE-ID TO SN-NOTE-ID.
087800     READ SHIFT-NOTES-FILE
087900         INVALID KEY
088000             MOVE "23" TO WS-SHFTNOTE-STATUS
088100     END-READ.
088200     IF WS-SHFTNOTE-OK
088300         GO TO 3100-EXIT
088400     END-IF.
088500     IF NOT WS-SHFTNOTE-NOTFOUND
088600         DISPLAY "SHIFT-NOTES READ FAILED - STATUS "
088700             WS-SHFTNOTE-STATUS
088800         GO TO 9900-ABORT-TEARDOWN
088900     END-IF.
089000
089100     ADD 1 TO WS-CHECK-COUNT(WS-CHECK-NO).
089200     MOVE NA-NOTE-ID TO AL-NOTE-ID.
089300     MOVE NA-USERID TO AL-USERID.
089400     MOVE NA-ACK-DATE TO AL-ACK-DATE.
089500     MOVE WS-ACK-LINE TO PRINT-LINE.
089600     WRITE PRINT-LINE.
089700 3100-EXIT.
089800     EXIT.
089900
090000*=================================================================
090100* 3500-CHECK-SUPERVISOR-PINS - CHECK 4.  LOGIN CHALLENGES EVERY
090200*                              ACCOUNT WITH THE SUPERVISOR FLAG,
090300*                              OR A SUPERVISOR OR ADMIN ROLE, FOR
090400*                              A PIN.  A LIVE ONE WITH NO PIN HASH
090500*                              ON FILE CANNOT PASS THE CHALLENGE
090600*                              AS INTENDED.
090700*=================================================================
090800 3500-CHECK-SUPERVISOR-PINS.
090900     MOVE 4 TO WS-CHECK-NO.
091000     PERFORM 1800-START-CHECK THRU 1800-EXIT.
091100     PERFORM 3600-CHECK-ONE-USER THRU 3600-EXIT
091200         UNTIL WS-USER-EOF.
091300     PERFORM 1900-END-CHECK THRU 1900-EXIT.
091400 3500-EXIT.
091500     EXIT.
091600
091700*=================================================================
091800* 3600-CHECK-ONE-USER - READ THE NEXT ACCOUNT AND CHECK ITS PIN
091900*=================================================================
092000 3600-CHECK-ONE-USER.
092100     READ USER-MASTER-FILE NEXT RECORD
092200         AT END
092300             MOVE "Y" TO WS-USER-EOF-SWITCH
092400     END-READ.
092500     IF WS-USER-EOF
092600         GO TO 3600-EXIT
092700     END-IF.
092800     IF NOT WS-USERMAST-OK
092900         DISPLAY "USER-MASTER READ FAILED - STATUS "
093000             WS-USERMAST-STATUS
093100         GO TO 9900-ABORT-TEARDOWN
093200     END-IF.
093300     IF UM-ACCT-DISABLED
093400         GO TO 3600-EXIT
093500     END-IF.
093600     IF NOT (UM-IS-SUPERVISOR OR UM-ROLE-SUPERVISOR
093700             OR UM-ROLE-ADMIN)
093800         GO TO 3600-EXIT
093900     END-IF.
094000     IF UM-SUPERVISOR-PIN-HASH NOT = ZERO
094100         GO TO 3600-EXIT
094200     END-IF.
094300
094400     ADD 1 TO WS-CHECK-COUNT(WS-CHECK-NO).
094500     MOVE UM-USERID TO PL-USERID.
094600     MOVE UM-USER-ROLE TO PL-ROLE.
094700     MOVE UM-SUPERVISOR-FLAG TO PL-SUP-FLAG.
094800     MOVE UM-ACCOUNT-STATUS TO PL-STATUS.
094900     MOVE WS-PIN-LINE TO PRINT-LINE.
095000     WRITE PRINT-LINE.
095100 3600-EXIT.
095200     EXIT.
095300
095400*=================================================================
095500* 4000-CHECK-TERMINALS - CHECK 5.  SORT THE SESSION HISTORY BY
095600*                        TERMINAL AND MATCH IT AGAINST THE
095700*                        TERMINAL-AUTH FILE.  AN ALLOWED DEVICE
095800*                        WHOSE LAST SIGN-ON IS OLDER THAN THE
095900*                        CUTOFF, OR THAT HAS NEVER SIGNED ON, IS
096000*                        LISTED FOR REVIEW.
096100*=================================================================
096200 4000-CHECK-TERMINALS.
096300     MOVE 5 TO WS-CHECK-NO.
096400     PERFORM 1800-START-CHECK THRU 1800-EXIT.
096500     SORT DEVICE-SORT-FILE
096600         ON ASCENDING KEY DS-DEVICE DS-SIGNON-DATE
096700         INPUT PROCEDURE IS 4100-RELEASE-SESSIONS THRU 4100-EXIT
096800         OUTPUT PROCEDURE IS 4300-MATCH-TERMINALS THRU 4300-EXIT.
096900     PERFORM 1900-END-CHECK THRU 1900-EXIT.
097000 4000-EXIT.
097100     EXIT.
097200
097300*=================================================================
097400* 4100-RELEASE-SESSIONS - SORT INPUT.  RELEASE THE TERMINAL AND
097500*                         SIGN-ON DATE OF EVERY CLOSED SESSION
097600*=================================================================
097700 4100-RELEASE-SESSIONS.
097800     PERFORM 4150-RELEASE-ONE-SESSION THRU 4150-EXIT
097900         UNTIL WS-HISTORY-EOF.
098000 4100-EXIT.
098100     EXIT.
098200
098300*=================================================================
098400* 4150-RELEASE-ONE-SESSION - READ THE NEXT CLOSED SESSION AND
098500*                            RELEASE IT
098600*=================================================================
098700 4150-RELEASE-ONE-SESSION.
098800     READ SESSION-HISTORY-FILE
098900         AT END
099000             MOVE "Y" TO WS-HISTORY-EOF-SWITCH
099100     END-READ.
099200     IF WS-HISTORY-EOF
099300         GO TO 4150-EXIT
099400     END-IF.
099500     IF NOT WS-SESSHIST-OK
099600         DISPLAY "SESSION-HISTORY READ FAILED - STATUS "
099700             WS-SESSHIST-STATUS
099800         GO TO 9900-ABORT-TEARDOWN
099900     END-IF.
100000     MOVE SH-TERMINAL TO DS-DEVICE.
100100     MOVE SH-SIGNON-DATE TO DS-SIGNON-DATE.
100200     RELEASE DEVICE-SORT-RECORD.
100300 4150-EXIT.
100400     EXIT.
100500
100600*=================================================================
100700* 4300-MATCH-TERMINALS - SORT OUTPUT.  WALK THE TERMINAL-AUTH
100800*                        FILE IN DEVICE ORDER ALONGSIDE THE
100900*                        SORTED SESSIONS.  SESSIONS FOR A DEVICE
101000*                        NO LONGER ON FILE ARE PASSED OVER.
101100*=================================================================
101200 4300-MATCH-TERMINALS.
101300     PERFORM 4350-RETURN-DEVICE THRU 4350-EXIT.
101400     PERFORM 4400-READ-TERMINAL THRU 4400-EXIT.
101500     PERFORM 4450-CHECK-ONE-TERMINAL THRU 4450-EXIT
101600         UNTIL WS-TERMINAL-EOF.
101700 4300-EXIT.
101800     EXIT.
101900
102000*=================================================================
102100* 4350-RETURN-DEVICE - TAKE THE NEXT SESSION FROM THE SORT
102200*=================================================================
102300 4350-RETURN-DEVICE.
102400     RETURN DEVICE-SORT-FILE
102500         AT END
102600             MOVE "Y" TO WS-DEVICE-EOF-SWITCH
102700     END-RETURN.
102800 4350-EXIT.
102900     EXIT.
103000
103100*=================================================================
103200* 4400-READ-TERMINAL - READ THE NEXT TERMINAL-AUTH RECORD
103300*=================================================================
103400 4400-READ-TERMINAL.
103500     READ TERMINAL-AUTH-FILE NEXT RECORD
103600         AT END
103700             MOVE "Y" TO WS-TERMINAL-EOF-SWITCH
103800     END-READ.
103900     IF WS-TERMINAL-EOF
104000         GO TO 4400-EXIT
104100     END-IF.
104200     IF NOT WS-TERMAUTH-OK
104300         DISPLAY "TERMINAL-AUTH READ FAILED - STATUS "
104400             WS-TERMAUTH-STATUS
104500         GO TO 9900-ABORT-TEARDOWN
104600     END-IF.
104700 4400-EXIT.
104800     EXIT.
104900
105000*=================================================================
105100* 4450-CHECK-ONE-TERMINAL - FIND THE LAST SIGN-ON OF ONE DEVICE
105200*                           AND LIST IT WHEN THE DEVICE IS STILL
105300*                           ALLOWED BUT HAS GONE UNUSED.  THE
105400*                           SESSIONS COME IN DATE ORDER, SO THE
105500*                           LAST ONE SEEN IS THE LATEST.
105600*=================================================================
105700 4450-CHECK-ONE-TERMINAL.
105800     PERFORM 4350-RETURN-DEVICE THRU 4350-EXIT
105900         UNTIL WS-DEVICE-EOF
106000             OR DS-DEVICE NOT < TA-DEVICE.
106100     MOVE ZERO TO WS-LAST-SIGNON-DATE.
106200     PERFORM 4500-TAKE-ONE-SIGNON THRU 4500-EXIT
106300         UNTIL WS-DEVICE-EOF
106400             OR DS-DEVICE NOT = TA-DEVICE.
106500
106600     IF NOT TA-DEVICE-ALLOWED
106700         GO TO 4450-NEXT
106800     END-IF.
106900     IF WS-LAST-SIGNON-DATE NOT < WS-IDLE-CUTOFF-CCYYMMDD
107000         GO TO 4450-NEXT
107100     END-IF.
107200
107300     ADD 1 TO WS-CHECK-COUNT(WS-CHECK-NO).
107400     MOVE TA-DEVICE TO TL-DEVICE.
107500     MOVE TA-LOCATION TO TL-LOCATION.
107600     IF WS-LAST-SIGNON-DATE = ZERO
107700         MOVE "NEVER" TO TL-LAST-SIGNON
107800     ELSE
107900         MOVE WS-LAST-SIGNON-DATE TO TL-LAST-SIGNON-N
108000     END-IF.
108100     MOVE WS-TERMINAL-LINE TO PRINT-LINE.
108200     WRITE PRINT-LINE.
108300 4450-NEXT.
108400     PERFORM 4400-READ-TERMINAL THRU 4400-EXIT.
108500 4450-EXIT.
108600     EXIT.
108700
108800*=================================================================
108900* 4500-TAKE-ONE-SIGNON - NOTE ONE SESSION OF THE CURRENT DEVICE
109000*=================================================================
109100 4500-TAKE-ONE-SIGNON.
109200     MOVE DS-SIGNON-DATE TO WS-LAST-SIGNON-DATE.
109300     PERFORM 4350-RETURN-DEVICE THRU 4350-EXIT.
109400 4500-EXIT.
109500     EXIT.
109600
109700*=================================================================
109800* 5000-CHECK-JOURNAL-DRIFT - CHECK 6.  EVERY POSTING IS WRITTEN
109900*                            TO THE MOVEMENT JOURNAL AND TO ITS
110000*                            KEYED TWIN IN THE MOVEMENT HISTORY,
110100*                            SO EACH DAY MUST HAVE AS MANY RECORDS
110200*                            IN ONE AS IN THE OTHER.  BOTH FILES
110300*                            ARE SORTED BY DATE TOGETHER AND
110400*                            COUNTED A DAY AT A TIME, FROM THE
110500*                            JOURNAL'S FIRST DAY ON.
110600*=================================================================
110700 5000-CHECK-JOURNAL-DRIFT.
110800     MOVE 6 TO WS-CHECK-NO.
110900     PERFORM 1800-START-CHECK THRU 1800-EXIT.
111000     SORT DATE-SORT-FILE
111100         ON ASCENDING KEY DT-MOVEMENT-DATE
111200         INPUT PROCEDURE IS 5100-RELEASE-DATES THRU 5100-EXIT
111300         OUTPUT PROCEDURE IS 5300-COMPARE-DAYS THRU 5300-EXIT.
111400     PERFORM 1900-END-CHECK THRU 1900-EXIT.
111500 5000-EXIT.
111600     EXIT.
111700
111800*=================================================================
111900* 5100-RELEASE-DATES - SORT INPUT.  RELEASE THE DATE OF EVERY
112000*                      JOURNAL RECORD, NOTING THE EARLIEST, THEN
112100*                      THE DATE OF EVERY HISTORY RECORD
112200*=================================================================
112300 5100-RELEASE-DATES.
112400     PERFORM 5150-RELEASE-ONE-JOURNAL THRU 5150-EXIT
112500         UNTIL WS-JOURNAL-EOF.
112600     PERFORM 5200-RELEASE-ONE-HISTORY THRU 5200-EXIT
112700         UNTIL WS-MOVE-HIST-EOF.
112800 5100-EXIT.
112900     EXIT.
113000
113100*=================================================================
113200* 5150-RELEASE-ONE-JOURNAL - READ AND RELEASE ONE JOURNAL RECORD
113300*=================================================================
113400 5150-RELEASE-ONE-JOURNAL.
113500     READ MOVEMENT-JOURNAL-FILE
113600         AT END
113700             MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
113800     END-READ.
113900     IF WS-JOURNAL-EOF
114000         GO TO 5150-EXIT
114100     END-IF.
114200     IF NOT WS-INVMOVE-OK
114300         DISPLAY "MOVEMENT-JOURNAL READ FAILED - STATUS "
114400             WS-INVMOVE-STATUS
114500         GO TO 9900-ABORT-TEARDOWN
114600     END-IF.
114700     IF MJ-TIMESTAMP-DATE < WS-JOURNAL-FIRST-DATE
114800         MOVE MJ-TIMESTAMP-DATE TO WS-JOURNAL-FIRST-DATE
114900     END-IF.
115000     MOVE MJ-TIMESTAMP-DATE TO DT-MOVEMENT-DATE.
115100     MOVE "J" TO DT-SOURCE.
115200     RELEASE DATE-SORT-RECORD.
115300 5150-EXIT.
115400     EXIT.
115500
115600*=================================================================
115700* 5200-RELEASE-ONE-HISTORY - READ AND RELEASE ONE HISTORY RECORD
115800*=================================================================
115900 5200-RELEASE-ONE-HISTORY.
116000     READ MOVEMENT-HISTORY-FILE NEXT RECORD
116100         AT END
116200             MOVE "Y" TO WS-MOVE-HIST-EOF-SWITCH
116300     END-READ.
116400     IF WS-MOVE-HIST-EOF
116500         GO TO 5200-EXIT
116600     END-IF.
116700     IF NOT WS-INVHIST-OK
116800         DISPLAY "MOVEMENT-HISTORY READ FAILED - STATUS "
116900             WS-INVHIST-STATUS
117000         GO TO 9900-ABORT-TEARDOWN
117100     END-IF.
117200     MOVE MH-TIMESTAMP-DATE TO DT-MOVEMENT-DATE.
117300     MOVE "H" TO DT-SOURCE.
117400     RELEASE DATE-SORT-RECORD.
117500 5200-EXIT.
117600     EXIT.
117700
117800*=================================================================
117900* 5300-COMPARE-DAYS - SORT OUTPUT.  COUNT EACH DAY'S JOURNAL AND
118000*                     HISTORY RECORDS AND LIST A DAY THAT DOES
118100*                     NOT AGREE.  DAYS BEFORE THE JOURNAL'S FIRST
118200*                     DAY ARE HISTORY ONLY AND ARE NOT COMPARED.
118300*=================================================================
118400 5300-COMPARE-DAYS.
118500     PERFORM 5350-RETURN-DATE THRU 5350-EXIT.
118600     PERFORM 5400-COMPARE-ONE-DAY THRU 5400-EXIT
118700         UNTIL WS-DATE-EOF.
118800 5300-EXIT.
118900     EXIT.
119000
119100*=================================================================
119200* 5350-RETURN-DATE - TAKE THE NEXT DATE FROM THE SORT
119300*=================================================================
119400 5350-RETURN-DATE.
119500     RETURN DATE-SORT-FILE
119600         AT END
119700             MOVE "Y" TO WS-DATE-EOF-SWITCH
119800     END-RETURN.
119900 5350-EXIT.
120000     EXIT.
120100
120200*=================================================================
120300* 5400-COMPARE-ONE-DAY - COUNT ONE DAY AND LIST IT WHEN THE TWO
120400*                        FILES DISAGREE
120500*=================================================================
120600 5400-COMPARE-ONE-DAY.
120700     MOVE DT-MOVEMENT-DATE TO WS-CURRENT-DATE.
120800     MOVE ZERO TO WS-DAY-JOURNAL-COUNT.
120900     MOVE ZERO TO WS-DAY-HISTORY-COUNT.
121000     PERFORM 5450-COUNT-ONE-DATE THRU 5450-EXIT
121100         UNTIL WS-DATE-EOF
121200             OR DT-MOVEMENT-DATE NOT = WS-CURRENT-DATE.
121300
121400     IF WS-CURRENT-DATE < WS-JOURNAL-FIRST-DATE
121500         GO TO 5400-EXIT
121600     END-IF.
121700     IF WS-DAY-JOURNAL-COUNT = WS-DAY-HISTORY-COUNT
121800         GO TO 5400-EXIT
121900     END-IF.
122000
122100     ADD 1 TO WS-CHECK-COUNT(WS-CHECK-NO).
122200     COMPUTE WS-DAY-DIFFERENCE =
122300         WS-DAY-JOURNAL-COUNT - WS-DAY-HISTORY-COUNT.
122400     MOVE WS-CURRENT-DATE TO DR-DATE.
122500     MOVE WS-DAY-JOURNAL-COUNT TO DR-JOURNAL-COUNT.
122600     MOVE WS-DAY-HISTORY-COUNT TO DR-HISTORY-COUNT.
122700     MOVE WS-DAY-DIFFERENCE TO DR-DIFFERENCE.
122800     MOVE WS-DRIFT-LINE TO PRINT-LINE.
122900     WRITE PRINT-LINE.
123000 5400-EXIT.
123100     EXIT.
123200
123300*=================================================================
123400* 5450-COUNT-ONE-DATE - COUNT ONE RECORD AGAINST ITS FILE
123500*=================================================================
123600 5450-COUNT-ONE-DATE.
123700     IF DT-FROM-JOURNAL
123800         ADD 1 TO WS-DAY-JOURNAL-COUNT
123900     ELSE
124000         ADD 1 TO WS-DAY-HISTORY-COUNT
124100     END-IF.
124200     PERFORM 5350-RETURN-DATE THRU 5350-EXIT.
124300 5450-EXIT.
124400     EXIT.
124500
124600*=================================================================
124700* 6000-PRINT-SUMMARY - ONE LINE PER CHECK WITH ITS CLASS AND
124800*                      COUNT, AND THE RESULT OF THE RUN
124900*=================================================================
125000 6000-PRINT-SUMMARY.
125100     MOVE WS-BLANK-LINE TO PRINT-LINE.
125200     WRITE PRINT-LINE.
125300     MOVE WS-SUMMARY-HEADING TO PRINT-LINE.
125400     WRITE PRINT-LINE.
125500     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
125600         VARYING WS-CHECK-NO FROM 1 BY 1
125700         UNTIL WS-CHECK-NO > 6.
125800
125900     IF WS-SEVERE-FOUND
126000         MOVE "SEVERE EXCEPTIONS FOUND - RETURN CODE 12"
126100             TO RL-RESULT
126200     ELSE
126300         MOVE "NO SEVERE EXCEPTIONS FOUND" TO RL-RESULT
126400     END-IF.
126500     MOVE WS-BLANK-LINE TO PRINT-LINE.
126600     WRITE PRINT-LINE.
126700     MOVE WS-RESULT-LINE TO PRINT-LINE.
126800     WRITE PRINT-LINE.
126900     DISPLAY "INTGCHK " RL-RESULT.
127000 6000-EXIT.
127100     EXIT.
127200
127300*=================================================================
127400* 6100-PRINT-SUMMARY-LINE - PRINT THE SUMMARY LINE OF ONE CHECK
127500*=================================================================
127600 6100-PRINT-SUMMARY-LINE.
127700     MOVE WS-CHECK-NO TO SM-CHECK-NO.
127800     MOVE WS-CHECK-NAME(WS-CHECK-NO) TO SM-CHECK-NAME.
127900     MOVE WS-CHECK-CLASS(WS-CHECK-NO) TO SM-CHECK-CLASS.
128000     MOVE WS-CHECK-COUNT(WS-CHECK-NO) TO SM-COUNT.
128100     MOVE WS-SUMMARY-LINE TO PRINT-LINE.
128200     WRITE PRINT-LINE.
128300 6100-EXIT.
128400     EXIT.
128500
128600*=================================================================
128700* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
128800*                          THAT REACHES NORMAL END GETS HERE -
128900*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
129000*                          ON FILE AS THE RESTART MARKER.  A RUN
129100*                          THAT FOUND SEVERE EXCEPTIONS STILL
129200*                          COMPLETED; ITS RETURN CODE CARRIES THE
129300*                          FINDING.
129400*=================================================================
129500 8000-CLOSE-RUN-CONTROL.
129600     MOVE "INTGCHK" TO RC-JOB-NAME.
129700     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
129800     MOVE "C" TO RC-RUN-STATUS.
129900     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
130000     ACCEPT RC-END-TIME FROM TIME.
130100     REWRITE RUN-CONTROL-RECORD
130200         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
130300     END-REWRITE.
130400     IF NOT WS-RUNCTL-OK
130500         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
130600             WS-RUNCTL-STATUS
130700         GO TO 9900-ABORT-TEARDOWN
130800     END-IF.
130900 8000-EXIT.
131000     EXIT.
131100
131200*=================================================================
131300* 9000-TERMINATE - CLOSE THE FILES
131400*=================================================================
131500 9000-TERMINATE.
131600     CLOSE RUN-CONTROL-FILE.
131700     CLOSE WORK-ORDER-FILE.
131800     CLOSE ITEM-MASTER-FILE.
131900     CLOSE ACTIVE-SESSION-FILE.
132000     CLOSE NOTE-ACK-FILE.
132100     CLOSE SHIFT-NOTES-FILE.
132200     CLOSE USER-MASTER-FILE.
132300     CLOSE TERMINAL-AUTH-FILE.
132400     CLOSE SESSION-HISTORY-FILE.
132500     CLOSE MOVEMENT-JOURNAL-FILE.
132600     CLOSE MOVEMENT-HISTORY-FILE.
132700     CLOSE PRINT-FILE.
132800 9000-EXIT.
132900     EXIT.
133000
133100*=================================================================
133200* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
133300*                       FILES ARE OPEN AND END THE RUN WITH A
133400*                       NONZERO RETURN CODE.  NOTHING IS UPDATED
133500*                       BUT RUN CONTROL, SO THE RERUN SIMPLY
133600*                       STARTS OVER.
133700*=================================================================
133800 9900-ABORT-TEARDOWN.
133900     DISPLAY "INTGCHK ABENDED - FILE OPERATION FAILED".
134000     IF WS-FILES-OPEN
134100         CLOSE WORK-ORDER-FILE
134200         CLOSE ITEM-MASTER-FILE
134300         CLOSE ACTIVE-SESSION-FILE
134400         CLOSE NOTE-ACK-FILE
134500         CLOSE SHIFT-NOTES-FILE
134600         CLOSE USER-MASTER-FILE
134700         CLOSE TERMINAL-AUTH-FILE
134800         CLOSE SESSION-HISTORY-FILE
134900         CLOSE MOVEMENT-JOURNAL-FILE
135000         CLOSE MOVEMENT-HISTORY-FILE
135100         CLOSE PRINT-FILE
135200     END-IF.
135300     CLOSE RUN-CONTROL-FILE.
135400     MOVE 16 TO RETURN-CODE.
135500     STOP RUN.
135600
135700*=================================================================
135800* 9950-REFUSED-RUN - THE RUN-CONTROL FILE TURNED THIS RUN AWAY
135900*                    BEFORE ANY WORK FILE WAS OPENED.  THIS IS A
136000*                    REFUSAL, NOT AN ABEND - THE RECORD ON FILE
136100*                    IS LEFT EXACTLY AS IT STOOD.
136200*=================================================================
136300 9950-REFUSED-RUN.
136400     CLOSE RUN-CONTROL-FILE.
136500     MOVE 8 TO RETURN-CODE.
136600     STOP RUN.
136700
136800 END PROGRAM INTGCHK.
