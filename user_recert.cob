000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     USRCERT.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* USRCERT
000900*
001000* QUARTERLY ACCESS RECERTIFICATION REPORT FOR THE AUDITORS.
001100* EVERY ACCOUNT ON THE USER-MASTER FILE THAT IS NOT DISABLED IS
001200* LISTED WITH ITS STATUS, ROLE, SUPERVISOR FLAG, LAST SIGN-ON,
001300* AND LAST PASSWORD CHANGE; UNDER IT EVERY TERMINAL IT SIGNED ON
001400* AT IN THE QUARTER (FROM THE SESSION-HISTORY FILE) WITH THE
001500* NUMBER OF SESSIONS AND THE LAST DATE USED; THEN EVERY CHANGE
001600* MADE TO THE ACCOUNT IN THE QUARTER (FROM THE USER-CHANGE
001700* FILE) WITH WHO MADE IT, FROM WHERE, AND THE STATUS, ROLE,
001800* SUPERVISOR FLAG, AND PASSWORD-CHANGE DATE BEFORE AND AFTER.
001900* EACH ACCOUNT ENDS WITH A LINE FOR THE DEPARTMENT MANAGER TO
002000* SIGN.  THE QUARTER REPORTED IS THE ONE CONTAINING YESTERDAY,
002100* THE SAME AS CYCCOVER, SO THE RUN ON THE FIRST DAY OF A
002200* QUARTER CLOSES OUT THE ONE JUST ENDED.
002300*
002400* THE SESSIONS AND CHANGES ARE SORTED BY USERID AND MATCHED
002500* AGAINST THE USER-MASTER IN USERID ORDER.  ACTIVITY FOR A
002600* USERID NO LONGER ON THE USER-MASTER IS COUNTED IN THE TOTALS.
002700*
002800* MODIFICATION HISTORY
002900*   15-OCT-2026  RSH  ORIGINAL.
003000*=================================================================
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   VAX-8600.
003500 OBJECT-COMPUTER.   VAX-8600.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS UM-USERID
004300         FILE STATUS IS WS-USERMAST-STATUS.
004400
004500     SELECT SESSION-HISTORY-FILE ASSIGN TO "SESSHIST"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-SESSHIST-STATUS.
004900
005000     SELECT USER-CHANGE-FILE ASSIGN TO "USERCHG"
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-USERCHG-STATUS.
005400
005500     SELECT CERT-SORT-FILE ASSIGN TO "CERTSORT".
005600
005700     SELECT PRINT-FILE ASSIGN TO "CERTRPT"
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-PRINT-STATUS.
006100
006200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS RC-RUN-KEY
006600         FILE STATUS IS WS-RUNCTL-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  USER-MASTER-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY USERMAST.
007300
007400 FD  SESSION-HISTORY-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY SESSHIST.
007700
007800 FD  USER-CHANGE-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY USERCHG.
008100
008200 SD  CERT-SORT-FILE.
008300 01  CERT-SORT-RECORD.
008400     05  SR-USERID               PIC X(08).
008500     05  SR-KIND                 PIC X(01).
008600         88  SR-SESSION                  VALUE "1".
008700         88  SR-CHANGE                   VALUE "2".
008800     05  SR-TERMINAL             PIC X(08).
008900     05  SR-DATE                 PIC 9(08).
009000     05  SR-TIME                 PIC 9(08).
009100     05  SR-CHANGE-TYPE          PIC X(10).
009200     05  SR-CHANGED-BY           PIC X(08).
009300     05  SR-CHANGED-FROM         PIC X(08).
009400     05  SR-STATUS-BEFORE        PIC X(01).
009500     05  SR-STATUS-AFTER         PIC X(01).
009600     05  SR-ROLE-BEFORE          PIC X(01).
009700     05  SR-ROLE-AFTER           PIC X(01).
009800     05  SR-SUP-FLAG-BEFORE      PIC X(01).
009900     05  SR-SUP-FLAG-AFTER       PIC X(01).
010000     05  SR-PWD-CHANGE-BEFORE    PIC 9(08).
010100     05  SR-PWD-CHANGE-AFTER     PIC 9(08).
010200
010300 FD  PRINT-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  PRINT-LINE                  PIC X(80).
010600
010700 FD  RUN-CONTROL-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY RUNCTL.
011000
011100 WORKING-STORAGE SECTION.
011200*-----------------------------------------------------------------
011300* FILE STATUS AND SWITCHES
011400*-----------------------------------------------------------------
011500 77  WS-RUNCTL-STATUS        PIC X(02).
011600     88  WS-RUNCTL-OK                VALUE "00".
011700     88  WS-RUNCTL-NOTFOUND          VALUE "23".
011800
011900 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
012000     88  WS-RUNCTL-ON-FILE           VALUE "Y".
012100
012200 77  WS-USERMAST-STATUS      PIC X(02).
012300     88  WS-USERMAST-OK              VALUE "00".
012400
012500 77  WS-SESSHIST-STATUS      PIC X(02).
012600     88  WS-SESSHIST-OK              VALUE "00".
012700
012800 77  WS-USERCHG-STATUS       PIC X(02).
012900     88  WS-USERCHG-OK               VALUE "00".
013000
013100 77  WS-PRINT-STATUS         PIC X(02).
013200     88  WS-PRINT-OK                 VALUE "00".
013300
013400 77  WS-USER-EOF-SWITCH      PIC X(01)   VALUE "N".
013500     88  WS-USER-EOF                 VALUE "Y".
013600
013700 77  WS-SESS-EOF-SWITCH      PIC X(01)   VALUE "N".
013800     88  WS-SESS-EOF                 VALUE "Y".
013900
014000 77  WS-CHG-EOF-SWITCH       PIC X(01)   VALUE "N".
014100     88  WS-CHG-EOF                  VALUE "Y".
014200
014300 77  WS-SORT-EOF-SWITCH      PIC X(01)   VALUE "N".
014400     88  WS-SORT-EOF                 VALUE "Y".
014500
014600 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
014700     88  WS-FILES-OPEN               VALUE "Y".
014800
014900*-----------------------------------------------------------------
015000* THE QUARTER REPORTED
015100*-----------------------------------------------------------------
015200 77  WS-TODAY-CCYYMMDD       PIC 9(08).
015300 77  WS-TODAY-INTEGER        PIC S9(07)  COMP.
015400 77  WS-QTR-INDEX            PIC 9(01)   COMP.
015500 77  WS-MONTH-REMAINDER      PIC 9(01)   COMP.
015600
015700 01  WS-YESTERDAY-CCYYMMDD   PIC 9(08).
015800 01  WS-YESTERDAY-PARTS REDEFINES WS-YESTERDAY-CCYYMMDD.
015900     05  WS-YESTERDAY-CCYY       PIC 9(04).
016000     05  WS-YESTERDAY-MM         PIC 9(02).
016100     05  WS-YESTERDAY-DD         PIC 9(02).
016200
016300 01  WS-QTR-START-CCYYMMDD   PIC 9(08).
016400 01  WS-QTR-START-PARTS REDEFINES WS-QTR-START-CCYYMMDD.
016500     05  WS-QTR-START-CCYY       PIC 9(04).
016600     05  WS-QTR-START-MM         PIC 9(02).
016700     05  WS-QTR-START-DD         PIC 9(02).
016800
016900 01  WS-NEXT-QTR-CCYYMMDD    PIC 9(08).
017000 01  WS-NEXT-QTR-PARTS REDEFINES WS-NEXT-QTR-CCYYMMDD.
017100     05  WS-NEXT-QTR-CCYY        PIC 9(04).
017200     05  WS-NEXT-QTR-MM          PIC 9(02).
017300     05  WS-NEXT-QTR-DD          PIC 9(02).
017400
017500 77  WS-QTR-END-CCYYMMDD     PIC 9(08).
017600
017700*-----------------------------------------------------------------
017800* ONE ACCOUNT'S ACTIVITY AND THE RUN TOTALS
017900*-----------------------------------------------------------------
018000 77  WS-CURRENT-TERMINAL     PIC X(08).
018100 77  WS-TERM-SESSIONS        PIC 9(05)   COMP.
018200 77  WS-TERM-LAST-DATE       PIC 9(08).
018300 77  WS-ACCT-TERMINALS       PIC 9(03)   COMP.
018400 77  WS-ACCT-CHANGES         PIC 9(03)   COMP.
018500
018600 77  WS-LISTED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
018700 77  WS-DISABLED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
018800 77  WS-CHANGE-COUNT         PIC 9(05)   COMP    VALUE ZERO.
018900 77  WS-UNKNOWN-COUNT        PIC 9(05)   COMP    VALUE ZERO.
019000
019100*-----------------------------------------------------------------
019200* PRINT LINE LAYOUTS
019300*-----------------------------------------------------------------
019400 01  WS-TITLE-LINE.
019500     05  FILLER                  PIC X(32)
019600             VALUE "QUARTERLY ACCESS RECERTIFICATION".
019700     05  FILLER                  PIC X(48)   VALUE SPACES.
019800
019900 01  WS-DATE-LINE.
020000     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
020100     05  DL-RUN-DATE             PIC 9(08).
020200     05  FILLER                  PIC X(11)   VALUE "  QUARTER: ".
020300     05  DL-QTR-START            PIC 9(08).
020400     05  FILLER                  PIC X(04)   VALUE " TO ".
020500     05  DL-QTR-END              PIC 9(08).
020600     05  FILLER                  PIC X(30)   VALUE SPACES.
020700
020800 01  WS-HEADING-LINE.
020900     05  FILLER                  PIC X(10)   VALUE "USERID".
021000     05  FILLER                  PIC X(08)   VALUE "STATUS".
021100     05  FILLER                  PIC X(12)   VALUE "ROLE".
021200     05  FILLER                  PIC X(05)   VALUE "SUP".
021300     05  FILLER                  PIC X(14)   VALUE "LAST SIGN-ON".
021400     05  FILLER                  PIC X(11)   VALUE "PWD CHANGED".
021500     05  FILLER                  PIC X(20)   VALUE SPACES.
021600
021700 01  WS-LEGEND-LINE.
021800     05  FILLER                  PIC X(04)   VALUE SPACES.
021900     05  FILLER                  PIC X(44)
022000             VALUE "CHANGES: S=STATUS R=ROLE F=SUPERVISOR FLAG".
022100     05  FILLER                  PIC X(32)
022200             VALUE " (BEFORE>AFTER), PWD=NEW DATE".
022300
022400 01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
022500
022600 01  WS-ACCOUNT-LINE.
022700     05  AL-USERID               PIC X(08).
022800     05  FILLER                  PIC X(02)   VALUE SPACES.
022900     05  AL-STATUS               PIC X(06).
023000     05  FILLER                  PIC X(02)   VALUE SPACES.
023100     05  AL-ROLE                 PIC X(10).
023200     05  FILLER                  PIC X(02)   VALUE SPACES.
023300     05  AL-SUP-FLAG             PIC X(01).
023400     05  FILLER                  PIC X(04)   VALUE SPACES.
023500     05  AL-LAST-SIGNON          PIC X(12).
023600     05  AL-LAST-SIGNON-N REDEFINES AL-LAST-SIGNON.
023700         10  AL-LAST-SIGNON-9    PIC 9(08).
023800         10  FILLER              PIC X(04).
023900     05  FILLER                  PIC X(02)   VALUE SPACES.
024000     05  AL-PWD-CHANGE           PIC 9(08).
024100     05  FILLER                  PIC X(23)   VALUE SPACES.
024200
024300 01  WS-TERMINAL-LINE.
024400     05  FILLER                  PIC X(13)
024500             VALUE "    TERMINAL ".
024600     05  TM-TERMINAL             PIC X(08).
024700     05  FILLER                  PIC X(12)   VALUE "  SESSIONS: ".
024800     05  TM-SESSIONS             PIC ZZZZ9.
024900     05  FILLER                  PIC X(13)
025000             VALUE "  LAST USED: ".
025100     05  TM-LAST-DATE            PIC 9(08).
025200     05  FILLER                  PIC X(21)   VALUE SPACES.
025300
025400 01  WS-NO-TERMINAL-LINE.
025500     05  FILLER                  PIC X(30)
025600             VALUE "    NO SIGN-ON IN THE QUARTER".
025700     05  FILLER                  PIC X(50)   VALUE SPACES.
025800
025900 01  WS-CHANGE-LINE.
026000     05  FILLER                  PIC X(04)   VALUE SPACES.
026100     05  CL-DATE                 PIC 9(08).
026200     05  FILLER                  PIC X(01)   VALUE SPACES.
026300     05  CL-TYPE                 PIC X(10).
026400     05  FILLER                  PIC X(04)   VALUE " BY ".
026500     05  CL-CHANGED-BY           PIC X(08).
026600     05  FILLER                  PIC X(04)   VALUE " AT ".
026700     05  CL-CHANGED-FROM         PIC X(08).
026800     05  FILLER                  PIC X(03)   VALUE " S:".
026900     05  CL-STATUS-BEFORE        PIC X(01).
027000     05  FILLER                  PIC X(01)   VALUE ">".
027100     05  CL-STATUS-AFTER         PIC X(01).
027200     05  FILLER                  PIC X(03)   VALUE " R:".
027300     05  CL-ROLE-BEFORE          PIC X(01).
027400     05  FILLER                  PIC X(01)   VALUE ">".
027500     05  CL-ROLE-AFTER           PIC X(01).
027600     05  FILLER                  PIC X(03)   VALUE " F:".
027700     05  CL-SUP-FLAG-BEFORE      PIC X(01).
027800     05  FILLER                  PIC X(01)   VALUE ">".
027900     05  CL-SUP-FLAG-AFTER       PIC X(01).
028000     05  CL-PWD-LABEL            PIC X(05).
028100     05  CL-PWD-CHANGE           PIC X(08).
028200     05  CL-PWD-CHANGE-N REDEFINES CL-PWD-CHANGE
028300                                 PIC 9(08).
028400     05  FILLER                  PIC X(02)   VALUE SPACES.
028500
028600 01  WS-NO-CHANGE-LINE.
028700     05  FILLER                  PIC X(30)
028800             VALUE "    NO CHANGES IN THE QUARTER".
028900     05  FILLER                  PIC X(50)   VALUE SPACES.
029000
029100 01  WS-SIGN-OFF-LINE.
029200     05  FILLER                  PIC X(04)   VALUE SPACES.
029300     05  FILLER                  PIC X(40)
029400             VALUE "MANAGER SIGN-OFF: ______________________".
029500     05  FILLER                  PIC X(20)
029600             VALUE "  DATE: ____________".
029700     05  FILLER                  PIC X(16)   VALUE SPACES.
029800
029900 01  WS-TOTAL-LINE.
030000     05  FILLER                  PIC X(17)
030100             VALUE "ACCOUNTS LISTED:".
030200     05  TL-LISTED               PIC ZZZZ9.
030300     05  FILLER                  PIC X(24)
030400             VALUE "  DISABLED, NOT LISTED:".
030500     05  TL-DISABLED             PIC ZZZZ9.
030600     05  FILLER                  PIC X(11)   VALUE "  CHANGES:".
030700     05  TL-CHANGES              PIC ZZZZ9.
030800     05  FILLER                  PIC X(13)   VALUE SPACES.
030900
031000 01  WS-TOTAL-LINE-2.
031100     05  FILLER                  PIC X(36)
031200             VALUE "ACTIVITY FOR USERIDS NOT ON FILE:".
031300     05  TL-UNKNOWN              PIC ZZZZ9.
031400     05  FILLER                  PIC X(39)   VALUE SPACES.
031500
031600 PROCEDURE DIVISION.
031700*=================================================================
031800* 0000-MAINLINE
031900*=================================================================
032000 0000-MAINLINE.
032100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032200     SORT CERT-SORT-FILE
032300         ON ASCENDING KEY SR-USERID SR-KIND SR-TERMINAL
032400             SR-DATE SR-TIME
032500         INPUT PROCEDURE IS 3000-RELEASE-ACTIVITY THRU 3000-EXIT
032600         OUTPUT PROCEDURE IS 4000-LIST-ACCOUNTS THRU 4000-EXIT.
032700     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
032800     PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT.
032900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033000     STOP RUN.
033100
033200*=================================================================
033300* 1000-INITIALIZE - CHECK IN WITH RUN CONTROL, WORK OUT THE
033400*                   QUARTER, OPEN THE FILES, AND PRINT THE
033500*                   HEADINGS
033600*=================================================================
033700 1000-INITIALIZE.
033800     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
033900     PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT.
034000     PERFORM 1100-COMPUTE-QUARTER THRU 1100-EXIT.
034100
034200     OPEN INPUT USER-MASTER-FILE.
034300     IF NOT WS-USERMAST-OK
034400         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
034500             WS-USERMAST-STATUS
034600         GO TO 9900-ABORT-TEARDOWN
034700     END-IF.
034800     OPEN INPUT SESSION-HISTORY-FILE.
034900     IF NOT WS-SESSHIST-OK
035000         DISPLAY "SESSION-HISTORY OPEN FAILED - STATUS "
035100             WS-SESSHIST-STATUS
035200         CLOSE USER-MASTER-FILE
035300         GO TO 9900-ABORT-TEARDOWN
035400     END-IF.
035500     OPEN INPUT USER-CHANGE-FILE.
035600     IF NOT WS-USERCHG-OK
035700         DISPLAY "USER-CHANGE OPEN FAILED - STATUS "
035800             WS-USERCHG-STATUS
035900         CLOSE USER-MASTER-FILE
036000         CLOSE SESSION-HISTORY-FILE
036100         GO TO 9900-ABORT-TEARDOWN
036200     END-IF.
036300     OPEN OUTPUT PRINT-FILE.
036400     IF NOT WS-PRINT-OK
036500         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
036600             WS-PRINT-STATUS
036700         CLOSE USER-MASTER-FILE
036800         CLOSE SESSION-HISTORY-FILE
036900         CLOSE USER-CHANGE-FILE
037000         GO TO 9900-ABORT-TEARDOWN
037100     END-IF.
037200     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
037300
037400     MOVE WS-TITLE-LINE TO PRINT-LINE.
037500     WRITE PRINT-LINE.
037600     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
037700     MOVE WS-QTR-START-CCYYMMDD TO DL-QTR-START.
037800     MOVE WS-QTR-END-CCYYMMDD TO DL-QTR-END.
037900     MOVE WS-DATE-LINE TO PRINT-LINE.
038000     WRITE PRINT-LINE.
038100     MOVE WS-HEADING-LINE TO PRINT-LINE.
038200     WRITE PRINT-LINE.
038300     MOVE WS-LEGEND-LINE TO PRINT-LINE.
038400     WRITE PRINT-LINE.
038500 1000-EXIT.
038600     EXIT.
038700
038800*=================================================================
038900* 1100-COMPUTE-QUARTER - FIRST AND LAST DAY OF THE QUARTER THAT
039000*                        CONTAINS YESTERDAY
039100*=================================================================
039200 1100-COMPUTE-QUARTER.
039300     COMPUTE WS-TODAY-INTEGER =
039400         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
039500     COMPUTE WS-YESTERDAY-CCYYMMDD =
039600         FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER - 1).
039700
039800     DIVIDE WS-YESTERDAY-MM BY 3 GIVING WS-QTR-INDEX
039900         REMAINDER WS-MONTH-REMAINDER.
040000     IF WS-MONTH-REMAINDER = ZERO
040100         SUBTRACT 1 FROM WS-QTR-INDEX
040200     END-IF.
040300
040400     MOVE WS-YESTERDAY-CCYY TO WS-QTR-START-CCYY.
040500     COMPUTE WS-QTR-START-MM = WS-QTR-INDEX * 3 + 1.
040600     MOVE 1 TO WS-QTR-START-DD.
040700
040800     MOVE WS-QTR-START-CCYY TO WS-NEXT-QTR-CCYY.
040900     COMPUTE WS-NEXT-QTR-MM = WS-QTR-START-MM + 3.
041000     IF WS-NEXT-QTR-MM > 12
041100         SUBTRACT 12 FROM WS-NEXT-QTR-MM
041200         ADD 1 TO WS-NEXT-QTR-CCYY
041300     END-IF.
041400     MOVE 1 TO WS-NEXT-QTR-DD.
041500
041600     COMPUTE WS-QTR-END-CCYYMMDD =
041700         FUNCTION DATE-OF-INTEGER(
041800             FUNCTION INTEGER-OF-DATE(WS-NEXT-QTR-CCYYMMDD) - 1).
041900 1100-EXIT.
042000     EXIT.
042100
042200*=================================================================
042300* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
042400*                         COMPLETED, WARN WHEN A PRIOR RUN IS
042500*                         STILL IN FLIGHT FROM AN ABEND, AND
042600*                         WRITE THIS RUN'S IN-FLIGHT RECORD
042700*=================================================================
042800 1500-OPEN-RUN-CONTROL.
042900     OPEN I-O RUN-CONTROL-FILE.
043000     IF NOT WS-RUNCTL-OK
043100         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
043200             WS-RUNCTL-STATUS
043300         GO TO 9900-ABORT-TEARDOWN
043400     END-IF.
043500
043600     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
043700     MOVE "USRCERT" TO RC-JOB-NAME.
043800     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
043900     READ RUN-CONTROL-FILE
044000         INVALID KEY
044100             MOVE "23" TO WS-RUNCTL-STATUS
044200     END-READ.
044300     IF WS-RUNCTL-OK
044400         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
044500         IF RC-RUN-COMPLETED
044600             DISPLAY "USRCERT ALREADY COMPLETED FOR "
044700                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
044800             GO TO 9950-REFUSED-RUN
044900         END-IF
045000         DISPLAY "PRIOR USRCERT RUN DID NOT COMPLETE FOR "
045100             WS-TODAY-CCYYMMDD " - RERUNNING"
045200     END-IF.
045300     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
045400         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
045500             WS-RUNCTL-STATUS
045600         GO TO 9900-ABORT-TEARDOWN
045700     END-IF.
045800
045900     MOVE "USRCERT" TO RC-JOB-NAME.
046000     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
046100     MOVE "S" TO RC-RUN-STATUS.
046200     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
046300     ACCEPT RC-START-TIME FROM TIME.
046400     MOVE ZERO TO RC-END-DATE.
046500     MOVE ZERO TO RC-END-TIME.
046600     IF WS-RUNCTL-ON-FILE
046700         REWRITE RUN-CONTROL-RECORD
046800             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
046900         END-REWRITE
047000     ELSE
047100         WRITE RUN-CONTROL-RECORD
047200             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
047300         END-WRITE
047400     END-IF.
047500     IF NOT WS-RUNCTL-OK
047600         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
047700             WS-RUNCTL-STATUS
047800         GO TO 9900-ABORT-TEARDOWN
047900     END-IF.
048000 1500-EXIT.
048100     EXIT.
048200
048300*=================================================================
048400* 3000-RELEASE-ACTIVITY - SORT INPUT.  RELEASE EVERY SESSION
048500*                         SIGNED ON IN THE QUARTER, THEN EVERY
048600*                         USER CHANGE MADE IN THE QUARTER
048700*=================================================================
048800 3000-RELEASE-ACTIVITY.
048900     PERFORM 3100-RELEASE-ONE-SESSION THRU 3100-EXIT
049000         UNTIL WS-SESS-EOF.
049100     PERFORM 3200-RELEASE-ONE-CHANGE THRU 3200-EXIT
049200         UNTIL WS-CHG-EOF.
049300 3000-EXIT.
049400     EXIT.
049500
049600*=================================================================
049700* 3100-RELEASE-ONE-SESSION - READ THE NEXT SESSION-HISTORY
049800*                            RECORD AND RELEASE IT WHEN IT WAS
049900*                            SIGNED ON IN THE QUARTER
050000*=================================================================
050100 3100-RELEASE-ONE-SESSION.
050200     READ SESSION-HISTORY-FILE
050300         AT END
050400             MOVE "Y" TO WS-SESS-EOF-SWITCH
050500     END-READ.
050600     IF WS-SESS-EOF
050700         GO TO 3100-EXIT
050800     END-IF.
050900     IF NOT WS-SESSHIST-OK
051000         DISPLAY "SESSION-HISTORY READ FAILED - STATUS "
051100             WS-SESSHIST-STATUS
051200         GO TO 9900-ABORT-TEARDOWN
051300     END-IF.
051400
051500     IF SH-SIGNON-DATE < WS-QTR-START-CCYYMMDD
051600             OR SH-SIGNON-DATE > WS-QTR-END-CCYYMMDD
051700         GO TO 3100-EXIT
051800     END-IF.
051900
052000     MOVE SPACES TO CERT-SORT-RECORD.
052100     MOVE SH-USERID TO SR-USERID.
052200     MOVE "1" TO SR-KIND.
052300     MOVE SH-TERMINAL TO SR-TERMINAL.
052400     MOVE SH-SIGNON-DATE TO SR-DATE.
052500     MOVE SH-SIGNON-TIME TO SR-TIME.
052600     MOVE ZERO TO SR-PWD-CHANGE-BEFORE.
052700     MOVE ZERO TO SR-PWD-CHANGE-AFTER.
052800     RELEASE CERT-SORT-RECORD.
052900 3100-EXIT.
053000     EXIT.
053100
053200*=================================================================
053300* 3200-RELEASE-ONE-CHANGE - READ THE NEXT USER-CHANGE RECORD AND
053400*                           RELEASE IT WHEN IT WAS MADE IN THE
053500*                           QUARTER
053600*=================================================================
053700 3200-RELEASE-ONE-CHANGE.
053800     READ USER-CHANGE-FILE
053900         AT END
054000             MOVE "Y" TO WS-CHG-EOF-SWITCH
054100     END-READ.
054200     IF WS-CHG-EOF
054300         GO TO 3200-EXIT
054400     END-IF.
054500     IF NOT WS-USERCHG-OK
054600         DISPLAY "USER-CHANGE READ FAILED - STATUS "
054700             WS-USERCHG-STATUS
054800         GO TO 9900-ABORT-TEARDOWN
054900     END-IF.
055000
055100     IF UC-CHANGE-DATE < WS-QTR-START-CCYYMMDD
055200             OR UC-CHANGE-DATE > WS-QTR-END-CCYYMMDD
055300         GO TO 3200-EXIT
055400     END-IF.
055500
055600     MOVE UC-USERID TO SR-USERID.
055700     MOVE "2" TO SR-KIND.
055800     MOVE SPACES TO SR-TERMINAL.
055900     MOVE UC-CHANGE-DATE TO SR-DATE.
056000     MOVE UC-CHANGE-TIME TO SR-TIME.
056100     MOVE UC-CHANGE-TYPE TO SR-CHANGE-TYPE.
056200     MOVE UC-CHANGED-BY TO SR-CHANGED-BY.
056300     MOVE UC-CHANGED-FROM TO SR-CHANGED-FROM.
056400     MOVE UC-STATUS-BEFORE TO SR-STATUS-BEFORE.
056500     MOVE UC-STATUS-AFTER TO SR-STATUS-AFTER.
056600     MOVE UC-ROLE-BEFORE TO SR-ROLE-BEFORE.
056700     MOVE UC-ROLE-AFTER TO SR-ROLE-AFTER.
056800     MOVE UC-SUP-FLAG-BEFORE TO SR-SUP-FLAG-BEFORE.
056900     MOVE UC-SUP-FLAG-AFTER TO SR-SUP-FLAG-AFTER.
057000     MOVE UC-PWD-CHANGE-BEFORE TO SR-PWD-CHANGE-BEFORE.
057100     MOVE UC-PWD-CHANGE-AFTER TO SR-PWD-CHANGE-AFTER.
057200     RELEASE CERT-SORT-RECORD.
057300 3200-EXIT.
057400     EXIT.
057500
057600*=================================================================
057700* 4000-LIST-ACCOUNTS - SORT OUTPUT.  WALK THE USER-MASTER IN
057800*                      USERID ORDER ALONGSIDE THE SORTED
057900*                      ACTIVITY AND LIST EVERY ACCOUNT THAT IS
058000*                      NOT DISABLED.  ACTIVITY LEFT OVER AFTER
058100*                      THE LAST ACCOUNT BELONGS TO USERIDS NO
058200*                      LONGER ON FILE.
058300*=================================================================
058400 4000-LIST-ACCOUNTS.
058500     PERFORM 4100-RETURN-ACTIVITY THRU 4100-EXIT.
058600     PERFORM 4150-READ-USER-RECORD THRU 4150-EXIT.
058700     PERFORM 4200-LIST-ONE-ACCOUNT THRU 4200-EXIT
058800         UNTIL WS-USER-EOF.
058900     PERFORM 4300-SKIP-UNKNOWN-ACTIVITY THRU 4300-EXIT
059000         UNTIL WS-SORT-EOF.
059100 4000-EXIT.
059200     EXIT.
059300
059400*=================================================================
059500* 4100-RETURN-ACTIVITY - TAKE THE NEXT RECORD FROM THE SORT
059600*=================================================================
059700 4100-RETURN-ACTIVITY.
059800     RETURN CERT-SORT-FILE
059900         AT END
060000             MOVE "Y" TO WS-SORT-EOF-SWITCH
060100     END-RETURN.
060200 4100-EXIT.
060300     EXIT.
060400
060500*=================================================================
060600* 4150-READ-USER-RECORD - READ THE NEXT USER-MASTER RECORD
060700*=================================================================
060800 4150-READ-USER-RECORD.
060900     READ USER-MASTER-FILE NEXT RECORD
061000         AT END
061100             MOVE "Y" TO WS-USER-EOF-SWITCH
061200     END-READ.
061300     IF WS-USER-EOF
061400         GO TO 4150-EXIT
061500     END-IF.
061600     IF NOT WS-USERMAST-OK
061700         DISPLAY "USER-MASTER READ FAILED - STATUS "
061800             WS-USERMAST-STATUS
061900         GO TO 9900-ABORT-TEARDOWN
062000     END-IF.
062100 4150-EXIT.
062200     EXIT.
062300
062400*=================================================================
062500* 4200-LIST-ONE-ACCOUNT - LIST ONE ACCOUNT WITH ITS TERMINALS AND
062600*                         CHANGES IN THE QUARTER, THEN THE
062700*                         MANAGER'S SIGN-OFF LINE.  A DISABLED
062800*                         ACCOUNT IS COUNTED AND ITS ACTIVITY
062900*                         PASSED OVER.
063000*=================================================================
063100 4200-LIST-ONE-ACCOUNT.
063200     PERFORM 4300-SKIP-UNKNOWN-ACTIVITY THRU 4300-EXIT
063300         UNTIL WS-SORT-EOF
063400             OR SR-USERID NOT < UM-USERID.
063500
063600     IF UM-ACCT-DISABLED
063700         ADD 1 TO WS-DISABLED-COUNT
063800         PERFORM 4350-PASS-ACTIVITY THRU 4350-EXIT
063900             UNTIL WS-SORT-EOF
064000                 OR SR-USERID NOT = UM-USERID
064100         GO TO 4200-NEXT
064200     END-IF.
064300
064400     ADD 1 TO WS-LISTED-COUNT.
064500     PERFORM 4250-PRINT-ACCOUNT-LINE THRU 4250-EXIT.
064600
064700     MOVE ZERO TO WS-ACCT-TERMINALS.
064800     PERFORM 4400-LIST-ONE-TERMINAL THRU 4400-EXIT
064900         UNTIL WS-SORT-EOF
065000             OR SR-USERID NOT = UM-USERID
065100             OR NOT SR-SESSION.
065200     IF WS-ACCT-TERMINALS = ZERO
065300         MOVE WS-NO-TERMINAL-LINE TO PRINT-LINE
065400         WRITE PRINT-LINE
065500     END-IF.
065600
065700     MOVE ZERO TO WS-ACCT-CHANGES.
065800     PERFORM 4500-LIST-ONE-CHANGE THRU 4500-EXIT
065900         UNTIL WS-SORT-EOF
066000             OR SR-USERID NOT = UM-USERID.
066100     IF WS-ACCT-CHANGES = ZERO
066200         MOVE WS-NO-CHANGE-LINE TO PRINT-LINE
066300         WRITE PRINT-LINE
066400     END-IF.
066500
066600     MOVE WS-SIGN-OFF-LINE TO PRINT-LINE.
066700     WRITE PRINT-LINE.
066800 4200-NEXT.
066900     PERFORM 4150-READ-USER-RECORD THRU 4150-EXIT.
067000 4200-EXIT.
067100     EXIT.
067200
067300*=================================================================
067400* 4250-PRINT-ACCOUNT-LINE - THE ACCOUNT AS IT STANDS ON FILE
067500*=================================================================
067600 4250-PRINT-ACCOUNT-LINE.
067700     MOVE WS-BLANK-LINE TO PRINT-LINE.
067800     WRITE PRINT-LINE.
067900
068000     MOVE UM-USERID TO AL-USERID.
068100     EVALUATE TRUE
068200         WHEN UM-ACCT-ACTIVE
068300             MOVE "ACTIVE" TO AL-STATUS
068400         WHEN UM-ACCT-LOCKED
068500             MOVE "LOCKED" TO AL-STATUS
068600         WHEN OTHER
068700             MOVE UM-ACCOUNT-STATUS TO AL-STATUS
068800     END-EVALUATE.
068900     EVALUATE TRUE
069000         WHEN UM-ROLE-OPERATOR
069100             MOVE "OPERATOR" TO AL-ROLE
069200         WHEN UM-ROLE-SUPERVISOR
069300             MOVE "SUPERVISOR" TO AL-ROLE
069400         WHEN UM-ROLE-ADMIN
069500             MOVE "ADMIN" TO AL-ROLE
069600         WHEN OTHER
069700             MOVE UM-USER-ROLE TO AL-ROLE
069800     END-EVALUATE.
069900     MOVE UM-SUPERVISOR-FLAG TO AL-SUP-FLAG.
070000     IF UM-LAST-LOGIN-DATE = ZERO
070100         MOVE "NEVER" TO AL-LAST-SIGNON
070200     ELSE
070300         MOVE SPACES TO AL-LAST-SIGNON
070400         MOVE UM-LAST-LOGIN-DATE TO AL-LAST-SIGNON-9
070500     END-IF.
070600     MOVE UM-LAST-PASSWORD-CHANGE TO AL-PWD-CHANGE.
070700     MOVE WS-ACCOUNT-LINE TO PRINT-LINE.
070800     WRITE PRINT-LINE.
070900 4250-EXIT.
071000     EXIT.
071100
071200*=================================================================
071300* 4300-SKIP-UNKNOWN-ACTIVITY - COUNT AND PASS OVER ONE SORTED
071400*                              RECORD FOR A USERID THAT IS NOT
071500*                              ON THE USER-MASTER
071600*=================================================================
071700 4300-SKIP-UNKNOWN-ACTIVITY.
071800     ADD 1 TO WS-UNKNOWN-COUNT.
071900     PERFORM 4100-RETURN-ACTIVITY THRU 4100-EXIT.
072000 4300-EXIT.
072100     EXIT.
072200
072300*=================================================================
072400* 4350-PASS-ACTIVITY - PASS OVER ONE SORTED RECORD OF A DISABLED
072500*                      ACCOUNT
072600*=================================================================
072700 4350-PASS-ACTIVITY.
072800     PERFORM 4100-RETURN-ACTIVITY THRU 4100-EXIT.
072900 4350-EXIT.
073000     EXIT.
073100
073200*=================================================================
073300* 4400-LIST-ONE-TERMINAL - COUNT THE ACCOUNT'S SESSIONS AT ONE
073400*                          TERMINAL AND PRINT ONE LINE FOR IT.
073500*                          THE SESSIONS COME IN DATE ORDER, SO
073600*                          THE LAST ONE READ IS THE LAST USED.
073700*=================================================================
073800 4400-LIST-ONE-TERMINAL.
073900     MOVE SR-TERMINAL TO WS-CURRENT-TERMINAL.
074000     MOVE ZERO TO WS-TERM-SESSIONS.
074100     PERFORM 4450-COUNT-ONE-SESSION THRU 4450-EXIT
074200         UNTIL WS-SORT-EOF
074300             OR SR-USERID NOT = UM-USERID
074400             OR NOT SR-SESSION
074500             OR SR-TERMINAL NOT = WS-CURRENT-TERMINAL.
074600
074700     ADD 1 TO WS-ACCT-TERMINALS.
074800     MOVE WS-CURRENT-TERMINAL TO TM-TERMINAL.
074900     MOVE WS-TERM-SESSIONS TO TM-SESSIONS.
075000     MOVE WS-TERM-LAST-DATE TO TM-LAST-DATE.
075100     MOVE WS-TERMINAL-LINE TO PRINT-LINE.
075200     WRITE PRINT-LINE.
075300 4400-EXIT.
075400     EXIT.
075500
075600*=================================================================
075700* 4450-COUNT-ONE-SESSION - COUNT ONE SESSION AT THE TERMINAL
075800*=================================================================
075900 4450-COUNT-ONE-SESSION.
076000     ADD 1 TO WS-TERM-SESSIONS.
076100     MOVE SR-DATE TO WS-TERM-LAST-DATE.
076200     PERFORM 4100-RETURN-ACTIVITY THRU 4100-EXIT.
076300 4450-EXIT.
076400     EXIT.
076500
076600*=================================================================
076700* 4500-LIST-ONE-CHANGE - PRINT ONE CHANGE TO THE ACCOUNT.  THE
076800*                        NEW PASSWORD-CHANGE DATE IS SHOWN ONLY
076900*                        WHEN THE CHANGE MOVED IT.
077000*=================================================================
077100 4500-LIST-ONE-CHANGE.
077200     ADD 1 TO WS-ACCT-CHANGES.
077300     ADD 1 TO WS-CHANGE-COUNT.
077400     MOVE SR-DATE TO CL-DATE.
077500     MOVE SR-CHANGE-TYPE TO CL-TYPE.
077600     MOVE SR-CHANGED-BY TO CL-CHANGED-BY.
077700     MOVE SR-CHANGED-FROM TO CL-CHANGED-FROM.
077800     MOVE SR-STATUS-BEFORE TO CL-STATUS-BEFORE.
077900     MOVE SR-STATUS-AFTER TO CL-STATUS-AFTER.
078000     MOVE SR-ROLE-BEFORE TO CL-ROLE-BEFORE.
078100     MOVE SR-ROLE-AFTER TO CL-ROLE-AFTER.
078200     MOVE SR-SUP-FLAG-BEFORE TO CL-SUP-FLAG-BEFORE.
078300     MOVE SR-SUP-FLAG-AFTER TO CL-SUP-FLAG-AFTER.
078400     IF SR-PWD-CHANGE-AFTER = SR-PWD-CHANGE-BEFORE
078500         MOVE SPACES TO CL-PWD-LABEL
078600         MOVE SPACES TO CL-PWD-CHANGE
078700     ELSE
078800         MOVE " PWD:" TO CL-PWD-LABEL
078900         MOVE SR-PWD-CHANGE-AFTER TO CL-PWD-CHANGE-N
079000     END-IF.
079100     MOVE WS-CHANGE-LINE TO PRINT-LINE.
079200     WRITE PRINT-LINE.
079300     PERFORM 4100-RETURN-ACTIVITY THRU 4100-EXIT.
079400 4500-EXIT.
079500     EXIT.
079600
079700*=================================================================
079800* 5000-PRINT-TOTALS - CONTROL TOTALS FOR THE REPORT
079900*=================================================================
080000 5000-PRINT-TOTALS.
080100     MOVE WS-BLANK-LINE TO PRINT-LINE.
080200     WRITE PRINT-LINE.
080300     MOVE WS-LISTED-COUNT TO TL-LISTED.
080400     MOVE WS-DISABLED-COUNT TO TL-DISABLED.
080500     MOVE WS-CHANGE-COUNT TO TL-CHANGES.
080600     MOVE WS-TOTAL-LINE TO PRINT-LINE.
080700     WRITE PRINT-LINE.
080800     MOVE WS-UNKNOWN-COUNT TO TL-UNKNOWN.
080900     MOVE WS-TOTAL-LINE-2 TO PRINT-LINE.
081000     WRITE PRINT-LINE.
081100
081200     DISPLAY "USRCERT " WS-LISTED-COUNT " ACCOUNTS LISTED FOR "
081300         "RECERTIFICATION".
081400 5000-EXIT.
081500     EXIT.
081600
081700*=================================================================
081800* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
081900*                          THAT REACHES NORMAL END GETS HERE -
082000*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
082100*                          ON FILE AS THE RESTART MARKER.
082200*=================================================================
082300 8000-CLOSE-RUN-CONTROL.
082400     MOVE "USRCERT" TO RC-JOB-NAME.
082500     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
082600     MOVE "C" TO RC-RUN-STATUS.
082700     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
082800     ACCEPT RC-END-TIME FROM TIME.
082900     REWRITE RUN-CONTROL-RECORD
083000         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
083100     END-REWRITE.
083200     IF NOT WS-RUNCTL-OK
083300         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
083400             WS-RUNCTL-STATUS
083500         GO TO 9900-ABORT-TEARDOWN
083600     END-IF.
083700 8000-EXIT.
083800     EXIT.
083900
084000*=================================================================
084100* 9000-TERMINATE - CLOSE THE FILES
084200*=================================================================
084300 9000-TERMINATE.
084400     CLOSE RUN-CONTROL-FILE.
084500     CLOSE USER-MASTER-FILE.
084600     CLOSE SESSION-HISTORY-FILE.
084700     CLOSE USER-CHANGE-FILE.
084800     CLOSE PRINT-FILE.
084900 9000-EXIT.
085000     EXIT.
085100
085200*=================================================================
085300* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
085400*                       FILES ARE OPEN AND END THE RUN WITH A
085500*                       NONZERO RETURN CODE.  NOTHING IS UPDATED
085600*                       BUT RUN CONTROL, SO THE RERUN SIMPLY
085700*                       STARTS OVER.
085800*=================================================================
085900 9900-ABORT-TEARDOWN.
086000     DISPLAY "USRCERT ABENDED - FILE OPERATION FAILED".
086100     IF WS-FILES-OPEN
086200         CLOSE USER-MASTER-FILE
086300         CLOSE SESSION-HISTORY-FILE
086400         CLOSE USER-CHANGE-FILE
086500         CLOSE PRINT-FILE
086600     END-IF.
086700     CLOSE RUN-CONTROL-FILE.
086800     MOVE 16 TO RETURN-CODE.
086900     STOP RUN.
087000
087100*=================================================================
087200* 9950-REFUSED-RUN - THE RUN-CONTROL FILE TURNED THIS RUN AWAY
087300*                    BEFORE ANY WORK FILE WAS OPENED.  THIS IS A
087400*                    REFUSAL, NOT AN ABEND - THE RECORD ON FILE
087500*                    IS LEFT EXACTLY AS IT STOOD.
087600*=================================================================
087700 9950-REFUSED-RUN.
087800     CLOSE RUN-CONTROL-FILE.
087900     MOVE 8 TO RETURN-CODE.
088000     STOP RUN.
088100
088200 END PROGRAM USRCERT.
