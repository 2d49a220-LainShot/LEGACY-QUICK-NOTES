001700* INITIAL PASSWORDS ARE STORED AS THE SAME COMPUTED CHECKSUM
001800* LOGIN USES, NEVER IN THE CLEAR, AND ARE STAMPED WITH TODAY'S
001900* DATE SO THE 90-DAY EXPIRATION CLOCK STARTS AT PROVISIONING.
002000* EVERY TRANSACTION APPLIED IS JOURNALED TO THE USER-CHANGE
002100* FILE WITH THE ACCOUNT'S STATUS, ROLE, SUPERVISOR FLAG, AND
002200* PASSWORD-CHANGE DATE BEFORE AND AFTER.
002300*
002400* MODIFICATION HISTORY
002500*   21-AUG-2026  RSH  ORIGINAL.
002600*   15-OCT-2026  RSH  EVERY ADD, CHANGE, AND DISABLE APPLIED IS
002700*                     NOW JOURNALED TO THE USER-CHANGE FILE AS A
002800*                     CHANGE MADE BY USERMNT IN BATCH.
002900*=================================================================
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   VAX-8600.
003400 OBJECT-COMPUTER.   VAX-8600.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS UM-USERID
004200         FILE STATUS IS WS-USERMAST-STATUS.
004300
004400     SELECT USER-TRANSACTION-FILE ASSIGN TO "USERTRAN"
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-TRAN-STATUS.
004800
004900     SELECT USER-CHANGE-FILE ASSIGN TO "USERCHG"
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-USERCHG-STATUS.
005300
005400     SELECT PRINT-FILE ASSIGN TO "USERMRPT"
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-PRINT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  USER-MASTER-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY USERMAST.
006400
006500 FD  USER-TRANSACTION-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY USERTRAN.
006800
006900 FD  USER-CHANGE-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY USERCHG.
007200
007300 FD  PRINT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  PRINT-LINE                  PIC X(80).
007600
007700 WORKING-STORAGE SECTION.
007800*-----------------------------------------------------------------
007900* FILE STATUS AND SWITCHES
008000*-----------------------------------------------------------------
008100 77  WS-USERMAST-STATUS      PIC X(02).
008200     88  WS-USERMAST-OK              VALUE "00".
008300     88  WS-USERMAST-NOTFOUND        VALUE "23".
008400
008500 77  WS-TRAN-STATUS          PIC X(02).
008600     88  WS-TRAN-OK                  VALUE "00".
008700
008800 77  WS-USERCHG-STATUS       PIC X(02).
008900     88  WS-USERCHG-OK               VALUE "00".
009000
009100 77  WS-PRINT-STATUS         PIC X(02).
009200     88  WS-PRINT-OK                 VALUE "00".
009300
009400 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
009500     88  WS-TRAN-EOF                 VALUE "Y".
009600
009700 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
009800     88  WS-FILES-OPEN               VALUE "Y".
009900
010000 77  WS-REJECT-SWITCH        PIC X(01)   VALUE "N".
010100     88  WS-TRAN-REJECTED            VALUE "Y".
010200
010300*-----------------------------------------------------------------
010400* PASSWORD CHECKSUM WORK AREAS - SAME ALGORITHM AS LOGIN, SO A
010500* PASSWORD PROVISIONED HERE MATCHES AT THE SIGN-ON PROMPT.
010600*-----------------------------------------------------------------
010700 77  WS-PASSWORD             PIC X(16).
010800 77  WS-COMPUTED-HASH        PIC 9(09)   COMP.
010900 77  WS-HASH-POSITION        PIC 9(02)   COMP.
011000 77  WS-HASH-CHAR            PIC X(01).
011100 77  WS-HASH-VALUE           PIC 9(03)   COMP.
011200
011300*-----------------------------------------------------------------
011400* RUN CONTROL TOTALS
011500*-----------------------------------------------------------------
011600 77  WS-TODAY-CCYYMMDD       PIC 9(08).
011700 77  WS-TRAN-READ-COUNT      PIC 9(05)   COMP    VALUE ZERO.
011800 77  WS-TRAN-APPLIED-COUNT   PIC 9(05)   COMP    VALUE ZERO.
011900 77  WS-TRAN-REJECT-COUNT    PIC 9(05)   COMP    VALUE ZERO.
012000
012100 77  WS-REJECT-REASON        PIC X(30).
012200
012300*-----------------------------------------------------------------
012400* PRINT LINE LAYOUTS
012500*-----------------------------------------------------------------
012600 01  WS-TITLE-LINE.
012700     05  FILLER                  PIC X(26)
012800             VALUE "USER PROVISIONING PROOF".
012900     05  FILLER                  PIC X(54)   VALUE SPACES.
013000
013100 01  WS-DATE-LINE.
013200     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
013300     05  DL-RUN-DATE             PIC 9(08).
013400     05  FILLER                  PIC X(61)   VALUE SPACES.
013500
013600 01  WS-HEADING-LINE.
013700     05  FILLER                  PIC X(09)   VALUE "ACTION".
013800     05  FILLER                  PIC X(10)   VALUE "USERID".
013900     05  FILLER                  PIC X(10)   VALUE "RESULT".
014000     05  FILLER                  PIC X(06)   VALUE "REASON".
014100     05  FILLER                  PIC X(45)   VALUE SPACES.
014200
014300 01  WS-DETAIL-LINE.
014400     05  DL-ACTION               PIC X(09).
014500     05  DL-USERID               PIC X(10).
014600     05  DL-RESULT               PIC X(10).
014700     05  DL-REASON               PIC X(30).
014800     05  FILLER                  PIC X(21)   VALUE SPACES.
014900
015000 01  WS-TOTAL-LINE.
015100     05  FILLER                  PIC X(16)
015200             VALUE "TRANSACTIONS:".
015300     05  TL-READ                 PIC ZZZZ9.
015400     05  FILLER                  PIC X(10)   VALUE "  APPLIED:".
015500     05  TL-APPLIED              PIC ZZZZ9.
015600     05  FILLER                  PIC X(11)   VALUE "  REJECTED:".
015700     05  TL-REJECTED             PIC ZZZZ9.
015800     05  FILLER                  PIC X(28)   VALUE SPACES.
015900
016000 PROCEDURE DIVISION.
016100*=================================================================
016200* 0000-MAINLINE
016300*=================================================================
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
016700         UNTIL WS-TRAN-EOF.
016800     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
016900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017000     STOP RUN.
017100
017200*=================================================================
017300* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS, AND
017400*                   PRIME THE TRANSACTION READ
017500*=================================================================
017600 1000-INITIALIZE.
017700     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
017800     OPEN I-O USER-MASTER-FILE.
017900     IF NOT WS-USERMAST-OK
018000         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
018100             WS-USERMAST-STATUS
018200         GO TO 9900-ABORT-TEARDOWN
018300     END-IF.
018400     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
018500     OPEN INPUT USER-TRANSACTION-FILE.
018600     IF NOT WS-TRAN-OK
018700         DISPLAY "USER-TRANSACTION OPEN FAILED - STATUS "
018800             WS-TRAN-STATUS
018900         GO TO 9900-ABORT-TEARDOWN
019000     END-IF.
019100     OPEN EXTEND USER-CHANGE-FILE.
019200     IF NOT WS-USERCHG-OK
019300         DISPLAY "USER-CHANGE OPEN FAILED - STATUS "
019400             WS-USERCHG-STATUS
019500         GO TO 9900-ABORT-TEARDOWN
019600     END-IF.
019700     OPEN OUTPUT PRINT-FILE.
019800     IF NOT WS-PRINT-OK
019900         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
020000             WS-PRINT-STATUS
020100         GO TO 9900-ABORT-TEARDOWN
020200     END-IF.
020300
020400     MOVE WS-TITLE-LINE TO PRINT-LINE.
020500     WRITE PRINT-LINE.
020600     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
020700     MOVE WS-DATE-LINE TO PRINT-LINE.
020800     WRITE PRINT-LINE.
020900     MOVE WS-HEADING-LINE TO PRINT-LINE.
021000     WRITE PRINT-LINE.
021100
021200     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
021300 1000-EXIT.
021400     EXIT.
021500
021600*=================================================================
021700* 2000-PROCESS-TRANSACTION - APPLY ONE TRANSACTION, PRINT ITS
021800*                            PROOF LINE, AND READ THE NEXT ONE
021900*=================================================================
022000 2000-PROCESS-TRANSACTION.
022100     ADD 1 TO WS-TRAN-READ-COUNT.
022200     MOVE "N" TO WS-REJECT-SWITCH.
022300     MOVE SPACES TO WS-REJECT-REASON.
022400
022500     EVALUATE TRUE
022600         WHEN UT-ACT-ADD
022700             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
022800         WHEN UT-ACT-CHANGE
022900             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
023000         WHEN UT-ACT-DISABLE
023100             PERFORM 2400-APPLY-DISABLE THRU 2400-EXIT
023200         WHEN OTHER
023300             MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
023400             MOVE "Y" TO WS-REJECT-SWITCH
023500     END-EVALUATE.
023600
023700     PERFORM 2600-PRINT-PROOF-LINE THRU 2600-EXIT.
023800     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
023900 2000-EXIT.
024000     EXIT.
024100
024200*=================================================================
024300* 2100-READ-TRANSACTION - READ ONE TRANSACTION RECORD
024400*=================================================================
024500 2100-READ-TRANSACTION.
024600     READ USER-TRANSACTION-FILE
024700         AT END
024800             MOVE "Y" TO WS-EOF-SWITCH
024900     END-READ.
025000 2100-EXIT.
025100     EXIT.
025200
025300*=================================================================
025400* 2200-APPLY-ADD - CREATE A NEW USER-MASTER RECORD.  A USERID
025500*                  ALREADY ON FILE, A BAD ROLE CODE, A BAD
025600*                  SUPERVISOR FLAG, OR A BLANK PASSWORD
025700*                  REJECTS THE TRANSACTION.
025800*=================================================================
025900 2200-APPLY-ADD.
026000     IF NOT UT-ROLE-VALID
026100         MOVE "BAD ROLE CODE" TO WS-REJECT-REASON
026200         MOVE "Y" TO WS-REJECT-SWITCH
026300         GO TO 2200-EXIT
026400     END-IF.
026500     IF NOT UT-SUP-FLAG-VALID
026600         MOVE "BAD SUPERVISOR FLAG" TO WS-REJECT-REASON
026700         MOVE "Y" TO WS-REJECT-SWITCH
026800         GO TO 2200-EXIT
026900     END-IF.
027000     IF UT-PASSWORD = SPACES
027100         MOVE "PASSWORD REQUIRED" TO WS-REJECT-REASON
027200         MOVE "Y" TO WS-REJECT-SWITCH
027300         GO TO 2200-EXIT
027400     END-IF.
027500
027600     MOVE UT-USERID TO UM-USERID.
027700     READ USER-MASTER-FILE
027800         INVALID KEY
027900             MOVE "23" TO WS-USERMAST-STATUS
028000     END-READ.
028100     IF WS-USERMAST-OK
028200         MOVE "DUPLICATE ADD" TO WS-REJECT-REASON
028300         MOVE "Y" TO WS-REJECT-SWITCH
028400         GO TO 2200-EXIT
028500     END-IF.
028600     IF NOT WS-USERMAST-NOTFOUND
028700         DISPLAY "USER-MASTER READ FAILED - STATUS "
028800             WS-USERMAST-STATUS
028900         GO TO 9900-ABORT-TEARDOWN
029000     END-IF.
029100
029200     MOVE SPACE TO UC-STATUS-BEFORE.
029300     MOVE SPACE TO UC-ROLE-BEFORE.
029400     MOVE SPACE TO UC-SUP-FLAG-BEFORE.
029500     MOVE ZERO TO UC-PWD-CHANGE-BEFORE.
029600
029700     MOVE UT-PASSWORD TO WS-PASSWORD.
029800     PERFORM 2700-COMPUTE-PASSWORD-HASH THRU 2700-EXIT.
029900
030000     MOVE UT-USERID TO UM-USERID.
030100     MOVE WS-COMPUTED-HASH TO UM-PASSWORD-HASH.
030200     MOVE "A" TO UM-ACCOUNT-STATUS.
030300     MOVE ZERO TO UM-LAST-LOGIN-DATE.
030400     MOVE ZERO TO UM-FAILED-LOGIN-COUNT.
030500     MOVE WS-TODAY-CCYYMMDD TO UM-LAST-PASSWORD-CHANGE.
030600     MOVE UT-SUPERVISOR-FLAG TO UM-SUPERVISOR-FLAG.
030700     MOVE ZERO TO UM-SUPERVISOR-PIN-HASH.
030800     MOVE UT-USER-ROLE TO UM-USER-ROLE.
030900
031000     WRITE USER-MASTER-RECORD
031100         INVALID KEY MOVE "22" TO WS-USERMAST-STATUS
031200     END-WRITE.
031300     IF NOT WS-USERMAST-OK
031400         DISPLAY "USER-MASTER WRITE FAILED - STATUS "
031500             WS-USERMAST-STATUS
031600         GO TO 9900-ABORT-TEARDOWN
031700     END-IF.
031800
031900     MOVE "ADD" TO UC-CHANGE-TYPE.
032000     PERFORM 2850-WRITE-USER-CHANGE THRU 2850-EXIT.
032100 2200-EXIT.
032200     EXIT.
032300
032400*=================================================================
032500* 2300-APPLY-CHANGE - AMEND AN EXISTING USER-MASTER RECORD.
032600*                     ONLY THE FIELDS SUPPLIED ON THE
032700*                     TRANSACTION ARE TOUCHED - A BLANK
032800*                     PASSWORD, ROLE, OR FLAG LEAVES THE
032900*                     FIELD ON FILE AS IT STANDS.
033000*=================================================================
033100 2300-APPLY-CHANGE.
033200     IF UT-USER-ROLE NOT = SPACE AND NOT UT-ROLE-VALID
033300         MOVE "BAD ROLE CODE" TO WS-REJECT-REASON
033400         MOVE "Y" TO WS-REJECT-SWITCH
033500         GO TO 2300-EXIT
033600     END-IF.
033700     IF UT-SUPERVISOR-FLAG NOT = SPACE
033800             AND NOT UT-SUP-FLAG-VALID
033900         MOVE "BAD SUPERVISOR FLAG" TO WS-REJECT-REASON
034000         MOVE "Y" TO WS-REJECT-SWITCH
034100         GO TO 2300-EXIT
034200     END-IF.
034300
034400     MOVE UT-USERID TO UM-USERID.
034500     READ USER-MASTER-FILE
034600         INVALID KEY
034700             MOVE "23" TO WS-USERMAST-STATUS
034800     END-READ.
034900     IF WS-USERMAST-NOTFOUND
035000         MOVE "USERID NOT FOUND" TO WS-REJECT-REASON
035100         MOVE "Y" TO WS-REJECT-SWITCH
035200         GO TO 2300-EXIT
035300     END-IF.
035400     IF NOT WS-USERMAST-OK
035500         DISPLAY "USER-MASTER READ FAILED - STATUS "
035600             WS-USERMAST-STATUS
035700         GO TO 9900-ABORT-TEARDOWN
035800     END-IF.
035900
036000     PERFORM 2800-SAVE-USER-BEFORE THRU 2800-EXIT.
036100     IF UT-PASSWORD NOT = SPACES
036200         MOVE UT-PASSWORD TO WS-PASSWORD
036300         PERFORM 2700-COMPUTE-PASSWORD-HASH THRU 2700-EXIT
036400         MOVE WS-COMPUTED-HASH TO UM-PASSWORD-HASH
036500         MOVE WS-TODAY-CCYYMMDD TO UM-LAST-PASSWORD-CHANGE
036600     END-IF.
036700     IF UT-USER-ROLE NOT = SPACE
036800         MOVE UT-USER-ROLE TO UM-USER-ROLE
036900     END-IF.
037000     IF UT-SUPERVISOR-FLAG NOT = SPACE
037100         MOVE UT-SUPERVISOR-FLAG TO UM-SUPERVISOR-FLAG
037200     END-IF.
037300
037400     REWRITE USER-MASTER-RECORD
037500         INVALID KEY MOVE "99" TO WS-USERMAST-STATUS
037600     END-REWRITE.
037700     IF NOT WS-USERMAST-OK
037800         DISPLAY "USER-MASTER REWRITE FAILED - STATUS "
037900             WS-USERMAST-STATUS
038000         GO TO 9900-ABORT-TEARDOWN
038100     END-IF.
038200
038300     MOVE "CHANGE" TO UC-CHANGE-TYPE.
038400     PERFORM 2850-WRITE-USER-CHANGE THRU 2850-EXIT.
038500 2300-EXIT.
038600     EXIT.
038700
038800*=================================================================
038900* 2400-APPLY-DISABLE - RETIRE AN ACCOUNT BY SETTING ITS STATUS
039000*                      TO DISABLED.  LOGIN TURNS A DISABLED
039100*                      ACCOUNT AWAY BEFORE THE PASSWORD CHECK.
039200*=================================================================
039300 2400-APPLY-DISABLE.
039400     MOVE UT-USERID TO UM-USERID.
039500     READ USER-MASTER-FILE
039600         INVALID KEY
039700             MOVE "23" TO WS-USERMAST-STATUS
039800     END-READ.
039900     IF WS-USERMAST-NOTFOUND
040000         MOVE "USERID NOT FOUND" TO WS-REJECT-REASON
040100         MOVE "Y" TO WS-REJECT-SWITCH
040200         GO TO 2400-EXIT
040300     END-IF.
040400     IF NOT WS-USERMAST-OK
040500         DISPLAY "USER-MASTER READ FAILED - STATUS "
040600             WS-USERMAST-STATUS
040700         GO TO 9900-ABORT-TEARDOWN
040800     END-IF.
040900
041000     PERFORM 2800-SAVE-USER-BEFORE THRU 2800-EXIT.
041100     MOVE "D" TO UM-ACCOUNT-STATUS.
041200     REWRITE USER-MASTER-RECORD
041300         INVALID KEY MOVE "99" TO WS-USERMAST-STATUS
041400     END-REWRITE.
041500     IF NOT WS-USERMAST-OK
041600         DISPLAY "USER-MASTER REWRITE FAILED - STATUS "
041700             WS-USERMAST-STATUS
041800         GO TO 9900-ABORT-TEARDOWN
041900     END-IF.
042000
042100     MOVE "DISABLE" TO UC-CHANGE-TYPE.
042200     PERFORM 2850-WRITE-USER-CHANGE THRU 2850-EXIT.
042300 2400-EXIT.
042400     EXIT.
042500
042600*=================================================================
042700* 2600-PRINT-PROOF-LINE - ONE PROOF LINE PER TRANSACTION,
042800*                         APPLIED OR REJECTED WITH THE REASON
042900*=================================================================
043000 2600-PRINT-PROOF-LINE.
043100     MOVE UT-ACTION TO DL-ACTION.
043200     MOVE UT-USERID TO DL-USERID.
043300     IF WS-TRAN-REJECTED
043400         MOVE "REJECTED" TO DL-RESULT
043500         MOVE WS-REJECT-REASON TO DL-REASON
043600         ADD 1 TO WS-TRAN-REJECT-COUNT
043700     ELSE
043800         MOVE "APPLIED" TO DL-RESULT
043900         MOVE SPACES TO DL-REASON
044000         ADD 1 TO WS-TRAN-APPLIED-COUNT
044100     END-IF.
044200     MOVE WS-DETAIL-LINE TO PRINT-LINE.
044300     WRITE PRINT-LINE.
044400 2600-EXIT.
044500     EXIT.
044600
044700*=================================================================
044800* 2700-COMPUTE-PASSWORD-HASH - REDUCE THE PASSWORD TO THE SAME
044900*                              NUMERIC CHECKSUM LOGIN COMPUTES
045000*                              AT THE SIGN-ON PROMPT
045100*=================================================================
045200 2700-COMPUTE-PASSWORD-HASH.
045300     MOVE ZERO TO WS-COMPUTED-HASH.
045400     PERFORM 2710-ACCUMULATE-ONE-CHAR THRU 2710-EXIT
045500         VARYING WS-HASH-POSITION FROM 1 BY 1
045600         UNTIL WS-HASH-POSITION > 16.
045700 2700-EXIT.
045800     EXIT.
045900
046000 2710-ACCUMULATE-ONE-CHAR.
046100     MOVE WS-PASSWORD(WS-HASH-POSITION:1) TO WS-HASH-CHAR.
046200     COMPUTE WS-HASH-VALUE = FUNCTION ORD(WS-HASH-CHAR).
046300     COMPUTE WS-COMPUTED-HASH =
046400             WS-COMPUTED-HASH * 37 + WS-HASH-VALUE
046500         ON SIZE ERROR
046600             DIVIDE WS-COMPUTED-HASH BY 2 GIVING WS-COMPUTED-HASH
046700     END-COMPUTE.
046800 2710-EXIT.
046900     EXIT.
047000
047100*=================================================================
047200* 2800-SAVE-USER-BEFORE - CAPTURE THE JOURNALED FIELDS OF THE
047300*                         USER-MASTER RECORD IN THE RECORD AREA
047400*                         BEFORE THE TRANSACTION CHANGES THEM
047500*=================================================================
047600 2800-SAVE-USER-BEFORE.
047700     MOVE UM-ACCOUNT-STATUS TO UC-STATUS-BEFORE.
047800     MOVE UM-USER-ROLE TO UC-ROLE-BEFORE.
047900     MOVE UM-SUPERVISOR-FLAG TO UC-SUP-FLAG-BEFORE.
048000     MOVE UM-LAST-PASSWORD-CHANGE TO UC-PWD-CHANGE-BEFORE.
048100 2800-EXIT.
048200     EXIT.
048300
048400*=================================================================
048500* 2850-WRITE-USER-CHANGE - JOURNAL THE TRANSACTION JUST APPLIED.
048600*                          THE BEFORE VALUES AND CHANGE TYPE ARE
048700*                          ALREADY IN THE RECORD AREA.
048800*=================================================================
048900 2850-WRITE-USER-CHANGE.
049000     MOVE UM-USERID TO UC-USERID.
049100     ACCEPT UC-CHANGE-DATE FROM DATE YYYYMMDD.
049200     ACCEPT UC-CHANGE-TIME FROM TIME.
049300     MOVE "USERMNT" TO UC-CHANGED-BY.
049400     MOVE "BATCH" TO UC-CHANGED-FROM.
049500     MOVE UM-ACCOUNT-STATUS TO UC-STATUS-AFTER.
049600     MOVE UM-USER-ROLE TO UC-ROLE-AFTER.
049700     MOVE UM-SUPERVISOR-FLAG TO UC-SUP-FLAG-AFTER.
049800     MOVE UM-LAST-PASSWORD-CHANGE TO UC-PWD-CHANGE-AFTER.
049900
050000     WRITE USER-CHANGE-RECORD.
050100     IF NOT WS-USERCHG-OK
050200         DISPLAY "USER-CHANGE WRITE FAILED - STATUS "
050300             WS-USERCHG-STATUS
050400         GO TO 9900-ABORT-TEARDOWN
050500     END-IF.
050600 2850-EXIT.
050700     EXIT.
050800
050900*=================================================================
051000* 3000-PRINT-TOTALS - CONTROL TOTALS FOR THE PROOF REPORT
051100*=================================================================
051200 3000-PRINT-TOTALS.
051300     MOVE WS-TRAN-READ-COUNT TO TL-READ.
051400     MOVE WS-TRAN-APPLIED-COUNT TO TL-APPLIED.
051500     MOVE WS-TRAN-REJECT-COUNT TO TL-REJECTED.
051600     MOVE WS-TOTAL-LINE TO PRINT-LINE.
051700     WRITE PRINT-LINE.
051800 3000-EXIT.
051900     EXIT.
052000
052100*=================================================================
052200* 9000-TERMINATE - CLOSE THE FILES
052300*=================================================================
052400 9000-TERMINATE.
052500     CLOSE USER-MASTER-FILE.
052600     CLOSE USER-CHANGE-FILE.
052700     CLOSE USER-TRANSACTION-FILE.
052800     CLOSE PRINT-FILE.
052900 9000-EXIT.
053000     EXIT.
053100
053200*=================================================================
053300* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE
053400*                       WHATEVER FILES ARE OPEN AND END THE RUN
053500*                       WITH A NONZERO RETURN CODE SO THE
053600*                       OVERNIGHT SCHEDULE SHOWS AN ABNORMAL
053700*                       TERMINATION.
053800*=================================================================
053900 9900-ABORT-TEARDOWN.
054000     DISPLAY "USERMNT ABENDED - FILE OPERATION FAILED".
054100     IF WS-FILES-OPEN
054200         CLOSE USER-MASTER-FILE
054300         CLOSE USER-TRANSACTION-FILE
054400         CLOSE USER-CHANGE-FILE
054500         CLOSE PRINT-FILE
054600     END-IF.
054700     MOVE 16 TO RETURN-CODE.
054800     STOP RUN.
054900
055000 END PROGRAM USERMNT.
