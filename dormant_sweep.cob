001500* 14 DAYS OF THE CUTOFF SO A SUPERVISOR CAN INTERVENE BEFORE
001600* THE NEXT SWEEP.  AN ADMIN-ROLE ACCOUNT IS REPORTED FOR
001700* REVIEW BUT NEVER AUTO-DISABLED - LOCKING THE LAST ADMIN OUT
001800* OVERNIGHT IS NOT A RISK WORTH TAKING.  EVERY DISABLE IS
001900* JOURNALED TO THE USER-CHANGE FILE.
002000*
002100* MODIFICATION HISTORY
002200*   21-AUG-2026  RSH  ORIGINAL.
002300*   02-SEP-2026  RSH  WIRED INTO THE RUN-CONTROL FILE.  THE RUN
002400*                     REFUSES TO START WHEN THE SAME BUSINESS
002500*                     DATE HAS ALREADY COMPLETED, WRITES AN
002600*                     IN-FLIGHT RECORD AT START, AND CLOSES IT
002700*                     OUT COMPLETED AT NORMAL END, SO AFTER AN
002800*                     ABEND THE OPERATOR CAN SEE EXACTLY WHICH
002900*                     JOBS FINISHED AND WHERE TO RESTART.
003000*   15-OCT-2026  RSH  EVERY ACCOUNT THE SWEEP DISABLES IS NOW
003100*                     JOURNALED TO THE USER-CHANGE FILE AS A
003200*                     DORMANT CHANGE MADE BY DORMSWP IN BATCH.
003300*=================================================================
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   VAX-8600.
003800 OBJECT-COMPUTER.   VAX-8600.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS UM-USERID
004600         FILE STATUS IS WS-USERMAST-STATUS.
004700
004800     SELECT PRINT-FILE ASSIGN TO "DORMRPT"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-PRINT-STATUS.
005200
005300     SELECT USER-CHANGE-FILE ASSIGN TO "USERCHG"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-USERCHG-STATUS.
005700
005800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS RC-RUN-KEY
006200         FILE STATUS IS WS-RUNCTL-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  USER-MASTER-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY USERMAST.
006900
007000 FD  PRINT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  PRINT-LINE                  PIC X(80).
007300
007400 FD  USER-CHANGE-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY USERCHG.
007700
007800 FD  RUN-CONTROL-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY RUNCTL.
008100
008200 WORKING-STORAGE SECTION.
008300*-----------------------------------------------------------------
008400* FILE STATUS AND SWITCHES
008500*-----------------------------------------------------------------
008600 77  WS-RUNCTL-STATUS        PIC X(02).
008700     88  WS-RUNCTL-OK                VALUE "00".
008800     88  WS-RUNCTL-NOTFOUND          VALUE "23".
008900
009000 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
009100     88  WS-RUNCTL-ON-FILE           VALUE "Y".
009200
009300 77  WS-USERMAST-STATUS      PIC X(02).
009400     88  WS-USERMAST-OK              VALUE "00".
009500
009600 77  WS-USERCHG-STATUS       PIC X(02).
009700     88  WS-USERCHG-OK               VALUE "00".
009800
009900 77  WS-PRINT-STATUS         PIC X(02).
010000     88  WS-PRINT-OK                 VALUE "00".
010100
010200 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
010300     88  WS-USERMAST-EOF             VALUE "Y".
010400
010500 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
010600     88  WS-FILES-OPEN               VALUE "Y".
010700
010800*-----------------------------------------------------------------
010900* DORMANCY LIMITS - 90 DAYS TO THE CUTOFF, WARNINGS INSIDE THE
011000* LAST 14 DAYS BEFORE IT
011100*-----------------------------------------------------------------
011200 77  WS-DORMANT-DAYS         PIC 9(03)   VALUE 90.
011300 77  WS-WARNING-WINDOW       PIC 9(03)   VALUE 14.
011400 77  WS-WARNING-FLOOR        PIC S9(05)  COMP.
011500 77  WS-TODAY-CCYYMMDD       PIC 9(08).
011600 77  WS-TODAY-INTEGER        PIC S9(07)  COMP.
011700 77  WS-LAST-USE-DATE        PIC 9(08).
011800 77  WS-DAYS-IDLE            PIC S9(05)  COMP.
011900
012000*-----------------------------------------------------------------
012100* RUN CONTROL TOTALS
012200*-----------------------------------------------------------------
012300 77  WS-EXAMINED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
012400 77  WS-DISABLED-COUNT       PIC 9(05)   COMP    VALUE ZERO.
012500 77  WS-ADMIN-COUNT          PIC 9(05)   COMP    VALUE ZERO.
012600 77  WS-WARNING-COUNT        PIC 9(05)   COMP    VALUE ZERO.
012700
012800*-----------------------------------------------------------------
012900* PRINT LINE LAYOUTS
013000*-----------------------------------------------------------------
013100 01  WS-TITLE-LINE.
013200     05  FILLER                  PIC X(28)
013300             VALUE "DORMANT ACCOUNT SWEEP".
013400     05  FILLER                  PIC X(52)   VALUE SPACES.
013500
013600 01  WS-DATE-LINE.
013700     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
013800     05  DL-RUN-DATE             PIC 9(08).
013900     05  FILLER                  PIC X(61)   VALUE SPACES.
014000
014100 01  WS-HEADING-LINE.
014200     05  FILLER                  PIC X(10)   VALUE "USERID".
014300     05  FILLER                  PIC X(10)   VALUE "LAST USE".
014400     05  FILLER                  PIC X(12)   VALUE "  DAYS IDLE".
014500     05  FILLER                  PIC X(14)   VALUE "ACTION".
014600     05  FILLER                  PIC X(34)   VALUE SPACES.
014700
014800 01  WS-DETAIL-LINE.
014900     05  DL-USERID               PIC X(10).
015000     05  DL-LAST-USE             PIC 9(08).
015100     05  FILLER                  PIC X(02)   VALUE SPACES.
015200     05  DL-DAYS-IDLE            PIC ZZZZ9.
015300     05  FILLER                  PIC X(07)   VALUE SPACES.
015400     05  DL-ACTION               PIC X(14).
015500     05  FILLER                  PIC X(34)   VALUE SPACES.
015600
015700 01  WS-TOTAL-LINE.
015800     05  FILLER                  PIC X(10)   VALUE "EXAMINED:".
015900     05  TL-EXAMINED             PIC ZZZZ9.
016000     05  FILLER                  PIC X(11)   VALUE "  DISABLED:".
016100     05  TL-DISABLED             PIC ZZZZ9.
016200     05  FILLER                  PIC X(08)   VALUE "  ADMIN:".
016300     05  TL-ADMIN                PIC ZZZZ9.
016400     05  FILLER                  PIC X(11)   VALUE "  WARNINGS:".
016500     05  TL-WARNINGS             PIC ZZZZ9.
016600     05  FILLER                  PIC X(15)   VALUE SPACES.
016700
016800 PROCEDURE DIVISION.
016900*=================================================================
017000* 0000-MAINLINE
017100*=================================================================
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017400     PERFORM 2000-PROCESS-USER-RECORD THRU 2000-EXIT
017500         UNTIL WS-USERMAST-EOF.
017600     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
017700     PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT.
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900     STOP RUN.
018000
018100*=================================================================
018200* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS, AND
018300*                   PRIME THE READ
018400*=================================================================
018500 1000-INITIALIZE.
018600     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
018700     PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT.
018800     COMPUTE WS-TODAY-INTEGER =
018900         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
019000     COMPUTE WS-WARNING-FLOOR =
019100         WS-DORMANT-DAYS - WS-WARNING-WINDOW.
019200
019300     OPEN I-O USER-MASTER-FILE.
019400     IF NOT WS-USERMAST-OK
019500         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
019600             WS-USERMAST-STATUS
019700         GO TO 9900-ABORT-TEARDOWN
019800     END-IF.
019900     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
020000     OPEN EXTEND USER-CHANGE-FILE.
020100     IF NOT WS-USERCHG-OK
020200         DISPLAY "USER-CHANGE OPEN FAILED - STATUS "
020300             WS-USERCHG-STATUS
020400         GO TO 9900-ABORT-TEARDOWN
020500     END-IF.
020600     OPEN OUTPUT PRINT-FILE.
020700     IF NOT WS-PRINT-OK
020800         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
020900             WS-PRINT-STATUS
021000         GO TO 9900-ABORT-TEARDOWN
021100     END-IF.
021200
021300     MOVE WS-TITLE-LINE TO PRINT-LINE.
021400     WRITE PRINT-LINE.
021500     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
021600     MOVE WS-DATE-LINE TO PRINT-LINE.
021700     WRITE PRINT-LINE.
021800     MOVE WS-HEADING-LINE TO PRINT-LINE.
021900     WRITE PRINT-LINE.
022000
022100     PERFORM 2100-READ-USER-RECORD THRU 2100-EXIT.
022200 1000-EXIT.
022300     EXIT.
022400
022500*=================================================================
022600* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
022700*                         COMPLETED, WARN WHEN A PRIOR RUN IS
022800*                         STILL IN FLIGHT FROM AN ABEND, AND
022900*                         WRITE THIS RUN'S IN-FLIGHT RECORD
023000*=================================================================
023100 1500-OPEN-RUN-CONTROL.
023200     OPEN I-O RUN-CONTROL-FILE.
023300     IF NOT WS-RUNCTL-OK
023400         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
023500             WS-RUNCTL-STATUS
023600         GO TO 9900-ABORT-TEARDOWN
023700     END-IF.
023800
023900     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
024000     MOVE "DORMSWP" TO RC-JOB-NAME.
024100     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
024200     READ RUN-CONTROL-FILE
024300         INVALID KEY
024400             MOVE "23" TO WS-RUNCTL-STATUS
024500     END-READ.
024600     IF WS-RUNCTL-OK
024700         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
024800         IF RC-RUN-COMPLETED
024900             DISPLAY "DORMSWP ALREADY COMPLETED FOR "
025000                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
025100             GO TO 9950-REFUSED-RUN
025200         END-IF
025300         DISPLAY "PRIOR DORMSWP RUN DID NOT COMPLETE FOR "
025400             WS-TODAY-CCYYMMDD " - RERUNNING"
025500     END-IF.
025600     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
025700         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
025800             WS-RUNCTL-STATUS
025900         GO TO 9900-ABORT-TEARDOWN
026000     END-IF.
026100
026200     MOVE "DORMSWP" TO RC-JOB-NAME.
026300     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
026400     MOVE "S" TO RC-RUN-STATUS.
026500     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
026600     ACCEPT RC-START-TIME FROM TIME.
026700     MOVE ZERO TO RC-END-DATE.
026800     MOVE ZERO TO RC-END-TIME.
026900     IF WS-RUNCTL-ON-FILE
027000         REWRITE RUN-CONTROL-RECORD
027100             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
027200         END-REWRITE
027300     ELSE
027400         WRITE RUN-CONTROL-RECORD
027500             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
027600         END-WRITE
027700     END-IF.
027800     IF NOT WS-RUNCTL-OK
027900         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
028000             WS-RUNCTL-STATUS
028100         GO TO 9900-ABORT-TEARDOWN
028200     END-IF.
028300 1500-EXIT.
028400     EXIT.
028500
028600*=================================================================
028700* 2000-PROCESS-USER-RECORD - JUDGE ONE ACCOUNT AND READ THE
028800*                            NEXT ONE
028900*=================================================================
029000 2000-PROCESS-USER-RECORD.
029100     ADD 1 TO WS-EXAMINED-COUNT.
029200     IF UM-ACCT-ACTIVE
029300         PERFORM 2200-EVALUATE-ACCOUNT THRU 2200-EXIT
029400     END-IF.
029500     PERFORM 2100-READ-USER-RECORD THRU 2100-EXIT.
029600 2000-EXIT.
029700     EXIT.
029800
029900*=================================================================
030000* 2100-READ-USER-RECORD - READ THE NEXT USER-MASTER RECORD
030100*=================================================================
030200 2100-READ-USER-RECORD.
030300     READ USER-MASTER-FILE NEXT RECORD
030400         AT END
030500             MOVE "Y" TO WS-EOF-SWITCH
030600     END-READ.
030700 2100-EXIT.
030800     EXIT.
030900
031000*=================================================================
031100* 2200-EVALUATE-ACCOUNT - JUDGE ONE ACTIVE ACCOUNT OFF ITS LAST
031200*                         SIGN-ON (OR LAST PASSWORD CHANGE FOR
031300*                         AN ACCOUNT NEVER SIGNED ON).  PAST
031400*                         THE CUTOFF AN OPERATOR OR SUPERVISOR
031500*                         IS DISABLED AND AN ADMIN IS REPORTED;
031600*                         INSIDE THE WARNING WINDOW THE ACCOUNT
031700*                         IS LISTED SO A SUPERVISOR CAN
031800*                         INTERVENE.
031900*=================================================================
032000 2200-EVALUATE-ACCOUNT.
032100     IF UM-LAST-LOGIN-DATE > ZERO
032200         MOVE UM-LAST-LOGIN-DATE TO WS-LAST-USE-DATE
032300     ELSE
032400         MOVE UM-LAST-PASSWORD-CHANGE TO WS-LAST-USE-DATE
032500     END-IF.
032600
032700     IF WS-LAST-USE-DATE = ZERO
032800         MOVE 999 TO WS-DAYS-IDLE
032900     ELSE
033000         COMPUTE WS-DAYS-IDLE =
033100             WS-TODAY-INTEGER -
033200             FUNCTION INTEGER-OF-DATE(WS-LAST-USE-DATE)
033300     END-IF.
033400
033500     IF WS-DAYS-IDLE > WS-DORMANT-DAYS
033600         IF UM-ROLE-ADMIN
033700             ADD 1 TO WS-ADMIN-COUNT
033800             PERFORM 2400-PRINT-ACTION-LINE THRU 2400-EXIT
033900         ELSE
034000             PERFORM 2300-DISABLE-ACCOUNT THRU 2300-EXIT
034100         END-IF
034200     ELSE
034300         IF WS-DAYS-IDLE > WS-WARNING-FLOOR
034400             ADD 1 TO WS-WARNING-COUNT
034500             PERFORM 2400-PRINT-ACTION-LINE THRU 2400-EXIT
034600         END-IF
034700     END-IF.
034800 2200-EXIT.
034900     EXIT.
035000
035100*=================================================================
035200* 2300-DISABLE-ACCOUNT - SET THE ACCOUNT STATUS TO DISABLED,
035300*                        JOURNAL THE CHANGE, AND REPORT THE
035400*                        ACTION
035500*=================================================================
035600 2300-DISABLE-ACCOUNT.
035700     MOVE UM-ACCOUNT-STATUS TO UC-STATUS-BEFORE.
035800     MOVE UM-USER-ROLE TO UC-ROLE-BEFORE.
035900     MOVE UM-SUPERVISOR-FLAG TO UC-SUP-FLAG-BEFORE.
036000     MOVE UM-LAST-PASSWORD-CHANGE TO UC-PWD-CHANGE-BEFORE.
036100
036200     MOVE "D" TO UM-ACCOUNT-STATUS.
036300     REWRITE USER-MASTER-RECORD
036400         INVALID KEY MOVE "99" TO WS-USERMAST-STATUS
036500     END-REWRITE.
036600     IF NOT WS-USERMAST-OK
036700         DISPLAY "USER-MASTER REWRITE FAILED - STATUS "
036800             WS-USERMAST-STATUS
036900         GO TO 9900-ABORT-TEARDOWN
037000     END-IF.
037100
037200     MOVE UM-USERID TO UC-USERID.
037300     ACCEPT UC-CHANGE-DATE FROM DATE YYYYMMDD.
037400     ACCEPT UC-CHANGE-TIME FROM TIME.
037500     MOVE "DORMANT" TO UC-CHANGE-TYPE.
037600     MOVE "DORMSWP" TO UC-CHANGED-BY.
037700     MOVE "BATCH" TO UC-CHANGED-FROM.
037800     MOVE UM-ACCOUNT-STATUS TO UC-STATUS-AFTER.
037900     MOVE UM-USER-ROLE TO UC-ROLE-AFTER.
038000     MOVE UM-SUPERVISOR-FLAG TO UC-SUP-FLAG-AFTER.
038100     MOVE UM-LAST-PASSWORD-CHANGE TO UC-PWD-CHANGE-AFTER.
038200     WRITE USER-CHANGE-RECORD.
038300     IF NOT WS-USERCHG-OK
038400         DISPLAY "USER-CHANGE WRITE FAILED - STATUS "
038500             WS-USERCHG-STATUS
038600         GO TO 9900-ABORT-TEARDOWN
038700     END-IF.
038800
038900     ADD 1 TO WS-DISABLED-COUNT.
039000     PERFORM 2400-PRINT-ACTION-LINE THRU 2400-EXIT.
039100 2300-EXIT.
039200     EXIT.
039300
039400*=================================================================
039500* 2400-PRINT-ACTION-LINE - ONE REPORT LINE FOR ONE ACCOUNT THE
039600*                          SWEEP ACTED ON OR IS WARNING ABOUT
039700*=================================================================
039800 2400-PRINT-ACTION-LINE.
039900     MOVE UM-USERID TO DL-USERID.
040000     MOVE WS-LAST-USE-DATE TO DL-LAST-USE.
040100     MOVE WS-DAYS-IDLE TO DL-DAYS-IDLE.
040200     EVALUATE TRUE
040300         WHEN WS-DAYS-IDLE NOT > WS-DORMANT-DAYS
040400             MOVE "WARNING" TO DL-ACTION
040500         WHEN UM-ROLE-ADMIN
040600             MOVE "ADMIN - REVIEW" TO DL-ACTION
040700         WHEN OTHER
040800             MOVE "DISABLED" TO DL-ACTION
040900     END-EVALUATE.
041000     MOVE WS-DETAIL-LINE TO PRINT-LINE.
041100     WRITE PRINT-LINE.
041200 2400-EXIT.
041300     EXIT.
041400
041500*=================================================================
041600* 3000-PRINT-TOTALS - CONTROL TOTALS FOR THE SWEEP
041700*=================================================================
041800 3000-PRINT-TOTALS.
041900     MOVE WS-EXAMINED-COUNT TO TL-EXAMINED.
042000     MOVE WS-DISABLED-COUNT TO TL-DISABLED.
042100     MOVE WS-ADMIN-COUNT TO TL-ADMIN.
042200     MOVE WS-WARNING-COUNT TO TL-WARNINGS.
042300     MOVE WS-TOTAL-LINE TO PRINT-LINE.
042400     WRITE PRINT-LINE.
042500 3000-EXIT.
042600     EXIT.
042700
042800*=================================================================
042900* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
043000*                          THAT REACHES NORMAL END GETS HERE -
043100*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
043200*                          ON FILE AS THE RESTART MARKER.
043300*=================================================================
043400 8000-CLOSE-RUN-CONTROL.
043500     MOVE "C" TO RC-RUN-STATUS.
043600     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
043700     ACCEPT RC-END-TIME FROM TIME.
043800     REWRITE RUN-CONTROL-RECORD
043900         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
044000     END-REWRITE.
044100     IF NOT WS-RUNCTL-OK
044200         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
044300             WS-RUNCTL-STATUS
044400         GO TO 9900-ABORT-TEARDOWN
044500     END-IF.
044600 8000-EXIT.
044700     EXIT.
044800
044900*=================================================================
045000* 9000-TERMINATE - CLOSE THE FILES
045100*=================================================================
045200 9000-TERMINATE.
045300     CLOSE RUN-CONTROL-FILE.
045400     CLOSE USER-MASTER-FILE.
045500     CLOSE PRINT-FILE.
045600     CLOSE USER-CHANGE-FILE.
045700 9000-EXIT.
045800     EXIT.
045900
046000*=================================================================
046100* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE
046200*                       WHATEVER FILES ARE OPEN AND END THE RUN
046300*                       WITH A NONZERO RETURN CODE SO THE
046400*                       OVERNIGHT SCHEDULE SHOWS AN ABNORMAL
046500*                       TERMINATION.
046600*=================================================================
046700 9900-ABORT-TEARDOWN.
046800     DISPLAY "DORMSWP ABENDED - FILE OPERATION FAILED".
046900     IF WS-FILES-OPEN
047000         CLOSE USER-MASTER-FILE
047100         CLOSE PRINT-FILE
047200         CLOSE USER-CHANGE-FILE
047300     END-IF.
047400     CLOSE RUN-CONTROL-FILE.
047500     MOVE 16 TO RETURN-CODE.
047600     STOP RUN.
047700
047800*=================================================================
047900* 9950-REFUSED-RUN - THE RUN-CONTROL FILE TURNED THIS RUN AWAY
048000*                    BEFORE ANY WORK FILE WAS OPENED.  THIS IS A
048100*                    REFUSAL, NOT AN ABEND - THE RECORD ON FILE
048200*                    IS LEFT EXACTLY AS IT STOOD.
048300*=================================================================
048400 9950-REFUSED-RUN.
048500     CLOSE RUN-CONTROL-FILE.
048600     MOVE 8 TO RETURN-CODE.
048700     STOP RUN.
048800
048900 END PROGRAM DORMSWP.
