000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RPTDISP.
000300 AUTHOR.         R S HALVORSEN.
000400 INSTALLATION.   SHIFT OPERATIONS - FLOOR CONTROL.
000500 DATE-WRITTEN.   15-OCT-2026.
000600 DATE-COMPILED.  15-OCT-2026.
000700*=================================================================
000800* RPTDISP
000900*
001000* REPORT REQUEST DISPATCHER.  WORKS THROUGH THE REPORT-REQUEST
001100* QUEUE FILLED FROM THE REPORTS FORM ON THE FLOOR-CONTROL MENU
001200* AND RUNS EVERY PENDING REQUEST IN THE ORDER IT WAS QUEUED.
001300* EACH REQUEST IS MARKED RUNNING, ITS BUSINESS DATE IS WRITTEN
001400* TO THE RPTDATE PARAMETER FILE, AND THE REPORT IS RUN IN A
001500* SUBPROCESS; THE PARAMETER FILE IS EMPTIED AGAIN AND THE
001600* REQUEST IS MARKED DONE OR FAILED WITH THE RUN TIMES, THE
001700* COMPLETION STATUS THE REPORT ENDED WITH, AND WHY IT FAILED.
001800* A REQUEST STILL MARKED RUNNING WHEN THE DISPATCHER STARTS WAS
001900* CUT OFF BY AN EARLIER RUN THAT DID NOT FINISH AND IS FAILED
002000* SO THE SUPERVISOR CAN QUEUE IT AGAIN.  EVERY REQUEST HANDLED
002100* IS PRINTED ON THE DISPATCH LOG.  THE SCHEDULER RUNS THIS JOB
002200* THROUGH THE DAY, SO IT KEEPS NO RUN-CONTROL RECORD OF ITS
002300* OWN.
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
003600     SELECT REPORT-REQUEST-FILE ASSIGN TO "RPTRQST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS RQ-REQUEST-KEY
004000         FILE STATUS IS WS-RPTRQST-STATUS.
004100
004200     SELECT REPORT-DATE-FILE ASSIGN TO "RPTDATE"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-RPTDATE-STATUS.
004600
004700     SELECT PRINT-FILE ASSIGN TO "RPTDLOG"
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS WS-PRINT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  REPORT-REQUEST-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY RPTRQST.
005700
005800 FD  REPORT-DATE-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY RPTDATE.
006100
006200 FD  PRINT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  PRINT-LINE                  PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700*-----------------------------------------------------------------
006800* FILE STATUS AND SWITCHES
006900*-----------------------------------------------------------------
007000 77  WS-RPTRQST-STATUS       PIC X(02).
007100     88  WS-RPTRQST-OK               VALUE "00".
007200     88  WS-RPTRQST-EOF              VALUE "10".
007300
007400 77  WS-RPTDATE-STATUS       PIC X(02).
007500     88  WS-RPTDATE-OK               VALUE "00".
007600
007700 77  WS-PRINT-STATUS         PIC X(02).
007800     88  WS-PRINT-OK                 VALUE "00".
007900
008000 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
008100     88  WS-QUEUE-EOF                VALUE "Y".
008200
008300 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
008400     88  WS-FILES-OPEN               VALUE "Y".
008500
008600 77  WS-TODAY-CCYYMMDD       PIC 9(08).
008700
008800*-----------------------------------------------------------------
008900* SUBPROCESS WORK AREAS - THE COMMAND RUN FOR A REQUEST, THE
009000* STATUS OF THE SPAWN ITSELF, AND THE COMPLETION STATUS THE
009100* REPORT ENDED WITH.  AN ODD STATUS IS SUCCESS; A REPORT THAT
009200* ENDS WITH A ZERO RETURN CODE ALSO COMPLETES CLEAN.
009300*-----------------------------------------------------------------
009400 01  WS-SPAWN-COMMAND.
009500     05  FILLER                  PIC X(04)   VALUE "RUN ".
009600     05  SC-REPORT-NAME          PIC X(08).
009700
009800 77  WS-SPAWN-STATUS         PIC S9(09)  COMP.
009900 77  WS-SPAWN-COMPLETION     PIC S9(09)  COMP.
010000 77  WS-STATUS-HALF          PIC S9(09)  COMP.
010100 77  WS-STATUS-ODD-BIT       PIC S9(01)  COMP.
010200     88  WS-STATUS-SUCCESS           VALUE 1.
010300
010400*-----------------------------------------------------------------
010500* RUN CONTROL TOTALS
010600*-----------------------------------------------------------------
010700 77  WS-DISPATCHED-COUNT     PIC 9(05)   COMP    VALUE ZERO.
010800 77  WS-DONE-COUNT           PIC 9(05)   COMP    VALUE ZERO.
010900 77  WS-FAILED-COUNT         PIC 9(05)   COMP    VALUE ZERO.
011000
011100*-----------------------------------------------------------------
011200* PRINT LINE LAYOUTS
011300*-----------------------------------------------------------------
011400 01  WS-TITLE-LINE.
011500     05  FILLER                  PIC X(30)
011600             VALUE "REPORT REQUEST DISPATCH LOG".
011700     05  FILLER                  PIC X(50)   VALUE SPACES.
011800
011900 01  WS-DATE-LINE.
012000     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
012100     05  DL-RUN-DATE             PIC 9(08).
012200     05  FILLER                  PIC X(61)   VALUE SPACES.
012300
012400 01  WS-HEADING-LINE.
012500     05  FILLER                  PIC X(18)   VALUE "QUEUED".
012600     05  FILLER                  PIC X(09)   VALUE "TERMINAL".
012700     05  FILLER                  PIC X(09)   VALUE "USERID".
012800     05  FILLER                  PIC X(09)   VALUE "REPORT".
012900     05  FILLER                  PIC X(09)   VALUE "FOR-DATE".
013000     05  FILLER                  PIC X(07)   VALUE "RESULT".
013100     05  FILLER                  PIC X(19)   VALUE "COMPLETION".
013200
013300 01  WS-DETAIL-LINE.
013400     05  DL-REQUEST-DATE         PIC 9(08).
013500     05  FILLER                  PIC X(01)   VALUE SPACES.
013600     05  DL-REQUEST-TIME         PIC 9(08).
013700     05  FILLER                  PIC X(01)   VALUE SPACES.
013800     05  DL-TERMINAL             PIC X(08).
013900     05  FILLER                  PIC X(01)   VALUE SPACES.
014000     05  DL-USERID               PIC X(08).
014100     05  FILLER                  PIC X(01)   VALUE SPACES.
014200     05  DL-REPORT               PIC X(08).
014300     05  FILLER                  PIC X(01)   VALUE SPACES.
014400     05  DL-FOR-DATE             PIC 9(08).
014500     05  FILLER                  PIC X(01)   VALUE SPACES.
014600     05  DL-RESULT               PIC X(06).
014700     05  FILLER                  PIC X(01)   VALUE SPACES.
014800     05  DL-COMPLETION           PIC 9(10).
014900     05  FILLER                  PIC X(09)   VALUE SPACES.
015000
015100 01  WS-REASON-LINE.
015200     05  FILLER                  PIC X(18)   VALUE SPACES.
015300     05  RL-REASON               PIC X(30).
015400     05  FILLER                  PIC X(32)   VALUE SPACES.
015500
015600 01  WS-TOTAL-LINE.
015700     05  FILLER                  PIC X(12)   VALUE "DISPATCHED:".
015800     05  TL-DISPATCHED           PIC ZZZZ9.
015900     05  FILLER                  PIC X(08)   VALUE "  DONE:".
016000     05  TL-DONE                 PIC ZZZZ9.
016100     05  FILLER                  PIC X(10)   VALUE "  FAILED:".
016200     05  TL-FAILED               PIC ZZZZ9.
016300     05  FILLER                  PIC X(35)   VALUE SPACES.
016400
016500 PROCEDURE DIVISION.
016600*=================================================================
016700* 0000-MAINLINE
016800*=================================================================
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
017200         UNTIL WS-QUEUE-EOF.
017300     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
017400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017500     STOP RUN.
017600
017700*=================================================================
017800* 1000-INITIALIZE - MAKE SURE NO PARAMETER RECORD IS LEFT OVER,
017900*                   OPEN THE FILES, PRINT THE HEADINGS, AND
018000*                   POSITION AT THE FRONT OF THE QUEUE
018100*=================================================================
018200 1000-INITIALIZE.
018300     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
018400     PERFORM 1100-CLEAR-REPORT-DATE THRU 1100-EXIT.
018500     OPEN I-O REPORT-REQUEST-FILE.
018600     IF NOT WS-RPTRQST-OK
018700         DISPLAY "REPORT-REQUEST OPEN FAILED - STATUS "
018800             WS-RPTRQST-STATUS
018900         GO TO 9900-ABORT-TEARDOWN
019000     END-IF.
019100     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
019200     OPEN OUTPUT PRINT-FILE.
019300     IF NOT WS-PRINT-OK
019400         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
019500             WS-PRINT-STATUS
019600         GO TO 9900-ABORT-TEARDOWN
019700     END-IF.
019800
019900     MOVE WS-TITLE-LINE TO PRINT-LINE.
020000     WRITE PRINT-LINE.
020100     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
020200     MOVE WS-DATE-LINE TO PRINT-LINE.
020300     WRITE PRINT-LINE.
020400     MOVE WS-HEADING-LINE TO PRINT-LINE.
020500     WRITE PRINT-LINE.
020600
020700     MOVE LOW-VALUES TO RQ-REQUEST-KEY.
020800     START REPORT-REQUEST-FILE KEY NOT < RQ-REQUEST-KEY
020900         INVALID KEY
021000             MOVE "Y" TO WS-EOF-SWITCH
021100     END-START.
021200     IF NOT WS-QUEUE-EOF
021300         PERFORM 2100-READ-NEXT-REQUEST THRU 2100-EXIT
021400     END-IF.
021500 1000-EXIT.
021600     EXIT.
021700
021800*=================================================================
021900* 1100-CLEAR-REPORT-DATE - LEAVE THE RPTDATE PARAMETER FILE
022000*                          EMPTY, SO THE NIGHTLY RUN OF A REPORT
022100*                          IS NEVER TAKEN FOR A REQUESTED ONE
022200*=================================================================
022300 1100-CLEAR-REPORT-DATE.
022400     OPEN OUTPUT REPORT-DATE-FILE.
022500     IF NOT WS-RPTDATE-OK
022600         DISPLAY "REPORT-DATE OPEN FAILED - STATUS "
022700             WS-RPTDATE-STATUS
022800         GO TO 9900-ABORT-TEARDOWN
022900     END-IF.
023000     CLOSE REPORT-DATE-FILE.
023100 1100-EXIT.
023200     EXIT.
023300
023400*=================================================================
023500* 2000-PROCESS-ONE-REQUEST - RUN A PENDING REQUEST, FAIL ONE LEFT
023600*                            RUNNING BY AN EARLIER DISPATCHER
023700*                            THAT DID NOT FINISH, PASS OVER ONE
023800*                            ALREADY DONE OR FAILED, AND READ
023900*                            THE NEXT ONE
024000*=================================================================
024100 2000-PROCESS-ONE-REQUEST.
024200     EVALUATE TRUE
024300         WHEN RQ-PENDING
024400             PERFORM 2300-RUN-ONE-REQUEST THRU 2300-EXIT
024500         WHEN RQ-RUNNING
024600             PERFORM 2200-FAIL-INTERRUPTED THRU 2200-EXIT
024700     END-EVALUATE.
024800     PERFORM 2100-READ-NEXT-REQUEST THRU 2100-EXIT.
024900 2000-EXIT.
025000     EXIT.
025100
025200*=================================================================
025300* 2100-READ-NEXT-REQUEST - READ THE NEXT REQUEST IN QUEUE ORDER
025400*=================================================================
025500 2100-READ-NEXT-REQUEST.
025600     READ REPORT-REQUEST-FILE NEXT RECORD
025700         AT END
025800             MOVE "Y" TO WS-EOF-SWITCH
025900     END-READ.
026000 2100-EXIT.
026100     EXIT.
026200
026300*=================================================================
026400* 2200-FAIL-INTERRUPTED - THE DISPATCHER THAT MARKED THIS REQUEST
026500*                         RUNNING NEVER CAME BACK TO IT.  THERE
026600*                         IS NO KNOWING HOW FAR THE REPORT GOT,
026700*                         SO FAIL IT AND LET THE SUPERVISOR
026800*                         DECIDE WHETHER TO QUEUE IT AGAIN.
026900*=================================================================
027000 2200-FAIL-INTERRUPTED.
027100     MOVE "F" TO RQ-STATUS.
027200     MOVE "INTERRUPTED - QUEUE IT AGAIN" TO RQ-FAILURE-REASON.
027300     PERFORM 2800-FINISH-REQUEST THRU 2800-EXIT.
027400 2200-EXIT.
027500     EXIT.
027600
027700*=================================================================
027800* 2300-RUN-ONE-REQUEST - MARK THE REQUEST RUNNING, HAND THE
027900*                        REPORT ITS BUSINESS DATE, RUN IT, AND
028000*                        MARK THE REQUEST DONE OR FAILED BY HOW
028100*                        THE SUBPROCESS AND THE REPORT ENDED
028200*=================================================================
028300 2300-RUN-ONE-REQUEST.
028400     ADD 1 TO WS-DISPATCHED-COUNT.
028500     ACCEPT RQ-RUN-DATE FROM DATE YYYYMMDD.
028600     ACCEPT RQ-RUN-START-TIME FROM TIME.
028700     MOVE ZERO TO RQ-COMPLETION-STATUS.
028800     IF NOT RQ-KNOWN-REPORT
028900         MOVE "F" TO RQ-STATUS
029000         MOVE "UNKNOWN REPORT NAME" TO RQ-FAILURE-REASON
029100         PERFORM 2800-FINISH-REQUEST THRU 2800-EXIT
029200         GO TO 2300-EXIT
029300     END-IF.
029400
029500     MOVE "R" TO RQ-STATUS.
029600     PERFORM 2900-REWRITE-REQUEST THRU 2900-EXIT.
029700
029800     PERFORM 2400-WRITE-REPORT-DATE THRU 2400-EXIT.
029900     MOVE RQ-REPORT-NAME TO SC-REPORT-NAME.
030000     MOVE ZERO TO WS-SPAWN-COMPLETION.
030100     INVOKE LIB$SPAWN(WS-SPAWN-COMMAND, WS-SPAWN-COMPLETION)
030200         RETURNING WS-SPAWN-STATUS.
030300     PERFORM 1100-CLEAR-REPORT-DATE THRU 1100-EXIT.
030400
030500     DIVIDE WS-SPAWN-STATUS BY 2 GIVING WS-STATUS-HALF
030600         REMAINDER WS-STATUS-ODD-BIT.
030700     IF NOT WS-STATUS-SUCCESS
030800         MOVE "F" TO RQ-STATUS
030900         MOVE "REPORT COULD NOT BE STARTED" TO RQ-FAILURE-REASON
031000         PERFORM 2800-FINISH-REQUEST THRU 2800-EXIT
031100         GO TO 2300-EXIT
031200     END-IF.
031300
031400     IF WS-SPAWN-COMPLETION < ZERO
031500         COMPUTE RQ-COMPLETION-STATUS = 0 - WS-SPAWN-COMPLETION
031600     ELSE
031700         MOVE WS-SPAWN-COMPLETION TO RQ-COMPLETION-STATUS
031800     END-IF.
031900     DIVIDE WS-SPAWN-COMPLETION BY 2 GIVING WS-STATUS-HALF
032000         REMAINDER WS-STATUS-ODD-BIT.
032100     IF WS-STATUS-SUCCESS OR WS-SPAWN-COMPLETION = ZERO
032200         MOVE "D" TO RQ-STATUS
032300         MOVE SPACES TO RQ-FAILURE-REASON
032400     ELSE
032500         MOVE "F" TO RQ-STATUS
032600         MOVE "REPORT ENDED ABNORMALLY" TO RQ-FAILURE-REASON
032700     END-IF.
032800     PERFORM 2800-FINISH-REQUEST THRU 2800-EXIT.
032900 2300-EXIT.
033000     EXIT.
033100
033200*=================================================================
033300* 2400-WRITE-REPORT-DATE - THE ONE PARAMETER RECORD THE REPORT
033400*                          READS AT START: THE BUSINESS DATE,
033500*                          WHO ASKED, FROM WHERE, AND THE DATE
033600*                          IT WAS WRITTEN
033700*=================================================================
033800 2400-WRITE-REPORT-DATE.
033900     OPEN OUTPUT REPORT-DATE-FILE.
034000     IF NOT WS-RPTDATE-OK
034100         DISPLAY "REPORT-DATE OPEN FAILED - STATUS "
034200             WS-RPTDATE-STATUS
034300         GO TO 9900-ABORT-TEARDOWN
034400     END-IF.
034500     MOVE SPACES TO REPORT-DATE-RECORD.
034600     MOVE RQ-BUSINESS-DATE TO RD-BUSINESS-DATE.
034700     MOVE RQ-USERID TO RD-REQUESTED-BY.
034800     MOVE RQ-TERMINAL TO RD-TERMINAL.
034900     MOVE WS-TODAY-CCYYMMDD TO RD-WRITTEN-DATE.
035000     WRITE REPORT-DATE-RECORD.
035100     IF NOT WS-RPTDATE-OK
035200         DISPLAY "REPORT-DATE WRITE FAILED - STATUS "
035300             WS-RPTDATE-STATUS
035400         GO TO 9900-ABORT-TEARDOWN
035500     END-IF.
035600     CLOSE REPORT-DATE-FILE.
035700 2400-EXIT.
035800     EXIT.
035900
036000*=================================================================
036100* 2800-FINISH-REQUEST - STAMP THE END TIME, PUT THE REQUEST BACK,
036200*                       AND LOG IT
036300*=================================================================
036400 2800-FINISH-REQUEST.
036500     ACCEPT RQ-RUN-END-TIME FROM TIME.
036600     PERFORM 2900-REWRITE-REQUEST THRU 2900-EXIT.
036700
036800     MOVE RQ-REQUEST-DATE TO DL-REQUEST-DATE.
036900     MOVE RQ-REQUEST-TIME TO DL-REQUEST-TIME.
037000     MOVE RQ-TERMINAL TO DL-TERMINAL.
037100     MOVE RQ-USERID TO DL-USERID.
037200     MOVE RQ-REPORT-NAME TO DL-REPORT.
037300     MOVE RQ-BUSINESS-DATE TO DL-FOR-DATE.
037400     MOVE RQ-COMPLETION-STATUS TO DL-COMPLETION.
037500     IF RQ-DONE
037600         MOVE "DONE" TO DL-RESULT
037700         ADD 1 TO WS-DONE-COUNT
037800     ELSE
037900         MOVE "FAILED" TO DL-RESULT
038000         ADD 1 TO WS-FAILED-COUNT
038100     END-IF.
038200     MOVE WS-DETAIL-LINE TO PRINT-LINE.
038300     WRITE PRINT-LINE.
038400     IF RQ-FAILED
038500         MOVE RQ-FAILURE-REASON TO RL-REASON
038600         MOVE WS-REASON-LINE TO PRINT-LINE
038700         WRITE PRINT-LINE
038800     END-IF.
038900 2800-EXIT.
039000     EXIT.
039100
039200*=================================================================
039300* 2900-REWRITE-REQUEST - PUT THE CURRENT REQUEST BACK ON THE QUEUE
039400*=================================================================
039500 2900-REWRITE-REQUEST.
039600     REWRITE REPORT-REQUEST-RECORD
039700         INVALID KEY
039800             MOVE "99" TO WS-RPTRQST-STATUS
039900     END-REWRITE.
040000     IF NOT WS-RPTRQST-OK
040100         DISPLAY "REPORT-REQUEST REWRITE FAILED - STATUS "
040200             WS-RPTRQST-STATUS
040300         GO TO 9900-ABORT-TEARDOWN
040400     END-IF.
040500 2900-EXIT.
040600     EXIT.
040700
040800*=================================================================
040900* 3000-PRINT-TOTALS - CONTROL TOTALS FOR THE RUN
041000*=================================================================
041100 3000-PRINT-TOTALS.
041200     MOVE WS-DISPATCHED-COUNT TO TL-DISPATCHED.
041300     MOVE WS-DONE-COUNT TO TL-DONE.
041400     MOVE WS-FAILED-COUNT TO TL-FAILED.
041500     MOVE WS-TOTAL-LINE TO PRINT-LINE.
041600     WRITE PRINT-LINE.
041700
041800     DISPLAY "RPTDISP RAN " WS-DISPATCHED-COUNT " REQUESTS - "
041900         WS-DONE-COUNT " DONE, " WS-FAILED-COUNT " FAILED".
042000 3000-EXIT.
042100     EXIT.
042200
042300*=================================================================
042400* 9000-TERMINATE - CLOSE THE FILES
042500*=================================================================
042600 9000-TERMINATE.
042700     CLOSE REPORT-REQUEST-FILE.
042800     CLOSE PRINT-FILE.
042900 9000-EXIT.
043000     EXIT.
043100
043200*=================================================================
043300* 9900-ABORT-TEARDOWN - A FILE OPERATION FAILED.  CLOSE WHATEVER
043400*                       FILES ARE OPEN, EMPTY THE PARAMETER FILE
043500*                       IF IT CAN BE, AND END THE RUN WITH A
043600*                       NONZERO RETURN CODE SO THE SCHEDULER
043700*                       SHOWS AN ABNORMAL TERMINATION.  A
043800*                       REQUEST LEFT RUNNING IS FAILED BY THE
043900*                       NEXT DISPATCHER RUN.
044000*=================================================================
044100 9900-ABORT-TEARDOWN.
044200     DISPLAY "RPTDISP ABENDED - FILE OPERATION FAILED".
044300     IF WS-FILES-OPEN
044400         CLOSE REPORT-REQUEST-FILE
044500         CLOSE PRINT-FILE
044600     END-IF.
044700     CLOSE REPORT-DATE-FILE.
044800     OPEN OUTPUT REPORT-DATE-FILE.
044900     CLOSE REPORT-DATE-FILE.
045000     MOVE 16 TO RETURN-CODE.
045100     STOP RUN.
045200
045300 END PROGRAM RPTDISP.
