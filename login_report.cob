004200*                     OUT COMPLETED AT NORMAL END, SO AFTER AN
004300*                     ABEND THE OPERATOR CAN SEE EXACTLY WHICH
004400*                     JOBS FINISHED AND WHERE TO RESTART.
004500*   15-OCT-2026  RSH  A RECORD ON THE RPTDATE PARAMETER FILE
004600*                     (WRITTEN BY RPTDISP FOR A SUPERVISOR'S
004700*                     QUEUED REQUEST) REPLACES THE RUN DATE WITH
004800*                     THE BUSINESS DATE REQUESTED.  SUCH A REPRINT
004900*                     STAYS OUT OF THE RUN-CONTROL FILE
005000*                     ALTOGETHER, SO IT CAN REPRINT A DAY THE
005100*                     NIGHTLY RUN ALREADY COMPLETED AND NEVER
005200*                     DISTURBS THE NIGHTLY RECORD.
005300*=================================================================
005400
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   VAX-8600.
005800 OBJECT-COMPUTER.   VAX-8600.
005900
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT LOGIN-AUDIT-FILE ASSIGN TO "LOGINAUD"
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS WS-AUDIT-STATUS.
006600
006700     SELECT PRINT-FILE ASSIGN TO "LOGINRPT"
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS WS-PRINT-STATUS.
007100
007200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS RC-RUN-KEY
007600         FILE STATUS IS WS-RUNCTL-STATUS.
007700
007800     SELECT OPTIONAL REPORT-DATE-FILE ASSIGN TO "RPTDATE"
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS WS-RPTDATE-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  LOGIN-AUDIT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY LOGAUDIT.
008800
008900 FD  PRINT-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  PRINT-LINE                  PIC X(80).
009200
009300 FD  RUN-CONTROL-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY RUNCTL.
009600
009700 FD  REPORT-DATE-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY RPTDATE.
010000
010100 WORKING-STORAGE SECTION.
010200*-----------------------------------------------------------------
010300* FILE STATUS AND SWITCHES
010400*-----------------------------------------------------------------
010500 77  WS-RPTDATE-STATUS       PIC X(02).
010600     88  WS-RPTDATE-OK               VALUE "00".
010700     88  WS-RPTDATE-ABSENT           VALUE "05".
010800
010900 77  WS-REQUESTED-RUN-SW     PIC X(01)   VALUE "N".
011000     88  WS-REQUESTED-RUN            VALUE "Y".
011100
011200 77  WS-RUNCTL-STATUS        PIC X(02).
011300     88  WS-RUNCTL-OK                VALUE "00".
011400     88  WS-RUNCTL-NOTFOUND          VALUE "23".
011500
011600 77  WS-RUNCTL-ON-FILE-SW    PIC X(01)   VALUE "N".
011700     88  WS-RUNCTL-ON-FILE           VALUE "Y".
011800
011900 77  WS-AUDIT-STATUS         PIC X(02).
012000     88  WS-AUDIT-OK                 VALUE "00".
012100
012200 77  WS-PRINT-STATUS         PIC X(02).
012300     88  WS-PRINT-OK                 VALUE "00".
012400
012500 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
012600     88  WS-AUDIT-EOF                VALUE "Y".
012700
012800 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
012900     88  WS-FILES-OPEN               VALUE "Y".
013000
013100 77  WS-USER-ADD-SWITCH      PIC X(01)   VALUE "Y".
013200     88  WS-USER-ADD-OK              VALUE "Y".
013300
013400*-----------------------------------------------------------------
013500* PER-USER ACCUMULATOR TABLE
013600*-----------------------------------------------------------------
013700 77  WS-MAX-USERS            PIC 9(03)   VALUE 200.
013800 77  WS-USER-COUNT           PIC 9(03)   COMP    VALUE ZERO.
013900
014000 01  WS-USER-TABLE.
014100     05  WS-USER-ENTRY OCCURS 200 TIMES
014200             INDEXED BY WS-USER-IDX.
014300         10  WS-TAB-USERID           PIC X(08).
014400         10  WS-TAB-GRANTED          PIC 9(05)   COMP.
014500         10  WS-TAB-DENIED           PIC 9(05)   COMP.
014600         10  WS-TAB-LOCKOUT          PIC 9(05)   COMP.
014700         10  WS-TAB-OTHER            PIC 9(05)   COMP.
014800
014900*-----------------------------------------------------------------
015000* REPORT TOTALS
015100*-----------------------------------------------------------------
015200 77  WS-TOTAL-GRANTED        PIC 9(06)   COMP    VALUE ZERO.
015300 77  WS-TOTAL-DENIED         PIC 9(06)   COMP    VALUE ZERO.
015400 77  WS-TOTAL-LOCKOUT        PIC 9(06)   COMP    VALUE ZERO.
015500 77  WS-TOTAL-OTHER          PIC 9(06)   COMP    VALUE ZERO.
015600 77  WS-UNAUTH-DEV-COUNT     PIC 9(06)   COMP    VALUE ZERO.
015700
015800*-----------------------------------------------------------------
015900* PRINT LINE LAYOUTS
016000*-----------------------------------------------------------------
016100 01  WS-TITLE-LINE.
016200     05  FILLER                  PIC X(20)
016300             VALUE "DAILY LOGIN ACTIVITY".
016400     05  FILLER                  PIC X(60)   VALUE SPACES.
016500
016600 01  WS-DATE-LINE.
016700     05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
016800     05  DL-RUN-DATE             PIC 9(08).
016900     05  FILLER                  PIC X(61)   VALUE SPACES.
017000
017100 01  WS-HEADING-LINE.
017200     05  FILLER                  PIC X(10)   VALUE "USERID".
017300     05  FILLER                  PIC X(10)   VALUE "GRANTED".
017400     05  FILLER                  PIC X(10)   VALUE "DENIED".
017500     05  FILLER                  PIC X(10)   VALUE "LOCKOUTS".
017600     05  FILLER                  PIC X(10)   VALUE "OTHER".
017700     05  FILLER                  PIC X(30)   VALUE SPACES.
017800
017900 01  WS-DETAIL-LINE.
018000     05  DL-USERID               PIC X(10).
018100     05  DL-GRANTED              PIC ZZZZ9   BLANK WHEN ZERO.
018200     05  FILLER                  PIC X(05)   VALUE SPACES.
018300     05  DL-DENIED               PIC ZZZZ9   BLANK WHEN ZERO.
018400     05  FILLER                  PIC X(05)   VALUE SPACES.
018500     05  DL-LOCKOUT              PIC ZZZZ9   BLANK WHEN ZERO.
018600     05  FILLER                  PIC X(05)   VALUE SPACES.
018700     05  DL-OTHER                PIC ZZZZ9   BLANK WHEN ZERO.
018800     05  FILLER                  PIC X(31)   VALUE SPACES.
018900
019000 01  WS-TOTAL-LINE.
019100     05  FILLER                  PIC X(10)   VALUE "TOTAL".
019200     05  TL-GRANTED              PIC ZZZZZ9  BLANK WHEN ZERO.
019300     05  FILLER                  PIC X(04)   VALUE SPACES.
019400     05  TL-DENIED               PIC ZZZZZ9  BLANK WHEN ZERO.
019500     05  FILLER                  PIC X(04)   VALUE SPACES.
019600     05  TL-LOCKOUT              PIC ZZZZZ9  BLANK WHEN ZERO.
019700     05  FILLER                  PIC X(04)   VALUE SPACES.
019800     05  TL-OTHER                PIC ZZZZZ9  BLANK WHEN ZERO.
019900     05  FILLER                  PIC X(30)   VALUE SPACES.
020000
020100 01  WS-UNAUTH-LINE.
020200     05  FILLER                  PIC X(30)
020300             VALUE "UNAUTHORIZED DEVICE ATTEMPTS:".
020400     05  UL-COUNT                PIC ZZZZZ9.
020500     05  FILLER                  PIC X(44)   VALUE SPACES.
020600
020700 77  WS-TODAY-CCYYMMDD       PIC 9(08).
020800
020900 PROCEDURE DIVISION.
021000*=================================================================
021100* 0000-MAINLINE
021200*=================================================================
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021500     PERFORM 2000-PROCESS-AUDIT-FILE THRU 2000-EXIT
021600         UNTIL WS-AUDIT-EOF.
021700     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
021800     IF NOT WS-REQUESTED-RUN
021900         PERFORM 8000-CLOSE-RUN-CONTROL THRU 8000-EXIT
022000     END-IF.
022100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022200     STOP RUN.
022300
022400*=================================================================
022500* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ
022600*=================================================================
022700 1000-INITIALIZE.
022800     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
022900     PERFORM 1100-READ-REPORT-DATE THRU 1100-EXIT.
023000     IF NOT WS-REQUESTED-RUN
023100         PERFORM 1500-OPEN-RUN-CONTROL THRU 1500-EXIT
023200     END-IF.
023300     OPEN INPUT LOGIN-AUDIT-FILE.
023400     IF NOT WS-AUDIT-OK
023500         DISPLAY "LOGIN-AUDIT OPEN FAILED - STATUS "
023600             WS-AUDIT-STATUS
023700         GO TO 9900-ABORT-TEARDOWN
023800     END-IF.
023900     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
024000     OPEN OUTPUT PRINT-FILE.
024100     IF NOT WS-PRINT-OK
024200         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
024300             WS-PRINT-STATUS
024400         GO TO 9900-ABORT-TEARDOWN
024500     END-IF.
024600     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
024700 1000-EXIT.
024800     EXIT.
024900
025000*=================================================================
025100* 1100-READ-REPORT-DATE - A RECORD ON THE REPORT-DATE FILE MEANS
025200*                         RPTDISP IS RUNNING THIS REPORT FOR A
025300*                         SUPERVISOR'S REQUEST.  REPORT ON THE
025400*                         BUSINESS DATE IT CARRIES INSTEAD OF
025500*                         TODAY, PROVIDED IT WAS WRITTEN TODAY.  A
025600*                         REQUESTED REPRINT SKIPS THE RUN-CONTROL
025700*                         FILE.  NO FILE OR AN EMPTY ONE IS THE
025800*                         NORMAL NIGHTLY RUN.
025900*=================================================================
026000 1100-READ-REPORT-DATE.
026100     OPEN INPUT REPORT-DATE-FILE.
026200     IF WS-RPTDATE-ABSENT
026300         CLOSE REPORT-DATE-FILE
026400         GO TO 1100-EXIT
026500     END-IF.
026600     IF NOT WS-RPTDATE-OK
026700         DISPLAY "REPORT-DATE OPEN FAILED - STATUS "
026800             WS-RPTDATE-STATUS
026900         GO TO 9900-ABORT-TEARDOWN
027000     END-IF.
027100     READ REPORT-DATE-FILE
027200         AT END
027300             MOVE ZERO TO RD-BUSINESS-DATE
027400     END-READ.
027500     IF RD-BUSINESS-DATE NUMERIC
027600             AND RD-BUSINESS-DATE > ZERO
027700             AND RD-WRITTEN-DATE NOT = WS-TODAY-CCYYMMDD
027800         DISPLAY "LOGINRPT IGNORED A REPORT-DATE RECORD WRITTEN "
027900             RD-WRITTEN-DATE
028000         MOVE ZERO TO RD-BUSINESS-DATE
028100     END-IF.
028200     IF RD-BUSINESS-DATE NUMERIC
028300             AND RD-BUSINESS-DATE > ZERO
028400         MOVE RD-BUSINESS-DATE TO WS-TODAY-CCYYMMDD
028500         MOVE "Y" TO WS-REQUESTED-RUN-SW
028600         DISPLAY "LOGINRPT REQUESTED BY " RD-REQUESTED-BY
028700             " AT " RD-TERMINAL " FOR " WS-TODAY-CCYYMMDD
028800     END-IF.
028900     CLOSE REPORT-DATE-FILE.
029000 1100-EXIT.
029100     EXIT.
029200
029300*=================================================================
029400* 1500-OPEN-RUN-CONTROL - REFUSE A BUSINESS DATE THAT ALREADY
029500*                         COMPLETED, WARN WHEN A PRIOR RUN IS
029600*                         STILL IN FLIGHT FROM AN ABEND, AND
029700*                         WRITE THIS RUN'S IN-FLIGHT RECORD
029800*=================================================================
029900 1500-OPEN-RUN-CONTROL.
030000     OPEN I-O RUN-CONTROL-FILE.
030100     IF NOT WS-RUNCTL-OK
030200         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
030300             WS-RUNCTL-STATUS
030400         GO TO 9900-ABORT-TEARDOWN
030500     END-IF.
030600
030700     MOVE "N" TO WS-RUNCTL-ON-FILE-SW.
030800     MOVE "LOGINRPT" TO RC-JOB-NAME.
030900     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
031000     READ RUN-CONTROL-FILE
031100         INVALID KEY
031200             MOVE "23" TO WS-RUNCTL-STATUS
031300     END-READ.
031400     IF WS-RUNCTL-OK
031500         MOVE "Y" TO WS-RUNCTL-ON-FILE-SW
031600         IF RC-RUN-COMPLETED
031700             DISPLAY "LOGINRPT ALREADY COMPLETED FOR "
031800                 WS-TODAY-CCYYMMDD " - RUN REFUSED"
031900             GO TO 9950-REFUSED-RUN
032000         END-IF
032100         DISPLAY "PRIOR LOGINRPT RUN DID NOT COMPLETE FOR "
032200             WS-TODAY-CCYYMMDD " - RERUNNING"
032300     END-IF.
032400     IF NOT (WS-RUNCTL-OK OR WS-RUNCTL-NOTFOUND)
032500         DISPLAY "RUN-CONTROL READ FAILED - STATUS "
032600             WS-RUNCTL-STATUS
032700         GO TO 9900-ABORT-TEARDOWN
032800     END-IF.
032900
033000     MOVE "LOGINRPT" TO RC-JOB-NAME.
033100     MOVE WS-TODAY-CCYYMMDD TO RC-RUN-DATE.
033200     MOVE "S" TO RC-RUN-STATUS.
033300     ACCEPT RC-START-DATE FROM DATE YYYYMMDD.
033400     ACCEPT RC-START-TIME FROM TIME.
033500     MOVE ZERO TO RC-END-DATE.
033600     MOVE ZERO TO RC-END-TIME.
033700     IF WS-RUNCTL-ON-FILE
033800         REWRITE RUN-CONTROL-RECORD
033900             INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
034000         END-REWRITE
034100     ELSE
034200         WRITE RUN-CONTROL-RECORD
034300             INVALID KEY MOVE "22" TO WS-RUNCTL-STATUS
034400         END-WRITE
034500     END-IF.
034600     IF NOT WS-RUNCTL-OK
034700         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
034800             WS-RUNCTL-STATUS
034900         GO TO 9900-ABORT-TEARDOWN
035000     END-IF.
035100 1500-EXIT.
035200     EXIT.
035300
035400*=================================================================
035500* 2000-PROCESS-AUDIT-FILE - ACCUMULATE ONE AUDIT RECORD AND READ
035600*                           THE NEXT ONE
035700*=================================================================
035800 2000-PROCESS-AUDIT-FILE.
035900     IF LA-TIMESTAMP-DATE = WS-TODAY-CCYYMMDD
036000         PERFORM 2200-ACCUMULATE-RECORD THRU 2200-EXIT
036100     END-IF.
036200     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
036300 2000-EXIT.
036400     EXIT.
036500
036600*=================================================================
036700* 2100-READ-AUDIT-RECORD - READ ONE LOGIN-AUDIT RECORD
036800*=================================================================
036900 2100-READ-AUDIT-RECORD.
037000     READ LOGIN-AUDIT-FILE
037100         AT END
037200             MOVE "Y" TO WS-EOF-SWITCH
037300     END-READ.
037400 2100-EXIT.
037500     EXIT.
037600
037700*=================================================================
037800* 2200-ACCUMULATE-RECORD - ROLL ONE ATTEMPT INTO ITS USER'S ROW
037900*=================================================================
038000 2200-ACCUMULATE-RECORD.
038100     IF LA-UNAUTH-DEVICE
038200         ADD 1 TO WS-UNAUTH-DEV-COUNT
038300         GO TO 2200-EXIT
038400     END-IF.
038500
038600     MOVE "Y" TO WS-USER-ADD-SWITCH.
038700     PERFORM 2300-FIND-OR-ADD-USER THRU 2300-EXIT.
038800
038900     IF WS-USER-ADD-OK
039000         EVALUATE TRUE
039100             WHEN LA-GRANTED
039200                 ADD 1 TO WS-TAB-GRANTED(WS-USER-IDX)
039300                 ADD 1 TO WS-TOTAL-GRANTED
039400             WHEN LA-LOCKED-OUT
039500                 ADD 1 TO WS-TAB-LOCKOUT(WS-USER-IDX)
039600                 ADD 1 TO WS-TOTAL-LOCKOUT
039700             WHEN LA-DENIED
039800                 ADD 1 TO WS-TAB-DENIED(WS-USER-IDX)
039900                 ADD 1 TO WS-TOTAL-DENIED
040000             WHEN LA-TIMED-OUT OR LA-ALREADY-ON
040100                 ADD 1 TO WS-TAB-OTHER(WS-USER-IDX)
040200                 ADD 1 TO WS-TOTAL-OTHER
040300         END-EVALUATE
040400     END-IF.
040500 2200-EXIT.
040600     EXIT.
040700
040800*=================================================================
040900* 2300-FIND-OR-ADD-USER - LOCATE THIS USERID'S ROW IN THE TABLE,
041000*                         ADDING A NEW ROW THE FIRST TIME IT IS
041100*                         SEEN
041200*=================================================================
041300 2300-FIND-OR-ADD-USER.
041400     SET WS-USER-IDX TO 1.
041500     SEARCH WS-USER-ENTRY
041600         AT END
041700             PERFORM 2310-ADD-NEW-USER THRU 2310-EXIT
041800         WHEN WS-USER-IDX <= WS-USER-COUNT
041900                 AND WS-TAB-USERID(WS-USER-IDX) = LA-USERID
042000             CONTINUE
042100     END-SEARCH.
042200 2300-EXIT.
042300     EXIT.
042400
042500*=================================================================
042600* 2310-ADD-NEW-USER - APPEND A NEW ZEROED ROW FOR A USERID NOT
042700*                     YET SEEN TODAY
042800*=================================================================
042900 2310-ADD-NEW-USER.
043000     IF WS-USER-COUNT NOT < WS-MAX-USERS
043100         DISPLAY "USER TABLE FULL - USERID " LA-USERID
043200             " NOT TRACKED"
043300         MOVE "N" TO WS-USER-ADD-SWITCH
043400         GO TO 2310-EXIT
043500     END-IF.
043600     ADD 1 TO WS-USER-COUNT.
043700     SET WS-USER-IDX TO WS-USER-COUNT.
043800     MOVE LA-USERID TO WS-TAB-USERID(WS-USER-IDX).
043900     MOVE ZERO TO WS-TAB-GRANTED(WS-USER-IDX).
044000     MOVE ZERO TO WS-TAB-DENIED(WS-USER-IDX).
044100     MOVE ZERO TO WS-TAB-LOCKOUT(WS-USER-IDX).
044200     MOVE ZERO TO WS-TAB-OTHER(WS-USER-IDX).
044300     MOVE "Y" TO WS-USER-ADD-SWITCH.
044400 2310-EXIT.
044500     EXIT.
044600
044700*=================================================================
044800* 3000-PRINT-REPORT - WRITE THE HEADINGS, ONE LINE PER USER, AND
044900*                     THE GRAND TOTALS
045000*=================================================================
045100 3000-PRINT-REPORT.
045200     PERFORM 3100-PRINT-HEADINGS THRU 3100-EXIT.
045300     PERFORM 3200-PRINT-ONE-USER THRU 3200-EXIT
045400         VARYING WS-USER-IDX FROM 1 BY 1
045500         UNTIL WS-USER-IDX > WS-USER-COUNT.
045600     PERFORM 3300-PRINT-TOTALS THRU 3300-EXIT.
045700 3000-EXIT.
045800     EXIT.
045900
046000*=================================================================
046100* 3100-PRINT-HEADINGS - TITLE, RUN DATE, AND COLUMN HEADINGS
046200*=================================================================
046300 3100-PRINT-HEADINGS.
046400     MOVE WS-TITLE-LINE TO PRINT-LINE.
046500     WRITE PRINT-LINE.
046600
046700     MOVE WS-TODAY-CCYYMMDD TO DL-RUN-DATE.
046800     MOVE WS-DATE-LINE TO PRINT-LINE.
046900     WRITE PRINT-LINE.
047000
047100     MOVE WS-HEADING-LINE TO PRINT-LINE.
047200     WRITE PRINT-LINE.
047300 3100-EXIT.
047400     EXIT.
047500
047600*=================================================================
047700* 3200-PRINT-ONE-USER - ONE DETAIL LINE FOR ONE USERID
047800*=================================================================
047900 3200-PRINT-ONE-USER.
048000     MOVE WS-TAB-USERID(WS-USER-IDX)   TO DL-USERID.
048100     MOVE WS-TAB-GRANTED(WS-USER-IDX)  TO DL-GRANTED.
048200     MOVE WS-TAB-DENIED(WS-USER-IDX)   TO DL-DENIED.
048300     MOVE WS-TAB-LOCKOUT(WS-USER-IDX)  TO DL-LOCKOUT.
048400     MOVE WS-TAB-OTHER(WS-USER-IDX)    TO DL-OTHER.
048500     MOVE WS-DETAIL-LINE TO PRINT-LINE.
048600     WRITE PRINT-LINE.
048700 3200-EXIT.
048800     EXIT.
048900
049000*=================================================================
049100* 3300-PRINT-TOTALS - GRAND TOTALS ACROSS EVERY USER TODAY
049200*=================================================================
049300 3300-PRINT-TOTALS.
049400     MOVE WS-TOTAL-GRANTED TO TL-GRANTED.
049500     MOVE WS-TOTAL-DENIED TO TL-DENIED.
049600     MOVE WS-TOTAL-LOCKOUT TO TL-LOCKOUT.
049700     MOVE WS-TOTAL-OTHER TO TL-OTHER.
049800     MOVE WS-TOTAL-LINE TO PRINT-LINE.
049900     WRITE PRINT-LINE.
050000
050100     MOVE WS-UNAUTH-DEV-COUNT TO UL-COUNT.
050200     MOVE WS-UNAUTH-LINE TO PRINT-LINE.
050300     WRITE PRINT-LINE.
050400 3300-EXIT.
050500     EXIT.
050600
050700*=================================================================
050800* 8000-CLOSE-RUN-CONTROL - STAMP THIS RUN COMPLETED.  ONLY A RUN
050900*                          THAT REACHES NORMAL END GETS HERE -
051000*                          AN ABEND LEAVES THE IN-FLIGHT RECORD
051100*                          ON FILE AS THE RESTART MARKER.
051200*=================================================================
051300 8000-CLOSE-RUN-CONTROL.
051400     MOVE "C" TO RC-RUN-STATUS.
051500     ACCEPT RC-END-DATE FROM DATE YYYYMMDD.
051600     ACCEPT RC-END-TIME FROM TIME.
051700     REWRITE RUN-CONTROL-RECORD
051800         INVALID KEY MOVE "99" TO WS-RUNCTL-STATUS
051900     END-REWRITE.
052000     IF NOT WS-RUNCTL-OK
052100         DISPLAY "RUN-CONTROL REWRITE FAILED - STATUS "
052200             WS-RUNCTL-STATUS
052300         GO TO 9900-ABORT-TEARDOWN
052400     END-IF.
052500 8000-EXIT.
052600     EXIT.
052700
052800*=================================================================
052900* 9000-TERMINATE - CLOSE THE FILES
053000*=================================================================
053100 9000-TERMINATE.
053200     IF NOT WS-REQUESTED-RUN
053300         CLOSE RUN-CONTROL-FILE
053400     END-IF.
053500     CLOSE LOGIN-AUDIT-FILE.
053600     CLOSE PRINT-FILE.
053700 9000-EXIT.
053800     EXIT.
053900
054000*=================================================================
054100* 9900-ABORT-TEARDOWN - A FILE OPEN FAILED.  CLOSE WHATEVER FILES
054200*                       ARE OPEN AND END THE RUN WITH A NONZERO
054300*                       RETURN CODE SO THE SHIFT LOG SHOWS AN
054400*                       ABNORMAL TERMINATION.
054500*=================================================================
054600 9900-ABORT-TEARDOWN.
054700     DISPLAY "LOGINRPT ABENDED - FILE OPEN FAILED".
054800     IF WS-FILES-OPEN
054900         CLOSE LOGIN-AUDIT-FILE
055000         CLOSE PRINT-FILE
055100     END-IF.
055200     IF NOT WS-REQUESTED-RUN
055300         CLOSE RUN-CONTROL-FILE
055400     END-IF.
055500     MOVE 16 TO RETURN-CODE.
055600     STOP RUN.
055700
055800*=================================================================
055900* 9950-REFUSED-RUN - THE RUN-CONTROL FILE TURNED THIS RUN AWAY
056000*                    BEFORE ANY WORK FILE WAS OPENED.  THIS IS A
056100*                    REFUSAL, NOT AN ABEND - THE RECORD ON FILE
056200*                    IS LEFT EXACTLY AS IT STOOD.
056300*=================================================================
056400 9950-REFUSED-RUN.
056500     CLOSE RUN-CONTROL-FILE.
056600     MOVE 8 TO RETURN-CODE.
056700     STOP RUN.
056800
056900 END PROGRAM LOGINRPT.
