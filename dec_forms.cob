016500*                     TYPE, QUANTITIES, USERID, TERMINAL,
016600*                     TIMESTAMP, AND WORK ORDER - WITHOUT
016700*                     DUMPING THE WHOLE JOURNAL.
016800*   15-OCT-2026  RSH  CYCLE COUNTING.  A NEW K ACTION ON THE
016900*                     INVENTORY FORM KEYS THE PHYSICAL COUNT
017000*                     AGAINST THE PART'S OPEN CYCLE-COUNT
017100*                     RECORD FROM THE CYCSHEET SHEET.  THE
017200*                     COUNT IS BLIND - THE ON-HAND FIGURE IS
017300*                     NOT SHOWN.  ITEM MAINTENANCE GAINS V TO
017400*                     APPROVE A COUNT CYCVAR HELD OUT OF
017500*                     TOLERANCE AND R TO SEND IT BACK FOR A
017600*                     RECOUNT.  THE VARIANCE ITSELF IS WORKED
017700*                     OUT AND POSTED BY CYCVAR OVERNIGHT.
017800*   15-OCT-2026  RSH  BILL OF MATERIALS.  ITEM MAINTENANCE GAINS B
017900*                     TO ADD AND E TO CHANGE A LINE OF A
018000*                     FINISHED PART'S BILL - THE COMPONENT AND
018100*                     ITS QUANTITY PER UNIT.  AN ISSUE AGAINST A
018200*                     WORK ORDER IS NOW REFUSED WHEN THE PART IS
018300*                     NOT ON THE BILL FOR THE ORDER'S FINISHED
018400*                     PART.  KITSHORT EXPLODES THE OPEN ORDERS
018500*                     AGAINST THE BILL EVERY NIGHT.  FIXED THE
018600*                     ITEM MAINTENANCE ACTION CHECK, WHICH TURNED
018700*                     AWAY V AND R AS INVALID.
018800*   15-OCT-2026  RSH  PURCHASE-ORDER RECEIVING.  A RECEIPT (R) NOW
018900*                     NAMES THE PURCHASE ORDER AND LINE IT IS
019000*                     RECEIVED AGAINST.  THE LINE MUST BE ON THE
019100*                     POLINE FILE LOADED FROM PURCHASING, OPEN,
019200*                     FOR THE SAME PART, AND NOT YET RECEIVED IN
019300*                     FULL, AND AN OVER-RECEIPT PAST THE TOLERANCE
019400*                     IS REFUSED.  THE RECEIPT IS CARRIED UP ON
019500*                     THE LINE, AND THE PO NUMBER AND LINE GO ON
019600*                     THE JOURNAL AND HISTORY RECORDS AND SHOW ON
019700*                     THE H ACTION.
019800*   15-OCT-2026  RSH  STANDARD COST.  ITEM MAINTENANCE KEEPS THE
019900*                     PART'S STANDARD UNIT COST - REQUIRED ON AN
020000*                     ADD, OPTIONAL ON A CHANGE.  THE MAINTENANCE
020100*                     JOURNAL RECORD CARRIES THE OLD AND NEW
020200*                     STANDARD, AND EVERY POSTING CARRIES THE
020300*                     STANDARD IN FORCE, FOR THE COSTRPT MONTH-END
020400*                     VALUATION AND WORK-ORDER COST REPORTS.
020500*   15-OCT-2026  RSH  REPORTS SUBSYSTEM INSTALLED BEHIND MENU
020600*                     OPTION 3.  THE NEW REPORTS_FORM QUEUES A RUN
020700*                     OF LOGINRPT, ATTNDRPT, SHIFTRPT, NOTECMPL OR
020800*                     REORDRPT FOR A BUSINESS DATE ON THE
020900*                     REPORT-REQUEST FILE, STAMPED WITH THE USERID
021000*                     AND TERMINAL, FOR RPTDISP TO RUN; LISTS THE
021100*                     DAY'S REQUESTS WITH THEIR STATUS; AND SHOWS
021200*                     THE BATCH STREAM FOR A DATE FROM THE
021300*                     RUN-CONTROL FILE - EACH JOB IN FLIGHT OR
021400*                     COMPLETED WITH ITS START AND END TIMES.
021500*   15-OCT-2026  RSH  MULTI-BIN STOCK.  A PART'S STOCK IS NOW HELD
021600*                     BY BIN ON THE NEW PART-LOCATION FILE, WITH
021700*                     THE ITEM-MASTER ON-HAND KEPT AS THE
021800*                     TOTAL.  A RECEIPT, ISSUE, OR ADJUSTMENT
021900*                     NAMES THE BIN IT ACTS ON (THE HOME BIN WHEN
022000*                     LEFT BLANK) AND AN ISSUE CANNOT TAKE MORE
022100*                     THAN THE BIN HOLDS.  A NEW T ACTION MOVES
022200*                     STOCK BETWEEN TWO BINS OF THE PART AS A
022300*                     PAIRED JOURNAL ENTRY THAT LEAVES THE TOTAL
022400*                     ALONE.  THE LOOKUP LISTS EVERY BIN AND WHAT
022500*                     IT HOLDS, THE H ACTION SHOWS THE BIN OF EACH
022600*                     MOVEMENT AND CAN BE NARROWED TO ONE BIN, THE
022700*                     K ACTION KEYS A COUNT FOR A NAMED BIN, AND A
022800*                     COMPLETION RECEIPT GOES INTO THE FINISHED
022900*                     PART'S HOME BIN.
023000*   15-OCT-2026  RSH  EVERY CHANGE THIS PROGRAM MAKES TO A
023100*                     USER-MASTER RECORD - A LOCKOUT ON THE THIRD
023200*                     BAD PASSWORD, A SUPERVISOR LOCKOUT CLEAR,
023300*                     AND A PASSWORD CHANGE ON PWDCHG_FORM - IS
023400*                     NOW JOURNALED TO THE NEW USER-CHANGE FILE
023500*                     WITH THE STATUS, ROLE, SUPERVISOR FLAG, AND
023600*                     PASSWORD-CHANGE DATE BEFORE AND AFTER, WHO
023700*                     MADE THE CHANGE, AND FROM WHICH TERMINAL.
023800*   15-OCT-2026  RSH  EVERY START AND COMPLETION MARKED ON
023900*                     SCHED_FORM IS NOW JOURNALED TO THE NEW
024000*                     WORK-ORDER EVENT FILE WITH THE ORDER'S
024100*                     SCHEDULED FIELDS BEFORE AND AFTER, THE GOOD
024200*                     AND SCRAP COUNTS, THE USERID, AND THE
024300*                     TERMINAL, SO THE START OF A COMPLETED ORDER
024400*                     IS NO LONGER LOST.
024500*=================================================================
024600
024700 ENVIRONMENT DIVISION.
024800 CONFIGURATION SECTION.
024900 SOURCE-COMPUTER.   VAX-8600.
025000 OBJECT-COMPUTER.   VAX-8600.
025100
025200 INPUT-OUTPUT SECTION.
025300 FILE-CONTROL.
025400     SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
025500         ORGANIZATION IS INDEXED
025600         ACCESS MODE IS RANDOM
025700         RECORD KEY IS UM-USERID
025800         FILE STATUS IS WS-USERMAST-STATUS.
025900
026000     SELECT LOGIN-AUDIT-FILE ASSIGN TO "LOGINAUD"
026100         ORGANIZATION IS SEQUENTIAL
026200         ACCESS MODE IS SEQUENTIAL
026300         FILE STATUS IS WS-AUDIT-STATUS.
026400
026500     SELECT USER-CHANGE-FILE ASSIGN TO "USERCHG"
026600         ORGANIZATION IS SEQUENTIAL
026700         ACCESS MODE IS SEQUENTIAL
026800         FILE STATUS IS WS-USERCHG-STATUS.
026900
027000     SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
027100         ORGANIZATION IS INDEXED
027200         ACCESS MODE IS RANDOM
027300         RECORD KEY IS IM-PART-NUMBER
027400         FILE STATUS IS WS-ITEMMAST-STATUS.
027500
027600     SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO "INVMOVE"
027700         ORGANIZATION IS SEQUENTIAL
027800         ACCESS MODE IS SEQUENTIAL
027900         FILE STATUS IS WS-INVMOVE-STATUS.
028000
028100     SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD"
028200         ORGANIZATION IS INDEXED
028300         ACCESS MODE IS DYNAMIC
028400         RECORD KEY IS WO-ORDER-NUMBER
028500         FILE STATUS IS WS-WORKORD-STATUS.
028600
028700     SELECT WORK-ORDER-EVENT-FILE ASSIGN TO "WOEVENT"
028800         ORGANIZATION IS SEQUENTIAL
028900         ACCESS MODE IS SEQUENTIAL
029000         FILE STATUS IS WS-WOEVENT-STATUS.
029100
029200     SELECT SHIFT-NOTES-FILE ASSIGN TO "SHFTNOTE"
029300         ORGANIZATION IS INDEXED
029400         ACCESS MODE IS DYNAMIC
029500         RECORD KEY IS SN-NOTE-ID
029600         FILE STATUS IS WS-SHFTNOTE-STATUS.
029700
029800     SELECT NOTE-ACK-FILE ASSIGN TO "NOTEACK"
029900         ORGANIZATION IS SEQUENTIAL
030000         ACCESS MODE IS SEQUENTIAL
030100         FILE STATUS IS WS-NOTEACK-STATUS.
030200
030300     SELECT ACTIVE-SESSION-FILE ASSIGN TO "ACTSESS"
030400         ORGANIZATION IS INDEXED
030500         ACCESS MODE IS RANDOM
030600         RECORD KEY IS AS-USERID
030700         FILE STATUS IS WS-ACTSESS-STATUS.
030800
030900     SELECT TERMINAL-AUTH-FILE ASSIGN TO "TERMAUTH"
031000         ORGANIZATION IS INDEXED
031100         ACCESS MODE IS RANDOM
031200         RECORD KEY IS TA-DEVICE
031300         FILE STATUS IS WS-TERMAUTH-STATUS.
031400
031500     SELECT SESSION-HISTORY-FILE ASSIGN TO "SESSHIST"
031600         ORGANIZATION IS SEQUENTIAL
031700         ACCESS MODE IS SEQUENTIAL
031800         FILE STATUS IS WS-SESSHIST-STATUS.
031900
032000     SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "INVHIST"
032100         ORGANIZATION IS INDEXED
032200         ACCESS MODE IS DYNAMIC
032300         RECORD KEY IS MH-HISTORY-KEY
032400         FILE STATUS IS WS-INVHIST-STATUS.
032500
032600     SELECT CYCLE-COUNT-FILE ASSIGN TO "CYCCOUNT"
032700         ORGANIZATION IS INDEXED
032800         ACCESS MODE IS DYNAMIC
032900         RECORD KEY IS CC-COUNT-KEY
033000         FILE STATUS IS WS-CYCCOUNT-STATUS.
033100
033200     SELECT BILL-OF-MATERIALS-FILE ASSIGN TO "BOMMAST"
033300         ORGANIZATION IS INDEXED
033400         ACCESS MODE IS DYNAMIC
033500         RECORD KEY IS BM-BOM-KEY
033600         FILE STATUS IS WS-BOMMAST-STATUS.
033700
033800     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POLINE"
033900         ORGANIZATION IS INDEXED
034000         ACCESS MODE IS RANDOM
034100         RECORD KEY IS PL-PO-KEY
034200         FILE STATUS IS WS-POLINE-STATUS.
034300
034400     SELECT REPORT-REQUEST-FILE ASSIGN TO "RPTRQST"
034500         ORGANIZATION IS INDEXED
034600         ACCESS MODE IS DYNAMIC
034700         RECORD KEY IS RQ-REQUEST-KEY
034800         FILE STATUS IS WS-RPTRQST-STATUS.
034900
035000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
035100         ORGANIZATION IS INDEXED
035200         ACCESS MODE IS DYNAMIC
035300         RECORD KEY IS RC-RUN-KEY
035400         FILE STATUS IS WS-RUNCTL-STATUS.
035500
035600     SELECT PART-LOCATION-FILE ASSIGN TO "PARTLOC"
035700         ORGANIZATION IS INDEXED
035800         ACCESS MODE IS DYNAMIC
035900         RECORD KEY IS LC-LOCATION-KEY
036000         FILE STATUS IS WS-PARTLOC-STATUS.
036100
036200 DATA DIVISION.
036300 FILE SECTION.
036400 FD  USER-MASTER-FILE
036500     LABEL RECORDS ARE STANDARD.
036600     COPY USERMAST.
036700
036800 FD  LOGIN-AUDIT-FILE
036900     LABEL RECORDS ARE STANDARD.
037000     COPY LOGAUDIT.
037100
037200 FD  USER-CHANGE-FILE
037300     LABEL RECORDS ARE STANDARD.
037400     COPY USERCHG.
037500
037600 FD  ITEM-MASTER-FILE
037700     LABEL RECORDS ARE STANDARD.
037800     COPY ITEMMAST.
037900
038000 FD  MOVEMENT-JOURNAL-FILE
038100     LABEL RECORDS ARE STANDARD.
038200     COPY INVMOVE.
038300
038400 FD  WORK-ORDER-FILE
038500     LABEL RECORDS ARE STANDARD.
038600     COPY WORKORD.
038700
038800 FD  WORK-ORDER-EVENT-FILE
038900     LABEL RECORDS ARE STANDARD.
039000     COPY WOEVENT.
039100
039200 FD  SHIFT-NOTES-FILE
039300     LABEL RECORDS ARE STANDARD.
039400     COPY SHFTNOTE.
039500
039600 FD  NOTE-ACK-FILE
039700     LABEL RECORDS ARE STANDARD.
039800     COPY NOTEACK.
039900
040000 FD  ACTIVE-SESSION-FILE
040100     LABEL RECORDS ARE STANDARD.
040200     COPY ACTSESS.
040300
040400 FD  TERMINAL-AUTH-FILE
040500     LABEL RECORDS ARE STANDARD.
040600     COPY TERMAUTH.
040700
040800 FD  SESSION-HISTORY-FILE
040900     LABEL RECORDS ARE STANDARD.
041000     COPY SESSHIST.
041100
041200 FD  MOVEMENT-HISTORY-FILE
041300     LABEL RECORDS ARE STANDARD.
041400     COPY INVHIST.
041500
041600 FD  CYCLE-COUNT-FILE
041700     LABEL RECORDS ARE STANDARD.
041800     COPY CYCCOUNT.
041900
042000 FD  BILL-OF-MATERIALS-FILE
042100     LABEL RECORDS ARE STANDARD.
042200     COPY BOMMAST.
042300
042400 FD  PURCHASE-ORDER-FILE
042500     LABEL RECORDS ARE STANDARD.
042600     COPY POLINE.
042700
042800 FD  REPORT-REQUEST-FILE
042900     LABEL RECORDS ARE STANDARD.
043000     COPY RPTRQST.
043100
043200 FD  RUN-CONTROL-FILE
043300     LABEL RECORDS ARE STANDARD.
043400     COPY RUNCTL.
043500
043600 FD  PART-LOCATION-FILE
043700     LABEL RECORDS ARE STANDARD.
043800     COPY PARTLOC.
043900
044000 WORKING-STORAGE SECTION.
044100*-----------------------------------------------------------------
044200* FORM FIELD WORK AREAS
044300*-----------------------------------------------------------------
044400 77  WS-USERNAME             PIC X(08).
044500 77  WS-PASSWORD             PIC X(16).
044600 77  WS-TERMINAL-DEVICE      PIC X(08).
044700 77  WS-TERM-TYPE            PIC X(08).
044800 77  WS-ANSI-MODE            PIC X(03).
044900 77  WS-DEC-FORMS            PIC X(03).
045000
045100*-----------------------------------------------------------------
045200* FILE STATUS AND SWITCHES
045300*-----------------------------------------------------------------
045400 77  WS-USERMAST-STATUS      PIC X(02).
045500     88  WS-USERMAST-OK              VALUE "00".
045600     88  WS-USERMAST-NOTFOUND        VALUE "23".
045700
045800 77  WS-AUDIT-STATUS         PIC X(02).
045900     88  WS-AUDIT-OK                 VALUE "00".
046000
046100 77  WS-USERCHG-STATUS       PIC X(02).
046200     88  WS-USERCHG-OK               VALUE "00".
046300
046400 77  WS-ITEMMAST-STATUS      PIC X(02).
046500     88  WS-ITEMMAST-OK              VALUE "00".
046600     88  WS-ITEMMAST-NOTFOUND        VALUE "23".
046700
046800 77  WS-INVMOVE-STATUS       PIC X(02).
046900     88  WS-INVMOVE-OK               VALUE "00".
047000
047100 77  WS-INVHIST-STATUS       PIC X(02).
047200     88  WS-INVHIST-OK               VALUE "00".
047300     88  WS-INVHIST-NOTFOUND         VALUE "23".
047400
047500 77  WS-PARTLOC-STATUS       PIC X(02).
047600     88  WS-PARTLOC-OK               VALUE "00".
047700     88  WS-PARTLOC-NOTFOUND         VALUE "23".
047800     88  WS-PARTLOC-EOF              VALUE "10".
047900
048000 77  WS-WORKORD-STATUS       PIC X(02).
048100     88  WS-WORKORD-OK               VALUE "00".
048200     88  WS-WORKORD-NOTFOUND         VALUE "23".
048300     88  WS-WORKORD-EOF              VALUE "10".
048400
048500 77  WS-WOEVENT-STATUS       PIC X(02).
048600     88  WS-WOEVENT-OK               VALUE "00".
048700
048800 77  WS-SHFTNOTE-STATUS      PIC X(02).
048900     88  WS-SHFTNOTE-OK              VALUE "00".
049000     88  WS-SHFTNOTE-NOTFOUND        VALUE "23".
049100     88  WS-SHFTNOTE-EOF             VALUE "10".
049200
049300 77  WS-NOTEACK-STATUS       PIC X(02).
049400     88  WS-NOTEACK-OK               VALUE "00".
049500
049600 77  WS-ACTSESS-STATUS       PIC X(02).
049700     88  WS-ACTSESS-OK               VALUE "00".
049800     88  WS-ACTSESS-NOTFOUND         VALUE "23".
049900
050000 77  WS-TERMAUTH-STATUS      PIC X(02).
050100     88  WS-TERMAUTH-OK              VALUE "00".
050200     88  WS-TERMAUTH-NOTFOUND        VALUE "23".
050300
050400 77  WS-SESSHIST-STATUS      PIC X(02).
050500     88  WS-SESSHIST-OK              VALUE "00".
050600
050700 77  WS-CYCCOUNT-STATUS      PIC X(02).
050800     88  WS-CYCCOUNT-OK              VALUE "00".
050900
051000 77  WS-BOMMAST-STATUS       PIC X(02).
051100     88  WS-BOMMAST-OK               VALUE "00".
051200     88  WS-BOMMAST-NOTFOUND         VALUE "23".
051300
051400 77  WS-POLINE-STATUS        PIC X(02).
051500     88  WS-POLINE-OK                VALUE "00".
051600     88  WS-POLINE-NOTFOUND          VALUE "23".
051700
051800 77  WS-RPTRQST-STATUS       PIC X(02).
051900     88  WS-RPTRQST-OK               VALUE "00".
052000     88  WS-RPTRQST-DUPLICATE        VALUE "22".
052100     88  WS-RPTRQST-EOF              VALUE "10".
052200
052300 77  WS-RUNCTL-STATUS        PIC X(02).
052400     88  WS-RUNCTL-OK                VALUE "00".
052500     88  WS-RUNCTL-EOF               VALUE "10".
052600
052700 77  WS-CREDENTIALS-SWITCH   PIC X(01)   VALUE "N".
052800     88  WS-CREDENTIALS-OK           VALUE "Y".
052900
053000 77  WS-LOCKOUT-SWITCH       PIC X(01)   VALUE "N".
053100     88  WS-ACCOUNT-LOCKED           VALUE "Y".
053200
053300 77  WS-PASSWORD-CHANGE-SWITCH PIC X(01) VALUE "N".
053400     88  WS-PASSWORD-CHANGE-DONE     VALUE "Y".
053500
053600*-----------------------------------------------------------------
053700* PASSWORD CHECKSUM WORK AREAS - EACH CHARACTER'S OWN NATIVE
053800* COLLATING ORDINAL (FUNCTION ORD) IS FOLDED INTO THE RUNNING
053900* CHECKSUM SO NO TWO DIFFERENT CHARACTERS ACCUMULATE THE SAME
054000* VALUE, UNLIKE THE OLD FIXED A-Z0-9 LOOKUP TABLE.
054100*-----------------------------------------------------------------
054200 77  WS-COMPUTED-HASH        PIC 9(09)   COMP.
054300 77  WS-HASH-POSITION        PIC 9(02)   COMP.
054400 77  WS-HASH-CHAR            PIC X(01).
054500 77  WS-HASH-VALUE           PIC 9(03)   COMP.
054600
054700*-----------------------------------------------------------------
054800* PASSWORD EXPIRATION WORK AREAS
054900*-----------------------------------------------------------------
055000 77  WS-NEW-PWD         PIC X(16).
055100 77  WS-CONF-PWD        PIC X(16).
055200 77  WS-TODAY-CCYYMMDD       PIC 9(08).
055300 77  WS-DAYS-SINCE-CHANGE    PIC S9(05)  COMP.
055400 77  WS-MAX-PASSWORD-AGE     PIC 9(03)   VALUE 90.
055500
055600*-----------------------------------------------------------------
055700* SUPERVISOR PIN WORK AREAS
055800*-----------------------------------------------------------------
055900 77  WS-PIN                  PIC X(04).
056000 77  WS-COMPUTED-PIN-HASH    PIC 9(09)   COMP.
056100 77  WS-PIN-POSITION         PIC 9(02)   COMP.
056200
056300*-----------------------------------------------------------------
056400* MAIN MENU WORK AREAS
056500*-----------------------------------------------------------------
056600 77  WS-MENU-SELECTION       PIC 9(01).
056700 77  WS-MENU-DONE-SWITCH     PIC X(01)   VALUE "N".
056800     88  WS-MENU-DONE                VALUE "Y".
056900
057000*-----------------------------------------------------------------
057100* IDLE TIMEOUT WORK AREAS - TEN MINUTES ON THE FLOOR UNLESS THE
057200* DEVICE CARRIES ITS OWN IDLE_LIMIT CHARACTERISTIC (THE OFFICE
057300* TERMINALS ARE SET LONGER THROUGH DEVICE SETUP)
057400*-----------------------------------------------------------------
057500 77  WS-IDLE-LIMIT-SECS      PIC 9(05)   VALUE 600.
057600
057700 01  WS-IDLE-DEV-LIM-X       PIC X(05).
057800 01  WS-IDLE-DEV-LIMIT REDEFINES WS-IDLE-DEV-LIM-X
057900                             PIC 9(05).
058000
058100*-----------------------------------------------------------------
058200* INVENTORY SUBSYSTEM WORK AREAS
058300*-----------------------------------------------------------------
058400 77  WS-INV-DONE-SWITCH      PIC X(01)   VALUE "N".
058500     88  WS-INV-DONE                 VALUE "Y".
058600
058700 77  WS-INV-FILES-SWITCH     PIC X(01)   VALUE "N".
058800     88  WS-INV-FILES-OPEN           VALUE "Y".
058900
059000 77  WS-INV-PART-NUMBER      PIC X(08).
059100 77  WS-INV-ACTION           PIC X(01).
059200     88  WS-INV-ACT-LOOKUP           VALUE "L".
059300     88  WS-INV-ACT-RECEIPT          VALUE "R".
059400     88  WS-INV-ACT-ISSUE            VALUE "I".
059500     88  WS-INV-ACT-ADJUST           VALUE "A".
059600     88  WS-INV-ACT-TRANSFER         VALUE "T".
059700     88  WS-INV-ACT-HISTORY          VALUE "H".
059800     88  WS-INV-ACT-COUNT            VALUE "K".
059900     88  WS-INV-ACT-EXIT             VALUE "X".
060000 77  WS-INV-QUANTITY         PIC S9(07).
060100 77  WS-INV-QTY-BEFORE       PIC S9(07)  COMP.
060200 77  WS-INV-ORDER-NUMBER     PIC X(08).
060300 77  WS-INV-PO-NUMBER        PIC X(08).
060400 77  WS-INV-PO-LINE          PIC 9(03).
060500 77  WS-INV-BIN-LOCATION     PIC X(06).
060600 77  WS-INV-TO-BIN           PIC X(06).
060700 77  WS-INV-JOURNAL-BIN      PIC X(06).
060800 77  WS-INV-OTHER-BIN        PIC X(06).
060900 77  WS-INV-JOURNAL-QTY      PIC S9(07)  COMP.
061000 77  WS-INV-LOC-BEFORE       PIC S9(07)  COMP.
061100 77  WS-INV-LOC-AFTER        PIC S9(07)  COMP.
061200 77  WS-INV-TO-LOC-BEFORE    PIC S9(07)  COMP.
061300 77  WS-INV-TO-ON-FILE-SW    PIC X(01)   VALUE "N".
061400     88  WS-INV-TO-ON-FILE           VALUE "Y".
061500
061600 77  WS-INV-WO-SWITCH        PIC X(01)   VALUE "N".
061700     88  WS-INV-WO-OPEN              VALUE "Y".
061800
061900*-----------------------------------------------------------------
062000* PART-LOCATION WORK AREAS - ONE BIN OF ONE PART READ AND PUT BACK
062100* BY A POSTING, AND THE WALK OVER ALL OF A PART'S BINS FOR THE
062200* LOOKUP
062300*-----------------------------------------------------------------
062400 77  WS-LOC-PART             PIC X(08).
062500 77  WS-LOC-FILES-SWITCH     PIC X(01)   VALUE "N".
062600     88  WS-LOC-FILES-OPEN           VALUE "Y".
062700 77  WS-LOC-BIN              PIC X(06).
062800 77  WS-LOC-QTY              PIC S9(07)  COMP.
062900 77  WS-LOC-ON-FILE-SWITCH   PIC X(01)   VALUE "N".
063000     88  WS-LOC-ON-FILE              VALUE "Y".
063100 77  WS-LOC-EOF-SWITCH       PIC X(01)   VALUE "N".
063200     88  WS-LOC-EOF                  VALUE "Y".
063300 77  WS-LOC-COUNT            PIC 9(03)   COMP.
063400 77  WS-LOC-HOME-QTY         PIC S9(07)  COMP.
063500
063600*-----------------------------------------------------------------
063700* CYCLE-COUNT WORK AREAS - THE SEARCH FOR ONE PART'S COUNT ON
063800* THE CYCLE-COUNT FILE, EITHER ONE STILL WAITING TO BE KEYED OR
063900* ONE HELD FOR A SUPERVISOR
064000*-----------------------------------------------------------------
064100 77  WS-CNT-FILES-SWITCH     PIC X(01)   VALUE "N".
064200     88  WS-CNT-FILES-OPEN           VALUE "Y".
064300 77  WS-CNT-PART-NUMBER      PIC X(08).
064400 77  WS-CNT-BIN              PIC X(06).
064500 77  WS-CNT-SEEK             PIC X(01).
064600     88  WS-CNT-SEEK-KEYABLE         VALUE "K".
064700     88  WS-CNT-SEEK-HELD            VALUE "H".
064800 77  WS-CNT-EOF-SWITCH       PIC X(01)   VALUE "N".
064900     88  WS-CNT-EOF                  VALUE "Y".
065000 77  WS-CNT-FOUND-SWITCH     PIC X(01)   VALUE "N".
065100     88  WS-CNT-FOUND                VALUE "Y".
065200
065300*-----------------------------------------------------------------
065400* BILL-OF-MATERIALS WORK AREAS - OPEN FOR THE ISSUE CHECK ON THE
065500* INVENTORY FORM AND FOR BOM MAINTENANCE FROM ITEM MAINTENANCE
065600*-----------------------------------------------------------------
065700 77  WS-BOM-FILES-SWITCH     PIC X(01)   VALUE "N".
065800     88  WS-BOM-FILES-OPEN           VALUE "Y".
065900
066000*-----------------------------------------------------------------
066100* PURCHASE-ORDER WORK AREAS - A RECEIPT MAY RUN PAST WHAT IS STILL
066200* OUTSTANDING ON ITS LINE BY THIS PERCENTAGE OF THE ORDERED
066300* QUANTITY AND NO FURTHER
066400*-----------------------------------------------------------------
066500 77  WS-PO-FILES-SWITCH      PIC X(01)   VALUE "N".
066600     88  WS-PO-FILES-OPEN            VALUE "Y".
066700 77  WS-PO-OVER-PCT          PIC 9(03)   VALUE 5.
066800 77  WS-PO-RECEIVE-LIMIT     PIC 9(09)   COMP.
066900
067000*-----------------------------------------------------------------
067100* MOVEMENT HISTORY WORK AREAS - THE NEXT SEQUENCE FOR A PART AND
067200* A TEN-DEEP RING OF ITS MOST RECENT MOVEMENTS FOR THE H ACTION
067300*-----------------------------------------------------------------
067400 77  WS-INVHIST-NEXT-SEQ     PIC 9(06)   COMP    VALUE ZERO.
067500 77  WS-HIST-EOF-SWITCH      PIC X(01)   VALUE "N".
067600     88  WS-HIST-EOF                 VALUE "Y".
067700 77  WS-HIST-SHOW-MAX        PIC 9(02)   VALUE 10.
067800 77  WS-HIST-TOTAL           PIC 9(06)   COMP.
067900 77  WS-HIST-QUOT            PIC 9(06)   COMP.
068000 77  WS-HIST-SLOT            PIC 9(02)   COMP.
068100 77  WS-HIST-CUR-SLOT        PIC 9(02)   COMP.
068200
068300 01  WS-HIST-RING-TABLE.
068400     05  WS-HIST-RING-ENTRY OCCURS 10 TIMES.
068500         10  WS-RING-TYPE            PIC X(01).
068600         10  WS-RING-QUANTITY        PIC S9(07).
068700         10  WS-RING-BEFORE          PIC S9(07).
068800         10  WS-RING-AFTER           PIC S9(07).
068900         10  WS-RING-USERID          PIC X(08).
069000         10  WS-RING-TERMINAL        PIC X(08).
069100         10  WS-RING-DATE            PIC 9(08).
069200         10  WS-RING-TIME            PIC 9(08).
069300         10  WS-RING-ORDER           PIC X(08).
069400         10  WS-RING-PO-NUMBER       PIC X(08).
069500         10  WS-RING-PO-LINE         PIC 9(03).
069600         10  WS-RING-BIN             PIC X(06).
069700         10  WS-RING-LOC-BEFORE      PIC S9(07).
069800         10  WS-RING-LOC-AFTER       PIC S9(07).
069900         10  WS-RING-OTHER-BIN       PIC X(06).
070000
070100*-----------------------------------------------------------------
070200* ITEM MAINTENANCE WORK AREAS
070300*-----------------------------------------------------------------
070400 77  WS-IMT-DONE-SWITCH      PIC X(01)   VALUE "N".
070500     88  WS-IMT-DONE                 VALUE "Y".
070600
070700 77  WS-IMT-ACTION           PIC X(01).
070800     88  WS-IMT-ACT-ADD              VALUE "A".
070900     88  WS-IMT-ACT-CHANGE           VALUE "C".
071000     88  WS-IMT-ACT-DEACT            VALUE "D".
071100     88  WS-IMT-ACT-APPROVE          VALUE "V".
071200     88  WS-IMT-ACT-RECOUNT          VALUE "R".
071300     88  WS-IMT-ACT-BOM-ADD          VALUE "B".
071400     88  WS-IMT-ACT-BOM-CHANGE       VALUE "E".
071500     88  WS-IMT-ACT-EXIT             VALUE "X".
071600
071700 77  WS-IMT-PART-NUMBER      PIC X(08).
071800 77  WS-IMT-DESCRIPTION      PIC X(30).
071900 77  WS-IMT-BIN-LOCATION     PIC X(06).
072000
072100 01  WS-IMT-REORDER-X        PIC X(05).
072200 01  WS-IMT-REORDER REDEFINES WS-IMT-REORDER-X
072300                             PIC 9(05).
072400
072500 77  WS-IMT-COMPONENT        PIC X(08).
072600
072700 01  WS-IMT-QTY-PER-X        PIC X(05).
072800 01  WS-IMT-QTY-PER REDEFINES WS-IMT-QTY-PER-X
072900                             PIC 9(05).
073000
073100 01  WS-IMT-COST-X           PIC X(07).
073200 01  WS-IMT-COST REDEFINES WS-IMT-COST-X
073300                             PIC 9(05)V9(02).
073400 77  WS-IMT-COST-BEFORE      PIC 9(05)V9(02).
073500
073600*-----------------------------------------------------------------
073700* SCHEDULING SUBSYSTEM WORK AREAS
073800*-----------------------------------------------------------------
073900 77  WS-SCH-DONE-SWITCH      PIC X(01)   VALUE "N".
074000     88  WS-SCH-DONE                 VALUE "Y".
074100
074200 77  WS-SCH-FILES-SWITCH     PIC X(01)   VALUE "N".
074300     88  WS-SCH-FILES-OPEN           VALUE "Y".
074400
074500 77  WS-SCH-LIST-SWITCH      PIC X(01)   VALUE "N".
074600     88  WS-SCH-LIST-EOF             VALUE "Y".
074700
074800 77  WS-SCH-ORDER-NUMBER     PIC X(08).
074900 77  WS-SCH-ACTION           PIC X(01).
075000     88  WS-SCH-ACT-DISPATCH         VALUE "D".
075100     88  WS-SCH-ACT-START            VALUE "S".
075200     88  WS-SCH-ACT-COMPLETE         VALUE "C".
075300     88  WS-SCH-ACT-EXIT             VALUE "X".
075400
075500 77  WS-SCH-GOOD-QTY         PIC 9(07).
075600 77  WS-SCH-SCRAP-QTY        PIC 9(07).
075700
075800 77  WS-SCH-CMP-SWITCH       PIC X(01)   VALUE "N".
075900     88  WS-SCH-CMP-OK               VALUE "Y".
076000
076100 77  WS-SCH-INV-SWITCH       PIC X(01)   VALUE "N".
076200     88  WS-SCH-INV-OPEN             VALUE "Y".
076300
076400*-----------------------------------------------------------------
076500* REPORTS SUBSYSTEM WORK AREAS
076600*-----------------------------------------------------------------
076700 77  WS-RPT-DONE-SWITCH      PIC X(01)   VALUE "N".
076800     88  WS-RPT-DONE                 VALUE "Y".
076900
077000 77  WS-RPT-FILES-SWITCH     PIC X(01)   VALUE "N".
077100     88  WS-RPT-FILES-OPEN           VALUE "Y".
077200
077300 77  WS-RPT-LIST-SWITCH      PIC X(01)   VALUE "N".
077400     88  WS-RPT-LIST-EOF             VALUE "Y".
077500
077600 77  WS-RPT-DATE-SWITCH      PIC X(01)   VALUE "N".
077700     88  WS-RPT-DATE-OK              VALUE "Y".
077800
077900 77  WS-RPT-ACTION           PIC X(01).
078000     88  WS-RPT-ACT-QUEUE            VALUE "Q".
078100     88  WS-RPT-ACT-LIST             VALUE "L".
078200     88  WS-RPT-ACT-STREAM           VALUE "S".
078300     88  WS-RPT-ACT-EXIT             VALUE "X".
078400
078500 77  WS-RPT-REPORT-NAME      PIC X(08).
078600 77  WS-RPT-LIST-COUNT       PIC 9(05)   COMP.
078700 77  WS-RPT-STATUS-TEXT      PIC X(09).
078800
078900 01  WS-RPT-DATE-X           PIC X(08).
079000 01  WS-RPT-DATE REDEFINES WS-RPT-DATE-X
079100                             PIC 9(08).
079200 01  WS-RPT-DATE-PARTS REDEFINES WS-RPT-DATE-X.
079300     05  WS-RPT-DATE-CCYY    PIC 9(04).
079400     05  WS-RPT-DATE-MM      PIC 9(02).
079500     05  WS-RPT-DATE-DD      PIC 9(02).
079600
079700*-----------------------------------------------------------------
079800* SHIFT NOTES WORK AREAS
079900*-----------------------------------------------------------------
080000 77  WS-NOTES-DONE-SWITCH    PIC X(01)   VALUE "N".
080100     88  WS-NOTES-DONE               VALUE "Y".
080200
080300 77  WS-NOTES-EOF-SWITCH     PIC X(01)   VALUE "N".
080400     88  WS-NOTES-EOF                VALUE "Y".
080500
080600 77  WS-ACK-FIELD-SWITCH     PIC X(01)   VALUE "N".
080700     88  WS-ACK-FIELD-ADDED          VALUE "Y".
080800
080900 77  WS-NOTE-ACK-REPLY       PIC X(01).
081000     88  WS-NOTE-ACKED               VALUE "Y".
081100
081200 77  WS-NOTES-ACTION         PIC X(01).
081300     88  WS-NOTES-ACT-ADD            VALUE "A".
081400     88  WS-NOTES-ACT-EXPIRE         VALUE "E".
081500     88  WS-NOTES-ACT-MUSTACK        VALUE "M".
081600     88  WS-NOTES-ACT-EXIT           VALUE "X".
081700
081800 77  WS-NOTE-TARGET-ID       PIC 9(06).
081900 77  WS-NOTE-TEXT            PIC X(40).
082000 77  WS-NOTE-NEXT-ID         PIC 9(06)   COMP    VALUE ZERO.
082100
082200*-----------------------------------------------------------------
082300* ACTIVE SESSION WORK AREAS
082400*-----------------------------------------------------------------
082500 77  WS-SESSION-SWITCH       PIC X(01)   VALUE "N".
082600     88  WS-SESSION-WRITTEN          VALUE "Y".
082700
082800 77  WS-SESSION-BLOCK-SWITCH PIC X(01)   VALUE "N".
082900     88  WS-SESSION-BLOCKED          VALUE "Y".
083000
083100 77  WS-PURGE-TARGET-USERID  PIC X(08).
083200
083300 77  WS-SESSION-END-REASON   PIC X(10)   VALUE "LOG-OFF".
083400
083500*-----------------------------------------------------------------
083600* DECFORMS STATUS HANDLING WORK AREAS
083700*-----------------------------------------------------------------
083800 77  WS-DECFORMS-STATUS      PIC S9(04) COMP VALUE ZERO.
083900     88  WS-DECFORMS-OK              VALUE ZERO.
084000     88  WS-DECFORMS-TIMEOUT         VALUE 124.
084100 77  WS-CURRENT-CALL         PIC X(30)   VALUE SPACES.
084200 77  WS-FILES-OPEN-SWITCH    PIC X(01)   VALUE "N".
084300     88  WS-FILES-OPEN               VALUE "Y".
084400
084500*-----------------------------------------------------------------
084600* USER ADMINISTRATION WORK AREA
084700*-----------------------------------------------------------------
084800 77  WS-ADMIN-TARGET-USERID  PIC X(08).
084900
085000*-----------------------------------------------------------------
085100* USER ROLE WORK AREA
085200*-----------------------------------------------------------------
085300 77  WS-USER-ROLE            PIC X(01)   VALUE "O".
085400     88  WS-ROLE-OPERATOR            VALUE "O".
085500     88  WS-ROLE-SUPERVISOR          VALUE "S".
085600     88  WS-ROLE-ADMIN               VALUE "A".
085700
085800*-----------------------------------------------------------------
085900* TERMINAL AUTHORIZATION WORK AREAS - THE MAXIMUM ROLE THE
086000* CURRENT DEVICE PERMITS, AND NUMERIC RANKS FOR COMPARING IT
086100* AGAINST THE OPERATOR'S OWN ROLE
086200*-----------------------------------------------------------------
086300 77  WS-MAX-TERMINAL-ROLE    PIC X(01)   VALUE "O".
086400 77  WS-USER-ROLE-RANK       PIC 9(01)   COMP.
086500 77  WS-TERM-ROLE-RANK       PIC 9(01)   COMP.
086600
086700 PROCEDURE DIVISION.
086800*=================================================================
086900* 0000-MAINLINE
087000*=================================================================
087100 0000-MAINLINE.
087200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
087300     PERFORM 2000-DISPLAY-LOGIN-FORM THRU 2000-EXIT.
087400     PERFORM 3000-VALIDATE-CREDENTIALS THRU 3000-EXIT.
087500     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT.
087600     IF WS-CREDENTIALS-OK
087700         PERFORM 4600-WRITE-ACTIVE-SESSION THRU 4600-EXIT
087800         PERFORM 4500-DISPLAY-SHIFT-NOTES THRU 4500-EXIT
087900         PERFORM 5000-DISPLAY-MAIN-MENU THRU 5000-EXIT
088000     END-IF.
088100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
088200     STOP RUN.
088300
088400*=================================================================
088500* 1000-INITIALIZE - NEGOTIATE THE TERMINAL AND OPEN THE FORM.
088600*                   THE DEVICE'S OWN CHARACTERISTICS ARE READ
088700*                   RATHER THAN ASSUMED, SO A VT220 OR VT320 ON
088800*                   THE FLOOR GETS ITS EXTENDED FUNCTION-KEY ROW
088900*                   INSTEAD OF BEING TREATED AS A PLAIN VT100.
089000*=================================================================
089100 1000-INITIALIZE.
089200     INVOKE SYS$GGETDVI "TT", "TERM_TYPE", WS-TERM-TYPE.
089300     INVOKE SYS$GGETDVI "TT", "ANSI_MODE", WS-ANSI-MODE.
089400     INVOKE SYS$GGETDVI "TT", "DEC_FORMS", WS-DEC-FORMS.
089500     INVOKE SYS$GGETDVI "TT", "DEVNAM", WS-TERMINAL-DEVICE.
089600     INVOKE SYS$GGETDVI "TT", "IDLE_LIMIT", WS-IDLE-DEV-LIM-X.
089700     IF WS-IDLE-DEV-LIM-X IS NUMERIC
089800             AND WS-IDLE-DEV-LIMIT > ZERO
089900         MOVE WS-IDLE-DEV-LIMIT TO WS-IDLE-LIMIT-SECS
090000     END-IF.
090100
090200     MOVE "DECFORMS$INIT" TO WS-CURRENT-CALL.
090300     INVOKE DECFORMS$INIT(WS-TERM-TYPE, WS-ANSI-MODE,
090400         WS-DEC-FORMS) RETURNING WS-DECFORMS-STATUS.
090500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
090600
090700     OPEN I-O USER-MASTER-FILE.
090800     IF NOT WS-USERMAST-OK
090900         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
091000             WS-USERMAST-STATUS
091100         GO TO 9900-ABORT-TEARDOWN
091200     END-IF.
091300     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
091400     OPEN EXTEND LOGIN-AUDIT-FILE.
091500     IF NOT WS-AUDIT-OK
091600         DISPLAY "LOGIN-AUDIT OPEN FAILED - STATUS "
091700             WS-AUDIT-STATUS
091800         GO TO 9900-ABORT-TEARDOWN
091900     END-IF.
092000     OPEN EXTEND USER-CHANGE-FILE.
092100     IF NOT WS-USERCHG-OK
092200         DISPLAY "USER-CHANGE OPEN FAILED - STATUS "
092300             WS-USERCHG-STATUS
092400         GO TO 9900-ABORT-TEARDOWN
092500     END-IF.
092600     OPEN I-O SHIFT-NOTES-FILE.
092700     IF NOT WS-SHFTNOTE-OK
092800         DISPLAY "SHIFT-NOTES OPEN FAILED - STATUS "
092900             WS-SHFTNOTE-STATUS
093000         GO TO 9900-ABORT-TEARDOWN
093100     END-IF.
093200     OPEN EXTEND NOTE-ACK-FILE.
093300     IF NOT WS-NOTEACK-OK
093400         DISPLAY "NOTE-ACK OPEN FAILED - STATUS "
093500             WS-NOTEACK-STATUS
093600         GO TO 9900-ABORT-TEARDOWN
093700     END-IF.
093800     OPEN I-O ACTIVE-SESSION-FILE.
093900     IF NOT WS-ACTSESS-OK
094000         DISPLAY "ACTIVE-SESSION OPEN FAILED - STATUS "
094100             WS-ACTSESS-STATUS
094200         GO TO 9900-ABORT-TEARDOWN
094300     END-IF.
094400     OPEN INPUT TERMINAL-AUTH-FILE.
094500     IF NOT WS-TERMAUTH-OK
094600         DISPLAY "TERMINAL-AUTH OPEN FAILED - STATUS "
094700             WS-TERMAUTH-STATUS
094800         GO TO 9900-ABORT-TEARDOWN
094900     END-IF.
095000     OPEN EXTEND SESSION-HISTORY-FILE.
095100     IF NOT WS-SESSHIST-OK
095200         DISPLAY "SESSION-HISTORY OPEN FAILED - STATUS "
095300             WS-SESSHIST-STATUS
095400         GO TO 9900-ABORT-TEARDOWN
095500     END-IF.
095600
095700     PERFORM 1100-CHECK-TERMINAL-AUTH THRU 1100-EXIT.
095800 1000-EXIT.
095900     EXIT.
096000
096100*=================================================================
096200* 1100-CHECK-TERMINAL-AUTH - TURN AN UNAUTHORIZED DEVICE AWAY
096300*                            BEFORE LOGIN_FORM IS EVER
096400*                            DISPLAYED.  A DEVICE NOT ON FILE
096500*                            IS TREATED THE SAME AS ONE NOT
096600*                            FLAGGED ALLOWED, AND THE REFUSAL
096700*                            IS AUDITED WITH NO USERID - NONE
096800*                            WAS EVER ENTERED.
096900*=================================================================
097000 1100-CHECK-TERMINAL-AUTH.
097100     MOVE WS-TERMINAL-DEVICE TO TA-DEVICE.
097200     READ TERMINAL-AUTH-FILE
097300         INVALID KEY
097400             MOVE "23" TO WS-TERMAUTH-STATUS
097500     END-READ.
097600
097700     IF WS-TERMAUTH-OK AND TA-DEVICE-ALLOWED
097800         MOVE TA-MAX-ROLE TO WS-MAX-TERMINAL-ROLE
097900         GO TO 1100-EXIT
098000     END-IF.
098100
098200     IF NOT (WS-TERMAUTH-OK OR WS-TERMAUTH-NOTFOUND)
098300         DISPLAY "TERMINAL-AUTH READ FAILED - STATUS "
098400             WS-TERMAUTH-STATUS
098500         GO TO 9900-ABORT-TEARDOWN
098600     END-IF.
098700
098800     DISPLAY "TERMINAL " WS-TERMINAL-DEVICE
098900         " NOT AUTHORIZED FOR SIGN-ON".
099000     MOVE SPACES TO LA-USERID.
099100     MOVE WS-TERMINAL-DEVICE TO LA-TERMINAL.
099200     ACCEPT LA-TIMESTAMP-DATE FROM DATE YYYYMMDD.
099300     ACCEPT LA-TIMESTAMP-TIME FROM TIME.
099400     MOVE "UNAUTH-DEV" TO LA-OUTCOME.
099500     WRITE LOGIN-AUDIT-RECORD.
099600     IF NOT WS-AUDIT-OK
099700         DISPLAY "LOGIN-AUDIT WRITE FAILED - STATUS "
099800             WS-AUDIT-STATUS
099900         GO TO 9900-ABORT-TEARDOWN
100000     END-IF.
100100     GO TO 9950-REFUSED-TERMINAL.
100200 1100-EXIT.
100300     EXIT.
100400
100500*=================================================================
100600* 2000-DISPLAY-LOGIN-FORM - BUILD THE FORM AND CAPTURE INPUT
100700*=================================================================
100800 2000-DISPLAY-LOGIN-FORM.
100900     MOVE "DECFORMS$CREATE LOGIN_FORM" TO WS-CURRENT-CALL.
101000     INVOKE DECFORMS$CREATE("LOGIN_FORM", "LOGIN")
101100         RETURNING WS-DECFORMS-STATUS.
101200     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
101300
101400     MOVE "DECFORMS$ADD USERNAME" TO WS-CURRENT-CALL.
101500     INVOKE DECFORMS$ADD("LOGIN_FORM", "USERNAME", "USERNAME:")
101600         RETURNING WS-DECFORMS-STATUS.
101700     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
101800
101900     MOVE "DECFORMS$ADD PASSWORD" TO WS-CURRENT-CALL.
102000     INVOKE DECFORMS$ADD("LOGIN_FORM", "PASSWORD", "PASSWORD:")
102100         RETURNING WS-DECFORMS-STATUS.
102200     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
102300
102400     MOVE "DECFORMS$DISPLAY LOGIN_FORM" TO WS-CURRENT-CALL.
102500     INVOKE DECFORMS$DISPLAY("LOGIN_FORM")
102600         RETURNING WS-DECFORMS-STATUS.
102700     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
102800
102900     MOVE "DECFORMS$INPUT USERNAME" TO WS-CURRENT-CALL.
103000     INVOKE DECFORMS$INPUT("LOGIN_FORM", "USERNAME",
103100         WS-USERNAME) RETURNING WS-DECFORMS-STATUS.
103200     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
103300
103400     PERFORM 2100-CHECK-ACCOUNT-LOCK THRU 2100-EXIT.
103500
103600     IF NOT WS-ACCOUNT-LOCKED
103700         MOVE "DECFORMS$INPUT PASSWORD" TO WS-CURRENT-CALL
103800         INVOKE DECFORMS$INPUT("LOGIN_FORM", "PASSWORD",
103900             WS-PASSWORD) RETURNING WS-DECFORMS-STATUS
104000         PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT
104100     END-IF.
104200 2000-EXIT.
104300     EXIT.
104400
104500*=================================================================
104600* 2100-CHECK-ACCOUNT-LOCK - REFUSE THE PASSWORD PROMPT OUTRIGHT
104700*                           WHEN THE OPERATOR'S ACCOUNT IS ALREADY
104800*                           LOCKED FROM PRIOR FAILED ATTEMPTS
104900*=================================================================
105000 2100-CHECK-ACCOUNT-LOCK.
105100     MOVE "N" TO WS-LOCKOUT-SWITCH.
105200     MOVE WS-USERNAME TO UM-USERID.
105300
105400     READ USER-MASTER-FILE
105500         INVALID KEY
105600             MOVE "23" TO WS-USERMAST-STATUS
105700     END-READ.
105800
105900     IF WS-USERMAST-OK AND UM-ACCT-LOCKED
106000         MOVE "Y" TO WS-LOCKOUT-SWITCH
106100         DISPLAY "ACCOUNT LOCKED - SEE YOUR SUPERVISOR"
106200     END-IF.
106300 2100-EXIT.
106400     EXIT.
106500
106600*=================================================================
106700* 3000-VALIDATE-CREDENTIALS - LOOK UP THE OPERATOR AND CHECK THE
106800*                             PASSWORD CHECKSUM
106900*=================================================================
107000 3000-VALIDATE-CREDENTIALS.
107100     MOVE "N" TO WS-CREDENTIALS-SWITCH.
107200
107300     IF WS-ACCOUNT-LOCKED
107400         GO TO 3000-EXIT
107500     END-IF.
107600
107700     MOVE WS-USERNAME TO UM-USERID.
107800
107900     READ USER-MASTER-FILE
108000         INVALID KEY
108100             MOVE "23" TO WS-USERMAST-STATUS
108200     END-READ.
108300
108400     IF WS-USERMAST-OK
108500         IF UM-ACCT-DISABLED
108600             DISPLAY "ACCOUNT DISABLED - SEE YOUR SUPERVISOR"
108700         ELSE
108800             PERFORM 3100-COMPUTE-PASSWORD-HASH THRU 3100-EXIT
108900             IF WS-COMPUTED-HASH = UM-PASSWORD-HASH
109000                 MOVE "Y" TO WS-CREDENTIALS-SWITCH
109100                 IF UM-IS-SUPERVISOR OR UM-ROLE-SUPERVISOR
109200                         OR UM-ROLE-ADMIN
109300                     PERFORM 3150-CHECK-SUPERVISOR-PIN THRU
109400                         3150-EXIT
109500                 END-IF
109600                 IF WS-CREDENTIALS-OK
109700                     PERFORM 3600-CHECK-ACTIVE-SESSION THRU
109800                         3600-EXIT
109900                 END-IF
110000                 IF WS-CREDENTIALS-OK
110100                     PERFORM 3200-RECORD-SUCCESS THRU 3200-EXIT
110200                     PERFORM 3400-CHECK-PASSWORD-AGE THRU
110300                         3400-EXIT
110400                 END-IF
110500             ELSE
110600                 PERFORM 3300-RECORD-FAILURE THRU 3300-EXIT
110700             END-IF
110800         END-IF
110900     ELSE
111000         IF WS-USERMAST-NOTFOUND
111100             DISPLAY "USERID NOT FOUND"
111200         END-IF
111300     END-IF.
111400
111500     IF WS-CREDENTIALS-OK
111600         DISPLAY "ACCESS GRANTED"
111700     ELSE
111800         DISPLAY "ACCESS DENIED"
111900     END-IF.
112000 3000-EXIT.
112100     EXIT.
112200
112300*=================================================================
112400* 3150-CHECK-SUPERVISOR-PIN - CHALLENGE A SUPERVISOR ACCOUNT FOR
112500*                             ITS PIN ONCE THE PASSWORD HAS
112600*                             ALREADY MATCHED
112700*=================================================================
112800 3150-CHECK-SUPERVISOR-PIN.
112900     MOVE "DECFORMS$ADD PIN" TO WS-CURRENT-CALL.
113000     INVOKE DECFORMS$ADD("LOGIN_FORM", "PIN", "PIN:")
113100         RETURNING WS-DECFORMS-STATUS.
113200     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
113300
113400     MOVE "DECFORMS$DISPLAY LOGIN_FORM" TO WS-CURRENT-CALL.
113500     INVOKE DECFORMS$DISPLAY("LOGIN_FORM")
113600         RETURNING WS-DECFORMS-STATUS.
113700     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
113800
113900     MOVE "DECFORMS$INPUT PIN" TO WS-CURRENT-CALL.
114000     INVOKE DECFORMS$INPUT("LOGIN_FORM", "PIN", WS-PIN)
114100         RETURNING WS-DECFORMS-STATUS.
114200     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
114300
114400     PERFORM 3160-COMPUTE-PIN-HASH THRU 3160-EXIT.
114500
114600     IF WS-COMPUTED-PIN-HASH NOT = UM-SUPERVISOR-PIN-HASH
114700         MOVE "N" TO WS-CREDENTIALS-SWITCH
114800         DISPLAY "INVALID PIN - ACCESS DENIED"
114900     END-IF.
115000 3150-EXIT.
115100     EXIT.
115200
115300*=================================================================
115400* 3160-COMPUTE-PIN-HASH - REDUCE THE ENTERED PIN TO THE SAME
115500*                         NUMERIC CHECKSUM STORED ON THE
115600*                         USER-MASTER RECORD
115700*=================================================================
115800 3160-COMPUTE-PIN-HASH.
115900     MOVE ZERO TO WS-COMPUTED-PIN-HASH.
116000     PERFORM 3170-ACCUMULATE-ONE-PIN-CHAR THRU 3170-EXIT
116100         VARYING WS-PIN-POSITION FROM 1 BY 1
116200         UNTIL WS-PIN-POSITION > 4.
116300 3160-EXIT.
116400     EXIT.
116500
116600 3170-ACCUMULATE-ONE-PIN-CHAR.
116700     MOVE WS-PIN(WS-PIN-POSITION:1) TO WS-HASH-CHAR.
116800     COMPUTE WS-HASH-VALUE = FUNCTION ORD(WS-HASH-CHAR).
116900     COMPUTE WS-COMPUTED-PIN-HASH =
117000             WS-COMPUTED-PIN-HASH * 37 + WS-HASH-VALUE
117100         ON SIZE ERROR
117200             DIVIDE WS-COMPUTED-PIN-HASH BY 2
117300                 GIVING WS-COMPUTED-PIN-HASH
117400     END-COMPUTE.
117500 3170-EXIT.
117600     EXIT.
117700
117800*=================================================================
117900* 3200-RECORD-SUCCESS - RESET THE FAILURE COUNT AND STAMP THE
118000*                       LAST SUCCESSFUL SIGN-ON DATE
118100*=================================================================
118200 3200-RECORD-SUCCESS.
118300     MOVE ZERO TO UM-FAILED-LOGIN-COUNT.
118400     ACCEPT UM-LAST-LOGIN-DATE FROM DATE YYYYMMDD.
118500     MOVE UM-USER-ROLE TO WS-USER-ROLE.
118600     PERFORM 3250-APPLY-TERMINAL-ROLE-CAP THRU 3250-EXIT.
118700     REWRITE USER-MASTER-RECORD
118800         INVALID KEY MOVE "99" TO WS-USERMAST-STATUS
118900     END-REWRITE.
119000     IF NOT WS-USERMAST-OK
119100         DISPLAY "USER-MASTER REWRITE FAILED - STATUS "
119200             WS-USERMAST-STATUS
119300         GO TO 9900-ABORT-TEARDOWN
119400     END-IF.
119500 3200-EXIT.
119600     EXIT.
119700
119800*=================================================================
119900* 3250-APPLY-TERMINAL-ROLE-CAP - HOLD THE SESSION ROLE DOWN TO
120000*                                THE MAXIMUM THE CURRENT
120100*                                DEVICE PERMITS.  THE ACCOUNT
120200*                                ON FILE IS NEVER TOUCHED -
120300*                                ONLY WHAT THIS SIGN-ON CAN
120400*                                REACH FROM THIS TERMINAL.
120500*=================================================================
120600 3250-APPLY-TERMINAL-ROLE-CAP.
120700     EVALUATE TRUE
120800         WHEN WS-ROLE-ADMIN
120900             MOVE 3 TO WS-USER-ROLE-RANK
121000         WHEN WS-ROLE-SUPERVISOR
121100             MOVE 2 TO WS-USER-ROLE-RANK
121200         WHEN OTHER
121300             MOVE 1 TO WS-USER-ROLE-RANK
121400     END-EVALUATE.
121500
121600     EVALUATE WS-MAX-TERMINAL-ROLE
121700         WHEN "A"
121800             MOVE 3 TO WS-TERM-ROLE-RANK
121900         WHEN "S"
122000             MOVE 2 TO WS-TERM-ROLE-RANK
122100         WHEN OTHER
122200             MOVE 1 TO WS-TERM-ROLE-RANK
122300     END-EVALUATE.
122400
122500     IF WS-USER-ROLE-RANK > WS-TERM-ROLE-RANK
122600         MOVE WS-MAX-TERMINAL-ROLE TO WS-USER-ROLE
122700         DISPLAY "MENU OPTIONS LIMITED AT THIS TERMINAL"
122800     END-IF.
122900 3250-EXIT.
123000     EXIT.
123100
123200*=================================================================
123300* 3300-RECORD-FAILURE - COUNT THE BAD ATTEMPT AND LOCK THE
123400*                       ACCOUNT ONCE THE LIMIT IS REACHED.  THE
123500*                       LOCKOUT ITSELF IS JOURNALED AS A USER
123600*                       CHANGE MADE BY LOGIN.
123700*=================================================================
123800 3300-RECORD-FAILURE.
123900     PERFORM 4700-SAVE-USER-BEFORE THRU 4700-EXIT.
124000     ADD 1 TO UM-FAILED-LOGIN-COUNT.
124100     IF UM-FAILED-LOGIN-COUNT NOT < 3
124200         MOVE "L" TO UM-ACCOUNT-STATUS
124300         MOVE "Y" TO WS-LOCKOUT-SWITCH
124400     END-IF.
124500     REWRITE USER-MASTER-RECORD
124600         INVALID KEY MOVE "99" TO WS-USERMAST-STATUS
124700     END-REWRITE.
124800     IF NOT WS-USERMAST-OK
124900         DISPLAY "USER-MASTER REWRITE FAILED - STATUS "
125000             WS-USERMAST-STATUS
125100         GO TO 9900-ABORT-TEARDOWN
125200     END-IF.
125300     IF UM-ACCOUNT-STATUS NOT = UC-STATUS-BEFORE
125400         MOVE "LOCKED-OUT" TO UC-CHANGE-TYPE
125500         MOVE "LOGIN" TO UC-CHANGED-BY
125600         PERFORM 4750-WRITE-USER-CHANGE THRU 4750-EXIT
125700     END-IF.
125800 3300-EXIT.
125900     EXIT.
126000
126100*=================================================================
126200* 3400-CHECK-PASSWORD-AGE - FORCE A PASSWORD CHANGE WHEN THE
126300*                           CURRENT PASSWORD IS OLDER THAN THE
126400*                           SHOP'S 90 DAY LIMIT
126500*=================================================================
126600 3400-CHECK-PASSWORD-AGE.
126700     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
126800     COMPUTE WS-DAYS-SINCE-CHANGE =
126900         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) -
127000         FUNCTION INTEGER-OF-DATE(UM-LAST-PASSWORD-CHANGE).
127100
127200     IF WS-DAYS-SINCE-CHANGE > WS-MAX-PASSWORD-AGE
127300         PERFORM 3500-FORCE-PASSWORD-CHANGE THRU 3500-EXIT
127400     END-IF.
127500 3400-EXIT.
127600     EXIT.
127700
127800*=================================================================
127900* 3500-FORCE-PASSWORD-CHANGE - BUILD THE PASSWORD CHANGE FORM AND
128000*                              KEEP PROMPTING UNTIL THE OPERATOR
128100*                              SUPPLIES A CONFIRMED NEW PASSWORD
128200*=================================================================
128300 3500-FORCE-PASSWORD-CHANGE.
128400     DISPLAY "PASSWORD EXPIRED - CHOOSE A NEW PASSWORD".
128500     MOVE "N" TO WS-PASSWORD-CHANGE-SWITCH.
128600
128700     MOVE "DECFORMS$CREATE PWDCHG_FORM" TO WS-CURRENT-CALL.
128800     INVOKE DECFORMS$CREATE("PWDCHG_FORM", "LOGIN")
128900         RETURNING WS-DECFORMS-STATUS.
129000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
129100
129200     MOVE "DECFORMS$ADD NEWPWD" TO WS-CURRENT-CALL.
129300     INVOKE DECFORMS$ADD("PWDCHG_FORM", "NEWPWD", "NEW:")
129400         RETURNING WS-DECFORMS-STATUS.
129500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
129600
129700     MOVE "DECFORMS$ADD CONFPWD" TO WS-CURRENT-CALL.
129800     INVOKE DECFORMS$ADD("PWDCHG_FORM", "CONFPWD",
129900         "CONFIRM:") RETURNING WS-DECFORMS-STATUS.
130000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
130100
130200     MOVE "DECFORMS$DISPLAY PWDCHG_FORM" TO WS-CURRENT-CALL.
130300     INVOKE DECFORMS$DISPLAY("PWDCHG_FORM")
130400         RETURNING WS-DECFORMS-STATUS.
130500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
130600
130700     PERFORM 3510-PROMPT-NEW-PASSWORD THRU 3510-EXIT
130800         UNTIL WS-PASSWORD-CHANGE-DONE.
130900
131000     MOVE "DECFORMS$DESTROY PWDCHG_FORM" TO WS-CURRENT-CALL.
131100     INVOKE DECFORMS$DESTROY("PWDCHG_FORM")
131200         RETURNING WS-DECFORMS-STATUS.
131300     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
131400 3500-EXIT.
131500     EXIT.
131600
131700*=================================================================
131800* 3510-PROMPT-NEW-PASSWORD - CAPTURE AND CONFIRM ONE NEW PASSWORD
131900*                            AND JOURNAL THE CHANGE
132000*=================================================================
132100 3510-PROMPT-NEW-PASSWORD.
132200     MOVE "DECFORMS$INPUT NEWPWD" TO WS-CURRENT-CALL.
132300     INVOKE DECFORMS$INPUT("PWDCHG_FORM", "NEWPWD",
132400         WS-NEW-PWD) RETURNING WS-DECFORMS-STATUS.
132500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
132600
132700     MOVE "DECFORMS$INPUT CONFPWD" TO WS-CURRENT-CALL.
132800     INVOKE DECFORMS$INPUT("PWDCHG_FORM", "CONFPWD",
132900         WS-CONF-PWD) RETURNING WS-DECFORMS-STATUS.
133000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
133100
133200     IF WS-NEW-PWD = WS-CONF-PWD
133300         PERFORM 4700-SAVE-USER-BEFORE THRU 4700-EXIT
133400         MOVE WS-NEW-PWD TO WS-PASSWORD
133500         PERFORM 3100-COMPUTE-PASSWORD-HASH THRU 3100-EXIT
133600         MOVE WS-COMPUTED-HASH TO UM-PASSWORD-HASH
133700         MOVE WS-TODAY-CCYYMMDD TO UM-LAST-PASSWORD-CHANGE
133800         REWRITE USER-MASTER-RECORD
133900             INVALID KEY MOVE "99" TO WS-USERMAST-STATUS
134000         END-REWRITE
134100         IF NOT WS-USERMAST-OK
134200             DISPLAY "USER-MASTER REWRITE FAILED - STATUS "
134300                 WS-USERMAST-STATUS
134400             GO TO 9900-ABORT-TEARDOWN
134500         END-IF
134600         MOVE "PASSWORD" TO UC-CHANGE-TYPE
134700         MOVE WS-USERNAME TO UC-CHANGED-BY
134800         PERFORM 4750-WRITE-USER-CHANGE THRU 4750-EXIT
134900         MOVE "Y" TO WS-PASSWORD-CHANGE-SWITCH
135000     ELSE
135100         DISPLAY "PASSWORDS DO NOT MATCH - TRY AGAIN"
135200     END-IF.
135300 3510-EXIT.
135400     EXIT.
135500
135600*=================================================================
135700* 3100-COMPUTE-PASSWORD-HASH - REDUCE THE ENTERED PASSWORD TO THE
135800*                              SAME NUMERIC CHECKSUM STORED ON
135900*                              THE USER-MASTER RECORD
136000*=================================================================
136100 3100-COMPUTE-PASSWORD-HASH.
136200     MOVE ZERO TO WS-COMPUTED-HASH.
136300     PERFORM 3110-ACCUMULATE-ONE-CHAR THRU 3110-EXIT
136400         VARYING WS-HASH-POSITION FROM 1 BY 1
136500         UNTIL WS-HASH-POSITION > 16.
136600 3100-EXIT.
136700     EXIT.
136800
136900 3110-ACCUMULATE-ONE-CHAR.
137000     MOVE WS-PASSWORD(WS-HASH-POSITION:1) TO WS-HASH-CHAR.
137100     COMPUTE WS-HASH-VALUE = FUNCTION ORD(WS-HASH-CHAR).
137200     COMPUTE WS-COMPUTED-HASH =
137300             WS-COMPUTED-HASH * 37 + WS-HASH-VALUE
137400         ON SIZE ERROR
137500             DIVIDE WS-COMPUTED-HASH BY 2 GIVING WS-COMPUTED-HASH
137600     END-COMPUTE.
137700 3110-EXIT.
137800     EXIT.
137900
138000*=================================================================
138100* 3600-CHECK-ACTIVE-SESSION - REFUSE A SIGN-ON FOR A USERID
138200*                             THAT ALREADY HOLDS A LIVE SESSION
138300*                             AT ANOTHER TERMINAL, NAMING THE
138400*                             TERMINAL THAT HOLDS IT.  A
138500*                             SESSION LEFT ON THIS SAME
138600*                             TERMINAL BY A CRASHED RUN IS
138700*                             CERTAINLY DEAD - ONE PROCESS PER
138800*                             TERMINAL - SO IT IS RECLAIMED
138900*                             RATHER THAN REFUSED.
139000*=================================================================
139100 3600-CHECK-ACTIVE-SESSION.
139200     MOVE "N" TO WS-SESSION-BLOCK-SWITCH.
139300     MOVE WS-USERNAME TO AS-USERID.
139400
139500     READ ACTIVE-SESSION-FILE
139600         INVALID KEY
139700             MOVE "23" TO WS-ACTSESS-STATUS
139800     END-READ.
139900
140000     IF WS-ACTSESS-NOTFOUND
140100         GO TO 3600-EXIT
140200     END-IF.
140300     IF NOT WS-ACTSESS-OK
140400         DISPLAY "ACTIVE-SESSION READ FAILED - STATUS "
140500             WS-ACTSESS-STATUS
140600         GO TO 9900-ABORT-TEARDOWN
140700     END-IF.
140800
140900     IF AS-TERMINAL NOT = WS-TERMINAL-DEVICE
141000         DISPLAY "ALREADY SIGNED ON AT " AS-TERMINAL
141100             " - SEE YOUR SUPERVISOR"
141200         MOVE "Y" TO WS-SESSION-BLOCK-SWITCH
141300         MOVE "N" TO WS-CREDENTIALS-SWITCH
141400     END-IF.
141500 3600-EXIT.
141600     EXIT.
141700
141800*=================================================================
141900* 4000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO THE LOGIN-AUDIT
142000*                           TRAIL FOR THIS SIGN-ON ATTEMPT
142100*=================================================================
142200 4000-WRITE-AUDIT-RECORD.
142300     MOVE WS-USERNAME TO LA-USERID.
142400     MOVE WS-TERMINAL-DEVICE TO LA-TERMINAL.
142500     ACCEPT LA-TIMESTAMP-DATE FROM DATE YYYYMMDD.
142600     ACCEPT LA-TIMESTAMP-TIME FROM TIME.
142700
142800     IF WS-CREDENTIALS-OK
142900         MOVE "GRANTED" TO LA-OUTCOME
143000     ELSE
143100         IF WS-ACCOUNT-LOCKED
143200             MOVE "LOCKED-OUT" TO LA-OUTCOME
143300         ELSE
143400             IF WS-SESSION-BLOCKED
143500                 MOVE "ALREADY-ON" TO LA-OUTCOME
143600             ELSE
143700                 MOVE "DENIED" TO LA-OUTCOME
143800             END-IF
143900         END-IF
144000     END-IF.
144100
144200     WRITE LOGIN-AUDIT-RECORD.
144300     IF NOT WS-AUDIT-OK
144400         DISPLAY "LOGIN-AUDIT WRITE FAILED - STATUS "
144500             WS-AUDIT-STATUS
144600         GO TO 9900-ABORT-TEARDOWN
144700     END-IF.
144800 4000-EXIT.
144900     EXIT.
145000
145100*=================================================================
145200* 4500-DISPLAY-SHIFT-NOTES - SHOW EVERY ACTIVE HANDOVER NOTE TO
145300*                            THE OPERATOR WHO JUST SIGNED ON,
145400*                            BEFORE THE MAIN MENU COMES UP.  A
145500*                            MUST-ACK NOTE HOLDS THE SIGN-ON
145600*                            UNTIL THE OPERATOR ACKNOWLEDGES IT.
145700*=================================================================
145800 4500-DISPLAY-SHIFT-NOTES.
145900     MOVE LOW-VALUES TO SN-NOTE-ID.
146000     START SHIFT-NOTES-FILE KEY NOT < SN-NOTE-ID
146100         INVALID KEY
146200             MOVE "10" TO WS-SHFTNOTE-STATUS
146300     END-START.
146400
146500     IF WS-SHFTNOTE-EOF
146600         GO TO 4500-EXIT
146700     END-IF.
146800
146900     MOVE "N" TO WS-NOTES-EOF-SWITCH.
147000     PERFORM 4510-SHOW-ONE-NOTE THRU 4510-EXIT
147100         UNTIL WS-NOTES-EOF.
147200 4500-EXIT.
147300     EXIT.
147400
147500*=================================================================
147600* 4510-SHOW-ONE-NOTE - READ THE NEXT NOTE AND SHOW IT IF IT IS
147700*                      STILL ACTIVE
147800*=================================================================
147900 4510-SHOW-ONE-NOTE.
148000     READ SHIFT-NOTES-FILE NEXT RECORD
148100         AT END
148200             MOVE "Y" TO WS-NOTES-EOF-SWITCH
148300     END-READ.
148400     IF WS-NOTES-EOF
148500         GO TO 4510-EXIT
148600     END-IF.
148700
148800     IF NOT SN-NOTE-ACTIVE
148900         GO TO 4510-EXIT
149000     END-IF.
149100
149200     DISPLAY "SHIFT NOTE " SN-NOTE-DATE " - " SN-NOTE-TEXT.
149300     IF SN-MUST-ACK
149400         PERFORM 4520-ACKNOWLEDGE-NOTE THRU 4520-EXIT
149500     END-IF.
149600 4510-EXIT.
149700     EXIT.
149800
149900*=================================================================
150000* 4520-ACKNOWLEDGE-NOTE - HOLD THE SIGN-ON UNTIL THE OPERATOR
150100*                         ACKNOWLEDGES A MUST-ACK NOTE, THEN
150200*                         JOURNAL THE ACKNOWLEDGEMENT BY
150300*                         USERID.  AN ACKNOWLEDGEMENT THAT
150400*                         CANNOT BE JOURNALED ABENDS THE RUN -
150500*                         AN UNRECORDED SAFETY
150600*                         ACKNOWLEDGEMENT IS WORTHLESS.
150700*=================================================================
150800 4520-ACKNOWLEDGE-NOTE.
150900     IF NOT WS-ACK-FIELD-ADDED
151000         MOVE "DECFORMS$ADD ACKNOW" TO WS-CURRENT-CALL
151100         INVOKE DECFORMS$ADD("LOGIN_FORM", "ACKNOW",
151200             "ACKNOWLEDGE (Y):") RETURNING WS-DECFORMS-STATUS
151300         PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT
151400         MOVE "Y" TO WS-ACK-FIELD-SWITCH
151500     END-IF.
151600
151700     MOVE SPACE TO WS-NOTE-ACK-REPLY.
151800     PERFORM 4525-PROMPT-FOR-ACK THRU 4525-EXIT
151900         UNTIL WS-NOTE-ACKED.
152000
152100     MOVE SN-NOTE-ID TO NA-NOTE-ID.
152200     MOVE WS-USERNAME TO NA-USERID.
152300     ACCEPT NA-ACK-DATE FROM DATE YYYYMMDD.
152400     ACCEPT NA-ACK-TIME FROM TIME.
152500     WRITE NOTE-ACK-RECORD.
152600     IF NOT WS-NOTEACK-OK
152700         DISPLAY "NOTE-ACK WRITE FAILED - STATUS "
152800             WS-NOTEACK-STATUS
152900         GO TO 9900-ABORT-TEARDOWN
153000     END-IF.
153100 4520-EXIT.
153200     EXIT.
153300
153400*=================================================================
153500* 4525-PROMPT-FOR-ACK - CAPTURE ONE ACKNOWLEDGEMENT REPLY
153600*=================================================================
153700 4525-PROMPT-FOR-ACK.
153800     MOVE "DECFORMS$DISPLAY LOGIN_FORM" TO WS-CURRENT-CALL.
153900     INVOKE DECFORMS$DISPLAY("LOGIN_FORM")
154000         RETURNING WS-DECFORMS-STATUS.
154100     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
154200
154300     MOVE "DECFORMS$INPUT ACKNOW" TO WS-CURRENT-CALL.
154400     INVOKE DECFORMS$INPUT("LOGIN_FORM", "ACKNOW",
154500         WS-NOTE-ACK-REPLY) RETURNING WS-DECFORMS-STATUS.
154600     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
154700
154800     IF NOT WS-NOTE-ACKED
154900         DISPLAY "NOTE MUST BE ACKNOWLEDGED - ENTER Y"
155000     END-IF.
155100 4525-EXIT.
155200     EXIT.
155300
155400*=================================================================
155500* 4600-WRITE-ACTIVE-SESSION - CLAIM THE SESSION FOR THIS USERID
155600*                             AND TERMINAL.  A LEFTOVER RECORD
155700*                             FROM A CRASHED RUN ON THIS SAME
155800*                             TERMINAL IS REWRITTEN IN PLACE.
155900*=================================================================
156000 4600-WRITE-ACTIVE-SESSION.
156100     MOVE WS-USERNAME TO AS-USERID.
156200     MOVE WS-TERMINAL-DEVICE TO AS-TERMINAL.
156300     ACCEPT AS-SIGNON-DATE FROM DATE YYYYMMDD.
156400     ACCEPT AS-SIGNON-TIME FROM TIME.
156500
156600     WRITE ACTIVE-SESSION-RECORD
156700         INVALID KEY
156800             REWRITE ACTIVE-SESSION-RECORD
156900                 INVALID KEY
157000                     MOVE "99" TO WS-ACTSESS-STATUS
157100             END-REWRITE
157200     END-WRITE.
157300     IF NOT WS-ACTSESS-OK
157400         DISPLAY "ACTIVE-SESSION WRITE FAILED - STATUS "
157500             WS-ACTSESS-STATUS
157600         GO TO 9900-ABORT-TEARDOWN
157700     END-IF.
157800     MOVE "Y" TO WS-SESSION-SWITCH.
157900 4600-EXIT.
158000     EXIT.
158100
158200*=================================================================
158300* 4700-SAVE-USER-BEFORE - CAPTURE THE JOURNALED FIELDS OF THE
158400*                         USER-MASTER RECORD IN THE RECORD AREA
158500*                         BEFORE THEY ARE CHANGED
158600*=================================================================
158700 4700-SAVE-USER-BEFORE.
158800     MOVE UM-ACCOUNT-STATUS TO UC-STATUS-BEFORE.
158900     MOVE UM-USER-ROLE TO UC-ROLE-BEFORE.
159000     MOVE UM-SUPERVISOR-FLAG TO UC-SUP-FLAG-BEFORE.
159100     MOVE UM-LAST-PASSWORD-CHANGE TO UC-PWD-CHANGE-BEFORE.
159200 4700-EXIT.
159300     EXIT.
159400
159500*=================================================================
159600* 4750-WRITE-USER-CHANGE - APPEND ONE USER-CHANGE RECORD FOR THE
159700*                          USER-MASTER RECORD JUST REWRITTEN.  THE
159800*                          CALLER HAS SAVED THE BEFORE VALUES AND
159900*                          SET THE CHANGE TYPE AND WHO MADE IT.  A
160000*                          CHANGE THAT CANNOT BE JOURNALED ABENDS
160100*                          THE RUN - AN UNRECORDED CHANGE TO AN
160200*                          ACCOUNT IS WHAT THE JOURNAL IS FOR.
160300*=================================================================
160400 4750-WRITE-USER-CHANGE.
160500     MOVE UM-USERID TO UC-USERID.
160600     ACCEPT UC-CHANGE-DATE FROM DATE YYYYMMDD.
160700     ACCEPT UC-CHANGE-TIME FROM TIME.
160800     MOVE WS-TERMINAL-DEVICE TO UC-CHANGED-FROM.
160900     MOVE UM-ACCOUNT-STATUS TO UC-STATUS-AFTER.
161000     MOVE UM-USER-ROLE TO UC-ROLE-AFTER.
161100     MOVE UM-SUPERVISOR-FLAG TO UC-SUP-FLAG-AFTER.
161200     MOVE UM-LAST-PASSWORD-CHANGE TO UC-PWD-CHANGE-AFTER.
161300
161400     WRITE USER-CHANGE-RECORD.
161500     IF NOT WS-USERCHG-OK
161600         DISPLAY "USER-CHANGE WRITE FAILED - STATUS "
161700             WS-USERCHG-STATUS
161800         GO TO 9900-ABORT-TEARDOWN
161900     END-IF.
162000 4750-EXIT.
162100     EXIT.
162200
162300*=================================================================
162400* 5000-DISPLAY-MAIN-MENU - THE FRONT DOOR TO THE SHIFT'S WORK.
162500*                          BUILDS MAIN_MENU AND KEEPS DISPATCHING
162600*                          TO SUBSYSTEMS UNTIL THE OPERATOR LOGS
162700*                          OFF
162800*=================================================================
162900 5000-DISPLAY-MAIN-MENU.
163000     MOVE "DECFORMS$CREATE MAIN_MENU" TO WS-CURRENT-CALL.
163100     INVOKE DECFORMS$CREATE("MAIN_MENU", "LOGIN")
163200         RETURNING WS-DECFORMS-STATUS.
163300     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
163400
163500     MOVE "DECFORMS$ADD SELECT" TO WS-CURRENT-CALL.
163600     INVOKE DECFORMS$ADD("MAIN_MENU", "SELECT", "SELECTION:")
163700         RETURNING WS-DECFORMS-STATUS.
163800     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
163900
164000     MOVE "N" TO WS-MENU-DONE-SWITCH.
164100     PERFORM 5100-PROCESS-MENU-SELECTION THRU 5100-EXIT
164200         UNTIL WS-MENU-DONE.
164300
164400     MOVE "DECFORMS$DESTROY MAIN_MENU" TO WS-CURRENT-CALL.
164500     INVOKE DECFORMS$DESTROY("MAIN_MENU")
164600         RETURNING WS-DECFORMS-STATUS.
164700     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
164800 5000-EXIT.
164900     EXIT.
165000
165100*=================================================================
165200* 5100-PROCESS-MENU-SELECTION - SHOW THE OPTIONS, READ ONE
165300*                               SELECTION, AND DISPATCH TO IT
165400*=================================================================
165500 5100-PROCESS-MENU-SELECTION.
165600     DISPLAY "1 - INVENTORY".
165700     DISPLAY "2 - SCHEDULING".
165800     DISPLAY "3 - REPORTS".
165900     IF WS-ROLE-SUPERVISOR OR WS-ROLE-ADMIN
166000         DISPLAY "4 - USER ADMINISTRATION"
166100         DISPLAY "5 - SHIFT NOTES"
166200         DISPLAY "6 - PURGE TERMINAL SESSION"
166300         DISPLAY "7 - ITEM MAINTENANCE"
166400     END-IF.
166500     DISPLAY "9 - LOG OFF".
166600
166700     MOVE "DECFORMS$DISPLAY MAIN_MENU" TO WS-CURRENT-CALL.
166800     INVOKE DECFORMS$DISPLAY("MAIN_MENU")
166900         RETURNING WS-DECFORMS-STATUS.
167000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
167100
167200     MOVE "DECFORMS$INPUT_TIMED SELECT" TO WS-CURRENT-CALL.
167300     INVOKE DECFORMS$INPUT_TIMED("MAIN_MENU", "SELECT",
167400         WS-MENU-SELECTION, WS-IDLE-LIMIT-SECS)
167500         RETURNING WS-DECFORMS-STATUS.
167600     IF WS-DECFORMS-TIMEOUT
167700         PERFORM 5150-HANDLE-IDLE-TIMEOUT THRU 5150-EXIT
167800         GO TO 5100-EXIT
167900     END-IF.
168000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
168100
168200     EVALUATE WS-MENU-SELECTION
168300         WHEN 1
168400             PERFORM 5200-ENTER-INVENTORY THRU 5200-EXIT
168500         WHEN 2
168600             PERFORM 5300-ENTER-SCHEDULING THRU 5300-EXIT
168700         WHEN 3
168800             IF WS-ROLE-SUPERVISOR OR WS-ROLE-ADMIN
168900                 PERFORM 5400-ENTER-REPORTS THRU 5400-EXIT
169000             ELSE
169100                 DISPLAY "REPORTS ARE RESTRICTED TO SUPERVISORS"
169200             END-IF
169300         WHEN 4
169400             IF WS-ROLE-SUPERVISOR OR WS-ROLE-ADMIN
169500                 PERFORM 5500-ENTER-USER-ADMIN THRU 5500-EXIT
169600             ELSE
169700                 DISPLAY "INVALID SELECTION - TRY AGAIN"
169800             END-IF
169900         WHEN 5
170000             IF WS-ROLE-SUPERVISOR OR WS-ROLE-ADMIN
170100                 PERFORM 5600-ENTER-NOTES-MAINT THRU 5600-EXIT
170200             ELSE
170300                 DISPLAY "INVALID SELECTION - TRY AGAIN"
170400             END-IF
170500         WHEN 6
170600             IF WS-ROLE-SUPERVISOR OR WS-ROLE-ADMIN
170700                 PERFORM 5700-ENTER-SESSION-PURGE THRU 5700-EXIT
170800             ELSE
170900                 DISPLAY "INVALID SELECTION - TRY AGAIN"
171000             END-IF
171100         WHEN 7
171200             IF WS-ROLE-SUPERVISOR OR WS-ROLE-ADMIN
171300                 PERFORM 5800-ENTER-ITEM-MAINT THRU 5800-EXIT
171400             ELSE
171500                 DISPLAY "INVALID SELECTION - TRY AGAIN"
171600             END-IF
171700         WHEN 9
171800             MOVE "Y" TO WS-MENU-DONE-SWITCH
171900         WHEN OTHER
172000             DISPLAY "INVALID SELECTION - TRY AGAIN"
172100     END-EVALUATE.
172200 5100-EXIT.
172300     EXIT.
172400
172500*=================================================================
172600* 5150-HANDLE-IDLE-TIMEOUT - THE OPERATOR WALKED AWAY.  AUDIT
172700*                            THE TIMEOUT UNDER ITS OWN OUTCOME
172800*                            AND END THE MENU LOOP SO THE RUN
172900*                            TEARS DOWN AND TERMINATES AS A
173000*                            NORMAL LOG-OFF.
173100*=================================================================
173200 5150-HANDLE-IDLE-TIMEOUT.
173300     DISPLAY "IDLE TIMEOUT - LOGGING OFF".
173400
173500     MOVE WS-USERNAME TO LA-USERID.
173600     MOVE WS-TERMINAL-DEVICE TO LA-TERMINAL.
173700     ACCEPT LA-TIMESTAMP-DATE FROM DATE YYYYMMDD.
173800     ACCEPT LA-TIMESTAMP-TIME FROM TIME.
173900     MOVE "TIMED-OUT" TO LA-OUTCOME.
174000     MOVE "TIMED-OUT" TO WS-SESSION-END-REASON.
174100
174200     WRITE LOGIN-AUDIT-RECORD.
174300     IF NOT WS-AUDIT-OK
174400         DISPLAY "LOGIN-AUDIT WRITE FAILED - STATUS "
174500             WS-AUDIT-STATUS
174600         GO TO 9900-ABORT-TEARDOWN
174700     END-IF.
174800
174900     MOVE "Y" TO WS-MENU-DONE-SWITCH.
175000 5150-EXIT.
175100     EXIT.
175200
175300*=================================================================
175400* 5200-ENTER-INVENTORY - THE INVENTORY SUBSYSTEM.  OPENS THE
175500*                        ITEM-MASTER, ITS PART LOCATIONS, AND THE
175600*                        MOVEMENT JOURNAL,
175700*                        BUILDS INVTRY_FORM, AND KEEPS TAKING
175800*                        LOOKUPS AND POSTINGS UNTIL THE OPERATOR
175900*                        EXITS.  AN OPEN FAILURE FAILS LOCALLY
176000*                        (DISPLAY AND RETURN TO THE MENU) RATHER
176100*                        THAN ABENDING THE WHOLE SESSION.
176200*=================================================================
176300 5200-ENTER-INVENTORY.
176400     OPEN I-O ITEM-MASTER-FILE.
176500     IF NOT WS-ITEMMAST-OK
176600         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
176700             WS-ITEMMAST-STATUS
176800         GO TO 5200-EXIT
176900     END-IF.
177000     OPEN EXTEND MOVEMENT-JOURNAL-FILE.
177100     IF NOT WS-INVMOVE-OK
177200         DISPLAY "MOVEMENT-JOURNAL OPEN FAILED - STATUS "
177300             WS-INVMOVE-STATUS
177400         CLOSE ITEM-MASTER-FILE
177500         GO TO 5200-EXIT
177600     END-IF.
177700     OPEN I-O MOVEMENT-HISTORY-FILE.
177800     IF NOT WS-INVHIST-OK
177900         DISPLAY "MOVEMENT-HISTORY OPEN FAILED - STATUS "
178000             WS-INVHIST-STATUS
178100         CLOSE ITEM-MASTER-FILE
178200         CLOSE MOVEMENT-JOURNAL-FILE
178300         GO TO 5200-EXIT
178400     END-IF.
178500     OPEN I-O WORK-ORDER-FILE.
178600     IF NOT WS-WORKORD-OK
178700         DISPLAY "WORK-ORDER OPEN FAILED - STATUS "
178800             WS-WORKORD-STATUS
178900         CLOSE ITEM-MASTER-FILE
179000         CLOSE MOVEMENT-JOURNAL-FILE
179100         CLOSE MOVEMENT-HISTORY-FILE
179200         GO TO 5200-EXIT
179300     END-IF.
179400     OPEN I-O CYCLE-COUNT-FILE.
179500     IF NOT WS-CYCCOUNT-OK
179600         DISPLAY "CYCLE-COUNT OPEN FAILED - STATUS "
179700             WS-CYCCOUNT-STATUS
179800         CLOSE ITEM-MASTER-FILE
179900         CLOSE MOVEMENT-JOURNAL-FILE
180000         CLOSE MOVEMENT-HISTORY-FILE
180100         CLOSE WORK-ORDER-FILE
180200         GO TO 5200-EXIT
180300     END-IF.
180400     OPEN INPUT BILL-OF-MATERIALS-FILE.
180500     IF NOT WS-BOMMAST-OK
180600         DISPLAY "BILL-OF-MATERIALS OPEN FAILED - STATUS "
180700             WS-BOMMAST-STATUS
180800         CLOSE ITEM-MASTER-FILE
180900         CLOSE MOVEMENT-JOURNAL-FILE
181000         CLOSE MOVEMENT-HISTORY-FILE
181100         CLOSE WORK-ORDER-FILE
181200         CLOSE CYCLE-COUNT-FILE
181300         GO TO 5200-EXIT
181400     END-IF.
181500     OPEN I-O PURCHASE-ORDER-FILE.
181600     IF NOT WS-POLINE-OK
181700         DISPLAY "PURCHASE-ORDER OPEN FAILED - STATUS "
181800             WS-POLINE-STATUS
181900         CLOSE ITEM-MASTER-FILE
182000         CLOSE MOVEMENT-JOURNAL-FILE
182100         CLOSE MOVEMENT-HISTORY-FILE
182200         CLOSE WORK-ORDER-FILE
182300         CLOSE CYCLE-COUNT-FILE
182400         CLOSE BILL-OF-MATERIALS-FILE
182500         GO TO 5200-EXIT
182600     END-IF.
182700     OPEN I-O PART-LOCATION-FILE.
182800     IF NOT WS-PARTLOC-OK
182900         DISPLAY "PART-LOCATION OPEN FAILED - STATUS "
183000             WS-PARTLOC-STATUS
183100         CLOSE ITEM-MASTER-FILE
183200         CLOSE MOVEMENT-JOURNAL-FILE
183300         CLOSE MOVEMENT-HISTORY-FILE
183400         CLOSE WORK-ORDER-FILE
183500         CLOSE CYCLE-COUNT-FILE
183600         CLOSE BILL-OF-MATERIALS-FILE
183700         CLOSE PURCHASE-ORDER-FILE
183800         GO TO 5200-EXIT
183900     END-IF.
184000     MOVE "Y" TO WS-LOC-FILES-SWITCH.
184100     MOVE "Y" TO WS-INV-FILES-SWITCH.
184200     MOVE "Y" TO WS-INV-WO-SWITCH.
184300     MOVE "Y" TO WS-CNT-FILES-SWITCH.
184400     MOVE "Y" TO WS-BOM-FILES-SWITCH.
184500     MOVE "Y" TO WS-PO-FILES-SWITCH.
184600
184700     MOVE "DECFORMS$CREATE INVTRY_FORM" TO WS-CURRENT-CALL.
184800     INVOKE DECFORMS$CREATE("INVTRY_FORM", "LOGIN")
184900         RETURNING WS-DECFORMS-STATUS.
185000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
185100
185200     MOVE "DECFORMS$ADD PARTNO" TO WS-CURRENT-CALL.
185300     INVOKE DECFORMS$ADD("INVTRY_FORM", "PARTNO",
185400         "PART NUMBER:") RETURNING WS-DECFORMS-STATUS.
185500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
185600
185700     MOVE "DECFORMS$ADD ACTION" TO WS-CURRENT-CALL.
185800     INVOKE DECFORMS$ADD("INVTRY_FORM", "ACTION", "ACTION:")
185900         RETURNING WS-DECFORMS-STATUS.
186000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
186100
186200     MOVE "DECFORMS$ADD QTY" TO WS-CURRENT-CALL.
186300     INVOKE DECFORMS$ADD("INVTRY_FORM", "QTY", "QUANTITY:")
186400         RETURNING WS-DECFORMS-STATUS.
186500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
186600
186700     MOVE "DECFORMS$ADD BIN" TO WS-CURRENT-CALL.
186800     INVOKE DECFORMS$ADD("INVTRY_FORM", "BIN", "BIN:")
186900         RETURNING WS-DECFORMS-STATUS.
187000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
187100
187200     MOVE "DECFORMS$ADD TOBIN" TO WS-CURRENT-CALL.
187300     INVOKE DECFORMS$ADD("INVTRY_FORM", "TOBIN", "TO BIN:")
187400         RETURNING WS-DECFORMS-STATUS.
187500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
187600
187700     MOVE "DECFORMS$ADD WORDER" TO WS-CURRENT-CALL.
187800     INVOKE DECFORMS$ADD("INVTRY_FORM", "WORDER",
187900         "WORK ORDER:") RETURNING WS-DECFORMS-STATUS.
188000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
188100
188200     MOVE "DECFORMS$ADD PONO" TO WS-CURRENT-CALL.
188300     INVOKE DECFORMS$ADD("INVTRY_FORM", "PONO",
188400         "PO NUMBER:") RETURNING WS-DECFORMS-STATUS.
188500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
188600
188700     MOVE "DECFORMS$ADD POLINE" TO WS-CURRENT-CALL.
188800     INVOKE DECFORMS$ADD("INVTRY_FORM", "POLINE",
188900         "PO LINE:") RETURNING WS-DECFORMS-STATUS.
189000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
189100
189200     MOVE "N" TO WS-INV-DONE-SWITCH.
189300     PERFORM 5210-PROCESS-INVENTORY-ACTION THRU 5210-EXIT
189400         UNTIL WS-INV-DONE.
189500
189600     MOVE "DECFORMS$DESTROY INVTRY_FORM" TO WS-CURRENT-CALL.
189700     INVOKE DECFORMS$DESTROY("INVTRY_FORM")
189800         RETURNING WS-DECFORMS-STATUS.
189900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
190000
190100     CLOSE ITEM-MASTER-FILE.
190200     CLOSE MOVEMENT-JOURNAL-FILE.
190300     CLOSE MOVEMENT-HISTORY-FILE.
190400     CLOSE WORK-ORDER-FILE.
190500     CLOSE CYCLE-COUNT-FILE.
190600     CLOSE BILL-OF-MATERIALS-FILE.
190700     CLOSE PURCHASE-ORDER-FILE.
190800     CLOSE PART-LOCATION-FILE.
190900     MOVE "N" TO WS-LOC-FILES-SWITCH.
191000     MOVE "N" TO WS-INV-FILES-SWITCH.
191100     MOVE "N" TO WS-INV-WO-SWITCH.
191200     MOVE "N" TO WS-CNT-FILES-SWITCH.
191300     MOVE "N" TO WS-BOM-FILES-SWITCH.
191400     MOVE "N" TO WS-PO-FILES-SWITCH.
191500 5200-EXIT.
191600     EXIT.
191700
191800*=================================================================
191900* 5210-PROCESS-INVENTORY-ACTION - SHOW THE ACTIONS, READ ONE,
192000*                                 AND CARRY IT OUT AGAINST THE
192100*                                 ITEM-MASTER AND ITS LOCATIONS
192200*=================================================================
192300 5210-PROCESS-INVENTORY-ACTION.
192400     DISPLAY "L - LOOK UP ITEM".
192500     DISPLAY "R - POST RECEIPT".
192600     DISPLAY "I - POST ISSUE".
192700     DISPLAY "A - POST ADJUSTMENT".
192800     DISPLAY "T - TRANSFER BETWEEN BINS".
192900     DISPLAY "H - MOVEMENT HISTORY".
193000     DISPLAY "K - KEY CYCLE COUNT".
193100     DISPLAY "X - RETURN TO MENU".
193200
193300     MOVE "DECFORMS$DISPLAY INVTRY_FORM" TO WS-CURRENT-CALL.
193400     INVOKE DECFORMS$DISPLAY("INVTRY_FORM")
193500         RETURNING WS-DECFORMS-STATUS.
193600     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
193700
193800     MOVE "DECFORMS$INPUT ACTION" TO WS-CURRENT-CALL.
193900     INVOKE DECFORMS$INPUT("INVTRY_FORM", "ACTION",
194000         WS-INV-ACTION) RETURNING WS-DECFORMS-STATUS.
194100     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
194200
194300     IF WS-INV-ACT-EXIT
194400         MOVE "Y" TO WS-INV-DONE-SWITCH
194500         GO TO 5210-EXIT
194600     END-IF.
194700
194800     IF NOT (WS-INV-ACT-LOOKUP OR WS-INV-ACT-RECEIPT
194900             OR WS-INV-ACT-ISSUE OR WS-INV-ACT-ADJUST
195000             OR WS-INV-ACT-TRANSFER
195100             OR WS-INV-ACT-COUNT
195200             OR WS-INV-ACT-HISTORY)
195300         DISPLAY "INVALID ACTION - TRY AGAIN"
195400         GO TO 5210-EXIT
195500     END-IF.
195600
195700     MOVE "DECFORMS$INPUT PARTNO" TO WS-CURRENT-CALL.
195800     INVOKE DECFORMS$INPUT("INVTRY_FORM", "PARTNO",
195900         WS-INV-PART-NUMBER) RETURNING WS-DECFORMS-STATUS.
196000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
196100
196200     PERFORM 5220-READ-ITEM-MASTER THRU 5220-EXIT.
196300     IF NOT WS-ITEMMAST-OK
196400         GO TO 5210-EXIT
196500     END-IF.
196600
196700     IF WS-INV-ACT-COUNT
196800         PERFORM 5280-KEY-CYCLE-COUNT THRU 5280-EXIT
196900         GO TO 5210-EXIT
197000     END-IF.
197100
197200     PERFORM 5230-SHOW-ITEM THRU 5230-EXIT.
197300
197400     IF WS-INV-ACT-LOOKUP
197500         GO TO 5210-EXIT
197600     END-IF.
197700
197800     IF WS-INV-ACT-HISTORY
197900         PERFORM 5244-ACCEPT-HISTORY-BIN THRU 5244-EXIT
198000         PERFORM 5245-SHOW-MOVEMENT-HISTORY THRU 5245-EXIT
198100         GO TO 5210-EXIT
198200     END-IF.
198300
198400     IF IM-ITEM-INACTIVE
198500         DISPLAY "PART IS DEACTIVATED - NOT POSTED"
198600         GO TO 5210-EXIT
198700     END-IF.
198800
198900     MOVE "DECFORMS$INPUT QTY" TO WS-CURRENT-CALL.
199000     INVOKE DECFORMS$INPUT("INVTRY_FORM", "QTY",
199100         WS-INV-QUANTITY) RETURNING WS-DECFORMS-STATUS.
199200     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
199300
199400     IF (WS-INV-ACT-RECEIPT OR WS-INV-ACT-ISSUE
199500             OR WS-INV-ACT-TRANSFER)
199600             AND WS-INV-QUANTITY NOT > ZERO
199700         DISPLAY "QUANTITY MUST BE GREATER THAN ZERO"
199800         GO TO 5210-EXIT
199900     END-IF.
200000     IF WS-INV-ACT-ADJUST AND WS-INV-QUANTITY < ZERO
200100         DISPLAY "ADJUSTED COUNT CANNOT BE NEGATIVE"
200200         GO TO 5210-EXIT
200300     END-IF.
200400
200500     PERFORM 5232-ACCEPT-BINS THRU 5232-EXIT.
200600     IF WS-INV-BIN-LOCATION = SPACES
200700         GO TO 5210-EXIT
200800     END-IF.
200900     IF WS-INV-ACT-TRANSFER
201000         PERFORM 5243-POST-TRANSFER THRU 5243-EXIT
201100         GO TO 5210-EXIT
201200     END-IF.
201300
201400     MOVE SPACES TO WS-INV-ORDER-NUMBER.
201500     IF WS-INV-ACT-ISSUE
201600         PERFORM 5260-VALIDATE-ISSUE-ORDER THRU 5260-EXIT
201700         IF WS-INV-ORDER-NUMBER = SPACES
201800             GO TO 5210-EXIT
201900         END-IF
202000     END-IF.
202100
202200     MOVE SPACES TO WS-INV-PO-NUMBER.
202300     MOVE ZERO TO WS-INV-PO-LINE.
202400     IF WS-INV-ACT-RECEIPT
202500         PERFORM 5290-VALIDATE-RECEIPT-PO THRU 5290-EXIT
202600         IF WS-INV-PO-NUMBER = SPACES
202700             GO TO 5210-EXIT
202800         END-IF
202900     END-IF.
203000
203100     PERFORM 5240-POST-MOVEMENT THRU 5240-EXIT.
203200 5210-EXIT.
203300     EXIT.
203400
203500*=================================================================
203600* 5220-READ-ITEM-MASTER - FETCH THE ITEM FOR THE ENTERED PART
203700*                         NUMBER
203800*=================================================================
203900 5220-READ-ITEM-MASTER.
204000     MOVE WS-INV-PART-NUMBER TO IM-PART-NUMBER.
204100     READ ITEM-MASTER-FILE
204200         INVALID KEY
204300             MOVE "23" TO WS-ITEMMAST-STATUS
204400     END-READ.
204500
204600     IF WS-ITEMMAST-NOTFOUND
204700         DISPLAY "PART NUMBER NOT FOUND"
204800         GO TO 5220-EXIT
204900     END-IF.
205000     IF NOT WS-ITEMMAST-OK
205100         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
205200             WS-ITEMMAST-STATUS
205300     END-IF.
205400 5220-EXIT.
205500     EXIT.
205600
205700*=================================================================
205800* 5230-SHOW-ITEM - ECHO THE ITEM JUST READ SO THE OPERATOR CAN
205900*                  CONFIRM THE PART BEFORE POSTING AGAINST IT
206000*=================================================================
206100 5230-SHOW-ITEM.
206200     DISPLAY "PART:     " IM-PART-NUMBER.
206300     DISPLAY "DESC:     " IM-DESCRIPTION.
206400     DISPLAY "HOME BIN: " IM-BIN-LOCATION.
206500     DISPLAY "ON HAND:  " IM-ON-HAND-QTY.
206600     DISPLAY "REORDER:  " IM-REORDER-POINT.
206700     IF IM-ON-HAND-QTY < IM-REORDER-POINT
206800         DISPLAY "ON HAND IS BELOW THE REORDER POINT"
206900     END-IF.
207000     IF IM-ITEM-INACTIVE
207100         DISPLAY "PART IS DEACTIVATED"
207200     END-IF.
207300     PERFORM 5235-SHOW-LOCATIONS THRU 5235-EXIT.
207400 5230-EXIT.
207500     EXIT.
207600
207700*=================================================================
207800* 5232-ACCEPT-BINS - THE BIN A POSTING ACTS ON, AND FOR A TRANSFER
207900*                    THE BIN THE STOCK GOES TO.  A BLANK BIN MEANS
208000*                    THE PART'S HOME BIN.  THE BIN IS CLEARED ON
208100*                    ANY REFUSAL SO THE CALLER CAN TELL THE
208200*                    POSTING WAS TURNED AWAY.
208300*=================================================================
208400 5232-ACCEPT-BINS.
208500     MOVE "DECFORMS$INPUT BIN" TO WS-CURRENT-CALL.
208600     INVOKE DECFORMS$INPUT("INVTRY_FORM", "BIN",
208700         WS-INV-BIN-LOCATION) RETURNING WS-DECFORMS-STATUS.
208800     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
208900
209000     IF WS-INV-BIN-LOCATION = SPACES
209100         MOVE IM-BIN-LOCATION TO WS-INV-BIN-LOCATION
209200     END-IF.
209300     IF WS-INV-BIN-LOCATION = SPACES
209400         DISPLAY "PART HAS NO HOME BIN - NAME THE BIN"
209500         GO TO 5232-EXIT
209600     END-IF.
209700     IF NOT WS-INV-ACT-TRANSFER
209800         GO TO 5232-EXIT
209900     END-IF.
210000
210100     MOVE "DECFORMS$INPUT TOBIN" TO WS-CURRENT-CALL.
210200     INVOKE DECFORMS$INPUT("INVTRY_FORM", "TOBIN",
210300         WS-INV-TO-BIN) RETURNING WS-DECFORMS-STATUS.
210400     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
210500
210600     IF WS-INV-TO-BIN = SPACES
210700         DISPLAY "A TRANSFER MUST NAME THE BIN IT GOES TO"
210800         MOVE SPACES TO WS-INV-BIN-LOCATION
210900         GO TO 5232-EXIT
211000     END-IF.
211100     IF WS-INV-TO-BIN = WS-INV-BIN-LOCATION
211200         DISPLAY "FROM AND TO BIN ARE THE SAME - NOT POSTED"
211300         MOVE SPACES TO WS-INV-BIN-LOCATION
211400     END-IF.
211500 5232-EXIT.
211600     EXIT.
211700
211800*=================================================================
211900* 5235-SHOW-LOCATIONS - LIST EVERY BIN THE PART IS STOCKED IN AND
212000*                       WHAT IT HOLDS, SO A PICKER GOES STRAIGHT
212100*                       TO THE BIN WITH THE STOCK IN IT.  AN EMPTY
212200*                       HOME BIN WITH STOCK ELSEWHERE IS CALLED
212300*                       OUT.
212400*=================================================================
212500 5235-SHOW-LOCATIONS.
212600     MOVE ZERO TO WS-LOC-COUNT.
212700     MOVE ZERO TO WS-LOC-HOME-QTY.
212800     MOVE IM-PART-NUMBER TO LC-PART-NUMBER.
212900     MOVE SPACES TO LC-BIN-LOCATION.
213000     START PART-LOCATION-FILE KEY NOT < LC-LOCATION-KEY
213100         INVALID KEY
213200             MOVE "23" TO WS-PARTLOC-STATUS
213300     END-START.
213400     IF WS-PARTLOC-OK
213500         MOVE "N" TO WS-LOC-EOF-SWITCH
213600         PERFORM 5236-SHOW-ONE-LOCATION THRU 5236-EXIT
213700             UNTIL WS-LOC-EOF
213800     END-IF.
213900
214000     IF WS-LOC-COUNT = ZERO
214100         DISPLAY "NO STOCK LOCATIONS ON FILE"
214200         GO TO 5235-EXIT
214300     END-IF.
214400     IF WS-LOC-HOME-QTY = ZERO AND IM-ON-HAND-QTY > ZERO
214500         DISPLAY "HOME BIN IS EMPTY - TAKE FROM THE BINS ABOVE"
214600     END-IF.
214700 5235-EXIT.
214800     EXIT.
214900
215000 5236-SHOW-ONE-LOCATION.
215100     READ PART-LOCATION-FILE NEXT RECORD
215200         AT END
215300             MOVE "Y" TO WS-LOC-EOF-SWITCH
215400     END-READ.
215500     IF WS-LOC-EOF
215600         GO TO 5236-EXIT
215700     END-IF.
215800     IF LC-PART-NUMBER NOT = IM-PART-NUMBER
215900         MOVE "Y" TO WS-LOC-EOF-SWITCH
216000         GO TO 5236-EXIT
216100     END-IF.
216200
216300     ADD 1 TO WS-LOC-COUNT.
216400     IF LC-BIN-LOCATION = IM-BIN-LOCATION
216500         MOVE LC-ON-HAND-QTY TO WS-LOC-HOME-QTY
216600         DISPLAY "  BIN " LC-BIN-LOCATION " HOLDS "
216700             LC-ON-HAND-QTY " (HOME)"
216800     ELSE
216900         DISPLAY "  BIN " LC-BIN-LOCATION " HOLDS "
217000             LC-ON-HAND-QTY
217100     END-IF.
217200 5236-EXIT.
217300     EXIT.
217400
217500*=================================================================
217600* 5240-POST-MOVEMENT - APPLY ONE RECEIPT, ISSUE, OR ADJUSTMENT
217700*                      TO THE NAMED BIN AND TO THE PART'S TOTAL
217800*                      ON-HAND, AND JOURNAL THE CHANGE.  AN ISSUE
217900*                      PAST WHAT THE BIN HOLDS IS REFUSED RATHER
218000*                      THAN DRIVING THE BIN NEGATIVE.  AN
218100*                      ADJUSTMENT SETS THE BIN'S COUNT AND MOVES
218200*                      THE TOTAL BY THE DIFFERENCE.  THE BIN IS
218300*                      PUT BACK FIRST; ONCE IT HAS MOVED, A MASTER
218400*                      THAT CANNOT BE REWRITTEN ABENDS THE RUN SO
218500*                      THE TWO ARE NEVER LEFT SILENTLY APART.  A
218600*                      RECEIPT IS ALSO CARRIED UP ON THE PURCHASE-
218700*                      ORDER LINE IT WAS RECEIVED AGAINST.
218800*=================================================================
218900 5240-POST-MOVEMENT.
219000     MOVE IM-ON-HAND-QTY TO WS-INV-QTY-BEFORE.
219100     MOVE WS-INV-PART-NUMBER TO WS-LOC-PART.
219200     MOVE WS-INV-BIN-LOCATION TO WS-LOC-BIN.
219300     PERFORM 5256-READ-LOCATION THRU 5256-EXIT.
219400     IF NOT (WS-PARTLOC-OK OR WS-PARTLOC-NOTFOUND)
219500         GO TO 5240-EXIT
219600     END-IF.
219700     MOVE WS-LOC-QTY TO WS-INV-LOC-BEFORE.
219800
219900     IF WS-INV-ACT-ISSUE AND WS-INV-QUANTITY > WS-LOC-QTY
220000         DISPLAY "ISSUE EXCEEDS STOCK IN BIN " WS-LOC-BIN
220100             " - NOT POSTED"
220200         DISPLAY "BIN HOLDS " WS-LOC-QTY
220300         GO TO 5240-EXIT
220400     END-IF.
220500     IF WS-INV-ACT-ADJUST
220600             AND IM-ON-HAND-QTY - WS-LOC-QTY + WS-INV-QUANTITY
220700                 < ZERO
220800         DISPLAY "BIN COUNT DISAGREES WITH ON-HAND - NOT POSTED"
220900         GO TO 5240-EXIT
221000     END-IF.
221100
221200     EVALUATE TRUE
221300         WHEN WS-INV-ACT-RECEIPT
221400             ADD WS-INV-QUANTITY TO WS-LOC-QTY
221500             ADD WS-INV-QUANTITY TO IM-ON-HAND-QTY
221600         WHEN WS-INV-ACT-ISSUE
221700             SUBTRACT WS-INV-QUANTITY FROM WS-LOC-QTY
221800             SUBTRACT WS-INV-QUANTITY FROM IM-ON-HAND-QTY
221900         WHEN WS-INV-ACT-ADJUST
222000             COMPUTE IM-ON-HAND-QTY = IM-ON-HAND-QTY
222100                 - WS-LOC-QTY + WS-INV-QUANTITY
222200             MOVE WS-INV-QUANTITY TO WS-LOC-QTY
222300     END-EVALUATE.
222400     MOVE WS-LOC-QTY TO WS-INV-LOC-AFTER.
222500
222600     PERFORM 5257-STORE-LOCATION THRU 5257-EXIT.
222700     IF NOT WS-PARTLOC-OK
222800         GO TO 5240-EXIT
222900     END-IF.
223000
223100     REWRITE ITEM-MASTER-RECORD
223200         INVALID KEY MOVE "99" TO WS-ITEMMAST-STATUS
223300     END-REWRITE.
223400     IF NOT WS-ITEMMAST-OK
223500         DISPLAY "ITEM-MASTER REWRITE FAILED - STATUS "
223600             WS-ITEMMAST-STATUS
223700         GO TO 9900-ABORT-TEARDOWN
223800     END-IF.
223900
224000     IF WS-INV-ACT-RECEIPT
224100         PERFORM 5295-APPLY-PO-RECEIPT THRU 5295-EXIT
224200     END-IF.
224300     MOVE WS-INV-QUANTITY TO WS-INV-JOURNAL-QTY.
224400     MOVE WS-INV-BIN-LOCATION TO WS-INV-JOURNAL-BIN.
224500     MOVE SPACES TO WS-INV-OTHER-BIN.
224600     PERFORM 5250-WRITE-MOVEMENT-JOURNAL THRU 5250-EXIT.
224700     DISPLAY "POSTED - NEW ON HAND " IM-ON-HAND-QTY.
224800     DISPLAY "BIN " WS-INV-BIN-LOCATION " NOW HOLDS "
224900         WS-INV-LOC-AFTER.
225000 5240-EXIT.
225100     EXIT.
225200
225300*=================================================================
225400* 5243-POST-TRANSFER - MOVE STOCK FROM ONE BIN OF THE PART TO
225500*                      ANOTHER.  THE FROM BIN MUST HOLD THE
225600*                      QUANTITY; THE TO BIN IS CREATED IF THE PART
225700*                      HAS NEVER BEEN STOCKED THERE.  THE PART'S
225800*                      TOTAL DOES NOT CHANGE, SO THE ITEM-MASTER
225900*                      IS NOT REWRITTEN.  TWO "T" JOURNAL RECORDS
226000*                      ARE WRITTEN - OUT OF THE FROM BIN, THEN
226100*                      INTO THE TO BIN - EACH NAMING THE
226200*                      OTHER.  ONCE THE FROM BIN HAS BEEN TAKEN
226300*                      DOWN, A TO BIN THAT CANNOT BE PUT BACK
226400*                      ABENDS THE RUN RATHER THAN LOSE HALF A
226500*                      TRANSFER.
226600*=================================================================
226700 5243-POST-TRANSFER.
226800     MOVE SPACES TO WS-INV-ORDER-NUMBER.
226900     MOVE SPACES TO WS-INV-PO-NUMBER.
227000     MOVE ZERO TO WS-INV-PO-LINE.
227100     MOVE WS-INV-PART-NUMBER TO WS-LOC-PART.
227200     MOVE WS-INV-TO-BIN TO WS-LOC-BIN.
227300     PERFORM 5256-READ-LOCATION THRU 5256-EXIT.
227400     IF NOT (WS-PARTLOC-OK OR WS-PARTLOC-NOTFOUND)
227500         GO TO 5243-EXIT
227600     END-IF.
227700     MOVE WS-LOC-QTY TO WS-INV-TO-LOC-BEFORE.
227800     MOVE WS-LOC-ON-FILE-SWITCH TO WS-INV-TO-ON-FILE-SW.
227900
228000     MOVE WS-INV-BIN-LOCATION TO WS-LOC-BIN.
228100     PERFORM 5256-READ-LOCATION THRU 5256-EXIT.
228200     IF WS-PARTLOC-NOTFOUND
228300         DISPLAY "PART IS NOT STOCKED IN BIN " WS-LOC-BIN
228400             " - NOT POSTED"
228500         GO TO 5243-EXIT
228600     END-IF.
228700     IF NOT WS-PARTLOC-OK
228800         GO TO 5243-EXIT
228900     END-IF.
229000     IF WS-INV-QUANTITY > WS-LOC-QTY
229100         DISPLAY "TRANSFER EXCEEDS STOCK IN BIN " WS-LOC-BIN
229200             " - NOT POSTED"
229300         DISPLAY "BIN HOLDS " WS-LOC-QTY
229400         GO TO 5243-EXIT
229500     END-IF.
229600
229700     MOVE IM-ON-HAND-QTY TO WS-INV-QTY-BEFORE.
229800     MOVE WS-LOC-QTY TO WS-INV-LOC-BEFORE.
229900     SUBTRACT WS-INV-QUANTITY FROM WS-LOC-QTY.
230000     MOVE WS-LOC-QTY TO WS-INV-LOC-AFTER.
230100     PERFORM 5257-STORE-LOCATION THRU 5257-EXIT.
230200     IF NOT WS-PARTLOC-OK
230300         GO TO 5243-EXIT
230400     END-IF.
230500
230600     MOVE WS-INV-TO-BIN TO WS-LOC-BIN.
230700     COMPUTE WS-LOC-QTY = WS-INV-TO-LOC-BEFORE + WS-INV-QUANTITY.
230800     MOVE WS-INV-TO-ON-FILE-SW TO WS-LOC-ON-FILE-SWITCH.
230900     PERFORM 5257-STORE-LOCATION THRU 5257-EXIT.
231000     IF NOT WS-PARTLOC-OK
231100         GO TO 9900-ABORT-TEARDOWN
231200     END-IF.
231300
231400     COMPUTE WS-INV-JOURNAL-QTY = 0 - WS-INV-QUANTITY.
231500     MOVE WS-INV-BIN-LOCATION TO WS-INV-JOURNAL-BIN.
231600     MOVE WS-INV-TO-BIN TO WS-INV-OTHER-BIN.
231700     PERFORM 5250-WRITE-MOVEMENT-JOURNAL THRU 5250-EXIT.
231800
231900     MOVE WS-INV-QUANTITY TO WS-INV-JOURNAL-QTY.
232000     MOVE WS-INV-TO-BIN TO WS-INV-JOURNAL-BIN.
232100     MOVE WS-INV-BIN-LOCATION TO WS-INV-OTHER-BIN.
232200     MOVE WS-INV-TO-LOC-BEFORE TO WS-INV-LOC-BEFORE.
232300     MOVE WS-LOC-QTY TO WS-INV-LOC-AFTER.
232400     PERFORM 5250-WRITE-MOVEMENT-JOURNAL THRU 5250-EXIT.
232500
232600     DISPLAY "TRANSFERRED " WS-INV-QUANTITY " FROM BIN "
232700         WS-INV-BIN-LOCATION " TO BIN " WS-INV-TO-BIN.
232800 5243-EXIT.
232900     EXIT.
233000
233100*=================================================================
233200* 5244-ACCEPT-HISTORY-BIN - THE H ACTION CAN BE NARROWED TO ONE
233300*                           BIN OF THE PART.  A BLANK BIN SHOWS
233400*                           EVERY BIN'S MOVEMENTS.
233500*=================================================================
233600 5244-ACCEPT-HISTORY-BIN.
233700     MOVE "DECFORMS$INPUT BIN" TO WS-CURRENT-CALL.
233800     INVOKE DECFORMS$INPUT("INVTRY_FORM", "BIN",
233900         WS-INV-BIN-LOCATION) RETURNING WS-DECFORMS-STATUS.
234000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
234100 5244-EXIT.
234200     EXIT.
234300
234400*=================================================================
234500* 5250-WRITE-MOVEMENT-JOURNAL - ONE JOURNAL RECORD FOR EVERY
234600*                               QUANTITY CHANGE.  A JOURNAL THAT
234700*                               CANNOT BE WRITTEN ABENDS THE RUN
234800*                               - AN UNJOURNALED POSTING IS
234900*                               WORSE THAN NO POSTING AT ALL.
235000*=================================================================
235100 5250-WRITE-MOVEMENT-JOURNAL.
235200     MOVE WS-INV-PART-NUMBER TO MJ-PART-NUMBER.
235300     MOVE WS-INV-ACTION TO MJ-MOVEMENT-TYPE.
235400     MOVE WS-INV-JOURNAL-QTY TO MJ-QUANTITY.
235500     MOVE WS-INV-QTY-BEFORE TO MJ-QTY-BEFORE.
235600     MOVE IM-ON-HAND-QTY TO MJ-QTY-AFTER.
235700     MOVE WS-USERNAME TO MJ-USERID.
235800     MOVE WS-TERMINAL-DEVICE TO MJ-TERMINAL.
235900     ACCEPT MJ-TIMESTAMP-DATE FROM DATE YYYYMMDD.
236000     ACCEPT MJ-TIMESTAMP-TIME FROM TIME.
236100     MOVE WS-INV-ORDER-NUMBER TO MJ-ORDER-NUMBER.
236200     MOVE WS-INV-PO-NUMBER TO MJ-PO-NUMBER.
236300     MOVE WS-INV-PO-LINE TO MJ-PO-LINE.
236400     MOVE IM-STD-UNIT-COST TO MJ-STD-COST-BEFORE.
236500     MOVE IM-STD-UNIT-COST TO MJ-STD-COST-AFTER.
236600     MOVE WS-INV-JOURNAL-BIN TO MJ-BIN-LOCATION.
236700     MOVE WS-INV-LOC-BEFORE TO MJ-LOC-QTY-BEFORE.
236800     MOVE WS-INV-LOC-AFTER TO MJ-LOC-QTY-AFTER.
236900     MOVE WS-INV-OTHER-BIN TO MJ-OTHER-BIN.
237000
237100     WRITE MOVEMENT-JOURNAL-RECORD.
237200     IF NOT WS-INVMOVE-OK
237300         DISPLAY "MOVEMENT-JOURNAL WRITE FAILED - STATUS "
237400             WS-INVMOVE-STATUS
237500         GO TO 9900-ABORT-TEARDOWN
237600     END-IF.
237700
237800     PERFORM 5270-WRITE-MOVEMENT-HISTORY THRU 5270-EXIT.
237900 5250-EXIT.
238000     EXIT.
238100
238200*=================================================================
238300* 5256-READ-LOCATION - FETCH ONE BIN OF ONE PART FROM THE
238400*                      PART-LOCATION FILE.  A BIN THE PART HAS
238500*                      NEVER BEEN STOCKED IN COMES BACK NOT FOUND
238600*                      WITH A ZERO QUANTITY, FOR THE CALLER TO
238700*                      REFUSE OR TO CREATE.
238800*=================================================================
238900 5256-READ-LOCATION.
239000     MOVE "N" TO WS-LOC-ON-FILE-SWITCH.
239100     MOVE ZERO TO WS-LOC-QTY.
239200     MOVE WS-LOC-PART TO LC-PART-NUMBER.
239300     MOVE WS-LOC-BIN TO LC-BIN-LOCATION.
239400     READ PART-LOCATION-FILE
239500         INVALID KEY
239600             MOVE "23" TO WS-PARTLOC-STATUS
239700     END-READ.
239800     IF WS-PARTLOC-OK
239900         MOVE "Y" TO WS-LOC-ON-FILE-SWITCH
240000         MOVE LC-ON-HAND-QTY TO WS-LOC-QTY
240100         GO TO 5256-EXIT
240200     END-IF.
240300     IF NOT WS-PARTLOC-NOTFOUND
240400         DISPLAY "PART-LOCATION READ FAILED - STATUS "
240500             WS-PARTLOC-STATUS
240600     END-IF.
240700 5256-EXIT.
240800     EXIT.
240900
241000*=================================================================
241100* 5257-STORE-LOCATION - PUT ONE BIN BACK WITH ITS NEW QUANTITY,
241200*                       OR CREATE IT THE FIRST TIME THE PART IS
241300*                       STOCKED THERE.  A FAILURE IS REPORTED AND
241400*                       LEFT TO THE CALLER.
241500*=================================================================
241600 5257-STORE-LOCATION.
241700     IF NOT WS-LOC-ON-FILE
241800         MOVE SPACES TO PART-LOCATION-RECORD
241900     END-IF.
242000     MOVE WS-LOC-PART TO LC-PART-NUMBER.
242100     MOVE WS-LOC-BIN TO LC-BIN-LOCATION.
242200     MOVE WS-LOC-QTY TO LC-ON-HAND-QTY.
242300     ACCEPT LC-LAST-MOVEMENT-DATE FROM DATE YYYYMMDD.
242400     IF WS-LOC-ON-FILE
242500         REWRITE PART-LOCATION-RECORD
242600             INVALID KEY MOVE "99" TO WS-PARTLOC-STATUS
242700         END-REWRITE
242800     ELSE
242900         WRITE PART-LOCATION-RECORD
243000             INVALID KEY MOVE "22" TO WS-PARTLOC-STATUS
243100         END-WRITE
243200     END-IF.
243300     IF NOT WS-PARTLOC-OK
243400         DISPLAY "PART-LOCATION UPDATE FAILED - STATUS "
243500             WS-PARTLOC-STATUS
243600     END-IF.
243700 5257-EXIT.
243800     EXIT.
243900
244000*=================================================================
244100* 5245-SHOW-MOVEMENT-HISTORY - WALK THE ENTERED PART'S KEYED
244200*                              HISTORY AND SHOW ITS LAST TEN
244300*                              MOVEMENTS IN POSTING ORDER - ONLY
244400*                              THOSE FOR ONE BIN WHEN A BIN WAS
244500*                              NAMED.  THE
244600*                              WHOLE CHAIN IS READ BUT ONLY THE
244700*                              LAST TEN ARE KEPT, IN A RING.
244800*=================================================================
244900 5245-SHOW-MOVEMENT-HISTORY.
245000     MOVE ZERO TO WS-HIST-TOTAL.
245100     MOVE WS-INV-PART-NUMBER TO MH-PART-NUMBER.
245200     MOVE ZERO TO MH-SEQUENCE.
245300     START MOVEMENT-HISTORY-FILE KEY NOT < MH-HISTORY-KEY
245400         INVALID KEY
245500             MOVE "23" TO WS-INVHIST-STATUS
245600     END-START.
245700     IF WS-INVHIST-OK
245800         MOVE "N" TO WS-HIST-EOF-SWITCH
245900         PERFORM 5246-COLLECT-ONE-MOVEMENT THRU 5246-EXIT
246000             UNTIL WS-HIST-EOF
246100     END-IF.
246200
246300     IF WS-HIST-TOTAL = ZERO
246400         DISPLAY "NO MOVEMENT HISTORY FOR " WS-INV-PART-NUMBER
246500         GO TO 5245-EXIT
246600     END-IF.
246700
246800     IF WS-INV-BIN-LOCATION = SPACES
246900         DISPLAY "LAST MOVEMENTS FOR " WS-INV-PART-NUMBER
247000     ELSE
247100         DISPLAY "LAST MOVEMENTS FOR " WS-INV-PART-NUMBER
247200             " IN BIN " WS-INV-BIN-LOCATION
247300     END-IF.
247400     IF WS-HIST-TOTAL NOT > WS-HIST-SHOW-MAX
247500         PERFORM 5247-SHOW-ONE-SLOT THRU 5247-EXIT
247600             VARYING WS-HIST-SLOT FROM 1 BY 1
247700             UNTIL WS-HIST-SLOT > WS-HIST-TOTAL
247800     ELSE
247900         MOVE WS-HIST-CUR-SLOT TO WS-HIST-SLOT
248000         PERFORM 5248-SHOW-NEXT-SLOT THRU 5248-EXIT
248100             WS-HIST-SHOW-MAX TIMES
248200     END-IF.
248300 5245-EXIT.
248400     EXIT.
248500
248600*=================================================================
248700* 5246-COLLECT-ONE-MOVEMENT - ROLL ONE HISTORY RECORD INTO THE
248800*                             RING, OVERWRITING THE OLDEST SLOT
248900*                             ONCE THE RING IS FULL
249000*=================================================================
249100 5246-COLLECT-ONE-MOVEMENT.
249200     READ MOVEMENT-HISTORY-FILE NEXT RECORD
249300         AT END
249400             MOVE "Y" TO WS-HIST-EOF-SWITCH
249500     END-READ.
249600     IF WS-HIST-EOF
249700         GO TO 5246-EXIT
249800     END-IF.
249900     IF MH-PART-NUMBER NOT = WS-INV-PART-NUMBER
250000         MOVE "Y" TO WS-HIST-EOF-SWITCH
250100         GO TO 5246-EXIT
250200     END-IF.
250300
250400     IF WS-INV-BIN-LOCATION NOT = SPACES
250500             AND MH-BIN-LOCATION NOT = WS-INV-BIN-LOCATION
250600         GO TO 5246-EXIT
250700     END-IF.
250800     ADD 1 TO WS-HIST-TOTAL.
250900     DIVIDE WS-HIST-TOTAL BY WS-HIST-SHOW-MAX
251000         GIVING WS-HIST-QUOT REMAINDER WS-HIST-SLOT.
251100     IF WS-HIST-SLOT = ZERO
251200         MOVE WS-HIST-SHOW-MAX TO WS-HIST-SLOT
251300     END-IF.
251400     MOVE WS-HIST-SLOT TO WS-HIST-CUR-SLOT.
251500
251600     MOVE MH-MOVEMENT-TYPE TO WS-RING-TYPE(WS-HIST-SLOT).
251700     MOVE MH-QUANTITY TO WS-RING-QUANTITY(WS-HIST-SLOT).
251800     MOVE MH-QTY-BEFORE TO WS-RING-BEFORE(WS-HIST-SLOT).
251900     MOVE MH-QTY-AFTER TO WS-RING-AFTER(WS-HIST-SLOT).
252000     MOVE MH-USERID TO WS-RING-USERID(WS-HIST-SLOT).
252100     MOVE MH-TERMINAL TO WS-RING-TERMINAL(WS-HIST-SLOT).
252200     MOVE MH-TIMESTAMP-DATE TO WS-RING-DATE(WS-HIST-SLOT).
252300     MOVE MH-TIMESTAMP-TIME TO WS-RING-TIME(WS-HIST-SLOT).
252400     MOVE MH-ORDER-NUMBER TO WS-RING-ORDER(WS-HIST-SLOT).
252500     MOVE MH-PO-NUMBER TO WS-RING-PO-NUMBER(WS-HIST-SLOT).
252600     MOVE MH-PO-LINE TO WS-RING-PO-LINE(WS-HIST-SLOT).
252700     MOVE MH-BIN-LOCATION TO WS-RING-BIN(WS-HIST-SLOT).
252800     MOVE MH-LOC-QTY-BEFORE TO WS-RING-LOC-BEFORE(WS-HIST-SLOT).
252900     MOVE MH-LOC-QTY-AFTER TO WS-RING-LOC-AFTER(WS-HIST-SLOT).
253000     MOVE MH-OTHER-BIN TO WS-RING-OTHER-BIN(WS-HIST-SLOT).
253100 5246-EXIT.
253200     EXIT.
253300
253400*=================================================================
253500* 5247-SHOW-ONE-SLOT - SHOW ONE RING SLOT'S MOVEMENT
253600*=================================================================
253700 5247-SHOW-ONE-SLOT.
253800     DISPLAY WS-RING-DATE(WS-HIST-SLOT) " "
253900         WS-RING-TIME(WS-HIST-SLOT) " "
254000         WS-RING-TYPE(WS-HIST-SLOT) " QTY "
254100         WS-RING-QUANTITY(WS-HIST-SLOT).
254200     DISPLAY "  BEFORE " WS-RING-BEFORE(WS-HIST-SLOT)
254300         " AFTER " WS-RING-AFTER(WS-HIST-SLOT)
254400         " BY " WS-RING-USERID(WS-HIST-SLOT)
254500         " AT " WS-RING-TERMINAL(WS-HIST-SLOT).
254600     IF WS-RING-ORDER(WS-HIST-SLOT) NOT = SPACES
254700         DISPLAY "  ORDER " WS-RING-ORDER(WS-HIST-SLOT)
254800     END-IF.
254900     IF WS-RING-PO-NUMBER(WS-HIST-SLOT) NOT = SPACES
255000         DISPLAY "  PO " WS-RING-PO-NUMBER(WS-HIST-SLOT)
255100             " LINE " WS-RING-PO-LINE(WS-HIST-SLOT)
255200     END-IF.
255300     IF WS-RING-BIN(WS-HIST-SLOT) NOT = SPACES
255400         DISPLAY "  BIN " WS-RING-BIN(WS-HIST-SLOT)
255500             " BEFORE " WS-RING-LOC-BEFORE(WS-HIST-SLOT)
255600             " AFTER " WS-RING-LOC-AFTER(WS-HIST-SLOT)
255700     END-IF.
255800     IF WS-RING-OTHER-BIN(WS-HIST-SLOT) NOT = SPACES
255900         IF WS-RING-QUANTITY(WS-HIST-SLOT) < ZERO
256000             DISPLAY "  MOVED TO BIN "
256100                 WS-RING-OTHER-BIN(WS-HIST-SLOT)
256200         ELSE
256300             DISPLAY "  MOVED FROM BIN "
256400                 WS-RING-OTHER-BIN(WS-HIST-SLOT)
256500         END-IF
256600     END-IF.
256700 5247-EXIT.
256800     EXIT.
256900
257000*=================================================================
257100* 5248-SHOW-NEXT-SLOT - STEP THE RING FORWARD FROM THE NEWEST
257200*                       SLOT SO A FULL RING SHOWS OLDEST FIRST
257300*=================================================================
257400 5248-SHOW-NEXT-SLOT.
257500     ADD 1 TO WS-HIST-SLOT.
257600     IF WS-HIST-SLOT > WS-HIST-SHOW-MAX
257700         MOVE 1 TO WS-HIST-SLOT
257800     END-IF.
257900     PERFORM 5247-SHOW-ONE-SLOT THRU 5247-EXIT.
258000 5248-EXIT.
258100     EXIT.
258200
258300*=================================================================
258400* 5270-WRITE-MOVEMENT-HISTORY - THE KEYED TWIN OF THE JOURNAL
258500*                               RECORD JUST WRITTEN, UNDER THE
258600*                               PART'S NEXT SEQUENCE.  A HISTORY
258700*                               THAT CANNOT BE WRITTEN ABENDS
258800*                               THE RUN, SAME AS THE JOURNAL -
258900*                               THE TWO FILES MUST NOT DRIFT
259000*                               APART.
259100*=================================================================
259200 5270-WRITE-MOVEMENT-HISTORY.
259300     PERFORM 5275-FIND-NEXT-SEQUENCE THRU 5275-EXIT.
259400
259500     MOVE MJ-PART-NUMBER TO MH-PART-NUMBER.
259600     MOVE WS-INVHIST-NEXT-SEQ TO MH-SEQUENCE.
259700     MOVE MJ-MOVEMENT-TYPE TO MH-MOVEMENT-TYPE.
259800     MOVE MJ-QUANTITY TO MH-QUANTITY.
259900     MOVE MJ-QTY-BEFORE TO MH-QTY-BEFORE.
260000     MOVE MJ-QTY-AFTER TO MH-QTY-AFTER.
260100     MOVE MJ-USERID TO MH-USERID.
260200     MOVE MJ-TERMINAL TO MH-TERMINAL.
260300     MOVE MJ-TIMESTAMP-DATE TO MH-TIMESTAMP-DATE.
260400     MOVE MJ-TIMESTAMP-TIME TO MH-TIMESTAMP-TIME.
260500     MOVE MJ-ORDER-NUMBER TO MH-ORDER-NUMBER.
260600     MOVE MJ-PO-NUMBER TO MH-PO-NUMBER.
260700     MOVE MJ-PO-LINE TO MH-PO-LINE.
260800     MOVE MJ-STD-COST-BEFORE TO MH-STD-COST-BEFORE.
260900     MOVE MJ-STD-COST-AFTER TO MH-STD-COST-AFTER.
261000     MOVE MJ-BIN-LOCATION TO MH-BIN-LOCATION.
261100     MOVE MJ-LOC-QTY-BEFORE TO MH-LOC-QTY-BEFORE.
261200     MOVE MJ-LOC-QTY-AFTER TO MH-LOC-QTY-AFTER.
261300     MOVE MJ-OTHER-BIN TO MH-OTHER-BIN.
261400
261500     WRITE MOVEMENT-HISTORY-RECORD
261600         INVALID KEY MOVE "22" TO WS-INVHIST-STATUS
261700     END-WRITE.
261800     IF NOT WS-INVHIST-OK
261900         DISPLAY "MOVEMENT-HISTORY WRITE FAILED - STATUS "
262000             WS-INVHIST-STATUS
262100         GO TO 9900-ABORT-TEARDOWN
262200     END-IF.
262300 5270-EXIT.
262400     EXIT.
262500
262600*=================================================================
262700* 5275-FIND-NEXT-SEQUENCE - WALK THE PART'S HISTORY FOR THE
262800*                           HIGHEST SEQUENCE ON RECORD AND HAND
262900*                           BACK THE NEXT ONE
263000*=================================================================
263100 5275-FIND-NEXT-SEQUENCE.
263200     MOVE ZERO TO WS-INVHIST-NEXT-SEQ.
263300     MOVE MJ-PART-NUMBER TO MH-PART-NUMBER.
263400     MOVE ZERO TO MH-SEQUENCE.
263500     START MOVEMENT-HISTORY-FILE KEY NOT < MH-HISTORY-KEY
263600         INVALID KEY
263700             MOVE "23" TO WS-INVHIST-STATUS
263800     END-START.
263900     IF WS-INVHIST-OK
264000         MOVE "N" TO WS-HIST-EOF-SWITCH
264100         PERFORM 5278-SCAN-ONE-SEQUENCE THRU 5278-EXIT
264200             UNTIL WS-HIST-EOF
264300     END-IF.
264400     ADD 1 TO WS-INVHIST-NEXT-SEQ.
264500 5275-EXIT.
264600     EXIT.
264700
264800 5278-SCAN-ONE-SEQUENCE.
264900     READ MOVEMENT-HISTORY-FILE NEXT RECORD
265000         AT END
265100             MOVE "Y" TO WS-HIST-EOF-SWITCH
265200     END-READ.
265300     IF WS-HIST-EOF
265400         GO TO 5278-EXIT
265500     END-IF.
265600     IF MH-PART-NUMBER NOT = MJ-PART-NUMBER
265700         MOVE "Y" TO WS-HIST-EOF-SWITCH
265800         GO TO 5278-EXIT
265900     END-IF.
266000     MOVE MH-SEQUENCE TO WS-INVHIST-NEXT-SEQ.
266100 5278-EXIT.
266200     EXIT.
266300
266400*=================================================================
266500* 5260-VALIDATE-ISSUE-ORDER - AN ISSUE MUST NAME THE WORK ORDER
266600*                             THAT CONSUMES THE MATERIAL.  THE
266700*                             ORDER MUST BE ON FILE AND STILL
266800*                             OPEN - PLANNED OR STARTED.  THE
266900*                             ORDER NUMBER IS CLEARED ON ANY
267000*                             REFUSAL SO THE CALLER CAN TELL THE
267100*                             POSTING WAS TURNED AWAY.  THE
267200*                             PART ISSUED MUST ALSO BE ON THE
267300*                             BILL OF MATERIALS FOR THE ORDER'S
267400*                             FINISHED PART WHEN IT HAS ONE.
267500*=================================================================
267600 5260-VALIDATE-ISSUE-ORDER.
267700     MOVE "DECFORMS$INPUT WORDER" TO WS-CURRENT-CALL.
267800     INVOKE DECFORMS$INPUT("INVTRY_FORM", "WORDER",
267900         WS-INV-ORDER-NUMBER) RETURNING WS-DECFORMS-STATUS.
268000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
268100
268200     IF WS-INV-ORDER-NUMBER = SPACES
268300         DISPLAY "WORK ORDER IS REQUIRED FOR AN ISSUE"
268400         GO TO 5260-EXIT
268500     END-IF.
268600
268700     MOVE WS-INV-ORDER-NUMBER TO WO-ORDER-NUMBER.
268800     READ WORK-ORDER-FILE
268900         INVALID KEY
269000             MOVE "23" TO WS-WORKORD-STATUS
269100     END-READ.
269200     IF WS-WORKORD-NOTFOUND
269300         DISPLAY "ORDER NUMBER NOT FOUND - NOT POSTED"
269400         MOVE SPACES TO WS-INV-ORDER-NUMBER
269500         GO TO 5260-EXIT
269600     END-IF.
269700     IF NOT WS-WORKORD-OK
269800         DISPLAY "WORK-ORDER READ FAILED - STATUS "
269900             WS-WORKORD-STATUS
270000         MOVE SPACES TO WS-INV-ORDER-NUMBER
270100         GO TO 5260-EXIT
270200     END-IF.
270300
270400     IF WO-STAT-COMPLETED OR WO-STAT-CANCELLED
270500         DISPLAY "ORDER IS NOT OPEN - STATUS IS " WO-STATUS
270600         MOVE SPACES TO WS-INV-ORDER-NUMBER
270700         GO TO 5260-EXIT
270800     END-IF.
270900
271000     PERFORM 5265-CHECK-BILL-OF-MATERIALS THRU 5265-EXIT.
271100 5260-EXIT.
271200     EXIT.
271300
271400*=================================================================
271500* 5265-CHECK-BILL-OF-MATERIALS - THE PART BEING ISSUED MUST BE A
271600*                                COMPONENT ON THE BILL FOR THE
271700*                                ORDER'S FINISHED PART.  AN ORDER
271800*                                WHOSE PART HAS NO BILL ON FILE
271900*                                YET IS NOT HELD UP - THE NIGHTLY
272000*                                KITSHORT RUN REPORTS IT INSTEAD.
272100*=================================================================
272200 5265-CHECK-BILL-OF-MATERIALS.
272300     MOVE WO-PART-NUMBER TO BM-PARENT-PART.
272400     MOVE WS-INV-PART-NUMBER TO BM-COMPONENT-PART.
272500     READ BILL-OF-MATERIALS-FILE
272600         INVALID KEY
272700             MOVE "23" TO WS-BOMMAST-STATUS
272800     END-READ.
272900     IF WS-BOMMAST-OK
273000         GO TO 5265-EXIT
273100     END-IF.
273200     IF NOT WS-BOMMAST-NOTFOUND
273300         DISPLAY "BILL-OF-MATERIALS READ FAILED - STATUS "
273400             WS-BOMMAST-STATUS
273500         MOVE SPACES TO WS-INV-ORDER-NUMBER
273600         GO TO 5265-EXIT
273700     END-IF.
273800
273900     MOVE WO-PART-NUMBER TO BM-PARENT-PART.
274000     MOVE LOW-VALUES TO BM-COMPONENT-PART.
274100     START BILL-OF-MATERIALS-FILE KEY NOT < BM-BOM-KEY
274200         INVALID KEY
274300             MOVE "23" TO WS-BOMMAST-STATUS
274400     END-START.
274500     IF WS-BOMMAST-NOTFOUND
274600         GO TO 5265-EXIT
274700     END-IF.
274800     READ BILL-OF-MATERIALS-FILE NEXT RECORD
274900         AT END
275000             MOVE "10" TO WS-BOMMAST-STATUS
275100     END-READ.
275200     IF WS-BOMMAST-OK AND BM-PARENT-PART = WO-PART-NUMBER
275300         DISPLAY "PART IS NOT ON THE BILL FOR " WO-PART-NUMBER
275400             " - NOT POSTED"
275500         MOVE SPACES TO WS-INV-ORDER-NUMBER
275600     END-IF.
275700 5265-EXIT.
275800     EXIT.
275900
276000*=================================================================
276100* 5280-KEY-CYCLE-COUNT - KEY THE PHYSICAL COUNT FOR THE ENTERED
276200*                        PART AGAINST ITS OPEN CYCLE-COUNT
276300*                        RECORD FOR THE BIN NAMED - OR THE FIRST
276400*                        OPEN COUNT FOR THE PART WHEN THE BIN IS
276500*                        LEFT BLANK.  ONLY THE PART, DESCRIPTION,
276600*                        AND BIN ARE ECHOED - NEVER THE ON-HAND
276700*                        - SO THE COUNT STAYS BLIND.  THE COUNT
276800*                        IS STAMPED WITH WHO KEYED IT, WHERE,
276900*                        AND WHEN, SO CYCVAR CAN SET IT AGAINST
277000*                        THE ON-HAND AT THAT MOMENT.
277100*=================================================================
277200 5280-KEY-CYCLE-COUNT.
277300     DISPLAY "PART:     " IM-PART-NUMBER.
277400     DISPLAY "DESC:     " IM-DESCRIPTION.
277500
277600     MOVE "DECFORMS$INPUT BIN" TO WS-CURRENT-CALL.
277700     INVOKE DECFORMS$INPUT("INVTRY_FORM", "BIN",
277800         WS-CNT-BIN) RETURNING WS-DECFORMS-STATUS.
277900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
278000     MOVE IM-PART-NUMBER TO WS-CNT-PART-NUMBER.
278100     MOVE "K" TO WS-CNT-SEEK.
278200     PERFORM 5285-FIND-PART-COUNT THRU 5285-EXIT.
278300     IF NOT WS-CNT-FOUND
278400         IF WS-CNT-BIN = SPACES
278500             DISPLAY "NO CYCLE COUNT OPEN FOR THIS PART"
278600         ELSE
278700             DISPLAY "NO CYCLE COUNT OPEN FOR THIS PART IN BIN "
278800                 WS-CNT-BIN
278900         END-IF
279000         GO TO 5280-EXIT
279100     END-IF.
279200     DISPLAY "BIN:      " CC-BIN-LOCATION.
279300     IF CC-STAT-RECOUNT
279400         DISPLAY "RECOUNT REQUESTED BY SUPERVISOR"
279500     END-IF.
279600
279700     MOVE "DECFORMS$INPUT QTY" TO WS-CURRENT-CALL.
279800     INVOKE DECFORMS$INPUT("INVTRY_FORM", "QTY",
279900         WS-INV-QUANTITY) RETURNING WS-DECFORMS-STATUS.
280000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
280100
280200     IF WS-INV-QUANTITY < ZERO
280300         DISPLAY "COUNTED QUANTITY CANNOT BE NEGATIVE"
280400         GO TO 5280-EXIT
280500     END-IF.
280600
280700     MOVE WS-INV-QUANTITY TO CC-COUNTED-QTY.
280800     MOVE WS-USERNAME TO CC-COUNT-USERID.
280900     MOVE WS-TERMINAL-DEVICE TO CC-COUNT-TERMINAL.
281000     ACCEPT CC-COUNT-DATE FROM DATE YYYYMMDD.
281100     ACCEPT CC-COUNT-TIME FROM TIME.
281200     MOVE "K" TO CC-COUNT-STATUS.
281300     PERFORM 5289-REWRITE-COUNT THRU 5289-EXIT.
281400     IF WS-CYCCOUNT-OK
281500         DISPLAY "COUNT RECORDED FOR " CC-PART-NUMBER
281600             " IN BIN " CC-BIN-LOCATION
281700     END-IF.
281800 5280-EXIT.
281900     EXIT.
282000
282100*=================================================================
282200* 5285-FIND-PART-COUNT - WALK THE PART'S CYCLE-COUNT RECORDS FOR
282300*                        THE FIRST ONE IN THE STATE SOUGHT - OPEN
282400*                        OR SENT BACK FOR RECOUNT WHEN KEYING,
282500*                        HELD WHEN A SUPERVISOR IS REVIEWING - IN
282600*                        THE BIN NAMED, OR IN ANY BIN WHEN NONE
282700*                        IS.  A FOUND RECORD IS LEFT IN THE RECORD
282800*                        AREA FOR THE REWRITE.
282900*=================================================================
283000 5285-FIND-PART-COUNT.
283100     MOVE "N" TO WS-CNT-FOUND-SWITCH.
283200     MOVE WS-CNT-PART-NUMBER TO CC-PART-NUMBER.
283300     MOVE SPACES TO CC-BIN-LOCATION.
283400     MOVE ZERO TO CC-SHEET-DATE.
283500     START CYCLE-COUNT-FILE KEY NOT < CC-COUNT-KEY
283600         INVALID KEY
283700             MOVE "23" TO WS-CYCCOUNT-STATUS
283800     END-START.
283900     IF WS-CYCCOUNT-OK
284000         MOVE "N" TO WS-CNT-EOF-SWITCH
284100         PERFORM 5288-SCAN-ONE-COUNT THRU 5288-EXIT
284200             UNTIL WS-CNT-EOF
284300     END-IF.
284400 5285-EXIT.
284500     EXIT.
284600
284700 5288-SCAN-ONE-COUNT.
284800     READ CYCLE-COUNT-FILE NEXT RECORD
284900         AT END
285000             MOVE "Y" TO WS-CNT-EOF-SWITCH
285100     END-READ.
285200     IF WS-CNT-EOF
285300         GO TO 5288-EXIT
285400     END-IF.
285500     IF CC-PART-NUMBER NOT = WS-CNT-PART-NUMBER
285600         MOVE "Y" TO WS-CNT-EOF-SWITCH
285700         GO TO 5288-EXIT
285800     END-IF.
285900     IF WS-CNT-BIN NOT = SPACES
286000             AND CC-BIN-LOCATION NOT = WS-CNT-BIN
286100         GO TO 5288-EXIT
286200     END-IF.
286300     IF (WS-CNT-SEEK-KEYABLE
286400             AND (CC-STAT-OPEN OR CC-STAT-RECOUNT))
286500        OR (WS-CNT-SEEK-HELD AND CC-STAT-HELD)
286600         MOVE "Y" TO WS-CNT-FOUND-SWITCH
286700         MOVE "Y" TO WS-CNT-EOF-SWITCH
286800     END-IF.
286900 5288-EXIT.
287000     EXIT.
287100
287200*=================================================================
287300* 5289-REWRITE-COUNT - PUT THE CYCLE-COUNT RECORD BACK.  A
287400*                      FAILURE IS REPORTED AND THE COUNT LEFT AS
287500*                      IT STOOD - NOTHING HAS BEEN POSTED YET.
287600*=================================================================
287700 5289-REWRITE-COUNT.
287800     REWRITE CYCLE-COUNT-RECORD
287900         INVALID KEY MOVE "99" TO WS-CYCCOUNT-STATUS
288000     END-REWRITE.
288100     IF NOT WS-CYCCOUNT-OK
288200         DISPLAY "CYCLE-COUNT REWRITE FAILED - STATUS "
288300             WS-CYCCOUNT-STATUS
288400     END-IF.
288500 5289-EXIT.
288600     EXIT.
288700
288800*=================================================================
288900* 5290-VALIDATE-RECEIPT-PO - A RECEIPT MUST NAME THE PURCHASE-
289000*                            ORDER LINE IT IS RECEIVED AGAINST.
289100*                            THE LINE MUST BE ON FILE, OPEN, FOR
289200*                            THE ENTERED PART, AND NOT ALREADY
289300*                            RECEIVED IN FULL, AND THE RECEIPT MAY
289400*                            NOT RUN PAST WHAT IS OUTSTANDING BY
289500*                            MORE THAN THE OVER-RECEIPT TOLERANCE.
289600*                            THE PO NUMBER IS CLEARED ON ANY
289700*                            REFUSAL SO THE CALLER CAN TELL THE
289800*                            POSTING WAS TURNED AWAY.  THE LINE IS
289900*                            LEFT IN THE RECORD AREA FOR 5295.
290000*=================================================================
290100 5290-VALIDATE-RECEIPT-PO.
290200     MOVE "DECFORMS$INPUT PONO" TO WS-CURRENT-CALL.
290300     INVOKE DECFORMS$INPUT("INVTRY_FORM", "PONO",
290400         WS-INV-PO-NUMBER) RETURNING WS-DECFORMS-STATUS.
290500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
290600
290700     IF WS-INV-PO-NUMBER = SPACES
290800         DISPLAY "A RECEIPT MUST NAME A PURCHASE ORDER"
290900         GO TO 5290-EXIT
291000     END-IF.
291100
291200     MOVE "DECFORMS$INPUT POLINE" TO WS-CURRENT-CALL.
291300     INVOKE DECFORMS$INPUT("INVTRY_FORM", "POLINE",
291400         WS-INV-PO-LINE) RETURNING WS-DECFORMS-STATUS.
291500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
291600
291700     MOVE WS-INV-PO-NUMBER TO PL-PO-NUMBER.
291800     MOVE WS-INV-PO-LINE TO PL-PO-LINE.
291900     READ PURCHASE-ORDER-FILE
292000         INVALID KEY
292100             MOVE "23" TO WS-POLINE-STATUS
292200     END-READ.
292300     IF WS-POLINE-NOTFOUND
292400         DISPLAY "PO LINE NOT ON FILE - NOT POSTED"
292500         MOVE SPACES TO WS-INV-PO-NUMBER
292600         GO TO 5290-EXIT
292700     END-IF.
292800     IF NOT WS-POLINE-OK
292900         DISPLAY "PURCHASE-ORDER READ FAILED - STATUS "
293000             WS-POLINE-STATUS
293100         MOVE SPACES TO WS-INV-PO-NUMBER
293200         GO TO 5290-EXIT
293300     END-IF.
293400
293500     IF PL-PART-NUMBER NOT = WS-INV-PART-NUMBER
293600         DISPLAY "PO LINE IS FOR PART " PL-PART-NUMBER
293700             " - NOT POSTED"
293800         MOVE SPACES TO WS-INV-PO-NUMBER
293900         GO TO 5290-EXIT
294000     END-IF.
294100     IF NOT PL-LINE-OPEN
294200         DISPLAY "PO LINE IS CLOSED - NOT POSTED"
294300         MOVE SPACES TO WS-INV-PO-NUMBER
294400         GO TO 5290-EXIT
294500     END-IF.
294600     IF PL-RECEIVED-QTY NOT < PL-ORDERED-QTY
294700         DISPLAY "PO LINE ALREADY RECEIVED IN FULL - NOT POSTED"
294800         MOVE SPACES TO WS-INV-PO-NUMBER
294900         GO TO 5290-EXIT
295000     END-IF.
295100
295200     COMPUTE WS-PO-RECEIVE-LIMIT = PL-ORDERED-QTY
295300         + (PL-ORDERED-QTY * WS-PO-OVER-PCT / 100)
295400         - PL-RECEIVED-QTY.
295500     IF WS-INV-QUANTITY > WS-PO-RECEIVE-LIMIT
295600         DISPLAY "OVER-RECEIPT - PO LINE TAKES AT MOST "
295700             WS-PO-RECEIVE-LIMIT " MORE - NOT POSTED"
295800         MOVE SPACES TO WS-INV-PO-NUMBER
295900         GO TO 5290-EXIT
296000     END-IF.
296100 5290-EXIT.
296200     EXIT.
296300
296400*=================================================================
296500* 5295-APPLY-PO-RECEIPT - CARRY THE RECEIPT UP ON THE PURCHASE-
296600*                         ORDER LINE READ BY 5290.  THE ON-HAND
296700*                         COUNT HAS ALREADY MOVED, SO A LINE THAT
296800*                         CANNOT BE REWRITTEN ABENDS THE RUN - A
296900*                         RECEIPT ON THE SHELF BUT NOT ON ITS LINE
297000*                         WOULD BE RECEIVED A SECOND TIME.
297100*=================================================================
297200 5295-APPLY-PO-RECEIPT.
297300     ADD WS-INV-QUANTITY TO PL-RECEIVED-QTY.
297400     ACCEPT PL-LAST-RECEIPT-DATE FROM DATE YYYYMMDD.
297500     REWRITE PURCHASE-ORDER-LINE-RECORD
297600         INVALID KEY MOVE "99" TO WS-POLINE-STATUS
297700     END-REWRITE.
297800     IF NOT WS-POLINE-OK
297900         DISPLAY "PURCHASE-ORDER REWRITE FAILED - STATUS "
298000             WS-POLINE-STATUS
298100         GO TO 9900-ABORT-TEARDOWN
298200     END-IF.
298300 5295-EXIT.
298400     EXIT.
298500
298600*=================================================================
298700* 5300-ENTER-SCHEDULING - THE SCHEDULING SUBSYSTEM.  OPENS THE
298800*                         WORK-ORDER FILE (AND THE INVENTORY FILES
298900*                         A COMPLETION RECEIPT POSTS TO), BUILDS
299000*                         SCHED_FORM, AND KEEPS TAKING
299100*                         DISPATCH-LIST AND STATUS ACTIONS UNTIL
299200*                         THE OPERATOR EXITS.  AN OPEN FAILURE
299300*                         FAILS LOCALLY (DISPLAY AND RETURN TO THE
299400*                         MENU) RATHER THAN ABENDING THE WHOLE
299500*                         SESSION.
299600*=================================================================
299700 5300-ENTER-SCHEDULING.
299800     OPEN I-O WORK-ORDER-FILE.
299900     IF NOT WS-WORKORD-OK
300000         DISPLAY "WORK-ORDER OPEN FAILED - STATUS "
300100             WS-WORKORD-STATUS
300200         GO TO 5300-EXIT
300300     END-IF.
300400     OPEN I-O ITEM-MASTER-FILE.
300500     IF NOT WS-ITEMMAST-OK
300600         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
300700             WS-ITEMMAST-STATUS
300800         CLOSE WORK-ORDER-FILE
300900         GO TO 5300-EXIT
301000     END-IF.
301100     OPEN EXTEND MOVEMENT-JOURNAL-FILE.
301200     IF NOT WS-INVMOVE-OK
301300         DISPLAY "MOVEMENT-JOURNAL OPEN FAILED - STATUS "
301400             WS-INVMOVE-STATUS
301500         CLOSE WORK-ORDER-FILE
301600         CLOSE ITEM-MASTER-FILE
301700         GO TO 5300-EXIT
301800     END-IF.
301900     OPEN I-O MOVEMENT-HISTORY-FILE.
302000     IF NOT WS-INVHIST-OK
302100         DISPLAY "MOVEMENT-HISTORY OPEN FAILED - STATUS "
302200             WS-INVHIST-STATUS
302300         CLOSE WORK-ORDER-FILE
302400         CLOSE ITEM-MASTER-FILE
302500         CLOSE MOVEMENT-JOURNAL-FILE
302600         GO TO 5300-EXIT
302700     END-IF.
302800     OPEN I-O PART-LOCATION-FILE.
302900     IF NOT WS-PARTLOC-OK
303000         DISPLAY "PART-LOCATION OPEN FAILED - STATUS "
303100             WS-PARTLOC-STATUS
303200         CLOSE WORK-ORDER-FILE
303300         CLOSE ITEM-MASTER-FILE
303400         CLOSE MOVEMENT-JOURNAL-FILE
303500         CLOSE MOVEMENT-HISTORY-FILE
303600         GO TO 5300-EXIT
303700     END-IF.
303800     OPEN EXTEND WORK-ORDER-EVENT-FILE.
303900     IF NOT WS-WOEVENT-OK
304000         DISPLAY "WORK-ORDER-EVENT OPEN FAILED - STATUS "
304100             WS-WOEVENT-STATUS
304200         CLOSE WORK-ORDER-FILE
304300         CLOSE ITEM-MASTER-FILE
304400         CLOSE MOVEMENT-JOURNAL-FILE
304500         CLOSE MOVEMENT-HISTORY-FILE
304600         CLOSE PART-LOCATION-FILE
304700         GO TO 5300-EXIT
304800     END-IF.
304900     MOVE "Y" TO WS-LOC-FILES-SWITCH.
305000     MOVE "Y" TO WS-SCH-FILES-SWITCH.
305100     MOVE "Y" TO WS-SCH-INV-SWITCH.
305200
305300     MOVE "DECFORMS$CREATE SCHED_FORM" TO WS-CURRENT-CALL.
305400     INVOKE DECFORMS$CREATE("SCHED_FORM", "LOGIN")
305500         RETURNING WS-DECFORMS-STATUS.
305600     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
305700
305800     MOVE "DECFORMS$ADD ACTION" TO WS-CURRENT-CALL.
305900     INVOKE DECFORMS$ADD("SCHED_FORM", "ACTION", "ACTION:")
306000         RETURNING WS-DECFORMS-STATUS.
306100     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
306200
306300     MOVE "DECFORMS$ADD ORDERNO" TO WS-CURRENT-CALL.
306400     INVOKE DECFORMS$ADD("SCHED_FORM", "ORDERNO",
306500         "ORDER NUMBER:") RETURNING WS-DECFORMS-STATUS.
306600     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
306700
306800     MOVE "DECFORMS$ADD GOODQTY" TO WS-CURRENT-CALL.
306900     INVOKE DECFORMS$ADD("SCHED_FORM", "GOODQTY",
307000         "GOOD QTY:") RETURNING WS-DECFORMS-STATUS.
307100     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
307200
307300     MOVE "DECFORMS$ADD SCRAPQTY" TO WS-CURRENT-CALL.
307400     INVOKE DECFORMS$ADD("SCHED_FORM", "SCRAPQTY",
307500         "SCRAP QTY:") RETURNING WS-DECFORMS-STATUS.
307600     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
307700
307800     MOVE "N" TO WS-SCH-DONE-SWITCH.
307900     PERFORM 5310-PROCESS-SCHED-ACTION THRU 5310-EXIT
308000         UNTIL WS-SCH-DONE.
308100
308200     MOVE "DECFORMS$DESTROY SCHED_FORM" TO WS-CURRENT-CALL.
308300     INVOKE DECFORMS$DESTROY("SCHED_FORM")
308400         RETURNING WS-DECFORMS-STATUS.
308500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
308600
308700     CLOSE WORK-ORDER-FILE.
308800     CLOSE ITEM-MASTER-FILE.
308900     CLOSE MOVEMENT-JOURNAL-FILE.
309000     CLOSE MOVEMENT-HISTORY-FILE.
309100     CLOSE PART-LOCATION-FILE.
309200     CLOSE WORK-ORDER-EVENT-FILE.
309300     MOVE "N" TO WS-LOC-FILES-SWITCH.
309400     MOVE "N" TO WS-SCH-FILES-SWITCH.
309500     MOVE "N" TO WS-SCH-INV-SWITCH.
309600 5300-EXIT.
309700     EXIT.
309800
309900*=================================================================
310000* 5310-PROCESS-SCHED-ACTION - SHOW THE ACTIONS, READ ONE, AND
310100*                             CARRY IT OUT AGAINST THE WORK-ORDER
310200*                             FILE
310300*=================================================================
310400 5310-PROCESS-SCHED-ACTION.
310500     DISPLAY "D - DISPATCH LIST FOR THIS SHIFT".
310600     DISPLAY "S - MARK ORDER STARTED".
310700     DISPLAY "C - MARK ORDER COMPLETED".
310800     DISPLAY "X - RETURN TO MENU".
310900
311000     MOVE "DECFORMS$DISPLAY SCHED_FORM" TO WS-CURRENT-CALL.
311100     INVOKE DECFORMS$DISPLAY("SCHED_FORM")
311200         RETURNING WS-DECFORMS-STATUS.
311300     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
311400
311500     MOVE "DECFORMS$INPUT ACTION" TO WS-CURRENT-CALL.
311600     INVOKE DECFORMS$INPUT("SCHED_FORM", "ACTION",
311700         WS-SCH-ACTION) RETURNING WS-DECFORMS-STATUS.
311800     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
311900
312000     EVALUATE TRUE
312100         WHEN WS-SCH-ACT-EXIT
312200             MOVE "Y" TO WS-SCH-DONE-SWITCH
312300         WHEN WS-SCH-ACT-DISPATCH
312400             PERFORM 5320-LIST-DISPATCH THRU 5320-EXIT
312500         WHEN WS-SCH-ACT-START OR WS-SCH-ACT-COMPLETE
312600             PERFORM 5330-MARK-ORDER-STATUS THRU 5330-EXIT
312700         WHEN OTHER
312800             DISPLAY "INVALID ACTION - TRY AGAIN"
312900     END-EVALUATE.
313000 5310-EXIT.
313100     EXIT.
313200
313300*=================================================================
313400* 5320-LIST-DISPATCH - WALK THE WHOLE WORK-ORDER FILE AND SHOW
313500*                      EVERY ORDER DUE ON OR BEFORE TODAY THAT IS
313600*                      STILL PLANNED OR STARTED - THE SHIFT'S
313700*                      DISPATCH LIST, IN ORDER-NUMBER SEQUENCE
313800*=================================================================
313900 5320-LIST-DISPATCH.
314000     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
314100     MOVE LOW-VALUES TO WO-ORDER-NUMBER.
314200     START WORK-ORDER-FILE KEY NOT < WO-ORDER-NUMBER
314300         INVALID KEY
314400             MOVE "10" TO WS-WORKORD-STATUS
314500     END-START.
314600
314700     IF WS-WORKORD-EOF
314800         DISPLAY "NO WORK ORDERS ON FILE"
314900         GO TO 5320-EXIT
315000     END-IF.
315100
315200     DISPLAY "ORDER    LINE     PRI START-DATE STATUS".
315300     MOVE "N" TO WS-SCH-LIST-SWITCH.
315400     PERFORM 5325-SHOW-ONE-ORDER THRU 5325-EXIT
315500         UNTIL WS-SCH-LIST-EOF.
315600 5320-EXIT.
315700     EXIT.
315800
315900*=================================================================
316000* 5325-SHOW-ONE-ORDER - READ THE NEXT WORK ORDER AND SHOW IT IF
316100*                       IT BELONGS ON THE DISPATCH LIST
316200*=================================================================
316300 5325-SHOW-ONE-ORDER.
316400     READ WORK-ORDER-FILE NEXT RECORD
316500         AT END
316600             MOVE "Y" TO WS-SCH-LIST-SWITCH
316700     END-READ.
316800     IF WS-SCH-LIST-EOF
316900         GO TO 5325-EXIT
317000     END-IF.
317100
317200     IF (WO-STAT-PLANNED OR WO-STAT-STARTED)
317300             AND WO-PLANNED-START-DATE NOT > WS-TODAY-CCYYMMDD
317400         DISPLAY WO-ORDER-NUMBER " " WO-LINE-MACHINE " "
317500             WO-PRIORITY "  " WO-PLANNED-START-DATE "   "
317600             WO-STATUS
317700     END-IF.
317800 5325-EXIT.
317900     EXIT.
318000
318100*=================================================================
318200* 5330-MARK-ORDER-STATUS - FETCH THE ENTERED ORDER AND MARK IT
318300*                          STARTED OR COMPLETED.  ONLY A PLANNED
318400*                          ORDER CAN BE STARTED AND ONLY A
318500*                          STARTED ORDER CAN BE COMPLETED.  THE
318600*                          SIGNED-ON USERID AND THE TIME ARE
318700*                          STAMPED ON EVERY STATUS CHANGE.
318800*                          COMPLETION CAPTURES THE GOOD AND
318900*                          SCRAP COUNTS AND POSTS THE FINISHED
319000*                          PART INTO THE ITEM-MASTER AS A
319100*                          RECEIPT JOURNALED AGAINST THE ORDER.
319200*                          EVERY STATUS CHANGE IS JOURNALED TO THE
319300*                          WORK-ORDER EVENT FILE.
319400*=================================================================
319500 5330-MARK-ORDER-STATUS.
319600     MOVE "DECFORMS$INPUT ORDERNO" TO WS-CURRENT-CALL.
319700     INVOKE DECFORMS$INPUT("SCHED_FORM", "ORDERNO",
319800         WS-SCH-ORDER-NUMBER) RETURNING WS-DECFORMS-STATUS.
319900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
320000
320100     MOVE WS-SCH-ORDER-NUMBER TO WO-ORDER-NUMBER.
320200     READ WORK-ORDER-FILE
320300         INVALID KEY
320400             MOVE "23" TO WS-WORKORD-STATUS
320500     END-READ.
320600
320700     IF WS-WORKORD-NOTFOUND
320800         DISPLAY "ORDER NUMBER NOT FOUND"
320900         GO TO 5330-EXIT
321000     END-IF.
321100     IF NOT WS-WORKORD-OK
321200         DISPLAY "WORK-ORDER READ FAILED - STATUS "
321300             WS-WORKORD-STATUS
321400         GO TO 5330-EXIT
321500     END-IF.
321600
321700     IF WS-SCH-ACT-START AND NOT WO-STAT-PLANNED
321800         DISPLAY "ORDER IS NOT PLANNED - STATUS IS " WO-STATUS
321900         GO TO 5330-EXIT
322000     END-IF.
322100     IF WS-SCH-ACT-COMPLETE AND NOT WO-STAT-STARTED
322200         DISPLAY "ORDER IS NOT STARTED - STATUS IS " WO-STATUS
322300         GO TO 5330-EXIT
322400     END-IF.
322500
322600     PERFORM 5360-SAVE-ORDER-BEFORE THRU 5360-EXIT.
322700
322800     IF WS-SCH-ACT-COMPLETE
322900         PERFORM 5340-CAPTURE-COMPLETION THRU 5340-EXIT
323000         IF NOT WS-SCH-CMP-OK
323100             GO TO 5330-EXIT
323200         END-IF
323300         MOVE WS-SCH-GOOD-QTY TO WO-QTY-GOOD
323400         MOVE WS-SCH-SCRAP-QTY TO WO-QTY-SCRAP
323500     END-IF.
323600
323700     IF WS-SCH-ACT-START
323800         MOVE "S" TO WO-STATUS
323900         MOVE "STARTED" TO WE-EVENT-TYPE
324000     ELSE
324100         MOVE "C" TO WO-STATUS
324200         MOVE "COMPLETED" TO WE-EVENT-TYPE
324300     END-IF.
324400     MOVE WS-USERNAME TO WO-STATUS-USERID.
324500     ACCEPT WO-STATUS-DATE FROM DATE YYYYMMDD.
324600     ACCEPT WO-STATUS-TIME FROM TIME.
324700
324800     REWRITE WORK-ORDER-RECORD
324900         INVALID KEY MOVE "99" TO WS-WORKORD-STATUS
325000     END-REWRITE.
325100     IF WS-WORKORD-OK
325200         PERFORM 5370-WRITE-ORDER-EVENT THRU 5370-EXIT
325300         DISPLAY "ORDER " WS-SCH-ORDER-NUMBER " MARKED "
325400             WO-STATUS " BY " WS-USERNAME
325500     ELSE
325600         DISPLAY "WORK-ORDER REWRITE FAILED - STATUS "
325700             WS-WORKORD-STATUS
325800     END-IF.
325900 5330-EXIT.
326000     EXIT.
326100
326200*=================================================================
326300* 5340-CAPTURE-COMPLETION - READ THE GOOD AND SCRAP COUNTS OFF
326400*                           THE FORM AND POST THE FINISHED PART
326500*                           INTO THE ITEM-MASTER.  AN ORDER FROM
326600*                           BEFORE THE FINISHED PART WAS CARRIED
326700*                           COMPLETES WITHOUT A RECEIPT; AN
326800*                           ORDER WHOSE FINISHED PART CANNOT BE
326900*                           POSTED IS NOT COMPLETED AT ALL, SO
327000*                           THE COUNT IS FIXED BEFORE THE ORDER
327100*                           LEAVES THE SCHEDULE.
327200*=================================================================
327300 5340-CAPTURE-COMPLETION.
327400     MOVE "N" TO WS-SCH-CMP-SWITCH.
327500
327600     MOVE "DECFORMS$INPUT GOODQTY" TO WS-CURRENT-CALL.
327700     INVOKE DECFORMS$INPUT("SCHED_FORM", "GOODQTY",
327800         WS-SCH-GOOD-QTY) RETURNING WS-DECFORMS-STATUS.
327900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
328000
328100     MOVE "DECFORMS$INPUT SCRAPQTY" TO WS-CURRENT-CALL.
328200     INVOKE DECFORMS$INPUT("SCHED_FORM", "SCRAPQTY",
328300         WS-SCH-SCRAP-QTY) RETURNING WS-DECFORMS-STATUS.
328400     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
328500
328600     IF WO-PART-NUMBER = SPACES
328700         DISPLAY "NO FINISHED PART ON ORDER - NO RECEIPT"
328800         MOVE "Y" TO WS-SCH-CMP-SWITCH
328900         GO TO 5340-EXIT
329000     END-IF.
329100     IF WS-SCH-GOOD-QTY = ZERO
329200         MOVE "Y" TO WS-SCH-CMP-SWITCH
329300         GO TO 5340-EXIT
329400     END-IF.
329500
329600     PERFORM 5350-POST-COMPLETION-RECEIPT THRU 5350-EXIT.
329700 5340-EXIT.
329800     EXIT.
329900
330000*=================================================================
330100* 5350-POST-COMPLETION-RECEIPT - ADD THE GOOD COUNT TO THE
330200*                                FINISHED PART'S HOME BIN AND ITS
330300*                                TOTAL ON-HAND, AND
330400*                                JOURNAL THE RECEIPT AGAINST THE
330500*                                ORDER THAT PRODUCED IT
330600*=================================================================
330700 5350-POST-COMPLETION-RECEIPT.
330800     MOVE WO-PART-NUMBER TO IM-PART-NUMBER.
330900     READ ITEM-MASTER-FILE
331000         INVALID KEY
331100             MOVE "23" TO WS-ITEMMAST-STATUS
331200     END-READ.
331300     IF WS-ITEMMAST-NOTFOUND
331400         DISPLAY "FINISHED PART NOT ON ITEM MASTER - "
331500             "NOT COMPLETED"
331600         GO TO 5350-EXIT
331700     END-IF.
331800     IF NOT WS-ITEMMAST-OK
331900         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
332000             WS-ITEMMAST-STATUS
332100         GO TO 5350-EXIT
332200     END-IF.
332300     IF IM-ITEM-INACTIVE
332400         DISPLAY "FINISHED PART IS DEACTIVATED - NOT COMPLETED"
332500         GO TO 5350-EXIT
332600     END-IF.
332700
332800     IF IM-BIN-LOCATION = SPACES
332900         DISPLAY "FINISHED PART HAS NO HOME BIN - NOT COMPLETED"
333000         GO TO 5350-EXIT
333100     END-IF.
333200     MOVE WO-PART-NUMBER TO WS-LOC-PART.
333300     MOVE IM-BIN-LOCATION TO WS-LOC-BIN.
333400     PERFORM 5256-READ-LOCATION THRU 5256-EXIT.
333500     IF NOT (WS-PARTLOC-OK OR WS-PARTLOC-NOTFOUND)
333600         GO TO 5350-EXIT
333700     END-IF.
333800     MOVE WS-LOC-QTY TO WS-INV-LOC-BEFORE.
333900     ADD WS-SCH-GOOD-QTY TO WS-LOC-QTY.
334000     MOVE WS-LOC-QTY TO WS-INV-LOC-AFTER.
334100     PERFORM 5257-STORE-LOCATION THRU 5257-EXIT.
334200     IF NOT WS-PARTLOC-OK
334300         GO TO 5350-EXIT
334400     END-IF.
334500
334600     MOVE IM-ON-HAND-QTY TO WS-INV-QTY-BEFORE.
334700     ADD WS-SCH-GOOD-QTY TO IM-ON-HAND-QTY.
334800
334900     REWRITE ITEM-MASTER-RECORD
335000         INVALID KEY MOVE "99" TO WS-ITEMMAST-STATUS
335100     END-REWRITE.
335200     IF NOT WS-ITEMMAST-OK
335300         DISPLAY "ITEM-MASTER REWRITE FAILED - STATUS "
335400             WS-ITEMMAST-STATUS
335500         GO TO 9900-ABORT-TEARDOWN
335600     END-IF.
335700
335800     MOVE WO-PART-NUMBER TO MJ-PART-NUMBER.
335900     MOVE "R" TO MJ-MOVEMENT-TYPE.
336000     MOVE WS-SCH-GOOD-QTY TO MJ-QUANTITY.
336100     MOVE WS-INV-QTY-BEFORE TO MJ-QTY-BEFORE.
336200     MOVE IM-ON-HAND-QTY TO MJ-QTY-AFTER.
336300     MOVE WS-USERNAME TO MJ-USERID.
336400     MOVE WS-TERMINAL-DEVICE TO MJ-TERMINAL.
336500     ACCEPT MJ-TIMESTAMP-DATE FROM DATE YYYYMMDD.
336600     ACCEPT MJ-TIMESTAMP-TIME FROM TIME.
336700     MOVE WO-ORDER-NUMBER TO MJ-ORDER-NUMBER.
336800     MOVE SPACES TO MJ-PO-NUMBER.
336900     MOVE ZERO TO MJ-PO-LINE.
337000     MOVE IM-STD-UNIT-COST TO MJ-STD-COST-BEFORE.
337100     MOVE IM-STD-UNIT-COST TO MJ-STD-COST-AFTER.
337200     MOVE IM-BIN-LOCATION TO MJ-BIN-LOCATION.
337300     MOVE WS-INV-LOC-BEFORE TO MJ-LOC-QTY-BEFORE.
337400     MOVE WS-INV-LOC-AFTER TO MJ-LOC-QTY-AFTER.
337500     MOVE SPACES TO MJ-OTHER-BIN.
337600
337700     WRITE MOVEMENT-JOURNAL-RECORD.
337800     IF NOT WS-INVMOVE-OK
337900         DISPLAY "MOVEMENT-JOURNAL WRITE FAILED - STATUS "
338000             WS-INVMOVE-STATUS
338100         GO TO 9900-ABORT-TEARDOWN
338200     END-IF.
338300
338400     PERFORM 5270-WRITE-MOVEMENT-HISTORY THRU 5270-EXIT.
338500
338600     DISPLAY "RECEIPT POSTED - NEW ON HAND " IM-ON-HAND-QTY
338700         " OF " WO-PART-NUMBER.
338800     MOVE "Y" TO WS-SCH-CMP-SWITCH.
338900 5350-EXIT.
339000     EXIT.
339100
339200*=================================================================
339300* 5360-SAVE-ORDER-BEFORE - CAPTURE THE SCHEDULED FIELDS OF THE
339400*                          ORDER IN THE EVENT RECORD AREA BEFORE
339500*                          THE STATUS CHANGE
339600*=================================================================
339700 5360-SAVE-ORDER-BEFORE.
339800     MOVE WO-LINE-MACHINE TO WE-LINE-MACHINE-BEFORE.
339900     MOVE WO-PLANNED-START-DATE TO WE-START-DATE-BEFORE.
340000     MOVE WO-PRIORITY TO WE-PRIORITY-BEFORE.
340100     MOVE WO-STATUS TO WE-STATUS-BEFORE.
340200     MOVE WO-PART-NUMBER TO WE-PART-NUMBER-BEFORE.
340300     MOVE WO-ORDER-QTY TO WE-ORDER-QTY-BEFORE.
340400 5360-EXIT.
340500     EXIT.
340600
340700*=================================================================
340800* 5370-WRITE-ORDER-EVENT - JOURNAL THE STATUS CHANGE JUST MADE,
340900*                          STAMPED THE SAME AS THE ORDER.  THE
341000*                          CALLER HAS SAVED THE BEFORE VALUES AND
341100*                          SET THE EVENT TYPE.  AN EVENT THAT
341200*                          CANNOT BE JOURNALED ABENDS THE RUN -
341300*                          THE START OF AN ORDER IS WHAT THE
341400*                          JOURNAL IS THERE TO KEEP.
341500*=================================================================
341600 5370-WRITE-ORDER-EVENT.
341700     MOVE WO-ORDER-NUMBER TO WE-ORDER-NUMBER.
341800     MOVE WO-STATUS-DATE TO WE-EVENT-DATE.
341900     MOVE WO-STATUS-TIME TO WE-EVENT-TIME.
342000     MOVE WS-USERNAME TO WE-USERID.
342100     MOVE WS-TERMINAL-DEVICE TO WE-TERMINAL.
342200     MOVE WO-LINE-MACHINE TO WE-LINE-MACHINE-AFTER.
342300     MOVE WO-PLANNED-START-DATE TO WE-START-DATE-AFTER.
342400     MOVE WO-PRIORITY TO WE-PRIORITY-AFTER.
342500     MOVE WO-STATUS TO WE-STATUS-AFTER.
342600     MOVE WO-PART-NUMBER TO WE-PART-NUMBER-AFTER.
342700     MOVE WO-ORDER-QTY TO WE-ORDER-QTY-AFTER.
342800     MOVE WO-QTY-GOOD TO WE-QTY-GOOD.
342900     MOVE WO-QTY-SCRAP TO WE-QTY-SCRAP.
343000
343100     WRITE WORK-ORDER-EVENT-RECORD.
343200     IF NOT WS-WOEVENT-OK
343300         DISPLAY "WORK-ORDER-EVENT WRITE FAILED - STATUS "
343400             WS-WOEVENT-STATUS
343500         GO TO 9900-ABORT-TEARDOWN
343600     END-IF.
343700 5370-EXIT.
343800     EXIT.
343900
344000*=================================================================
344100* 5400-ENTER-REPORTS - THE REPORTS FORM.  QUEUE A RUN OF ONE OF
344200*                      THE FLOOR REPORTS FOR A BUSINESS DATE, LIST
344300*                      THE REQUESTS QUEUED ON A DATE, OR SHOW THE
344400*                      BATCH STREAM FOR A DATE FROM THE
344500*                      RUN-CONTROL FILE.  SUPERVISOR OR ADMIN ROLE
344600*                      ONLY - GATED BY THE CALLER.  AN OPEN
344700*                      FAILURE FAILS LOCALLY (DISPLAY AND RETURN
344800*                      TO THE MENU) RATHER THAN ABENDING THE WHOLE
344900*                      SESSION.
345000*=================================================================
345100 5400-ENTER-REPORTS.
345200     OPEN I-O REPORT-REQUEST-FILE.
345300     IF NOT WS-RPTRQST-OK
345400         DISPLAY "REPORT-REQUEST OPEN FAILED - STATUS "
345500             WS-RPTRQST-STATUS
345600         GO TO 5400-EXIT
345700     END-IF.
345800     OPEN INPUT RUN-CONTROL-FILE.
345900     IF NOT WS-RUNCTL-OK
346000         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
346100             WS-RUNCTL-STATUS
346200         CLOSE REPORT-REQUEST-FILE
346300         GO TO 5400-EXIT
346400     END-IF.
346500     MOVE "Y" TO WS-RPT-FILES-SWITCH.
346600
346700     MOVE "DECFORMS$CREATE REPORTS_FORM" TO WS-CURRENT-CALL.
346800     INVOKE DECFORMS$CREATE("REPORTS_FORM", "LOGIN")
346900         RETURNING WS-DECFORMS-STATUS.
347000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
347100
347200     MOVE "DECFORMS$ADD ACTION" TO WS-CURRENT-CALL.
347300     INVOKE DECFORMS$ADD("REPORTS_FORM", "ACTION", "ACTION:")
347400         RETURNING WS-DECFORMS-STATUS.
347500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
347600
347700     MOVE "DECFORMS$ADD REPORT" TO WS-CURRENT-CALL.
347800     INVOKE DECFORMS$ADD("REPORTS_FORM", "REPORT",
347900         "REPORT NAME:") RETURNING WS-DECFORMS-STATUS.
348000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
348100
348200     MOVE "DECFORMS$ADD RPTDATE" TO WS-CURRENT-CALL.
348300     INVOKE DECFORMS$ADD("REPORTS_FORM", "RPTDATE",
348400         "BUSINESS DATE (CCYYMMDD):")
348500         RETURNING WS-DECFORMS-STATUS.
348600     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
348700
348800     MOVE "DECFORMS$ADD QUEUEDATE" TO WS-CURRENT-CALL.
348900     INVOKE DECFORMS$ADD("REPORTS_FORM", "QUEUEDATE",
349000         "DATE QUEUED (CCYYMMDD):")
349100         RETURNING WS-DECFORMS-STATUS.
349200     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
349300
349400     MOVE "N" TO WS-RPT-DONE-SWITCH.
349500     PERFORM 5410-PROCESS-REPORTS-ACTION THRU 5410-EXIT
349600         UNTIL WS-RPT-DONE.
349700
349800     MOVE "DECFORMS$DESTROY REPORTS_FORM" TO WS-CURRENT-CALL.
349900     INVOKE DECFORMS$DESTROY("REPORTS_FORM")
350000         RETURNING WS-DECFORMS-STATUS.
350100     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
350200
350300     CLOSE REPORT-REQUEST-FILE.
350400     CLOSE RUN-CONTROL-FILE.
350500     MOVE "N" TO WS-RPT-FILES-SWITCH.
350600 5400-EXIT.
350700     EXIT.
350800
350900*=================================================================
351000* 5410-PROCESS-REPORTS-ACTION - SHOW THE ACTIONS, READ ONE, AND
351100*                               CARRY IT OUT
351200*=================================================================
351300 5410-PROCESS-REPORTS-ACTION.
351400     DISPLAY "Q - QUEUE A REPORT RUN".
351500     DISPLAY "L - LIST REPORT REQUESTS QUEUED ON A DATE".
351600     DISPLAY "S - BATCH STREAM STATUS FOR A DATE".
351700     DISPLAY "X - RETURN TO MENU".
351800
351900     MOVE "DECFORMS$DISPLAY REPORTS_FORM" TO WS-CURRENT-CALL.
352000     INVOKE DECFORMS$DISPLAY("REPORTS_FORM")
352100         RETURNING WS-DECFORMS-STATUS.
352200     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
352300
352400     MOVE "DECFORMS$INPUT ACTION" TO WS-CURRENT-CALL.
352500     INVOKE DECFORMS$INPUT("REPORTS_FORM", "ACTION",
352600         WS-RPT-ACTION) RETURNING WS-DECFORMS-STATUS.
352700     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
352800
352900     EVALUATE TRUE
353000         WHEN WS-RPT-ACT-EXIT
353100             MOVE "Y" TO WS-RPT-DONE-SWITCH
353200         WHEN WS-RPT-ACT-QUEUE
353300             PERFORM 5420-QUEUE-REPORT-REQUEST THRU 5420-EXIT
353400         WHEN WS-RPT-ACT-LIST
353500             PERFORM 5440-LIST-REPORT-REQUESTS THRU 5440-EXIT
353600         WHEN WS-RPT-ACT-STREAM
353700             PERFORM 5460-SHOW-STREAM-STATUS THRU 5460-EXIT
353800         WHEN OTHER
353900             DISPLAY "INVALID ACTION - TRY AGAIN"
354000     END-EVALUATE.
354100 5410-EXIT.
354200     EXIT.
354300
354400*=================================================================
354500* 5415-ACCEPT-BUSINESS-DATE - READ THE DATE FIELD.  LEFT BLANK IT
354600*                             MEANS TODAY.  IT MUST BE A REAL
354700*                             CCYYMMDD DATE AND NOT IN THE FUTURE.
354800*=================================================================
354900 5415-ACCEPT-BUSINESS-DATE.
355000     MOVE "N" TO WS-RPT-DATE-SWITCH.
355100     MOVE SPACES TO WS-RPT-DATE-X.
355200     MOVE "DECFORMS$INPUT RPTDATE" TO WS-CURRENT-CALL.
355300     INVOKE DECFORMS$INPUT("REPORTS_FORM", "RPTDATE",
355400         WS-RPT-DATE-X) RETURNING WS-DECFORMS-STATUS.
355500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
355600
355700     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
355800     IF WS-RPT-DATE-X = SPACES
355900         MOVE WS-TODAY-CCYYMMDD TO WS-RPT-DATE
356000     END-IF.
356100     IF WS-RPT-DATE-X IS NOT NUMERIC
356200         DISPLAY "BUSINESS DATE MUST BE ENTERED AS CCYYMMDD"
356300         GO TO 5415-EXIT
356400     END-IF.
356500     IF WS-RPT-DATE-MM < 1 OR WS-RPT-DATE-MM > 12
356600             OR WS-RPT-DATE-DD < 1 OR WS-RPT-DATE-DD > 31
356700         DISPLAY "BUSINESS DATE " WS-RPT-DATE-X
356800             " IS NOT A VALID DATE"
356900         GO TO 5415-EXIT
357000     END-IF.
357100     IF WS-RPT-DATE > WS-TODAY-CCYYMMDD
357200         DISPLAY "BUSINESS DATE CANNOT BE IN THE FUTURE"
357300         GO TO 5415-EXIT
357400     END-IF.
357500     MOVE "Y" TO WS-RPT-DATE-SWITCH.
357600 5415-EXIT.
357700     EXIT.
357800
357900*=================================================================
358000* 5420-QUEUE-REPORT-REQUEST - VALIDATE THE REPORT AND DATE AND PUT
358100*                             A PENDING REQUEST ON THE QUEUE FOR
358200*                             RPTDISP, STAMPED WITH THE SIGNED-ON
358300*                             USERID AND THIS TERMINAL.  NOTECMPL
358400*                             AND REORDRPT SHOW THE FILES AS THEY
358500*                             STAND, SO THEY CAN ONLY BE RUN FOR
358600*                             TODAY.
358700*=================================================================
358800 5420-QUEUE-REPORT-REQUEST.
358900     MOVE SPACES TO WS-RPT-REPORT-NAME.
359000     MOVE "DECFORMS$INPUT REPORT" TO WS-CURRENT-CALL.
359100     INVOKE DECFORMS$INPUT("REPORTS_FORM", "REPORT",
359200         WS-RPT-REPORT-NAME) RETURNING WS-DECFORMS-STATUS.
359300     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
359400
359500     MOVE WS-RPT-REPORT-NAME TO RQ-REPORT-NAME.
359600     IF NOT RQ-KNOWN-REPORT
359700         DISPLAY "REPORT MUST BE LOGINRPT, ATTNDRPT, SHIFTRPT,"
359800             " NOTECMPL OR REORDRPT"
359900         GO TO 5420-EXIT
360000     END-IF.
360100
360200     PERFORM 5415-ACCEPT-BUSINESS-DATE THRU 5415-EXIT.
360300     IF NOT WS-RPT-DATE-OK
360400         GO TO 5420-EXIT
360500     END-IF.
360600     IF RQ-CURRENT-STATE-REPORT
360700             AND WS-RPT-DATE NOT = WS-TODAY-CCYYMMDD
360800         DISPLAY WS-RPT-REPORT-NAME
360900             " SHOWS THE FILES AS THEY STAND - TODAY ONLY"
361000         GO TO 5420-EXIT
361100     END-IF.
361200
361300     ACCEPT RQ-REQUEST-DATE FROM DATE YYYYMMDD.
361400     ACCEPT RQ-REQUEST-TIME FROM TIME.
361500     MOVE WS-TERMINAL-DEVICE TO RQ-TERMINAL.
361600     MOVE WS-USERNAME TO RQ-USERID.
361700     MOVE WS-RPT-REPORT-NAME TO RQ-REPORT-NAME.
361800     MOVE WS-RPT-DATE TO RQ-BUSINESS-DATE.
361900     MOVE "P" TO RQ-STATUS.
362000     MOVE ZERO TO RQ-RUN-DATE.
362100     MOVE ZERO TO RQ-RUN-START-TIME.
362200     MOVE ZERO TO RQ-RUN-END-TIME.
362300     MOVE ZERO TO RQ-COMPLETION-STATUS.
362400     MOVE SPACES TO RQ-FAILURE-REASON.
362500
362600     WRITE REPORT-REQUEST-RECORD
362700         INVALID KEY
362800             MOVE "22" TO WS-RPTRQST-STATUS
362900     END-WRITE.
363000     IF WS-RPTRQST-DUPLICATE
363100         DISPLAY "REQUEST NOT QUEUED - PLEASE TRY AGAIN"
363200         GO TO 5420-EXIT
363300     END-IF.
363400     IF NOT WS-RPTRQST-OK
363500         DISPLAY "REPORT-REQUEST WRITE FAILED - STATUS "
363600             WS-RPTRQST-STATUS
363700         GO TO 9900-ABORT-TEARDOWN
363800     END-IF.
363900
364000     DISPLAY RQ-REPORT-NAME " FOR " RQ-BUSINESS-DATE
364100         " QUEUED - USE L TO FOLLOW IT".
364200 5420-EXIT.
364300     EXIT.
364400
364500*=================================================================
364600* 5435-ACCEPT-QUEUED-DATE - READ THE DATE THE REQUESTS WERE QUEUED
364700*                           ON.  LEFT BLANK IT MEANS TODAY.  IT
364800*                           MUST BE A REAL CCYYMMDD DATE.  THIS IS
364900*                           NOT THE BUSINESS DATE THE REPORTS WERE
365000*                           ASKED FOR, WHICH THE LIST SHOWS BESIDE
365100*                           EACH REQUEST.
365200*=================================================================
365300 5435-ACCEPT-QUEUED-DATE.
365400     MOVE "N" TO WS-RPT-DATE-SWITCH.
365500     MOVE SPACES TO WS-RPT-DATE-X.
365600     MOVE "DECFORMS$INPUT QUEUEDATE" TO WS-CURRENT-CALL.
365700     INVOKE DECFORMS$INPUT("REPORTS_FORM", "QUEUEDATE",
365800         WS-RPT-DATE-X) RETURNING WS-DECFORMS-STATUS.
365900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
366000
366100     IF WS-RPT-DATE-X = SPACES
366200         ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
366300         MOVE WS-TODAY-CCYYMMDD TO WS-RPT-DATE
366400     END-IF.
366500     IF WS-RPT-DATE-X IS NOT NUMERIC
366600         DISPLAY "DATE QUEUED MUST BE ENTERED AS CCYYMMDD"
366700         GO TO 5435-EXIT
366800     END-IF.
366900     IF WS-RPT-DATE-MM < 1 OR WS-RPT-DATE-MM > 12
367000             OR WS-RPT-DATE-DD < 1 OR WS-RPT-DATE-DD > 31
367100         DISPLAY "DATE QUEUED " WS-RPT-DATE-X
367200             " IS NOT A VALID DATE"
367300         GO TO 5435-EXIT
367400     END-IF.
367500     MOVE "Y" TO WS-RPT-DATE-SWITCH.
367600 5435-EXIT.
367700     EXIT.
367800
367900*=================================================================
368000* 5440-LIST-REPORT-REQUESTS - SHOW EVERY REQUEST QUEUED ON THE
368100*                             ENTERED DATE QUEUED, IN THE ORDER
368200*                             IT WAS QUEUED, WITH THE BUSINESS
368300*                             DATE IT ASKED FOR AND WHERE IT HAS
368400*                             GOT TO
368500*=================================================================
368600 5440-LIST-REPORT-REQUESTS.
368700     PERFORM 5435-ACCEPT-QUEUED-DATE THRU 5435-EXIT.
368800     IF NOT WS-RPT-DATE-OK
368900         GO TO 5440-EXIT
369000     END-IF.
369100
369200     MOVE LOW-VALUES TO RQ-REQUEST-KEY.
369300     MOVE WS-RPT-DATE TO RQ-REQUEST-DATE.
369400     START REPORT-REQUEST-FILE KEY NOT < RQ-REQUEST-KEY
369500         INVALID KEY
369600             MOVE "10" TO WS-RPTRQST-STATUS
369700     END-START.
369800     IF WS-RPTRQST-EOF
369900         DISPLAY "NO REPORT REQUESTS QUEUED ON " WS-RPT-DATE
370000         GO TO 5440-EXIT
370100     END-IF.
370200
370300     DISPLAY "QUEUED   TERMINAL USERID   REPORT   FOR-DATE"
370400           " STATUS".
370500     MOVE ZERO TO WS-RPT-LIST-COUNT.
370600     MOVE "N" TO WS-RPT-LIST-SWITCH.
370700     PERFORM 5445-SHOW-ONE-REQUEST THRU 5445-EXIT
370800         UNTIL WS-RPT-LIST-EOF.
370900     IF WS-RPT-LIST-COUNT = ZERO
371000         DISPLAY "NO REPORT REQUESTS QUEUED ON " WS-RPT-DATE
371100     END-IF.
371200 5440-EXIT.
371300     EXIT.
371400
371500*=================================================================
371600* 5445-SHOW-ONE-REQUEST - READ THE NEXT REQUEST AND SHOW IT IF IT
371700*                         WAS QUEUED ON THE ENTERED DATE.  A
371800*                         FAILED REQUEST ALSO SHOWS WHY.
371900*=================================================================
372000 5445-SHOW-ONE-REQUEST.
372100     READ REPORT-REQUEST-FILE NEXT RECORD
372200         AT END
372300             MOVE "Y" TO WS-RPT-LIST-SWITCH
372400     END-READ.
372500     IF WS-RPT-LIST-EOF
372600         GO TO 5445-EXIT
372700     END-IF.
372800     IF RQ-REQUEST-DATE NOT = WS-RPT-DATE
372900         MOVE "Y" TO WS-RPT-LIST-SWITCH
373000         GO TO 5445-EXIT
373100     END-IF.
373200
373300     EVALUATE TRUE
373400         WHEN RQ-PENDING
373500             MOVE "PENDING" TO WS-RPT-STATUS-TEXT
373600         WHEN RQ-RUNNING
373700             MOVE "RUNNING" TO WS-RPT-STATUS-TEXT
373800         WHEN RQ-DONE
373900             MOVE "DONE" TO WS-RPT-STATUS-TEXT
374000         WHEN RQ-FAILED
374100             MOVE "FAILED" TO WS-RPT-STATUS-TEXT
374200         WHEN OTHER
374300             MOVE "UNKNOWN" TO WS-RPT-STATUS-TEXT
374400     END-EVALUATE.
374500     DISPLAY RQ-REQUEST-TIME " " RQ-TERMINAL " " RQ-USERID " "
374600         RQ-REPORT-NAME " " RQ-BUSINESS-DATE " "
374700         WS-RPT-STATUS-TEXT.
374800     IF RQ-FAILED
374900         DISPLAY "         " RQ-FAILURE-REASON
375000     END-IF.
375100     ADD 1 TO WS-RPT-LIST-COUNT.
375200 5445-EXIT.
375300     EXIT.
375400
375500*=================================================================
375600* 5460-SHOW-STREAM-STATUS - WALK THE RUN-CONTROL FILE AND SHOW
375700*                           EVERY BATCH JOB RECORDED FOR THE
375800*                           ENTERED BUSINESS DATE, IN FLIGHT OR
375900*                           COMPLETED, WITH ITS START AND END.  A
376000*                           JOB STILL IN FLIGHT AFTER THE STREAM
376100*                           SHOULD HAVE FINISHED IS WHERE IT
376200*                           STOPPED.
376300*=================================================================
376400 5460-SHOW-STREAM-STATUS.
376500     PERFORM 5415-ACCEPT-BUSINESS-DATE THRU 5415-EXIT.
376600     IF NOT WS-RPT-DATE-OK
376700         GO TO 5460-EXIT
376800     END-IF.
376900
377000     MOVE LOW-VALUES TO RC-RUN-KEY.
377100     START RUN-CONTROL-FILE KEY NOT < RC-RUN-KEY
377200         INVALID KEY
377300             MOVE "10" TO WS-RUNCTL-STATUS
377400     END-START.
377500     IF WS-RUNCTL-EOF
377600         DISPLAY "NO BATCH JOBS RECORDED FOR " WS-RPT-DATE
377700         GO TO 5460-EXIT
377800     END-IF.
377900
378000     DISPLAY "BATCH STREAM FOR BUSINESS DATE " WS-RPT-DATE.
378100     DISPLAY "JOB      STATUS    START-DATE START-TIME"
378200         " END-DATE END-TIME".
378300     MOVE ZERO TO WS-RPT-LIST-COUNT.
378400     MOVE "N" TO WS-RPT-LIST-SWITCH.
378500     PERFORM 5465-SHOW-ONE-JOB THRU 5465-EXIT
378600         UNTIL WS-RPT-LIST-EOF.
378700     IF WS-RPT-LIST-COUNT = ZERO
378800         DISPLAY "NO BATCH JOBS RECORDED FOR " WS-RPT-DATE
378900     END-IF.
379000 5460-EXIT.
379100     EXIT.
379200
379300*=================================================================
379400* 5465-SHOW-ONE-JOB - READ THE NEXT RUN-CONTROL RECORD AND SHOW IT
379500*                     IF IT IS FOR THE ENTERED BUSINESS DATE
379600*=================================================================
379700 5465-SHOW-ONE-JOB.
379800     READ RUN-CONTROL-FILE NEXT RECORD
379900         AT END
380000             MOVE "Y" TO WS-RPT-LIST-SWITCH
380100     END-READ.
380200     IF WS-RPT-LIST-EOF
380300         GO TO 5465-EXIT
380400     END-IF.
380500     IF RC-RUN-DATE NOT = WS-RPT-DATE
380600         GO TO 5465-EXIT
380700     END-IF.
380800
380900     IF RC-RUN-COMPLETED
381000         DISPLAY RC-JOB-NAME " COMPLETED " RC-START-DATE "   "
381100             RC-START-TIME "   " RC-END-DATE " " RC-END-TIME
381200     ELSE
381300         DISPLAY RC-JOB-NAME " IN FLIGHT " RC-START-DATE "   "
381400             RC-START-TIME
381500     END-IF.
381600     ADD 1 TO WS-RPT-LIST-COUNT.
381700 5465-EXIT.
381800     EXIT.
381900
382000*=================================================================
382100* 5500-ENTER-USER-ADMIN - CAPTURE A USERID AND CLEAR ITS ACCOUNT
382200*                         LOCKOUT.  SUPERVISOR OR ADMIN ROLE
382300*                         ONLY - GATED BY THE CALLER.
382400*=================================================================
382500 5500-ENTER-USER-ADMIN.
382600     MOVE "DECFORMS$CREATE ADMIN_FORM" TO WS-CURRENT-CALL.
382700     INVOKE DECFORMS$CREATE("ADMIN_FORM", "LOGIN")
382800         RETURNING WS-DECFORMS-STATUS.
382900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
383000
383100     MOVE "DECFORMS$ADD USERID" TO WS-CURRENT-CALL.
383200     INVOKE DECFORMS$ADD("ADMIN_FORM", "USERID",
383300         "CLEAR LOCKOUT FOR USERID:")
383400         RETURNING WS-DECFORMS-STATUS.
383500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
383600
383700     MOVE "DECFORMS$DISPLAY ADMIN_FORM" TO WS-CURRENT-CALL.
383800     INVOKE DECFORMS$DISPLAY("ADMIN_FORM")
383900         RETURNING WS-DECFORMS-STATUS.
384000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
384100
384200     MOVE "DECFORMS$INPUT USERID" TO WS-CURRENT-CALL.
384300     INVOKE DECFORMS$INPUT("ADMIN_FORM", "USERID",
384400         WS-ADMIN-TARGET-USERID) RETURNING WS-DECFORMS-STATUS.
384500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
384600
384700     PERFORM 5510-CLEAR-ACCOUNT-LOCKOUT THRU 5510-EXIT.
384800
384900     MOVE "DECFORMS$DESTROY ADMIN_FORM" TO WS-CURRENT-CALL.
385000     INVOKE DECFORMS$DESTROY("ADMIN_FORM")
385100         RETURNING WS-DECFORMS-STATUS.
385200     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
385300 5500-EXIT.
385400     EXIT.
385500
385600*=================================================================
385700* 5510-CLEAR-ACCOUNT-LOCKOUT - REACTIVATE THE TARGET USERID AND
385800*                              ZERO ITS FAILED LOGIN COUNT.  FAILS
385900*                              LOCALLY (DISPLAY AND RETURN) RATHER
386000*                              THAN ABENDING THE WHOLE SESSION -
386100*                              THIS IS A SUPERVISOR SUB-FUNCTION,
386200*                              NOT THE CORE SIGN-ON PATH.  A
386300*                              CLEARED LOCKOUT IS JOURNALED AS A
386400*                              USER CHANGE BY THE SUPERVISOR.
386500*=================================================================
386600 5510-CLEAR-ACCOUNT-LOCKOUT.
386700     MOVE WS-ADMIN-TARGET-USERID TO UM-USERID.
386800     READ USER-MASTER-FILE
386900         INVALID KEY
387000             MOVE "23" TO WS-USERMAST-STATUS
387100     END-READ.
387200
387300     IF WS-USERMAST-NOTFOUND
387400         DISPLAY "USERID NOT FOUND"
387500         GO TO 5510-EXIT
387600     END-IF.
387700
387800     IF NOT WS-USERMAST-OK
387900         DISPLAY "USER-MASTER READ FAILED - STATUS "
388000             WS-USERMAST-STATUS
388100         GO TO 5510-EXIT
388200     END-IF.
388300
388400     IF NOT UM-ACCT-LOCKED
388500         DISPLAY "ACCOUNT NOT LOCKED"
388600         GO TO 5510-EXIT
388700     END-IF.
388800
388900     PERFORM 4700-SAVE-USER-BEFORE THRU 4700-EXIT.
389000     MOVE "A" TO UM-ACCOUNT-STATUS.
389100     MOVE ZERO TO UM-FAILED-LOGIN-COUNT.
389200     REWRITE USER-MASTER-RECORD
389300         INVALID KEY MOVE "99" TO WS-USERMAST-STATUS
389400     END-REWRITE.
389500
389600     IF WS-USERMAST-OK
389700         DISPLAY "LOCKOUT CLEARED FOR " WS-ADMIN-TARGET-USERID
389800         MOVE "UNLOCKED" TO UC-CHANGE-TYPE
389900         MOVE WS-USERNAME TO UC-CHANGED-BY
390000         PERFORM 4750-WRITE-USER-CHANGE THRU 4750-EXIT
390100     ELSE
390200         DISPLAY "USER-MASTER REWRITE FAILED - STATUS "
390300             WS-USERMAST-STATUS
390400     END-IF.
390500 5510-EXIT.
390600     EXIT.
390700
390800*=================================================================
390900* 5600-ENTER-NOTES-MAINT - SHIFT NOTES MAINTENANCE.  BUILDS
391000*                          NOTES_FORM AND LETS A SUPERVISOR OR
391100*                          ADMIN ADD A NOTE, EXPIRE ONE, OR
391200*                          FLAG ONE AS MUST-ACKNOWLEDGE.
391300*                          GATED BY THE CALLER.
391400*=================================================================
391500 5600-ENTER-NOTES-MAINT.
391600     MOVE "DECFORMS$CREATE NOTES_FORM" TO WS-CURRENT-CALL.
391700     INVOKE DECFORMS$CREATE("NOTES_FORM", "LOGIN")
391800         RETURNING WS-DECFORMS-STATUS.
391900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
392000
392100     MOVE "DECFORMS$ADD ACTION" TO WS-CURRENT-CALL.
392200     INVOKE DECFORMS$ADD("NOTES_FORM", "ACTION", "ACTION:")
392300         RETURNING WS-DECFORMS-STATUS.
392400     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
392500
392600     MOVE "DECFORMS$ADD NOTEID" TO WS-CURRENT-CALL.
392700     INVOKE DECFORMS$ADD("NOTES_FORM", "NOTEID", "NOTE ID:")
392800         RETURNING WS-DECFORMS-STATUS.
392900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
393000
393100     MOVE "DECFORMS$ADD NOTETEXT" TO WS-CURRENT-CALL.
393200     INVOKE DECFORMS$ADD("NOTES_FORM", "NOTETEXT", "TEXT:")
393300         RETURNING WS-DECFORMS-STATUS.
393400     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
393500
393600     MOVE "N" TO WS-NOTES-DONE-SWITCH.
393700     PERFORM 5610-PROCESS-NOTES-ACTION THRU 5610-EXIT
393800         UNTIL WS-NOTES-DONE.
393900
394000     MOVE "DECFORMS$DESTROY NOTES_FORM" TO WS-CURRENT-CALL.
394100     INVOKE DECFORMS$DESTROY("NOTES_FORM")
394200         RETURNING WS-DECFORMS-STATUS.
394300     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
394400 5600-EXIT.
394500     EXIT.
394600
394700*=================================================================
394800* 5610-PROCESS-NOTES-ACTION - SHOW THE ACTIONS, READ ONE, AND
394900*                             CARRY IT OUT AGAINST THE
395000*                             SHIFT-NOTES FILE
395100*=================================================================
395200 5610-PROCESS-NOTES-ACTION.
395300     DISPLAY "A - ADD A NOTE".
395400     DISPLAY "E - EXPIRE A NOTE".
395500     DISPLAY "M - FLAG A NOTE MUST-ACKNOWLEDGE".
395600     DISPLAY "X - RETURN TO MENU".
395700
395800     MOVE "DECFORMS$DISPLAY NOTES_FORM" TO WS-CURRENT-CALL.
395900     INVOKE DECFORMS$DISPLAY("NOTES_FORM")
396000         RETURNING WS-DECFORMS-STATUS.
396100     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
396200
396300     MOVE "DECFORMS$INPUT ACTION" TO WS-CURRENT-CALL.
396400     INVOKE DECFORMS$INPUT("NOTES_FORM", "ACTION",
396500         WS-NOTES-ACTION) RETURNING WS-DECFORMS-STATUS.
396600     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
396700
396800     EVALUATE TRUE
396900         WHEN WS-NOTES-ACT-EXIT
397000             MOVE "Y" TO WS-NOTES-DONE-SWITCH
397100         WHEN WS-NOTES-ACT-ADD
397200             PERFORM 5620-ADD-NOTE THRU 5620-EXIT
397300         WHEN WS-NOTES-ACT-EXPIRE OR WS-NOTES-ACT-MUSTACK
397400             PERFORM 5630-CHANGE-NOTE THRU 5630-EXIT
397500         WHEN OTHER
397600             DISPLAY "INVALID ACTION - TRY AGAIN"
397700     END-EVALUATE.
397800 5610-EXIT.
397900     EXIT.
398000
398100*=================================================================
398200* 5620-ADD-NOTE - CAPTURE THE TEXT, ASSIGN THE NEXT NOTE ID,
398300*                 AND WRITE A NEW ACTIVE NOTE STAMPED WITH THE
398400*                 SIGNED-ON USERID
398500*=================================================================
398600 5620-ADD-NOTE.
398700     MOVE "DECFORMS$INPUT NOTETEXT" TO WS-CURRENT-CALL.
398800     INVOKE DECFORMS$INPUT("NOTES_FORM", "NOTETEXT",
398900         WS-NOTE-TEXT) RETURNING WS-DECFORMS-STATUS.
399000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
399100
399200     IF WS-NOTE-TEXT = SPACES
399300         DISPLAY "NOTE TEXT IS REQUIRED"
399400         GO TO 5620-EXIT
399500     END-IF.
399600
399700     PERFORM 5650-FIND-NEXT-NOTE-ID THRU 5650-EXIT.
399800
399900     MOVE WS-NOTE-NEXT-ID TO SN-NOTE-ID.
400000     ACCEPT SN-NOTE-DATE FROM DATE YYYYMMDD.
400100     MOVE WS-NOTE-TEXT TO SN-NOTE-TEXT.
400200     MOVE "A" TO SN-STATUS.
400300     MOVE "N" TO SN-ACK-FLAG.
400400     MOVE WS-USERNAME TO SN-AUTHOR-USERID.
400500
400600     WRITE SHIFT-NOTE-RECORD
400700         INVALID KEY MOVE "22" TO WS-SHFTNOTE-STATUS
400800     END-WRITE.
400900     IF WS-SHFTNOTE-OK
401000         DISPLAY "NOTE " SN-NOTE-ID " ADDED"
401100     ELSE
401200         DISPLAY "SHIFT-NOTES WRITE FAILED - STATUS "
401300             WS-SHFTNOTE-STATUS
401400     END-IF.
401500 5620-EXIT.
401600     EXIT.
401700
401800*=================================================================
401900* 5630-CHANGE-NOTE - FETCH THE ENTERED NOTE AND EITHER EXPIRE
402000*                    IT OR FLAG IT MUST-ACKNOWLEDGE
402100*=================================================================
402200 5630-CHANGE-NOTE.
402300     MOVE "DECFORMS$INPUT NOTEID" TO WS-CURRENT-CALL.
402400     INVOKE DECFORMS$INPUT("NOTES_FORM", "NOTEID",
402500         WS-NOTE-TARGET-ID) RETURNING WS-DECFORMS-STATUS.
402600     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
402700
402800     MOVE WS-NOTE-TARGET-ID TO SN-NOTE-ID.
402900     READ SHIFT-NOTES-FILE
403000         INVALID KEY
403100             MOVE "23" TO WS-SHFTNOTE-STATUS
403200     END-READ.
403300
403400     IF WS-SHFTNOTE-NOTFOUND
403500         DISPLAY "NOTE ID NOT FOUND"
403600         GO TO 5630-EXIT
403700     END-IF.
403800     IF NOT WS-SHFTNOTE-OK
403900         DISPLAY "SHIFT-NOTES READ FAILED - STATUS "
404000             WS-SHFTNOTE-STATUS
404100         GO TO 5630-EXIT
404200     END-IF.
404300
404400     IF WS-NOTES-ACT-EXPIRE
404500         MOVE "E" TO SN-STATUS
404600     ELSE
404700         IF NOT SN-NOTE-ACTIVE
404800             DISPLAY "NOTE IS EXPIRED - NOT FLAGGED"
404900             GO TO 5630-EXIT
405000         END-IF
405100         MOVE "Y" TO SN-ACK-FLAG
405200     END-IF.
405300
405400     REWRITE SHIFT-NOTE-RECORD
405500         INVALID KEY MOVE "99" TO WS-SHFTNOTE-STATUS
405600     END-REWRITE.
405700     IF WS-SHFTNOTE-OK
405800         IF WS-NOTES-ACT-EXPIRE
405900             DISPLAY "NOTE " SN-NOTE-ID " EXPIRED"
406000         ELSE
406100             DISPLAY "NOTE " SN-NOTE-ID " FLAGGED MUST-ACK"
406200         END-IF
406300     ELSE
406400         DISPLAY "SHIFT-NOTES REWRITE FAILED - STATUS "
406500             WS-SHFTNOTE-STATUS
406600     END-IF.
406700 5630-EXIT.
406800     EXIT.
406900
407000*=================================================================
407100* 5650-FIND-NEXT-NOTE-ID - WALK THE NOTES FILE FOR THE HIGHEST
407200*                          NOTE ID ON RECORD AND HAND BACK THE
407300*                          NEXT ONE
407400*=================================================================
407500 5650-FIND-NEXT-NOTE-ID.
407600     MOVE ZERO TO WS-NOTE-NEXT-ID.
407700     MOVE LOW-VALUES TO SN-NOTE-ID.
407800     START SHIFT-NOTES-FILE KEY NOT < SN-NOTE-ID
407900         INVALID KEY
408000             MOVE "10" TO WS-SHFTNOTE-STATUS
408100     END-START.
408200
408300     IF NOT WS-SHFTNOTE-EOF
408400         MOVE "N" TO WS-NOTES-EOF-SWITCH
408500         PERFORM 5655-SCAN-ONE-NOTE-ID THRU 5655-EXIT
408600             UNTIL WS-NOTES-EOF
408700     END-IF.
408800
408900     ADD 1 TO WS-NOTE-NEXT-ID.
409000 5650-EXIT.
409100     EXIT.
409200
409300 5655-SCAN-ONE-NOTE-ID.
409400     READ SHIFT-NOTES-FILE NEXT RECORD
409500         AT END
409600             MOVE "Y" TO WS-NOTES-EOF-SWITCH
409700     END-READ.
409800     IF WS-NOTES-EOF
409900         GO TO 5655-EXIT
410000     END-IF.
410100     IF SN-NOTE-ID > WS-NOTE-NEXT-ID
410200         MOVE SN-NOTE-ID TO WS-NOTE-NEXT-ID
410300     END-IF.
410400 5655-EXIT.
410500     EXIT.
410600
410700*=================================================================
410800* 5700-ENTER-SESSION-PURGE - CAPTURE A USERID AND REMOVE A
410900*                            STALE ACTIVE-SESSION RECORD LEFT
411000*                            BEHIND BY A CRASHED RUN.
411100*                            SUPERVISOR OR ADMIN ROLE ONLY -
411200*                            GATED BY THE CALLER.
411300*=================================================================
411400 5700-ENTER-SESSION-PURGE.
411500     MOVE "DECFORMS$CREATE PURGE_FORM" TO WS-CURRENT-CALL.
411600     INVOKE DECFORMS$CREATE("PURGE_FORM", "LOGIN")
411700         RETURNING WS-DECFORMS-STATUS.
411800     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
411900
412000     MOVE "DECFORMS$ADD USERID" TO WS-CURRENT-CALL.
412100     INVOKE DECFORMS$ADD("PURGE_FORM", "USERID",
412200         "PURGE SESSION FOR USERID:")
412300         RETURNING WS-DECFORMS-STATUS.
412400     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
412500
412600     MOVE "DECFORMS$DISPLAY PURGE_FORM" TO WS-CURRENT-CALL.
412700     INVOKE DECFORMS$DISPLAY("PURGE_FORM")
412800         RETURNING WS-DECFORMS-STATUS.
412900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
413000
413100     MOVE "DECFORMS$INPUT USERID" TO WS-CURRENT-CALL.
413200     INVOKE DECFORMS$INPUT("PURGE_FORM", "USERID",
413300         WS-PURGE-TARGET-USERID) RETURNING WS-DECFORMS-STATUS.
413400     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
413500
413600     PERFORM 5710-PURGE-SESSION THRU 5710-EXIT.
413700
413800     MOVE "DECFORMS$DESTROY PURGE_FORM" TO WS-CURRENT-CALL.
413900     INVOKE DECFORMS$DESTROY("PURGE_FORM")
414000         RETURNING WS-DECFORMS-STATUS.
414100     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
414200 5700-EXIT.
414300     EXIT.
414400
414500*=================================================================
414600* 5710-PURGE-SESSION - FETCH THE TARGET SESSION, SHOW WHICH
414700*                      TERMINAL HOLDS IT, AND DELETE IT.  FAILS
414800*                      LOCALLY (DISPLAY AND RETURN) RATHER THAN
414900*                      ABENDING THE WHOLE SESSION - THIS IS A
415000*                      SUPERVISOR SUB-FUNCTION, NOT THE CORE
415100*                      SIGN-ON PATH.
415200*=================================================================
415300 5710-PURGE-SESSION.
415400     MOVE WS-PURGE-TARGET-USERID TO AS-USERID.
415500     READ ACTIVE-SESSION-FILE
415600         INVALID KEY
415700             MOVE "23" TO WS-ACTSESS-STATUS
415800     END-READ.
415900
416000     IF WS-ACTSESS-NOTFOUND
416100         DISPLAY "NO ACTIVE SESSION FOR "
416200             WS-PURGE-TARGET-USERID
416300         GO TO 5710-EXIT
416400     END-IF.
416500     IF NOT WS-ACTSESS-OK
416600         DISPLAY "ACTIVE-SESSION READ FAILED - STATUS "
416700             WS-ACTSESS-STATUS
416800         GO TO 5710-EXIT
416900     END-IF.
417000
417100     DISPLAY "SESSION HELD AT " AS-TERMINAL " SINCE "
417200         AS-SIGNON-DATE.
417300
417400     MOVE "PURGED" TO WS-SESSION-END-REASON.
417500     PERFORM 9100-WRITE-SESSION-HISTORY THRU 9100-EXIT.
417600     MOVE "LOG-OFF" TO WS-SESSION-END-REASON.
417700
417800     DELETE ACTIVE-SESSION-FILE
417900         INVALID KEY MOVE "99" TO WS-ACTSESS-STATUS
418000     END-DELETE.
418100     IF WS-ACTSESS-OK
418200         DISPLAY "SESSION PURGED FOR "
418300             WS-PURGE-TARGET-USERID
418400     ELSE
418500         DISPLAY "ACTIVE-SESSION DELETE FAILED - STATUS "
418600             WS-ACTSESS-STATUS
418700     END-IF.
418800 5710-EXIT.
418900     EXIT.
419000
419100*=================================================================
419200* 5800-ENTER-ITEM-MAINT - ITEM MAINTENANCE.  OPENS THE
419300*                         ITEM-MASTER AND THE MOVEMENT JOURNAL,
419400*                         BUILDS ITEMMNT_FORM, AND LETS A
419500*                         SUPERVISOR OR ADMIN ADD A PART,
419600*                         CHANGE ITS DESCRIPTION, BIN,
419700*                         REORDER POINT, OR STANDARD UNIT
419800*                         COST, OR DEACTIVATE A
419900*                         DISCONTINUED PART, REVIEW A HELD CYCLE
420000*                         COUNT, OR ADD AND CHANGE THE LINES OF
420100*                         A PART'S BILL OF MATERIALS.  GATED BY
420200*                         THE CALLER.  AN OPEN FAILURE FAILS
420300*                         LOCALLY (DISPLAY AND RETURN TO THE
420400*                         MENU) RATHER THAN ABENDING THE WHOLE
420500*                         SESSION.
420600*=================================================================
420700 5800-ENTER-ITEM-MAINT.
420800     OPEN I-O ITEM-MASTER-FILE.
420900     IF NOT WS-ITEMMAST-OK
421000         DISPLAY "ITEM-MASTER OPEN FAILED - STATUS "
421100             WS-ITEMMAST-STATUS
421200         GO TO 5800-EXIT
421300     END-IF.
421400     OPEN EXTEND MOVEMENT-JOURNAL-FILE.
421500     IF NOT WS-INVMOVE-OK
421600         DISPLAY "MOVEMENT-JOURNAL OPEN FAILED - STATUS "
421700             WS-INVMOVE-STATUS
421800         CLOSE ITEM-MASTER-FILE
421900         GO TO 5800-EXIT
422000     END-IF.
422100     OPEN I-O MOVEMENT-HISTORY-FILE.
422200     IF NOT WS-INVHIST-OK
422300         DISPLAY "MOVEMENT-HISTORY OPEN FAILED - STATUS "
422400             WS-INVHIST-STATUS
422500         CLOSE ITEM-MASTER-FILE
422600         CLOSE MOVEMENT-JOURNAL-FILE
422700         GO TO 5800-EXIT
422800     END-IF.
422900     OPEN I-O CYCLE-COUNT-FILE.
423000     IF NOT WS-CYCCOUNT-OK
423100         DISPLAY "CYCLE-COUNT OPEN FAILED - STATUS "
423200             WS-CYCCOUNT-STATUS
423300         CLOSE ITEM-MASTER-FILE
423400         CLOSE MOVEMENT-JOURNAL-FILE
423500         CLOSE MOVEMENT-HISTORY-FILE
423600         GO TO 5800-EXIT
423700     END-IF.
423800     OPEN I-O BILL-OF-MATERIALS-FILE.
423900     IF NOT WS-BOMMAST-OK
424000         DISPLAY "BILL-OF-MATERIALS OPEN FAILED - STATUS "
424100             WS-BOMMAST-STATUS
424200         CLOSE ITEM-MASTER-FILE
424300         CLOSE MOVEMENT-JOURNAL-FILE
424400         CLOSE MOVEMENT-HISTORY-FILE
424500         CLOSE CYCLE-COUNT-FILE
424600         GO TO 5800-EXIT
424700     END-IF.
424800     MOVE "Y" TO WS-INV-FILES-SWITCH.
424900     MOVE "Y" TO WS-CNT-FILES-SWITCH.
425000     MOVE "Y" TO WS-BOM-FILES-SWITCH.
425100
425200     MOVE "DECFORMS$CREATE ITEMMNT_FORM" TO WS-CURRENT-CALL.
425300     INVOKE DECFORMS$CREATE("ITEMMNT_FORM", "LOGIN")
425400         RETURNING WS-DECFORMS-STATUS.
425500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
425600
425700     MOVE "DECFORMS$ADD ACTION" TO WS-CURRENT-CALL.
425800     INVOKE DECFORMS$ADD("ITEMMNT_FORM", "ACTION", "ACTION:")
425900         RETURNING WS-DECFORMS-STATUS.
426000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
426100
426200     MOVE "DECFORMS$ADD PARTNO" TO WS-CURRENT-CALL.
426300     INVOKE DECFORMS$ADD("ITEMMNT_FORM", "PARTNO",
426400         "PART NUMBER:") RETURNING WS-DECFORMS-STATUS.
426500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
426600
426700     MOVE "DECFORMS$ADD DESC" TO WS-CURRENT-CALL.
426800     INVOKE DECFORMS$ADD("ITEMMNT_FORM", "DESC",
426900         "DESCRIPTION:") RETURNING WS-DECFORMS-STATUS.
427000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
427100
427200     MOVE "DECFORMS$ADD BIN" TO WS-CURRENT-CALL.
427300     INVOKE DECFORMS$ADD("ITEMMNT_FORM", "BIN", "BIN:")
427400         RETURNING WS-DECFORMS-STATUS.
427500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
427600
427700     MOVE "DECFORMS$ADD REORDER" TO WS-CURRENT-CALL.
427800     INVOKE DECFORMS$ADD("ITEMMNT_FORM", "REORDER",
427900         "REORDER POINT:") RETURNING WS-DECFORMS-STATUS.
428000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
428100
428200     MOVE "DECFORMS$ADD COST" TO WS-CURRENT-CALL.
428300     INVOKE DECFORMS$ADD("ITEMMNT_FORM", "COST",
428400         "STD UNIT COST:") RETURNING WS-DECFORMS-STATUS.
428500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
428600
428700     MOVE "DECFORMS$ADD COMPNO" TO WS-CURRENT-CALL.
428800     INVOKE DECFORMS$ADD("ITEMMNT_FORM", "COMPNO",
428900         "COMPONENT:") RETURNING WS-DECFORMS-STATUS.
429000     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
429100
429200     MOVE "DECFORMS$ADD QTYPER" TO WS-CURRENT-CALL.
429300     INVOKE DECFORMS$ADD("ITEMMNT_FORM", "QTYPER",
429400         "QTY PER UNIT:") RETURNING WS-DECFORMS-STATUS.
429500     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
429600
429700     MOVE "N" TO WS-IMT-DONE-SWITCH.
429800     PERFORM 5810-PROCESS-ITEM-MAINT THRU 5810-EXIT
429900         UNTIL WS-IMT-DONE.
430000
430100     MOVE "DECFORMS$DESTROY ITEMMNT_FORM" TO WS-CURRENT-CALL.
430200     INVOKE DECFORMS$DESTROY("ITEMMNT_FORM")
430300         RETURNING WS-DECFORMS-STATUS.
430400     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
430500
430600     CLOSE ITEM-MASTER-FILE.
430700     CLOSE MOVEMENT-JOURNAL-FILE.
430800     CLOSE MOVEMENT-HISTORY-FILE.
430900     CLOSE CYCLE-COUNT-FILE.
431000     CLOSE BILL-OF-MATERIALS-FILE.
431100     MOVE "N" TO WS-INV-FILES-SWITCH.
431200     MOVE "N" TO WS-CNT-FILES-SWITCH.
431300     MOVE "N" TO WS-BOM-FILES-SWITCH.
431400 5800-EXIT.
431500     EXIT.
431600
431700*=================================================================
431800* 5810-PROCESS-ITEM-MAINT - SHOW THE ACTIONS, READ ONE, AND
431900*                           CARRY IT OUT AGAINST THE ITEM-MASTER
432000*=================================================================
432100 5810-PROCESS-ITEM-MAINT.
432200     DISPLAY "A - ADD A PART".
432300     DISPLAY "C - CHANGE A PART".
432400     DISPLAY "D - DEACTIVATE A PART".
432500     DISPLAY "V - APPROVE HELD CYCLE COUNT".
432600     DISPLAY "R - ORDER A RECOUNT".
432700     DISPLAY "B - ADD BOM LINE".
432800     DISPLAY "E - CHANGE BOM LINE".
432900     DISPLAY "X - RETURN TO MENU".
433000
433100     MOVE "DECFORMS$DISPLAY ITEMMNT_FORM" TO WS-CURRENT-CALL.
433200     INVOKE DECFORMS$DISPLAY("ITEMMNT_FORM")
433300         RETURNING WS-DECFORMS-STATUS.
433400     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
433500
433600     MOVE "DECFORMS$INPUT ACTION" TO WS-CURRENT-CALL.
433700     INVOKE DECFORMS$INPUT("ITEMMNT_FORM", "ACTION",
433800         WS-IMT-ACTION) RETURNING WS-DECFORMS-STATUS.
433900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
434000
434100     IF WS-IMT-ACT-EXIT
434200         MOVE "Y" TO WS-IMT-DONE-SWITCH
434300         GO TO 5810-EXIT
434400     END-IF.
434500
434600     IF NOT (WS-IMT-ACT-ADD OR WS-IMT-ACT-CHANGE
434700             OR WS-IMT-ACT-DEACT
434800             OR WS-IMT-ACT-APPROVE OR WS-IMT-ACT-RECOUNT
434900             OR WS-IMT-ACT-BOM-ADD OR WS-IMT-ACT-BOM-CHANGE)
435000         DISPLAY "INVALID ACTION - TRY AGAIN"
435100         GO TO 5810-EXIT
435200     END-IF.
435300
435400     MOVE "DECFORMS$INPUT PARTNO" TO WS-CURRENT-CALL.
435500     INVOKE DECFORMS$INPUT("ITEMMNT_FORM", "PARTNO",
435600         WS-IMT-PART-NUMBER) RETURNING WS-DECFORMS-STATUS.
435700     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
435800
435900     IF WS-IMT-PART-NUMBER = SPACES
436000         DISPLAY "PART NUMBER IS REQUIRED"
436100         GO TO 5810-EXIT
436200     END-IF.
436300
436400     EVALUATE TRUE
436500         WHEN WS-IMT-ACT-ADD
436600             PERFORM 5820-ADD-ITEM THRU 5820-EXIT
436700         WHEN WS-IMT-ACT-CHANGE
436800             PERFORM 5830-CHANGE-ITEM THRU 5830-EXIT
436900         WHEN WS-IMT-ACT-DEACT
437000             PERFORM 5840-DEACTIVATE-ITEM THRU 5840-EXIT
437100         WHEN WS-IMT-ACT-APPROVE
437200             PERFORM 5870-REVIEW-HELD-COUNT THRU 5870-EXIT
437300         WHEN WS-IMT-ACT-RECOUNT
437400             PERFORM 5870-REVIEW-HELD-COUNT THRU 5870-EXIT
437500         WHEN WS-IMT-ACT-BOM-ADD
437600             PERFORM 5880-MAINTAIN-BOM-LINE THRU 5880-EXIT
437700         WHEN WS-IMT-ACT-BOM-CHANGE
437800             PERFORM 5880-MAINTAIN-BOM-LINE THRU 5880-EXIT
437900     END-EVALUATE.
438000 5810-EXIT.
438100     EXIT.
438200
438300*=================================================================
438400* 5820-ADD-ITEM - CREATE A NEW ITEM-MASTER RECORD WITH A ZERO
438500*                 ON-HAND COUNT.  THE FIRST STOCK ARRIVES AS AN
438600*                 ORDINARY RECEIPT POSTING, SO THE MOVEMENT
438700*                 JOURNAL SHOWS WHERE EVERY UNIT CAME FROM.
438800*=================================================================
438900 5820-ADD-ITEM.
439000     MOVE WS-IMT-PART-NUMBER TO IM-PART-NUMBER.
439100     READ ITEM-MASTER-FILE
439200         INVALID KEY
439300             MOVE "23" TO WS-ITEMMAST-STATUS
439400     END-READ.
439500     IF WS-ITEMMAST-OK
439600         DISPLAY "PART ALREADY ON FILE"
439700         GO TO 5820-EXIT
439800     END-IF.
439900     IF NOT WS-ITEMMAST-NOTFOUND
440000         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
440100             WS-ITEMMAST-STATUS
440200         GO TO 5820-EXIT
440300     END-IF.
440400
440500     PERFORM 5860-CAPTURE-ITEM-FIELDS THRU 5860-EXIT.
440600     IF WS-IMT-DESCRIPTION = SPACES
440700         DISPLAY "DESCRIPTION IS REQUIRED"
440800         GO TO 5820-EXIT
440900     END-IF.
441000     IF WS-IMT-REORDER-X IS NOT NUMERIC
441100         DISPLAY "REORDER POINT MUST BE NUMERIC"
441200         GO TO 5820-EXIT
441300     END-IF.
441400     IF WS-IMT-COST-X IS NOT NUMERIC
441500         DISPLAY "STANDARD UNIT COST MUST BE NUMERIC"
441600         GO TO 5820-EXIT
441700     END-IF.
441800
441900     MOVE WS-IMT-PART-NUMBER TO IM-PART-NUMBER.
442000     MOVE WS-IMT-DESCRIPTION TO IM-DESCRIPTION.
442100     MOVE WS-IMT-BIN-LOCATION TO IM-BIN-LOCATION.
442200     MOVE ZERO TO IM-ON-HAND-QTY.
442300     MOVE WS-IMT-REORDER TO IM-REORDER-POINT.
442400     MOVE "A" TO IM-ITEM-STATUS.
442500     MOVE WS-IMT-COST TO IM-STD-UNIT-COST.
442600     MOVE ZERO TO WS-IMT-COST-BEFORE.
442700
442800     WRITE ITEM-MASTER-RECORD
442900         INVALID KEY MOVE "22" TO WS-ITEMMAST-STATUS
443000     END-WRITE.
443100     IF NOT WS-ITEMMAST-OK
443200         DISPLAY "ITEM-MASTER WRITE FAILED - STATUS "
443300             WS-ITEMMAST-STATUS
443400         GO TO 5820-EXIT
443500     END-IF.
443600
443700     PERFORM 5850-WRITE-MAINT-JOURNAL THRU 5850-EXIT.
443800     DISPLAY "PART " IM-PART-NUMBER " ADDED".
443900 5820-EXIT.
444000     EXIT.
444100
444200*=================================================================
444300* 5830-CHANGE-ITEM - AMEND AN EXISTING PART'S DESCRIPTION, BIN,
444400*                    REORDER POINT, OR STANDARD UNIT COST.  ONLY
444500*                    THE FIELDS ENTERED ARE TOUCHED - A BLANK
444600*                    FIELD LEAVES THE RECORD AS IT STANDS.  THE
444700*                    ON-HAND COUNT IS NEVER CHANGED HERE - THAT
444800*                    IS WHAT THE POSTING ACTIONS AND THEIR
444900*                    JOURNAL ARE FOR.
445000*=================================================================
445100 5830-CHANGE-ITEM.
445200     MOVE WS-IMT-PART-NUMBER TO IM-PART-NUMBER.
445300     READ ITEM-MASTER-FILE
445400         INVALID KEY
445500             MOVE "23" TO WS-ITEMMAST-STATUS
445600     END-READ.
445700     IF WS-ITEMMAST-NOTFOUND
445800         DISPLAY "PART NUMBER NOT FOUND"
445900         GO TO 5830-EXIT
446000     END-IF.
446100     IF NOT WS-ITEMMAST-OK
446200         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
446300             WS-ITEMMAST-STATUS
446400         GO TO 5830-EXIT
446500     END-IF.
446600
446700     PERFORM 5860-CAPTURE-ITEM-FIELDS THRU 5860-EXIT.
446800     IF WS-IMT-REORDER-X NOT = SPACES
446900             AND WS-IMT-REORDER-X IS NOT NUMERIC
447000         DISPLAY "REORDER POINT MUST BE NUMERIC"
447100         GO TO 5830-EXIT
447200     END-IF.
447300     IF WS-IMT-COST-X NOT = SPACES
447400             AND WS-IMT-COST-X IS NOT NUMERIC
447500         DISPLAY "STANDARD UNIT COST MUST BE NUMERIC"
447600         GO TO 5830-EXIT
447700     END-IF.
447800
447900     MOVE IM-STD-UNIT-COST TO WS-IMT-COST-BEFORE.
448000
448100     IF WS-IMT-DESCRIPTION NOT = SPACES
448200         MOVE WS-IMT-DESCRIPTION TO IM-DESCRIPTION
448300     END-IF.
448400     IF WS-IMT-BIN-LOCATION NOT = SPACES
448500         MOVE WS-IMT-BIN-LOCATION TO IM-BIN-LOCATION
448600     END-IF.
448700     IF WS-IMT-REORDER-X NOT = SPACES
448800         MOVE WS-IMT-REORDER TO IM-REORDER-POINT
448900     END-IF.
449000     IF WS-IMT-COST-X NOT = SPACES
449100         MOVE WS-IMT-COST TO IM-STD-UNIT-COST
449200     END-IF.
449300
449400     REWRITE ITEM-MASTER-RECORD
449500         INVALID KEY MOVE "99" TO WS-ITEMMAST-STATUS
449600     END-REWRITE.
449700     IF NOT WS-ITEMMAST-OK
449800         DISPLAY "ITEM-MASTER REWRITE FAILED - STATUS "
449900             WS-ITEMMAST-STATUS
450000         GO TO 5830-EXIT
450100     END-IF.
450200
450300     PERFORM 5850-WRITE-MAINT-JOURNAL THRU 5850-EXIT.
450400     DISPLAY "PART " IM-PART-NUMBER " CHANGED".
450500 5830-EXIT.
450600     EXIT.
450700
450800*=================================================================
450900* 5840-DEACTIVATE-ITEM - RETIRE A DISCONTINUED PART.  THE
451000*                        RECORD STAYS ON FILE FOR THE MORNING
451100*                        RECONCILIATION AND THE JOURNAL TRAIL,
451200*                        BUT EVERY FURTHER POSTING AGAINST IT
451300*                        IS REFUSED.
451400*=================================================================
451500 5840-DEACTIVATE-ITEM.
451600     MOVE WS-IMT-PART-NUMBER TO IM-PART-NUMBER.
451700     READ ITEM-MASTER-FILE
451800         INVALID KEY
451900             MOVE "23" TO WS-ITEMMAST-STATUS
452000     END-READ.
452100     IF WS-ITEMMAST-NOTFOUND
452200         DISPLAY "PART NUMBER NOT FOUND"
452300         GO TO 5840-EXIT
452400     END-IF.
452500     IF NOT WS-ITEMMAST-OK
452600         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
452700             WS-ITEMMAST-STATUS
452800         GO TO 5840-EXIT
452900     END-IF.
453000
453100     IF IM-ITEM-INACTIVE
453200         DISPLAY "PART ALREADY DEACTIVATED"
453300         GO TO 5840-EXIT
453400     END-IF.
453500
453600     MOVE IM-STD-UNIT-COST TO WS-IMT-COST-BEFORE.
453700     MOVE "I" TO IM-ITEM-STATUS.
453800     REWRITE ITEM-MASTER-RECORD
453900         INVALID KEY MOVE "99" TO WS-ITEMMAST-STATUS
454000     END-REWRITE.
454100     IF NOT WS-ITEMMAST-OK
454200         DISPLAY "ITEM-MASTER REWRITE FAILED - STATUS "
454300             WS-ITEMMAST-STATUS
454400         GO TO 5840-EXIT
454500     END-IF.
454600
454700     PERFORM 5850-WRITE-MAINT-JOURNAL THRU 5850-EXIT.
454800     DISPLAY "PART " IM-PART-NUMBER " DEACTIVATED".
454900 5840-EXIT.
455000     EXIT.
455100
455200*=================================================================
455300* 5850-WRITE-MAINT-JOURNAL - ONE JOURNAL RECORD FOR EVERY
455400*                            MAINTENANCE ACTION, SAME AS EVERY
455500*                            QUANTITY CHANGE.  THE ON-HAND
455600*                            COUNT RIDES UNCHANGED IN BOTH
455700*                            BEFORE AND AFTER SO THE MORNING
455800*                            RECONCILIATION CHAINS STRAIGHT
455900*                            THROUGH.  A JOURNAL THAT CANNOT
456000*                            BE WRITTEN ABENDS THE RUN.
456100*=================================================================
456200 5850-WRITE-MAINT-JOURNAL.
456300     MOVE WS-IMT-PART-NUMBER TO MJ-PART-NUMBER.
456400     EVALUATE TRUE
456500         WHEN WS-IMT-ACT-ADD
456600             MOVE "N" TO MJ-MOVEMENT-TYPE
456700         WHEN WS-IMT-ACT-CHANGE
456800             MOVE "C" TO MJ-MOVEMENT-TYPE
456900         WHEN OTHER
457000             MOVE "D" TO MJ-MOVEMENT-TYPE
457100     END-EVALUATE.
457200     MOVE ZERO TO MJ-QUANTITY.
457300     MOVE IM-ON-HAND-QTY TO MJ-QTY-BEFORE.
457400     MOVE IM-ON-HAND-QTY TO MJ-QTY-AFTER.
457500     MOVE WS-USERNAME TO MJ-USERID.
457600     MOVE WS-TERMINAL-DEVICE TO MJ-TERMINAL.
457700     ACCEPT MJ-TIMESTAMP-DATE FROM DATE YYYYMMDD.
457800     ACCEPT MJ-TIMESTAMP-TIME FROM TIME.
457900     MOVE SPACES TO MJ-ORDER-NUMBER.
458000     MOVE SPACES TO MJ-PO-NUMBER.
458100     MOVE ZERO TO MJ-PO-LINE.
458200     MOVE WS-IMT-COST-BEFORE TO MJ-STD-COST-BEFORE.
458300     MOVE IM-STD-UNIT-COST TO MJ-STD-COST-AFTER.
458400     MOVE SPACES TO MJ-BIN-LOCATION.
458500     MOVE ZERO TO MJ-LOC-QTY-BEFORE.
458600     MOVE ZERO TO MJ-LOC-QTY-AFTER.
458700     MOVE SPACES TO MJ-OTHER-BIN.
458800
458900     WRITE MOVEMENT-JOURNAL-RECORD.
459000     IF NOT WS-INVMOVE-OK
459100         DISPLAY "MOVEMENT-JOURNAL WRITE FAILED - STATUS "
459200             WS-INVMOVE-STATUS
459300         GO TO 9900-ABORT-TEARDOWN
459400     END-IF.
459500
459600     PERFORM 5270-WRITE-MOVEMENT-HISTORY THRU 5270-EXIT.
459700 5850-EXIT.
459800     EXIT.
459900
460000*=================================================================
460100* 5860-CAPTURE-ITEM-FIELDS - READ THE DESCRIPTION, BIN, REORDER
460200*                            POINT, AND STANDARD UNIT COST FROM
460300*                            ITEMMNT_FORM
460400*=================================================================
460500 5860-CAPTURE-ITEM-FIELDS.
460600     MOVE "DECFORMS$INPUT DESC" TO WS-CURRENT-CALL.
460700     INVOKE DECFORMS$INPUT("ITEMMNT_FORM", "DESC",
460800         WS-IMT-DESCRIPTION) RETURNING WS-DECFORMS-STATUS.
460900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
461000
461100     MOVE "DECFORMS$INPUT BIN" TO WS-CURRENT-CALL.
461200     INVOKE DECFORMS$INPUT("ITEMMNT_FORM", "BIN",
461300         WS-IMT-BIN-LOCATION) RETURNING WS-DECFORMS-STATUS.
461400     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
461500
461600     MOVE "DECFORMS$INPUT REORDER" TO WS-CURRENT-CALL.
461700     INVOKE DECFORMS$INPUT("ITEMMNT_FORM", "REORDER",
461800         WS-IMT-REORDER-X) RETURNING WS-DECFORMS-STATUS.
461900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
462000
462100     MOVE "DECFORMS$INPUT COST" TO WS-CURRENT-CALL.
462200     INVOKE DECFORMS$INPUT("ITEMMNT_FORM", "COST",
462300         WS-IMT-COST-X) RETURNING WS-DECFORMS-STATUS.
462400     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
462500 5860-EXIT.
462600     EXIT.
462700
462800*=================================================================
462900* 5870-REVIEW-HELD-COUNT - A SUPERVISOR'S DECISION ON A CYCLE
463000*                          COUNT CYCVAR HELD OUT OF TOLERANCE.
463100*                          V APPROVES IT FOR POSTING ON THE NEXT
463200*                          CYCVAR RUN UNDER THE APPROVER'S
463300*                          USERID; R CLEARS THE COUNT AND PUTS
463400*                          THE PART BACK ON THE SHEET AS A
463500*                          RECOUNT.  NOBODY APPROVES THEIR OWN
463600*                          COUNT.
463700*=================================================================
463800 5870-REVIEW-HELD-COUNT.
463900     MOVE WS-IMT-PART-NUMBER TO WS-CNT-PART-NUMBER.
464000     MOVE SPACES TO WS-CNT-BIN.
464100     MOVE "H" TO WS-CNT-SEEK.
464200     PERFORM 5285-FIND-PART-COUNT THRU 5285-EXIT.
464300     IF NOT WS-CNT-FOUND
464400         DISPLAY "NO HELD CYCLE COUNT FOR THIS PART"
464500         GO TO 5870-EXIT
464600     END-IF.
464700
464800     DISPLAY "BIN:      " CC-BIN-LOCATION.
464900     DISPLAY "COUNTED:  " CC-COUNTED-QTY
465000         " BY " CC-COUNT-USERID " ON " CC-COUNT-DATE.
465100     DISPLAY "ON HAND AT COUNT: " CC-ONHAND-AT-COUNT.
465200     DISPLAY "VARIANCE: " CC-VARIANCE-QTY.
465300
465400     IF CC-COUNT-USERID = WS-USERNAME
465500         DISPLAY "A COUNT CANNOT BE REVIEWED BY ITS COUNTER"
465600         GO TO 5870-EXIT
465700     END-IF.
465800
465900     MOVE WS-USERNAME TO CC-REVIEW-USERID.
466000     ACCEPT CC-REVIEW-DATE FROM DATE YYYYMMDD.
466100     IF WS-IMT-ACT-APPROVE
466200         MOVE "A" TO CC-COUNT-STATUS
466300     ELSE
466400         MOVE "R" TO CC-COUNT-STATUS
466500         MOVE ZERO TO CC-COUNTED-QTY
466600         MOVE ZERO TO CC-ONHAND-AT-COUNT
466700         MOVE ZERO TO CC-VARIANCE-QTY
466800         ADD 1 TO CC-RECOUNT-TALLY
466900     END-IF.
467000     PERFORM 5289-REWRITE-COUNT THRU 5289-EXIT.
467100     IF NOT WS-CYCCOUNT-OK
467200         GO TO 5870-EXIT
467300     END-IF.
467400
467500     IF CC-STAT-APPROVED
467600         DISPLAY "COUNT APPROVED - POSTS ON THE NEXT CYCVAR RUN"
467700     ELSE
467800         DISPLAY "RECOUNT ORDERED - PART GOES BACK ON THE SHEET"
467900     END-IF.
468000 5870-EXIT.
468100     EXIT.
468200
468300*=================================================================
468400* 5880-MAINTAIN-BOM-LINE - ADD (B) OR CHANGE (E) ONE LINE OF THE
468500*                          BILL OF MATERIALS FOR THE ENTERED
468600*                          FINISHED PART.  THE PART AND THE
468700*                          COMPONENT MUST BOTH BE ACTIVE PARTS ON
468800*                          THE ITEM-MASTER, A PART IS NEVER ITS
468900*                          OWN COMPONENT, AND THE QUANTITY PER
469000*                          UNIT MUST BE GREATER THAN ZERO.  AN ADD
469100*                          REFUSES A LINE ALREADY ON FILE AND A
469200*                          CHANGE REFUSES ONE THAT IS NOT.  THE
469300*                          LINE IS STAMPED WITH THE SUPERVISOR'S
469400*                          USERID AND THE DATE.
469500*=================================================================
469600 5880-MAINTAIN-BOM-LINE.
469700     MOVE WS-IMT-PART-NUMBER TO IM-PART-NUMBER.
469800     READ ITEM-MASTER-FILE
469900         INVALID KEY
470000             MOVE "23" TO WS-ITEMMAST-STATUS
470100     END-READ.
470200     IF WS-ITEMMAST-NOTFOUND
470300         DISPLAY "PART NUMBER NOT FOUND"
470400         GO TO 5880-EXIT
470500     END-IF.
470600     IF NOT WS-ITEMMAST-OK
470700         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
470800             WS-ITEMMAST-STATUS
470900         GO TO 5880-EXIT
471000     END-IF.
471100     IF IM-ITEM-INACTIVE
471200         DISPLAY "PART IS DEACTIVATED"
471300         GO TO 5880-EXIT
471400     END-IF.
471500
471600     MOVE "DECFORMS$INPUT COMPNO" TO WS-CURRENT-CALL.
471700     INVOKE DECFORMS$INPUT("ITEMMNT_FORM", "COMPNO",
471800         WS-IMT-COMPONENT) RETURNING WS-DECFORMS-STATUS.
471900     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
472000
472100     MOVE "DECFORMS$INPUT QTYPER" TO WS-CURRENT-CALL.
472200     INVOKE DECFORMS$INPUT("ITEMMNT_FORM", "QTYPER",
472300         WS-IMT-QTY-PER-X) RETURNING WS-DECFORMS-STATUS.
472400     PERFORM 9700-CHECK-DECFORMS-STATUS THRU 9700-EXIT.
472500
472600     IF WS-IMT-COMPONENT = SPACES
472700         DISPLAY "COMPONENT IS REQUIRED"
472800         GO TO 5880-EXIT
472900     END-IF.
473000     IF WS-IMT-COMPONENT = WS-IMT-PART-NUMBER
473100         DISPLAY "A PART CANNOT BE ITS OWN COMPONENT"
473200         GO TO 5880-EXIT
473300     END-IF.
473400     IF WS-IMT-QTY-PER-X IS NOT NUMERIC
473500         DISPLAY "QTY PER UNIT MUST BE NUMERIC"
473600         GO TO 5880-EXIT
473700     END-IF.
473800     IF WS-IMT-QTY-PER = ZERO
473900         DISPLAY "QTY PER UNIT MUST BE GREATER THAN ZERO"
474000         GO TO 5880-EXIT
474100     END-IF.
474200
474300     MOVE WS-IMT-COMPONENT TO IM-PART-NUMBER.
474400     READ ITEM-MASTER-FILE
474500         INVALID KEY
474600             MOVE "23" TO WS-ITEMMAST-STATUS
474700     END-READ.
474800     IF WS-ITEMMAST-NOTFOUND
474900         DISPLAY "COMPONENT NOT FOUND"
475000         GO TO 5880-EXIT
475100     END-IF.
475200     IF NOT WS-ITEMMAST-OK
475300         DISPLAY "ITEM-MASTER READ FAILED - STATUS "
475400             WS-ITEMMAST-STATUS
475500         GO TO 5880-EXIT
475600     END-IF.
475700     IF IM-ITEM-INACTIVE
475800         DISPLAY "COMPONENT IS DEACTIVATED"
475900         GO TO 5880-EXIT
476000     END-IF.
476100
476200     MOVE WS-IMT-PART-NUMBER TO BM-PARENT-PART.
476300     MOVE WS-IMT-COMPONENT TO BM-COMPONENT-PART.
476400     READ BILL-OF-MATERIALS-FILE
476500         INVALID KEY
476600             MOVE "23" TO WS-BOMMAST-STATUS
476700     END-READ.
476800     IF WS-IMT-ACT-BOM-ADD AND WS-BOMMAST-OK
476900         DISPLAY "BOM LINE ALREADY ON FILE"
477000         GO TO 5880-EXIT
477100     END-IF.
477200     IF WS-IMT-ACT-BOM-CHANGE AND WS-BOMMAST-NOTFOUND
477300         DISPLAY "BOM LINE NOT FOUND"
477400         GO TO 5880-EXIT
477500     END-IF.
477600     IF NOT (WS-BOMMAST-OK OR WS-BOMMAST-NOTFOUND)
477700         DISPLAY "BILL-OF-MATERIALS READ FAILED - STATUS "
477800             WS-BOMMAST-STATUS
477900         GO TO 5880-EXIT
478000     END-IF.
478100
478200     IF WS-IMT-ACT-BOM-ADD
478300         MOVE SPACES TO BILL-OF-MATERIALS-RECORD
478400         MOVE WS-IMT-PART-NUMBER TO BM-PARENT-PART
478500         MOVE WS-IMT-COMPONENT TO BM-COMPONENT-PART
478600     END-IF.
478700     MOVE WS-IMT-QTY-PER TO BM-QTY-PER-UNIT.
478800     MOVE WS-USERNAME TO BM-LAST-CHANGE-USERID.
478900     ACCEPT BM-LAST-CHANGE-DATE FROM DATE YYYYMMDD.
479000
479100     IF WS-IMT-ACT-BOM-ADD
479200         WRITE BILL-OF-MATERIALS-RECORD
479300             INVALID KEY MOVE "22" TO WS-BOMMAST-STATUS
479400         END-WRITE
479500     ELSE
479600         REWRITE BILL-OF-MATERIALS-RECORD
479700             INVALID KEY MOVE "99" TO WS-BOMMAST-STATUS
479800         END-REWRITE
479900     END-IF.
480000     IF NOT WS-BOMMAST-OK
480100         DISPLAY "BILL-OF-MATERIALS WRITE FAILED - STATUS "
480200             WS-BOMMAST-STATUS
480300         GO TO 5880-EXIT
480400     END-IF.
480500
480600     IF WS-IMT-ACT-BOM-ADD
480700         DISPLAY "BOM LINE " BM-PARENT-PART "/" BM-COMPONENT-PART
480800             " ADDED"
480900     ELSE
481000         DISPLAY "BOM LINE " BM-PARENT-PART "/" BM-COMPONENT-PART
481100             " CHANGED"
481200     END-IF.
481300 5880-EXIT.
481400     EXIT.
481500
481600*=================================================================
481700* 9000-TERMINATE - TEAR DOWN THE FORM AND CLOSE THE FILES
481800*=================================================================
481900 9000-TERMINATE.
482000     IF WS-SESSION-WRITTEN
482100         MOVE WS-USERNAME TO AS-USERID
482200         READ ACTIVE-SESSION-FILE
482300             INVALID KEY MOVE "23" TO WS-ACTSESS-STATUS
482400         END-READ
482500         IF WS-ACTSESS-OK
482600             PERFORM 9100-WRITE-SESSION-HISTORY THRU 9100-EXIT
482700         ELSE
482800             DISPLAY "ACTIVE-SESSION READ FAILED - STATUS "
482900                 WS-ACTSESS-STATUS
483000         END-IF
483100         DELETE ACTIVE-SESSION-FILE
483200             INVALID KEY MOVE "99" TO WS-ACTSESS-STATUS
483300         END-DELETE
483400         IF NOT WS-ACTSESS-OK
483500             DISPLAY "ACTIVE-SESSION DELETE FAILED - STATUS "
483600                 WS-ACTSESS-STATUS
483700         END-IF
483800         MOVE "N" TO WS-SESSION-SWITCH
483900     END-IF.
484000
484100     CLOSE USER-MASTER-FILE.
484200     CLOSE LOGIN-AUDIT-FILE.
484300     CLOSE SHIFT-NOTES-FILE.
484400     CLOSE NOTE-ACK-FILE.
484500     CLOSE ACTIVE-SESSION-FILE.
484600     CLOSE TERMINAL-AUTH-FILE.
484700     CLOSE SESSION-HISTORY-FILE.
484800     CLOSE USER-CHANGE-FILE.
484900     MOVE "N" TO WS-FILES-OPEN-SWITCH.
485000
485100     MOVE "DECFORMS$DESTROY LOGIN_FORM" TO WS-CURRENT-CALL.
485200     INVOKE DECFORMS$DESTROY("LOGIN_FORM")
485300         RETURNING WS-DECFORMS-STATUS.
485400     PERFORM 9750-LOG-TEARDOWN-STATUS THRU 9750-EXIT.
485500
485600     MOVE "DECFORMS$TERM" TO WS-CURRENT-CALL.
485700     INVOKE DECFORMS$TERM RETURNING WS-DECFORMS-STATUS.
485800     PERFORM 9750-LOG-TEARDOWN-STATUS THRU 9750-EXIT.
485900 9000-EXIT.
486000     EXIT.
486100
486200*=================================================================
486300* 9100-WRITE-SESSION-HISTORY - ONE HISTORY RECORD FOR THE
486400*                              SESSION WHOSE ACTIVE-SESSION
486500*                              RECORD IS IN THE RECORD AREA,
486600*                              STAMPED WITH THE SIGN-OFF TIME
486700*                              AND HOW THE SESSION ENDED.  A
486800*                              HISTORY THAT CANNOT BE WRITTEN
486900*                              ABENDS THE RUN - IT IS THE ONLY
487000*                              DURABLE RECORD OF THE SESSION.
487100*=================================================================
487200 9100-WRITE-SESSION-HISTORY.
487300     MOVE AS-USERID TO SH-USERID.
487400     MOVE AS-TERMINAL TO SH-TERMINAL.
487500     MOVE AS-SIGNON-DATE TO SH-SIGNON-DATE.
487600     MOVE AS-SIGNON-TIME TO SH-SIGNON-TIME.
487700     ACCEPT SH-SIGNOFF-DATE FROM DATE YYYYMMDD.
487800     ACCEPT SH-SIGNOFF-TIME FROM TIME.
487900     MOVE WS-SESSION-END-REASON TO SH-END-REASON.
488000
488100     WRITE SESSION-HISTORY-RECORD.
488200     IF NOT WS-SESSHIST-OK
488300         DISPLAY "SESSION-HISTORY WRITE FAILED - STATUS "
488400             WS-SESSHIST-STATUS
488500         GO TO 9900-ABORT-TEARDOWN
488600     END-IF.
488700 9100-EXIT.
488800     EXIT.
488900
489000*=================================================================
489100* 9700-CHECK-DECFORMS-STATUS - COMMON STATUS CHECK FOR EVERY
489200*                              DECFORMS$ CALL MADE WHILE A FORM
489300*                              IS STILL ACTIVE.  A BAD RETURN
489400*                              ABORTS THE RUN RATHER THAN PRESS
489500*                              ON AGAINST A FORMS MANAGER THAT
489600*                              IS NO LONGER RESPONDING.
489700*=================================================================
489800 9700-CHECK-DECFORMS-STATUS.
489900     IF NOT WS-DECFORMS-OK
490000         DISPLAY "DECFORMS ERROR ON " WS-CURRENT-CALL
490100         DISPLAY "RETURN STATUS = " WS-DECFORMS-STATUS
490200         GO TO 9900-ABORT-TEARDOWN
490300     END-IF.
490400 9700-EXIT.
490500     EXIT.
490600
490700*=================================================================
490800* 9750-LOG-TEARDOWN-STATUS - SAME CHECK USED DURING FINAL
490900*                            TEARDOWN, WHERE THERE IS NO FORM
491000*                            LEFT TO ABORT OUT OF.  A BAD RETURN
491100*                            IS LOGGED SO THE OPERATOR CAN REPORT
491200*                            IT, BUT THE RUN STILL ENDS NORMALLY.
491300*=================================================================
491400 9750-LOG-TEARDOWN-STATUS.
491500     IF NOT WS-DECFORMS-OK
491600         DISPLAY "DECFORMS ERROR ON " WS-CURRENT-CALL
491700         DISPLAY "RETURN STATUS = " WS-DECFORMS-STATUS
491800     END-IF.
491900 9750-EXIT.
492000     EXIT.
492100
492200*=================================================================
492300* 9900-ABORT-TEARDOWN - A DECFORMS CALL FAILED WHILE A FORM WAS
492400*                       STILL UP.  CLOSE WHATEVER FILES ARE OPEN
492500*                       AND END THE RUN WITH A NONZERO RETURN
492600*                       CODE SO THE SHIFT LOG SHOWS AN ABNORMAL
492700*                       TERMINATION.
492800*=================================================================
492900 9900-ABORT-TEARDOWN.
493000     DISPLAY "LOGIN ABENDED - DECFORMS CALL FAILED".
493100     IF WS-FILES-OPEN
493200         CLOSE USER-MASTER-FILE
493300         CLOSE LOGIN-AUDIT-FILE
493400         CLOSE SHIFT-NOTES-FILE
493500         CLOSE NOTE-ACK-FILE
493600         CLOSE ACTIVE-SESSION-FILE
493700         CLOSE TERMINAL-AUTH-FILE
493800         CLOSE SESSION-HISTORY-FILE
493900         CLOSE USER-CHANGE-FILE
494000     END-IF.
494100     IF WS-INV-FILES-OPEN
494200         CLOSE ITEM-MASTER-FILE
494300         CLOSE MOVEMENT-JOURNAL-FILE
494400         CLOSE MOVEMENT-HISTORY-FILE
494500     END-IF.
494600     IF WS-INV-WO-OPEN
494700         CLOSE WORK-ORDER-FILE
494800     END-IF.
494900     IF WS-CNT-FILES-OPEN
495000         CLOSE CYCLE-COUNT-FILE
495100     END-IF.
495200     IF WS-BOM-FILES-OPEN
495300         CLOSE BILL-OF-MATERIALS-FILE
495400     END-IF.
495500     IF WS-PO-FILES-OPEN
495600         CLOSE PURCHASE-ORDER-FILE
495700     END-IF.
495800     IF WS-SCH-FILES-OPEN
495900         CLOSE WORK-ORDER-FILE
496000         CLOSE WORK-ORDER-EVENT-FILE
496100     END-IF.
496200     IF WS-SCH-INV-OPEN
496300         CLOSE ITEM-MASTER-FILE
496400         CLOSE MOVEMENT-JOURNAL-FILE
496500         CLOSE MOVEMENT-HISTORY-FILE
496600     END-IF.
496700     IF WS-LOC-FILES-OPEN
496800         CLOSE PART-LOCATION-FILE
496900     END-IF.
497000     IF WS-RPT-FILES-OPEN
497100         CLOSE REPORT-REQUEST-FILE
497200         CLOSE RUN-CONTROL-FILE
497300     END-IF.
497400     MOVE 16 TO RETURN-CODE.
497500     STOP RUN.
497600
497700*=================================================================
497800* 9950-REFUSED-TERMINAL - THE DEVICE ITSELF WAS TURNED AWAY.
497900*                         NO FORM IS UP YET, SO CLOSE THE
498000*                         FILES, LET THE FORMS MANAGER GO, AND
498100*                         END WITH A WARNING RETURN CODE -
498200*                         THIS IS A REFUSAL, NOT AN ABEND.
498300*=================================================================
498400 9950-REFUSED-TERMINAL.
498500     IF WS-FILES-OPEN
498600         CLOSE USER-MASTER-FILE
498700         CLOSE LOGIN-AUDIT-FILE
498800         CLOSE SHIFT-NOTES-FILE
498900         CLOSE NOTE-ACK-FILE
499000         CLOSE ACTIVE-SESSION-FILE
499100         CLOSE TERMINAL-AUTH-FILE
499200         CLOSE SESSION-HISTORY-FILE
499300         CLOSE USER-CHANGE-FILE
499400     END-IF.
499500     MOVE "N" TO WS-FILES-OPEN-SWITCH.
499600
499700     MOVE "DECFORMS$TERM" TO WS-CURRENT-CALL.
499800     INVOKE DECFORMS$TERM RETURNING WS-DECFORMS-STATUS.
499900     PERFORM 9750-LOG-TEARDOWN-STATUS THRU 9750-EXIT.
500000
500100     MOVE 8 TO RETURN-CODE.
500200     STOP RUN.
500300
500400 END PROGRAM LOGIN.
