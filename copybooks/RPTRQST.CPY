      *===============================================================
      * RPTRQST.CPY
      *
      * Record layout for the REPORT-REQUEST queue file.  A
      * supervisor queues a rerun of one of the floor reports for a
      * business date from the reports form on the floor-control
      * menu; the request is stamped with the requesting userid and
      * terminal and waits pending ("P") until RPTDISP picks it up.
      * RPTDISP marks it running ("R") while the report runs and
      * then done ("D") or failed ("F") with the run times, the
      * completion status the report ended with, and a reason for a
      * failure.  Keyed by the date and time the request was queued
      * and the terminal it was queued from, so the queue reads back
      * in the order it was filled.
      *
      * MODIFICATION HISTORY
      *   15-OCT-2026  RSH  ORIGINAL.
      *===============================================================
       01  REPORT-REQUEST-RECORD.
           05  RQ-REQUEST-KEY.
               10  RQ-REQUEST-DATE         PIC 9(08).
               10  RQ-REQUEST-TIME         PIC 9(08).
               10  RQ-TERMINAL             PIC X(08).
           05  RQ-USERID                   PIC X(08).
           05  RQ-REPORT-NAME              PIC X(08).
               88  RQ-KNOWN-REPORT                VALUE "LOGINRPT"
                                                        "ATTNDRPT"
                                                        "SHIFTRPT"
                                                        "NOTECMPL"
                                                        "REORDRPT".
               88  RQ-CURRENT-STATE-REPORT        VALUE "NOTECMPL"
                                                        "REORDRPT".
           05  RQ-BUSINESS-DATE            PIC 9(08).
           05  RQ-STATUS                   PIC X(01).
               88  RQ-PENDING                     VALUE "P".
               88  RQ-RUNNING                     VALUE "R".
               88  RQ-DONE                        VALUE "D".
               88  RQ-FAILED                      VALUE "F".
           05  RQ-RUN-DATE                 PIC 9(08).
           05  RQ-RUN-START-TIME           PIC 9(08).
           05  RQ-RUN-END-TIME             PIC 9(08).
           05  RQ-COMPLETION-STATUS        PIC 9(10).
           05  RQ-FAILURE-REASON           PIC X(30).
           05  FILLER                      PIC X(10).
