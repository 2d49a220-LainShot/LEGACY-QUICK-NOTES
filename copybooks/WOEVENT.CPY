      *===============================================================
      * WOEVENT.CPY
      *
      * Record layout for the WORK-ORDER-EVENT sequential file.  The
      * work-order record keeps only its last status stamp, so one
      * record is appended here for every change made to a work
      * order, carrying the scheduled fields as they stood before
      * and after the change, who made it, and from where:
      *
      *   ADD, CHANGE, CANCEL   WORDMNT from the planning office list
      *   STARTED, COMPLETED    LOGIN, SCHED_FORM S and C actions
      *
      * Floor events carry the signed-on userid and the terminal
      * device; WORDMNT carries its own name and BATCH.  An add has
      * spaces and zero for its before values.  A completion carries
      * the good and scrap counts captured; every other event carries
      * the counts on the order, zero until it completes.  The order
      * quantity is carried as characters, since an order written
      * before the quantity was carried has spaces there.  Read by
      * the weekly schedule-adherence report SCHDADH.
      *
      * MODIFICATION HISTORY
      *   15-OCT-2026  RSH  ORIGINAL.
      *===============================================================
       01  WORK-ORDER-EVENT-RECORD.
           05  WE-ORDER-NUMBER             PIC X(08).
           05  WE-TIMESTAMP.
               10  WE-EVENT-DATE           PIC 9(08).
               10  WE-EVENT-TIME           PIC 9(08).
           05  WE-EVENT-TYPE               PIC X(09).
               88  WE-EVT-ADD                     VALUE "ADD".
               88  WE-EVT-CHANGE                  VALUE "CHANGE".
               88  WE-EVT-CANCEL                  VALUE "CANCEL".
               88  WE-EVT-STARTED                 VALUE "STARTED".
               88  WE-EVT-COMPLETED               VALUE "COMPLETED".
           05  WE-USERID                   PIC X(08).
           05  WE-TERMINAL                 PIC X(08).
           05  WE-BEFORE.
               10  WE-LINE-MACHINE-BEFORE  PIC X(08).
               10  WE-START-DATE-BEFORE    PIC 9(08).
               10  WE-PRIORITY-BEFORE      PIC 9(02).
               10  WE-STATUS-BEFORE        PIC X(01).
               10  WE-PART-NUMBER-BEFORE   PIC X(08).
               10  WE-ORDER-QTY-BEFORE     PIC X(07).
           05  WE-AFTER.
               10  WE-LINE-MACHINE-AFTER   PIC X(08).
               10  WE-START-DATE-AFTER     PIC 9(08).
               10  WE-PRIORITY-AFTER       PIC 9(02).
               10  WE-STATUS-AFTER         PIC X(01).
               10  WE-PART-NUMBER-AFTER    PIC X(08).
               10  WE-ORDER-QTY-AFTER      PIC X(07).
           05  WE-QTY-GOOD                 PIC S9(07).
           05  WE-QTY-SCRAP                PIC S9(07).
           05  FILLER                      PIC X(20).
