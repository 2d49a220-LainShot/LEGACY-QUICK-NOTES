      *===============================================================
      * CYCCOUNT.CPY
      *
      * Record layout for the CYCLE-COUNT file.  Keyed by part
      * number, bin, and the date the count sheet was cut.  CYCSHEET
      * writes one open record for every part it puts on a blind
      * count sheet; the counter keys the physical count against it
      * from the inventory form; CYCVAR compares the count to the
      * on-hand at the moment it was keyed, posts a variance inside
      * tolerance as an adjustment, and holds one outside tolerance
      * for a supervisor to approve or send back for a recount from
      * item maintenance.  A posted record stays on file as the
      * evidence that the part was counted - CYCCOVER reads it back
      * for the quarterly coverage report.
      *
      * MODIFICATION HISTORY
      *   15-OCT-2026  RSH  ORIGINAL.
      *===============================================================
       01  CYCLE-COUNT-RECORD.
           05  CC-COUNT-KEY.
               10  CC-PART-NUMBER          PIC X(08).
               10  CC-BIN-LOCATION         PIC X(06).
               10  CC-SHEET-DATE           PIC 9(08).
           05  CC-COUNT-STATUS             PIC X(01).
               88  CC-STAT-OPEN                   VALUE "O".
               88  CC-STAT-KEYED                  VALUE "K".
               88  CC-STAT-HELD                   VALUE "H".
               88  CC-STAT-APPROVED               VALUE "A".
               88  CC-STAT-RECOUNT                VALUE "R".
               88  CC-STAT-POSTED                 VALUE "P".
           05  CC-COUNTED-QTY              PIC S9(07).
           05  CC-COUNT-USERID             PIC X(08).
           05  CC-COUNT-TERMINAL           PIC X(08).
           05  CC-COUNT-DATE               PIC 9(08).
           05  CC-COUNT-TIME               PIC 9(08).
           05  CC-ONHAND-AT-COUNT          PIC S9(07).
           05  CC-VARIANCE-QTY             PIC S9(07).
           05  CC-REVIEW-USERID            PIC X(08).
           05  CC-REVIEW-DATE              PIC 9(08).
           05  CC-POSTED-DATE              PIC 9(08).
           05  CC-RECOUNT-TALLY            PIC 9(02).
           05  FILLER                      PIC X(10).
