      *===============================================================
      * RPTDATE.CPY
      *
      * Record layout for the REPORT-DATE parameter file.  RPTDISP
      * writes one record here before it runs a queued report and
      * empties the file again afterwards.  A report that finds a
      * record reports on the business date it carries instead of
      * today's date and treats the run as a requested reprint, so
      * it leaves the nightly run-control record and any outbound
      * transfer alone.  An absent or empty file is the normal
      * nightly run, and so is a record written on an earlier day -
      * one left behind by a dispatcher that never finished must
      * not turn a later nightly run into a reprint.
      *
      * MODIFICATION HISTORY
      *   15-OCT-2026  RSH  ORIGINAL.
      *===============================================================
       01  REPORT-DATE-RECORD.
           05  RD-BUSINESS-DATE            PIC 9(08).
           05  RD-REQUESTED-BY             PIC X(08).
           05  RD-TERMINAL                 PIC X(08).
           05  RD-WRITTEN-DATE             PIC 9(08).
           05  FILLER                      PIC X(08).
