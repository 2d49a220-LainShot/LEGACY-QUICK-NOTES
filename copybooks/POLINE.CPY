      *===============================================================
      * POLINE.CPY
      *
      * Record layout for the PURCHASE-ORDER-LINE file.  Keyed by
      * purchase-order number and line.  Loaded nightly by POLOAD
      * from the purchasing system's feed, which owns the part, the
      * ordered quantity, the due date, and whether the line is
      * still open.  The received quantity belongs to this end: it
      * is carried up by every receipt posted against the line with
      * action R on the inventory form, and a reload of the line
      * from the feed leaves it alone.
      *
      * MODIFICATION HISTORY
      *   15-OCT-2026  RSH  ORIGINAL.
      *===============================================================
       01  PURCHASE-ORDER-LINE-RECORD.
           05  PL-PO-KEY.
               10  PL-PO-NUMBER            PIC X(08).
               10  PL-PO-LINE              PIC 9(03).
           05  PL-PART-NUMBER              PIC X(08).
           05  PL-ORDERED-QTY              PIC 9(07).
           05  PL-DUE-DATE                 PIC 9(08).
           05  PL-LINE-STATUS              PIC X(01).
               88  PL-LINE-OPEN                   VALUE "O".
               88  PL-LINE-CLOSED                 VALUE "C".
           05  PL-RECEIVED-QTY             PIC 9(07).
           05  PL-LAST-RECEIPT-DATE        PIC 9(08).
           05  PL-LOAD-DATE                PIC 9(08).
           05  FILLER                      PIC X(12).
