      *===============================================================
      * POFEED.CPY
      *
      * Record layout for the PURCHASE-ORDER-FEED transfer file sent
      * nightly by the purchasing system and loaded into POLINE by
      * POLOAD.  One detail record per purchase-order line that is
      * new or has changed on their side, then one trailer carrying
      * the record count and the total ordered quantity so this end
      * can reconcile the feed before a single line is loaded.  A
      * line purchasing has cancelled or closed comes across with a
      * status of "C" so it stops taking receipts here.
      *
      * MODIFICATION HISTORY
      *   15-OCT-2026  RSH  ORIGINAL.
      *===============================================================
       01  PURCHASE-ORDER-FEED-RECORD.
           05  PF-RECORD-TYPE              PIC X(01).
               88  PF-DETAIL-RECORD               VALUE "D".
               88  PF-TRAILER-RECORD              VALUE "T".
           05  PF-SITE-CODE                PIC X(04).
           05  PF-DETAIL.
               10  PF-PO-NUMBER            PIC X(08).
               10  PF-PO-LINE              PIC 9(03).
               10  PF-PART-NUMBER          PIC X(08).
               10  PF-ORDERED-QTY          PIC 9(07).
               10  PF-DUE-DATE             PIC 9(08).
               10  PF-LINE-STATUS          PIC X(01).
                   88  PF-LINE-OPEN               VALUE "O".
                   88  PF-LINE-CLOSED             VALUE "C".
               10  FILLER                  PIC X(10).
           05  PF-TRAILER REDEFINES PF-DETAIL.
               10  PF-RECORD-COUNT         PIC 9(07).
               10  PF-ORDERED-TOTAL        PIC 9(09).
               10  FILLER                  PIC X(29).
