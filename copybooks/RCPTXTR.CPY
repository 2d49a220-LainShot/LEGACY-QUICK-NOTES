      *===============================================================
      * RCPTXTR.CPY
      *
      * Record layout for the RECEIPT-CONFIRMATION transfer file
      * built nightly by RCPTCONF for the purchasing system loader.
      * One detail record per receipt posted against a purchase-
      * order line during the day, then one trailer carrying the
      * record count and the total quantity received so the
      * receiving side can reconcile the load.  A day with no
      * receipts still ships a trailer, the same as PUREXTR.
      *
      * MODIFICATION HISTORY
      *   15-OCT-2026  RSH  ORIGINAL.
      *===============================================================
       01  RECEIPT-CONFIRM-RECORD.
           05  RX-RECORD-TYPE              PIC X(01).
               88  RX-DETAIL-RECORD               VALUE "D".
               88  RX-TRAILER-RECORD              VALUE "T".
           05  RX-SITE-CODE                PIC X(04).
           05  RX-DETAIL.
               10  RX-PO-NUMBER            PIC X(08).
               10  RX-PO-LINE              PIC 9(03).
               10  RX-PART-NUMBER          PIC X(08).
               10  RX-RECEIVED-QTY         PIC 9(07).
               10  RX-RECEIPT-DATE         PIC 9(08).
               10  RX-RECEIPT-TIME         PIC 9(08).
               10  RX-USERID               PIC X(08).
               10  FILLER                  PIC X(10).
           05  RX-TRAILER REDEFINES RX-DETAIL.
               10  RX-RECORD-COUNT         PIC 9(07).
               10  RX-RECEIVED-TOTAL       PIC 9(09).
               10  FILLER                  PIC X(44).
