      *===============================================================
      * BOMMAST.CPY
      *
      * Record layout for the BILL-OF-MATERIALS file.  Keyed by the
      * finished part a work order builds and one component it
      * consumes, with the quantity of the component used for each
      * unit of the finished part.  Lines are added and changed by a
      * supervisor from item maintenance, and every line carries the
      * userid and date of its last change.  KITSHORT explodes the
      * open work orders against it every night, and an issue keyed
      * against an order is checked against the bill for the order's
      * finished part.
      *
      * MODIFICATION HISTORY
      *   15-OCT-2026  RSH  ORIGINAL.
      *===============================================================
       01  BILL-OF-MATERIALS-RECORD.
           05  BM-BOM-KEY.
               10  BM-PARENT-PART          PIC X(08).
               10  BM-COMPONENT-PART       PIC X(08).
           05  BM-QTY-PER-UNIT             PIC 9(05).
           05  BM-LAST-CHANGE-USERID       PIC X(08).
           05  BM-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(10).
