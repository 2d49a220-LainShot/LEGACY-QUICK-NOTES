      *                     PART INTO THE ITEM-MASTER.  AN ADD MUST
      *                     NAME AN ACTIVE PART; A CHANGE MAY LEAVE
      *                     IT BLANK TO KEEP THE PART ON FILE.
      *   15-OCT-2026  RSH  ADDED THE ORDER QUANTITY, CARRIED AS
      *                     CHARACTERS WITH A NUMERIC OVERLAY LIKE
      *                     THE DATE AND PRIORITY.  AN ADD MUST
      *                     SUPPLY IT; A CHANGE MAY LEAVE IT BLANK
      *                     TO KEEP THE QUANTITY ON FILE.
      *===============================================================
       01  WORK-ORDER-TRAN-RECORD.
           05  WT-ACTION                   PIC X(07).
           05  WT-PRIORITY-NUM REDEFINES WT-PRIORITY
                                           PIC 9(02).
           05  WT-PART-NUMBER              PIC X(08).
           05  WT-ORDER-QTY                PIC X(07).
           05  WT-ORDER-QTY-NUM REDEFINES WT-ORDER-QTY
                                           PIC 9(07).
