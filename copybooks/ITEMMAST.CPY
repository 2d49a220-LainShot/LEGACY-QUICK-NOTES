      *                     BEFORE THIS CHANGE CARRIES A SPACE AND
      *                     IS TREATED AS ACTIVE - ONLY AN EXPLICIT
      *                     "I" REFUSES POSTINGS.
      *   15-OCT-2026  RSH  ADDED THE STANDARD UNIT COST, KEPT BY
      *                     ITEM MAINTENANCE, SO MONTH-END CAN VALUE
      *                     THE STOCK AND COST THE WORK ORDERS.  THE
      *                     RECORD IS SEVEN BYTES LONGER AND THE FILE
      *                     IS RELOADED AT THE NEW LENGTH, WITH ZERO
      *                     COST IN EVERY EXISTING RECORD UNTIL
      *                     FINANCE KEYS THE STANDARDS IN.
      *===============================================================
       01  ITEM-MASTER-RECORD.
           05  IM-PART-NUMBER              PIC X(08).
           05  IM-ITEM-STATUS              PIC X(01).
               88  IM-ITEM-ACTIVE                 VALUE "A".
               88  IM-ITEM-INACTIVE               VALUE "I".
           05  IM-STD-UNIT-COST            PIC 9(05)V9(02).
           05  FILLER                      PIC X(03).
