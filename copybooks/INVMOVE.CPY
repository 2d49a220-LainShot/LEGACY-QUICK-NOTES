      *                     MONTH-END CAN SAY WHAT EVERY ORDER
      *                     ACTUALLY USED AND MADE.  A MOVEMENT
      *                     WITH NO ORDER CARRIES SPACES.
      *   15-OCT-2026  RSH  A RECEIPT NOW CARRIES THE PURCHASE-ORDER
      *                     NUMBER AND LINE IT WAS RECEIVED AGAINST,
      *                     SO RCPTCONF CAN CONFIRM IT BACK TO
      *                     PURCHASING.  EVERY OTHER MOVEMENT CARRIES
      *                     SPACES AND ZERO.
      *   15-OCT-2026  RSH  ADDED THE PART'S STANDARD UNIT COST
      *                     BEFORE AND AFTER THE POSTING.  A COST
      *                     CHANGE THROUGH ITEM MAINTENANCE SHOWS THE
      *                     OLD AND NEW STANDARD; EVERY OTHER
      *                     MOVEMENT CARRIES THE STANDARD IN FORCE
      *                     WHEN IT WAS POSTED IN BOTH, SO MONTH-END
      *                     COSTS A WORK ORDER AT THE STANDARDS OF
      *                     THE DAY ITS STOCK MOVED.
      *   15-OCT-2026  RSH  A PART CAN NOW BE STOCKED IN MORE THAN
      *                     ONE BIN (PARTLOC).  A RECEIPT, ISSUE,
      *                     ADJUSTMENT, OR TRANSFER CARRIES THE BIN
      *                     IT ACTED ON AND THAT BIN'S QUANTITY
      *                     BEFORE AND AFTER, ALONGSIDE THE PART'S
      *                     TOTAL IN QTY-BEFORE AND QTY-AFTER.  AN
      *                     ADJUSTMENT NOW SETS THE COUNT OF ITS BIN,
      *                     SO ITS QUANTITY IS THE BIN'S NEW COUNT.
      *                     A TRANSFER IS A PAIR OF "T" RECORDS - THE
      *                     BIN IT LEFT WITH A NEGATIVE QUANTITY,
      *                     THEN THE BIN IT ENTERED WITH A POSITIVE
      *                     ONE, EACH NAMING THE OTHER BIN - AND THE
      *                     PART'S TOTAL IS THE SAME BEFORE AND AFTER
      *                     BOTH.  A MAINTENANCE RECORD CARRIES
      *                     SPACES AND ZERO.
      *   15-OCT-2026  RSH  THE FILE NOW HOLDS ONE BUSINESS DAY.
      *                     INVCLOSE ROLLS IT EACH NIGHT INTO A
      *                     DATED GENERATION, WITH CONTROL TOTALS IN
      *                     INVMCTL, AND ONTO THE MONTH-TO-DATE FILE
      *                     INVMMTD AT THE SAME LAYOUT, WHICH IS WHAT
      *                     MONTH-END NOW READS.
      *===============================================================
       01  MOVEMENT-JOURNAL-RECORD.
           05  MJ-PART-NUMBER              PIC X(08).
               88  MJ-RECEIPT                     VALUE "R".
               88  MJ-ISSUE                       VALUE "I".
               88  MJ-ADJUSTMENT                  VALUE "A".
               88  MJ-TRANSFER                    VALUE "T".
               88  MJ-PART-ADDED                  VALUE "N".
               88  MJ-PART-CHANGED                VALUE "C".
               88  MJ-PART-DEACTIVATED            VALUE "D".
               10  MJ-TIMESTAMP-DATE       PIC 9(08).
               10  MJ-TIMESTAMP-TIME       PIC 9(08).
           05  MJ-ORDER-NUMBER             PIC X(08).
           05  MJ-PO-NUMBER                PIC X(08).
           05  MJ-PO-LINE                  PIC 9(03).
           05  MJ-STD-COST-BEFORE          PIC 9(05)V9(02).
           05  MJ-STD-COST-AFTER           PIC 9(05)V9(02).
           05  MJ-BIN-LOCATION             PIC X(06).
           05  MJ-LOC-QTY-BEFORE           PIC S9(07).
           05  MJ-LOC-QTY-AFTER            PIC S9(07).
           05  MJ-OTHER-BIN                PIC X(06).
