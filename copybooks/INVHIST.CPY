      *
      * MODIFICATION HISTORY
      *   02-SEP-2026  RSH  ORIGINAL.
      *   15-OCT-2026  RSH  ADDED THE PURCHASE-ORDER NUMBER AND LINE
      *                     A RECEIPT WAS POSTED AGAINST, CARRIED
      *                     OVER FROM THE JOURNAL RECORD.  THE RECORD
      *                     IS ELEVEN BYTES LONGER AND THE FILE IS
      *                     RELOADED AT THE NEW LENGTH, WITH SPACES
      *                     AND ZERO IN THE NEW FIELDS OF EVERY
      *                     EXISTING RECORD.
      *   15-OCT-2026  RSH  ADDED THE STANDARD UNIT COST BEFORE AND
      *                     AFTER, CARRIED OVER FROM THE JOURNAL
      *                     RECORD.  FOURTEEN BYTES LONGER AGAIN -
      *                     THE SAME RELOAD PUTS ZERO COST IN THE
      *                     EXISTING RECORDS.
      *   15-OCT-2026  RSH  ADDED THE BIN THE MOVEMENT ACTED ON, THE
      *                     BIN'S QUANTITY BEFORE AND AFTER, AND THE
      *                     OTHER BIN OF A TRANSFER, CARRIED OVER
      *                     FROM THE JOURNAL RECORD, SO THE HISTORY
      *                     INQUIRY CAN SAY WHICH SHELF MOVED.  THE
      *                     FILLER IS TAKEN AND THE RECORD IS EIGHTEEN
      *                     BYTES LONGER; THE FILE IS RELOADED AT THE
      *                     NEW LENGTH WITH SPACES AND ZERO IN THE
      *                     NEW FIELDS OF EVERY EXISTING RECORD.
      *   15-OCT-2026  RSH  INVCLOSE NOW PRUNES RECORDS OLDER THAN
      *                     13 MONTHS EACH NIGHT, BUT ALWAYS KEEPS
      *                     EACH PART'S HIGHEST SEQUENCE, SO THE NEXT
      *                     POSTING FOR THE PART STILL NUMBERS ON
      *                     FROM IT.
      *===============================================================
       01  MOVEMENT-HISTORY-RECORD.
           05  MH-HISTORY-KEY.
               88  MH-RECEIPT                     VALUE "R".
               88  MH-ISSUE                       VALUE "I".
               88  MH-ADJUSTMENT                  VALUE "A".
               88  MH-TRANSFER                    VALUE "T".
               88  MH-PART-ADDED                  VALUE "N".
               88  MH-PART-CHANGED                VALUE "C".
               88  MH-PART-DEACTIVATED            VALUE "D".
               10  MH-TIMESTAMP-DATE       PIC 9(08).
               10  MH-TIMESTAMP-TIME       PIC 9(08).
           05  MH-ORDER-NUMBER             PIC X(08).
           05  MH-PO-NUMBER                PIC X(08).
           05  MH-PO-LINE                  PIC 9(03).
           05  MH-STD-COST-BEFORE          PIC 9(05)V9(02).
           05  MH-STD-COST-AFTER           PIC 9(05)V9(02).
           05  MH-BIN-LOCATION             PIC X(06).
           05  MH-LOC-QTY-BEFORE           PIC S9(07).
           05  MH-LOC-QTY-AFTER            PIC S9(07).
           05  MH-OTHER-BIN                PIC X(06).
