      *
      * Record layout for the ITEM-SNAPSHOT sequential file.  One
      * record per part carrying the opening on-hand count taken at
      * the start of the business day.  The nightly inventory
      * close (INVCLOSE) cuts the snapshot from the item-master before
      * the floor signs on; INVRECON replays the movement journal
      * against it the next morning to prove the postings chain
      * from the opening count to the count now on the master.
      *
      * MODIFICATION HISTORY
      *   02-SEP-2026  RSH  ORIGINAL.
      *   15-OCT-2026  RSH  CUT BY INVCLOSE, IN THE SAME RUN THAT
      *                     ROLLS THE DAY'S MOVEMENT JOURNAL, RATHER
      *                     THAN BY THE COMMAND PROCEDURE ON ITS OWN,
      *                     SO THE SNAPSHOT AND THE JOURNAL ARE
      *                     ALWAYS REPLACED TOGETHER.
      *===============================================================
       01  ITEM-SNAPSHOT-RECORD.
           05  SS-PART-NUMBER              PIC X(08).
