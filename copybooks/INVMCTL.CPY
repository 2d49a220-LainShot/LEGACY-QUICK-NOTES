      *===============================================================
      * INVMCTL.CPY
      *
      * Record layout for the JOURNAL-CONTROL file.  Keyed by the
      * business date of a movement-journal generation.  INVCLOSE
      * writes one record each night it rolls the day's INVMOVE
      * into its dated generation, carrying the generation's record
      * count and net quantity change (after less before) by
      * movement type, and the opening snapshot and closing master
      * on-hand totals the net change was balanced against.  The
      * last type slot, code "*", counts any record whose movement
      * type is not one of the seven known ones.  A rerun of the
      * same close rewrites the record.
      *
      * MODIFICATION HISTORY
      *   15-OCT-2026  RSH  ORIGINAL.
      *===============================================================
       01  JOURNAL-CONTROL-RECORD.
           05  JC-BUSINESS-DATE            PIC 9(08).
           05  JC-CLOSE-DATE               PIC 9(08).
           05  JC-CLOSE-TIME               PIC 9(08).
           05  JC-RECORD-COUNT             PIC 9(07).
           05  JC-NET-CHANGE               PIC S9(09).
           05  JC-SNAPSHOT-TOTAL           PIC S9(09).
           05  JC-MASTER-TOTAL             PIC S9(09).
           05  JC-TYPE-TOTALS              OCCURS 8 TIMES.
               10  JC-TYPE-CODE            PIC X(01).
               10  JC-TYPE-COUNT           PIC 9(07).
               10  JC-TYPE-NET             PIC S9(09).
           05  FILLER                      PIC X(20).
