      *===============================================================
      * PARTLOC.CPY
      *
      * Record layout for the PART-LOCATION file.  Keyed by part
      * number and bin.  One record for every bin a part is stocked
      * in - the main store bin, a line-side bin, an overflow bin -
      * holding the quantity on the shelf in that bin.  The on-hand
      * count on the item-master stays the total across all of the
      * part's locations; every receipt, issue, adjustment, and
      * transfer posted from the inventory form moves the location
      * and the total together and journals both.  The bin on the
      * item-master is the part's home bin, used when a posting does
      * not name one.  A location is created by the first receipt,
      * adjustment, or transfer into it, and stays on file at zero
      * when it is emptied so the bin is still known to belong to
      * the part.
      *
      * The file was first loaded from the item-master with one
      * location per part - its home bin, holding its whole on-hand
      * count - so every part's locations add up to its total from
      * the start.  INVRECON proves that they still do every morning.
      *
      * MODIFICATION HISTORY
      *   15-OCT-2026  RSH  ORIGINAL.
      *===============================================================
       01  PART-LOCATION-RECORD.
           05  LC-LOCATION-KEY.
               10  LC-PART-NUMBER          PIC X(08).
               10  LC-BIN-LOCATION         PIC X(06).
           05  LC-ON-HAND-QTY              PIC S9(07).
           05  LC-LAST-MOVEMENT-DATE       PIC 9(08).
           05  FILLER                      PIC X(11).
