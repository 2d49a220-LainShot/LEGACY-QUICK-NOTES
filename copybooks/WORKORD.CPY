      *                     GROWS - EXISTING FILES ARE CONVERTED BY
      *                     THE OVERNIGHT COMMAND PROCEDURE BEFORE
      *                     THE NEW PROGRAMS FIRST RUN.
      *   15-OCT-2026  RSH  ADDED THE ORDER QUANTITY - THE NUMBER OF
      *                     FINISHED PARTS THE ORDER IS TO BUILD -
      *                     CARVED OUT OF THE FILLER SO THE RECORD
      *                     LENGTH IS UNCHANGED.  KITSHORT EXPLODES
      *                     IT AGAINST THE BILL OF MATERIALS.  AN
      *                     ORDER WRITTEN BEFORE THE CHANGE CARRIES
      *                     SPACES HERE AND IS NOT NUMERIC.
      *===============================================================
       01  WORK-ORDER-RECORD.
           05  WO-ORDER-NUMBER             PIC X(08).
           05  WO-PART-NUMBER              PIC X(08).
           05  WO-QTY-GOOD                 PIC S9(07).
           05  WO-QTY-SCRAP                PIC S9(07).
           05  WO-ORDER-QTY                PIC 9(07).
           05  FILLER                      PIC X(02).
