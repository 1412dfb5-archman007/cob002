      * Modification History:
      *   2026-08-22 AB  Original layout for the UTIL period-history
      *                  capture.
      *   2026-10-15 AB  Added the period's customer return and
      *                  return-to-vendor quantities, seven digits
      *                  like the master buckets they are captured
      *                  from, so the close keeps them the same as
      *                  the others.  They take the old filler and
      *                  two more bytes: record grew from 48 to 50.
      *                  History cut on the old layout is reloaded
      *                  at 50, the new quantities zero, before the
      *                  first close on this one.
      ******************************************************************
           05  PH-PERIOD-END-DATE      PIC X(08).
           05  PH-ITEM-NUMBER          PIC X(10).
           05  PH-PTD-RECEIPTS-QTY     PIC S9(07)      COMP-3.
           05  PH-PTD-ISSUES-QTY       PIC S9(07)      COMP-3.
           05  PH-PTD-ADJUST-QTY       PIC S9(07)      COMP-3.
           05  PH-PTD-CUST-RETURN-QTY  PIC S9(07)      COMP-3.
           05  PH-PTD-VEND-RETURN-QTY  PIC S9(07)      COMP-3.
