      *                  promise traces the same way a disputed
      *                  balance does.  Record grew from 111 to 119
      *                  characters.
      *   2026-10-15 AB  Added the 'V' change type for RVL01's bulk
      *                  cost revaluation, so a price change reads
      *                  apart from a stock movement in the history
      *                  and GLEXT01 can leave it out of the
      *                  movement journal.
      *   2026-10-15 AB  Added the 'K' change type for COB01's kit
      *                  assembly and breakdown.  The kit and each of
      *                  its components get their own image under
      *                  it, so a kit build traces apart from the
      *                  ordinary receipts and issues it moves.
      *   2026-10-15 AB  Added the 'C' customer return and 'P' return-
      *                  to-vendor change types, so goods coming back
      *                  from a customer or going back to a supplier
      *                  read as exactly that in the history, and
      *                  RCV01 replays them into their own period-to-
      *                  date buckets.
      ******************************************************************
           05  AUD-RUN-DATE            PIC X(08).
           05  AUD-SOURCE-CODE         PIC X(04).
               88  AUD-IS-DELETE               VALUE 'D'.
               88  AUD-IS-ADJUST               VALUE 'J'.
               88  AUD-IS-ALLOCATE             VALUE 'L'.
               88  AUD-IS-REVALUE              VALUE 'V'.
               88  AUD-IS-KIT                  VALUE 'K'.
               88  AUD-IS-CUSTOMER-RETURN      VALUE 'C'.
               88  AUD-IS-VENDOR-RETURN        VALUE 'P'.
           05  AUD-ITEM-NUMBER         PIC X(10).
           05  AUD-BRANCH-CODE         PIC X(04).
           05  AUD-BEFORE-IMAGE.
