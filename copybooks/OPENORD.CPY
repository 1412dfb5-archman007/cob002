      *          statement.
      * Modification History:
      *   2026-09-02 AB  Original layout for the ORD01 on-order build.
      *   2026-10-15 AB  Carved the count of receipts relieved against
      *                  the order out of the filler, so the closed-
      *                  order history ORD01 writes can tell an order
      *                  filled in one delivery from one that came in
      *                  pieces.  Entries carried from before the
      *                  change hold spaces there and are read as no
      *                  receipts yet.  Record length is unchanged.
      ******************************************************************
           05  OO-ORDER-DATE           PIC X(08).
           05  OO-ITEM-NUMBER          PIC X(10).
           05  OO-BRANCH-CODE          PIC X(04).
           05  OO-ORDER-QTY            PIC S9(07)      COMP-3.
           05  OO-OUTSTANDING-QTY      PIC S9(07)      COMP-3.
           05  OO-RECEIPT-COUNT        PIC S9(03)      COMP-3.
