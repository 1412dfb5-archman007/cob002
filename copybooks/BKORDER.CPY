      ******************************************************************
      * Copybook: BKORDER
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Backorder record - one per counter issue that could
      *          not be filled from stock when it posted.  Keyed by
      *          item, branch, the cycle date the issue came in and
      *          its position in that night's apply stream, so a
      *          keyed browse of an item/branch walks its backorders
      *          oldest-first and a rerun of the same night rewrites
      *          the same key instead of raising a second backorder.
      *          The issue's source code and the customer reference
      *          it carried in its description field travel with the
      *          backorder, and ride back out on the issue COB01
      *          generates when a receipt or inbound transfer fills
      *          it.  The open quantity is what is still unfilled; a
      *          fully filled backorder stays on file marked filled
      *          until BKR01 has reported it.  Maintained through
      *          BKO01; read by BKR01 and DSP01.  The including
      *          program codes its own 01-level header immediately
      *          ahead of the COPY statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the backorder build.
      ******************************************************************
           05  BKO-DET-KEY.
               10  BKO-DET-ITEM-NUMBER     PIC X(10).
               10  BKO-DET-BRANCH-CODE     PIC X(04).
               10  BKO-DET-ORDER-DATE      PIC X(08).
               10  BKO-DET-SEQUENCE        PIC 9(07).
           05  BKO-DET-SOURCE-CODE     PIC X(04).
           05  BKO-DET-CUSTOMER-REF    PIC X(30).
           05  BKO-DET-ORDER-QTY       PIC S9(07)      COMP-3.
           05  BKO-DET-OPEN-QTY        PIC S9(07)      COMP-3.
           05  BKO-DET-STATUS          PIC X(01).
               88  BKO-DET-IS-OPEN             VALUE 'O'.
               88  BKO-DET-IS-FILLED           VALUE 'F'.
           05  BKO-DET-FILL-DATE       PIC X(08).
           05  BKO-DET-FILL-QTY        PIC S9(07)      COMP-3.
           05  FILLER                  PIC X(06).
