      ******************************************************************
      * Copybook: BKO01CTL
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Control parameter passed on every CALL to BKO01, the
      *          backorder file handler.  The caller sets the function
      *          and the item/branch before the CALL - plus, for an
      *          add, the order date, sequence, source, customer
      *          reference and unfilled quantity; for a fill, the
      *          backorder's full key, the quantity filled and the
      *          fill date - and inspects BKO-RETURN-CODE after.  A
      *          next-open request hands back the item/branch's
      *          oldest open backorder in the same fields, with its
      *          open quantity in BKO-QUANTITY, or '23' when none is
      *          open.  An add whose key is already on file answers
      *          '22' - the backorder a rerun of the same night
      *          already raised.
      *              01  BKO01-CONTROL-AREA.
      *                  COPY BKO01CTL.
      *              ...
      *              CALL 'BKO01' USING BKO01-CONTROL-AREA
      * Modification History:
      *   2026-10-15 AB  Original linkage area for the backorder
      *                  build.
      ******************************************************************
           05  BKO-FUNCTION            PIC X(01).
               88  BKO-OPEN-FILE               VALUE 'O'.
               88  BKO-CLOSE-FILE              VALUE 'C'.
               88  BKO-ADD-BACKORDER           VALUE 'A'.
               88  BKO-NEXT-OPEN               VALUE 'N'.
               88  BKO-FILL-BACKORDER          VALUE 'F'.
           05  BKO-RETURN-CODE         PIC X(02).
               88  BKO-SUCCESS                 VALUE '00'.
               88  BKO-ALREADY-ON-FILE         VALUE '22'.
               88  BKO-NONE-OPEN               VALUE '23'.
               88  BKO-FILE-ERROR              VALUE '90'.
           05  BKO-ITEM-NUMBER         PIC X(10).
           05  BKO-BRANCH-CODE         PIC X(04).
           05  BKO-ORDER-DATE          PIC X(08).
           05  BKO-SEQUENCE            PIC 9(07).
           05  BKO-SOURCE-CODE         PIC X(04).
           05  BKO-CUSTOMER-REF        PIC X(30).
           05  BKO-QUANTITY            PIC S9(07)      COMP-3.
           05  BKO-FILL-DATE           PIC X(08).
