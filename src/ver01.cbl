      *          proving every record against itself: the opening
      *          balance plus the period-to-date receipts, less the
      *          period-to-date issues, plus the signed period-to-date
      *          adjustments, plus the period-to-date customer returns,
      *          less the period-to-date returns to vendor must equal
      *          the quantity on hand.  Every
      *          record that fails the proof is flagged and cross-
      *          checked against the day's audit images - does the
      *          last after-image quantity for that item and branch
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 AB  Original VER01 build.
      *   2026-10-15 AB  The proof takes in the customer return and
      *                  return-to-vendor buckets; the report shows the
      *                  net of the two in a NET RTN column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VER01.
               10  WS-FAIL-RECEIPTS    PIC S9(07)  COMP-3.
               10  WS-FAIL-ISSUES      PIC S9(07)  COMP-3.
               10  WS-FAIL-ADJUST      PIC S9(07)  COMP-3.
               10  WS-FAIL-RETURNS     PIC S9(08)  COMP-3.
               10  WS-FAIL-ON-HAND     PIC S9(07)  COMP-3.
               10  WS-FAIL-COMPUTED    PIC S9(08)  COMP-3.
               10  WS-FAIL-AUDIT-SW    PIC X(01).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "ADJUST".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(07)   VALUE "NET RTN".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "COMPUTED".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(07)   VALUE "ON HAND".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  DTL-ADJUST              PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  DTL-RETURNS             PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  DTL-COMPUTED            PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  DTL-ON-HAND             PIC ZZZ,ZZ9-.
               STK-OPENING-BALANCE OF STOCK-MASTER-RECORD +
               STK-PTD-RECEIPTS-QTY OF STOCK-MASTER-RECORD -
               STK-PTD-ISSUES-QTY OF STOCK-MASTER-RECORD +
               STK-PTD-ADJUST-QTY OF STOCK-MASTER-RECORD +
               STK-PTD-CUST-RETURN-QTY OF STOCK-MASTER-RECORD -
               STK-PTD-VEND-RETURN-QTY OF STOCK-MASTER-RECORD
           IF WS-COMPUTED-QTY NOT EQUAL
                   STK-QTY-ON-HAND OF STOCK-MASTER-RECORD
               PERFORM 2100-FLAG-FAILED-RECORD THRU 2100-EXIT
               TO WS-FAIL-ISSUES (FAIL-IDX)
           MOVE STK-PTD-ADJUST-QTY OF STOCK-MASTER-RECORD
               TO WS-FAIL-ADJUST (FAIL-IDX)
           COMPUTE WS-FAIL-RETURNS (FAIL-IDX) =
               STK-PTD-CUST-RETURN-QTY OF STOCK-MASTER-RECORD -
               STK-PTD-VEND-RETURN-QTY OF STOCK-MASTER-RECORD
           MOVE STK-QTY-ON-HAND OF STOCK-MASTER-RECORD
               TO WS-FAIL-ON-HAND (FAIL-IDX)
           MOVE WS-COMPUTED-QTY TO WS-FAIL-COMPUTED (FAIL-IDX)
           MOVE WS-FAIL-RECEIPTS (FAIL-IDX) TO DTL-RECEIPTS
           MOVE WS-FAIL-ISSUES (FAIL-IDX) TO DTL-ISSUES
           MOVE WS-FAIL-ADJUST (FAIL-IDX) TO DTL-ADJUST
           MOVE WS-FAIL-RETURNS (FAIL-IDX) TO DTL-RETURNS
           MOVE WS-FAIL-COMPUTED (FAIL-IDX) TO DTL-COMPUTED
           MOVE WS-FAIL-ON-HAND (FAIL-IDX) TO DTL-ON-HAND
           EVALUATE TRUE
