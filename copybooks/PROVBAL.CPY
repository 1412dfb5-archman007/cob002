      ******************************************************************
      * Copybook: PROVBAL
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Obsolescence provision balance record - one per
      *          category and branch, the stock value and the reserve
      *          held against it at a month end.  Written by PRV01 in
      *          category/branch order as each month's generation and
      *          read back the following month, so the report and the
      *          GL journal carry the movement from last month's
      *          reserve rather than the whole balance.  The
      *          including program codes its own 01-level header
      *          immediately ahead of the COPY statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the obsolescence
      *                  provision build.
      ******************************************************************
           05  PRB-PERIOD-END-DATE     PIC X(08).
           05  PRB-CATEGORY-CODE       PIC X(04).
           05  PRB-BRANCH-CODE         PIC X(04).
           05  PRB-STOCK-VALUE         PIC S9(11)V9(2) COMP-3.
           05  PRB-RESERVE-AMOUNT      PIC S9(11)V9(2) COMP-3.
           05  FILLER                  PIC X(10).
