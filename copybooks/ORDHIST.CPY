      ******************************************************************
      * Copybook: ORDHIST
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Closed-order history record - one per purchase order
      *          each time ORD01 relieves receipts against it: a 'P'
      *          record for a partial receipt that leaves quantity
      *          outstanding, and a 'C' record for the receipt that
      *          closes it.  Carries the order date and the cycle
      *          date the receipt was relieved, the days between them
      *          on the same 30/360 calendar ORD01 ages open orders
      *          on, and the supplier and lead time off the master
      *          as they stood that night, so the month-end supplier
      *          scorecard (SPC01) reads it without going back to
      *          the master.  ORD01 writes each night's records to
      *          PROD.STOCK.ORDHIST.NEW and the cycle appends them to
      *          PROD.STOCK.ORDHIST.  The including program codes its
      *          own 01-level header immediately ahead of the COPY
      *          statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the supplier scorecard
      *                  build.
      ******************************************************************
           05  OH-EVENT-TYPE           PIC X(01).
               88  OH-IS-PARTIAL               VALUE 'P'.
               88  OH-IS-CLOSED                VALUE 'C'.
           05  OH-EVENT-DATE           PIC X(08).
           05  OH-ORDER-DATE           PIC X(08).
           05  OH-ITEM-NUMBER          PIC X(10).
           05  OH-BRANCH-CODE          PIC X(04).
           05  OH-SUPPLIER-CODE        PIC X(04).
           05  OH-ORDER-QTY            PIC S9(07)      COMP-3.
           05  OH-RELIEVED-QTY         PIC S9(07)      COMP-3.
           05  OH-OUTSTANDING-QTY      PIC S9(07)      COMP-3.
           05  OH-RECEIPT-COUNT        PIC S9(03)      COMP-3.
           05  OH-LEAD-TIME-DAYS       PIC S9(03)      COMP-3.
           05  OH-DAYS-OPEN            PIC S9(05)      COMP-3.
           05  FILLER                  PIC X(06).
