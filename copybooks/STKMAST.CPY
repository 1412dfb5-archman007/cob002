      *                  SUGORD record and driving the supplier
      *                  break on REORD01's report.  Record grew
      *                  from 103 to 107 characters.
      *   2026-10-15 AB  Added the ABC class ABC01 assigns at month
      *                  end from the period history's issue value,
      *                  and the last-counted date CNT01 stamps when
      *                  a count is processed.  Together they drive
      *                  CCS01's daily cycle-count selection and
      *                  CCO01's overdue-count report.  A new record
      *                  starts unclassified and never counted; the
      *                  selection treats an unclassified record as
      *                  class C.  Record grew from 107 to 116
      *                  characters.
      *   2026-10-15 AB  Added the period-to-date customer return and
      *                  return-to-vendor quantity buckets COB01
      *                  accumulates as the new 'C' and 'P'
      *                  transactions post.  Returns stay out of the
      *                  receipts and issues buckets, so they no
      *                  longer skew MOV01's slow-moving flags or
      *                  ROP01's issue averages; UTIL's close captures
      *                  and resets them with the others, and VER01's
      *                  proof adds customer returns and takes off
      *                  vendor returns.  Record grew from 116 to 122
      *                  characters.
      ******************************************************************
           05  STK-MASTER-KEY.
               10  STK-ITEM-NUMBER     PIC X(10).
           05  STK-QTY-ON-ORDER        PIC S9(07)      COMP-3.
           05  STK-QTY-ALLOCATED       PIC S9(07)      COMP-3.
           05  STK-SUPPLIER-CODE       PIC X(04).
           05  STK-ABC-CLASS           PIC X(01).
               88  STK-CLASS-A                 VALUE 'A'.
               88  STK-CLASS-B                 VALUE 'B'.
               88  STK-CLASS-C                 VALUE 'C'.
               88  STK-UNCLASSIFIED            VALUE SPACE.
           05  STK-LAST-COUNT-DATE     PIC X(08).
           05  STK-PTD-CUST-RETURN-QTY PIC S9(07)      COMP-3.
           05  STK-PTD-VEND-RETURN-QTY PIC S9(07)      COMP-3.
