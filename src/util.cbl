      *                 read the zeroed issue bucket, stepped the
      *                 zero-issue-period count again, and appended a
      *                 duplicate all-zero period history row.
      *   2026-10-15 AB The close captures the new customer return and
      *                 return-to-vendor buckets to the period history
      *                 with the others, and resets them for the new
      *                 period.  Returns stay out of the issue bucket,
      *                 so they do not step or break the zero-issue-
      *                 period count.  Period history is 50
      *                 characters.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL.
       01  STOCK-MASTER-RECORD.
           COPY STKMAST.
       FD  PERIOD-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PERIOD-HISTORY-RECORD.
           COPY PERHIST.
       WORKING-STORAGE SECTION.
           MOVE ZERO TO STK-PTD-RECEIPTS-QTY OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-PTD-ISSUES-QTY OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-PTD-ADJUST-QTY OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-PTD-CUST-RETURN-QTY OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-PTD-VEND-RETURN-QTY OF STOCK-MASTER-RECORD
           MOVE STK-QTY-ON-HAND OF STOCK-MASTER-RECORD
               TO STK-OPENING-BALANCE OF STOCK-MASTER-RECORD
           MOVE UTIL-RUN-DATE
               TO PH-PTD-ISSUES-QTY
           MOVE STK-PTD-ADJUST-QTY OF STOCK-MASTER-RECORD
               TO PH-PTD-ADJUST-QTY
           MOVE STK-PTD-CUST-RETURN-QTY OF STOCK-MASTER-RECORD
               TO PH-PTD-CUST-RETURN-QTY
           MOVE STK-PTD-VEND-RETURN-QTY OF STOCK-MASTER-RECORD
               TO PH-PTD-VEND-RETURN-QTY
           WRITE PERIOD-HISTORY-RECORD
           IF NOT UTIL-HIST-FS-OK
               DISPLAY "UTIL - PERIOD HISTORY WRITE FAILED, STATUS="
