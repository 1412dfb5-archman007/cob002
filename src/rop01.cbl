      *                  cost at the recalc's value and overwrote
      *                  whatever the receipts between recalc and
      *                  posting had computed.
      *   2026-10-15 AB  Period history is 50 characters with the
      *                  customer return and return-to-vendor
      *                  quantities; the averages still read issues.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROP01.
           05  FILLER                  PIC X(01).
           05  RCARD-TOLERANCE         PIC X(07).
       FD  PERIOD-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PERIOD-HISTORY-RECORD.
           COPY PERHIST.
       FD  STOCK-MASTER-FILE.
