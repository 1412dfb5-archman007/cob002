      *                  negative balance is reported nightly and
      *                  left standing until the late confirmation
      *                  nets it out.
      *   2026-10-15 AB  Writes a closed-order history record for
      *                  every order a receipt relieves - 'P' for a
      *                  partial receipt, 'C' for the one that closes
      *                  it - with the order and receipt dates, the
      *                  days between, the receipt count and the
      *                  master's supplier and lead time, so the
      *                  order's fill record survives it dropping off
      *                  the open-order file.  Feeds the month-end
      *                  supplier scorecard (SPC01).  The open-order
      *                  record now carries the receipt count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORD01.
               ALTERNATE RECORD KEY IS STK-CATEGORY-CODE
                   OF STOCK-MASTER-RECORD WITH DUPLICATES
               FILE STATUS IS ORD-MASTER-STATUS.
           SELECT ORDER-HISTORY-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORD-HIST-STATUS.
           SELECT ORDER-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINTFILE ASSIGN TO "ORDEXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  STOCK-MASTER-FILE.
       01  STOCK-MASTER-RECORD.
           COPY STKMAST.
       FD  ORDER-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  ORDER-HISTORY-RECORD.
           COPY ORDHIST.
       SD  ORDER-SORT-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  ORDER-SORT-RECORD.
               88  ORD-MASTER-FS-OK            VALUE '00'.
           05  ORD-PRINT-STATUS        PIC X(02).
               88  ORD-PRINT-FS-OK             VALUE '00'.
           05  ORD-HIST-STATUS         PIC X(02).
               88  ORD-HIST-FS-OK              VALUE '00'.
       01  ORD-SWITCHES.
           05  ORD-CONF-EOF-SW         PIC X(01)   VALUE 'N'.
               88  ORD-CONF-EOF                VALUE 'Y'.
       01  WS-ORDERS-CARRIED-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-ORDERS-CLOSED-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-HISTORY-WRITTEN-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-RECEIVED-QTY             PIC S9(08)  COMP-3 VALUE ZERO.
       01  WS-CUR-ORDER-KEY.
           05  WS-CUR-ITEM-NUMBER      PIC X(10)   VALUE SPACES.
           05  WS-CUR-BRANCH-CODE      PIC X(04)   VALUE SPACES.
       01  WS-CUR-ON-ORDER-QTY         PIC S9(07)  COMP-3 VALUE ZERO.
       01  WS-CUR-LEAD-TIME-DAYS       PIC S9(03)  COMP-3 VALUE ZERO.
       01  WS-CUR-SUPPLIER-CODE        PIC X(04)   VALUE SPACES.
       01  WS-RELIEVED-QTY             PIC S9(07)  COMP-3 VALUE ZERO.
       01  WS-GROUP-OUTSTANDING        PIC S9(08)  COMP-3 VALUE ZERO.
       01  WS-GROUP-COUNT              PIC 9(03)   VALUE ZERO.
       01  WS-GROUP-LIMIT              PIC 9(03)   VALUE 50.
               10  WS-GRP-ORDER-DATE   PIC X(08).
               10  WS-GRP-ORDER-QTY    PIC S9(07)  COMP-3.
               10  WS-GRP-OUTSTANDING  PIC S9(07)  COMP-3.
               10  WS-GRP-RECEIPT-COUNT
                                       PIC S9(03)  COMP-3.
      ******************************************************************
      * Lead-time aging works on a 30/360 calendar - close enough for
      * an exception threshold measured in whole lead-time days, and
                   ORD-OPENOUT-STATUS
               SET ORD-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT ORDER-HISTORY-FILE
           IF NOT ORD-HIST-FS-OK
               DISPLAY "ORD01 - ORDER HISTORY OPEN FAILED, STATUS="
                   ORD-HIST-STATUS
               SET ORD-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT ORD-PRINT-FS-OK
               DISPLAY "ORD01 - PRINT FILE OPEN FAILED, STATUS="
           MOVE PO-ORDER-QTY TO OO-ORDER-QTY OF ORDER-SORT-RECORD
           MOVE PO-ORDER-QTY TO OO-OUTSTANDING-QTY
               OF ORDER-SORT-RECORD
           MOVE ZERO TO OO-RECEIPT-COUNT OF ORDER-SORT-RECORD
           RELEASE ORDER-SORT-RECORD.
       2100-EXIT.
           EXIT.
               TO WS-GRP-ORDER-QTY (GRP-IDX)
           MOVE OO-OUTSTANDING-QTY OF ORDER-SORT-RECORD
               TO WS-GRP-OUTSTANDING (GRP-IDX)
           IF OO-RECEIPT-COUNT OF ORDER-SORT-RECORD NUMERIC
               MOVE OO-RECEIPT-COUNT OF ORDER-SORT-RECORD
                   TO WS-GRP-RECEIPT-COUNT (GRP-IDX)
           ELSE
               MOVE ZERO TO WS-GRP-RECEIPT-COUNT (GRP-IDX)
           END-IF
           ADD OO-OUTSTANDING-QTY OF ORDER-SORT-RECORD
               TO WS-GROUP-OUTSTANDING
           PERFORM 3010-RETURN-SORTED-ORDER THRU 3010-EXIT.
           EXIT.
      ******************************************************************
      * 3200-READ-GROUP-MASTER - one random read per group for the
      *                          on-order balance, the lead time and
      *                          the supplier.
      ******************************************************************
       3200-READ-GROUP-MASTER.
           MOVE 'N' TO ORD-MASTER-FOUND-SW
           MOVE SPACES TO WS-CUR-SUPPLIER-CODE
           MOVE WS-CUR-ITEM-NUMBER
               TO STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
           MOVE WS-CUR-BRANCH-CODE
                   TO WS-CUR-ON-ORDER-QTY
               MOVE STK-LEAD-TIME-DAYS OF STOCK-MASTER-RECORD
                   TO WS-CUR-LEAD-TIME-DAYS
               MOVE STK-SUPPLIER-CODE OF STOCK-MASTER-RECORD
                   TO WS-CUR-SUPPLIER-CODE
           END-IF.
       3200-EXIT.
           EXIT.
      *                         one still outstanding carries forward,
      *                         and lands on the exception report when
      *                         it is older than the item's lead time.
      *                         Either way a receipt against the order
      *                         goes to the closed-order history.
      ******************************************************************
       3400-SETTLE-ONE-ORDER.
           MOVE WS-GRP-ORDER-DATE (GRP-IDX) TO WS-DATE-WORK
           PERFORM 9200-DATE-TO-DAYS THRU 9200-EXIT
           COMPUTE WS-ORDER-AGE-DAYS =
               WS-RUN-DATE-DAYS - WS-DAYS-RESULT
           IF WS-RECEIVED-QTY NOT LESS THAN
                   WS-GRP-OUTSTANDING (GRP-IDX)
               MOVE WS-GRP-OUTSTANDING (GRP-IDX) TO WS-RELIEVED-QTY
               SUBTRACT WS-GRP-OUTSTANDING (GRP-IDX)
                   FROM WS-RECEIVED-QTY
               MOVE ZERO TO WS-GRP-OUTSTANDING (GRP-IDX)
               ADD 1 TO WS-ORDERS-CLOSED-COUNT
               PERFORM 3600-WRITE-ORDER-HISTORY THRU 3600-EXIT
               GO TO 3400-EXIT
           END-IF
           MOVE WS-RECEIVED-QTY TO WS-RELIEVED-QTY
           SUBTRACT WS-RECEIVED-QTY
               FROM WS-GRP-OUTSTANDING (GRP-IDX)
           MOVE ZERO TO WS-RECEIVED-QTY
           IF WS-RELIEVED-QTY GREATER THAN ZERO
               PERFORM 3600-WRITE-ORDER-HISTORY THRU 3600-EXIT
           END-IF
           IF WS-CUR-LEAD-TIME-DAYS GREATER THAN ZERO
               AND WS-ORDER-AGE-DAYS GREATER THAN
                   WS-CUR-LEAD-TIME-DAYS
               TO OO-ORDER-QTY OF OPEN-ORDER-OUT-RECORD
           MOVE WS-GRP-OUTSTANDING (GRP-IDX)
               TO OO-OUTSTANDING-QTY OF OPEN-ORDER-OUT-RECORD
           MOVE WS-GRP-RECEIPT-COUNT (GRP-IDX)
               TO OO-RECEIPT-COUNT OF OPEN-ORDER-OUT-RECORD
           WRITE OPEN-ORDER-OUT-RECORD
           IF ORD-OPENOUT-FS-OK
               ADD 1 TO WS-ORDERS-CARRIED-COUNT
       3500-EXIT.
           EXIT.
      ******************************************************************
      * 3600-WRITE-ORDER-HISTORY - record the receipt just relieved
      *                            against the order in the current
      *                            group table entry: a 'C' record
      *                            when it closed the order, a 'P'
      *                            record when quantity is still
      *                            outstanding.  A relief with nothing
      *                            received (a zero-quantity order
      *                            closing) is not a receipt and does
      *                            not step the count.  A failed write
      *                            is a hard failure - the scorecard
      *                            would silently lose the order.
      ******************************************************************
       3600-WRITE-ORDER-HISTORY.
           IF WS-RELIEVED-QTY GREATER THAN ZERO
               ADD 1 TO WS-GRP-RECEIPT-COUNT (GRP-IDX)
           END-IF
           MOVE SPACES TO ORDER-HISTORY-RECORD
           IF WS-GRP-OUTSTANDING (GRP-IDX) GREATER THAN ZERO
               SET OH-IS-PARTIAL TO TRUE
           ELSE
               SET OH-IS-CLOSED TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO OH-EVENT-DATE
           MOVE WS-GRP-ORDER-DATE (GRP-IDX) TO OH-ORDER-DATE
           MOVE WS-CUR-ITEM-NUMBER TO OH-ITEM-NUMBER
           MOVE WS-CUR-BRANCH-CODE TO OH-BRANCH-CODE
           MOVE WS-CUR-SUPPLIER-CODE TO OH-SUPPLIER-CODE
           MOVE WS-GRP-ORDER-QTY (GRP-IDX) TO OH-ORDER-QTY
           MOVE WS-RELIEVED-QTY TO OH-RELIEVED-QTY
           MOVE WS-GRP-OUTSTANDING (GRP-IDX) TO OH-OUTSTANDING-QTY
           MOVE WS-GRP-RECEIPT-COUNT (GRP-IDX) TO OH-RECEIPT-COUNT
           MOVE WS-CUR-LEAD-TIME-DAYS TO OH-LEAD-TIME-DAYS
           MOVE WS-ORDER-AGE-DAYS TO OH-DAYS-OPEN
           WRITE ORDER-HISTORY-RECORD
           IF ORD-HIST-FS-OK
               ADD 1 TO WS-HISTORY-WRITTEN-COUNT
           ELSE
               DISPLAY "ORD01 - ORDER HISTORY WRITE FAILED, STATUS="
                   ORD-HIST-STATUS
               SET ORD-HARD-ERROR TO TRUE
           END-IF.
       3600-EXIT.
           EXIT.
      ******************************************************************
      * 4000-SWEEP-NEGATIVE-ORDERS - browse the whole master and
      *                              report every key whose on-order
      *                              balance sits below zero: the
       8000-TERMINATE.
           CLOSE STOCK-MASTER-FILE
           CLOSE OPEN-ORDER-OUT-FILE
           CLOSE ORDER-HISTORY-FILE
           CLOSE PRINTFILE
           DISPLAY "ORD01 - CONFIRMATIONS POSTED:   "
               WS-CONFIRMATIONS-COUNT
               WS-ORDERS-CLOSED-COUNT
           DISPLAY "ORD01 - EXCEPTIONS REPORTED:    "
               WS-EXCEPTION-COUNT
           DISPLAY "ORD01 - ORDER HISTORY WRITTEN:  "
               WS-HISTORY-WRITTEN-COUNT
           IF ORD-HARD-ERROR
               MOVE 8 TO WS-STEP-RC
           ELSE
