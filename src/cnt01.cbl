      *                  The final return code is staged in
      *                  WS-STEP-RC and moved to RETURN-CODE after
      *                  the CTL01 call.
      *   2026-10-15 AB  Stamps the count date on the master's last-
      *                  counted date as each count is processed, so
      *                  the cycle-count selection (CCS01) knows the
      *                  item has been counted and the overdue-count
      *                  report (CCO01) stops listing it.  An older
      *                  count sheet never moves the date back.  A
      *                  record IO01 will not update (period closed
      *                  between the month-end close and the next
      *                  cycle) is reported and the run ends RC 4 -
      *                  the variance and adjustment still stand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNT01.
               88  CNT01-HARD-ERROR            VALUE 'Y'.
           05  CNT01-NOT-FOUND-SW      PIC X(01)   VALUE 'N'.
               88  CNT01-ANY-NOT-FOUND         VALUE 'Y'.
           05  CNT01-NOT-STAMPED-SW    PIC X(01)   VALUE 'N'.
               88  CNT01-ANY-NOT-STAMPED       VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-ADJ-QTY-HASH             PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-COUNTS-READ-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-VARIANCE-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-ADJUSTMENTS-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-DATES-STAMPED-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-COUNT-DATE               PIC X(08)   VALUE SPACES.
       01  WS-VARIANCE-QTY             PIC S9(07)  COMP-3 VALUE ZERO.
       01  WS-VARIANCE-VALUE           PIC S9(09)V9(2) COMP-3
                                                   VALUE ZERO.
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF IO-SUCCESS
               PERFORM 2100-REPORT-VARIANCE THRU 2100-EXIT
               PERFORM 2300-STAMP-COUNT-DATE THRU 2300-EXIT
           ELSE
               MOVE CNT-ITEM-NUMBER TO ERL-ITEM-NUMBER
               MOVE CNT-BRANCH-CODE TO ERL-BRANCH-CODE
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 2300-STAMP-COUNT-DATE - record the count on the master's last-
      *                         counted date (the run date when the
      *                         team left the count date blank).  A
      *                         date no later than the one already
      *                         held is left alone.
      ******************************************************************
       2300-STAMP-COUNT-DATE.
           IF CNT-COUNT-DATE EQUAL SPACES
               MOVE WS-RUN-DATE TO WS-COUNT-DATE
           ELSE
               MOVE CNT-COUNT-DATE TO WS-COUNT-DATE
           END-IF
           IF STK-LAST-COUNT-DATE OF IO01-RECORD-AREA NOT EQUAL SPACES
               AND STK-LAST-COUNT-DATE OF IO01-RECORD-AREA
                   NOT LESS THAN WS-COUNT-DATE
               GO TO 2300-EXIT
           END-IF
           MOVE WS-COUNT-DATE
               TO STK-LAST-COUNT-DATE OF IO01-RECORD-AREA
           SET IO-UPDATE-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF IO-SUCCESS
               ADD 1 TO WS-DATES-STAMPED-COUNT
           ELSE
               DISPLAY "CNT01 - LAST-COUNTED DATE NOT RECORDED, RC="
                   IO-RETURN-CODE " ITEM " CNT-ITEM-NUMBER
                   " BRANCH " CNT-BRANCH-CODE
               SET CNT01-ANY-NOT-STAMPED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.
      ******************************************************************
      * 9000-PRINT-LINE - write the line the caller built in
      *                   PRINT-RECORD, breaking to a new page heading
      *                   at the page limit.
           DISPLAY "CNT01 - NON-ZERO VARIANCES:   " WS-VARIANCE-COUNT
           DISPLAY "CNT01 - ADJUSTMENTS WRITTEN:  "
               WS-ADJUSTMENTS-COUNT
           DISPLAY "CNT01 - COUNT DATES RECORDED: "
               WS-DATES-STAMPED-COUNT
           IF CNT01-HARD-ERROR
               MOVE 8 TO WS-STEP-RC
           ELSE
               IF CNT01-ANY-NOT-FOUND OR CNT01-ANY-NOT-STAMPED
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF
