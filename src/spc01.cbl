      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Month-end supplier performance scorecard.  Reads the
      *          closed-order history ORD01 writes nightly (layout
      *          ORDHIST) for the month ending on the control card's
      *          period-end date, and the open-order file as it stands
      *          at month end, and prints by supplier - with the name
      *          off the SUPREF reference file - and branch: the
      *          orders closed in the month, the average lead time
      *          the stock master promised for them against the
      *          average and worst lead time actually taken from
      *          order to final receipt, the percentage closed within
      *          the master's lead time, the partial receipts taken
      *          in the month, and the orders still open past their
      *          lead time at the period end.  A branch whose actual
      *          average runs over the master's, or whose master
      *          carries no lead time at all, is flagged, so
      *          purchasing can see which master lead times need
      *          correcting as well as which suppliers to challenge.
      *          Lead times are counted on the same 30/360 calendar
      *          ORD01 ages open orders on.  Items with no supplier
      *          on the master sort last into an exception section.
      *          RETURN-CODE 4 when a supplier code is not on SUPREF,
      *          8 on a hard failure.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original SPC01 build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPC-CTLCARD-STATUS.
           SELECT SUPPLIER-REF-FILE ASSIGN TO "SUPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPC-SUPREF-STATUS.
           SELECT ORDER-HISTORY-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SPC-HIST-STATUS.
           SELECT OPEN-ORDER-FILE ASSIGN TO "OPENORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SPC-OPEN-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-MASTER-KEY OF STOCK-MASTER-RECORD
               ALTERNATE RECORD KEY IS STK-CATEGORY-CODE
                   OF STOCK-MASTER-RECORD WITH DUPLICATES
               FILE STATUS IS SPC-MASTER-STATUS.
           SELECT SCORE-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINTFILE ASSIGN TO "SPCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPC-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-MODE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-RUN-DATE             PIC X(08).
       FD  SUPPLIER-REF-FILE.
       01  SUPPLIER-REF-RECORD.
           COPY SUPREF.
       FD  ORDER-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  ORDER-HISTORY-RECORD.
           COPY ORDHIST.
       FD  OPEN-ORDER-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  OPEN-ORDER-RECORD.
           COPY OPENORD.
       FD  STOCK-MASTER-FILE.
       01  STOCK-MASTER-RECORD.
           COPY STKMAST.
       SD  SCORE-SORT-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  SCORE-SORT-RECORD.
           05  SSR-SORT-SUPPLIER       PIC X(04).
           05  SSR-SUPPLIER-CODE       PIC X(04).
           05  SSR-BRANCH-CODE         PIC X(04).
           05  SSR-EVENT-KIND          PIC X(01).
               88  SSR-IS-CLOSED               VALUE 'C'.
               88  SSR-IS-PARTIAL              VALUE 'P'.
               88  SSR-IS-OPEN-LATE            VALUE 'O'.
           05  SSR-DAYS                PIC S9(05)      COMP-3.
           05  SSR-LEAD-TIME-DAYS      PIC S9(03)      COMP-3.
           05  FILLER                  PIC X(06).
       FD  PRINTFILE.
       01  PRINT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  SPC-FILE-STATUSES.
           05  SPC-CTLCARD-STATUS      PIC X(02).
               88  SPC-CTLCARD-FS-OK           VALUE '00'.
           05  SPC-SUPREF-STATUS       PIC X(02).
               88  SPC-SUPREF-FS-OK            VALUE '00'.
           05  SPC-HIST-STATUS         PIC X(02).
               88  SPC-HIST-FS-OK              VALUE '00'.
           05  SPC-OPEN-STATUS         PIC X(02).
               88  SPC-OPEN-FS-OK              VALUE '00'.
           05  SPC-MASTER-STATUS       PIC X(02).
               88  SPC-MASTER-FS-OK            VALUE '00'.
           05  SPC-PRINT-STATUS        PIC X(02).
               88  SPC-PRINT-FS-OK             VALUE '00'.
       01  SPC-SWITCHES.
           05  SPC-SUPREF-EOF-SW       PIC X(01)   VALUE 'N'.
               88  SPC-SUPREF-EOF              VALUE 'Y'.
           05  SPC-HIST-EOF-SW         PIC X(01)   VALUE 'N'.
               88  SPC-HIST-EOF                VALUE 'Y'.
           05  SPC-OPEN-EOF-SW         PIC X(01)   VALUE 'N'.
               88  SPC-OPEN-EOF                VALUE 'Y'.
           05  SPC-SORT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  SPC-SORT-EOF                VALUE 'Y'.
           05  SPC-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  SPC-HARD-ERROR              VALUE 'Y'.
           05  SPC-UNNAMED-SW          PIC X(01)   VALUE 'N'.
               88  SPC-ANY-UNNAMED             VALUE 'Y'.
           05  SPC-NAME-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  SPC-NAME-FOUND              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-YEAR              PIC 9(04)   VALUE ZERO.
       01  WS-PERIOD-MONTH             PIC 9(02)   VALUE ZERO.
       01  WS-HISTORY-READ-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-HISTORY-SELECTED-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-OPEN-READ-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-OPEN-LATE-SELECTED-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-OPEN-NOT-ON-MASTER-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-SUPPLIER-COUNT           PIC 9(03)   VALUE ZERO.
       01  WS-SUPPLIER-LIMIT           PIC 9(03)   VALUE 100.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUPPLIER-ENTRY OCCURS 100 TIMES
                   INDEXED BY SUP-IDX.
               10  WS-SUP-CODE         PIC X(04).
               10  WS-SUP-NAME         PIC X(30).
       01  WS-WORK-SUPPLIER-NAME       PIC X(30)   VALUE SPACES.
       01  WS-CUR-SORT-SUPPLIER        PIC X(04)   VALUE SPACES.
       01  WS-CUR-SUPPLIER-CODE        PIC X(04)   VALUE SPACES.
       01  WS-CUR-BRANCH-CODE          PIC X(04)   VALUE SPACES.
      ******************************************************************
      * Score accumulators.  The branch, supplier and grand totals
      * share one shape, and each is moved to WS-SCORE-WORK to be
      * printed and rolled up a level.
      ******************************************************************
       01  WS-BRANCH-SCORE.
           05  SCR-CLOSED-COUNT        PIC 9(07)       COMP-3.
           05  SCR-ON-TIME-COUNT       PIC 9(07)       COMP-3.
           05  SCR-PARTIAL-COUNT       PIC 9(07)       COMP-3.
           05  SCR-OPEN-LATE-COUNT     PIC 9(07)       COMP-3.
           05  SCR-ACTUAL-DAYS-TOTAL   PIC S9(09)      COMP-3.
           05  SCR-LEAD-DAYS-TOTAL     PIC S9(09)      COMP-3.
           05  SCR-WORST-DAYS          PIC S9(05)      COMP-3.
       01  WS-SUPPLIER-SCORE.
           05  SCR-CLOSED-COUNT        PIC 9(07)       COMP-3.
           05  SCR-ON-TIME-COUNT       PIC 9(07)       COMP-3.
           05  SCR-PARTIAL-COUNT       PIC 9(07)       COMP-3.
           05  SCR-OPEN-LATE-COUNT     PIC 9(07)       COMP-3.
           05  SCR-ACTUAL-DAYS-TOTAL   PIC S9(09)      COMP-3.
           05  SCR-LEAD-DAYS-TOTAL     PIC S9(09)      COMP-3.
           05  SCR-WORST-DAYS          PIC S9(05)      COMP-3.
       01  WS-GRAND-SCORE.
           05  SCR-CLOSED-COUNT        PIC 9(07)       COMP-3.
           05  SCR-ON-TIME-COUNT       PIC 9(07)       COMP-3.
           05  SCR-PARTIAL-COUNT       PIC 9(07)       COMP-3.
           05  SCR-OPEN-LATE-COUNT     PIC 9(07)       COMP-3.
           05  SCR-ACTUAL-DAYS-TOTAL   PIC S9(09)      COMP-3.
           05  SCR-LEAD-DAYS-TOTAL     PIC S9(09)      COMP-3.
           05  SCR-WORST-DAYS          PIC S9(05)      COMP-3.
       01  WS-SCORE-WORK.
           05  SCR-CLOSED-COUNT        PIC 9(07)       COMP-3.
           05  SCR-ON-TIME-COUNT       PIC 9(07)       COMP-3.
           05  SCR-PARTIAL-COUNT       PIC 9(07)       COMP-3.
           05  SCR-OPEN-LATE-COUNT     PIC 9(07)       COMP-3.
           05  SCR-ACTUAL-DAYS-TOTAL   PIC S9(09)      COMP-3.
           05  SCR-LEAD-DAYS-TOTAL     PIC S9(09)      COMP-3.
           05  SCR-WORST-DAYS          PIC S9(05)      COMP-3.
       01  WS-AVG-MASTER-LEAD          PIC S9(05)V9(01) COMP-3
                                                   VALUE ZERO.
       01  WS-AVG-ACTUAL-LEAD          PIC S9(05)V9(01) COMP-3
                                                   VALUE ZERO.
       01  WS-ON-TIME-PCT              PIC S9(03)V9(01) COMP-3
                                                   VALUE ZERO.
      ******************************************************************
      * Lead-time arithmetic works on ORD01's 30/360 calendar, so an
      * order open past lead time here is the one ORD01 reports.
      ******************************************************************
       01  WS-DATE-WORK                PIC X(08)   VALUE SPACES.
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DP-YEAR              PIC 9(04).
           05  WS-DP-MONTH             PIC 9(02).
           05  WS-DP-DAY               PIC 9(02).
       01  WS-DAYS-RESULT              PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-RUN-DATE-DAYS            PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-ORDER-AGE-DAYS           PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       01  WS-SAVE-PRINT-LINE          PIC X(132)  VALUE SPACES.
       01  WS-PAGE-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PAGE-LIMIT               PIC 9(03)   VALUE 56.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(47)
               VALUE "SUPPLIER PERFORMANCE SCORECARD - PERIOD ENDING".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  HDG1-PERIOD-END         PIC X(08).
           05  FILLER                  PIC X(38)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "PAGE:".
           05  HDG1-PAGE               PIC ZZ,ZZ9.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(16)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "  ORDERS".
           05  FILLER                  PIC X(10)   VALUE "  MASTER".
           05  FILLER                  PIC X(11)   VALUE "   ACTUAL".
           05  FILLER                  PIC X(10)   VALUE "   WORST".
           05  FILLER                  PIC X(10)   VALUE " ON-TIME".
           05  FILLER                  PIC X(11)   VALUE "  PARTIAL".
           05  FILLER                  PIC X(10)   VALUE "OPEN PAST".
           05  FILLER                  PIC X(24)   VALUE "LEAD TIME".
       01  WS-HEADING-3.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE "BRANCH".
           05  FILLER                  PIC X(10)   VALUE "  CLOSED".
           05  FILLER                  PIC X(10)   VALUE "AVG LEAD".
           05  FILLER                  PIC X(11)   VALUE " AVG LEAD".
           05  FILLER                  PIC X(10)   VALUE "    LEAD".
           05  FILLER                  PIC X(10)   VALUE "      %".
           05  FILLER                  PIC X(11)   VALUE " RECEIPTS".
           05  FILLER                  PIC X(10)   VALUE "LEAD TIME".
           05  FILLER                  PIC X(24)   VALUE "CHECK".
       01  WS-SUPPLIER-HEADER-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE "SUPPLIER: ".
           05  SHL-SUPPLIER-CODE       PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SHL-SUPPLIER-NAME       PIC X(30).
       01  WS-NO-SUPPLIER-HEADER-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "** EXCEPTIONS - NO SUPPLIER ON MASTER **".
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-ROW-LABEL           PIC X(12).
           05  DTL-ROW-BRANCH REDEFINES DTL-ROW-LABEL.
               10  FILLER              PIC X(02).
               10  DTL-BRANCH-CODE     PIC X(04).
               10  FILLER              PIC X(06).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-CLOSED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-CLOSED-METRICS.
               10  DTL-MASTER-LEAD     PIC ZZ9.9.
               10  FILLER              PIC X(05)   VALUE SPACES.
               10  DTL-ACTUAL-LEAD     PIC ZZZ9.9.
               10  FILLER              PIC X(05)   VALUE SPACES.
               10  DTL-WORST-LEAD      PIC ZZZZ9.
               10  FILLER              PIC X(05)   VALUE SPACES.
               10  DTL-ON-TIME-PCT     PIC ZZ9.9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  DTL-PARTIAL-COUNT       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  DTL-OPEN-LATE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-CHECK-TEXT          PIC X(24).
       01  WS-NO-ACTIVITY-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(45)
               VALUE "NO ORDERS RECEIVED OR OPEN PAST LEAD TIME FOR".
           05  FILLER                  PIC X(12)
               VALUE " THE PERIOD.".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT SPC-HARD-ERROR
               SORT SCORE-SORT-FILE
                   ON ASCENDING KEY SSR-SORT-SUPPLIER
                   ON ASCENDING KEY SSR-BRANCH-CODE
                   INPUT PROCEDURE IS 2000-SELECT-EVENTS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-SCORECARD
                       THRU 3000-EXIT
           ELSE
               DISPLAY "SPC01 - INITIALIZATION FAILED, RUN ABORTED"
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - pick up the period-end date off the month-
      *                   end control card (a missing card defaults
      *                   to today), load the supplier names, and
      *                   open the master and the report.  A missing
      *                   SUPREF leaves every supplier flagged not on
      *                   file, as REORD01 does.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           IF SPC-CTLCARD-FS-OK
               READ CONTROL-CARD-FILE
                   AT END
                       MOVE SPACES TO CC-RUN-DATE
               END-READ
               CLOSE CONTROL-CARD-FILE
           ELSE
               MOVE SPACES TO CC-RUN-DATE
           END-IF
           IF CC-RUN-DATE = SPACES
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE TO WS-RUN-DATE
           ELSE
               MOVE CC-RUN-DATE TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           IF WS-DATE-PARTS NOT NUMERIC
               DISPLAY "SPC01 - PERIOD-END DATE NOT NUMERIC: "
                   WS-RUN-DATE
               SET SPC-HARD-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-DP-YEAR TO WS-PERIOD-YEAR
           MOVE WS-DP-MONTH TO WS-PERIOD-MONTH
           PERFORM 9200-DATE-TO-DAYS THRU 9200-EXIT
           MOVE WS-DAYS-RESULT TO WS-RUN-DATE-DAYS
           OPEN INPUT SUPPLIER-REF-FILE
           IF SPC-SUPREF-FS-OK
               PERFORM 1100-LOAD-ONE-SUPPLIER THRU 1100-EXIT
                   UNTIL SPC-SUPREF-EOF
               CLOSE SUPPLIER-REF-FILE
           ELSE
               SET SPC-SUPREF-EOF TO TRUE
           END-IF
           OPEN INPUT STOCK-MASTER-FILE
           IF NOT SPC-MASTER-FS-OK
               DISPLAY "SPC01 - STOCK MASTER OPEN FAILED, STATUS="
                   SPC-MASTER-STATUS
               SET SPC-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT SPC-PRINT-FS-OK
               DISPLAY "SPC01 - PRINT FILE OPEN FAILED, STATUS="
                   SPC-PRINT-STATUS
               SET SPC-HARD-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100-LOAD-ONE-SUPPLIER - read one supplier reference card into
      *                          the lookup table.
      ******************************************************************
       1100-LOAD-ONE-SUPPLIER.
           READ SUPPLIER-REF-FILE
               AT END
                   SET SPC-SUPREF-EOF TO TRUE
               NOT AT END
                   IF WS-SUPPLIER-COUNT NOT LESS THAN
                           WS-SUPPLIER-LIMIT
                       DISPLAY "SPC01 - SUPPLIER TABLE FULL, LIMIT "
                           WS-SUPPLIER-LIMIT
                       SET SPC-HARD-ERROR TO TRUE
                       SET SPC-SUPREF-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-SUPPLIER-COUNT
                       SET SUP-IDX TO WS-SUPPLIER-COUNT
                       MOVE SUP-SUPPLIER-CODE
                           TO WS-SUP-CODE (SUP-IDX)
                       MOVE SUP-SUPPLIER-NAME
                           TO WS-SUP-NAME (SUP-IDX)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 2000-SELECT-EVENTS - release the period's receipts off the
      *                      closed-order history, then every order
      *                      still open past its lead time at the
      *                      period end.  A missing history or open-
      *                      order file contributes nothing - the
      *                      first month after the history started,
      *                      and a month with nothing on order, are
      *                      both ordinary runs.
      ******************************************************************
       2000-SELECT-EVENTS.
           OPEN INPUT ORDER-HISTORY-FILE
           IF SPC-HIST-FS-OK
               PERFORM 2100-SELECT-ONE-HISTORY THRU 2100-EXIT
                   UNTIL SPC-HIST-EOF
               CLOSE ORDER-HISTORY-FILE
           ELSE
               DISPLAY "SPC01 - NO CLOSED-ORDER HISTORY, STATUS="
                   SPC-HIST-STATUS
           END-IF
           OPEN INPUT OPEN-ORDER-FILE
           IF SPC-OPEN-FS-OK
               PERFORM 2200-SELECT-ONE-OPEN-ORDER THRU 2200-EXIT
                   UNTIL SPC-OPEN-EOF
               CLOSE OPEN-ORDER-FILE
           ELSE
               DISPLAY "SPC01 - NO OPEN-ORDER FILE, STATUS="
                   SPC-OPEN-STATUS
           END-IF.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2100-SELECT-ONE-HISTORY - release one history record whose
      *                           receipt was relieved inside the
      *                           period.
      ******************************************************************
       2100-SELECT-ONE-HISTORY.
           READ ORDER-HISTORY-FILE
               AT END
                   SET SPC-HIST-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-HISTORY-READ-COUNT
           MOVE OH-EVENT-DATE TO WS-DATE-WORK
           IF WS-DATE-PARTS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           IF WS-DP-YEAR NOT EQUAL WS-PERIOD-YEAR
               OR WS-DP-MONTH NOT EQUAL WS-PERIOD-MONTH
               GO TO 2100-EXIT
           END-IF
           IF OH-SUPPLIER-CODE EQUAL SPACES
               MOVE HIGH-VALUES TO SSR-SORT-SUPPLIER
           ELSE
               MOVE OH-SUPPLIER-CODE TO SSR-SORT-SUPPLIER
           END-IF
           MOVE OH-SUPPLIER-CODE TO SSR-SUPPLIER-CODE
           MOVE OH-BRANCH-CODE TO SSR-BRANCH-CODE
           IF OH-IS-CLOSED
               SET SSR-IS-CLOSED TO TRUE
           ELSE
               SET SSR-IS-PARTIAL TO TRUE
           END-IF
           MOVE OH-DAYS-OPEN TO SSR-DAYS
           MOVE OH-LEAD-TIME-DAYS TO SSR-LEAD-TIME-DAYS
           ADD 1 TO WS-HISTORY-SELECTED-COUNT
           RELEASE SCORE-SORT-RECORD.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2200-SELECT-ONE-OPEN-ORDER - release an open order older than
      *                              its item's lead time at the
      *                              period end, with the supplier
      *                              and lead time off the master.
      *                              An order with no lead time on
      *                              the master cannot be late, as on
      *                              ORD01's exception report; one
      *                              whose item has left the master
      *                              is ORD01's exception, not the
      *                              supplier's, and is only counted.
      ******************************************************************
       2200-SELECT-ONE-OPEN-ORDER.
           READ OPEN-ORDER-FILE
               AT END
                   SET SPC-OPEN-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ
           ADD 1 TO WS-OPEN-READ-COUNT
           IF OO-OUTSTANDING-QTY NOT GREATER THAN ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE OO-ITEM-NUMBER TO STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
           MOVE OO-BRANCH-CODE TO STK-BRANCH-CODE OF STOCK-MASTER-RECORD
           READ STOCK-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT SPC-MASTER-FS-OK
               ADD 1 TO WS-OPEN-NOT-ON-MASTER-COUNT
               GO TO 2200-EXIT
           END-IF
           IF STK-LEAD-TIME-DAYS OF STOCK-MASTER-RECORD
                   NOT GREATER THAN ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE OO-ORDER-DATE TO WS-DATE-WORK
           PERFORM 9200-DATE-TO-DAYS THRU 9200-EXIT
           COMPUTE WS-ORDER-AGE-DAYS =
               WS-RUN-DATE-DAYS - WS-DAYS-RESULT
           IF WS-ORDER-AGE-DAYS NOT GREATER THAN
                   STK-LEAD-TIME-DAYS OF STOCK-MASTER-RECORD
               GO TO 2200-EXIT
           END-IF
           IF STK-SUPPLIER-CODE OF STOCK-MASTER-RECORD EQUAL SPACES
               MOVE HIGH-VALUES TO SSR-SORT-SUPPLIER
           ELSE
               MOVE STK-SUPPLIER-CODE OF STOCK-MASTER-RECORD
                   TO SSR-SORT-SUPPLIER
           END-IF
           MOVE STK-SUPPLIER-CODE OF STOCK-MASTER-RECORD
               TO SSR-SUPPLIER-CODE
           MOVE OO-BRANCH-CODE TO SSR-BRANCH-CODE
           SET SSR-IS-OPEN-LATE TO TRUE
           MOVE WS-ORDER-AGE-DAYS TO SSR-DAYS
           MOVE STK-LEAD-TIME-DAYS OF STOCK-MASTER-RECORD
               TO SSR-LEAD-TIME-DAYS
           ADD 1 TO WS-OPEN-LATE-SELECTED-COUNT
           RELEASE SCORE-SORT-RECORD.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 3000-PRINT-SCORECARD - take the events back by supplier and
      *                        branch, print a score line per branch,
      *                        a total per supplier and a grand total.
      ******************************************************************
       3000-PRINT-SCORECARD.
           INITIALIZE WS-GRAND-SCORE
           PERFORM 3010-RETURN-EVENT THRU 3010-EXIT
           IF SPC-SORT-EOF
               MOVE WS-NO-ACTIVITY-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-PROCESS-ONE-SUPPLIER THRU 3100-EXIT
               UNTIL SPC-SORT-EOF
           MOVE WS-GRAND-SCORE TO WS-SCORE-WORK
           MOVE "GRAND TOTAL" TO DTL-ROW-LABEL
           PERFORM 3500-FORMAT-SCORE-LINE THRU 3500-EXIT
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3010-RETURN-EVENT - next event back from the sort.
      ******************************************************************
       3010-RETURN-EVENT.
           RETURN SCORE-SORT-FILE
               AT END
                   SET SPC-SORT-EOF TO TRUE
           END-RETURN.
       3010-EXIT.
           EXIT.
      ******************************************************************
      * 3100-PROCESS-ONE-SUPPLIER - supplier heading, one line per
      *                             branch, and the supplier's total.
      ******************************************************************
       3100-PROCESS-ONE-SUPPLIER.
           MOVE SSR-SORT-SUPPLIER TO WS-CUR-SORT-SUPPLIER
           MOVE SSR-SUPPLIER-CODE TO WS-CUR-SUPPLIER-CODE
           INITIALIZE WS-SUPPLIER-SCORE
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           IF WS-CUR-SORT-SUPPLIER EQUAL HIGH-VALUES
               MOVE WS-NO-SUPPLIER-HEADER-LINE TO PRINT-RECORD
           ELSE
               PERFORM 3110-FIND-SUPPLIER-NAME THRU 3110-EXIT
               MOVE WS-CUR-SUPPLIER-CODE TO SHL-SUPPLIER-CODE
               MOVE WS-WORK-SUPPLIER-NAME TO SHL-SUPPLIER-NAME
               MOVE WS-SUPPLIER-HEADER-LINE TO PRINT-RECORD
           END-IF
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           PERFORM 3200-PROCESS-ONE-BRANCH THRU 3200-EXIT
               UNTIL SPC-SORT-EOF
               OR SSR-SORT-SUPPLIER NOT EQUAL WS-CUR-SORT-SUPPLIER
           MOVE WS-SUPPLIER-SCORE TO WS-SCORE-WORK
           MOVE "TOTAL" TO DTL-ROW-LABEL
           PERFORM 3500-FORMAT-SCORE-LINE THRU 3500-EXIT
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           PERFORM 3700-ROLL-TO-GRAND THRU 3700-EXIT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3110-FIND-SUPPLIER-NAME - look the supplier's name up in the
      *                           SUPREF table; a code not on file is
      *                           printed flagged and sets RC 4.
      ******************************************************************
       3110-FIND-SUPPLIER-NAME.
           MOVE "** NOT ON SUPPLIER FILE **" TO WS-WORK-SUPPLIER-NAME
           MOVE 'N' TO SPC-NAME-FOUND-SW
           IF WS-SUPPLIER-COUNT NOT EQUAL ZERO
               SET SUP-IDX TO 1
               SEARCH WS-SUPPLIER-ENTRY
                   AT END
                       CONTINUE
                   WHEN SUP-IDX GREATER THAN WS-SUPPLIER-COUNT
                       CONTINUE
                   WHEN WS-SUP-CODE (SUP-IDX) EQUAL
                           WS-CUR-SUPPLIER-CODE
                       MOVE WS-SUP-NAME (SUP-IDX)
                           TO WS-WORK-SUPPLIER-NAME
                       SET SPC-NAME-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT SPC-NAME-FOUND
               SET SPC-ANY-UNNAMED TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.
      ******************************************************************
      * 3200-PROCESS-ONE-BRANCH - accumulate one supplier/branch's
      *                           events and print its score line.
      ******************************************************************
       3200-PROCESS-ONE-BRANCH.
           MOVE SSR-BRANCH-CODE TO WS-CUR-BRANCH-CODE
           INITIALIZE WS-BRANCH-SCORE
           PERFORM 3210-ADD-ONE-EVENT THRU 3210-EXIT
               UNTIL SPC-SORT-EOF
               OR SSR-SORT-SUPPLIER NOT EQUAL WS-CUR-SORT-SUPPLIER
               OR SSR-BRANCH-CODE NOT EQUAL WS-CUR-BRANCH-CODE
           MOVE WS-BRANCH-SCORE TO WS-SCORE-WORK
           MOVE SPACES TO DTL-ROW-LABEL
           MOVE WS-CUR-BRANCH-CODE TO DTL-BRANCH-CODE
           PERFORM 3500-FORMAT-SCORE-LINE THRU 3500-EXIT
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           PERFORM 3600-ROLL-TO-SUPPLIER THRU 3600-EXIT.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 3210-ADD-ONE-EVENT - count one event into the branch score.
      *                      A closed order is on time when its final
      *                      receipt came within the master's lead
      *                      time - a master with no lead time only
      *                      scores a same-day fill as on time, which
      *                      is the point of the check column.
      ******************************************************************
       3210-ADD-ONE-EVENT.
           EVALUATE TRUE
               WHEN SSR-IS-CLOSED
                   ADD 1 TO SCR-CLOSED-COUNT OF WS-BRANCH-SCORE
                   ADD SSR-DAYS
                       TO SCR-ACTUAL-DAYS-TOTAL OF WS-BRANCH-SCORE
                   ADD SSR-LEAD-TIME-DAYS
                       TO SCR-LEAD-DAYS-TOTAL OF WS-BRANCH-SCORE
                   IF SSR-DAYS GREATER THAN
                           SCR-WORST-DAYS OF WS-BRANCH-SCORE
                       MOVE SSR-DAYS
                           TO SCR-WORST-DAYS OF WS-BRANCH-SCORE
                   END-IF
                   IF SSR-DAYS NOT GREATER THAN SSR-LEAD-TIME-DAYS
                       ADD 1 TO SCR-ON-TIME-COUNT OF WS-BRANCH-SCORE
                   END-IF
               WHEN SSR-IS-PARTIAL
                   ADD 1 TO SCR-PARTIAL-COUNT OF WS-BRANCH-SCORE
               WHEN SSR-IS-OPEN-LATE
                   ADD 1 TO SCR-OPEN-LATE-COUNT OF WS-BRANCH-SCORE
           END-EVALUATE
           PERFORM 3010-RETURN-EVENT THRU 3010-EXIT.
       3210-EXIT.
           EXIT.
      ******************************************************************
      * 3500-FORMAT-SCORE-LINE - edit the score in WS-SCORE-WORK into
      *                          WS-DETAIL-LINE; the caller has set
      *                          the row label.  The lead-time columns
      *                          are left blank when nothing closed.
      ******************************************************************
       3500-FORMAT-SCORE-LINE.
           MOVE SCR-CLOSED-COUNT OF WS-SCORE-WORK TO DTL-CLOSED-COUNT
           MOVE SCR-PARTIAL-COUNT OF WS-SCORE-WORK
               TO DTL-PARTIAL-COUNT
           MOVE SCR-OPEN-LATE-COUNT OF WS-SCORE-WORK
               TO DTL-OPEN-LATE-COUNT
           MOVE SPACES TO DTL-CHECK-TEXT
           IF SCR-CLOSED-COUNT OF WS-SCORE-WORK EQUAL ZERO
               MOVE SPACES TO DTL-CLOSED-METRICS
               GO TO 3500-EXIT
           END-IF
           COMPUTE WS-AVG-MASTER-LEAD ROUNDED =
               SCR-LEAD-DAYS-TOTAL OF WS-SCORE-WORK /
               SCR-CLOSED-COUNT OF WS-SCORE-WORK
           COMPUTE WS-AVG-ACTUAL-LEAD ROUNDED =
               SCR-ACTUAL-DAYS-TOTAL OF WS-SCORE-WORK /
               SCR-CLOSED-COUNT OF WS-SCORE-WORK
           COMPUTE WS-ON-TIME-PCT ROUNDED =
               SCR-ON-TIME-COUNT OF WS-SCORE-WORK * 100 /
               SCR-CLOSED-COUNT OF WS-SCORE-WORK
           MOVE WS-AVG-MASTER-LEAD TO DTL-MASTER-LEAD
           MOVE WS-AVG-ACTUAL-LEAD TO DTL-ACTUAL-LEAD
           MOVE SCR-WORST-DAYS OF WS-SCORE-WORK TO DTL-WORST-LEAD
           MOVE WS-ON-TIME-PCT TO DTL-ON-TIME-PCT
           IF SCR-LEAD-DAYS-TOTAL OF WS-SCORE-WORK EQUAL ZERO
               MOVE "NO LEAD TIME ON MASTER" TO DTL-CHECK-TEXT
           ELSE
               IF WS-AVG-ACTUAL-LEAD GREATER THAN WS-AVG-MASTER-LEAD
                   MOVE "ACTUAL OVER MASTER LEAD" TO DTL-CHECK-TEXT
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.
      ******************************************************************
      * 3600-ROLL-TO-SUPPLIER - add the branch score just printed into
      *                         the supplier's.
      ******************************************************************
       3600-ROLL-TO-SUPPLIER.
           ADD SCR-CLOSED-COUNT OF WS-SCORE-WORK
               TO SCR-CLOSED-COUNT OF WS-SUPPLIER-SCORE
           ADD SCR-ON-TIME-COUNT OF WS-SCORE-WORK
               TO SCR-ON-TIME-COUNT OF WS-SUPPLIER-SCORE
           ADD SCR-PARTIAL-COUNT OF WS-SCORE-WORK
               TO SCR-PARTIAL-COUNT OF WS-SUPPLIER-SCORE
           ADD SCR-OPEN-LATE-COUNT OF WS-SCORE-WORK
               TO SCR-OPEN-LATE-COUNT OF WS-SUPPLIER-SCORE
           ADD SCR-ACTUAL-DAYS-TOTAL OF WS-SCORE-WORK
               TO SCR-ACTUAL-DAYS-TOTAL OF WS-SUPPLIER-SCORE
           ADD SCR-LEAD-DAYS-TOTAL OF WS-SCORE-WORK
               TO SCR-LEAD-DAYS-TOTAL OF WS-SUPPLIER-SCORE
           IF SCR-WORST-DAYS OF WS-SCORE-WORK GREATER THAN
                   SCR-WORST-DAYS OF WS-SUPPLIER-SCORE
               MOVE SCR-WORST-DAYS OF WS-SCORE-WORK
                   TO SCR-WORST-DAYS OF WS-SUPPLIER-SCORE
           END-IF.
       3600-EXIT.
           EXIT.
      ******************************************************************
      * 3700-ROLL-TO-GRAND - add the supplier score just printed into
      *                      the grand total.
      ******************************************************************
       3700-ROLL-TO-GRAND.
           ADD SCR-CLOSED-COUNT OF WS-SCORE-WORK
               TO SCR-CLOSED-COUNT OF WS-GRAND-SCORE
           ADD SCR-ON-TIME-COUNT OF WS-SCORE-WORK
               TO SCR-ON-TIME-COUNT OF WS-GRAND-SCORE
           ADD SCR-PARTIAL-COUNT OF WS-SCORE-WORK
               TO SCR-PARTIAL-COUNT OF WS-GRAND-SCORE
           ADD SCR-OPEN-LATE-COUNT OF WS-SCORE-WORK
               TO SCR-OPEN-LATE-COUNT OF WS-GRAND-SCORE
           ADD SCR-ACTUAL-DAYS-TOTAL OF WS-SCORE-WORK
               TO SCR-ACTUAL-DAYS-TOTAL OF WS-GRAND-SCORE
           ADD SCR-LEAD-DAYS-TOTAL OF WS-SCORE-WORK
               TO SCR-LEAD-DAYS-TOTAL OF WS-GRAND-SCORE
           IF SCR-WORST-DAYS OF WS-SCORE-WORK GREATER THAN
                   SCR-WORST-DAYS OF WS-GRAND-SCORE
               MOVE SCR-WORST-DAYS OF WS-SCORE-WORK
                   TO SCR-WORST-DAYS OF WS-GRAND-SCORE
           END-IF.
       3700-EXIT.
           EXIT.
      ******************************************************************
      * 9000-PRINT-LINE - write the line the caller built in
      *                   PRINT-RECORD, breaking to a new page heading
      *                   at the page limit.
      ******************************************************************
       9000-PRINT-LINE.
           IF WS-LINE-COUNT GREATER THAN WS-PAGE-LIMIT
               PERFORM 9100-PRINT-HEADINGS THRU 9100-EXIT
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-PRINT-HEADINGS - page heading and column headings.  The
      *                       caller's pending line is staged in
      *                       working storage around the heading
      *                       writes, since they share the record
      *                       area.
      ******************************************************************
       9100-PRINT-HEADINGS.
           MOVE PRINT-RECORD TO WS-SAVE-PRINT-LINE
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-PERIOD-END
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-HEADING-1 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING PAGE
           MOVE WS-HEADING-2 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-HEADING-3 TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 5 TO WS-LINE-COUNT
           MOVE WS-SAVE-PRINT-LINE TO PRINT-RECORD.
       9100-EXIT.
           EXIT.
      ******************************************************************
      * 9200-DATE-TO-DAYS - turn the YYYYMMDD date in WS-DATE-WORK
      *                     into a 30/360 day count in WS-DAYS-RESULT.
      ******************************************************************
       9200-DATE-TO-DAYS.
           COMPUTE WS-DAYS-RESULT =
               WS-DP-YEAR * 360 + WS-DP-MONTH * 30 + WS-DP-DAY.
       9200-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - close the files and display the run totals.
      ******************************************************************
       8000-TERMINATE.
           CLOSE STOCK-MASTER-FILE
           CLOSE PRINTFILE
           DISPLAY "SPC01 - HISTORY RECORDS READ:   "
               WS-HISTORY-READ-COUNT
           DISPLAY "SPC01 - RECEIPTS IN PERIOD:     "
               WS-HISTORY-SELECTED-COUNT
           DISPLAY "SPC01 - OPEN ORDERS READ:       "
               WS-OPEN-READ-COUNT
           DISPLAY "SPC01 - OPEN PAST LEAD TIME:    "
               WS-OPEN-LATE-SELECTED-COUNT
           DISPLAY "SPC01 - OPEN, ITEM NOT ON MAST: "
               WS-OPEN-NOT-ON-MASTER-COUNT
           IF SPC-HARD-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF SPC-ANY-UNNAMED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.
       END PROGRAM SPC01.
