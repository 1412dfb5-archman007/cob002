      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Month-end ABC classification.  Ranks every item/branch
      *          on the stock master by its issue value over the
      *          trailing window of closed periods - the period
      *          history's issue buckets times the master's current
      *          unit cost - and assigns the Pareto class kept on the
      *          master in STK-ABC-CLASS: A while the value ranked
      *          ahead of the record is still inside the A share of
      *          the total, B inside the B share, C for the tail and
      *          for anything with no issue value at all.  Run after
      *          the close, so the month just closed is in the
      *          history.  The classes drive CCS01's cycle-count
      *          frequencies.  The ABCCARD card carries:
      *            cols  1-2   periods of history to rank on (def 12)
      *            cols  4-5   A cumulative share, percent  (def 80)
      *            cols  7-8   B cumulative share, percent  (def 95)
      *          The period-end date comes off the month-end control
      *          card the close reads.  The master is written
      *          directly, as UTIL does, since IO01 refuses records
      *          the close has just marked closed; a rerun simply
      *          reclassifies.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original ABC01 build.
      *   2026-10-15 AB  Period history is 50 characters with the
      *                  customer return and return-to-vendor
      *                  quantities; the ranking still reads issues.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABC-CTLCARD-STATUS.
           SELECT CLASS-CARD-FILE ASSIGN TO "ABCCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABC-CARD-STATUS.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ABC-HIST-STATUS.
           SELECT ISSUE-WORK-FILE ASSIGN TO "ISSWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ABC-WORK-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-MASTER-KEY OF STOCK-MASTER-RECORD
               ALTERNATE RECORD KEY IS STK-CATEGORY-CODE
                   OF STOCK-MASTER-RECORD WITH DUPLICATES
               FILE STATUS IS ABC-MASTER-STATUS.
           SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT VALUE-SORT-FILE ASSIGN TO "SORTWK02".
           SELECT PRINTFILE ASSIGN TO "ABCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABC-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-MODE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-RUN-DATE             PIC X(08).
       FD  CLASS-CARD-FILE.
       01  CLASS-CARD-RECORD.
           05  ACARD-PERIODS           PIC X(02).
           05  FILLER                  PIC X(01).
           05  ACARD-A-SHARE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  ACARD-B-SHARE           PIC X(02).
       FD  PERIOD-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PERIOD-HISTORY-RECORD.
           COPY PERHIST.
       FD  ISSUE-WORK-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ISSUE-WORK-RECORD.
           05  IWK-ITEM-NUMBER         PIC X(10).
           05  IWK-BRANCH-CODE         PIC X(04).
           05  IWK-ISSUES-QTY          PIC S9(09)      COMP-3.
           05  FILLER                  PIC X(01).
       FD  STOCK-MASTER-FILE.
       01  STOCK-MASTER-RECORD.
           COPY STKMAST.
       SD  HISTORY-SORT-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  HISTORY-SORT-RECORD.
           05  HST-ITEM-NUMBER         PIC X(10).
           05  HST-BRANCH-CODE         PIC X(04).
           05  HST-ISSUES-QTY          PIC S9(09)      COMP-3.
           05  FILLER                  PIC X(01).
       SD  VALUE-SORT-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  VALUE-SORT-RECORD.
           05  VST-ISSUE-VALUE         PIC S9(11)V9(2) COMP-3.
           05  VST-ITEM-NUMBER         PIC X(10).
           05  VST-BRANCH-CODE         PIC X(04).
           05  VST-DESCRIPTION         PIC X(30).
           05  VST-ISSUES-QTY          PIC S9(09)      COMP-3.
           05  VST-UNIT-COST           PIC S9(05)V9(2) COMP-3.
           05  VST-OLD-CLASS           PIC X(01).
           05  FILLER                  PIC X(01).
       FD  PRINTFILE.
       01  PRINT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  ABC-FILE-STATUSES.
           05  ABC-CTLCARD-STATUS      PIC X(02).
               88  ABC-CTLCARD-FS-OK           VALUE '00'.
           05  ABC-CARD-STATUS         PIC X(02).
               88  ABC-CARD-FS-OK              VALUE '00'.
           05  ABC-HIST-STATUS         PIC X(02).
               88  ABC-HIST-FS-OK              VALUE '00'.
           05  ABC-WORK-STATUS         PIC X(02).
               88  ABC-WORK-FS-OK              VALUE '00'.
           05  ABC-MASTER-STATUS       PIC X(02).
               88  ABC-MASTER-FS-OK            VALUE '00'.
           05  ABC-PRINT-STATUS        PIC X(02).
               88  ABC-PRINT-FS-OK             VALUE '00'.
       01  ABC-SWITCHES.
           05  ABC-HIST-EOF-SW         PIC X(01)   VALUE 'N'.
               88  ABC-HIST-EOF                VALUE 'Y'.
           05  ABC-HSORT-EOF-SW        PIC X(01)   VALUE 'N'.
               88  ABC-HSORT-EOF               VALUE 'Y'.
           05  ABC-WORK-EOF-SW         PIC X(01)   VALUE 'N'.
               88  ABC-WORK-EOF                VALUE 'Y'.
           05  ABC-MASTER-EOF-SW       PIC X(01)   VALUE 'N'.
               88  ABC-MASTER-EOF              VALUE 'Y'.
           05  ABC-VSORT-EOF-SW        PIC X(01)   VALUE 'N'.
               88  ABC-VSORT-EOF               VALUE 'Y'.
           05  ABC-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  ABC-HARD-ERROR              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-HISTORY-PERIODS          PIC 9(02)   VALUE 12.
       01  WS-A-SHARE-PCT              PIC 9(02)   VALUE 80.
       01  WS-B-SHARE-PCT              PIC 9(02)   VALUE 95.
       01  WS-HISTORY-READ-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-HISTORY-USED-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-RECORDS-READ-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-RECORDS-CLASSED-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-CLASS-CHANGED-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-RANK-NUMBER              PIC 9(07)   VALUE ZERO.
       01  WS-CUR-ITEM-NUMBER          PIC X(10)   VALUE SPACES.
       01  WS-CUR-BRANCH-CODE          PIC X(04)   VALUE SPACES.
       01  WS-CUR-ISSUES-QTY           PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-TOTAL-VALUE              PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-CUM-BEFORE-VALUE         PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-CUM-BEFORE-PCT           PIC S9(03)V9(02) COMP-3
                                                   VALUE ZERO.
       01  WS-NEW-CLASS                PIC X(01)   VALUE SPACE.
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-A-COUNT        PIC 9(07)   VALUE ZERO.
           05  WS-CLASS-A-VALUE        PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-CLASS-B-COUNT        PIC 9(07)   VALUE ZERO.
           05  WS-CLASS-B-VALUE        PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-CLASS-C-COUNT        PIC 9(07)   VALUE ZERO.
           05  WS-CLASS-C-VALUE        PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
      ******************************************************************
      * History window: 30/360, as ORD01 ages its orders - a period
      * is in the window when its end date falls inside the last N
      * months up to the period-end date on the card.
      ******************************************************************
       01  WS-DATE-WORK                PIC X(08)   VALUE SPACES.
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DP-YEAR              PIC 9(04).
           05  WS-DP-MONTH             PIC 9(02).
           05  WS-DP-DAY               PIC 9(02).
       01  WS-DAYS-RESULT              PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-RUN-DAYS                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-WINDOW-START-DAYS        PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       01  WS-SAVE-PRINT-LINE          PIC X(132)  VALUE SPACES.
       01  WS-PAGE-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PAGE-LIMIT               PIC 9(03)   VALUE 56.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(21)
               VALUE "ABC CLASSIFICATION - ".
           05  HDG1-PERIODS            PIC Z9.
           05  FILLER                  PIC X(09)   VALUE " PERIODS,".
           05  FILLER                  PIC X(03)   VALUE " A ".
           05  HDG1-A-SHARE            PIC Z9.
           05  FILLER                  PIC X(05)   VALUE "%, B ".
           05  HDG1-B-SHARE            PIC Z9.
           05  FILLER                  PIC X(01)   VALUE "%".
           05  FILLER                  PIC X(14)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "RUN DATE:".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  HDG1-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "PAGE:".
           05  HDG1-PAGE               PIC ZZ,ZZ9.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(07)   VALUE "RANK".
           05  FILLER                  PIC X(10)   VALUE "ITEM NO".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "BRANCH".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(20)   VALUE "DESCRIPTION".
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "ISSUED QTY".
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "UNIT COST".
           05  FILLER                  PIC X(06)   VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE "ISSUE VALUE".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "CUM %".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "CLASS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(03)   VALUE "WAS".
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  DTL-RANK                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-ISSUES-QTY          PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-UNIT-COST           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-ISSUE-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-CUM-PCT             PIC ZZ9.99.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-NEW-CLASS           PIC X(01).
           05  FILLER                  PIC X(06)   VALUE SPACES.
           05  DTL-OLD-CLASS           PIC X(01).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "CLASS ".
           05  TTL-CLASS               PIC X(01).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "RECORDS:".
           05  TTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "ISSUE VALUE:".
           05  TTL-VALUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT ABC-HARD-ERROR
               SORT HISTORY-SORT-FILE
                   ON ASCENDING KEY HST-ITEM-NUMBER
                   ON ASCENDING KEY HST-BRANCH-CODE
                   INPUT PROCEDURE IS 2000-SELECT-HISTORY
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-SUM-ISSUES
                       THRU 3000-EXIT
           END-IF
           IF NOT ABC-HARD-ERROR
               SORT VALUE-SORT-FILE
                   ON DESCENDING KEY VST-ISSUE-VALUE
                   ON ASCENDING KEY VST-ITEM-NUMBER
                   ON ASCENDING KEY VST-BRANCH-CODE
                   INPUT PROCEDURE IS 4000-VALUE-MASTER
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-CLASSIFY
                       THRU 5000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - pick up the period-end date off the month-
      *                   end control card (a missing card defaults
      *                   to today), the window and shares off the
      *                   ABCCARD (a missing or bad field keeps its
      *                   default, reported like MOV01's), work out
      *                   where the history window starts, and open
      *                   the master and the print file.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           IF ABC-CTLCARD-FS-OK
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
           OPEN INPUT CLASS-CARD-FILE
           IF ABC-CARD-FS-OK
               READ CLASS-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-EDIT-CLASS-CARD THRU 1100-EXIT
               END-READ
               CLOSE CLASS-CARD-FILE
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM 9200-DATE-TO-DAYS THRU 9200-EXIT
           MOVE WS-DAYS-RESULT TO WS-RUN-DAYS
           COMPUTE WS-WINDOW-START-DAYS =
               WS-RUN-DAYS - WS-HISTORY-PERIODS * 30
           OPEN I-O STOCK-MASTER-FILE
           IF NOT ABC-MASTER-FS-OK
               DISPLAY "ABC01 - STOCK MASTER OPEN FAILED, STATUS="
                   ABC-MASTER-STATUS
               SET ABC-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT ABC-PRINT-FS-OK
               DISPLAY "ABC01 - PRINT FILE OPEN FAILED, STATUS="
                   ABC-PRINT-STATUS
               SET ABC-HARD-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100-EDIT-CLASS-CARD - take each card field that is numeric
      *                        and sensible; B's share must lie above
      *                        A's or the pair falls back to default.
      ******************************************************************
       1100-EDIT-CLASS-CARD.
           IF ACARD-PERIODS NUMERIC
               AND ACARD-PERIODS NOT EQUAL ZERO
               MOVE ACARD-PERIODS TO WS-HISTORY-PERIODS
           ELSE
               DISPLAY "ABC01 - BAD PERIODS ON CARD, DEFAULT "
                   WS-HISTORY-PERIODS " USED"
           END-IF
           IF ACARD-A-SHARE NUMERIC
               AND ACARD-B-SHARE NUMERIC
               AND ACARD-A-SHARE NOT EQUAL ZERO
               AND ACARD-B-SHARE GREATER THAN ACARD-A-SHARE
               MOVE ACARD-A-SHARE TO WS-A-SHARE-PCT
               MOVE ACARD-B-SHARE TO WS-B-SHARE-PCT
           ELSE
               DISPLAY "ABC01 - BAD SHARES ON CARD, DEFAULT "
                   WS-A-SHARE-PCT "/" WS-B-SHARE-PCT " USED"
           END-IF.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 2000-SELECT-HISTORY - release the issue bucket of every period
      *                       history row inside the window.  Rows
      *                       dated after the period-end date (a rerun
      *                       for an earlier month) stay out.
      ******************************************************************
       2000-SELECT-HISTORY.
           OPEN INPUT PERIOD-HISTORY-FILE
           IF NOT ABC-HIST-FS-OK
               DISPLAY "ABC01 - PERIOD HISTORY OPEN FAILED, STATUS="
                   ABC-HIST-STATUS
               SET ABC-HARD-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-SELECT-ONE-ROW THRU 2010-EXIT
               UNTIL ABC-HIST-EOF
           CLOSE PERIOD-HISTORY-FILE.
       2000-EXIT.
           EXIT.
       2010-SELECT-ONE-ROW.
           READ PERIOD-HISTORY-FILE
               AT END
                   SET ABC-HIST-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ
           ADD 1 TO WS-HISTORY-READ-COUNT
           MOVE PH-PERIOD-END-DATE TO WS-DATE-WORK
           PERFORM 9200-DATE-TO-DAYS THRU 9200-EXIT
           IF WS-DAYS-RESULT NOT GREATER THAN WS-WINDOW-START-DAYS
               OR WS-DAYS-RESULT GREATER THAN WS-RUN-DAYS
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-HISTORY-USED-COUNT
           MOVE SPACES TO HISTORY-SORT-RECORD
           MOVE PH-ITEM-NUMBER TO HST-ITEM-NUMBER
           MOVE PH-BRANCH-CODE TO HST-BRANCH-CODE
           MOVE PH-PTD-ISSUES-QTY TO HST-ISSUES-QTY
           RELEASE HISTORY-SORT-RECORD.
       2010-EXIT.
           EXIT.
      ******************************************************************
      * 3000-SUM-ISSUES - take the window's rows back in master key
      *                   order and write one issue total per item/
      *                   branch to the work file, in the order the
      *                   master will be read against it.
      ******************************************************************
       3000-SUM-ISSUES.
           OPEN OUTPUT ISSUE-WORK-FILE
           IF NOT ABC-WORK-FS-OK
               DISPLAY "ABC01 - ISSUE WORK FILE OPEN FAILED, STATUS="
                   ABC-WORK-STATUS
               SET ABC-HARD-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3010-RETURN-HISTORY THRU 3010-EXIT
           PERFORM 3100-SUM-ONE-KEY THRU 3100-EXIT
               UNTIL ABC-HSORT-EOF OR ABC-HARD-ERROR
           CLOSE ISSUE-WORK-FILE.
       3000-EXIT.
           EXIT.
       3010-RETURN-HISTORY.
           RETURN HISTORY-SORT-FILE
               AT END
                   SET ABC-HSORT-EOF TO TRUE
           END-RETURN.
       3010-EXIT.
           EXIT.
       3100-SUM-ONE-KEY.
           MOVE HST-ITEM-NUMBER TO WS-CUR-ITEM-NUMBER
           MOVE HST-BRANCH-CODE TO WS-CUR-BRANCH-CODE
           MOVE ZERO TO WS-CUR-ISSUES-QTY
           PERFORM 3110-ADD-ONE-ROW THRU 3110-EXIT
               UNTIL ABC-HSORT-EOF
               OR HST-ITEM-NUMBER NOT EQUAL WS-CUR-ITEM-NUMBER
               OR HST-BRANCH-CODE NOT EQUAL WS-CUR-BRANCH-CODE
           MOVE SPACES TO ISSUE-WORK-RECORD
           MOVE WS-CUR-ITEM-NUMBER TO IWK-ITEM-NUMBER
           MOVE WS-CUR-BRANCH-CODE TO IWK-BRANCH-CODE
           MOVE WS-CUR-ISSUES-QTY TO IWK-ISSUES-QTY
           WRITE ISSUE-WORK-RECORD
           IF NOT ABC-WORK-FS-OK
               DISPLAY "ABC01 - ISSUE WORK WRITE FAILED, STATUS="
                   ABC-WORK-STATUS
               SET ABC-HARD-ERROR TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.
       3110-ADD-ONE-ROW.
           ADD HST-ISSUES-QTY TO WS-CUR-ISSUES-QTY
           PERFORM 3010-RETURN-HISTORY THRU 3010-EXIT.
       3110-EXIT.
           EXIT.
      ******************************************************************
      * 4000-VALUE-MASTER - browse the master in key order against the
      *                     issue totals (same order) and release
      *                     every record at its issue value - issued
      *                     quantity times today's unit cost - so a
      *                     record with no history still ranks, at
      *                     zero.  The grand total is built on the
      *                     way through for the cumulative shares.
      ******************************************************************
       4000-VALUE-MASTER.
           OPEN INPUT ISSUE-WORK-FILE
           IF NOT ABC-WORK-FS-OK
               DISPLAY "ABC01 - ISSUE WORK FILE OPEN FAILED, STATUS="
                   ABC-WORK-STATUS
               SET ABC-HARD-ERROR TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4020-READ-ISSUE-WORK THRU 4020-EXIT
           MOVE LOW-VALUES TO STK-MASTER-KEY OF STOCK-MASTER-RECORD
           START STOCK-MASTER-FILE KEY IS NOT LESS THAN
                   STK-MASTER-KEY OF STOCK-MASTER-RECORD
               INVALID KEY
                   SET ABC-MASTER-EOF TO TRUE
           END-START
           IF NOT ABC-MASTER-EOF
               PERFORM 4010-READ-MASTER THRU 4010-EXIT
           END-IF
           PERFORM 4100-RELEASE-ONE-RECORD THRU 4100-EXIT
               UNTIL ABC-MASTER-EOF
           CLOSE ISSUE-WORK-FILE.
       4000-EXIT.
           EXIT.
       4010-READ-MASTER.
           READ STOCK-MASTER-FILE NEXT RECORD
               AT END
                   SET ABC-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ.
       4010-EXIT.
           EXIT.
       4020-READ-ISSUE-WORK.
           READ ISSUE-WORK-FILE
               AT END
                   SET ABC-WORK-EOF TO TRUE
                   MOVE HIGH-VALUES TO IWK-ITEM-NUMBER
                   MOVE HIGH-VALUES TO IWK-BRANCH-CODE
           END-READ.
       4020-EXIT.
           EXIT.
      ******************************************************************
      * 4100-RELEASE-ONE-RECORD - skip the issue totals for keys no
      *                           longer on the master (deleted
      *                           since), pick up this record's total
      *                           if it has one, and release it.
      ******************************************************************
       4100-RELEASE-ONE-RECORD.
           PERFORM 4020-READ-ISSUE-WORK THRU 4020-EXIT
               UNTIL ABC-WORK-EOF
               OR IWK-ITEM-NUMBER GREATER THAN
                   STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
               OR (IWK-ITEM-NUMBER EQUAL
                       STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
                   AND IWK-BRANCH-CODE NOT LESS THAN
                       STK-BRANCH-CODE OF STOCK-MASTER-RECORD)
           MOVE SPACES TO VALUE-SORT-RECORD
           IF IWK-ITEM-NUMBER EQUAL
                   STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
               AND IWK-BRANCH-CODE EQUAL
                   STK-BRANCH-CODE OF STOCK-MASTER-RECORD
               MOVE IWK-ISSUES-QTY TO VST-ISSUES-QTY
           ELSE
               MOVE ZERO TO VST-ISSUES-QTY
           END-IF
           COMPUTE VST-ISSUE-VALUE =
               VST-ISSUES-QTY * STK-UNIT-COST OF STOCK-MASTER-RECORD
           IF VST-ISSUE-VALUE LESS THAN ZERO
               MOVE ZERO TO VST-ISSUE-VALUE
           END-IF
           ADD VST-ISSUE-VALUE TO WS-TOTAL-VALUE
           MOVE STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
               TO VST-ITEM-NUMBER
           MOVE STK-BRANCH-CODE OF STOCK-MASTER-RECORD
               TO VST-BRANCH-CODE
           MOVE STK-DESCRIPTION OF STOCK-MASTER-RECORD
               TO VST-DESCRIPTION
           MOVE STK-UNIT-COST OF STOCK-MASTER-RECORD TO VST-UNIT-COST
           MOVE STK-ABC-CLASS OF STOCK-MASTER-RECORD TO VST-OLD-CLASS
           RELEASE VALUE-SORT-RECORD
           PERFORM 4010-READ-MASTER THRU 4010-EXIT.
       4100-EXIT.
           EXIT.
      ******************************************************************
      * 5000-CLASSIFY - take the records back in descending issue
      *                 value, class each by the share of the total
      *                 ranked ahead of it, rewrite the class onto the
      *                 master and print the ranking.
      ******************************************************************
       5000-CLASSIFY.
           PERFORM 5010-RETURN-VALUED THRU 5010-EXIT
           PERFORM 5100-CLASSIFY-ONE THRU 5100-EXIT
               UNTIL ABC-VSORT-EOF OR ABC-HARD-ERROR.
       5000-EXIT.
           EXIT.
       5010-RETURN-VALUED.
           RETURN VALUE-SORT-FILE
               AT END
                   SET ABC-VSORT-EOF TO TRUE
           END-RETURN.
       5010-EXIT.
           EXIT.
      ******************************************************************
      * 5100-CLASSIFY-ONE - the record that carries the cumulative
      *                     share across a cutoff still belongs to the
      *                     class below it, so the top-valued record
      *                     is always A.  No issue value is always C.
      ******************************************************************
       5100-CLASSIFY-ONE.
           ADD 1 TO WS-RANK-NUMBER
           IF WS-TOTAL-VALUE GREATER THAN ZERO
               COMPUTE WS-CUM-BEFORE-PCT ROUNDED =
                   WS-CUM-BEFORE-VALUE * 100 / WS-TOTAL-VALUE
           ELSE
               MOVE ZERO TO WS-CUM-BEFORE-PCT
           END-IF
           EVALUATE TRUE
               WHEN VST-ISSUE-VALUE NOT GREATER THAN ZERO
                   MOVE 'C' TO WS-NEW-CLASS
                   ADD 1 TO WS-CLASS-C-COUNT
               WHEN WS-CUM-BEFORE-PCT LESS THAN WS-A-SHARE-PCT
                   MOVE 'A' TO WS-NEW-CLASS
                   ADD 1 TO WS-CLASS-A-COUNT
                   ADD VST-ISSUE-VALUE TO WS-CLASS-A-VALUE
               WHEN WS-CUM-BEFORE-PCT LESS THAN WS-B-SHARE-PCT
                   MOVE 'B' TO WS-NEW-CLASS
                   ADD 1 TO WS-CLASS-B-COUNT
                   ADD VST-ISSUE-VALUE TO WS-CLASS-B-VALUE
               WHEN OTHER
                   MOVE 'C' TO WS-NEW-CLASS
                   ADD 1 TO WS-CLASS-C-COUNT
                   ADD VST-ISSUE-VALUE TO WS-CLASS-C-VALUE
           END-EVALUATE
           ADD VST-ISSUE-VALUE TO WS-CUM-BEFORE-VALUE
           PERFORM 5200-REWRITE-CLASS THRU 5200-EXIT
           MOVE WS-RANK-NUMBER TO DTL-RANK
           MOVE VST-ITEM-NUMBER TO DTL-ITEM-NUMBER
           MOVE VST-BRANCH-CODE TO DTL-BRANCH-CODE
           MOVE VST-DESCRIPTION TO DTL-DESCRIPTION
           MOVE VST-ISSUES-QTY TO DTL-ISSUES-QTY
           MOVE VST-UNIT-COST TO DTL-UNIT-COST
           MOVE VST-ISSUE-VALUE TO DTL-ISSUE-VALUE
           MOVE WS-CUM-BEFORE-PCT TO DTL-CUM-PCT
           MOVE WS-NEW-CLASS TO DTL-NEW-CLASS
           MOVE VST-OLD-CLASS TO DTL-OLD-CLASS
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           PERFORM 5010-RETURN-VALUED THRU 5010-EXIT.
       5100-EXIT.
           EXIT.
      ******************************************************************
      * 5200-REWRITE-CLASS - put the class on the master.  Only the
      *                      class byte changes; a record already in
      *                      its class is not rewritten.
      ******************************************************************
       5200-REWRITE-CLASS.
           MOVE VST-ITEM-NUMBER
               TO STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
           MOVE VST-BRANCH-CODE
               TO STK-BRANCH-CODE OF STOCK-MASTER-RECORD
           READ STOCK-MASTER-FILE
               INVALID KEY
                   DISPLAY "ABC01 - MASTER RECORD VANISHED, ITEM "
                       VST-ITEM-NUMBER " BRANCH " VST-BRANCH-CODE
                   SET ABC-HARD-ERROR TO TRUE
                   GO TO 5200-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-CLASSED-COUNT
           IF STK-ABC-CLASS OF STOCK-MASTER-RECORD EQUAL WS-NEW-CLASS
               GO TO 5200-EXIT
           END-IF
           MOVE WS-NEW-CLASS TO STK-ABC-CLASS OF STOCK-MASTER-RECORD
           REWRITE STOCK-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ABC01 - MASTER REWRITE FAILED, STATUS="
                       ABC-MASTER-STATUS " ITEM " VST-ITEM-NUMBER
                   SET ABC-HARD-ERROR TO TRUE
                   GO TO 5200-EXIT
           END-REWRITE
           ADD 1 TO WS-CLASS-CHANGED-COUNT.
       5200-EXIT.
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
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-HISTORY-PERIODS TO HDG1-PERIODS
           MOVE WS-A-SHARE-PCT TO HDG1-A-SHARE
           MOVE WS-B-SHARE-PCT TO HDG1-B-SHARE
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-HEADING-1 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING PAGE
           MOVE WS-HEADING-2 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 4 TO WS-LINE-COUNT
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
      * 8000-TERMINATE - class totals, close the files, display the
      *                  run totals and set the return code.
      ******************************************************************
       8000-TERMINATE.
           IF NOT ABC-HARD-ERROR
               MOVE SPACES TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
               MOVE 'A' TO TTL-CLASS
               MOVE WS-CLASS-A-COUNT TO TTL-COUNT
               MOVE WS-CLASS-A-VALUE TO TTL-VALUE
               MOVE WS-TOTAL-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
               MOVE 'B' TO TTL-CLASS
               MOVE WS-CLASS-B-COUNT TO TTL-COUNT
               MOVE WS-CLASS-B-VALUE TO TTL-VALUE
               MOVE WS-TOTAL-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
               MOVE 'C' TO TTL-CLASS
               MOVE WS-CLASS-C-COUNT TO TTL-COUNT
               MOVE WS-CLASS-C-VALUE TO TTL-VALUE
               MOVE WS-TOTAL-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           END-IF
           CLOSE STOCK-MASTER-FILE
           CLOSE PRINTFILE
           DISPLAY "ABC01 - HISTORY ROWS READ:     "
               WS-HISTORY-READ-COUNT
           DISPLAY "ABC01 - HISTORY ROWS IN WINDOW:"
               WS-HISTORY-USED-COUNT
           DISPLAY "ABC01 - MASTER RECORDS READ:   "
               WS-RECORDS-READ-COUNT
           DISPLAY "ABC01 - RECORDS CLASSIFIED:    "
               WS-RECORDS-CLASSED-COUNT
           DISPLAY "ABC01 - CLASSES CHANGED:       "
               WS-CLASS-CHANGED-COUNT
           IF ABC-HARD-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
       END PROGRAM ABC01.
