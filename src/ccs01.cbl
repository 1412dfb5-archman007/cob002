      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Daily cycle-count selection.  Works out, per branch
      *          and ABC class, how many of the branch's items must
      *          be counted each day for the whole class to come
      *          round once inside its count frequency - the class
      *          population over the frequency in days, rounded up -
      *          and picks that many, longest since last counted
      *          first (never-counted items lead), from the items
      *          actually due: never counted, or last counted at
      *          least a frequency ago.  An item ABC01 has not yet
      *          classified counts as class C.  Each pick is written
      *          to the CNTSHEET generation in the PHYCNT layout,
      *          dated for the run with a zero count, for the count
      *          teams to key their counts into and STKCOUNT to post
      *          as a PHYSCNT file, and printed on a blind count
      *          sheet, one page per branch.  The CCSCARD card
      *          carries the frequencies in days:
      *            cols  1-3   class A   (default 030)
      *            cols  5-7   class B   (default 090)
      *            cols  9-11  class C   (default 360)
      *          CCO01 reads the same card for the overdue report.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original CCS01 build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCS01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCS-CTLCARD-STATUS.
           SELECT FREQUENCY-CARD-FILE ASSIGN TO "CCSCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCS-CARD-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-MASTER-KEY OF STOCK-MASTER-RECORD
               ALTERNATE RECORD KEY IS STK-CATEGORY-CODE
                   OF STOCK-MASTER-RECORD WITH DUPLICATES
               FILE STATUS IS CCS-MASTER-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN TO "CNTSHEET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CCS-SHEET-STATUS.
           SELECT COUNT-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINTFILE ASSIGN TO "CNTSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-MODE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-RUN-DATE             PIC X(08).
       FD  FREQUENCY-CARD-FILE.
       01  FREQUENCY-CARD-RECORD.
           05  FCARD-A-DAYS            PIC X(03).
           05  FILLER                  PIC X(01).
           05  FCARD-B-DAYS            PIC X(03).
           05  FILLER                  PIC X(01).
           05  FCARD-C-DAYS            PIC X(03).
       FD  STOCK-MASTER-FILE.
       01  STOCK-MASTER-RECORD.
           COPY STKMAST.
       FD  COUNT-SHEET-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  COUNT-SHEET-RECORD.
           COPY PHYCNT.
       SD  COUNT-SORT-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  COUNT-SORT-RECORD.
           05  CST-BRANCH-CODE         PIC X(04).
           05  CST-CLASS               PIC X(01).
           05  CST-LAST-COUNT-DATE     PIC X(08).
           05  CST-ITEM-NUMBER         PIC X(10).
           05  CST-DESCRIPTION         PIC X(30).
       FD  PRINTFILE.
       01  PRINT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  CCS-FILE-STATUSES.
           05  CCS-CTLCARD-STATUS      PIC X(02).
               88  CCS-CTLCARD-FS-OK           VALUE '00'.
           05  CCS-CARD-STATUS         PIC X(02).
               88  CCS-CARD-FS-OK              VALUE '00'.
           05  CCS-MASTER-STATUS       PIC X(02).
               88  CCS-MASTER-FS-OK            VALUE '00'.
           05  CCS-SHEET-STATUS        PIC X(02).
               88  CCS-SHEET-FS-OK             VALUE '00'.
           05  CCS-PRINT-STATUS        PIC X(02).
               88  CCS-PRINT-FS-OK             VALUE '00'.
       01  CCS-SWITCHES.
           05  CCS-MASTER-EOF-SW       PIC X(01)   VALUE 'N'.
               88  CCS-MASTER-EOF              VALUE 'Y'.
           05  CCS-SORT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  CCS-SORT-EOF                VALUE 'Y'.
           05  CCS-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  CCS-HARD-ERROR              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
      ******************************************************************
      * Count frequencies in days, by class - subscript 1 = A, 2 = B,
      * 3 = C, through WS-CLASS-SUB.
      ******************************************************************
       01  WS-FREQUENCIES.
           05  WS-FREQ-A-DAYS          PIC 9(03)   VALUE 30.
           05  WS-FREQ-B-DAYS          PIC 9(03)   VALUE 90.
           05  WS-FREQ-C-DAYS          PIC 9(03)   VALUE 360.
       01  WS-FREQUENCY-TABLE REDEFINES WS-FREQUENCIES.
           05  WS-FREQ-DAYS            PIC 9(03)   OCCURS 3 TIMES.
       01  WS-CLASS-SUB                PIC 9(01)   VALUE ZERO.
       01  WS-RECORDS-READ-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-BRANCH-SELECTED-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-GROUP-SELECTED-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-GROUP-QUOTA              PIC 9(07)   VALUE ZERO.
       01  WS-CLASS-SELECTED.
           05  WS-CLASS-SELECTED-COUNT PIC 9(07)   OCCURS 3 TIMES.
       01  WS-CUR-BRANCH-CODE          PIC X(04)   VALUE SPACES.
       01  WS-CUR-CLASS                PIC X(01)   VALUE SPACE.
       01  WS-BRANCH-COUNT             PIC 9(03)   VALUE ZERO.
       01  WS-BRANCH-LIMIT             PIC 9(03)   VALUE 100.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 100 TIMES
                   INDEXED BY BR-IDX.
               10  WS-BR-CODE          PIC X(04).
               10  WS-BR-POPULATION    PIC 9(07)   OCCURS 3 TIMES.
      ******************************************************************
      * Days since last counted: 30/360, as ORD01 ages its orders.
      ******************************************************************
       01  WS-DATE-WORK                PIC X(08)   VALUE SPACES.
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DP-YEAR              PIC 9(04).
           05  WS-DP-MONTH             PIC 9(02).
           05  WS-DP-DAY               PIC 9(02).
       01  WS-DAYS-RESULT              PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-RUN-DAYS                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-DAYS-SINCE-COUNT         PIC S9(05)  COMP-3 VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       01  WS-SAVE-PRINT-LINE          PIC X(132)  VALUE SPACES.
       01  WS-PAGE-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PAGE-LIMIT               PIC 9(03)   VALUE 56.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(19)
               VALUE "CYCLE COUNT SHEET".
           05  FILLER                  PIC X(08)   VALUE "BRANCH: ".
           05  HDG1-BRANCH-CODE        PIC X(04).
           05  FILLER                  PIC X(28)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "RUN DATE:".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  HDG1-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "PAGE:".
           05  HDG1-PAGE               PIC ZZ,ZZ9.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "ITEM NO".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(30)   VALUE "DESCRIPTION".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "CLASS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "LAST COUNTED".
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE "COUNTED QTY".
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-CLASS               PIC X(01).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-LAST-COUNT-DATE     PIC X(08).
           05  FILLER                  PIC X(06)   VALUE SPACES.
           05  FILLER                  PIC X(13)   VALUE ALL "_".
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "ITEMS TO COUNT: ".
           05  TTL-SELECTED-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "COUNTED BY: ".
           05  FILLER                  PIC X(20)   VALUE ALL "_".
       01  CTL01-CONTROL-AREA.
           COPY CTL01CTL.
       01  WS-STEP-RC                  PIC 9(02)   VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT CCS-HARD-ERROR
               SORT COUNT-SORT-FILE
                   ON ASCENDING KEY CST-BRANCH-CODE
                   ON ASCENDING KEY CST-CLASS
                   ON ASCENDING KEY CST-LAST-COUNT-DATE
                   ON ASCENDING KEY CST-ITEM-NUMBER
                   INPUT PROCEDURE IS 2000-RELEASE-MASTER
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-SELECT-COUNTS
                       THRU 3000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - pick up the cycle's run date from the same
      *                   control card COB01 reads and the class
      *                   frequencies (a missing or bad field keeps
      *                   its default, reported like EXP01's), log
      *                   the step, and open the master, the count
      *                   sheet file and the print file.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           IF CCS-CTLCARD-FS-OK
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
           SET CTL-LOG-START TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'CCS01   ' TO CTL-STEP-NAME
           MOVE ZERO TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "CCS01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           OPEN INPUT FREQUENCY-CARD-FILE
           IF CCS-CARD-FS-OK
               READ FREQUENCY-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-EDIT-FREQUENCY-CARD
                           THRU 1100-EXIT
               END-READ
               CLOSE FREQUENCY-CARD-FILE
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM 9200-DATE-TO-DAYS THRU 9200-EXIT
           MOVE WS-DAYS-RESULT TO WS-RUN-DAYS
           MOVE ZERO TO WS-CLASS-SELECTED-COUNT (1)
           MOVE ZERO TO WS-CLASS-SELECTED-COUNT (2)
           MOVE ZERO TO WS-CLASS-SELECTED-COUNT (3)
           OPEN INPUT STOCK-MASTER-FILE
           IF NOT CCS-MASTER-FS-OK
               DISPLAY "CCS01 - STOCK MASTER OPEN FAILED, STATUS="
                   CCS-MASTER-STATUS
               SET CCS-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT COUNT-SHEET-FILE
           IF NOT CCS-SHEET-FS-OK
               DISPLAY "CCS01 - COUNT SHEET FILE OPEN FAILED, STATUS="
                   CCS-SHEET-STATUS
               SET CCS-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT CCS-PRINT-FS-OK
               DISPLAY "CCS01 - PRINT FILE OPEN FAILED, STATUS="
                   CCS-PRINT-STATUS
               SET CCS-HARD-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100-EDIT-FREQUENCY-CARD - each class frequency is taken only
      *                            when numeric and non-zero.
      ******************************************************************
       1100-EDIT-FREQUENCY-CARD.
           IF FCARD-A-DAYS NUMERIC
               AND FCARD-A-DAYS NOT EQUAL ZERO
               MOVE FCARD-A-DAYS TO WS-FREQ-A-DAYS
           ELSE
               DISPLAY "CCS01 - BAD CLASS A FREQUENCY ON CARD, "
                   "DEFAULT " WS-FREQ-A-DAYS " USED"
           END-IF
           IF FCARD-B-DAYS NUMERIC
               AND FCARD-B-DAYS NOT EQUAL ZERO
               MOVE FCARD-B-DAYS TO WS-FREQ-B-DAYS
           ELSE
               DISPLAY "CCS01 - BAD CLASS B FREQUENCY ON CARD, "
                   "DEFAULT " WS-FREQ-B-DAYS " USED"
           END-IF
           IF FCARD-C-DAYS NUMERIC
               AND FCARD-C-DAYS NOT EQUAL ZERO
               MOVE FCARD-C-DAYS TO WS-FREQ-C-DAYS
           ELSE
               DISPLAY "CCS01 - BAD CLASS C FREQUENCY ON CARD, "
                   "DEFAULT " WS-FREQ-C-DAYS " USED"
           END-IF.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 2000-RELEASE-MASTER - browse the master, count each branch's
      *                       population by class for the daily
      *                       quotas, and release every record for
      *                       selection.
      ******************************************************************
       2000-RELEASE-MASTER.
           MOVE LOW-VALUES TO STK-MASTER-KEY OF STOCK-MASTER-RECORD
           START STOCK-MASTER-FILE KEY IS NOT LESS THAN
                   STK-MASTER-KEY OF STOCK-MASTER-RECORD
               INVALID KEY
                   SET CCS-MASTER-EOF TO TRUE
           END-START
           IF NOT CCS-MASTER-EOF
               PERFORM 2010-READ-MASTER THRU 2010-EXIT
           END-IF
           PERFORM 2100-RELEASE-ONE-RECORD THRU 2100-EXIT
               UNTIL CCS-MASTER-EOF OR CCS-HARD-ERROR.
       2000-EXIT.
           EXIT.
       2010-READ-MASTER.
           READ STOCK-MASTER-FILE NEXT RECORD
               AT END
                   SET CCS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ.
       2010-EXIT.
           EXIT.
       2100-RELEASE-ONE-RECORD.
           MOVE SPACES TO COUNT-SORT-RECORD
           MOVE STK-BRANCH-CODE OF STOCK-MASTER-RECORD
               TO CST-BRANCH-CODE
           IF STK-UNCLASSIFIED OF STOCK-MASTER-RECORD
               MOVE 'C' TO CST-CLASS
           ELSE
               MOVE STK-ABC-CLASS OF STOCK-MASTER-RECORD TO CST-CLASS
           END-IF
           MOVE STK-LAST-COUNT-DATE OF STOCK-MASTER-RECORD
               TO CST-LAST-COUNT-DATE
           MOVE STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
               TO CST-ITEM-NUMBER
           MOVE STK-DESCRIPTION OF STOCK-MASTER-RECORD
               TO CST-DESCRIPTION
           MOVE CST-BRANCH-CODE TO WS-CUR-BRANCH-CODE
           MOVE CST-CLASS TO WS-CUR-CLASS
           PERFORM 2200-FIND-BRANCH-ENTRY THRU 2200-EXIT
           IF CCS-HARD-ERROR
               GO TO 2100-EXIT
           END-IF
           PERFORM 9300-CLASS-TO-SUB THRU 9300-EXIT
           ADD 1 TO WS-BR-POPULATION (BR-IDX, WS-CLASS-SUB)
           RELEASE COUNT-SORT-RECORD
           PERFORM 2010-READ-MASTER THRU 2010-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2200-FIND-BRANCH-ENTRY - find or open the table entry for the
      *                          branch in WS-CUR-BRANCH-CODE.  More
      *                          branches than the table holds is a
      *                          hard failure, as in DSP01 - a branch
      *                          dropped here would never be counted.
      ******************************************************************
       2200-FIND-BRANCH-ENTRY.
           SET BR-IDX TO 1
           SEARCH WS-BRANCH-ENTRY
               AT END
                   PERFORM 2210-ADD-BRANCH-ENTRY THRU 2210-EXIT
               WHEN BR-IDX GREATER THAN WS-BRANCH-COUNT
                   PERFORM 2210-ADD-BRANCH-ENTRY THRU 2210-EXIT
               WHEN WS-BR-CODE (BR-IDX) EQUAL WS-CUR-BRANCH-CODE
                   CONTINUE
           END-SEARCH.
       2200-EXIT.
           EXIT.
       2210-ADD-BRANCH-ENTRY.
           IF WS-BRANCH-COUNT NOT LESS THAN WS-BRANCH-LIMIT
               DISPLAY "CCS01 - BRANCH TABLE FULL, LIMIT "
                   WS-BRANCH-LIMIT
               SET CCS-HARD-ERROR TO TRUE
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO WS-BRANCH-COUNT
           SET BR-IDX TO WS-BRANCH-COUNT
           MOVE WS-CUR-BRANCH-CODE TO WS-BR-CODE (BR-IDX)
           MOVE ZERO TO WS-BR-POPULATION (BR-IDX, 1)
           MOVE ZERO TO WS-BR-POPULATION (BR-IDX, 2)
           MOVE ZERO TO WS-BR-POPULATION (BR-IDX, 3).
       2210-EXIT.
           EXIT.
      ******************************************************************
      * 3000-SELECT-COUNTS - take the records back by branch and class,
      *                      longest uncounted first, and pick each
      *                      group's quota from the ones due.
      ******************************************************************
       3000-SELECT-COUNTS.
           MOVE SPACES TO WS-CUR-BRANCH-CODE
           PERFORM 3010-RETURN-SORTED-RECORD THRU 3010-EXIT
           PERFORM 3100-SELECT-ONE-GROUP THRU 3100-EXIT
               UNTIL CCS-SORT-EOF OR CCS-HARD-ERROR
           IF WS-CUR-BRANCH-CODE NOT EQUAL SPACES
               PERFORM 3300-PRINT-BRANCH-TOTAL THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3010-RETURN-SORTED-RECORD.
           RETURN COUNT-SORT-FILE
               AT END
                   SET CCS-SORT-EOF TO TRUE
           END-RETURN.
       3010-EXIT.
           EXIT.
      ******************************************************************
      * 3100-SELECT-ONE-GROUP - one branch/class group.  A new branch
      *                         closes the last one's sheet and starts
      *                         a fresh page.  The quota is the class
      *                         population over its frequency, rounded
      *                         up so a small class still moves.
      ******************************************************************
       3100-SELECT-ONE-GROUP.
           IF CST-BRANCH-CODE NOT EQUAL WS-CUR-BRANCH-CODE
               IF WS-CUR-BRANCH-CODE NOT EQUAL SPACES
                   PERFORM 3300-PRINT-BRANCH-TOTAL THRU 3300-EXIT
               END-IF
               MOVE CST-BRANCH-CODE TO WS-CUR-BRANCH-CODE
               MOVE ZERO TO WS-BRANCH-SELECTED-COUNT
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           MOVE CST-CLASS TO WS-CUR-CLASS
           PERFORM 2200-FIND-BRANCH-ENTRY THRU 2200-EXIT
           PERFORM 9300-CLASS-TO-SUB THRU 9300-EXIT
           COMPUTE WS-GROUP-QUOTA =
               (WS-BR-POPULATION (BR-IDX, WS-CLASS-SUB)
                + WS-FREQ-DAYS (WS-CLASS-SUB) - 1)
               / WS-FREQ-DAYS (WS-CLASS-SUB)
           MOVE ZERO TO WS-GROUP-SELECTED-COUNT
           PERFORM 3200-CONSIDER-ONE-ITEM THRU 3200-EXIT
               UNTIL CCS-SORT-EOF OR CCS-HARD-ERROR
               OR CST-BRANCH-CODE NOT EQUAL WS-CUR-BRANCH-CODE
               OR CST-CLASS NOT EQUAL WS-CUR-CLASS.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3200-CONSIDER-ONE-ITEM - pick the item if the group's quota is
      *                          not yet met and it is due: never
      *                          counted, or counted a full frequency
      *                          ago or more.
      ******************************************************************
       3200-CONSIDER-ONE-ITEM.
           IF WS-GROUP-SELECTED-COUNT LESS THAN WS-GROUP-QUOTA
               PERFORM 3250-SELECT-IF-DUE THRU 3250-EXIT
           END-IF
           IF NOT CCS-HARD-ERROR
               PERFORM 3010-RETURN-SORTED-RECORD THRU 3010-EXIT
           END-IF.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 3250-SELECT-IF-DUE - write the item to the sheet and the
      *                      report if it is due.
      ******************************************************************
       3250-SELECT-IF-DUE.
           IF CST-LAST-COUNT-DATE NOT EQUAL SPACES
               MOVE CST-LAST-COUNT-DATE TO WS-DATE-WORK
               PERFORM 9200-DATE-TO-DAYS THRU 9200-EXIT
               COMPUTE WS-DAYS-SINCE-COUNT =
                   WS-RUN-DAYS - WS-DAYS-RESULT
               IF WS-DAYS-SINCE-COUNT LESS THAN
                       WS-FREQ-DAYS (WS-CLASS-SUB)
                   GO TO 3250-EXIT
               END-IF
           END-IF
           MOVE SPACES TO COUNT-SHEET-RECORD
           MOVE CST-ITEM-NUMBER TO CNT-ITEM-NUMBER
           MOVE CST-BRANCH-CODE TO CNT-BRANCH-CODE
           MOVE ZERO TO CNT-COUNTED-QTY
           MOVE WS-RUN-DATE TO CNT-COUNT-DATE
           WRITE COUNT-SHEET-RECORD
           IF NOT CCS-SHEET-FS-OK
               DISPLAY "CCS01 - COUNT SHEET WRITE FAILED, STATUS="
                   CCS-SHEET-STATUS
               SET CCS-HARD-ERROR TO TRUE
               GO TO 3250-EXIT
           END-IF
           ADD 1 TO WS-GROUP-SELECTED-COUNT
           ADD 1 TO WS-BRANCH-SELECTED-COUNT
           ADD 1 TO WS-SELECTED-COUNT
           ADD 1 TO WS-CLASS-SELECTED-COUNT (WS-CLASS-SUB)
           MOVE CST-ITEM-NUMBER TO DTL-ITEM-NUMBER
           MOVE CST-DESCRIPTION TO DTL-DESCRIPTION
           MOVE CST-CLASS TO DTL-CLASS
           IF CST-LAST-COUNT-DATE EQUAL SPACES
               MOVE "NEVER" TO DTL-LAST-COUNT-DATE
           ELSE
               MOVE CST-LAST-COUNT-DATE TO DTL-LAST-COUNT-DATE
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3250-EXIT.
           EXIT.
      ******************************************************************
      * 3300-PRINT-BRANCH-TOTAL - close a branch's sheet with its item
      *                           count and a sign-off line.  A branch
      *                           with nothing due still gets its page
      *                           so the team knows it was considered.
      ******************************************************************
       3300-PRINT-BRANCH-TOTAL.
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE WS-BRANCH-SELECTED-COUNT TO TTL-SELECTED-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3300-EXIT.
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
      * 9100-PRINT-HEADINGS - page heading for the current branch and
      *                       column headings.  The caller's pending
      *                       line is staged in working storage around
      *                       the heading writes, since they share the
      *                       record area.
      ******************************************************************
       9100-PRINT-HEADINGS.
           MOVE PRINT-RECORD TO WS-SAVE-PRINT-LINE
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-CUR-BRANCH-CODE TO HDG1-BRANCH-CODE
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
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
      * 9300-CLASS-TO-SUB - class in WS-CUR-CLASS to its table
      *                     subscript; anything but A or B is C.
      ******************************************************************
       9300-CLASS-TO-SUB.
           EVALUATE WS-CUR-CLASS
               WHEN 'A'
                   MOVE 1 TO WS-CLASS-SUB
               WHEN 'B'
                   MOVE 2 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE.
       9300-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - close the files, display the run totals, log
      *                  the step's return code and set it.
      ******************************************************************
       8000-TERMINATE.
           CLOSE STOCK-MASTER-FILE
           CLOSE COUNT-SHEET-FILE
           CLOSE PRINTFILE
           DISPLAY "CCS01 - MASTER RECORDS READ: " WS-RECORDS-READ-COUNT
           DISPLAY "CCS01 - BRANCHES:            " WS-BRANCH-COUNT
           DISPLAY "CCS01 - CLASS A SELECTED:    "
               WS-CLASS-SELECTED-COUNT (1)
           DISPLAY "CCS01 - CLASS B SELECTED:    "
               WS-CLASS-SELECTED-COUNT (2)
           DISPLAY "CCS01 - CLASS C SELECTED:    "
               WS-CLASS-SELECTED-COUNT (3)
           DISPLAY "CCS01 - ITEMS TO COUNT:      " WS-SELECTED-COUNT
           IF CCS-HARD-ERROR
               MOVE 8 TO WS-STEP-RC
           END-IF
           SET CTL-LOG-END TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'CCS01   ' TO CTL-STEP-NAME
           MOVE WS-STEP-RC TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "CCS01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.
       END PROGRAM CCS01.
