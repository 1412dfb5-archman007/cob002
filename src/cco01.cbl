      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Overdue cycle-count report.  Lists every item/branch
      *          on the stock master whose last count is older than
      *          its ABC class's count frequency, or which has never
      *          been counted at all, by branch with the most overdue
      *          first (never-counted items lead their branch), so
      *          the count supervisor sees where CCS01's daily quota
      *          is not keeping up.  An item ABC01 has not yet
      *          classified is held to the class C frequency.  The
      *          frequencies come off the same CCSCARD card CCS01
      *          reads.  RETURN-CODE 4 when anything is overdue.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original CCO01 build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCO01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCO-CTLCARD-STATUS.
           SELECT FREQUENCY-CARD-FILE ASSIGN TO "CCSCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCO-CARD-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-MASTER-KEY OF STOCK-MASTER-RECORD
               ALTERNATE RECORD KEY IS STK-CATEGORY-CODE
                   OF STOCK-MASTER-RECORD WITH DUPLICATES
               FILE STATUS IS CCO-MASTER-STATUS.
           SELECT OVERDUE-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINTFILE ASSIGN TO "CNTORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCO-PRINT-STATUS.
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
       SD  OVERDUE-SORT-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  OVERDUE-SORT-RECORD.
           05  OST-BRANCH-CODE         PIC X(04).
           05  OST-DAYS-OVERDUE        PIC S9(05)      COMP-3.
           05  OST-ITEM-NUMBER         PIC X(10).
           05  OST-DESCRIPTION         PIC X(30).
           05  OST-CLASS               PIC X(01).
           05  OST-LAST-COUNT-DATE     PIC X(08).
           05  OST-FREQ-DAYS           PIC 9(03).
           05  OST-DAYS-SINCE-COUNT    PIC S9(05)      COMP-3.
           05  FILLER                  PIC X(01).
       FD  PRINTFILE.
       01  PRINT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  CCO-FILE-STATUSES.
           05  CCO-CTLCARD-STATUS      PIC X(02).
               88  CCO-CTLCARD-FS-OK           VALUE '00'.
           05  CCO-CARD-STATUS         PIC X(02).
               88  CCO-CARD-FS-OK              VALUE '00'.
           05  CCO-MASTER-STATUS       PIC X(02).
               88  CCO-MASTER-FS-OK            VALUE '00'.
           05  CCO-PRINT-STATUS        PIC X(02).
               88  CCO-PRINT-FS-OK             VALUE '00'.
       01  CCO-SWITCHES.
           05  CCO-MASTER-EOF-SW       PIC X(01)   VALUE 'N'.
               88  CCO-MASTER-EOF              VALUE 'Y'.
           05  CCO-SORT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  CCO-SORT-EOF                VALUE 'Y'.
           05  CCO-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  CCO-HARD-ERROR              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
      ******************************************************************
      * Count frequencies in days, by class - subscript 1 = A, 2 = B,
      * 3 = C, through WS-CLASS-SUB - with the defaults CCS01 uses.
      ******************************************************************
       01  WS-FREQUENCIES.
           05  WS-FREQ-A-DAYS          PIC 9(03)   VALUE 30.
           05  WS-FREQ-B-DAYS          PIC 9(03)   VALUE 90.
           05  WS-FREQ-C-DAYS          PIC 9(03)   VALUE 360.
       01  WS-FREQUENCY-TABLE REDEFINES WS-FREQUENCIES.
           05  WS-FREQ-DAYS            PIC 9(03)   OCCURS 3 TIMES.
       01  WS-CLASS-SUB                PIC 9(01)   VALUE ZERO.
       01  WS-CUR-CLASS                PIC X(01)   VALUE SPACE.
       01  WS-CUR-BRANCH-CODE          PIC X(04)   VALUE SPACES.
       01  WS-RECORDS-READ-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-NEVER-COUNTED-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-BRANCH-OVERDUE-COUNT     PIC 9(07)   VALUE ZERO.
      ******************************************************************
      * Days since last counted: 30/360, as ORD01 ages its orders.  A
      * never-counted item sorts as the most overdue of all.
      ******************************************************************
       01  WS-DATE-WORK                PIC X(08)   VALUE SPACES.
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DP-YEAR              PIC 9(04).
           05  WS-DP-MONTH             PIC 9(02).
           05  WS-DP-DAY               PIC 9(02).
       01  WS-DAYS-RESULT              PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-RUN-DAYS                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-DAYS-SINCE-COUNT         PIC S9(05)  COMP-3 VALUE ZERO.
       01  WS-NEVER-COUNTED-DAYS       PIC S9(05)  COMP-3 VALUE 99999.
       01  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       01  WS-SAVE-PRINT-LINE          PIC X(132)  VALUE SPACES.
       01  WS-PAGE-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PAGE-LIMIT               PIC 9(03)   VALUE 56.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(28)
               VALUE "OVERDUE CYCLE COUNTS".
           05  FILLER                  PIC X(31)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "RUN DATE:".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  HDG1-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "PAGE:".
           05  HDG1-PAGE               PIC ZZ,ZZ9.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "BRANCH".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "ITEM NO".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(30)   VALUE "DESCRIPTION".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "CLASS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "LAST COUNTED".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "DAYS SINCE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "FREQUENCY".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "DAYS OVERDUE".
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-CLASS               PIC X(01).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-LAST-COUNT-DATE     PIC X(08).
           05  FILLER                  PIC X(07)   VALUE SPACES.
           05  DTL-DAYS-SINCE          PIC X(06).
           05  FILLER                  PIC X(06)   VALUE SPACES.
           05  DTL-FREQ-DAYS           PIC ZZ9.
           05  FILLER                  PIC X(08)   VALUE SPACES.
           05  DTL-DAYS-OVERDUE        PIC X(06).
       01  WS-DAYS-EDIT                PIC ZZ,ZZ9.
       01  WS-BRANCH-TOTAL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(07)   VALUE "BRANCH ".
           05  BTL-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(10)   VALUE " OVERDUE: ".
           05  BTL-OVERDUE-COUNT       PIC ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "TOTAL OVERDUE: ".
           05  TTL-OVERDUE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "NEVER COUNTED: ".
           05  TTL-NEVER-COUNTED-COUNT PIC ZZZ,ZZ9.
       01  CTL01-CONTROL-AREA.
           COPY CTL01CTL.
       01  WS-STEP-RC                  PIC 9(02)   VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT CCO-HARD-ERROR
               SORT OVERDUE-SORT-FILE
                   ON ASCENDING KEY OST-BRANCH-CODE
                   ON DESCENDING KEY OST-DAYS-OVERDUE
                   ON ASCENDING KEY OST-ITEM-NUMBER
                   INPUT PROCEDURE IS 2000-SELECT-OVERDUE
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-OVERDUE
                       THRU 3000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - pick up the cycle's run date from the same
      *                   control card COB01 reads and the class
      *                   frequencies (a missing or bad field keeps
      *                   its default, reported like EXP01's), log
      *                   the step, and open the master and the
      *                   print file.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           IF CCO-CTLCARD-FS-OK
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
           MOVE 'CCO01   ' TO CTL-STEP-NAME
           MOVE ZERO TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "CCO01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           OPEN INPUT FREQUENCY-CARD-FILE
           IF CCO-CARD-FS-OK
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
           OPEN INPUT STOCK-MASTER-FILE
           IF NOT CCO-MASTER-FS-OK
               DISPLAY "CCO01 - STOCK MASTER OPEN FAILED, STATUS="
                   CCO-MASTER-STATUS
               SET CCO-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT CCO-PRINT-FS-OK
               DISPLAY "CCO01 - PRINT FILE OPEN FAILED, STATUS="
                   CCO-PRINT-STATUS
               SET CCO-HARD-ERROR TO TRUE
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
               DISPLAY "CCO01 - BAD CLASS A FREQUENCY ON CARD, "
                   "DEFAULT " WS-FREQ-A-DAYS " USED"
           END-IF
           IF FCARD-B-DAYS NUMERIC
               AND FCARD-B-DAYS NOT EQUAL ZERO
               MOVE FCARD-B-DAYS TO WS-FREQ-B-DAYS
           ELSE
               DISPLAY "CCO01 - BAD CLASS B FREQUENCY ON CARD, "
                   "DEFAULT " WS-FREQ-B-DAYS " USED"
           END-IF
           IF FCARD-C-DAYS NUMERIC
               AND FCARD-C-DAYS NOT EQUAL ZERO
               MOVE FCARD-C-DAYS TO WS-FREQ-C-DAYS
           ELSE
               DISPLAY "CCO01 - BAD CLASS C FREQUENCY ON CARD, "
                   "DEFAULT " WS-FREQ-C-DAYS " USED"
           END-IF.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 2000-SELECT-OVERDUE - browse the master and release every
      *                       record never counted or counted longer
      *                       ago than its class frequency.
      ******************************************************************
       2000-SELECT-OVERDUE.
           MOVE LOW-VALUES TO STK-MASTER-KEY OF STOCK-MASTER-RECORD
           START STOCK-MASTER-FILE KEY IS NOT LESS THAN
                   STK-MASTER-KEY OF STOCK-MASTER-RECORD
               INVALID KEY
                   SET CCO-MASTER-EOF TO TRUE
           END-START
           IF NOT CCO-MASTER-EOF
               PERFORM 2010-READ-MASTER THRU 2010-EXIT
           END-IF
           PERFORM 2100-EXAMINE-ONE-RECORD THRU 2100-EXIT
               UNTIL CCO-MASTER-EOF.
       2000-EXIT.
           EXIT.
       2010-READ-MASTER.
           READ STOCK-MASTER-FILE NEXT RECORD
               AT END
                   SET CCO-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ.
       2010-EXIT.
           EXIT.
       2100-EXAMINE-ONE-RECORD.
           PERFORM 2150-RELEASE-IF-OVERDUE THRU 2150-EXIT
           PERFORM 2010-READ-MASTER THRU 2010-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2150-RELEASE-IF-OVERDUE - release the record to the sort when
      *                           it was never counted or its last
      *                           count is older than its class
      *                           frequency.
      ******************************************************************
       2150-RELEASE-IF-OVERDUE.
           IF STK-UNCLASSIFIED OF STOCK-MASTER-RECORD
               MOVE 'C' TO WS-CUR-CLASS
           ELSE
               MOVE STK-ABC-CLASS OF STOCK-MASTER-RECORD
                   TO WS-CUR-CLASS
           END-IF
           PERFORM 9300-CLASS-TO-SUB THRU 9300-EXIT
           MOVE SPACES TO OVERDUE-SORT-RECORD
           IF STK-LAST-COUNT-DATE OF STOCK-MASTER-RECORD EQUAL SPACES
               MOVE WS-NEVER-COUNTED-DAYS TO OST-DAYS-OVERDUE
               MOVE ZERO TO OST-DAYS-SINCE-COUNT
               ADD 1 TO WS-NEVER-COUNTED-COUNT
           ELSE
               MOVE STK-LAST-COUNT-DATE OF STOCK-MASTER-RECORD
                   TO WS-DATE-WORK
               PERFORM 9200-DATE-TO-DAYS THRU 9200-EXIT
               COMPUTE WS-DAYS-SINCE-COUNT =
                   WS-RUN-DAYS - WS-DAYS-RESULT
               IF WS-DAYS-SINCE-COUNT NOT GREATER THAN
                       WS-FREQ-DAYS (WS-CLASS-SUB)
                   GO TO 2150-EXIT
               END-IF
               MOVE WS-DAYS-SINCE-COUNT TO OST-DAYS-SINCE-COUNT
               COMPUTE OST-DAYS-OVERDUE =
                   WS-DAYS-SINCE-COUNT - WS-FREQ-DAYS (WS-CLASS-SUB)
           END-IF
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE STK-BRANCH-CODE OF STOCK-MASTER-RECORD
               TO OST-BRANCH-CODE
           MOVE STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
               TO OST-ITEM-NUMBER
           MOVE STK-DESCRIPTION OF STOCK-MASTER-RECORD
               TO OST-DESCRIPTION
           MOVE WS-CUR-CLASS TO OST-CLASS
           MOVE STK-LAST-COUNT-DATE OF STOCK-MASTER-RECORD
               TO OST-LAST-COUNT-DATE
           MOVE WS-FREQ-DAYS (WS-CLASS-SUB) TO OST-FREQ-DAYS
           RELEASE OVERDUE-SORT-RECORD.
       2150-EXIT.
           EXIT.
      ******************************************************************
      * 3000-PRINT-OVERDUE - print the overdue records back by branch,
      *                      most overdue first, with a count line at
      *                      each branch break.
      ******************************************************************
       3000-PRINT-OVERDUE.
           PERFORM 3010-RETURN-SORTED-RECORD THRU 3010-EXIT
           PERFORM 3100-PRINT-ONE-RECORD THRU 3100-EXIT
               UNTIL CCO-SORT-EOF
           IF WS-CUR-BRANCH-CODE NOT EQUAL SPACES
               PERFORM 3200-PRINT-BRANCH-TOTAL THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3010-RETURN-SORTED-RECORD.
           RETURN OVERDUE-SORT-FILE
               AT END
                   SET CCO-SORT-EOF TO TRUE
           END-RETURN.
       3010-EXIT.
           EXIT.
       3100-PRINT-ONE-RECORD.
           IF OST-BRANCH-CODE NOT EQUAL WS-CUR-BRANCH-CODE
               IF WS-CUR-BRANCH-CODE NOT EQUAL SPACES
                   PERFORM 3200-PRINT-BRANCH-TOTAL THRU 3200-EXIT
               END-IF
               MOVE OST-BRANCH-CODE TO WS-CUR-BRANCH-CODE
               MOVE ZERO TO WS-BRANCH-OVERDUE-COUNT
           END-IF
           ADD 1 TO WS-BRANCH-OVERDUE-COUNT
           MOVE OST-BRANCH-CODE TO DTL-BRANCH-CODE
           MOVE OST-ITEM-NUMBER TO DTL-ITEM-NUMBER
           MOVE OST-DESCRIPTION TO DTL-DESCRIPTION
           MOVE OST-CLASS TO DTL-CLASS
           MOVE OST-FREQ-DAYS TO DTL-FREQ-DAYS
           IF OST-LAST-COUNT-DATE EQUAL SPACES
               MOVE "NEVER" TO DTL-LAST-COUNT-DATE
               MOVE SPACES TO DTL-DAYS-SINCE
               MOVE " NEVER" TO DTL-DAYS-OVERDUE
           ELSE
               MOVE OST-LAST-COUNT-DATE TO DTL-LAST-COUNT-DATE
               MOVE OST-DAYS-SINCE-COUNT TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO DTL-DAYS-SINCE
               MOVE OST-DAYS-OVERDUE TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO DTL-DAYS-OVERDUE
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           PERFORM 3010-RETURN-SORTED-RECORD THRU 3010-EXIT.
       3100-EXIT.
           EXIT.
       3200-PRINT-BRANCH-TOTAL.
           MOVE WS-CUR-BRANCH-CODE TO BTL-BRANCH-CODE
           MOVE WS-BRANCH-OVERDUE-COUNT TO BTL-OVERDUE-COUNT
           MOVE WS-BRANCH-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3200-EXIT.
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
      * 9300-CLASS-TO-SUB - class in WS-CUR-CLASS to its frequency
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
      * 8000-TERMINATE - grand total, close the files, display the run
      *                  totals, log the step's return code and set
      *                  it.
      ******************************************************************
       8000-TERMINATE.
           IF NOT CCO-HARD-ERROR
               MOVE WS-OVERDUE-COUNT TO TTL-OVERDUE-COUNT
               MOVE WS-NEVER-COUNTED-COUNT TO TTL-NEVER-COUNTED-COUNT
               MOVE WS-TOTAL-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           END-IF
           CLOSE STOCK-MASTER-FILE
           CLOSE PRINTFILE
           DISPLAY "CCO01 - MASTER RECORDS READ: " WS-RECORDS-READ-COUNT
           DISPLAY "CCO01 - OVERDUE:             " WS-OVERDUE-COUNT
           DISPLAY "CCO01 - NEVER COUNTED:       "
               WS-NEVER-COUNTED-COUNT
           IF CCO-HARD-ERROR
               MOVE 8 TO WS-STEP-RC
           ELSE
               IF WS-OVERDUE-COUNT GREATER THAN ZERO
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF
           SET CTL-LOG-END TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'CCO01   ' TO CTL-STEP-NAME
           MOVE WS-STEP-RC TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "CCO01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.
       END PROGRAM CCO01.
