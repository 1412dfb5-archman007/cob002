      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Nightly backorder report.  Browses the backorder
      *          file BKO01 keeps for COB01 and prints, in item/
      *          branch/order-date order, every backorder still open
      *          and every one filled tonight, each with its source,
      *          customer reference, quantities and days outstanding
      *          (order date to fill date for a filled one, to the
      *          run date for an open one, on the 30/360 reckoning
      *          ORD01 ages its orders by).  A backorder filled on an
      *          earlier night has already been reported and is
      *          purged here, so the file carries only what is still
      *          owed plus tonight's news.  RETURN-CODE 4 when any
      *          backorder has been open longer than the control
      *          card's limit.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original BKR01 build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKR-CTLCARD-STATUS.
           SELECT BACKORDER-CARD-FILE ASSIGN TO "BKRCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKR-CARD-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BKORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-DET-KEY OF BACKORDER-RECORD
               FILE STATUS IS BKR-BKO-STATUS.
           SELECT PRINTFILE ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKR-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-MODE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-RUN-DATE             PIC X(08).
       FD  BACKORDER-CARD-FILE.
       01  BACKORDER-CARD-RECORD.
           05  BCARD-AGE-LIMIT-DAYS    PIC X(03).
       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           COPY BKORDER.
       FD  PRINTFILE.
       01  PRINT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  BKR-FILE-STATUSES.
           05  BKR-CTLCARD-STATUS      PIC X(02).
               88  BKR-CTLCARD-FS-OK           VALUE '00'.
           05  BKR-CARD-STATUS         PIC X(02).
               88  BKR-CARD-FS-OK              VALUE '00'.
           05  BKR-BKO-STATUS          PIC X(02).
               88  BKR-BKO-FS-OK               VALUE '00'.
               88  BKR-BKO-NO-FILE             VALUE '35'.
           05  BKR-PRINT-STATUS        PIC X(02).
               88  BKR-PRINT-FS-OK             VALUE '00'.
       01  BKR-SWITCHES.
           05  BKR-BKO-EOF-SW          PIC X(01)   VALUE 'N'.
               88  BKR-BKO-EOF                 VALUE 'Y'.
           05  BKR-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  BKR-HARD-ERROR              VALUE 'Y'.
           05  BKR-OVER-AGE-SW         PIC X(01)   VALUE 'N'.
               88  BKR-ANY-OVER-AGE            VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-AGE-LIMIT-DAYS           PIC 9(03)   VALUE 14.
       01  WS-BACKORDERS-READ-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-OPEN-COUNT               PIC 9(07)   VALUE ZERO.
       01  WS-FILLED-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-PURGED-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-OPEN-QTY-TOTAL           PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-FILLED-QTY-TOTAL         PIC S9(09)  COMP-3 VALUE ZERO.
      ******************************************************************
      * Days outstanding: 30/360, as ORD01 ages its open orders - close
      * enough for chasing a backorder, and no calendar tables.
      ******************************************************************
       01  WS-DATE-WORK                PIC X(08)   VALUE SPACES.
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DP-YEAR              PIC 9(04).
           05  WS-DP-MONTH             PIC 9(02).
           05  WS-DP-DAY               PIC 9(02).
       01  WS-DAYS-RESULT              PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-ORDER-DAYS               PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-DAYS-OUTSTANDING         PIC S9(05)  COMP-3 VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       01  WS-SAVE-PRINT-LINE          PIC X(132)  VALUE SPACES.
       01  WS-PAGE-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PAGE-LIMIT               PIC 9(03)   VALUE 56.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(17)
               VALUE "BACKORDER REPORT".
           05  FILLER                  PIC X(11)   VALUE "AGE LIMIT: ".
           05  HDG1-AGE-LIMIT-DAYS     PIC ZZ9.
           05  FILLER                  PIC X(05)   VALUE " DAYS".
           05  FILLER                  PIC X(23)   VALUE SPACES.
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
           05  FILLER                  PIC X(06)   VALUE "BRANCH".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "ORDERED".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "SOURCE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "CUSTOMER REFERENCE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "ORDER QTY".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "FILLED QTY".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "OPEN QTY".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(04)   VALUE "DAYS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "STANDING".
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DTL-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DTL-ORDER-DATE          PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DTL-SOURCE-CODE         PIC X(04).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DTL-CUSTOMER-REF        PIC X(30).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  DTL-ORDER-QTY           PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-FILLED-QTY          PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  DTL-OPEN-QTY            PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  DTL-DAYS                PIC ZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-STANDING            PIC X(08).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "FILLED TONIGHT:".
           05  TTL-FILLED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(06)   VALUE " QTY: ".
           05  TTL-FILLED-QTY          PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "STILL OPEN:    ".
           05  TTL-OPEN-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(06)   VALUE " QTY: ".
           05  TTL-OPEN-QTY            PIC ZZZ,ZZZ,ZZ9-.
       01  CTL01-CONTROL-AREA.
           COPY CTL01CTL.
       01  WS-STEP-RC                  PIC 9(02)   VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-EXAMINE-ONE-BACKORDER THRU 2000-EXIT
               UNTIL BKR-BKO-EOF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - pick up the cycle's run date from the same
      *                   control card COB01 reads and the age limit
      *                   (a missing or bad BKRCARD keeps the
      *                   default, reported like EXP01's), log the
      *                   step, and open the backorder file - for
      *                   update, since reported fills are purged -
      *                   and the print file.  No backorder file yet
      *                   is a night with nothing owed.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           IF BKR-CTLCARD-FS-OK
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
           MOVE 'BKR01   ' TO CTL-STEP-NAME
           MOVE ZERO TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "BKR01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           OPEN INPUT BACKORDER-CARD-FILE
           IF BKR-CARD-FS-OK
               READ BACKORDER-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BCARD-AGE-LIMIT-DAYS NUMERIC
                           AND BCARD-AGE-LIMIT-DAYS NOT EQUAL ZERO
                           MOVE BCARD-AGE-LIMIT-DAYS
                               TO WS-AGE-LIMIT-DAYS
                       ELSE
                           DISPLAY "BKR01 - BAD AGE LIMIT ON CARD, "
                               "DEFAULT " WS-AGE-LIMIT-DAYS " USED"
                       END-IF
               END-READ
               CLOSE BACKORDER-CARD-FILE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT BKR-PRINT-FS-OK
               DISPLAY "BKR01 - PRINT FILE OPEN FAILED, STATUS="
                   BKR-PRINT-STATUS
               SET BKR-HARD-ERROR TO TRUE
               SET BKR-BKO-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O BACKORDER-FILE
           IF BKR-BKO-NO-FILE
               DISPLAY "BKR01 - NO BACKORDER FILE, NOTHING OWED"
               SET BKR-BKO-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT BKR-BKO-FS-OK
               DISPLAY "BKR01 - BACKORDER FILE OPEN FAILED, STATUS="
                   BKR-BKO-STATUS
               SET BKR-HARD-ERROR TO TRUE
               SET BKR-BKO-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE LOW-VALUES TO BKO-DET-KEY OF BACKORDER-RECORD
           START BACKORDER-FILE KEY IS NOT LESS THAN
                   BKO-DET-KEY OF BACKORDER-RECORD
               INVALID KEY
                   SET BKR-BKO-EOF TO TRUE
           END-START
           IF NOT BKR-BKO-EOF
               PERFORM 2010-READ-BACKORDER THRU 2010-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 2000-EXAMINE-ONE-BACKORDER - an open backorder prints as OPEN
      *                              (OVERDUE past the age limit), a
      *                              fill dated tonight prints as
      *                              FILLED, and one filled on an
      *                              earlier night - reported then -
      *                              is purged.
      ******************************************************************
       2000-EXAMINE-ONE-BACKORDER.
           EVALUATE TRUE
               WHEN BKO-DET-IS-OPEN OF BACKORDER-RECORD
                   PERFORM 2100-PRINT-ONE-BACKORDER THRU 2100-EXIT
               WHEN BKO-DET-FILL-DATE OF BACKORDER-RECORD
                       EQUAL WS-RUN-DATE
                   PERFORM 2100-PRINT-ONE-BACKORDER THRU 2100-EXIT
               WHEN OTHER
                   PERFORM 2200-PURGE-ONE-BACKORDER THRU 2200-EXIT
           END-EVALUATE
           IF NOT BKR-HARD-ERROR
               PERFORM 2010-READ-BACKORDER THRU 2010-EXIT
           ELSE
               SET BKR-BKO-EOF TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2010-READ-BACKORDER - read the backorder file in key sequence.
      ******************************************************************
       2010-READ-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   SET BKR-BKO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BACKORDERS-READ-COUNT
           END-READ.
       2010-EXIT.
           EXIT.
      ******************************************************************
      * 2100-PRINT-ONE-BACKORDER - one detail line.  Days outstanding
      *                            run from the order date to tonight
      *                            for an open backorder and to the
      *                            fill date for a filled one.
      ******************************************************************
       2100-PRINT-ONE-BACKORDER.
           IF BKO-DET-IS-OPEN OF BACKORDER-RECORD
               MOVE WS-RUN-DATE TO WS-DATE-WORK
           ELSE
               MOVE BKO-DET-FILL-DATE OF BACKORDER-RECORD
                   TO WS-DATE-WORK
           END-IF
           PERFORM 9200-DATE-TO-DAYS THRU 9200-EXIT
           MOVE WS-DAYS-RESULT TO WS-ORDER-DAYS
           MOVE BKO-DET-ORDER-DATE OF BACKORDER-RECORD TO WS-DATE-WORK
           PERFORM 9200-DATE-TO-DAYS THRU 9200-EXIT
           COMPUTE WS-DAYS-OUTSTANDING =
               WS-ORDER-DAYS - WS-DAYS-RESULT
           IF WS-DAYS-OUTSTANDING LESS THAN ZERO
               MOVE ZERO TO WS-DAYS-OUTSTANDING
           END-IF
           MOVE BKO-DET-ITEM-NUMBER OF BACKORDER-RECORD
               TO DTL-ITEM-NUMBER
           MOVE BKO-DET-BRANCH-CODE OF BACKORDER-RECORD
               TO DTL-BRANCH-CODE
           MOVE BKO-DET-ORDER-DATE OF BACKORDER-RECORD
               TO DTL-ORDER-DATE
           MOVE BKO-DET-SOURCE-CODE OF BACKORDER-RECORD
               TO DTL-SOURCE-CODE
           MOVE BKO-DET-CUSTOMER-REF OF BACKORDER-RECORD
               TO DTL-CUSTOMER-REF
           MOVE BKO-DET-ORDER-QTY OF BACKORDER-RECORD
               TO DTL-ORDER-QTY
           MOVE BKO-DET-FILL-QTY OF BACKORDER-RECORD
               TO DTL-FILLED-QTY
           MOVE BKO-DET-OPEN-QTY OF BACKORDER-RECORD
               TO DTL-OPEN-QTY
           MOVE WS-DAYS-OUTSTANDING TO DTL-DAYS
           IF BKO-DET-IS-OPEN OF BACKORDER-RECORD
               ADD 1 TO WS-OPEN-COUNT
               ADD BKO-DET-OPEN-QTY OF BACKORDER-RECORD
                   TO WS-OPEN-QTY-TOTAL
               IF WS-DAYS-OUTSTANDING GREATER THAN WS-AGE-LIMIT-DAYS
                   MOVE "OVERDUE " TO DTL-STANDING
                   SET BKR-ANY-OVER-AGE TO TRUE
               ELSE
                   MOVE "OPEN    " TO DTL-STANDING
               END-IF
           ELSE
               ADD 1 TO WS-FILLED-COUNT
               ADD BKO-DET-FILL-QTY OF BACKORDER-RECORD
                   TO WS-FILLED-QTY-TOTAL
               MOVE "FILLED  " TO DTL-STANDING
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2200-PURGE-ONE-BACKORDER - drop a backorder filled and
      *                            reported on an earlier night.
      ******************************************************************
       2200-PURGE-ONE-BACKORDER.
           DELETE BACKORDER-FILE RECORD
               INVALID KEY
                   DISPLAY "BKR01 - BACKORDER PURGE FAILED, STATUS="
                       BKR-BKO-STATUS " ITEM "
                       BKO-DET-ITEM-NUMBER OF BACKORDER-RECORD
                   SET BKR-HARD-ERROR TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
           END-DELETE.
       2200-EXIT.
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
           MOVE WS-AGE-LIMIT-DAYS TO HDG1-AGE-LIMIT-DAYS
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
      * 9200-DATE-TO-DAYS - the YYYYMMDD date in WS-DATE-WORK as a
      *                     30/360 day number in WS-DAYS-RESULT.
      ******************************************************************
       9200-DATE-TO-DAYS.
           IF WS-DATE-WORK NOT NUMERIC
               MOVE ZERO TO WS-DAYS-RESULT
               GO TO 9200-EXIT
           END-IF
           COMPUTE WS-DAYS-RESULT =
               WS-DP-YEAR * 360 + WS-DP-MONTH * 30 + WS-DP-DAY.
       9200-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - totals, close the files, set the return code.
      ******************************************************************
       8000-TERMINATE.
           IF NOT BKR-HARD-ERROR
               MOVE WS-FILLED-COUNT TO TTL-FILLED-COUNT
               MOVE WS-FILLED-QTY-TOTAL TO TTL-FILLED-QTY
               MOVE WS-OPEN-COUNT TO TTL-OPEN-COUNT
               MOVE WS-OPEN-QTY-TOTAL TO TTL-OPEN-QTY
               MOVE SPACES TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
               MOVE WS-TOTAL-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           END-IF
           CLOSE BACKORDER-FILE
           CLOSE PRINTFILE
           DISPLAY "BKR01 - BACKORDERS READ:     "
               WS-BACKORDERS-READ-COUNT
           DISPLAY "BKR01 - FILLED TONIGHT:      " WS-FILLED-COUNT
           DISPLAY "BKR01 - STILL OPEN:          " WS-OPEN-COUNT
           DISPLAY "BKR01 - PURGED:              " WS-PURGED-COUNT
           IF BKR-HARD-ERROR
               MOVE 8 TO WS-STEP-RC
           ELSE
               IF BKR-ANY-OVER-AGE
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF
           SET CTL-LOG-END TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'BKR01   ' TO CTL-STEP-NAME
           MOVE WS-STEP-RC TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "BKR01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.
       END PROGRAM BKR01.
