      *                  show a reject.  Counting both sides by the
      *                  detail source keeps applied = received -
      *                  rejected honest for every source.
      *   2026-10-15 AB  Backordered count per source.  A short
      *                  counter issue now waits on the backorder
      *                  file instead of bouncing to suspense, so
      *                  tonight's new backorders (order date = run
      *                  date) are counted per source off BKORDER
      *                  and reported on the summary record and
      *                  page; applied = received - rejected -
      *                  backordered.
      *   2026-10-15 AB  The source page also shows how many of the
      *                  source's rejects were on EDIT01's source
      *                  authority reasons (E011-E015).  They are
      *                  rejects like any other on the feed, with
      *                  the reason code on the 'R' record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSP01.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSP-SUSP-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BKORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-DET-KEY OF BACKORDER-RECORD
               FILE STATUS IS DSP-BKO-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "DISPEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSP-EXT-STATUS.
           RECORD CONTAINS 102 CHARACTERS.
       01  SUSPENSE-RECORD.
           COPY SUSPNS.
       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           COPY BKORDER.
       FD  DISPOSITION-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DISPOSITION-RECORD.
               88  DSP-TRAN-FS-OK              VALUE '00'.
           05  DSP-SUSP-STATUS         PIC X(02).
               88  DSP-SUSP-FS-OK              VALUE '00'.
           05  DSP-BKO-STATUS          PIC X(02).
               88  DSP-BKO-FS-OK               VALUE '00'.
               88  DSP-BKO-NO-FILE             VALUE '35'.
           05  DSP-EXT-STATUS          PIC X(02).
               88  DSP-EXT-FS-OK               VALUE '00'.
           05  DSP-PRINT-STATUS        PIC X(02).
               88  DSP-TRAN-EOF                VALUE 'Y'.
           05  DSP-SUSP-EOF-SW         PIC X(01)   VALUE 'N'.
               88  DSP-SUSP-EOF                VALUE 'Y'.
           05  DSP-BKO-EOF-SW          PIC X(01)   VALUE 'N'.
               88  DSP-BKO-EOF                 VALUE 'Y'.
           05  DSP-SORT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  DSP-SORT-EOF                VALUE 'Y'.
           05  DSP-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-TRANS-READ-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-REJECTS-READ-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-BACKORDERS-READ-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-SOURCES-FED-COUNT        PIC 9(05)   VALUE ZERO.
       01  WS-CUR-SOURCE-CODE          PIC X(04)   VALUE SPACES.
       01  WS-CUR-REJECTED-COUNT       PIC 9(07)   VALUE ZERO.
               10  WS-SRC-CODE         PIC X(04).
               10  WS-SRC-RECEIVED     PIC 9(07).
               10  WS-SRC-REJECTED     PIC 9(07).
               10  WS-SRC-BACKORDERED  PIC 9(07).
               10  WS-SRC-UNAUTHORISED PIC 9(07).
               10  WS-SRC-FED-SW       PIC X(01).
                   88  WS-SRC-FED              VALUE 'Y'.
       01  WS-APPLIED-COUNT            PIC S9(08)  COMP-3 VALUE ZERO.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "REJECTED:".
           05  SHL-REJECTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "BACKORDERED:".
           05  SHL-BACKORDERED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "UNAUTHORISED:".
           05  SHL-UNAUTHORISED        PIC ZZZ,ZZ9.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "ITEM NO".
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DSP-HARD-ERROR
               PERFORM 2000-COUNT-BATCHES THRU 2000-EXIT
               PERFORM 2500-COUNT-BACKORDERS THRU 2500-EXIT
               SORT REJECT-SORT-FILE
                   ON ASCENDING KEY SRT-SOURCE-CODE
                   ON ASCENDING KEY SRT-ITEM-NUMBER
               MOVE WS-CUR-SOURCE-CODE TO WS-SRC-CODE (SRC-IDX)
               MOVE ZERO TO WS-SRC-RECEIVED (SRC-IDX)
               MOVE ZERO TO WS-SRC-REJECTED (SRC-IDX)
               MOVE ZERO TO WS-SRC-BACKORDERED (SRC-IDX)
               MOVE ZERO TO WS-SRC-UNAUTHORISED (SRC-IDX)
               MOVE 'N' TO WS-SRC-FED-SW (SRC-IDX)
           END-IF.
       2110-EXIT.
           EXIT.
      ******************************************************************
      * 2500-COUNT-BACKORDERS - count tonight's new backorders - order
      *                         date this run date - into the source
      *                         that sent the short issue.  No
      *                         backorder file yet is a night with
      *                         none.
      ******************************************************************
       2500-COUNT-BACKORDERS.
           OPEN INPUT BACKORDER-FILE
           IF DSP-BKO-NO-FILE
               GO TO 2500-EXIT
           END-IF
           IF NOT DSP-BKO-FS-OK
               DISPLAY "DSP01 - BACKORDER FILE OPEN FAILED, STATUS="
                   DSP-BKO-STATUS
               SET DSP-HARD-ERROR TO TRUE
               GO TO 2500-EXIT
           END-IF
           MOVE LOW-VALUES TO BKO-DET-KEY OF BACKORDER-RECORD
           START BACKORDER-FILE KEY IS NOT LESS THAN
                   BKO-DET-KEY OF BACKORDER-RECORD
               INVALID KEY
                   SET DSP-BKO-EOF TO TRUE
           END-START
           PERFORM 2510-COUNT-ONE-BACKORDER THRU 2510-EXIT
               UNTIL DSP-BKO-EOF
           CLOSE BACKORDER-FILE.
       2500-EXIT.
           EXIT.
       2510-COUNT-ONE-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   SET DSP-BKO-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ
           IF BKO-DET-ORDER-DATE OF BACKORDER-RECORD
                   NOT EQUAL WS-RUN-DATE
               GO TO 2510-EXIT
           END-IF
           ADD 1 TO WS-BACKORDERS-READ-COUNT
           MOVE BKO-DET-SOURCE-CODE OF BACKORDER-RECORD
               TO WS-CUR-SOURCE-CODE
           PERFORM 2100-FIND-SOURCE-ENTRY THRU 2100-EXIT
           IF SRC-IDX NOT GREATER THAN WS-SOURCE-COUNT
               ADD 1 TO WS-SRC-BACKORDERED (SRC-IDX)
           END-IF.
       2510-EXIT.
           EXIT.
      ******************************************************************
      * 3000-SELECT-REJECTS - release tonight's fresh rejects - this
      *                       run date, age zero, so a carried entry
      *                       from an earlier night is not reported
           PERFORM 2100-FIND-SOURCE-ENTRY THRU 2100-EXIT
           IF SRC-IDX NOT GREATER THAN WS-SOURCE-COUNT
               ADD 1 TO WS-SRC-REJECTED (SRC-IDX)
               IF SUSP-REASON-CODE OF SUSPENSE-RECORD
                       NOT LESS THAN 'E011'
                   AND SUSP-REASON-CODE OF SUSPENSE-RECORD
                       NOT GREATER THAN 'E015'
                   ADD 1 TO WS-SRC-UNAUTHORISED (SRC-IDX)
               END-IF
           END-IF
           MOVE TRAN-SOURCE-CODE OF SUSPENSE-RECORD
               TO SRT-SOURCE-CODE
      ******************************************************************
      * 4200-WRITE-SUMMARY-RECORD - the source's 'S' record: received
      *                             off the trailers, rejected off
      *                             tonight's suspense, backordered
      *                             off tonight's new backorders,
      *                             applied the difference (floored
      *                             at zero for a reject whose batch
      *                             never carried a trailer count).
      ******************************************************************
       4200-WRITE-SUMMARY-RECORD.
           COMPUTE WS-APPLIED-COUNT =
               WS-SRC-RECEIVED (SRC-IDX) - WS-SRC-REJECTED (SRC-IDX)
               - WS-SRC-BACKORDERED (SRC-IDX)
           IF WS-APPLIED-COUNT LESS THAN ZERO
               MOVE ZERO TO WS-APPLIED-COUNT
           END-IF
           MOVE WS-SRC-RECEIVED (SRC-IDX) TO DSP-RECEIVED-COUNT
           MOVE WS-APPLIED-COUNT TO DSP-APPLIED-COUNT
           MOVE WS-SRC-REJECTED (SRC-IDX) TO DSP-REJECTED-COUNT
           MOVE WS-SRC-BACKORDERED (SRC-IDX) TO DSP-BACKORDERED-COUNT
           MOVE SPACES TO DSP-ITEM-NUMBER
           MOVE SPACES TO DSP-BRANCH-CODE
           MOVE SPACES TO DSP-TRAN-TYPE
           MOVE WS-SRC-RECEIVED (SRC-IDX) TO SHL-RECEIVED
           MOVE WS-APPLIED-COUNT TO SHL-APPLIED
           MOVE WS-SRC-REJECTED (SRC-IDX) TO SHL-REJECTED
           MOVE WS-SRC-BACKORDERED (SRC-IDX) TO SHL-BACKORDERED
           MOVE WS-SRC-UNAUTHORISED (SRC-IDX) TO SHL-UNAUTHORISED
           MOVE WS-SOURCE-HEADER-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           IF WS-SRC-REJECTED (SRC-IDX) NOT EQUAL ZERO
           MOVE ZERO TO DSP-RECEIVED-COUNT
           MOVE ZERO TO DSP-APPLIED-COUNT
           MOVE ZERO TO DSP-REJECTED-COUNT
           MOVE ZERO TO DSP-BACKORDERED-COUNT
           MOVE SRT-ITEM-NUMBER TO DSP-ITEM-NUMBER
           MOVE SRT-BRANCH-CODE TO DSP-BRANCH-CODE
           MOVE SRT-TRAN-TYPE TO DSP-TRAN-TYPE
               WS-TRANS-READ-COUNT
           DISPLAY "DSP01 - FRESH REJECTS REPORTED:   "
               WS-REJECTS-READ-COUNT
           DISPLAY "DSP01 - NEW BACKORDERS REPORTED:  "
               WS-BACKORDERS-READ-COUNT
           DISPLAY "DSP01 - SOURCES FED:              "
               WS-SOURCES-FED-COUNT
           IF DSP-HARD-ERROR
