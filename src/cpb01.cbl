      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Counter capture close.  Runs at cycle start and
      *          closes off the issues and allocations the counter
      *          captured online through CAP01 into a proper batch -
      *          STKBATCH header and trailer, source CNTR, dated with
      *          the cycle's run date off the same control card COB01
      *          reads, with the record count and the quantity and
      *          value hash totals - so BCH01 verifies it and COB01
      *          applies it like any branch transmission, through the
      *          same EDIT01, IO01 and AUDIT01 path.  Every open
      *          capture taken on or before the run date goes into
      *          the batch in branch, item and capture-time order and
      *          is marked batched with the run date; one taken after
      *          it waits for the next cycle.  A capture batched on an
      *          earlier cycle was posted by that cycle - CYC01 will
      *          not start a new date until the last one completed -
      *          and is dropped from the file.  The batch is written
      *          even when nothing was captured, so the file always
      *          verifies.  A capture is marked before it is written
      *          to the batch, so one that cannot be marked stays
      *          open for the next cycle instead of posting twice.
      *          A run that fails once marking has begun - a batch
      *          record or the trailer will not write - puts every
      *          capture it marked with the run date back open
      *          before it ends, so the rerun batches them again.
      *          RETURN-CODE 4 when a capture could not be marked or
      *          dropped; 8 when a file will not open, the batch
      *          cannot be written, or the control card is a RESTART
      *          - the night's captures were already closed by the
      *          first attempt, and BATCHCHK re-entry reuses that
      *          batch.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original CPB01 build.
      *   2026-10-15 AB  A run that fails after it has begun marking
      *                  - a batch record or the trailer will not
      *                  write - browses the capture file again and
      *                  puts every capture marked with the run date
      *                  back open with no batch date, instead of
      *                  leaving them marked for a batch that never
      *                  verifies, skipped by the rerun and dropped
      *                  next cycle unposted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPB-CTLCARD-STATUS.
           SELECT CAPTURE-FILE ASSIGN TO "CNTCAPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCP-CAPTURE-KEY OF CAPTURE-RECORD
               FILE STATUS IS CPB-CAPTURE-STATUS.
           SELECT CAPTURE-BATCH-FILE ASSIGN TO "CAPBATCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CPB-BATCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-MODE             PIC X(08).
               88  CC-MODE-RESTART             VALUE 'RESTART '
                                                     'GRESTART'.
           05  FILLER                  PIC X(01).
           05  CC-RUN-DATE             PIC X(08).
       FD  CAPTURE-FILE.
       01  CAPTURE-RECORD.
           COPY CNTCAP.
       FD  CAPTURE-BATCH-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  CAPTURE-BATCH-TRAN-RECORD.
           COPY STKTRAN.
       01  CAPTURE-BATCH-CONTROL-RECORD.
           COPY STKBATCH.
       WORKING-STORAGE SECTION.
       01  CPB-FILE-STATUSES.
           05  CPB-CTLCARD-STATUS      PIC X(02)   VALUE SPACES.
               88  CPB-CTLCARD-FS-OK           VALUE '00'.
           05  CPB-CAPTURE-STATUS      PIC X(02)   VALUE SPACES.
               88  CPB-CAPTURE-FS-OK           VALUE '00'.
           05  CPB-BATCH-STATUS        PIC X(02)   VALUE SPACES.
               88  CPB-BATCH-FS-OK             VALUE '00'.
       01  CPB-SWITCHES.
           05  CPB-CAPTURE-EOF-SW      PIC X(01)   VALUE 'N'.
               88  CPB-CAPTURE-EOF             VALUE 'Y'.
           05  CPB-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  CPB-HARD-ERROR              VALUE 'Y'.
           05  CPB-WARNING-SW          PIC X(01)   VALUE 'N'.
               88  CPB-WARNING                 VALUE 'Y'.
           05  CPB-BATCH-OPEN-SW       PIC X(01)   VALUE 'N'.
               88  CPB-BATCH-IS-OPEN           VALUE 'Y'.
           05  CPB-CAPTURE-OPEN-SW     PIC X(01)   VALUE 'N'.
               88  CPB-CAPTURE-IS-OPEN         VALUE 'Y'.
           05  CPB-MARKING-SW          PIC X(01)   VALUE 'N'.
               88  CPB-MARKING-BEGUN           VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-CAPTURE-BATCH-SOURCE     PIC X(04)   VALUE 'CNTR'.
       01  WS-BATCH-QTY-HASH           PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-BATCH-VALUE-HASH         PIC S9(11)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-CAPTURES-READ-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-BATCHED-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(07)   VALUE ZERO.
       01  WS-PURGED-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-ALREADY-BATCHED-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-UNMARKED-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-REOPENED-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-NOT-REOPENED-COUNT       PIC 9(07)   VALUE ZERO.
       01  CTL01-CONTROL-AREA.
           COPY CTL01CTL.
       01  WS-STEP-RC                  PIC 9(02)   VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CLOSE-ONE-CAPTURE THRU 2000-EXIT
               UNTIL CPB-CAPTURE-EOF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - pick up the run date, refuse a restart, open
      *                   the capture file and the batch, write the
      *                   batch header and position on the first
      *                   capture.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
           SET CTL-LOG-START TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'CPB01   ' TO CTL-STEP-NAME
           MOVE ZERO TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "CPB01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           IF CC-MODE-RESTART
               DISPLAY "CPB01 - RESTART RUN - COUNTER CAPTURES "
                   "ALREADY CLOSED THIS CYCLE, NOTHING REGENERATED"
               DISPLAY "CPB01 - RE-ENTER THE CYCLE AT THE BATCH "
                   "VERIFICATION STEP WITH THE CATALOGED BATCH"
               SET CPB-HARD-ERROR TO TRUE
               SET CPB-CAPTURE-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O CAPTURE-FILE
           IF NOT CPB-CAPTURE-FS-OK
               DISPLAY "CPB01 - CAPTURE FILE OPEN FAILED, STATUS="
                   CPB-CAPTURE-STATUS
               SET CPB-HARD-ERROR TO TRUE
           ELSE
               SET CPB-CAPTURE-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT CAPTURE-BATCH-FILE
           IF NOT CPB-BATCH-FS-OK
               DISPLAY "CPB01 - CAPTURE BATCH OPEN FAILED, STATUS="
                   CPB-BATCH-STATUS
               SET CPB-HARD-ERROR TO TRUE
           ELSE
               SET CPB-BATCH-IS-OPEN TO TRUE
               PERFORM 1300-WRITE-BATCH-HEADER THRU 1300-EXIT
           END-IF
           IF CPB-HARD-ERROR
               SET CPB-CAPTURE-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE LOW-VALUES TO CCP-CAPTURE-KEY OF CAPTURE-RECORD
           START CAPTURE-FILE KEY IS NOT LESS THAN
                   CCP-CAPTURE-KEY OF CAPTURE-RECORD
               INVALID KEY
                   SET CPB-CAPTURE-EOF TO TRUE
           END-START
           IF NOT CPB-CAPTURE-EOF
               PERFORM 2010-READ-CAPTURE THRU 2010-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1050-READ-CONTROL-CARD - pick up the cycle's run date from the
      *                          same control card COB01 reads, so the
      *                          batch is dated with the run it posts
      *                          in.  A missing card defaults to
      *                          today, exactly as COB01 does.
      ******************************************************************
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF CPB-CTLCARD-FS-OK
               READ CONTROL-CARD-FILE
                   AT END
                       MOVE SPACES TO CC-RUN-MODE
                       MOVE SPACES TO CC-RUN-DATE
               END-READ
               CLOSE CONTROL-CARD-FILE
           ELSE
               MOVE SPACES TO CC-RUN-MODE
               MOVE SPACES TO CC-RUN-DATE
           END-IF
           IF CC-RUN-DATE = SPACES
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE TO WS-RUN-DATE
           ELSE
               MOVE CC-RUN-DATE TO WS-RUN-DATE
           END-IF.
       1050-EXIT.
           EXIT.
      ******************************************************************
      * 1300-WRITE-BATCH-HEADER - open the counter batch.  Written
      *                           even when nothing was captured - a
      *                           zero-record batch keeps the file
      *                           verifiable.
      ******************************************************************
       1300-WRITE-BATCH-HEADER.
           MOVE SPACES TO CAPTURE-BATCH-CONTROL-RECORD
           SET BCH-IS-HEADER OF CAPTURE-BATCH-CONTROL-RECORD TO TRUE
           MOVE WS-CAPTURE-BATCH-SOURCE
               TO BCH-BATCH-SOURCE OF CAPTURE-BATCH-CONTROL-RECORD
           MOVE WS-RUN-DATE
               TO BCH-BATCH-DATE OF CAPTURE-BATCH-CONTROL-RECORD
           MOVE ZERO
               TO BCH-RECORD-COUNT OF CAPTURE-BATCH-CONTROL-RECORD
           MOVE ZERO TO BCH-QTY-HASH OF CAPTURE-BATCH-CONTROL-RECORD
           MOVE ZERO
               TO BCH-VALUE-HASH OF CAPTURE-BATCH-CONTROL-RECORD
           WRITE CAPTURE-BATCH-CONTROL-RECORD
           IF NOT CPB-BATCH-FS-OK
               DISPLAY "CPB01 - BATCH HEADER WRITE FAILED, STATUS="
                   CPB-BATCH-STATUS
               SET CPB-HARD-ERROR TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.
      ******************************************************************
      * 2000-CLOSE-ONE-CAPTURE - batch an open capture taken on or
      *                          before the run date, hold one taken
      *                          after it, and drop one an earlier
      *                          cycle batched.
      ******************************************************************
       2000-CLOSE-ONE-CAPTURE.
           EVALUATE TRUE
               WHEN CCP-IS-BATCHED OF CAPTURE-RECORD
                   AND CCP-BATCH-DATE OF CAPTURE-RECORD
                       LESS THAN WS-RUN-DATE
                   PERFORM 2300-DROP-POSTED-CAPTURE THRU 2300-EXIT
               WHEN CCP-IS-BATCHED OF CAPTURE-RECORD
                   ADD 1 TO WS-ALREADY-BATCHED-COUNT
               WHEN CCP-CAPTURE-DATE OF CAPTURE-RECORD
                       GREATER THAN WS-RUN-DATE
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   PERFORM 2100-BATCH-CAPTURE THRU 2100-EXIT
           END-EVALUATE
           IF CPB-HARD-ERROR
               SET CPB-CAPTURE-EOF TO TRUE
           ELSE
               PERFORM 2010-READ-CAPTURE THRU 2010-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2010-READ-CAPTURE - next capture in key sequence.
      ******************************************************************
       2010-READ-CAPTURE.
           READ CAPTURE-FILE NEXT RECORD
               AT END
                   SET CPB-CAPTURE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CAPTURES-READ-COUNT
           END-READ
           IF NOT CPB-CAPTURE-EOF AND NOT CPB-CAPTURE-FS-OK
               DISPLAY "CPB01 - CAPTURE FILE READ FAILED, STATUS="
                   CPB-CAPTURE-STATUS
               SET CPB-HARD-ERROR TO TRUE
               SET CPB-CAPTURE-EOF TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.
      ******************************************************************
      * 2100-BATCH-CAPTURE - mark the capture batched, then write it to
      *                      the batch as the 'I' or 'L' transaction
      *                      the counter would have keyed, its
      *                      customer reference in the description.
      *                      A failed write ends the run hard; 8100
      *                      then puts this capture, and every other
      *                      one marked this run, back open.
      ******************************************************************
       2100-BATCH-CAPTURE.
           SET CCP-IS-BATCHED OF CAPTURE-RECORD TO TRUE
           MOVE WS-RUN-DATE TO CCP-BATCH-DATE OF CAPTURE-RECORD
           REWRITE CAPTURE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT CPB-CAPTURE-FS-OK
               DISPLAY "CPB01 - CAPTURE NOT MARKED, STATUS="
                   CPB-CAPTURE-STATUS " BRANCH "
                   CCP-BRANCH-CODE OF CAPTURE-RECORD " ITEM "
                   CCP-ITEM-NUMBER OF CAPTURE-RECORD
                   " - LEFT OPEN FOR THE NEXT CYCLE"
               ADD 1 TO WS-UNMARKED-COUNT
               SET CPB-WARNING TO TRUE
               GO TO 2100-EXIT
           END-IF
           SET CPB-MARKING-BEGUN TO TRUE
           MOVE SPACES TO CAPTURE-BATCH-TRAN-RECORD
           MOVE CCP-ITEM-NUMBER OF CAPTURE-RECORD
               TO TRAN-ITEM-NUMBER OF CAPTURE-BATCH-TRAN-RECORD
           MOVE CCP-TRAN-TYPE OF CAPTURE-RECORD
               TO TRAN-TYPE OF CAPTURE-BATCH-TRAN-RECORD
           MOVE CCP-QUANTITY OF CAPTURE-RECORD
               TO TRAN-QUANTITY OF CAPTURE-BATCH-TRAN-RECORD
           MOVE ZERO TO TRAN-UNIT-COST OF CAPTURE-BATCH-TRAN-RECORD
           MOVE CCP-REFERENCE OF CAPTURE-RECORD
               TO TRAN-DESCRIPTION OF CAPTURE-BATCH-TRAN-RECORD
           MOVE CCP-BRANCH-CODE OF CAPTURE-RECORD
               TO TRAN-BRANCH-CODE OF CAPTURE-BATCH-TRAN-RECORD
           MOVE CCP-SOURCE-CODE OF CAPTURE-RECORD
               TO TRAN-SOURCE-CODE OF CAPTURE-BATCH-TRAN-RECORD
           MOVE ZERO
               TO TRAN-REORDER-POINT OF CAPTURE-BATCH-TRAN-RECORD
           MOVE ZERO
               TO TRAN-REORDER-QTY OF CAPTURE-BATCH-TRAN-RECORD
           MOVE ZERO
               TO TRAN-LEAD-TIME-DAYS OF CAPTURE-BATCH-TRAN-RECORD
           WRITE CAPTURE-BATCH-TRAN-RECORD
           IF NOT CPB-BATCH-FS-OK
               DISPLAY "CPB01 - BATCH WRITE FAILED, STATUS="
                   CPB-BATCH-STATUS
               SET CPB-HARD-ERROR TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-BATCHED-COUNT
           ADD TRAN-QUANTITY OF CAPTURE-BATCH-TRAN-RECORD
               TO WS-BATCH-QTY-HASH
           COMPUTE WS-BATCH-VALUE-HASH = WS-BATCH-VALUE-HASH +
               (TRAN-QUANTITY OF CAPTURE-BATCH-TRAN-RECORD *
                TRAN-UNIT-COST OF CAPTURE-BATCH-TRAN-RECORD).
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2300-DROP-POSTED-CAPTURE - drop a capture an earlier, completed
      *                            cycle batched and posted.  One that
      *                            will not delete is only reported -
      *                            it is batched, so it can never post
      *                            again.
      ******************************************************************
       2300-DROP-POSTED-CAPTURE.
           DELETE CAPTURE-FILE RECORD
               INVALID KEY
                   DISPLAY "CPB01 - CAPTURE PURGE FAILED, STATUS="
                       CPB-CAPTURE-STATUS " BRANCH "
                       CCP-BRANCH-CODE OF CAPTURE-RECORD " ITEM "
                       CCP-ITEM-NUMBER OF CAPTURE-RECORD
                   SET CPB-WARNING TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
           END-DELETE.
       2300-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - close the batch with its trailer, undo the
      *                  marking if the run failed once it had begun,
      *                  display the totals and set the return code.
      ******************************************************************
       8000-TERMINATE.
           IF CPB-BATCH-IS-OPEN AND CPB-BATCH-FS-OK
               PERFORM 8200-WRITE-BATCH-TRAILER THRU 8200-EXIT
           END-IF
           IF CPB-HARD-ERROR AND CPB-MARKING-BEGUN
                   AND CPB-CAPTURE-IS-OPEN
               PERFORM 8100-REOPEN-MARKED-CAPTURES THRU 8100-EXIT
           END-IF
           CLOSE CAPTURE-FILE
           CLOSE CAPTURE-BATCH-FILE
           DISPLAY "CPB01 - CAPTURES READ:            "
               WS-CAPTURES-READ-COUNT
           DISPLAY "CPB01 - CAPTURES BATCHED:         "
               WS-BATCHED-COUNT
           DISPLAY "CPB01 - CAPTURES HELD FOR NEXT CYCLE: "
               WS-HELD-COUNT
           DISPLAY "CPB01 - POSTED CAPTURES DROPPED:  "
               WS-PURGED-COUNT
           DISPLAY "CPB01 - CAPTURES NOT MARKED:      "
               WS-UNMARKED-COUNT
           IF CPB-HARD-ERROR AND CPB-MARKING-BEGUN
               DISPLAY "CPB01 - CAPTURES PUT BACK OPEN:   "
                   WS-REOPENED-COUNT
               DISPLAY "CPB01 - CAPTURES NOT PUT BACK:    "
                   WS-NOT-REOPENED-COUNT
           END-IF
           IF WS-ALREADY-BATCHED-COUNT NOT EQUAL ZERO
               DISPLAY "CPB01 - CAPTURES ALREADY BATCHED FOR "
                   WS-RUN-DATE ": " WS-ALREADY-BATCHED-COUNT
                   " - LEFT AS THEY ARE"
               SET CPB-WARNING TO TRUE
           END-IF
           IF CPB-HARD-ERROR
               MOVE 8 TO WS-STEP-RC
           ELSE
               IF CPB-WARNING
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF
           SET CTL-LOG-END TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'CPB01   ' TO CTL-STEP-NAME
           MOVE WS-STEP-RC TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "CPB01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 8100-REOPEN-MARKED-CAPTURES - the run failed after it began
      *                               marking, so the batch will not
      *                               verify and nothing in it posts.
      *                               Browse the capture file from
      *                               the top again and put every
      *                               capture marked with the run
      *                               date back open, so the rerun
      *                               batches it instead of taking it
      *                               for already batched.  One that
      *                               will not rewrite is reported
      *                               for reopening by hand.
      ******************************************************************
       8100-REOPEN-MARKED-CAPTURES.
           MOVE 'N' TO CPB-CAPTURE-EOF-SW
           MOVE LOW-VALUES TO CCP-CAPTURE-KEY OF CAPTURE-RECORD
           START CAPTURE-FILE KEY IS NOT LESS THAN
                   CCP-CAPTURE-KEY OF CAPTURE-RECORD
               INVALID KEY
                   SET CPB-CAPTURE-EOF TO TRUE
           END-START
           IF NOT CPB-CAPTURE-EOF AND NOT CPB-CAPTURE-FS-OK
               DISPLAY "CPB01 - CAPTURE FILE START FAILED, STATUS="
                   CPB-CAPTURE-STATUS
                   " - MARKED CAPTURES NOT PUT BACK OPEN"
               GO TO 8100-EXIT
           END-IF
           IF NOT CPB-CAPTURE-EOF
               PERFORM 8120-READ-FOR-REOPEN THRU 8120-EXIT
           END-IF
           PERFORM 8110-REOPEN-ONE-CAPTURE THRU 8110-EXIT
               UNTIL CPB-CAPTURE-EOF.
       8100-EXIT.
           EXIT.
      ******************************************************************
      * 8110-REOPEN-ONE-CAPTURE - a capture marked with the run date
      *                           goes back to open with no batch
      *                           date.
      ******************************************************************
       8110-REOPEN-ONE-CAPTURE.
           IF CCP-IS-BATCHED OF CAPTURE-RECORD
               AND CCP-BATCH-DATE OF CAPTURE-RECORD EQUAL WS-RUN-DATE
               SET CCP-IS-OPEN OF CAPTURE-RECORD TO TRUE
               MOVE SPACES TO CCP-BATCH-DATE OF CAPTURE-RECORD
               REWRITE CAPTURE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF CPB-CAPTURE-FS-OK
                   ADD 1 TO WS-REOPENED-COUNT
               ELSE
                   DISPLAY "CPB01 - CAPTURE NOT REOPENED, STATUS="
                       CPB-CAPTURE-STATUS " BRANCH "
                       CCP-BRANCH-CODE OF CAPTURE-RECORD " ITEM "
                       CCP-ITEM-NUMBER OF CAPTURE-RECORD
                       " - REOPEN IT BEFORE THE RERUN"
                   ADD 1 TO WS-NOT-REOPENED-COUNT
               END-IF
           END-IF
           PERFORM 8120-READ-FOR-REOPEN THRU 8120-EXIT.
       8110-EXIT.
           EXIT.
      ******************************************************************
      * 8120-READ-FOR-REOPEN - next capture in key sequence.  A read
      *                        failure ends the sweep; what it did not
      *                        reach is left for reopening by hand.
      ******************************************************************
       8120-READ-FOR-REOPEN.
           READ CAPTURE-FILE NEXT RECORD
               AT END
                   SET CPB-CAPTURE-EOF TO TRUE
           END-READ
           IF NOT CPB-CAPTURE-EOF AND NOT CPB-CAPTURE-FS-OK
               DISPLAY "CPB01 - CAPTURE FILE READ FAILED, STATUS="
                   CPB-CAPTURE-STATUS
                   " - REOPEN THE REST OF TONIGHT'S CAPTURES BY HAND"
               SET CPB-CAPTURE-EOF TO TRUE
           END-IF.
       8120-EXIT.
           EXIT.
      ******************************************************************
      * 8200-WRITE-BATCH-TRAILER - close the counter batch with the
      *                            count and hash totals BCH01 checks.
      ******************************************************************
       8200-WRITE-BATCH-TRAILER.
           MOVE SPACES TO CAPTURE-BATCH-CONTROL-RECORD
           SET BCH-IS-TRAILER OF CAPTURE-BATCH-CONTROL-RECORD TO TRUE
           MOVE WS-CAPTURE-BATCH-SOURCE
               TO BCH-BATCH-SOURCE OF CAPTURE-BATCH-CONTROL-RECORD
           MOVE WS-RUN-DATE
               TO BCH-BATCH-DATE OF CAPTURE-BATCH-CONTROL-RECORD
           MOVE WS-BATCHED-COUNT
               TO BCH-RECORD-COUNT OF CAPTURE-BATCH-CONTROL-RECORD
           MOVE WS-BATCH-QTY-HASH
               TO BCH-QTY-HASH OF CAPTURE-BATCH-CONTROL-RECORD
           MOVE WS-BATCH-VALUE-HASH
               TO BCH-VALUE-HASH OF CAPTURE-BATCH-CONTROL-RECORD
           WRITE CAPTURE-BATCH-CONTROL-RECORD
           IF NOT CPB-BATCH-FS-OK
               DISPLAY "CPB01 - BATCH TRAILER WRITE FAILED, STATUS="
                   CPB-BATCH-STATUS
               SET CPB-HARD-ERROR TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.
