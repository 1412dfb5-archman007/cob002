      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Stock master forward recovery.  Reloads the master
      *          from a chosen MASTER.BACKUP generation, then replays
      *          the audit log's after-images dated after that
      *          generation, in the order AUDIT01 wrote them - adds,
      *          deletes, movements, adjustments and allocations
      *          alike - so a master corrupted mid-week is rebuilt as
      *          of the last clean cycle instead of restoring a
      *          backup and re-running every night since by hand.
      *          Each image's before-image is compared with the
      *          record being rebuilt; an image that does not match
      *          is still applied (its after-image is what that
      *          night left on the master) but is flagged on the
      *          recovery report with the record it found, so the
      *          break is investigated rather than carried silently.
      *          The movement an image carries is posted into the
      *          period-to-date bucket it came from, so the rebuilt
      *          record still proves in VER01.  The recovery card
      *          names the cycle date the generation was cut on, and
      *          optionally the last cycle date to replay through:
      *            cols  1-8   backup cycle date (YYYYMMDD)
      *            col   9     blank
      *            cols 10-17  replay-through date or blank for all
      *          The audit image carries description, category,
      *          on-hand, cost and allocated quantity only; an item
      *          added since the generation comes back with its
      *          replenishment fields and supplier at zero/blank for
      *          UPD01 to re-key, and the on-order balance is left as
      *          the generation held it.  The generation must be one
      *          cut since the last month-end close - the close's
      *          balance roll-forward is not on the audit log.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original RCV01 build.
      *   2026-10-15 AB  Backup generation is 116 characters with
      *                  the ABC class and last-counted date on the
      *                  master.  Neither is on the audit log, so
      *                  both come back as the generation held them
      *                  (an item added since, unclassified and never
      *                  counted) until the next ABC01 and CNT01 runs.
      *   2026-10-15 AB  The 'V' revaluation change type from RVL01
      *                  reports as REVAL.  It replays like any other
      *                  update - the after image carries the new
      *                  cost and moves no quantity.
      *   2026-10-15 AB  The 'K' kit change type from COB01 reports
      *                  as KIT.  Each kit or component image
      *                  replays like a receipt or issue by the sign
      *                  of its movement, the same buckets COB01
      *                  posted it to.
      *   2026-10-15 AB  Backup generation is 122 characters with the
      *                  customer return and return-to-vendor buckets
      *                  on the master.  The 'C' and 'P' change types
      *                  from COB01 report as CUSRTN and RTV and replay
      *                  their movement into those buckets.
      *   2026-10-15 AB  The master is loaded into an empty cluster:
      *                  the STKRECOV REDEFINE step deletes and
      *                  defines it again after SAVEBAD, since the
      *                  live master is not defined REUSE and would
      *                  refuse an open for output while loaded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCV01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCV-CTLCARD-STATUS.
           SELECT RECOVERY-CARD-FILE ASSIGN TO "RCVCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCV-CARD-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "MASTBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCV-BACKUP-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCV-LOG-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-MASTER-KEY OF STOCK-MASTER-RECORD
               ALTERNATE RECORD KEY IS STK-CATEGORY-CODE
                   OF STOCK-MASTER-RECORD WITH DUPLICATES
               FILE STATUS IS RCV-MASTER-STATUS.
           SELECT PRINTFILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCV-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-MODE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-RUN-DATE             PIC X(08).
       FD  RECOVERY-CARD-FILE.
       01  RECOVERY-CARD-RECORD.
           05  RCARD-BACKUP-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  RCARD-THROUGH-DATE      PIC X(08).
       FD  BACKUP-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01  BACKUP-RECORD.
           COPY STKMAST.
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 119 CHARACTERS.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.
       FD  STOCK-MASTER-FILE.
       01  STOCK-MASTER-RECORD.
           COPY STKMAST.
       FD  PRINTFILE.
       01  PRINT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  RCV-FILE-STATUSES.
           05  RCV-CTLCARD-STATUS      PIC X(02)   VALUE SPACES.
               88  RCV-CTLCARD-FS-OK           VALUE '00'.
           05  RCV-CARD-STATUS         PIC X(02)   VALUE SPACES.
               88  RCV-CARD-FS-OK              VALUE '00'.
           05  RCV-BACKUP-STATUS       PIC X(02)   VALUE SPACES.
               88  RCV-BACKUP-FS-OK            VALUE '00'.
           05  RCV-LOG-STATUS          PIC X(02)   VALUE SPACES.
               88  RCV-LOG-FS-OK               VALUE '00'.
           05  RCV-MASTER-STATUS       PIC X(02)   VALUE SPACES.
               88  RCV-MASTER-FS-OK            VALUE '00'.
               88  RCV-MASTER-FS-NOT-FOUND     VALUE '23'.
           05  RCV-PRINT-STATUS        PIC X(02)   VALUE SPACES.
               88  RCV-PRINT-FS-OK             VALUE '00'.
       01  RCV-SWITCHES.
           05  RCV-BACKUP-EOF-SW       PIC X(01)   VALUE 'N'.
               88  RCV-BACKUP-EOF              VALUE 'Y'.
           05  RCV-LOG-EOF-SW          PIC X(01)   VALUE 'N'.
               88  RCV-LOG-EOF                 VALUE 'Y'.
           05  RCV-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  RCV-HARD-ERROR              VALUE 'Y'.
           05  RCV-MISMATCH-SW         PIC X(01)   VALUE 'N'.
               88  RCV-MISMATCH                VALUE 'Y'.
           05  RCV-RECORD-FOUND-SW     PIC X(01)   VALUE 'N'.
               88  RCV-RECORD-FOUND            VALUE 'Y'.
           05  RCV-MASTER-OPEN-SW      PIC X(01)   VALUE 'N'.
               88  RCV-MASTER-OPEN             VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-BACKUP-DATE              PIC X(08)   VALUE SPACES.
       01  WS-THROUGH-DATE             PIC X(08)   VALUE SPACES.
       01  WS-BACKUP-LOADED-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-IMAGES-READ-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-IMAGES-ON-BACKUP-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-IMAGES-LATER-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-IMAGES-APPLIED-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-IMAGES-MISMATCH-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-IMAGES-BYPASSED-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-IMAGE-MOVEMENT           PIC S9(08)  COMP-3 VALUE ZERO.
       01  WS-RESULT-TEXT              PIC X(30)   VALUE SPACES.
       01  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       01  WS-SAVE-PRINT-LINE          PIC X(132)  VALUE SPACES.
       01  WS-PAGE-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PAGE-LIMIT               PIC 9(03)   VALUE 56.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(36)
               VALUE "STOCK MASTER FORWARD RECOVERY REPORT".
           05  FILLER                  PIC X(23)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "RUN DATE:".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  HDG1-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "PAGE:".
           05  HDG1-PAGE               PIC ZZ,ZZ9.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "DATE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "ITEM NO".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "BRANCH".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "SOURCE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "CHANGE".
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "BEFORE QTY".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "AFTER QTY".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "AFT COST".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "RESULT".
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DTL-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DTL-SOURCE-CODE         PIC X(04).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DTL-CHANGE-TYPE         PIC X(06).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-BEFORE-QTY          PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-AFTER-QTY           PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-AFTER-COST          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-RESULT              PIC X(30).
       01  WS-FOUND-LINE.
           05  FILLER                  PIC X(12)   VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "*** RECORD HELD: ".
           05  FILLER                  PIC X(04)   VALUE "QTY ".
           05  FND-QTY-ON-HAND         PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(07)   VALUE "  COST ".
           05  FND-UNIT-COST           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(08)   VALUE "  ALLOC ".
           05  FND-QTY-ALLOCATED       PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(07)   VALUE "  CAT  ".
           05  FND-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FND-DESCRIPTION         PIC X(30).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-LABEL               PIC X(40).
           05  TTL-COUNT               PIC Z,ZZZ,ZZ9.
       01  CTL01-CONTROL-AREA.
           COPY CTL01CTL.
       01  WS-STEP-RC                  PIC 9(02)   VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT RCV-HARD-ERROR
               PERFORM 2000-LOAD-ONE-BACKUP THRU 2000-EXIT
                   UNTIL RCV-BACKUP-EOF
           END-IF
           IF NOT RCV-HARD-ERROR
               PERFORM 2500-REOPEN-FOR-REPLAY THRU 2500-EXIT
           END-IF
           IF NOT RCV-HARD-ERROR
               PERFORM 3000-REPLAY-ONE-IMAGE THRU 3000-EXIT
                   UNTIL RCV-LOG-EOF
           ELSE
               DISPLAY "RCV01 - RECOVERY ABORTED, MASTER NOT REBUILT"
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - pick up the run date and the recovery card,
      *                   open the backup generation, the audit log
      *                   and the report, and open the master for
      *                   output.  The master is the empty cluster
      *                   the job's REDEFINE step has just deleted
      *                   and defined again, so the load starts
      *                   from nothing the damaged master held.  A
      *                   missing or invalid recovery card fails
      *                   hard before anything is loaded; a
      *                   recovery must never guess which generation
      *                   it is rebuilding from.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
           SET CTL-LOG-START TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'RCV01   ' TO CTL-STEP-NAME
           MOVE ZERO TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "RCV01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           PERFORM 1100-READ-RECOVERY-CARD THRU 1100-EXIT
           IF RCV-HARD-ERROR
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT RCV-PRINT-FS-OK
               DISPLAY "RCV01 - PRINT FILE OPEN FAILED, STATUS="
                   RCV-PRINT-STATUS
               SET RCV-HARD-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT BACKUP-FILE
           IF NOT RCV-BACKUP-FS-OK
               DISPLAY "RCV01 - BACKUP GENERATION OPEN FAILED, STATUS="
                   RCV-BACKUP-STATUS
               SET RCV-HARD-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT RCV-LOG-FS-OK
               DISPLAY "RCV01 - AUDIT LOG OPEN FAILED, STATUS="
                   RCV-LOG-STATUS
               SET RCV-HARD-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT STOCK-MASTER-FILE
           IF NOT RCV-MASTER-FS-OK
               DISPLAY "RCV01 - STOCK MASTER OPEN FAILED, STATUS="
                   RCV-MASTER-STATUS
               SET RCV-HARD-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET RCV-MASTER-OPEN TO TRUE
           PERFORM 1200-READ-BACKUP THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1050-READ-CONTROL-CARD - pick up the run date the recovery is
      *                          logged under.  A missing card
      *                          defaults to today, exactly as COB01
      *                          does.
      ******************************************************************
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF RCV-CTLCARD-FS-OK
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
           END-IF.
       1050-EXIT.
           EXIT.
      ******************************************************************
      * 1100-READ-RECOVERY-CARD - the backup cycle date is required
      *                           and must be numeric; the replay-
      *                           through date is optional, and a
      *                           blank one replays everything on the
      *                           log.
      ******************************************************************
       1100-READ-RECOVERY-CARD.
           OPEN INPUT RECOVERY-CARD-FILE
           IF NOT RCV-CARD-FS-OK
               DISPLAY "RCV01 - RECOVERY CARD MISSING, STATUS="
                   RCV-CARD-STATUS
               SET RCV-HARD-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF
           READ RECOVERY-CARD-FILE
               AT END
                   MOVE SPACES TO RECOVERY-CARD-RECORD
           END-READ
           CLOSE RECOVERY-CARD-FILE
           IF RCARD-BACKUP-DATE EQUAL SPACES
               OR RCARD-BACKUP-DATE NOT NUMERIC
               DISPLAY "RCV01 - RECOVERY CARD BACKUP DATE INVALID: "
                   RCARD-BACKUP-DATE
               SET RCV-HARD-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE RCARD-BACKUP-DATE TO WS-BACKUP-DATE
           IF RCARD-THROUGH-DATE EQUAL SPACES
               MOVE '99999999' TO WS-THROUGH-DATE
           ELSE
               IF RCARD-THROUGH-DATE NOT NUMERIC
                   OR RCARD-THROUGH-DATE LESS THAN WS-BACKUP-DATE
                   DISPLAY "RCV01 - RECOVERY CARD THROUGH DATE "
                       "INVALID: " RCARD-THROUGH-DATE
                   SET RCV-HARD-ERROR TO TRUE
                   GO TO 1100-EXIT
               END-IF
               MOVE RCARD-THROUGH-DATE TO WS-THROUGH-DATE
           END-IF
           DISPLAY "RCV01 - REBUILDING FROM BACKUP OF " WS-BACKUP-DATE
               " THROUGH " WS-THROUGH-DATE.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 1200-READ-BACKUP - priming/next read of the backup generation.
      ******************************************************************
       1200-READ-BACKUP.
           READ BACKUP-FILE
               AT END
                   SET RCV-BACKUP-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
      ******************************************************************
      * 1300-READ-AUDIT-LOG - priming/next read of the audit log.
      ******************************************************************
       1300-READ-AUDIT-LOG.
           READ AUDIT-LOG-FILE
               AT END
                   SET RCV-LOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-IMAGES-READ-COUNT
           END-READ.
       1300-EXIT.
           EXIT.
      ******************************************************************
      * 2000-LOAD-ONE-BACKUP - write one backup record to the master
      *                        exactly as the generation holds it.
      ******************************************************************
       2000-LOAD-ONE-BACKUP.
           MOVE BACKUP-RECORD TO STOCK-MASTER-RECORD
           WRITE STOCK-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF RCV-MASTER-FS-OK
               ADD 1 TO WS-BACKUP-LOADED-COUNT
           ELSE
               DISPLAY "RCV01 - BACKUP LOAD WRITE FAILED, STATUS="
                   RCV-MASTER-STATUS " ITEM "
                   STK-ITEM-NUMBER OF BACKUP-RECORD
               SET RCV-HARD-ERROR TO TRUE
               SET RCV-BACKUP-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 1200-READ-BACKUP THRU 1200-EXIT.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2500-REOPEN-FOR-REPLAY - the load is complete; reopen the
      *                          master for update and prime the audit
      *                          log read.
      ******************************************************************
       2500-REOPEN-FOR-REPLAY.
           CLOSE STOCK-MASTER-FILE
           MOVE 'N' TO RCV-MASTER-OPEN-SW
           OPEN I-O STOCK-MASTER-FILE
           IF NOT RCV-MASTER-FS-OK
               DISPLAY "RCV01 - STOCK MASTER REOPEN FAILED, STATUS="
                   RCV-MASTER-STATUS
               SET RCV-HARD-ERROR TO TRUE
               GO TO 2500-EXIT
           END-IF
           SET RCV-MASTER-OPEN TO TRUE
           PERFORM 1300-READ-AUDIT-LOG THRU 1300-EXIT.
       2500-EXIT.
           EXIT.
      ******************************************************************
      * 3000-REPLAY-ONE-IMAGE - an image dated on or before the backup
      *                         cycle is already in the generation,
      *                         and one dated past the through date
      *                         belongs to a night being discarded;
      *                         everything between is replayed in log
      *                         sequence, routed by its change type.
      ******************************************************************
       3000-REPLAY-ONE-IMAGE.
           EVALUATE TRUE
               WHEN AUD-RUN-DATE NOT GREATER THAN WS-BACKUP-DATE
                   ADD 1 TO WS-IMAGES-ON-BACKUP-COUNT
               WHEN AUD-RUN-DATE GREATER THAN WS-THROUGH-DATE
                   ADD 1 TO WS-IMAGES-LATER-COUNT
               WHEN OTHER
                   PERFORM 3010-REPLAY-IMAGE THRU 3010-EXIT
           END-EVALUATE
           IF NOT RCV-HARD-ERROR
               PERFORM 1300-READ-AUDIT-LOG THRU 1300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3010-REPLAY-IMAGE - apply one image to the record it names and
      *                     report the result.  A hard failure ends
      *                     the replay.
      ******************************************************************
       3010-REPLAY-IMAGE.
           MOVE 'N' TO RCV-MISMATCH-SW
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM 3050-READ-TARGET THRU 3050-EXIT
           IF RCV-HARD-ERROR
               SET RCV-LOG-EOF TO TRUE
               GO TO 3010-EXIT
           END-IF
           EVALUATE TRUE
               WHEN AUD-IS-ADD
                   PERFORM 3100-REPLAY-ADD THRU 3100-EXIT
               WHEN AUD-IS-DELETE
                   PERFORM 3200-REPLAY-DELETE THRU 3200-EXIT
               WHEN OTHER
                   PERFORM 3300-REPLAY-CHANGE THRU 3300-EXIT
           END-EVALUATE
           IF RCV-HARD-ERROR
               SET RCV-LOG-EOF TO TRUE
               GO TO 3010-EXIT
           END-IF
           PERFORM 3900-REPORT-IMAGE THRU 3900-EXIT.
       3010-EXIT.
           EXIT.
      ******************************************************************
      * 3050-READ-TARGET - read the record the image names, as the
      *                    rebuild holds it so far.  Not-found is an
      *                    answer here, not an error; anything else
      *                    is a hard failure.
      ******************************************************************
       3050-READ-TARGET.
           MOVE 'N' TO RCV-RECORD-FOUND-SW
           MOVE AUD-ITEM-NUMBER
               TO STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
           MOVE AUD-BRANCH-CODE
               TO STK-BRANCH-CODE OF STOCK-MASTER-RECORD
           READ STOCK-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN RCV-MASTER-FS-OK
                   SET RCV-RECORD-FOUND TO TRUE
               WHEN RCV-MASTER-FS-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "RCV01 - STOCK MASTER READ FAILED, STATUS="
                       RCV-MASTER-STATUS " ITEM " AUD-ITEM-NUMBER
                   SET RCV-HARD-ERROR TO TRUE
           END-EVALUATE.
       3050-EXIT.
           EXIT.
      ******************************************************************
      * 3100-REPLAY-ADD - rebuild the record the add created, seeded
      *                   the way COB01's add seeds it: opening
      *                   balance at the added quantity, buckets and
      *                   counters at zero, period open.  An add whose
      *                   key is already on the rebuild is a mismatch
      *                   - the after-image still overlays the record
      *                   found, so the rebuild ends where the night
      *                   did.
      ******************************************************************
       3100-REPLAY-ADD.
           IF RCV-RECORD-FOUND
               SET RCV-MISMATCH TO TRUE
               MOVE "MISMATCH - ADD OVER EXISTING" TO WS-RESULT-TEXT
               PERFORM 3910-REPORT-FOUND-RECORD THRU 3910-EXIT
               PERFORM 3400-OVERLAY-AFTER-IMAGE THRU 3400-EXIT
               PERFORM 3500-REWRITE-TARGET THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE AUD-ITEM-NUMBER
               TO STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
           MOVE AUD-BRANCH-CODE
               TO STK-BRANCH-CODE OF STOCK-MASTER-RECORD
           MOVE SPACES TO STK-SUPPLIER-CODE OF STOCK-MASTER-RECORD
           MOVE SPACES TO STK-ABC-CLASS OF STOCK-MASTER-RECORD
           MOVE SPACES TO STK-LAST-COUNT-DATE OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-OPENING-BALANCE OF STOCK-MASTER-RECORD
           MOVE AUD-RUN-DATE
               TO STK-PERIOD-END-DATE OF STOCK-MASTER-RECORD
           SET STK-PERIOD-OPEN OF STOCK-MASTER-RECORD TO TRUE
           MOVE ZERO TO STK-REORDER-POINT OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-REORDER-QTY OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-LEAD-TIME-DAYS OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-PTD-RECEIPTS-QTY OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-PTD-ISSUES-QTY OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-PTD-ADJUST-QTY OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-PTD-CUST-RETURN-QTY OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-PTD-VEND-RETURN-QTY OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-ZERO-ISSUE-PERIODS OF STOCK-MASTER-RECORD
           MOVE ZERO TO STK-QTY-ON-ORDER OF STOCK-MASTER-RECORD
           PERFORM 3400-OVERLAY-AFTER-IMAGE THRU 3400-EXIT
           MOVE AUDA-QTY-ON-HAND
               TO STK-OPENING-BALANCE OF STOCK-MASTER-RECORD
           WRITE STOCK-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF RCV-MASTER-FS-OK
               ADD 1 TO WS-IMAGES-APPLIED-COUNT
               MOVE "APPLIED - RECORD ADDED" TO WS-RESULT-TEXT
           ELSE
               DISPLAY "RCV01 - STOCK MASTER WRITE FAILED, STATUS="
                   RCV-MASTER-STATUS " ITEM " AUD-ITEM-NUMBER
               SET RCV-HARD-ERROR TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3200-REPLAY-DELETE - remove the record the delete removed.  A
      *                      delete with nothing to remove is reported
      *                      and bypassed; one whose before-image
      *                      disagrees with the record found still
      *                      deletes it, flagged.
      ******************************************************************
       3200-REPLAY-DELETE.
           IF NOT RCV-RECORD-FOUND
               SET RCV-MISMATCH TO TRUE
               ADD 1 TO WS-IMAGES-BYPASSED-COUNT
               MOVE "BYPASSED - NOT ON MASTER" TO WS-RESULT-TEXT
               GO TO 3200-EXIT
           END-IF
           PERFORM 3600-COMPARE-BEFORE-IMAGE THRU 3600-EXIT
           DELETE STOCK-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF RCV-MASTER-FS-OK
               ADD 1 TO WS-IMAGES-APPLIED-COUNT
               IF NOT RCV-MISMATCH
                   MOVE "APPLIED - RECORD DELETED" TO WS-RESULT-TEXT
               END-IF
           ELSE
               DISPLAY "RCV01 - STOCK MASTER DELETE FAILED, STATUS="
                   RCV-MASTER-STATUS " ITEM " AUD-ITEM-NUMBER
               SET RCV-HARD-ERROR TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 3300-REPLAY-CHANGE - an update, count adjustment or
      *                      allocation image.  The on-hand movement
      *                      the image carries (after less before) is
      *                      posted to the bucket COB01 posted it to:
      *                      a count adjustment to the adjustment
      *                      bucket, a customer return or return-
      *                      to-vendor to its own returns bucket, any
      *                      other increase to receipts and decrease
      *                      to issues (a transfer side reads as
      *                      exactly that), and an allocation to
      *                      none.  The after-image then
      *                      overlays the record.
      ******************************************************************
       3300-REPLAY-CHANGE.
           IF NOT RCV-RECORD-FOUND
               SET RCV-MISMATCH TO TRUE
               ADD 1 TO WS-IMAGES-BYPASSED-COUNT
               MOVE "BYPASSED - NOT ON MASTER" TO WS-RESULT-TEXT
               GO TO 3300-EXIT
           END-IF
           PERFORM 3600-COMPARE-BEFORE-IMAGE THRU 3600-EXIT
           COMPUTE WS-IMAGE-MOVEMENT =
               AUDA-QTY-ON-HAND - AUDB-QTY-ON-HAND
           EVALUATE TRUE
               WHEN AUD-IS-ADJUST
                   ADD WS-IMAGE-MOVEMENT
                       TO STK-PTD-ADJUST-QTY OF STOCK-MASTER-RECORD
               WHEN AUD-IS-ALLOCATE
                   CONTINUE
               WHEN AUD-IS-CUSTOMER-RETURN
                   ADD WS-IMAGE-MOVEMENT TO
                       STK-PTD-CUST-RETURN-QTY OF STOCK-MASTER-RECORD
               WHEN AUD-IS-VENDOR-RETURN
                   SUBTRACT WS-IMAGE-MOVEMENT FROM
                       STK-PTD-VEND-RETURN-QTY OF STOCK-MASTER-RECORD
               WHEN WS-IMAGE-MOVEMENT GREATER THAN ZERO
                   ADD WS-IMAGE-MOVEMENT
                       TO STK-PTD-RECEIPTS-QTY OF STOCK-MASTER-RECORD
               WHEN WS-IMAGE-MOVEMENT LESS THAN ZERO
                   SUBTRACT WS-IMAGE-MOVEMENT
                       FROM STK-PTD-ISSUES-QTY OF STOCK-MASTER-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 3400-OVERLAY-AFTER-IMAGE THRU 3400-EXIT
           PERFORM 3500-REWRITE-TARGET THRU 3500-EXIT
           IF NOT RCV-MISMATCH
               MOVE "APPLIED" TO WS-RESULT-TEXT
           END-IF.
       3300-EXIT.
           EXIT.
      ******************************************************************
      * 3400-OVERLAY-AFTER-IMAGE - carry the image's after fields onto
      *                            the record in the master buffer.
      ******************************************************************
       3400-OVERLAY-AFTER-IMAGE.
           MOVE AUDA-DESCRIPTION
               TO STK-DESCRIPTION OF STOCK-MASTER-RECORD
           MOVE AUDA-CATEGORY-CODE
               TO STK-CATEGORY-CODE OF STOCK-MASTER-RECORD
           MOVE AUDA-QTY-ON-HAND
               TO STK-QTY-ON-HAND OF STOCK-MASTER-RECORD
           MOVE AUDA-UNIT-COST
               TO STK-UNIT-COST OF STOCK-MASTER-RECORD
           MOVE AUDA-QTY-ALLOCATED
               TO STK-QTY-ALLOCATED OF STOCK-MASTER-RECORD.
       3400-EXIT.
           EXIT.
      ******************************************************************
      * 3500-REWRITE-TARGET - put the replayed record back.
      ******************************************************************
       3500-REWRITE-TARGET.
           REWRITE STOCK-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF RCV-MASTER-FS-OK
               ADD 1 TO WS-IMAGES-APPLIED-COUNT
           ELSE
               DISPLAY "RCV01 - STOCK MASTER REWRITE FAILED, STATUS="
                   RCV-MASTER-STATUS " ITEM " AUD-ITEM-NUMBER
               SET RCV-HARD-ERROR TO TRUE
           END-IF.
       3500-EXIT.
           EXIT.
      ******************************************************************
      * 3600-COMPARE-BEFORE-IMAGE - does the image's before-image
      *                             agree with the record the rebuild
      *                             holds?  A disagreement means a
      *                             change reached the live master
      *                             outside the audited path, or the
      *                             generation is not the one the
      *                             card says; it is flagged with the
      *                             record found.
      ******************************************************************
       3600-COMPARE-BEFORE-IMAGE.
           IF AUDB-DESCRIPTION NOT EQUAL
                   STK-DESCRIPTION OF STOCK-MASTER-RECORD
               OR AUDB-CATEGORY-CODE NOT EQUAL
                   STK-CATEGORY-CODE OF STOCK-MASTER-RECORD
               OR AUDB-QTY-ON-HAND NOT EQUAL
                   STK-QTY-ON-HAND OF STOCK-MASTER-RECORD
               OR AUDB-UNIT-COST NOT EQUAL
                   STK-UNIT-COST OF STOCK-MASTER-RECORD
               OR AUDB-QTY-ALLOCATED NOT EQUAL
                   STK-QTY-ALLOCATED OF STOCK-MASTER-RECORD
               SET RCV-MISMATCH TO TRUE
               MOVE "MISMATCH - BEFORE-IMAGE" TO WS-RESULT-TEXT
               PERFORM 3910-REPORT-FOUND-RECORD THRU 3910-EXIT
           END-IF.
       3600-EXIT.
           EXIT.
      ******************************************************************
      * 3900-REPORT-IMAGE - one report line per image replayed.  The
      *                     mismatch counter is kept here so an image
      *                     is counted once however it failed to
      *                     match.
      ******************************************************************
       3900-REPORT-IMAGE.
           IF RCV-MISMATCH
               ADD 1 TO WS-IMAGES-MISMATCH-COUNT
           END-IF
           MOVE AUD-RUN-DATE TO DTL-RUN-DATE
           MOVE AUD-ITEM-NUMBER TO DTL-ITEM-NUMBER
           MOVE AUD-BRANCH-CODE TO DTL-BRANCH-CODE
           MOVE AUD-SOURCE-CODE TO DTL-SOURCE-CODE
           EVALUATE TRUE
               WHEN AUD-IS-ADD
                   MOVE "ADD   " TO DTL-CHANGE-TYPE
               WHEN AUD-IS-UPDATE
                   MOVE "UPDATE" TO DTL-CHANGE-TYPE
               WHEN AUD-IS-DELETE
                   MOVE "DELETE" TO DTL-CHANGE-TYPE
               WHEN AUD-IS-ADJUST
                   MOVE "ADJUST" TO DTL-CHANGE-TYPE
               WHEN AUD-IS-ALLOCATE
                   MOVE "ALLOC " TO DTL-CHANGE-TYPE
               WHEN AUD-IS-REVALUE
                   MOVE "REVAL " TO DTL-CHANGE-TYPE
               WHEN AUD-IS-KIT
                   MOVE "KIT   " TO DTL-CHANGE-TYPE
               WHEN AUD-IS-CUSTOMER-RETURN
                   MOVE "CUSRTN" TO DTL-CHANGE-TYPE
               WHEN AUD-IS-VENDOR-RETURN
                   MOVE "RTV   " TO DTL-CHANGE-TYPE
               WHEN OTHER
                   MOVE AUD-CHANGE-TYPE TO DTL-CHANGE-TYPE
           END-EVALUATE
           MOVE AUDB-QTY-ON-HAND TO DTL-BEFORE-QTY
           MOVE AUDA-QTY-ON-HAND TO DTL-AFTER-QTY
           MOVE AUDA-UNIT-COST TO DTL-AFTER-COST
           MOVE WS-RESULT-TEXT TO DTL-RESULT
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           IF RCV-MISMATCH AND RCV-RECORD-FOUND
               MOVE WS-FOUND-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           END-IF.
       3900-EXIT.
           EXIT.
      ******************************************************************
      * 3910-REPORT-FOUND-RECORD - stage the record the rebuild held
      *                            when the image did not match, for
      *                            the line under the image.
      ******************************************************************
       3910-REPORT-FOUND-RECORD.
           MOVE STK-QTY-ON-HAND OF STOCK-MASTER-RECORD
               TO FND-QTY-ON-HAND
           MOVE STK-UNIT-COST OF STOCK-MASTER-RECORD TO FND-UNIT-COST
           MOVE STK-QTY-ALLOCATED OF STOCK-MASTER-RECORD
               TO FND-QTY-ALLOCATED
           MOVE STK-CATEGORY-CODE OF STOCK-MASTER-RECORD
               TO FND-CATEGORY-CODE
           MOVE STK-DESCRIPTION OF STOCK-MASTER-RECORD
               TO FND-DESCRIPTION.
       3910-EXIT.
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
      * 8000-TERMINATE - print the recovery totals, close everything,
      *                  and log the final return code: 8 if the
      *                  rebuild could not finish, 4 if any image
      *                  failed to match or had nothing to apply to.
      ******************************************************************
       8000-TERMINATE.
           IF RCV-PRINT-FS-OK
               PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
           END-IF
           CLOSE BACKUP-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE PRINTFILE
           IF RCV-MASTER-OPEN
               CLOSE STOCK-MASTER-FILE
           END-IF
           DISPLAY "RCV01 - BACKUP RECORDS LOADED:  "
               WS-BACKUP-LOADED-COUNT
           DISPLAY "RCV01 - AUDIT IMAGES READ:      "
               WS-IMAGES-READ-COUNT
           DISPLAY "RCV01 - AUDIT IMAGES APPLIED:   "
               WS-IMAGES-APPLIED-COUNT
           DISPLAY "RCV01 - BEFORE-IMAGE MISMATCHES: "
               WS-IMAGES-MISMATCH-COUNT
           IF RCV-HARD-ERROR
               MOVE 8 TO WS-STEP-RC
           ELSE
               IF WS-IMAGES-MISMATCH-COUNT NOT EQUAL ZERO
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF
           SET CTL-LOG-END TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'RCV01   ' TO CTL-STEP-NAME
           MOVE WS-STEP-RC TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "RCV01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 8100-PRINT-TOTALS - the recovery's control totals, so the
      *                     operator can see every image on the log
      *                     is accounted for.
      ******************************************************************
       8100-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE "BACKUP RECORDS LOADED" TO TTL-LABEL
           MOVE WS-BACKUP-LOADED-COUNT TO TTL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE "AUDIT IMAGES READ" TO TTL-LABEL
           MOVE WS-IMAGES-READ-COUNT TO TTL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE "IMAGES ALREADY ON THE BACKUP" TO TTL-LABEL
           MOVE WS-IMAGES-ON-BACKUP-COUNT TO TTL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE "IMAGES PAST THE THROUGH DATE" TO TTL-LABEL
           MOVE WS-IMAGES-LATER-COUNT TO TTL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE "IMAGES APPLIED" TO TTL-LABEL
           MOVE WS-IMAGES-APPLIED-COUNT TO TTL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE "IMAGES BYPASSED - NOTHING TO APPLY TO" TO TTL-LABEL
           MOVE WS-IMAGES-BYPASSED-COUNT TO TTL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE "IMAGES NOT MATCHING THE REBUILD" TO TTL-LABEL
           MOVE WS-IMAGES-MISMATCH-COUNT TO TTL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           IF RCV-HARD-ERROR
               MOVE "*** RECOVERY DID NOT COMPLETE ***" TO TTL-LABEL
               MOVE ZERO TO TTL-COUNT
               MOVE WS-TOTAL-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           END-IF.
       8100-EXIT.
           EXIT.
       END PROGRAM RCV01.
