      *                 refused - a file-order position against an
      *                 apply-stream ordinal silently skips or
      *                 doubles transactions.
      *   2026-10-15 AB An issue IO01 turns back short of stock
      *                 (RC=24) is raised as an open backorder
      *                 through BKO01 instead of going to suspense as
      *                 E006 - the counter no longer has to remember
      *                 to re-key it once stock arrives.  The
      *                 backorder carries the issue's source code,
      *                 the customer reference it keyed in its
      *                 description field, and the whole quantity as
      *                 unfilled, keyed by run date and the issue's
      *                 position in the apply stream, so a restart
      *                 that replays the issue finds its backorder
      *                 already raised.  Every applied receipt, and
      *                 the receiving side of every applied transfer,
      *                 then fills that item/branch's open backorders
      *                 oldest-first from the stock free of
      *                 allocations (2400-FILL-BACKORDERS): each fill
      *                 is an ordinary 'I' issue under the
      *                 backorder's own source, edited by EDIT01 and
      *                 posted through 2230 - IO01, AUDIT01 and the
      *                 lot relief exactly as a keyed issue.  A fill
      *                 is not a received transaction and stays out
      *                 of the applied count; a backordered issue
      *                 counts in its own total, and the run proof
      *                 is now applied plus rejected plus
      *                 backordered (plus restart-skipped) equals
      *                 received.  A GROUPED run backorders a short
      *                 in-group issue the same way, and posts a
      *                 receipt whose key has a backorder waiting
      *                 through the one-at-a-time path, flushing the
      *                 group first, so the fills post exactly as a
      *                 file-order run would post them.
      *   2026-10-15 AB EDIT01 now loads the source authority table
      *                 when the suspense file opens, so a failed
      *                 open names both; the EDITUPD step carries the
      *                 SRCAUTH DD.
      *   2026-10-15 AB Added the kit assembly ('K') and breakdown
      *                 ('B') transactions.  The bill of materials
      *                 file is loaded into storage at start-up
      *                 (1050); a kit transaction explodes through it
      *                 and posts the kit and every component at the
      *                 branch as one unit (2270-APPLY-KIT).  An
      *                 assembly issues each component and receives
      *                 the kits at the rolled-up component cost; a
      *                 breakdown issues the kits and receives the
      *                 components back, sharing the kit's cost out
      *                 in proportion to their own.  Only stock free
      *                 of allocations can be consumed.  Every record
      *                 is read and checked before any is updated, so
      *                 a short component, a missing record or a
      *                 missing bill rejects the whole transaction to
      *                 suspense under one reason (E016 short, E017
      *                 no usable bill), and an update IO01 turns back
      *                 part-way backs out what already posted.  Each
      *                 record moved gets its own 'K' audit image.  A
      *                 GROUPED run treats the kit and its components
      *                 like the two sides of a transfer.
      *   2026-10-15 AB Added the customer return ('C') and return-to-
      *                 vendor ('P') transactions (2500-APPLY-RETURN),
      *                 which used to be keyed as receipts and issues
      *                 and inflated the period's receipts and issues
      *                 buckets.  A customer return whose reason says
      *                 the goods cannot be sold again (damaged,
      *                 defective, expired) goes into the quarantine
      *                 branch QUAR - the item's quarantine record is
      *                 opened from the branch's own the first time,
      *                 with an 'A' audit image - and any other goes
      *                 back to stock at the branch, averaged in at
      *                 its keyed cost like a receipt, and fills the
      *                 branch's open backorders.  A return-to-vendor
      *                 takes the stock off the branch at the master
      *                 cost, leaves the allocation alone, and is
      *                 rejected E019 when the item carries no
      *                 supplier code.  Each posts to its own period-
      *                 to-date bucket under its own 'C' or 'P' audit
      *                 change type, and is written to the returns
      *                 log RTNLOG (opened EXTEND on a restart, like
      *                 the checkpoint) with its reason, disposition,
      *                 supplier and value for RTN01's returns report
      *                 and accounts-payable debit-memo extract.  A
      *                 GROUPED run posts every return through the
      *                 one-at-a-time path, and a quarantine return's
      *                 two keys are collected like a transfer's.
      *   2026-10-15 AB A kit breakdown whose component quantity, or
      *                 the component's on hand or period receipts
      *                 after it, would pass seven digits is rejected
      *                 E016 before anything posts, instead of the
      *                 add truncating the high-order digits.
      *   2026-10-15 AB A backorder fill no longer relieves the
      *                 item's allocation.  The fill is sized from
      *                 on hand less allocated, so the stock held
      *                 for other customers stays held; 2230 skips
      *                 the allocation relief while the fill switch
      *                 is on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob01.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.
           SELECT BOM-FILE ASSIGN TO "BOMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BM-FILE-STATUS.
           SELECT RETURNS-LOG-FILE ASSIGN TO "RTNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.
           SELECT TRANSACTION-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           COPY CHKPT.
       FD  BOM-FILE.
       01  BOM-RECORD.
           COPY BOMREC.
       FD  RETURNS-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RETURNS-LOG-RECORD.
           COPY RTNLOG.
       SD  TRANSACTION-SORT-FILE
           RECORD CONTAINS 109 CHARACTERS.
       01  SORT-TRANSACTION-RECORD.
               88  CK-FS-OK                    VALUE '00'.
               88  CK-FS-NOT-FOUND             VALUE '35'.
               88  CK-FS-EOF                   VALUE '10'.
           05  BM-FILE-STATUS          PIC X(02).
               88  BM-FS-OK                    VALUE '00'.
           05  RT-FILE-STATUS          PIC X(02).
               88  RT-FS-OK                    VALUE '00'.
       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-TRAN-EOF                 VALUE 'Y'.
               88  WS-SORT-EOF                 VALUE 'Y'.
           05  WS-GROUP-OPEN-SW        PIC X(01)   VALUE 'N'.
               88  WS-GROUP-OPEN               VALUE 'Y'.
           05  WS-BACKORDER-RAISED-SW  PIC X(01)   VALUE 'N'.
               88  WS-BACKORDER-RAISED         VALUE 'Y'.
           05  WS-BACKORDER-WAITING-SW PIC X(01)   VALUE 'N'.
               88  WS-BACKORDER-WAITING        VALUE 'Y'.
           05  WS-FILL-DONE-SW         PIC X(01)   VALUE 'N'.
               88  WS-FILL-DONE                VALUE 'Y'.
           05  WS-BACKORDER-FILL-SW    PIC X(01)   VALUE 'N'.
               88  WS-BACKORDER-FILL           VALUE 'Y'.
           05  WS-BOM-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-BOM-EOF                  VALUE 'Y'.
           05  WS-KIT-REASON-SW        PIC X(01)   VALUE SPACE.
               88  WS-KIT-REASON-NONE          VALUE SPACE.
               88  WS-KIT-SHORT                VALUE 'S'.
               88  WS-KIT-NO-BOM               VALUE 'B'.
           05  WS-RETURN-REASON-SW     PIC X(01)   VALUE SPACE.
               88  WS-RETURN-REASON-NONE       VALUE SPACE.
               88  WS-RETURN-NO-SUPPLIER       VALUE 'V'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-CHECKPOINT-INTERVAL      PIC 9(03)   VALUE 25.
       01  WS-SKIPPED-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-EXPECTED-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-ACCOUNTED-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-BACKORDERED-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-BACKORDER-FILL-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-KIT-POSTED-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-RETURN-POSTED-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-LAST-CHECKPOINT-KEY      PIC X(10)   VALUE SPACES.
       01  WS-TRAN-SEQUENCE-NUMBER     PIC 9(07)   VALUE ZERO.
       01  WS-LAST-CHECKPOINT-SEQUENCE PIC 9(07)   VALUE ZERO.
                                                   VALUE ZERO.
       01  WS-AVG-NEW-ON-HAND          PIC S9(08)      COMP-3
                                                   VALUE ZERO.
       01  WS-FILL-ITEM-NUMBER         PIC X(10)   VALUE SPACES.
       01  WS-FILL-BRANCH-CODE         PIC X(04)   VALUE SPACES.
       01  WS-FILL-AVAILABLE           PIC S9(08)      COMP-3
                                                   VALUE ZERO.
       01  WS-FILL-QTY                 PIC S9(07)      COMP-3
                                                   VALUE ZERO.
       01  WS-FILL-SAVE-TRAN           PIC X(87)   VALUE SPACES.
       01  WS-XFER-FROM-BEFORE.
           COPY STKMAST.
       01  WS-XFER-FROM-AFTER.
           COPY STKMAST.
       01  WS-XFER-TO-BEFORE.
           COPY STKMAST.
       01  WS-BOM-COUNT                PIC 9(04)   VALUE ZERO.
       01  WS-BOM-LIMIT                PIC 9(04)   VALUE 1000.
       01  WS-BOM-TABLE.
           05  WS-BOM-ENTRY OCCURS 1000 TIMES
                   INDEXED BY BOM-IDX.
               10  WS-BOM-KIT-ITEM     PIC X(10).
               10  WS-BOM-COMPONENT-ITEM
                                       PIC X(10).
               10  WS-BOM-QTY-PER-KIT  PIC 9(05).
       01  WS-KCMP-COUNT               PIC 9(03)   VALUE ZERO.
       01  WS-KCMP-LIMIT               PIC 9(03)   VALUE 20.
       01  WS-KIT-COMPONENT-TABLE.
           05  WS-KCMP-ENTRY OCCURS 20 TIMES
                   INDEXED BY KCMP-IDX KBAK-IDX.
               10  WS-KCMP-ITEM-NUMBER PIC X(10).
               10  WS-KCMP-QTY-PER-KIT PIC S9(07)      COMP-3.
               10  WS-KCMP-QUANTITY    PIC S9(13)      COMP-3.
               10  WS-KCMP-POSTED-SW   PIC X(01).
                   88  WS-KCMP-POSTED          VALUE 'Y'.
               10  WS-KCMP-BEFORE      PIC X(122).
               10  WS-KCMP-AFTER       PIC X(122).
       01  WS-KIT-ROLLED-COST          PIC S9(11)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-KIT-FREE-QTY             PIC S9(08)      COMP-3
                                                   VALUE ZERO.
       01  WS-KIT-LOT-ITEM-NUMBER      PIC X(10)   VALUE SPACES.
       01  WS-KIT-LOT-QTY              PIC S9(07)      COMP-3
                                                   VALUE ZERO.
       01  WS-KIT-SAVE-TRAN            PIC X(87)   VALUE SPACES.
       01  WS-KIT-BEFORE.
           COPY STKMAST.
       01  WS-KIT-AFTER.
           COPY STKMAST.
       01  WS-KIT-LOG-BEFORE.
           COPY STKMAST.
       01  WS-KIT-LOG-AFTER.
           COPY STKMAST.
       01  WS-QUARANTINE-BRANCH        PIC X(04)   VALUE 'QUAR'.
       01  WS-RETURN-BRANCH-CODE       PIC X(04)   VALUE SPACES.
       01  WS-RETURN-DISPOSITION       PIC X(01)   VALUE SPACE.
           88  WS-RETURN-TO-STOCK              VALUE 'S'.
           88  WS-RETURN-TO-QUARANTINE         VALUE 'Q'.
           88  WS-RETURN-TO-VENDOR             VALUE 'V'.
       01  WS-RETURN-SUPPLIER-CODE     PIC X(04)   VALUE SPACES.
       01  WS-RETURN-UNIT-COST         PIC S9(05)V9(2) COMP-3
                                                   VALUE ZERO.
       01  IO01-CONTROL-AREA.
           COPY IO01CTL.
       01  IO01-RECORD-AREA.
           COPY CTL01CTL.
       01  LOT01-CONTROL-AREA.
           COPY LOT01CTL.
       01  BKO01-CONTROL-AREA.
           COPY BKO01CTL.
       01  WS-STEP-RC                  PIC 9(02)   VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * 1000-INITIALIZE - reopen the period for the new cycle, position
      *                   for restart if requested, and open the
      *                   master, the suspense file, the audit log and
      *                   the daily transactions and the returns
      *                   log, and load the kit bill of materials.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1005-REOPEN-PERIOD THRU 1005-EXIT
           END-IF
           CALL 'EDIT01' USING EDIT01-CONTROL-AREA EDIT01-TRAN-AREA
           IF NOT EDIT-TRAN-VALID
               DISPLAY "COB01 - SUSPENSE OR SOURCE AUTHORITY OPEN "
                   "FAILED, RC=" EDIT-RETURN-CODE
               SET WS-HARD-ERROR TO TRUE
           END-IF
           SET AUDIT-OPEN-LOG TO TRUE
                   LOT-RETURN-CODE
               SET WS-HARD-ERROR TO TRUE
           END-IF
           SET BKO-OPEN-FILE TO TRUE
           CALL 'BKO01' USING BKO01-CONTROL-AREA
           IF NOT BKO-SUCCESS
               DISPLAY "COB01 - BACKORDER FILE OPEN FAILED, RC="
                   BKO-RETURN-CODE
               SET WS-HARD-ERROR TO TRUE
           END-IF
           PERFORM 1050-LOAD-BILL-OF-MATERIALS THRU 1050-EXIT
           IF WS-RESTART-RUN
               PERFORM 1020-POSITION-FOR-RESTART THRU 1020-EXIT
           END-IF
           OPEN INPUT STOCK-TRANS-FILE
           IF WS-RESTART-RUN
               OPEN EXTEND CHECKPOINT-FILE
               OPEN EXTEND RETURNS-LOG-FILE
           ELSE
               OPEN OUTPUT CHECKPOINT-FILE
               OPEN OUTPUT RETURNS-LOG-FILE
           END-IF
           IF NOT RT-FS-OK
               DISPLAY "COB01 - RETURNS LOG OPEN FAILED, STATUS="
                   RT-FILE-STATUS
               SET WS-HARD-ERROR TO TRUE
           END-IF
           PERFORM 1030-READ-TRANSACTION THRU 1030-EXIT.
       1000-EXIT.
      *                           quantity between keys, and grouping
      *                           either side would reorder it
      *                           against the movements that fund or
      *                           spend it.  A kit moves quantity
      *                           between the kit and each of its
      *                           components at the branch, so those
      *                           keys are collected the same way,
      *                           and so are both keys of a customer
      *                           return bound for quarantine - it
      *                           is keyed at the branch but posts to
      *                           the item's QUAR record.
      *                           The file is closed and reopened for
      *                           the real pass.
      ******************************************************************
       1040-SCAN-TRANSFER-KEYS.
           OPEN INPUT STOCK-TRANS-FILE
               MOVE TRAN-TO-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
                   TO WS-NOTE-BRANCH-CODE
               PERFORM 1047-NOTE-TRANSFER-KEY THRU 1047-EXIT
           END-IF
           IF TRAN-IS-KIT OF STOCK-TRANSACTION-RECORD
               MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
                   TO WS-NOTE-ITEM-NUMBER
               MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
                   TO WS-NOTE-BRANCH-CODE
               PERFORM 1047-NOTE-TRANSFER-KEY THRU 1047-EXIT
               IF WS-BOM-COUNT GREATER THAN ZERO
                   PERFORM 1046-NOTE-KIT-COMPONENT THRU 1046-EXIT
                       VARYING BOM-IDX FROM 1 BY 1
                       UNTIL BOM-IDX GREATER THAN WS-BOM-COUNT
                          OR WS-HARD-ERROR
               END-IF
           END-IF
           IF TRAN-IS-CUSTOMER-RETURN OF STOCK-TRANSACTION-RECORD
               AND TRAN-RSN-TO-QUARANTINE OF STOCK-TRANSACTION-RECORD
               MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
                   TO WS-NOTE-ITEM-NUMBER
               MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
                   TO WS-NOTE-BRANCH-CODE
               PERFORM 1047-NOTE-TRANSFER-KEY THRU 1047-EXIT
               MOVE WS-QUARANTINE-BRANCH TO WS-NOTE-BRANCH-CODE
               PERFORM 1047-NOTE-TRANSFER-KEY THRU 1047-EXIT
           END-IF.
       1045-EXIT.
           EXIT.
      ******************************************************************
      * 1046-NOTE-KIT-COMPONENT - note the branch key of each component
      *                           on the kit's bill of materials.
      ******************************************************************
       1046-NOTE-KIT-COMPONENT.
           IF WS-BOM-KIT-ITEM (BOM-IDX) NOT EQUAL
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               GO TO 1046-EXIT
           END-IF
           MOVE WS-BOM-COMPONENT-ITEM (BOM-IDX) TO WS-NOTE-ITEM-NUMBER
           PERFORM 1047-NOTE-TRANSFER-KEY THRU 1047-EXIT.
       1046-EXIT.
           EXIT.
      ******************************************************************
      * 1047-NOTE-TRANSFER-KEY - remember the key in WS-NOTE-KEY once.
      *                          A night with more transfer-touched
      *                          keys than the table holds cannot be
       1048-EXIT.
           EXIT.
      ******************************************************************
      * 1050-LOAD-BILL-OF-MATERIALS - read the kit bill of materials
      *                               into storage for the kit
      *                               assembly and breakdown.  A card
      *                               that cannot be used - quantity
      *                               not numeric or zero, no
      *                               component, or the kit named as
      *                               its own component - is held
      *                               with a zero quantity, so its kit
      *                               rejects whole as E017 until the
      *                               BOM01 listing is cleared, rather
      *                               than building short of a part.
      *                               A file that will not open, or
      *                               more cards than the table holds,
      *                               fails the run: a kit must never
      *                               post against a partial bill.
      ******************************************************************
       1050-LOAD-BILL-OF-MATERIALS.
           OPEN INPUT BOM-FILE
           IF NOT BM-FS-OK
               DISPLAY "COB01 - BILL OF MATERIALS OPEN FAILED, STATUS="
                   BM-FILE-STATUS
               SET WS-HARD-ERROR TO TRUE
               GO TO 1050-EXIT
           END-IF
           MOVE 'N' TO WS-BOM-EOF-SW
           PERFORM 1055-LOAD-ONE-BOM-CARD THRU 1055-EXIT
               UNTIL WS-BOM-EOF OR WS-HARD-ERROR
           CLOSE BOM-FILE.
       1050-EXIT.
           EXIT.
       1055-LOAD-ONE-BOM-CARD.
           READ BOM-FILE
               AT END
                   SET WS-BOM-EOF TO TRUE
                   GO TO 1055-EXIT
           END-READ
           IF BOM-KIT-ITEM-NUMBER EQUAL SPACES
               DISPLAY "COB01 - BILL OF MATERIALS CARD WITH NO KIT "
                   "IGNORED"
               GO TO 1055-EXIT
           END-IF
           IF WS-BOM-COUNT NOT LESS THAN WS-BOM-LIMIT
               DISPLAY "COB01 - BILL OF MATERIALS TABLE FULL, LIMIT "
                   WS-BOM-LIMIT
               SET WS-HARD-ERROR TO TRUE
               GO TO 1055-EXIT
           END-IF
           ADD 1 TO WS-BOM-COUNT
           SET BOM-IDX TO WS-BOM-COUNT
           MOVE BOM-KIT-ITEM-NUMBER TO WS-BOM-KIT-ITEM (BOM-IDX)
           MOVE BOM-COMPONENT-ITEM-NUMBER
               TO WS-BOM-COMPONENT-ITEM (BOM-IDX)
           IF BOM-QTY-PER-KIT NUMERIC
               AND BOM-QTY-PER-KIT-NUM GREATER THAN ZERO
               AND BOM-COMPONENT-ITEM-NUMBER NOT EQUAL SPACES
               AND BOM-COMPONENT-ITEM-NUMBER
                   NOT EQUAL BOM-KIT-ITEM-NUMBER
               MOVE BOM-QTY-PER-KIT-NUM
                   TO WS-BOM-QTY-PER-KIT (BOM-IDX)
           ELSE
               MOVE ZERO TO WS-BOM-QTY-PER-KIT (BOM-IDX)
               DISPLAY "COB01 - BILL OF MATERIALS CARD IN ERROR, KIT "
                   BOM-KIT-ITEM-NUMBER " COMPONENT "
                   BOM-COMPONENT-ITEM-NUMBER
           END-IF.
       1055-EXIT.
           EXIT.
      ******************************************************************
      * 2000-PROCESS-TRANSACTIONS - apply one transaction unless it is
      *                             a batch control record, or was
      *                             already applied on a prior run that
      *                          same as a validation failure, and
      *                          neither the applied count nor the
      *                          checkpoint position advance for it.
      *                          An issue turned back short of stock
      *                          is the exception: it is raised as a
      *                          backorder, counted as backordered,
      *                          and checkpointed like an applied
      *                          transaction.  An applied receipt or
      *                          transfer fills the receiving
      *                          item/branch's open backorders before
      *                          the checkpoint position moves past
      *                          it, as does an applied kit assembly
      *                          for the kit, an applied breakdown
      *                          for each component it returns, and
      *                          a customer return put back to stock
      *                          at the branch.
      ******************************************************************
       2100-APPLY-TRANSACTION.
           MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               TO WS-AUDIT-BRANCH-CODE
           MOVE 'N' TO WS-BACKORDER-RAISED-SW
           SET WS-KIT-REASON-NONE TO TRUE
           SET WS-RETURN-REASON-NONE TO TRUE
           MOVE STOCK-TRANSACTION-RECORD TO EDIT01-TRAN-AREA
           SET EDIT-VALIDATE-TRAN TO TRUE
           CALL 'EDIT01' USING EDIT01-CONTROL-AREA EDIT01-TRAN-AREA
           ELSE
               MOVE 'N' TO WS-APPLY-FAILED-SW
               PERFORM 2200-APPLY-TO-MASTER THRU 2200-EXIT
               IF WS-APPLY-FAILED
                   AND TRAN-IS-ISSUE OF STOCK-TRANSACTION-RECORD
                   AND IO-INSUFFICIENT-QTY OF IO01-CONTROL-AREA
                   PERFORM 2420-RAISE-BACKORDER THRU 2420-EXIT
               END-IF
               IF WS-APPLY-FAILED
                   PERFORM 2250-REJECT-TO-SUSPENSE THRU 2250-EXIT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   IF WS-BACKORDER-RAISED
                       ADD 1 TO WS-BACKORDERED-COUNT
                   ELSE
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
                   IF TRAN-IS-RECEIPT OF STOCK-TRANSACTION-RECORD
                       MOVE TRAN-BRANCH-CODE
                           OF STOCK-TRANSACTION-RECORD
                           TO WS-FILL-BRANCH-CODE
                       PERFORM 2400-FILL-BACKORDERS THRU 2400-EXIT
                   END-IF
                   IF TRAN-IS-TRANSFER OF STOCK-TRANSACTION-RECORD
                       MOVE TRAN-TO-BRANCH-CODE
                           OF STOCK-TRANSACTION-RECORD
                           TO WS-FILL-BRANCH-CODE
                       PERFORM 2400-FILL-BACKORDERS THRU 2400-EXIT
                   END-IF
                   IF TRAN-IS-KIT-ASSEMBLY OF STOCK-TRANSACTION-RECORD
                       MOVE TRAN-BRANCH-CODE
                           OF STOCK-TRANSACTION-RECORD
                           TO WS-FILL-BRANCH-CODE
                       PERFORM 2400-FILL-BACKORDERS THRU 2400-EXIT
                   END-IF
                   IF TRAN-IS-KIT-BREAKDOWN OF STOCK-TRANSACTION-RECORD
                       PERFORM 2290-FILL-COMPONENT-BACKORDERS
                           THRU 2290-EXIT
                   END-IF
                   IF TRAN-IS-CUSTOMER-RETURN
                           OF STOCK-TRANSACTION-RECORD
                       AND WS-RETURN-TO-STOCK
                       MOVE TRAN-BRANCH-CODE
                           OF STOCK-TRANSACTION-RECORD
                           TO WS-FILL-BRANCH-CODE
                       PERFORM 2400-FILL-BACKORDERS THRU 2400-EXIT
                   END-IF
                   ADD 1 TO WS-SINCE-CHECKPOINT-COUNT
                   MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
                       TO WS-LAST-CHECKPOINT-KEY
                   PERFORM 2230-APPLY-QTY-CHANGE THRU 2230-EXIT
               WHEN TRAN-IS-ALLOCATE OF STOCK-TRANSACTION-RECORD
                   PERFORM 2245-APPLY-ALLOCATION THRU 2245-EXIT
               WHEN TRAN-IS-KIT OF STOCK-TRANSACTION-RECORD
                   PERFORM 2270-APPLY-KIT THRU 2270-EXIT
               WHEN TRAN-IS-RETURN OF STOCK-TRANSACTION-RECORD
                   PERFORM 2500-APPLY-RETURN THRU 2500-EXIT
               WHEN TRAN-IS-FIELD-UPDATE OF STOCK-TRANSACTION-RECORD
                   PERFORM 2240-APPLY-FIELD-UPDATE THRU 2240-EXIT
           END-EVALUATE.
           MOVE ZERO TO STK-PTD-RECEIPTS-QTY OF IO01-RECORD-AREA
           MOVE ZERO TO STK-PTD-ISSUES-QTY OF IO01-RECORD-AREA
           MOVE ZERO TO STK-PTD-ADJUST-QTY OF IO01-RECORD-AREA
           MOVE ZERO TO STK-PTD-CUST-RETURN-QTY OF IO01-RECORD-AREA
           MOVE ZERO TO STK-PTD-VEND-RETURN-QTY OF IO01-RECORD-AREA
           MOVE ZERO TO STK-ZERO-ISSUE-PERIODS OF IO01-RECORD-AREA
           MOVE ZERO TO STK-QTY-ON-ORDER OF IO01-RECORD-AREA
           MOVE ZERO TO STK-QTY-ALLOCATED OF IO01-RECORD-AREA
           MOVE SPACES TO STK-ABC-CLASS OF IO01-RECORD-AREA
           MOVE SPACES TO STK-LAST-COUNT-DATE OF IO01-RECORD-AREA
           SET IO-ADD-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF IO-SUCCESS
      * 2230-APPLY-QTY-CHANGE - post a receipt (add), an issue
      *                         (subtract) or a physical-count
      *                         adjustment (signed add) against the
      *                         quantity on hand.  An issue relieves
      *                         the allocation it was promised
      *                         against; a backorder fill was sized
      *                         from the free stock and leaves the
      *                         allocation alone.
      ******************************************************************
       2230-APPLY-QTY-CHANGE.
           MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
                           FROM STK-QTY-ON-HAND OF IO01-RECORD-AREA
                       ADD TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                           TO STK-PTD-ISSUES-QTY OF IO01-RECORD-AREA
                       IF WS-BACKORDER-FILL
                           CONTINUE
                       ELSE
                           IF TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                                   GREATER THAN
                                   STK-QTY-ALLOCATED OF IO01-RECORD-AREA
                               MOVE ZERO TO STK-QTY-ALLOCATED
                                   OF IO01-RECORD-AREA
                           ELSE
                               SUBTRACT
                                   TRAN-QUANTITY
                                   OF STOCK-TRANSACTION-RECORD
                                   FROM STK-QTY-ALLOCATED
                                   OF IO01-RECORD-AREA
                           END-IF
                       END-IF
               END-EVALUATE
               SET IO-UPDATE-RECORD TO TRUE
       2245-EXIT.
           EXIT.
      ******************************************************************
      * 2270-APPLY-KIT - post a kit assembly or breakdown at the
      *                  branch as one unit.  The kit is exploded
      *                  through the bill of materials, and the kit
      *                  record and every component record are read
      *                  and checked before any is updated: a missing
      *                  record, a closed period, or too little stock
      *                  free of allocations (the components for an
      *                  assembly, the kits for a breakdown) turns the
      *                  whole transaction back with nothing moved.
      *                  An assembly issues each component and
      *                  receives the kits at the rolled-up cost of
      *                  one kit's components; a breakdown issues the
      *                  kits and receives each component back at its
      *                  share of the kit's cost, in proportion to its
      *                  own, so the value that leaves is the value
      *                  that lands.  Components post first, then the
      *                  kit; an update IO01 turns back part-way backs
      *                  out the components already posted, the same
      *                  way a transfer backs out its issue side.
      *                  Audit images and lot relief follow only once
      *                  everything is on the master.
      ******************************************************************
       2270-APPLY-KIT.
           PERFORM 2271-BUILD-KIT-COMPONENTS THRU 2271-EXIT
           IF WS-APPLY-FAILED
               GO TO 2270-EXIT
           END-IF
           MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               TO IO-KEY-ITEM-NUMBER
           MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               TO IO-KEY-BRANCH-CODE
           SET IO-READ-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               DISPLAY "COB01 - KIT, KIT ITEM NOT ON MASTER "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2270-EXIT
           END-IF
           IF STK-PERIOD-CLOSED OF IO01-RECORD-AREA
               DISPLAY "COB01 - KIT, PERIOD CLOSED FOR KIT ITEM "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               SET IO-PERIOD-CLOSED OF IO01-CONTROL-AREA TO TRUE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2270-EXIT
           END-IF
           MOVE IO01-RECORD-AREA TO WS-KIT-BEFORE
           MOVE ZERO TO WS-KIT-ROLLED-COST
           PERFORM 2273-READ-KIT-COMPONENT THRU 2273-EXIT
               VARYING KCMP-IDX FROM 1 BY 1
               UNTIL KCMP-IDX GREATER THAN WS-KCMP-COUNT
                  OR WS-APPLY-FAILED
           IF WS-APPLY-FAILED
               GO TO 2270-EXIT
           END-IF
           IF TRAN-IS-KIT-BREAKDOWN OF STOCK-TRANSACTION-RECORD
               COMPUTE WS-KIT-FREE-QTY =
                   STK-QTY-ON-HAND OF WS-KIT-BEFORE -
                   STK-QTY-ALLOCATED OF WS-KIT-BEFORE
               IF WS-KIT-FREE-QTY LESS THAN
                       TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   DISPLAY "COB01 - KIT BREAKDOWN SHORT OF KITS, ITEM "
                       TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
                   SET WS-KIT-SHORT TO TRUE
                   SET WS-APPLY-FAILED TO TRUE
                   GO TO 2270-EXIT
               END-IF
           END-IF
           IF TRAN-IS-KIT-ASSEMBLY OF STOCK-TRANSACTION-RECORD
               AND WS-KIT-ROLLED-COST GREATER THAN 99999.99
               DISPLAY "COB01 - KIT ROLLED-UP COST TOO LARGE, ITEM "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               SET IO-FILE-ERROR OF IO01-CONTROL-AREA TO TRUE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2270-EXIT
           END-IF
           PERFORM 2274-POST-KIT-COMPONENT THRU 2274-EXIT
               VARYING KCMP-IDX FROM 1 BY 1
               UNTIL KCMP-IDX GREATER THAN WS-KCMP-COUNT
                  OR WS-APPLY-FAILED
           IF WS-APPLY-FAILED
               GO TO 2270-EXIT
           END-IF
           PERFORM 2275-POST-KIT-RECORD THRU 2275-EXIT
           IF WS-APPLY-FAILED
               GO TO 2270-EXIT
           END-IF
           PERFORM 2278-LOG-KIT-COMPONENT THRU 2278-EXIT
               VARYING KCMP-IDX FROM 1 BY 1
               UNTIL KCMP-IDX GREATER THAN WS-KCMP-COUNT
           MOVE WS-KIT-BEFORE TO WS-KIT-LOG-BEFORE
           MOVE WS-KIT-AFTER TO WS-KIT-LOG-AFTER
           PERFORM 2279-LOG-KIT-IMAGE THRU 2279-EXIT
           IF TRAN-IS-KIT-BREAKDOWN OF STOCK-TRANSACTION-RECORD
               MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
                   TO WS-KIT-LOT-ITEM-NUMBER
               MOVE TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   TO WS-KIT-LOT-QTY
               PERFORM 2280-RELIEVE-KIT-LOTS THRU 2280-EXIT
           END-IF
           ADD 1 TO WS-KIT-POSTED-COUNT.
       2270-EXIT.
           EXIT.
      ******************************************************************
      * 2271-BUILD-KIT-COMPONENTS - gather the kit's bill of materials
      *                             into the component work table, one
      *                             entry per component, with the
      *                             quantity the transaction's kits
      *                             need.  No cards for the kit, a
      *                             card held in error, or more
      *                             components than the table holds
      *                             rejects the kit as E017.
      ******************************************************************
       2271-BUILD-KIT-COMPONENTS.
           MOVE ZERO TO WS-KCMP-COUNT
           IF WS-BOM-COUNT GREATER THAN ZERO
               PERFORM 2272-ADD-KIT-COMPONENT THRU 2272-EXIT
                   VARYING BOM-IDX FROM 1 BY 1
                   UNTIL BOM-IDX GREATER THAN WS-BOM-COUNT
                      OR WS-APPLY-FAILED
           END-IF
           IF WS-KCMP-COUNT EQUAL ZERO
               AND NOT WS-APPLY-FAILED
               DISPLAY "COB01 - KIT HAS NO BILL OF MATERIALS, ITEM "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               SET WS-KIT-NO-BOM TO TRUE
               SET WS-APPLY-FAILED TO TRUE
           END-IF.
       2271-EXIT.
           EXIT.
      ******************************************************************
      * 2272-ADD-KIT-COMPONENT - take one bill of materials card into
      *                          the work table if it belongs to the
      *                          kit.  A component carded twice is
      *                          merged into one entry, so its record
      *                          is read, checked and posted once.
      ******************************************************************
       2272-ADD-KIT-COMPONENT.
           IF WS-BOM-KIT-ITEM (BOM-IDX) NOT EQUAL
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               GO TO 2272-EXIT
           END-IF
           IF WS-BOM-QTY-PER-KIT (BOM-IDX) EQUAL ZERO
               DISPLAY "COB01 - KIT BILL OF MATERIALS CARD IN ERROR, "
                   "ITEM " TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               SET WS-KIT-NO-BOM TO TRUE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2272-EXIT
           END-IF
           SET KCMP-IDX TO 1
           SEARCH WS-KCMP-ENTRY
               AT END
                   CONTINUE
               WHEN KCMP-IDX GREATER THAN WS-KCMP-COUNT
                   CONTINUE
               WHEN WS-KCMP-ITEM-NUMBER (KCMP-IDX) EQUAL
                       WS-BOM-COMPONENT-ITEM (BOM-IDX)
                   ADD WS-BOM-QTY-PER-KIT (BOM-IDX)
                       TO WS-KCMP-QTY-PER-KIT (KCMP-IDX)
                   COMPUTE WS-KCMP-QUANTITY (KCMP-IDX) =
                       WS-KCMP-QTY-PER-KIT (KCMP-IDX) *
                       TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   GO TO 2272-EXIT
           END-SEARCH
           IF WS-KCMP-COUNT NOT LESS THAN WS-KCMP-LIMIT
               DISPLAY "COB01 - KIT HAS MORE THAN " WS-KCMP-LIMIT
                   " COMPONENTS, ITEM "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               SET WS-KIT-NO-BOM TO TRUE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2272-EXIT
           END-IF
           ADD 1 TO WS-KCMP-COUNT
           SET KCMP-IDX TO WS-KCMP-COUNT
           MOVE WS-BOM-COMPONENT-ITEM (BOM-IDX)
               TO WS-KCMP-ITEM-NUMBER (KCMP-IDX)
           MOVE WS-BOM-QTY-PER-KIT (BOM-IDX)
               TO WS-KCMP-QTY-PER-KIT (KCMP-IDX)
           COMPUTE WS-KCMP-QUANTITY (KCMP-IDX) =
               WS-KCMP-QTY-PER-KIT (KCMP-IDX) *
               TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
           MOVE 'N' TO WS-KCMP-POSTED-SW (KCMP-IDX).
       2272-EXIT.
           EXIT.
      ******************************************************************
      * 2273-READ-KIT-COMPONENT - read one component at the branch,
      *                           keep its before image, add its cost
      *                           into the rolled-up cost of one kit,
      *                           and, for an assembly, check there is
      *                           enough of it free of allocations.
      *                           For a breakdown, check the quantity
      *                           coming back fits the record - the
      *                           component quantity, and the on hand
      *                           and receipts it lands in, are seven
      *                           digits - and reject the kit E016
      *                           rather than post a truncated figure.
      ******************************************************************
       2273-READ-KIT-COMPONENT.
           MOVE WS-KCMP-ITEM-NUMBER (KCMP-IDX) TO IO-KEY-ITEM-NUMBER
           MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               TO IO-KEY-BRANCH-CODE
           SET IO-READ-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               DISPLAY "COB01 - KIT, COMPONENT NOT ON MASTER "
                   WS-KCMP-ITEM-NUMBER (KCMP-IDX)
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2273-EXIT
           END-IF
           IF STK-PERIOD-CLOSED OF IO01-RECORD-AREA
               DISPLAY "COB01 - KIT, PERIOD CLOSED FOR COMPONENT "
                   WS-KCMP-ITEM-NUMBER (KCMP-IDX)
               SET IO-PERIOD-CLOSED OF IO01-CONTROL-AREA TO TRUE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2273-EXIT
           END-IF
           MOVE IO01-RECORD-AREA TO WS-KCMP-BEFORE (KCMP-IDX)
           COMPUTE WS-KIT-ROLLED-COST = WS-KIT-ROLLED-COST +
               WS-KCMP-QTY-PER-KIT (KCMP-IDX) *
               STK-UNIT-COST OF IO01-RECORD-AREA
           IF TRAN-IS-KIT-ASSEMBLY OF STOCK-TRANSACTION-RECORD
               COMPUTE WS-KIT-FREE-QTY =
                   STK-QTY-ON-HAND OF IO01-RECORD-AREA -
                   STK-QTY-ALLOCATED OF IO01-RECORD-AREA
               IF WS-KIT-FREE-QTY LESS THAN
                       WS-KCMP-QUANTITY (KCMP-IDX)
                   DISPLAY "COB01 - KIT ASSEMBLY SHORT OF COMPONENT "
                       WS-KCMP-ITEM-NUMBER (KCMP-IDX)
                   SET WS-KIT-SHORT TO TRUE
                   SET WS-APPLY-FAILED TO TRUE
               END-IF
           ELSE
               IF WS-KCMP-QUANTITY (KCMP-IDX) GREATER THAN 9999999
                   OR STK-QTY-ON-HAND OF IO01-RECORD-AREA +
                       WS-KCMP-QUANTITY (KCMP-IDX) GREATER THAN 9999999
                   OR STK-PTD-RECEIPTS-QTY OF IO01-RECORD-AREA +
                       WS-KCMP-QUANTITY (KCMP-IDX) GREATER THAN 9999999
                   DISPLAY "COB01 - KIT BREAKDOWN OVERFLOWS COMPONENT "
                       WS-KCMP-ITEM-NUMBER (KCMP-IDX)
                   SET WS-KIT-SHORT TO TRUE
                   SET WS-APPLY-FAILED TO TRUE
               END-IF
           END-IF.
       2273-EXIT.
           EXIT.
      ******************************************************************
      * 2274-POST-KIT-COMPONENT - issue the component into the kits
      *                           (assembly) or receive it back out of
      *                           them (breakdown).
      ******************************************************************
       2274-POST-KIT-COMPONENT.
           MOVE WS-KCMP-BEFORE (KCMP-IDX) TO IO01-RECORD-AREA
           IF TRAN-IS-KIT-ASSEMBLY OF STOCK-TRANSACTION-RECORD
               SUBTRACT WS-KCMP-QUANTITY (KCMP-IDX)
                   FROM STK-QTY-ON-HAND OF IO01-RECORD-AREA
               ADD WS-KCMP-QUANTITY (KCMP-IDX)
                   TO STK-PTD-ISSUES-QTY OF IO01-RECORD-AREA
           ELSE
               MOVE WS-KCMP-QUANTITY (KCMP-IDX) TO WS-AVG-RECEIPT-QTY
               MOVE STK-UNIT-COST OF IO01-RECORD-AREA
                   TO WS-AVG-RECEIPT-COST
               IF WS-KIT-ROLLED-COST GREATER THAN ZERO
                   COMPUTE WS-AVG-RECEIPT-COST ROUNDED =
                       STK-UNIT-COST OF IO01-RECORD-AREA *
                       STK-UNIT-COST OF WS-KIT-BEFORE /
                       WS-KIT-ROLLED-COST
                       ON SIZE ERROR
                           MOVE STK-UNIT-COST OF IO01-RECORD-AREA
                               TO WS-AVG-RECEIPT-COST
                   END-COMPUTE
               END-IF
               PERFORM 2232-RECOMPUTE-AVERAGE-COST THRU 2232-EXIT
               ADD WS-KCMP-QUANTITY (KCMP-IDX)
                   TO STK-QTY-ON-HAND OF IO01-RECORD-AREA
               ADD WS-KCMP-QUANTITY (KCMP-IDX)
                   TO STK-PTD-RECEIPTS-QTY OF IO01-RECORD-AREA
           END-IF
           SET IO-UPDATE-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               DISPLAY "COB01 - KIT COMPONENT REJECTED BY IO01, RC="
                   IO-RETURN-CODE " ITEM "
                   WS-KCMP-ITEM-NUMBER (KCMP-IDX)
               MOVE IO-RETURN-CODE TO WS-XFER-SAVE-RC
               PERFORM 2276-BACK-OUT-KIT THRU 2276-EXIT
               MOVE WS-XFER-SAVE-RC TO IO-RETURN-CODE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2274-EXIT
           END-IF
           MOVE IO01-RECORD-AREA TO WS-KCMP-AFTER (KCMP-IDX)
           SET WS-KCMP-POSTED (KCMP-IDX) TO TRUE.
       2274-EXIT.
           EXIT.
      ******************************************************************
      * 2275-POST-KIT-RECORD - receive the kits at the rolled-up cost
      *                        (assembly) or issue them (breakdown),
      *                        once every component has posted.
      ******************************************************************
       2275-POST-KIT-RECORD.
           MOVE WS-KIT-BEFORE TO IO01-RECORD-AREA
           IF TRAN-IS-KIT-ASSEMBLY OF STOCK-TRANSACTION-RECORD
               MOVE TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   TO WS-AVG-RECEIPT-QTY
               MOVE WS-KIT-ROLLED-COST TO WS-AVG-RECEIPT-COST
               PERFORM 2232-RECOMPUTE-AVERAGE-COST THRU 2232-EXIT
               ADD TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   TO STK-QTY-ON-HAND OF IO01-RECORD-AREA
               ADD TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   TO STK-PTD-RECEIPTS-QTY OF IO01-RECORD-AREA
           ELSE
               SUBTRACT TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   FROM STK-QTY-ON-HAND OF IO01-RECORD-AREA
               ADD TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   TO STK-PTD-ISSUES-QTY OF IO01-RECORD-AREA
           END-IF
           SET IO-UPDATE-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               DISPLAY "COB01 - KIT REJECTED BY IO01, RC="
                   IO-RETURN-CODE " ITEM "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               MOVE IO-RETURN-CODE TO WS-XFER-SAVE-RC
               PERFORM 2276-BACK-OUT-KIT THRU 2276-EXIT
               MOVE WS-XFER-SAVE-RC TO IO-RETURN-CODE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2275-EXIT
           END-IF
           MOVE IO01-RECORD-AREA TO WS-KIT-AFTER.
       2275-EXIT.
           EXIT.
      ******************************************************************
      * 2276-BACK-OUT-KIT - a kit update was turned back after some of
      *                     its components posted; put each posted
      *                     component back the way it was.  As with a
      *                     transfer, a backout that itself fails
      *                     leaves the master half-moved and is a hard
      *                     failure, and the caller saves and restores
      *                     the IO-RETURN-CODE that failed the kit.
      ******************************************************************
       2276-BACK-OUT-KIT.
           PERFORM 2277-BACK-OUT-ONE-COMPONENT THRU 2277-EXIT
               VARYING KBAK-IDX FROM 1 BY 1
               UNTIL KBAK-IDX GREATER THAN WS-KCMP-COUNT.
       2276-EXIT.
           EXIT.
       2277-BACK-OUT-ONE-COMPONENT.
           IF NOT WS-KCMP-POSTED (KBAK-IDX)
               GO TO 2277-EXIT
           END-IF
           MOVE WS-KCMP-BEFORE (KBAK-IDX) TO IO01-RECORD-AREA
           SET IO-UPDATE-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               DISPLAY "COB01 - KIT BACKOUT FAILED, RC="
                   IO-RETURN-CODE " ITEM "
                   WS-KCMP-ITEM-NUMBER (KBAK-IDX)
               SET WS-HARD-ERROR TO TRUE
               GO TO 2277-EXIT
           END-IF
           MOVE 'N' TO WS-KCMP-POSTED-SW (KBAK-IDX).
       2277-EXIT.
           EXIT.
      ******************************************************************
      * 2278-LOG-KIT-COMPONENT - audit one posted component and, for an
      *                          assembly, relieve its lots for the
      *                          quantity built into the kits.
      ******************************************************************
       2278-LOG-KIT-COMPONENT.
           MOVE WS-KCMP-BEFORE (KCMP-IDX) TO WS-KIT-LOG-BEFORE
           MOVE WS-KCMP-AFTER (KCMP-IDX) TO WS-KIT-LOG-AFTER
           PERFORM 2279-LOG-KIT-IMAGE THRU 2279-EXIT
           IF TRAN-IS-KIT-ASSEMBLY OF STOCK-TRANSACTION-RECORD
               MOVE WS-KCMP-ITEM-NUMBER (KCMP-IDX)
                   TO WS-KIT-LOT-ITEM-NUMBER
               MOVE WS-KCMP-QUANTITY (KCMP-IDX) TO WS-KIT-LOT-QTY
               PERFORM 2280-RELIEVE-KIT-LOTS THRU 2280-EXIT
           END-IF.
       2278-EXIT.
           EXIT.
      ******************************************************************
      * 2279-LOG-KIT-IMAGE - write the 'K' before/after image of the
      *                      record in WS-KIT-LOG-BEFORE/-AFTER, under
      *                      that record's own item number.
      ******************************************************************
       2279-LOG-KIT-IMAGE.
           SET AUD-IS-KIT OF AUDIT01-LOG-AREA TO TRUE
           MOVE STK-DESCRIPTION OF WS-KIT-LOG-BEFORE
               TO AUDB-DESCRIPTION OF AUDIT01-LOG-AREA
           MOVE STK-CATEGORY-CODE OF WS-KIT-LOG-BEFORE
               TO AUDB-CATEGORY-CODE OF AUDIT01-LOG-AREA
           MOVE STK-QTY-ON-HAND OF WS-KIT-LOG-BEFORE
               TO AUDB-QTY-ON-HAND OF AUDIT01-LOG-AREA
           MOVE STK-UNIT-COST OF WS-KIT-LOG-BEFORE
               TO AUDB-UNIT-COST OF AUDIT01-LOG-AREA
           MOVE STK-QTY-ALLOCATED OF WS-KIT-LOG-BEFORE
               TO AUDB-QTY-ALLOCATED OF AUDIT01-LOG-AREA
           MOVE STK-DESCRIPTION OF WS-KIT-LOG-AFTER
               TO AUDA-DESCRIPTION OF AUDIT01-LOG-AREA
           MOVE STK-CATEGORY-CODE OF WS-KIT-LOG-AFTER
               TO AUDA-CATEGORY-CODE OF AUDIT01-LOG-AREA
           MOVE STK-QTY-ON-HAND OF WS-KIT-LOG-AFTER
               TO AUDA-QTY-ON-HAND OF AUDIT01-LOG-AREA
           MOVE STK-UNIT-COST OF WS-KIT-LOG-AFTER
               TO AUDA-UNIT-COST OF AUDIT01-LOG-AREA
           MOVE STK-QTY-ALLOCATED OF WS-KIT-LOG-AFTER
               TO AUDA-QTY-ALLOCATED OF AUDIT01-LOG-AREA
           MOVE WS-RUN-DATE TO AUD-RUN-DATE OF AUDIT01-LOG-AREA
           MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               TO AUD-BRANCH-CODE OF AUDIT01-LOG-AREA
           MOVE TRAN-SOURCE-CODE OF STOCK-TRANSACTION-RECORD
               TO AUD-SOURCE-CODE OF AUDIT01-LOG-AREA
           MOVE STK-ITEM-NUMBER OF WS-KIT-LOG-AFTER
               TO AUD-ITEM-NUMBER OF AUDIT01-LOG-AREA
           SET AUDIT-WRITE-ENTRY TO TRUE
           CALL 'AUDIT01' USING AUDIT01-CONTROL-AREA AUDIT01-LOG-AREA.
       2279-EXIT.
           EXIT.
      ******************************************************************
      * 2280-RELIEVE-KIT-LOTS - relieve the lots of an item a kit
      *                         transaction consumed, earliest-expiry-
      *                         first, as an issue does.  Stock a kit
      *                         transaction receives carries no expiry
      *                         and opens no lot.  A lot-file failure
      *                         is a hard error, as in 2260.
      ******************************************************************
       2280-RELIEVE-KIT-LOTS.
           MOVE '00' TO LOT-RETURN-CODE
           MOVE WS-KIT-LOT-ITEM-NUMBER TO LOT-ITEM-NUMBER
           MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               TO LOT-BRANCH-CODE
           MOVE SPACES TO LOT-TO-BRANCH-CODE
           MOVE WS-RUN-DATE TO LOT-RECEIPT-DATE
           MOVE SPACES TO LOT-EXPIRY-DATE
           MOVE WS-KIT-LOT-QTY TO LOT-QUANTITY
           SET LOT-RELIEVE-LOT TO TRUE
           CALL 'LOT01' USING LOT01-CONTROL-AREA
           IF LOT-FILE-ERROR
               DISPLAY "COB01 - LOT DETAIL UPDATE FAILED, RC="
                   LOT-RETURN-CODE " ITEM " WS-KIT-LOT-ITEM-NUMBER
               SET WS-HARD-ERROR TO TRUE
           END-IF.
       2280-EXIT.
           EXIT.
      ******************************************************************
      * 2290-FILL-COMPONENT-BACKORDERS - a breakdown has just returned
      *                                  components to stock at the
      *                                  branch; fill each one's open
      *                                  backorders exactly as a
      *                                  receipt of it would.  The
      *                                  breakdown itself is saved
      *                                  around the fills.
      ******************************************************************
       2290-FILL-COMPONENT-BACKORDERS.
           MOVE STOCK-TRANSACTION-RECORD TO WS-KIT-SAVE-TRAN
           MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               TO WS-FILL-BRANCH-CODE
           PERFORM 2295-FILL-ONE-COMPONENT THRU 2295-EXIT
               VARYING KCMP-IDX FROM 1 BY 1
               UNTIL KCMP-IDX GREATER THAN WS-KCMP-COUNT
                  OR WS-HARD-ERROR
           MOVE WS-KIT-SAVE-TRAN TO STOCK-TRANSACTION-RECORD.
       2290-EXIT.
           EXIT.
       2295-FILL-ONE-COMPONENT.
           MOVE WS-KCMP-ITEM-NUMBER (KCMP-IDX)
               TO TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
           PERFORM 2400-FILL-BACKORDERS THRU 2400-EXIT.
       2295-EXIT.
           EXIT.
      ******************************************************************
      * 2250-REJECT-TO-SUSPENSE - a transaction that passed EDIT01's
      *                           own checks was turned back by IO01
      *                           when it actually hit the master.
      *                           Log it to the same suspense file
      *                           EDIT01 already owns, tagged with the
      *                           IO01 return code that rejected it,
      *                           or with the kit reason 2270 set for
      *                           a kit that could not post whole, or
      *                           E019 for a return-to-vendor 2500
      *                           found no supplier for.
      *                           If EDIT01 cannot even get the entry
      *                           onto suspense, the transaction is
      *                           gone with no trace of it anywhere, so
      ******************************************************************
       2250-REJECT-TO-SUSPENSE.
           EVALUATE TRUE
               WHEN WS-KIT-SHORT
                   SET EDIT-REASON-KIT-SHORT TO TRUE
               WHEN WS-KIT-NO-BOM
                   SET EDIT-REASON-NO-BOM TO TRUE
               WHEN WS-RETURN-NO-SUPPLIER
                   SET EDIT-REASON-NO-SUPPLIER TO TRUE
               WHEN IO-DUPLICATE-KEY OF IO01-CONTROL-AREA
                   SET EDIT-REASON-DUPLICATE-KEY TO TRUE
               WHEN IO-RECORD-NOT-FOUND OF IO01-CONTROL-AREA
       2300-EXIT.
           EXIT.
      ******************************************************************
      * 2400-FILL-BACKORDERS - stock has just landed at WS-FILL-
      *                        BRANCH-CODE; fill the item/branch's
      *                        open backorders oldest-first until
      *                        they or the free stock run out.  The
      *                        fills build their own issue in the
      *                        transaction record, so the transaction
      *                        that brought the stock is saved around
      *                        them for the caller.
      ******************************************************************
       2400-FILL-BACKORDERS.
           MOVE STOCK-TRANSACTION-RECORD TO WS-FILL-SAVE-TRAN
           MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               TO WS-FILL-ITEM-NUMBER
           MOVE 'N' TO WS-FILL-DONE-SW
           PERFORM 2410-FILL-ONE-BACKORDER THRU 2410-EXIT
               UNTIL WS-FILL-DONE
           MOVE WS-FILL-SAVE-TRAN TO STOCK-TRANSACTION-RECORD
           MOVE 'N' TO WS-APPLY-FAILED-SW.
       2400-EXIT.
           EXIT.
      ******************************************************************
      * 2410-FILL-ONE-BACKORDER - fill the oldest open backorder from
      *                           the stock on hand less what is
      *                           already allocated - a backorder
      *                           must never take stock promised to
      *                           another customer - as an 'I' issue
      *                           under the backorder's source,
      *                           carrying its customer reference in
      *                           the description.  The issue is
      *                           edited by EDIT01 without a suspense
      *                           write and posted through 2230, so
      *                           IO01, the audit image and the lot
      *                           relief are an ordinary issue's -
      *                           except that 2230 is told it is a
      *                           fill and leaves the allocation as
      *                           it stands; one that fails leaves
      *                           the backorder open for the next
      *                           delivery.  Each pass either fills
      *                           something or ends the loop.
      ******************************************************************
       2410-FILL-ONE-BACKORDER.
           SET WS-FILL-DONE TO TRUE
           MOVE WS-FILL-ITEM-NUMBER TO BKO-ITEM-NUMBER
           MOVE WS-FILL-BRANCH-CODE TO BKO-BRANCH-CODE
           SET BKO-NEXT-OPEN TO TRUE
           CALL 'BKO01' USING BKO01-CONTROL-AREA
           IF BKO-FILE-ERROR
               DISPLAY "COB01 - BACKORDER READ FAILED, RC="
                   BKO-RETURN-CODE " ITEM " WS-FILL-ITEM-NUMBER
               SET WS-HARD-ERROR TO TRUE
               GO TO 2410-EXIT
           END-IF
           IF NOT BKO-SUCCESS
               GO TO 2410-EXIT
           END-IF
           MOVE WS-FILL-ITEM-NUMBER TO IO-KEY-ITEM-NUMBER
           MOVE WS-FILL-BRANCH-CODE TO IO-KEY-BRANCH-CODE
           SET IO-READ-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               GO TO 2410-EXIT
           END-IF
           COMPUTE WS-FILL-AVAILABLE =
               STK-QTY-ON-HAND OF IO01-RECORD-AREA -
               STK-QTY-ALLOCATED OF IO01-RECORD-AREA
           IF WS-FILL-AVAILABLE NOT GREATER THAN ZERO
               GO TO 2410-EXIT
           END-IF
           IF BKO-QUANTITY LESS THAN WS-FILL-AVAILABLE
               MOVE BKO-QUANTITY TO WS-FILL-QTY
           ELSE
               MOVE WS-FILL-AVAILABLE TO WS-FILL-QTY
           END-IF
           MOVE SPACES TO STOCK-TRANSACTION-RECORD
           MOVE WS-FILL-ITEM-NUMBER
               TO TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
           SET TRAN-IS-ISSUE OF STOCK-TRANSACTION-RECORD TO TRUE
           MOVE WS-FILL-QTY
               TO TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
           MOVE ZERO TO TRAN-UNIT-COST OF STOCK-TRANSACTION-RECORD
           MOVE BKO-CUSTOMER-REF
               TO TRAN-DESCRIPTION OF STOCK-TRANSACTION-RECORD
           MOVE WS-FILL-BRANCH-CODE
               TO TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
           MOVE BKO-SOURCE-CODE
               TO TRAN-SOURCE-CODE OF STOCK-TRANSACTION-RECORD
           MOVE ZERO TO TRAN-REORDER-POINT OF STOCK-TRANSACTION-RECORD
           MOVE ZERO TO TRAN-REORDER-QTY OF STOCK-TRANSACTION-RECORD
           MOVE ZERO
               TO TRAN-LEAD-TIME-DAYS OF STOCK-TRANSACTION-RECORD
           MOVE STOCK-TRANSACTION-RECORD TO EDIT01-TRAN-AREA
           SET EDIT-VALIDATE-ONLY TO TRUE
           CALL 'EDIT01' USING EDIT01-CONTROL-AREA EDIT01-TRAN-AREA
           IF EDIT-TRAN-INVALID
               DISPLAY "COB01 - BACKORDER FILL FAILED EDIT, REASON "
                   EDIT-REASON-CODE " ITEM " WS-FILL-ITEM-NUMBER
               GO TO 2410-EXIT
           END-IF
           MOVE WS-FILL-BRANCH-CODE TO WS-AUDIT-BRANCH-CODE
           MOVE 'N' TO WS-APPLY-FAILED-SW
           SET WS-BACKORDER-FILL TO TRUE
           PERFORM 2230-APPLY-QTY-CHANGE THRU 2230-EXIT
           MOVE 'N' TO WS-BACKORDER-FILL-SW
           IF WS-APPLY-FAILED
               DISPLAY "COB01 - BACKORDER FILL NOT POSTED, ITEM "
                   WS-FILL-ITEM-NUMBER " BRANCH " WS-FILL-BRANCH-CODE
               GO TO 2410-EXIT
           END-IF
           MOVE WS-FILL-QTY TO BKO-QUANTITY
           MOVE WS-RUN-DATE TO BKO-FILL-DATE
           SET BKO-FILL-BACKORDER TO TRUE
           CALL 'BKO01' USING BKO01-CONTROL-AREA
           IF NOT BKO-SUCCESS
               DISPLAY "COB01 - BACKORDER FILL NOT RECORDED, RC="
                   BKO-RETURN-CODE " ITEM " WS-FILL-ITEM-NUMBER
               SET WS-HARD-ERROR TO TRUE
               GO TO 2410-EXIT
           END-IF
           ADD 1 TO WS-BACKORDER-FILL-COUNT
           MOVE 'N' TO WS-FILL-DONE-SW.
       2410-EXIT.
           EXIT.
      ******************************************************************
      * 2420-RAISE-BACKORDER - an issue IO01 turned back short of
      *                        stock waits on the backorder file for
      *                        its whole quantity.  A key already on
      *                        file is this same issue raised by an
      *                        earlier, abended attempt at the night.
      *                        A backorder that cannot be written
      *                        leaves the issue failed, so it still
      *                        reaches suspense as E006 rather than
      *                        vanishing, and the run ends hard.
      ******************************************************************
       2420-RAISE-BACKORDER.
           MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               TO BKO-ITEM-NUMBER
           MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               TO BKO-BRANCH-CODE
           MOVE WS-RUN-DATE TO BKO-ORDER-DATE
           MOVE WS-TRAN-SEQUENCE-NUMBER TO BKO-SEQUENCE
           MOVE TRAN-SOURCE-CODE OF STOCK-TRANSACTION-RECORD
               TO BKO-SOURCE-CODE
           MOVE TRAN-DESCRIPTION OF STOCK-TRANSACTION-RECORD
               TO BKO-CUSTOMER-REF
           MOVE TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
               TO BKO-QUANTITY
           SET BKO-ADD-BACKORDER TO TRUE
           CALL 'BKO01' USING BKO01-CONTROL-AREA
           IF BKO-SUCCESS OR BKO-ALREADY-ON-FILE
               MOVE 'N' TO WS-APPLY-FAILED-SW
               SET WS-BACKORDER-RAISED TO TRUE
           ELSE
               DISPLAY "COB01 - BACKORDER WRITE FAILED, RC="
                   BKO-RETURN-CODE " ITEM "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               SET WS-HARD-ERROR TO TRUE
           END-IF.
       2420-EXIT.
           EXIT.
      ******************************************************************
      * 2500-APPLY-RETURN - post a customer return ('C') or a return-
      *                     to-vendor ('P').  A customer return whose
      *                     reason says the goods cannot be sold
      *                     again (damaged, defective, expired) goes
      *                     into the item's record at the quarantine
      *                     branch, opened by 2510 the first time;
      *                     any other customer return goes back to
      *                     stock at the branch, averaged in at its
      *                     keyed unit cost the way a receipt is (a
      *                     zero cost leaves the average alone).  A
      *                     return-to-vendor takes the stock off the
      *                     branch at the master cost and leaves the
      *                     allocation alone - stock promised to a
      *                     customer must not go back to the supplier,
      *                     and IO01 turns back a return that would
      *                     leave the allocation over the stock - and
      *                     an item with no supplier on the master has
      *                     nobody to raise a debit memo against, so
      *                     it is rejected E019.  Each type posts to
      *                     its own period-to-date bucket and audit
      *                     change type, keeps the lot detail in step,
      *                     and is written to the returns log.
      ******************************************************************
       2500-APPLY-RETURN.
           MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               TO WS-RETURN-BRANCH-CODE
           EVALUATE TRUE
               WHEN TRAN-IS-VENDOR-RETURN OF STOCK-TRANSACTION-RECORD
                   SET WS-RETURN-TO-VENDOR TO TRUE
               WHEN TRAN-RSN-TO-QUARANTINE OF STOCK-TRANSACTION-RECORD
                   SET WS-RETURN-TO-QUARANTINE TO TRUE
                   MOVE WS-QUARANTINE-BRANCH TO WS-RETURN-BRANCH-CODE
               WHEN OTHER
                   SET WS-RETURN-TO-STOCK TO TRUE
           END-EVALUATE
           IF WS-RETURN-TO-QUARANTINE
               PERFORM 2510-OPEN-QUARANTINE-RECORD THRU 2510-EXIT
               IF WS-APPLY-FAILED
                   GO TO 2500-EXIT
               END-IF
           END-IF
           MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               TO IO-KEY-ITEM-NUMBER
           MOVE WS-RETURN-BRANCH-CODE TO IO-KEY-BRANCH-CODE
           SET IO-READ-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               DISPLAY "COB01 - RETURN, ITEM NOT ON MASTER "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
                   " AT " WS-RETURN-BRANCH-CODE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
           MOVE STK-SUPPLIER-CODE OF IO01-RECORD-AREA
               TO WS-RETURN-SUPPLIER-CODE
           IF WS-RETURN-TO-VENDOR
               AND WS-RETURN-SUPPLIER-CODE EQUAL SPACES
               DISPLAY "COB01 - RETURN TO VENDOR, NO SUPPLIER ON "
                   "MASTER FOR ITEM "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               SET WS-RETURN-NO-SUPPLIER TO TRUE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
           IF TRAN-UNIT-COST OF STOCK-TRANSACTION-RECORD
                   GREATER THAN ZERO
               MOVE TRAN-UNIT-COST OF STOCK-TRANSACTION-RECORD
                   TO WS-RETURN-UNIT-COST
           ELSE
               MOVE STK-UNIT-COST OF IO01-RECORD-AREA
                   TO WS-RETURN-UNIT-COST
           END-IF
           MOVE STK-DESCRIPTION OF IO01-RECORD-AREA
               TO AUDB-DESCRIPTION OF AUDIT01-LOG-AREA
           MOVE STK-CATEGORY-CODE OF IO01-RECORD-AREA
               TO AUDB-CATEGORY-CODE OF AUDIT01-LOG-AREA
           MOVE STK-QTY-ON-HAND OF IO01-RECORD-AREA
               TO AUDB-QTY-ON-HAND OF AUDIT01-LOG-AREA
           MOVE STK-UNIT-COST OF IO01-RECORD-AREA
               TO AUDB-UNIT-COST OF AUDIT01-LOG-AREA
           MOVE STK-QTY-ALLOCATED OF IO01-RECORD-AREA
               TO AUDB-QTY-ALLOCATED OF AUDIT01-LOG-AREA
           IF WS-RETURN-TO-VENDOR
               SUBTRACT TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   FROM STK-QTY-ON-HAND OF IO01-RECORD-AREA
               ADD TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   TO STK-PTD-VEND-RETURN-QTY OF IO01-RECORD-AREA
           ELSE
               MOVE TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   TO WS-AVG-RECEIPT-QTY
               MOVE TRAN-UNIT-COST OF STOCK-TRANSACTION-RECORD
                   TO WS-AVG-RECEIPT-COST
               PERFORM 2232-RECOMPUTE-AVERAGE-COST THRU 2232-EXIT
               ADD TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   TO STK-QTY-ON-HAND OF IO01-RECORD-AREA
               ADD TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
                   TO STK-PTD-CUST-RETURN-QTY OF IO01-RECORD-AREA
           END-IF
           SET IO-UPDATE-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               DISPLAY "COB01 - RETURN REJECTED BY IO01, RC="
                   IO-RETURN-CODE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
           IF WS-RETURN-TO-VENDOR
               SET AUD-IS-VENDOR-RETURN OF AUDIT01-LOG-AREA TO TRUE
           ELSE
               SET AUD-IS-CUSTOMER-RETURN OF AUDIT01-LOG-AREA TO TRUE
           END-IF
           MOVE STK-DESCRIPTION OF IO01-RECORD-AREA
               TO AUDA-DESCRIPTION OF AUDIT01-LOG-AREA
           MOVE STK-CATEGORY-CODE OF IO01-RECORD-AREA
               TO AUDA-CATEGORY-CODE OF AUDIT01-LOG-AREA
           MOVE STK-QTY-ON-HAND OF IO01-RECORD-AREA
               TO AUDA-QTY-ON-HAND OF AUDIT01-LOG-AREA
           MOVE STK-UNIT-COST OF IO01-RECORD-AREA
               TO AUDA-UNIT-COST OF AUDIT01-LOG-AREA
           MOVE STK-QTY-ALLOCATED OF IO01-RECORD-AREA
               TO AUDA-QTY-ALLOCATED OF AUDIT01-LOG-AREA
           MOVE WS-RETURN-BRANCH-CODE TO WS-AUDIT-BRANCH-CODE
           PERFORM 2900-LOG-AUDIT-ENTRY THRU 2900-EXIT
           PERFORM 2530-MAINTAIN-RETURN-LOTS THRU 2530-EXIT
           PERFORM 2520-WRITE-RETURNS-LOG THRU 2520-EXIT
           ADD 1 TO WS-RETURN-POSTED-COUNT.
       2500-EXIT.
           EXIT.
      ******************************************************************
      * 2510-OPEN-QUARANTINE-RECORD - make sure the item has a record
      *                               at the quarantine branch for a
      *                               customer return to go into.
      *                               The first time it does not, the
      *                               branch's own record is cloned -
      *                               description, category, cost and
      *                               supplier carried over, so a
      *                               later return-to-vendor out of
      *                               quarantine knows who to send it
      *                               to - with every quantity and
      *                               bucket at zero and no reorder
      *                               point, so quarantined stock is
      *                               never counted as saleable or
      *                               reordered against.  It is added
      *                               through IO01 and logged as an
      *                               'A' image at the quarantine
      *                               branch, the same as a keyed add.
      ******************************************************************
       2510-OPEN-QUARANTINE-RECORD.
           MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               TO IO-KEY-ITEM-NUMBER
           MOVE WS-QUARANTINE-BRANCH TO IO-KEY-BRANCH-CODE
           SET IO-READ-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF IO-SUCCESS
               GO TO 2510-EXIT
           END-IF
           IF NOT IO-RECORD-NOT-FOUND
               DISPLAY "COB01 - QUARANTINE READ FAILED, RC="
                   IO-RETURN-CODE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2510-EXIT
           END-IF
           MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               TO IO-KEY-BRANCH-CODE
           SET IO-READ-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               DISPLAY "COB01 - RETURN, ITEM NOT ON MASTER "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
                   " AT "
                   TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2510-EXIT
           END-IF
           MOVE WS-QUARANTINE-BRANCH
               TO STK-BRANCH-CODE OF IO01-RECORD-AREA
           MOVE ZERO TO STK-QTY-ON-HAND OF IO01-RECORD-AREA
           MOVE ZERO TO STK-OPENING-BALANCE OF IO01-RECORD-AREA
           MOVE WS-RUN-DATE TO STK-PERIOD-END-DATE OF IO01-RECORD-AREA
           MOVE 'N' TO STK-PERIOD-END-IND OF IO01-RECORD-AREA
           MOVE ZERO TO STK-REORDER-POINT OF IO01-RECORD-AREA
           MOVE ZERO TO STK-REORDER-QTY OF IO01-RECORD-AREA
           MOVE ZERO TO STK-LEAD-TIME-DAYS OF IO01-RECORD-AREA
           MOVE ZERO TO STK-PTD-RECEIPTS-QTY OF IO01-RECORD-AREA
           MOVE ZERO TO STK-PTD-ISSUES-QTY OF IO01-RECORD-AREA
           MOVE ZERO TO STK-PTD-ADJUST-QTY OF IO01-RECORD-AREA
           MOVE ZERO TO STK-PTD-CUST-RETURN-QTY OF IO01-RECORD-AREA
           MOVE ZERO TO STK-PTD-VEND-RETURN-QTY OF IO01-RECORD-AREA
           MOVE ZERO TO STK-ZERO-ISSUE-PERIODS OF IO01-RECORD-AREA
           MOVE ZERO TO STK-QTY-ON-ORDER OF IO01-RECORD-AREA
           MOVE ZERO TO STK-QTY-ALLOCATED OF IO01-RECORD-AREA
           MOVE SPACES TO STK-ABC-CLASS OF IO01-RECORD-AREA
           MOVE SPACES TO STK-LAST-COUNT-DATE OF IO01-RECORD-AREA
           SET IO-ADD-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               DISPLAY "COB01 - QUARANTINE ADD REJECTED BY IO01, RC="
                   IO-RETURN-CODE
               SET WS-APPLY-FAILED TO TRUE
               GO TO 2510-EXIT
           END-IF
           SET AUD-IS-ADD OF AUDIT01-LOG-AREA TO TRUE
           MOVE SPACES TO AUDB-DESCRIPTION OF AUDIT01-LOG-AREA
           MOVE SPACES TO AUDB-CATEGORY-CODE OF AUDIT01-LOG-AREA
           MOVE ZERO TO AUDB-QTY-ON-HAND OF AUDIT01-LOG-AREA
           MOVE ZERO TO AUDB-UNIT-COST OF AUDIT01-LOG-AREA
           MOVE ZERO TO AUDB-QTY-ALLOCATED OF AUDIT01-LOG-AREA
           MOVE STK-DESCRIPTION OF IO01-RECORD-AREA
               TO AUDA-DESCRIPTION OF AUDIT01-LOG-AREA
           MOVE STK-CATEGORY-CODE OF IO01-RECORD-AREA
               TO AUDA-CATEGORY-CODE OF AUDIT01-LOG-AREA
           MOVE STK-QTY-ON-HAND OF IO01-RECORD-AREA
               TO AUDA-QTY-ON-HAND OF AUDIT01-LOG-AREA
           MOVE STK-UNIT-COST OF IO01-RECORD-AREA
               TO AUDA-UNIT-COST OF AUDIT01-LOG-AREA
           MOVE STK-QTY-ALLOCATED OF IO01-RECORD-AREA
               TO AUDA-QTY-ALLOCATED OF AUDIT01-LOG-AREA
           MOVE WS-QUARANTINE-BRANCH TO WS-AUDIT-BRANCH-CODE
           PERFORM 2900-LOG-AUDIT-ENTRY THRU 2900-EXIT
           DISPLAY "COB01 - QUARANTINE RECORD OPENED FOR ITEM "
               TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD.
       2510-EXIT.
           EXIT.
      ******************************************************************
      * 2520-WRITE-RETURNS-LOG - log the return just posted for RTN01:
      *                          reason, where it went, supplier, and
      *                          the value at WS-RETURN-UNIT-COST.  A
      *                          log that cannot be written loses a
      *                          debit memo, so it is a hard error -
      *                          the master posting already stands.
      ******************************************************************
       2520-WRITE-RETURNS-LOG.
           MOVE SPACES TO RETURNS-LOG-RECORD
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE TRAN-TYPE OF STOCK-TRANSACTION-RECORD
               TO RL-RETURN-TYPE
           MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               TO RL-ITEM-NUMBER
           MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               TO RL-BRANCH-CODE
           MOVE WS-RETURN-BRANCH-CODE TO RL-POSTED-BRANCH-CODE
           MOVE TRAN-RETURN-REASON OF STOCK-TRANSACTION-RECORD
               TO RL-REASON-CODE
           MOVE WS-RETURN-DISPOSITION TO RL-DISPOSITION
           MOVE WS-RETURN-SUPPLIER-CODE TO RL-SUPPLIER-CODE
           MOVE TRAN-SOURCE-CODE OF STOCK-TRANSACTION-RECORD
               TO RL-SOURCE-CODE
           MOVE TRAN-DESCRIPTION OF STOCK-TRANSACTION-RECORD
               TO RL-REFERENCE
           MOVE TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
               TO RL-QUANTITY
           MOVE WS-RETURN-UNIT-COST TO RL-UNIT-COST
           COMPUTE RL-EXTENDED-VALUE ROUNDED =
               TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD *
               WS-RETURN-UNIT-COST
           MOVE WS-TRAN-SEQUENCE-NUMBER TO RL-SEQUENCE
           WRITE RETURNS-LOG-RECORD
           IF NOT RT-FS-OK
               DISPLAY "COB01 - RETURNS LOG WRITE FAILED, STATUS="
                   RT-FILE-STATUS " ITEM "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               SET WS-HARD-ERROR TO TRUE
           END-IF.
       2520-EXIT.
           EXIT.
      ******************************************************************
      * 2530-MAINTAIN-RETURN-LOTS - keep the lot detail in step with
      *                             the return just posted, at the
      *                             branch it posted to: a dated
      *                             customer return opens a lot, an
      *                             undated one carries no lot
      *                             knowledge and is left alone, and
      *                             a return-to-vendor relieves the
      *                             lots earliest-expiry-first like
      *                             an issue.  A lot-file failure is
      *                             a hard error, as in 2260.
      ******************************************************************
       2530-MAINTAIN-RETURN-LOTS.
           MOVE '00' TO LOT-RETURN-CODE
           MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               TO LOT-ITEM-NUMBER
           MOVE WS-RETURN-BRANCH-CODE TO LOT-BRANCH-CODE
           MOVE SPACES TO LOT-TO-BRANCH-CODE
           MOVE WS-RUN-DATE TO LOT-RECEIPT-DATE
           MOVE TRAN-EXPIRY-DATE OF STOCK-TRANSACTION-RECORD
               TO LOT-EXPIRY-DATE
           MOVE TRAN-QUANTITY OF STOCK-TRANSACTION-RECORD
               TO LOT-QUANTITY
           EVALUATE TRUE
               WHEN WS-RETURN-TO-VENDOR
                   SET LOT-RELIEVE-LOT TO TRUE
                   CALL 'LOT01' USING LOT01-CONTROL-AREA
               WHEN TRAN-EXPIRY-DATE OF STOCK-TRANSACTION-RECORD
                       NOT EQUAL SPACES
                   SET LOT-ADD-LOT TO TRUE
                   CALL 'LOT01' USING LOT01-CONTROL-AREA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LOT-FILE-ERROR
               DISPLAY "COB01 - LOT DETAIL UPDATE FAILED, RC="
                   LOT-RETURN-CODE " ITEM "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               SET WS-HARD-ERROR TO TRUE
           END-IF.
       2530-EXIT.
           EXIT.
      ******************************************************************
      * 3000-RELEASE-TRANSACTIONS - GROUPED mode input side: read the
      *                             daily file front to back, record
      *                             each batch trailer into the
      ******************************************************************
      * 3130-APPLY-SORTED-TRAN - route a grouped-mode detail.  The
      *                          file-order class (every detail of a
      *                          key a transfer or kit touches
      *                          tonight, the transfers and kits
      *                          included), adds, deletes and
      *                          returns flush the open group and
      *                          post through the normal one-at-a-
      *                          time path - the file-order stream
      *                          must replay exactly as the file
      *                          ran, an add has no record to
      *                          group on, and a return writes the
      *                          returns log as it posts.  A receipt
      *                          whose key has a backorder waiting
      *                          goes the same way, so its fills
      *                          post as ordinary issues behind it.
      *                          Everything else
      *                          applies against the buffered group
      *                          record.
      ******************************************************************
       3130-APPLY-SORTED-TRAN.
           MOVE 'N' TO WS-BACKORDER-WAITING-SW
           IF TRAN-IS-RECEIPT OF STOCK-TRANSACTION-RECORD
               PERFORM 3140-CHECK-BACKORDER-WAITING THRU 3140-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SRT-FILE-ORDER-CLASS
                 OR TRAN-IS-ADD OF STOCK-TRANSACTION-RECORD
                 OR TRAN-IS-DELETE OF STOCK-TRANSACTION-RECORD
                 OR TRAN-IS-TRANSFER OF STOCK-TRANSACTION-RECORD
                 OR TRAN-IS-KIT OF STOCK-TRANSACTION-RECORD
                 OR TRAN-IS-RETURN OF STOCK-TRANSACTION-RECORD
                 OR WS-BACKORDER-WAITING
                   PERFORM 3500-FLUSH-GROUP THRU 3500-EXIT
                   IF NOT WS-HARD-ERROR
                       PERFORM 2100-APPLY-TRANSACTION THRU 2100-EXIT
       3130-EXIT.
           EXIT.
      ******************************************************************
      * 3140-CHECK-BACKORDER-WAITING - does the receipt's item/branch
      *                                have an open backorder for it
      *                                to fill?
      ******************************************************************
       3140-CHECK-BACKORDER-WAITING.
           MOVE TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               TO BKO-ITEM-NUMBER
           MOVE TRAN-BRANCH-CODE OF STOCK-TRANSACTION-RECORD
               TO BKO-BRANCH-CODE
           SET BKO-NEXT-OPEN TO TRUE
           CALL 'BKO01' USING BKO01-CONTROL-AREA
           IF BKO-SUCCESS
               SET WS-BACKORDER-WAITING TO TRUE
           END-IF
           IF BKO-FILE-ERROR
               DISPLAY "COB01 - BACKORDER READ FAILED, RC="
                   BKO-RETURN-CODE " ITEM "
                   TRAN-ITEM-NUMBER OF STOCK-TRANSACTION-RECORD
               SET WS-HARD-ERROR TO TRUE
           END-IF.
       3140-EXIT.
           EXIT.
      ******************************************************************
      * 3200-APPLY-TO-GROUP - make sure the right group record is in
      *                       the buffer, then apply in storage.  A
      *                       key whose master read failed or whose
      *                           a-time apply, the same edits IO01
      *                           enforces at update time (a failing
      *                           detail backs out of the buffer and
      *                           rejects to suspense with RC=24, or
      *                           for a short issue is backordered),
      *                           and the same before/after audit
      *                           image - but the image and the lot
      *                           action are only staged here; they
                   STK-QTY-ON-HAND OF IO01-RECORD-AREA
               MOVE WS-GROUP-SAVE-RECORD TO IO01-RECORD-AREA
               MOVE '24' TO IO-RETURN-CODE
               IF TRAN-IS-ISSUE OF STOCK-TRANSACTION-RECORD
                   MOVE 'N' TO WS-BACKORDER-RAISED-SW
                   PERFORM 2420-RAISE-BACKORDER THRU 2420-EXIT
                   IF WS-BACKORDER-RAISED
                       ADD 1 TO WS-BACKORDERED-COUNT
                       GO TO 3400-EXIT
                   END-IF
               END-IF
               PERFORM 2250-REJECT-TO-SUSPENSE THRU 2250-EXIT
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3400-EXIT
           END-IF
           CLOSE STOCK-TRANS-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE RETURNS-LOG-FILE
           SET IO-CLOSE-MASTER TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           SET EDIT-CLOSE-SUSPENSE TO TRUE
           CALL 'AUDIT01' USING AUDIT01-CONTROL-AREA AUDIT01-LOG-AREA
           SET LOT-CLOSE-DETAIL TO TRUE
           CALL 'LOT01' USING LOT01-CONTROL-AREA
           SET BKO-CLOSE-FILE TO TRUE
           CALL 'BKO01' USING BKO01-CONTROL-AREA
           DISPLAY "COB01 - TRANSACTIONS EXPECTED: " WS-EXPECTED-COUNT
           DISPLAY "COB01 - TRANSACTIONS RECEIVED: " WS-RECEIVED-COUNT
           DISPLAY "COB01 - TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "COB01 - TRANSACTIONS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "COB01 - TRANSACTIONS BACKORDERED: "
               WS-BACKORDERED-COUNT
           DISPLAY "COB01 - BACKORDER FILLS POSTED: "
               WS-BACKORDER-FILL-COUNT
           DISPLAY "COB01 - KIT TRANSACTIONS POSTED: "
               WS-KIT-POSTED-COUNT
           DISPLAY "COB01 - RETURNS POSTED: "
               WS-RETURN-POSTED-COUNT
           IF WS-RESTART-RUN
               DISPLAY "COB01 - TRANSACTIONS SKIPPED (RESTART): "
                   WS-SKIPPED-COUNT
           END-IF
           COMPUTE WS-ACCOUNTED-COUNT =
               WS-APPLIED-COUNT + WS-REJECTED-COUNT +
               WS-BACKORDERED-COUNT + WS-SKIPPED-COUNT
           IF WS-ACCOUNTED-COUNT NOT EQUAL WS-RECEIVED-COUNT
               OR WS-RECEIVED-COUNT NOT EQUAL WS-EXPECTED-COUNT
               DISPLAY "COB01 - RUN TOTALS OUT OF BALANCE - APPLIED "
                   "+ REJECTED + BACKORDERED DOES NOT PROVE RECEIVED"
               SET WS-HARD-ERROR TO TRUE
           ELSE
               DISPLAY "COB01 - APPLIED + REJECTED + BACKORDERED = "
                   "RECEIVED, RUN IN BALANCE"
           END-IF
           IF WS-HARD-ERROR
               MOVE 8 TO WS-STEP-RC
