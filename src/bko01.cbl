      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Backorder file handler.  Maintains the backorder file
      *          on behalf of COB01: a counter issue IO01 turns back
      *          short of stock is raised as an open backorder instead
      *          of going to suspense, and each receipt or inbound
      *          transfer at that item/branch fills the open
      *          backorders oldest-first through the normal issue
      *          path.  This program only keeps the file - the
      *          decision how much to fill, and the issue itself, are
      *          COB01's, so the master, the audit log and the lot
      *          detail see an ordinary issue.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original BKO01 build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKO01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO "BKORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-DET-KEY OF BACKORDER-RECORD
               FILE STATUS IS BKO01-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           COPY BKORDER.
       WORKING-STORAGE SECTION.
       01  BKO01-FILE-STATUS           PIC X(02).
           88  BKO01-FS-OK                     VALUE '00'.
           88  BKO01-FS-DUPLICATE              VALUE '22'.
           88  BKO01-FS-NOT-FOUND              VALUE '23'.
           88  BKO01-FS-NO-FILE                VALUE '35'.
       01  BKO01-SWITCHES.
           05  BKO01-FILE-OPEN-SW      PIC X(01)   VALUE 'N'.
               88  BKO01-FILE-IS-OPEN          VALUE 'Y'.
           05  BKO01-BROWSE-DONE-SW    PIC X(01)   VALUE 'N'.
               88  BKO01-BROWSE-DONE           VALUE 'Y'.
       LINKAGE SECTION.
       01  BKO01-CONTROL-AREA.
           COPY BKO01CTL.
       PROCEDURE DIVISION USING BKO01-CONTROL-AREA.
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN BKO-OPEN-FILE
                   PERFORM 1000-OPEN-FILE THRU 1000-EXIT
               WHEN BKO-CLOSE-FILE
                   PERFORM 1100-CLOSE-FILE THRU 1100-EXIT
               WHEN BKO-ADD-BACKORDER
                   PERFORM 1200-ENSURE-FILE-OPEN THRU 1200-EXIT
                   PERFORM 2000-ADD-BACKORDER THRU 2000-EXIT
               WHEN BKO-NEXT-OPEN
                   PERFORM 1200-ENSURE-FILE-OPEN THRU 1200-EXIT
                   PERFORM 3000-FIND-OLDEST-OPEN THRU 3000-EXIT
               WHEN BKO-FILL-BACKORDER
                   PERFORM 1200-ENSURE-FILE-OPEN THRU 1200-EXIT
                   PERFORM 4000-FILL-BACKORDER THRU 4000-EXIT
               WHEN OTHER
                   MOVE '90' TO BKO-RETURN-CODE
           END-EVALUATE
           GOBACK.
      ******************************************************************
      * 1000-OPEN-FILE - open the backorder file for this run,
      *                  building it empty the first time.
      ******************************************************************
       1000-OPEN-FILE.
           OPEN I-O BACKORDER-FILE
           IF BKO01-FS-NO-FILE
               OPEN OUTPUT BACKORDER-FILE
               IF BKO01-FS-OK
                   CLOSE BACKORDER-FILE
                   OPEN I-O BACKORDER-FILE
               END-IF
           END-IF
           IF BKO01-FS-OK
               SET BKO01-FILE-IS-OPEN TO TRUE
               MOVE '00' TO BKO-RETURN-CODE
           ELSE
               MOVE '90' TO BKO-RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100-CLOSE-FILE - close the backorder file at end of run.
      ******************************************************************
       1100-CLOSE-FILE.
           IF BKO01-FILE-IS-OPEN
               CLOSE BACKORDER-FILE
               MOVE 'N' TO BKO01-FILE-OPEN-SW
           END-IF
           MOVE '00' TO BKO-RETURN-CODE.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 1200-ENSURE-FILE-OPEN - open the file if this is the first
      *                         request this run has seen it, the
      *                         same convenience LOT01 gives its
      *                         callers.
      ******************************************************************
       1200-ENSURE-FILE-OPEN.
           IF NOT BKO01-FILE-IS-OPEN
               PERFORM 1000-OPEN-FILE THRU 1000-EXIT
           END-IF.
       1200-EXIT.
           EXIT.
      ******************************************************************
      * 2000-ADD-BACKORDER - raise an open backorder for the whole
      *                      unfilled quantity.  A key already on file
      *                      is the same night's issue raised by an
      *                      earlier, abended attempt; it is left as
      *                      it stands and answered '22'.
      ******************************************************************
       2000-ADD-BACKORDER.
           MOVE BKO-ITEM-NUMBER
               TO BKO-DET-ITEM-NUMBER OF BACKORDER-RECORD
           MOVE BKO-BRANCH-CODE
               TO BKO-DET-BRANCH-CODE OF BACKORDER-RECORD
           MOVE BKO-ORDER-DATE
               TO BKO-DET-ORDER-DATE OF BACKORDER-RECORD
           MOVE BKO-SEQUENCE
               TO BKO-DET-SEQUENCE OF BACKORDER-RECORD
           MOVE BKO-SOURCE-CODE
               TO BKO-DET-SOURCE-CODE OF BACKORDER-RECORD
           MOVE BKO-CUSTOMER-REF
               TO BKO-DET-CUSTOMER-REF OF BACKORDER-RECORD
           MOVE BKO-QUANTITY
               TO BKO-DET-ORDER-QTY OF BACKORDER-RECORD
           MOVE BKO-QUANTITY
               TO BKO-DET-OPEN-QTY OF BACKORDER-RECORD
           SET BKO-DET-IS-OPEN OF BACKORDER-RECORD TO TRUE
           MOVE SPACES TO BKO-DET-FILL-DATE OF BACKORDER-RECORD
           MOVE ZERO TO BKO-DET-FILL-QTY OF BACKORDER-RECORD
           WRITE BACKORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN BKO01-FS-OK
                   MOVE '00' TO BKO-RETURN-CODE
               WHEN BKO01-FS-DUPLICATE
                   MOVE '22' TO BKO-RETURN-CODE
               WHEN OTHER
                   MOVE '90' TO BKO-RETURN-CODE
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 3000-FIND-OLDEST-OPEN - position on the item/branch's first
      *                         backorder and browse forward past the
      *                         filled ones still waiting to be
      *                         reported.  The key runs by order date
      *                         and apply sequence, so the first open
      *                         one found is the oldest.
      ******************************************************************
       3000-FIND-OLDEST-OPEN.
           MOVE '23' TO BKO-RETURN-CODE
           MOVE 'N' TO BKO01-BROWSE-DONE-SW
           MOVE BKO-ITEM-NUMBER
               TO BKO-DET-ITEM-NUMBER OF BACKORDER-RECORD
           MOVE BKO-BRANCH-CODE
               TO BKO-DET-BRANCH-CODE OF BACKORDER-RECORD
           MOVE LOW-VALUES
               TO BKO-DET-ORDER-DATE OF BACKORDER-RECORD
           MOVE ZERO TO BKO-DET-SEQUENCE OF BACKORDER-RECORD
           START BACKORDER-FILE KEY IS NOT LESS THAN
                   BKO-DET-KEY OF BACKORDER-RECORD
               INVALID KEY
                   SET BKO01-BROWSE-DONE TO TRUE
           END-START
           PERFORM 3100-READ-NEXT-BACKORDER THRU 3100-EXIT
               UNTIL BKO01-BROWSE-DONE.
       3000-EXIT.
           EXIT.
       3100-READ-NEXT-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   SET BKO01-BROWSE-DONE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT BKO01-FS-OK
               MOVE '90' TO BKO-RETURN-CODE
               SET BKO01-BROWSE-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF BKO-DET-ITEM-NUMBER OF BACKORDER-RECORD
                   NOT EQUAL BKO-ITEM-NUMBER
               OR BKO-DET-BRANCH-CODE OF BACKORDER-RECORD
                   NOT EQUAL BKO-BRANCH-CODE
               SET BKO01-BROWSE-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF BKO-DET-IS-OPEN OF BACKORDER-RECORD
               MOVE BKO-DET-ORDER-DATE OF BACKORDER-RECORD
                   TO BKO-ORDER-DATE
               MOVE BKO-DET-SEQUENCE OF BACKORDER-RECORD
                   TO BKO-SEQUENCE
               MOVE BKO-DET-SOURCE-CODE OF BACKORDER-RECORD
                   TO BKO-SOURCE-CODE
               MOVE BKO-DET-CUSTOMER-REF OF BACKORDER-RECORD
                   TO BKO-CUSTOMER-REF
               MOVE BKO-DET-OPEN-QTY OF BACKORDER-RECORD
                   TO BKO-QUANTITY
               MOVE '00' TO BKO-RETURN-CODE
               SET BKO01-BROWSE-DONE TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 4000-FILL-BACKORDER - take the quantity COB01 just issued off
      *                       the backorder's open quantity, note it
      *                       against the fill date (two fills the
      *                       same night add together), and mark the
      *                       backorder filled once nothing is left
      *                       open.
      ******************************************************************
       4000-FILL-BACKORDER.
           MOVE BKO-ITEM-NUMBER
               TO BKO-DET-ITEM-NUMBER OF BACKORDER-RECORD
           MOVE BKO-BRANCH-CODE
               TO BKO-DET-BRANCH-CODE OF BACKORDER-RECORD
           MOVE BKO-ORDER-DATE
               TO BKO-DET-ORDER-DATE OF BACKORDER-RECORD
           MOVE BKO-SEQUENCE
               TO BKO-DET-SEQUENCE OF BACKORDER-RECORD
           READ BACKORDER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT BKO01-FS-OK
               MOVE '90' TO BKO-RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           IF BKO-DET-FILL-DATE OF BACKORDER-RECORD
                   NOT EQUAL BKO-FILL-DATE
               MOVE BKO-FILL-DATE
                   TO BKO-DET-FILL-DATE OF BACKORDER-RECORD
               MOVE ZERO TO BKO-DET-FILL-QTY OF BACKORDER-RECORD
           END-IF
           ADD BKO-QUANTITY TO BKO-DET-FILL-QTY OF BACKORDER-RECORD
           SUBTRACT BKO-QUANTITY
               FROM BKO-DET-OPEN-QTY OF BACKORDER-RECORD
           IF BKO-DET-OPEN-QTY OF BACKORDER-RECORD
                   NOT GREATER THAN ZERO
               MOVE ZERO TO BKO-DET-OPEN-QTY OF BACKORDER-RECORD
               SET BKO-DET-IS-FILLED OF BACKORDER-RECORD TO TRUE
           END-IF
           REWRITE BACKORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF BKO01-FS-OK
               MOVE '00' TO BKO-RETURN-CODE
           ELSE
               MOVE '90' TO BKO-RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
       END PROGRAM BKO01.
