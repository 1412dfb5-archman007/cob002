      * Date: 2026-08-09
      * Purpose: Transaction validation subprogram.  Checks item
      *          number, quantity and transaction type on each daily
      *          stock transaction, and the sending source's
      *          authority to post it, before COB01 lets it touch the
      *          stock master, writing anything that fails to the
      *          suspense file for an operator to review.
      * Tectonics: cobc
      *                  key a lot whose garbage date sorted ahead
      *                  of every real one and reported as already
      *                  expired the moment it landed.
      *   2026-10-15 AB  Added the source authority edit.  Once a
      *                  transaction passes the field edits, its
      *                  TRAN-SOURCE-CODE must be on the SRCAUTH
      *                  reference file (E011), the source must be
      *                  granted the type (E012) and the branch -
      *                  the from-branch of a transfer - (E013), and
      *                  the quantity and value must sit inside the
      *                  source's ceilings (E014, E015).  A transaction
      *                  with no unit cost of its own is valued at the
      *                  master's cost, read through IO01; one whose
      *                  master record is missing is not valued here,
      *                  since IO01 turns it back anyway.  The table
      *                  is loaded by EDIT-OPEN-SUSPENSE, which fails
      *                  the open when it cannot be, or by the first
      *                  validation for a caller that never opens the
      *                  suspense file; with no table every source is
      *                  unauthorised.
      *   2026-10-15 AB  A kit assembly ('K') or breakdown ('B') must
      *                  name at least one kit; a zero quantity fails
      *                  with E002 instead of reaching COB01 as a
      *                  kit build that moves nothing.
      *   2026-10-15 AB  A customer return ('C') or return-to-vendor
      *                  ('P') must return at least one unit (E002)
      *                  and carry a reason code TRAN-RSN-VALID knows
      *                  in TRAN-RETURN-REASON (E018) - the reason
      *                  decides where a customer return is put, and
      *                  it is what the returns report is broken by.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIT01.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EDIT01-FILE-STATUS.
           SELECT SOURCE-AUTHORITY-FILE ASSIGN TO "SRCAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT01-AUTH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 102 CHARACTERS.
       01  SUSPENSE-RECORD.
           COPY SUSPNS.
       FD  SOURCE-AUTHORITY-FILE.
       01  SOURCE-AUTHORITY-RECORD.
           COPY SRCAUTH.
       WORKING-STORAGE SECTION.
       01  EDIT01-FILE-STATUS          PIC X(02).
           88  EDIT01-FS-OK                    VALUE '00'.
       01  EDIT01-AUTH-STATUS          PIC X(02).
           88  EDIT01-AUTH-FS-OK               VALUE '00'.
       01  EDIT01-SWITCHES.
           05  EDIT01-FILE-OPEN-SW     PIC X(01)   VALUE 'N'.
               88  EDIT01-FILE-IS-OPEN         VALUE 'Y'.
           05  EDIT01-SUSPENSE-WRITE-SW PIC X(01)  VALUE 'Y'.
               88  EDIT01-SUSPENSE-WRITE-OK    VALUE 'Y'.
           05  EDIT01-AUTH-LOADED-SW   PIC X(01)   VALUE 'N'.
               88  EDIT01-AUTH-LOADED          VALUE 'Y'.
           05  EDIT01-AUTH-FAILED-SW   PIC X(01)   VALUE 'N'.
               88  EDIT01-AUTH-LOAD-FAILED     VALUE 'Y'.
           05  EDIT01-AUTH-EOF-SW      PIC X(01)   VALUE 'N'.
               88  EDIT01-AUTH-EOF             VALUE 'Y'.
      ******************************************************************
      * Source authority table, loaded once per run from SRCAUTH.
      ******************************************************************
       01  EDIT01-AUTH-COUNT           PIC 9(03)   VALUE ZERO.
       01  EDIT01-AUTH-LIMIT           PIC 9(03)   VALUE 200.
       01  EDIT01-AUTH-TABLE.
           05  EDIT01-AUTH-ENTRY OCCURS 200 TIMES
                   INDEXED BY AUTH-IDX.
               10  EDIT01-AUTH-SOURCE  PIC X(04).
               10  EDIT01-AUTH-TYPES   PIC X(12).
               10  EDIT01-AUTH-ALL-BR-SW
                                       PIC X(01).
                   88  EDIT01-AUTH-ALL-BRANCHES    VALUE 'Y'.
               10  EDIT01-AUTH-BRANCH-LIST.
                   15  EDIT01-AUTH-BRANCH
                                       PIC X(04)   OCCURS 10 TIMES
                           INDEXED BY AUTH-BR-IDX.
               10  EDIT01-AUTH-MAX-QTY PIC 9(07).
               10  EDIT01-AUTH-MAX-VALUE
                                       PIC 9(09).
       01  EDIT01-TYPE-TALLY           PIC 9(03)   VALUE ZERO.
       01  EDIT01-ABS-QTY              PIC S9(07)  COMP-3 VALUE ZERO.
       01  EDIT01-CHECK-COST           PIC S9(05)V9(2) COMP-3
                                                   VALUE ZERO.
       01  EDIT01-TRAN-VALUE           PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  EDIT01-IO-CONTROL-AREA.
           COPY IO01CTL.
       01  EDIT01-IO-RECORD-AREA.
           COPY STKMAST.
       LINKAGE SECTION.
       01  EDIT01-CONTROL-AREA.
           COPY EDT01CTL.
               MOVE '00' TO EDIT-RETURN-CODE
           ELSE
               MOVE '90' TO EDIT-RETURN-CODE
           END-IF
           IF NOT EDIT01-AUTH-LOADED
               PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT
           END-IF
           IF EDIT01-AUTH-LOAD-FAILED
               MOVE '90' TO EDIT-RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 1200-LOAD-AUTHORITY - read the source authority cards into the
      *                       lookup table.  One attempt per run: a
      *                       missing file, a full table or a ceiling
      *                       that is neither blank nor digits fails
      *                       the load, and a failed load leaves every
      *                       source unauthorised rather than every
      *                       source unchecked.
      ******************************************************************
       1200-LOAD-AUTHORITY.
           SET EDIT01-AUTH-LOADED TO TRUE
           MOVE ZERO TO EDIT01-AUTH-COUNT
           OPEN INPUT SOURCE-AUTHORITY-FILE
           IF NOT EDIT01-AUTH-FS-OK
               DISPLAY "EDIT01 - SOURCE AUTHORITY FILE OPEN FAILED, "
                   "STATUS=" EDIT01-AUTH-STATUS
               SET EDIT01-AUTH-LOAD-FAILED TO TRUE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-AUTHORITY THRU 1210-EXIT
               UNTIL EDIT01-AUTH-EOF
           CLOSE SOURCE-AUTHORITY-FILE.
       1200-EXIT.
           EXIT.
       1210-LOAD-ONE-AUTHORITY.
           READ SOURCE-AUTHORITY-FILE
               AT END
                   SET EDIT01-AUTH-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF SAU-SOURCE-CODE EQUAL SPACES
               GO TO 1210-EXIT
           END-IF
           IF EDIT01-AUTH-COUNT NOT LESS THAN EDIT01-AUTH-LIMIT
               DISPLAY "EDIT01 - SOURCE AUTHORITY TABLE FULL, LIMIT "
                   EDIT01-AUTH-LIMIT
               SET EDIT01-AUTH-LOAD-FAILED TO TRUE
               SET EDIT01-AUTH-EOF TO TRUE
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO EDIT01-AUTH-COUNT
           SET AUTH-IDX TO EDIT01-AUTH-COUNT
           MOVE SAU-SOURCE-CODE TO EDIT01-AUTH-SOURCE (AUTH-IDX)
           MOVE SAU-TRAN-TYPES TO EDIT01-AUTH-TYPES (AUTH-IDX)
           MOVE SAU-BRANCH-LIST TO EDIT01-AUTH-BRANCH-LIST (AUTH-IDX)
           IF SAU-BRANCH-CODE (1) EQUAL '*ALL'
               MOVE 'Y' TO EDIT01-AUTH-ALL-BR-SW (AUTH-IDX)
           ELSE
               MOVE 'N' TO EDIT01-AUTH-ALL-BR-SW (AUTH-IDX)
           END-IF
           IF SAU-MAX-QUANTITY EQUAL SPACES
               MOVE ZERO TO EDIT01-AUTH-MAX-QTY (AUTH-IDX)
           ELSE IF SAU-MAX-QUANTITY NUMERIC
               MOVE SAU-MAX-QUANTITY TO EDIT01-AUTH-MAX-QTY (AUTH-IDX)
           ELSE
               DISPLAY "EDIT01 - BAD QUANTITY CEILING FOR SOURCE "
                   SAU-SOURCE-CODE
               SET EDIT01-AUTH-LOAD-FAILED TO TRUE
           END-IF
           END-IF
           IF SAU-MAX-VALUE EQUAL SPACES
               MOVE ZERO TO EDIT01-AUTH-MAX-VALUE (AUTH-IDX)
           ELSE IF SAU-MAX-VALUE NUMERIC
               MOVE SAU-MAX-VALUE TO EDIT01-AUTH-MAX-VALUE (AUTH-IDX)
           ELSE
               DISPLAY "EDIT01 - BAD VALUE CEILING FOR SOURCE "
                   SAU-SOURCE-CODE
               SET EDIT01-AUTH-LOAD-FAILED TO TRUE
           END-IF
           END-IF.
       1210-EXIT.
           EXIT.
      ******************************************************************
      * 2000-VALIDATE-TRAN - edit the transaction in EDIT01-TRAN-AREA.
      *                      A valid item number is non-blank; quantity
      *                      must not be negative; the transaction type
      *                      must be one of the codes TRAN-TYPE-VALID
      *                      recognises.  A transaction that passes
      *                      those edits must then be within its
      *                      source's authority.  The first failing
      *                      check wins
      *                      and the transaction goes to suspense -
      *                      unless the caller asked for EDIT-VALIDATE-
      *                      ONLY, in which case the verdict goes back
                       TRAN-BRANCH-CODE OF EDIT01-TRAN-AREA)
               SET EDIT-TRAN-INVALID TO TRUE
               SET EDIT-REASON-BAD-BRANCH TO TRUE
           ELSE IF TRAN-IS-KIT OF EDIT01-TRAN-AREA
               AND TRAN-QUANTITY OF EDIT01-TRAN-AREA = ZERO
               SET EDIT-TRAN-INVALID TO TRUE
               SET EDIT-REASON-BAD-QTY TO TRUE
           ELSE IF TRAN-IS-RETURN OF EDIT01-TRAN-AREA
               AND TRAN-QUANTITY OF EDIT01-TRAN-AREA = ZERO
               SET EDIT-TRAN-INVALID TO TRUE
               SET EDIT-REASON-BAD-QTY TO TRUE
           ELSE IF TRAN-IS-RETURN OF EDIT01-TRAN-AREA
               AND NOT TRAN-RSN-VALID OF EDIT01-TRAN-AREA
               SET EDIT-TRAN-INVALID TO TRUE
               SET EDIT-REASON-BAD-RETURN-REASON TO TRUE
           ELSE IF TRAN-EXPIRY-DATE OF EDIT01-TRAN-AREA
                   NOT EQUAL SPACES
               AND TRAN-EXPIRY-DATE OF EDIT01-TRAN-AREA NOT NUMERIC
               SET EDIT-TRAN-INVALID TO TRUE
               SET EDIT-REASON-BAD-EXPIRY TO TRUE
           END-IF.
           IF EDIT-TRAN-VALID
               PERFORM 2200-CHECK-AUTHORITY THRU 2200-EXIT
           END-IF.
           IF EDIT-TRAN-INVALID AND EDIT-VALIDATE-TRAN
               PERFORM 2100-WRITE-SUSPENSE THRU 2100-EXIT
           END-IF.
           END-IF.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2200-CHECK-AUTHORITY - the sending source must hold a card, be
      *                        granted the type and the branch, and
      *                        keep inside its quantity and value
      *                        ceilings.  The quantity ceiling applies
      *                        to the size of a signed movement, so a
      *                        large negative adjustment is held to it
      *                        too.
      ******************************************************************
       2200-CHECK-AUTHORITY.
           IF NOT EDIT01-AUTH-LOADED
               PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT
           END-IF
           IF EDIT01-AUTH-LOAD-FAILED
               SET EDIT-TRAN-INVALID TO TRUE
               SET EDIT-REASON-NO-AUTHORITY TO TRUE
               GO TO 2200-EXIT
           END-IF
           SET AUTH-IDX TO 1
           SEARCH EDIT01-AUTH-ENTRY
               AT END
                   SET EDIT-TRAN-INVALID TO TRUE
                   SET EDIT-REASON-NO-AUTHORITY TO TRUE
                   GO TO 2200-EXIT
               WHEN AUTH-IDX GREATER THAN EDIT01-AUTH-COUNT
                   SET EDIT-TRAN-INVALID TO TRUE
                   SET EDIT-REASON-NO-AUTHORITY TO TRUE
                   GO TO 2200-EXIT
               WHEN EDIT01-AUTH-SOURCE (AUTH-IDX) EQUAL
                       TRAN-SOURCE-CODE OF EDIT01-TRAN-AREA
                   CONTINUE
           END-SEARCH
           MOVE ZERO TO EDIT01-TYPE-TALLY
           INSPECT EDIT01-AUTH-TYPES (AUTH-IDX)
               TALLYING EDIT01-TYPE-TALLY
               FOR ALL TRAN-TYPE OF EDIT01-TRAN-AREA
           IF EDIT01-TYPE-TALLY EQUAL ZERO
               SET EDIT-TRAN-INVALID TO TRUE
               SET EDIT-REASON-TYPE-NOT-AUTH TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF NOT EDIT01-AUTH-ALL-BRANCHES (AUTH-IDX)
               SET AUTH-BR-IDX TO 1
               SEARCH EDIT01-AUTH-BRANCH
                   AT END
                       SET EDIT-TRAN-INVALID TO TRUE
                       SET EDIT-REASON-BRANCH-NOT-AUTH TO TRUE
                       GO TO 2200-EXIT
                   WHEN EDIT01-AUTH-BRANCH (AUTH-IDX, AUTH-BR-IDX)
                           EQUAL TRAN-BRANCH-CODE OF EDIT01-TRAN-AREA
                       CONTINUE
               END-SEARCH
           END-IF
           IF TRAN-QUANTITY OF EDIT01-TRAN-AREA LESS THAN ZERO
               COMPUTE EDIT01-ABS-QTY =
                   ZERO - TRAN-QUANTITY OF EDIT01-TRAN-AREA
           ELSE
               MOVE TRAN-QUANTITY OF EDIT01-TRAN-AREA TO EDIT01-ABS-QTY
           END-IF
           IF EDIT01-AUTH-MAX-QTY (AUTH-IDX) GREATER THAN ZERO
               AND EDIT01-ABS-QTY GREATER THAN
                   EDIT01-AUTH-MAX-QTY (AUTH-IDX)
               SET EDIT-TRAN-INVALID TO TRUE
               SET EDIT-REASON-OVER-QTY-LIMIT TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF EDIT01-AUTH-MAX-VALUE (AUTH-IDX) EQUAL ZERO
               OR EDIT01-ABS-QTY EQUAL ZERO
               GO TO 2200-EXIT
           END-IF
           IF TRAN-UNIT-COST OF EDIT01-TRAN-AREA NOT EQUAL ZERO
               MOVE TRAN-UNIT-COST OF EDIT01-TRAN-AREA
                   TO EDIT01-CHECK-COST
           ELSE
               SET IO-READ-RECORD TO TRUE
               MOVE TRAN-ITEM-NUMBER OF EDIT01-TRAN-AREA
                   TO IO-KEY-ITEM-NUMBER
               MOVE TRAN-BRANCH-CODE OF EDIT01-TRAN-AREA
                   TO IO-KEY-BRANCH-CODE
               CALL 'IO01' USING EDIT01-IO-CONTROL-AREA
                                 EDIT01-IO-RECORD-AREA
               IF NOT IO-SUCCESS
                   GO TO 2200-EXIT
               END-IF
               MOVE STK-UNIT-COST OF EDIT01-IO-RECORD-AREA
                   TO EDIT01-CHECK-COST
           END-IF
           COMPUTE EDIT01-TRAN-VALUE =
               EDIT01-ABS-QTY * EDIT01-CHECK-COST
           IF EDIT01-TRAN-VALUE GREATER THAN
                   EDIT01-AUTH-MAX-VALUE (AUTH-IDX)
               SET EDIT-TRAN-INVALID TO TRUE
               SET EDIT-REASON-OVER-VALUE-LIMIT TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
       END PROGRAM EDIT01.
