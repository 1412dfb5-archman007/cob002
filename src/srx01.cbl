      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Nightly source authority exceptions listing for the
      *          controller.  Picks tonight's fresh rejects off the
      *          suspense file (run date this cycle, age zero - as
      *          DSP01 selects them) whose EDIT01 reason is one of the
      *          source authority codes, E011-E015, and prints them by
      *          source: each source's page opens with the authority
      *          the SRCAUTH file gives it - types, branches and
      *          ceilings, or that it holds no card at all - followed
      *          by every violation with the item, branch, type,
      *          quantity, unit cost and reason.  RETURN-CODE 4 when
      *          there is anything to list.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original SRX01 build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRX01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRX-CTLCARD-STATUS.
           SELECT SOURCE-AUTHORITY-FILE ASSIGN TO "SRCAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRX-AUTH-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SRX-SUSP-STATUS.
           SELECT EXCEPTION-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINTFILE ASSIGN TO "SRXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRX-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-MODE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-RUN-DATE             PIC X(08).
       FD  SOURCE-AUTHORITY-FILE.
       01  SOURCE-AUTHORITY-RECORD.
           COPY SRCAUTH.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 102 CHARACTERS.
       01  SUSPENSE-RECORD.
           COPY SUSPNS.
       SD  EXCEPTION-SORT-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  EXCEPTION-SORT-RECORD.
           05  XST-SOURCE-CODE         PIC X(04).
           05  XST-ITEM-NUMBER         PIC X(10).
           05  XST-BRANCH-CODE         PIC X(04).
           05  XST-TRAN-TYPE           PIC X(01).
           05  XST-TO-BRANCH-CODE      PIC X(04).
           05  XST-QUANTITY            PIC S9(07)      COMP-3.
           05  XST-UNIT-COST           PIC S9(05)V9(2) COMP-3.
           05  XST-REASON-CODE         PIC X(04).
       FD  PRINTFILE.
       01  PRINT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  SRX-FILE-STATUSES.
           05  SRX-CTLCARD-STATUS      PIC X(02).
               88  SRX-CTLCARD-FS-OK           VALUE '00'.
           05  SRX-AUTH-STATUS         PIC X(02).
               88  SRX-AUTH-FS-OK              VALUE '00'.
           05  SRX-SUSP-STATUS         PIC X(02).
               88  SRX-SUSP-FS-OK              VALUE '00'.
           05  SRX-PRINT-STATUS        PIC X(02).
               88  SRX-PRINT-FS-OK             VALUE '00'.
       01  SRX-SWITCHES.
           05  SRX-AUTH-EOF-SW         PIC X(01)   VALUE 'N'.
               88  SRX-AUTH-EOF                VALUE 'Y'.
           05  SRX-SUSP-EOF-SW         PIC X(01)   VALUE 'N'.
               88  SRX-SUSP-EOF                VALUE 'Y'.
           05  SRX-SORT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  SRX-SORT-EOF                VALUE 'Y'.
           05  SRX-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  SRX-HARD-ERROR              VALUE 'Y'.
           05  SRX-AUTH-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  SRX-AUTH-FOUND              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-REJECTS-READ-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-SOURCE-EXCEPTION-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-SOURCES-LISTED-COUNT     PIC 9(05)   VALUE ZERO.
       01  WS-CUR-SOURCE-CODE          PIC X(04)   VALUE SPACES.
       01  WS-TRAN-VALUE               PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-AUTH-COUNT               PIC 9(03)   VALUE ZERO.
       01  WS-AUTH-LIMIT               PIC 9(03)   VALUE 200.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 200 TIMES
                   INDEXED BY AUTH-IDX.
               10  WS-AUTH-SOURCE      PIC X(04).
               10  WS-AUTH-TYPES       PIC X(12).
               10  WS-AUTH-BRANCH-LIST PIC X(40).
               10  WS-AUTH-MAX-QTY     PIC X(07).
               10  WS-AUTH-MAX-VALUE   PIC X(09).
       01  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       01  WS-SAVE-PRINT-LINE          PIC X(132)  VALUE SPACES.
       01  WS-PAGE-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PAGE-LIMIT               PIC 9(03)   VALUE 56.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(34)
               VALUE "SOURCE AUTHORITY EXCEPTIONS".
           05  FILLER                  PIC X(25)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "RUN DATE:".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  HDG1-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "PAGE:".
           05  HDG1-PAGE               PIC ZZ,ZZ9.
       01  WS-SOURCE-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(08)   VALUE "SOURCE: ".
           05  SL1-SOURCE-CODE         PIC X(04).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  SL1-AUTHORITY-TEXT      PIC X(40).
       01  WS-SOURCE-LINE-2.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(07)   VALUE "TYPES: ".
           05  SL2-TYPES               PIC X(12).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "BRANCHES: ".
           05  SL2-BRANCH-LIST         PIC X(40).
       01  WS-SOURCE-LINE-3.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "QTY CEILING: ".
           05  SL3-MAX-QTY             PIC X(07).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "VALUE CEILING: ".
           05  SL3-MAX-VALUE           PIC X(09).
       01  WS-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "ITEM NO".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "BRANCH".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(04)   VALUE "TYPE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(07)   VALUE "TO BR".
           05  FILLER                  PIC X(08)   VALUE "QUANTITY".
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "UNIT COST".
           05  FILLER                  PIC X(09)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "VALUE".
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "REASON".
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DTL-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-TRAN-TYPE           PIC X(01).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-TO-BRANCH-CODE      PIC X(04).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  DTL-QUANTITY            PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-UNIT-COST           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-VALUE               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  DTL-REASON-TEXT         PIC X(25).
       01  WS-SOURCE-TOTAL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "VIOLATIONS, SOURCE ".
           05  STL-SOURCE-CODE         PIC X(04).
           05  FILLER                  PIC X(02)   VALUE ": ".
           05  STL-COUNT               PIC ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE "TOTAL VIOLATIONS: ".
           05  TTL-EXCEPTION-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "SOURCES: ".
           05  TTL-SOURCES-COUNT       PIC ZZ,ZZ9.
       01  CTL01-CONTROL-AREA.
           COPY CTL01CTL.
       01  WS-STEP-RC                  PIC 9(02)   VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT SRX-HARD-ERROR
               SORT EXCEPTION-SORT-FILE
                   ON ASCENDING KEY XST-SOURCE-CODE
                   ON ASCENDING KEY XST-REASON-CODE
                   ON ASCENDING KEY XST-ITEM-NUMBER
                   INPUT PROCEDURE IS 2000-SELECT-EXCEPTIONS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-LIST-BY-SOURCE
                       THRU 3000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - pick up the cycle's run date from the same
      *                   control card COB01 reads, log the step, load
      *                   the authority cards for the page headings
      *                   and open the suspense and print files.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           IF SRX-CTLCARD-FS-OK
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
           MOVE 'SRX01   ' TO CTL-STEP-NAME
           MOVE ZERO TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "SRX01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           OPEN INPUT SOURCE-AUTHORITY-FILE
           IF SRX-AUTH-FS-OK
               PERFORM 1100-LOAD-ONE-AUTHORITY THRU 1100-EXIT
                   UNTIL SRX-AUTH-EOF
               CLOSE SOURCE-AUTHORITY-FILE
           ELSE
               DISPLAY "SRX01 - SOURCE AUTHORITY FILE OPEN FAILED, "
                   "STATUS=" SRX-AUTH-STATUS
               SET SRX-HARD-ERROR TO TRUE
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF NOT SRX-SUSP-FS-OK
               DISPLAY "SRX01 - SUSPENSE FILE OPEN FAILED, STATUS="
                   SRX-SUSP-STATUS
               SET SRX-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT SRX-PRINT-FS-OK
               DISPLAY "SRX01 - PRINT FILE OPEN FAILED, STATUS="
                   SRX-PRINT-STATUS
               SET SRX-HARD-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100-LOAD-ONE-AUTHORITY - read one authority card into the
      *                           table, as keyed; this listing shows
      *                           the controller the card, it does not
      *                           edit it.
      ******************************************************************
       1100-LOAD-ONE-AUTHORITY.
           READ SOURCE-AUTHORITY-FILE
               AT END
                   SET SRX-AUTH-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF SAU-SOURCE-CODE EQUAL SPACES
               GO TO 1100-EXIT
           END-IF
           IF WS-AUTH-COUNT NOT LESS THAN WS-AUTH-LIMIT
               DISPLAY "SRX01 - SOURCE AUTHORITY TABLE FULL, LIMIT "
                   WS-AUTH-LIMIT
               SET SRX-HARD-ERROR TO TRUE
               SET SRX-AUTH-EOF TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-AUTH-COUNT
           SET AUTH-IDX TO WS-AUTH-COUNT
           MOVE SAU-SOURCE-CODE TO WS-AUTH-SOURCE (AUTH-IDX)
           MOVE SAU-TRAN-TYPES TO WS-AUTH-TYPES (AUTH-IDX)
           MOVE SAU-BRANCH-LIST TO WS-AUTH-BRANCH-LIST (AUTH-IDX)
           MOVE SAU-MAX-QUANTITY TO WS-AUTH-MAX-QTY (AUTH-IDX)
           MOVE SAU-MAX-VALUE TO WS-AUTH-MAX-VALUE (AUTH-IDX).
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 2000-SELECT-EXCEPTIONS - release tonight's fresh rejects on an
      *                          authority reason.  Carried-forward
      *                          entries were listed the night they
      *                          were rejected.
      ******************************************************************
       2000-SELECT-EXCEPTIONS.
           PERFORM 2010-SELECT-ONE-REJECT THRU 2010-EXIT
               UNTIL SRX-SUSP-EOF
           CLOSE SUSPENSE-FILE.
       2000-EXIT.
           EXIT.
       2010-SELECT-ONE-REJECT.
           READ SUSPENSE-FILE
               AT END
                   SET SRX-SUSP-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ
           IF SUSP-RUN-DATE NOT EQUAL WS-RUN-DATE
               GO TO 2010-EXIT
           END-IF
           IF SUSP-AGE-COUNT NOT NUMERIC
               OR SUSP-AGE-COUNT NOT EQUAL ZERO
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-REJECTS-READ-COUNT
           IF SUSP-REASON-CODE LESS THAN 'E011'
               OR SUSP-REASON-CODE GREATER THAN 'E015'
               GO TO 2010-EXIT
           END-IF
           MOVE TRAN-SOURCE-CODE OF SUSPENSE-RECORD
               TO XST-SOURCE-CODE
           MOVE TRAN-ITEM-NUMBER OF SUSPENSE-RECORD
               TO XST-ITEM-NUMBER
           MOVE TRAN-BRANCH-CODE OF SUSPENSE-RECORD
               TO XST-BRANCH-CODE
           MOVE TRAN-TYPE OF SUSPENSE-RECORD TO XST-TRAN-TYPE
           MOVE TRAN-TO-BRANCH-CODE OF SUSPENSE-RECORD
               TO XST-TO-BRANCH-CODE
           MOVE TRAN-QUANTITY OF SUSPENSE-RECORD TO XST-QUANTITY
           MOVE TRAN-UNIT-COST OF SUSPENSE-RECORD TO XST-UNIT-COST
           MOVE SUSP-REASON-CODE TO XST-REASON-CODE
           RELEASE EXCEPTION-SORT-RECORD.
       2010-EXIT.
           EXIT.
      ******************************************************************
      * 3000-LIST-BY-SOURCE - take the violations back by source and
      *                       print each source's page.
      ******************************************************************
       3000-LIST-BY-SOURCE.
           PERFORM 3010-RETURN-SORTED-EXCEPTION THRU 3010-EXIT
           PERFORM 3100-LIST-ONE-SOURCE THRU 3100-EXIT
               UNTIL SRX-SORT-EOF.
       3000-EXIT.
           EXIT.
       3010-RETURN-SORTED-EXCEPTION.
           RETURN EXCEPTION-SORT-FILE
               AT END
                   SET SRX-SORT-EOF TO TRUE
           END-RETURN.
       3010-EXIT.
           EXIT.
       3100-LIST-ONE-SOURCE.
           MOVE XST-SOURCE-CODE TO WS-CUR-SOURCE-CODE
           MOVE ZERO TO WS-SOURCE-EXCEPTION-COUNT
           ADD 1 TO WS-SOURCES-LISTED-COUNT
           PERFORM 3200-PRINT-SOURCE-HEADER THRU 3200-EXIT
           PERFORM 3300-LIST-ONE-EXCEPTION THRU 3300-EXIT
               UNTIL SRX-SORT-EOF
               OR XST-SOURCE-CODE NOT EQUAL WS-CUR-SOURCE-CODE
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE WS-CUR-SOURCE-CODE TO STL-SOURCE-CODE
           MOVE WS-SOURCE-EXCEPTION-COUNT TO STL-COUNT
           MOVE WS-SOURCE-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3200-PRINT-SOURCE-HEADER - a fresh page per source, opening
      *                            with what its card allows.
      ******************************************************************
       3200-PRINT-SOURCE-HEADER.
           MOVE 99 TO WS-LINE-COUNT
           MOVE 'N' TO SRX-AUTH-FOUND-SW
           IF WS-AUTH-COUNT NOT EQUAL ZERO
               SET AUTH-IDX TO 1
               SEARCH WS-AUTH-ENTRY
                   AT END
                       CONTINUE
                   WHEN AUTH-IDX GREATER THAN WS-AUTH-COUNT
                       CONTINUE
                   WHEN WS-AUTH-SOURCE (AUTH-IDX) EQUAL
                           WS-CUR-SOURCE-CODE
                       SET SRX-AUTH-FOUND TO TRUE
               END-SEARCH
           END-IF
           MOVE WS-CUR-SOURCE-CODE TO SL1-SOURCE-CODE
           IF SRX-AUTH-FOUND
               MOVE "AUTHORITY ON FILE:" TO SL1-AUTHORITY-TEXT
           ELSE
               MOVE "** NO AUTHORITY CARD - MAY SEND NOTHING **"
                   TO SL1-AUTHORITY-TEXT
           END-IF
           MOVE WS-SOURCE-LINE-1 TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           IF SRX-AUTH-FOUND
               MOVE WS-AUTH-TYPES (AUTH-IDX) TO SL2-TYPES
               MOVE WS-AUTH-BRANCH-LIST (AUTH-IDX) TO SL2-BRANCH-LIST
               MOVE WS-SOURCE-LINE-2 TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
               IF WS-AUTH-MAX-QTY (AUTH-IDX) EQUAL SPACES
                   MOVE "NONE" TO SL3-MAX-QTY
               ELSE
                   MOVE WS-AUTH-MAX-QTY (AUTH-IDX) TO SL3-MAX-QTY
               END-IF
               IF WS-AUTH-MAX-VALUE (AUTH-IDX) EQUAL SPACES
                   MOVE "NONE" TO SL3-MAX-VALUE
               ELSE
                   MOVE WS-AUTH-MAX-VALUE (AUTH-IDX) TO SL3-MAX-VALUE
               END-IF
               MOVE WS-SOURCE-LINE-3 TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           END-IF
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE WS-HEADING-2 TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3200-EXIT.
           EXIT.
       3300-LIST-ONE-EXCEPTION.
           ADD 1 TO WS-SOURCE-EXCEPTION-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE XST-ITEM-NUMBER TO DTL-ITEM-NUMBER
           MOVE XST-BRANCH-CODE TO DTL-BRANCH-CODE
           MOVE XST-TRAN-TYPE TO DTL-TRAN-TYPE
           MOVE XST-TO-BRANCH-CODE TO DTL-TO-BRANCH-CODE
           MOVE XST-QUANTITY TO DTL-QUANTITY
           MOVE XST-UNIT-COST TO DTL-UNIT-COST
           IF XST-QUANTITY LESS THAN ZERO
               COMPUTE WS-TRAN-VALUE =
                   ZERO - XST-QUANTITY * XST-UNIT-COST
           ELSE
               COMPUTE WS-TRAN-VALUE = XST-QUANTITY * XST-UNIT-COST
           END-IF
           MOVE WS-TRAN-VALUE TO DTL-VALUE
           MOVE XST-REASON-CODE TO DTL-REASON-CODE
           EVALUATE XST-REASON-CODE
               WHEN 'E011'
                   MOVE "SOURCE HAS NO AUTHORITY" TO DTL-REASON-TEXT
               WHEN 'E012'
                   MOVE "TYPE NOT GRANTED" TO DTL-REASON-TEXT
               WHEN 'E013'
                   MOVE "BRANCH NOT GRANTED" TO DTL-REASON-TEXT
               WHEN 'E014'
                   MOVE "OVER QUANTITY CEILING" TO DTL-REASON-TEXT
               WHEN OTHER
                   MOVE "OVER VALUE CEILING" TO DTL-REASON-TEXT
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           PERFORM 3010-RETURN-SORTED-EXCEPTION THRU 3010-EXIT.
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
      * 9100-PRINT-HEADINGS - page heading.  The caller's pending line
      *                       is staged in working storage around the
      *                       heading writes, since they share the
      *                       record area.
      ******************************************************************
       9100-PRINT-HEADINGS.
           MOVE PRINT-RECORD TO WS-SAVE-PRINT-LINE
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-HEADING-1 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT
           MOVE WS-SAVE-PRINT-LINE TO PRINT-RECORD.
       9100-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - grand total, close the files, display the run
      *                  totals, log the step's return code and set
      *                  it.
      ******************************************************************
       8000-TERMINATE.
           IF NOT SRX-HARD-ERROR
               MOVE SPACES TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
               MOVE WS-EXCEPTION-COUNT TO TTL-EXCEPTION-COUNT
               MOVE WS-SOURCES-LISTED-COUNT TO TTL-SOURCES-COUNT
               MOVE WS-TOTAL-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           END-IF
           CLOSE PRINTFILE
           DISPLAY "SRX01 - REJECTS EXAMINED:    " WS-REJECTS-READ-COUNT
           DISPLAY "SRX01 - AUTHORITY VIOLATIONS:" WS-EXCEPTION-COUNT
           DISPLAY "SRX01 - SOURCES LISTED:      "
               WS-SOURCES-LISTED-COUNT
           IF SRX-HARD-ERROR
               MOVE 8 TO WS-STEP-RC
           ELSE
               IF WS-EXCEPTION-COUNT GREATER THAN ZERO
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF
           SET CTL-LOG-END TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'SRX01   ' TO CTL-STEP-NAME
           MOVE WS-STEP-RC TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "SRX01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.
       END PROGRAM SRX01.
