      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Nightly returns report and accounts-payable debit-
      *          memo extract.  Runs after the nightly update and
      *          reads the returns log COB01 wrote for tonight's run
      *          date - every customer return ('C') and return-to-
      *          vendor ('P') it posted - sorted by return type,
      *          reason and supplier.  Each return-to-vendor becomes
      *          one 'D' debit-memo record on the fixed-layout
      *          APDEBIT extract, so accounts payable raises the
      *          debit against the supplier the goods went back to,
      *          and the extract closes with a 'T' trailer carrying
      *          the memo count and the total debited for AP to
      *          balance against.  The printed report lists every
      *          return by type, reason and supplier - with where a
      *          customer return went (back to stock or into the
      *          quarantine branch) and the debit memo number a
      *          return-to-vendor was raised under - with supplier,
      *          reason and type totals.  A RESTART of the update
      *          can log a replayed return twice; the log carries
      *          the return's position in the apply stream, so the
      *          second copy is dropped here and AP is never debited
      *          twice.  RETURN-CODE 4 when a supplier code is not
      *          on SUPREF, 8 on a hard failure.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original RTN01 build.
      *   2026-10-15 AB  A returns log that will not open prints
      *                  RETURNS LOG UNAVAILABLE - REPORT INCOMPLETE
      *                  instead of the no-returns line, so a failed
      *                  run never reads as a quiet night.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTN-CTLCARD-STATUS.
           SELECT SUPPLIER-REF-FILE ASSIGN TO "SUPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTN-SUPREF-STATUS.
           SELECT RETURNS-LOG-FILE ASSIGN TO "RTNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RTN-LOG-STATUS.
           SELECT AP-DEBIT-FILE ASSIGN TO "APDEBIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RTN-APD-STATUS.
           SELECT RETURN-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINTFILE ASSIGN TO "RTNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTN-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-MODE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-RUN-DATE             PIC X(08).
       FD  SUPPLIER-REF-FILE.
       01  SUPPLIER-REF-RECORD.
           COPY SUPREF.
       FD  RETURNS-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RETURNS-LOG-RECORD.
           COPY RTNLOG.
       FD  AP-DEBIT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  AP-DEBIT-RECORD.
           COPY APDEBIT.
       SD  RETURN-SORT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  RETURN-SORT-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-RETURN-TYPE     PIC X(01).
                   88  SRT-IS-CUSTOMER-RETURN  VALUE 'C'.
                   88  SRT-IS-VENDOR-RETURN    VALUE 'P'.
               10  SRT-REASON-CODE     PIC X(04).
               10  SRT-SUPPLIER-CODE   PIC X(04).
               10  SRT-ITEM-NUMBER     PIC X(10).
               10  SRT-BRANCH-CODE     PIC X(04).
               10  SRT-SEQUENCE        PIC 9(07).
           05  SRT-POSTED-BRANCH-CODE  PIC X(04).
           05  SRT-DISPOSITION         PIC X(01).
               88  SRT-TO-STOCK                VALUE 'S'.
               88  SRT-TO-QUARANTINE           VALUE 'Q'.
               88  SRT-TO-VENDOR               VALUE 'V'.
           05  SRT-SOURCE-CODE         PIC X(04).
           05  SRT-REFERENCE           PIC X(30).
           05  SRT-QUANTITY            PIC S9(07)      COMP-3.
           05  SRT-UNIT-COST           PIC S9(05)V9(2) COMP-3.
           05  SRT-EXTENDED-VALUE      PIC S9(09)V9(2) COMP-3.
           05  FILLER                  PIC X(05).
       FD  PRINTFILE.
       01  PRINT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  RTN-FILE-STATUSES.
           05  RTN-CTLCARD-STATUS      PIC X(02).
               88  RTN-CTLCARD-FS-OK           VALUE '00'.
           05  RTN-SUPREF-STATUS       PIC X(02).
               88  RTN-SUPREF-FS-OK            VALUE '00'.
           05  RTN-LOG-STATUS          PIC X(02).
               88  RTN-LOG-FS-OK               VALUE '00'.
           05  RTN-APD-STATUS          PIC X(02).
               88  RTN-APD-FS-OK               VALUE '00'.
           05  RTN-PRINT-STATUS        PIC X(02).
               88  RTN-PRINT-FS-OK             VALUE '00'.
       01  RTN-SWITCHES.
           05  RTN-SUPREF-EOF-SW       PIC X(01)   VALUE 'N'.
               88  RTN-SUPREF-EOF              VALUE 'Y'.
           05  RTN-LOG-EOF-SW          PIC X(01)   VALUE 'N'.
               88  RTN-LOG-EOF                 VALUE 'Y'.
           05  RTN-SORT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  RTN-SORT-EOF                VALUE 'Y'.
           05  RTN-DUPLICATE-SW        PIC X(01)   VALUE 'N'.
               88  RTN-DUPLICATE               VALUE 'Y'.
           05  RTN-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  RTN-HARD-ERROR              VALUE 'Y'.
           05  RTN-UNNAMED-SW          PIC X(01)   VALUE 'N'.
               88  RTN-ANY-UNNAMED             VALUE 'Y'.
           05  RTN-NAME-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  RTN-NAME-FOUND              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-LOG-READ-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-LOG-SELECTED-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-DUPLICATE-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-RETURNS-REPORTED-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-MEMO-COUNT               PIC 9(07)   VALUE ZERO.
       01  WS-MEMO-TOTAL               PIC S9(11)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-PREV-SORT-KEY            PIC X(30)   VALUE SPACES.
       01  WS-SUPPLIER-COUNT           PIC 9(03)   VALUE ZERO.
       01  WS-SUPPLIER-LIMIT           PIC 9(03)   VALUE 100.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUPPLIER-ENTRY OCCURS 100 TIMES
                   INDEXED BY SUP-IDX.
               10  WS-SUP-CODE         PIC X(04).
               10  WS-SUP-NAME         PIC X(30).
       01  WS-WORK-SUPPLIER-NAME       PIC X(30)   VALUE SPACES.
       01  WS-WORK-REASON-TEXT         PIC X(20)   VALUE SPACES.
       01  WS-CUR-RETURN-TYPE          PIC X(01)   VALUE SPACE.
       01  WS-TYPE-TOTAL-LABEL         PIC X(30)   VALUE SPACES.
       01  WS-CUR-REASON-CODE          PIC X(04)   VALUE SPACES.
       01  WS-CUR-SUPPLIER-CODE        PIC X(04)   VALUE SPACES.
       01  WS-MEMO-NUMBER.
           05  WS-MEMO-RUN-DATE        PIC X(08).
           05  FILLER                  PIC X(01)   VALUE '-'.
           05  WS-MEMO-SEQUENCE        PIC 9(07).
       01  WS-TOTALS.
           05  WS-SUP-TOTALS.
               10  WS-SUP-RETURN-COUNT PIC 9(05)           COMP-3.
               10  WS-SUP-QUANTITY     PIC S9(09)          COMP-3.
               10  WS-SUP-VALUE        PIC S9(11)V9(2)     COMP-3.
           05  WS-RSN-TOTALS.
               10  WS-RSN-RETURN-COUNT PIC 9(05)           COMP-3.
               10  WS-RSN-QUANTITY     PIC S9(09)          COMP-3.
               10  WS-RSN-VALUE        PIC S9(11)V9(2)     COMP-3.
           05  WS-TYP-TOTALS.
               10  WS-TYP-RETURN-COUNT PIC 9(05)           COMP-3.
               10  WS-TYP-QUANTITY     PIC S9(09)          COMP-3.
               10  WS-TYP-VALUE        PIC S9(11)V9(2)     COMP-3.
       01  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       01  WS-SAVE-PRINT-LINE          PIC X(132)  VALUE SPACES.
       01  WS-PAGE-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PAGE-LIMIT               PIC 9(03)   VALUE 56.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(31)
               VALUE "RETURNS BY REASON AND SUPPLIER".
           05  FILLER                  PIC X(28)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "RUN DATE:".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  HDG1-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "PAGE:".
           05  HDG1-PAGE               PIC ZZ,ZZ9.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  HDG2-TITLE              PIC X(40)   VALUE SPACES.
       01  WS-HEADING-3.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "ITEM NO".
           05  FILLER                  PIC X(07)   VALUE "BRANCH".
           05  FILLER                  PIC X(07)   VALUE "POSTED".
           05  FILLER                  PIC X(12)   VALUE "DISPOSITION".
           05  FILLER                  PIC X(06)   VALUE "SRC".
           05  FILLER                  PIC X(31)   VALUE "REFERENCE".
           05  FILLER                  PIC X(09)   VALUE " QUANTITY".
           05  FILLER                  PIC X(11)   VALUE " UNIT COST".
           05  FILLER                  PIC X(17)
               VALUE "          VALUE".
           05  FILLER                  PIC X(15)   VALUE "DEBIT MEMO".
       01  WS-REASON-HEADER-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(08)   VALUE "REASON: ".
           05  RHL-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(03)   VALUE " - ".
           05  RHL-REASON-TEXT         PIC X(20).
       01  WS-SUPPLIER-HEADER-LINE.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "SUPPLIER: ".
           05  SHL-SUPPLIER-CODE       PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SHL-SUPPLIER-NAME       PIC X(30).
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DTL-POSTED-BRANCH-CODE  PIC X(04).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  DTL-DISPOSITION         PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-SOURCE-CODE         PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-REFERENCE           PIC X(30).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  DTL-QUANTITY            PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  DTL-UNIT-COST           PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  DTL-VALUE               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-MEMO-NUMBER         PIC X(16).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  TOT-LABEL               PIC X(30).
           05  TOT-KEY                 PIC X(04).
           05  FILLER                  PIC X(09)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "RETURNS: ".
           05  TOT-RETURN-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  TOT-QUANTITY            PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(12)   VALUE SPACES.
           05  TOT-VALUE               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-AP-SUMMARY-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(33)
               VALUE "DEBIT MEMOS TO ACCOUNTS PAYABLE: ".
           05  APS-MEMO-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "TOTAL DEBITED: ".
           05  APS-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NONE-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(40)
               VALUE "NO RETURNS POSTED THIS CYCLE".
       01  WS-UNAVAILABLE-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(45)
               VALUE "RETURNS LOG UNAVAILABLE - REPORT INCOMPLETE".
       01  CTL01-CONTROL-AREA.
           COPY CTL01CTL.
       01  WS-STEP-RC                  PIC 9(02)   VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT RTN-HARD-ERROR
               SORT RETURN-SORT-FILE
                   ON ASCENDING KEY SRT-RETURN-TYPE
                   ON ASCENDING KEY SRT-REASON-CODE
                   ON ASCENDING KEY SRT-SUPPLIER-CODE
                   ON ASCENDING KEY SRT-ITEM-NUMBER
                   ON ASCENDING KEY SRT-BRANCH-CODE
                   ON ASCENDING KEY SRT-SEQUENCE
                   INPUT PROCEDURE IS 2000-SELECT-RETURNS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-REPORT-RETURNS
                       THRU 3000-EXIT
               PERFORM 4000-WRITE-AP-TRAILER THRU 4000-EXIT
           ELSE
               DISPLAY "RTN01 - INITIALIZATION FAILED, RUN ABORTED"
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - pick up the cycle's run date from the same
      *                   control card COB01 reads (a missing card
      *                   defaults to today, exactly as COB01 does),
      *                   log the step, load the supplier names and
      *                   open the extract and the report.  A missing
      *                   SUPREF leaves every supplier flagged not on
      *                   file, as REORD01 does.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           IF RTN-CTLCARD-FS-OK
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
           MOVE 'RTN01   ' TO CTL-STEP-NAME
           MOVE ZERO TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "RTN01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           OPEN INPUT SUPPLIER-REF-FILE
           IF RTN-SUPREF-FS-OK
               PERFORM 1100-LOAD-ONE-SUPPLIER THRU 1100-EXIT
                   UNTIL RTN-SUPREF-EOF
               CLOSE SUPPLIER-REF-FILE
           ELSE
               SET RTN-SUPREF-EOF TO TRUE
           END-IF
           OPEN OUTPUT AP-DEBIT-FILE
           IF NOT RTN-APD-FS-OK
               DISPLAY "RTN01 - AP DEBIT FILE OPEN FAILED, STATUS="
                   RTN-APD-STATUS
               SET RTN-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT RTN-PRINT-FS-OK
               DISPLAY "RTN01 - PRINT FILE OPEN FAILED, STATUS="
                   RTN-PRINT-STATUS
               SET RTN-HARD-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100-LOAD-ONE-SUPPLIER - read one supplier reference card into
      *                          the lookup table.
      ******************************************************************
       1100-LOAD-ONE-SUPPLIER.
           READ SUPPLIER-REF-FILE
               AT END
                   SET RTN-SUPREF-EOF TO TRUE
               NOT AT END
                   IF WS-SUPPLIER-COUNT NOT LESS THAN
                           WS-SUPPLIER-LIMIT
                       DISPLAY "RTN01 - SUPPLIER TABLE FULL, LIMIT "
                           WS-SUPPLIER-LIMIT
                       SET RTN-HARD-ERROR TO TRUE
                       SET RTN-SUPREF-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-SUPPLIER-COUNT
                       SET SUP-IDX TO WS-SUPPLIER-COUNT
                       MOVE SUP-SUPPLIER-CODE
                           TO WS-SUP-CODE (SUP-IDX)
                       MOVE SUP-SUPPLIER-NAME
                           TO WS-SUP-NAME (SUP-IDX)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 2000-SELECT-RETURNS - release tonight's returns - this run
      *                       date only, so a log left from an
      *                       earlier night is never debited again -
      *                       to the sort.  A log that cannot be read
      *                       is a hard failure: AP would get an
      *                       empty feed for a night that had
      *                       returns.
      ******************************************************************
       2000-SELECT-RETURNS.
           OPEN INPUT RETURNS-LOG-FILE
           IF RTN-LOG-FS-OK
               PERFORM 2010-SELECT-ONE-RETURN THRU 2010-EXIT
                   UNTIL RTN-LOG-EOF
               CLOSE RETURNS-LOG-FILE
           ELSE
               DISPLAY "RTN01 - RETURNS LOG OPEN FAILED, STATUS="
                   RTN-LOG-STATUS
               SET RTN-HARD-ERROR TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.
       2010-SELECT-ONE-RETURN.
           READ RETURNS-LOG-FILE
               AT END
                   SET RTN-LOG-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ
           ADD 1 TO WS-LOG-READ-COUNT
           IF RL-RUN-DATE NOT EQUAL WS-RUN-DATE
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-LOG-SELECTED-COUNT
           MOVE RL-RETURN-TYPE TO SRT-RETURN-TYPE
           MOVE RL-REASON-CODE TO SRT-REASON-CODE
           MOVE RL-SUPPLIER-CODE TO SRT-SUPPLIER-CODE
           MOVE RL-ITEM-NUMBER TO SRT-ITEM-NUMBER
           MOVE RL-BRANCH-CODE TO SRT-BRANCH-CODE
           MOVE RL-SEQUENCE TO SRT-SEQUENCE
           MOVE RL-POSTED-BRANCH-CODE TO SRT-POSTED-BRANCH-CODE
           MOVE RL-DISPOSITION TO SRT-DISPOSITION
           MOVE RL-SOURCE-CODE TO SRT-SOURCE-CODE
           MOVE RL-REFERENCE TO SRT-REFERENCE
           MOVE RL-QUANTITY TO SRT-QUANTITY
           MOVE RL-UNIT-COST TO SRT-UNIT-COST
           MOVE RL-EXTENDED-VALUE TO SRT-EXTENDED-VALUE
           RELEASE RETURN-SORT-RECORD.
       2010-EXIT.
           EXIT.
      ******************************************************************
      * 3000-REPORT-RETURNS - take the returns back by type, reason
      *                       and supplier: a fresh page per type,
      *                       the returns under each reason and
      *                       supplier with totals at each break,
      *                       and a debit memo for every return-to-
      *                       vendor.  When the log could not be
      *                       read the report says so and stops -
      *                       it must not read as a night with no
      *                       returns.
      ******************************************************************
       3000-REPORT-RETURNS.
           IF RTN-HARD-ERROR
               MOVE SPACES TO HDG2-TITLE
               MOVE WS-UNAVAILABLE-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3010-RETURN-NEXT-RETURN THRU 3010-EXIT
           IF RTN-SORT-EOF
               MOVE SPACES TO HDG2-TITLE
               MOVE WS-NONE-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-REPORT-ONE-TYPE THRU 3100-EXIT
               UNTIL RTN-SORT-EOF OR RTN-HARD-ERROR.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3010-RETURN-NEXT-RETURN - the next return off the sort,
      *                           passing over any copy a RESTART
      *                           logged twice.  A copy sorts on top
      *                           of its original - same type,
      *                           reason, supplier, item, branch and
      *                           apply-stream position.
      ******************************************************************
       3010-RETURN-NEXT-RETURN.
           SET RTN-DUPLICATE TO TRUE
           PERFORM 3020-RETURN-ONE-RETURN THRU 3020-EXIT
               UNTIL RTN-SORT-EOF OR NOT RTN-DUPLICATE.
       3010-EXIT.
           EXIT.
       3020-RETURN-ONE-RETURN.
           RETURN RETURN-SORT-FILE
               AT END
                   SET RTN-SORT-EOF TO TRUE
                   GO TO 3020-EXIT
           END-RETURN
           IF SRT-SORT-KEY EQUAL WS-PREV-SORT-KEY
               ADD 1 TO WS-DUPLICATE-COUNT
               GO TO 3020-EXIT
           END-IF
           MOVE 'N' TO RTN-DUPLICATE-SW
           MOVE SRT-SORT-KEY TO WS-PREV-SORT-KEY.
       3020-EXIT.
           EXIT.
      ******************************************************************
      * 3100-REPORT-ONE-TYPE - customer returns, then returns to
      *                        vendor, each on its own pages.
      ******************************************************************
       3100-REPORT-ONE-TYPE.
           MOVE SRT-RETURN-TYPE TO WS-CUR-RETURN-TYPE
           MOVE ZERO TO WS-TYP-RETURN-COUNT
           MOVE ZERO TO WS-TYP-QUANTITY
           MOVE ZERO TO WS-TYP-VALUE
           EVALUATE TRUE
               WHEN SRT-IS-CUSTOMER-RETURN
                   MOVE "CUSTOMER RETURNS" TO HDG2-TITLE
                   MOVE "TOTAL CUSTOMER RETURNS"
                       TO WS-TYPE-TOTAL-LABEL
               WHEN SRT-IS-VENDOR-RETURN
                   MOVE "RETURNS TO VENDOR" TO HDG2-TITLE
                   MOVE "TOTAL RETURNS TO VENDOR"
                       TO WS-TYPE-TOTAL-LABEL
               WHEN OTHER
                   MOVE "RETURNS OF UNKNOWN TYPE" TO HDG2-TITLE
                   MOVE "TOTAL UNKNOWN TYPE" TO WS-TYPE-TOTAL-LABEL
           END-EVALUATE
           MOVE 99 TO WS-LINE-COUNT
           PERFORM 3200-REPORT-ONE-REASON THRU 3200-EXIT
               UNTIL RTN-SORT-EOF
               OR RTN-HARD-ERROR
               OR SRT-RETURN-TYPE NOT EQUAL WS-CUR-RETURN-TYPE
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE WS-TYPE-TOTAL-LABEL TO TOT-LABEL
           MOVE SPACES TO TOT-KEY
           MOVE WS-TYP-RETURN-COUNT TO TOT-RETURN-COUNT
           MOVE WS-TYP-QUANTITY TO TOT-QUANTITY
           MOVE WS-TYP-VALUE TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3200-REPORT-ONE-REASON - one reason within the type, with its
      *                          suppliers and its total.
      ******************************************************************
       3200-REPORT-ONE-REASON.
           MOVE SRT-REASON-CODE TO WS-CUR-REASON-CODE
           MOVE ZERO TO WS-RSN-RETURN-COUNT
           MOVE ZERO TO WS-RSN-QUANTITY
           MOVE ZERO TO WS-RSN-VALUE
           PERFORM 3210-DESCRIBE-REASON THRU 3210-EXIT
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE WS-CUR-REASON-CODE TO RHL-REASON-CODE
           MOVE WS-WORK-REASON-TEXT TO RHL-REASON-TEXT
           MOVE WS-REASON-HEADER-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           PERFORM 3300-REPORT-ONE-SUPPLIER THRU 3300-EXIT
               UNTIL RTN-SORT-EOF
               OR RTN-HARD-ERROR
               OR SRT-RETURN-TYPE NOT EQUAL WS-CUR-RETURN-TYPE
               OR SRT-REASON-CODE NOT EQUAL WS-CUR-REASON-CODE
           MOVE "TOTAL FOR REASON" TO TOT-LABEL
           MOVE WS-CUR-REASON-CODE TO TOT-KEY
           MOVE WS-RSN-RETURN-COUNT TO TOT-RETURN-COUNT
           MOVE WS-RSN-QUANTITY TO TOT-QUANTITY
           MOVE WS-RSN-VALUE TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 3210-DESCRIBE-REASON - the printable text for the reason code
      *                        EDIT01 let through.
      ******************************************************************
       3210-DESCRIBE-REASON.
           EVALUATE WS-CUR-REASON-CODE
               WHEN 'DAMG'
                   MOVE "DAMAGED" TO WS-WORK-REASON-TEXT
               WHEN 'DEFT'
                   MOVE "DEFECTIVE" TO WS-WORK-REASON-TEXT
               WHEN 'EXPD'
                   MOVE "EXPIRED" TO WS-WORK-REASON-TEXT
               WHEN 'WRNG'
                   MOVE "WRONG ITEM" TO WS-WORK-REASON-TEXT
               WHEN 'OVER'
                   MOVE "OVER-SUPPLY" TO WS-WORK-REASON-TEXT
               WHEN 'NTWD'
                   MOVE "NOT WANTED" TO WS-WORK-REASON-TEXT
               WHEN OTHER
                   MOVE "** UNKNOWN REASON **" TO WS-WORK-REASON-TEXT
           END-EVALUATE.
       3210-EXIT.
           EXIT.
      ******************************************************************
      * 3300-REPORT-ONE-SUPPLIER - one supplier within the reason, with
      *                            its returns and its total.
      ******************************************************************
       3300-REPORT-ONE-SUPPLIER.
           MOVE SRT-SUPPLIER-CODE TO WS-CUR-SUPPLIER-CODE
           MOVE ZERO TO WS-SUP-RETURN-COUNT
           MOVE ZERO TO WS-SUP-QUANTITY
           MOVE ZERO TO WS-SUP-VALUE
           PERFORM 3310-FIND-SUPPLIER-NAME THRU 3310-EXIT
           MOVE WS-CUR-SUPPLIER-CODE TO SHL-SUPPLIER-CODE
           MOVE WS-WORK-SUPPLIER-NAME TO SHL-SUPPLIER-NAME
           MOVE WS-SUPPLIER-HEADER-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           PERFORM 3400-REPORT-ONE-RETURN THRU 3400-EXIT
               UNTIL RTN-SORT-EOF
               OR RTN-HARD-ERROR
               OR SRT-RETURN-TYPE NOT EQUAL WS-CUR-RETURN-TYPE
               OR SRT-REASON-CODE NOT EQUAL WS-CUR-REASON-CODE
               OR SRT-SUPPLIER-CODE NOT EQUAL WS-CUR-SUPPLIER-CODE
           MOVE "TOTAL FOR SUPPLIER" TO TOT-LABEL
           MOVE WS-CUR-SUPPLIER-CODE TO TOT-KEY
           MOVE WS-SUP-RETURN-COUNT TO TOT-RETURN-COUNT
           MOVE WS-SUP-QUANTITY TO TOT-QUANTITY
           MOVE WS-SUP-VALUE TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3300-EXIT.
           EXIT.
      ******************************************************************
      * 3310-FIND-SUPPLIER-NAME - look the supplier's name up in the
      *                           SUPREF table; a code not on file is
      *                           printed flagged and sets RC 4.  A
      *                           customer return for an item with no
      *                           supplier on the master has none to
      *                           look up, and is not flagged.
      ******************************************************************
       3310-FIND-SUPPLIER-NAME.
           IF WS-CUR-SUPPLIER-CODE EQUAL SPACES
               MOVE "** NO SUPPLIER ON MASTER **"
                   TO WS-WORK-SUPPLIER-NAME
               GO TO 3310-EXIT
           END-IF
           MOVE "** NOT ON SUPPLIER FILE **" TO WS-WORK-SUPPLIER-NAME
           MOVE 'N' TO RTN-NAME-FOUND-SW
           IF WS-SUPPLIER-COUNT NOT EQUAL ZERO
               SET SUP-IDX TO 1
               SEARCH WS-SUPPLIER-ENTRY
                   AT END
                       CONTINUE
                   WHEN SUP-IDX GREATER THAN WS-SUPPLIER-COUNT
                       CONTINUE
                   WHEN WS-SUP-CODE (SUP-IDX) EQUAL
                           WS-CUR-SUPPLIER-CODE
                       MOVE WS-SUP-NAME (SUP-IDX)
                           TO WS-WORK-SUPPLIER-NAME
                       SET RTN-NAME-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT RTN-NAME-FOUND
               SET RTN-ANY-UNNAMED TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.
      ******************************************************************
      * 3400-REPORT-ONE-RETURN - one print line per return, and the
      *                          debit memo for a return-to-vendor.
      ******************************************************************
       3400-REPORT-ONE-RETURN.
           ADD 1 TO WS-RETURNS-REPORTED-COUNT
           MOVE SPACES TO DTL-MEMO-NUMBER
           IF SRT-IS-VENDOR-RETURN
               PERFORM 3500-WRITE-DEBIT-MEMO THRU 3500-EXIT
               IF RTN-HARD-ERROR
                   GO TO 3400-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-SUP-RETURN-COUNT
           ADD 1 TO WS-RSN-RETURN-COUNT
           ADD 1 TO WS-TYP-RETURN-COUNT
           ADD SRT-QUANTITY TO WS-SUP-QUANTITY
           ADD SRT-QUANTITY TO WS-RSN-QUANTITY
           ADD SRT-QUANTITY TO WS-TYP-QUANTITY
           ADD SRT-EXTENDED-VALUE TO WS-SUP-VALUE
           ADD SRT-EXTENDED-VALUE TO WS-RSN-VALUE
           ADD SRT-EXTENDED-VALUE TO WS-TYP-VALUE
           MOVE SRT-ITEM-NUMBER TO DTL-ITEM-NUMBER
           MOVE SRT-BRANCH-CODE TO DTL-BRANCH-CODE
           MOVE SRT-POSTED-BRANCH-CODE TO DTL-POSTED-BRANCH-CODE
           EVALUATE TRUE
               WHEN SRT-TO-STOCK
                   MOVE "STOCK" TO DTL-DISPOSITION
               WHEN SRT-TO-QUARANTINE
                   MOVE "QUARANTINE" TO DTL-DISPOSITION
               WHEN SRT-TO-VENDOR
                   MOVE "VENDOR" TO DTL-DISPOSITION
               WHEN OTHER
                   MOVE SRT-DISPOSITION TO DTL-DISPOSITION
           END-EVALUATE
           MOVE SRT-SOURCE-CODE TO DTL-SOURCE-CODE
           MOVE SRT-REFERENCE TO DTL-REFERENCE
           MOVE SRT-QUANTITY TO DTL-QUANTITY
           MOVE SRT-UNIT-COST TO DTL-UNIT-COST
           MOVE SRT-EXTENDED-VALUE TO DTL-VALUE
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           PERFORM 3010-RETURN-NEXT-RETURN THRU 3010-EXIT.
       3400-EXIT.
           EXIT.
      ******************************************************************
      * 3500-WRITE-DEBIT-MEMO - one 'D' record for accounts payable.
      *                         The memo number is the run date and
      *                         the return's apply-stream position,
      *                         the same number on a rerun of the
      *                         night.  A memo that cannot be written
      *                         is a hard failure - AP must not be
      *                         sent a short feed.
      ******************************************************************
       3500-WRITE-DEBIT-MEMO.
           MOVE SPACES TO AP-DEBIT-RECORD
           SET APD-IS-DEBIT-MEMO TO TRUE
           MOVE WS-RUN-DATE TO APD-RUN-DATE
           MOVE SRT-SEQUENCE TO APD-MEMO-SEQUENCE
           MOVE SRT-SUPPLIER-CODE TO APD-SUPPLIER-CODE
           MOVE SRT-ITEM-NUMBER TO APD-ITEM-NUMBER
           MOVE SRT-BRANCH-CODE TO APD-BRANCH-CODE
           MOVE SRT-REASON-CODE TO APD-REASON-CODE
           MOVE SRT-QUANTITY TO APD-QUANTITY
           MOVE SRT-UNIT-COST TO APD-UNIT-COST
           MOVE SRT-EXTENDED-VALUE TO APD-DEBIT-AMOUNT
           MOVE SRT-REFERENCE TO APD-REFERENCE
           WRITE AP-DEBIT-RECORD
           IF NOT RTN-APD-FS-OK
               DISPLAY "RTN01 - AP DEBIT WRITE FAILED, STATUS="
                   RTN-APD-STATUS
               SET RTN-HARD-ERROR TO TRUE
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO WS-MEMO-COUNT
           ADD SRT-EXTENDED-VALUE TO WS-MEMO-TOTAL
           MOVE WS-RUN-DATE TO WS-MEMO-RUN-DATE
           MOVE SRT-SEQUENCE TO WS-MEMO-SEQUENCE
           MOVE WS-MEMO-NUMBER TO DTL-MEMO-NUMBER.
       3500-EXIT.
           EXIT.
      ******************************************************************
      * 4000-WRITE-AP-TRAILER - the 'T' record AP balances the feed
      *                         against, written on a night with no
      *                         returns to vendor too so AP knows the
      *                         feed is complete, and the same figures
      *                         on the report.
      ******************************************************************
       4000-WRITE-AP-TRAILER.
           IF RTN-HARD-ERROR
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO AP-DEBIT-RECORD
           SET APD-IS-TRAILER TO TRUE
           MOVE WS-RUN-DATE TO APD-RUN-DATE
           MOVE WS-MEMO-COUNT TO APD-MEMO-COUNT
           MOVE WS-MEMO-TOTAL TO APD-TOTAL-AMOUNT
           WRITE AP-DEBIT-RECORD
           IF NOT RTN-APD-FS-OK
               DISPLAY "RTN01 - AP DEBIT TRAILER WRITE FAILED, STATUS="
                   RTN-APD-STATUS
               SET RTN-HARD-ERROR TO TRUE
               GO TO 4000-EXIT
           END-IF
           MOVE "ACCOUNTS PAYABLE DEBIT MEMOS" TO HDG2-TITLE
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE WS-MEMO-COUNT TO APS-MEMO-COUNT
           MOVE WS-MEMO-TOTAL TO APS-TOTAL-AMOUNT
           MOVE WS-AP-SUMMARY-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       4000-EXIT.
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
      * 9100-PRINT-HEADINGS - page heading, the return type the page
      *                       lists, and the column headings.  The
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
           MOVE WS-HEADING-3 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 6 TO WS-LINE-COUNT
           MOVE WS-SAVE-PRINT-LINE TO PRINT-RECORD.
       9100-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - close the files, display the run totals, log
      *                  the step's end and set the return code.
      ******************************************************************
       8000-TERMINATE.
           CLOSE AP-DEBIT-FILE
           CLOSE PRINTFILE
           DISPLAY "RTN01 - RETURNS LOG RECORDS READ: "
               WS-LOG-READ-COUNT
           DISPLAY "RTN01 - RETURNS THIS RUN DATE:    "
               WS-LOG-SELECTED-COUNT
           DISPLAY "RTN01 - DUPLICATES DROPPED:       "
               WS-DUPLICATE-COUNT
           DISPLAY "RTN01 - RETURNS REPORTED:         "
               WS-RETURNS-REPORTED-COUNT
           DISPLAY "RTN01 - DEBIT MEMOS WRITTEN:      "
               WS-MEMO-COUNT
           IF RTN-HARD-ERROR
               MOVE 8 TO WS-STEP-RC
           ELSE
               IF RTN-ANY-UNNAMED
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF
           SET CTL-LOG-END TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'RTN01   ' TO CTL-STEP-NAME
           MOVE WS-STEP-RC TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "RTN01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.
       END PROGRAM RTN01.
