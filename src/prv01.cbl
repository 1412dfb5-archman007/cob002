      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Month-end obsolescence provision.  Values every
      *          item/branch on the stock master at on hand times unit
      *          cost and reserves against it at the rates on the
      *          PROVCARD policy card (layout PROVPOL): stock held in
      *          lots past their expiry, and in lots expiring inside
      *          the card's window, at the expired and expiring lot
      *          rates off LOTMAST; the rest at the rate of the
      *          highest slow-moving band its consecutive zero-issue
      *          periods reach.  A lot quantity never reserves at less
      *          than the item's band rate.  Prints the provision by
      *          category and branch - value, reserve, the effective
      *          rate and the movement from last month's reserve off
      *          the prior PROVBAL generation - writes this month's
      *          PROVBAL balances for next month, and writes the
      *          reserve movement as GLIFACE journal records: each
      *          category's movement to the reserve account on its
      *          CATGL card (the card's reserve account when CATGL
      *          names none), offset in total against the provision
      *          expense account.  Run after the close, so the zero-
      *          issue counts include the month just closed.  A
      *          missing or bad policy card, or a prior generation
      *          already dated for this period end, stops the run
      *          with RETURN-CODE 8 and nothing journalled.
      *          RETURN-CODE 4 when a category is not on CATGL.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original PRV01 build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRV01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRV-CTLCARD-STATUS.
           SELECT POLICY-CARD-FILE ASSIGN TO "PROVCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRV-CARD-STATUS.
           SELECT CATEGORY-ACCOUNT-FILE ASSIGN TO "CATGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRV-CATGL-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-MASTER-KEY OF STOCK-MASTER-RECORD
               ALTERNATE RECORD KEY IS STK-CATEGORY-CODE
                   OF STOCK-MASTER-RECORD WITH DUPLICATES
               FILE STATUS IS PRV-MASTER-STATUS.
           SELECT LOT-DETAIL-FILE ASSIGN TO "LOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-DET-KEY OF LOT-DETAIL-RECORD
               FILE STATUS IS PRV-LOT-STATUS.
           SELECT PROVISION-OLD-FILE ASSIGN TO "PROVOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRV-OLD-STATUS.
           SELECT PROVISION-NEW-FILE ASSIGN TO "PROVNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRV-NEW-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRV-JRNL-STATUS.
           SELECT PROVISION-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINTFILE ASSIGN TO "PROVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRV-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-MODE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-RUN-DATE             PIC X(08).
       FD  POLICY-CARD-FILE.
       01  POLICY-CARD-RECORD.
           COPY PROVPOL.
       FD  CATEGORY-ACCOUNT-FILE.
       01  CATEGORY-ACCOUNT-RECORD.
           COPY CATGL.
       FD  STOCK-MASTER-FILE.
       01  STOCK-MASTER-RECORD.
           COPY STKMAST.
       FD  LOT-DETAIL-FILE.
       01  LOT-DETAIL-RECORD.
           COPY LOTDET.
       FD  PROVISION-OLD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PROVISION-OLD-RECORD.
           COPY PROVBAL.
       FD  PROVISION-NEW-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PROVISION-NEW-RECORD.
           COPY PROVBAL.
       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           COPY GLIFACE.
       SD  PROVISION-SORT-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PROVISION-SORT-RECORD.
           05  PST-CATEGORY-CODE       PIC X(04).
           05  PST-BRANCH-CODE         PIC X(04).
           05  PST-STOCK-VALUE         PIC S9(11)V9(2) COMP-3.
           05  PST-EXPIRY-RESERVE      PIC S9(11)V9(2) COMP-3.
           05  PST-SLOW-RESERVE        PIC S9(11)V9(2) COMP-3.
           05  FILLER                  PIC X(03).
       FD  PRINTFILE.
       01  PRINT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  PRV-FILE-STATUSES.
           05  PRV-CTLCARD-STATUS      PIC X(02).
               88  PRV-CTLCARD-FS-OK           VALUE '00'.
           05  PRV-CARD-STATUS         PIC X(02).
               88  PRV-CARD-FS-OK              VALUE '00'.
           05  PRV-CATGL-STATUS        PIC X(02).
               88  PRV-CATGL-FS-OK             VALUE '00'.
           05  PRV-MASTER-STATUS       PIC X(02).
               88  PRV-MASTER-FS-OK            VALUE '00'.
           05  PRV-LOT-STATUS          PIC X(02).
               88  PRV-LOT-FS-OK               VALUE '00'.
           05  PRV-OLD-STATUS          PIC X(02).
               88  PRV-OLD-FS-OK               VALUE '00'.
           05  PRV-NEW-STATUS          PIC X(02).
               88  PRV-NEW-FS-OK               VALUE '00'.
           05  PRV-JRNL-STATUS         PIC X(02).
               88  PRV-JRNL-FS-OK              VALUE '00'.
           05  PRV-PRINT-STATUS        PIC X(02).
               88  PRV-PRINT-FS-OK             VALUE '00'.
       01  PRV-SWITCHES.
           05  PRV-CATGL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  PRV-CATGL-EOF               VALUE 'Y'.
           05  PRV-MASTER-EOF-SW       PIC X(01)   VALUE 'N'.
               88  PRV-MASTER-EOF              VALUE 'Y'.
           05  PRV-LOT-EOF-SW          PIC X(01)   VALUE 'N'.
               88  PRV-LOT-EOF                 VALUE 'Y'.
           05  PRV-OLD-EOF-SW          PIC X(01)   VALUE 'N'.
               88  PRV-OLD-EOF                 VALUE 'Y'.
           05  PRV-SORT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  PRV-SORT-EOF                VALUE 'Y'.
           05  PRV-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  PRV-HARD-ERROR              VALUE 'Y'.
           05  PRV-UNMAPPED-SW         PIC X(01)   VALUE 'N'.
               88  PRV-ANY-UNMAPPED            VALUE 'Y'.
           05  PRV-CARD-BAD-SW         PIC X(01)   VALUE 'N'.
               88  PRV-CARD-BAD                VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-RECORDS-READ-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-RECORDS-VALUED-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-LOTS-READ-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-OLD-READ-COUNT           PIC 9(05)   VALUE ZERO.
       01  WS-NEW-WRITTEN-COUNT        PIC 9(05)   VALUE ZERO.
       01  WS-JOURNALS-WRITTEN-COUNT   PIC 9(05)   VALUE ZERO.
      ******************************************************************
      * Policy, as edited off the card.  The bands are held in the
      * ascending order they were keyed in.
      ******************************************************************
       01  WS-BAND-SUB                 PIC 9(01)   VALUE ZERO.
       01  WS-BAND-COUNT               PIC 9(01)   VALUE ZERO.
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 4 TIMES
                   INDEXED BY BAND-IDX.
               10  WS-BAND-FROM        PIC 9(03).
               10  WS-BAND-PCT         PIC 9(03)V9(02).
       01  WS-EXPIRED-PCT              PIC 9(03)V9(02) VALUE ZERO.
       01  WS-EXPIRING-PCT             PIC 9(03)V9(02) VALUE ZERO.
       01  WS-WINDOW-DAYS              PIC 9(03)   VALUE 30.
       01  WS-EXPENSE-ACCOUNT          PIC X(10)   VALUE SPACES.
       01  WS-RESERVE-ACCOUNT          PIC X(10)   VALUE SPACES.
       01  WS-LAST-BAND-FROM           PIC 9(03)   VALUE ZERO.
       01  WS-DAYS-ROLLED              PIC 9(03)   VALUE ZERO.
       01  WS-CUTOFF-DATE              PIC X(08)   VALUE SPACES.
      ******************************************************************
      * One item/branch's valuation.
      ******************************************************************
       01  WS-EXPIRED-QTY              PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-EXPIRING-QTY             PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-SLOW-QTY                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-ON-HAND-QTY              PIC S9(09)  COMP-3 VALUE ZERO.
       01  WS-SLOW-PCT                 PIC 9(03)V9(02) VALUE ZERO.
       01  WS-EXPIRED-EFF-PCT          PIC 9(03)V9(02) VALUE ZERO.
       01  WS-EXPIRING-EFF-PCT         PIC 9(03)V9(02) VALUE ZERO.
      ******************************************************************
      * Category/branch summary, merged against last month's balance.
      ******************************************************************
       01  WS-SORT-KEY.
           05  WS-SK-CATEGORY-CODE     PIC X(04).
           05  WS-SK-BRANCH-CODE       PIC X(04).
       01  WS-OLD-KEY.
           05  WS-OK-CATEGORY-CODE     PIC X(04).
           05  WS-OK-BRANCH-CODE       PIC X(04).
       01  WS-CUR-KEY.
           05  WS-CK-CATEGORY-CODE     PIC X(04).
           05  WS-CK-BRANCH-CODE       PIC X(04).
       01  WS-PREV-CATEGORY-CODE       PIC X(04)   VALUE SPACES.
       01  WS-KEY-TOTALS.
           05  WS-KEY-ITEM-COUNT       PIC 9(07)   VALUE ZERO.
           05  WS-KEY-STOCK-VALUE      PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-KEY-EXPIRY-RESERVE   PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-KEY-SLOW-RESERVE     PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-KEY-TOTAL-RESERVE    PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-KEY-LAST-RESERVE     PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-KEY-MOVEMENT         PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-CAT-TOTALS.
           05  WS-CAT-ITEM-COUNT       PIC 9(07)   VALUE ZERO.
           05  WS-CAT-STOCK-VALUE      PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-CAT-EXPIRY-RESERVE   PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-CAT-SLOW-RESERVE     PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-CAT-TOTAL-RESERVE    PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-CAT-LAST-RESERVE     PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-CAT-MOVEMENT         PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-ITEM-COUNT     PIC 9(07)   VALUE ZERO.
           05  WS-GRAND-STOCK-VALUE    PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-GRAND-EXPIRY-RESERVE PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-GRAND-SLOW-RESERVE   PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-GRAND-TOTAL-RESERVE  PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-GRAND-LAST-RESERVE   PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-GRAND-MOVEMENT       PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-RATE-PCT                 PIC S9(05)V9(02) COMP-3
                                                   VALUE ZERO.
      ******************************************************************
      * GL mapping and journal accumulation, as GLEXT01 keeps them.
      ******************************************************************
       01  WS-MAP-COUNT                PIC 9(03)   VALUE ZERO.
       01  WS-MAP-LIMIT                PIC 9(03)   VALUE 100.
       01  WS-CATEGORY-MAP-TABLE.
           05  WS-CATEGORY-MAP-ENTRY OCCURS 100 TIMES
                   INDEXED BY MAP-IDX.
               10  WS-MAP-CATEGORY     PIC X(04).
               10  WS-MAP-RESERVE-ACCOUNT
                                       PIC X(10).
       01  WS-ACCOUNT-COUNT            PIC 9(03)   VALUE ZERO.
       01  WS-ACCOUNT-LIMIT            PIC 9(03)   VALUE 100.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 100 TIMES
                   INDEXED BY ACCT-IDX.
               10  WS-ACCT-GL-ACCOUNT  PIC X(10).
               10  WS-ACCT-AMOUNT      PIC S9(13)V9(2) COMP-3.
       01  WS-WORK-GL-ACCOUNT          PIC X(10)   VALUE SPACES.
       01  WS-JOURNAL-AMOUNT           PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
      ******************************************************************
      * Expiring window: real calendar, as EXP01 rolls its cutoff.
      ******************************************************************
       01  WS-DATE-WORK                PIC X(08)   VALUE SPACES.
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DP-YEAR              PIC 9(04).
           05  WS-DP-MONTH             PIC 9(02).
           05  WS-DP-DAY               PIC 9(02).
       01  WS-MONTH-LENGTH             PIC 9(02)   VALUE ZERO.
       01  WS-LEAP-QUOTIENT            PIC 9(04)   VALUE ZERO.
       01  WS-LEAP-REMAINDER           PIC 9(04)   VALUE ZERO.
       01  WS-LEAP-SW                  PIC X(01)   VALUE 'N'.
           88  WS-LEAP-YEAR                    VALUE 'Y'.
       01  WS-MONTH-TABLE-VALUES.
           05  FILLER                  PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES
                                       PIC 9(02).
       01  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       01  WS-SAVE-PRINT-LINE          PIC X(132)  VALUE SPACES.
       01  WS-PAGE-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PAGE-LIMIT               PIC 9(03)   VALUE 56.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(36)
               VALUE "OBSOLESCENCE PROVISION - PERIOD END".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  HDG1-PERIOD-END         PIC X(08).
           05  FILLER                  PIC X(14)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "RUN DATE:".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  HDG1-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "PAGE:".
           05  HDG1-PAGE               PIC ZZ,ZZ9.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "CAT".
           05  FILLER                  PIC X(06)   VALUE "BRANCH".
           05  FILLER                  PIC X(08)   VALUE " ITEMS".
           05  FILLER                  PIC X(17)
               VALUE "    STOCK VALUE".
           05  FILLER                  PIC X(17)
               VALUE " EXPIRY RESERVE".
           05  FILLER                  PIC X(17)
               VALUE "SLOW-MOVING RES".
           05  FILLER                  PIC X(17)
               VALUE "  TOTAL RESERVE".
           05  FILLER                  PIC X(08)   VALUE "RATE %".
           05  FILLER                  PIC X(17)
               VALUE "     LAST MONTH".
           05  FILLER                  PIC X(15)
               VALUE "       MOVEMENT".
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-ITEM-COUNT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-STOCK-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-EXPIRY-RESERVE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-SLOW-RESERVE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-TOTAL-RESERVE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-RATE-PCT            PIC ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-LAST-RESERVE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-MOVEMENT            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-LABEL               PIC X(11).
           05  TTL-ITEM-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-STOCK-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-EXPIRY-RESERVE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-SLOW-RESERVE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-TOTAL-RESERVE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-RATE-PCT            PIC ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-LAST-RESERVE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-MOVEMENT            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-JOURNAL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "JOURNAL: ".
           05  JRL-GL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  JRL-DR-CR               PIC X(06).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  JRL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  JRL-PURPOSE             PIC X(30).
       01  WS-BAND-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "POLICY: BAND ".
           05  BDL-BAND-NUMBER         PIC 9(01).
           05  FILLER                  PIC X(06)   VALUE " FROM ".
           05  BDL-BAND-FROM           PIC ZZ9.
           05  FILLER                  PIC X(24)
               VALUE " ZERO-ISSUE PERIODS AT ".
           05  BDL-BAND-PCT            PIC ZZ9.99.
           05  FILLER                  PIC X(01)   VALUE "%".
       01  WS-LOT-POLICY-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE "POLICY: EXPIRED LOTS AT ".
           05  LPL-EXPIRED-PCT         PIC ZZ9.99.
           05  FILLER                  PIC X(25)
               VALUE "%, LOTS EXPIRING WITHIN ".
           05  LPL-WINDOW-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(09)   VALUE " DAYS AT ".
           05  LPL-EXPIRING-PCT        PIC ZZ9.99.
           05  FILLER                  PIC X(01)   VALUE "%".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT PRV-HARD-ERROR
               SORT PROVISION-SORT-FILE
                   ON ASCENDING KEY PST-CATEGORY-CODE
                   ON ASCENDING KEY PST-BRANCH-CODE
                   INPUT PROCEDURE IS 2000-VALUE-MASTER
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-SUMMARISE
                       THRU 3000-EXIT
           END-IF
           IF NOT PRV-HARD-ERROR
               PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - pick up the period-end date off the month-
      *                   end control card (a missing card defaults
      *                   to today), edit the policy card, load the
      *                   category reserve accounts, check last
      *                   month's balances belong to an earlier
      *                   period, and open the master, the lot file
      *                   and the outputs.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           IF PRV-CTLCARD-FS-OK
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
           OPEN INPUT POLICY-CARD-FILE
           IF PRV-CARD-FS-OK
               READ POLICY-CARD-FILE
                   AT END
                       DISPLAY "PRV01 - POLICY CARD MISSING"
                       SET PRV-HARD-ERROR TO TRUE
                   NOT AT END
                       PERFORM 1100-EDIT-POLICY-CARD THRU 1100-EXIT
               END-READ
               CLOSE POLICY-CARD-FILE
           ELSE
               DISPLAY "PRV01 - POLICY CARD OPEN FAILED, STATUS="
                   PRV-CARD-STATUS
               SET PRV-HARD-ERROR TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           MOVE ZERO TO WS-DAYS-ROLLED
           PERFORM 9300-ROLL-NEXT-DAY THRU 9300-EXIT
               UNTIL WS-DAYS-ROLLED NOT LESS THAN WS-WINDOW-DAYS
           MOVE WS-DATE-WORK TO WS-CUTOFF-DATE
           OPEN INPUT CATEGORY-ACCOUNT-FILE
           IF PRV-CATGL-FS-OK
               PERFORM 1200-LOAD-ONE-MAP-ENTRY THRU 1200-EXIT
                   UNTIL PRV-CATGL-EOF
               CLOSE CATEGORY-ACCOUNT-FILE
           ELSE
               DISPLAY "PRV01 - CATEGORY ACCOUNT FILE OPEN FAILED, "
                   "STATUS=" PRV-CATGL-STATUS
               SET PRV-HARD-ERROR TO TRUE
           END-IF
           PERFORM 1300-OPEN-LAST-MONTH THRU 1300-EXIT
           OPEN INPUT STOCK-MASTER-FILE
           IF NOT PRV-MASTER-FS-OK
               DISPLAY "PRV01 - STOCK MASTER OPEN FAILED, STATUS="
                   PRV-MASTER-STATUS
               SET PRV-HARD-ERROR TO TRUE
           END-IF
           OPEN INPUT LOT-DETAIL-FILE
           IF NOT PRV-LOT-FS-OK
               DISPLAY "PRV01 - LOT DETAIL OPEN FAILED, STATUS="
                   PRV-LOT-STATUS
               SET PRV-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT PROVISION-NEW-FILE
           IF NOT PRV-NEW-FS-OK
               DISPLAY "PRV01 - PROVISION OUTPUT OPEN FAILED, STATUS="
                   PRV-NEW-STATUS
               SET PRV-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT PRV-JRNL-FS-OK
               DISPLAY "PRV01 - JOURNAL FILE OPEN FAILED, STATUS="
                   PRV-JRNL-STATUS
               SET PRV-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT PRV-PRINT-FS-OK
               DISPLAY "PRV01 - PRINT FILE OPEN FAILED, STATUS="
                   PRV-PRINT-STATUS
               SET PRV-HARD-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100-EDIT-POLICY-CARD - every field must be sound; unlike the
      *                         report cards there is no default to
      *                         fall back on, since the result posts
      *                         to the ledger.  A blank lot rate is
      *                         zero and a blank window is 30 days;
      *                         both accounts are required, and the
      *                         card must reserve something.
      ******************************************************************
       1100-EDIT-POLICY-CARD.
           PERFORM 1110-EDIT-ONE-BAND THRU 1110-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB GREATER THAN 4
           IF PPC-EXPIRED-RATE NOT EQUAL SPACES
               IF PPC-EXPIRED-RATE NUMERIC
                   AND PPC-EXPIRED-RATE-PCT NOT GREATER THAN 100
                   MOVE PPC-EXPIRED-RATE-PCT TO WS-EXPIRED-PCT
               ELSE
                   DISPLAY "PRV01 - BAD EXPIRED LOT RATE ON CARD"
                   SET PRV-CARD-BAD TO TRUE
               END-IF
           END-IF
           IF PPC-EXPIRING-RATE NOT EQUAL SPACES
               IF PPC-EXPIRING-RATE NUMERIC
                   AND PPC-EXPIRING-RATE-PCT NOT GREATER THAN 100
                   MOVE PPC-EXPIRING-RATE-PCT TO WS-EXPIRING-PCT
               ELSE
                   DISPLAY "PRV01 - BAD EXPIRING LOT RATE ON CARD"
                   SET PRV-CARD-BAD TO TRUE
               END-IF
           END-IF
           IF PPC-EXPIRING-DAYS NOT EQUAL SPACES
               IF PPC-EXPIRING-DAYS NUMERIC
                   AND PPC-EXPIRING-DAYS NOT EQUAL ZERO
                   MOVE PPC-EXPIRING-DAYS TO WS-WINDOW-DAYS
               ELSE
                   DISPLAY "PRV01 - BAD EXPIRING WINDOW ON CARD"
                   SET PRV-CARD-BAD TO TRUE
               END-IF
           END-IF
           IF PPC-EXPENSE-ACCOUNT EQUAL SPACES
               DISPLAY "PRV01 - NO EXPENSE ACCOUNT ON CARD"
               SET PRV-CARD-BAD TO TRUE
           ELSE
               MOVE PPC-EXPENSE-ACCOUNT TO WS-EXPENSE-ACCOUNT
           END-IF
           IF PPC-RESERVE-ACCOUNT EQUAL SPACES
               DISPLAY "PRV01 - NO RESERVE ACCOUNT ON CARD"
               SET PRV-CARD-BAD TO TRUE
           ELSE
               MOVE PPC-RESERVE-ACCOUNT TO WS-RESERVE-ACCOUNT
           END-IF
           IF WS-BAND-COUNT EQUAL ZERO
               AND WS-EXPIRED-PCT EQUAL ZERO
               AND WS-EXPIRING-PCT EQUAL ZERO
               DISPLAY "PRV01 - POLICY CARD RESERVES NOTHING"
               SET PRV-CARD-BAD TO TRUE
           END-IF
           IF PRV-CARD-BAD
               DISPLAY "PRV01 - POLICY CARD REJECTED, NOTHING "
                   "PROVIDED"
               SET PRV-HARD-ERROR TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 1110-EDIT-ONE-BAND - a blank band is unused; a keyed band
      *                      needs numeric periods above the band
      *                      before it and a rate of 100 or less.
      ******************************************************************
       1110-EDIT-ONE-BAND.
           IF PPC-BAND-PERIODS (WS-BAND-SUB) EQUAL SPACES
               IF PPC-BAND-RATE (WS-BAND-SUB) NOT EQUAL SPACES
                   DISPLAY "PRV01 - BAND " WS-BAND-SUB
                       " HAS A RATE BUT NO PERIODS"
                   SET PRV-CARD-BAD TO TRUE
               END-IF
               GO TO 1110-EXIT
           END-IF
           IF PPC-BAND-PERIODS (WS-BAND-SUB) NOT NUMERIC
               OR PPC-BAND-RATE (WS-BAND-SUB) NOT NUMERIC
               DISPLAY "PRV01 - BAND " WS-BAND-SUB
                   " NOT NUMERIC ON CARD"
               SET PRV-CARD-BAD TO TRUE
               GO TO 1110-EXIT
           END-IF
           IF PPC-BAND-RATE-PCT (WS-BAND-SUB) GREATER THAN 100
               DISPLAY "PRV01 - BAND " WS-BAND-SUB
                   " RATE OVER 100 PERCENT"
               SET PRV-CARD-BAD TO TRUE
               GO TO 1110-EXIT
           END-IF
           IF WS-BAND-COUNT GREATER THAN ZERO
               AND PPC-BAND-PERIODS (WS-BAND-SUB)
                   NOT GREATER THAN WS-LAST-BAND-FROM
               DISPLAY "PRV01 - BAND " WS-BAND-SUB
                   " OUT OF ASCENDING ORDER"
               SET PRV-CARD-BAD TO TRUE
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO WS-BAND-COUNT
           SET BAND-IDX TO WS-BAND-COUNT
           MOVE PPC-BAND-PERIODS (WS-BAND-SUB)
               TO WS-BAND-FROM (BAND-IDX)
           MOVE PPC-BAND-RATE-PCT (WS-BAND-SUB)
               TO WS-BAND-PCT (BAND-IDX)
           MOVE WS-BAND-FROM (BAND-IDX) TO WS-LAST-BAND-FROM.
       1110-EXIT.
           EXIT.
      ******************************************************************
      * 1200-LOAD-ONE-MAP-ENTRY - read one category card's reserve
      *                           account into the lookup table.  A
      *                           card naming no reserve account
      *                           posts to the policy card's.
      ******************************************************************
       1200-LOAD-ONE-MAP-ENTRY.
           READ CATEGORY-ACCOUNT-FILE
               AT END
                   SET PRV-CATGL-EOF TO TRUE
               NOT AT END
                   IF WS-MAP-COUNT NOT LESS THAN WS-MAP-LIMIT
                       DISPLAY "PRV01 - CATEGORY MAP TABLE FULL, "
                           "LIMIT " WS-MAP-LIMIT
                       SET PRV-HARD-ERROR TO TRUE
                       SET PRV-CATGL-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-MAP-COUNT
                       SET MAP-IDX TO WS-MAP-COUNT
                       MOVE CAT-CATEGORY-CODE
                           TO WS-MAP-CATEGORY (MAP-IDX)
                       MOVE CAT-RESERVE-ACCOUNT
                           TO WS-MAP-RESERVE-ACCOUNT (MAP-IDX)
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.
      ******************************************************************
      * 1300-OPEN-LAST-MONTH - open last month's balances and prime
      *                        the first one.  An empty generation is
      *                        the first month provided, and the
      *                        whole reserve is the movement.  A
      *                        generation already dated on or after
      *                        this period end means the month has
      *                        been provided for - running again
      *                        would journal the movement twice.
      ******************************************************************
       1300-OPEN-LAST-MONTH.
           OPEN INPUT PROVISION-OLD-FILE
           IF NOT PRV-OLD-FS-OK
               DISPLAY "PRV01 - LAST MONTH'S PROVISION OPEN FAILED, "
                   "STATUS=" PRV-OLD-STATUS
               SET PRV-HARD-ERROR TO TRUE
               SET PRV-OLD-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-OLD-KEY
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-LAST-MONTH THRU 1310-EXIT
           IF PRV-OLD-EOF
               DISPLAY "PRV01 - NO PRIOR PROVISION, FULL RESERVE IS "
                   "THE MOVEMENT"
               GO TO 1300-EXIT
           END-IF
           IF PRB-PERIOD-END-DATE OF PROVISION-OLD-RECORD
                   NOT LESS THAN WS-RUN-DATE
               DISPLAY "PRV01 - PERIOD " WS-RUN-DATE
                   " ALREADY PROVIDED FOR, PRIOR GENERATION DATED "
                   PRB-PERIOD-END-DATE OF PROVISION-OLD-RECORD
               SET PRV-HARD-ERROR TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.
       1310-READ-LAST-MONTH.
           READ PROVISION-OLD-FILE
               AT END
                   SET PRV-OLD-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   ADD 1 TO WS-OLD-READ-COUNT
                   MOVE PRB-CATEGORY-CODE OF PROVISION-OLD-RECORD
                       TO WS-OK-CATEGORY-CODE
                   MOVE PRB-BRANCH-CODE OF PROVISION-OLD-RECORD
                       TO WS-OK-BRANCH-CODE
           END-READ.
       1310-EXIT.
           EXIT.
      ******************************************************************
      * 2000-VALUE-MASTER - browse the master and the lot file
      *                     together, both in item/branch order, and
      *                     release each stocked record's value and
      *                     reserve for the category/branch summary.
      ******************************************************************
       2000-VALUE-MASTER.
           MOVE LOW-VALUES TO LOT-DET-KEY OF LOT-DETAIL-RECORD
           START LOT-DETAIL-FILE KEY IS NOT LESS THAN
                   LOT-DET-KEY OF LOT-DETAIL-RECORD
               INVALID KEY
                   SET PRV-LOT-EOF TO TRUE
                   MOVE HIGH-VALUES TO LOT-DET-KEY OF LOT-DETAIL-RECORD
           END-START
           IF NOT PRV-LOT-EOF
               PERFORM 2020-READ-LOT THRU 2020-EXIT
           END-IF
           MOVE LOW-VALUES TO STK-MASTER-KEY OF STOCK-MASTER-RECORD
           START STOCK-MASTER-FILE KEY IS NOT LESS THAN
                   STK-MASTER-KEY OF STOCK-MASTER-RECORD
               INVALID KEY
                   SET PRV-MASTER-EOF TO TRUE
           END-START
           IF NOT PRV-MASTER-EOF
               PERFORM 2010-READ-MASTER THRU 2010-EXIT
           END-IF
           PERFORM 2100-VALUE-ONE-RECORD THRU 2100-EXIT
               UNTIL PRV-MASTER-EOF.
       2000-EXIT.
           EXIT.
       2010-READ-MASTER.
           READ STOCK-MASTER-FILE NEXT RECORD
               AT END
                   SET PRV-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ.
       2010-EXIT.
           EXIT.
       2020-READ-LOT.
           READ LOT-DETAIL-FILE NEXT RECORD
               AT END
                   SET PRV-LOT-EOF TO TRUE
                   MOVE HIGH-VALUES TO LOT-DET-KEY OF LOT-DETAIL-RECORD
               NOT AT END
                   ADD 1 TO WS-LOTS-READ-COUNT
           END-READ.
       2020-EXIT.
           EXIT.
      ******************************************************************
      * 2100-VALUE-ONE-RECORD - pass the lots of item/branches no
      *                         longer on the master, total this
      *                         record's expired and expiring lot
      *                         quantities, and reserve against its
      *                         value.  Lots are capped at the on-hand
      *                         balance - the lot file never holds
      *                         more than the master says is there.
      *                         Nothing on hand, or no cost, is no
      *                         value and is not released.
      ******************************************************************
       2100-VALUE-ONE-RECORD.
           PERFORM 2020-READ-LOT THRU 2020-EXIT
               UNTIL PRV-LOT-EOF
               OR LOT-DET-ITEM-NUMBER OF LOT-DETAIL-RECORD
                   GREATER THAN STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
               OR (LOT-DET-ITEM-NUMBER OF LOT-DETAIL-RECORD EQUAL
                       STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
                   AND LOT-DET-BRANCH-CODE OF LOT-DETAIL-RECORD
                       NOT LESS THAN
                       STK-BRANCH-CODE OF STOCK-MASTER-RECORD)
           MOVE ZERO TO WS-EXPIRED-QTY
           MOVE ZERO TO WS-EXPIRING-QTY
           PERFORM 2110-TAKE-ONE-LOT THRU 2110-EXIT
               UNTIL PRV-LOT-EOF
               OR LOT-DET-ITEM-NUMBER OF LOT-DETAIL-RECORD NOT EQUAL
                   STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
               OR LOT-DET-BRANCH-CODE OF LOT-DETAIL-RECORD NOT EQUAL
                   STK-BRANCH-CODE OF STOCK-MASTER-RECORD
           IF STK-QTY-ON-HAND OF STOCK-MASTER-RECORD
                   GREATER THAN ZERO
               AND STK-UNIT-COST OF STOCK-MASTER-RECORD
                   GREATER THAN ZERO
               PERFORM 2130-RESERVE-ONE-RECORD THRU 2130-EXIT
           END-IF
           PERFORM 2010-READ-MASTER THRU 2010-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2130-RESERVE-ONE-RECORD - split the on-hand balance into
      *                           expired, expiring and slow quantity
      *                           and release the record's value and
      *                           reserves to the sort.
      ******************************************************************
       2130-RESERVE-ONE-RECORD.
           MOVE STK-QTY-ON-HAND OF STOCK-MASTER-RECORD
               TO WS-ON-HAND-QTY
           IF WS-EXPIRED-QTY GREATER THAN WS-ON-HAND-QTY
               MOVE WS-ON-HAND-QTY TO WS-EXPIRED-QTY
           END-IF
           IF WS-EXPIRING-QTY GREATER THAN
                   WS-ON-HAND-QTY - WS-EXPIRED-QTY
               COMPUTE WS-EXPIRING-QTY =
                   WS-ON-HAND-QTY - WS-EXPIRED-QTY
           END-IF
           COMPUTE WS-SLOW-QTY =
               WS-ON-HAND-QTY - WS-EXPIRED-QTY - WS-EXPIRING-QTY
           PERFORM 2120-FIND-BAND-RATE THRU 2120-EXIT
           MOVE WS-EXPIRED-PCT TO WS-EXPIRED-EFF-PCT
           IF WS-SLOW-PCT GREATER THAN WS-EXPIRED-EFF-PCT
               MOVE WS-SLOW-PCT TO WS-EXPIRED-EFF-PCT
           END-IF
           MOVE WS-EXPIRING-PCT TO WS-EXPIRING-EFF-PCT
           IF WS-SLOW-PCT GREATER THAN WS-EXPIRING-EFF-PCT
               MOVE WS-SLOW-PCT TO WS-EXPIRING-EFF-PCT
           END-IF
           MOVE SPACES TO PROVISION-SORT-RECORD
           MOVE STK-CATEGORY-CODE OF STOCK-MASTER-RECORD
               TO PST-CATEGORY-CODE
           MOVE STK-BRANCH-CODE OF STOCK-MASTER-RECORD
               TO PST-BRANCH-CODE
           COMPUTE PST-STOCK-VALUE =
               WS-ON-HAND-QTY * STK-UNIT-COST OF STOCK-MASTER-RECORD
           COMPUTE PST-EXPIRY-RESERVE ROUNDED =
               (WS-EXPIRED-QTY * WS-EXPIRED-EFF-PCT +
                WS-EXPIRING-QTY * WS-EXPIRING-EFF-PCT) *
               STK-UNIT-COST OF STOCK-MASTER-RECORD / 100
           COMPUTE PST-SLOW-RESERVE ROUNDED =
               WS-SLOW-QTY * WS-SLOW-PCT *
               STK-UNIT-COST OF STOCK-MASTER-RECORD / 100
           ADD 1 TO WS-RECORDS-VALUED-COUNT
           RELEASE PROVISION-SORT-RECORD.
       2130-EXIT.
           EXIT.
      ******************************************************************
      * 2110-TAKE-ONE-LOT - a lot past its expiry on the period end is
      *                     expired; one expiring on or inside the
      *                     window is expiring.  99999999 is the
      *                     undated lot and is neither.
      ******************************************************************
       2110-TAKE-ONE-LOT.
           IF LOT-DET-EXPIRY-DATE OF LOT-DETAIL-RECORD
                   NOT EQUAL '99999999'
               IF LOT-DET-EXPIRY-DATE OF LOT-DETAIL-RECORD
                       LESS THAN WS-RUN-DATE
                   ADD LOT-DET-QTY-REMAINING OF LOT-DETAIL-RECORD
                       TO WS-EXPIRED-QTY
               ELSE
                   IF LOT-DET-EXPIRY-DATE OF LOT-DETAIL-RECORD
                           NOT GREATER THAN WS-CUTOFF-DATE
                       ADD LOT-DET-QTY-REMAINING OF LOT-DETAIL-RECORD
                           TO WS-EXPIRING-QTY
                   END-IF
               END-IF
           END-IF
           PERFORM 2020-READ-LOT THRU 2020-EXIT.
       2110-EXIT.
           EXIT.
      ******************************************************************
      * 2120-FIND-BAND-RATE - the rate of the highest band the
      *                       record's zero-issue periods reach; below
      *                       the first band there is no slow-moving
      *                       reserve.
      ******************************************************************
       2120-FIND-BAND-RATE.
           MOVE ZERO TO WS-SLOW-PCT
           IF WS-BAND-COUNT NOT EQUAL ZERO
               PERFORM 2121-TRY-ONE-BAND THRU 2121-EXIT
                   VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX GREATER THAN WS-BAND-COUNT
           END-IF.
       2120-EXIT.
           EXIT.
       2121-TRY-ONE-BAND.
           IF STK-ZERO-ISSUE-PERIODS OF STOCK-MASTER-RECORD
                   NOT LESS THAN WS-BAND-FROM (BAND-IDX)
               MOVE WS-BAND-PCT (BAND-IDX) TO WS-SLOW-PCT
           END-IF.
       2121-EXIT.
           EXIT.
      ******************************************************************
      * 3000-SUMMARISE - take the valued records back by category and
      *                  branch, merged against last month's balances
      *                  (same order), so a category/branch that has
      *                  emptied out since still shows its reserve
      *                  released.
      ******************************************************************
       3000-SUMMARISE.
           PERFORM 3010-RETURN-VALUED THRU 3010-EXIT
           PERFORM 3100-SUMMARISE-ONE-KEY THRU 3100-EXIT
               UNTIL (PRV-SORT-EOF AND PRV-OLD-EOF)
               OR PRV-HARD-ERROR
           IF WS-PREV-CATEGORY-CODE NOT EQUAL SPACES
               PERFORM 3300-PRINT-CATEGORY-TOTAL THRU 3300-EXIT
           END-IF
           IF NOT PRV-HARD-ERROR
               PERFORM 3400-PRINT-GRAND-TOTAL THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3010-RETURN-VALUED.
           RETURN PROVISION-SORT-FILE
               AT END
                   SET PRV-SORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-SORT-KEY
               NOT AT END
                   MOVE PST-CATEGORY-CODE TO WS-SK-CATEGORY-CODE
                   MOVE PST-BRANCH-CODE TO WS-SK-BRANCH-CODE
           END-RETURN.
       3010-EXIT.
           EXIT.
      ******************************************************************
      * 3100-SUMMARISE-ONE-KEY - the lower of the two keys is the next
      *                          category/branch.  Sum its records,
      *                          pick up last month's reserve, work
      *                          the movement, carry the balance
      *                          forward and print the line.
      ******************************************************************
       3100-SUMMARISE-ONE-KEY.
           IF WS-SORT-KEY LESS THAN WS-OLD-KEY
               MOVE WS-SORT-KEY TO WS-CUR-KEY
           ELSE
               MOVE WS-OLD-KEY TO WS-CUR-KEY
           END-IF
           IF WS-CK-CATEGORY-CODE NOT EQUAL WS-PREV-CATEGORY-CODE
               IF WS-PREV-CATEGORY-CODE NOT EQUAL SPACES
                   PERFORM 3300-PRINT-CATEGORY-TOTAL THRU 3300-EXIT
               END-IF
               MOVE WS-CK-CATEGORY-CODE TO WS-PREV-CATEGORY-CODE
           END-IF
           INITIALIZE WS-KEY-TOTALS
           PERFORM 3110-ADD-ONE-VALUED THRU 3110-EXIT
               UNTIL PRV-SORT-EOF
               OR WS-SORT-KEY NOT EQUAL WS-CUR-KEY
           IF WS-OLD-KEY EQUAL WS-CUR-KEY
               MOVE PRB-RESERVE-AMOUNT OF PROVISION-OLD-RECORD
                   TO WS-KEY-LAST-RESERVE
               PERFORM 1310-READ-LAST-MONTH THRU 1310-EXIT
           END-IF
           COMPUTE WS-KEY-TOTAL-RESERVE =
               WS-KEY-EXPIRY-RESERVE + WS-KEY-SLOW-RESERVE
           COMPUTE WS-KEY-MOVEMENT =
               WS-KEY-TOTAL-RESERVE - WS-KEY-LAST-RESERVE
           IF WS-KEY-STOCK-VALUE NOT EQUAL ZERO
               OR WS-KEY-TOTAL-RESERVE NOT EQUAL ZERO
               PERFORM 3120-WRITE-NEW-BALANCE THRU 3120-EXIT
           END-IF
           IF WS-KEY-MOVEMENT NOT EQUAL ZERO
               PERFORM 3200-ACCUMULATE-ACCOUNT THRU 3200-EXIT
           END-IF
           MOVE WS-CK-CATEGORY-CODE TO DTL-CATEGORY-CODE
           MOVE WS-CK-BRANCH-CODE TO DTL-BRANCH-CODE
           MOVE WS-KEY-ITEM-COUNT TO DTL-ITEM-COUNT
           MOVE WS-KEY-STOCK-VALUE TO DTL-STOCK-VALUE
           MOVE WS-KEY-EXPIRY-RESERVE TO DTL-EXPIRY-RESERVE
           MOVE WS-KEY-SLOW-RESERVE TO DTL-SLOW-RESERVE
           MOVE WS-KEY-TOTAL-RESERVE TO DTL-TOTAL-RESERVE
           IF WS-KEY-STOCK-VALUE GREATER THAN ZERO
               COMPUTE WS-RATE-PCT ROUNDED =
                   WS-KEY-TOTAL-RESERVE * 100 / WS-KEY-STOCK-VALUE
           ELSE
               MOVE ZERO TO WS-RATE-PCT
           END-IF
           MOVE WS-RATE-PCT TO DTL-RATE-PCT
           MOVE WS-KEY-LAST-RESERVE TO DTL-LAST-RESERVE
           MOVE WS-KEY-MOVEMENT TO DTL-MOVEMENT
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           ADD WS-KEY-ITEM-COUNT TO WS-CAT-ITEM-COUNT
           ADD WS-KEY-STOCK-VALUE TO WS-CAT-STOCK-VALUE
           ADD WS-KEY-EXPIRY-RESERVE TO WS-CAT-EXPIRY-RESERVE
           ADD WS-KEY-SLOW-RESERVE TO WS-CAT-SLOW-RESERVE
           ADD WS-KEY-TOTAL-RESERVE TO WS-CAT-TOTAL-RESERVE
           ADD WS-KEY-LAST-RESERVE TO WS-CAT-LAST-RESERVE
           ADD WS-KEY-MOVEMENT TO WS-CAT-MOVEMENT.
       3100-EXIT.
           EXIT.
       3110-ADD-ONE-VALUED.
           ADD 1 TO WS-KEY-ITEM-COUNT
           ADD PST-STOCK-VALUE TO WS-KEY-STOCK-VALUE
           ADD PST-EXPIRY-RESERVE TO WS-KEY-EXPIRY-RESERVE
           ADD PST-SLOW-RESERVE TO WS-KEY-SLOW-RESERVE
           PERFORM 3010-RETURN-VALUED THRU 3010-EXIT.
       3110-EXIT.
           EXIT.
      ******************************************************************
      * 3120-WRITE-NEW-BALANCE - this month's balance for the key, in
      *                          the order next month will merge it.
      ******************************************************************
       3120-WRITE-NEW-BALANCE.
           MOVE SPACES TO PROVISION-NEW-RECORD
           MOVE WS-RUN-DATE
               TO PRB-PERIOD-END-DATE OF PROVISION-NEW-RECORD
           MOVE WS-CK-CATEGORY-CODE
               TO PRB-CATEGORY-CODE OF PROVISION-NEW-RECORD
           MOVE WS-CK-BRANCH-CODE
               TO PRB-BRANCH-CODE OF PROVISION-NEW-RECORD
           MOVE WS-KEY-STOCK-VALUE
               TO PRB-STOCK-VALUE OF PROVISION-NEW-RECORD
           MOVE WS-KEY-TOTAL-RESERVE
               TO PRB-RESERVE-AMOUNT OF PROVISION-NEW-RECORD
           WRITE PROVISION-NEW-RECORD
           IF PRV-NEW-FS-OK
               ADD 1 TO WS-NEW-WRITTEN-COUNT
           ELSE
               DISPLAY "PRV01 - PROVISION WRITE FAILED, STATUS="
                   PRV-NEW-STATUS
               SET PRV-HARD-ERROR TO TRUE
           END-IF.
       3120-EXIT.
           EXIT.
      ******************************************************************
      * 3200-ACCUMULATE-ACCOUNT - map the category to its reserve
      *                           account and add the movement into
      *                           that account's running total.  A
      *                           category not on CATGL posts to the
      *                           policy card's reserve account and
      *                           is reported, as GLEXT01 does, so no
      *                           movement is dropped.
      ******************************************************************
       3200-ACCUMULATE-ACCOUNT.
           MOVE SPACES TO WS-WORK-GL-ACCOUNT
           IF WS-MAP-COUNT NOT EQUAL ZERO
               SET MAP-IDX TO 1
               SEARCH WS-CATEGORY-MAP-ENTRY
                   AT END
                       DISPLAY "PRV01 - NO CATGL CARD FOR CATEGORY "
                           WS-CK-CATEGORY-CODE
                           ", POSTED TO POLICY RESERVE ACCOUNT"
                       SET PRV-ANY-UNMAPPED TO TRUE
                   WHEN MAP-IDX GREATER THAN WS-MAP-COUNT
                       DISPLAY "PRV01 - NO CATGL CARD FOR CATEGORY "
                           WS-CK-CATEGORY-CODE
                           ", POSTED TO POLICY RESERVE ACCOUNT"
                       SET PRV-ANY-UNMAPPED TO TRUE
                   WHEN WS-MAP-CATEGORY (MAP-IDX) EQUAL
                           WS-CK-CATEGORY-CODE
                       MOVE WS-MAP-RESERVE-ACCOUNT (MAP-IDX)
                           TO WS-WORK-GL-ACCOUNT
               END-SEARCH
           ELSE
               DISPLAY "PRV01 - NO CATGL CARD FOR CATEGORY "
                   WS-CK-CATEGORY-CODE
                   ", POSTED TO POLICY RESERVE ACCOUNT"
               SET PRV-ANY-UNMAPPED TO TRUE
           END-IF
           IF WS-WORK-GL-ACCOUNT EQUAL SPACES
               MOVE WS-RESERVE-ACCOUNT TO WS-WORK-GL-ACCOUNT
           END-IF
           SET ACCT-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   PERFORM 3210-ADD-ACCOUNT-ENTRY THRU 3210-EXIT
               WHEN ACCT-IDX GREATER THAN WS-ACCOUNT-COUNT
                   PERFORM 3210-ADD-ACCOUNT-ENTRY THRU 3210-EXIT
               WHEN WS-ACCT-GL-ACCOUNT (ACCT-IDX) EQUAL
                       WS-WORK-GL-ACCOUNT
                   ADD WS-KEY-MOVEMENT TO WS-ACCT-AMOUNT (ACCT-IDX)
           END-SEARCH.
       3200-EXIT.
           EXIT.
       3210-ADD-ACCOUNT-ENTRY.
           IF WS-ACCOUNT-COUNT NOT LESS THAN WS-ACCOUNT-LIMIT
               DISPLAY "PRV01 - GL ACCOUNT TABLE FULL, LIMIT "
                   WS-ACCOUNT-LIMIT
               SET PRV-HARD-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               SET ACCT-IDX TO WS-ACCOUNT-COUNT
               MOVE WS-WORK-GL-ACCOUNT
                   TO WS-ACCT-GL-ACCOUNT (ACCT-IDX)
               MOVE WS-KEY-MOVEMENT TO WS-ACCT-AMOUNT (ACCT-IDX)
           END-IF.
       3210-EXIT.
           EXIT.
      ******************************************************************
      * 3300-PRINT-CATEGORY-TOTAL - the category's line under its
      *                             branches, rolled into the grand
      *                             total.
      ******************************************************************
       3300-PRINT-CATEGORY-TOTAL.
           MOVE SPACES TO TTL-LABEL
           STRING "CATEGORY " WS-PREV-CATEGORY-CODE
               DELIMITED BY SIZE INTO TTL-LABEL
           END-STRING
           MOVE WS-CAT-ITEM-COUNT TO TTL-ITEM-COUNT
           MOVE WS-CAT-STOCK-VALUE TO TTL-STOCK-VALUE
           MOVE WS-CAT-EXPIRY-RESERVE TO TTL-EXPIRY-RESERVE
           MOVE WS-CAT-SLOW-RESERVE TO TTL-SLOW-RESERVE
           MOVE WS-CAT-TOTAL-RESERVE TO TTL-TOTAL-RESERVE
           IF WS-CAT-STOCK-VALUE GREATER THAN ZERO
               COMPUTE WS-RATE-PCT ROUNDED =
                   WS-CAT-TOTAL-RESERVE * 100 / WS-CAT-STOCK-VALUE
           ELSE
               MOVE ZERO TO WS-RATE-PCT
           END-IF
           MOVE WS-RATE-PCT TO TTL-RATE-PCT
           MOVE WS-CAT-LAST-RESERVE TO TTL-LAST-RESERVE
           MOVE WS-CAT-MOVEMENT TO TTL-MOVEMENT
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           ADD WS-CAT-ITEM-COUNT TO WS-GRAND-ITEM-COUNT
           ADD WS-CAT-STOCK-VALUE TO WS-GRAND-STOCK-VALUE
           ADD WS-CAT-EXPIRY-RESERVE TO WS-GRAND-EXPIRY-RESERVE
           ADD WS-CAT-SLOW-RESERVE TO WS-GRAND-SLOW-RESERVE
           ADD WS-CAT-TOTAL-RESERVE TO WS-GRAND-TOTAL-RESERVE
           ADD WS-CAT-LAST-RESERVE TO WS-GRAND-LAST-RESERVE
           ADD WS-CAT-MOVEMENT TO WS-GRAND-MOVEMENT
           INITIALIZE WS-CAT-TOTALS.
       3300-EXIT.
           EXIT.
      ******************************************************************
      * 3400-PRINT-GRAND-TOTAL - all categories and branches.
      ******************************************************************
       3400-PRINT-GRAND-TOTAL.
           MOVE "GRAND TOTAL" TO TTL-LABEL
           MOVE WS-GRAND-ITEM-COUNT TO TTL-ITEM-COUNT
           MOVE WS-GRAND-STOCK-VALUE TO TTL-STOCK-VALUE
           MOVE WS-GRAND-EXPIRY-RESERVE TO TTL-EXPIRY-RESERVE
           MOVE WS-GRAND-SLOW-RESERVE TO TTL-SLOW-RESERVE
           MOVE WS-GRAND-TOTAL-RESERVE TO TTL-TOTAL-RESERVE
           IF WS-GRAND-STOCK-VALUE GREATER THAN ZERO
               COMPUTE WS-RATE-PCT ROUNDED =
                   WS-GRAND-TOTAL-RESERVE * 100 / WS-GRAND-STOCK-VALUE
           ELSE
               MOVE ZERO TO WS-RATE-PCT
           END-IF
           MOVE WS-RATE-PCT TO TTL-RATE-PCT
           MOVE WS-GRAND-LAST-RESERVE TO TTL-LAST-RESERVE
           MOVE WS-GRAND-MOVEMENT TO TTL-MOVEMENT
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3400-EXIT.
           EXIT.
      ******************************************************************
      * 4000-WRITE-JOURNAL - one journal record per reserve account
      *                      with its movement, credit for a reserve
      *                      that grew and debit for one released,
      *                      then the offsetting provision expense
      *                      for the net movement, so the journal
      *                      balances.  Each is also printed.
      ******************************************************************
       4000-WRITE-JOURNAL.
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           IF WS-ACCOUNT-COUNT NOT EQUAL ZERO
               PERFORM 4100-WRITE-ONE-RESERVE THRU 4100-EXIT
                   VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX GREATER THAN WS-ACCOUNT-COUNT
           END-IF
           IF WS-GRAND-MOVEMENT NOT EQUAL ZERO
               MOVE WS-EXPENSE-ACCOUNT TO WS-WORK-GL-ACCOUNT
               COMPUTE WS-JOURNAL-AMOUNT = ZERO - WS-GRAND-MOVEMENT
               MOVE "PROVISION EXPENSE" TO JRL-PURPOSE
               PERFORM 4200-WRITE-ONE-JOURNAL THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-WRITE-ONE-RESERVE.
           IF WS-ACCT-AMOUNT (ACCT-IDX) NOT EQUAL ZERO
               MOVE WS-ACCT-GL-ACCOUNT (ACCT-IDX)
                   TO WS-WORK-GL-ACCOUNT
               MOVE WS-ACCT-AMOUNT (ACCT-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "OBSOLESCENCE RESERVE MOVEMENT" TO JRL-PURPOSE
               PERFORM 4200-WRITE-ONE-JOURNAL THRU 4200-EXIT
           END-IF.
       4100-EXIT.
           EXIT.
      ******************************************************************
      * 4200-WRITE-ONE-JOURNAL - WS-JOURNAL-AMOUNT is the credit to
      *                          WS-WORK-GL-ACCOUNT when positive and
      *                          the debit when negative; the record
      *                          carries it unsigned with the
      *                          indicator, as GLEXT01's do.
      ******************************************************************
       4200-WRITE-ONE-JOURNAL.
           MOVE WS-RUN-DATE TO GLI-RUN-DATE
           MOVE WS-WORK-GL-ACCOUNT TO GLI-GL-ACCOUNT
           IF WS-JOURNAL-AMOUNT LESS THAN ZERO
               COMPUTE GLI-CONTROL-AMOUNT = WS-JOURNAL-AMOUNT * -1
               SET GLI-IS-DEBIT TO TRUE
               MOVE "DEBIT " TO JRL-DR-CR
           ELSE
               MOVE WS-JOURNAL-AMOUNT TO GLI-CONTROL-AMOUNT
               SET GLI-IS-CREDIT TO TRUE
               MOVE "CREDIT" TO JRL-DR-CR
           END-IF
           WRITE GL-JOURNAL-RECORD
           IF PRV-JRNL-FS-OK
               ADD 1 TO WS-JOURNALS-WRITTEN-COUNT
           ELSE
               DISPLAY "PRV01 - JOURNAL WRITE FAILED, STATUS="
                   PRV-JRNL-STATUS
               SET PRV-HARD-ERROR TO TRUE
           END-IF
           MOVE WS-WORK-GL-ACCOUNT TO JRL-GL-ACCOUNT
           MOVE GLI-CONTROL-AMOUNT TO JRL-AMOUNT
           MOVE WS-JOURNAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       4200-EXIT.
           EXIT.
      ******************************************************************
      * 5000-PRINT-POLICY - the rates this month was provided at, at
      *                     the foot of the report.
      ******************************************************************
       5000-PRINT-POLICY.
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           IF WS-BAND-COUNT NOT EQUAL ZERO
               PERFORM 5100-PRINT-ONE-BAND THRU 5100-EXIT
                   VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX GREATER THAN WS-BAND-COUNT
           END-IF
           MOVE WS-EXPIRED-PCT TO LPL-EXPIRED-PCT
           MOVE WS-WINDOW-DAYS TO LPL-WINDOW-DAYS
           MOVE WS-EXPIRING-PCT TO LPL-EXPIRING-PCT
           MOVE WS-LOT-POLICY-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       5000-EXIT.
           EXIT.
       5100-PRINT-ONE-BAND.
           SET WS-BAND-SUB TO BAND-IDX
           MOVE WS-BAND-SUB TO BDL-BAND-NUMBER
           MOVE WS-BAND-FROM (BAND-IDX) TO BDL-BAND-FROM
           MOVE WS-BAND-PCT (BAND-IDX) TO BDL-BAND-PCT
           MOVE WS-BAND-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       5100-EXIT.
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
           MOVE WS-RUN-DATE TO HDG1-PERIOD-END
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
      * 9300-ROLL-NEXT-DAY - step the YYYYMMDD date in WS-DATE-WORK
      *                      forward one calendar day.
      ******************************************************************
       9300-ROLL-NEXT-DAY.
           MOVE WS-MONTH-DAYS (WS-DP-MONTH) TO WS-MONTH-LENGTH
           IF WS-DP-MONTH EQUAL 02
               MOVE 'N' TO WS-LEAP-SW
               DIVIDE WS-DP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER EQUAL ZERO
                   SET WS-LEAP-YEAR TO TRUE
               END-IF
               DIVIDE WS-DP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER EQUAL ZERO
                   MOVE 'N' TO WS-LEAP-SW
               END-IF
               DIVIDE WS-DP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER EQUAL ZERO
                   SET WS-LEAP-YEAR TO TRUE
               END-IF
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF
           IF WS-DP-DAY LESS THAN WS-MONTH-LENGTH
               ADD 1 TO WS-DP-DAY
           ELSE
               MOVE 01 TO WS-DP-DAY
               IF WS-DP-MONTH LESS THAN 12
                   ADD 1 TO WS-DP-MONTH
               ELSE
                   MOVE 01 TO WS-DP-MONTH
                   ADD 1 TO WS-DP-YEAR
               END-IF
           END-IF
           ADD 1 TO WS-DAYS-ROLLED.
       9300-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - policy footing, close the files, display the
      *                  run totals and set the return code.
      ******************************************************************
       8000-TERMINATE.
           IF NOT PRV-HARD-ERROR
               PERFORM 5000-PRINT-POLICY THRU 5000-EXIT
           END-IF
           CLOSE STOCK-MASTER-FILE
           CLOSE LOT-DETAIL-FILE
           CLOSE PROVISION-OLD-FILE
           CLOSE PROVISION-NEW-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE PRINTFILE
           DISPLAY "PRV01 - MASTER RECORDS READ:    "
               WS-RECORDS-READ-COUNT
           DISPLAY "PRV01 - RECORDS VALUED:         "
               WS-RECORDS-VALUED-COUNT
           DISPLAY "PRV01 - LOTS READ:              "
               WS-LOTS-READ-COUNT
           DISPLAY "PRV01 - PRIOR BALANCES READ:    "
               WS-OLD-READ-COUNT
           DISPLAY "PRV01 - BALANCES WRITTEN:       "
               WS-NEW-WRITTEN-COUNT
           DISPLAY "PRV01 - JOURNAL RECORDS WRITTEN:"
               WS-JOURNALS-WRITTEN-COUNT
           IF PRV-HARD-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PRV-ANY-UNMAPPED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.
       END PROGRAM PRV01.
