      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Bulk cost revaluation.  Reprices the stock master off
      *          the RVLCOST new-cost cards (layout RVLCOST) effective
      *          on the cycle run date - by item, or by category with
      *          a percentage - through IO01, logging every repriced
      *          record through AUDIT01 under the 'V' revaluation
      *          change type so GLEXT01 can tell a price change from
      *          a stock movement.  Prints the stock value before and
      *          after by category and branch with every repriced
      *          item listed, and writes the revaluation as GLIFACE
      *          journal records on its own RVLJRNL generation: each
      *          category's difference to the inventory account on
      *          its CATGL card, debit for an increase, offset in
      *          total against the revaluation variance account off
      *          the RVLCARD parameter card (default REVALVAR).
      *          GLEXT01 rolls the inventory control total forward by
      *          the 'V' images without journalling them again, so
      *          GLREC01 still ties out and the GL feed shows the
      *          price effect apart from quantity movement.  A record
      *          already revalued earlier the same cycle (a rerun) is
      *          left as it is, so a percentage never applies twice.
      *          RETURN-CODE 4 for a rejected card, a card that
      *          applied to nothing, a record IO01 would not reprice
      *          (period closed) or left alone on a rerun, or a
      *          category not on CATGL; 8 on a hard error.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original RVL01 build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVL-CTLCARD-STATUS.
           SELECT PARAMETER-CARD-FILE ASSIGN TO "RVLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVL-PARM-STATUS.
           SELECT NEW-COST-FILE ASSIGN TO "RVLCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVL-COST-STATUS.
           SELECT CATEGORY-ACCOUNT-FILE ASSIGN TO "CATGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVL-CATGL-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-MASTER-KEY OF STOCK-MASTER-RECORD
               ALTERNATE RECORD KEY IS STK-CATEGORY-CODE
                   OF STOCK-MASTER-RECORD WITH DUPLICATES
               FILE STATUS IS RVL-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RVL-LOG-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "RVLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RVL-JRNL-STATUS.
           SELECT REVALUATION-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINTFILE ASSIGN TO "RVLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVL-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01  CONTROL-CARD-RECORD.
           05  CC-RUN-MODE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-RUN-DATE             PIC X(08).
       FD  PARAMETER-CARD-FILE.
       01  PARAMETER-CARD-RECORD.
           05  PCARD-VARIANCE-ACCOUNT  PIC X(10).
           05  FILLER                  PIC X(01).
           05  PCARD-CONTROL-ACCOUNT   PIC X(10).
       FD  NEW-COST-FILE.
       01  NEW-COST-RECORD.
           COPY RVLCOST.
       FD  CATEGORY-ACCOUNT-FILE.
       01  CATEGORY-ACCOUNT-RECORD.
           COPY CATGL.
       FD  STOCK-MASTER-FILE.
       01  STOCK-MASTER-RECORD.
           COPY STKMAST.
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 119 CHARACTERS.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.
       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           COPY GLIFACE.
       SD  REVALUATION-SORT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  REVALUATION-SORT-RECORD.
           05  RST-CATEGORY-CODE       PIC X(04).
           05  RST-BRANCH-CODE         PIC X(04).
           05  RST-ITEM-NUMBER         PIC X(10).
           05  RST-RECORD-TYPE         PIC X(01).
               88  RST-REVALUED-EARLIER        VALUE '1'.
               88  RST-CANDIDATE               VALUE '2'.
           05  RST-BASIS               PIC X(01).
               88  RST-BY-ITEM                 VALUE 'I'.
               88  RST-BY-CATEGORY             VALUE 'C'.
               88  RST-COST-OVERFLOW           VALUE 'X'.
               88  RST-NO-CARD                 VALUE SPACE.
           05  RST-PCT-SIGN            PIC X(01).
           05  RST-PERCENT             PIC 9(03)V9(02).
           05  RST-QTY-ON-HAND         PIC S9(07)      COMP-3.
           05  RST-OLD-COST            PIC S9(05)V9(2) COMP-3.
           05  RST-NEW-COST            PIC S9(05)V9(2) COMP-3.
           05  FILLER                  PIC X(02).
       FD  PRINTFILE.
       01  PRINT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  RVL-FILE-STATUSES.
           05  RVL-CTLCARD-STATUS      PIC X(02).
               88  RVL-CTLCARD-FS-OK           VALUE '00'.
           05  RVL-PARM-STATUS         PIC X(02).
               88  RVL-PARM-FS-OK              VALUE '00'.
           05  RVL-COST-STATUS         PIC X(02).
               88  RVL-COST-FS-OK              VALUE '00'.
           05  RVL-CATGL-STATUS        PIC X(02).
               88  RVL-CATGL-FS-OK             VALUE '00'.
           05  RVL-MASTER-STATUS       PIC X(02).
               88  RVL-MASTER-FS-OK            VALUE '00'.
           05  RVL-LOG-STATUS          PIC X(02).
               88  RVL-LOG-FS-OK               VALUE '00'.
           05  RVL-JRNL-STATUS         PIC X(02).
               88  RVL-JRNL-FS-OK              VALUE '00'.
           05  RVL-PRINT-STATUS        PIC X(02).
               88  RVL-PRINT-FS-OK             VALUE '00'.
       01  RVL-SWITCHES.
           05  RVL-COST-EOF-SW         PIC X(01)   VALUE 'N'.
               88  RVL-COST-EOF                VALUE 'Y'.
           05  RVL-CATGL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  RVL-CATGL-EOF               VALUE 'Y'.
           05  RVL-MASTER-EOF-SW       PIC X(01)   VALUE 'N'.
               88  RVL-MASTER-EOF              VALUE 'Y'.
           05  RVL-LOG-EOF-SW          PIC X(01)   VALUE 'N'.
               88  RVL-LOG-EOF                 VALUE 'Y'.
           05  RVL-SORT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  RVL-SORT-EOF                VALUE 'Y'.
           05  RVL-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  RVL-HARD-ERROR              VALUE 'Y'.
           05  RVL-WARNING-SW          PIC X(01)   VALUE 'N'.
               88  RVL-ANY-WARNING             VALUE 'Y'.
           05  RVL-CARD-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  RVL-CARD-FOUND              VALUE 'Y'.
           05  RVL-DUPLICATE-SW        PIC X(01)   VALUE 'N'.
               88  RVL-DUPLICATE-CARD          VALUE 'Y'.
           05  RVL-FIRST-RECORD-SW     PIC X(01)   VALUE 'Y'.
               88  RVL-FIRST-RECORD            VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACCEPT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-VARIANCE-ACCOUNT         PIC X(10)
                                       VALUE "REVALVAR  ".
       01  WS-CONTROL-ACCOUNT          PIC X(10)
                                       VALUE "INVENTORY ".
       01  WS-CARDS-READ-COUNT         PIC 9(05)   VALUE ZERO.
       01  WS-CARDS-LATER-COUNT        PIC 9(05)   VALUE ZERO.
       01  WS-CARDS-REJECTED-COUNT     PIC 9(05)   VALUE ZERO.
       01  WS-RECORDS-READ-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-ENTRIES-READ-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-EARLIER-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-REPRICED-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-NOT-REPRICED-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-JOURNALS-WRITTEN-COUNT   PIC 9(05)   VALUE ZERO.
      ******************************************************************
      * Tonight's cards, as edited.  Item cards and category cards are
      * held apart; a blank branch is every branch.
      ******************************************************************
       01  WS-ITEM-CARD-COUNT          PIC 9(03)   VALUE ZERO.
       01  WS-ITEM-CARD-LIMIT          PIC 9(03)   VALUE 500.
       01  WS-ITEM-CARD-TABLE.
           05  WS-ITEM-CARD-ENTRY OCCURS 500 TIMES
                   INDEXED BY ICD-IDX.
               10  WS-ICD-ITEM-NUMBER  PIC X(10).
               10  WS-ICD-BRANCH-CODE  PIC X(04).
               10  WS-ICD-NEW-COST     PIC 9(05)V9(02).
               10  WS-ICD-APPLIED      PIC 9(05).
       01  WS-CAT-CARD-COUNT           PIC 9(03)   VALUE ZERO.
       01  WS-CAT-CARD-LIMIT           PIC 9(03)   VALUE 100.
       01  WS-CAT-CARD-TABLE.
           05  WS-CAT-CARD-ENTRY OCCURS 100 TIMES
                   INDEXED BY CCD-IDX.
               10  WS-CCD-CATEGORY-CODE
                                       PIC X(04).
               10  WS-CCD-BRANCH-CODE  PIC X(04).
               10  WS-CCD-PCT-SIGN     PIC X(01).
               10  WS-CCD-PERCENT      PIC 9(03)V9(02).
               10  WS-CCD-APPLIED      PIC 9(05).
       01  WS-LOOK-BRANCH-CODE         PIC X(04)   VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(34)   VALUE SPACES.
      ******************************************************************
      * One record's revaluation.
      ******************************************************************
       01  WS-DONE-KEY.
           05  WS-DONE-ITEM-NUMBER     PIC X(10)   VALUE SPACES.
           05  WS-DONE-BRANCH-CODE     PIC X(04)   VALUE SPACES.
       01  WS-ITEM-VALUE-BEFORE        PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-ITEM-VALUE-AFTER         PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-ITEM-DIFFERENCE          PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-BASIS-TEXT.
           05  FILLER                  PIC X(04)   VALUE "CAT ".
           05  WBT-PCT-SIGN            PIC X(01).
           05  WBT-PERCENT             PIC ZZ9.99.
           05  FILLER                  PIC X(01)   VALUE "%".
      ******************************************************************
      * Category/branch, category and grand totals.
      ******************************************************************
       01  WS-PREV-CATEGORY-CODE       PIC X(04)   VALUE SPACES.
       01  WS-PREV-BRANCH-CODE         PIC X(04)   VALUE SPACES.
       01  WS-KEY-TOTALS.
           05  WS-KEY-ITEM-COUNT       PIC 9(07)   VALUE ZERO.
           05  WS-KEY-REPRICED-COUNT   PIC 9(07)   VALUE ZERO.
           05  WS-KEY-VALUE-BEFORE     PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-KEY-VALUE-AFTER      PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-CAT-TOTALS.
           05  WS-CAT-ITEM-COUNT       PIC 9(07)   VALUE ZERO.
           05  WS-CAT-REPRICED-COUNT   PIC 9(07)   VALUE ZERO.
           05  WS-CAT-VALUE-BEFORE     PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-CAT-VALUE-AFTER      PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-ITEM-COUNT     PIC 9(07)   VALUE ZERO.
           05  WS-GRAND-REPRICED-COUNT PIC 9(07)   VALUE ZERO.
           05  WS-GRAND-VALUE-BEFORE   PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
           05  WS-GRAND-VALUE-AFTER    PIC S9(13)V9(2) COMP-3
                                                   VALUE ZERO.
       01  WS-TOTAL-DIFFERENCE         PIC S9(13)V9(2) COMP-3
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
               10  WS-MAP-GL-ACCOUNT   PIC X(10).
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
       01  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       01  WS-SAVE-PRINT-LINE          PIC X(132)  VALUE SPACES.
       01  WS-PAGE-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PAGE-LIMIT               PIC 9(03)   VALUE 56.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(30)
               VALUE "STOCK COST REVALUATION".
           05  FILLER                  PIC X(29)   VALUE SPACES.
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
           05  FILLER                  PIC X(12)   VALUE "ITEM NO".
           05  FILLER                  PIC X(15)   VALUE "BASIS".
           05  FILLER                  PIC X(10)   VALUE "   ON HAND".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE " OLD COST".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE " NEW COST".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "   VALUE BEFORE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "    VALUE AFTER".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "    REVALUATION".
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-BASIS               PIC X(14).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  DTL-QTY-ON-HAND         PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-OLD-COST            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-NEW-COST            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-VALUE-BEFORE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-VALUE-AFTER         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-DIFFERENCE          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  NTL-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  NTL-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  NTL-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  NTL-MESSAGE             PIC X(50).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-TEXT                PIC X(14).
           05  TTL-ITEM-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07)   VALUE " ITEMS ".
           05  TTL-REPRICED-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09)   VALUE " REPRICED".
           05  FILLER                  PIC X(17)   VALUE SPACES.
           05  TTL-VALUE-BEFORE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-VALUE-AFTER         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TTL-DIFFERENCE          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-CARD-REJECT-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "CARD REJECTED - ".
           05  CRL-REASON              PIC X(34).
           05  FILLER                  PIC X(07)   VALUE " CARD: ".
           05  CRL-CARD-IMAGE          PIC X(46).
       01  WS-UNUSED-CARD-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE "CARD APPLIED TO NO MASTER RECORD: ".
           05  UCL-CARD-KIND           PIC X(09).
           05  UCL-CODE                PIC X(10).
           05  FILLER                  PIC X(08)   VALUE " BRANCH ".
           05  UCL-BRANCH-CODE         PIC X(04).
       01  WS-NOTHING-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(35)
               VALUE "NO COST CHANGES EFFECTIVE TONIGHT -".
           05  FILLER                  PIC X(23)
               VALUE " MASTER NOT REVALUED".
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
       01  IO01-CONTROL-AREA.
           COPY IO01CTL.
       01  IO01-RECORD-AREA.
           COPY STKMAST.
       01  AUDIT01-CONTROL-AREA.
           COPY AUD01CTL.
       01  AUDIT01-LOG-AREA.
           COPY AUDITREC.
       01  CTL01-CONTROL-AREA.
           COPY CTL01CTL.
       01  WS-STEP-RC                  PIC 9(02)   VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT RVL-HARD-ERROR
               IF WS-ITEM-CARD-COUNT EQUAL ZERO
                   AND WS-CAT-CARD-COUNT EQUAL ZERO
                   MOVE WS-NOTHING-LINE TO PRINT-RECORD
                   PERFORM 9000-PRINT-LINE THRU 9000-EXIT
               ELSE
                   SORT REVALUATION-SORT-FILE
                       ON ASCENDING KEY RST-CATEGORY-CODE
                       ON ASCENDING KEY RST-BRANCH-CODE
                       ON ASCENDING KEY RST-ITEM-NUMBER
                       ON ASCENDING KEY RST-RECORD-TYPE
                       INPUT PROCEDURE IS 2000-SELECT-RECORDS
                           THRU 2000-EXIT
                       OUTPUT PROCEDURE IS 3000-REVALUE
                           THRU 3000-EXIT
               END-IF
           END-IF
           IF RVL-JRNL-FS-OK
               PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - pick up the cycle run date, the variance and
      *                   control accounts, the category-to-account
      *                   map and tonight's new-cost cards, and open
      *                   the journal and print files.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
           SET CTL-LOG-START TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'RVL01   ' TO CTL-STEP-NAME
           MOVE ZERO TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "RVL01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           OPEN INPUT PARAMETER-CARD-FILE
           IF RVL-PARM-FS-OK
               READ PARAMETER-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCARD-VARIANCE-ACCOUNT NOT EQUAL SPACES
                           MOVE PCARD-VARIANCE-ACCOUNT
                               TO WS-VARIANCE-ACCOUNT
                       END-IF
                       IF PCARD-CONTROL-ACCOUNT NOT EQUAL SPACES
                           MOVE PCARD-CONTROL-ACCOUNT
                               TO WS-CONTROL-ACCOUNT
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT RVL-PRINT-FS-OK
               DISPLAY "RVL01 - PRINT FILE OPEN FAILED, STATUS="
                   RVL-PRINT-STATUS
               SET RVL-HARD-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CATEGORY-ACCOUNT-FILE
           IF RVL-CATGL-FS-OK
               PERFORM 1100-LOAD-ONE-MAP-ENTRY THRU 1100-EXIT
                   UNTIL RVL-CATGL-EOF
               CLOSE CATEGORY-ACCOUNT-FILE
           ELSE
               DISPLAY "RVL01 - CATEGORY ACCOUNT FILE OPEN FAILED, "
                   "STATUS=" RVL-CATGL-STATUS
               SET RVL-HARD-ERROR TO TRUE
           END-IF
           OPEN INPUT NEW-COST-FILE
           IF RVL-COST-FS-OK
               PERFORM 1200-LOAD-ONE-CARD THRU 1200-EXIT
                   UNTIL RVL-COST-EOF
               CLOSE NEW-COST-FILE
           ELSE
               DISPLAY "RVL01 - NEW-COST FILE OPEN FAILED, STATUS="
                   RVL-COST-STATUS
               SET RVL-HARD-ERROR TO TRUE
           END-IF
           IF RVL-HARD-ERROR
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT RVL-JRNL-FS-OK
               DISPLAY "RVL01 - JOURNAL FILE OPEN FAILED, STATUS="
                   RVL-JRNL-STATUS
               SET RVL-HARD-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1050-READ-CONTROL-CARD - the run date of the cycle, from the
      *                          same control card COB01 reads, so
      *                          the audit images carry the date
      *                          GLEXT01 extracts.  A missing card
      *                          defaults to today, exactly as COB01
      *                          does.
      ******************************************************************
       1050-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF RVL-CTLCARD-FS-OK
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
      * 1100-LOAD-ONE-MAP-ENTRY - read one category-to-account card
      *                           into the lookup table.
      ******************************************************************
       1100-LOAD-ONE-MAP-ENTRY.
           READ CATEGORY-ACCOUNT-FILE
               AT END
                   SET RVL-CATGL-EOF TO TRUE
               NOT AT END
                   IF WS-MAP-COUNT NOT LESS THAN WS-MAP-LIMIT
                       DISPLAY "RVL01 - CATEGORY MAP TABLE FULL, "
                           "LIMIT " WS-MAP-LIMIT
                       SET RVL-HARD-ERROR TO TRUE
                       SET RVL-CATGL-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-MAP-COUNT
                       SET MAP-IDX TO WS-MAP-COUNT
                       MOVE CAT-CATEGORY-CODE
                           TO WS-MAP-CATEGORY (MAP-IDX)
                       MOVE CAT-GL-ACCOUNT
                           TO WS-MAP-GL-ACCOUNT (MAP-IDX)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 1200-LOAD-ONE-CARD - read one new-cost card.  A card dated for
      *                      another night is passed over; tonight's
      *                      are edited into the item or category
      *                      table.  A bad card is printed and
      *                      rejected and the rest still apply - a
      *                      full table stops the run, since half a
      *                      price list must not go in.
      ******************************************************************
       1200-LOAD-ONE-CARD.
           READ NEW-COST-FILE
               AT END
                   SET RVL-COST-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ
           ADD 1 TO WS-CARDS-READ-COUNT
           IF RVC-EFFECTIVE-DATE NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF
           IF RVC-EFFECTIVE-DATE NOT EQUAL WS-RUN-DATE
               ADD 1 TO WS-CARDS-LATER-COUNT
               GO TO 1200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN RVC-BY-ITEM
                   PERFORM 1210-EDIT-ITEM-CARD THRU 1210-EXIT
               WHEN RVC-BY-CATEGORY
                   PERFORM 1220-EDIT-CATEGORY-CARD THRU 1220-EXIT
               WHEN OTHER
                   MOVE "CARD TYPE NOT I OR C" TO WS-REJECT-REASON
                   PERFORM 1290-REJECT-CARD THRU 1290-EXIT
           END-EVALUATE.
       1200-EXIT.
           EXIT.
      ******************************************************************
      * 1210-EDIT-ITEM-CARD - an item number and a non-zero new cost,
      *                       no percentage, and no other card for
      *                       the same item and branch tonight.
      ******************************************************************
       1210-EDIT-ITEM-CARD.
           IF RVC-ITEM-NUMBER EQUAL SPACES
               MOVE "NO ITEM NUMBER ON ITEM CARD" TO WS-REJECT-REASON
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1210-EXIT
           END-IF
           IF RVC-NEW-COST NOT NUMERIC
               OR RVC-NEW-COST-AMOUNT EQUAL ZERO
               MOVE "NEW COST MISSING OR NOT NUMERIC"
                   TO WS-REJECT-REASON
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1210-EXIT
           END-IF
           IF RVC-PERCENT NOT EQUAL SPACES
               MOVE "ITEM CARD CARRIES A PERCENTAGE" TO WS-REJECT-REASON
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1210-EXIT
           END-IF
           MOVE 'N' TO RVL-DUPLICATE-SW
           IF WS-ITEM-CARD-COUNT NOT EQUAL ZERO
               SET ICD-IDX TO 1
               SEARCH WS-ITEM-CARD-ENTRY
                   AT END
                       CONTINUE
                   WHEN ICD-IDX GREATER THAN WS-ITEM-CARD-COUNT
                       CONTINUE
                   WHEN WS-ICD-ITEM-NUMBER (ICD-IDX) EQUAL
                           RVC-ITEM-NUMBER
                       AND WS-ICD-BRANCH-CODE (ICD-IDX) EQUAL
                           RVC-BRANCH-CODE
                       SET RVL-DUPLICATE-CARD TO TRUE
               END-SEARCH
           END-IF
           IF RVL-DUPLICATE-CARD
               MOVE "SECOND CARD FOR ITEM AND BRANCH"
                   TO WS-REJECT-REASON
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1210-EXIT
           END-IF
           IF WS-ITEM-CARD-COUNT NOT LESS THAN WS-ITEM-CARD-LIMIT
               DISPLAY "RVL01 - ITEM CARD TABLE FULL, LIMIT "
                   WS-ITEM-CARD-LIMIT
               SET RVL-HARD-ERROR TO TRUE
               SET RVL-COST-EOF TO TRUE
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-ITEM-CARD-COUNT
           SET ICD-IDX TO WS-ITEM-CARD-COUNT
           MOVE RVC-ITEM-NUMBER TO WS-ICD-ITEM-NUMBER (ICD-IDX)
           MOVE RVC-BRANCH-CODE TO WS-ICD-BRANCH-CODE (ICD-IDX)
           MOVE RVC-NEW-COST-AMOUNT TO WS-ICD-NEW-COST (ICD-IDX)
           MOVE ZERO TO WS-ICD-APPLIED (ICD-IDX).
       1210-EXIT.
           EXIT.
      ******************************************************************
      * 1220-EDIT-CATEGORY-CARD - a category, a valid sign and a non-
      *                           zero percentage (a reduction under
      *                           100), no new cost, and no other
      *                           card for the same category and
      *                           branch tonight.
      ******************************************************************
       1220-EDIT-CATEGORY-CARD.
           IF RVC-CATEGORY-CODE EQUAL SPACES
               MOVE "NO CATEGORY ON CATEGORY CARD" TO WS-REJECT-REASON
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1220-EXIT
           END-IF
           IF RVC-PERCENT NOT NUMERIC
               OR RVC-PERCENT-RATE EQUAL ZERO
               OR NOT RVC-PCT-SIGN-VALID
               MOVE "PERCENTAGE MISSING OR NOT NUMERIC"
                   TO WS-REJECT-REASON
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1220-EXIT
           END-IF
           IF RVC-PCT-DOWN
               AND RVC-PERCENT-RATE NOT LESS THAN 100
               MOVE "REDUCTION OF 100 PERCENT OR MORE"
                   TO WS-REJECT-REASON
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1220-EXIT
           END-IF
           IF RVC-NEW-COST NOT EQUAL SPACES
               MOVE "CATEGORY CARD CARRIES A NEW COST"
                   TO WS-REJECT-REASON
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1220-EXIT
           END-IF
           MOVE 'N' TO RVL-DUPLICATE-SW
           IF WS-CAT-CARD-COUNT NOT EQUAL ZERO
               SET CCD-IDX TO 1
               SEARCH WS-CAT-CARD-ENTRY
                   AT END
                       CONTINUE
                   WHEN CCD-IDX GREATER THAN WS-CAT-CARD-COUNT
                       CONTINUE
                   WHEN WS-CCD-CATEGORY-CODE (CCD-IDX) EQUAL
                           RVC-CATEGORY-CODE
                       AND WS-CCD-BRANCH-CODE (CCD-IDX) EQUAL
                           RVC-BRANCH-CODE
                       SET RVL-DUPLICATE-CARD TO TRUE
               END-SEARCH
           END-IF
           IF RVL-DUPLICATE-CARD
               MOVE "SECOND CARD FOR CATEGORY AND BRANCH"
                   TO WS-REJECT-REASON
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1220-EXIT
           END-IF
           IF WS-CAT-CARD-COUNT NOT LESS THAN WS-CAT-CARD-LIMIT
               DISPLAY "RVL01 - CATEGORY CARD TABLE FULL, LIMIT "
                   WS-CAT-CARD-LIMIT
               SET RVL-HARD-ERROR TO TRUE
               SET RVL-COST-EOF TO TRUE
               GO TO 1220-EXIT
           END-IF
           ADD 1 TO WS-CAT-CARD-COUNT
           SET CCD-IDX TO WS-CAT-CARD-COUNT
           MOVE RVC-CATEGORY-CODE TO WS-CCD-CATEGORY-CODE (CCD-IDX)
           MOVE RVC-BRANCH-CODE TO WS-CCD-BRANCH-CODE (CCD-IDX)
           MOVE RVC-PCT-SIGN TO WS-CCD-PCT-SIGN (CCD-IDX)
           MOVE RVC-PERCENT-RATE TO WS-CCD-PERCENT (CCD-IDX)
           MOVE ZERO TO WS-CCD-APPLIED (CCD-IDX).
       1220-EXIT.
           EXIT.
      ******************************************************************
      * 1290-REJECT-CARD - print the card with the reason it was
      *                    turned back.
      ******************************************************************
       1290-REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECTED-COUNT
           SET RVL-ANY-WARNING TO TRUE
           MOVE WS-REJECT-REASON TO CRL-REASON
           MOVE NEW-COST-RECORD TO CRL-CARD-IMAGE
           MOVE WS-CARD-REJECT-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       1290-EXIT.
           EXIT.
      ******************************************************************
      * 2000-SELECT-RECORDS - release every item/branch already
      *                       revalued earlier this cycle off the
      *                       audit log, then every master record
      *                       with the cost tonight's cards give it.
      *                       The master is read directly and closed
      *                       again before the output procedure opens
      *                       it through IO01.
      ******************************************************************
       2000-SELECT-RECORDS.
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT RVL-LOG-FS-OK
               DISPLAY "RVL01 - AUDIT LOG OPEN FAILED, STATUS="
                   RVL-LOG-STATUS
               SET RVL-HARD-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT
           PERFORM 2110-RELEASE-EARLIER THRU 2110-EXIT
               UNTIL RVL-LOG-EOF
           CLOSE AUDIT-LOG-FILE
           OPEN INPUT STOCK-MASTER-FILE
           IF NOT RVL-MASTER-FS-OK
               DISPLAY "RVL01 - STOCK MASTER OPEN FAILED, STATUS="
                   RVL-MASTER-STATUS
               SET RVL-HARD-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE LOW-VALUES TO STK-MASTER-KEY OF STOCK-MASTER-RECORD
           START STOCK-MASTER-FILE KEY IS NOT LESS THAN
                   STK-MASTER-KEY OF STOCK-MASTER-RECORD
               INVALID KEY
                   SET RVL-MASTER-EOF TO TRUE
           END-START
           IF NOT RVL-MASTER-EOF
               PERFORM 2200-READ-MASTER THRU 2200-EXIT
           END-IF
           PERFORM 2300-PRICE-ONE-RECORD THRU 2300-EXIT
               UNTIL RVL-MASTER-EOF
           CLOSE STOCK-MASTER-FILE.
       2000-EXIT.
           EXIT.
       2100-READ-AUDIT-LOG.
           READ AUDIT-LOG-FILE
               AT END
                   SET RVL-LOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2110-RELEASE-EARLIER - a revaluation image dated this cycle
      *                        means the record has had tonight's
      *                        price already.
      ******************************************************************
       2110-RELEASE-EARLIER.
           IF AUD-RUN-DATE OF AUDIT-LOG-RECORD EQUAL WS-RUN-DATE
               AND AUD-IS-REVALUE OF AUDIT-LOG-RECORD
               MOVE SPACES TO REVALUATION-SORT-RECORD
               MOVE AUDA-CATEGORY-CODE OF AUDIT-LOG-RECORD
                   TO RST-CATEGORY-CODE
               MOVE AUD-BRANCH-CODE OF AUDIT-LOG-RECORD
                   TO RST-BRANCH-CODE
               MOVE AUD-ITEM-NUMBER OF AUDIT-LOG-RECORD
                   TO RST-ITEM-NUMBER
               SET RST-REVALUED-EARLIER TO TRUE
               MOVE ZERO TO RST-PERCENT
               MOVE ZERO TO RST-QTY-ON-HAND
               MOVE ZERO TO RST-OLD-COST
               MOVE ZERO TO RST-NEW-COST
               RELEASE REVALUATION-SORT-RECORD
           END-IF
           PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT.
       2110-EXIT.
           EXIT.
       2200-READ-MASTER.
           READ STOCK-MASTER-FILE NEXT RECORD
               AT END
                   SET RVL-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 2300-PRICE-ONE-RECORD - work out the cost tonight's cards give
      *                         the record and release it.  A record
      *                         no card touches is released at its
      *                         own cost, so the valuation covers the
      *                         whole master.
      ******************************************************************
       2300-PRICE-ONE-RECORD.
           MOVE SPACES TO REVALUATION-SORT-RECORD
           MOVE STK-CATEGORY-CODE OF STOCK-MASTER-RECORD
               TO RST-CATEGORY-CODE
           MOVE STK-BRANCH-CODE OF STOCK-MASTER-RECORD
               TO RST-BRANCH-CODE
           MOVE STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
               TO RST-ITEM-NUMBER
           SET RST-CANDIDATE TO TRUE
           MOVE ZERO TO RST-PERCENT
           MOVE STK-QTY-ON-HAND OF STOCK-MASTER-RECORD
               TO RST-QTY-ON-HAND
           MOVE STK-UNIT-COST OF STOCK-MASTER-RECORD TO RST-OLD-COST
           MOVE STK-UNIT-COST OF STOCK-MASTER-RECORD TO RST-NEW-COST
           PERFORM 2400-FIND-CARD THRU 2400-EXIT
           RELEASE REVALUATION-SORT-RECORD
           PERFORM 2200-READ-MASTER THRU 2200-EXIT.
       2300-EXIT.
           EXIT.
      ******************************************************************
      * 2400-FIND-CARD - the item card for this branch, then the item
      *                  card for every branch, then the same two
      *                  for the category.  The first that matches
      *                  prices the record.
      ******************************************************************
       2400-FIND-CARD.
           MOVE 'N' TO RVL-CARD-FOUND-SW
           IF WS-ITEM-CARD-COUNT NOT EQUAL ZERO
               MOVE STK-BRANCH-CODE OF STOCK-MASTER-RECORD
                   TO WS-LOOK-BRANCH-CODE
               PERFORM 2410-SEARCH-ITEM-CARDS THRU 2410-EXIT
               IF NOT RVL-CARD-FOUND
                   MOVE SPACES TO WS-LOOK-BRANCH-CODE
                   PERFORM 2410-SEARCH-ITEM-CARDS THRU 2410-EXIT
               END-IF
           END-IF
           IF NOT RVL-CARD-FOUND
               AND WS-CAT-CARD-COUNT NOT EQUAL ZERO
               MOVE STK-BRANCH-CODE OF STOCK-MASTER-RECORD
                   TO WS-LOOK-BRANCH-CODE
               PERFORM 2420-SEARCH-CATEGORY-CARDS THRU 2420-EXIT
               IF NOT RVL-CARD-FOUND
                   MOVE SPACES TO WS-LOOK-BRANCH-CODE
                   PERFORM 2420-SEARCH-CATEGORY-CARDS THRU 2420-EXIT
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.
       2410-SEARCH-ITEM-CARDS.
           SET ICD-IDX TO 1
           SEARCH WS-ITEM-CARD-ENTRY
               AT END
                   CONTINUE
               WHEN ICD-IDX GREATER THAN WS-ITEM-CARD-COUNT
                   CONTINUE
               WHEN WS-ICD-ITEM-NUMBER (ICD-IDX) EQUAL
                       STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
                   AND WS-ICD-BRANCH-CODE (ICD-IDX) EQUAL
                       WS-LOOK-BRANCH-CODE
                   SET RVL-CARD-FOUND TO TRUE
                   SET RST-BY-ITEM TO TRUE
                   MOVE WS-ICD-NEW-COST (ICD-IDX) TO RST-NEW-COST
                   ADD 1 TO WS-ICD-APPLIED (ICD-IDX)
           END-SEARCH.
       2410-EXIT.
           EXIT.
       2420-SEARCH-CATEGORY-CARDS.
           SET CCD-IDX TO 1
           SEARCH WS-CAT-CARD-ENTRY
               AT END
                   CONTINUE
               WHEN CCD-IDX GREATER THAN WS-CAT-CARD-COUNT
                   CONTINUE
               WHEN WS-CCD-CATEGORY-CODE (CCD-IDX) EQUAL
                       STK-CATEGORY-CODE OF STOCK-MASTER-RECORD
                   AND WS-CCD-BRANCH-CODE (CCD-IDX) EQUAL
                       WS-LOOK-BRANCH-CODE
                   SET RVL-CARD-FOUND TO TRUE
                   PERFORM 2430-APPLY-PERCENT THRU 2430-EXIT
           END-SEARCH.
       2420-EXIT.
           EXIT.
      ******************************************************************
      * 2430-APPLY-PERCENT - move the cost by the category card's
      *                      percentage, rounded to the cent.  A cost
      *                      the master cannot hold is flagged and
      *                      the record left at its old cost.
      ******************************************************************
       2430-APPLY-PERCENT.
           SET RST-BY-CATEGORY TO TRUE
           MOVE WS-CCD-PCT-SIGN (CCD-IDX) TO RST-PCT-SIGN
           MOVE WS-CCD-PERCENT (CCD-IDX) TO RST-PERCENT
           ADD 1 TO WS-CCD-APPLIED (CCD-IDX)
           IF WS-CCD-PCT-SIGN (CCD-IDX) EQUAL '-'
               COMPUTE RST-NEW-COST ROUNDED =
                   RST-OLD-COST * (100 - WS-CCD-PERCENT (CCD-IDX))
                   / 100
           ELSE
               COMPUTE RST-NEW-COST ROUNDED =
                   RST-OLD-COST * (100 + WS-CCD-PERCENT (CCD-IDX))
                   / 100
                   ON SIZE ERROR
                       SET RST-COST-OVERFLOW TO TRUE
                       MOVE RST-OLD-COST TO RST-NEW-COST
               END-COMPUTE
           END-IF.
       2430-EXIT.
           EXIT.
      ******************************************************************
      * 3000-REVALUE - open the master through IO01 and the audit log
      *                through AUDIT01, reprice in category/branch/
      *                item order with the totals breaking on the way,
      *                and close both again.
      ******************************************************************
       3000-REVALUE.
           IF RVL-HARD-ERROR
               GO TO 3000-EXIT
           END-IF
           SET IO-OPEN-MASTER TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               DISPLAY "RVL01 - STOCK MASTER OPEN FAILED, RC="
                   IO-RETURN-CODE
               SET RVL-HARD-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF
           SET AUDIT-OPEN-LOG TO TRUE
           CALL 'AUDIT01' USING AUDIT01-CONTROL-AREA AUDIT01-LOG-AREA
           IF NOT AUDIT-SUCCESS
               DISPLAY "RVL01 - AUDIT LOG OPEN FAILED, RC="
                   AUDIT-RETURN-CODE
               SET RVL-HARD-ERROR TO TRUE
           ELSE
               PERFORM 3010-RETURN-SORTED THRU 3010-EXIT
               PERFORM 3100-REVALUE-ONE-RECORD THRU 3100-EXIT
                   UNTIL RVL-SORT-EOF OR RVL-HARD-ERROR
               IF NOT RVL-FIRST-RECORD
                   PERFORM 3500-PRINT-BRANCH-TOTAL THRU 3500-EXIT
                   PERFORM 3600-PRINT-CATEGORY-TOTAL THRU 3600-EXIT
               END-IF
               PERFORM 3700-PRINT-GRAND-TOTAL THRU 3700-EXIT
               SET AUDIT-CLOSE-LOG TO TRUE
               CALL 'AUDIT01' USING AUDIT01-CONTROL-AREA
                                    AUDIT01-LOG-AREA
           END-IF
           SET IO-CLOSE-MASTER TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA.
       3000-EXIT.
           EXIT.
       3010-RETURN-SORTED.
           RETURN REVALUATION-SORT-FILE
               AT END
                   SET RVL-SORT-EOF TO TRUE
           END-RETURN.
       3010-EXIT.
           EXIT.
      ******************************************************************
      * 3100-REVALUE-ONE-RECORD - break the totals on a new category or
      *                           branch, then reprice the record
      *                           when its cost is to change.  A
      *                           record revalued earlier this cycle
      *                           is already at tonight's price and
      *                           is valued as it stands.
      ******************************************************************
       3100-REVALUE-ONE-RECORD.
           IF RVL-FIRST-RECORD
               MOVE 'N' TO RVL-FIRST-RECORD-SW
               MOVE RST-CATEGORY-CODE TO WS-PREV-CATEGORY-CODE
               MOVE RST-BRANCH-CODE TO WS-PREV-BRANCH-CODE
           END-IF
           IF RST-CATEGORY-CODE NOT EQUAL WS-PREV-CATEGORY-CODE
               PERFORM 3500-PRINT-BRANCH-TOTAL THRU 3500-EXIT
               PERFORM 3600-PRINT-CATEGORY-TOTAL THRU 3600-EXIT
           ELSE
               IF RST-BRANCH-CODE NOT EQUAL WS-PREV-BRANCH-CODE
                   PERFORM 3500-PRINT-BRANCH-TOTAL THRU 3500-EXIT
               END-IF
           END-IF
           MOVE RST-CATEGORY-CODE TO WS-PREV-CATEGORY-CODE
           MOVE RST-BRANCH-CODE TO WS-PREV-BRANCH-CODE
           IF RST-REVALUED-EARLIER
               MOVE RST-ITEM-NUMBER TO WS-DONE-ITEM-NUMBER
               MOVE RST-BRANCH-CODE TO WS-DONE-BRANCH-CODE
           ELSE
               PERFORM 3150-VALUE-ONE-RECORD THRU 3150-EXIT
           END-IF
           PERFORM 3010-RETURN-SORTED THRU 3010-EXIT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3150-VALUE-ONE-RECORD - value the record at its old cost, then
      *                         reprice it unless it was already done
      *                         this cycle, its new cost will not fit,
      *                         or its cost does not change.
      ******************************************************************
       3150-VALUE-ONE-RECORD.
           ADD 1 TO WS-KEY-ITEM-COUNT
           COMPUTE WS-ITEM-VALUE-BEFORE =
               RST-QTY-ON-HAND * RST-OLD-COST
           MOVE WS-ITEM-VALUE-BEFORE TO WS-ITEM-VALUE-AFTER
           IF RST-ITEM-NUMBER EQUAL WS-DONE-ITEM-NUMBER
               AND RST-BRANCH-CODE EQUAL WS-DONE-BRANCH-CODE
               ADD 1 TO WS-EARLIER-COUNT
               MOVE "REVALUED EARLIER THIS CYCLE - LEFT AS IT IS"
                   TO NTL-MESSAGE
               PERFORM 3400-PRINT-NOTE THRU 3400-EXIT
               PERFORM 3300-ADD-TO-TOTALS THRU 3300-EXIT
               GO TO 3150-EXIT
           END-IF
           IF RST-COST-OVERFLOW
               ADD 1 TO WS-NOT-REPRICED-COUNT
               MOVE "NEW COST OVER 99,999.99 - NOT REPRICED"
                   TO NTL-MESSAGE
               PERFORM 3400-PRINT-NOTE THRU 3400-EXIT
               PERFORM 3300-ADD-TO-TOTALS THRU 3300-EXIT
               GO TO 3150-EXIT
           END-IF
           IF RST-NEW-COST EQUAL RST-OLD-COST
               PERFORM 3300-ADD-TO-TOTALS THRU 3300-EXIT
               GO TO 3150-EXIT
           END-IF
           PERFORM 3200-REPRICE-ONE-RECORD THRU 3200-EXIT.
       3150-EXIT.
           EXIT.
      ******************************************************************
      * 3200-REPRICE-ONE-RECORD - read the record through IO01, set the
      *                           new cost, rewrite it, and log the
      *                           before/after images as a 'V'
      *                           revaluation.  The journal account
      *                           is found before the rewrite, so a
      *                           record is never repriced without
      *                           its difference being journalled.
      *                           A record in a closed period is
      *                           reported and left at its old cost.
      ******************************************************************
       3200-REPRICE-ONE-RECORD.
           MOVE RST-ITEM-NUMBER TO IO-KEY-ITEM-NUMBER
           MOVE RST-BRANCH-CODE TO IO-KEY-BRANCH-CODE
           SET IO-READ-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF NOT IO-SUCCESS
               DISPLAY "RVL01 - STOCK MASTER READ FAILED, RC="
                   IO-RETURN-CODE " ITEM " RST-ITEM-NUMBER
                   " BRANCH " RST-BRANCH-CODE
               SET RVL-HARD-ERROR TO TRUE
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO AUDIT01-LOG-AREA
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
           COMPUTE WS-ITEM-VALUE-BEFORE =
               STK-QTY-ON-HAND OF IO01-RECORD-AREA *
               STK-UNIT-COST OF IO01-RECORD-AREA
           COMPUTE WS-ITEM-VALUE-AFTER =
               STK-QTY-ON-HAND OF IO01-RECORD-AREA * RST-NEW-COST
           COMPUTE WS-ITEM-DIFFERENCE =
               WS-ITEM-VALUE-AFTER - WS-ITEM-VALUE-BEFORE
           IF WS-ITEM-DIFFERENCE NOT EQUAL ZERO
               PERFORM 3210-FIND-ACCOUNT THRU 3210-EXIT
               IF RVL-HARD-ERROR
                   GO TO 3200-EXIT
               END-IF
           END-IF
           MOVE RST-OLD-COST TO DTL-OLD-COST
           MOVE RST-NEW-COST TO STK-UNIT-COST OF IO01-RECORD-AREA
           SET IO-UPDATE-RECORD TO TRUE
           CALL 'IO01' USING IO01-CONTROL-AREA IO01-RECORD-AREA
           IF IO-PERIOD-CLOSED
               ADD 1 TO WS-NOT-REPRICED-COUNT
               MOVE WS-ITEM-VALUE-BEFORE TO WS-ITEM-VALUE-AFTER
               MOVE "PERIOD CLOSED - NOT REPRICED" TO NTL-MESSAGE
               PERFORM 3400-PRINT-NOTE THRU 3400-EXIT
               PERFORM 3300-ADD-TO-TOTALS THRU 3300-EXIT
               GO TO 3200-EXIT
           END-IF
           IF NOT IO-SUCCESS
               DISPLAY "RVL01 - STOCK MASTER UPDATE FAILED, RC="
                   IO-RETURN-CODE " ITEM " RST-ITEM-NUMBER
                   " BRANCH " RST-BRANCH-CODE
               SET RVL-HARD-ERROR TO TRUE
               GO TO 3200-EXIT
           END-IF
           IF WS-ITEM-DIFFERENCE NOT EQUAL ZERO
               ADD WS-ITEM-DIFFERENCE TO WS-ACCT-AMOUNT (ACCT-IDX)
               ADD WS-ITEM-DIFFERENCE TO WS-TOTAL-DIFFERENCE
           END-IF
           PERFORM 3220-LOG-REVALUATION THRU 3220-EXIT
           ADD 1 TO WS-REPRICED-COUNT
           ADD 1 TO WS-KEY-REPRICED-COUNT
           PERFORM 3300-ADD-TO-TOTALS THRU 3300-EXIT
           MOVE RST-CATEGORY-CODE TO DTL-CATEGORY-CODE
           MOVE RST-BRANCH-CODE TO DTL-BRANCH-CODE
           MOVE RST-ITEM-NUMBER TO DTL-ITEM-NUMBER
           IF RST-BY-ITEM
               MOVE "ITEM CARD" TO DTL-BASIS
           ELSE
               IF RST-PCT-SIGN EQUAL '-'
                   MOVE '-' TO WBT-PCT-SIGN
               ELSE
                   MOVE '+' TO WBT-PCT-SIGN
               END-IF
               MOVE RST-PERCENT TO WBT-PERCENT
               MOVE WS-BASIS-TEXT TO DTL-BASIS
           END-IF
           MOVE STK-QTY-ON-HAND OF IO01-RECORD-AREA
               TO DTL-QTY-ON-HAND
           MOVE RST-NEW-COST TO DTL-NEW-COST
           MOVE WS-ITEM-VALUE-BEFORE TO DTL-VALUE-BEFORE
           MOVE WS-ITEM-VALUE-AFTER TO DTL-VALUE-AFTER
           MOVE WS-ITEM-DIFFERENCE TO DTL-DIFFERENCE
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 3210-FIND-ACCOUNT - map the category to its inventory account
      *                     and leave ACCT-IDX on that account's
      *                     running total.  A category not on CATGL
      *                     posts to the inventory control account
      *                     and is reported, as GLEXT01 does.
      ******************************************************************
       3210-FIND-ACCOUNT.
           MOVE SPACES TO WS-WORK-GL-ACCOUNT
           IF WS-MAP-COUNT NOT EQUAL ZERO
               SET MAP-IDX TO 1
               SEARCH WS-CATEGORY-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN MAP-IDX GREATER THAN WS-MAP-COUNT
                       CONTINUE
                   WHEN WS-MAP-CATEGORY (MAP-IDX) EQUAL
                           RST-CATEGORY-CODE
                       MOVE WS-MAP-GL-ACCOUNT (MAP-IDX)
                           TO WS-WORK-GL-ACCOUNT
               END-SEARCH
           END-IF
           IF WS-WORK-GL-ACCOUNT EQUAL SPACES
               DISPLAY "RVL01 - NO GL ACCOUNT FOR CATEGORY "
                   RST-CATEGORY-CODE ", POSTED TO CONTROL ACCOUNT"
               MOVE WS-CONTROL-ACCOUNT TO WS-WORK-GL-ACCOUNT
               SET RVL-ANY-WARNING TO TRUE
           END-IF
           SET ACCT-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   PERFORM 3211-ADD-ACCOUNT-ENTRY THRU 3211-EXIT
               WHEN ACCT-IDX GREATER THAN WS-ACCOUNT-COUNT
                   PERFORM 3211-ADD-ACCOUNT-ENTRY THRU 3211-EXIT
               WHEN WS-ACCT-GL-ACCOUNT (ACCT-IDX) EQUAL
                       WS-WORK-GL-ACCOUNT
                   CONTINUE
           END-SEARCH.
       3210-EXIT.
           EXIT.
       3211-ADD-ACCOUNT-ENTRY.
           IF WS-ACCOUNT-COUNT NOT LESS THAN WS-ACCOUNT-LIMIT
               DISPLAY "RVL01 - GL ACCOUNT TABLE FULL, LIMIT "
                   WS-ACCOUNT-LIMIT
               SET RVL-HARD-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               SET ACCT-IDX TO WS-ACCOUNT-COUNT
               MOVE WS-WORK-GL-ACCOUNT
                   TO WS-ACCT-GL-ACCOUNT (ACCT-IDX)
               MOVE ZERO TO WS-ACCT-AMOUNT (ACCT-IDX)
           END-IF.
       3211-EXIT.
           EXIT.
      ******************************************************************
      * 3220-LOG-REVALUATION - the after image is the record as
      *                        rewritten; only the cost differs from
      *                        the before image.
      ******************************************************************
       3220-LOG-REVALUATION.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE OF AUDIT01-LOG-AREA
           MOVE 'RVAL' TO AUD-SOURCE-CODE OF AUDIT01-LOG-AREA
           SET AUD-IS-REVALUE OF AUDIT01-LOG-AREA TO TRUE
           MOVE RST-ITEM-NUMBER TO AUD-ITEM-NUMBER OF AUDIT01-LOG-AREA
           MOVE RST-BRANCH-CODE TO AUD-BRANCH-CODE OF AUDIT01-LOG-AREA
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
           SET AUDIT-WRITE-ENTRY TO TRUE
           CALL 'AUDIT01' USING AUDIT01-CONTROL-AREA AUDIT01-LOG-AREA
           IF NOT AUDIT-SUCCESS
               DISPLAY "RVL01 - AUDIT WRITE FAILED, RC="
                   AUDIT-RETURN-CODE " ITEM " RST-ITEM-NUMBER
                   " BRANCH " RST-BRANCH-CODE
               SET RVL-HARD-ERROR TO TRUE
           END-IF.
       3220-EXIT.
           EXIT.
      ******************************************************************
      * 3300-ADD-TO-TOTALS - the record's value before and after into
      *                      its category/branch total.
      ******************************************************************
       3300-ADD-TO-TOTALS.
           ADD WS-ITEM-VALUE-BEFORE TO WS-KEY-VALUE-BEFORE
           ADD WS-ITEM-VALUE-AFTER TO WS-KEY-VALUE-AFTER.
       3300-EXIT.
           EXIT.
      ******************************************************************
      * 3400-PRINT-NOTE - a record that kept its cost for a reason the
      *                   reader should see.
      ******************************************************************
       3400-PRINT-NOTE.
           SET RVL-ANY-WARNING TO TRUE
           MOVE RST-CATEGORY-CODE TO NTL-CATEGORY-CODE
           MOVE RST-BRANCH-CODE TO NTL-BRANCH-CODE
           MOVE RST-ITEM-NUMBER TO NTL-ITEM-NUMBER
           MOVE WS-NOTE-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3400-EXIT.
           EXIT.
      ******************************************************************
      * 3500-PRINT-BRANCH-TOTAL - the category/branch's value before
      *                           and after, rolled into the category.
      ******************************************************************
       3500-PRINT-BRANCH-TOTAL.
           MOVE WS-PREV-CATEGORY-CODE TO TTL-CATEGORY-CODE
           MOVE WS-PREV-BRANCH-CODE TO TTL-BRANCH-CODE
           MOVE "BRANCH TOTAL" TO TTL-TEXT
           MOVE WS-KEY-ITEM-COUNT TO TTL-ITEM-COUNT
           MOVE WS-KEY-REPRICED-COUNT TO TTL-REPRICED-COUNT
           MOVE WS-KEY-VALUE-BEFORE TO TTL-VALUE-BEFORE
           MOVE WS-KEY-VALUE-AFTER TO TTL-VALUE-AFTER
           COMPUTE WS-ITEM-DIFFERENCE =
               WS-KEY-VALUE-AFTER - WS-KEY-VALUE-BEFORE
           MOVE WS-ITEM-DIFFERENCE TO TTL-DIFFERENCE
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           ADD WS-KEY-ITEM-COUNT TO WS-CAT-ITEM-COUNT
           ADD WS-KEY-REPRICED-COUNT TO WS-CAT-REPRICED-COUNT
           ADD WS-KEY-VALUE-BEFORE TO WS-CAT-VALUE-BEFORE
           ADD WS-KEY-VALUE-AFTER TO WS-CAT-VALUE-AFTER
           INITIALIZE WS-KEY-TOTALS.
       3500-EXIT.
           EXIT.
      ******************************************************************
      * 3600-PRINT-CATEGORY-TOTAL - the category's line under its
      *                             branches, rolled into the grand
      *                             total.
      ******************************************************************
       3600-PRINT-CATEGORY-TOTAL.
           MOVE WS-PREV-CATEGORY-CODE TO TTL-CATEGORY-CODE
           MOVE SPACES TO TTL-BRANCH-CODE
           MOVE "CATEGORY TOTAL" TO TTL-TEXT
           MOVE WS-CAT-ITEM-COUNT TO TTL-ITEM-COUNT
           MOVE WS-CAT-REPRICED-COUNT TO TTL-REPRICED-COUNT
           MOVE WS-CAT-VALUE-BEFORE TO TTL-VALUE-BEFORE
           MOVE WS-CAT-VALUE-AFTER TO TTL-VALUE-AFTER
           COMPUTE WS-ITEM-DIFFERENCE =
               WS-CAT-VALUE-AFTER - WS-CAT-VALUE-BEFORE
           MOVE WS-ITEM-DIFFERENCE TO TTL-DIFFERENCE
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           ADD WS-CAT-ITEM-COUNT TO WS-GRAND-ITEM-COUNT
           ADD WS-CAT-REPRICED-COUNT TO WS-GRAND-REPRICED-COUNT
           ADD WS-CAT-VALUE-BEFORE TO WS-GRAND-VALUE-BEFORE
           ADD WS-CAT-VALUE-AFTER TO WS-GRAND-VALUE-AFTER
           INITIALIZE WS-CAT-TOTALS.
       3600-EXIT.
           EXIT.
      ******************************************************************
      * 3700-PRINT-GRAND-TOTAL - all categories and branches.
      ******************************************************************
       3700-PRINT-GRAND-TOTAL.
           MOVE SPACES TO TTL-CATEGORY-CODE
           MOVE SPACES TO TTL-BRANCH-CODE
           MOVE "GRAND TOTAL" TO TTL-TEXT
           MOVE WS-GRAND-ITEM-COUNT TO TTL-ITEM-COUNT
           MOVE WS-GRAND-REPRICED-COUNT TO TTL-REPRICED-COUNT
           MOVE WS-GRAND-VALUE-BEFORE TO TTL-VALUE-BEFORE
           MOVE WS-GRAND-VALUE-AFTER TO TTL-VALUE-AFTER
           COMPUTE WS-ITEM-DIFFERENCE =
               WS-GRAND-VALUE-AFTER - WS-GRAND-VALUE-BEFORE
           MOVE WS-ITEM-DIFFERENCE TO TTL-DIFFERENCE
           MOVE WS-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3700-EXIT.
           EXIT.
      ******************************************************************
      * 4000-WRITE-JOURNAL - one journal record per inventory account
      *                      with the revaluation difference, debit
      *                      for an increase and credit for a
      *                      decrease, offset in total against the
      *                      revaluation variance account.  Written
      *                      for whatever was repriced, even when a
      *                      hard error stopped the run part way, so
      *                      the ledger always matches the master.
      ******************************************************************
       4000-WRITE-JOURNAL.
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           IF WS-ACCOUNT-COUNT NOT EQUAL ZERO
               PERFORM 4100-WRITE-ONE-INVENTORY THRU 4100-EXIT
                   VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX GREATER THAN WS-ACCOUNT-COUNT
           END-IF
           IF WS-TOTAL-DIFFERENCE NOT EQUAL ZERO
               MOVE WS-VARIANCE-ACCOUNT TO WS-WORK-GL-ACCOUNT
               COMPUTE WS-JOURNAL-AMOUNT = ZERO - WS-TOTAL-DIFFERENCE
               MOVE "REVALUATION VARIANCE" TO JRL-PURPOSE
               PERFORM 4200-WRITE-ONE-JOURNAL THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-WRITE-ONE-INVENTORY.
           IF WS-ACCT-AMOUNT (ACCT-IDX) NOT EQUAL ZERO
               MOVE WS-ACCT-GL-ACCOUNT (ACCT-IDX)
                   TO WS-WORK-GL-ACCOUNT
               MOVE WS-ACCT-AMOUNT (ACCT-IDX) TO WS-JOURNAL-AMOUNT
               MOVE "INVENTORY REVALUATION" TO JRL-PURPOSE
               PERFORM 4200-WRITE-ONE-JOURNAL THRU 4200-EXIT
           END-IF.
       4100-EXIT.
           EXIT.
      ******************************************************************
      * 4200-WRITE-ONE-JOURNAL - WS-JOURNAL-AMOUNT is the debit to
      *                          WS-WORK-GL-ACCOUNT when positive and
      *                          the credit when negative; the record
      *                          carries it unsigned with the
      *                          indicator, as GLEXT01's do.
      ******************************************************************
       4200-WRITE-ONE-JOURNAL.
           MOVE WS-RUN-DATE TO GLI-RUN-DATE
           MOVE WS-WORK-GL-ACCOUNT TO GLI-GL-ACCOUNT
           IF WS-JOURNAL-AMOUNT LESS THAN ZERO
               COMPUTE GLI-CONTROL-AMOUNT = WS-JOURNAL-AMOUNT * -1
               SET GLI-IS-CREDIT TO TRUE
               MOVE "CREDIT" TO JRL-DR-CR
           ELSE
               MOVE WS-JOURNAL-AMOUNT TO GLI-CONTROL-AMOUNT
               SET GLI-IS-DEBIT TO TRUE
               MOVE "DEBIT " TO JRL-DR-CR
           END-IF
           WRITE GL-JOURNAL-RECORD
           IF RVL-JRNL-FS-OK
               ADD 1 TO WS-JOURNALS-WRITTEN-COUNT
           ELSE
               DISPLAY "RVL01 - JOURNAL WRITE FAILED, STATUS="
                   RVL-JRNL-STATUS
               SET RVL-HARD-ERROR TO TRUE
           END-IF
           MOVE WS-WORK-GL-ACCOUNT TO JRL-GL-ACCOUNT
           MOVE GLI-CONTROL-AMOUNT TO JRL-AMOUNT
           MOVE WS-JOURNAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       4200-EXIT.
           EXIT.
      ******************************************************************
      * 5000-PRINT-UNUSED-CARDS - a card of tonight's that priced no
      *                           record: an item or category not on
      *                           the master at that branch, or a
      *                           category card every item of which
      *                           had its own card.
      ******************************************************************
       5000-PRINT-UNUSED-CARDS.
           IF WS-ITEM-CARD-COUNT NOT EQUAL ZERO
               PERFORM 5100-CHECK-ITEM-CARD THRU 5100-EXIT
                   VARYING ICD-IDX FROM 1 BY 1
                   UNTIL ICD-IDX GREATER THAN WS-ITEM-CARD-COUNT
           END-IF
           IF WS-CAT-CARD-COUNT NOT EQUAL ZERO
               PERFORM 5200-CHECK-CATEGORY-CARD THRU 5200-EXIT
                   VARYING CCD-IDX FROM 1 BY 1
                   UNTIL CCD-IDX GREATER THAN WS-CAT-CARD-COUNT
           END-IF.
       5000-EXIT.
           EXIT.
       5100-CHECK-ITEM-CARD.
           IF WS-ICD-APPLIED (ICD-IDX) EQUAL ZERO
               SET RVL-ANY-WARNING TO TRUE
               MOVE "ITEM     " TO UCL-CARD-KIND
               MOVE WS-ICD-ITEM-NUMBER (ICD-IDX) TO UCL-CODE
               MOVE WS-ICD-BRANCH-CODE (ICD-IDX) TO UCL-BRANCH-CODE
               MOVE WS-UNUSED-CARD-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.
       5200-CHECK-CATEGORY-CARD.
           IF WS-CCD-APPLIED (CCD-IDX) EQUAL ZERO
               SET RVL-ANY-WARNING TO TRUE
               MOVE "CATEGORY " TO UCL-CARD-KIND
               MOVE WS-CCD-CATEGORY-CODE (CCD-IDX) TO UCL-CODE
               MOVE WS-CCD-BRANCH-CODE (CCD-IDX) TO UCL-BRANCH-CODE
               MOVE WS-UNUSED-CARD-LINE TO PRINT-RECORD
               PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           END-IF.
       5200-EXIT.
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
      * 8000-TERMINATE - list the cards that priced nothing, close the
      *                  files, display the run totals, and set the
      *                  return code - staged in WS-STEP-RC because a
      *                  CALL replaces RETURN-CODE with the called
      *                  program's on return.
      ******************************************************************
       8000-TERMINATE.
           IF NOT RVL-HARD-ERROR
               PERFORM 5000-PRINT-UNUSED-CARDS THRU 5000-EXIT
           END-IF
           CLOSE GL-JOURNAL-FILE
           CLOSE PRINTFILE
           DISPLAY "RVL01 - NEW-COST CARDS READ:      "
               WS-CARDS-READ-COUNT
           DISPLAY "RVL01 - CARDS FOR ANOTHER NIGHT:  "
               WS-CARDS-LATER-COUNT
           DISPLAY "RVL01 - CARDS REJECTED:           "
               WS-CARDS-REJECTED-COUNT
           DISPLAY "RVL01 - MASTER RECORDS READ:      "
               WS-RECORDS-READ-COUNT
           DISPLAY "RVL01 - RECORDS REPRICED:         "
               WS-REPRICED-COUNT
           DISPLAY "RVL01 - RECORDS NOT REPRICED:     "
               WS-NOT-REPRICED-COUNT
           DISPLAY "RVL01 - REVALUED EARLIER TONIGHT: "
               WS-EARLIER-COUNT
           DISPLAY "RVL01 - JOURNAL RECORDS WRITTEN:  "
               WS-JOURNALS-WRITTEN-COUNT
           IF RVL-HARD-ERROR
               MOVE 8 TO WS-STEP-RC
           ELSE
               IF RVL-ANY-WARNING
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF
           SET CTL-LOG-END TO TRUE
           MOVE WS-RUN-DATE TO CTL-CYCLE-DATE
           MOVE 'RVL01   ' TO CTL-STEP-NAME
           MOVE WS-STEP-RC TO CTL-STEP-RC
           CALL 'CTL01' USING CTL01-CONTROL-AREA
           IF CTL-FILE-ERROR
               DISPLAY "RVL01 - RUN CONTROL LOG UNAVAILABLE, RC="
                   CTL-RETURN-CODE
           END-IF
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.
       END PROGRAM RVL01.
