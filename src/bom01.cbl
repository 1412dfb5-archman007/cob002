      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Bill of materials listing.  Lists the BOMFILE kit
      *          cards (layout BOMREC) by kit and component, with each
      *          item's description off the stock master, and edits
      *          every card the way COB01 will use it.  A card COB01
      *          cannot use - no kit or component, the kit named as
      *          its own component, a quantity per kit that is not
      *          numeric or is zero - is an error: COB01 holds it,
      *          and rejects every assembly and breakdown of that kit
      *          as E017 until the card is put right.  A kit with
      *          more components than COB01 holds is an error for the
      *          same reason.  A kit or component not on the master
      *          at any branch, a component carded twice (COB01 adds
      *          the quantities), and a component that is itself a
      *          kit (it must be assembled before the kit that uses
      *          it) are flagged for engineering to confirm.
      *          RETURN-CODE 4 when anything is flagged; 8 when the
      *          card file, the master or the print file will not
      *          open.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 AB  Original BOM01 build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOM01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-FILE ASSIGN TO "BOMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BML-BOM-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-MASTER-KEY OF STOCK-MASTER-RECORD
               ALTERNATE RECORD KEY IS STK-CATEGORY-CODE
                   OF STOCK-MASTER-RECORD WITH DUPLICATES
               FILE STATUS IS BML-MASTER-STATUS.
           SELECT BOM-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINTFILE ASSIGN TO "BOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BML-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOM-FILE.
       01  BOM-RECORD.
           COPY BOMREC.
       FD  STOCK-MASTER-FILE.
       01  STOCK-MASTER-RECORD.
           COPY STKMAST.
       SD  BOM-SORT-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  BOM-SORT-RECORD.
           COPY BOMREC.
           05  BST-SEQUENCE-NUMBER     PIC 9(05).
       FD  PRINTFILE.
       01  PRINT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01  BML-FILE-STATUSES.
           05  BML-BOM-STATUS          PIC X(02).
               88  BML-BOM-FS-OK               VALUE '00'.
           05  BML-MASTER-STATUS       PIC X(02).
               88  BML-MASTER-FS-OK            VALUE '00'.
           05  BML-PRINT-STATUS        PIC X(02).
               88  BML-PRINT-FS-OK             VALUE '00'.
       01  BML-SWITCHES.
           05  BML-BOM-EOF-SW          PIC X(01)   VALUE 'N'.
               88  BML-BOM-EOF                 VALUE 'Y'.
           05  BML-SORT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  BML-SORT-EOF                VALUE 'Y'.
           05  BML-HARD-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  BML-HARD-ERROR              VALUE 'Y'.
           05  BML-KIT-STARTED-SW      PIC X(01)   VALUE 'N'.
               88  BML-KIT-STARTED             VALUE 'Y'.
           05  BML-KIT-IN-ERROR-SW     PIC X(01)   VALUE 'N'.
               88  BML-KIT-IN-ERROR            VALUE 'Y'.
           05  BML-ON-MASTER-SW        PIC X(01)   VALUE 'N'.
               88  BML-ON-MASTER               VALUE 'Y'.
           05  BML-IS-KIT-SW           PIC X(01)   VALUE 'N'.
               88  BML-IS-KIT                  VALUE 'Y'.
           05  BML-CARD-STATUS-SW      PIC X(01)   VALUE SPACE.
               88  BML-CARD-CLEAN              VALUE SPACE.
               88  BML-CARD-IN-ERROR           VALUE 'E'.
               88  BML-CARD-FLAGGED            VALUE 'W'.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-CARDS-READ-COUNT         PIC 9(05)   VALUE ZERO.
       01  WS-KITS-LISTED-COUNT        PIC 9(05)   VALUE ZERO.
       01  WS-CARDS-IN-ERROR-COUNT     PIC 9(05)   VALUE ZERO.
       01  WS-CARDS-FLAGGED-COUNT      PIC 9(05)   VALUE ZERO.
       01  WS-KITS-IN-ERROR-COUNT      PIC 9(05)   VALUE ZERO.
      ******************************************************************
      * Every kit item on the file, for the kit-within-a-kit check,
      * and the component limit COB01 holds for one kit.
      ******************************************************************
       01  WS-KIT-COUNT                PIC 9(04)   VALUE ZERO.
       01  WS-KIT-LIMIT                PIC 9(04)   VALUE 1000.
       01  WS-KIT-TABLE.
           05  WS-KIT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY KIT-IDX.
               10  WS-KIT-ITEM-NUMBER  PIC X(10).
       01  WS-COMPONENT-LIMIT          PIC 9(03)   VALUE 20.
      ******************************************************************
      * One kit's listing.
      ******************************************************************
       01  WS-CURRENT-KIT-ITEM         PIC X(10)   VALUE SPACES.
       01  WS-PREV-COMPONENT-ITEM      PIC X(10)   VALUE SPACES.
       01  WS-KIT-COMPONENT-COUNT      PIC 9(03)   VALUE ZERO.
       01  WS-LOOK-ITEM-NUMBER         PIC X(10)   VALUE SPACES.
       01  WS-LOOK-DESCRIPTION         PIC X(30)   VALUE SPACES.
       01  WS-CARD-MESSAGE             PIC X(44)   VALUE SPACES.
       01  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       01  WS-PAGE-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PAGE-LIMIT               PIC 9(03)   VALUE 56.
       01  WS-SAVE-PRINT-LINE          PIC X(132)  VALUE SPACES.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(28)
               VALUE "BILL OF MATERIALS LISTING".
           05  FILLER                  PIC X(31)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "RUN DATE:".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  HDG1-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "PAGE:".
           05  HDG1-PAGE               PIC ZZ,ZZ9.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "COMPONENT".
           05  FILLER                  PIC X(32)   VALUE "DESCRIPTION".
           05  FILLER                  PIC X(10)   VALUE "  PER KIT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(44)   VALUE "REMARKS".
       01  WS-KIT-HEADER-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(05)   VALUE "KIT: ".
           05  KHL-KIT-ITEM            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  KHL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  KHL-MESSAGE             PIC X(44).
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  DTL-COMPONENT-ITEM      PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-QTY-PER-KIT         PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DTL-MESSAGE             PIC X(44).
       01  WS-QTY-EDIT                 PIC ZZZ,ZZ9.
       01  WS-KIT-TOTAL-LINE.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  KTL-COMPONENT-COUNT     PIC ZZ9.
           05  FILLER                  PIC X(13)
               VALUE " COMPONENT(S)".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  KTL-MESSAGE             PIC X(60).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT BML-HARD-ERROR
               SORT BOM-SORT-FILE
                   ON ASCENDING KEY BOM-KIT-ITEM-NUMBER
                       OF BOM-SORT-RECORD
                   ON ASCENDING KEY BOM-COMPONENT-ITEM-NUMBER
                       OF BOM-SORT-RECORD
                   ON ASCENDING KEY BST-SEQUENCE-NUMBER
                   INPUT PROCEDURE IS 2000-LOAD-CARDS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-LIST-KITS
                       THRU 3000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.
      ******************************************************************
      * 1000-INITIALIZE - open the bill of materials, the master and
      *                   the print file.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BOM-FILE
           IF NOT BML-BOM-FS-OK
               DISPLAY "BOM01 - BILL OF MATERIALS OPEN FAILED, STATUS="
                   BML-BOM-STATUS
               SET BML-HARD-ERROR TO TRUE
           END-IF
           OPEN INPUT STOCK-MASTER-FILE
           IF NOT BML-MASTER-FS-OK
               DISPLAY "BOM01 - STOCK MASTER OPEN FAILED, STATUS="
                   BML-MASTER-STATUS
               SET BML-HARD-ERROR TO TRUE
           END-IF
           OPEN OUTPUT PRINTFILE
           IF NOT BML-PRINT-FS-OK
               DISPLAY "BOM01 - PRINT FILE OPEN FAILED, STATUS="
                   BML-PRINT-STATUS
               SET BML-HARD-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 2000-LOAD-CARDS - release every card to the sort, numbered in
      *                   file order so a component carded twice lists
      *                   in the order it was keyed, and note each kit
      *                   item for the kit-within-a-kit check.
      ******************************************************************
       2000-LOAD-CARDS.
           PERFORM 2010-READ-BOM-CARD THRU 2010-EXIT
           PERFORM 2100-RELEASE-ONE-CARD THRU 2100-EXIT
               UNTIL BML-BOM-EOF.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2010-READ-BOM-CARD - priming/next read of the card file.
      ******************************************************************
       2010-READ-BOM-CARD.
           READ BOM-FILE
               AT END
                   SET BML-BOM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ-COUNT
           END-READ.
       2010-EXIT.
           EXIT.
       2100-RELEASE-ONE-CARD.
           MOVE BOM-RECORD TO BOM-SORT-RECORD
           MOVE WS-CARDS-READ-COUNT TO BST-SEQUENCE-NUMBER
           RELEASE BOM-SORT-RECORD
           IF BOM-KIT-ITEM-NUMBER OF BOM-RECORD NOT EQUAL SPACES
               MOVE BOM-KIT-ITEM-NUMBER OF BOM-RECORD
                   TO WS-LOOK-ITEM-NUMBER
               PERFORM 2200-FIND-KIT THRU 2200-EXIT
               IF NOT BML-IS-KIT
                   AND WS-KIT-COUNT LESS THAN WS-KIT-LIMIT
                   ADD 1 TO WS-KIT-COUNT
                   SET KIT-IDX TO WS-KIT-COUNT
                   MOVE WS-LOOK-ITEM-NUMBER
                       TO WS-KIT-ITEM-NUMBER (KIT-IDX)
               END-IF
           END-IF
           PERFORM 2010-READ-BOM-CARD THRU 2010-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2200-FIND-KIT - is WS-LOOK-ITEM-NUMBER a kit on the file?
      *                 Answered in BML-IS-KIT.
      ******************************************************************
       2200-FIND-KIT.
           MOVE 'N' TO BML-IS-KIT-SW
           IF WS-KIT-COUNT EQUAL ZERO
               GO TO 2200-EXIT
           END-IF
           SET KIT-IDX TO 1
           SEARCH WS-KIT-ENTRY
               AT END
                   CONTINUE
               WHEN KIT-IDX GREATER THAN WS-KIT-COUNT
                   CONTINUE
               WHEN WS-KIT-ITEM-NUMBER (KIT-IDX) EQUAL
                       WS-LOOK-ITEM-NUMBER
                   SET BML-IS-KIT TO TRUE
           END-SEARCH.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 3000-LIST-KITS - take the cards back by kit and component and
      *                  list them, breaking on kit for the kit header
      *                  and component count.
      ******************************************************************
       3000-LIST-KITS.
           PERFORM 3010-RETURN-SORTED-CARD THRU 3010-EXIT
           PERFORM 3100-LIST-ONE-CARD THRU 3100-EXIT
               UNTIL BML-SORT-EOF
           IF BML-KIT-STARTED
               PERFORM 3200-PRINT-KIT-TOTAL THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3010-RETURN-SORTED-CARD - next card back from the sort.
      ******************************************************************
       3010-RETURN-SORTED-CARD.
           RETURN BOM-SORT-FILE
               AT END
                   SET BML-SORT-EOF TO TRUE
           END-RETURN.
       3010-EXIT.
           EXIT.
      ******************************************************************
      * 3100-LIST-ONE-CARD - edit and print one card.  The first
      *                      error found is the one reported; a card
      *                      with no error is then checked for the
      *                      conditions engineering must confirm.
      ******************************************************************
       3100-LIST-ONE-CARD.
           IF NOT BML-KIT-STARTED
               OR BOM-KIT-ITEM-NUMBER OF BOM-SORT-RECORD
                   NOT EQUAL WS-CURRENT-KIT-ITEM
               IF BML-KIT-STARTED
                   PERFORM 3200-PRINT-KIT-TOTAL THRU 3200-EXIT
               END-IF
               PERFORM 3300-PRINT-KIT-HEADER THRU 3300-EXIT
           END-IF
           SET BML-CARD-CLEAN TO TRUE
           MOVE SPACES TO WS-CARD-MESSAGE
           MOVE SPACES TO WS-LOOK-DESCRIPTION
           EVALUATE TRUE
               WHEN BOM-KIT-ITEM-NUMBER OF BOM-SORT-RECORD
                       EQUAL SPACES
                   SET BML-CARD-IN-ERROR TO TRUE
                   MOVE "ERROR - NO KIT ITEM NUMBER"
                       TO WS-CARD-MESSAGE
               WHEN BOM-COMPONENT-ITEM-NUMBER OF BOM-SORT-RECORD
                       EQUAL SPACES
                   SET BML-CARD-IN-ERROR TO TRUE
                   MOVE "ERROR - NO COMPONENT ITEM NUMBER"
                       TO WS-CARD-MESSAGE
               WHEN BOM-COMPONENT-ITEM-NUMBER OF BOM-SORT-RECORD
                       EQUAL BOM-KIT-ITEM-NUMBER OF BOM-SORT-RECORD
                   SET BML-CARD-IN-ERROR TO TRUE
                   MOVE "ERROR - COMPONENT IS THE KIT ITSELF"
                       TO WS-CARD-MESSAGE
               WHEN BOM-QTY-PER-KIT OF BOM-SORT-RECORD NOT NUMERIC
                   SET BML-CARD-IN-ERROR TO TRUE
                   MOVE "ERROR - QUANTITY PER KIT NOT NUMERIC"
                       TO WS-CARD-MESSAGE
               WHEN BOM-QTY-PER-KIT-NUM OF BOM-SORT-RECORD
                       EQUAL ZERO
                   SET BML-CARD-IN-ERROR TO TRUE
                   MOVE "ERROR - QUANTITY PER KIT IS ZERO"
                       TO WS-CARD-MESSAGE
               WHEN OTHER
                   PERFORM 3110-CHECK-COMPONENT THRU 3110-EXIT
           END-EVALUATE
           IF BML-CARD-IN-ERROR
               ADD 1 TO WS-CARDS-IN-ERROR-COUNT
               SET BML-KIT-IN-ERROR TO TRUE
           END-IF
           IF BML-CARD-FLAGGED
               ADD 1 TO WS-CARDS-FLAGGED-COUNT
           END-IF
           MOVE BOM-COMPONENT-ITEM-NUMBER OF BOM-SORT-RECORD
               TO DTL-COMPONENT-ITEM
           MOVE WS-LOOK-DESCRIPTION TO DTL-DESCRIPTION
           IF BOM-QTY-PER-KIT OF BOM-SORT-RECORD NUMERIC
               MOVE BOM-QTY-PER-KIT-NUM OF BOM-SORT-RECORD
                   TO WS-QTY-EDIT
               MOVE SPACES TO DTL-QTY-PER-KIT
               MOVE WS-QTY-EDIT TO DTL-QTY-PER-KIT (4:7)
           ELSE
               MOVE SPACES TO DTL-QTY-PER-KIT
               MOVE BOM-QTY-PER-KIT OF BOM-SORT-RECORD
                   TO DTL-QTY-PER-KIT (6:5)
           END-IF
           MOVE WS-CARD-MESSAGE TO DTL-MESSAGE
           MOVE WS-DETAIL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           PERFORM 3010-RETURN-SORTED-CARD THRU 3010-EXIT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3110-CHECK-COMPONENT - a usable card: count the component once
      *                        toward the kit's limit, and flag one
      *                        carded twice, one not on the master at
      *                        any branch, and one that is itself a
      *                        kit.
      ******************************************************************
       3110-CHECK-COMPONENT.
           IF BOM-COMPONENT-ITEM-NUMBER OF BOM-SORT-RECORD
                   EQUAL WS-PREV-COMPONENT-ITEM
               SET BML-CARD-FLAGGED TO TRUE
               MOVE "CARDED TWICE - COB01 ADDS THE QUANTITIES"
                   TO WS-CARD-MESSAGE
           ELSE
               ADD 1 TO WS-KIT-COMPONENT-COUNT
               MOVE BOM-COMPONENT-ITEM-NUMBER OF BOM-SORT-RECORD
                   TO WS-PREV-COMPONENT-ITEM
           END-IF
           MOVE BOM-COMPONENT-ITEM-NUMBER OF BOM-SORT-RECORD
               TO WS-LOOK-ITEM-NUMBER
           PERFORM 3400-FIND-ON-MASTER THRU 3400-EXIT
           IF BML-HARD-ERROR
               GO TO 3110-EXIT
           END-IF
           IF NOT BML-ON-MASTER
               SET BML-CARD-FLAGGED TO TRUE
               MOVE "NOT ON THE STOCK MASTER AT ANY BRANCH"
                   TO WS-CARD-MESSAGE
               GO TO 3110-EXIT
           END-IF
           PERFORM 2200-FIND-KIT THRU 2200-EXIT
           IF BML-IS-KIT
               SET BML-CARD-FLAGGED TO TRUE
               MOVE "ITSELF A KIT - ASSEMBLE IT FIRST"
                   TO WS-CARD-MESSAGE
           END-IF.
       3110-EXIT.
           EXIT.
      ******************************************************************
      * 3200-PRINT-KIT-TOTAL - close a kit with its component count
      *                        and whether COB01 will post it.
      ******************************************************************
       3200-PRINT-KIT-TOTAL.
           MOVE WS-KIT-COMPONENT-COUNT TO KTL-COMPONENT-COUNT
           MOVE SPACES TO KTL-MESSAGE
           IF WS-KIT-COMPONENT-COUNT GREATER THAN WS-COMPONENT-LIMIT
               SET BML-KIT-IN-ERROR TO TRUE
               MOVE "ERROR - MORE COMPONENTS THAN COB01 HOLDS"
                   TO KTL-MESSAGE
               ADD 1 TO WS-CARDS-IN-ERROR-COUNT
           END-IF
           IF BML-KIT-IN-ERROR
               ADD 1 TO WS-KITS-IN-ERROR-COUNT
               IF KTL-MESSAGE EQUAL SPACES
                   MOVE "KIT WILL NOT POST (E017) UNTIL CORRECTED"
                       TO KTL-MESSAGE
               END-IF
           END-IF
           MOVE WS-KIT-TOTAL-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT
           MOVE SPACES TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 3300-PRINT-KIT-HEADER - open a new kit, with the kit item's
      *                         description off the master.
      ******************************************************************
       3300-PRINT-KIT-HEADER.
           MOVE BOM-KIT-ITEM-NUMBER OF BOM-SORT-RECORD
               TO WS-CURRENT-KIT-ITEM
           SET BML-KIT-STARTED TO TRUE
           MOVE 'N' TO BML-KIT-IN-ERROR-SW
           MOVE ZERO TO WS-KIT-COMPONENT-COUNT
           MOVE SPACES TO WS-PREV-COMPONENT-ITEM
           ADD 1 TO WS-KITS-LISTED-COUNT
           MOVE SPACES TO KHL-MESSAGE
           MOVE SPACES TO WS-LOOK-DESCRIPTION
           IF WS-CURRENT-KIT-ITEM NOT EQUAL SPACES
               MOVE WS-CURRENT-KIT-ITEM TO WS-LOOK-ITEM-NUMBER
               PERFORM 3400-FIND-ON-MASTER THRU 3400-EXIT
               IF NOT BML-ON-MASTER
                   MOVE "KIT NOT ON THE STOCK MASTER AT ANY BRANCH"
                       TO KHL-MESSAGE
                   ADD 1 TO WS-CARDS-FLAGGED-COUNT
               END-IF
           END-IF
           MOVE WS-CURRENT-KIT-ITEM TO KHL-KIT-ITEM
           MOVE WS-LOOK-DESCRIPTION TO KHL-DESCRIPTION
           MOVE WS-KIT-HEADER-LINE TO PRINT-RECORD
           PERFORM 9000-PRINT-LINE THRU 9000-EXIT.
       3300-EXIT.
           EXIT.
      ******************************************************************
      * 3400-FIND-ON-MASTER - is WS-LOOK-ITEM-NUMBER on the master at
      *                       any branch?  Positions on the lowest key
      *                       for the item and reads the first record
      *                       at or after it; answered in BML-ON-MASTER
      *                       with the description in WS-LOOK-
      *                       DESCRIPTION.
      ******************************************************************
       3400-FIND-ON-MASTER.
           MOVE 'N' TO BML-ON-MASTER-SW
           MOVE SPACES TO WS-LOOK-DESCRIPTION
           MOVE WS-LOOK-ITEM-NUMBER
               TO STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
           MOVE LOW-VALUES TO STK-BRANCH-CODE OF STOCK-MASTER-RECORD
           START STOCK-MASTER-FILE KEY IS NOT LESS THAN
                   STK-MASTER-KEY OF STOCK-MASTER-RECORD
               INVALID KEY
                   GO TO 3400-EXIT
           END-START
           READ STOCK-MASTER-FILE NEXT RECORD
               AT END
                   GO TO 3400-EXIT
           END-READ
           IF NOT BML-MASTER-FS-OK
               DISPLAY "BOM01 - STOCK MASTER READ FAILED, STATUS="
                   BML-MASTER-STATUS
               SET BML-HARD-ERROR TO TRUE
               GO TO 3400-EXIT
           END-IF
           IF STK-ITEM-NUMBER OF STOCK-MASTER-RECORD
                   EQUAL WS-LOOK-ITEM-NUMBER
               SET BML-ON-MASTER TO TRUE
               MOVE STK-DESCRIPTION OF STOCK-MASTER-RECORD
                   TO WS-LOOK-DESCRIPTION
           END-IF.
       3400-EXIT.
           EXIT.
      ******************************************************************
      * 9000-PRINT-LINE - write the line the caller built in
      *                   PRINT-RECORD, breaking to a new page heading
      *                   at the page limit.
      ******************************************************************
       9000-PRINT-LINE.
           IF WS-LINE-COUNT GREATER THAN WS-PAGE-LIMIT
               MOVE PRINT-RECORD TO WS-SAVE-PRINT-LINE
               PERFORM 9100-PRINT-HEADINGS THRU 9100-EXIT
               MOVE WS-SAVE-PRINT-LINE TO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-PRINT-HEADINGS - page heading and column headings.
      ******************************************************************
       9100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE
           MOVE WS-PAGE-COUNT TO HDG1-PAGE
           MOVE WS-HEADING-1 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING PAGE
           MOVE WS-HEADING-2 TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 4 TO WS-LINE-COUNT.
       9100-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - close the files, display the run totals and
      *                  set the return code.
      ******************************************************************
       8000-TERMINATE.
           CLOSE BOM-FILE
           CLOSE STOCK-MASTER-FILE
           CLOSE PRINTFILE
           DISPLAY "BOM01 - CARDS READ:     " WS-CARDS-READ-COUNT
           DISPLAY "BOM01 - KITS LISTED:    " WS-KITS-LISTED-COUNT
           DISPLAY "BOM01 - CARDS IN ERROR: " WS-CARDS-IN-ERROR-COUNT
           DISPLAY "BOM01 - CARDS FLAGGED:  " WS-CARDS-FLAGGED-COUNT
           DISPLAY "BOM01 - KITS IN ERROR:  " WS-KITS-IN-ERROR-COUNT
           IF BML-HARD-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CARDS-IN-ERROR-COUNT GREATER THAN ZERO
                   OR WS-CARDS-FLAGGED-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.
