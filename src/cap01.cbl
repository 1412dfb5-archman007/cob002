      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Online counter issue and allocation capture, in the
      *          INQ01 and UPD01 COMMAREA style.  Takes an item,
      *          branch, type ('I' issue or 'L' allocation), quantity
      *          and source, and optionally a customer reference, and
      *          runs the edits EDIT01 gives the same transaction in
      *          batch - the field edits, then the source's SRCAUTH
      *          authority for the type, the branch and the quantity
      *          and value ceilings, valued at the master's cost -
      *          answering with the EDIT01 reason code on a refusal.
      *          It then checks the quantity against what is free:
      *          on hand less allocated, off the STKMAST FCT file,
      *          net of every capture already taken for the item and
      *          branch and not yet posted, applied the way COB01
      *          will post them (an issue relieves allocation first).
      *          An issue or a new promise may not take more than is
      *          free, and a released promise may not release more
      *          than is allocated.  Accepted entries are written to
      *          the CNTCAPT capture file; the master is not touched
      *          here - the cycle-start step CPB01 closes the day's
      *          captures into a batch COB01 posts like any branch
      *          transmission.  The item and branch are enqueued
      *          from the availability check to the write, so two
      *          clerks cannot both promise the last unit.
      * Tectonics: cobc (translate through the CICS command-language
      *            translator before compiling, as INQ01 is)
      * Modification History:
      *   2026-10-15 AB  Original CAP01 build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP01.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-STOCK-MASTER-RECORD.
           COPY STKMAST.
       01  WS-CAPTURE-RECORD.
           COPY CNTCAP.
       01  WS-SOURCE-AUTHORITY-RECORD.
           COPY SRCAUTH.
       01  EDIT01-CONTROL-AREA.
           COPY EDT01CTL.
       01  WS-CAP-RID-KEY.
           05  WS-RID-ITEM-NUMBER      PIC X(10).
           05  WS-RID-BRANCH-CODE      PIC X(04).
       01  WS-CAP-ENQ-KEY.
           05  WS-ENQ-BRANCH-CODE      PIC X(04).
           05  WS-ENQ-ITEM-NUMBER      PIC X(10).
       01  WS-CAP-BROWSE-KEY.
           05  WS-BRW-BRANCH-CODE      PIC X(04).
           05  WS-BRW-ITEM-NUMBER      PIC X(10).
           05  WS-BRW-REST-OF-KEY      PIC X(21).
       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-CAP-RESP                 PIC S9(08) COMP.
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-TODAY-DATE               PIC X(08)  VALUE SPACES.
       01  WS-TIME-NOW                 PIC X(06)  VALUE SPACES.
       01  WS-MASTER-FOUND-SW          PIC X(01)  VALUE 'N'.
           88  WS-MASTER-FOUND                VALUE 'Y'.
       01  WS-CAP-BROWSE-SW            PIC X(01)  VALUE 'N'.
           88  WS-CAP-BROWSE-DONE             VALUE 'Y'.
       01  WS-ENQUEUED-SW              PIC X(01)  VALUE 'N'.
           88  WS-ENQUEUED                    VALUE 'Y'.
       01  WS-BRANCH-FOUND-SW          PIC X(01)  VALUE 'N'.
           88  WS-BRANCH-FOUND                VALUE 'Y'.
       01  WS-NET-ON-HAND              PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-NET-ALLOCATED            PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-NET-FREE                 PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-ABS-QTY                  PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-TYPE-TALLY               PIC 9(03)  VALUE ZERO.
       01  WS-BRANCH-SUB               PIC 9(02)  COMP VALUE ZERO.
       01  WS-AUTH-MAX-QTY             PIC 9(07)  VALUE ZERO.
       01  WS-AUTH-MAX-VALUE           PIC 9(09)  VALUE ZERO.
       01  WS-TRAN-VALUE               PIC S9(13)V9(2) COMP-3
                                                  VALUE ZERO.
       01  WS-DISPLAY-LINE             PIC X(90).
       01  WS-QTY-DISPLAY              PIC ZZZ,ZZ9-.
       01  WS-AVAIL-DISPLAY            PIC ZZZ,ZZ9-.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY CAP01CA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN EQUAL ZERO
               PERFORM 8000-NO-COMMAREA THRU 8000-EXIT
           ELSE
               PERFORM 1000-CAPTURE-ENTRY THRU 1000-EXIT
               PERFORM 1900-RELEASE-ITEM THRU 1900-EXIT
               PERFORM 2000-SEND-RESPONSE THRU 2000-EXIT
           END-IF
           EXEC CICS
               RETURN
           END-EXEC.
      ******************************************************************
      * 1000-CAPTURE-ENTRY - edit the entry, check it against what is
      *                      free, and write it to the capture file.
      *                      Any refusal leaves the capture file
      *                      untouched.
      ******************************************************************
       1000-CAPTURE-ENTRY.
           MOVE SPACES TO CAP-REASON-CODE
           MOVE SPACES TO CAP-DESCRIPTION
           MOVE SPACES TO CAP-CAPTURE-DATE
           MOVE SPACES TO CAP-CAPTURE-TIME
           MOVE ZERO TO CAP-QTY-AVAILABLE
           SET CAP-CAPTURED TO TRUE
           MOVE SPACES TO EDIT-REASON-CODE
           PERFORM 1100-VALIDATE-REQUEST THRU 1100-EXIT
           IF EDIT-REASON-CODE NOT EQUAL SPACES
               SET CAP-INVALID TO TRUE
               MOVE EDIT-REASON-CODE TO CAP-REASON-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1150-READ-MASTER THRU 1150-EXIT
           IF NOT CAP-CAPTURED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT
           IF NOT CAP-CAPTURED
               MOVE EDIT-REASON-CODE TO CAP-REASON-CODE
               GO TO 1000-EXIT
           END-IF
           IF EDIT-REASON-CODE NOT EQUAL SPACES
               SET CAP-INVALID TO TRUE
               MOVE EDIT-REASON-CODE TO CAP-REASON-CODE
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-MASTER-FOUND
               SET CAP-NOT-FOUND TO TRUE
               SET EDIT-REASON-NOT-FOUND TO TRUE
               MOVE EDIT-REASON-CODE TO CAP-REASON-CODE
               GO TO 1000-EXIT
           END-IF
           IF STK-PERIOD-CLOSED OF WS-STOCK-MASTER-RECORD
               SET CAP-PERIOD-CLOSED TO TRUE
               SET EDIT-REASON-PERIOD-CLOSED TO TRUE
               MOVE EDIT-REASON-CODE TO CAP-REASON-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE CAP-BRANCH-CODE TO WS-ENQ-BRANCH-CODE
           MOVE CAP-ITEM-NUMBER TO WS-ENQ-ITEM-NUMBER
           EXEC CICS
               ENQ RESOURCE(WS-CAP-ENQ-KEY)
                   LENGTH(LENGTH OF WS-CAP-ENQ-KEY)
           END-EXEC
           SET WS-ENQUEUED TO TRUE
           PERFORM 1300-NET-OPEN-CAPTURES THRU 1300-EXIT
           IF NOT CAP-CAPTURED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-CHECK-AVAILABILITY THRU 1400-EXIT
           IF NOT CAP-CAPTURED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-WRITE-CAPTURE THRU 1500-EXIT.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100-VALIDATE-REQUEST - EDIT01's field edits, in EDIT01's
      *                         order, for the two types the counter
      *                         may capture: a blank item (E001), a
      *                         type other than 'I' or 'L' (E003), a
      *                         zero quantity or a negative issue
      *                         (E002) and a blank branch (E009).  A
      *                         counter entry of nothing is refused
      *                         outright rather than batched.  The
      *                         first failing edit wins; its reason
      *                         is left in EDIT-REASON-CODE.
      ******************************************************************
       1100-VALIDATE-REQUEST.
           IF CAP-ITEM-NUMBER EQUAL SPACES
               SET EDIT-REASON-BAD-ITEM-NO TO TRUE
           ELSE IF NOT CAP-IS-ISSUE AND NOT CAP-IS-ALLOCATE
               SET EDIT-REASON-BAD-TRAN-TYPE TO TRUE
           ELSE IF CAP-QUANTITY EQUAL ZERO
               OR (CAP-IS-ISSUE AND CAP-QUANTITY LESS THAN ZERO)
               SET EDIT-REASON-BAD-QTY TO TRUE
           ELSE IF CAP-BRANCH-CODE EQUAL SPACES
               SET EDIT-REASON-BAD-BRANCH TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 1150-READ-MASTER - read the item/branch off the STKMAST FCT
      *                    file.  Not found is noted, not answered
      *                    yet: EDIT01 checks authority ahead of the
      *                    master, so the source's verdict comes
      *                    first.
      ******************************************************************
       1150-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE CAP-ITEM-NUMBER TO WS-RID-ITEM-NUMBER
           MOVE CAP-BRANCH-CODE TO WS-RID-BRANCH-CODE
           EXEC CICS
               READ FILE('STKMAST')
                    INTO(WS-STOCK-MASTER-RECORD)
                    RIDFLD(WS-CAP-RID-KEY)
                    KEYLENGTH(LENGTH OF WS-CAP-RID-KEY)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                   SET WS-MASTER-FOUND TO TRUE
                   MOVE STK-DESCRIPTION OF WS-STOCK-MASTER-RECORD
                       TO CAP-DESCRIPTION
               WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET CAP-FILE-ERROR TO TRUE
                   SET EDIT-REASON-MASTER-ERROR TO TRUE
                   MOVE EDIT-REASON-CODE TO CAP-REASON-CODE
           END-EVALUATE.
       1150-EXIT.
           EXIT.
      ******************************************************************
      * 1200-CHECK-AUTHORITY - EDIT01's source authority edit against
      *                        the source's SRCAUTH card, read off the
      *                        SRCAUTH FCT file the cycle refreshes
      *                        from the controller's cards: no card or
      *                        an unreadable ceiling (E011), type not
      *                        granted (E012), branch not granted
      *                        (E013), over the quantity ceiling
      *                        (E014) or the value ceiling at the
      *                        master's cost (E015).  As in EDIT01, an
      *                        item missing from the master is not
      *                        valued here.
      ******************************************************************
       1200-CHECK-AUTHORITY.
           EXEC CICS
               READ FILE('SRCAUTH')
                    INTO(WS-SOURCE-AUTHORITY-RECORD)
                    RIDFLD(CAP-SOURCE-CODE)
                    KEYLENGTH(LENGTH OF CAP-SOURCE-CODE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NOTFND)
               OR CAP-SOURCE-CODE EQUAL SPACES
               SET EDIT-REASON-NO-AUTHORITY TO TRUE
               GO TO 1200-EXIT
           END-IF
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET CAP-FILE-ERROR TO TRUE
               SET EDIT-REASON-NO-AUTHORITY TO TRUE
               GO TO 1200-EXIT
           END-IF
           IF SAU-MAX-QUANTITY EQUAL SPACES
               MOVE ZERO TO WS-AUTH-MAX-QTY
           ELSE IF SAU-MAX-QUANTITY NUMERIC
               MOVE SAU-MAX-QUANTITY TO WS-AUTH-MAX-QTY
           ELSE
               SET EDIT-REASON-NO-AUTHORITY TO TRUE
               GO TO 1200-EXIT
           END-IF
           END-IF
           IF SAU-MAX-VALUE EQUAL SPACES
               MOVE ZERO TO WS-AUTH-MAX-VALUE
           ELSE IF SAU-MAX-VALUE NUMERIC
               MOVE SAU-MAX-VALUE TO WS-AUTH-MAX-VALUE
           ELSE
               SET EDIT-REASON-NO-AUTHORITY TO TRUE
               GO TO 1200-EXIT
           END-IF
           END-IF
           MOVE ZERO TO WS-TYPE-TALLY
           INSPECT SAU-TRAN-TYPES
               TALLYING WS-TYPE-TALLY FOR ALL CAP-TRAN-TYPE
           IF WS-TYPE-TALLY EQUAL ZERO
               SET EDIT-REASON-TYPE-NOT-AUTH TO TRUE
               GO TO 1200-EXIT
           END-IF
           IF SAU-BRANCH-CODE (1) NOT EQUAL '*ALL'
               MOVE 'N' TO WS-BRANCH-FOUND-SW
               PERFORM 1210-MATCH-BRANCH THRU 1210-EXIT
                   VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB GREATER THAN 10
                       OR WS-BRANCH-FOUND
               IF NOT WS-BRANCH-FOUND
                   SET EDIT-REASON-BRANCH-NOT-AUTH TO TRUE
                   GO TO 1200-EXIT
               END-IF
           END-IF
           IF CAP-QUANTITY LESS THAN ZERO
               COMPUTE WS-ABS-QTY = ZERO - CAP-QUANTITY
           ELSE
               MOVE CAP-QUANTITY TO WS-ABS-QTY
           END-IF
           IF WS-AUTH-MAX-QTY GREATER THAN ZERO
               AND WS-ABS-QTY GREATER THAN WS-AUTH-MAX-QTY
               SET EDIT-REASON-OVER-QTY-LIMIT TO TRUE
               GO TO 1200-EXIT
           END-IF
           IF WS-AUTH-MAX-VALUE EQUAL ZERO
               OR NOT WS-MASTER-FOUND
               GO TO 1200-EXIT
           END-IF
           COMPUTE WS-TRAN-VALUE =
               WS-ABS-QTY * STK-UNIT-COST OF WS-STOCK-MASTER-RECORD
           IF WS-TRAN-VALUE GREATER THAN WS-AUTH-MAX-VALUE
               SET EDIT-REASON-OVER-VALUE-LIMIT TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.
       1210-MATCH-BRANCH.
           IF SAU-BRANCH-CODE (WS-BRANCH-SUB) EQUAL CAP-BRANCH-CODE
               SET WS-BRANCH-FOUND TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.
      ******************************************************************
      * 1300-NET-OPEN-CAPTURES - start from the master's on hand and
      *                          allocated, and apply every open
      *                          capture for the item and branch the
      *                          way COB01 will post it: an issue
      *                          takes on hand and relieves as much
      *                          allocation as it covers, an 'L'
      *                          moves the allocation by its signed
      *                          quantity.
      ******************************************************************
       1300-NET-OPEN-CAPTURES.
           MOVE STK-QTY-ON-HAND OF WS-STOCK-MASTER-RECORD
               TO WS-NET-ON-HAND
           MOVE STK-QTY-ALLOCATED OF WS-STOCK-MASTER-RECORD
               TO WS-NET-ALLOCATED
           MOVE CAP-BRANCH-CODE TO WS-BRW-BRANCH-CODE
           MOVE CAP-ITEM-NUMBER TO WS-BRW-ITEM-NUMBER
           MOVE LOW-VALUES TO WS-BRW-REST-OF-KEY
           EXEC CICS
               STARTBR FILE('CNTCAPT')
                    RIDFLD(WS-CAP-BROWSE-KEY)
                    GTEQ
                    RESP(WS-CAP-RESP)
           END-EXEC
           IF WS-CAP-RESP EQUAL DFHRESP(NOTFND)
               GO TO 1300-EXIT
           END-IF
           IF WS-CAP-RESP NOT EQUAL DFHRESP(NORMAL)
               SET CAP-FILE-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF
           MOVE 'N' TO WS-CAP-BROWSE-SW
           PERFORM 1310-NET-ONE-CAPTURE THRU 1310-EXIT
               UNTIL WS-CAP-BROWSE-DONE
           EXEC CICS
               ENDBR FILE('CNTCAPT')
                    RESP(WS-CAP-RESP)
           END-EXEC.
       1300-EXIT.
           EXIT.
       1310-NET-ONE-CAPTURE.
           EXEC CICS
               READNEXT FILE('CNTCAPT')
                    INTO(WS-CAPTURE-RECORD)
                    RIDFLD(WS-CAP-BROWSE-KEY)
                    RESP(WS-CAP-RESP)
           END-EXEC
           IF WS-CAP-RESP EQUAL DFHRESP(ENDFILE)
               SET WS-CAP-BROWSE-DONE TO TRUE
               GO TO 1310-EXIT
           END-IF
           IF WS-CAP-RESP NOT EQUAL DFHRESP(NORMAL)
               SET CAP-FILE-ERROR TO TRUE
               SET WS-CAP-BROWSE-DONE TO TRUE
               GO TO 1310-EXIT
           END-IF
           IF CCP-BRANCH-CODE OF WS-CAPTURE-RECORD
                   NOT EQUAL CAP-BRANCH-CODE
               OR CCP-ITEM-NUMBER OF WS-CAPTURE-RECORD
                   NOT EQUAL CAP-ITEM-NUMBER
               SET WS-CAP-BROWSE-DONE TO TRUE
               GO TO 1310-EXIT
           END-IF
           IF NOT CCP-IS-OPEN OF WS-CAPTURE-RECORD
               GO TO 1310-EXIT
           END-IF
           IF CCP-IS-ISSUE OF WS-CAPTURE-RECORD
               SUBTRACT CCP-QUANTITY OF WS-CAPTURE-RECORD
                   FROM WS-NET-ON-HAND
               IF CCP-QUANTITY OF WS-CAPTURE-RECORD
                       GREATER THAN WS-NET-ALLOCATED
                   MOVE ZERO TO WS-NET-ALLOCATED
               ELSE
                   SUBTRACT CCP-QUANTITY OF WS-CAPTURE-RECORD
                       FROM WS-NET-ALLOCATED
               END-IF
           ELSE
               ADD CCP-QUANTITY OF WS-CAPTURE-RECORD
                   TO WS-NET-ALLOCATED
           END-IF.
       1310-EXIT.
           EXIT.
      ******************************************************************
      * 1400-CHECK-AVAILABILITY - an issue or a new promise may take
      *                           no more than is free (on hand less
      *                           allocated, net of the open
      *                           captures); a released promise may
      *                           release no more than is allocated.
      *                           The figure handed back is what is
      *                           free once this entry posts.
      ******************************************************************
       1400-CHECK-AVAILABILITY.
           COMPUTE WS-NET-FREE = WS-NET-ON-HAND - WS-NET-ALLOCATED
           IF CAP-QUANTITY GREATER THAN ZERO
               IF CAP-QUANTITY GREATER THAN WS-NET-FREE
                   SET CAP-INSUFFICIENT TO TRUE
               END-IF
           ELSE
               IF ZERO - CAP-QUANTITY GREATER THAN WS-NET-ALLOCATED
                   SET CAP-INSUFFICIENT TO TRUE
               END-IF
           END-IF
           IF CAP-INSUFFICIENT
               SET EDIT-REASON-INSUFF-QTY TO TRUE
               MOVE EDIT-REASON-CODE TO CAP-REASON-CODE
               IF WS-NET-FREE LESS THAN ZERO
                   MOVE ZERO TO CAP-QTY-AVAILABLE
               ELSE
                   MOVE WS-NET-FREE TO CAP-QTY-AVAILABLE
               END-IF
               GO TO 1400-EXIT
           END-IF
           COMPUTE CAP-QTY-AVAILABLE = WS-NET-FREE - CAP-QUANTITY.
       1400-EXIT.
           EXIT.
      ******************************************************************
      * 1500-WRITE-CAPTURE - key the entry by branch, item and the
      *                      moment it was taken, and write it open.
      ******************************************************************
       1500-WRITE-CAPTURE.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                    YYYYMMDD(WS-TODAY-DATE)
                    TIME(WS-TIME-NOW)
           END-EXEC
           MOVE SPACES TO WS-CAPTURE-RECORD
           MOVE CAP-BRANCH-CODE TO CCP-BRANCH-CODE OF WS-CAPTURE-RECORD
           MOVE CAP-ITEM-NUMBER TO CCP-ITEM-NUMBER OF WS-CAPTURE-RECORD
           MOVE WS-TODAY-DATE TO CCP-CAPTURE-DATE OF WS-CAPTURE-RECORD
           MOVE WS-TIME-NOW TO CCP-CAPTURE-TIME OF WS-CAPTURE-RECORD
           MOVE EIBTASKN TO CCP-TASK-NUMBER OF WS-CAPTURE-RECORD
           MOVE CAP-TRAN-TYPE TO CCP-TRAN-TYPE OF WS-CAPTURE-RECORD
           MOVE CAP-QUANTITY TO CCP-QUANTITY OF WS-CAPTURE-RECORD
           MOVE CAP-SOURCE-CODE TO CCP-SOURCE-CODE OF WS-CAPTURE-RECORD
           MOVE CAP-REFERENCE TO CCP-REFERENCE OF WS-CAPTURE-RECORD
           MOVE EIBTRMID TO CCP-TERMINAL-ID OF WS-CAPTURE-RECORD
           SET CCP-IS-OPEN OF WS-CAPTURE-RECORD TO TRUE
           EXEC CICS
               WRITE FILE('CNTCAPT')
                    FROM(WS-CAPTURE-RECORD)
                    RIDFLD(CCP-CAPTURE-KEY OF WS-CAPTURE-RECORD)
                    RESP(WS-CAP-RESP)
           END-EXEC
           IF WS-CAP-RESP NOT EQUAL DFHRESP(NORMAL)
               SET CAP-FILE-ERROR TO TRUE
               MOVE ZERO TO CAP-QTY-AVAILABLE
               GO TO 1500-EXIT
           END-IF
           MOVE WS-TODAY-DATE TO CAP-CAPTURE-DATE
           MOVE WS-TIME-NOW TO CAP-CAPTURE-TIME.
       1500-EXIT.
           EXIT.
      ******************************************************************
      * 1900-RELEASE-ITEM - give up the item/branch enqueue, whether
      *                     the entry was captured or refused.
      ******************************************************************
       1900-RELEASE-ITEM.
           IF WS-ENQUEUED
               EXEC CICS
                   DEQ RESOURCE(WS-CAP-ENQ-KEY)
                       LENGTH(LENGTH OF WS-CAP-ENQ-KEY)
               END-EXEC
               MOVE 'N' TO WS-ENQUEUED-SW
           END-IF.
       1900-EXIT.
           EXIT.
      ******************************************************************
      * 2000-SEND-RESPONSE - tell the terminal what happened.
      ******************************************************************
       2000-SEND-RESPONSE.
           MOVE SPACES TO WS-DISPLAY-LINE
           EVALUATE TRUE
               WHEN CAP-CAPTURED
                   MOVE CAP-QUANTITY TO WS-QTY-DISPLAY
                   MOVE CAP-QTY-AVAILABLE TO WS-AVAIL-DISPLAY
                   STRING CAP-ITEM-NUMBER      DELIMITED BY SIZE
                       " "                     DELIMITED BY SIZE
                       CAP-BRANCH-CODE         DELIMITED BY SIZE
                       " "                     DELIMITED BY SIZE
                       CAP-TRAN-TYPE           DELIMITED BY SIZE
                       " QTY="                 DELIMITED BY SIZE
                       WS-QTY-DISPLAY          DELIMITED BY SIZE
                       " CAPTURED "            DELIMITED BY SIZE
                       CAP-CAPTURE-TIME        DELIMITED BY SIZE
                       " AVAIL="               DELIMITED BY SIZE
                       WS-AVAIL-DISPLAY        DELIMITED BY SIZE
                       INTO WS-DISPLAY-LINE
               WHEN CAP-INSUFFICIENT
                   MOVE CAP-QTY-AVAILABLE TO WS-AVAIL-DISPLAY
                   STRING "NOT ENOUGH FREE - "  DELIMITED BY SIZE
                       CAP-REASON-CODE         DELIMITED BY SIZE
                       " AVAIL="               DELIMITED BY SIZE
                       WS-AVAIL-DISPLAY        DELIMITED BY SIZE
                       " - ENTRY REFUSED"      DELIMITED BY SIZE
                       INTO WS-DISPLAY-LINE
               WHEN CAP-NOT-FOUND
                   MOVE "ITEM NOT FOUND ON STOCK MASTER"
                       TO WS-DISPLAY-LINE
               WHEN CAP-PERIOD-CLOSED
                   MOVE "PERIOD CLOSED - ENTRY REFUSED"
                       TO WS-DISPLAY-LINE
               WHEN CAP-FILE-ERROR
                   MOVE "FILE UNAVAILABLE - ENTRY NOT CAPTURED"
                       TO WS-DISPLAY-LINE
               WHEN OTHER
                   STRING "INVALID ENTRY - "   DELIMITED BY SIZE
                       CAP-REASON-CODE         DELIMITED BY SIZE
                       " - ENTRY REFUSED"      DELIMITED BY SIZE
                       INTO WS-DISPLAY-LINE
           END-EVALUATE
           EXEC CICS
               SEND TEXT FROM(WS-DISPLAY-LINE)
                    LENGTH(LENGTH OF WS-DISPLAY-LINE)
                    ERASE
           END-EXEC.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 8000-NO-COMMAREA - the transaction was started without an
      *                    entry to capture.
      ******************************************************************
       8000-NO-COMMAREA.
           MOVE "CAP01 REQUIRES ITEM, BRANCH, TYPE, QUANTITY AND SOURCE"
               TO WS-DISPLAY-LINE
           EXEC CICS
               SEND TEXT FROM(WS-DISPLAY-LINE)
                    LENGTH(LENGTH OF WS-DISPLAY-LINE)
                    ERASE
           END-EXEC.
       8000-EXIT.
           EXIT.
       END PROGRAM CAP01.
