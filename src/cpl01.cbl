      ******************************************************************
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Online list of a branch's open counter captures, in
      *          the INQ01 COMMAREA style.  Browses the CNTCAPT
      *          capture file CAP01 writes, from the branch's first
      *          key, and hands back up to ten captures not yet
      *          closed into a batch - item, type, quantity, source,
      *          when it was taken and the customer reference - in
      *          item and capture-time order, so the counter can see
      *          what it has keyed today that the master does not
      *          show yet.  A longer list pages: the caller starts
      *          CPL01 again with the area as it came back and the
      *          list carries on after the last capture shown.
      *          Captures already batched for the night are left out
      *          - they belong to the cycle now.
      * Tectonics: cobc (translate through the CICS command-language
      *            translator before compiling, as INQ01 is)
      * Modification History:
      *   2026-10-15 AB  Original CPL01 build.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPL01.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CAPTURE-RECORD.
           COPY CNTCAP.
       01  WS-CPL-BROWSE-KEY.
           05  WS-BRW-BRANCH-CODE      PIC X(04).
           05  WS-BRW-REST-OF-KEY      PIC X(31).
       01  WS-CAP-RESP                 PIC S9(08) COMP.
       01  WS-CAP-BROWSE-SW            PIC X(01)  VALUE 'N'.
           88  WS-CAP-BROWSE-DONE             VALUE 'Y'.
       01  WS-LAST-LISTED-KEY          PIC X(31)  VALUE SPACES.
       01  WS-ENTRY-SUB                PIC 9(02)  COMP VALUE ZERO.
       01  WS-LINE-SUB                 PIC 9(02)  COMP VALUE ZERO.
       01  WS-DISPLAY-AREA.
           05  WS-DISPLAY-LINE         PIC X(80)  OCCURS 12 TIMES.
       01  WS-LIST-LINE.
           05  LST-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  LST-TRAN-TYPE           PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  LST-QUANTITY            PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  LST-SOURCE-CODE         PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  LST-CAPTURE-DATE        PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  LST-CAPTURE-TIME        PIC X(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  LST-REFERENCE           PIC X(30).
           05  FILLER                  PIC X(07)  VALUE SPACES.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY CPL01CA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN EQUAL ZERO
               PERFORM 8000-NO-COMMAREA THRU 8000-EXIT
           ELSE
               PERFORM 1000-LIST-CAPTURES THRU 1000-EXIT
               PERFORM 2000-SEND-RESPONSE THRU 2000-EXIT
           END-IF
           EXEC CICS
               RETURN
           END-EXEC.
      ******************************************************************
      * 1000-LIST-CAPTURES - browse the branch from its first key, or
      *                      from just past the last capture the
      *                      previous page showed, and collect the
      *                      open ones.
      ******************************************************************
       1000-LIST-CAPTURES.
           MOVE ZERO TO CPL-ENTRY-COUNT
           MOVE 'N' TO CPL-MORE-SW
           SET CPL-LISTED TO TRUE
           IF CPL-BRANCH-CODE EQUAL SPACES
               SET CPL-INVALID TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE CPL-BRANCH-CODE TO WS-BRW-BRANCH-CODE
           IF CPL-RESUME-KEY EQUAL SPACES
               MOVE LOW-VALUES TO WS-BRW-REST-OF-KEY
           ELSE
               MOVE CPL-RESUME-KEY TO WS-BRW-REST-OF-KEY
           END-IF
           EXEC CICS
               STARTBR FILE('CNTCAPT')
                    RIDFLD(WS-CPL-BROWSE-KEY)
                    GTEQ
                    RESP(WS-CAP-RESP)
           END-EXEC
           IF WS-CAP-RESP EQUAL DFHRESP(NOTFND)
               SET CPL-NONE-OPEN TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF WS-CAP-RESP NOT EQUAL DFHRESP(NORMAL)
               SET CPL-FILE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO WS-CAP-BROWSE-SW
           PERFORM 1100-READ-ONE-CAPTURE THRU 1100-EXIT
               UNTIL WS-CAP-BROWSE-DONE
           EXEC CICS
               ENDBR FILE('CNTCAPT')
                    RESP(WS-CAP-RESP)
           END-EXEC
           IF CPL-LISTED AND CPL-ENTRY-COUNT EQUAL ZERO
               SET CPL-NONE-OPEN TO TRUE
           END-IF
           IF CPL-MORE-ENTRIES
               MOVE WS-LAST-LISTED-KEY TO CPL-RESUME-KEY
           ELSE
               MOVE SPACES TO CPL-RESUME-KEY
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100-READ-ONE-CAPTURE - next capture for the branch.  The
      *                         capture a resumed page starts on is
      *                         the one the last page ended with, and
      *                         is skipped.  An eleventh open capture
      *                         only says there is more.
      ******************************************************************
       1100-READ-ONE-CAPTURE.
           EXEC CICS
               READNEXT FILE('CNTCAPT')
                    INTO(WS-CAPTURE-RECORD)
                    RIDFLD(WS-CPL-BROWSE-KEY)
                    RESP(WS-CAP-RESP)
           END-EXEC
           IF WS-CAP-RESP EQUAL DFHRESP(ENDFILE)
               SET WS-CAP-BROWSE-DONE TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF WS-CAP-RESP NOT EQUAL DFHRESP(NORMAL)
               SET CPL-FILE-ERROR TO TRUE
               SET WS-CAP-BROWSE-DONE TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF CCP-BRANCH-CODE OF WS-CAPTURE-RECORD
                   NOT EQUAL CPL-BRANCH-CODE
               SET WS-CAP-BROWSE-DONE TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF CPL-RESUME-KEY NOT EQUAL SPACES
               AND CCP-CAPTURE-KEY OF WS-CAPTURE-RECORD (5:31)
                   EQUAL CPL-RESUME-KEY
               GO TO 1100-EXIT
           END-IF
           IF NOT CCP-IS-OPEN OF WS-CAPTURE-RECORD
               GO TO 1100-EXIT
           END-IF
           IF CPL-ENTRY-COUNT NOT LESS THAN 10
               SET CPL-MORE-ENTRIES TO TRUE
               SET WS-CAP-BROWSE-DONE TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO CPL-ENTRY-COUNT
           MOVE CPL-ENTRY-COUNT TO WS-ENTRY-SUB
           MOVE CCP-ITEM-NUMBER OF WS-CAPTURE-RECORD
               TO CPL-ITEM-NUMBER (WS-ENTRY-SUB)
           MOVE CCP-TRAN-TYPE OF WS-CAPTURE-RECORD
               TO CPL-TRAN-TYPE (WS-ENTRY-SUB)
           MOVE CCP-QUANTITY OF WS-CAPTURE-RECORD
               TO CPL-QUANTITY (WS-ENTRY-SUB)
           MOVE CCP-SOURCE-CODE OF WS-CAPTURE-RECORD
               TO CPL-SOURCE-CODE (WS-ENTRY-SUB)
           MOVE CCP-CAPTURE-DATE OF WS-CAPTURE-RECORD
               TO CPL-CAPTURE-DATE (WS-ENTRY-SUB)
           MOVE CCP-CAPTURE-TIME OF WS-CAPTURE-RECORD
               TO CPL-CAPTURE-TIME (WS-ENTRY-SUB)
           MOVE CCP-REFERENCE OF WS-CAPTURE-RECORD
               TO CPL-REFERENCE (WS-ENTRY-SUB)
           MOVE CCP-CAPTURE-KEY OF WS-CAPTURE-RECORD (5:31)
               TO WS-LAST-LISTED-KEY.
       1100-EXIT.
           EXIT.
      ******************************************************************
      * 2000-SEND-RESPONSE - a heading line, one line per capture
      *                      listed, and a closing line saying whether
      *                      the list carries on.
      ******************************************************************
       2000-SEND-RESPONSE.
           MOVE SPACES TO WS-DISPLAY-AREA
           EVALUATE TRUE
               WHEN CPL-LISTED
                   STRING "OPEN COUNTER CAPTURES FOR BRANCH "
                                               DELIMITED BY SIZE
                       CPL-BRANCH-CODE         DELIMITED BY SIZE
                       INTO WS-DISPLAY-LINE (1)
                   PERFORM 2100-FORMAT-ONE-ENTRY THRU 2100-EXIT
                       VARYING WS-ENTRY-SUB FROM 1 BY 1
                       UNTIL WS-ENTRY-SUB GREATER THAN CPL-ENTRY-COUNT
                   COMPUTE WS-LINE-SUB = CPL-ENTRY-COUNT + 2
                   IF CPL-MORE-ENTRIES
                       MOVE "MORE - REPEAT TO PAGE ON"
                           TO WS-DISPLAY-LINE (WS-LINE-SUB)
                   ELSE
                       MOVE "END OF LIST"
                           TO WS-DISPLAY-LINE (WS-LINE-SUB)
                   END-IF
               WHEN CPL-NONE-OPEN
                   STRING "NO OPEN COUNTER CAPTURES FOR BRANCH "
                                               DELIMITED BY SIZE
                       CPL-BRANCH-CODE         DELIMITED BY SIZE
                       INTO WS-DISPLAY-LINE (1)
               WHEN CPL-FILE-ERROR
                   MOVE "CAPTURE FILE UNAVAILABLE - LIST NOT PRODUCED"
                       TO WS-DISPLAY-LINE (1)
               WHEN OTHER
                   MOVE "INVALID REQUEST - BRANCH CODE REQUIRED"
                       TO WS-DISPLAY-LINE (1)
           END-EVALUATE
           EXEC CICS
               SEND TEXT FROM(WS-DISPLAY-AREA)
                    LENGTH(LENGTH OF WS-DISPLAY-AREA)
                    ERASE
           END-EXEC.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2100-FORMAT-ONE-ENTRY - one capture's line.
      ******************************************************************
       2100-FORMAT-ONE-ENTRY.
           MOVE CPL-ITEM-NUMBER (WS-ENTRY-SUB) TO LST-ITEM-NUMBER
           MOVE CPL-TRAN-TYPE (WS-ENTRY-SUB) TO LST-TRAN-TYPE
           MOVE CPL-QUANTITY (WS-ENTRY-SUB) TO LST-QUANTITY
           MOVE CPL-SOURCE-CODE (WS-ENTRY-SUB) TO LST-SOURCE-CODE
           MOVE CPL-CAPTURE-DATE (WS-ENTRY-SUB) TO LST-CAPTURE-DATE
           MOVE CPL-CAPTURE-TIME (WS-ENTRY-SUB) TO LST-CAPTURE-TIME
           MOVE CPL-REFERENCE (WS-ENTRY-SUB) TO LST-REFERENCE
           COMPUTE WS-LINE-SUB = WS-ENTRY-SUB + 1
           MOVE WS-LIST-LINE TO WS-DISPLAY-LINE (WS-LINE-SUB).
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 8000-NO-COMMAREA - the transaction was started without a
      *                    branch to list.
      ******************************************************************
       8000-NO-COMMAREA.
           MOVE SPACES TO WS-DISPLAY-AREA
           MOVE "CPL01 REQUIRES A BRANCH CODE"
               TO WS-DISPLAY-LINE (1)
           EXEC CICS
               SEND TEXT FROM(WS-DISPLAY-AREA)
                    LENGTH(LENGTH OF WS-DISPLAY-AREA)
                    ERASE
           END-EXEC.
       8000-EXIT.
           EXIT.
       END PROGRAM CPL01.
