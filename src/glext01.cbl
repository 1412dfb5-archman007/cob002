      *                  extract date.  The final return code is
      *                  staged in WS-STEP-RC and moved to
      *                  RETURN-CODE after the CTL01 call.
      *   2026-10-15 AB  A 'V' revaluation image from RVL01 rolls the
      *                  control total forward but is not journalled
      *                  here - RVL01 journals the revaluation
      *                  against its own variance account, and the
      *                  movement journal carries quantity movement
      *                  only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXT01.
       01  WS-ENTRIES-READ-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-ENTRIES-SELECTED-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-JOURNALS-WRITTEN-COUNT   PIC 9(05)   VALUE ZERO.
       01  WS-REVALUATIONS-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-MAP-COUNT                PIC 9(03)   VALUE ZERO.
       01  WS-MAP-LIMIT                PIC 9(03)   VALUE 100.
       01  WS-CATEGORY-MAP-TABLE.
      *                          less the before-image value, which
      *                          covers receipts, issues, adjustments,
      *                          transfers, adds, deletes and cost
      *                          changes alike.  A revaluation image
      *                          moves the control total only; RVL01
      *                          has journalled it to the inventory
      *                          accounts against the revaluation
      *                          variance account already.
      ******************************************************************
       2000-EXTRACT-ONE-ENTRY.
           IF AUD-RUN-DATE OF AUDIT-LOG-RECORD
                    AUDA-UNIT-COST OF AUDIT-LOG-RECORD) -
                   (AUDB-QTY-ON-HAND OF AUDIT-LOG-RECORD *
                    AUDB-UNIT-COST OF AUDIT-LOG-RECORD)
               IF AUD-IS-REVALUE OF AUDIT-LOG-RECORD
                   ADD 1 TO WS-REVALUATIONS-COUNT
                   ADD WS-ENTRY-MOVEMENT TO WS-NET-MOVEMENT
               ELSE
                   IF WS-ENTRY-MOVEMENT NOT EQUAL ZERO
                       PERFORM 2100-MAP-CATEGORY THRU 2100-EXIT
                       PERFORM 2200-ACCUMULATE-ACCOUNT THRU 2200-EXIT
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-AUDIT-LOG THRU 2010-EXIT.
               WS-ENTRIES-READ-COUNT
           DISPLAY "GLEXT01 - ENTRIES FOR EXTRACT:    "
               WS-ENTRIES-SELECTED-COUNT
           DISPLAY "GLEXT01 - REVALUATIONS (CONTROL): "
               WS-REVALUATIONS-COUNT
           DISPLAY "GLEXT01 - JOURNAL RECORDS WRITTEN: "
               WS-JOURNALS-WRITTEN-COUNT
           IF GLX-HARD-ERROR
