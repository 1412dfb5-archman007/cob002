      *                  a grouped night's restart card is as wrong
      *                  a reason to re-run the correction pass as a
      *                  plain RESTART, and it used to sail past.
      *   2026-10-15 AB  The re-edit now includes EDIT01's source
      *                  authority check, so a correction cannot
      *                  launder a transaction its source may not
      *                  send; the step carries the SRCAUTH DD, and
      *                  the master DD EDIT01 values a costless
      *                  transaction against.  Entries carried
      *                  forward on an authority reason (E011-E015)
      *                  are counted separately in the run totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP01.
       01  WS-SUSP-READ-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-RESUBMITTED-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-CARRIED-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-AUTH-CARRIED-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-CARDS-UNUSED-COUNT       PIC 9(03)   VALUE ZERO.
       01  WS-CORRECTION-TABLE.
           05  WS-CORRECTION-ENTRY OCCURS 200 TIMES
           WRITE SUSPENSE-OUT-RECORD
           IF SUSP01-SUSPOUT-FS-OK
               ADD 1 TO WS-CARRIED-COUNT
               IF SUSP-REASON-CODE OF SUSPENSE-OUT-RECORD
                       NOT LESS THAN 'E011'
                   AND SUSP-REASON-CODE OF SUSPENSE-OUT-RECORD
                       NOT GREATER THAN 'E015'
                   ADD 1 TO WS-AUTH-CARRIED-COUNT
               END-IF
           ELSE
               DISPLAY "SUSP01 - SUSPENSE OUTPUT WRITE FAILED, STATUS="
                   SUSP01-SUSPOUT-STATUS
               WS-RESUBMITTED-COUNT
           DISPLAY "SUSP01 - ENTRIES CARRIED FORWARD:  "
               WS-CARRIED-COUNT
           DISPLAY "SUSP01 -   ON SOURCE AUTHORITY:    "
               WS-AUTH-CARRIED-COUNT
           DISPLAY "SUSP01 - CORRECTION CARDS READ:    " WS-CARD-COUNT
           DISPLAY "SUSP01 - CORRECTION CARDS UNMATCHED: "
               WS-CARDS-UNUSED-COUNT
