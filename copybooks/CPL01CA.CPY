      ******************************************************************
      * Copybook: CPL01CA
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: COMMAREA layout for the CPL01 open counter capture
      *          list.  The caller sets CPL-BRANCH-CODE, and leaves
      *          CPL-RESUME-KEY blank, before starting CPL01 for the
      *          first page; CPL01 hands back up to ten of the
      *          branch's captures not yet closed into a batch, in
      *          item and capture-time order, with CPL-MORE-ENTRIES
      *          set when there are more.  To page on, the caller
      *          starts CPL01 again with the area exactly as it came
      *          back - CPL-RESUME-KEY then holds the last capture
      *          listed.  The including program codes its own
      *          01-level header immediately ahead of the COPY
      *          statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the online counter
      *                  capture build.
      ******************************************************************
           05  CPL-BRANCH-CODE          PIC X(04).
           05  CPL-RESUME-KEY           PIC X(31).
           05  CPL-ENTRY-COUNT          PIC 9(02).
           05  CPL-ENTRY                OCCURS 10 TIMES.
               10  CPL-ITEM-NUMBER      PIC X(10).
               10  CPL-TRAN-TYPE        PIC X(01).
               10  CPL-QUANTITY         PIC S9(07)      COMP-3.
               10  CPL-SOURCE-CODE      PIC X(04).
               10  CPL-CAPTURE-DATE     PIC X(08).
               10  CPL-CAPTURE-TIME     PIC X(06).
               10  CPL-REFERENCE        PIC X(30).
           05  CPL-MORE-SW              PIC X(01).
               88  CPL-MORE-ENTRIES             VALUE 'Y'.
           05  CPL-RETURN-CODE          PIC X(02).
               88  CPL-LISTED                   VALUE '00'.
               88  CPL-NONE-OPEN                VALUE '23'.
               88  CPL-FILE-ERROR               VALUE '90'.
               88  CPL-INVALID                  VALUE '99'.
