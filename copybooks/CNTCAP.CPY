      ******************************************************************
      * Copybook: CNTCAP
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Counter capture record - one per issue or 'L'
      *          allocation the counter keys online through CAP01,
      *          instead of writing it on paper for the next
      *          morning's transaction file.  Keyed by branch, item
      *          and the moment it was captured (date, time and the
      *          CICS task number, so two clerks keying the same
      *          item in the same second still get separate keys), so
      *          a keyed browse of a branch walks its captures item by
      *          item and a browse of an item/branch walks them in the
      *          order they were taken.  A capture is open until the
      *          cycle-start step CPB01 closes it into the night's
      *          counter batch, when it is marked batched with that
      *          cycle's date; CPB01 drops it the next cycle, once
      *          the night that posted it has completed.  The
      *          reference is the customer reference the counter
      *          keyed, carried into the transaction's description
      *          the way a keyed issue carries it.  Written by CAP01,
      *          listed by CPL01, closed off by CPB01.  The including
      *          program codes its own 01-level header immediately
      *          ahead of the COPY statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the online counter
      *                  capture build.
      ******************************************************************
           05  CCP-CAPTURE-KEY.
               10  CCP-BRANCH-CODE         PIC X(04).
               10  CCP-ITEM-NUMBER         PIC X(10).
               10  CCP-CAPTURE-DATE        PIC X(08).
               10  CCP-CAPTURE-TIME        PIC X(06).
               10  CCP-TASK-NUMBER         PIC 9(07).
           05  CCP-TRAN-TYPE           PIC X(01).
               88  CCP-IS-ISSUE                VALUE 'I'.
               88  CCP-IS-ALLOCATE             VALUE 'L'.
           05  CCP-QUANTITY            PIC S9(07)      COMP-3.
           05  CCP-SOURCE-CODE         PIC X(04).
           05  CCP-REFERENCE           PIC X(30).
           05  CCP-TERMINAL-ID         PIC X(04).
           05  CCP-STATUS              PIC X(01).
               88  CCP-IS-OPEN                 VALUE 'O'.
               88  CCP-IS-BATCHED              VALUE 'B'.
           05  CCP-BATCH-DATE          PIC X(08).
           05  FILLER                  PIC X(13).
