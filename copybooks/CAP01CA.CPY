      ******************************************************************
      * Copybook: CAP01CA
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: COMMAREA layout for the CAP01 online counter capture
      *          transaction, in the INQ01 and UPD01 style.  The
      *          caller sets the item number, branch code, type ('I'
      *          issue or 'L' allocation), quantity, source code and
      *          optionally a customer reference before starting
      *          CAP01.  The quantity is signed the way the batch
      *          types are: an issue is positive, and a negative 'L'
      *          releases a cancelled promise.  CAP01 answers in
      *          CAP-RETURN-CODE, with the EDIT01 reason code in
      *          CAP-REASON-CODE on any refusal, and on a capture
      *          hands back the item's description, the quantity
      *          still available (on hand less allocated, net of
      *          every capture not yet posted) and the capture's
      *          date and time.  The including program codes its own
      *          01-level header immediately ahead of the COPY
      *          statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the online counter
      *                  capture build.
      ******************************************************************
           05  CAP-ITEM-NUMBER          PIC X(10).
           05  CAP-BRANCH-CODE          PIC X(04).
           05  CAP-TRAN-TYPE            PIC X(01).
               88  CAP-IS-ISSUE                 VALUE 'I'.
               88  CAP-IS-ALLOCATE              VALUE 'L'.
           05  CAP-QUANTITY             PIC S9(07)      COMP-3.
           05  CAP-SOURCE-CODE          PIC X(04).
           05  CAP-REFERENCE            PIC X(30).
           05  CAP-DESCRIPTION          PIC X(30).
           05  CAP-QTY-AVAILABLE        PIC S9(07)      COMP-3.
           05  CAP-CAPTURE-DATE         PIC X(08).
           05  CAP-CAPTURE-TIME         PIC X(06).
           05  CAP-REASON-CODE          PIC X(04).
           05  CAP-RETURN-CODE          PIC X(02).
               88  CAP-CAPTURED                 VALUE '00'.
               88  CAP-NOT-FOUND                VALUE '23'.
               88  CAP-INSUFFICIENT             VALUE '24'.
               88  CAP-PERIOD-CLOSED            VALUE '25'.
               88  CAP-FILE-ERROR               VALUE '90'.
               88  CAP-INVALID                  VALUE '99'.
