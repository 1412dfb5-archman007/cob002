      ******************************************************************
      * Copybook: RTNLOG
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Returns log record - one per customer return ('C')
      *          or return-to-vendor ('P') COB01 posts, carrying what
      *          the audit image has no room for: the return reason,
      *          where the goods went (back to stock at the branch,
      *          into the quarantine branch, or out to the supplier),
      *          the supplier code off the master, and the quantity
      *          and value returned.  A return-to-vendor is valued at
      *          the unit cost keyed on the transaction, or at the
      *          master cost when none was keyed.  RL-SEQUENCE is the
      *          return's position in the night's apply stream, so a
      *          RESTART that replays a return logs the same sequence
      *          twice and RTN01 keeps only one.  COB01 writes each
      *          night's records to PROD.STOCK.RTNLOG; RTN01 reads
      *          them for the returns report and the accounts-payable
      *          debit-memo extract.  The including program codes its
      *          own 01-level header immediately ahead of the COPY
      *          statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the customer return and
      *                  return-to-vendor build.
      ******************************************************************
           05  RL-RUN-DATE             PIC X(08).
           05  RL-RETURN-TYPE          PIC X(01).
               88  RL-IS-CUSTOMER-RETURN       VALUE 'C'.
               88  RL-IS-VENDOR-RETURN         VALUE 'P'.
           05  RL-ITEM-NUMBER          PIC X(10).
           05  RL-BRANCH-CODE          PIC X(04).
           05  RL-POSTED-BRANCH-CODE   PIC X(04).
           05  RL-REASON-CODE          PIC X(04).
           05  RL-DISPOSITION          PIC X(01).
               88  RL-TO-STOCK                 VALUE 'S'.
               88  RL-TO-QUARANTINE            VALUE 'Q'.
               88  RL-TO-VENDOR                VALUE 'V'.
           05  RL-SUPPLIER-CODE        PIC X(04).
           05  RL-SOURCE-CODE          PIC X(04).
           05  RL-REFERENCE            PIC X(30).
           05  RL-QUANTITY             PIC S9(07)      COMP-3.
           05  RL-UNIT-COST            PIC S9(05)V9(2) COMP-3.
           05  RL-EXTENDED-VALUE       PIC S9(09)V9(2) COMP-3.
           05  RL-SEQUENCE             PIC 9(07).
           05  FILLER                  PIC X(09).
