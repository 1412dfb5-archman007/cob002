      ******************************************************************
      * Copybook: SRCAUTH
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Transaction source authority record - one card per
      *          TRAN-SOURCE-CODE saying what that sender may post:
      *          the transaction types it may send (type letters,
      *          in any order, e.g. 'RIL'), the branches it may post
      *          against (up to ten; '*ALL' in the first slot means
      *          any branch - for a transfer this is the from-branch,
      *          the branch the stock leaves), and a ceiling on the
      *          quantity and on the value of any one transaction.
      *          Ceilings are keyed as zero-filled digits; a blank
      *          or zero ceiling is no ceiling.  The value ceiling
      *          is whole currency units, against the quantity
      *          times the card's unit cost, or the master's when
      *          the card carries none.  Maintained
      *          by the controller as a card-image file, like CATGL
      *          and SUPREF; read by EDIT01 into a lookup table on
      *          its first call, and by SRX01 for the exceptions
      *          listing.  A source with no card may send nothing.
      *          The including program codes its own 01-level header
      *          immediately ahead of the COPY statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the source authority
      *                  edit.
      ******************************************************************
           05  SAU-SOURCE-CODE         PIC X(04).
           05  FILLER                  PIC X(01).
           05  SAU-TRAN-TYPES          PIC X(12).
           05  FILLER                  PIC X(01).
           05  SAU-BRANCH-LIST.
               10  SAU-BRANCH-CODE     PIC X(04)   OCCURS 10 TIMES.
           05  FILLER                  PIC X(01).
           05  SAU-MAX-QUANTITY        PIC X(07).
           05  FILLER                  PIC X(01).
           05  SAU-MAX-VALUE           PIC X(09).
           05  FILLER                  PIC X(04).
