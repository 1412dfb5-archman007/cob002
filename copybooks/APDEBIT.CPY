      ******************************************************************
      * Copybook: APDEBIT
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Accounts-payable debit-memo extract record - the
      *          fixed-layout feed RTN01 hands accounts payable each
      *          night.  One 'D' record per return-to-vendor posted
      *          that night, so AP can raise the debit memo against
      *          the supplier, then one 'T' trailer carrying the
      *          memo count and the total debited for AP to balance
      *          the feed against.  The memo number is the run date
      *          plus the return's position in the night's apply
      *          stream, unique for the night and the same on a
      *          rerun.  All-display fields, no packed data - the AP
      *          system parses this, not us.  The including program
      *          codes its own 01-level header immediately ahead of
      *          the COPY statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the return-to-vendor
      *                  debit-memo extract.
      ******************************************************************
           05  APD-RECORD-TYPE         PIC X(01).
               88  APD-IS-DEBIT-MEMO           VALUE 'D'.
               88  APD-IS-TRAILER              VALUE 'T'.
           05  APD-RUN-DATE            PIC X(08).
           05  APD-DETAIL-DATA.
               10  APD-MEMO-SEQUENCE   PIC 9(07).
               10  APD-SUPPLIER-CODE   PIC X(04).
               10  APD-ITEM-NUMBER     PIC X(10).
               10  APD-BRANCH-CODE     PIC X(04).
               10  APD-REASON-CODE     PIC X(04).
               10  APD-QUANTITY        PIC 9(07).
               10  APD-UNIT-COST       PIC 9(05)V9(2).
               10  APD-DEBIT-AMOUNT    PIC 9(09)V9(2).
               10  APD-REFERENCE       PIC X(30).
               10  FILLER              PIC X(07).
           05  APD-TRAILER-DATA REDEFINES APD-DETAIL-DATA.
               10  APD-MEMO-COUNT      PIC 9(07).
               10  APD-TOTAL-AMOUNT    PIC 9(11)V9(2).
               10  FILLER              PIC X(71).
