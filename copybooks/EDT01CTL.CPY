      *                  garbage expiry would key a lot that sorts
      *                  ahead of every real date and reports as
      *                  already expired the moment it lands.
      *   2026-10-15 AB  Added E011 through E015 and the EDIT-REASON-
      *                  AUTHORITY range for the source authority
      *                  edits EDIT01 runs against the SRCAUTH table.
      *   2026-10-15 AB  Added EDIT-REASON-KIT-SHORT and EDIT-REASON-
      *                  NO-BOM for COB01's kit assembly and
      *                  breakdown: a kit that cannot post in full is
      *                  rejected whole, under one reason, instead of
      *                  leaving some components moved and others
      *                  not.
      *   2026-10-15 AB  Added EDIT-REASON-BAD-RETURN-REASON (E018), a
      *                  customer return or return-to-vendor whose
      *                  reason code is not one TRAN-RSN-VALID knows,
      *                  and EDIT-REASON-NO-SUPPLIER (E019), a return-
      *                  to-vendor COB01 turns back because the item
      *                  carries no supplier code at the branch -
      *                  accounts payable cannot raise a debit memo
      *                  against nobody.
      ******************************************************************
           05  EDIT-FUNCTION           PIC X(01).
               88  EDIT-OPEN-SUSPENSE          VALUE 'O'.
               88  EDIT-REASON-MASTER-ERROR    VALUE 'E008'.
               88  EDIT-REASON-BAD-BRANCH      VALUE 'E009'.
               88  EDIT-REASON-BAD-EXPIRY      VALUE 'E010'.
               88  EDIT-REASON-NO-AUTHORITY    VALUE 'E011'.
               88  EDIT-REASON-TYPE-NOT-AUTH   VALUE 'E012'.
               88  EDIT-REASON-BRANCH-NOT-AUTH VALUE 'E013'.
               88  EDIT-REASON-OVER-QTY-LIMIT  VALUE 'E014'.
               88  EDIT-REASON-OVER-VALUE-LIMIT
                                               VALUE 'E015'.
               88  EDIT-REASON-AUTHORITY       VALUE 'E011' THRU
                                                     'E015'.
               88  EDIT-REASON-KIT-SHORT       VALUE 'E016'.
               88  EDIT-REASON-NO-BOM          VALUE 'E017'.
               88  EDIT-REASON-BAD-RETURN-REASON
                                               VALUE 'E018'.
               88  EDIT-REASON-NO-SUPPLIER     VALUE 'E019'.
           05  EDIT-RUN-DATE           PIC X(08).
           05  EDIT-RESTART-IND        PIC X(01).
               88  EDIT-RESTART-RUN            VALUE 'Y'.
