      ******************************************************************
      * Copybook: RVLCOST
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: New-cost card for the RVL01 bulk cost revaluation -
      *          one card per price change off a supplier price list.
      *          An 'I' card sets the unit cost of one item outright,
      *          at one branch or, with the branch left blank, at
      *          every branch that stocks it.  A 'C' card moves the
      *          unit cost of every item in a category, at one branch
      *          or all of them, by a percentage - sign '-' for a
      *          reduction, blank or '+' for an increase - keyed as
      *          five digits with two implied decimals (00500 is 5.00
      *          percent).  An item card overrides a category card,
      *          and a card naming the branch overrides one that does
      *          not.  Each card applies only on the night its
      *          effective date is the cycle run date, so the file
      *          can be loaded ahead and a percentage never applies
      *          twice.  Maintained by purchasing as a card-image
      *          file, like CATGL and SUPREF.  The including program
      *          codes its own 01-level header immediately ahead of
      *          the COPY statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the RVL01 build.
      ******************************************************************
           05  RVC-CARD-TYPE           PIC X(01).
               88  RVC-BY-ITEM                 VALUE 'I'.
               88  RVC-BY-CATEGORY             VALUE 'C'.
           05  FILLER                  PIC X(01).
           05  RVC-EFFECTIVE-DATE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  RVC-ITEM-NUMBER         PIC X(10).
           05  FILLER                  PIC X(01).
           05  RVC-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(01).
           05  RVC-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(01).
           05  RVC-NEW-COST            PIC X(07).
           05  RVC-NEW-COST-AMOUNT REDEFINES RVC-NEW-COST
                                       PIC 9(05)V9(02).
           05  FILLER                  PIC X(01).
           05  RVC-PCT-SIGN            PIC X(01).
               88  RVC-PCT-DOWN                VALUE '-'.
               88  RVC-PCT-SIGN-VALID          VALUE ' ' '+' '-'.
           05  RVC-PERCENT             PIC X(05).
           05  RVC-PERCENT-RATE REDEFINES RVC-PERCENT
                                       PIC 9(03)V9(02).
           05  FILLER                  PIC X(34).
