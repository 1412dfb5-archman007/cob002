      *                  machine-cut ROPT reorder-point cards rely
      *                  on it to change nothing but the reorder
      *                  point.
      *   2026-10-15 AB  Added the kit assembly type 'K' and kit
      *                  breakdown type 'B'.  TRAN-ITEM-NUMBER is the
      *                  kit item and TRAN-QUANTITY the number of kits
      *                  built or broken down at TRAN-BRANCH-CODE;
      *                  COB01 explodes the kit through the bill of
      *                  materials file and posts the kit and every
      *                  component in one unit.  Record length is
      *                  unchanged.
      *   2026-10-15 AB  Added the customer return type 'C' and the
      *                  return-to-vendor type 'P'.  Neither carries
      *                  a category, so TRAN-RETURN-REASON redefines
      *                  TRAN-CATEGORY-CODE for the return's reason
      *                  code (DAMG, DEFT, EXPD, WRNG, OVER, NTWD);
      *                  a damaged, defective or expired customer
      *                  return goes to the quarantine branch.
      *                  TRAN-DESCRIPTION carries the return's
      *                  reference.  Record length is unchanged.
      ******************************************************************
           05  TRAN-ITEM-NUMBER        PIC X(10).
           05  TRAN-TYPE               PIC X(01).
               88  TRAN-IS-TRANSFER         VALUE 'T'.
               88  TRAN-IS-ADJUSTMENT       VALUE 'J'.
               88  TRAN-IS-ALLOCATE         VALUE 'L'.
               88  TRAN-IS-KIT-ASSEMBLY     VALUE 'K'.
               88  TRAN-IS-KIT-BREAKDOWN    VALUE 'B'.
               88  TRAN-IS-KIT              VALUE 'K' 'B'.
               88  TRAN-IS-CUSTOMER-RETURN  VALUE 'C'.
               88  TRAN-IS-VENDOR-RETURN    VALUE 'P'.
               88  TRAN-IS-RETURN           VALUE 'C' 'P'.
               88  TRAN-TYPE-VALID          VALUE 'R' 'I' 'A' 'D' 'U'
                                                  'T' 'J' 'L' 'K' 'B'
                                                  'C' 'P'.
           05  TRAN-QUANTITY           PIC S9(07)      COMP-3.
           05  TRAN-UNIT-COST          PIC S9(05)V9(2) COMP-3.
           05  TRAN-DESCRIPTION        PIC X(30).
           05  TRAN-CATEGORY-CODE      PIC X(04).
           05  TRAN-RETURN-REASON      REDEFINES TRAN-CATEGORY-CODE
                                       PIC X(04).
               88  TRAN-RSN-DAMAGED         VALUE 'DAMG'.
               88  TRAN-RSN-DEFECTIVE       VALUE 'DEFT'.
               88  TRAN-RSN-EXPIRED         VALUE 'EXPD'.
               88  TRAN-RSN-WRONG-ITEM      VALUE 'WRNG'.
               88  TRAN-RSN-OVER-SUPPLY     VALUE 'OVER'.
               88  TRAN-RSN-NOT-WANTED      VALUE 'NTWD'.
               88  TRAN-RSN-TO-QUARANTINE   VALUE 'DAMG' 'DEFT'
                                                  'EXPD'.
               88  TRAN-RSN-VALID           VALUE 'DAMG' 'DEFT'
                                                  'EXPD' 'WRNG'
                                                  'OVER' 'NTWD'.
           05  TRAN-BRANCH-CODE        PIC X(04).
           05  TRAN-SOURCE-CODE        PIC X(04).
           05  TRAN-TO-BRANCH-CODE     PIC X(04).
