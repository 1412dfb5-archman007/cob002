      ******************************************************************
      * Copybook: BOMREC
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Bill of materials record - one card per component
      *          of a kit, giving the whole units of the component
      *          that go into one kit.  A kit is itself a stocked
      *          item on the master, so it can be issued, counted
      *          and reordered like any other.  COB01 explodes the
      *          kit assembly and breakdown transactions through it;
      *          BOM01 lists and edits it.  Maintained by
      *          engineering as a card-image file, like CATGL and
      *          SUPREF.  The including program codes its own
      *          01-level header immediately ahead of the COPY
      *          statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the kit assembly and
      *                  breakdown build.
      ******************************************************************
           05  BOM-KIT-ITEM-NUMBER     PIC X(10).
           05  FILLER                  PIC X(01).
           05  BOM-COMPONENT-ITEM-NUMBER
                                       PIC X(10).
           05  FILLER                  PIC X(01).
           05  BOM-QTY-PER-KIT         PIC X(05).
           05  BOM-QTY-PER-KIT-NUM REDEFINES BOM-QTY-PER-KIT
                                       PIC 9(05).
           05  FILLER                  PIC X(53).
