      *          inventory value posts against.  Maintained by the GL
      *          clerks as a card-image file; read by GLEXT01 into a
      *          lookup table at the start of the extract.  The
      *          reserve account, where the card carries one, is the
      *          contra-inventory account PRV01 posts the category's
      *          obsolescence provision to.  The including program
      *          codes its own 01-level header immediately ahead of
      *          the COPY statement.
      * Modification History:
      *   2026-08-22 AB  Original layout for the GLEXT01 build.
      *   2026-10-15 AB  Added the reserve account for the PRV01
      *                  month-end provision journal.  Cards keyed
      *                  without it read it as spaces.  Card grew
      *                  from 20 to 30 characters.
      ******************************************************************
           05  CAT-CATEGORY-CODE       PIC X(04).
           05  FILLER                  PIC X(01).
           05  CAT-GL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01).
           05  CAT-RESERVE-ACCOUNT     PIC X(10).
           05  FILLER                  PIC X(04).
