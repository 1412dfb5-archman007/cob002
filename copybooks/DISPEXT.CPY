      * Purpose: Batch disposition extract record - the fixed-layout
      *          feed transmitted back to each branch after the
      *          nightly cycle.  One 'S' summary record per batch
      *          source (records received, applied, rejected,
      *          backordered), then
      *          one 'R' record per reject with the item, branch,
      *          transaction type and the reason code EDIT01
      *          assigned.  All-display fields, no packed data - the
      * Modification History:
      *   2026-09-03 AB  Original layout for the DSP01 disposition
      *                  feed.
      *   2026-10-15 AB  DSP-BACKORDERED-COUNT carved from the
      *                  trailing FILLER - a short issue is now
      *                  held on the backorder file rather than
      *                  rejected, and its branch must hear of it.
      *                  Record length unchanged at 60.
      ******************************************************************
           05  DSP-RECORD-TYPE         PIC X(01).
               88  DSP-IS-SUMMARY              VALUE 'S'.
           05  DSP-BRANCH-CODE         PIC X(04).
           05  DSP-TRAN-TYPE           PIC X(01).
           05  DSP-REASON-CODE         PIC X(04).
           05  DSP-BACKORDERED-COUNT   PIC 9(07).
