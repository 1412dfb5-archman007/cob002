      *                  per-item net-change total, which remains
      *                  the net ON-HAND change across the selected
      *                  entries.
      *   2026-10-15 AB  The 'V' revaluation change type from RVL01
      *                  prints as REVAL.
      *   2026-10-15 AB  The 'K' kit assembly/breakdown change type
      *                  from COB01 prints as KIT.
      *   2026-10-15 AB  The 'C' customer return and 'P' return-to-
      *                  vendor change types from COB01 print as
      *                  CUSRTN and RTV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRPT.
                   MOVE "ADJUST" TO DTL-CHANGE-TYPE
               WHEN AUD-IS-ALLOCATE OF SORT-AUDIT-RECORD
                   MOVE "ALLOC " TO DTL-CHANGE-TYPE
               WHEN AUD-IS-REVALUE OF SORT-AUDIT-RECORD
                   MOVE "REVAL " TO DTL-CHANGE-TYPE
               WHEN AUD-IS-KIT OF SORT-AUDIT-RECORD
                   MOVE "KIT   " TO DTL-CHANGE-TYPE
               WHEN AUD-IS-CUSTOMER-RETURN OF SORT-AUDIT-RECORD
                   MOVE "CUSRTN" TO DTL-CHANGE-TYPE
               WHEN AUD-IS-VENDOR-RETURN OF SORT-AUDIT-RECORD
                   MOVE "RTV   " TO DTL-CHANGE-TYPE
               WHEN OTHER
                   MOVE AUD-CHANGE-TYPE OF SORT-AUDIT-RECORD
                       TO DTL-CHANGE-TYPE
