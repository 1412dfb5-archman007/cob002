      ******************************************************************
      * Copybook: PROVPOL
      * Author: Mr. Arch Brooks
      * Date: 2026-10-15
      * Purpose: Obsolescence provision policy card - the rates the
      *          PRV01 month-end provision applies to stock value.
      *          Up to four slow-moving bands, each the number of
      *          consecutive zero-issue periods (STK-ZERO-ISSUE-
      *          PERIODS) at which it starts and the percentage
      *          reserved from there; bands are keyed in ascending
      *          order of periods and a blank band is unused.  Then
      *          the percentages for stock held in lots already past
      *          their expiry and in lots expiring inside the window
      *          days, the provision expense account the reserve
      *          movement is offset against, and the reserve account
      *          a category posts to when its CATGL card names none.
      *          Percentages are keyed as five digits with two implied
      *          decimals - 02500 is 25.00 percent.  Maintained by
      *          finance as a single card image.  The including
      *          program codes its own 01-level header immediately
      *          ahead of the COPY statement.
      * Modification History:
      *   2026-10-15 AB  Original layout for the obsolescence
      *                  provision build.
      ******************************************************************
           05  PPC-BAND OCCURS 4 TIMES.
               10  PPC-BAND-PERIODS    PIC X(03).
               10  FILLER              PIC X(01).
               10  PPC-BAND-RATE       PIC X(05).
               10  PPC-BAND-RATE-PCT REDEFINES PPC-BAND-RATE
                                       PIC 9(03)V9(02).
               10  FILLER              PIC X(01).
           05  PPC-EXPIRED-RATE        PIC X(05).
           05  PPC-EXPIRED-RATE-PCT REDEFINES PPC-EXPIRED-RATE
                                       PIC 9(03)V9(02).
           05  FILLER                  PIC X(01).
           05  PPC-EXPIRING-RATE       PIC X(05).
           05  PPC-EXPIRING-RATE-PCT REDEFINES PPC-EXPIRING-RATE
                                       PIC 9(03)V9(02).
           05  FILLER                  PIC X(01).
           05  PPC-EXPIRING-DAYS       PIC X(03).
           05  FILLER                  PIC X(01).
           05  PPC-EXPENSE-ACCOUNT     PIC X(10).
           05  FILLER                  PIC X(01).
           05  PPC-RESERVE-ACCOUNT     PIC X(10).
           05  FILLER                  PIC X(03).
