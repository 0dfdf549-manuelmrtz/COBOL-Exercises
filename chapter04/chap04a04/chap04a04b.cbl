      *   2026-08-21  MAM  Initial version                             *
      *   2026-09-01  MAM  Per-store on-hand columns and store         *
      *                     subtotal lines for the second location     *
      *   2026-10-15  MAM  MASTER-REC picks up TITLE-COST              *
      *   2026-10-15  MAM  MASTER-REC picks up TITLE-CATEGORY          *
      *                                                                *
      *****************************************************************

               10 STORE-POS OCCURS 2 TIMES.
                   15 STPOS-RENTAL-OH PIC X(3).
                   15 STPOS-SALES-OH  PIC X(3).
           05 TITLE-COST PIC 9(3)V99.
           05 TITLE-CATEGORY PIC X.

       SD  ACTIVITY-SORT-WORK.
       01  ASW-REC.
