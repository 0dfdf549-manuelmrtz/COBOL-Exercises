      *                                                               *
      * REVISION HISTORY :                                            *
      *   2026-08-21  MAM  Initial version                            *
      *   2026-10-15  MAM  Good-file layout picks up the municipality *
      *                    code CHAP04V03 now carries through         *
      *                                                               *
      *****************************************************************

           05 GOOD-TERRITORY      PIC X(2).
           05 GOOD-RATE-CLASS     PIC X(1).
           05 GOOD-BILLING-CYCLE  PIC 9(2).
           05 GOOD-MUNICIPALITY   PIC X(4).

      *    SAME LAYOUT CHAP04A03 OWNS - SEE ITS WORKING-STORAGE NOTE
      *    ON HISTORY-TABLE FOR WHY THIS IS MATCHED BY KEY, NOT
