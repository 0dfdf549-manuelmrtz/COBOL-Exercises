      *****************************************************************
      * COPYBOOK     : MORATREC                                        *
      * DESCRIPTION  : Record layout for F-MORATORIUM                  *
      *                (disconnect-moratorium.dat) - one record per    *
      *                period when no account may be shut off for      *
      *                non-payment, such as the state's winter         *
      *                cold-weather season. Keyed by the billing       *
      *                office each season, like the processing         *
      *                calendar, and read by CHAP04A03D.               *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  MORATORIUM-REC.
      *    FIRST AND LAST DAY OF THE PERIOD, BOTH INCLUSIVE.
           05 MOR-START-DATE        PIC 9(8).
           05 MOR-END-DATE          PIC 9(8).
           05 MOR-REASON            PIC X(30).
