      *****************************************************************
      * COPYBOOK     : GLACCTSEL                                       *
      * DESCRIPTION  : SELECT clause for the shop-wide chart of        *
      *                accounts, copied into FILE-CONTROL by every     *
      *                general ledger program (see GLACCTPARA).        *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
           SELECT F-GL-ACCOUNTS ASSIGN TO 'data/gl-accounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ACCOUNTS-STATUS.
