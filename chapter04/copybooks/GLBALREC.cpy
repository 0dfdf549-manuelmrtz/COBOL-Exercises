      *****************************************************************
      * COPYBOOK     : GLBALREC                                        *
      * DESCRIPTION  : Record layout for F-GL-BALANCES                 *
      *                (gl-balances.dat) - debits and credits posted   *
      *                to each account in each period. Rebuilt by      *
      *                CHAP04GLP from gl-journal.dat every time it     *
      *                posts, so it always agrees with the journal;    *
      *                CHAP04GLT reads it for the trial balance.       *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  GL-BALANCE-REC.
           05 GB-ACCOUNT            PIC X(8).
           05 GB-PERIOD             PIC 9(6).
           05 GB-DEBITS             PIC 9(11)V99.
           05 GB-CREDITS            PIC 9(11)V99.
