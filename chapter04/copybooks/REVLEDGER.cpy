      *****************************************************************
      * COPYBOOK     : REVLEDGER                                       *
      * DESCRIPTION  : Record layout for F-REVENUE-LEDGER              *
      *                (revenue-ledger.dat) - one entry per account    *
      *                per billed cycle, appended by CHAP04A03 as it   *
      *                bills and by CHAP04A3R as it cancels and        *
      *                rebills, and summed by territory and rate class *
      *                into the CHAP04A3V month-end revenue report.    *
      *                The bill files start over every cycle night;    *
      *                this is the month's running record of what was  *
      *                billed.                                         *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  REVENUE-LEDGER-REC.
      *    THE MONTH THE CYCLE BILLED IN - A CANCEL OR REBILL CARRIES
      *    THE MONTH OF THE BILL IT CORRECTS, NOT THE DAY IT RAN.
           05 RL-BILLED-MONTH       PIC 9(6).
           05 RL-CYCLE              PIC 9(2).
           05 RL-ENTRY-TYPE         PIC X.
               88 RL-IS-BILLED          VALUE 'B'.
               88 RL-IS-CANCEL          VALUE 'C'.
               88 RL-IS-REBILL          VALUE 'R'.
           05 RL-ACCOUNT-NO         PIC X(5).
           05 RL-TERRITORY          PIC X(2).
           05 RL-RATE-CLASS         PIC X.
           05 RL-KWH                PIC 9(5).
           05 RL-THERMS             PIC 9(5).
           05 RL-ELEC-AMT           PIC 9(5)V99.
           05 RL-GAS-AMT            PIC 9(5)V99.
      *    THE BILL FLAG EACH SERVICE WENT OUT UNDER (ESTIMATED,
      *    TRUED-UP, NO READ, OR SPACES FOR AN ACTUAL READ).
           05 RL-ELEC-FLAG          PIC X(9).
           05 RL-GAS-FLAG           PIC X(9).
      *    HOW THE CYCLE'S DAYS SPLIT ACROSS THE SUMMER AND WINTER
      *    TARIFFS - BOTH NONZERO MEANS THE BILL WAS PRORATED.
           05 RL-SUMMER-DAYS        PIC 9(2).
           05 RL-WINTER-DAYS        PIC 9(2).
           05 RL-POSTED-DATE        PIC 9(8).
