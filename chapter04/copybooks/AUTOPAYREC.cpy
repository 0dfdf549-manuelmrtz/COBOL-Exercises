      *****************************************************************
      * COPYBOOK     : AUTOPAYREC                                      *
      * DESCRIPTION  : Record layout for F-AUTOPAY-ENROLL              *
      *                (autopay-enroll.dat) - one record per account   *
      *                that has signed up to have its bill drafted     *
      *                from a bank account: the bank details, where    *
      *                the account stands in the prenote cycle, and    *
      *                how many drafts the bank has returned.          *
      *                Maintained by the CHAP04A3U enrollment screen   *
      *                and by the CHAP04A3H draft run, which sends the *
      *                prenote, takes the account live, and takes it   *
      *                off autopay after repeated returns. Read by     *
      *                CHAP04A3B for the bill's draft message.         *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  AUTOPAY-ENROLL-REC.
           05 AP-ACCOUNT-NO         PIC X(5).
           05 AP-ROUTING-NO         PIC X(9).
           05 AP-BANK-ACCOUNT-NO    PIC X(17).
           05 AP-BANK-ACCT-TYPE     PIC X.
               88 AP-CHECKING           VALUE 'C'.
               88 AP-SAVINGS            VALUE 'S'.
      *    P = PRENOTE CYCLE (AP-PRENOTE-DATE ZERO UNTIL THE DRAFT RUN
      *    SENDS IT), L = LIVE - BILLS ARE DRAFTED, O = OFF AUTOPAY.
           05 AP-STATE              PIC X.
               88 AP-IS-PRENOTE         VALUE 'P'.
               88 AP-IS-LIVE            VALUE 'L'.
               88 AP-IS-OFF             VALUE 'O'.
           05 AP-ENROLL-DATE        PIC 9(8).
           05 AP-PRENOTE-DATE       PIC 9(8).
      *    DRAFTS RETURNED SINCE THESE BANK DETAILS WERE ENTERED.
           05 AP-RETURN-COUNT       PIC 9(2).
           05 AP-STATE-DATE         PIC 9(8).
      *    BANK RETURN REASON (R01, R02 ...) OF THE LAST RETURN, OR
      *    CSR WHEN THE CUSTOMER ASKED TO COME OFF.
           05 AP-LAST-RETURN-CODE   PIC X(3).
