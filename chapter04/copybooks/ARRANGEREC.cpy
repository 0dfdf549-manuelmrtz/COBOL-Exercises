      *****************************************************************
      * COPYBOOK     : ARRANGEREC                                      *
      * DESCRIPTION  : Record layout for F-ARRANGEMENTS                *
      *                (pay-arrangements.dat) - one payment            *
      *                arrangement per account: what the customer      *
      *                agreed to pay off, in how many installments of  *
      *                how much, when the next one falls due, and      *
      *                where the arrangement stands. Written by the    *
      *                CHAP04A3A entry screen, tracked and broken by   *
      *                CHAP04A3P posting, credited for autopay drafts  *
      *                by CHAP04A3H, and read by CHAP04A03 and         *
      *                CHAP04A03D to hold an account out of            *
      *                collections and disconnect while it keeps to    *
      *                its terms.                                      *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  CHAP04A3H credits settled autopay drafts    *
      *                    to the installment due and takes the        *
      *                    credit back on a returned draft.            *
      *****************************************************************
       01  ARRANGEMENT-REC.
           05 PA-ACCOUNT-NO         PIC X(5).
           05 PA-TOTAL-OWED         PIC 9(5)V99.
           05 PA-INSTALLMENT-AMT    PIC 9(5)V99.
           05 PA-INSTALLMENT-COUNT  PIC 9(2).
           05 PA-INSTALLMENTS-PAID  PIC 9(2).
      *    DAYS BETWEEN DUE DATES, AND THE DATE THE NEXT UNPAID
      *    INSTALLMENT FALLS DUE.
           05 PA-INTERVAL-DAYS      PIC 9(3).
           05 PA-NEXT-DUE-DATE      PIC 9(8).
      *    CASH RECEIVED SO FAR AGAINST THE INSTALLMENT NOW DUE -
      *    A PARTIAL PAYMENT WAITS HERE UNTIL THE REST ARRIVES.
           05 PA-PAID-TOWARD-DUE    PIC 9(5)V99.
           05 PA-SETUP-DATE         PIC 9(8).
           05 PA-STATUS             PIC X.
               88 ARRANGEMENT-ACTIVE     VALUE 'A'.
               88 ARRANGEMENT-BROKEN     VALUE 'B'.
               88 ARRANGEMENT-COMPLETE   VALUE 'C'.
           05 PA-STATUS-DATE        PIC 9(8).
