      * both as R (reversal) and N (fee) lines so the CH03A09D        *
      * statement shows them, and flags a repeat offender cash-only   *
      * so the CH03A09 register refuses further charge sales.         *
      *                                                                *
      * 2026-10-15  MAM  CUSTOMER-MASTER-REC layout widened for the    *
      *                  account status byte CH03A09I maintains.       *
      * 2026-10-15  MAM  CM-CURRENT-BALANCE is signed so an            *
      *                  account can carry a credit balance.           *
      * 2026-10-15  MAM  TRANS-JOURNAL-REC widened for the sales tax   *
      *                  fields; this program journals them empty.     *
      * 2026-10-15  MAM  TRANS-JOURNAL-REC widened for the original-   *
      *                  sale reference on a credit memo; this program *
      *                  journals it blank.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CM-ACCOUNT-NO       PIC X(5).
           05  CM-CUSTOMER-NAME    PIC X(30).
           05  CM-CREDIT-LIMIT     PIC 9(6)V99.
           05  CM-CURRENT-BALANCE  PIC S9(6)V99.
           05  CM-LAST-PAYMENT-DATE PIC 9(8).
           05  CM-CASH-ONLY-SW     PIC X.
           05  CM-ACCOUNT-STATUS-SW PIC X.

       FD  NSF-TRANS-FILE.
       01  NSF-TRANS-REC.
           05  TJ-TRANS-TYPE       PIC X.
           05  TJ-AMOUNT           PIC 9(6)V99.
           05  TJ-DISCOUNT         PIC 9(4)V99.
           05  TJ-BALANCE-AFTER    PIC S9(6)V99.
           05  TJ-TAX-AMOUNT       PIC 9(4)V99.
           05  TJ-TAX-JURISDICTION PIC X(4).
           05  TJ-TAX-EXEMPT-SW    PIC X.
      *    ON AN M CREDIT MEMO, THE SALE IT RETURNS GOODS AGAINST -
      *    DATE AND AMOUNT RUNG UP BEFORE DISCOUNT. BLANK ON EVERY
      *    OTHER TYPE.
           05  TJ-ORIG-SALE-REF.
               10  TJ-ORIG-SALE-DATE   PIC 9(8).
               10  TJ-ORIG-SALE-AMOUNT PIC 9(4)V99.

       FD  NSF-EXCEPTION-FILE.
       01  NSF-EXCEPTION-REC.
                   15  CT-ACCOUNT-NO       PIC X(5).
                   15  CT-CUSTOMER-NAME    PIC X(30).
                   15  CT-CREDIT-LIMIT     PIC 9(6)V99.
                   15  CT-CURRENT-BALANCE  PIC S9(6)V99.
                   15  CT-LAST-PAYMENT-DATE PIC 9(8).
                   15  CT-CASH-ONLY-SW     PIC X.
                   15  CT-ACCOUNT-STATUS-SW PIC X.
       01  CUSTOMER-COUNT          PIC 9(4) VALUE ZERO.
       01  CUSTOMER-FOUND-SW       PIC X VALUE 'N'.
           88  CUSTOMER-FOUND      VALUE 'Y'.
           MOVE NSF-AMOUNT-IN TO TJ-AMOUNT
           MOVE ZERO TO TJ-DISCOUNT
           MOVE CT-CURRENT-BALANCE (CUST-IDX) TO TJ-BALANCE-AFTER
           MOVE ZERO TO TJ-TAX-AMOUNT
           MOVE SPACES TO TJ-TAX-JURISDICTION TJ-TAX-EXEMPT-SW
                         TJ-ORIG-SALE-REF
           WRITE TRANS-JOURNAL-REC
      *    THE REVERSAL JOINS THE IN-MEMORY JOURNAL TOO, SO TWO
      *    RETURNED CHECKS FOR ONE ACCOUNT IN THE SAME BANK FILE
           MOVE 'N' TO TJ-TRANS-TYPE
           MOVE WS-RETURNED-FEE TO TJ-AMOUNT
           MOVE CT-CURRENT-BALANCE (CUST-IDX) TO TJ-BALANCE-AFTER
           MOVE ZERO TO TJ-TAX-AMOUNT
           MOVE SPACES TO TJ-TAX-JURISDICTION TJ-TAX-EXEMPT-SW
                         TJ-ORIG-SALE-REF
           WRITE TRANS-JOURNAL-REC

           PERFORM 230-CHECK-REPEAT-OFFENDER-RTN
