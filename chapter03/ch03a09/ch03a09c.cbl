      * register that must balance to the day's deposit total from    *
      * the deposit control file. The aging report in CH03A09B is     *
      * only as honest as these balances.                             *
      *                                                                *
      * 2026-10-15  MAM  Account status byte carried through the table *
      *                  so the master rewrite keeps it.               *
      * 2026-10-15  MAM  A payment on an account charged off by        *
      *                  CH03A09J posts as a V (recovery) line instead *
      *                  of reducing a balance, and recoveries are     *
      *                  totaled under the register trailer.           *
      * 2026-10-15  MAM  A payment larger than the balance is applied  *
      *                  in full and leaves a credit balance instead of*
      *                  going to the exception list.                  *
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

       FD  PAYMENTS-FILE.
       01  PAYMENT-REC.
           05                      PIC X(2).
           05  CA-AMOUNT-OUT       PIC ZZZ,ZZ9.99.
           05                      PIC X(2).
           05  CA-NEW-BALANCE-OUT  PIC ZZZ,ZZ9.99CR.

       01  CASH-APPLIED-TRAILER.
           05                      PIC X(15) VALUE 'CASH APPLIED : '.
           05                      PIC X(2).
           05  CA-BALANCE-FLAG-OUT PIC X(14).

       01  CASH-RECOVERY-TRAILER.
           05                      PIC X(15) VALUE 'RECOVERIES   : '.
           05  CA-RECOVERY-TOTAL-OUT PIC Z,ZZZ,ZZ9.99.

      *    LAYOUT MATCHED TO TRANS-JOURNAL-REC IN CH03A09.
       FD  TRANS-JOURNAL.
       01  TRANS-JOURNAL-REC.
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

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
                                    USAGE COMP-3.
       01  WS-REJECTED-TOTAL       PIC 9(8)V99 VALUE ZERO
                                    USAGE COMP-3.
       01  WS-RECOVERY-TOTAL       PIC 9(8)V99 VALUE ZERO
                                    USAGE COMP-3.
       01  WS-EXCEPTION-REASON     PIC X(30) VALUE SPACES.

      *    CUSTOMER-MASTER LOADED INTO A TABLE, PAYMENTS APPLIED IN
               10  CT-ACCOUNT-NO       PIC X(5)  VALUE SPACES.
               10  CT-CUSTOMER-NAME    PIC X(30) VALUE SPACES.
               10  CT-CREDIT-LIMIT     PIC 9(6)V99 VALUE ZERO.
               10  CT-CURRENT-BALANCE  PIC S9(6)V99 VALUE ZERO.
               10  CT-LAST-PAYMENT-DATE PIC 9(8) VALUE ZERO.
               10  CT-CASH-ONLY-SW     PIC X VALUE 'N'.
               10  CT-ACCOUNT-STATUS-SW PIC X VALUE SPACE.
                   88  CT-ACCOUNT-CHARGED-OFF VALUE 'W'.
       01  CUSTOMER-COUNT          PIC 9(4) VALUE ZERO.
       01  CUSTOMER-FOUND-SW       PIC X VALUE 'N'.
           88  CUSTOMER-FOUND      VALUE 'Y'.
                            CT-CURRENT-BALANCE (CUST-IDX)
                       MOVE CM-CASH-ONLY-SW TO
                            CT-CASH-ONLY-SW (CUST-IDX)
                       MOVE CM-ACCOUNT-STATUS-SW TO
                            CT-ACCOUNT-STATUS-SW (CUST-IDX)
                       MOVE CM-LAST-PAYMENT-DATE TO
                            CT-LAST-PAYMENT-DATE (CUST-IDX)
               END-READ
               WHEN CT-ACCOUNT-NO (CUST-IDX) = PAY-ACCOUNT-NO-IN
                   MOVE 'Y' TO CUSTOMER-FOUND-SW
           END-SEARCH
           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   MOVE 'ACCOUNT NOT ON CUSTOMER MASTER'
                       TO WS-EXCEPTION-REASON
                   PERFORM 250-PAYMENT-EXCEPTION-RTN
               WHEN CT-ACCOUNT-CHARGED-OFF (CUST-IDX)
                   PERFORM 260-POST-RECOVERY-RTN
      *        AN OVERPAYMENT (OR THE SAME PAYMENT KEYED TWICE) IS
      *        APPLIED IN FULL - THE EXCESS SITS AS A CREDIT BALANCE
      *        UNTIL A PURCHASE USES IT OR CH03A09K REFUNDS IT.
               WHEN OTHER
                   SUBTRACT PAY-AMOUNT-IN
                       FROM CT-CURRENT-BALANCE (CUST-IDX)
                   MOVE PAY-DATE-IN
                   ADD PAY-AMOUNT-IN TO WS-APPLIED-TOTAL
                   PERFORM 230-REGISTER-LINE-RTN
                   PERFORM 240-JOURNAL-PAYMENT-RTN
           END-EVALUATE
           .

       230-REGISTER-LINE-RTN.
           MOVE PAY-AMOUNT-IN TO TJ-AMOUNT
           MOVE ZERO TO TJ-DISCOUNT
           MOVE CT-CURRENT-BALANCE (CUST-IDX) TO TJ-BALANCE-AFTER
           MOVE ZERO TO TJ-TAX-AMOUNT
           MOVE SPACES TO TJ-TAX-JURISDICTION TJ-TAX-EXEMPT-SW
                         TJ-ORIG-SALE-REF
           WRITE TRANS-JOURNAL-REC
           .

           ADD PAY-AMOUNT-IN TO WS-REJECTED-TOTAL
           .

      *    A CHARGED-OFF ACCOUNT HAS NO BALANCE TO REDUCE - THE MONEY
      *    IS CASH APPLIED AS A RECOVERY OF BAD DEBT (JOURNAL TYPE V),
      *    AND THE BALANCE STAYS AT ZERO.
       260-POST-RECOVERY-RTN.
           ADD PAY-AMOUNT-IN TO WS-APPLIED-TOTAL
           ADD PAY-AMOUNT-IN TO WS-RECOVERY-TOTAL
           PERFORM 230-REGISTER-LINE-RTN
           MOVE PAY-ACCOUNT-NO-IN TO TJ-ACCOUNT-NO
           MOVE PAY-DATE-IN TO TJ-TRANS-DATE
           MOVE 'V' TO TJ-TRANS-TYPE
           MOVE PAY-AMOUNT-IN TO TJ-AMOUNT
           MOVE ZERO TO TJ-DISCOUNT
           MOVE ZERO TO TJ-BALANCE-AFTER
           MOVE ZERO TO TJ-TAX-AMOUNT
           MOVE SPACES TO TJ-TAX-JURISDICTION TJ-TAX-EXEMPT-SW
                         TJ-ORIG-SALE-REF
           WRITE TRANS-JOURNAL-REC
           .

      *    APPLIED PLUS REJECTED MUST COME BACK TO THE DEPOSIT SLIP -
      *    ANYTHING ELSE MEANS MONEY IN THE DRAWER THAT NO PAYMENT
      *    LINE EXPLAINS, OR A PAYMENT LINE WITH NO MONEY BEHIND IT.
                       "BALANCE TO THE DEPOSIT TOTAL"
           END-IF
           WRITE CASH-APPLIED-REC FROM CASH-APPLIED-TRAILER
           IF WS-RECOVERY-TOTAL > ZERO
               MOVE SPACES TO CASH-RECOVERY-TRAILER
               MOVE 'RECOVERIES   : ' TO CASH-RECOVERY-TRAILER (1:15)
               MOVE WS-RECOVERY-TOTAL TO CA-RECOVERY-TOTAL-OUT
               WRITE CASH-APPLIED-REC FROM CASH-RECOVERY-TRAILER
           END-IF
           .

       400-REWRITE-MASTER-RTN.
           MOVE CT-LAST-PAYMENT-DATE (CUST-IDX)
               TO CM-LAST-PAYMENT-DATE
           MOVE CT-CASH-ONLY-SW (CUST-IDX) TO CM-CASH-ONLY-SW
           MOVE CT-ACCOUNT-STATUS-SW (CUST-IDX)
               TO CM-ACCOUNT-STATUS-SW
           WRITE CUSTOMER-MASTER-REC
           .
