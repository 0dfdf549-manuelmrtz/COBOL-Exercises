      *                  (TRANJRNL.DAT) with the purchase amount, the  *
      *                  discount given, and the balance after - the   *
      *                  record behind the CH03A09D statement.         *
      * 2026-10-15  MAM  CUSTOMER-MASTER-REC carries an account        *
      *                  status set by CH03A09I; a charge sale on a    *
      *                  closed account is refused at the register.    *
      * 2026-10-15  MAM  A charge sale on an account charged off as bad*
      *                  debt by CH03A09J is refused at the register.  *
      * 2026-10-15  MAM  CM-CURRENT-BALANCE and TJ-BALANCE-AFTER are   *
      *                  signed so an account can carry a credit; a    *
      *                  sale uses the credit up first and the receipt *
      *                  shows how much was applied.                   *
      * 2026-10-15  MAM  Sales tax is charged on the sale after        *
      *                  discount at the customer's jurisdiction rate  *
      *                  (TAXJURIS.DAT / CUSTTAX.DAT), shown on the    *
      *                  receipt, added to the balance, and journaled  *
      *                  in its own field for the CH03A09L worksheet.  *
      * 2026-10-15  MAM  Merchandise returns (600-MERCHANDISE-         *
      *                  RETURN-RTN): checked against the original     *
      *                  sale on the journal and the return window,    *
      *                  the discount and tax reversed pro rata, the   *
      *                  balance credited, and an M credit memo        *
      *                  journaled.                                    *
      * 2026-10-15  MAM  Loyalty points (700-750 paragraphs): earned   *
      *                  on a completed sale at the PTSCHED.DAT rate,  *
      *                  redeemable as a credit against the purchase   *
      *                  (journaled as L), and taken back on a         *
      *                  return. Balances kept in POINTS.DAT, every    *
      *                  change logged to PTSLOG.DAT.                  *
      * 2026-10-15  MAM  A credit memo carries the sale it returns     *
      *                  (date and amount before discount), and a      *
      *                  return is refused once the returns against    *
      *                  that sale would pass what was rung up.        *
      * 2026-10-15  MAM  A customer master too big for its table stops *
      *                  the sale before the master is rewritten, a    *
      *                  points file too big for its table turns the   *
      *                  points off for the sale, and tax rows past    *
      *                  the table's 50 are not loaded.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    EVERY COMPLETED SALE AND EVERY POSTED PAYMENT LANDS HERE,
      *    APPEND-ONLY - THE ITEMIZED RECORD BEHIND A CUSTOMER'S
      *    MONTHLY STATEMENT (CH03A09D). TYPE P = PURCHASE,
      *    Y = PAYMENT, F = FINANCE CHARGE, N = NSF FEE, R = REVERSAL,
      *    W = BAD-DEBT WRITE-OFF, V = RECOVERY ON A WRITTEN-OFF
      *    ACCOUNT, K = REFUND CHECK ON A CREDIT BALANCE, M = CREDIT
      *    MEMO FOR MERCHANDISE RETURNED AT THE REGISTER, L = LOYALTY
      *    POINTS REDEEMED AGAINST A PURCHASE.
           SELECT TRANS-JOURNAL ASSIGN TO "DATA/TRANJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    SALES TAX RATE BY JURISDICTION. THE FIRST RECORD IS THE
      *    STORE'S OWN JURISDICTION, CHARGED TO ANY CUSTOMER WITHOUT
      *    A CUSTTAX.DAT RECORD.
           SELECT TAX-JURISDICTION-FILE ASSIGN TO "DATA/TAXJURIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-TABLE-STATUS.

      *    A CUSTOMER TAXED OUTSIDE THE STORE'S JURISDICTION, OR HOLDING
      *    AN EXEMPTION CERTIFICATE.
           SELECT CUSTOMER-TAX-FILE ASSIGN TO "DATA/CUSTTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-TAX-STATUS.

      *    LOYALTY PROGRAM - EARN RATE, WHAT A POINT IS WORTH, AND HOW
      *    LONG POINTS LAST WITHOUT ACTIVITY (CH03A09M EXPIRES THEM).
           SELECT POINTS-SCHEDULE-FILE ASSIGN TO "DATA/PTSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

      *    ONE RECORD PER ACCOUNT THAT HAS EVER EARNED POINTS.
           SELECT POINTS-FILE ASSIGN TO "DATA/POINTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-STATUS.

      *    EVERY CHANGE TO A POINTS BALANCE, APPEND-ONLY.
           SELECT POINTS-LOG ASSIGN TO "DATA/PTSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           05  CM-ACCOUNT-NO       PIC X(5).
           05  CM-CUSTOMER-NAME    PIC X(30).
           05  CM-CREDIT-LIMIT     PIC 9(6)V99.
      *    NEGATIVE = A CREDIT BALANCE THE CUSTOMER HOLDS WITH US
      *    (OVERPAYMENT OR DUPLICATE PAYMENT), USED UP BY THE NEXT
      *    PURCHASE OR REFUNDED BY CH03A09K.
           05  CM-CURRENT-BALANCE  PIC S9(6)V99.
           05  CM-LAST-PAYMENT-DATE PIC 9(8).
      *    'Y' PUTS THE ACCOUNT ON CASH-ONLY TERMS AT THE REGISTER -
      *    SET BY CH03A09G WHEN RETURNED CHECKS PILE UP.
           05  CM-CASH-ONLY-SW     PIC X.
               88  ACCOUNT-IS-CASH-ONLY VALUE 'Y'.
      *    'C' = CLOSED THROUGH CH03A09I (MAINTENANCE), 'W' = CHARGED
      *    OFF AS BAD DEBT BY CH03A09J - NO FURTHER CHARGE SALES
      *    EITHER WAY. SPACE OR 'O' IS AN OPEN ACCOUNT.
           05  CM-ACCOUNT-STATUS-SW PIC X.
               88  ACCOUNT-IS-CLOSED VALUE 'C'.
               88  ACCOUNT-IS-CHARGED-OFF VALUE 'W'.

       FD  CREDIT-REQUEST-QUEUE.
       01  CREDIT-REQUEST-REC.
           05  TJ-TRANS-TYPE       PIC X.
           05  TJ-AMOUNT           PIC 9(6)V99.
           05  TJ-DISCOUNT         PIC 9(4)V99.
           05  TJ-BALANCE-AFTER    PIC S9(6)V99.
      *    SALES TAX ON A PURCHASE, KEPT APART FROM TJ-AMOUNT (THE
      *    SALE NET OF DISCOUNT) FOR THE CH03A09L TAX WORKSHEET.
      *    ZERO AND SPACES ON EVERY OTHER TYPE.
           05  TJ-TAX-AMOUNT       PIC 9(4)V99.
           05  TJ-TAX-JURISDICTION PIC X(4).
           05  TJ-TAX-EXEMPT-SW    PIC X.
      *    ON AN M CREDIT MEMO, THE SALE IT RETURNS GOODS AGAINST -
      *    DATE AND AMOUNT RUNG UP BEFORE DISCOUNT. BLANK ON EVERY
      *    OTHER TYPE.
           05  TJ-ORIG-SALE-REF.
               10  TJ-ORIG-SALE-DATE   PIC 9(8).
               10  TJ-ORIG-SALE-AMOUNT PIC 9(4)V99.

       FD  TAX-JURISDICTION-FILE.
       01  TAX-JURISDICTION-REC.
           05  TX-JURISDICTION-CODE PIC X(4).
           05  TX-JURISDICTION-NAME PIC X(20).
           05  TX-TAX-RATE          PIC V9(5).

       FD  CUSTOMER-TAX-FILE.
       01  CUSTOMER-TAX-REC.
           05  CX-ACCOUNT-NO        PIC X(5).
           05  CX-JURISDICTION-CODE PIC X(4).
      *    BLANK = TAXABLE. ANY CERTIFICATE NUMBER MAKES THE
      *    CUSTOMER'S PURCHASES EXEMPT.
           05  CX-EXEMPT-CERT-NO    PIC X(15).

       FD  POINTS-SCHEDULE-FILE.
       01  POINTS-SCHEDULE-REC.
           05  PS-POINTS-PER-DOLLAR PIC 9(2)V99.
           05  PS-POINT-VALUE       PIC V9(4).
           05  PS-EXPIRE-DAYS       PIC 9(4).

       FD  POINTS-FILE.
       01  POINTS-REC.
           05  PT-ACCOUNT-NO        PIC X(5).
           05  PT-POINTS-BALANCE    PIC 9(7).
           05  PT-LAST-ACTIVITY-DATE PIC 9(8).

       FD  POINTS-LOG.
       01  POINTS-LOG-REC.
           05  PL-ACCOUNT-NO        PIC X(5).
           05  PL-ACTIVITY-DATE     PIC 9(8).
      *    E = EARNED, R = REDEEMED, T = TAKEN BACK ON A RETURN,
      *    X = EXPIRED FOR INACTIVITY.
           05  PL-ACTIVITY-TYPE     PIC X.
           05  PL-POINTS            PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-CODE-IN    PIC X         VALUE 'S'.
           88  RETURN-TRANSACTION VALUE 'R'.
       01  ACCOUNT-NO-IN       PIC X(5)      VALUE SPACES.
       01  CUSTOMER-NAME       PIC X(30)     VALUE SPACES.
       01  CUSTOMER-FOUND      PIC X         VALUE 'N'.
       01  WS-EOF              PIC X         VALUE 'N'.
       01  WS-REQUEST-STATUS   PIC XX        VALUE SPACES.
       01  WS-JOURNAL-STATUS   PIC XX        VALUE SPACES.
       01  WS-TAX-TABLE-STATUS PIC XX        VALUE SPACES.
       01  WS-CUST-TAX-STATUS  PIC XX        VALUE SPACES.
       01  WS-SCHEDULE-STATUS  PIC XX        VALUE SPACES.
       01  WS-POINTS-STATUS    PIC XX        VALUE SPACES.
       01  WS-POINTS-LOG-STATUS PIC XX       VALUE SPACES.
       01  WS-SALE-DATE        PIC 9(8)      VALUE ZERO.
       01  WS-MASTER-EOF       PIC X         VALUE 'N'.

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                   INDEXED BY CUST-IDX.
               10  CT-MASTER-IMAGE PIC X(61).
       01  CUSTOMER-COUNT      PIC 9(4)      VALUE ZERO.
       01  AMT-OF-PURCHASE     PIC 9(4)V99   VALUE ZERO.
       01  AMT-OF-DISCOUNT     PIC 9(4)v99   VALUE ZERO.

      *    CM-CURRENT-BALANCE PLUS THIS PURCHASE'S BALANCE-DUE, CHECKED
      *    AGAINST CM-CREDIT-LIMIT BEFORE THE SALE IS ALLOWED TO STAND.
       01  WS-PROJECTED-BALANCE PIC S9(6)V99  VALUE ZERO.
       01  WS-PROJECTED-BAL-OUT PIC $$$,$$9.99 VALUE ZERO.
       01  WS-CREDIT-LIMIT-OUT   PIC $$$,$$9.99 VALUE ZERO.
       01  WS-CREDIT-APPLIED     PIC 9(6)V99   VALUE ZERO.
       01  WS-CREDIT-APPLIED-OUT PIC $$$,$$9.99 VALUE ZERO.
       01  WS-CREDIT-LEFT-OUT    PIC $$$,$$9.99 VALUE ZERO.
       01  WS-OVER-LIMIT-SW      PIC X         VALUE 'N'.
           88  OVER-CREDIT-LIMIT VALUE 'Y'.

      *    SALES TAX ON BALANCE-DUE (THE SALE AFTER DISCOUNT). THE
      *    CUSTOMER OWES WS-TOTAL-DUE.
       01  TAX-JURISDICTION-TABLE.
           05  TAX-JURISDICTION-ENTRY OCCURS 50 TIMES
                   INDEXED BY TAX-IDX.
               10  TT-JURISDICTION-CODE PIC X(4).
               10  TT-JURISDICTION-NAME PIC X(20).
               10  TT-TAX-RATE          PIC V9(5).
       01  TAX-JURISDICTION-COUNT PIC 9(3)      VALUE ZERO.
       01  WS-SALE-JURISDICTION  PIC X(4)      VALUE SPACES.
       01  WS-EXEMPT-CERT-NO     PIC X(15)     VALUE SPACES.
       01  WS-TAX-EXEMPT-SW      PIC X         VALUE 'N'.
           88  SALE-IS-TAX-EXEMPT VALUE 'E'.
       01  WS-TAX-OK-SW          PIC X         VALUE 'N'.
           88  SALES-TAX-OK      VALUE 'Y'.
       01  WS-SALES-TAX          PIC 9(4)V99   VALUE ZERO.
       01  WS-SALES-TAX-OUT      PIC $$,$$9.99 VALUE ZERO.
       01  WS-TOTAL-DUE          PIC 9(5)V99   VALUE ZERO.
       01  WS-TOTAL-DUE-OUT      PIC $$$,$$9.99 VALUE ZERO.

      *    MERCHANDISE RETURN. THE ORIGINAL SALE IS FOUND ON THE
      *    JOURNAL BY ACCOUNT, DATE, AND THE AMOUNT RUNG UP BEFORE
      *    DISCOUNT; THE DISCOUNT AND TAX GIVEN ON IT COME BACK OUT
      *    IN PROPORTION TO WHAT IS RETURNED. EVERY EARLIER CREDIT
      *    MEMO AGAINST THE SAME SALE COUNTS TOWARD WHAT IT CAN TAKE
      *    BACK - TWO LIKE SALES ON ONE DAY ALLOW TWICE THE AMOUNT.
       01  RETURN-WINDOW-DAYS    PIC 9(3)      VALUE 030.
       01  WS-ORIG-SALE-DATE     PIC 9(8)      VALUE ZERO.
       01  WS-ORIG-SALE-AMOUNT   PIC 9(4)V99   VALUE ZERO.
       01  WS-RETURN-AMOUNT      PIC 9(4)V99   VALUE ZERO.
       01  WS-ORIG-DISCOUNT      PIC 9(4)V99   VALUE ZERO.
       01  WS-ORIG-TAX           PIC 9(4)V99   VALUE ZERO.
       01  WS-ORIG-SALE-SW       PIC X         VALUE 'N'.
           88  ORIGINAL-SALE-FOUND VALUE 'Y'.
       01  WS-ORIG-SALE-COUNT    PIC 9(3)      VALUE ZERO.
       01  WS-RETURNED-BEFORE    PIC 9(6)V99   VALUE ZERO.
       01  WS-DAYS-SINCE-SALE    PIC S9(6)     VALUE ZERO.
       01  WS-RETURN-DISCOUNT    PIC 9(4)V99   VALUE ZERO.
       01  WS-RETURN-CREDIT      PIC 9(4)V99   VALUE ZERO.
       01  WS-RETURN-TAX         PIC 9(4)V99   VALUE ZERO.
       01  WS-RETURN-REFUSAL     PIC X(40)     VALUE SPACES.
       01  WS-RETURN-OUT         PIC $$,$$9.99 VALUE ZERO.
       01  WS-NEW-BALANCE-OUT    PIC $$$,$$9.99CR VALUE ZERO.

      *    LOYALTY POINTS. THE WHOLE POINTS FILE PASSES THROUGH THE
      *    TABLE SO THE ONE ACCOUNT'S ROW CAN BE REWRITTEN IN PLACE.
       01  POINTS-TABLE.
           05  POINTS-ENTRY OCCURS 500 TIMES
                   INDEXED BY PT-IDX.
               10  PE-POINTS-IMAGE  PIC X(20).
       01  POINTS-COUNT          PIC 9(4)      VALUE ZERO.
       01  WS-POINTS-ROW         PIC 9(4)      VALUE ZERO.
       01  WS-POINTS-ON-SW       PIC X         VALUE 'N'.
           88  POINTS-PROGRAM-ON VALUE 'Y'.
       01  WS-POINTS-PER-DOLLAR  PIC 9(2)V99   VALUE ZERO.
       01  WS-POINT-VALUE        PIC V9(4)     VALUE ZERO.
       01  WS-POINTS-BALANCE     PIC 9(7)      VALUE ZERO.
       01  WS-POINTS-TO-REDEEM   PIC 9(7)      VALUE ZERO.
       01  WS-POINTS-EARNED      PIC 9(7)      VALUE ZERO.
       01  WS-POINTS-TAKEN-BACK  PIC 9(7)      VALUE ZERO.
       01  WS-POINTS-OUT         PIC Z,ZZZ,ZZ9 VALUE ZERO.
       01  WS-REDEEM-AMOUNT      PIC 9(5)V99   VALUE ZERO.
       01  WS-REDEEM-OUT         PIC $$$,$$9.99 VALUE ZERO.
       01  WS-NET-CHARGE         PIC 9(5)V99   VALUE ZERO.
       01  WS-EARN-BASIS         PIC S9(5)V99  VALUE ZERO.

      *    CAPTURED WHEN A BLOCKED SALE IS LOGGED AS A CREDIT-INCREASE
      *    REQUEST INSTEAD OF JUST BEING REJECTED.
       01  WS-REQUEST-INCREASE-SW PIC X         VALUE 'N'.
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY " "
           DISPLAY "ENTER TRANSACTION - S=SALE, R=RETURN :"
           ACCEPT WS-TRANS-CODE-IN
           DISPLAY "ENTER ACCOUNT NUMBER :"
           ACCEPT ACCOUNT-NO-IN
           IF RETURN-TRANSACTION
               PERFORM 600-MERCHANDISE-RETURN-RTN
               GOBACK
           END-IF
           DISPLAY "ENTER AMOUNT OF PURCHASE :"
           ACCEPT AMT-OF-PURCHASE

               GOBACK
           END-IF

           IF ACCOUNT-IS-CLOSED
               DISPLAY " "
               DISPLAY "CUSTOMER NAME : " CUSTOMER-NAME
               DISPLAY "*** ACCOUNT IS CLOSED - CHARGE SALE "
                       "REFUSED ***"
               GOBACK
           END-IF

           IF ACCOUNT-IS-CHARGED-OFF
               DISPLAY " "
               DISPLAY "CUSTOMER NAME : " CUSTOMER-NAME
               DISPLAY "*** ACCOUNT CHARGED OFF - CHARGE SALE "
                       "REFUSED ***"
               GOBACK
           END-IF

           IF ACCOUNT-IS-CASH-ONLY
               DISPLAY " "
               DISPLAY "CUSTOMER NAME : " CUSTOMER-NAME

           COMPUTE BALANCE-DUE = AMT-OF-PURCHASE - AMT-OF-DISCOUNT

           PERFORM 350-SALES-TAX-RTN
           IF NOT SALES-TAX-OK
               DISPLAY " "
               DISPLAY "CUSTOMER NAME : " CUSTOMER-NAME
               DISPLAY "*** SALES TAX CANNOT BE COMPUTED - SALE NOT "
                       "POSTED ***"
               GOBACK
           END-IF
           COMPUTE WS-TOTAL-DUE = BALANCE-DUE + WS-SALES-TAX

           PERFORM 700-LOAD-POINTS-RTN
           PERFORM 710-REDEEM-POINTS-RTN
           COMPUTE WS-NET-CHARGE = WS-TOTAL-DUE - WS-REDEEM-AMOUNT

           PERFORM 400-CREDIT-CHECK-RTN

           IF OVER-CREDIT-LIMIT
           END-IF

           MOVE BALANCE-DUE TO BALANCE-DUE-OUT
           MOVE WS-TOTAL-DUE TO WS-TOTAL-DUE-OUT
           DISPLAY " "
           DISPLAY "CUSTOMER NAME : " CUSTOMER-NAME
           DISPLAY "PURCHASE LESS DISCOUNT : " BALANCE-DUE-OUT
           IF SALE-IS-TAX-EXEMPT
               DISPLAY "SALES TAX : EXEMPT - CERTIFICATE "
                       WS-EXEMPT-CERT-NO
           ELSE
               MOVE WS-SALES-TAX TO WS-SALES-TAX-OUT
               DISPLAY "SALES TAX (" WS-SALE-JURISDICTION ") : "
                       WS-SALES-TAX-OUT
           END-IF
           DISPLAY "BALANCE DUE : " WS-TOTAL-DUE-OUT
           IF WS-POINTS-TO-REDEEM > ZERO
               MOVE WS-POINTS-TO-REDEEM TO WS-POINTS-OUT
               MOVE WS-REDEEM-AMOUNT TO WS-REDEEM-OUT
               DISPLAY "POINTS REDEEMED (" WS-POINTS-OUT ") : -"
                       WS-REDEEM-OUT
               MOVE WS-NET-CHARGE TO WS-TOTAL-DUE-OUT
               DISPLAY "NET CHARGED : " WS-TOTAL-DUE-OUT
           END-IF
           IF CM-CURRENT-BALANCE < ZERO
               PERFORM 420-CREDIT-ON-ACCOUNT-RTN
           END-IF

           PERFORM 500-POST-PURCHASE-RTN
           PERFORM 520-WRITE-JOURNAL-RTN
           PERFORM 720-EARN-POINTS-RTN
           GOBACK
           .
       200-LOOKUP-CUSTOMER-RTN.
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF CUSTOMER-COUNT NOT < 500
                           DISPLAY "ERROR: CUSTMAST.DAT HOLDS MORE "
                                   "THAN 500 ACCOUNTS - SALE NOT POSTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF CM-ACCOUNT-NO = ACCOUNT-NO-IN
                           MOVE WS-PROJECTED-BALANCE
                               TO CM-CURRENT-BALANCE
               MOVE 'P' TO TJ-TRANS-TYPE
               MOVE BALANCE-DUE TO TJ-AMOUNT
               MOVE AMT-OF-DISCOUNT TO TJ-DISCOUNT
               COMPUTE TJ-BALANCE-AFTER =
                   WS-PROJECTED-BALANCE + WS-REDEEM-AMOUNT
               MOVE WS-SALES-TAX TO TJ-TAX-AMOUNT
               MOVE WS-SALE-JURISDICTION TO TJ-TAX-JURISDICTION
               MOVE WS-TAX-EXEMPT-SW TO TJ-TAX-EXEMPT-SW
               MOVE SPACES TO TJ-ORIG-SALE-REF
               WRITE TRANS-JOURNAL-REC
      *        POINTS REDEEMED ARE THEIR OWN LINE, CREDITED LIKE A
      *        PAYMENT - THE SALE ITSELF (AND ITS TAX) STANDS AS RUNG.
               IF WS-REDEEM-AMOUNT > ZERO
                   MOVE 'L' TO TJ-TRANS-TYPE
                   MOVE WS-REDEEM-AMOUNT TO TJ-AMOUNT
                   MOVE ZERO TO TJ-DISCOUNT
                   MOVE WS-PROJECTED-BALANCE TO TJ-BALANCE-AFTER
                   MOVE ZERO TO TJ-TAX-AMOUNT
                   MOVE SPACES TO TJ-TAX-JURISDICTION TJ-TAX-EXEMPT-SW
                                 TJ-ORIG-SALE-REF
                   WRITE TRANS-JOURNAL-REC
               END-IF
               CLOSE TRANS-JOURNAL
           END-IF
           .

      *    THE CUSTOMER IS TAXED IN THEIR CUSTTAX.DAT JURISDICTION, OR
      *    THE STORE'S OWN (FIRST ON THE TABLE) WITHOUT ONE. NO TAX
      *    TABLE, OR A JURISDICTION NOT ON IT, STOPS THE SALE RATHER
      *    THAN LET IT THROUGH UNTAXED.
       350-SALES-TAX-RTN.
           MOVE 'N' TO WS-TAX-OK-SW
           MOVE 'N' TO WS-TAX-EXEMPT-SW
           MOVE ZERO TO WS-SALES-TAX
           MOVE ZERO TO TAX-JURISDICTION-COUNT
           MOVE SPACES TO WS-SALE-JURISDICTION
           MOVE SPACES TO WS-EXEMPT-CERT-NO
           MOVE 'N' TO WS-EOF
           OPEN INPUT TAX-JURISDICTION-FILE
           IF WS-TAX-TABLE-STATUS NOT = '00'
               DISPLAY "ERROR: CANNOT OPEN TAXJURIS.DAT. STATUS: "
                       WS-TAX-TABLE-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TAX-JURISDICTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TAX-JURISDICTION-COUNT < 50
                               ADD 1 TO TAX-JURISDICTION-COUNT
                               SET TAX-IDX TO TAX-JURISDICTION-COUNT
                               MOVE TAX-JURISDICTION-REC
                                   TO TAX-JURISDICTION-ENTRY (TAX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-JURISDICTION-FILE
           END-IF
           IF TAX-JURISDICTION-COUNT > ZERO
               MOVE TT-JURISDICTION-CODE (1) TO WS-SALE-JURISDICTION
               PERFORM 360-CUSTOMER-TAX-RTN
               SET TAX-IDX TO 1
               SEARCH TAX-JURISDICTION-ENTRY
                   AT END
                       DISPLAY "JURISDICTION " WS-SALE-JURISDICTION
                               " NOT ON TAXJURIS.DAT"
                   WHEN TT-JURISDICTION-CODE (TAX-IDX)
                           = WS-SALE-JURISDICTION
                       MOVE 'Y' TO WS-TAX-OK-SW
                       IF NOT SALE-IS-TAX-EXEMPT
                           COMPUTE WS-SALES-TAX ROUNDED =
                               BALANCE-DUE * TT-TAX-RATE (TAX-IDX)
                       END-IF
               END-SEARCH
           END-IF
           .

       360-CUSTOMER-TAX-RTN.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMER-TAX-FILE
           IF WS-CUST-TAX-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUSTOMER-TAX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CX-ACCOUNT-NO = ACCOUNT-NO-IN
                               MOVE 'Y' TO WS-EOF
                               IF CX-JURISDICTION-CODE NOT = SPACES
                                   MOVE CX-JURISDICTION-CODE
                                       TO WS-SALE-JURISDICTION
                               END-IF
                               IF CX-EXEMPT-CERT-NO NOT = SPACES
                                   MOVE CX-EXEMPT-CERT-NO
                                       TO WS-EXEMPT-CERT-NO
                                   MOVE 'E' TO WS-TAX-EXEMPT-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-TAX-FILE
           END-IF
           .

       400-CREDIT-CHECK-RTN.
           MOVE 'N' TO WS-OVER-LIMIT-SW
           COMPUTE WS-PROJECTED-BALANCE =
               CM-CURRENT-BALANCE + WS-NET-CHARGE
           IF WS-PROJECTED-BALANCE > CM-CREDIT-LIMIT
               MOVE 'Y' TO WS-OVER-LIMIT-SW
           END-IF
               END-IF
           END-IF
           .

      *    A CREDIT BALANCE IS USED UP BY THE SALE BEFORE ANYTHING IS
      *    CHARGED - THE PROJECTED BALANCE ALREADY NETS IT; THIS ONLY
      *    TELLS THE CUSTOMER HOW MUCH OF THEIR CREDIT WENT TO IT.
       420-CREDIT-ON-ACCOUNT-RTN.
           COMPUTE WS-CREDIT-APPLIED = ZERO - CM-CURRENT-BALANCE
           IF WS-CREDIT-APPLIED > WS-NET-CHARGE
               MOVE WS-NET-CHARGE TO WS-CREDIT-APPLIED
           END-IF
           MOVE WS-CREDIT-APPLIED TO WS-CREDIT-APPLIED-OUT
           DISPLAY "CREDIT ON ACCOUNT APPLIED : " WS-CREDIT-APPLIED-OUT
           IF WS-PROJECTED-BALANCE < ZERO
               COMPUTE WS-CREDIT-LEFT-OUT = ZERO - WS-PROJECTED-BALANCE
               DISPLAY "CREDIT REMAINING ON ACCOUNT : "
                       WS-CREDIT-LEFT-OUT
           END-IF
           .

      ******************************************************************
      *    600-MERCHANDISE-RETURN-RTN - A RETURN MUST POINT AT A SALE  *
      *    THAT IS ON THE JOURNAL, STILL INSIDE THE RETURN WINDOW, AND *
      *    AT LEAST AS LARGE AS WHAT IS COMING BACK, COUNTING WHAT HAS *
      *    ALREADY COME BACK AGAINST IT. ANYTHING ELSE IS REFUSED AT   *
      *    THE COUNTER, NOT ADJUSTED BY HAND LATER.                    *
      ******************************************************************
       600-MERCHANDISE-RETURN-RTN.
           PERFORM 200-LOOKUP-CUSTOMER-RTN
           MOVE SPACES TO WS-RETURN-REFUSAL
           EVALUATE TRUE
               WHEN CUSTOMER-FOUND = 'N'
                   MOVE 'ACCOUNT NOT FOUND ON CUSTOMER MASTER'
                       TO WS-RETURN-REFUSAL
               WHEN ACCOUNT-IS-CLOSED
                   MOVE 'ACCOUNT IS CLOSED' TO WS-RETURN-REFUSAL
               WHEN ACCOUNT-IS-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-RETURN-REFUSAL
               WHEN OTHER
                   DISPLAY "ENTER ORIGINAL PURCHASE DATE (CCYYMMDD) :"
                   ACCEPT WS-ORIG-SALE-DATE
                   DISPLAY "ENTER ORIGINAL PURCHASE AMOUNT :"
                   ACCEPT WS-ORIG-SALE-AMOUNT
                   DISPLAY "ENTER AMOUNT OF MERCHANDISE RETURNED :"
                   ACCEPT WS-RETURN-AMOUNT
                   PERFORM 610-FIND-ORIGINAL-SALE-RTN
           END-EVALUATE

           IF WS-RETURN-REFUSAL = SPACES
               ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD
               COMPUTE WS-DAYS-SINCE-SALE =
                   FUNCTION INTEGER-OF-DATE (WS-SALE-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-ORIG-SALE-DATE)
               EVALUATE TRUE
                   WHEN NOT ORIGINAL-SALE-FOUND
                       MOVE 'ORIGINAL PURCHASE NOT ON JOURNAL'
                           TO WS-RETURN-REFUSAL
                   WHEN WS-DAYS-SINCE-SALE > RETURN-WINDOW-DAYS
                       MOVE 'PURCHASE IS OUTSIDE THE RETURN WINDOW'
                           TO WS-RETURN-REFUSAL
                   WHEN WS-RETURN-AMOUNT = ZERO
                       MOVE 'NO RETURN AMOUNT ENTERED'
                           TO WS-RETURN-REFUSAL
                   WHEN WS-RETURN-AMOUNT > WS-ORIG-SALE-AMOUNT
                       MOVE 'RETURN EXCEEDS ORIGINAL PURCHASE'
                           TO WS-RETURN-REFUSAL
                   WHEN WS-RETURNED-BEFORE + WS-RETURN-AMOUNT
                        > WS-ORIG-SALE-AMOUNT * WS-ORIG-SALE-COUNT
                       MOVE 'RETURNS WOULD EXCEED ORIGINAL PURCHASE'
                           TO WS-RETURN-REFUSAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           DISPLAY " "
           IF WS-RETURN-REFUSAL NOT = SPACES
               IF CUSTOMER-FOUND = 'Y'
                   DISPLAY "CUSTOMER NAME : " CUSTOMER-NAME
               END-IF
               DISPLAY "*** RETURN REFUSED - " WS-RETURN-REFUSAL
           ELSE
               PERFORM 620-CREDIT-MEMO-RTN
           END-IF
           .

      *    THE WHOLE JOURNAL IS READ: THE FIRST MATCHING SALE GIVES
      *    THE DISCOUNT AND TAX, EVERY MATCHING SALE IS COUNTED, AND
      *    THE GOODS ALREADY RETURNED AGAINST IT (PRICE BEFORE
      *    DISCOUNT, AS TJ-AMOUNT PLUS TJ-DISCOUNT ON THE M LINE) ARE
      *    ADDED UP. AN M LINE JOURNALED BEFORE THE SALE REFERENCE WAS
      *    KEPT CANNOT BE TIED TO A SALE AND IS NOT COUNTED.
       610-FIND-ORIGINAL-SALE-RTN.
           MOVE 'N' TO WS-ORIG-SALE-SW
           MOVE ZERO TO WS-ORIG-SALE-COUNT
           MOVE ZERO TO WS-RETURNED-BEFORE
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANS-JOURNAL
           IF WS-JOURNAL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANS-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TJ-ACCOUNT-NO = ACCOUNT-NO-IN
                              AND TJ-TRANS-TYPE = 'M'
                              AND TJ-ORIG-SALE-DATE IS NUMERIC
                              AND TJ-ORIG-SALE-AMOUNT IS NUMERIC
                               IF TJ-ORIG-SALE-DATE = WS-ORIG-SALE-DATE
                                  AND TJ-ORIG-SALE-AMOUNT
                                      = WS-ORIG-SALE-AMOUNT
                                   ADD TJ-AMOUNT TJ-DISCOUNT
                                       TO WS-RETURNED-BEFORE
                               END-IF
                           END-IF
                           IF TJ-ACCOUNT-NO = ACCOUNT-NO-IN
                              AND TJ-TRANS-TYPE = 'P'
                              AND TJ-TRANS-DATE = WS-ORIG-SALE-DATE
                              AND TJ-AMOUNT + TJ-DISCOUNT
                                  = WS-ORIG-SALE-AMOUNT
                              AND NOT ORIGINAL-SALE-FOUND
                               MOVE 'Y' TO WS-ORIG-SALE-SW
                               MOVE TJ-DISCOUNT TO WS-ORIG-DISCOUNT
                               MOVE ZERO TO WS-ORIG-TAX
                               MOVE SPACES TO WS-SALE-JURISDICTION
                               MOVE 'N' TO WS-TAX-EXEMPT-SW
      *                        A SALE RUNG UP BEFORE SALES TAX WAS
      *                        CHARGED HAS NO TAX TO GIVE BACK.
                               IF TJ-TAX-AMOUNT IS NUMERIC
                                   MOVE TJ-TAX-AMOUNT TO WS-ORIG-TAX
                                   MOVE TJ-TAX-JURISDICTION
                                       TO WS-SALE-JURISDICTION
                                   MOVE TJ-TAX-EXEMPT-SW
                                       TO WS-TAX-EXEMPT-SW
                               END-IF
                           END-IF
                           IF TJ-ACCOUNT-NO = ACCOUNT-NO-IN
                              AND TJ-TRANS-TYPE = 'P'
                              AND TJ-TRANS-DATE = WS-ORIG-SALE-DATE
                              AND TJ-AMOUNT + TJ-DISCOUNT
                                  = WS-ORIG-SALE-AMOUNT
                               ADD 1 TO WS-ORIG-SALE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-JOURNAL
           END-IF
           .

      *    THE CUSTOMER IS CREDITED WHAT THEY WERE CHARGED FOR THE
      *    RETURNED GOODS - THEIR PRICE LESS THE DISCOUNT GIVEN ON
      *    THEM - PLUS THE SALES TAX CHARGED ON THAT AMOUNT.
       620-CREDIT-MEMO-RTN.
           COMPUTE WS-RETURN-DISCOUNT ROUNDED =
               WS-ORIG-DISCOUNT * WS-RETURN-AMOUNT
               / WS-ORIG-SALE-AMOUNT
           COMPUTE WS-RETURN-CREDIT =
               WS-RETURN-AMOUNT - WS-RETURN-DISCOUNT
           COMPUTE WS-RETURN-TAX ROUNDED =
               WS-ORIG-TAX * WS-RETURN-AMOUNT / WS-ORIG-SALE-AMOUNT
           COMPUTE WS-PROJECTED-BALANCE =
               CM-CURRENT-BALANCE - WS-RETURN-CREDIT - WS-RETURN-TAX

           DISPLAY "CUSTOMER NAME : " CUSTOMER-NAME
           MOVE WS-RETURN-AMOUNT TO WS-RETURN-OUT
           DISPLAY "MERCHANDISE RETURNED : " WS-RETURN-OUT
           MOVE WS-RETURN-DISCOUNT TO WS-RETURN-OUT
           DISPLAY "LESS DISCOUNT GIVEN  : " WS-RETURN-OUT
           MOVE WS-RETURN-TAX TO WS-RETURN-OUT
           DISPLAY "SALES TAX CREDITED   : " WS-RETURN-OUT
           COMPUTE WS-TOTAL-DUE = WS-RETURN-CREDIT + WS-RETURN-TAX
           MOVE WS-TOTAL-DUE TO WS-TOTAL-DUE-OUT
           DISPLAY "CREDIT MEMO TOTAL    : " WS-TOTAL-DUE-OUT
           MOVE WS-PROJECTED-BALANCE TO WS-NEW-BALANCE-OUT
           DISPLAY "NEW ACCOUNT BALANCE  : " WS-NEW-BALANCE-OUT

           PERFORM 500-POST-PURCHASE-RTN
           PERFORM 630-WRITE-CREDIT-MEMO-RTN
           PERFORM 700-LOAD-POINTS-RTN
           PERFORM 750-TAKE-BACK-POINTS-RTN
           .

       630-WRITE-CREDIT-MEMO-RTN.
           OPEN EXTEND TRANS-JOURNAL
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT TRANS-JOURNAL
           END-IF
           IF WS-JOURNAL-STATUS NOT = '00'
              AND WS-JOURNAL-STATUS NOT = '05'
               DISPLAY "WARNING: CANNOT OPEN TRANSACTION JOURNAL. "
                       "STATUS: " WS-JOURNAL-STATUS
           ELSE
               MOVE ACCOUNT-NO-IN TO TJ-ACCOUNT-NO
               MOVE WS-SALE-DATE TO TJ-TRANS-DATE
               MOVE 'M' TO TJ-TRANS-TYPE
               MOVE WS-RETURN-CREDIT TO TJ-AMOUNT
               MOVE WS-RETURN-DISCOUNT TO TJ-DISCOUNT
               MOVE WS-PROJECTED-BALANCE TO TJ-BALANCE-AFTER
               MOVE WS-RETURN-TAX TO TJ-TAX-AMOUNT
               MOVE WS-SALE-JURISDICTION TO TJ-TAX-JURISDICTION
               MOVE WS-TAX-EXEMPT-SW TO TJ-TAX-EXEMPT-SW
               MOVE WS-ORIG-SALE-DATE TO TJ-ORIG-SALE-DATE
               MOVE WS-ORIG-SALE-AMOUNT TO TJ-ORIG-SALE-AMOUNT
               WRITE TRANS-JOURNAL-REC
               CLOSE TRANS-JOURNAL
           END-IF
           .

      ******************************************************************
      *    700-LOAD-POINTS-RTN - NO POINTS SCHEDULE MEANS THE LOYALTY  *
      *    PROGRAM IS OFF: THE SALE GOES THROUGH, NOTHING IS EARNED OR *
      *    REDEEMED.                                                   *
      ******************************************************************
       700-LOAD-POINTS-RTN.
           MOVE 'N' TO WS-POINTS-ON-SW
           MOVE ZERO TO POINTS-COUNT
           MOVE ZERO TO WS-POINTS-ROW
           MOVE ZERO TO WS-POINTS-BALANCE
           OPEN INPUT POINTS-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = '00'
               READ POINTS-SCHEDULE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PS-POINTS-PER-DOLLAR TO WS-POINTS-PER-DOLLAR
                       MOVE PS-POINT-VALUE TO WS-POINT-VALUE
                       MOVE 'Y' TO WS-POINTS-ON-SW
               END-READ
               CLOSE POINTS-SCHEDULE-FILE
           END-IF
           IF POINTS-PROGRAM-ON
               MOVE 'N' TO WS-EOF
               OPEN INPUT POINTS-FILE
               IF WS-POINTS-STATUS = '00'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ POINTS-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF POINTS-COUNT NOT < 500
                                   PERFORM 705-POINTS-FILE-FULL-RTN
                               ELSE
                                   ADD 1 TO POINTS-COUNT
                                   SET PT-IDX TO POINTS-COUNT
                                   MOVE POINTS-REC
                                       TO PE-POINTS-IMAGE (PT-IDX)
                                   IF PT-ACCOUNT-NO = ACCOUNT-NO-IN
                                       MOVE POINTS-COUNT
                                           TO WS-POINTS-ROW
                                       MOVE PT-POINTS-BALANCE
                                           TO WS-POINTS-BALANCE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POINTS-FILE
               END-IF
           END-IF
           .

      *    A POINTS FILE LONGER THAN THE TABLE COULD NOT BE REWRITTEN
      *    WHOLE, SO THE SALE GOES THROUGH WITH THE PROGRAM OFF, THE
      *    SAME AS WITH NO SCHEDULE.
       705-POINTS-FILE-FULL-RTN.
           DISPLAY "LOYALTY POINTS FILE HOLDS MORE THAN 500 ACCOUNTS "
                   "- NO POINTS ON THIS SALE"
           MOVE 'N' TO WS-POINTS-ON-SW
           MOVE ZERO TO WS-POINTS-ROW
           MOVE ZERO TO WS-POINTS-BALANCE
           MOVE 'Y' TO WS-EOF
           .

      *    POINTS ARE A CREDIT AGAINST THIS PURCHASE ONLY - NEVER MORE
      *    THAN THE CUSTOMER HOLDS OR THAN THE SALE COMES TO.
       710-REDEEM-POINTS-RTN.
           MOVE ZERO TO WS-POINTS-TO-REDEEM
           MOVE ZERO TO WS-REDEEM-AMOUNT
           IF POINTS-PROGRAM-ON
              AND WS-POINTS-BALANCE > ZERO
              AND WS-POINT-VALUE > ZERO
               MOVE WS-POINTS-BALANCE TO WS-POINTS-OUT
               COMPUTE WS-REDEEM-AMOUNT =
                   WS-POINTS-BALANCE * WS-POINT-VALUE
               MOVE WS-REDEEM-AMOUNT TO WS-REDEEM-OUT
               DISPLAY "LOYALTY POINTS AVAILABLE : " WS-POINTS-OUT
                       "  WORTH " WS-REDEEM-OUT
               DISPLAY "ENTER POINTS TO REDEEM (0 = NONE) :"
               ACCEPT WS-POINTS-TO-REDEEM
               IF WS-POINTS-TO-REDEEM > WS-POINTS-BALANCE
                   MOVE WS-POINTS-BALANCE TO WS-POINTS-TO-REDEEM
               END-IF
               COMPUTE WS-REDEEM-AMOUNT =
                   WS-POINTS-TO-REDEEM * WS-POINT-VALUE
               IF WS-REDEEM-AMOUNT > WS-TOTAL-DUE
                   COMPUTE WS-POINTS-TO-REDEEM =
                       WS-TOTAL-DUE / WS-POINT-VALUE
                   COMPUTE WS-REDEEM-AMOUNT =
                       WS-POINTS-TO-REDEEM * WS-POINT-VALUE
               END-IF
           END-IF
           .

      *    POINTS ARE EARNED ON THE SALE AFTER DISCOUNT, LESS WHATEVER
      *    WAS PAID FOR WITH POINTS, IN WHOLE POINTS.
       720-EARN-POINTS-RTN.
           IF POINTS-PROGRAM-ON
               COMPUTE WS-EARN-BASIS = BALANCE-DUE - WS-REDEEM-AMOUNT
               IF WS-EARN-BASIS < ZERO
                   MOVE ZERO TO WS-EARN-BASIS
               END-IF
               COMPUTE WS-POINTS-EARNED =
                   WS-EARN-BASIS * WS-POINTS-PER-DOLLAR
               IF WS-POINTS-EARNED > ZERO
                  OR WS-POINTS-TO-REDEEM > ZERO
                   COMPUTE WS-POINTS-BALANCE = WS-POINTS-BALANCE
                       - WS-POINTS-TO-REDEEM + WS-POINTS-EARNED
                   PERFORM 730-REWRITE-POINTS-RTN
                   IF WS-POINTS-TO-REDEEM > ZERO
                       MOVE 'R' TO PL-ACTIVITY-TYPE
                       MOVE WS-POINTS-TO-REDEEM TO PL-POINTS
                       PERFORM 740-LOG-POINTS-RTN
                   END-IF
                   IF WS-POINTS-EARNED > ZERO
                       MOVE 'E' TO PL-ACTIVITY-TYPE
                       MOVE WS-POINTS-EARNED TO PL-POINTS
                       PERFORM 740-LOG-POINTS-RTN
                   END-IF
               END-IF
               MOVE WS-POINTS-EARNED TO WS-POINTS-OUT
               DISPLAY "LOYALTY POINTS EARNED : " WS-POINTS-OUT
               MOVE WS-POINTS-BALANCE TO WS-POINTS-OUT
               DISPLAY "LOYALTY POINTS BALANCE : " WS-POINTS-OUT
           END-IF
           .

      *    THE ACCOUNT'S ROW GETS THE NEW BALANCE AND TODAY AS ITS LAST
      *    ACTIVITY; AN ACCOUNT EARNING ITS FIRST POINTS GETS A NEW ROW.
       730-REWRITE-POINTS-RTN.
           ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD
           IF WS-POINTS-ROW = ZERO
               ADD 1 TO POINTS-COUNT
               MOVE POINTS-COUNT TO WS-POINTS-ROW
           END-IF
           MOVE ACCOUNT-NO-IN TO PT-ACCOUNT-NO
           MOVE WS-POINTS-BALANCE TO PT-POINTS-BALANCE
           MOVE WS-SALE-DATE TO PT-LAST-ACTIVITY-DATE
           SET PT-IDX TO WS-POINTS-ROW
           MOVE POINTS-REC TO PE-POINTS-IMAGE (PT-IDX)
           OPEN OUTPUT POINTS-FILE
           PERFORM 735-WRITE-ONE-POINTS-RTN
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > POINTS-COUNT
           CLOSE POINTS-FILE
           .

       735-WRITE-ONE-POINTS-RTN.
           MOVE PE-POINTS-IMAGE (PT-IDX) TO POINTS-REC
           WRITE POINTS-REC
           .

       740-LOG-POINTS-RTN.
           OPEN EXTEND POINTS-LOG
           IF WS-POINTS-LOG-STATUS = '35'
               OPEN OUTPUT POINTS-LOG
           END-IF
           IF WS-POINTS-LOG-STATUS NOT = '00'
              AND WS-POINTS-LOG-STATUS NOT = '05'
               DISPLAY "WARNING: CANNOT OPEN POINTS LOG. STATUS: "
                       WS-POINTS-LOG-STATUS
           ELSE
               MOVE ACCOUNT-NO-IN TO PL-ACCOUNT-NO
               MOVE WS-SALE-DATE TO PL-ACTIVITY-DATE
               WRITE POINTS-LOG-REC
               CLOSE POINTS-LOG
           END-IF
           .

      *    RETURNED GOODS TAKE BACK THE POINTS THEY EARNED, AS FAR AS
      *    THE CUSTOMER STILL HAS THEM.
       750-TAKE-BACK-POINTS-RTN.
           IF POINTS-PROGRAM-ON
              AND WS-POINTS-ROW > ZERO
               COMPUTE WS-POINTS-TAKEN-BACK =
                   WS-RETURN-CREDIT * WS-POINTS-PER-DOLLAR
               IF WS-POINTS-TAKEN-BACK > WS-POINTS-BALANCE
                   MOVE WS-POINTS-BALANCE TO WS-POINTS-TAKEN-BACK
               END-IF
               IF WS-POINTS-TAKEN-BACK > ZERO
                   SUBTRACT WS-POINTS-TAKEN-BACK FROM WS-POINTS-BALANCE
                   PERFORM 730-REWRITE-POINTS-RTN
                   MOVE 'T' TO PL-ACTIVITY-TYPE
                   MOVE WS-POINTS-TAKEN-BACK TO PL-POINTS
                   PERFORM 740-LOG-POINTS-RTN
                   MOVE WS-POINTS-TAKEN-BACK TO WS-POINTS-OUT
                   DISPLAY "LOYALTY POINTS TAKEN BACK : " WS-POINTS-OUT
                   MOVE WS-POINTS-BALANCE TO WS-POINTS-OUT
                   DISPLAY "LOYALTY POINTS BALANCE : " WS-POINTS-OUT
               END-IF
           END-IF
           .
