      * activity out of the master's closing balance, so the three    *
      * figures always tie by construction and a mismatch can only    *
      * mean activity that never hit the journal.                     *
      *                                                                *
      * 2026-10-15  MAM  CUSTOMER-MASTER-REC layout widened for the    *
      *                  account status byte CH03A09I maintains.       *
      * 2026-10-15  MAM  No statement for an account charged off by    *
      *                  CH03A09J.                                     *
      * 2026-10-15  MAM  Opening and closing balances print CR for a   *
      *                  credit, the trailer reads CREDIT BALANCE when *
      *                  the customer is owed, and a K (refund check)  *
      *                  line from CH03A09K is itemized.               *
      * 2026-10-15  MAM  Sales tax on a purchase prints as its own     *
      *                  line and counts in the month's activity.      *
      * 2026-10-15  MAM  An M credit memo from a register return       *
      *                  prints as its own line with its tax credit.   *
      * 2026-10-15  MAM  Points redeemed (L) are itemized and the      *
      *                  account's loyalty points balance prints       *
      *                  under the closing balance.                    *
      * 2026-10-15  MAM  TRANS-JOURNAL-REC widened for the original-   *
      *                  sale reference on a credit memo.              *
      * 2026-10-15  MAM  A month's journal too big for its table stops *
      *                  the run before any statement prints; points   *
      *                  rows past the table's 500 are not loaded.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STATEMENT-FILE ASSIGN TO "DATA/STMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POINTS-FILE ASSIGN TO "DATA/POINTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           05  CM-ACCOUNT-NO       PIC X(5).
           05  CM-CUSTOMER-NAME    PIC X(30).
           05  CM-CREDIT-LIMIT     PIC 9(6)V99.
           05  CM-CURRENT-BALANCE  PIC S9(6)V99.
           05  CM-LAST-PAYMENT-DATE PIC 9(8).
           05  CM-CASH-ONLY-SW     PIC X.
           05  CM-ACCOUNT-STATUS-SW PIC X.
               88  ACCOUNT-IS-CHARGED-OFF VALUE 'W'.

      *    LAYOUT MATCHED TO TRANS-JOURNAL-REC IN CH03A09.
       FD  TRANS-JOURNAL.
               88  TJ-IS-FIN-CHARGE    VALUE 'F'.
               88  TJ-IS-NSF-FEE       VALUE 'N'.
               88  TJ-IS-REVERSAL      VALUE 'R'.
               88  TJ-IS-REFUND        VALUE 'K'.
               88  TJ-IS-CREDIT-MEMO   VALUE 'M'.
               88  TJ-IS-POINTS-REDEEMED VALUE 'L'.
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

       FD  STATEMENT-FILE.
       01  STATEMENT-HEADER-LINE.
           05  ST-CUSTOMER-NAME-OUT PIC X(30).
           05                      PIC X(2).
           05                      PIC X(17) VALUE 'OPENING BALANCE: '.
           05  ST-OPENING-OUT      PIC ZZZ,ZZ9.99CR.

       01  STATEMENT-DETAIL-LINE.
           05                      PIC X(7).
       01  STATEMENT-TRAILER-LINE.
           05                      PIC X(7).
           05                      PIC X(17) VALUE 'CLOSING BALANCE: '.
           05  ST-CLOSING-OUT      PIC ZZZ,ZZ9.99CR.

       01  STATEMENT-POINTS-LINE.
           05                      PIC X(7).
           05                      PIC X(17) VALUE 'LOYALTY POINTS:  '.
           05  ST-POINTS-OUT       PIC Z,ZZZ,ZZ9.

      *    LAYOUT MATCHED TO POINTS-REC IN CH03A09.
       FD  POINTS-FILE.
       01  POINTS-REC.
           05  PT-ACCOUNT-NO        PIC X(5).
           05  PT-POINTS-BALANCE    PIC 9(7).
           05  PT-LAST-ACTIVITY-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-POINTS-STATUS        PIC XX.
       01  WS-PARM-TEXT            PIC X(10) VALUE SPACES.
       01  WS-STATEMENT-MONTH      PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE             PIC 9(8).
               10  JR-TRANS-TYPE   PIC X     VALUE SPACE.
               10  JR-AMOUNT       PIC 9(6)V99 VALUE ZERO.
               10  JR-DISCOUNT     PIC 9(4)V99 VALUE ZERO.
               10  JR-TAX-AMOUNT   PIC 9(4)V99 VALUE ZERO.
       01  JOURNAL-COUNT           PIC 9(4) VALUE ZERO.

      *    LOYALTY POINTS BALANCES, FOR THE LINE UNDER THE CLOSING
      *    BALANCE OF ANY ACCOUNT THAT HAS EARNED POINTS.
       01  POINTS-TABLE.
           05  POINTS-ENTRY OCCURS 500 TIMES
                   INDEXED BY PT-IDX.
               10  PE-ACCOUNT-NO   PIC X(5).
               10  PE-POINTS-BALANCE PIC 9(7).
       01  POINTS-COUNT            PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 040-GET-STATEMENT-MONTH-RTN
           PERFORM 050-LOAD-MONTH-JOURNAL-RTN
           PERFORM 060-LOAD-POINTS-RTN
           OPEN INPUT CUSTOMER-MASTER
                OUTPUT STATEMENT-FILE
           PERFORM UNTIL WS-EOF = 'Y'
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *                A CHARGED-OFF ACCOUNT IS WITH THE AGENCY AND
      *                GETS NO FURTHER STATEMENTS.
                       IF NOT ACCOUNT-IS-CHARGED-OFF
                           PERFORM 200-STATEMENT-RTN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TJ-TRANS-CCYYMM = WS-STATEMENT-MONTH
                               IF JOURNAL-COUNT NOT < 1000
                                   DISPLAY "ERROR: MORE THAN 1000 "
                                       "JOURNAL LINES FOR THE MONTH - "
                                       "NO STATEMENTS PRODUCED"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO JOURNAL-COUNT
                               SET JR-IDX TO JOURNAL-COUNT
                               MOVE TJ-ACCOUNT-NO TO
                               MOVE TJ-AMOUNT TO JR-AMOUNT (JR-IDX)
                               MOVE TJ-DISCOUNT TO
                                    JR-DISCOUNT (JR-IDX)
      *                        LINES JOURNALED BEFORE SALES TAX WAS
      *                        CHARGED HAVE NO TAX FIELDS AT ALL.
                               IF TJ-TAX-AMOUNT IS NUMERIC
                                   MOVE TJ-TAX-AMOUNT TO
                                        JR-TAX-AMOUNT (JR-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE 'N' TO WS-EOF
           .

       060-LOAD-POINTS-RTN.
           OPEN INPUT POINTS-FILE
           IF WS-POINTS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POINTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF POINTS-COUNT < 500
                               ADD 1 TO POINTS-COUNT
                               SET PT-IDX TO POINTS-COUNT
                               MOVE PT-ACCOUNT-NO
                                   TO PE-ACCOUNT-NO (PT-IDX)
                               MOVE PT-POINTS-BALANCE
                                   TO PE-POINTS-BALANCE (PT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *    OPENING BALANCE = CLOSING LESS THE MONTH'S NET ACTIVITY.
      *    PURCHASES, FINANCE CHARGES, NSF FEES, REVERSALS, AND
      *    REFUND CHECKS PUSH THE BALANCE UP; PAYMENTS, CREDIT MEMOS,
      *    AND POINTS REDEEMED PULL IT DOWN. SALES TAX ON A PURCHASE
      *    IS PART OF WHAT WAS CHARGED, AND ON A CREDIT MEMO PART OF
      *    THE CREDIT.
       200-STATEMENT-RTN.
           MOVE ZERO TO WS-NET-ACTIVITY
           PERFORM 210-SUM-ONE-ENTRY-RTN
               UNTIL JR-IDX > JOURNAL-COUNT

           MOVE SPACES TO STATEMENT-TRAILER-LINE
      *    A CREDIT BALANCE IS CALLED OUT AS SUCH, SO THE CUSTOMER
      *    KNOWS NOTHING IS DUE AND THE MONEY IS THEIRS.
           IF CM-CURRENT-BALANCE < ZERO
               MOVE 'CREDIT BALANCE:  ' TO
                   STATEMENT-TRAILER-LINE (8:17)
           ELSE
               MOVE 'CLOSING BALANCE: ' TO
                   STATEMENT-TRAILER-LINE (8:17)
           END-IF
           MOVE CM-CURRENT-BALANCE TO ST-CLOSING-OUT
           WRITE STATEMENT-HEADER-LINE FROM STATEMENT-TRAILER-LINE

           SET PT-IDX TO 1
           SEARCH POINTS-ENTRY
               AT END
                   CONTINUE
               WHEN PE-ACCOUNT-NO (PT-IDX) = CM-ACCOUNT-NO
                   MOVE SPACES TO STATEMENT-POINTS-LINE
                   MOVE 'LOYALTY POINTS:  ' TO
                       STATEMENT-POINTS-LINE (8:17)
                   MOVE PE-POINTS-BALANCE (PT-IDX) TO ST-POINTS-OUT
                   WRITE STATEMENT-HEADER-LINE
                       FROM STATEMENT-POINTS-LINE
           END-SEARCH
           .

       210-SUM-ONE-ENTRY-RTN.
           IF JR-ACCOUNT-NO (JR-IDX) = CM-ACCOUNT-NO
               EVALUATE JR-TRANS-TYPE (JR-IDX)
                   WHEN 'Y'
                       SUBTRACT JR-AMOUNT (JR-IDX) FROM WS-NET-ACTIVITY
                   WHEN 'L'
                       SUBTRACT JR-AMOUNT (JR-IDX) FROM WS-NET-ACTIVITY
                   WHEN 'M'
                       SUBTRACT JR-AMOUNT (JR-IDX) FROM WS-NET-ACTIVITY
                       SUBTRACT JR-TAX-AMOUNT (JR-IDX)
                           FROM WS-NET-ACTIVITY
                   WHEN OTHER
                       ADD JR-AMOUNT (JR-IDX) TO WS-NET-ACTIVITY
                       ADD JR-TAX-AMOUNT (JR-IDX) TO WS-NET-ACTIVITY
               END-EVALUATE
           END-IF
           .

                   WHEN 'R'
                       MOVE 'PAYMENT REVERSED' TO ST-TRANS-DESC-OUT
                       MOVE JR-AMOUNT (JR-IDX) TO WS-SIGNED-AMOUNT
                   WHEN 'K'
                       MOVE 'REFUND CHECK' TO ST-TRANS-DESC-OUT
                       MOVE JR-AMOUNT (JR-IDX) TO WS-SIGNED-AMOUNT
                   WHEN 'L'
                       MOVE 'POINTS REDEEMED' TO ST-TRANS-DESC-OUT
                       COMPUTE WS-SIGNED-AMOUNT =
                           ZERO - JR-AMOUNT (JR-IDX)
                   WHEN 'M'
                       MOVE 'CREDIT MEMO' TO ST-TRANS-DESC-OUT
                       COMPUTE WS-SIGNED-AMOUNT =
                           ZERO - JR-AMOUNT (JR-IDX)
                   WHEN OTHER
                       MOVE 'OTHER' TO ST-TRANS-DESC-OUT
                       MOVE JR-AMOUNT (JR-IDX) TO WS-SIGNED-AMOUNT
               MOVE WS-SIGNED-AMOUNT TO ST-AMOUNT-OUT
               MOVE JR-DISCOUNT (JR-IDX) TO ST-DISCOUNT-OUT
               WRITE STATEMENT-HEADER-LINE FROM STATEMENT-DETAIL-LINE
               IF JR-TAX-AMOUNT (JR-IDX) > ZERO
                   MOVE SPACES TO STATEMENT-DETAIL-LINE
                   MOVE JR-TRANS-DATE (JR-IDX) TO ST-TRANS-DATE-OUT
                   IF JR-TRANS-TYPE (JR-IDX) = 'M'
                       MOVE 'SALES TAX CREDIT' TO ST-TRANS-DESC-OUT
                       COMPUTE ST-AMOUNT-OUT =
                           ZERO - JR-TAX-AMOUNT (JR-IDX)
                   ELSE
                       MOVE 'SALES TAX' TO ST-TRANS-DESC-OUT
                       MOVE JR-TAX-AMOUNT (JR-IDX) TO ST-AMOUNT-OUT
                   END-IF
                   WRITE STATEMENT-HEADER-LINE
                       FROM STATEMENT-DETAIL-LINE
               END-IF
           END-IF
           .
