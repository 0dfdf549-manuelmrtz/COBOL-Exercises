      * current/30/60/90+ days past due, using CM-LAST-PAYMENT-DATE    *
      * against today's run date, instead of collections guessing at   *
      * how old a balance is.                                          *
      *                                                                *
      * 2026-10-15  MAM  CUSTOMER-MASTER-REC layout widened for the    *
      *                  account status byte CH03A09I maintains.       *
      * 2026-10-15  MAM  Accounts charged off by CH03A09J are left off *
      *                  the aging.                                    *
      * 2026-10-15  MAM  A credit balance shows in the current column  *
      *                  with a trailing minus and is never aged.      *
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
               88  ACCOUNT-IS-CHARGED-OFF VALUE 'W'.

       FD  AGING-REPORT.
       01  AGING-REC.
           05                         PIC X(2).
           05  AGE-CUSTOMER-NAME-OUT   PIC X(30).
           05                         PIC X(2).
           05  AGE-CURRENT-OUT         PIC Z,ZZ9.99-.
           05                         PIC X(2).
           05  AGE-30-DAY-OUT          PIC Z,ZZ9.99.
           05                         PIC X(2).

       01  GRAND-TOTAL-LINE.
           05                         PIC X(37).
           05  GT-CURRENT-OUT          PIC Z,ZZ9.99-.
           05                         PIC X(2).
           05  GT-30-DAY-OUT           PIC Z,ZZ9.99.
           05                         PIC X(2).

       01  WS-DAYS-PAST-DUE        PIC S9(6) VALUE ZERO.

       01  GRAND-CURRENT            PIC S9(8)V99 VALUE ZERO
                                    USAGE COMP-3.
       01  GRAND-30-DAY             PIC 9(8)V99 VALUE ZERO
                                    USAGE COMP-3.
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *                A CHARGED-OFF ACCOUNT IS NO LONGER A RECEIVABLE.
                       IF NOT ACCOUNT-IS-CHARGED-OFF
                           PERFORM 200-AGING-RTN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 300-GRAND-TOTAL-RTN
           MOVE ZERO TO AGE-CURRENT-OUT AGE-30-DAY-OUT
                        AGE-60-DAY-OUT AGE-90-PLUS-OUT

      *    A CREDIT BALANCE IS OWED TO THE CUSTOMER, NOT BY THEM - IT
      *    NEVER AGES, AND NETS AGAINST THE CURRENT COLUMN.
           EVALUATE TRUE
               WHEN CM-CURRENT-BALANCE < ZERO
                   MOVE CM-CURRENT-BALANCE TO AGE-CURRENT-OUT
                   ADD CM-CURRENT-BALANCE TO GRAND-CURRENT
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
                   MOVE CM-CURRENT-BALANCE TO AGE-CURRENT-OUT
                   ADD CM-CURRENT-BALANCE TO GRAND-CURRENT
