      * straight to CUSTOMER-MASTER-REC, and expires any request      *
      * still pending past the aging limit. The queue is a workflow   *
      * now, not a graveyard.                                         *
      *                                                                *
      * 2026-10-15  MAM  Account status byte carried through the       *
      *                  table; a limit increase can no longer be      *
      *                  approved for an account closed through        *
      *                  CH03A09I.                                     *
      * 2026-10-15  MAM  No limit increase for an account charged off  *
      *                  by CH03A09J.                                  *
      * 2026-10-15  MAM  Balance is signed; a credit balance shows     *
      *                  with CR on the review screen.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CM-ACCOUNT-NO       PIC X(5).
           05  CM-CUSTOMER-NAME    PIC X(30).
           05  CM-CREDIT-LIMIT     PIC 9(6)V99.
           05  CM-CURRENT-BALANCE  PIC S9(6)V99.
           05  CM-LAST-PAYMENT-DATE PIC 9(8).
           05  CM-CASH-ONLY-SW     PIC X.
      *    'C' = CLOSED THROUGH CH03A09I, 'W' = CHARGED OFF BY CH03A09J.
           05  CM-ACCOUNT-STATUS-SW PIC X.

      *    LAYOUT MATCHED TO CREDIT-REQUEST-REC IN CH03A09.
       FD  CREDIT-REQUEST-QUEUE.
       01  WS-ANSWER               PIC X VALUE SPACE.
       01  WS-REQUEST-AGE-DAYS     PIC S9(5) VALUE ZERO.
       01  WS-NEW-LIMIT            PIC 9(6)V99 VALUE ZERO.
       01  WS-BALANCE-OUT          PIC $$$,$$9.99CR.
       01  WS-LIMIT-OUT            PIC $$$,$$9.99.
      *    A REQUEST STILL PENDING PAST THIS MANY DAYS IS EXPIRED -
      *    THE CUSTOMER HAS LONG SINCE LEFT THE REGISTER.
                   15  CT-ACCOUNT-NO       PIC X(5).
                   15  CT-CUSTOMER-NAME    PIC X(30).
                   15  CT-CREDIT-LIMIT     PIC 9(6)V99.
                   15  CT-CURRENT-BALANCE  PIC S9(6)V99.
                   15  CT-LAST-PAYMENT-DATE PIC 9(8).
                   15  CT-CASH-ONLY-SW     PIC X.
                   15  CT-ACCOUNT-STATUS-SW PIC X.
                       88  CT-ACCOUNT-CLOSED VALUE 'C'.
                       88  CT-ACCOUNT-CHARGED-OFF VALUE 'W'.
       01  CUSTOMER-COUNT          PIC 9(4) VALUE ZERO.
       01  CUSTOMER-FOUND-SW       PIC X VALUE 'N'.
           88  CUSTOMER-FOUND      VALUE 'Y'.
           EVALUATE WS-ANSWER
               WHEN 'A'
               WHEN 'a'
                   EVALUATE TRUE
                       WHEN NOT CUSTOMER-FOUND
                           DISPLAY "CANNOT APPROVE - ACCOUNT NOT ON "
                                   "FILE"
                       WHEN CT-ACCOUNT-CLOSED (CUST-IDX)
                           DISPLAY "CANNOT APPROVE - ACCOUNT IS CLOSED"
                       WHEN CT-ACCOUNT-CHARGED-OFF (CUST-IDX)
                           DISPLAY "CANNOT APPROVE - ACCOUNT IS "
                                   "CHARGED OFF"
                       WHEN OTHER
                           MOVE FUNCTION NUMVAL (CR-REQUESTED-LIMIT-OUT)
                               TO WS-NEW-LIMIT
                           MOVE WS-NEW-LIMIT
                               TO CT-CREDIT-LIMIT (CUST-IDX)
                           MOVE 'APPROVD' TO CR-STATUS-OUT
                           MOVE WS-REVIEWER-ID TO CR-REVIEWER-OUT
                           MOVE WS-RUN-DATE TO CR-DECISION-DATE-OUT
                           MOVE CREDIT-REQUEST-REC
                               TO RQ-IMAGE (REQ-IDX)
                           DISPLAY "APPROVED - NEW LIMIT APPLIED TO "
                                   "THE MASTER"
                   END-EVALUATE
               WHEN 'D'
               WHEN 'd'
                   MOVE 'DENIED' TO CR-STATUS-OUT
