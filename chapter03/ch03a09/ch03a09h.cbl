      * order). A cleared balance drops the account's history so a    *
      * future lapse starts over at the reminder. Letters produced    *
      * are summarized by stage for the credit manager.               *
      *                                                                *
      * 2026-10-15  MAM  CUSTOMER-MASTER-REC layout widened for the    *
      *                  account status byte CH03A09I maintains.       *
      * 2026-10-15  MAM  A credit balance is never dunned.             *
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

       FD  DUNNING-HISTORY.
       01  DUNNING-HISTORY-REC.
      *    ONLY ONE STAGE UP PER RUN - NO REPEATS, NO SKIPPED STAGES.  *
      ******************************************************************
       200-DUN-ONE-ACCOUNT-RTN.
           IF CM-CURRENT-BALANCE NOT GREATER THAN ZERO
               CONTINUE
           ELSE
               COMPUTE WS-DAYS-PAST-DUE =
