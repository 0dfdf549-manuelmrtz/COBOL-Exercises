      *****************************************************************
      * COPYBOOK     : APDRAFTREC                                      *
      * DESCRIPTION  : Record layout for F-AUTOPAY-DRAFTS              *
      *                (autopay-drafts.dat) - one record per bill      *
      *                drafted, or to be drafted, from an autopay      *
      *                account. CHAP04A3H schedules it off the cycle's *
      *                combined bill, sends it to the bank on the due  *
      *                date, posts it once it settles, and reverses it *
      *                if the bank returns it. CHAP04A3B reads the     *
      *                scheduled drafts to print the draft date on the *
      *                bill.                                           *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  AUTOPAY-DRAFT-REC.
           05 DR-ACCOUNT-NO         PIC X(5).
           05 DR-AMOUNT             PIC 9(5)V99.
           05 DR-BILL-DATE          PIC 9(8).
           05 DR-DRAFT-DATE         PIC 9(8).
           05 DR-SETTLE-DATE        PIC 9(8).
      *    S = SCHEDULED, D = SENT TO THE BANK, P = SETTLED AND POSTED
      *    TO ACCOUNT-HISTORY, R = RETURNED BY THE BANK, X = CANCELLED
      *    BEFORE IT WENT OUT (ACCOUNT CAME OFF AUTOPAY).
           05 DR-STATUS             PIC X.
               88 DR-IS-SCHEDULED       VALUE 'S'.
               88 DR-IS-SENT            VALUE 'D'.
               88 DR-IS-POSTED          VALUE 'P'.
               88 DR-IS-RETURNED        VALUE 'R'.
               88 DR-IS-CANCELLED       VALUE 'X'.
           05 DR-STATUS-DATE        PIC 9(8).
           05 DR-RETURN-CODE        PIC X(3).
      *    WHAT THE DRAFT TOOK OFF THE PRIOR BALANCE WHEN IT POSTED -
      *    LESS THAN DR-AMOUNT WHEN THE BALANCE WAS SMALLER. A RETURN
      *    PUTS BACK EXACTLY THIS.
           05 DR-POSTED-AMOUNT      PIC 9(5)V99.
