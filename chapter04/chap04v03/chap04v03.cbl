      *                     other chain step, so CHAP04BAL can        *
      *                     balance the good-record count against     *
      *                     the downstream consumer's read count      *
      *   2026-10-15  MAM  Carries the account's municipality code     *
      *                     through to the good file for the franchise *
      *                     fee and utility tax CHAP04A03 bills        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    BILLING CYCLE 01-20 - WHICH NIGHT OF THE MONTH THIS
      *    ACCOUNT BILLS ON (SEE CHAP04A03'S CYCLE PARM).
           05 BILLING-CYCLE-IN  PIC 9(2).
      *    TOWN THE PREMISE SITS IN - SPACES OUTSIDE ANY TOWN LIMITS.
           05 MUNICIPALITY-IN   PIC X(4).

       FD  ACCOUNT-GOOD-FILE.
       01  ACCOUNT-GOOD-REC.
           05 GOOD-TERRITORY      PIC X(2).
           05 GOOD-RATE-CLASS     PIC X(1).
           05 GOOD-BILLING-CYCLE  PIC 9(2).
           05 GOOD-MUNICIPALITY   PIC X(4).

       FD  ACCOUNT-REJECT-FILE.
       01  ACCOUNT-REJECT-REC.
           MOVE TERRITORY-IN     TO GOOD-TERRITORY
           MOVE RATE-CLASS-IN    TO GOOD-RATE-CLASS
           MOVE BILLING-CYCLE-IN TO GOOD-BILLING-CYCLE
           MOVE MUNICIPALITY-IN  TO GOOD-MUNICIPALITY
           WRITE ACCOUNT-GOOD-REC
           ADD 1 TO WS-REC-GOOD-CNT
           .
