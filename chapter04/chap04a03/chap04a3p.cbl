      *   |                      | the same cash twice              |  *
      *   | account-history.dat  | Balance history, loaded into a   |  *
      *   |                      | table at start-up                |  *
      *   | pay-arrangements.dat | Installment arrangements from    |  *
      *   |                      | CHAP04A3A                        |  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   | account-history.dat  | Rewritten with payments applied  |  *
      *   | unmatched-pymts.dat  | Receipts with no matching        |  *
      *   |                      | history account                  |  *
      *   | pay-arrangements.dat | Rewritten with installments      |  *
      *   |                      | credited and breaks marked       |  *
      *   | broken-arrange.dat   | Arrangements broken tonight by a |  *
      *   |                      | missed installment               |  *
      *   | muni-fee-ledger.dat  | Appended; cash applied, for the  |  *
      *   |                      | town fee remittance              |  *
      *   | io-error.log         | Shared shop-wide I/O error log   |  *
      *   | run-stats.log        | Shared shop-wide end-of-run stats|  *
      *   ----------------------- ----------------------------------  *
      *   - File status validated on OPEN and CLOSE via IOERRCHK      *
      *                                                                *
      * RETURN CODES :                                                 *
      *   - 16 : A file that will not open, or an arrangement or       *
      *          history file too big for its table                    *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Scheduled in CHAP04DRV ahead of CHAP04A03 so the billing,    *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-09-01  MAM  Initial version                             *
      *   2026-10-15  MAM  Payments now credit the installment due on  *
      *                    a standing payment arrangement; an          *
      *                    installment still unpaid past its grace     *
      *                    days breaks the arrangement (the account    *
      *                    returns to collections) and is listed on    *
      *                    broken-arrange.dat. Runs on no-cash nights  *
      *                    too, so a missed installment is caught.     *
      *   2026-10-15  MAM  Cash applied to each balance goes to the    *
      *                    municipal fee ledger for the CHAP04A3F      *
      *                    town remittance                             *
      *   2026-10-15  MAM  An arrangement or account-history file too  *
      *                    big for its 500-entry table stops the step  *
      *                    with RC 16 before anything is rewritten.    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMATCHED-STATUS.

      *    PAYMENT ARRANGEMENTS TAKEN ON THE PHONE IN CHAP04A3A -
      *    EACH RECEIPT IS CREDITED TO ITS ACCOUNT'S INSTALLMENTS.
           SELECT F-ARRANGEMENTS ASSIGN TO 'data/pay-arrangements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.

           SELECT F-BROKEN-ARRANGE ASSIGN TO 'data/broken-arrange.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BROKEN-STATUS.

      *    CASH POSTED, FOR THE CHAP04A3F REMITTANCE REPORT.
           SELECT F-MUNI-FEE-LEDGER
               ASSIGN TO 'data/muni-fee-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUNI-LEDGER-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

           05                     PIC X(2).
           05 UM-REASON-OUT       PIC X(30).

       FD  F-ARRANGEMENTS.
           COPY ARRANGEREC.

       FD  F-BROKEN-ARRANGE.
       01  BROKEN-ARRANGE-REC.
           05 BA-ACCOUNT-NO-OUT   PIC X(5).
           05                     PIC X(2).
           05 BA-TOTAL-OWED-OUT   PIC ZZ,ZZ9.99.
           05                     PIC X(2).
           05 BA-INSTALLMENT-OUT  PIC ZZ,ZZ9.99.
           05                     PIC X(2).
           05 BA-PAID-TOWARD-OUT  PIC ZZ,ZZ9.99.
           05                     PIC X(2).
           05 BA-PAID-COUNT-OUT   PIC Z9.
           05 BA-OF-OUT           PIC X(4).
           05 BA-COUNT-OUT        PIC Z9.
           05                     PIC X(2).
           05 BA-DUE-DATE-OUT     PIC 9(8).
           05                     PIC X(2).
           05 BA-REASON-OUT       PIC X(30).

       FD  F-MUNI-FEE-LEDGER.
           COPY MUNIFEELDG.

       COPY IOERRFD.
       COPY RUNSTATSFD.

       01  WS-PAYMENTS-STATUS     PIC XX.
       01  WS-HISTORY-STATUS      PIC XX.
       01  WS-UNMATCHED-STATUS    PIC XX.
       01  WS-ARRANGE-STATUS      PIC XX.
       01  WS-BROKEN-STATUS       PIC XX.
       01  WS-MUNI-LEDGER-STATUS  PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.

       01  WS-PAYMENTS-APPLIED    PIC 9(5) VALUE ZERO.
       01  WS-UNMATCHED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-OVERAGE-AMOUNT      PIC 9(5)V99 VALUE ZERO.
       01  WS-APPLIED-AMOUNT      PIC 9(5)V99 VALUE ZERO.
       01  WS-NO-PAYMENTS-SW      PIC X VALUE 'N'.
           88  NO-PAYMENTS-TODAY  VALUE 'Y'.

               10  HT-USAGE-IMAGE     PIC X(240).
       01  HISTORY-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-HISTORY-FOUND-SW    PIC X VALUE 'N'.
       01  WS-FULL-FILE-LABEL     PIC X(20) VALUE SPACES.
           88  HISTORY-FOUND      VALUE 'Y'.

      *    PAYMENT ARRANGEMENTS, FIELD FOR FIELD AS ARRANGEREC SO A
      *    RECORD MOVES IN AND OUT OF THE TABLE WHOLE.
       01  ARRANGEMENT-TABLE.
           05  ARR-ENTRY OCCURS 500 TIMES
                   INDEXED BY ARR-IDX.
               10  AT-ACCOUNT-NO        PIC X(5).
               10  AT-TOTAL-OWED        PIC 9(5)V99.
               10  AT-INSTALLMENT-AMT   PIC 9(5)V99.
               10  AT-INSTALLMENT-COUNT PIC 9(2).
               10  AT-INSTALLMENTS-PAID PIC 9(2).
               10  AT-INTERVAL-DAYS     PIC 9(3).
               10  AT-NEXT-DUE-DATE     PIC 9(8).
               10  AT-PAID-TOWARD-DUE   PIC 9(5)V99.
               10  AT-SETUP-DATE        PIC 9(8).
               10  AT-STATUS            PIC X.
               10  AT-STATUS-DATE       PIC 9(8).
       01  ARRANGEMENT-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-ARR-FOUND-SW        PIC X VALUE 'N'.
           88  ARRANGEMENT-FOUND  VALUE 'Y'.
       01  WS-BROKEN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-RUN-DATE            PIC 9(8) VALUE ZERO.
      *    DAYS PAST AN INSTALLMENT'S DUE DATE BEFORE IT COUNTS AS
      *    MISSED - ROOM FOR A MAILED PAYMENT TO ARRIVE AND POST.
       01  MISSED-INSTALLMENT-GRACE-DAYS PIC 9(3) VALUE 005.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04A3P' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 200-OPEN-FILES
           PERFORM 217-LOAD-ARRANGEMENTS-RTN

           IF NOT NO-PAYMENTS-TODAY
               PERFORM 215-LOAD-HISTORY-TABLE-RTN
               PERFORM 510-TRUNCATE-PAYMENTS-RTN
           END-IF

      *    A NIGHT WITH NO CASH IS EXACTLY WHEN AN INSTALLMENT GETS
      *    MISSED, SO THE SWEEP RUNS EITHER WAY.
           PERFORM 340-CHECK-MISSED-RTN
               VARYING ARR-IDX FROM 1 BY 1
               UNTIL ARR-IDX > ARRANGEMENT-COUNT
           IF ARRANGEMENT-COUNT > ZERO
               PERFORM 520-REWRITE-ARRANGEMENTS-RTN
           END-IF

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-PAYMENTS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-PAYMENTS-APPLIED==
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT F-BROKEN-ARRANGE
           IF WS-BROKEN-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open BROKEN-ARRANGE file. '
                       'Status: ' WS-BROKEN-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='BRKN-ARRNG'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-BROKEN-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND F-MUNI-FEE-LEDGER
           IF WS-MUNI-LEDGER-STATUS = '35'
               OPEN OUTPUT F-MUNI-FEE-LEDGER
           END-IF
           IF WS-MUNI-LEDGER-STATUS NOT = '00'
              AND WS-MUNI-LEDGER-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open MUNI-FEE-LEDGER file. '
                       'Status: ' WS-MUNI-LEDGER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='MUNI-LEDGER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-MUNI-LEDGER-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    NO ARRANGEMENTS FILE SIMPLY MEANS NO ONE HAS ONE YET.
      *    ONE THAT OVERFLOWS THE TABLE STOPS THE STEP - REWRITING A
      *    SHORT TABLE IN 520 WOULD DROP ARRANGEMENTS.
       217-LOAD-ARRANGEMENTS-RTN.
           OPEN INPUT F-ARRANGEMENTS
           IF WS-ARRANGE-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ARRANGEMENTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ARRANGEMENT-COUNT NOT < 500
                               MOVE 'PAY-ARRANGEMENTS'
                                   TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO ARRANGEMENT-COUNT
                           SET ARR-IDX TO ARRANGEMENT-COUNT
                           MOVE ARRANGEMENT-REC
                               TO ARR-ENTRY (ARR-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-ARRANGEMENTS
           END-IF
           MOVE 'N' TO WS-EOF
           .

       215-LOAD-HISTORY-TABLE-RTN.
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HISTORY-COUNT NOT < 500
                           MOVE 'ACCOUNT-HISTORY' TO WS-FULL-FILE-LABEL
                           PERFORM 990-TABLE-FULL-RTN
                       END-IF
                       ADD 1 TO HISTORY-COUNT
                       SET HIST-IDX TO HISTORY-COUNT
                       MOVE HIST-ACCOUNT-NO
               ADD 1 TO WS-PAYMENTS-APPLIED
               IF UP-AMOUNT-IN NOT GREATER THAN
                       HT-PRIOR-BALANCE (HIST-IDX)
                   MOVE UP-AMOUNT-IN TO WS-APPLIED-AMOUNT
                   SUBTRACT UP-AMOUNT-IN
                       FROM HT-PRIOR-BALANCE (HIST-IDX)
               ELSE
                   MOVE HT-PRIOR-BALANCE (HIST-IDX)
                       TO WS-APPLIED-AMOUNT
                   COMPUTE WS-OVERAGE-AMOUNT =
                       UP-AMOUNT-IN - HT-PRIOR-BALANCE (HIST-IDX)
                   MOVE ZERO TO HT-PRIOR-BALANCE (HIST-IDX)
               IF HT-PRIOR-BALANCE (HIST-IDX) = ZERO
                   MOVE ZERO TO HT-DAYS-PAST-DUE (HIST-IDX)
               END-IF
               PERFORM 330-MUNI-FEE-CASH-RTN
               PERFORM 320-CREDIT-INSTALLMENT-RTN
           END-IF
           .

      *****************************************************************
      *    320-CREDIT-INSTALLMENT-RTN - A RECEIPT ON AN ACCOUNT WITH A *
      *    STANDING ARRANGEMENT GOES TOWARD THE INSTALLMENT DUE. EACH  *
      *    FULL INSTALLMENT COVERED MOVES THE NEXT DUE DATE ON BY THE  *
      *    ARRANGEMENT'S INTERVAL; A PARTIAL PAYMENT WAITS IN          *
      *    PAID-TOWARD-DUE FOR THE REST. THE LAST INSTALLMENT - OR A   *
      *    BALANCE PAID OFF OUTRIGHT - COMPLETES THE ARRANGEMENT.      *
      *****************************************************************
       320-CREDIT-INSTALLMENT-RTN.
           MOVE 'N' TO WS-ARR-FOUND-SW
           SET ARR-IDX TO 1
           SEARCH ARR-ENTRY
               AT END
                   CONTINUE
               WHEN AT-ACCOUNT-NO (ARR-IDX) = UP-ACCOUNT-NO-IN
                    AND AT-STATUS (ARR-IDX) = 'A'
                   MOVE 'Y' TO WS-ARR-FOUND-SW
           END-SEARCH

           IF ARRANGEMENT-FOUND
               ADD UP-AMOUNT-IN TO AT-PAID-TOWARD-DUE (ARR-IDX)
               PERFORM 325-COVER-ONE-INSTALLMENT-RTN
                   UNTIL AT-STATUS (ARR-IDX) NOT = 'A'
                      OR AT-PAID-TOWARD-DUE (ARR-IDX)
                         < AT-INSTALLMENT-AMT (ARR-IDX)
               IF AT-STATUS (ARR-IDX) = 'A'
                  AND HT-PRIOR-BALANCE (HIST-IDX) = ZERO
                   MOVE 'C' TO AT-STATUS (ARR-IDX)
                   MOVE WS-RUN-DATE TO AT-STATUS-DATE (ARR-IDX)
               END-IF
           END-IF
           .

       325-COVER-ONE-INSTALLMENT-RTN.
           SUBTRACT AT-INSTALLMENT-AMT (ARR-IDX)
               FROM AT-PAID-TOWARD-DUE (ARR-IDX)
           ADD 1 TO AT-INSTALLMENTS-PAID (ARR-IDX)
           IF AT-INSTALLMENTS-PAID (ARR-IDX)
                   NOT < AT-INSTALLMENT-COUNT (ARR-IDX)
               MOVE 'C' TO AT-STATUS (ARR-IDX)
               MOVE WS-RUN-DATE TO AT-STATUS-DATE (ARR-IDX)
           ELSE
               COMPUTE AT-NEXT-DUE-DATE (ARR-IDX) =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (AT-NEXT-DUE-DATE (ARR-IDX))
                        + AT-INTERVAL-DAYS (ARR-IDX))
           END-IF
           .

      *    THE CASH THAT REACHED THE BALANCE GOES ON THE FEE LEDGER;
      *    CHAP04A3F WORKS OUT HOW MUCH OF IT WAS TOWN FEES.
       330-MUNI-FEE-CASH-RTN.
           IF WS-APPLIED-AMOUNT > ZERO
               MOVE 'P' TO FL-ENTRY-TYPE
               MOVE WS-RUN-DATE TO FL-POSTED-DATE
               MOVE WS-RUN-DATE (1:6) TO FL-MONTH
               MOVE UP-ACCOUNT-NO-IN TO FL-ACCOUNT-NO
               MOVE SPACES TO FL-MUNICIPALITY
               MOVE ZERO TO FL-CHARGES FL-FRANCHISE-FEE
                            FL-UTILITY-TAX
               MOVE WS-APPLIED-AMOUNT TO FL-CASH-AMT
               WRITE MUNI-FEE-LEDGER-REC
           END-IF
           .

      *****************************************************************
      *    340-CHECK-MISSED-RTN - AN INSTALLMENT STILL NOT COVERED     *
      *    MORE THAN MISSED-INSTALLMENT-GRACE-DAYS AFTER IT FELL DUE   *
      *    BREAKS THE ARRANGEMENT. A BROKEN ARRANGEMENT NO LONGER      *
      *    HOLDS THE ACCOUNT OUT OF CHAP04A03 COLLECTIONS OR THE       *
      *    CHAP04A03D DISCONNECT PASS, WHICH RUN LATER IN THE SAME     *
      *    CHAIN, AND IT IS LISTED FOR THE BILLING OFFICE.             *
      *****************************************************************
       340-CHECK-MISSED-RTN.
           IF AT-STATUS (ARR-IDX) = 'A'
              AND FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                  > FUNCTION INTEGER-OF-DATE
                        (AT-NEXT-DUE-DATE (ARR-IDX))
                    + MISSED-INSTALLMENT-GRACE-DAYS
               MOVE 'B' TO AT-STATUS (ARR-IDX)
               MOVE WS-RUN-DATE TO AT-STATUS-DATE (ARR-IDX)
               MOVE SPACES TO BROKEN-ARRANGE-REC
               MOVE AT-ACCOUNT-NO (ARR-IDX) TO BA-ACCOUNT-NO-OUT
               MOVE AT-TOTAL-OWED (ARR-IDX) TO BA-TOTAL-OWED-OUT
               MOVE AT-INSTALLMENT-AMT (ARR-IDX) TO BA-INSTALLMENT-OUT
               MOVE AT-PAID-TOWARD-DUE (ARR-IDX) TO BA-PAID-TOWARD-OUT
               MOVE AT-INSTALLMENTS-PAID (ARR-IDX) TO BA-PAID-COUNT-OUT
               MOVE ' OF ' TO BA-OF-OUT
               MOVE AT-INSTALLMENT-COUNT (ARR-IDX) TO BA-COUNT-OUT
               MOVE AT-NEXT-DUE-DATE (ARR-IDX) TO BA-DUE-DATE-OUT
               MOVE 'INSTALLMENT MISSED - BROKEN' TO BA-REASON-OUT
               WRITE BROKEN-ARRANGE-REC
               ADD 1 TO WS-BROKEN-COUNT
           END-IF
           .

           WRITE ACCOUNT-HISTORY-REC
           .

       520-REWRITE-ARRANGEMENTS-RTN.
           OPEN OUTPUT F-ARRANGEMENTS
           PERFORM 525-WRITE-ONE-ARRANGEMENT-RTN
               VARYING ARR-IDX FROM 1 BY 1
               UNTIL ARR-IDX > ARRANGEMENT-COUNT
           CLOSE F-ARRANGEMENTS
           .

       525-WRITE-ONE-ARRANGEMENT-RTN.
           MOVE ARR-ENTRY (ARR-IDX) TO ARRANGEMENT-REC
           WRITE ARRANGEMENT-REC
           .

      *    THE FILE IS CONSUMED - TRUNCATE IT SO A CHAIN RESTART
      *    CANNOT POST THE SAME CASH TWICE.
       510-TRUNCATE-PAYMENTS-RTN.
           .

       400-CLOSE-FILES.
           IF WS-BROKEN-COUNT > ZERO
               DISPLAY 'CHAP04A3P: Arrangements broken - '
                       WS-BROKEN-COUNT
           END-IF
           CLOSE F-BROKEN-ARRANGE
           CLOSE F-MUNI-FEE-LEDGER
           CLOSE F-UNMATCHED
           IF WS-UNMATCHED-STATUS NOT = '00'
               DISPLAY 'WARNING: Error closing UNMATCHED file. '
           CLOSE ERROR-LOG-FILE
           .

       990-TABLE-FULL-RTN.
           DISPLAY 'ERROR: ' WS-FULL-FILE-LABEL
                   ' file too big for its table - nothing updated'
           PERFORM 400-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
