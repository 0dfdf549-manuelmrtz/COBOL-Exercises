       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH03A09J.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.

      ******************************************************************
      * Bad-debt write-off review. An account that aged past 180 days *
      * and went through the whole CH03A09H dunning series just sat   *
      * on CUSTMAST.DAT, inflating receivables and drawing a finance  *
      * charge from CH03A09E every month. This program signs on a     *
      * supervisor, offers each such account (balance owed, last      *
      * payment past the write-off age, final demand already on       *
      * DUNHIST.DAT) for approval, and for each one approved: posts   *
      * a W (write-off) line to TRANJRNL.DAT for the whole balance,   *
      * takes the balance to zero, marks the account charged-off so   *
      * it draws no more finance charges, statements, or credit,      *
      * places it with the collection agency (AGENCY.DAT), and        *
      * writes the before and after images to the customer audit      *
      * trail. A later payment on a charged-off account is posted by  *
      * CH03A09C as a V (recovery) line, not against a balance.       *
      *                                                                *
      * 2026-10-15  MAM  Signs on through the shared OPERPARA sign-on  *
      *                  against the chapter04 operator file - PIN,    *
      *                  status, lockout and expiry checked, and every *
      *                  attempt written to the sign-on log - in place *
      *                  of the private ID-only copy in DATA.          *
      * 2026-10-15  MAM  TRANS-JOURNAL-REC widened for the original-   *
      *                  sale reference on a credit memo; this program *
      *                  journals it blank.                            *
      * 2026-10-15  MAM  A customer master too big for its table stops *
      *                  the run before anything is written off;       *
      *                  dunning rows past the table's 500 are not     *
      *                  loaded.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "DATA/CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      *    THE SHOP-WIDE OPERATOR FILE AND SIGN-ON LOG, KEPT WITH THE
      *    CHAPTER04 DATA - THIS PROGRAM RUNS IN ITS OWN DIRECTORY.
           COPY OPERSEL REPLACING
               =='data/operators.dat'==
                   BY =='../../data/operators.dat'==
               =='data/signon.log'==
                   BY =='../../data/signon.log'==.

      *    THE LAST DUNNING STAGE SENT - ONLY AN ACCOUNT THAT HAS HAD
      *    THE FINAL DEMAND IS OFFERED FOR WRITE-OFF.
           SELECT DUNNING-HISTORY ASSIGN TO "DATA/DUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNHIST-STATUS.

           SELECT TRANS-JOURNAL ASSIGN TO "DATA/TRANJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    ACCOUNTS PLACED WITH THE COLLECTION AGENCY, APPEND-ONLY.
           SELECT AGENCY-PLACEMENT-FILE ASSIGN TO "DATA/AGENCY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENCY-STATUS.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "DATA/CUSTAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05  CM-ACCOUNT-NO       PIC X(5).
           05  CM-CUSTOMER-NAME    PIC X(30).
           05  CM-CREDIT-LIMIT     PIC 9(6)V99.
           05  CM-CURRENT-BALANCE  PIC S9(6)V99.
           05  CM-LAST-PAYMENT-DATE PIC 9(8).
           05  CM-CASH-ONLY-SW     PIC X.
           05  CM-ACCOUNT-STATUS-SW PIC X.

       COPY OPERFD.

      *    LAYOUT MATCHED TO DUNNING-HISTORY-REC IN CH03A09H.
       FD  DUNNING-HISTORY.
       01  DUNNING-HISTORY-REC.
           05  DH-ACCOUNT-NO       PIC X(5).
           05  DH-LAST-STAGE       PIC 9.
           05  DH-LAST-SENT        PIC 9(8).

      *    LAYOUT MATCHED TO TRANS-JOURNAL-REC IN CH03A09.
       FD  TRANS-JOURNAL.
       01  TRANS-JOURNAL-REC.
           05  TJ-ACCOUNT-NO       PIC X(5).
           05  TJ-TRANS-DATE       PIC 9(8).
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

       FD  AGENCY-PLACEMENT-FILE.
       01  AGENCY-PLACEMENT-REC.
           05  AP-ACCOUNT-NO       PIC X(5).
           05  AP-CUSTOMER-NAME    PIC X(30).
           05  AP-CHARGED-OFF-AMT  PIC 9(6)V99.
           05  AP-LAST-PAYMENT-DATE PIC 9(8).
           05  AP-CHARGE-OFF-DATE  PIC 9(8).
           05  AP-APPROVED-BY      PIC X(8).

      *    LAYOUT MATCHED TO CUSTOMER-AUDIT-REC IN CH03A09I.
       FD  CUSTOMER-AUDIT-FILE.
       01  CUSTOMER-AUDIT-REC.
           05  CA-PROGRAM-ID-OUT   PIC X(8).
           05                      PIC X(2).
           05  CA-ACCOUNT-NO-OUT   PIC X(5).
           05                      PIC X(2).
           05  CA-ACTION-OUT       PIC X(13).
           05                      PIC X(2).
           05  CA-LOG-DATE-OUT     PIC 9(8).
           05                      PIC X(2).
           05  CA-LOG-TIME-OUT     PIC 9(6).
           05                      PIC X(2).
           05  CA-MAKER-ID-OUT     PIC X(8).
           05                      PIC X(2).
           05  CA-CHECKER-ID-OUT   PIC X(8).
           05                      PIC X(2).
           05  CA-BEFORE-IMAGE-OUT PIC X(61).
           05                      PIC X(2).
           05  CA-AFTER-IMAGE-OUT  PIC X(61).

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-DUNHIST-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-AGENCY-STATUS        PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-ANSWER               PIC X VALUE SPACE.
       01  WS-DAYS-PAST-DUE        PIC S9(6) VALUE ZERO.
       01  WS-DAYS-OUT             PIC ZZZ,ZZ9.
       01  WS-BALANCE-OUT          PIC $$,$$$,$$9.99.
       01  WS-TOTAL-OUT            PIC $$,$$$,$$9.99.
       01  WS-BEFORE-IMAGE         PIC X(61) VALUE SPACES.
       01  WS-CANDIDATE-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-WRITTEN-OFF-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-WRITTEN-OFF-TOTAL    PIC 9(8)V99 VALUE ZERO.
      *    AN ACCOUNT WHOSE LAST PAYMENT IS OLDER THAN THIS MANY DAYS,
      *    AND WHICH HAS HAD THE FINAL DEMAND, IS OFFERED FOR WRITE-OFF.
       01  WRITE-OFF-DAYS          PIC 9(3) VALUE 180.
       01  FINAL-DEMAND-STAGE      PIC 9 VALUE 3.

      *    THE SIGNED-ON OPERATOR, AS THE CHAPTER04 ONLINE PROGRAMS
      *    CARRY IT (OPERWS), STAMPED WITH THIS PROGRAM ON THE LOG.
       01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01  WS-THIS-PROGRAM-ID      PIC X(9) VALUE 'CH03A09J'.
       COPY OPERWS.

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                   INDEXED BY CUST-IDX.
               10  CT-MASTER-IMAGE.
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

       01  DUNNING-TABLE.
           05  DT-ENTRY OCCURS 500 TIMES
                   INDEXED BY DT-IDX.
               10  DT-ACCOUNT-NO   PIC X(5) VALUE SPACES.
               10  DT-LAST-STAGE   PIC 9    VALUE ZERO.
       01  DT-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-FINAL-DEMAND-SW      PIC X VALUE 'N'.
           88  FINAL-DEMAND-SENT   VALUE 'Y'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 950-SIGN-ON-RTN
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "ONLY A SUPERVISOR CAN APPROVE WRITE-OFFS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-LOAD-CUSTOMER-TABLE-RTN
           PERFORM 060-LOAD-DUNNING-HISTORY-RTN

           OPEN EXTEND TRANS-JOURNAL
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT TRANS-JOURNAL
           END-IF
           OPEN EXTEND AGENCY-PLACEMENT-FILE
           IF WS-AGENCY-STATUS = '35'
               OPEN OUTPUT AGENCY-PLACEMENT-FILE
           END-IF
           OPEN EXTEND CUSTOMER-AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF

           PERFORM 200-CHECK-ONE-ACCOUNT-RTN
               VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUSTOMER-COUNT

           CLOSE TRANS-JOURNAL
                 AGENCY-PLACEMENT-FILE
                 CUSTOMER-AUDIT-FILE

           IF WS-CANDIDATE-COUNT = ZERO
               DISPLAY "NO ACCOUNTS ARE DUE FOR WRITE-OFF"
           END-IF
           IF WS-WRITTEN-OFF-COUNT > ZERO
               PERFORM 400-REWRITE-MASTER-RTN
           END-IF
           MOVE WS-WRITTEN-OFF-TOTAL TO WS-TOTAL-OUT
           DISPLAY "ACCOUNTS WRITTEN OFF: " WS-WRITTEN-OFF-COUNT
                   "  TOTAL: " WS-TOTAL-OUT
           GOBACK
           .

       050-LOAD-CUSTOMER-TABLE-RTN.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ERROR: CANNOT OPEN CUSTMAST.DAT. STATUS: "
                       WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUSTOMER-COUNT NOT < 500
                           DISPLAY "ERROR: CUSTMAST.DAT HOLDS MORE "
                                   "THAN 500 ACCOUNTS - NOTHING "
                                   "WRITTEN OFF"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CUSTOMER-COUNT
                       SET CUST-IDX TO CUSTOMER-COUNT
                       MOVE CUSTOMER-MASTER-REC TO
                            CT-MASTER-IMAGE (CUST-IDX)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           MOVE 'N' TO WS-EOF
           .

      *    NO DUNNING HISTORY MEANS NO ACCOUNT HAS HAD THE FINAL
      *    DEMAND YET, SO NOTHING IS OFFERED. AN ACCOUNT PAST THE
      *    TABLE'S 500 IS TREATED THE SAME WAY - NEVER OFFERED EARLY.
       060-LOAD-DUNNING-HISTORY-RTN.
           OPEN INPUT DUNNING-HISTORY
           IF WS-DUNHIST-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DUNNING-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DT-COUNT < 500
                               ADD 1 TO DT-COUNT
                               SET DT-IDX TO DT-COUNT
                               MOVE DH-ACCOUNT-NO
                                   TO DT-ACCOUNT-NO (DT-IDX)
                               MOVE DH-LAST-STAGE
                                   TO DT-LAST-STAGE (DT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUNNING-HISTORY
           END-IF
           MOVE 'N' TO WS-EOF
           .

      ******************************************************************
      *    200-CHECK-ONE-ACCOUNT-RTN - AN OPEN ACCOUNT OWING MONEY,    *
      *    AGED PAST THE WRITE-OFF AGE ON THE SAME LAST-PAYMENT CLOCK  *
      *    THE AGING REPORT USES, WITH THE FINAL DEMAND ALREADY SENT,  *
      *    IS SHOWN TO THE SUPERVISOR FOR A WRITE-OFF DECISION.        *
      ******************************************************************
       200-CHECK-ONE-ACCOUNT-RTN.
           IF CT-CURRENT-BALANCE (CUST-IDX) NOT GREATER THAN ZERO
              OR CT-ACCOUNT-CLOSED (CUST-IDX)
              OR CT-ACCOUNT-CHARGED-OFF (CUST-IDX)
               CONTINUE
           ELSE
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE
                         (CT-LAST-PAYMENT-DATE (CUST-IDX))
               IF WS-DAYS-PAST-DUE > WRITE-OFF-DAYS
                   PERFORM 210-CHECK-FINAL-DEMAND-RTN
                   IF FINAL-DEMAND-SENT
                       ADD 1 TO WS-CANDIDATE-COUNT
                       PERFORM 220-SHOW-AND-DECIDE-RTN
                   END-IF
               END-IF
           END-IF
           .

       210-CHECK-FINAL-DEMAND-RTN.
           MOVE 'N' TO WS-FINAL-DEMAND-SW
           SET DT-IDX TO 1
           SEARCH DT-ENTRY
               AT END
                   CONTINUE
               WHEN DT-ACCOUNT-NO (DT-IDX) = CT-ACCOUNT-NO (CUST-IDX)
                   IF DT-LAST-STAGE (DT-IDX) NOT LESS THAN
                           FINAL-DEMAND-STAGE
                       MOVE 'Y' TO WS-FINAL-DEMAND-SW
                   END-IF
           END-SEARCH
           .

       220-SHOW-AND-DECIDE-RTN.
           MOVE CT-CURRENT-BALANCE (CUST-IDX) TO WS-BALANCE-OUT
           MOVE WS-DAYS-PAST-DUE TO WS-DAYS-OUT
           DISPLAY " "
           DISPLAY "WRITE-OFF CANDIDATE - ACCOUNT "
                   CT-ACCOUNT-NO (CUST-IDX) " "
                   CT-CUSTOMER-NAME (CUST-IDX)
           DISPLAY "  BALANCE OWED    : " WS-BALANCE-OUT
           DISPLAY "  LAST PAYMENT    : "
                   CT-LAST-PAYMENT-DATE (CUST-IDX)
                   "  (" WS-DAYS-OUT " DAYS)"
           DISPLAY "WRITE OFF OR SKIP (W/S)            : "
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'W' OR WS-ANSWER = 'w'
               PERFORM 300-WRITE-OFF-RTN
           ELSE
               DISPLAY "LEFT ON THE BOOKS"
           END-IF
           .

      *    THE WRITE-OFF LINE CARRIES THE WHOLE BALANCE AND LEAVES A
      *    BALANCE-AFTER OF ZERO; THE AGENCY GETS THE AMOUNT OWED.
       300-WRITE-OFF-RTN.
           MOVE CT-MASTER-IMAGE (CUST-IDX) TO WS-BEFORE-IMAGE

           MOVE CT-ACCOUNT-NO (CUST-IDX) TO TJ-ACCOUNT-NO
           MOVE WS-RUN-DATE TO TJ-TRANS-DATE
           MOVE 'W' TO TJ-TRANS-TYPE
           MOVE CT-CURRENT-BALANCE (CUST-IDX) TO TJ-AMOUNT
           MOVE ZERO TO TJ-DISCOUNT
           MOVE ZERO TO TJ-BALANCE-AFTER
           MOVE ZERO TO TJ-TAX-AMOUNT
           MOVE SPACES TO TJ-TAX-JURISDICTION TJ-TAX-EXEMPT-SW
                         TJ-ORIG-SALE-REF
           WRITE TRANS-JOURNAL-REC

           MOVE CT-ACCOUNT-NO (CUST-IDX) TO AP-ACCOUNT-NO
           MOVE CT-CUSTOMER-NAME (CUST-IDX) TO AP-CUSTOMER-NAME
           MOVE CT-CURRENT-BALANCE (CUST-IDX) TO AP-CHARGED-OFF-AMT
           MOVE CT-LAST-PAYMENT-DATE (CUST-IDX)
               TO AP-LAST-PAYMENT-DATE
           MOVE WS-RUN-DATE TO AP-CHARGE-OFF-DATE
           MOVE WS-OPERATOR-ID TO AP-APPROVED-BY
           WRITE AGENCY-PLACEMENT-REC

           ADD 1 TO WS-WRITTEN-OFF-COUNT
           ADD CT-CURRENT-BALANCE (CUST-IDX) TO WS-WRITTEN-OFF-TOTAL
           MOVE ZERO TO CT-CURRENT-BALANCE (CUST-IDX)
           MOVE 'W' TO CT-ACCOUNT-STATUS-SW (CUST-IDX)

      *    THE ACCOUNT WAS PICKED BY THE AGING, NOT KEYED BY A CLERK,
      *    SO THE AUDIT LINE CARRIES ONLY THE APPROVING SUPERVISOR.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO CUSTOMER-AUDIT-REC
           MOVE 'CH03A09J' TO CA-PROGRAM-ID-OUT
           MOVE CT-ACCOUNT-NO (CUST-IDX) TO CA-ACCOUNT-NO-OUT
           MOVE 'WRITE-OFF' TO CA-ACTION-OUT
           MOVE WS-RUN-DATE TO CA-LOG-DATE-OUT
           MOVE WS-RUN-TIME (1:6) TO CA-LOG-TIME-OUT
           MOVE WS-OPERATOR-ID TO CA-CHECKER-ID-OUT
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE-OUT
           MOVE CT-MASTER-IMAGE (CUST-IDX) TO CA-AFTER-IMAGE-OUT
           WRITE CUSTOMER-AUDIT-REC
           DISPLAY "WRITTEN OFF AND PLACED WITH THE AGENCY"
           .

       400-REWRITE-MASTER-RTN.
           OPEN OUTPUT CUSTOMER-MASTER
           PERFORM 410-WRITE-ONE-CUSTOMER-RTN
               VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUSTOMER-COUNT
           CLOSE CUSTOMER-MASTER
           .

       410-WRITE-ONE-CUSTOMER-RTN.
           MOVE CT-MASTER-IMAGE (CUST-IDX) TO CUSTOMER-MASTER-REC
           WRITE CUSTOMER-MASTER-REC
           .

       COPY OPERPARA.
