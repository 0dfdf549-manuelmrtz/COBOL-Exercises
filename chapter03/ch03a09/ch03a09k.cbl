       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH03A09K.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.

      ******************************************************************
      * Batch companion to CH03A09C. An account left holding a credit *
      * balance - an overpayment, or a payment posted twice - had no  *
      * way to get the money back to the customer. This program       *
      * refunds a credit balance when the customer asks for it        *
      * (REFREQ.DAT) or, unasked, once the credit has sat past the    *
      * day limit on REFUND.CTL with no payment since. Each refund    *
      * prints a check (REFCHKS.DAT) numbered from the control file,  *
      * takes the balance back to zero, and journals a K (refund      *
      * check) line so the CH03A09D statement shows it. A request     *
      * for an unknown account or one with no credit goes to the      *
      * exception list (REFEXC.DAT). The run ends with a listing of   *
      * every refund journaled in the month (REFLIST.DAT) - the       *
      * statement month comes from the command line as CCYYMM, or     *
      * the current month when the PARM is blank.                     *
      *                                                                *
      * 2026-10-15  MAM  REFREQ.DAT is emptied once the run has        *
      *                  answered it - by a check or on the exception  *
      *                  list - so a request is refunded only once.    *
      * 2026-10-15  MAM  TRANS-JOURNAL-REC widened for the original-   *
      *                  sale reference on a credit memo; this program *
      *                  journals it blank.                            *
      * 2026-10-15  MAM  A customer master or request file too big for *
      *                  its table stops the run before anything is    *
      *                  refunded.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "DATA/CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      *    ONE LINE PER CUSTOMER WHO HAS ASKED FOR THEIR CREDIT BACK.
      *    EMPTIED AT END OF RUN, EVERY REQUEST HAVING BEEN ANSWERED.
           SELECT REFUND-REQUEST-FILE ASSIGN TO "DATA/REFREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

      *    HOW LONG A CREDIT MAY SIT BEFORE IT IS REFUNDED UNASKED,
      *    AND THE NEXT CHECK NUMBER - REWRITTEN AT END OF RUN.
           SELECT REFUND-CONTROL-FILE ASSIGN TO "DATA/REFUND.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT TRANS-JOURNAL ASSIGN TO "DATA/TRANJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REFUND-CHECK-FILE ASSIGN TO "DATA/REFCHKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-EXCEPTION-FILE ASSIGN TO "DATA/REFEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-LISTING ASSIGN TO "DATA/REFLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  REFUND-REQUEST-FILE.
       01  REFUND-REQUEST-REC.
           05  RR-ACCOUNT-NO-IN    PIC X(5).
           05  RR-REQUEST-DATE-IN  PIC 9(8).

       FD  REFUND-CONTROL-FILE.
       01  REFUND-CONTROL-REC.
           05  RC-AUTO-REFUND-DAYS PIC 9(3).
           05  RC-NEXT-CHECK-NO    PIC 9(6).

      *    LAYOUT MATCHED TO TRANS-JOURNAL-REC IN CH03A09.
       FD  TRANS-JOURNAL.
       01  TRANS-JOURNAL-REC.
           05  TJ-ACCOUNT-NO       PIC X(5).
           05  TJ-TRANS-DATE       PIC 9(8).
           05  TJ-TRANS-PERIOD REDEFINES TJ-TRANS-DATE.
               10  TJ-TRANS-CCYYMM PIC 9(6).
               10                  PIC 99.
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

       FD  REFUND-CHECK-FILE.
       01  REFUND-CHECK-REC.
           05  RK-CHECK-NO-OUT     PIC 9(6).
           05                      PIC X(2).
           05  RK-CHECK-DATE-OUT   PIC 9(8).
           05                      PIC X(2).
           05  RK-ACCOUNT-NO-OUT   PIC X(5).
           05                      PIC X(2).
           05  RK-PAYEE-OUT        PIC X(30).
           05                      PIC X(2).
           05  RK-AMOUNT-OUT       PIC $$$,$$9.99.
           05                      PIC X(2).
           05  RK-REASON-OUT       PIC X(9).

       FD  REFUND-EXCEPTION-FILE.
       01  REFUND-EXCEPTION-REC.
           05  RX-ACCOUNT-NO-OUT   PIC X(5).
           05                      PIC X(2).
           05  RX-REQUEST-DATE-OUT PIC 9(8).
           05                      PIC X(2).
           05  RX-REASON-OUT       PIC X(30).

       FD  REFUND-LISTING.
       01  REFUND-LIST-REC.
           05  RL-ACCOUNT-NO-OUT   PIC X(5).
           05                      PIC X(2).
           05  RL-CUSTOMER-NAME-OUT PIC X(30).
           05                      PIC X(2).
           05  RL-TRANS-DATE-OUT   PIC 9(8).
           05                      PIC X(2).
           05  RL-AMOUNT-OUT       PIC ZZZ,ZZ9.99.

       01  REFUND-LIST-TRAILER.
           05                      PIC X(7).
           05                      PIC X(18).
           05  RL-MONTH-OUT        PIC 9(6).
           05                      PIC X(2).
           05  RL-COUNT-OUT        PIC ZZZ9.
           05                      PIC X(12).
           05  RL-TOTAL-OUT        PIC Z,ZZZ,ZZ9.99.

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-REQUEST-STATUS       PIC XX.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-PARM-TEXT            PIC X(10) VALUE SPACES.
       01  WS-LIST-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-PERIOD REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYYMM       PIC 9(6).
           05                      PIC 99.
       01  WS-CREDIT-AGE-DAYS      PIC S9(6) VALUE ZERO.
       01  WS-REFUND-AMOUNT        PIC 9(6)V99 VALUE ZERO.
       01  WS-REFUND-REASON        PIC X(9) VALUE SPACES.
       01  WS-EXCEPTION-REASON     PIC X(30) VALUE SPACES.
       01  WS-REFUNDS-ISSUED       PIC 9(4) VALUE ZERO.
       01  WS-MONTH-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-MONTH-TOTAL          PIC 9(8)V99 VALUE ZERO
                                    USAGE COMP-3.

      *    FROM REFUND.CTL - THE RUN WILL NOT GUESS AT CHECK NUMBERS.
       01  AUTO-REFUND-DAYS        PIC 9(3) VALUE ZERO.
       01  WS-NEXT-CHECK-NO        PIC 9(6) VALUE ZERO.
       01  WS-CONTROL-OK-SW        PIC X VALUE 'N'.
           88  CONTROL-OK          VALUE 'Y'.

      *    MASTER LOADED, REFUNDS APPLIED IN PLACE, MASTER REWRITTEN -
      *    SAME SHAPE AS CH03A09C'S PAYMENT PASS.
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
                       88  CT-ACCOUNT-CHARGED-OFF VALUE 'W'.
       01  CUSTOMER-COUNT          PIC 9(4) VALUE ZERO.
       01  CUSTOMER-FOUND-SW       PIC X VALUE 'N'.
           88  CUSTOMER-FOUND      VALUE 'Y'.

       01  REQUEST-TABLE.
           05  REQUEST-ENTRY OCCURS 200 TIMES
                   INDEXED BY REQ-IDX.
               10  RQ-ACCOUNT-NO   PIC X(5) VALUE SPACES.
               10  RQ-REQUEST-DATE PIC 9(8) VALUE ZERO.
               10  RQ-HONORED-SW   PIC X    VALUE 'N'.
       01  REQUEST-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-REQUEST-FOUND-SW     PIC X VALUE 'N'.
           88  REFUND-REQUESTED    VALUE 'Y'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 030-GET-LIST-MONTH-RTN
           PERFORM 040-GET-CONTROL-RTN
           IF NOT CONTROL-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-LOAD-CUSTOMER-TABLE-RTN
           PERFORM 060-LOAD-REQUESTS-RTN

           OPEN OUTPUT REFUND-CHECK-FILE
                OUTPUT REFUND-EXCEPTION-FILE
                EXTEND TRANS-JOURNAL
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT TRANS-JOURNAL
           END-IF

           PERFORM 200-CHECK-ONE-ACCOUNT-RTN
               VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUSTOMER-COUNT
           PERFORM 250-UNHONORED-REQUEST-RTN
               VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > REQUEST-COUNT

           CLOSE REFUND-CHECK-FILE
                 REFUND-EXCEPTION-FILE
                 TRANS-JOURNAL
           IF WS-REFUNDS-ISSUED > ZERO
               PERFORM 400-REWRITE-MASTER-RTN
               PERFORM 450-REWRITE-CONTROL-RTN
           END-IF
           IF REQUEST-COUNT > ZERO
               PERFORM 470-CLEAR-REQUESTS-RTN
           END-IF
           PERFORM 300-MONTH-LISTING-RTN
           DISPLAY "REFUND CHECKS ISSUED: " WS-REFUNDS-ISSUED
           STOP RUN
           .

       030-GET-LIST-MONTH-RTN.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-TEXT (1:6) IS NUMERIC
               MOVE WS-PARM-TEXT (1:6) TO WS-LIST-MONTH
           ELSE
               MOVE WS-RUN-CCYYMM TO WS-LIST-MONTH
           END-IF
           .

       040-GET-CONTROL-RTN.
           MOVE 'N' TO WS-CONTROL-OK-SW
           OPEN INPUT REFUND-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY "REFUND RUN HALTED - NO REFUND.CTL FILE"
           ELSE
               READ REFUND-CONTROL-FILE
                   AT END
                       DISPLAY "REFUND RUN HALTED - REFUND.CTL IS "
                               "EMPTY"
                   NOT AT END
                       MOVE RC-AUTO-REFUND-DAYS TO AUTO-REFUND-DAYS
                       MOVE RC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
                       MOVE 'Y' TO WS-CONTROL-OK-SW
               END-READ
               CLOSE REFUND-CONTROL-FILE
           END-IF
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
                                   "REFUNDED"
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

      *    NO REQUEST FILE JUST MEANS NOBODY ASKED - AGED CREDITS
      *    ARE STILL REFUNDED. THE FILE IS EMPTIED AT END OF RUN, SO
      *    ONE TOO BIG FOR THE TABLE STOPS THE RUN BEFORE ANYTHING IS
      *    REFUNDED RATHER THAN LOSE THE REQUESTS PAST THE END.
       060-LOAD-REQUESTS-RTN.
           OPEN INPUT REFUND-REQUEST-FILE
           IF WS-REQUEST-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REFUND-REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REQUEST-COUNT NOT < 200
                               DISPLAY "ERROR: REFREQ.DAT HOLDS MORE "
                                       "THAN 200 REQUESTS - NOTHING "
                                       "REFUNDED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO REQUEST-COUNT
                           SET REQ-IDX TO REQUEST-COUNT
                           MOVE RR-ACCOUNT-NO-IN
                               TO RQ-ACCOUNT-NO (REQ-IDX)
                           MOVE RR-REQUEST-DATE-IN
                               TO RQ-REQUEST-DATE (REQ-IDX)
                   END-READ
               END-PERFORM
               CLOSE REFUND-REQUEST-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           .

      ******************************************************************
      *    200-CHECK-ONE-ACCOUNT-RTN - ONLY A CREDIT BALANCE IS        *
      *    REFUNDED. IT GOES OUT WHEN THE CUSTOMER ASKED, OR WHEN NO  *
      *    PAYMENT HAS COME IN FOR THE CONTROL FILE'S DAY LIMIT. A    *
      *    CREDIT IS LEFT BY A PAYMENT OR BY A CREDIT MEMO; THE AGE   *
      *    RUNS FROM THE LAST PAYMENT, SO A MEMO'S CREDIT ON AN       *
      *    ACCOUNT THAT HAS NOT PAID WITHIN THE LIMIT GOES OUT ON THE *
      *    FIRST RUN AFTER THE MEMO.                                   *
      ******************************************************************
       200-CHECK-ONE-ACCOUNT-RTN.
           IF CT-CURRENT-BALANCE (CUST-IDX) NOT LESS THAN ZERO
              OR CT-ACCOUNT-CHARGED-OFF (CUST-IDX)
               CONTINUE
           ELSE
               PERFORM 210-FIND-REQUEST-RTN
               COMPUTE WS-CREDIT-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE
                         (CT-LAST-PAYMENT-DATE (CUST-IDX))
               EVALUATE TRUE
                   WHEN REFUND-REQUESTED
                       MOVE 'REQUESTED' TO WS-REFUND-REASON
                       MOVE 'Y' TO RQ-HONORED-SW (REQ-IDX)
                       PERFORM 220-ISSUE-REFUND-RTN
                   WHEN WS-CREDIT-AGE-DAYS NOT LESS THAN
                           AUTO-REFUND-DAYS
                       MOVE 'AGED' TO WS-REFUND-REASON
                       PERFORM 220-ISSUE-REFUND-RTN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       210-FIND-REQUEST-RTN.
           MOVE 'N' TO WS-REQUEST-FOUND-SW
           SET REQ-IDX TO 1
           SEARCH REQUEST-ENTRY
               AT END
                   CONTINUE
               WHEN RQ-ACCOUNT-NO (REQ-IDX) = CT-ACCOUNT-NO (CUST-IDX)
                   MOVE 'Y' TO WS-REQUEST-FOUND-SW
           END-SEARCH
           .

       220-ISSUE-REFUND-RTN.
           COMPUTE WS-REFUND-AMOUNT =
               ZERO - CT-CURRENT-BALANCE (CUST-IDX)

           MOVE SPACES TO REFUND-CHECK-REC
           MOVE WS-NEXT-CHECK-NO TO RK-CHECK-NO-OUT
           MOVE WS-RUN-DATE TO RK-CHECK-DATE-OUT
           MOVE CT-ACCOUNT-NO (CUST-IDX) TO RK-ACCOUNT-NO-OUT
           MOVE CT-CUSTOMER-NAME (CUST-IDX) TO RK-PAYEE-OUT
           MOVE WS-REFUND-AMOUNT TO RK-AMOUNT-OUT
           MOVE WS-REFUND-REASON TO RK-REASON-OUT
           WRITE REFUND-CHECK-REC
           ADD 1 TO WS-NEXT-CHECK-NO

           MOVE ZERO TO CT-CURRENT-BALANCE (CUST-IDX)
           MOVE CT-ACCOUNT-NO (CUST-IDX) TO TJ-ACCOUNT-NO
           MOVE WS-RUN-DATE TO TJ-TRANS-DATE
           MOVE 'K' TO TJ-TRANS-TYPE
           MOVE WS-REFUND-AMOUNT TO TJ-AMOUNT
           MOVE ZERO TO TJ-DISCOUNT
           MOVE ZERO TO TJ-BALANCE-AFTER
           MOVE ZERO TO TJ-TAX-AMOUNT
           MOVE SPACES TO TJ-TAX-JURISDICTION TJ-TAX-EXEMPT-SW
                         TJ-ORIG-SALE-REF
           WRITE TRANS-JOURNAL-REC
           ADD 1 TO WS-REFUNDS-ISSUED
           .

      *    A REQUEST THAT NO REFUND ANSWERED IS EITHER FOR AN ACCOUNT
      *    WE DO NOT HAVE OR ONE WITH NOTHING TO GIVE BACK.
       250-UNHONORED-REQUEST-RTN.
           IF RQ-HONORED-SW (REQ-IDX) = 'N'
               MOVE 'N' TO CUSTOMER-FOUND-SW
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   AT END
                       CONTINUE
                   WHEN CT-ACCOUNT-NO (CUST-IDX)
                           = RQ-ACCOUNT-NO (REQ-IDX)
                       MOVE 'Y' TO CUSTOMER-FOUND-SW
               END-SEARCH
               IF CUSTOMER-FOUND
                   MOVE 'NO CREDIT BALANCE TO REFUND'
                       TO WS-EXCEPTION-REASON
               ELSE
                   MOVE 'ACCOUNT NOT ON CUSTOMER MASTER'
                       TO WS-EXCEPTION-REASON
               END-IF
               MOVE SPACES TO REFUND-EXCEPTION-REC
               MOVE RQ-ACCOUNT-NO (REQ-IDX) TO RX-ACCOUNT-NO-OUT
               MOVE RQ-REQUEST-DATE (REQ-IDX) TO RX-REQUEST-DATE-OUT
               MOVE WS-EXCEPTION-REASON TO RX-REASON-OUT
               WRITE REFUND-EXCEPTION-REC
           END-IF
           .

      ******************************************************************
      *    300-MONTH-LISTING-RTN - EVERY K LINE ON THE JOURNAL FOR THE *
      *    LISTING MONTH, THIS RUN'S AND EARLIER RUNS', WITH A COUNT   *
      *    AND TOTAL FOR THE BOOKKEEPER.                               *
      ******************************************************************
       300-MONTH-LISTING-RTN.
           OPEN OUTPUT REFUND-LISTING
           OPEN INPUT TRANS-JOURNAL
           IF WS-JOURNAL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANS-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TJ-TRANS-TYPE = 'K'
                              AND TJ-TRANS-CCYYMM = WS-LIST-MONTH
                               PERFORM 310-LIST-ONE-REFUND-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-JOURNAL
           END-IF
           MOVE 'N' TO WS-EOF

      *    THE TRAILER LIVES UNDER THE FD, SO ITS LABELS ARE MOVED IN.
           MOVE SPACES TO REFUND-LIST-TRAILER
           MOVE 'REFUNDS FOR MONTH ' TO REFUND-LIST-TRAILER (8:18)
           MOVE WS-LIST-MONTH TO RL-MONTH-OUT
           MOVE WS-MONTH-COUNT TO RL-COUNT-OUT
           MOVE ' CHECKS    ' TO REFUND-LIST-TRAILER (38:11)
           MOVE WS-MONTH-TOTAL TO RL-TOTAL-OUT
           WRITE REFUND-LIST-TRAILER
           CLOSE REFUND-LISTING
           .

       310-LIST-ONE-REFUND-RTN.
           MOVE SPACES TO REFUND-LIST-REC
           MOVE TJ-ACCOUNT-NO TO RL-ACCOUNT-NO-OUT
           MOVE 'N' TO CUSTOMER-FOUND-SW
           SET CUST-IDX TO 1
           SEARCH CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN CT-ACCOUNT-NO (CUST-IDX) = TJ-ACCOUNT-NO
                   MOVE CT-CUSTOMER-NAME (CUST-IDX)
                       TO RL-CUSTOMER-NAME-OUT
           END-SEARCH
           MOVE TJ-TRANS-DATE TO RL-TRANS-DATE-OUT
           MOVE TJ-AMOUNT TO RL-AMOUNT-OUT
           WRITE REFUND-LIST-REC
           ADD 1 TO WS-MONTH-COUNT
           ADD TJ-AMOUNT TO WS-MONTH-TOTAL
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

      *    THE NEXT RUN PICKS UP THE CHECK SEQUENCE WHERE THIS ONE
      *    LEFT OFF.
       450-REWRITE-CONTROL-RTN.
           OPEN OUTPUT REFUND-CONTROL-FILE
           MOVE AUTO-REFUND-DAYS TO RC-AUTO-REFUND-DAYS
           MOVE WS-NEXT-CHECK-NO TO RC-NEXT-CHECK-NO
           WRITE REFUND-CONTROL-REC
           CLOSE REFUND-CONTROL-FILE
           .

      *    EVERY REQUEST WAS REFUNDED OR LISTED AS AN EXCEPTION, AND
      *    THE MASTER AND CONTROL FILE ARE REWRITTEN - A REQUEST LEFT
      *    ON THE FILE WOULD BE REFUNDED AGAIN ON THE NEXT RUN.
       470-CLEAR-REQUESTS-RTN.
           OPEN OUTPUT REFUND-REQUEST-FILE
           CLOSE REFUND-REQUEST-FILE
           .
