      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-09-01  MAM  Initial version                             *
      *   2026-10-15  MAM  Returned items carry AR-EMPLOYEE-NO-IN and  *
      *                     match prenote-state.dat on employee number *
      *                     plus bank details instead of on name; the  *
      *                     replacement check's register line and the  *
      *                     audit entries are keyed by number too.     *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
      *    ONE LINE PER ITEM THE BANK RETURNED SINCE THE LAST PAY RUN.
       FD  F-ACH-RETURNS.
       01  ACH-RETURN-REC.
           05 AR-EMPLOYEE-NO-IN     PIC X(5).
           05 AR-EMPLOYEE-NAME-IN   PIC X(20).
           05 AR-BANK-ROUTING-IN    PIC X(9).
           05 AR-BANK-ACCOUNT-IN    PIC X(12).
       01  PRENOTE-TABLE.
           05 PNT-ENTRY OCCURS 200 TIMES
                   INDEXED BY PNT-IDX.
               10 PNT-EMPLOYEE-NO    PIC X(5)  VALUE SPACES.
               10 PNT-EMPLOYEE-NAME  PIC X(20) VALUE SPACES.
               10 PNT-BANK-ROUTING   PIC X(9)  VALUE SPACES.
               10 PNT-BANK-ACCOUNT   PIC X(12) VALUE SPACES.
                       NOT AT END
                           ADD 1 TO WS-PRENOTE-COUNT
                           SET PNT-IDX TO WS-PRENOTE-COUNT
                           MOVE PN-EMPLOYEE-NO
                               TO PNT-EMPLOYEE-NO (PNT-IDX)
                           MOVE PN-EMPLOYEE-NAME
                               TO PNT-EMPLOYEE-NAME (PNT-IDX)
                           MOVE PN-BANK-ROUTING-NO
           SEARCH PNT-ENTRY
               AT END
                   CONTINUE
               WHEN PNT-EMPLOYEE-NO (PNT-IDX) = AR-EMPLOYEE-NO-IN
                    AND PNT-BANK-ROUTING (PNT-IDX)
                        = AR-BANK-ROUTING-IN
                    AND PNT-BANK-ACCOUNT (PNT-IDX)
               ADD 1 TO WS-UNMATCHED-COUNT
               ADD 1 TO WS-PRENOTE-COUNT
               SET PNT-IDX TO WS-PRENOTE-COUNT
               MOVE AR-EMPLOYEE-NO-IN
                   TO PNT-EMPLOYEE-NO (PNT-IDX)
               MOVE AR-EMPLOYEE-NAME-IN
                   TO PNT-EMPLOYEE-NAME (PNT-IDX)
               MOVE AR-BANK-ROUTING-IN TO PNT-BANK-ROUTING (PNT-IDX)
           END-IF

           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==AR-EMPLOYEE-NO-IN==
               ==:ACTION:==     BY =='BANK DATA BAD'==.

           PERFORM 210-REQUEUE-AS-CHECK-RTN

           MOVE SPACES TO CHECK-REGISTER-REC
           MOVE WS-NEXT-CHECK-NO     TO CR-CHECK-NO-OUT
           MOVE AR-EMPLOYEE-NO-IN    TO CR-EMPLOYEE-NO-OUT
           MOVE AR-EMPLOYEE-NAME-IN  TO CR-EMPLOYEE-NAME-OUT
           MOVE AR-NET-AMOUNT-IN     TO CR-NET-SALARY-OUT
           WRITE CHECK-REGISTER-REC

           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==AR-EMPLOYEE-NO-IN==
               ==:ACTION:==     BY =='RETURN RECHECK'==.

           ADD 1 TO WS-CHECKS-WRITTEN
           .

       305-WRITE-ONE-PRENOTE-RTN.
           MOVE PNT-EMPLOYEE-NO (PNT-IDX)   TO PN-EMPLOYEE-NO
           MOVE PNT-EMPLOYEE-NAME (PNT-IDX) TO PN-EMPLOYEE-NAME
           MOVE PNT-BANK-ROUTING (PNT-IDX)  TO PN-BANK-ROUTING-NO
           MOVE PNT-BANK-ACCOUNT (PNT-IDX)  TO PN-BANK-ACCOUNT-NO
