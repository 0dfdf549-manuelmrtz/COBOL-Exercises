       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A3A.

      *****************************************************************
      * PROGRAM NAME : Payment Arrangement Entry                       *
      * PROGRAM ID   : CHAP04A3A                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Online Maintenance                              *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   A customer who calls in and agrees to pay an overdue         *
      *   balance in installments had nowhere to be recorded, so the   *
      *   next CHAP04A03 run still referred them to collections and    *
      *   CHAP04A03D still sent the shut-off notice. The CSR enters    *
      *   the account here; the program shows the balance owed from    *
      *   account-history.dat, takes the number of installments and    *
      *   the first due date, works out the installment amount, and    *
      *   on confirmation records the arrangement on                   *
      *   pay-arrangements.dat, read again and written back with only  *
      *   that account changed. CHAP04A3P tracks the installments as   *
      *   cash posts and breaks the arrangement when one is missed;    *
      *   while it stands, CHAP04A03 and CHAP04A03D leave the account  *
      *   alone.                                                       *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   ----------------------- ----------------------------------  *
      *   | File Name            | Description                      |  *
      *   ----------------------- ----------------------------------  *
      *   | account-history.dat  | Balance owed and days past due   |  *
      *   | pay-arrangements.dat | Arrangements already on file     |  *
      *   | operators.dat        | Shop-wide operator sign-on file  |  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ----------------------- ----------------------------------  *
      *   | File Name            | Description                      |  *
      *   ----------------------- ----------------------------------  *
      *   | pay-arrangements.dat | Rewritten with new arrangements  |  *
      *   | io-error.log         | Shared shop-wide I/O error log   |  *
      *   | audit-trail.log      | Shared shop-wide write audit     |  *
      *   |                      | trail                            |  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - An account with no history, nothing owed, or an            *
      *     arrangement already standing is refused with the reason    *
      *   - Inquiry-only operators may look but not record             *
      *   - No history file means nothing can be arranged - the        *
      *     program says so and exits                                  *
      *   - A history or arrangement file too big for its table ends   *
      *     the run before anything more is written                    *
      *                                                                *
      * RETURN CODES :                                                 *
      *   - 8  : Sign-on refused                                       *
      *   - 16 : No account-history file, or a file too big for its    *
      *          table                                                 *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Run from a terminal while the customer is on the phone, like *
      *   CHAP04A3C - not part of the nightly CHAP04DRV chain.         *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  Each arrangement is written as it is        *
      *                    recorded, over a fresh read of              *
      *                    pay-arrangements.dat with only that account *
      *                    changed; a history or arrangement file too  *
      *                    big for its table ends the run with RC 16.  *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACCOUNT-HISTORY ASSIGN TO 'data/account-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT F-ARRANGEMENTS ASSIGN TO 'data/pay-arrangements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ACCOUNT-HISTORY.
           COPY ACCTHISTREC.

       FD  F-ARRANGEMENTS.
           COPY ARRANGEREC.

           COPY IOERRFD.
           COPY AUDITFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-ARRANGE-STATUS        PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY OPERWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-ANSWER                PIC X VALUE SPACE.
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-IN            PIC X(5) VALUE SPACES.
       01  WS-COUNT-IN              PIC X(2) VALUE SPACES.
       01  WS-DUE-DATE-IN           PIC X(8) VALUE SPACES.
       01  WS-FIRST-DUE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-INSTALLMENTS          PIC 9(2) VALUE ZERO.
       01  WS-INSTALLMENT-AMT       PIC 9(5)V99 VALUE ZERO.
       01  WS-ARRANGED-TOTAL        PIC 9(6)V99 VALUE ZERO.
       01  WS-AMOUNT-OUT            PIC $$,$$9.99.
       01  WS-DAYS-OUT              PIC ZZ9.
       01  WS-RECORDED-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-ENTRY-OK-SW           PIC X VALUE 'N'.
           88  ENTRY-OK             VALUE 'Y'.

      *    TERMS THE BILLING OFFICE WILL AGREE TO ON THE PHONE. AN
      *    INSTALLMENT FALLS DUE EVERY ARRANGEMENT-INTERVAL-DAYS FROM
      *    THE FIRST DUE DATE, WHICH MAY NOT BE SET FURTHER OUT THAN
      *    MAX-FIRST-DUE-DAYS.
       01  MIN-INSTALLMENTS         PIC 9(2) VALUE 02.
       01  MAX-INSTALLMENTS         PIC 9(2) VALUE 12.
       01  ARRANGEMENT-INTERVAL-DAYS PIC 9(3) VALUE 030.
       01  MAX-FIRST-DUE-DAYS       PIC 9(3) VALUE 030.

      *    BOTH FILES HELD WHOLE; ONLY THE ARRANGEMENTS ARE REWRITTEN.
       01  HISTORY-MAX              PIC 9(3) VALUE 500.
       01  ARRANGEMENT-MAX          PIC 9(3) VALUE 500.
       01  WS-FULL-FILE-LABEL       PIC X(20) VALUE SPACES.
       01  HISTORY-TABLE.
           05  HIST-ENTRY OCCURS 500 TIMES
                   INDEXED BY HIST-IDX.
               10  HT-ACCOUNT-NO    PIC X(5)  VALUE SPACES.
               10  HT-PRIOR-BALANCE PIC 9(5)V99 VALUE ZERO.
               10  HT-DAYS-PAST-DUE PIC 9(3)  VALUE ZERO.
       01  HISTORY-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-HIST-FOUND-SW         PIC X VALUE 'N'.
           88  HISTORY-ON-FILE      VALUE 'Y'.

       01  ARRANGEMENT-TABLE.
           05  ARR-ENTRY OCCURS 500 TIMES
                   INDEXED BY ARR-IDX.
               10  ARR-ACCOUNT-NO   PIC X(5).
               10  ARR-TERMS        PIC X(53).
       01  ARRANGEMENT-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-ARR-FOUND-SW          PIC X VALUE 'N'.
           88  ARRANGEMENT-ON-FILE  VALUE 'Y'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE 'CHAP04A3A' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 950-SIGN-ON-RTN
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-HISTORY-RTN
           PERFORM 220-LOAD-ARRANGEMENTS-RTN

           PERFORM 300-TAKE-ONE-ACCOUNT-RTN
               UNTIL WS-ACCOUNT-IN = 'END'

           DISPLAY 'ARRANGEMENTS RECORDED: ' WS-RECORDED-COUNT
           PERFORM 400-CLOSE-FILES
           STOP RUN
           .

       200-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS = '35'
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF WS-ERRLOG-STATUS NOT = '00'
              AND WS-ERRLOG-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open ERROR-LOG file. Status: '
                       WS-ERRLOG-STATUS
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
              AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open AUDIT-LOG file. Status: '
                       WS-AUDIT-STATUS
           END-IF
           .

       210-LOAD-HISTORY-RTN.
           OPEN INPUT F-ACCOUNT-HISTORY
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'NO ACCOUNT HISTORY ON FILE - NOTHING TO '
                       'ARRANGE'
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='ACCT-HIST'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-HISTORY-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-ACCOUNT-HISTORY
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HISTORY-COUNT NOT < HISTORY-MAX
                           MOVE 'ACCOUNT-HISTORY' TO WS-FULL-FILE-LABEL
                           PERFORM 990-TABLE-FULL-RTN
                       END-IF
                       ADD 1 TO HISTORY-COUNT
                       SET HIST-IDX TO HISTORY-COUNT
                       MOVE HIST-ACCOUNT-NO
                           TO HT-ACCOUNT-NO (HIST-IDX)
                       MOVE HIST-PRIOR-BALANCE
                           TO HT-PRIOR-BALANCE (HIST-IDX)
                       MOVE HIST-DAYS-PAST-DUE
                           TO HT-DAYS-PAST-DUE (HIST-IDX)
               END-READ
           END-PERFORM
           CLOSE F-ACCOUNT-HISTORY
           MOVE 'N' TO WS-EOF
           .

      *    ALSO RUN AGAIN BY 350 JUST BEFORE EACH REWRITE, SO THE
      *    TABLE IS EMPTIED FIRST.
       220-LOAD-ARRANGEMENTS-RTN.
           MOVE ZERO TO ARRANGEMENT-COUNT
           OPEN INPUT F-ARRANGEMENTS
           IF WS-ARRANGE-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ARRANGEMENTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ARRANGEMENT-COUNT NOT < ARRANGEMENT-MAX
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

      *****************************************************************
      *    300-TAKE-ONE-ACCOUNT-RTN - ONE CALLER. THE ACCOUNT MUST     *
      *    OWE SOMETHING AND MUST NOT ALREADY HAVE AN ARRANGEMENT      *
      *    STANDING; A BROKEN OR COMPLETED ONE IS REPLACED BY THE NEW  *
      *    TERMS. 'END' AT THE ACCOUNT PROMPT CLOSES THE SESSION.      *
      *****************************************************************
       300-TAKE-ONE-ACCOUNT-RTN.
           DISPLAY ' '
           DISPLAY 'ACCOUNT NUMBER (END TO FINISH)    : '
           ACCEPT WS-ACCOUNT-IN
           MOVE FUNCTION UPPER-CASE (WS-ACCOUNT-IN) TO WS-ACCOUNT-IN
           IF WS-ACCOUNT-IN = 'END'
               CONTINUE
           ELSE
               PERFORM 310-FIND-ACCOUNT-RTN
               EVALUATE TRUE
                   WHEN NOT HISTORY-ON-FILE
                       DISPLAY 'NO BALANCE HISTORY FOR ACCOUNT '
                               WS-ACCOUNT-IN
                   WHEN HT-PRIOR-BALANCE (HIST-IDX) = ZERO
                       DISPLAY 'ACCOUNT ' WS-ACCOUNT-IN
                               ' OWES NOTHING - NO ARRANGEMENT NEEDED'
                   WHEN ARRANGEMENT-ON-FILE
                        AND ARRANGEMENT-ACTIVE
                       MOVE PA-INSTALLMENT-AMT TO WS-AMOUNT-OUT
                       DISPLAY 'ACCOUNT ' WS-ACCOUNT-IN
                               ' IS ALREADY ON AN ARRANGEMENT'
                       DISPLAY '  ' PA-INSTALLMENTS-PAID ' OF '
                               PA-INSTALLMENT-COUNT
                               ' PAID, NEXT ' WS-AMOUNT-OUT
                               ' DUE ' PA-NEXT-DUE-DATE
                   WHEN OPERATOR-IS-INQUIRY
                       DISPLAY 'INQUIRY OPERATORS MAY NOT RECORD AN '
                               'ARRANGEMENT'
                   WHEN OTHER
                       PERFORM 320-TAKE-TERMS-RTN
               END-EVALUATE
           END-IF
           .

       310-FIND-ACCOUNT-RTN.
           MOVE 'N' TO WS-HIST-FOUND-SW
           SET HIST-IDX TO 1
           SEARCH HIST-ENTRY
               AT END
                   CONTINUE
               WHEN HT-ACCOUNT-NO (HIST-IDX) = WS-ACCOUNT-IN
                   MOVE 'Y' TO WS-HIST-FOUND-SW
           END-SEARCH

           MOVE 'N' TO WS-ARR-FOUND-SW
           SET ARR-IDX TO 1
           SEARCH ARR-ENTRY
               AT END
                   CONTINUE
               WHEN ARR-ACCOUNT-NO (ARR-IDX) = WS-ACCOUNT-IN
                   MOVE 'Y' TO WS-ARR-FOUND-SW
                   MOVE ARR-ENTRY (ARR-IDX) TO ARRANGEMENT-REC
           END-SEARCH
           .

       320-TAKE-TERMS-RTN.
           MOVE HT-PRIOR-BALANCE (HIST-IDX) TO WS-AMOUNT-OUT
           MOVE HT-DAYS-PAST-DUE (HIST-IDX) TO WS-DAYS-OUT
           DISPLAY '  BALANCE OWED    : ' WS-AMOUNT-OUT
           DISPLAY '  DAYS PAST DUE   : ' WS-DAYS-OUT

           MOVE 'N' TO WS-ENTRY-OK-SW
           DISPLAY 'NUMBER OF INSTALLMENTS (02-12)    : '
           ACCEPT WS-COUNT-IN
           IF WS-COUNT-IN IS NUMERIC
               MOVE WS-COUNT-IN TO WS-INSTALLMENTS
               IF WS-INSTALLMENTS NOT < MIN-INSTALLMENTS
                  AND WS-INSTALLMENTS NOT > MAX-INSTALLMENTS
                   MOVE 'Y' TO WS-ENTRY-OK-SW
               END-IF
           END-IF
           IF NOT ENTRY-OK
               DISPLAY 'INSTALLMENTS MUST BE 02 THROUGH 12 - '
                       'NOTHING RECORDED'
           ELSE
               PERFORM 330-TAKE-DUE-DATE-RTN
           END-IF
           .

       330-TAKE-DUE-DATE-RTN.
           MOVE 'N' TO WS-ENTRY-OK-SW
           DISPLAY 'FIRST DUE DATE (YYYYMMDD)         : '
           ACCEPT WS-DUE-DATE-IN
           IF WS-DUE-DATE-IN IS NUMERIC
               MOVE WS-DUE-DATE-IN TO WS-FIRST-DUE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-FIRST-DUE-DATE) = 0
                  AND WS-FIRST-DUE-DATE NOT < WS-TODAY
                  AND FUNCTION INTEGER-OF-DATE (WS-FIRST-DUE-DATE)
                      NOT > FUNCTION INTEGER-OF-DATE (WS-TODAY)
                            + MAX-FIRST-DUE-DAYS
                   MOVE 'Y' TO WS-ENTRY-OK-SW
               END-IF
           END-IF
           IF NOT ENTRY-OK
               DISPLAY 'FIRST DUE DATE MUST FALL WITHIN 30 DAYS OF '
                       'TODAY - NOTHING RECORDED'
           ELSE
               PERFORM 340-CONFIRM-ARRANGEMENT-RTN
           END-IF
           .

      *****************************************************************
      *    340-CONFIRM-ARRANGEMENT-RTN - THE INSTALLMENT IS THE        *
      *    BALANCE SPLIT EVENLY, ROUNDED UP TO THE CENT SO THE         *
      *    INSTALLMENTS TOGETHER NEVER FALL SHORT OF WHAT IS OWED.     *
      *****************************************************************
       340-CONFIRM-ARRANGEMENT-RTN.
           DIVIDE HT-PRIOR-BALANCE (HIST-IDX) BY WS-INSTALLMENTS
               GIVING WS-INSTALLMENT-AMT
           MULTIPLY WS-INSTALLMENT-AMT BY WS-INSTALLMENTS
               GIVING WS-ARRANGED-TOTAL
           IF WS-ARRANGED-TOTAL < HT-PRIOR-BALANCE (HIST-IDX)
               ADD .01 TO WS-INSTALLMENT-AMT
           END-IF
           MOVE WS-INSTALLMENT-AMT TO WS-AMOUNT-OUT
           DISPLAY '  ' WS-INSTALLMENTS ' INSTALLMENTS OF '
                   WS-AMOUNT-OUT ' EVERY '
                   ARRANGEMENT-INTERVAL-DAYS ' DAYS FROM '
                   WS-FIRST-DUE-DATE
           DISPLAY 'RECORD THIS ARRANGEMENT? (Y/N)    : '
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               PERFORM 350-RECORD-ARRANGEMENT-RTN
           ELSE
               DISPLAY 'NOTHING RECORDED'
           END-IF
           .

      *****************************************************************
      *    350-RECORD-ARRANGEMENT-RTN - THE NIGHTLY POSTING OR ANOTHER *
      *    TERMINAL MAY HAVE REWRITTEN pay-arrangements.dat SINCE IT   *
      *    WAS LOADED, SO IT IS READ AGAIN HERE AND ONLY THIS          *
      *    ACCOUNT'S ROW IS CHANGED BEFORE IT IS WRITTEN BACK - THE    *
      *    WAY OPERPARA RELOADS operators.dat BEFORE 956 REWRITES IT.  *
      *****************************************************************
       350-RECORD-ARRANGEMENT-RTN.
           PERFORM 220-LOAD-ARRANGEMENTS-RTN
           PERFORM 310-FIND-ACCOUNT-RTN
           EVALUATE TRUE
               WHEN ARRANGEMENT-ON-FILE
                    AND ARRANGEMENT-ACTIVE
                   DISPLAY 'ACCOUNT ' WS-ACCOUNT-IN
                           ' WAS PUT ON AN ARRANGEMENT MEANWHILE - '
                           'NOTHING RECORDED'
               WHEN NOT ARRANGEMENT-ON-FILE
                    AND ARRANGEMENT-COUNT NOT < ARRANGEMENT-MAX
                   DISPLAY 'ARRANGEMENT FILE HOLDS '
                           ARRANGEMENT-MAX ' ACCOUNTS - '
                           'NOTHING RECORDED'
               WHEN OTHER
                   PERFORM 355-STORE-ARRANGEMENT-RTN
           END-EVALUATE
           .

       355-STORE-ARRANGEMENT-RTN.
           IF NOT ARRANGEMENT-ON-FILE
               ADD 1 TO ARRANGEMENT-COUNT
               SET ARR-IDX TO ARRANGEMENT-COUNT
           END-IF
           MOVE SPACES TO ARRANGEMENT-REC
           MOVE WS-ACCOUNT-IN TO PA-ACCOUNT-NO
           MOVE HT-PRIOR-BALANCE (HIST-IDX) TO PA-TOTAL-OWED
           MOVE WS-INSTALLMENT-AMT TO PA-INSTALLMENT-AMT
           MOVE WS-INSTALLMENTS TO PA-INSTALLMENT-COUNT
           MOVE ZERO TO PA-INSTALLMENTS-PAID
           MOVE ARRANGEMENT-INTERVAL-DAYS TO PA-INTERVAL-DAYS
           MOVE WS-FIRST-DUE-DATE TO PA-NEXT-DUE-DATE
           MOVE ZERO TO PA-PAID-TOWARD-DUE
           MOVE WS-TODAY TO PA-SETUP-DATE
           MOVE 'A' TO PA-STATUS
           MOVE WS-TODAY TO PA-STATUS-DATE
           MOVE ARRANGEMENT-REC TO ARR-ENTRY (ARR-IDX)
           PERFORM 500-REWRITE-ARRANGEMENTS-RTN
           IF WS-ARRANGE-STATUS = '00'
               ADD 1 TO WS-RECORDED-COUNT
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==WS-ACCOUNT-IN==
                   ==:ACTION:==     BY =='ARRANGE-SETUP'==.
               DISPLAY 'RECORDED'
           ELSE
               DISPLAY 'NOTHING RECORDED'
           END-IF
           .

       500-REWRITE-ARRANGEMENTS-RTN.
           OPEN OUTPUT F-ARRANGEMENTS
           IF WS-ARRANGE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open ARRANGEMENTS file. '
                       'Status: ' WS-ARRANGE-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='PAY-ARRANGE'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-ARRANGE-STATUS==.
           ELSE
               PERFORM 505-WRITE-ONE-ARRANGEMENT-RTN
                   VARYING ARR-IDX FROM 1 BY 1
                   UNTIL ARR-IDX > ARRANGEMENT-COUNT
               CLOSE F-ARRANGEMENTS
           END-IF
           .

       505-WRITE-ONE-ARRANGEMENT-RTN.
           MOVE ARR-ENTRY (ARR-IDX) TO ARRANGEMENT-REC
           WRITE ARRANGEMENT-REC
           .

       400-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           .

       990-TABLE-FULL-RTN.
           DISPLAY 'ERROR: ' WS-FULL-FILE-LABEL
                   ' file too big for its table - nothing updated'
           PERFORM 400-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

           COPY IOERRPARA.
           COPY AUDITPARA.
           COPY OPERPARA.
