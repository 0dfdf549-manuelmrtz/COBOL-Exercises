      *   CHAP04A03 billing pass reads so a shut-off account stops     *
      *   being billed usage.                                          *
      *                                                                *
      *   Move-out ('S') and move-in ('N') orders from CHAP04A3S are   *
      *   completed here too. A stop takes the final dial read of      *
      *   each of the account's meters on the move date, prices the    *
      *   usage from the last cycle date to the move date off the      *
      *   RATESCHED tariff, applies the held deposit, and writes the   *
      *   final bill - a balance still owed is billed, a credit is     *
      *   refunded - then closes the account to further billing       *
      *   (status 'F') and hands its meters to the incoming account.   *
      *   A start opens the new account at the same premise on the    *
      *   raw account master with its own billing cycle and rate       *
      *   class, once its stop has been completed.                     *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   --------------------- ------------------------------------  *
      *   | service-orders.dat | Dispatch work file from CHAP04A03D |  *
      *   | service-status.dat | Per-account service status         |  *
      *   | deposit-ledger.dat | Held security deposits             |  *
      *   | account-history.dat| Balance owed per account           |  *
      *   | meter-master.dat   | Meters and last dial reads         |  *
      *   | account-master.dat | Raw billing master - premise,      |  *
      *   |                    | territory, cycle and rate class    |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   | service-orders.dat | Rewritten - completed orders       |  *
      *   |                    | stamped, open ones carried forward |  *
      *   | service-status.dat | Rewritten with completions applied |  *
      *   | deposit-ledger.dat | Rewritten when a deposit applies   |  *
      *   | account-history.dat| Rewritten with final-bill balances |  *
      *   |                    | and new accounts                   |  *
      *   | meter-master.dat   | Rewritten with final reads and     |  *
      *   |                    | meters handed to the new account   |  *
      *   | account-master.dat | Rewritten with new accounts        |  *
      *   | final-bills.dat    | Move-out final bills (appended)    |  *
      *   | io-error.log       | Shared shop-wide I/O error log     |  *
      *   | audit-trail.log    | Shared shop-wide write audit trail |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - No open orders just says so and exits                      *
      *   - A start order waits while its stop order is still open     *
      *   - A final read that is not numeric bills no usage for that   *
      *     meter and leaves its last read as it stands                *
      *   - File status validated on OPEN and CLOSE via IOERRCHK       *
      *                                                                *
      * RETURN CODES :                                                 *
      *                     held security deposit (plus its accrued    *
      *                     interest) against the account's final      *
      *                     bill and marks the ledger entry applied    *
      *   2026-10-15  MAM  Completes the move-out (stop) and move-in   *
      *                     (start) orders from CHAP04A3S - final      *
      *                     meter read, prorated final bill with the   *
      *                     deposit applied and the remainder billed   *
      *                     or refunded, old account closed ('F'), new *
      *                     account opened on the raw master           *
      *   2026-10-15  MAM  A move-in opens the new account in the same *
      *                     municipality as the premise's old one, so  *
      *                     its town fees bill from the first cycle    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    A MOVE-OUT TAKES ITS FINAL DIAL READS OFF THE METER MASTER
      *    AND HANDS THE METERS TO THE INCOMING ACCOUNT; A MOVE-IN
      *    ADDS THE NEW ACCOUNT TO THE RAW MASTER CHAP04V03 EDITS.
           SELECT F-METER-MASTER ASSIGN TO 'data/meter-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METER-STATUS.

           SELECT F-ACCOUNT-MASTER ASSIGN TO 'data/account-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT F-FINAL-BILLS ASSIGN TO 'data/final-bills.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINAL-BILL-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.

           05 SO-ORDER-TYPE         PIC X.
               88 ORDER-IS-DISCONNECT  VALUE 'D'.
               88 ORDER-IS-RECONNECT   VALUE 'R'.
               88 ORDER-IS-STOP        VALUE 'S'.
               88 ORDER-IS-START       VALUE 'N'.
           05 SO-ACCOUNT-NO         PIC X(5).
           05 SO-CUSTOMER-NAME      PIC X(20).
           05 SO-ADDRESS            PIC X(20).
               88 ORDER-IS-OPEN        VALUE 'O'.
               88 ORDER-IS-COMPLETE    VALUE 'C'.
           05 SO-COMPLETE-DATE      PIC 9(8).
      *    MOVE ORDERS ONLY - THE STOP NAMES THE INCOMING ACCOUNT
      *    (SPACES IF THE PREMISE GOES VACANT) AND THE START NAMES
      *    THE DEPARTING ONE; THE START ALSO CARRIES THE NEW
      *    ACCOUNT'S BILLING CYCLE AND RATE CLASS.
           05 SO-RELATED-ACCOUNT    PIC X(5).
           05 SO-BILLING-CYCLE      PIC 9(2).
           05 SO-RATE-CLASS         PIC X.

       FD  F-SERVICE-STATUS.
       01  SERVICE-STATUS-REC.
       FD  F-ACCOUNT-HISTORY.
           COPY ACCTHISTREC.

      *    LAYOUT MATCHED TO METER-MASTER-REC IN CHAP04A3M.
       FD  F-METER-MASTER.
       01  METER-MASTER-REC.
           05 MM-METER-SERIAL      PIC X(8).
           05 MM-ACCOUNT-NO        PIC X(5).
           05 MM-SERVICE-TYPE      PIC X.
           05 MM-INSTALL-DATE      PIC 9(8).
           05 MM-LAST-READ         PIC 9(6).
           05 MM-MULTIPLIER        PIC 9(2).
           05 MM-METER-STATUS      PIC X.

      *    LAYOUT MATCHED TO RAW-ACCOUNT-REC IN CHAP04A3M.
       FD  F-ACCOUNT-MASTER.
       01  RAW-ACCOUNT-REC.
           05 RA-ACCOUNT-NO        PIC X(5).
           05 RA-CUSTOMER-NAME     PIC X(20).
           05 RA-ADDRESS           PIC X(20).
           05 RA-KILO-HRS-USED     PIC X(5).
           05 RA-GAS-USED          PIC X(5).
           05 RA-ELEC-BILL         PIC X(5).
           05 RA-GAS-BILL          PIC X(5).
           05 RA-TERRITORY         PIC X(2).
           05 RA-RATE-CLASS        PIC X(1).
           05 RA-BILLING-CYCLE     PIC 9(2).
           05 RA-MUNICIPALITY      PIC X(4).

       FD  F-FINAL-BILLS.
       01  FINAL-BILL-REC.
           05 FB-ACCOUNT-NO-OUT    PIC X(5).
           05                      PIC X(2).
           05 FB-CUSTOMER-NAME-OUT PIC X(20).
           05                      PIC X(2).
           05 FB-MOVE-DATE-OUT     PIC 9(8).
           05                      PIC X(2).
           05 FB-DAYS-OUT          PIC Z9.
           05                      PIC X(2).
           05 FB-KWH-OUT           PIC Z,ZZZ,ZZ9.
           05                      PIC X(2).
           05 FB-THERMS-OUT        PIC Z,ZZZ,ZZ9.
           05                      PIC X(2).
           05 FB-ELEC-OUT          PIC $$$,$$9.99.
           05                      PIC X(2).
           05 FB-GAS-OUT           PIC $$$,$$9.99.
           05                      PIC X(2).
           05 FB-PRIOR-OUT         PIC $$$,$$9.99.
           05                      PIC X(2).
           05 FB-DEPOSIT-OUT       PIC $$$,$$9.99.
           05                      PIC X(2).
           05 FB-NET-OUT           PIC $$$,$$9.99.
           05                      PIC X(2).
           05 FB-DISPOSITION-OUT   PIC X(12).

           COPY IOERRFD.
           COPY AUDITFD.

       01  WS-SVC-STATUS-STATUS     PIC XX.
       01  WS-DEPOSIT-STATUS        PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-METER-STATUS          PIC XX.
       01  WS-ACCT-STATUS           PIC XX.
       01  WS-FINAL-BILL-STATUS     PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.

      *    LOAD-AND-REWRITE SHAPE THE REST OF THE SUITE USES.
       01  ORDER-TABLE.
           05  ORD-ENTRY OCCURS 200 TIMES
                   INDEXED BY ORD-IDX ORD-SCAN-IDX.
               10  ORD-IMAGE        PIC X(72).
               10  ORD-IMAGE-R REDEFINES ORD-IMAGE.
                   15  ORD-ORDER-TYPE PIC X.
                   15  ORD-ACCOUNT-NO PIC X(5).
                   15               PIC X(48).
                   15  ORD-STATUS   PIC X.
                   15               PIC X(17).
       01  ORDER-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-STOP-OPEN-SW          PIC X VALUE 'N'.
           88  STOP-STILL-OPEN      VALUE 'Y'.

       01  SVC-STATUS-TABLE.
           05  SVC-ENTRY OCCURS 500 TIMES
       01  HISTORY-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-HIST-FOUND-SW         PIC X VALUE 'N'.
           88  HISTORY-ON-FILE      VALUE 'Y'.
       01  WS-HISTORY-CHANGED-SW    PIC X VALUE 'N'.
           88  HISTORY-CHANGED      VALUE 'Y'.

      *    THE METER MASTER AND RAW ACCOUNT MASTER, HELD WHOLE FOR
      *    THE MOVE ORDERS AND REWRITTEN ONLY WHEN ONE CHANGED THEM.
       01  METER-TABLE.
           05  MT-ENTRY OCCURS 500 TIMES
                   INDEXED BY MT-IDX.
               10  MT-METER-SERIAL PIC X(8) VALUE SPACES.
               10  MT-ACCOUNT-NO   PIC X(5) VALUE SPACES.
               10  MT-SERVICE-TYPE PIC X    VALUE SPACE.
               10  MT-INSTALL-DATE PIC 9(8) VALUE ZERO.
               10  MT-LAST-READ    PIC 9(6) VALUE ZERO.
               10  MT-MULTIPLIER   PIC 9(2) VALUE ZERO.
               10  MT-METER-STATUS PIC X    VALUE SPACE.
       01  MT-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-METERS-CHANGED-SW     PIC X VALUE 'N'.
           88  METERS-CHANGED       VALUE 'Y'.

       01  ACCOUNT-TABLE.
           05  AC-ENTRY OCCURS 500 TIMES
                   INDEXED BY AC-IDX.
               10  AC-IMAGE         PIC X(74).
               10  AC-IMAGE-R REDEFINES AC-IMAGE.
                   15  AC-ACCOUNT-NO PIC X(5).
                   15               PIC X(60).
                   15  AC-TERRITORY PIC X(2).
                   15  AC-RATE-CLASS PIC X(1).
                   15  AC-BILLING-CYCLE PIC 9(2).
                   15  AC-MUNICIPALITY PIC X(4).
       01  AC-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-AC-FOUND-SW           PIC X VALUE 'N'.
           88  ACCOUNT-ON-FILE      VALUE 'Y'.
       01  WS-ACCT-LOADED-SW        PIC X VALUE 'N'.
           88  ACCOUNT-MASTER-LOADED VALUE 'Y'.
       01  WS-ACCOUNTS-CHANGED-SW   PIC X VALUE 'N'.
           88  ACCOUNTS-CHANGED     VALUE 'Y'.

      *    FINAL-BILL WORK FIELDS. THE FINAL PERIOD RUNS FROM THE
      *    ACCOUNT'S LAST CYCLE DATE (DAY-OF-MONTH = ITS BILLING
      *    CYCLE) TO THE MOVE DATE; ITS DAYS ARE CLASSED SUMMER OR
      *    WINTER THE WAY CHAP04A03 CLASSES A CYCLE'S, AND THE TWO
      *    RATESCHED RATES ARE WEIGHTED BY THEM.
           COPY RATESCHED.
       01  DIAL-CAPACITY            PIC 9(7) VALUE 1000000.
       01  WS-DIAL-DELTA            PIC S9(7) VALUE ZERO.
       01  WS-READ-IN               PIC X(6) VALUE SPACES.
       01  WS-FINAL-READ            PIC 9(6) VALUE ZERO.
       01  WS-METERS-READ           PIC 9(2) VALUE ZERO.
       01  WS-FINAL-KWH             PIC 9(7) VALUE ZERO.
       01  WS-FINAL-THERMS          PIC 9(7) VALUE ZERO.
       01  WS-FINAL-TERRITORY       PIC X(2) VALUE SPACES.
       01  WS-NEW-MUNICIPALITY      PIC X(4) VALUE SPACES.
       01  WS-FINAL-CLASS           PIC X    VALUE SPACE.
       01  WS-FINAL-CYCLE           PIC 9(2) VALUE ZERO.
       01  WS-MOVE-DATE             PIC 9(8) VALUE ZERO.
       01  WS-MOVE-DATE-SPLIT REDEFINES WS-MOVE-DATE.
           05  WS-MOVE-YYYY         PIC 9(4).
           05  WS-MOVE-MM           PIC 99.
           05  WS-MOVE-DD           PIC 99.
       01  WS-LAST-CYCLE-DATE       PIC 9(8) VALUE ZERO.
       01  WS-LAST-CYCLE-SPLIT REDEFINES WS-LAST-CYCLE-DATE.
           05  WS-LAST-CYCLE-YYYY   PIC 9(4).
           05  WS-LAST-CYCLE-MM     PIC 99.
           05  WS-LAST-CYCLE-DD     PIC 99.
       01  WS-FINAL-DAYS            PIC 99 VALUE ZERO.
       01  WS-SUMMER-DAYS           PIC 99 VALUE ZERO.
       01  WS-WINTER-DAYS           PIC 99 VALUE ZERO.
       01  WS-DAY-SCAN              PIC 9(3) VALUE ZERO.
       01  WS-SCAN-DATE-INT         PIC 9(8) VALUE ZERO.
       01  WS-SCAN-DATE             PIC 9(8) VALUE ZERO.
       01  WS-SCAN-DATE-SPLIT REDEFINES WS-SCAN-DATE.
           05                       PIC 9(4).
           05  WS-SCAN-MM           PIC 99.
           05                       PIC 99.
       01  WS-SUMMER-ELEC-RATE      PIC 9V999 VALUE ZERO.
       01  WS-SUMMER-GAS-RATE       PIC 9V999 VALUE ZERO.
       01  WS-WINTER-ELEC-RATE      PIC 9V999 VALUE ZERO.
       01  WS-WINTER-GAS-RATE       PIC 9V999 VALUE ZERO.
       01  WS-EFF-ELEC-RATE         PIC 9V9(5) VALUE ZERO.
       01  WS-EFF-GAS-RATE          PIC 9V9(5) VALUE ZERO.
       01  WS-FINAL-ELEC            PIC 9(6)V99 VALUE ZERO.
       01  WS-FINAL-GAS             PIC 9(6)V99 VALUE ZERO.
       01  WS-FINAL-PRIOR           PIC 9(5)V99 VALUE ZERO.
       01  WS-FINAL-NET             PIC S9(6)V99 VALUE ZERO.
       01  WS-FINAL-NET-ABS         PIC 9(6)V99 VALUE ZERO.
       01  WS-FINAL-DISPOSITION     PIC X(12) VALUE SPACES.
       01  WS-FINAL-BILLS-WRITTEN   PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 220-LOAD-SERVICE-STATUS-RTN
           PERFORM 230-LOAD-DEPOSIT-LEDGER-RTN
           PERFORM 240-LOAD-ACCOUNT-HISTORY-RTN
           PERFORM 250-LOAD-METER-MASTER-RTN
           PERFORM 260-LOAD-ACCOUNT-MASTER-RTN

           IF ORDER-COUNT = ZERO
               DISPLAY 'NO SERVICE ORDERS ON FILE'
           PERFORM 510-REWRITE-SERVICE-STATUS-RTN
           IF WS-DEPOSITS-APPLIED > ZERO
               PERFORM 520-REWRITE-DEPOSIT-LEDGER-RTN
               MOVE 'Y' TO WS-HISTORY-CHANGED-SW
           END-IF
           IF HISTORY-CHANGED
               PERFORM 530-REWRITE-ACCOUNT-HISTORY-RTN
           END-IF
           IF METERS-CHANGED
               PERFORM 540-REWRITE-METER-MASTER-RTN
           END-IF
           IF ACCOUNTS-CHANGED
               PERFORM 550-REWRITE-ACCOUNT-MASTER-RTN
           END-IF
           IF WS-FINAL-BILLS-WRITTEN > ZERO
               DISPLAY 'FINAL BILLS WRITTEN: ' WS-FINAL-BILLS-WRITTEN
           END-IF
           PERFORM 400-CLOSE-FILES
           STOP RUN
           .
               DISPLAY 'WARNING: Cannot open AUDIT-LOG file. Status: '
                       WS-AUDIT-STATUS
           END-IF

           OPEN EXTEND F-FINAL-BILLS
           IF WS-FINAL-BILL-STATUS = '35'
               OPEN OUTPUT F-FINAL-BILLS
           END-IF
           IF WS-FINAL-BILL-STATUS NOT = '00'
              AND WS-FINAL-BILL-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open FINAL-BILLS file. Status: '
                       WS-FINAL-BILL-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='FINAL-BILLS'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-FINAL-BILL-STATUS==.
               CLOSE ERROR-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       210-LOAD-ORDERS-RTN.
           MOVE 'N' TO WS-EOF
           .

       250-LOAD-METER-MASTER-RTN.
           OPEN INPUT F-METER-MASTER
           IF WS-METER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-METER-MASTER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO MT-COUNT
                           SET MT-IDX TO MT-COUNT
                           MOVE MM-METER-SERIAL
                               TO MT-METER-SERIAL (MT-IDX)
                           MOVE MM-ACCOUNT-NO
                               TO MT-ACCOUNT-NO (MT-IDX)
                           MOVE MM-SERVICE-TYPE
                               TO MT-SERVICE-TYPE (MT-IDX)
                           MOVE MM-INSTALL-DATE
                               TO MT-INSTALL-DATE (MT-IDX)
                           MOVE MM-LAST-READ
                               TO MT-LAST-READ (MT-IDX)
                           MOVE MM-MULTIPLIER
                               TO MT-MULTIPLIER (MT-IDX)
                           MOVE MM-METER-STATUS
                               TO MT-METER-STATUS (MT-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-METER-MASTER
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *    A MISSING RAW MASTER LEAVES A MOVE-IN NOWHERE TO LAND -
      *    THE START ORDER IS HELD OPEN UNTIL THE MASTER IS BACK.
       260-LOAD-ACCOUNT-MASTER-RTN.
           OPEN INPUT F-ACCOUNT-MASTER
           IF WS-ACCT-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-LOADED-SW
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ACCOUNT-MASTER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO AC-COUNT
                           SET AC-IDX TO AC-COUNT
                           MOVE RAW-ACCOUNT-REC TO AC-IMAGE (AC-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-ACCOUNT-MASTER
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *****************************************************************
      *    300-REVIEW-ONE-ORDER-RTN - SHOWS EACH OPEN ORDER AND TAKES  *
      *    THE CREW'S ANSWER. A COMPLETED DISCONNECT MARKS THE         *
      *    ACCOUNT 'D' ON SERVICE-STATUS; A COMPLETED RECONNECT MARKS  *
      *    IT 'A'. A COMPLETED STOP TAKES THE FINAL READS AND BILLS,   *
      *    THEN MARKS THE ACCOUNT 'F'; A COMPLETED START OPENS THE NEW *
      *    ACCOUNT 'A'. A START WHOSE STOP IS STILL OPEN IS NOT        *
      *    OFFERED. NOT-COMPLETED ORDERS STAY OPEN FOR TOMORROW'S      *
      *    SHEET.                                                      *
      *****************************************************************
       300-REVIEW-ONE-ORDER-RTN.
           MOVE ORD-IMAGE (ORD-IDX) TO SERVICE-ORDER-REC
           MOVE 'N' TO WS-STOP-OPEN-SW
           IF ORDER-IS-OPEN AND ORDER-IS-START
               PERFORM 305-CHECK-STOP-DONE-RTN
                   VARYING ORD-SCAN-IDX FROM 1 BY 1
                   UNTIL ORD-SCAN-IDX > ORDER-COUNT
           END-IF
           IF NOT ORDER-IS-OPEN
               CONTINUE
           ELSE
               ADD 1 TO WS-OPEN-SEEN
               DISPLAY ' '
               EVALUATE TRUE
                   WHEN ORDER-IS-DISCONNECT
                       DISPLAY 'DISCONNECT ORDER - ACCOUNT '
                               SO-ACCOUNT-NO ' ' SO-CUSTOMER-NAME
                   WHEN ORDER-IS-STOP
                       DISPLAY 'MOVE-OUT ORDER   - ACCOUNT '
                               SO-ACCOUNT-NO ' ' SO-CUSTOMER-NAME
                   WHEN ORDER-IS-START
                       DISPLAY 'MOVE-IN ORDER    - ACCOUNT '
                               SO-ACCOUNT-NO ' ' SO-CUSTOMER-NAME
                   WHEN OTHER
                       DISPLAY 'RECONNECT ORDER  - ACCOUNT '
                               SO-ACCOUNT-NO ' ' SO-CUSTOMER-NAME
               END-EVALUATE
               DISPLAY '  ADDRESS : ' SO-ADDRESS
               DISPLAY '  ORDERED : ' SO-ORDER-DATE
               EVALUATE TRUE
                   WHEN STOP-STILL-OPEN
                       DISPLAY 'WAITING ON THE MOVE-OUT OF ACCOUNT '
                               SO-RELATED-ACCOUNT ' - LEFT OPEN'
                   WHEN ORDER-IS-START AND NOT ACCOUNT-MASTER-LOADED
                       DISPLAY 'NO ACCOUNT MASTER TO OPEN THE ACCOUNT '
                               'ON - LEFT OPEN'
                   WHEN OTHER
                       PERFORM 310-TAKE-COMPLETION-RTN
               END-EVALUATE
           END-IF
           .

      *    A MOVE-IN CANNOT OPEN THE PREMISE UNTIL THE DEPARTING
      *    ACCOUNT'S FINAL READ HAS BEEN TAKEN.
       305-CHECK-STOP-DONE-RTN.
           IF ORD-ORDER-TYPE (ORD-SCAN-IDX) = 'S'
              AND ORD-ACCOUNT-NO (ORD-SCAN-IDX) = SO-RELATED-ACCOUNT
              AND ORD-STATUS (ORD-SCAN-IDX) = 'O'
               MOVE 'Y' TO WS-STOP-OPEN-SW
           END-IF
           .

       310-TAKE-COMPLETION-RTN.
           DISPLAY 'COMPLETED BY THE CREW? (Y/N)      : '
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               MOVE 'C' TO SO-STATUS
               MOVE WS-TODAY TO SO-COMPLETE-DATE
               PERFORM 320-APPLY-STATUS-RTN
               MOVE SERVICE-ORDER-REC TO ORD-IMAGE (ORD-IDX)
               EVALUATE TRUE
                   WHEN ORDER-IS-DISCONNECT
                       COPY AUDITLOG REPLACING
                           ==:RECORD-KEY:== BY ==SO-ACCOUNT-NO==
                           ==:ACTION:==     BY =='DISCONNECTED'==.
                   WHEN ORDER-IS-STOP
                       COPY AUDITLOG REPLACING
                           ==:RECORD-KEY:== BY ==SO-ACCOUNT-NO==
                           ==:ACTION:==     BY =='MOVED-OUT'==.
                   WHEN ORDER-IS-START
                       COPY AUDITLOG REPLACING
                           ==:RECORD-KEY:== BY ==SO-ACCOUNT-NO==
                           ==:ACTION:==     BY =='MOVED-IN'==.
                   WHEN OTHER
                       COPY AUDITLOG REPLACING
                           ==:RECORD-KEY:== BY ==SO-ACCOUNT-NO==
                           ==:ACTION:==     BY =='RECONNECTED'==.
               END-EVALUATE
               DISPLAY 'RECORDED'
           ELSE
               DISPLAY 'LEFT OPEN'
           END-IF
           .

               SET SVC-IDX TO SVC-STATUS-COUNT
               MOVE SO-ACCOUNT-NO TO SVC-ACCOUNT-NO (SVC-IDX)
           END-IF
           MOVE WS-TODAY TO SVC-STATUS-DATE (SVC-IDX)
           EVALUATE TRUE
               WHEN ORDER-IS-DISCONNECT
                   MOVE 'D' TO SVC-STATUS (SVC-IDX)
      *            THE DISCONNECT CLOSES THE SERVICE, SO ANY HELD
      *            DEPOSIT IS APPLIED AGAINST THE FINAL BILL NOW.
                   PERFORM 325-APPLY-DEPOSIT-RTN
      *        A MOVE IS DATED BY THE MOVE DATE, NOT THE DAY THE
      *        CREW'S SHEET WAS KEYED.
               WHEN ORDER-IS-STOP
                   PERFORM 360-FINAL-BILL-RTN
                   MOVE 'F' TO SVC-STATUS (SVC-IDX)
                   MOVE SO-ORDER-DATE TO SVC-STATUS-DATE (SVC-IDX)
               WHEN ORDER-IS-START
                   PERFORM 390-OPEN-NEW-ACCOUNT-RTN
                   MOVE 'A' TO SVC-STATUS (SVC-IDX)
                   MOVE SO-ORDER-DATE TO SVC-STATUS-DATE (SVC-IDX)
               WHEN OTHER
                   MOVE 'A' TO SVC-STATUS (SVC-IDX)
           END-EVALUATE
           MOVE SO-CUSTOMER-NAME TO SVC-CUSTOMER-NAME (SVC-IDX)
           MOVE SO-ADDRESS TO SVC-ADDRESS (SVC-IDX)
           .
                   GIVING WS-DEPOSIT-CREDIT
               MOVE 'A' TO DPT-STATUS (DEP-IDX)
               ADD 1 TO WS-DEPOSITS-APPLIED
      *        A MOVE-OUT NETS THE CREDIT INTO ITS OWN FINAL BILL.
               IF ORDER-IS-DISCONNECT
                   PERFORM 327-CREDIT-FINAL-BILL-RTN
               END-IF
               MOVE WS-DEPOSIT-CREDIT TO WS-DEPOSIT-CREDIT-OUT
               DISPLAY 'DEPOSIT OF ' WS-DEPOSIT-CREDIT-OUT
                       ' APPLIED TO THE FINAL BILL'
           END-IF
           .

      *****************************************************************
      *    360-FINAL-BILL-RTN - THE MOVE-OUT FINAL BILL. EACH ACTIVE   *
      *    METER ON THE ACCOUNT GIVES UP ITS FINAL DIAL READ; THE      *
      *    USAGE SINCE THE LAST CYCLE READ IS PRICED OFF RATESCHED     *
      *    FOR THE DAYS FROM THE LAST CYCLE DATE TO THE MOVE DATE.     *
      *    THE BALANCE ALREADY OWED PLUS THOSE CHARGES, LESS THE HELD  *
      *    DEPOSIT AND ITS INTEREST, IS WHAT IS LEFT: OWED, IT STAYS   *
      *    ON THE ACCOUNT'S HISTORY AS THE FINAL BILL; A CREDIT IS     *
      *    REFUNDED AND THE HISTORY BALANCE GOES TO ZERO.              *
      *****************************************************************
       360-FINAL-BILL-RTN.
           MOVE SO-ORDER-DATE TO WS-MOVE-DATE
           MOVE ZERO TO WS-FINAL-KWH WS-FINAL-THERMS WS-METERS-READ
                        WS-DEPOSIT-CREDIT WS-FINAL-PRIOR
           PERFORM 362-FIND-OLD-ACCOUNT-RTN
           PERFORM 364-FINAL-READ-ONE-METER-RTN
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-COUNT
           IF WS-METERS-READ = ZERO
               DISPLAY '  NO ACTIVE METERS ON FILE - NO FINAL USAGE'
           END-IF
           PERFORM 370-FINAL-PERIOD-RTN
           PERFORM 375-PRICE-FINAL-USAGE-RTN
           PERFORM 325-APPLY-DEPOSIT-RTN
           PERFORM 380-SETTLE-FINAL-BILL-RTN
           PERFORM 385-WRITE-FINAL-BILL-RTN
           .

      *    THE TARIFF ROW AND BILLING CYCLE COME OFF THE RAW MASTER.
      *    AN ACCOUNT NOT FOUND THERE PRICES FROM THE DEFAULT ROWS
      *    AS OF CYCLE 01.
       362-FIND-OLD-ACCOUNT-RTN.
           MOVE SPACES TO WS-FINAL-TERRITORY
           MOVE SPACE TO WS-FINAL-CLASS
           MOVE 01 TO WS-FINAL-CYCLE
           SET AC-IDX TO 1
           SEARCH AC-ENTRY
               AT END
                   CONTINUE
               WHEN AC-ACCOUNT-NO (AC-IDX) = SO-ACCOUNT-NO
                   MOVE AC-TERRITORY (AC-IDX) TO WS-FINAL-TERRITORY
                   MOVE AC-RATE-CLASS (AC-IDX) TO WS-FINAL-CLASS
                   IF AC-BILLING-CYCLE (AC-IDX) IS NUMERIC
                      AND AC-BILLING-CYCLE (AC-IDX) > ZERO
                       MOVE AC-BILLING-CYCLE (AC-IDX)
                           TO WS-FINAL-CYCLE
                   END-IF
           END-SEARCH
           .

      *    A READ SMALLER THAN THE LAST ONE ROLLED PAST THE TOP OF
      *    THE DIAL, THE SAME AS IN CHAP04A3M. THE METER THEN BELONGS
      *    TO THE INCOMING ACCOUNT, BILLING FROM THIS READ FORWARD.
       364-FINAL-READ-ONE-METER-RTN.
           IF MT-ACCOUNT-NO (MT-IDX) = SO-ACCOUNT-NO
              AND MT-METER-STATUS (MT-IDX) = 'A'
               DISPLAY '  METER ' MT-METER-SERIAL (MT-IDX)
                       ' (' MT-SERVICE-TYPE (MT-IDX) ') LAST READ '
                       MT-LAST-READ (MT-IDX)
               DISPLAY 'FINAL READ ON MOVE DATE (6 DIGITS): '
               ACCEPT WS-READ-IN
               IF WS-READ-IN IS NUMERIC
                   MOVE WS-READ-IN TO WS-FINAL-READ
                   COMPUTE WS-DIAL-DELTA =
                       WS-FINAL-READ - MT-LAST-READ (MT-IDX)
                   IF WS-DIAL-DELTA < ZERO
                       COMPUTE WS-DIAL-DELTA =
                           DIAL-CAPACITY - MT-LAST-READ (MT-IDX)
                           + WS-FINAL-READ
                   END-IF
                   IF MT-SERVICE-TYPE (MT-IDX) = 'G'
                       COMPUTE WS-FINAL-THERMS = WS-FINAL-THERMS
                           + WS-DIAL-DELTA * MT-MULTIPLIER (MT-IDX)
                   ELSE
                       COMPUTE WS-FINAL-KWH = WS-FINAL-KWH
                           + WS-DIAL-DELTA * MT-MULTIPLIER (MT-IDX)
                   END-IF
                   MOVE WS-FINAL-READ TO MT-LAST-READ (MT-IDX)
               ELSE
                   DISPLAY '  NO USABLE READ - NO USAGE BILLED FOR '
                           'THIS METER'
               END-IF
               IF SO-RELATED-ACCOUNT NOT = SPACES
                   MOVE SO-RELATED-ACCOUNT TO MT-ACCOUNT-NO (MT-IDX)
               END-IF
               ADD 1 TO WS-METERS-READ
               MOVE 'Y' TO WS-METERS-CHANGED-SW
           END-IF
           .

      *    THE LAST CYCLE DATE IS THE CYCLE'S DAY IN THE MOVE MONTH,
      *    OR IN THE MONTH BEFORE WHEN THE MOVE FALLS AHEAD OF IT. A
      *    MOVE ON THE CYCLE DATE ITSELF STILL PRICES AS ONE DAY.
       370-FINAL-PERIOD-RTN.
           MOVE WS-MOVE-DATE TO WS-LAST-CYCLE-DATE
           MOVE WS-FINAL-CYCLE TO WS-LAST-CYCLE-DD
           IF WS-MOVE-DD < WS-FINAL-CYCLE
               IF WS-LAST-CYCLE-MM = 01
                   MOVE 12 TO WS-LAST-CYCLE-MM
                   SUBTRACT 1 FROM WS-LAST-CYCLE-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-LAST-CYCLE-MM
               END-IF
           END-IF
           COMPUTE WS-FINAL-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-MOVE-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-LAST-CYCLE-DATE)
           IF WS-FINAL-DAYS = ZERO
               MOVE 1 TO WS-FINAL-DAYS
           END-IF
           MOVE ZERO TO WS-SUMMER-DAYS WS-WINTER-DAYS
           PERFORM 372-CLASS-ONE-DAY-RTN
               VARYING WS-DAY-SCAN FROM 1 BY 1
               UNTIL WS-DAY-SCAN > WS-FINAL-DAYS
           .

       372-CLASS-ONE-DAY-RTN.
           COMPUTE WS-SCAN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-MOVE-DATE)
               - WS-DAY-SCAN + 1
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER (WS-SCAN-DATE-INT)
           IF WS-SCAN-MM NOT LESS THAN SUMMER-START-MM
              AND WS-SCAN-MM NOT GREATER THAN SUMMER-END-MM
               ADD 1 TO WS-SUMMER-DAYS
           ELSE
               ADD 1 TO WS-WINTER-DAYS
           END-IF
           .

      *    ONE SEARCH PER SEASON, FALLING BACK TO THE DEFAULT ROWS,
      *    EXACTLY AS CHAP04A03 PRICES A CYCLE.
       375-PRICE-FINAL-USAGE-RTN.
           SET RATE-IDX TO 1
           SEARCH RATE-TIER
               AT END
                   SET RATE-IDX TO 17
               WHEN RATE-TERRITORY (RATE-IDX) = WS-FINAL-TERRITORY AND
                    RATE-CLASS (RATE-IDX) = WS-FINAL-CLASS AND
                    RATE-SEASON (RATE-IDX) = 'S'
                   CONTINUE
           END-SEARCH
           MOVE RATE-ELEC-PER-KWH (RATE-IDX) TO WS-SUMMER-ELEC-RATE
           MOVE RATE-GAS-PER-THERM (RATE-IDX) TO WS-SUMMER-GAS-RATE

           SET RATE-IDX TO 1
           SEARCH RATE-TIER
               AT END
                   SET RATE-IDX TO 18
               WHEN RATE-TERRITORY (RATE-IDX) = WS-FINAL-TERRITORY AND
                    RATE-CLASS (RATE-IDX) = WS-FINAL-CLASS AND
                    RATE-SEASON (RATE-IDX) = 'W'
                   CONTINUE
           END-SEARCH
           MOVE RATE-ELEC-PER-KWH (RATE-IDX) TO WS-WINTER-ELEC-RATE
           MOVE RATE-GAS-PER-THERM (RATE-IDX) TO WS-WINTER-GAS-RATE

           COMPUTE WS-EFF-ELEC-RATE ROUNDED =
               (WS-SUMMER-ELEC-RATE * WS-SUMMER-DAYS
                + WS-WINTER-ELEC-RATE * WS-WINTER-DAYS)
               / WS-FINAL-DAYS
           COMPUTE WS-EFF-GAS-RATE ROUNDED =
               (WS-SUMMER-GAS-RATE * WS-SUMMER-DAYS
                + WS-WINTER-GAS-RATE * WS-WINTER-DAYS)
               / WS-FINAL-DAYS
           COMPUTE WS-FINAL-ELEC ROUNDED =
               WS-FINAL-KWH * WS-EFF-ELEC-RATE
           COMPUTE WS-FINAL-GAS ROUNDED =
               WS-FINAL-THERMS * WS-EFF-GAS-RATE
           .

       380-SETTLE-FINAL-BILL-RTN.
           MOVE 'N' TO WS-HIST-FOUND-SW
           SET HIST-IDX TO 1
           SEARCH HIST-ENTRY
               AT END
                   CONTINUE
               WHEN HT-ACCOUNT-NO (HIST-IDX) = SO-ACCOUNT-NO
                   MOVE 'Y' TO WS-HIST-FOUND-SW
                   MOVE HT-PRIOR-BALANCE (HIST-IDX) TO WS-FINAL-PRIOR
           END-SEARCH
           COMPUTE WS-FINAL-NET = WS-FINAL-PRIOR + WS-FINAL-ELEC
               + WS-FINAL-GAS - WS-DEPOSIT-CREDIT
           MOVE WS-FINAL-NET TO WS-FINAL-NET-ABS
           EVALUATE TRUE
               WHEN WS-FINAL-NET > ZERO
                   MOVE 'BILLED' TO WS-FINAL-DISPOSITION
               WHEN WS-FINAL-NET < ZERO
                   MOVE 'REFUND DUE' TO WS-FINAL-DISPOSITION
               WHEN OTHER
                   MOVE 'SETTLED' TO WS-FINAL-DISPOSITION
           END-EVALUATE

           IF NOT HISTORY-ON-FILE AND WS-FINAL-NET > ZERO
               ADD 1 TO HISTORY-COUNT
               SET HIST-IDX TO HISTORY-COUNT
               MOVE SO-ACCOUNT-NO TO HT-ACCOUNT-NO (HIST-IDX)
               MOVE ZERO TO HT-DAYS-PAST-DUE (HIST-IDX)
               MOVE ALL '0' TO HT-USAGE-IMAGE (HIST-IDX)
               MOVE 'Y' TO WS-HIST-FOUND-SW
           END-IF
           IF HISTORY-ON-FILE
               IF WS-FINAL-NET > ZERO
                   MOVE WS-FINAL-NET TO HT-PRIOR-BALANCE (HIST-IDX)
               ELSE
                   MOVE ZERO TO HT-PRIOR-BALANCE (HIST-IDX)
                   MOVE ZERO TO HT-DAYS-PAST-DUE (HIST-IDX)
               END-IF
               MOVE 'Y' TO WS-HISTORY-CHANGED-SW
           END-IF
           .

       385-WRITE-FINAL-BILL-RTN.
           MOVE SPACES TO FINAL-BILL-REC
           MOVE SO-ACCOUNT-NO TO FB-ACCOUNT-NO-OUT
           MOVE SO-CUSTOMER-NAME TO FB-CUSTOMER-NAME-OUT
           MOVE WS-MOVE-DATE TO FB-MOVE-DATE-OUT
           MOVE WS-FINAL-DAYS TO FB-DAYS-OUT
           MOVE WS-FINAL-KWH TO FB-KWH-OUT
           MOVE WS-FINAL-THERMS TO FB-THERMS-OUT
           MOVE WS-FINAL-ELEC TO FB-ELEC-OUT
           MOVE WS-FINAL-GAS TO FB-GAS-OUT
           MOVE WS-FINAL-PRIOR TO FB-PRIOR-OUT
           MOVE WS-DEPOSIT-CREDIT TO FB-DEPOSIT-OUT
           MOVE WS-FINAL-NET-ABS TO FB-NET-OUT
           MOVE WS-FINAL-DISPOSITION TO FB-DISPOSITION-OUT
           WRITE FINAL-BILL-REC
           ADD 1 TO WS-FINAL-BILLS-WRITTEN
           DISPLAY '  FINAL BILL ' FB-DAYS-OUT ' DAYS  ELEC '
                   FB-ELEC-OUT '  GAS ' FB-GAS-OUT
           DISPLAY '  PRIOR ' FB-PRIOR-OUT '  DEPOSIT '
                   FB-DEPOSIT-OUT '  ' WS-FINAL-DISPOSITION
                   ' ' FB-NET-OUT
           .

      *****************************************************************
      *    390-OPEN-NEW-ACCOUNT-RTN - THE INCOMING ACCOUNT GOES ON     *
      *    THE RAW MASTER AT THE SAME PREMISE, IN THE DEPARTING        *
      *    ACCOUNT'S TERRITORY AND MUNICIPALITY, WITH ITS OWN CYCLE    *
      *    AND RATE CLASS AND NO USAGE YET; IT STARTS A ZERO-BALANCE   *
      *    HISTORY RECORD.                                             *
      *****************************************************************
       390-OPEN-NEW-ACCOUNT-RTN.
           MOVE SPACES TO WS-FINAL-TERRITORY WS-NEW-MUNICIPALITY
           SET AC-IDX TO 1
           SEARCH AC-ENTRY
               AT END
                   CONTINUE
               WHEN AC-ACCOUNT-NO (AC-IDX) = SO-RELATED-ACCOUNT
                   MOVE AC-TERRITORY (AC-IDX) TO WS-FINAL-TERRITORY
                   MOVE AC-MUNICIPALITY (AC-IDX)
                       TO WS-NEW-MUNICIPALITY
           END-SEARCH

           MOVE 'N' TO WS-AC-FOUND-SW
           SET AC-IDX TO 1
           SEARCH AC-ENTRY
               AT END
                   CONTINUE
               WHEN AC-ACCOUNT-NO (AC-IDX) = SO-ACCOUNT-NO
                   MOVE 'Y' TO WS-AC-FOUND-SW
           END-SEARCH
           IF NOT ACCOUNT-ON-FILE
               MOVE SPACES TO RAW-ACCOUNT-REC
               MOVE SO-ACCOUNT-NO TO RA-ACCOUNT-NO
               MOVE SO-CUSTOMER-NAME TO RA-CUSTOMER-NAME
               MOVE SO-ADDRESS TO RA-ADDRESS
               MOVE '00000' TO RA-KILO-HRS-USED RA-GAS-USED
                               RA-ELEC-BILL RA-GAS-BILL
               MOVE WS-FINAL-TERRITORY TO RA-TERRITORY
               MOVE SO-RATE-CLASS TO RA-RATE-CLASS
               MOVE SO-BILLING-CYCLE TO RA-BILLING-CYCLE
               MOVE WS-NEW-MUNICIPALITY TO RA-MUNICIPALITY
               ADD 1 TO AC-COUNT
               SET AC-IDX TO AC-COUNT
               MOVE RAW-ACCOUNT-REC TO AC-IMAGE (AC-IDX)
               MOVE 'Y' TO WS-ACCOUNTS-CHANGED-SW
           END-IF

           MOVE 'N' TO WS-HIST-FOUND-SW
           SET HIST-IDX TO 1
           SEARCH HIST-ENTRY
               AT END
                   CONTINUE
               WHEN HT-ACCOUNT-NO (HIST-IDX) = SO-ACCOUNT-NO
                   MOVE 'Y' TO WS-HIST-FOUND-SW
           END-SEARCH
           IF NOT HISTORY-ON-FILE
               ADD 1 TO HISTORY-COUNT
               SET HIST-IDX TO HISTORY-COUNT
               MOVE SO-ACCOUNT-NO TO HT-ACCOUNT-NO (HIST-IDX)
               MOVE ZERO TO HT-PRIOR-BALANCE (HIST-IDX)
               MOVE ZERO TO HT-DAYS-PAST-DUE (HIST-IDX)
               MOVE ALL '0' TO HT-USAGE-IMAGE (HIST-IDX)
               MOVE 'Y' TO WS-HISTORY-CHANGED-SW
           END-IF
           DISPLAY '  ACCOUNT ' SO-ACCOUNT-NO ' OPENED - CYCLE '
                   SO-BILLING-CYCLE ' CLASS ' SO-RATE-CLASS
           .

      *    ONLY STILL-OPEN ORDERS CARRY FORWARD - A COMPLETED ORDER
      *    HAS DONE ITS JOB AND ITS RESULT LIVES ON SERVICE-STATUS.
       500-REWRITE-ORDERS-RTN.
           WRITE ACCOUNT-HISTORY-REC
           .

       540-REWRITE-METER-MASTER-RTN.
           OPEN OUTPUT F-METER-MASTER
           PERFORM 545-WRITE-ONE-METER-RTN
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-COUNT
           CLOSE F-METER-MASTER
           .

       545-WRITE-ONE-METER-RTN.
           MOVE MT-METER-SERIAL (MT-IDX) TO MM-METER-SERIAL
           MOVE MT-ACCOUNT-NO (MT-IDX) TO MM-ACCOUNT-NO
           MOVE MT-SERVICE-TYPE (MT-IDX) TO MM-SERVICE-TYPE
           MOVE MT-INSTALL-DATE (MT-IDX) TO MM-INSTALL-DATE
           MOVE MT-LAST-READ (MT-IDX) TO MM-LAST-READ
           MOVE MT-MULTIPLIER (MT-IDX) TO MM-MULTIPLIER
           MOVE MT-METER-STATUS (MT-IDX) TO MM-METER-STATUS
           WRITE METER-MASTER-REC
           .

       550-REWRITE-ACCOUNT-MASTER-RTN.
           OPEN OUTPUT F-ACCOUNT-MASTER
           PERFORM 555-WRITE-ONE-ACCOUNT-RTN
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > AC-COUNT
           CLOSE F-ACCOUNT-MASTER
           .

       555-WRITE-ONE-ACCOUNT-RTN.
           MOVE AC-IMAGE (AC-IDX) TO RAW-ACCOUNT-REC
           WRITE RAW-ACCOUNT-REC
           .

       400-CLOSE-FILES.
           CLOSE F-FINAL-BILLS
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           .
