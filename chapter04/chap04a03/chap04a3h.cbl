       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A3H.

      *****************************************************************
      * PROGRAM NAME : Autopay Draft Run                               *
      * PROGRAM ID   : CHAP04A3H                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Batch                                           *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   Drives every account enrolled in autopay through CHAP04A3U.  *
      *   Each night it:                                               *
      *     1. takes the bank's returned items - a returned prenote    *
      *        takes the account off autopay; a returned draft is      *
      *        reversed (the payment comes back off the balance if it  *
      *        had posted) and counts against the account, which       *
      *        comes off autopay once MAX-AUTOPAY-RETURNS is reached,  *
      *     2. posts each draft whose settlement date has passed to    *
      *        account-history, as CHAP04A3P posts a receipt, and      *
      *        credits it to the installment due on a standing payment *
      *        arrangement the same way; a returned draft takes that   *
      *        credit back,                                            *
      *     3. sends the zero-dollar prenote for new or changed bank   *
      *        details, and takes an account live once its prenote     *
      *        has gone unreturned for PRENOTE-WAIT-DAYS,              *
      *     4. sends the bank a debit for each draft due today, and    *
      *        cancels any draft for an account no longer live,        *
      *     5. schedules a draft of the amount due on tonight's bill   *
      *        for every live account on combined-bill.dat, dated on   *
      *        the bill's due date - CHAP04A3B prints that date on the *
      *        bill in place of the remittance request.                *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | autopay-enroll.dat     | Autopay enrollments           |  *
      *   |                        | (AUTOPAYREC)                  |  *
      *   | autopay-drafts.dat     | Drafts scheduled, sent and    |  *
      *   |                        | settled (APDRAFTREC)          |  *
      *   | account-history.dat    | Balance history, loaded into a|  *
      *   |                        | table at start-up             |  *
      *   | utility-ach-returns.dat| Items the bank returned;      |  *
      *   |                        | truncated once taken          |  *
      *   | combined-bill.dat      | Tonight's bills (CHAP04A03)   |  *
      *   | pay-arrangements.dat   | Payment arrangements          |  *
      *   |                        | (ARRANGEREC)                  |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | ach-debit.dat          | Tonight's prenotes and debits |  *
      *   |                        | for the bank                  |  *
      *   | autopay-report.dat     | One line per thing done to an |  *
      *   |                        | account, for the billing      |  *
      *   |                        | office                        |  *
      *   | autopay-enroll.dat     | Rewritten with state changes  |  *
      *   | autopay-drafts.dat     | Rewritten; settled drafts     |  *
      *   |                        | past DRAFT-RETENTION-DAYS     |  *
      *   |                        | dropped                       |  *
      *   | account-history.dat    | Rewritten with drafts posted  |  *
      *   |                        | and returns reversed          |  *
      *   | pay-arrangements.dat   | Rewritten with installments   |  *
      *   |                        | credited and taken back       |  *
      *   | muni-fee-ledger.dat    | Appended; cash posted and     |  *
      *   |                        | taken back, per account       |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | audit-trail.log        | Shared shop-wide write audit  |  *
      *   | run-stats.log          | Shared shop-wide end-of-run   |  *
      *   |                        | stats                         |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - A returned item matching no prenote or sent draft is       *
      *     listed as unmatched for the billing office to place        *
      *   - A draft larger than the balance clears the balance to      *
      *     zero and the overage is listed, as in CHAP04A3P            *
      *   - No enrollments, drafts, returns or combined bill simply    *
      *     means nothing of that kind to do tonight                   *
      *   - File status validated on OPEN via IOERRCHK; no history     *
      *     file ends the step with RC 16                              *
      *   - An enrollment, draft, history or arrangement file too big  *
      *     for its table ends the step with RC 16 before any master   *
      *     is rewritten                                               *
      *                                                                *
      * RETURN CODES :                                                 *
      *   - 16 : account-history.dat or an output file cannot be       *
      *          opened, or a master file is too big for its table     *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Scheduled in CHAP04DRV right behind CHAP04A03, so the bills  *
      *   it schedules drafts from are tonight's, and ahead of any     *
      *   CHAP04A3B print run. ach-debit.dat is recreated each night - *
      *   it must go to the bank before the next run. Settlement is    *
      *   counted in calendar days.                                    *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  Cash posted by a settled draft, and a       *
      *                    posted draft returned, go to the municipal  *
      *                    fee ledger for the CHAP04A3F remittance     *
      *   2026-10-15  MAM  The returns file is cleared only after the  *
      *                    enrollments, drafts and history have been   *
      *                    rewritten, so a run that stops part way     *
      *                    keeps its returns.                          *
      *   2026-10-15  MAM  A settled draft is credited to the          *
      *                    installment due on the account's standing   *
      *                    payment arrangement (pay-arrangements.dat), *
      *                    as CHAP04A3P credits a receipt, and a       *
      *                    returned draft takes the credit back. An    *
      *                    enrollment, draft, history or arrangement   *
      *                    file too big for its table stops the run    *
      *                    with RC 16.                                 *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AUTOPAY-ENROLL ASSIGN TO 'data/autopay-enroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT F-AUTOPAY-DRAFTS ASSIGN TO 'data/autopay-drafts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFTS-STATUS.

           SELECT F-ACCOUNT-HISTORY ASSIGN TO 'data/account-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    THE BANK'S RETURNED ITEMS FOR UTILITY DRAFTS - KEPT APART
      *    FROM THE PAYROLL ach-returns.dat CHAP04P01R TAKES.
           SELECT F-ACH-RETURNS
               ASSIGN TO 'data/utility-ach-returns.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

           SELECT F-COMBINED-BILL ASSIGN TO 'data/combined-bill.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBINED-STATUS.

           SELECT F-ACH-DEBIT ASSIGN TO 'data/ach-debit.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-STATUS.

           SELECT F-AUTOPAY-REPORT ASSIGN TO 'data/autopay-report.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    PAYMENT ARRANGEMENTS - A SETTLED DRAFT IS CREDITED TO ITS
      *    ACCOUNT'S INSTALLMENTS, AS CHAP04A3P CREDITS A RECEIPT.
           SELECT F-ARRANGEMENTS ASSIGN TO 'data/pay-arrangements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.

      *    CASH POSTED, FOR THE CHAP04A3F REMITTANCE REPORT.
           SELECT F-MUNI-FEE-LEDGER
               ASSIGN TO 'data/muni-fee-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUNI-LEDGER-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-AUTOPAY-ENROLL.
           COPY AUTOPAYREC.

       FD  F-AUTOPAY-DRAFTS.
           COPY APDRAFTREC.

       FD  F-ACCOUNT-HISTORY.
           COPY ACCTHISTREC.

      *    ONE LINE PER ITEM THE BANK RETURNED. A ZERO AMOUNT IS A
      *    RETURNED PRENOTE; THE EFFECTIVE DATE IS THE DRAFT DATE THE
      *    DEBIT WENT OUT UNDER.
       FD  F-ACH-RETURNS.
       01  UTIL-RETURN-REC.
           05 UR-ACCOUNT-NO-IN      PIC X(5).
           05 UR-AMOUNT-IN          PIC 9(5)V99.
           05 UR-EFFECTIVE-DATE-IN  PIC 9(8).
           05 UR-RETURN-CODE-IN     PIC X(3).

      *    LAYOUT MATCHED TO COMBINED-BILL-REC IN CHAP04A03 - THE
      *    EDITED AMOUNTS ARE PARSED BACK NUMERIC WITH NUMVAL.
       FD  F-COMBINED-BILL.
       01  COMBINED-BILL-REC.
           05 CACCOUNT-NO-IN      PIC X(5).
           05                     PIC X(2).
           05 CCUSTOMER-NAME-IN   PIC X(20).
           05                     PIC X(2).
           05 CADDRESS-IN         PIC X(20).
           05                     PIC X(2).
           05 CELEC-BILL-IN       PIC X(8).
           05                     PIC X(2).
           05 CGAS-BILL-IN        PIC X(8).
           05                     PIC X(2).
           05 CTOTAL-DUE-IN       PIC X(8).
           05                     PIC X(2).
           05 CFRANCHISE-FEE-IN   PIC X(8).
           05                     PIC X(2).
           05 CUTILITY-TAX-IN     PIC X(8).

      *    ONE ENTRY PER PRENOTE (ZERO AMOUNT) OR DEBIT FOR THE BANK.
       FD  F-ACH-DEBIT.
       01  ACH-DEBIT-REC.
           05 AD-ENTRY-TYPE         PIC X.
           05 AD-ACCOUNT-NO         PIC X(5).
           05 AD-ROUTING-NO         PIC X(9).
           05 AD-BANK-ACCOUNT-NO    PIC X(17).
           05 AD-BANK-ACCT-TYPE     PIC X.
           05 AD-AMOUNT             PIC 9(5)V99.
           05 AD-EFFECTIVE-DATE     PIC 9(8).

       FD  F-AUTOPAY-REPORT.
       01  AUTOPAY-REPORT-REC.
           05 APR-ACCOUNT-NO-OUT    PIC X(5).
           05                       PIC X(2).
           05 APR-AMOUNT-OUT        PIC ZZ,ZZ9.99.
           05                       PIC X(2).
           05 APR-DATE-OUT          PIC 9(8).
           05                       PIC X(2).
           05 APR-ACTION-OUT        PIC X(45).

       FD  F-ARRANGEMENTS.
           COPY ARRANGEREC.

       FD  F-MUNI-FEE-LEDGER.
           COPY MUNIFEELDG.

       COPY IOERRFD.
       COPY AUDITFD.
       COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-ENROLL-STATUS       PIC XX.
       01  WS-DRAFTS-STATUS       PIC XX.
       01  WS-HISTORY-STATUS      PIC XX.
       01  WS-RETURNS-STATUS      PIC XX.
       01  WS-COMBINED-STATUS     PIC XX.
       01  WS-DEBIT-STATUS        PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-MUNI-LEDGER-STATUS  PIC XX.
       01  WS-ARRANGE-STATUS      PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY RUNSTATSWS.

       01  WS-EOF                 PIC X VALUE 'N'.
       01  WS-RUN-DATE            PIC 9(8) VALUE ZERO.
       01  WS-DUE-DATE            PIC 9(8) VALUE ZERO.
       01  WS-PURGE-BEFORE        PIC 9(8) VALUE ZERO.
       01  WS-RETURNS-READ        PIC 9(5) VALUE ZERO.
       01  WS-UNMATCHED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-BILLS-READ          PIC 9(5) VALUE ZERO.
       01  WS-RECORDS-READ        PIC 9(5) VALUE ZERO.
       01  WS-ENTRIES-SENT        PIC 9(5) VALUE ZERO.
       01  WS-PRENOTES-SENT       PIC 9(5) VALUE ZERO.
       01  WS-DRAFTS-SENT         PIC 9(5) VALUE ZERO.
       01  WS-DRAFTS-POSTED       PIC 9(5) VALUE ZERO.
       01  WS-DRAFTS-SCHEDULED    PIC 9(5) VALUE ZERO.
       01  WS-DRAFTS-RETURNED     PIC 9(5) VALUE ZERO.
       01  WS-TAKEN-OFF-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-DEBIT-TOTAL         PIC 9(7)V99 VALUE ZERO.
       01  WS-DEBIT-TOTAL-OUT     PIC $$,$$$,$$9.99.
       01  WS-OVERAGE-AMOUNT      PIC 9(5)V99 VALUE ZERO.
       01  WS-BILL-AMOUNT         PIC 9(5)V99 VALUE ZERO.
       01  WS-PRENOTE-AGE-DAYS    PIC S9(5) VALUE ZERO.
       01  WS-OVERAGE-OUT         PIC ZZ,ZZ9.99.
      *    THE REPORT LINE BEING BUILT - SET BY THE CALLER OF 705.
       01  WS-ACCOUNT-KEY         PIC X(5) VALUE SPACES.
       01  WS-REPORT-AMOUNT       PIC 9(5)V99 VALUE ZERO.
       01  WS-REPORT-DATE         PIC 9(8) VALUE ZERO.
       01  WS-REPORT-ACTION       PIC X(45) VALUE SPACES.

      *    THE SHOP'S AUTOPAY TERMS. A PRENOTE NOT RETURNED WITHIN
      *    THE WAITING PERIOD IS TAKEN AS GOOD (SAME WAIT CHAP04P01
      *    USES FOR DIRECT DEPOSIT); A DEBIT SETTLES SETTLEMENT-DAYS
      *    AFTER ITS EFFECTIVE DATE; THE DRAFT DATE IS THE BILL'S DUE
      *    DATE ON THE SHOP'S STANDARD TERMS (CHAP04A3B'S DUE-DAYS).
       01  PRENOTE-WAIT-DAYS      PIC 9(3) VALUE 010.
       01  SETTLEMENT-DAYS        PIC 9(3) VALUE 002.
       01  DUE-DAYS               PIC 99 VALUE 21.
       01  MAX-AUTOPAY-RETURNS    PIC 99 VALUE 02.
      *    A SETTLED DRAFT CAN STILL COME BACK FOR WEEKS AFTERWARDS,
      *    SO FINISHED DRAFTS ARE KEPT THIS LONG BEFORE BEING DROPPED.
       01  DRAFT-RETENTION-DAYS   PIC 9(3) VALUE 090.

      *    ENROLLMENTS, FIELD FOR FIELD AS AUTOPAYREC SO A RECORD
      *    MOVES IN AND OUT OF THE TABLE WHOLE.
       01  ENROLL-TABLE.
           05  APE-ENTRY OCCURS 500 TIMES
                   INDEXED BY APE-IDX.
               10  APE-ACCOUNT-NO       PIC X(5).
               10  APE-ROUTING-NO       PIC X(9).
               10  APE-BANK-ACCOUNT-NO  PIC X(17).
               10  APE-BANK-ACCT-TYPE   PIC X.
               10  APE-STATE            PIC X.
               10  APE-ENROLL-DATE      PIC 9(8).
               10  APE-PRENOTE-DATE     PIC 9(8).
               10  APE-RETURN-COUNT     PIC 9(2).
               10  APE-STATE-DATE       PIC 9(8).
               10  APE-LAST-RETURN-CODE PIC X(3).
       01  ENROLL-COUNT           PIC 9(3) VALUE ZERO.
       01  ENROLL-MAX             PIC 9(3) VALUE 500.
       01  WS-APE-FOUND-SW        PIC X VALUE 'N'.
           88  ENROLLMENT-FOUND   VALUE 'Y'.

      *    DRAFTS, FIELD FOR FIELD AS APDRAFTREC.
       01  DRAFT-TABLE.
           05  DRF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY DRF-IDX.
               10  DRF-ACCOUNT-NO       PIC X(5).
               10  DRF-AMOUNT           PIC 9(5)V99.
               10  DRF-BILL-DATE        PIC 9(8).
               10  DRF-DRAFT-DATE       PIC 9(8).
               10  DRF-SETTLE-DATE      PIC 9(8).
               10  DRF-STATUS           PIC X.
               10  DRF-STATUS-DATE      PIC 9(8).
               10  DRF-RETURN-CODE      PIC X(3).
               10  DRF-POSTED-AMOUNT    PIC 9(5)V99.
       01  DRAFT-COUNT            PIC 9(4) VALUE ZERO.
       01  DRAFT-MAX              PIC 9(4) VALUE 2000.
       01  WS-DRF-FOUND-SW        PIC X VALUE 'N'.
           88  DRAFT-FOUND        VALUE 'Y'.

      *    ACCOUNT-HISTORY LOADED WHOLE AND REWRITTEN - SAME TABLE
      *    SHAPE CHAP04A3P USES ON THE SAME FILE.
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 500 TIMES
                   INDEXED BY HIST-IDX.
               10  HT-ACCOUNT-NO      PIC X(5).
               10  HT-PRIOR-BALANCE   PIC 9(5)V99.
               10  HT-DAYS-PAST-DUE   PIC 9(3).
               10  HT-USAGE-IMAGE     PIC X(240).
       01  HISTORY-COUNT          PIC 9(5) VALUE ZERO.
       01  HISTORY-MAX            PIC 9(5) VALUE 500.
       01  WS-HISTORY-FOUND-SW    PIC X VALUE 'N'.
           88  HISTORY-FOUND      VALUE 'Y'.

      *    PAYMENT ARRANGEMENTS, FIELD FOR FIELD AS ARRANGEREC - SAME
      *    TABLE CHAP04A3P KEEPS ON THE SAME FILE.
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
       01  ARRANGEMENT-MAX        PIC 9(3) VALUE 500.
       01  WS-ARR-FOUND-SW        PIC X VALUE 'N'.
           88  ARRANGEMENT-FOUND  VALUE 'Y'.
      *    THE TABLE THAT OVERFLOWED, FOR 990'S MESSAGE.
       01  WS-FULL-FILE-LABEL     PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04A3H' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    + DUE-DAYS)
           COMPUTE WS-PURGE-BEFORE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    - DRAFT-RETENTION-DAYS)
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-ENROLLMENTS-RTN
           PERFORM 215-LOAD-HISTORY-TABLE-RTN
           PERFORM 220-LOAD-DRAFTS-RTN
           PERFORM 225-LOAD-ARRANGEMENTS-RTN

           PERFORM 230-TAKE-RETURNS-RTN
           PERFORM 320-SETTLE-ONE-DRAFT-RTN
               VARYING DRF-IDX FROM 1 BY 1
               UNTIL DRF-IDX > DRAFT-COUNT
           PERFORM 340-WORK-ONE-ENROLLMENT-RTN
               VARYING APE-IDX FROM 1 BY 1
               UNTIL APE-IDX > ENROLL-COUNT
           PERFORM 350-SEND-ONE-DRAFT-RTN
               VARYING DRF-IDX FROM 1 BY 1
               UNTIL DRF-IDX > DRAFT-COUNT
           PERFORM 240-SCHEDULE-DRAFTS-RTN

           PERFORM 500-REWRITE-ENROLLMENTS-RTN
           PERFORM 510-REWRITE-DRAFTS-RTN
           PERFORM 520-REWRITE-HISTORY-RTN
           IF ARRANGEMENT-COUNT > ZERO
               PERFORM 527-REWRITE-ARRANGEMENTS-RTN
           END-IF
           PERFORM 530-CLEAR-RETURNS-RTN

           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-TOTAL-OUT
           DISPLAY 'CHAP04A3H: PRENOTES SENT: ' WS-PRENOTES-SENT
                   '  DRAFTS SENT: ' WS-DRAFTS-SENT
                   '  TOTAL ' WS-DEBIT-TOTAL-OUT
           DISPLAY 'CHAP04A3H: DRAFTS POSTED: ' WS-DRAFTS-POSTED
                   '  RETURNED: ' WS-DRAFTS-RETURNED
                   '  SCHEDULED: ' WS-DRAFTS-SCHEDULED
           IF WS-TAKEN-OFF-COUNT > ZERO
               DISPLAY 'CHAP04A3H: Accounts taken off autopay - '
                       WS-TAKEN-OFF-COUNT
           END-IF

           ADD WS-RETURNS-READ WS-BILLS-READ GIVING WS-RECORDS-READ
           ADD WS-PRENOTES-SENT WS-DRAFTS-SENT GIVING WS-ENTRIES-SENT
           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-RECORDS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-ENTRIES-SENT==
               ==:RECORDS-REJECTED:== BY ==WS-UNMATCHED-COUNT==
               ==:FINAL-STATUS:==     BY =='OK'==.

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

           OPEN OUTPUT F-ACH-DEBIT
           IF WS-DEBIT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open ACH-DEBIT file. Status: '
                       WS-DEBIT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='ACH-DEBIT'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-DEBIT-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT F-AUTOPAY-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open AUTOPAY-REPORT file. '
                       'Status: ' WS-REPORT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='AUTOPAY-RPT'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-REPORT-STATUS==.
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
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    NO ENROLLMENTS FILE SIMPLY MEANS NO ONE HAS SIGNED UP YET.
       210-LOAD-ENROLLMENTS-RTN.
           OPEN INPUT F-AUTOPAY-ENROLL
           IF WS-ENROLL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-AUTOPAY-ENROLL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ENROLL-COUNT NOT < ENROLL-MAX
                               MOVE 'AUTOPAY-ENROLL'
                                   TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO ENROLL-COUNT
                           SET APE-IDX TO ENROLL-COUNT
                           MOVE AUTOPAY-ENROLL-REC
                               TO APE-ENTRY (APE-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-AUTOPAY-ENROLL
           END-IF
           MOVE 'N' TO WS-EOF
           .

       215-LOAD-HISTORY-TABLE-RTN.
           OPEN INPUT F-ACCOUNT-HISTORY
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open ACCT-HISTORY file. '
                       'Status: ' WS-HISTORY-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='ACCT-HIST'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-HISTORY-STATUS==.
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
                       MOVE ACCOUNT-HISTORY-REC (16:240)
                           TO HT-USAGE-IMAGE (HIST-IDX)
               END-READ
           END-PERFORM
           CLOSE F-ACCOUNT-HISTORY
           MOVE 'N' TO WS-EOF
           .

       220-LOAD-DRAFTS-RTN.
           OPEN INPUT F-AUTOPAY-DRAFTS
           IF WS-DRAFTS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-AUTOPAY-DRAFTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DRAFT-COUNT NOT < DRAFT-MAX
                               MOVE 'AUTOPAY-DRAFTS'
                                   TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO DRAFT-COUNT
                           SET DRF-IDX TO DRAFT-COUNT
                           MOVE AUTOPAY-DRAFT-REC
                               TO DRF-ENTRY (DRF-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-AUTOPAY-DRAFTS
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *    NO ARRANGEMENTS FILE SIMPLY MEANS NO ONE HAS ONE YET.
       225-LOAD-ARRANGEMENTS-RTN.
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

      *    NO RETURNS FILE MEANS THE BANK SENT NOTHING BACK. THE FILE
      *    IS LEFT IN PLACE HERE - 530 CLEARS IT ONCE THE REVERSALS
      *    ARE ON THE MASTERS, SO A RUN THAT STOPS IN BETWEEN DOES NOT
      *    LOSE THE RETURNS, AND A RERUN CANNOT REVERSE THE SAME
      *    PAYMENT TWICE.
       230-TAKE-RETURNS-RTN.
           OPEN INPUT F-ACH-RETURNS
           IF WS-RETURNS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ACH-RETURNS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RETURNS-READ
                           PERFORM 300-APPLY-RETURN-RTN
                   END-READ
               END-PERFORM
               CLOSE F-ACH-RETURNS
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *    TONIGHT'S BILLS - NO COMBINED BILL MEANS NO CYCLE BILLED.
      *    A RERUN DOES NOT SCHEDULE THE SAME BILL TWICE.
       240-SCHEDULE-DRAFTS-RTN.
           OPEN INPUT F-COMBINED-BILL
           IF WS-COMBINED-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-COMBINED-BILL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-BILLS-READ
                           PERFORM 360-SCHEDULE-ONE-BILL-RTN
                   END-READ
               END-PERFORM
               CLOSE F-COMBINED-BILL
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *****************************************************************
      *    300-APPLY-RETURN-RTN - A RETURNED PRENOTE MEANS THE BANK    *
      *    DETAILS ARE BAD: THE ACCOUNT COMES OFF AUTOPAY UNTIL THE    *
      *    CUSTOMER GIVES NEW ONES. A RETURNED DRAFT IS MARKED         *
      *    RETURNED AND, IF IT HAD ALREADY POSTED, ITS PAYMENT GOES    *
      *    BACK ON THE BALANCE; EITHER WAY IT COUNTS AGAINST THE       *
      *    ACCOUNT.                                                    *
      *****************************************************************
       300-APPLY-RETURN-RTN.
           MOVE UR-ACCOUNT-NO-IN TO WS-ACCOUNT-KEY
           PERFORM 310-FIND-ENROLLMENT-RTN
           IF UR-AMOUNT-IN = ZERO
               IF ENROLLMENT-FOUND
                  AND APE-STATE (APE-IDX) = 'P'
                   MOVE UR-RETURN-CODE-IN
                       TO APE-LAST-RETURN-CODE (APE-IDX)
                   ADD 1 TO APE-RETURN-COUNT (APE-IDX)
                   MOVE SPACES TO WS-REPORT-ACTION
                   STRING 'PRENOTE RETURNED ' UR-RETURN-CODE-IN
                          ' - BANK DETAILS BAD'
                       DELIMITED BY SIZE INTO WS-REPORT-ACTION
                   END-STRING
                   PERFORM 700-REPORT-ACCOUNT-RTN
                   PERFORM 330-TAKE-OFF-AUTOPAY-RTN
               ELSE
                   PERFORM 305-REPORT-UNMATCHED-RTN
               END-IF
           ELSE
               MOVE 'N' TO WS-DRF-FOUND-SW
               SET DRF-IDX TO 1
               SEARCH DRF-ENTRY
                   AT END
                       CONTINUE
                   WHEN DRF-ACCOUNT-NO (DRF-IDX) = UR-ACCOUNT-NO-IN
                        AND DRF-DRAFT-DATE (DRF-IDX)
                            = UR-EFFECTIVE-DATE-IN
                        AND (DRF-STATUS (DRF-IDX) = 'D'
                             OR DRF-STATUS (DRF-IDX) = 'P')
                       MOVE 'Y' TO WS-DRF-FOUND-SW
               END-SEARCH
               IF NOT DRAFT-FOUND
                   PERFORM 305-REPORT-UNMATCHED-RTN
               ELSE
                   PERFORM 315-REVERSE-DRAFT-RTN
               END-IF
           END-IF
           .

       305-REPORT-UNMATCHED-RTN.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE SPACES TO WS-REPORT-ACTION
           STRING 'RETURN ' UR-RETURN-CODE-IN
                  ' MATCHES NO PRENOTE OR DRAFT'
               DELIMITED BY SIZE INTO WS-REPORT-ACTION
           END-STRING
           MOVE UR-AMOUNT-IN TO WS-REPORT-AMOUNT
           MOVE UR-EFFECTIVE-DATE-IN TO WS-REPORT-DATE
           PERFORM 705-WRITE-REPORT-LINE-RTN
           .

       310-FIND-ENROLLMENT-RTN.
           MOVE 'N' TO WS-APE-FOUND-SW
           SET APE-IDX TO 1
           SEARCH APE-ENTRY
               AT END
                   CONTINUE
               WHEN APE-ACCOUNT-NO (APE-IDX) = WS-ACCOUNT-KEY
                   MOVE 'Y' TO WS-APE-FOUND-SW
           END-SEARCH
           .

       315-REVERSE-DRAFT-RTN.
           ADD 1 TO WS-DRAFTS-RETURNED
           MOVE 'N' TO WS-ARR-FOUND-SW
           MOVE SPACES TO WS-REPORT-ACTION
           IF DRF-STATUS (DRF-IDX) = 'P'
               PERFORM 325-FIND-HISTORY-RTN
               IF HISTORY-FOUND
                   ADD DRF-POSTED-AMOUNT (DRF-IDX)
                       TO HT-PRIOR-BALANCE (HIST-IDX)
                   MOVE 'X' TO FL-ENTRY-TYPE
                   PERFORM 720-MUNI-FEE-CASH-RTN
                   PERFORM 335-REVERSE-INSTALLMENT-RTN
                   STRING 'RETURNED ' UR-RETURN-CODE-IN
                          ' - PAYMENT REVERSED'
                       DELIMITED BY SIZE INTO WS-REPORT-ACTION
                   END-STRING
               ELSE
                   STRING 'RETURNED ' UR-RETURN-CODE-IN
                          ' - NO HISTORY, REVERSE BY HAND'
                       DELIMITED BY SIZE INTO WS-REPORT-ACTION
                   END-STRING
               END-IF
           ELSE
               STRING 'RETURNED ' UR-RETURN-CODE-IN
                      ' - NOT YET POSTED'
                   DELIMITED BY SIZE INTO WS-REPORT-ACTION
               END-STRING
           END-IF
           MOVE 'R' TO DRF-STATUS (DRF-IDX)
           MOVE WS-RUN-DATE TO DRF-STATUS-DATE (DRF-IDX)
           MOVE UR-RETURN-CODE-IN TO DRF-RETURN-CODE (DRF-IDX)
           PERFORM 710-REPORT-DRAFT-RTN
           IF ARRANGEMENT-FOUND
               MOVE 'ARRANGEMENT CREDIT TAKEN BACK'
                   TO WS-REPORT-ACTION
               PERFORM 700-REPORT-ACCOUNT-RTN
           END-IF

           IF ENROLLMENT-FOUND
               MOVE UR-RETURN-CODE-IN
                   TO APE-LAST-RETURN-CODE (APE-IDX)
               ADD 1 TO APE-RETURN-COUNT (APE-IDX)
               IF APE-RETURN-COUNT (APE-IDX) NOT < MAX-AUTOPAY-RETURNS
                  AND APE-STATE (APE-IDX) NOT = 'O'
                   MOVE SPACES TO WS-REPORT-ACTION
                   STRING 'RETURNED ' APE-RETURN-COUNT (APE-IDX)
                          ' TIMES - REPEATED RETURNS'
                       DELIMITED BY SIZE INTO WS-REPORT-ACTION
                   END-STRING
                   PERFORM 700-REPORT-ACCOUNT-RTN
                   PERFORM 330-TAKE-OFF-AUTOPAY-RTN
               END-IF
           END-IF
           .

      *****************************************************************
      *    320-SETTLE-ONE-DRAFT-RTN - A DRAFT SENT TO THE BANK POSTS   *
      *    ONCE ITS SETTLEMENT DATE HAS COME WITHOUT A RETURN. THE     *
      *    PAYMENT REDUCES THE PRIOR BALANCE AND A BALANCE PAID TO     *
      *    ZERO RESETS DAYS PAST DUE, THE SAME AS A RECEIPT POSTED BY  *
      *    CHAP04A3P.                                                  *
      *****************************************************************
       320-SETTLE-ONE-DRAFT-RTN.
           IF DRF-STATUS (DRF-IDX) = 'D'
              AND DRF-SETTLE-DATE (DRF-IDX) NOT > WS-RUN-DATE
               MOVE DRF-ACCOUNT-NO (DRF-IDX) TO WS-ACCOUNT-KEY
               PERFORM 325-FIND-HISTORY-RTN
               MOVE SPACES TO WS-REPORT-ACTION
               MOVE ZERO TO DRF-POSTED-AMOUNT (DRF-IDX)
               IF NOT HISTORY-FOUND
                   MOVE 'SETTLED - NO HISTORY, POST BY HAND'
                       TO WS-REPORT-ACTION
               ELSE
                   IF DRF-AMOUNT (DRF-IDX) NOT GREATER THAN
                           HT-PRIOR-BALANCE (HIST-IDX)
                       SUBTRACT DRF-AMOUNT (DRF-IDX)
                           FROM HT-PRIOR-BALANCE (HIST-IDX)
                       MOVE DRF-AMOUNT (DRF-IDX)
                           TO DRF-POSTED-AMOUNT (DRF-IDX)
                       MOVE 'SETTLED - PAYMENT POSTED'
                           TO WS-REPORT-ACTION
                   ELSE
                       COMPUTE WS-OVERAGE-AMOUNT =
                           DRF-AMOUNT (DRF-IDX)
                           - HT-PRIOR-BALANCE (HIST-IDX)
                       MOVE HT-PRIOR-BALANCE (HIST-IDX)
                           TO DRF-POSTED-AMOUNT (DRF-IDX)
                       MOVE ZERO TO HT-PRIOR-BALANCE (HIST-IDX)
                       MOVE WS-OVERAGE-AMOUNT TO WS-OVERAGE-OUT
                       STRING 'SETTLED - BALANCE CLEARED, OVER BY '
                              WS-OVERAGE-OUT
                           DELIMITED BY SIZE INTO WS-REPORT-ACTION
                       END-STRING
                   END-IF
                   IF HT-PRIOR-BALANCE (HIST-IDX) = ZERO
                       MOVE ZERO TO HT-DAYS-PAST-DUE (HIST-IDX)
                   END-IF
                   MOVE 'P' TO FL-ENTRY-TYPE
                   PERFORM 720-MUNI-FEE-CASH-RTN
               END-IF
               MOVE 'P' TO DRF-STATUS (DRF-IDX)
               MOVE WS-RUN-DATE TO DRF-STATUS-DATE (DRF-IDX)
               ADD 1 TO WS-DRAFTS-POSTED
               PERFORM 710-REPORT-DRAFT-RTN
               IF HISTORY-FOUND
                   PERFORM 327-CREDIT-INSTALLMENT-RTN
               END-IF
           END-IF
           .

       325-FIND-HISTORY-RTN.
           MOVE 'N' TO WS-HISTORY-FOUND-SW
           SET HIST-IDX TO 1
           SEARCH HISTORY-ENTRY
               AT END
                   CONTINUE
               WHEN HT-ACCOUNT-NO (HIST-IDX) = WS-ACCOUNT-KEY
                   MOVE 'Y' TO WS-HISTORY-FOUND-SW
           END-SEARCH
           .

      *****************************************************************
      *    327-CREDIT-INSTALLMENT-RTN - WHAT A SETTLED DRAFT POSTED TO *
      *    THE BALANCE GOES TOWARD THE INSTALLMENT DUE ON A STANDING   *
      *    ARRANGEMENT, EXACTLY AS CHAP04A3P 320/325 CREDIT A RECEIPT, *
      *    SO AN ARRANGEMENT AUTOPAY IS PAYING IS NOT BROKEN AS        *
      *    MISSED.                                                     *
      *****************************************************************
       327-CREDIT-INSTALLMENT-RTN.
           MOVE 'N' TO WS-ARR-FOUND-SW
           SET ARR-IDX TO 1
           SEARCH ARR-ENTRY
               AT END
                   CONTINUE
               WHEN AT-ACCOUNT-NO (ARR-IDX) = WS-ACCOUNT-KEY
                    AND AT-STATUS (ARR-IDX) = 'A'
                   MOVE 'Y' TO WS-ARR-FOUND-SW
           END-SEARCH

           IF ARRANGEMENT-FOUND
              AND DRF-POSTED-AMOUNT (DRF-IDX) > ZERO
               ADD DRF-POSTED-AMOUNT (DRF-IDX)
                   TO AT-PAID-TOWARD-DUE (ARR-IDX)
               PERFORM 328-COVER-ONE-INSTALLMENT-RTN
                   UNTIL AT-STATUS (ARR-IDX) NOT = 'A'
                      OR AT-PAID-TOWARD-DUE (ARR-IDX)
                         < AT-INSTALLMENT-AMT (ARR-IDX)
               IF AT-STATUS (ARR-IDX) = 'A'
                  AND HT-PRIOR-BALANCE (HIST-IDX) = ZERO
                   MOVE 'C' TO AT-STATUS (ARR-IDX)
                   MOVE WS-RUN-DATE TO AT-STATUS-DATE (ARR-IDX)
               END-IF
               MOVE 'CREDITED TO PAYMENT ARRANGEMENT'
                   TO WS-REPORT-ACTION
               PERFORM 710-REPORT-DRAFT-RTN
           END-IF
           .

       328-COVER-ONE-INSTALLMENT-RTN.
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

      *****************************************************************
      *    335-REVERSE-INSTALLMENT-RTN - A POSTED DRAFT THE BANK SENT  *
      *    BACK TAKES ITS CREDIT OFF THE ARRANGEMENT IT PAID: THE      *
      *    ACCOUNT'S STANDING ARRANGEMENT, OR ONE COMPLETED SINCE THE  *
      *    DRAFT POSTED (WHICH STANDS AGAIN). INSTALLMENTS THE DRAFT   *
      *    COVERED ARE UNCOVERED, LATEST FIRST, WITH THEIR DUE DATES   *
      *    MOVED BACK, UNTIL THE AMOUNT COMES OUT OF PAID-TOWARD-DUE - *
      *    CHAP04A3P THEN BREAKS THE ARRANGEMENT IF THE INSTALLMENT IS *
      *    NOW PAST ITS GRACE DAYS. DRF-STATUS-DATE STILL HOLDS THE    *
      *    DATE THE DRAFT POSTED WHEN THIS RUNS.                       *
      *****************************************************************
       335-REVERSE-INSTALLMENT-RTN.
           MOVE 'N' TO WS-ARR-FOUND-SW
           SET ARR-IDX TO 1
           SEARCH ARR-ENTRY
               AT END
                   CONTINUE
               WHEN AT-ACCOUNT-NO (ARR-IDX) = WS-ACCOUNT-KEY
                    AND AT-SETUP-DATE (ARR-IDX)
                        NOT > DRF-STATUS-DATE (DRF-IDX)
                    AND (AT-STATUS (ARR-IDX) = 'A'
                         OR (AT-STATUS (ARR-IDX) = 'C'
                             AND AT-STATUS-DATE (ARR-IDX)
                                 NOT < DRF-STATUS-DATE (DRF-IDX)))
                   MOVE 'Y' TO WS-ARR-FOUND-SW
           END-SEARCH

           IF ARRANGEMENT-FOUND
      *        THE LAST INSTALLMENT COMPLETED THE ARRANGEMENT WITHOUT
      *        MOVING THE DUE DATE ON, SO IT COMES BACK WITHOUT ONE.
               IF AT-STATUS (ARR-IDX) = 'C'
                   MOVE 'A' TO AT-STATUS (ARR-IDX)
                   MOVE WS-RUN-DATE TO AT-STATUS-DATE (ARR-IDX)
                   IF AT-INSTALLMENTS-PAID (ARR-IDX)
                           NOT < AT-INSTALLMENT-COUNT (ARR-IDX)
                       SUBTRACT 1 FROM AT-INSTALLMENTS-PAID (ARR-IDX)
                       ADD AT-INSTALLMENT-AMT (ARR-IDX)
                           TO AT-PAID-TOWARD-DUE (ARR-IDX)
                   END-IF
               END-IF
               PERFORM 336-UNCOVER-ONE-INSTALLMENT-RTN
                   UNTIL AT-PAID-TOWARD-DUE (ARR-IDX)
                         NOT < DRF-POSTED-AMOUNT (DRF-IDX)
                      OR AT-INSTALLMENTS-PAID (ARR-IDX) = ZERO
               IF AT-PAID-TOWARD-DUE (ARR-IDX)
                       NOT < DRF-POSTED-AMOUNT (DRF-IDX)
                   SUBTRACT DRF-POSTED-AMOUNT (DRF-IDX)
                       FROM AT-PAID-TOWARD-DUE (ARR-IDX)
               ELSE
                   MOVE ZERO TO AT-PAID-TOWARD-DUE (ARR-IDX)
               END-IF
           END-IF
           .

       336-UNCOVER-ONE-INSTALLMENT-RTN.
           SUBTRACT 1 FROM AT-INSTALLMENTS-PAID (ARR-IDX)
           ADD AT-INSTALLMENT-AMT (ARR-IDX)
               TO AT-PAID-TOWARD-DUE (ARR-IDX)
           COMPUTE AT-NEXT-DUE-DATE (ARR-IDX) =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (AT-NEXT-DUE-DATE (ARR-IDX))
                    - AT-INTERVAL-DAYS (ARR-IDX))
           .

      *    OFF AUTOPAY: ANY DRAFT STILL WAITING TO GO OUT IS CANCELLED
      *    BY THE SEND PASS BELOW, WHICH ONLY SENDS FOR LIVE ACCOUNTS.
       330-TAKE-OFF-AUTOPAY-RTN.
           MOVE 'O' TO APE-STATE (APE-IDX)
           MOVE WS-RUN-DATE TO APE-STATE-DATE (APE-IDX)
           ADD 1 TO WS-TAKEN-OFF-COUNT
           MOVE 'OFF AUTOPAY - CUSTOMER MUST PAY BY BILL'
               TO WS-REPORT-ACTION
           PERFORM 700-REPORT-ACCOUNT-RTN
           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==WS-ACCOUNT-KEY==
               ==:ACTION:==     BY =='AUTOPAY-OFF'==.
           .

      *****************************************************************
      *    340-WORK-ONE-ENROLLMENT-RTN - NEW OR CHANGED BANK DETAILS   *
      *    GET THEIR ZERO-DOLLAR PRENOTE; A PRENOTE THE BANK HAS NOT   *
      *    RETURNED WITHIN PRENOTE-WAIT-DAYS TAKES THE ACCOUNT LIVE,   *
      *    SO ITS NEXT BILL IS DRAFTED.                                *
      *****************************************************************
       340-WORK-ONE-ENROLLMENT-RTN.
           IF APE-STATE (APE-IDX) = 'P'
               MOVE APE-ACCOUNT-NO (APE-IDX) TO WS-ACCOUNT-KEY
               IF APE-PRENOTE-DATE (APE-IDX) = ZERO
                   MOVE 'P' TO AD-ENTRY-TYPE
                   MOVE ZERO TO AD-AMOUNT
                   PERFORM 600-WRITE-ACH-ENTRY-RTN
                   MOVE WS-RUN-DATE TO APE-PRENOTE-DATE (APE-IDX)
                   ADD 1 TO WS-PRENOTES-SENT
                   MOVE 'PRENOTE SENT' TO WS-REPORT-ACTION
                   PERFORM 700-REPORT-ACCOUNT-RTN
               ELSE
                   COMPUTE WS-PRENOTE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE
                             (APE-PRENOTE-DATE (APE-IDX))
                   IF WS-PRENOTE-AGE-DAYS NOT LESS THAN
                           PRENOTE-WAIT-DAYS
                       MOVE 'L' TO APE-STATE (APE-IDX)
                       MOVE WS-RUN-DATE TO APE-STATE-DATE (APE-IDX)
                       MOVE 'PRENOTE CLEARED - NOW DRAFTING'
                           TO WS-REPORT-ACTION
                       PERFORM 700-REPORT-ACCOUNT-RTN
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      *    350-SEND-ONE-DRAFT-RTN - A SCHEDULED DRAFT GOES TO THE BANK *
      *    ON ITS DRAFT DATE, TO THE BANK DETAILS ON FILE TODAY. AN    *
      *    ACCOUNT NO LONGER LIVE - TAKEN OFF, OR BACK IN A PRENOTE    *
      *    CYCLE WITH NEW DETAILS - HAS ITS DRAFT CANCELLED AT ONCE,   *
      *    SO A LATER BILL PRINT DOES NOT PROMISE IT.                  *
      *****************************************************************
       350-SEND-ONE-DRAFT-RTN.
           IF DRF-STATUS (DRF-IDX) = 'S'
               MOVE DRF-ACCOUNT-NO (DRF-IDX) TO WS-ACCOUNT-KEY
               PERFORM 310-FIND-ENROLLMENT-RTN
               IF NOT ENROLLMENT-FOUND
                  OR APE-STATE (APE-IDX) NOT = 'L'
                   MOVE 'X' TO DRF-STATUS (DRF-IDX)
                   MOVE WS-RUN-DATE TO DRF-STATUS-DATE (DRF-IDX)
                   MOVE 'CANCELLED - NOT ON AUTOPAY, CUSTOMER TO PAY'
                       TO WS-REPORT-ACTION
                   PERFORM 710-REPORT-DRAFT-RTN
               ELSE
                   IF DRF-DRAFT-DATE (DRF-IDX) NOT > WS-RUN-DATE
                       MOVE 'D' TO AD-ENTRY-TYPE
                       MOVE DRF-AMOUNT (DRF-IDX) TO AD-AMOUNT
                       PERFORM 600-WRITE-ACH-ENTRY-RTN
                       ADD DRF-AMOUNT (DRF-IDX) TO WS-DEBIT-TOTAL
                       ADD 1 TO WS-DRAFTS-SENT
                       MOVE 'D' TO DRF-STATUS (DRF-IDX)
                       MOVE WS-RUN-DATE TO DRF-STATUS-DATE (DRF-IDX)
                       COMPUTE DRF-SETTLE-DATE (DRF-IDX) =
                           FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                                + SETTLEMENT-DAYS)
                       MOVE 'DRAFT SENT TO BANK' TO WS-REPORT-ACTION
                       PERFORM 710-REPORT-DRAFT-RTN
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      *    360-SCHEDULE-ONE-BILL-RTN - A BILL FOR A LIVE AUTOPAY       *
      *    ACCOUNT IS SCHEDULED TO DRAFT IN FULL ON ITS DUE DATE. AN   *
      *    ACCOUNT STILL IN ITS PRENOTE CYCLE PAYS THIS BILL ITSELF.   *
      *****************************************************************
       360-SCHEDULE-ONE-BILL-RTN.
           MOVE CACCOUNT-NO-IN TO WS-ACCOUNT-KEY
           PERFORM 310-FIND-ENROLLMENT-RTN
           COMPUTE WS-BILL-AMOUNT = FUNCTION NUMVAL (CTOTAL-DUE-IN)
           IF ENROLLMENT-FOUND
              AND APE-STATE (APE-IDX) = 'L'
              AND WS-BILL-AMOUNT > ZERO
               MOVE 'N' TO WS-DRF-FOUND-SW
               SET DRF-IDX TO 1
               SEARCH DRF-ENTRY
                   AT END
                       CONTINUE
                   WHEN DRF-ACCOUNT-NO (DRF-IDX) = CACCOUNT-NO-IN
                        AND DRF-BILL-DATE (DRF-IDX) = WS-RUN-DATE
                       MOVE 'Y' TO WS-DRF-FOUND-SW
               END-SEARCH
               IF NOT DRAFT-FOUND AND DRAFT-COUNT < DRAFT-MAX
                   ADD 1 TO DRAFT-COUNT
                   SET DRF-IDX TO DRAFT-COUNT
                   MOVE CACCOUNT-NO-IN TO DRF-ACCOUNT-NO (DRF-IDX)
                   MOVE WS-BILL-AMOUNT TO DRF-AMOUNT (DRF-IDX)
                   MOVE WS-RUN-DATE TO DRF-BILL-DATE (DRF-IDX)
                   MOVE WS-DUE-DATE TO DRF-DRAFT-DATE (DRF-IDX)
                   MOVE ZERO TO DRF-SETTLE-DATE (DRF-IDX)
                   MOVE 'S' TO DRF-STATUS (DRF-IDX)
                   MOVE WS-RUN-DATE TO DRF-STATUS-DATE (DRF-IDX)
                   MOVE SPACES TO DRF-RETURN-CODE (DRF-IDX)
                   MOVE ZERO TO DRF-POSTED-AMOUNT (DRF-IDX)
                   ADD 1 TO WS-DRAFTS-SCHEDULED
                   MOVE 'DRAFT SCHEDULED FOR DUE DATE'
                       TO WS-REPORT-ACTION
                   PERFORM 710-REPORT-DRAFT-RTN
               END-IF
           END-IF
           .

       500-REWRITE-ENROLLMENTS-RTN.
           IF ENROLL-COUNT > ZERO
               OPEN OUTPUT F-AUTOPAY-ENROLL
               PERFORM 505-WRITE-ONE-ENROLLMENT-RTN
                   VARYING APE-IDX FROM 1 BY 1
                   UNTIL APE-IDX > ENROLL-COUNT
               CLOSE F-AUTOPAY-ENROLL
           END-IF
           .

       505-WRITE-ONE-ENROLLMENT-RTN.
           MOVE APE-ENTRY (APE-IDX) TO AUTOPAY-ENROLL-REC
           WRITE AUTOPAY-ENROLL-REC
           .

      *    A FINISHED DRAFT (POSTED, RETURNED OR CANCELLED) IS DROPPED
      *    ONCE IT IS OLDER THAN THE RETENTION PERIOD.
       510-REWRITE-DRAFTS-RTN.
           IF DRAFT-COUNT > ZERO
               OPEN OUTPUT F-AUTOPAY-DRAFTS
               PERFORM 515-WRITE-ONE-DRAFT-RTN
                   VARYING DRF-IDX FROM 1 BY 1
                   UNTIL DRF-IDX > DRAFT-COUNT
               CLOSE F-AUTOPAY-DRAFTS
           END-IF
           .

       515-WRITE-ONE-DRAFT-RTN.
           IF (DRF-STATUS (DRF-IDX) = 'S' OR DRF-STATUS (DRF-IDX) = 'D')
              OR DRF-STATUS-DATE (DRF-IDX) NOT < WS-PURGE-BEFORE
               MOVE DRF-ENTRY (DRF-IDX) TO AUTOPAY-DRAFT-REC
               WRITE AUTOPAY-DRAFT-REC
           END-IF
           .

       520-REWRITE-HISTORY-RTN.
           OPEN OUTPUT F-ACCOUNT-HISTORY
           PERFORM 525-WRITE-ONE-HISTORY-RTN
               VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HISTORY-COUNT
           CLOSE F-ACCOUNT-HISTORY
           .

       525-WRITE-ONE-HISTORY-RTN.
           MOVE HT-ACCOUNT-NO (HIST-IDX) TO HIST-ACCOUNT-NO
           MOVE HT-PRIOR-BALANCE (HIST-IDX) TO HIST-PRIOR-BALANCE
           MOVE HT-DAYS-PAST-DUE (HIST-IDX) TO HIST-DAYS-PAST-DUE
           MOVE HT-USAGE-IMAGE (HIST-IDX)
               TO ACCOUNT-HISTORY-REC (16:240)
           WRITE ACCOUNT-HISTORY-REC
           .

       527-REWRITE-ARRANGEMENTS-RTN.
           OPEN OUTPUT F-ARRANGEMENTS
           PERFORM 528-WRITE-ONE-ARRANGEMENT-RTN
               VARYING ARR-IDX FROM 1 BY 1
               UNTIL ARR-IDX > ARRANGEMENT-COUNT
           CLOSE F-ARRANGEMENTS
           .

       528-WRITE-ONE-ARRANGEMENT-RTN.
           MOVE ARR-ENTRY (ARR-IDX) TO ARRANGEMENT-REC
           WRITE ARRANGEMENT-REC
           .

      *    THE RETURNS ARE ON THE MASTERS NOW - TRUNCATE THE FILE.
       530-CLEAR-RETURNS-RTN.
           IF WS-RETURNS-READ > ZERO
               OPEN OUTPUT F-ACH-RETURNS
               CLOSE F-ACH-RETURNS
           END-IF
           .

      *    AD-ENTRY-TYPE AND AD-AMOUNT ARE SET BY THE CALLER; THE BANK
      *    DETAILS COME OFF THE ENROLLMENT AT APE-IDX.
       600-WRITE-ACH-ENTRY-RTN.
           MOVE APE-ACCOUNT-NO (APE-IDX) TO AD-ACCOUNT-NO
           MOVE APE-ROUTING-NO (APE-IDX) TO AD-ROUTING-NO
           MOVE APE-BANK-ACCOUNT-NO (APE-IDX) TO AD-BANK-ACCOUNT-NO
           MOVE APE-BANK-ACCT-TYPE (APE-IDX) TO AD-BANK-ACCT-TYPE
           MOVE WS-RUN-DATE TO AD-EFFECTIVE-DATE
           WRITE ACH-DEBIT-REC
           .

      *    REPORT LINES: WS-ACCOUNT-KEY AND WS-REPORT-ACTION ARE
      *    SET BY THE CALLER. AN ACCOUNT LINE CARRIES NO AMOUNT AND
      *    TODAY'S DATE; A DRAFT LINE CARRIES THE DRAFT AT DRF-IDX
      *    AND ITS DRAFT DATE.
       700-REPORT-ACCOUNT-RTN.
           MOVE ZERO TO WS-REPORT-AMOUNT
           MOVE WS-RUN-DATE TO WS-REPORT-DATE
           PERFORM 705-WRITE-REPORT-LINE-RTN
           .

       705-WRITE-REPORT-LINE-RTN.
           MOVE SPACES TO AUTOPAY-REPORT-REC
           MOVE WS-ACCOUNT-KEY TO APR-ACCOUNT-NO-OUT
           MOVE WS-REPORT-AMOUNT TO APR-AMOUNT-OUT
           MOVE WS-REPORT-DATE TO APR-DATE-OUT
           MOVE WS-REPORT-ACTION TO APR-ACTION-OUT
           WRITE AUTOPAY-REPORT-REC
           .

       710-REPORT-DRAFT-RTN.
           MOVE DRF-AMOUNT (DRF-IDX) TO WS-REPORT-AMOUNT
           MOVE DRF-DRAFT-DATE (DRF-IDX) TO WS-REPORT-DATE
           PERFORM 705-WRITE-REPORT-LINE-RTN
           .

      *    CASH ON THE FEE LEDGER: FL-ENTRY-TYPE IS SET BY THE CALLER
      *    (P POSTED, X TAKEN BACK); THE AMOUNT IS WHAT THE DRAFT AT
      *    DRF-IDX POSTED TO THE BALANCE.
       720-MUNI-FEE-CASH-RTN.
           IF DRF-POSTED-AMOUNT (DRF-IDX) > ZERO
               MOVE WS-RUN-DATE TO FL-POSTED-DATE
               MOVE WS-RUN-DATE (1:6) TO FL-MONTH
               MOVE DRF-ACCOUNT-NO (DRF-IDX) TO FL-ACCOUNT-NO
               MOVE SPACES TO FL-MUNICIPALITY
               MOVE ZERO TO FL-CHARGES FL-FRANCHISE-FEE
                            FL-UTILITY-TAX
               MOVE DRF-POSTED-AMOUNT (DRF-IDX) TO FL-CASH-AMT
               WRITE MUNI-FEE-LEDGER-REC
           END-IF
           .

       400-CLOSE-FILES.
           CLOSE F-ACH-DEBIT
           CLOSE F-AUTOPAY-REPORT
           CLOSE F-MUNI-FEE-LEDGER
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           .

      *    A MASTER TOO BIG FOR ITS TABLE WOULD LOSE ITS TAIL ON THE
      *    REWRITE - STOP WHILE EVERY MASTER IS STILL AS IT WAS FOUND.
       990-TABLE-FULL-RTN.
           DISPLAY 'ERROR: ' WS-FULL-FILE-LABEL
                   ' file too big for its table - nothing updated'
           PERFORM 400-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       COPY IOERRPARA.
       COPY AUDITPARA.
       COPY RUNSTATSPARA.
