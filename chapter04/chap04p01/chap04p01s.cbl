       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04P01S.

      *****************************************************************
      * PROGRAM NAME : Off-Cycle Supplemental Pay Run                  *
      * PROGRAM ID   : CHAP04P01S                                      *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Batch Pay Run                                   *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   Pays bonuses and pay corrections between regular CHAP04P01   *
      *   cycles. Payroll keys one line per payment on                 *
      *   supplemental-pay.dat - employee number and name, a type      *
      *   (B = bonus, C = correction), the amount, and a reason.       *
      *   Each line is withheld at the flat supplemental rates on      *
      *   supplemental-rates.dat rather than the regular bracket       *
      *   table, accrues employer FICA/FUTA/SUTA against the same      *
      *   wage bases CHAP04P01 uses, and is paid the way the regular   *
      *   run would pay that employee: direct deposit when the bank    *
      *   details on employee.dat have a live prenote, otherwise a     *
      *   check numbered from the controlled next-check-number file.   *
      *   Every line paid is appended to payroll-ytd.dat stamped as    *
      *   an off-cycle stub. Commission payouts queued by the CH01A05  *
      *   period close on COMMPAY.DAT are paid the same way as         *
      *   type M lines, rounded to the whole dollar, and listed on a   *
      *   reconciliation of commission computed against commission     *
      *   paid; a payout that cannot be paid stays queued. The         *
      *   regular run's salary.dat, direct-deposit.dat,                *
      *   check-print.dat, and check-register.dat are never opened -   *
      *   the off-cycle run has its own set.                           *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   ---------------------- -----------------------------------  *
      *   | File Name           | Description                       |  *
      *   ---------------------- -----------------------------------  *
      *   | supplemental-pay.dat| One line per bonus or correction  |  *
      *   | supplemental-       | Flat FICA, sales tax, and federal |  *
      *   |   rates.dat         | rates for supplemental wages      |  *
      *   | COMMPAY.DAT         | CH01A05 commission payouts to pay |  *
      *   |                     | (optional); rewritten with only   |  *
      *   |                     | the payouts not paid              |  *
      *   | employee.dat        | Pay master - name and bank data,  |  *
      *   |                     | loaded into a table at start-up   |  *
      *   | prenote-state.dat   | Prenote state per bank-detail set |  *
      *   |                     | (read only - CHAP04P01 ages it)   |  *
      *   | employer-tax-       | Employer tax rates and wage bases |  *
      *   |   rates.dat         |                                   |  *
      *   | payroll-ytd.dat     | Read for each employee's wages to |  *
      *   |                     | date, then appended               |  *
      *   | next-check-no.dat   | Controlled next-check-number file |  *
      *   ---------------------- -----------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ---------------------- -----------------------------------  *
      *   | File Name           | Description                       |  *
      *   ---------------------- -----------------------------------  *
      *   | offcycle-salary.dat | Pay-stub detail per line paid     |  *
      *   | offcycle-deposit.dat| Direct-deposit rows for this run  |  *
      *   | offcycle-check-     | Check-print records for this run  |  *
      *   |   print.dat         |                                   |  *
      *   | offcycle-check-     | Check register with run totals    |  *
      *   |   reg.dat           |                                   |  *
      *   | payroll-ytd.dat     | Appended - one off-cycle stub per |  *
      *   |                     | line paid                         |  *
      *   | pay-history.dat     | Appended - the same stub with how |  *
      *   |                     | it was paid, for CHAP04P08        |  *
      *   | next-check-no.dat   | Rewritten, advanced past this run |  *
      *   | commission-recon.dat| Commission computed vs paid, by   |  *
      *   |                     | period                            |  *
      *   | io-error.log        | Shared shop-wide I/O error log    |  *
      *   | audit-trail.log     | Shared shop-wide write audit trail|  *
      *   | run-stats.log       | Shared shop-wide end-of-run stats |  *
      *   ---------------------- -----------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - A line with no employee number, an unknown type, a zero    *
      *     amount, a number not on employee.dat, or a name that does  *
      *     not match employee.dat for that number is listed on the    *
      *     console and not paid; it is left on supplemental-pay.dat   *
      *     to be corrected, while every line paid is cleared from it  *
      *   - A missing or empty supplemental rate or employer rate      *
      *     file halts the run before anything is paid                 *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Every line paid                                         *
      *   4  - One or more lines rejected; the rest were paid          *
      *   16 - A required file could not be opened                     *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Bank details whose prenote has not gone live are paid by     *
      *   check. This run never starts or ages a prenote - that stays  *
      *   with the regular CHAP04P01 cycle.                            *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version. Also pays the CH01A05      *
      *                     commission payouts queued on COMMPAY.DAT   *
      *                     in CH01A05's DATA directory as type M      *
      *                     lines and writes the commission            *
      *                     reconciliation. Every line paid is         *
      *                     appended to pay-history.dat as an          *
      *                     off-cycle stub, with its check number or   *
      *                     masked deposit account.                    *
      *                     supplemental-pay.dat is rewritten after    *
      *                     the run with only its rejected lines, so a *
      *                     rerun cannot pay a line twice; more than   *
      *                     500 employees is warned of rather than     *
      *                     overrunning the table.                     *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLEMENTAL-PAY-FILE
               ASSIGN TO 'data/supplemental-pay.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SUPPLEMENT-STATUS.

           SELECT SUPPLEMENTAL-RATE-FILE
               ASSIGN TO 'data/supplemental-rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SUPP-RATE-STATUS.

           SELECT IN-EMPLOYEE-FILE ASSIGN TO 'data/employee.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EMPLOYEE-STATUS.

           SELECT PRENOTE-STATE-FILE
               ASSIGN TO 'data/prenote-state.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PRENOTE-STATUS.

           SELECT EMPLOYER-TAX-RATE-FILE
               ASSIGN TO 'data/employer-tax-rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ER-RATE-STATUS.

           SELECT PAYROLL-YTD-FILE ASSIGN TO 'data/payroll-ytd.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-YTD-STATUS.

           SELECT OFFCYCLE-SALARY-FILE
               ASSIGN TO 'data/offcycle-salary.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SALARY-STATUS.

           SELECT DIRECT-DEPOSIT-FILE
               ASSIGN TO 'data/offcycle-deposit.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-DD-STATUS.

           SELECT CHECK-PRINT-FILE
               ASSIGN TO 'data/offcycle-check-print.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CHECK-PRINT-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'data/offcycle-check-reg.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CHECK-REG-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'data/pay-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PAYHIST-STATUS.

           SELECT NEXT-CHECK-NO-FILE ASSIGN TO 'data/next-check-no.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CHECK-NO-STATUS.

      *    CH01A05 APPENDS THE COMMISSION PAYOUTS IN ITS OWN DIRECTORY,
      *    SO THEY ARE READ (AND REWRITTEN) THERE.
           SELECT COMMISSION-PAY-FILE
               ASSIGN TO 'CHAPTER01/ch01a05/DATA/COMMPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-COMMPAY-STATUS.

           SELECT COMMISSION-RECON-FILE
               ASSIGN TO 'data/commission-recon.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-COMMRECON-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER BONUS OR CORRECTION TO PAY THIS RUN. THE NAME
      *    IS KEYED ALONGSIDE THE NUMBER AS A CHECK ON THE NUMBER.
       FD  SUPPLEMENTAL-PAY-FILE.
       01  SUPPLEMENTAL-PAY-REC.
           05 SP-EMPLOYEE-NO        PIC X(5).
           05 SP-EMPLOYEE-NAME      PIC X(20).
           05 SP-PAY-TYPE           PIC X.
               88 SP-IS-BONUS       VALUE 'B'.
               88 SP-IS-CORRECTION  VALUE 'C'.
               88 SP-IS-COMMISSION  VALUE 'M'.
               88 SP-VALID-TYPE     VALUE 'B' 'C' 'M'.
           05 SP-AMOUNT             PIC 9(5).
           05 SP-REASON             PIC X(30).

      *    ONE RECORD: THE FLAT RATES SUPPLEMENTAL WAGES ARE WITHHELD
      *    AT, IN PLACE OF THE REGULAR RUN'S RATE BRACKETS.
       FD  SUPPLEMENTAL-RATE-FILE.
       01  SUPPLEMENTAL-RATE-REC.
           05 SR-FICA-RATE          PIC V9(3).
           05 SR-SALES-TAX-RATE     PIC V9(3).
           05 SR-FEDERAL-RATE       PIC V9(3).

       FD  COMMISSION-PAY-FILE.
           COPY COMMPAYREC.

       FD  COMMISSION-RECON-FILE.
       01  COMMISSION-RECON-REC     PIC X(80).

      *    SAME LAYOUT CHAP04P01 READS. ONLY THE NUMBER, NAME, AND
      *    BANK FIELDS MATTER HERE.
       FD  IN-EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05 IN-EMPLOYEE-NO    PIC X(5).
           05 IN-EMPLOYEE-NAME  PIC X(20).
           05 IN-SALARY         PIC X(5).
           05 IN-NO-DEPENDANTS  PIC X(1).
           05 IN-FICA           PIC X(5).
           05 IN-SALES-TAX      PIC X(6).
           05 IN-FEDERAL-TAX    PIC X(6).
           05 DATE-OF-HIRE.
              10 MO             PIC 9(2).
              10 DA             PIC 9(2).
              10 YR             PIC 9(4).
           05 DATE-OF-BIRTH.
              10 BMO            PIC 9(2).
              10 BDA            PIC 9(2).
              10 BYR            PIC 9(4).
           05 IN-BANK-ROUTING-NO    PIC X(9).
           05 IN-BANK-ACCOUNT-NO    PIC X(12).
           05 IN-BANK-ACCOUNT-TYPE  PIC X(1).
           05 IN-GARNISHMENT        PIC X(5).
           05 IN-VOLUNTARY-DEDUCT   PIC X(5).

       FD  PRENOTE-STATE-FILE.
           COPY PRENOTEREC.

       FD  EMPLOYER-TAX-RATE-FILE.
       01  EMPLOYER-TAX-RATE-REC.
           05 ETR-TAX-CODE          PIC X(4).
           05 ETR-RATE              PIC V9(4).
           05 ETR-WAGE-BASE         PIC 9(7).

       FD  PAYROLL-YTD-FILE.
           COPY PAYYTDREC.

       FD  OFFCYCLE-SALARY-FILE.
           COPY PAYSTUBREC.

       FD  PAY-HISTORY-FILE.
           COPY PAYHISTREC.

      *    SAME LAYOUT AS CHAP04P01'S DIRECT-DEPOSIT.DAT, SO THE
      *    OUTSIDE PAYMENT PROCESS TAKES EITHER FILE AS IT STANDS.
       FD  DIRECT-DEPOSIT-FILE.
       01  DD-REC.
           05 DD-EMPLOYEE-NO        PIC X(5).
           05 DD-EMPLOYEE-NAME      PIC X(20).
           05 DD-BANK-ROUTING-NO    PIC X(9).
           05 DD-BANK-ACCOUNT-NO    PIC X(12).
           05 DD-BANK-ACCOUNT-TYPE  PIC X(1).
           05 DD-NET-SALARY         PIC 9(5).

       FD  CHECK-PRINT-FILE.
           COPY CHECKPRT.

      *    THE TRAILER IS ITS OWN RECORD UNDER THE FD AND IS WRITTEN
      *    AS ITSELF, SO NONE OF IT IS CUT OFF AT THE DETAIL LENGTH.
       FD  CHECK-REGISTER-FILE.
           COPY CHECKREG.

       01  CHECK-REGISTER-TRAILER.
           05                       PIC X(14).
           05 CR-CHECK-TOTAL-OUT    PIC Z,ZZZ,ZZ9.
           05                       PIC X(2).
           05                       PIC X(14).
           05 CR-DD-TOTAL-OUT       PIC Z,ZZZ,ZZ9.
           05                       PIC X(2).
           05                       PIC X(14).
           05 CR-RUN-TOTAL-OUT      PIC Z,ZZZ,ZZ9.

       FD  NEXT-CHECK-NO-FILE.
       01  NEXT-CHECK-NO-REC.
           05 NC-NEXT-CHECK-NO      PIC 9(6).

           COPY IOERRFD.
           COPY AUDITFD.
           COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-SUPPLEMENT-STATUS     PIC XX.
       01  WS-SUPP-RATE-STATUS      PIC XX.
       01  WS-EMPLOYEE-STATUS       PIC XX.
       01  WS-PRENOTE-STATUS        PIC XX.
       01  WS-ER-RATE-STATUS        PIC XX.
       01  WS-YTD-STATUS            PIC XX.
       01  WS-SALARY-STATUS         PIC XX.
       01  WS-DD-STATUS             PIC XX.
       01  WS-PAYHIST-STATUS        PIC XX.
       01  WS-CHECK-PRINT-STATUS    PIC XX.
       01  WS-CHECK-REG-STATUS      PIC XX.
       01  WS-CHECK-NO-STATUS       PIC XX.
       01  WS-COMMPAY-STATUS        PIC XX.
       01  WS-COMMRECON-STATUS      PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY RUNSTATSWS.

       01  WS-SUPPLEMENT-EOF        PIC X VALUE 'N'.
       01  WS-LOAD-EOF              PIC X VALUE 'N'.
       01  WS-LINES-READ            PIC 9(5) VALUE ZERO.
       01  WS-LINES-PAID            PIC 9(5) VALUE ZERO.
       01  WS-LINES-REJECTED        PIC 9(5) VALUE ZERO.
       01  WS-REJECTS-BEFORE        PIC 9(5) VALUE ZERO.

      *    KEYED LINES REJECTED THIS RUN. THEY ARE ALL THAT IS WRITTEN
      *    BACK TO SUPPLEMENTAL-PAY.DAT, SO A RERUN PAYS NOTHING TWICE
      *    AND THE REJECTS WAIT THERE TO BE CORRECTED.
       01  HELD-LINE-TABLE.
           05 HL-ENTRY OCCURS 200 TIMES
                   INDEXED BY HL-IDX.
               10 HL-RECORD          PIC X(61).
       01  WS-HELD-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-HELD-NO-ROOM          PIC 9(5) VALUE ZERO.
       01  WS-PAYDAY-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CHECK-DATE.
           05 WS-CHECK-DATE-CCYY    PIC 9(4).
           05 WS-CHECK-DATE-MM      PIC 99.
           05 WS-CHECK-DATE-DD      PIC 99.

      *    FLAT SUPPLEMENTAL WITHHOLDING RATES.
       01  WS-SUPP-FICA-RATE        PIC V9(3) VALUE ZERO.
       01  WS-SUPP-SALES-TAX-RATE   PIC V9(3) VALUE ZERO.
       01  WS-SUPP-FEDERAL-RATE     PIC V9(3) VALUE ZERO.
       01  WS-SUPP-RATE-FOUND-SW    PIC X VALUE 'N'.
           88 SUPP-RATES-LOADED     VALUE 'Y'.

      *    EMPLOYEE.DAT LOADED AT START-UP, KEYED BY EMPLOYEE NUMBER.
       01  EMPLOYEE-TABLE.
           05 EMP-ENTRY OCCURS 500 TIMES
                   INDEXED BY EMP-IDX.
               10 EMP-EMPLOYEE-NO    PIC X(5)  VALUE SPACES.
               10 EMP-EMPLOYEE-NAME  PIC X(20) VALUE SPACES.
               10 EMP-BANK-ROUTING   PIC X(9)  VALUE SPACES.
               10 EMP-BANK-ACCOUNT   PIC X(12) VALUE SPACES.
               10 EMP-BANK-TYPE      PIC X     VALUE SPACE.
       01  WS-EMPLOYEE-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-EMPLOYEE-FOUND-SW     PIC X VALUE 'N'.
           88 EMPLOYEE-ENTRY-FOUND  VALUE 'Y'.

      *    PRENOTE STATE, SAME TABLE CHAP04P01 AND CHAP04P01R KEEP.
      *    READ ONLY HERE - NOTHING IS WRITTEN BACK.
       01  PRENOTE-TABLE.
           05 PNT-ENTRY OCCURS 200 TIMES
                   INDEXED BY PNT-IDX.
               10 PNT-EMPLOYEE-NO    PIC X(5)  VALUE SPACES.
               10 PNT-BANK-ROUTING   PIC X(9)  VALUE SPACES.
               10 PNT-BANK-ACCOUNT   PIC X(12) VALUE SPACES.
               10 PNT-STATE          PIC X     VALUE SPACE.
                   88 PNT-IS-LIVE     VALUE 'L'.
       01  WS-PRENOTE-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-PRENOTE-FOUND-SW      PIC X VALUE 'N'.
           88 PRENOTE-ENTRY-FOUND   VALUE 'Y'.

       01  WS-GROSS-SALARY          PIC 9(5) VALUE ZERO.
       01  WS-FICA                  PIC 9(5) VALUE ZERO.
       01  WS-SALES-TAX             PIC 9(6) VALUE ZERO.
       01  WS-FEDERAL-TAX           PIC 9(6) VALUE ZERO.
       01  WS-NET-SALARY            PIC 9(5) VALUE ZERO.
       01  WS-WITHHELD-TOTAL        PIC 9(6) VALUE ZERO.
       01  WS-PAY-METHOD            PIC X VALUE SPACE.
       01  WS-PAY-REFERENCE         PIC X(12) VALUE SPACES.

      *    PAYMENT CONTROLS - SAME SHAPE AS CHAP04P01'S. CHECKS PLUS
      *    DEPOSITS MUST COME BACK TO THE RUN'S TOTAL NET PAY.
       01  WS-NEXT-CHECK-NO         PIC 9(6) VALUE 1.
       01  WS-CHECKS-WRITTEN        PIC 9(5) VALUE ZERO.
       01  WS-CHECK-TOTAL-NET       PIC 9(7) VALUE ZERO
                                     USAGE COMP-3.
       01  WS-DD-TOTAL-NET          PIC 9(7) VALUE ZERO
                                     USAGE COMP-3.
       01  WS-RUN-TOTAL-NET         PIC 9(7) VALUE ZERO
                                     USAGE COMP-3.

      *    EMPLOYER TAX RATES AND WAGE BASES, AS CHAP04P01 LOADS THEM.
      *    A WAGE BASE OF ZERO MEANS THE TAX HAS NO ANNUAL CEILING.
       01  WS-ER-RATE-EOF-SW        PIC X VALUE 'N'.
           88 ER-RATE-FILE-EOF      VALUE 'Y'.
       01  WS-ER-RATE-COUNT         PIC 99 VALUE ZERO.
       01  WS-ER-FICA-RATE          PIC V9(4) VALUE ZERO.
       01  WS-ER-FICA-BASE          PIC 9(7) VALUE ZERO.
       01  WS-ER-FUTA-RATE          PIC V9(4) VALUE ZERO.
       01  WS-ER-FUTA-BASE          PIC 9(7) VALUE ZERO.
       01  WS-ER-SUTA-RATE          PIC V9(4) VALUE ZERO.
       01  WS-ER-SUTA-BASE          PIC 9(7) VALUE ZERO.
       01  WS-ER-RATE-HOLD          PIC V9(4) VALUE ZERO.
       01  WS-ER-BASE-HOLD          PIC 9(7) VALUE ZERO.
       01  WS-ER-TAXABLE            PIC 9(7) VALUE ZERO.
       01  WS-ER-TAX-HOLD           PIC 9(5) VALUE ZERO.
       01  WS-ER-FICA               PIC 9(5) VALUE ZERO.
       01  WS-ER-FUTA               PIC 9(5) VALUE ZERO.
       01  WS-ER-SUTA               PIC 9(5) VALUE ZERO.
       01  WS-ER-PRIOR-WAGES        PIC 9(7) VALUE ZERO.

      *    EACH EMPLOYEE'S WAGES SO FAR THIS YEAR, SUMMED OFF
      *    PAYROLL-YTD.DAT AT START-UP AND ADVANCED AS THIS RUN PAYS.
       01  YTD-WAGE-TABLE.
           05 YW-ENTRY OCCURS 500 TIMES
                   INDEXED BY YW-IDX.
               10 YW-EMPLOYEE-NO     PIC X(5)  VALUE SPACES.
               10 YW-WAGES           PIC 9(7)  VALUE ZERO.
       01  WS-YTD-WAGE-COUNT        PIC 9(3) VALUE ZERO.

      *    COMMISSION PAYOUTS QUEUED BY CH01A05, LOADED AT START-UP SO
      *    A BAD QUEUE STOPS THE RUN BEFORE ANYONE IS PAID. EACH ONE IS
      *    PAID THROUGH 200-PROCESS-SUPPLEMENT-RTN LIKE A KEYED LINE;
      *    PAYROLL PAYS WHOLE DOLLARS, SO THE CENTS ROUND AND SHOW AS
      *    THE DIFFERENCE ON THE RECONCILIATION.
       01  COMMISSION-QUEUE-TABLE.
           05 CQ-ENTRY OCCURS 500 TIMES
                   INDEXED BY CQ-IDX.
               10 CQ-RECORD.
                   15 CQ-EMPLOYEE-NO    PIC X(5).
                   15 CQ-EMPLOYEE-NAME  PIC X(20).
                   15 CQ-REP-NAME       PIC X(15).
                   15 CQ-PERIOD         PIC 9(6).
                   15 CQ-PAYOUT         PIC 9(5)V99.
               10 CQ-PAID-AMOUNT     PIC 9(5) VALUE ZERO.
               10 CQ-PAID-SW         PIC X VALUE 'N'.
                   88 CQ-PAID         VALUE 'Y'.
       01  WS-COMMISSION-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-COMMISSION-SW         PIC X VALUE 'N'.
           88 COMMISSIONS-QUEUED    VALUE 'Y'.
       01  WS-PAID-BEFORE           PIC 9(5) VALUE ZERO.
       01  WS-COMM-PERIOD-HOLD      PIC 9(6) VALUE ZERO.
       01  WS-COMM-PERIOD-COMPUTED  PIC 9(7)V99 VALUE ZERO.
       01  WS-COMM-PERIOD-PAID      PIC 9(7)V99 VALUE ZERO.
       01  WS-COMM-TOTAL-COMPUTED   PIC 9(7)V99 VALUE ZERO.
       01  WS-COMM-TOTAL-PAID       PIC 9(7)V99 VALUE ZERO.
       01  WS-COMM-DIFFERENCE       PIC S9(7)V99 VALUE ZERO.
       01  WS-COMM-UNPAID-COUNT     PIC 9(3) VALUE ZERO.

       01  CR-TITLE-LINE.
           05                       PIC X(48) VALUE
               'COMMISSION RECONCILIATION - COMPUTED VS PAID'.
           05                       PIC X(11) VALUE SPACES.
           05                       PIC X(9)  VALUE 'PAY DATE '.
           05 CRT-PAY-DATE-OUT      PIC 9(8).
           05                       PIC X(4)  VALUE SPACES.

       01  CR-HEADING-LINE.
           05                       PIC X(40) VALUE
               'PERIOD  EMP#   NAME               COMPUT'.
           05                       PIC X(40) VALUE
               'ED       PAID     DIFF  RESULT'.

       01  CR-DETAIL-LINE.
           05 CRD-PERIOD-OUT        PIC 9(6).
           05                       PIC X(2)  VALUE SPACES.
           05 CRD-EMPLOYEE-NO-OUT   PIC X(5).
           05                       PIC X(2)  VALUE SPACES.
           05 CRD-NAME-OUT          PIC X(16).
           05                       PIC X(2)  VALUE SPACES.
           05 CRD-COMPUTED-OUT      PIC ZZ,ZZ9.99.
           05                       PIC X(2)  VALUE SPACES.
           05 CRD-PAID-OUT          PIC ZZ,ZZ9.99.
           05                       PIC X(2)  VALUE SPACES.
           05 CRD-DIFFERENCE-OUT    PIC ---9.99.
           05                       PIC X(2)  VALUE SPACES.
           05 CRD-RESULT-OUT        PIC X(16).

       01  CR-TOTAL-LINE.
           05 CRS-LABEL-OUT         PIC X(28).
           05                       PIC X(2)  VALUE SPACES.
           05 CRS-COMPUTED-OUT      PIC Z,ZZZ,ZZ9.99.
           05                       PIC X(1)  VALUE SPACES.
           05 CRS-PAID-OUT          PIC ZZZ,ZZ9.99.
           05                       PIC X(1)  VALUE SPACES.
           05 CRS-DIFFERENCE-OUT    PIC ----9.99.
           05                       PIC X(18) VALUE SPACES.

       01  CR-DASH-LINE             PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
      *    NINE-CHARACTER STAMP, AS CHAP04P01R USES, SO THIS RUN'S LOG
      *    LINES DO NOT READ AS THE REGULAR PAY RUN'S.
           MOVE 'CHAP4P01S' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-PAYDAY-DATE FROM DATE YYYYMMDD
           PERFORM 160-LOAD-SUPPLEMENTAL-RATES-RTN
           PERFORM 161-LOAD-EMPLOYER-RATES-RTN
           PERFORM 162-LOAD-EMPLOYEES-RTN
           PERFORM 163-LOAD-PRENOTE-STATE-RTN
           PERFORM 164-LOAD-YTD-WAGES-RTN
           PERFORM 170-GET-NEXT-CHECK-NO-RTN
           PERFORM 166-LOAD-COMMISSION-QUEUE-RTN
           PERFORM 150-OPEN-FILES

           PERFORM UNTIL WS-SUPPLEMENT-EOF = 'Y'
               READ SUPPLEMENTAL-PAY-FILE
                   AT END
                       MOVE 'Y' TO WS-SUPPLEMENT-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       MOVE WS-LINES-REJECTED TO WS-REJECTS-BEFORE
                       PERFORM 200-PROCESS-SUPPLEMENT-RTN
                       IF WS-LINES-REJECTED > WS-REJECTS-BEFORE
                           PERFORM 205-HOLD-REJECTED-LINE-RTN
                       END-IF
               END-READ
           END-PERFORM

           IF COMMISSIONS-QUEUED
               PERFORM 280-PAY-COMMISSIONS-RTN
           END-IF

           PERFORM 270-CHECK-REGISTER-TRAILER-RTN
           PERFORM 310-PUT-NEXT-CHECK-NO-RTN

           IF WS-LINES-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-LINES-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-LINES-PAID==
               ==:RECORDS-REJECTED:== BY ==WS-LINES-REJECTED==
               ==:FINAL-STATUS:==     BY =='OK'==.

           PERFORM 400-CLOSE-FILES
           IF WS-LINES-READ > ZERO
               PERFORM 410-REWRITE-SUPPLEMENTAL-PAY-RTN
           END-IF
           STOP RUN
           .

       150-OPEN-FILES.
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

           OPEN INPUT SUPPLEMENTAL-PAY-FILE
           IF WS-SUPPLEMENT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open SUPPLEMENTAL-PAY file. '
                       'Status: ' WS-SUPPLEMENT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='SUPPLEMENTAL'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-SUPPLEMENT-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT OFFCYCLE-SALARY-FILE
           IF WS-SALARY-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open OFFCYCLE-SALARY file. '
                       'Status: ' WS-SALARY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND PAYROLL-YTD-FILE
           IF WS-YTD-STATUS = '35'
               OPEN OUTPUT PAYROLL-YTD-FILE
           END-IF
           IF WS-YTD-STATUS NOT = '00' AND WS-YTD-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open PAYROLL-YTD file. Status: '
                       WS-YTD-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='PAYROLL-YTD'==
                   ==:OPERATION:==    BY =='OPEN EXTEND'==
                   ==:STATUS-FIELD:== BY ==WS-YTD-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS = '35'
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF
           IF WS-PAYHIST-STATUS NOT = '00'
              AND WS-PAYHIST-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open PAY-HISTORY file. Status: '
                       WS-PAYHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DIRECT-DEPOSIT-FILE
           IF WS-DD-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open OFFCYCLE-DEPOSIT file. '
                       'Status: ' WS-DD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHECK-PRINT-FILE
           IF WS-CHECK-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open OFFCYCLE-CHECK-PRINT file. '
                       'Status: ' WS-CHECK-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REG-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open OFFCYCLE-CHECK-REG file. '
                       'Status: ' WS-CHECK-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    A MISSING OR EMPTY SUPPLEMENTAL RATE FILE HALTS THE RUN -
      *    PAYING A BONUS WITH NOTHING WITHHELD IS NOT RECOVERABLE
      *    ONCE THE MONEY IS OUT.
       160-LOAD-SUPPLEMENTAL-RATES-RTN.
           OPEN INPUT SUPPLEMENTAL-RATE-FILE
           IF WS-SUPP-RATE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open SUPPLEMENTAL-RATE file. '
                       'Status: ' WS-SUPP-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SUPPLEMENTAL-RATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SR-FICA-RATE      TO WS-SUPP-FICA-RATE
                   MOVE SR-SALES-TAX-RATE TO WS-SUPP-SALES-TAX-RATE
                   MOVE SR-FEDERAL-RATE   TO WS-SUPP-FEDERAL-RATE
                   MOVE 'Y' TO WS-SUPP-RATE-FOUND-SW
           END-READ
           CLOSE SUPPLEMENTAL-RATE-FILE
           IF NOT SUPP-RATES-LOADED
               DISPLAY 'ERROR: SUPPLEMENTAL-RATE file has no rows'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    SAME RULE AS CHAP04P01: NO EMPLOYER RATES, NO RUN.
       161-LOAD-EMPLOYER-RATES-RTN.
           OPEN INPUT EMPLOYER-TAX-RATE-FILE
           IF WS-ER-RATE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open EMPLOYER-TAX-RATE file. '
                       'Status: ' WS-ER-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ER-RATE-FILE-EOF
               READ EMPLOYER-TAX-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-ER-RATE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ER-RATE-COUNT
                       EVALUATE ETR-TAX-CODE
                           WHEN 'FICA'
                               MOVE ETR-RATE      TO WS-ER-FICA-RATE
                               MOVE ETR-WAGE-BASE TO WS-ER-FICA-BASE
                           WHEN 'FUTA'
                               MOVE ETR-RATE      TO WS-ER-FUTA-RATE
                               MOVE ETR-WAGE-BASE TO WS-ER-FUTA-BASE
                           WHEN 'SUTA'
                               MOVE ETR-RATE      TO WS-ER-SUTA-RATE
                               MOVE ETR-WAGE-BASE TO WS-ER-SUTA-BASE
                           WHEN OTHER
                               DISPLAY 'WARNING: UNKNOWN EMPLOYER TAX '
                                       'CODE ' ETR-TAX-CODE
                                       ' - SKIPPED'
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE EMPLOYER-TAX-RATE-FILE
           IF WS-ER-RATE-COUNT = ZERO
               DISPLAY 'ERROR: EMPLOYER-TAX-RATE file has no rows'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    EVERY LINE MUST MATCH AN EMPLOYEE.DAT RECORD, SO A MISSING
      *    PAY MASTER HALTS THE RUN. AN EMPLOYEE PAST THE TABLE IS
      *    WARNED OF, AND ANY LINE FOR THEM IS REJECTED AS UNMATCHED.
       162-LOAD-EMPLOYEES-RTN.
           OPEN INPUT IN-EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open EMPLOYEE file. Status: '
                       WS-EMPLOYEE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-LOAD-EOF
           PERFORM UNTIL WS-LOAD-EOF = 'Y'
               READ IN-EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-LOAD-EOF
                   NOT AT END
                       IF IN-EMPLOYEE-NO NOT = SPACES
                          AND WS-EMPLOYEE-COUNT >= 500
                           DISPLAY 'WARNING: More than 500 employees '
                                   '- ' IN-EMPLOYEE-NO ' not loaded'
                       END-IF
                       IF IN-EMPLOYEE-NO NOT = SPACES
                          AND WS-EMPLOYEE-COUNT < 500
                           ADD 1 TO WS-EMPLOYEE-COUNT
                           SET EMP-IDX TO WS-EMPLOYEE-COUNT
                           MOVE IN-EMPLOYEE-NO
                               TO EMP-EMPLOYEE-NO (EMP-IDX)
                           MOVE IN-EMPLOYEE-NAME
                               TO EMP-EMPLOYEE-NAME (EMP-IDX)
                           MOVE IN-BANK-ROUTING-NO
                               TO EMP-BANK-ROUTING (EMP-IDX)
                           MOVE IN-BANK-ACCOUNT-NO
                               TO EMP-BANK-ACCOUNT (EMP-IDX)
                           MOVE IN-BANK-ACCOUNT-TYPE
                               TO EMP-BANK-TYPE (EMP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IN-EMPLOYEE-FILE
           .

      *    A MISSING STATE FILE (STATUS 35) MEANS NO BANK DETAILS HAVE
      *    GONE LIVE YET - EVERY LINE THIS RUN IS PAID BY CHECK.
       163-LOAD-PRENOTE-STATE-RTN.
           OPEN INPUT PRENOTE-STATE-FILE
           IF WS-PRENOTE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-PRENOTE-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open PRENOTE-STATE file. '
                           'Status: ' WS-PRENOTE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM UNTIL WS-LOAD-EOF = 'Y'
                   READ PRENOTE-STATE-FILE
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF
                       NOT AT END
                           ADD 1 TO WS-PRENOTE-COUNT
                           SET PNT-IDX TO WS-PRENOTE-COUNT
                           MOVE PN-EMPLOYEE-NO
                               TO PNT-EMPLOYEE-NO (PNT-IDX)
                           MOVE PN-BANK-ROUTING-NO
                               TO PNT-BANK-ROUTING (PNT-IDX)
                           MOVE PN-BANK-ACCOUNT-NO
                               TO PNT-BANK-ACCOUNT (PNT-IDX)
                           MOVE PN-STATE TO PNT-STATE (PNT-IDX)
                   END-READ
               END-PERFORM
               CLOSE PRENOTE-STATE-FILE
           END-IF
           .

      *    PAYROLL-YTD.DAT IS READ ONCE, AHEAD OF BEING OPENED FOR
      *    EXTEND, FOR EACH EMPLOYEE'S WAGES SO FAR THIS YEAR - OFF-
      *    CYCLE STUBS INCLUDED, SINCE THEY COUNT TOWARD THE BASES.
       164-LOAD-YTD-WAGES-RTN.
           OPEN INPUT PAYROLL-YTD-FILE
           IF WS-YTD-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-YTD-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open PAYROLL-YTD file. '
                           'Status: ' WS-YTD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM UNTIL WS-LOAD-EOF = 'Y'
                   READ PAYROLL-YTD-FILE
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF
                       NOT AT END
                           PERFORM 165-ADD-YTD-WAGES-RTN
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-YTD-FILE
           END-IF
           .

       165-ADD-YTD-WAGES-RTN.
           SET YW-IDX TO 1
           SEARCH YW-ENTRY
               AT END
                   ADD 1 TO WS-YTD-WAGE-COUNT
                   SET YW-IDX TO WS-YTD-WAGE-COUNT
                   MOVE YTD-EMPLOYEE-NO TO YW-EMPLOYEE-NO (YW-IDX)
               WHEN YW-EMPLOYEE-NO (YW-IDX) = YTD-EMPLOYEE-NO
                   CONTINUE
           END-SEARCH
           ADD YTD-GROSS-SALARY TO YW-WAGES (YW-IDX)
           .

      *    NO QUEUE FILE (STATUS 35) MEANS NO COMMISSIONS TO PAY.
       166-LOAD-COMMISSION-QUEUE-RTN.
           OPEN INPUT COMMISSION-PAY-FILE
           IF WS-COMMPAY-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-COMMPAY-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open COMMISSION-PAY file. '
                           'Status: ' WS-COMMPAY-STATUS
                   COPY IOERRCHK REPLACING
                       ==:FILE-LABEL:==   BY =='COMMISSION-PAY'==
                       ==:OPERATION:==    BY =='OPEN'==
                       ==:STATUS-FIELD:== BY ==WS-COMMPAY-STATUS==.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM UNTIL WS-LOAD-EOF = 'Y'
                   READ COMMISSION-PAY-FILE
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF
                       NOT AT END
                           IF WS-COMMISSION-COUNT < 500
                               ADD 1 TO WS-COMMISSION-COUNT
                               SET CQ-IDX TO WS-COMMISSION-COUNT
                               MOVE COMMISSION-PAY-REC
                                   TO CQ-RECORD (CQ-IDX)
                               MOVE 'Y' TO WS-COMMISSION-SW
                           ELSE
                               DISPLAY 'ERROR: More than 500 queued '
                                       'commission payouts'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-PAY-FILE
           END-IF
           .

       170-GET-NEXT-CHECK-NO-RTN.
           OPEN INPUT NEXT-CHECK-NO-FILE
           IF WS-CHECK-NO-STATUS = '35'
               MOVE 1 TO WS-NEXT-CHECK-NO
           ELSE
               IF WS-CHECK-NO-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open NEXT-CHECK-NO file. '
                           'Status: ' WS-CHECK-NO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ NEXT-CHECK-NO-FILE
                   AT END
                       MOVE 1 TO WS-NEXT-CHECK-NO
                   NOT AT END
                       MOVE NC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE NEXT-CHECK-NO-FILE
           END-IF
           .

      *****************************************************************
      *    200-PROCESS-SUPPLEMENT-RTN - VALIDATES ONE SUPPLEMENTAL     *
      *    LINE AGAINST EMPLOYEE.DAT, THEN WITHHOLDS, ACCRUES THE      *
      *    EMPLOYER TAXES, WRITES THE STUB AND THE YTD RECORD, AND     *
      *    PAYS IT. A LINE THAT FAILS VALIDATION IS LISTED AND SKIPPED.*
      *****************************************************************
       200-PROCESS-SUPPLEMENT-RTN.
           MOVE 'N' TO WS-EMPLOYEE-FOUND-SW
           SET EMP-IDX TO 1
           SEARCH EMP-ENTRY
               AT END
                   CONTINUE
               WHEN EMP-EMPLOYEE-NO (EMP-IDX) = SP-EMPLOYEE-NO
                   MOVE 'Y' TO WS-EMPLOYEE-FOUND-SW
           END-SEARCH

           EVALUATE TRUE
               WHEN SP-EMPLOYEE-NO = SPACES
                   DISPLAY 'WARNING: NO EMPLOYEE NUMBER ON '
                           'SUPPLEMENTAL LINE FOR ' SP-EMPLOYEE-NAME
                           ' - REJECTED'
                   ADD 1 TO WS-LINES-REJECTED
               WHEN NOT SP-VALID-TYPE
                   DISPLAY 'WARNING: UNKNOWN PAY TYPE ' SP-PAY-TYPE
                           ' FOR ' SP-EMPLOYEE-NO ' - REJECTED'
                   ADD 1 TO WS-LINES-REJECTED
               WHEN SP-AMOUNT NOT NUMERIC OR SP-AMOUNT = ZERO
                   DISPLAY 'WARNING: NO AMOUNT ON SUPPLEMENTAL '
                           'LINE FOR ' SP-EMPLOYEE-NO ' - REJECTED'
                   ADD 1 TO WS-LINES-REJECTED
               WHEN NOT EMPLOYEE-ENTRY-FOUND
                   DISPLAY 'WARNING: EMPLOYEE ' SP-EMPLOYEE-NO
                           ' NOT ON EMPLOYEE.DAT - REJECTED'
                   ADD 1 TO WS-LINES-REJECTED
               WHEN SP-EMPLOYEE-NAME NOT = EMP-EMPLOYEE-NAME (EMP-IDX)
                   DISPLAY 'WARNING: NAME ' SP-EMPLOYEE-NAME
                           ' DOES NOT MATCH EMPLOYEE ' SP-EMPLOYEE-NO
                           ' - REJECTED'
                   ADD 1 TO WS-LINES-REJECTED
               WHEN OTHER
                   MOVE SP-AMOUNT TO WS-GROSS-SALARY
                   PERFORM 210-COMPUTE-WITHHOLDING-RTN
                   PERFORM 240-EMPLOYER-TAX-RTN
                   PERFORM 220-WRITE-STUB-RTN
                   PERFORM 230-PAY-EMPLOYEE-RTN
                   PERFORM 265-WRITE-PAY-HISTORY-RTN
                   ADD 1 TO WS-LINES-PAID
           END-EVALUATE
           .

       205-HOLD-REJECTED-LINE-RTN.
           IF WS-HELD-COUNT < 200
               ADD 1 TO WS-HELD-COUNT
               SET HL-IDX TO WS-HELD-COUNT
               MOVE SUPPLEMENTAL-PAY-REC TO HL-RECORD (HL-IDX)
           ELSE
               ADD 1 TO WS-HELD-NO-ROOM
           END-IF
           .

      *    SUPPLEMENTAL WAGES ARE WITHHELD AT FLAT RATES - NO BRACKET
      *    LOOKUP AND NO DEPENDENT CREDIT, WHICH THE REGULAR RUN HAS
      *    ALREADY GIVEN. TAXES ARE CAPPED AT THE AMOUNT PAID SO NET
      *    PAY NEVER GOES NEGATIVE.
       210-COMPUTE-WITHHOLDING-RTN.
           COMPUTE WS-FICA ROUNDED =
               WS-GROSS-SALARY * WS-SUPP-FICA-RATE
           COMPUTE WS-SALES-TAX ROUNDED =
               WS-GROSS-SALARY * WS-SUPP-SALES-TAX-RATE
           COMPUTE WS-FEDERAL-TAX ROUNDED =
               WS-GROSS-SALARY * WS-SUPP-FEDERAL-RATE
           COMPUTE WS-WITHHELD-TOTAL =
               WS-FICA + WS-SALES-TAX + WS-FEDERAL-TAX
           IF WS-WITHHELD-TOTAL > WS-GROSS-SALARY
               COMPUTE WS-FEDERAL-TAX =
                   WS-GROSS-SALARY - WS-FICA - WS-SALES-TAX
               MOVE WS-GROSS-SALARY TO WS-WITHHELD-TOTAL
           END-IF
           COMPUTE WS-NET-SALARY = WS-GROSS-SALARY - WS-WITHHELD-TOTAL
           .

       220-WRITE-STUB-RTN.
           MOVE SP-EMPLOYEE-NO   TO OUT-EMPLOYEE-NO
           MOVE EMP-EMPLOYEE-NAME (EMP-IDX) TO OUT-EMPLOYEE-NAME
           MOVE WS-GROSS-SALARY  TO OUT-GROSS-SALARY
           MOVE WS-FICA          TO OUT-FICA
           MOVE WS-SALES-TAX     TO OUT-SALES-TAX
           MOVE WS-FEDERAL-TAX   TO OUT-FEDERAL-TAX
           MOVE ZERO             TO OUT-GARNISHMENT
                                    OUT-VOLUNTARY-DEDUCT
                                    OUT-HEALTH-DEDUCT
                                    OUT-DENTAL-DEDUCT
                                    OUT-RETIRE-DEDUCT
                                    OUT-UNION-DUES
           MOVE WS-NET-SALARY    TO OUT-NET-SALARY
           MOVE WS-PAYDAY-DATE   TO OUT-PAY-DATE
           WRITE OUT-SALARY-REC

           MOVE SPACES TO YTD-REC
           MOVE OUT-EMPLOYEE-NO   TO YTD-EMPLOYEE-NO
           MOVE OUT-EMPLOYEE-NAME TO YTD-EMPLOYEE-NAME
           MOVE OUT-GROSS-SALARY  TO YTD-GROSS-SALARY
           MOVE OUT-FICA          TO YTD-FICA
           MOVE OUT-SALES-TAX     TO YTD-SALES-TAX
           MOVE OUT-FEDERAL-TAX   TO YTD-FEDERAL-TAX
           MOVE ZERO              TO YTD-GARNISHMENT
                                     YTD-VOLUNTARY-DEDUCT
                                     YTD-HEALTH-DEDUCT
                                     YTD-DENTAL-DEDUCT
                                     YTD-RETIRE-DEDUCT
                                     YTD-UNION-DUES
           MOVE OUT-NET-SALARY    TO YTD-NET-SALARY
           MOVE OUT-PAY-DATE      TO YTD-PAY-DATE
           MOVE WS-ER-FICA        TO YTD-ER-FICA
           MOVE WS-ER-FUTA        TO YTD-ER-FUTA
           MOVE WS-ER-SUTA        TO YTD-ER-SUTA
           MOVE 'S'               TO YTD-RUN-TYPE
           WRITE YTD-REC

           EVALUATE TRUE
               WHEN SP-IS-BONUS
                   COPY AUDITLOG REPLACING
                       ==:RECORD-KEY:== BY ==SP-EMPLOYEE-NO==
                       ==:ACTION:==     BY =='SUPP BONUS'==.
               WHEN SP-IS-COMMISSION
                   COPY AUDITLOG REPLACING
                       ==:RECORD-KEY:== BY ==SP-EMPLOYEE-NO==
                       ==:ACTION:==     BY =='SUPP COMMISSN'==.
               WHEN OTHER
                   COPY AUDITLOG REPLACING
                       ==:RECORD-KEY:== BY ==SP-EMPLOYEE-NO==
                       ==:ACTION:==     BY =='SUPP CORRECT'==.
           END-EVALUATE
           .

      *    PAID THE WAY THE REGULAR RUN WOULD PAY THIS EMPLOYEE TODAY:
      *    DEPOSIT ONLY TO BANK DETAILS WHOSE PRENOTE IS ALREADY LIVE.
       230-PAY-EMPLOYEE-RTN.
           ADD WS-NET-SALARY TO WS-RUN-TOTAL-NET
           MOVE 'N' TO WS-PRENOTE-FOUND-SW
           IF EMP-BANK-ROUTING (EMP-IDX) NOT = SPACES
              AND EMP-BANK-ACCOUNT (EMP-IDX) NOT = SPACES
               SET PNT-IDX TO 1
               SEARCH PNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PNT-EMPLOYEE-NO (PNT-IDX) = SP-EMPLOYEE-NO
                        AND PNT-BANK-ROUTING (PNT-IDX)
                            = EMP-BANK-ROUTING (EMP-IDX)
                        AND PNT-BANK-ACCOUNT (PNT-IDX)
                            = EMP-BANK-ACCOUNT (EMP-IDX)
                       MOVE 'Y' TO WS-PRENOTE-FOUND-SW
               END-SEARCH
           END-IF

           IF PRENOTE-ENTRY-FOUND AND PNT-IS-LIVE (PNT-IDX)
               PERFORM 250-WRITE-DIRECT-DEPOSIT-RTN
           ELSE
               PERFORM 260-WRITE-CHECK-RTN
           END-IF
           .

      ******************************************************************
      *  240-EMPLOYER-TAX-RTN - Accrues the employer's FICA, FUTA, and *
      *                    SUTA on this payment against the wage bases *
      *                    the same way CHAP04P01 does - each tax only *
      *                    on the wages still under its annual base.   *
      ******************************************************************
       240-EMPLOYER-TAX-RTN.
           SET YW-IDX TO 1
           SEARCH YW-ENTRY
               AT END
                   ADD 1 TO WS-YTD-WAGE-COUNT
                   SET YW-IDX TO WS-YTD-WAGE-COUNT
                   MOVE SP-EMPLOYEE-NO TO YW-EMPLOYEE-NO (YW-IDX)
               WHEN YW-EMPLOYEE-NO (YW-IDX) = SP-EMPLOYEE-NO
                   CONTINUE
           END-SEARCH
           MOVE YW-WAGES (YW-IDX) TO WS-ER-PRIOR-WAGES

           MOVE WS-ER-FICA-RATE TO WS-ER-RATE-HOLD
           MOVE WS-ER-FICA-BASE TO WS-ER-BASE-HOLD
           PERFORM 245-ONE-EMPLOYER-TAX-RTN
           MOVE WS-ER-TAX-HOLD TO WS-ER-FICA

           MOVE WS-ER-FUTA-RATE TO WS-ER-RATE-HOLD
           MOVE WS-ER-FUTA-BASE TO WS-ER-BASE-HOLD
           PERFORM 245-ONE-EMPLOYER-TAX-RTN
           MOVE WS-ER-TAX-HOLD TO WS-ER-FUTA

           MOVE WS-ER-SUTA-RATE TO WS-ER-RATE-HOLD
           MOVE WS-ER-SUTA-BASE TO WS-ER-BASE-HOLD
           PERFORM 245-ONE-EMPLOYER-TAX-RTN
           MOVE WS-ER-TAX-HOLD TO WS-ER-SUTA

           ADD WS-GROSS-SALARY TO YW-WAGES (YW-IDX)
           .

       245-ONE-EMPLOYER-TAX-RTN.
           IF WS-ER-BASE-HOLD = ZERO
               MOVE WS-GROSS-SALARY TO WS-ER-TAXABLE
           ELSE
               IF WS-ER-PRIOR-WAGES NOT LESS THAN WS-ER-BASE-HOLD
                   MOVE ZERO TO WS-ER-TAXABLE
               ELSE
                   COMPUTE WS-ER-TAXABLE =
                       WS-ER-BASE-HOLD - WS-ER-PRIOR-WAGES
                   IF WS-ER-TAXABLE > WS-GROSS-SALARY
                       MOVE WS-GROSS-SALARY TO WS-ER-TAXABLE
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-ER-TAX-HOLD ROUNDED =
               WS-ER-TAXABLE * WS-ER-RATE-HOLD
           .

       250-WRITE-DIRECT-DEPOSIT-RTN.
           MOVE SPACES TO DD-REC
           MOVE SP-EMPLOYEE-NO               TO DD-EMPLOYEE-NO
           MOVE EMP-EMPLOYEE-NAME (EMP-IDX)  TO DD-EMPLOYEE-NAME
           MOVE EMP-BANK-ROUTING (EMP-IDX)   TO DD-BANK-ROUTING-NO
           MOVE EMP-BANK-ACCOUNT (EMP-IDX)   TO DD-BANK-ACCOUNT-NO
           MOVE EMP-BANK-TYPE (EMP-IDX)      TO DD-BANK-ACCOUNT-TYPE
           MOVE WS-NET-SALARY                TO DD-NET-SALARY
           WRITE DD-REC
           ADD WS-NET-SALARY TO WS-DD-TOTAL-NET
           MOVE 'D' TO WS-PAY-METHOD
           MOVE SPACES TO WS-PAY-REFERENCE
           STRING 'XXXXXXXX' EMP-BANK-ACCOUNT (EMP-IDX) (9:4)
                  DELIMITED BY SIZE
                  INTO WS-PAY-REFERENCE
           END-STRING
           .

       260-WRITE-CHECK-RTN.
           MOVE SPACES TO CHECK-PRINT-REC
           MOVE WS-NEXT-CHECK-NO    TO CK-CHECK-NO-OUT
           MOVE EMP-EMPLOYEE-NAME (EMP-IDX) TO CK-EMPLOYEE-NAME-OUT
           MOVE WS-NET-SALARY       TO CK-NET-SALARY-OUT
           ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD
           MOVE WS-CHECK-DATE-MM    TO CK-DATE-MM-OUT
           MOVE WS-CHECK-DATE-DD    TO CK-DATE-DD-OUT
           MOVE WS-CHECK-DATE-CCYY  TO CK-DATE-CCYY-OUT
           WRITE CHECK-PRINT-REC

           MOVE SPACES TO CHECK-REGISTER-REC
           MOVE WS-NEXT-CHECK-NO    TO CR-CHECK-NO-OUT
           MOVE SP-EMPLOYEE-NO      TO CR-EMPLOYEE-NO-OUT
           MOVE EMP-EMPLOYEE-NAME (EMP-IDX) TO CR-EMPLOYEE-NAME-OUT
           MOVE WS-NET-SALARY       TO CR-NET-SALARY-OUT
           WRITE CHECK-REGISTER-REC

           MOVE 'C' TO WS-PAY-METHOD
           MOVE WS-NEXT-CHECK-NO    TO WS-PAY-REFERENCE
           ADD WS-NET-SALARY TO WS-CHECK-TOTAL-NET
           ADD 1 TO WS-CHECKS-WRITTEN
           ADD 1 TO WS-NEXT-CHECK-NO
           .

       265-WRITE-PAY-HISTORY-RTN.
           MOVE SPACES TO PAY-HISTORY-REC
           MOVE OUT-EMPLOYEE-NO      TO PH-EMPLOYEE-NO
           MOVE OUT-EMPLOYEE-NAME    TO PH-EMPLOYEE-NAME
           MOVE OUT-PAY-DATE         TO PH-PAY-DATE
           MOVE 'S'                  TO PH-RUN-TYPE
           MOVE OUT-GROSS-SALARY     TO PH-GROSS-SALARY
           MOVE OUT-FICA             TO PH-FICA
           MOVE OUT-SALES-TAX        TO PH-SALES-TAX
           MOVE OUT-FEDERAL-TAX      TO PH-FEDERAL-TAX
           MOVE OUT-GARNISHMENT      TO PH-GARNISHMENT
           MOVE OUT-VOLUNTARY-DEDUCT TO PH-VOLUNTARY-DEDUCT
           MOVE OUT-HEALTH-DEDUCT    TO PH-HEALTH-DEDUCT
           MOVE OUT-DENTAL-DEDUCT    TO PH-DENTAL-DEDUCT
           MOVE OUT-RETIRE-DEDUCT    TO PH-RETIRE-DEDUCT
           MOVE OUT-UNION-DUES       TO PH-UNION-DUES
           MOVE OUT-NET-SALARY       TO PH-NET-SALARY
           MOVE WS-PAY-METHOD        TO PH-PAY-METHOD
           MOVE WS-PAY-REFERENCE     TO PH-PAY-REFERENCE
           WRITE PAY-HISTORY-REC
           .

      *    CHECKS PLUS DEPOSITS MUST COME BACK TO THE RUN'S TOTAL NET
      *    PAY. THE TRAILER LIVES UNDER THE FD, SO ITS LABELS GO IN BY
      *    HAND.
       270-CHECK-REGISTER-TRAILER-RTN.
           MOVE SPACES TO CHECK-REGISTER-TRAILER
           MOVE 'CHECKS TOTAL :' TO CHECK-REGISTER-TRAILER (1:14)
           MOVE 'DEPOSIT TOTAL:' TO CHECK-REGISTER-TRAILER (26:14)
           MOVE 'RUN NET TOTAL:' TO CHECK-REGISTER-TRAILER (51:14)
           MOVE WS-CHECK-TOTAL-NET TO CR-CHECK-TOTAL-OUT
           MOVE WS-DD-TOTAL-NET    TO CR-DD-TOTAL-OUT
           MOVE WS-RUN-TOTAL-NET   TO CR-RUN-TOTAL-OUT
           WRITE CHECK-REGISTER-TRAILER
           IF WS-CHECK-TOTAL-NET + WS-DD-TOTAL-NET
                   NOT = WS-RUN-TOTAL-NET
               DISPLAY 'WARNING: OFF-CYCLE CHECK REGISTER OUT OF '
                       'BALANCE - CHECKS + DEPOSITS DO NOT EQUAL RUN '
                       'NET PAY'
           END-IF
           .

      ******************************************************************
      *  280-PAY-COMMISSIONS-RTN - Pays each queued commission payout  *
      *                    as a type M supplemental line, lists it on  *
      *                    the reconciliation with a subtotal for each *
      *                    period, and rewrites the queue with only    *
      *                    the payouts that were not paid.             *
      ******************************************************************
       280-PAY-COMMISSIONS-RTN.
           OPEN OUTPUT COMMISSION-RECON-FILE
           IF WS-COMMRECON-STATUS NOT = '00'
               DISPLAY 'WARNING: Cannot open COMMISSION-RECON file. '
                       'Status: ' WS-COMMRECON-STATUS
           END-IF
           MOVE WS-PAYDAY-DATE TO CRT-PAY-DATE-OUT
           WRITE COMMISSION-RECON-REC FROM CR-TITLE-LINE
           MOVE SPACES TO COMMISSION-RECON-REC
           WRITE COMMISSION-RECON-REC
           WRITE COMMISSION-RECON-REC FROM CR-HEADING-LINE
           WRITE COMMISSION-RECON-REC FROM CR-DASH-LINE

           MOVE CQ-PERIOD (1) TO WS-COMM-PERIOD-HOLD
           PERFORM 285-PAY-ONE-COMMISSION-RTN
               VARYING CQ-IDX FROM 1 BY 1
               UNTIL CQ-IDX > WS-COMMISSION-COUNT
           PERFORM 288-COMMISSION-PERIOD-TOTAL-RTN

           WRITE COMMISSION-RECON-REC FROM CR-DASH-LINE
           MOVE 'ALL PERIODS' TO CRS-LABEL-OUT
           MOVE WS-COMM-TOTAL-COMPUTED TO CRS-COMPUTED-OUT
           MOVE WS-COMM-TOTAL-PAID     TO CRS-PAID-OUT
           COMPUTE WS-COMM-DIFFERENCE =
               WS-COMM-TOTAL-PAID - WS-COMM-TOTAL-COMPUTED
           MOVE WS-COMM-DIFFERENCE     TO CRS-DIFFERENCE-OUT
           WRITE COMMISSION-RECON-REC FROM CR-TOTAL-LINE
           CLOSE COMMISSION-RECON-FILE

           OPEN OUTPUT COMMISSION-PAY-FILE
           IF WS-COMMPAY-STATUS NOT = '00'
               DISPLAY 'WARNING: Cannot rewrite COMMISSION-PAY file. '
                       'Status: ' WS-COMMPAY-STATUS
                       ' - PAID COMMISSIONS MUST BE REMOVED BY HAND'
           ELSE
               PERFORM 289-REQUEUE-ONE-COMMISSION-RTN
                   VARYING CQ-IDX FROM 1 BY 1
                   UNTIL CQ-IDX > WS-COMMISSION-COUNT
               CLOSE COMMISSION-PAY-FILE
           END-IF
           IF WS-COMM-UNPAID-COUNT > ZERO
               DISPLAY 'WARNING: ' WS-COMM-UNPAID-COUNT
                       ' COMMISSION PAYOUT(S) NOT PAID - LEFT ON '
                       'COMMPAY.DAT'
           END-IF
           .

      *    THE PAYOUT IS LAID INTO THE SUPPLEMENTAL RECORD AREA SO IT
      *    GOES THROUGH EXACTLY THE CHECKS AND PAYMENT A KEYED LINE
      *    DOES. IT WAS PAID IF 200 COUNTED IT PAID.
       285-PAY-ONE-COMMISSION-RTN.
           IF CQ-PERIOD (CQ-IDX) NOT = WS-COMM-PERIOD-HOLD
               PERFORM 288-COMMISSION-PERIOD-TOTAL-RTN
               MOVE CQ-PERIOD (CQ-IDX) TO WS-COMM-PERIOD-HOLD
           END-IF

           MOVE SPACES TO SUPPLEMENTAL-PAY-REC
           MOVE CQ-EMPLOYEE-NO (CQ-IDX)   TO SP-EMPLOYEE-NO
           MOVE CQ-EMPLOYEE-NAME (CQ-IDX) TO SP-EMPLOYEE-NAME
           MOVE 'M'                       TO SP-PAY-TYPE
           COMPUTE SP-AMOUNT ROUNDED = CQ-PAYOUT (CQ-IDX)
           STRING 'COMMISSION PERIOD ' CQ-PERIOD (CQ-IDX)
               DELIMITED BY SIZE INTO SP-REASON
           END-STRING
           MOVE WS-LINES-PAID TO WS-PAID-BEFORE
           ADD 1 TO WS-LINES-READ
           PERFORM 200-PROCESS-SUPPLEMENT-RTN

           MOVE CQ-PERIOD (CQ-IDX)      TO CRD-PERIOD-OUT
           MOVE CQ-EMPLOYEE-NO (CQ-IDX) TO CRD-EMPLOYEE-NO-OUT
           MOVE CQ-EMPLOYEE-NAME (CQ-IDX) TO CRD-NAME-OUT
           MOVE CQ-PAYOUT (CQ-IDX)      TO CRD-COMPUTED-OUT
           IF WS-LINES-PAID > WS-PAID-BEFORE
               MOVE 'Y' TO CQ-PAID-SW (CQ-IDX)
               MOVE SP-AMOUNT TO CQ-PAID-AMOUNT (CQ-IDX)
               MOVE 'PAID' TO CRD-RESULT-OUT
           ELSE
               MOVE ZERO TO CQ-PAID-AMOUNT (CQ-IDX)
               MOVE 'NOT PAID - HELD' TO CRD-RESULT-OUT
               ADD 1 TO WS-COMM-UNPAID-COUNT
           END-IF
           MOVE CQ-PAID-AMOUNT (CQ-IDX) TO CRD-PAID-OUT
           COMPUTE WS-COMM-DIFFERENCE =
               CQ-PAID-AMOUNT (CQ-IDX) - CQ-PAYOUT (CQ-IDX)
           MOVE WS-COMM-DIFFERENCE TO CRD-DIFFERENCE-OUT
           WRITE COMMISSION-RECON-REC FROM CR-DETAIL-LINE

           ADD CQ-PAYOUT (CQ-IDX)      TO WS-COMM-PERIOD-COMPUTED
                                          WS-COMM-TOTAL-COMPUTED
           ADD CQ-PAID-AMOUNT (CQ-IDX) TO WS-COMM-PERIOD-PAID
                                          WS-COMM-TOTAL-PAID
           .

       288-COMMISSION-PERIOD-TOTAL-RTN.
           MOVE SPACES TO CRS-LABEL-OUT
           STRING '   PERIOD ' WS-COMM-PERIOD-HOLD ' TOTAL'
               DELIMITED BY SIZE INTO CRS-LABEL-OUT
           END-STRING
           MOVE WS-COMM-PERIOD-COMPUTED TO CRS-COMPUTED-OUT
           MOVE WS-COMM-PERIOD-PAID     TO CRS-PAID-OUT
           COMPUTE WS-COMM-DIFFERENCE =
               WS-COMM-PERIOD-PAID - WS-COMM-PERIOD-COMPUTED
           MOVE WS-COMM-DIFFERENCE      TO CRS-DIFFERENCE-OUT
           WRITE COMMISSION-RECON-REC FROM CR-TOTAL-LINE
           MOVE SPACES TO COMMISSION-RECON-REC
           WRITE COMMISSION-RECON-REC
           MOVE ZERO TO WS-COMM-PERIOD-COMPUTED
                        WS-COMM-PERIOD-PAID
           .

       289-REQUEUE-ONE-COMMISSION-RTN.
           IF NOT CQ-PAID (CQ-IDX)
               MOVE CQ-RECORD (CQ-IDX) TO COMMISSION-PAY-REC
               WRITE COMMISSION-PAY-REC
           END-IF
           .

       310-PUT-NEXT-CHECK-NO-RTN.
           OPEN OUTPUT NEXT-CHECK-NO-FILE
           IF WS-CHECK-NO-STATUS NOT = '00'
               DISPLAY 'WARNING: Cannot rewrite NEXT-CHECK-NO file. '
                       'Status: ' WS-CHECK-NO-STATUS
           ELSE
               MOVE WS-NEXT-CHECK-NO TO NC-NEXT-CHECK-NO
               WRITE NEXT-CHECK-NO-REC
               CLOSE NEXT-CHECK-NO-FILE
           END-IF
           .

       400-CLOSE-FILES.
           CLOSE SUPPLEMENTAL-PAY-FILE
                 OFFCYCLE-SALARY-FILE
                 PAYROLL-YTD-FILE
                 DIRECT-DEPOSIT-FILE
                 CHECK-PRINT-FILE
                 CHECK-REGISTER-FILE
                 PAY-HISTORY-FILE
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           .

      *    THE LINES PAID ARE CONSUMED - SUPPLEMENTAL-PAY.DAT IS
      *    REWRITTEN WITH ONLY THE REJECTED LINES, SO A RERUN CANNOT
      *    PAY A BONUS TWICE.
       410-REWRITE-SUPPLEMENTAL-PAY-RTN.
           OPEN OUTPUT SUPPLEMENTAL-PAY-FILE
           IF WS-SUPPLEMENT-STATUS NOT = '00'
               DISPLAY 'WARNING: Cannot rewrite SUPPLEMENTAL-PAY file. '
                       'Status: ' WS-SUPPLEMENT-STATUS
           ELSE
               PERFORM 415-WRITE-HELD-LINE-RTN
                   VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > WS-HELD-COUNT
               CLOSE SUPPLEMENTAL-PAY-FILE
           END-IF
           IF WS-HELD-NO-ROOM > ZERO
               DISPLAY 'WARNING: ' WS-HELD-NO-ROOM ' rejected line(s) '
                       'past 200 not kept on SUPPLEMENTAL-PAY - rekey'
           END-IF
           .

       415-WRITE-HELD-LINE-RTN.
           MOVE HL-RECORD (HL-IDX) TO SUPPLEMENTAL-PAY-REC
           WRITE SUPPLEMENTAL-PAY-REC
           .

           COPY IOERRPARA.
           COPY AUDITPARA.
       COPY RUNSTATSPARA.
