      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | employee.dat       | Employee payroll data               |  *
      *   | HRLYPAY.DAT        | CH01Q04 weekly gross and union dues |  *
      *   |                    | for hourly staff (optional)         |  *
      *   | employer-tax-rates | Employer FICA/FUTA/SUTA rate and    |  *
      *   |   .dat             | annual wage base                    |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   | direct-deposit.dat | Bank routing/account + net pay,     |  *
      *   |                    | one record per employee, overwritten|  *
      *   |                    | each run                            |  *
      *   | employer-tax-reg   | Employer tax accrued per employee,  |  *
      *   |   .dat             | with run totals                     |  *
      *   | pay-history.dat    | Every stub with its pay date and    |  *
      *   |                    | check no. or deposit account,       |  *
      *   |                    | appended to every run               |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      *================================================================*
      *                     termination date on or before payday are   *
      *                     skipped (matched by name) - their YTD      *
      *                     records stay put for the year-end rollup.  *
      *   2026-10-15  MAM  EMPLOYEE-REC now carries IN-EMPLOYEE-NO,    *
      *                     the prmast.dat EMPLOYEE-NO, and it - not   *
      *                     the name - keys salary.dat, payroll-ytd.   *
      *                     dat, direct-deposit.dat, prenote state,    *
      *                     benefit enrollment, deduction arrears, the *
      *                     check register, and the termination match. *
      *                     A feed record with no number is rejected.  *
      *                     YTD-REC moved to the PAYYTDREC copybook.   *
      *   2026-10-15  MAM  Hourly staff are now paid here too: the     *
      *                     CH01Q04 wage run hands each employee's     *
      *                     gross and union dues over on HRLYPAY.DAT   *
      *                     in CH01Q04's DATA directory, and an        *
      *                     employee found there is paid on that gross *
      *                     instead of IN-SALARY, with the dues taken  *
      *                     as a deduction and itemized on the stub    *
      *                     and YTD. An hourly record with             *
      *                     no matching employee.dat record is listed  *
      *                     and counted as rejected.                   *
      *   2026-10-15  MAM  Stub and YTD records carry the pay date, so *
      *                     the quarterly tax report (CHAP04P06) can   *
      *                     place each stub in its month.              *
      *                     OUT-SALARY-REC moved to the PAYSTUBREC     *
      *                     copybook.                                  *
      *   2026-10-15  MAM  Employer payroll tax - matching FICA, FUTA, *
      *                     and SUTA - is now accrued per employee     *
      *                     from employer-tax-rates.dat, each stopping *
      *                     once the employee's year-to-date wages on  *
      *                     payroll-ytd.dat pass its annual wage base. *
      *                     The accruals ride on YTD-REC and an        *
      *                     employer tax register with totals goes to  *
      *                     employer-tax-reg.dat for finance.          *
      *   2026-10-15  MAM  YTD records are stamped as regular-run      *
      *                     stubs, apart from CHAP04P01S's off-cycle   *
      *                     supplemental stubs on the same file.       *
      *   2026-10-15  MAM  Every stub is also appended to pay-history. *
      *                     dat with its pay date and the check number *
      *                     or masked deposit account it was paid to,  *
      *                     so CHAP04P08 can reprint it after salary.  *
      *                     dat has been overwritten.                  *
      *   2026-10-15  MAM  HRLYPAY.DAT is rewritten after the run with *
      *                     only the entries no employee record        *
      *                     claimed, so a rerun cannot pay the week    *
      *                     twice; any such entry ends the run with    *
      *                     return code 4, and more than 500 hourly    *
      *                     employees stops the run.                   *
      *   2026-10-15  MAM  EMPLOYEE-REC carries a pay type             *
      *                     (IN-PAY-TYPE). An hourly employee with no  *
      *                     HRLYPAY.DAT entry this run is listed and   *
      *                     counted as rejected instead of being paid  *
      *                     IN-SALARY, and the run ends with return    *
      *                     code 4.                                    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-RPT-STATUS.

      *    DATED TERMINATIONS FROM CHAP04M01, MATCHED ON EMPLOYEE
      *    NUMBER. A TERMINATED EMPLOYEE IS SKIPPED FROM THE PAY RUN
      *    FROM THAT DATE FORWARD; THEIR YTD RECORDS STAY PUT FOR
      *    W-2 TIME.
           SELECT TERMINATION-FILE ASSIGN TO "data/prmast-term.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMFILE-STATUS.

      *    EMPLOYER PAYROLL TAX TABLE - ONE ROW PER TAX (FICA, FUTA,
      *    SUTA) CARRYING THE EMPLOYER RATE AND THE ANNUAL WAGE BASE
      *    PAST WHICH THE TAX STOPS (ZERO MEANS NO CEILING).
           SELECT EMPLOYER-TAX-RATE-FILE
               ASSIGN TO "data/employer-tax-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-RATE-STATUS.

      *    ONE LINE PER EMPLOYEE PAID WITH THE EMPLOYER TAX ACCRUED
      *    ON THEIR WAGES THIS RUN, AND A TOTALS LINE FINANCE BOOKS
      *    PAYROLL TAX EXPENSE FROM.
           SELECT EMPLOYER-TAX-REG-FILE
               ASSIGN TO "data/employer-tax-reg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-REG-STATUS.

      *    HOURLY PAY HANDOFF FROM THE CH01Q04 WAGE RUN - THE WEEK'S
      *    GROSS (OVERTIME AND SHIFT DIFFERENTIAL INCLUDED) AND UNION
      *    DUES PER HOURLY EMPLOYEE. EMPLOYEE.DAT IS STILL THE PAY
      *    MASTER FOR THEIR DEPENDENTS, BANK DATA, AND DEDUCTIONS; THIS
      *    FILE ONLY REPLACES IN-SALARY AS THE GROSS. NO FILE (STATUS
      *    35) MEANS NO HOURLY STAFF ARE BEING PAID THIS RUN. CH01Q04
      *    WRITES IT IN ITS OWN DIRECTORY, SO IT IS READ FROM THERE.
           SELECT HOURLY-PAY-FILE
               ASSIGN TO "CHAPTER01/ch01a04/DATA/HRLYPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOURLY-STATUS.

      *    EVERY STUB EVER CUT, APPENDED RUN AFTER RUN - SALARY.DAT
      *    ONLY HOLDS THE LATEST RUN.
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/pay-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-EMPLOYEE-FILE.
      *    IN-EMPLOYEE-NO IS THE PRMAST.DAT EMPLOYEE-NO AND THE KEY
      *    FOR EVERY FILE THIS RUN READS OR WRITES; THE NAME RIDES
      *    ALONG ONLY SO STUBS AND CHECKS CAN PRINT IT.
       01  EMPLOYEE-REC.
           05 IN-EMPLOYEE-NO    PIC X(5).
           05 IN-EMPLOYEE-NAME  PIC X(20).
           05 IN-SALARY         PIC X(5).
           05 IN-NO-DEPENDANTS  PIC X(1).
           05 IN-BANK-ACCOUNT-TYPE  PIC X(1).
           05 IN-GARNISHMENT        PIC X(5).
           05 IN-VOLUNTARY-DEDUCT   PIC X(5).
      *    H IS PAID ONLY FROM THE CH01Q04 HOURLY HANDOFF; S (OR A
      *    BLANK, ON A RECORD KEYED BEFORE THE FLAG EXISTED) IS PAID
      *    IN-SALARY UNLESS THE HANDOFF CARRIES THEM THIS RUN.
           05 IN-PAY-TYPE           PIC X(1).
              88 IN-PAY-IS-HOURLY   VALUE 'H'.

      *    FULL PAY-STUB DETAIL: GROSS PAY, EACH WITHHOLDING READ FROM
      *    EMPLOYEE-REC, AND THE NET PAY THEY NET OUT TO.
       FD  OUT-SALARY-FILE.
           COPY PAYSTUBREC.

       FD  PAYROLL-YTD-FILE.
           COPY PAYYTDREC.

       FD  PAY-HISTORY-FILE.
           COPY PAYHISTREC.

      *    ONE ROW PER EMPLOYEE, READ BY THE OUTSIDE PAYMENT PROCESS
      *    TO ACTUALLY MOVE NET PAY INTO EACH EMPLOYEE'S ACCOUNT.
       FD  DIRECT-DEPOSIT-FILE.
       01  DD-REC.
           05 DD-EMPLOYEE-NO        PIC X(5).
           05 DD-EMPLOYEE-NAME      PIC X(20).
           05 DD-BANK-ROUTING-NO    PIC X(9).
           05 DD-BANK-ACCOUNT-NO    PIC X(12).

       FD  BENEFIT-ENROLLMENT-FILE.
       01  BENEFIT-ENROLLMENT-REC.
           05 BE-EMPLOYEE-NO        PIC X(5).
           05 BE-EMPLOYEE-NAME      PIC X(20).
           05 BE-PLAN-CODE          PIC X.
               88 BE-PLAN-HEALTH    VALUE 'H'.

       FD  DEDUCT-ARREARS-FILE.
       01  DEDUCT-ARREARS-REC.
           05 DA-EMPLOYEE-NO        PIC X(5).
           05 DA-EMPLOYEE-NAME      PIC X(20).
           05 DA-DEDUCT-TYPE        PIC X(10).
           05 DA-ARREARS-AMOUNT     PIC 9(5).

       FD  ARREARS-REPORT-FILE.
       01  ARREARS-REPORT-REC.
           05 AP-EMPLOYEE-NO-OUT    PIC X(5).
           05                       PIC X(2).
           05 AP-EMPLOYEE-NAME-OUT  PIC X(20).
           05                       PIC X(2).
           05 AP-DEDUCT-TYPE-OUT    PIC X(10).

       FD  TAX-VARIANCE-FILE.
       01  TAX-VARIANCE-REC.
           05 TV-EMPLOYEE-NO-OUT    PIC X(5).
           05                       PIC X(2).
           05 TV-EMPLOYEE-NAME-OUT  PIC X(20).
           05                       PIC X(2).
           05 TV-FIELD-OUT          PIC X(11).
           05                       PIC X(2).
           05 TV-COMPUTED-AMOUNT-OUT PIC ZZZZZ9.

       FD  EMPLOYER-TAX-RATE-FILE.
       01  EMPLOYER-TAX-RATE-REC.
           05 ETR-TAX-CODE          PIC X(4).
           05 ETR-RATE              PIC V9(4).
           05 ETR-WAGE-BASE         PIC 9(7).

       FD  EMPLOYER-TAX-REG-FILE.
       01  EMPLOYER-TAX-REG-REC.
           05 ER-EMPLOYEE-NO-OUT    PIC X(5).
           05                       PIC X(2).
           05 ER-EMPLOYEE-NAME-OUT  PIC X(20).
           05                       PIC X(2).
           05 ER-GROSS-OUT          PIC ZZZZZ9.
           05                       PIC X(2).
           05 ER-PRIOR-YTD-OUT      PIC Z,ZZZ,ZZ9.
           05                       PIC X(2).
           05 ER-FICA-OUT           PIC ZZZZZ9.
           05                       PIC X(2).
           05 ER-FUTA-OUT           PIC ZZZZZ9.
           05                       PIC X(2).
           05 ER-SUTA-OUT           PIC ZZZZZ9.
           05                       PIC X(2).
           05 ER-TOTAL-OUT          PIC ZZZZZ9.

       01  EMPLOYER-TAX-REG-TRAILER.
           05                       PIC X(14).
           05 ET-COUNT-OUT          PIC ZZZZ9.
           05                       PIC X(2).
           05 ET-GROSS-OUT          PIC Z,ZZZ,ZZ9.
           05                       PIC X(2).
           05 ET-FICA-OUT           PIC Z,ZZZ,ZZ9.
           05                       PIC X(2).
           05 ET-FUTA-OUT           PIC Z,ZZZ,ZZ9.
           05                       PIC X(2).
           05 ET-SUTA-OUT           PIC Z,ZZZ,ZZ9.
           05                       PIC X(2).
           05 ET-TOTAL-OUT          PIC Z,ZZZ,ZZ9.

       FD  HOURLY-PAY-FILE.
       01  HOURLY-PAY-REC.
           05 HP-EMPLOYEE-NO        PIC X(5).
           05 HP-EMPLOYEE-NAME      PIC X(20).
           05 HP-GROSS-WAGES        PIC 9(5)V99.
           05 HP-UNION-DUES         PIC 9(4)V99.

       COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-SALARY-STATUS          PIC XX.
       01  WS-YTD-STATUS             PIC XX.
       01  WS-DD-STATUS              PIC XX.
       01  WS-PAYHIST-STATUS         PIC XX.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS PIC XXX VALUE 'YES'.


      *    COUNTS FOR THE NIGHTLY OPERATIONS SUMMARY. ONE SALARY.DAT
      *    AND ONE PAYROLL-YTD.DAT RECORD GO OUT PER EMPLOYEE PAID;
      *    A TERMINATED EMPLOYEE IS READ BUT SKIPPED, AND A FEED
      *    RECORD WITH NO EMPLOYEE NUMBER OR AN HOURLY EMPLOYEE WITH
      *    NO HOURLY PAY THIS RUN IS REJECTED, SO THE WRITTEN COUNT
      *    RUNS BEHIND THE READ COUNT BY ALL THREE AND THEIR SUM
      *    REPORTS AS THE REJECTED FIGURE.
       01  WS-EMPLOYEES-READ         PIC 9(5) VALUE ZERO.
       01  WS-EMPLOYEES-WRITTEN      PIC 9(5) VALUE ZERO.
       01  WS-NO-KEY-REJECTED        PIC 9(5) VALUE ZERO.
       01  WS-NO-HOURS-REJECTED      PIC 9(5) VALUE ZERO.
       01  WS-EMPLOYEES-REJECTED     PIC 9(5) VALUE ZERO.

      *    RATE-BRACKET TABLE LOADED AT START-UP. THE LOOKUP TAKES THE
      *    FIRST BRACKET WHOSE CEILING COVERS THE SALARY; A SALARY
           05 WS-CHECK-DATE-DD       PIC 99.

      *    PRENOTE STATE LOADED INTO A TABLE AT START-UP AND REWRITTEN
      *    AT END OF RUN. AN EMPLOYEE'S ENTRY MATCHES ON EMPLOYEE
      *    NUMBER PLUS BOTH BANK FIELDS, SO A CHANGED ROUTING OR ACCOUNT NUMBER
      *    READS AS NO ENTRY AND STARTS A FRESH PRENOTE CYCLE.
       01  WS-PRENOTE-STATUS         PIC XX.
       01  PRENOTE-TABLE.
           05 PNT-ENTRY OCCURS 200 TIMES
                   INDEXED BY PNT-IDX.
               10 PNT-EMPLOYEE-NO    PIC X(5)  VALUE SPACES.
               10 PNT-EMPLOYEE-NAME  PIC X(20) VALUE SPACES.
               10 PNT-BANK-ROUTING   PIC X(9)  VALUE SPACES.
               10 PNT-BANK-ACCOUNT   PIC X(12) VALUE SPACES.
       01  BENEFIT-TABLE.
           05 BEN-ENTRY OCCURS 300 TIMES
                   INDEXED BY BEN-IDX.
               10 BEN-EMPLOYEE-NO    PIC X(5)  VALUE SPACES.
               10 BEN-PLAN-CODE      PIC X     VALUE SPACE.
               10 BEN-EMPLOYEE-AMOUNT PIC 9(5) VALUE ZERO.
               10 BEN-EMPLOYER-MATCH PIC 9(5)  VALUE ZERO.
       01  ARREARS-TABLE.
           05 ARR-ENTRY OCCURS 300 TIMES
                   INDEXED BY ARR-IDX.
               10 ARR-EMPLOYEE-NO    PIC X(5)  VALUE SPACES.
               10 ARR-EMPLOYEE-NAME  PIC X(20) VALUE SPACES.
               10 ARR-DEDUCT-TYPE    PIC X(10) VALUE SPACES.
               10 ARR-AMOUNT         PIC 9(5)  VALUE ZERO.
       01  WS-TAKEN-AMOUNT           PIC 9(5) VALUE ZERO.
       01  WS-REMAINING-PAY          PIC 9(5) VALUE ZERO.

      *    TERMINATIONS LOADED AT START-UP AND CHECKED BY EMPLOYEE
      *    NUMBER AHEAD OF EACH EMPLOYEE'S PAY. SKIPPED EMPLOYEES COUNT AS
      *    REJECTED ON THE RUN-STATS ENTRY.
       01  WS-TERMFILE-STATUS        PIC XX.
       01  TERMINATION-TABLE.
           05 TERM-ENTRY OCCURS 200 TIMES
                   INDEXED BY TERM-IDX.
               10 TT-EMPLOYEE-NO     PIC X(5)  VALUE SPACES.
               10 TT-TERM-DATE       PIC 9(8)  VALUE ZERO.
       01  WS-TERM-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-TERM-EOF-SW            PIC X VALUE 'N'.
       01  WS-GARNISHMENT             PIC 9(5) VALUE ZERO.
       01  WS-VOLUNTARY-DEDUCT        PIC 9(5) VALUE ZERO.
       01  WS-NET-SALARY              PIC 9(5) VALUE ZERO.
       01  WS-UNION-DUES              PIC 9(5) VALUE ZERO.

      *    HOW THIS EMPLOYEE'S NET PAY WENT OUT, FOR PAY-HISTORY.DAT.
       01  WS-PAY-METHOD              PIC X VALUE SPACE.
       01  WS-PAY-REFERENCE           PIC X(12) VALUE SPACES.

      *    EMPLOYER TAX RATES AND WAGE BASES, ONE SET PER TAX CODE.
      *    A WAGE BASE OF ZERO MEANS THE TAX HAS NO ANNUAL CEILING.
       01  WS-ER-RATE-STATUS         PIC XX.
       01  WS-ER-REG-STATUS          PIC XX.
       01  WS-ER-RATE-EOF-SW         PIC X VALUE 'N'.
           88 ER-RATE-FILE-EOF       VALUE 'Y'.
       01  WS-ER-RATE-COUNT          PIC 99 VALUE ZERO.
       01  WS-ER-FICA-RATE           PIC V9(4) VALUE ZERO.
       01  WS-ER-FICA-BASE           PIC 9(7) VALUE ZERO.
       01  WS-ER-FUTA-RATE           PIC V9(4) VALUE ZERO.
       01  WS-ER-FUTA-BASE           PIC 9(7) VALUE ZERO.
       01  WS-ER-SUTA-RATE           PIC V9(4) VALUE ZERO.
       01  WS-ER-SUTA-BASE           PIC 9(7) VALUE ZERO.
       01  WS-ER-RATE-HOLD           PIC V9(4) VALUE ZERO.
       01  WS-ER-BASE-HOLD           PIC 9(7) VALUE ZERO.
       01  WS-ER-TAXABLE             PIC 9(7) VALUE ZERO.
       01  WS-ER-TAX-HOLD            PIC 9(5) VALUE ZERO.
       01  WS-ER-FICA                PIC 9(5) VALUE ZERO.
       01  WS-ER-FUTA                PIC 9(5) VALUE ZERO.
       01  WS-ER-SUTA                PIC 9(5) VALUE ZERO.
       01  WS-ER-TOTAL               PIC 9(6) VALUE ZERO.
       01  WS-ER-PRIOR-WAGES         PIC 9(7) VALUE ZERO.
       01  WS-ER-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ER-TOT-GROSS           PIC 9(7) VALUE ZERO
                                      USAGE COMP-3.
       01  WS-ER-TOT-FICA            PIC 9(7) VALUE ZERO
                                      USAGE COMP-3.
       01  WS-ER-TOT-FUTA            PIC 9(7) VALUE ZERO
                                      USAGE COMP-3.
       01  WS-ER-TOT-SUTA            PIC 9(7) VALUE ZERO
                                      USAGE COMP-3.
       01  WS-ER-TOT-ALL             PIC 9(7) VALUE ZERO
                                      USAGE COMP-3.

      *    EACH EMPLOYEE'S WAGES SO FAR THIS YEAR, SUMMED OFF
      *    PAYROLL-YTD.DAT AT START-UP AND ADVANCED AS THIS RUN PAYS
      *    THEM - THE PROGRESS EACH EMPLOYER TAX IS MEASURED AGAINST
      *    ITS WAGE BASE.
       01  YTD-WAGE-TABLE.
           05 YW-ENTRY OCCURS 500 TIMES
                   INDEXED BY YW-IDX.
               10 YW-EMPLOYEE-NO     PIC X(5)  VALUE SPACES.
               10 YW-WAGES           PIC 9(7)  VALUE ZERO.
       01  WS-YTD-WAGE-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-YTD-EOF-SW             PIC X VALUE 'N'.
           88 YTD-FILE-EOF           VALUE 'Y'.

      *    HOURLY PAY LOADED AT START-UP. PAY IS WHOLE DOLLARS
      *    THROUGHOUT THIS RUN, SO THE WAGE RUN'S CENTS ARE ROUNDED ON
      *    THE WAY IN. AN ENTRY STILL UNPAID AT END OF RUN HAD NO
      *    EMPLOYEE.DAT RECORD TO PAY IT AGAINST.
       01  WS-HOURLY-STATUS          PIC XX.
       01  HOURLY-PAY-TABLE.
           05 HRL-ENTRY OCCURS 500 TIMES
                   INDEXED BY HRL-IDX.
               10 HRL-EMPLOYEE-NO    PIC X(5)  VALUE SPACES.
               10 HRL-EMPLOYEE-NAME  PIC X(20) VALUE SPACES.
               10 HRL-GROSS-WAGES    PIC 9(5)  VALUE ZERO.
               10 HRL-UNION-DUES     PIC 9(5)  VALUE ZERO.
               10 HRL-PAID-SW        PIC X     VALUE 'N'.
                   88 HRL-IS-PAID    VALUE 'Y'.
               10 HRL-RECORD         PIC X(38) VALUE SPACES.
       01  WS-HOURLY-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-HOURLY-MAX             PIC 9(3) VALUE 500.
       01  WS-HOURLY-EOF-SW          PIC X VALUE 'N'.
           88 HOURLY-FILE-EOF        VALUE 'Y'.
       01  WS-HOURLY-FOUND-SW        PIC X VALUE 'N'.
           88 EMPLOYEE-IS-HOURLY     VALUE 'Y'.
       01  WS-HOURLY-UNMATCHED       PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 155-LOAD-TAX-BRACKETS-RTN
           PERFORM 156-LOAD-BENEFITS-RTN
           PERFORM 157-LOAD-ARREARS-RTN
           PERFORM 162-LOAD-HOURLY-PAY-RTN
           PERFORM 163-LOAD-EMPLOYER-RATES-RTN

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
                READ IN-EMPLOYEE-FILE
                    NOT AT END
                        ADD 1 TO WS-EMPLOYEES-READ
                        PERFORM 195-CHECK-TERMINATED-RTN
                        PERFORM 205-FIND-HOURLY-PAY-RTN
                        EVALUATE TRUE
                            WHEN IN-EMPLOYEE-NO = SPACES
                                DISPLAY 'WARNING: NO EMPLOYEE NUMBER '
                                        'ON FEED RECORD FOR '
                                        IN-EMPLOYEE-NAME ' - REJECTED'
                                ADD 1 TO WS-NO-KEY-REJECTED
                            WHEN EMPLOYEE-IS-TERMINATED
                                ADD 1 TO WS-TERMINATED-SKIPPED
                            WHEN IN-PAY-IS-HOURLY
                                 AND NOT EMPLOYEE-IS-HOURLY
                                DISPLAY 'WARNING: HOURLY EMPLOYEE '
                                        IN-EMPLOYEE-NO ' '
                                        IN-EMPLOYEE-NAME
                                        ' HAS NO HOURLY PAY - NOT PAID'
                                ADD 1 TO WS-NO-HOURS-REJECTED
                            WHEN OTHER
                                PERFORM 200-PROCESS-RTN
                                ADD 1 TO WS-EMPLOYEES-WRITTEN
                        END-EVALUATE
                END-READ
           END-PERFORM

           PERFORM 270-CHECK-REGISTER-TRAILER-RTN
           PERFORM 275-EMPLOYER-TAX-TOTALS-RTN
           PERFORM 280-PUT-NEXT-CHECK-NO-RTN
           PERFORM 285-PUT-PRENOTE-STATE-RTN
           PERFORM 290-BENEFIT-MATCH-REPORT-RTN
           PERFORM 295-ARREARS-REPORT-RTN
           PERFORM 296-PUT-ARREARS-RTN
           PERFORM 299-UNMATCHED-HOURLY-RTN
               VARYING HRL-IDX FROM 1 BY 1
               UNTIL HRL-IDX > WS-HOURLY-COUNT

           COMPUTE WS-EMPLOYEES-REJECTED =
               WS-TERMINATED-SKIPPED + WS-NO-KEY-REJECTED
               + WS-HOURLY-UNMATCHED + WS-NO-HOURS-REJECTED
           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-EMPLOYEES-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-EMPLOYEES-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==WS-EMPLOYEES-REJECTED==
               ==:FINAL-STATUS:==     BY =='OK'==.

           PERFORM 160-CLOSE-FILES
           IF WS-HOURLY-COUNT > ZERO
               PERFORM 299A-REWRITE-HOURLY-PAY-RTN
           END-IF
           IF WS-HOURLY-UNMATCHED > ZERO
              OR WS-NO-HOURS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

               STOP RUN
           END-IF

           PERFORM 164-LOAD-YTD-WAGES-RTN
           OPEN EXTEND PAYROLL-YTD-FILE
           IF WS-YTD-STATUS = '35'
               OPEN OUTPUT PAYROLL-YTD-FILE
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
               STOP RUN
           END-IF

           OPEN OUTPUT EMPLOYER-TAX-REG-FILE
           IF WS-ER-REG-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open EMPLOYER-TAX-REG file. '
                       'Status: ' WS-ER-REG-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT TAX-VARIANCE-FILE
           IF WS-VARIANCE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open TAX-VARIANCE file. '
                       NOT AT END
                           ADD 1 TO WS-TERM-COUNT
                           SET TERM-IDX TO WS-TERM-COUNT
                           MOVE TRM-EMPLOYEE-NO
                               TO TT-EMPLOYEE-NO (TERM-IDX)
                           MOVE TRM-TERM-DATE
                               TO TT-TERM-DATE (TERM-IDX)
                   END-READ
           END-IF
           .

      *    A MISSING OR EMPTY EMPLOYER RATE TABLE HALTS THE RUN, AS
      *    THE TAX-BRACKET TABLE DOES - AN ACCRUAL OFF NO RATES WOULD
      *    UNDERSTATE PAYROLL TAX EXPENSE WITHOUT ANYONE NOTICING.
       163-LOAD-EMPLOYER-RATES-RTN.
           OPEN INPUT EMPLOYER-TAX-RATE-FILE
           IF WS-ER-RATE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open EMPLOYER-TAX-RATE file. '
                       'Status: ' WS-ER-RATE-STATUS
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
               STOP RUN
           END-IF
           .

      *    PAYROLL-YTD.DAT IS READ ONCE, AHEAD OF BEING OPENED FOR
      *    EXTEND, TO SUM EACH EMPLOYEE'S WAGES PAID SO FAR THIS
      *    YEAR. A MISSING FILE (STATUS 35) IS THE FIRST RUN OF THE
      *    YEAR - EVERYBODY STARTS AT ZERO.
       164-LOAD-YTD-WAGES-RTN.
           OPEN INPUT PAYROLL-YTD-FILE
           IF WS-YTD-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-YTD-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open PAYROLL-YTD file. '
                           'Status: ' WS-YTD-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL YTD-FILE-EOF
                   READ PAYROLL-YTD-FILE
                       AT END
                           MOVE 'Y' TO WS-YTD-EOF-SW
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

      *    A MISSING HOURLY PAY FILE (STATUS 35) MEANS THE WAGE RUN
      *    HANDED NOTHING OVER - EVERYBODY IS PAID ON IN-SALARY.
       162-LOAD-HOURLY-PAY-RTN.
           OPEN INPUT HOURLY-PAY-FILE
           IF WS-HOURLY-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-HOURLY-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open HOURLY-PAY file. '
                           'Status: ' WS-HOURLY-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL HOURLY-FILE-EOF
                   READ HOURLY-PAY-FILE
                       AT END
                           MOVE 'Y' TO WS-HOURLY-EOF-SW
                       NOT AT END
                           IF WS-HOURLY-COUNT NOT < WS-HOURLY-MAX
                               DISPLAY 'ERROR: HOURLY-PAY file holds '
                                       'more than ' WS-HOURLY-MAX
                                       ' employees'
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-HOURLY-COUNT
                           SET HRL-IDX TO WS-HOURLY-COUNT
                           MOVE HOURLY-PAY-REC TO HRL-RECORD (HRL-IDX)
                           MOVE HP-EMPLOYEE-NO
                               TO HRL-EMPLOYEE-NO (HRL-IDX)
                           MOVE HP-EMPLOYEE-NAME
                               TO HRL-EMPLOYEE-NAME (HRL-IDX)
                           COMPUTE HRL-GROSS-WAGES (HRL-IDX) ROUNDED =
                               HP-GROSS-WAGES
                           COMPUTE HRL-UNION-DUES (HRL-IDX) ROUNDED =
                               HP-UNION-DUES
                   END-READ
               END-PERFORM
               CLOSE HOURLY-PAY-FILE
           END-IF
           .

      *    A MISSING ARREARS FILE (STATUS 35) MEANS NOBODY IS BEHIND -
      *    EVERY DEDUCTION'S AMOUNT DUE IS JUST ITS SCHEDULED AMOUNT.
       157-LOAD-ARREARS-RTN.
                       NOT AT END
                           ADD 1 TO WS-ARREARS-COUNT
                           SET ARR-IDX TO WS-ARREARS-COUNT
                           MOVE DA-EMPLOYEE-NO
                               TO ARR-EMPLOYEE-NO (ARR-IDX)
                           MOVE DA-EMPLOYEE-NAME
                               TO ARR-EMPLOYEE-NAME (ARR-IDX)
                           MOVE DA-DEDUCT-TYPE
                       NOT AT END
                           ADD 1 TO WS-PRENOTE-COUNT
                           SET PNT-IDX TO WS-PRENOTE-COUNT
                           MOVE PN-EMPLOYEE-NO
                               TO PNT-EMPLOYEE-NO (PNT-IDX)
                           MOVE PN-EMPLOYEE-NAME
                               TO PNT-EMPLOYEE-NAME (PNT-IDX)
                           MOVE PN-BANK-ROUTING-NO
                       NOT AT END
                           ADD 1 TO WS-BENEFIT-COUNT
                           SET BEN-IDX TO WS-BENEFIT-COUNT
                           MOVE BE-EMPLOYEE-NO
                               TO BEN-EMPLOYEE-NO (BEN-IDX)
                           MOVE BE-PLAN-CODE
                               TO BEN-PLAN-CODE (BEN-IDX)
                           MOVE BE-EMPLOYEE-AMOUNT
                 PAYROLL-YTD-FILE
                 DIRECT-DEPOSIT-FILE
                 TAX-VARIANCE-FILE
                 EMPLOYER-TAX-REG-FILE
                 CHECK-PRINT-FILE
                 CHECK-REGISTER-FILE
                 PAY-HISTORY-FILE

           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'WARNING: Error closing EMPLOYEE file. Status: '
      ******************************************************************
      *    TERMINATED MEANS A TERMINATION DATED ON OR BEFORE PAYDAY -
      *    A FUTURE-DATED TERMINATION STILL PAYS UNTIL THE DATE
      *    ARRIVES. MATCHED ON EMPLOYEE NUMBER, SO A NAMESAKE OF A
      *    TERMINATED EMPLOYEE STILL GETS PAID.
       195-CHECK-TERMINATED-RTN.
           MOVE 'N' TO WS-TERMINATED-SW
           SET TERM-IDX TO 1
           SEARCH TERM-ENTRY
               AT END
                   CONTINUE
               WHEN TT-EMPLOYEE-NO (TERM-IDX) = IN-EMPLOYEE-NO
                    AND TT-TERM-DATE (TERM-IDX)
                        NOT GREATER THAN WS-PAYDAY-DATE
                   MOVE 'Y' TO WS-TERMINATED-SW
           END-SEARCH
           .

      *    205-FIND-HOURLY-PAY-RTN HAS ALREADY RUN FOR THIS EMPLOYEE
      *    AND LEFT HRL-IDX ON THEIR HOURLY ENTRY, IF ANY.
       200-PROCESS-RTN.
           IF EMPLOYEE-IS-HOURLY
               MOVE HRL-GROSS-WAGES (HRL-IDX) TO WS-GROSS-SALARY
               MOVE HRL-UNION-DUES (HRL-IDX)  TO WS-UNION-DUES
               MOVE 'Y' TO HRL-PAID-SW (HRL-IDX)
           ELSE
               MOVE IN-SALARY          TO WS-GROSS-SALARY
               MOVE ZERO               TO WS-UNION-DUES
           END-IF
           PERFORM 210-COMPUTE-WITHHOLDING-RTN
           PERFORM 240-EMPLOYER-TAX-RTN
           MOVE IN-GARNISHMENT     TO WS-GARNISHMENT
           MOVE IN-VOLUNTARY-DEDUCT TO WS-VOLUNTARY-DEDUCT
           PERFORM 220-BENEFIT-DEDUCTIONS-RTN
           MOVE WS-REMAINING-PAY TO WS-NET-SALARY

           MOVE SPACES TO OUT-SALARY-REC
           MOVE IN-EMPLOYEE-NO   TO OUT-EMPLOYEE-NO
           MOVE IN-EMPLOYEE-NAME TO OUT-EMPLOYEE-NAME
           MOVE WS-GROSS-SALARY  TO OUT-GROSS-SALARY
           MOVE WS-FICA          TO OUT-FICA
           MOVE WS-DENTAL-DEDUCT TO OUT-DENTAL-DEDUCT
           MOVE WS-RETIRE-DEDUCT TO OUT-RETIRE-DEDUCT
           MOVE WS-NET-SALARY    TO OUT-NET-SALARY
           MOVE WS-UNION-DUES    TO OUT-UNION-DUES
           MOVE WS-PAYDAY-DATE   TO OUT-PAY-DATE
           WRITE OUT-SALARY-REC

           MOVE SPACES TO YTD-REC
           MOVE OUT-EMPLOYEE-NO   TO YTD-EMPLOYEE-NO
           MOVE OUT-EMPLOYEE-NAME TO YTD-EMPLOYEE-NAME
           MOVE OUT-GROSS-SALARY  TO YTD-GROSS-SALARY
           MOVE OUT-FICA          TO YTD-FICA
           MOVE OUT-DENTAL-DEDUCT TO YTD-DENTAL-DEDUCT
           MOVE OUT-RETIRE-DEDUCT TO YTD-RETIRE-DEDUCT
           MOVE OUT-NET-SALARY    TO YTD-NET-SALARY
           MOVE OUT-UNION-DUES    TO YTD-UNION-DUES
           MOVE OUT-PAY-DATE      TO YTD-PAY-DATE
           MOVE WS-ER-FICA        TO YTD-ER-FICA
           MOVE WS-ER-FUTA        TO YTD-ER-FUTA
           MOVE WS-ER-SUTA        TO YTD-ER-SUTA
           MOVE 'R'               TO YTD-RUN-TYPE
           WRITE YTD-REC

           PERFORM 230-PAY-EMPLOYEE-RTN
           PERFORM 265-WRITE-PAY-HISTORY-RTN
           .

      *    AN EMPLOYEE THE WAGE RUN HANDED OVER IS HOURLY THIS RUN -
      *    MATCHED ON EMPLOYEE NUMBER, FIRST UNPAID ENTRY WINS.
       205-FIND-HOURLY-PAY-RTN.
           MOVE 'N' TO WS-HOURLY-FOUND-SW
           SET HRL-IDX TO 1
           SEARCH HRL-ENTRY
               AT END
                   CONTINUE
               WHEN HRL-EMPLOYEE-NO (HRL-IDX) = IN-EMPLOYEE-NO
                    AND NOT HRL-IS-PAID (HRL-IDX)
                   MOVE 'Y' TO WS-HOURLY-FOUND-SW
           END-SEARCH
           .

      ******************************************************************
           .

       225-APPLY-ONE-BENEFIT-RTN.
           IF BEN-EMPLOYEE-NO (BEN-IDX) = IN-EMPLOYEE-NO
               EVALUATE BEN-PLAN-CODE (BEN-IDX)
                   WHEN 'H'
                       ADD BEN-EMPLOYEE-AMOUNT (BEN-IDX)
                   WHEN OTHER
                       DISPLAY 'WARNING: UNKNOWN BENEFIT PLAN CODE '
                               BEN-PLAN-CODE (BEN-IDX)
                               ' FOR ' IN-EMPLOYEE-NO ' - SKIPPED'
               END-EVALUATE
           END-IF
           .
      ******************************************************************
      *  228-APPLY-DEDUCT-PRIORITY-RTN - Takes the deductions in       *
      *                    priority order - taxes first, then the      *
      *                    garnishment, then union dues, then the      *
      *                    benefit plans, then the voluntary           *
      *                    deduction - against what is                 *
      *                    left of the check, so net pay can never go  *
      *                    negative. Each deduction's amount due is    *
      *                    its scheduled amount plus any carried       *
           PERFORM 229-TAKE-ONE-DEDUCTION-RTN
           MOVE WS-TAKEN-AMOUNT TO WS-GARNISHMENT

           MOVE 'UNION DUES' TO WS-DEDUCT-TYPE-HOLD
           MOVE WS-UNION-DUES TO WS-SCHEDULED-AMOUNT
           PERFORM 229-TAKE-ONE-DEDUCTION-RTN
           MOVE WS-TAKEN-AMOUNT TO WS-UNION-DUES

           MOVE 'HEALTH'     TO WS-DEDUCT-TYPE-HOLD
           MOVE WS-HEALTH-DEDUCT TO WS-SCHEDULED-AMOUNT
           PERFORM 229-TAKE-ONE-DEDUCTION-RTN
               IF NOT ARREARS-ENTRY-FOUND
                   ADD 1 TO WS-ARREARS-COUNT
                   SET ARR-IDX TO WS-ARREARS-COUNT
                   MOVE IN-EMPLOYEE-NO
                       TO ARR-EMPLOYEE-NO (ARR-IDX)
                   MOVE IN-EMPLOYEE-NAME
                       TO ARR-EMPLOYEE-NAME (ARR-IDX)
                   MOVE WS-DEDUCT-TYPE-HOLD
           SEARCH ARR-ENTRY
               AT END
                   CONTINUE
               WHEN ARR-EMPLOYEE-NO (ARR-IDX) = IN-EMPLOYEE-NO
                    AND ARR-DEDUCT-TYPE (ARR-IDX)
                        = WS-DEDUCT-TYPE-HOLD
                   MOVE 'Y' TO WS-ARREARS-FOUND-SW
           SEARCH PNT-ENTRY
               AT END
                   CONTINUE
               WHEN PNT-EMPLOYEE-NO (PNT-IDX) = IN-EMPLOYEE-NO
                    AND PNT-BANK-ROUTING (PNT-IDX)
                        = IN-BANK-ROUTING-NO
                    AND PNT-BANK-ACCOUNT (PNT-IDX)
           IF NOT PRENOTE-ENTRY-FOUND
               ADD 1 TO WS-PRENOTE-COUNT
               SET PNT-IDX TO WS-PRENOTE-COUNT
               MOVE IN-EMPLOYEE-NO
                   TO PNT-EMPLOYEE-NO (PNT-IDX)
               MOVE IN-EMPLOYEE-NAME
                   TO PNT-EMPLOYEE-NAME (PNT-IDX)
               MOVE IN-BANK-ROUTING-NO TO PNT-BANK-ROUTING (PNT-IDX)
      ******************************************************************
       255-WRITE-PRENOTE-RTN.
           MOVE SPACES TO DD-REC
           MOVE IN-EMPLOYEE-NO      TO DD-EMPLOYEE-NO
           MOVE IN-EMPLOYEE-NAME    TO DD-EMPLOYEE-NAME
           MOVE IN-BANK-ROUTING-NO  TO DD-BANK-ROUTING-NO
           MOVE IN-BANK-ACCOUNT-NO  TO DD-BANK-ACCOUNT-NO
           MOVE WS-COMPUTED-SALES-TAX   TO WS-SALES-TAX
           MOVE WS-COMPUTED-FEDERAL-TAX TO WS-FEDERAL-TAX

      *    THE FEED'S WITHHOLDING FIELDS DESCRIBE IN-SALARY, NOT THE
      *    WAGE RUN'S GROSS, SO THERE IS NOTHING TO COMPARE FOR AN
      *    HOURLY EMPLOYEE.
           IF NOT EMPLOYEE-IS-HOURLY
               PERFORM 212-CHECK-TAX-VARIANCE-RTN
           END-IF
           .

       212-CHECK-TAX-VARIANCE-RTN.
           IF FUNCTION NUMVAL (IN-FICA) NOT = WS-COMPUTED-FICA
               MOVE SPACES        TO TAX-VARIANCE-REC
               MOVE 'FICA'        TO TV-FIELD-OUT
           .

       215-WRITE-TAX-VARIANCE-RTN.
           MOVE IN-EMPLOYEE-NO   TO TV-EMPLOYEE-NO-OUT
           MOVE IN-EMPLOYEE-NAME TO TV-EMPLOYEE-NAME-OUT
           WRITE TAX-VARIANCE-REC
           .

      ******************************************************************
      *  240-EMPLOYER-TAX-RTN - Accrues the employer's FICA, FUTA, and *
      *                    SUTA on this employee's gross. Each tax     *
      *                    applies only to the wages still under its   *
      *                    annual wage base, measured from the         *
      *                    employee's year-to-date wages before this   *
      *                    check; the check that crosses the base is   *
      *                    taxed on the part below it. One register    *
      *                    line per employee paid.                     *
      ******************************************************************
       240-EMPLOYER-TAX-RTN.
           SET YW-IDX TO 1
           SEARCH YW-ENTRY
               AT END
                   ADD 1 TO WS-YTD-WAGE-COUNT
                   SET YW-IDX TO WS-YTD-WAGE-COUNT
                   MOVE IN-EMPLOYEE-NO TO YW-EMPLOYEE-NO (YW-IDX)
               WHEN YW-EMPLOYEE-NO (YW-IDX) = IN-EMPLOYEE-NO
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
           COMPUTE WS-ER-TOTAL = WS-ER-FICA + WS-ER-FUTA + WS-ER-SUTA

           MOVE SPACES TO EMPLOYER-TAX-REG-REC
           MOVE IN-EMPLOYEE-NO    TO ER-EMPLOYEE-NO-OUT
           MOVE IN-EMPLOYEE-NAME  TO ER-EMPLOYEE-NAME-OUT
           MOVE WS-GROSS-SALARY   TO ER-GROSS-OUT
           MOVE WS-ER-PRIOR-WAGES TO ER-PRIOR-YTD-OUT
           MOVE WS-ER-FICA        TO ER-FICA-OUT
           MOVE WS-ER-FUTA        TO ER-FUTA-OUT
           MOVE WS-ER-SUTA        TO ER-SUTA-OUT
           MOVE WS-ER-TOTAL       TO ER-TOTAL-OUT
           WRITE EMPLOYER-TAX-REG-REC

           ADD 1 TO WS-ER-COUNT
           ADD WS-GROSS-SALARY TO WS-ER-TOT-GROSS
           ADD WS-ER-FICA  TO WS-ER-TOT-FICA
           ADD WS-ER-FUTA  TO WS-ER-TOT-FUTA
           ADD WS-ER-SUTA  TO WS-ER-TOT-SUTA
           ADD WS-ER-TOTAL TO WS-ER-TOT-ALL
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

      ******************************************************************
      *  250-WRITE-DIRECT-DEPOSIT-RTN - Writes one DIRECT-DEPOSIT-FILE *
      *                    row carrying this employee's bank           *
      ******************************************************************
       250-WRITE-DIRECT-DEPOSIT-RTN.
           MOVE SPACES TO DD-REC
           MOVE IN-EMPLOYEE-NO      TO DD-EMPLOYEE-NO
           MOVE IN-EMPLOYEE-NAME    TO DD-EMPLOYEE-NAME
           MOVE IN-BANK-ROUTING-NO  TO DD-BANK-ROUTING-NO
           MOVE IN-BANK-ACCOUNT-NO  TO DD-BANK-ACCOUNT-NO
           MOVE WS-NET-SALARY       TO DD-NET-SALARY
           WRITE DD-REC
           ADD WS-NET-SALARY TO WS-DD-TOTAL-NET
           MOVE 'D' TO WS-PAY-METHOD
           MOVE SPACES TO WS-PAY-REFERENCE
           STRING 'XXXXXXXX' IN-BANK-ACCOUNT-NO (9:4)
                  DELIMITED BY SIZE
                  INTO WS-PAY-REFERENCE
           END-STRING
           .

      ******************************************************************

           MOVE SPACES TO CHECK-REGISTER-REC
           MOVE WS-NEXT-CHECK-NO    TO CR-CHECK-NO-OUT
           MOVE IN-EMPLOYEE-NO      TO CR-EMPLOYEE-NO-OUT
           MOVE IN-EMPLOYEE-NAME    TO CR-EMPLOYEE-NAME-OUT
           MOVE WS-NET-SALARY       TO CR-NET-SALARY-OUT
           WRITE CHECK-REGISTER-REC

           MOVE 'C' TO WS-PAY-METHOD
           MOVE WS-NEXT-CHECK-NO    TO WS-PAY-REFERENCE
           ADD WS-NET-SALARY TO WS-CHECK-TOTAL-NET
           ADD 1 TO WS-CHECKS-WRITTEN
           ADD 1 TO WS-NEXT-CHECK-NO
           .

      ******************************************************************
      *  265-WRITE-PAY-HISTORY-RTN - Keeps this stub on pay-history.   *
      *                    dat with the pay date and how the net pay   *
      *                    went out.                                   *
      ******************************************************************
       265-WRITE-PAY-HISTORY-RTN.
           MOVE SPACES TO PAY-HISTORY-REC
           MOVE OUT-EMPLOYEE-NO      TO PH-EMPLOYEE-NO
           MOVE OUT-EMPLOYEE-NAME    TO PH-EMPLOYEE-NAME
           MOVE OUT-PAY-DATE         TO PH-PAY-DATE
           MOVE 'R'                  TO PH-RUN-TYPE
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
      *    PAY - A REGISTER THAT DOES NOT TIE IS FLAGGED ON THE
      *    CONSOLE FOR PAYROLL TO CHASE BEFORE CHECKS ARE RELEASED.
           END-IF
           .

      *    THE FIGURE FINANCE BOOKS PAYROLL TAX EXPENSE FROM. THE
      *    TRAILER LIVES UNDER THE FD, SO ITS LABEL GOES IN BY HAND.
       275-EMPLOYER-TAX-TOTALS-RTN.
           MOVE SPACES TO EMPLOYER-TAX-REG-TRAILER
           MOVE 'RUN TOTALS   :' TO EMPLOYER-TAX-REG-TRAILER (1:14)
           MOVE WS-ER-COUNT     TO ET-COUNT-OUT
           MOVE WS-ER-TOT-GROSS TO ET-GROSS-OUT
           MOVE WS-ER-TOT-FICA  TO ET-FICA-OUT
           MOVE WS-ER-TOT-FUTA  TO ET-FUTA-OUT
           MOVE WS-ER-TOT-SUTA  TO ET-SUTA-OUT
           MOVE WS-ER-TOT-ALL   TO ET-TOTAL-OUT
           WRITE EMPLOYER-TAX-REG-REC FROM EMPLOYER-TAX-REG-TRAILER
           .

       280-PUT-NEXT-CHECK-NO-RTN.
           OPEN OUTPUT NEXT-CHECK-NO-FILE
           IF WS-CHECK-NO-STATUS NOT = '00'
       297-ARREARS-REPORT-LINE-RTN.
           IF ARR-AMOUNT (ARR-IDX) > ZERO
               MOVE SPACES TO ARREARS-REPORT-REC
               MOVE ARR-EMPLOYEE-NO (ARR-IDX)
                   TO AP-EMPLOYEE-NO-OUT
               MOVE ARR-EMPLOYEE-NAME (ARR-IDX)
                   TO AP-EMPLOYEE-NAME-OUT
               MOVE ARR-DEDUCT-TYPE (ARR-IDX) TO AP-DEDUCT-TYPE-OUT

       298-WRITE-ONE-ARREARS-RTN.
           IF ARR-AMOUNT (ARR-IDX) > ZERO
               MOVE ARR-EMPLOYEE-NO (ARR-IDX)   TO DA-EMPLOYEE-NO
               MOVE ARR-EMPLOYEE-NAME (ARR-IDX) TO DA-EMPLOYEE-NAME
               MOVE ARR-DEDUCT-TYPE (ARR-IDX)   TO DA-DEDUCT-TYPE
               MOVE ARR-AMOUNT (ARR-IDX)        TO DA-ARREARS-AMOUNT
           END-IF
           .

      *    AN HOURLY ENTRY NOBODY ON EMPLOYEE.DAT CLAIMED HAS NO BANK
      *    DATA, DEPENDENTS, OR DEDUCTIONS TO PAY IT WITH - LISTED FOR
      *    PAYROLL TO ADD THE PAY-MASTER RECORD, AND COUNTED REJECTED.
       299-UNMATCHED-HOURLY-RTN.
           IF NOT HRL-IS-PAID (HRL-IDX)
               DISPLAY 'WARNING: HOURLY PAY FOR '
                       HRL-EMPLOYEE-NO (HRL-IDX) ' '
                       HRL-EMPLOYEE-NAME (HRL-IDX)
                       ' HAS NO EMPLOYEE RECORD - NOT PAID'
               ADD 1 TO WS-HOURLY-UNMATCHED
           END-IF
           .

      *    THE ENTRIES PAID ARE CONSUMED - HOURLY-PAY IS REWRITTEN
      *    WITH ONLY THE ENTRIES NO EMPLOYEE RECORD CLAIMED, SO A RERUN
      *    CANNOT PAY THE WEEK TWICE AND AN UNPAID ENTRY WAITS FOR ITS
      *    PAY-MASTER RECORD. CH01Q04 WILL NOT WRITE NEXT WEEK OVER
      *    ENTRIES STILL LEFT HERE.
       299A-REWRITE-HOURLY-PAY-RTN.
           OPEN OUTPUT HOURLY-PAY-FILE
           IF WS-HOURLY-STATUS NOT = '00'
               DISPLAY 'WARNING: Cannot rewrite HOURLY-PAY file. '
                       'Status: ' WS-HOURLY-STATUS
           ELSE
               PERFORM 299B-WRITE-UNPAID-HOURLY-RTN
                   VARYING HRL-IDX FROM 1 BY 1
                   UNTIL HRL-IDX > WS-HOURLY-COUNT
               CLOSE HOURLY-PAY-FILE
           END-IF
           .

       299B-WRITE-UNPAID-HOURLY-RTN.
           IF NOT HRL-IS-PAID (HRL-IDX)
               MOVE HRL-RECORD (HRL-IDX) TO HOURLY-PAY-REC
               WRITE HOURLY-PAY-REC
           END-IF
           .

       285-PUT-PRENOTE-STATE-RTN.
           OPEN OUTPUT PRENOTE-STATE-FILE
           IF WS-PRENOTE-STATUS NOT = '00'
           .

       286-WRITE-ONE-PRENOTE-RTN.
           MOVE PNT-EMPLOYEE-NO (PNT-IDX)   TO PN-EMPLOYEE-NO
           MOVE PNT-EMPLOYEE-NAME (PNT-IDX) TO PN-EMPLOYEE-NAME
           MOVE PNT-BANK-ROUTING (PNT-IDX)  TO PN-BANK-ROUTING-NO
           MOVE PNT-BANK-ACCOUNT (PNT-IDX)  TO PN-BANK-ACCOUNT-NO
