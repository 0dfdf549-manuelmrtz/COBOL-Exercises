       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04P09.

      *****************************************************************
      * PROGRAM NAME : Employee Self-Service Portal Export             *
      * PROGRAM ID   : CHAP04P09                                       *
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
      *   Builds employee-portal.csv, the comma-delimited feed the     *
      *   self-service portal serves pay stubs and W-2s from, the way  *
      *   balance-feed.csv already feeds it utility balances. One      *
      *   STUB row per pay stub cut in the tax year (from the stub     *
      *   detail CHAP04P01 / CHAP04P01S append to pay-history.dat) and *
      *   one W2 row per employee on CHAP04P03's w2summary.dat, each   *
      *   keyed by employee number and carrying the SSN masked to its  *
      *   last four digits exactly as CHAP04A02 prints it.             *
      *                                                                *
      *   Only employees still active, or terminated within the tax    *
      *   year per prmast-term.dat, are exported.                      *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | prmast-good.dat    | Validated payroll master (SSN)     |  *
      *   | prmast-term.dat    | Terminations (optional)            |  *
      *   | pay-history.dat    | Every stub cut (optional)          |  *
      *   | w2summary.dat      | CHAP04P03 annual summary (optional)|  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | employee-portal.csv| Stub and W-2 rows for the portal   |  *
      *   | io-error.log       | Shared shop-wide I/O error log     |  *
      *   | run-stats.log      | Shared shop-wide end-of-run stats  |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - A stub or W-2 for an employee not on prmast-good.dat is    *
      *     left off the feed (no SSN to mask) and reported            *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Feed written                                            *
      *   4  - Feed written; one or more rows left off for an          *
      *        employee not on the payroll master                      *
      *   16 - A required file could not be opened                     *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   PARM is the tax year (CCYY); blank runs the current year.    *
      *   w2summary.dat carries no year of its own - it is taken to    *
      *   be the tax year being exported, so run CHAP04P03 for that    *
      *   year first. Rows for employees terminated before the tax     *
      *   year are skipped silently; that is the point of the filter.  *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PR-MASTER ASSIGN TO 'data/prmast-good.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MASTER-STATUS.

           SELECT TERMINATION-FILE ASSIGN TO 'data/prmast-term.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TERM-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'data/pay-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PAYHIST-STATUS.

           SELECT W2-SUMMARY-FILE ASSIGN TO 'data/w2summary.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-W2-STATUS.

           SELECT PORTAL-CSV-FILE ASSIGN TO 'data/employee-portal.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PORTAL-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PR-MASTER.
       01  MASTER-REC.
           05 EMPLOYEE-NO-IN         PIC X(5).
           05 EMPLOYEE-NAME-IN       PIC X(20).
           05 LOCATION-CODE-IN.
               10 TERRITORY-IN       PIC X(2).
               10 OFFICE-NO-IN       PIC X(2).
           05 ANNUAL-SALARY-IN       PIC X(6).
           05 SOCIAL-SECURITY-NO-IN  PIC X(9).
           05 NO-OF-DEPENDENTS-IN    PIC X(2).
           05 JOB-CLASSIFICATION-IN  PIC X(2).

       FD  TERMINATION-FILE.
           COPY TERMREC.

       FD  PAY-HISTORY-FILE.
           COPY PAYHISTREC.

      *    SAME LAYOUT CHAP04P03 WRITES.
       FD  W2-SUMMARY-FILE.
       01  W2-SUMMARY-REC.
           05 W2-EMPLOYEE-NO-IN     PIC X(5).
           05                       PIC X(2).
           05 W2-EMPLOYEE-NAME-IN   PIC X(20).
           05                       PIC X(2).
           05 W2-ANNUAL-GROSS-IN    PIC X(7).
           05                       PIC X(2).
           05 W2-ANNUAL-FICA-IN     PIC X(7).
           05                       PIC X(2).
           05 W2-ANNUAL-SALTAX-IN   PIC X(7).
           05                       PIC X(2).
           05 W2-ANNUAL-FEDTAX-IN   PIC X(7).
           05                       PIC X(2).
           05 W2-ANNUAL-DEDUCT-IN   PIC X(7).
           05                       PIC X(2).
           05 W2-ANNUAL-NET-IN      PIC X(7).

       FD  PORTAL-CSV-FILE.
       01  PORTAL-CSV-REC           PIC X(160).

           COPY IOERRFD.
           COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-TERM-STATUS           PIC XX.
       01  WS-PAYHIST-STATUS        PIC XX.
       01  WS-W2-STATUS             PIC XX.
       01  WS-PORTAL-STATUS         PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-PARM-TEXT             PIC X(20) VALUE SPACES.
       01  WS-TODAY.
           05 WS-TODAY-CCYY         PIC 9(4).
           05                       PIC 9(4).
       01  WS-TAX-YEAR              PIC 9(4) VALUE ZERO.
       01  WS-RECORDS-READ          PIC 9(5) VALUE ZERO.
       01  WS-RECORDS-WRITTEN       PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-STUB-ROWS             PIC 9(5) VALUE ZERO.
       01  WS-W2-ROWS               PIC 9(5) VALUE ZERO.

      *    PAYROLL MASTER, LOADED FOR THE SSN, WITH EACH EMPLOYEE'S
      *    LATEST TERMINATION DATE (ZERO IF NEVER TERMINATED) FILLED
      *    IN FROM PRMAST-TERM.DAT.
       01  PORTAL-EMPLOYEE-TABLE.
           05 PE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PE-IDX.
               10 PE-EMPLOYEE-NO     PIC X(5).
               10 PE-SSN             PIC X(9).
               10 PE-TERM-DATE       PIC 9(8).
               10 PE-TERM-YEAR REDEFINES PE-TERM-DATE.
                   15 PE-TERM-CCYY   PIC 9(4).
                   15                PIC 9(4).
       01  WS-EMPLOYEE-COUNT        PIC 9(4) VALUE ZERO.

       01  WS-LOOKUP-EMPLOYEE-NO    PIC X(5).
       01  WS-EXPORT-SW             PIC X VALUE 'N'.
           88 EMPLOYEE-EXPORTED     VALUE 'Y'.
           88 EMPLOYEE-NOT-ON-FILE  VALUE 'M'.
       01  WS-MASKED-SSN            PIC X(11).
       01  WS-PAY-YEAR              PIC 9(4).
       01  WS-STUB-DEDUCTIONS       PIC 9(7).
       01  WS-PAY-METHOD-TEXT       PIC X(7).

       01  WS-CSV-GROSS-EDIT        PIC ZZZZZZ9.
       01  WS-CSV-FICA-EDIT         PIC ZZZZZZ9.
       01  WS-CSV-SALTAX-EDIT       PIC ZZZZZZ9.
       01  WS-CSV-FEDTAX-EDIT       PIC ZZZZZZ9.
       01  WS-CSV-DEDUCT-EDIT       PIC ZZZZZZ9.
       01  WS-CSV-NET-EDIT          PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      *  100-MAIN-MODULE - Controls opening and closing files          *
      *                    and direction of program logic;             *
      *                    return control to operating system.         *
      ******************************************************************
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04P09' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-TEXT (1:4) IS NUMERIC
               MOVE WS-PARM-TEXT (1:4) TO WS-TAX-YEAR
           ELSE
               IF WS-PARM-TEXT NOT = SPACES
                   DISPLAY 'WARNING: Unrecognized CHAP04P09 parm "'
                           WS-PARM-TEXT '" - exporting current year'
               END-IF
               MOVE WS-TODAY-CCYY TO WS-TAX-YEAR
           END-IF

           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS = '35'
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF WS-ERRLOG-STATUS NOT = '00'
              AND WS-ERRLOG-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open ERROR-LOG file. Status: '
                       WS-ERRLOG-STATUS
           END-IF

           PERFORM 150-LOAD-MASTER-RTN
           PERFORM 160-LOAD-TERMINATIONS-RTN
           PERFORM 170-OPEN-PORTAL-CSV-RTN
           PERFORM 200-EXPORT-STUBS-RTN
           PERFORM 300-EXPORT-W2-RTN
           CLOSE PORTAL-CSV-FILE

           DISPLAY 'CHAP04P09: Tax year ' WS-TAX-YEAR ' - '
                   WS-STUB-ROWS ' stub row(s), ' WS-W2-ROWS
                   ' W-2 row(s) written to employee-portal.csv'
           IF WS-REJECT-COUNT > ZERO
               DISPLAY 'WARNING: ' WS-REJECT-COUNT ' row(s) left off '
                       '- employee not on prmast-good.dat'
               MOVE 4 TO RETURN-CODE
           END-IF
           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-RECORDS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-RECORDS-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==WS-REJECT-COUNT==
               ==:FINAL-STATUS:==     BY =='OK'==.

           CLOSE ERROR-LOG-FILE
           STOP RUN
           .

       150-LOAD-MASTER-RTN.
           OPEN INPUT F-PR-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open PR-MASTER file. Status: '
                       WS-MASTER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='PR-MASTER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-MASTER-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-PR-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EMPLOYEE-COUNT < 1000
                           ADD 1 TO WS-EMPLOYEE-COUNT
                           SET PE-IDX TO WS-EMPLOYEE-COUNT
                           MOVE EMPLOYEE-NO-IN
                               TO PE-EMPLOYEE-NO (PE-IDX)
                           MOVE SOCIAL-SECURITY-NO-IN
                               TO PE-SSN (PE-IDX)
                           MOVE ZERO TO PE-TERM-DATE (PE-IDX)
                       ELSE
                           DISPLAY 'WARNING: PR-MASTER over 1000 '
                                   'employees - ' EMPLOYEE-NO-IN
                                   ' not loaded'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-PR-MASTER
           .

      *    A MISSING TERMINATION FILE (STATUS 35) MEANS NO ONE HAS
      *    BEEN TERMINATED. AN EMPLOYEE TERMINATED, REHIRED, AND
      *    TERMINATED AGAIN KEEPS THE LATEST DATE.
       160-LOAD-TERMINATIONS-RTN.
           OPEN INPUT TERMINATION-FILE
           IF WS-TERM-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TERMINATION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           SET PE-IDX TO 1
                           SEARCH PE-ENTRY
                               AT END
                                   CONTINUE
                               WHEN PE-IDX > WS-EMPLOYEE-COUNT
                                   CONTINUE
                               WHEN PE-EMPLOYEE-NO (PE-IDX)
                                    = TRM-EMPLOYEE-NO
                                   IF TRM-TERM-DATE
                                      > PE-TERM-DATE (PE-IDX)
                                       MOVE TRM-TERM-DATE
                                           TO PE-TERM-DATE (PE-IDX)
                                   END-IF
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE TERMINATION-FILE
           END-IF
           .

       170-OPEN-PORTAL-CSV-RTN.
           OPEN OUTPUT PORTAL-CSV-FILE
           IF WS-PORTAL-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open PORTAL-CSV file. Status: '
                       WS-PORTAL-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='PORTAL-CSV'==
                   ==:OPERATION:==    BY =='OPEN OUTPUT'==
                   ==:STATUS-FIELD:== BY ==WS-PORTAL-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO PORTAL-CSV-REC
           STRING 'RECORD-TYPE,EMPLOYEE-NO,EMPLOYEE-NAME,SSN,PERIOD,'
                      DELIMITED BY SIZE
                  'GROSS,FICA,SALES-TAX,FEDERAL-TAX,DEDUCTIONS,NET,'
                      DELIMITED BY SIZE
                  'PAY-METHOD,PAY-REFERENCE'
                      DELIMITED BY SIZE
               INTO PORTAL-CSV-REC
           END-STRING
           WRITE PORTAL-CSV-REC
           .

      ******************************************************************
      *  200-EXPORT-STUBS-RTN - One STUB row for every stub on         *
      *                    pay-history.dat paid in the tax year. A     *
      *                    missing history file means no stubs yet.    *
      ******************************************************************
       200-EXPORT-STUBS-RTN.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS = '35'
               DISPLAY 'WARNING: No pay-history.dat - no stub rows'
           ELSE
               IF WS-PAYHIST-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open PAY-HISTORY file. '
                           'Status: ' WS-PAYHIST-STATUS
                   COPY IOERRCHK REPLACING
                       ==:FILE-LABEL:==   BY =='PAY-HISTORY'==
                       ==:OPERATION:==    BY =='OPEN'==
                       ==:STATUS-FIELD:== BY ==WS-PAYHIST-STATUS==.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE PH-PAY-DATE (1:4) TO WS-PAY-YEAR
                           IF WS-PAY-YEAR = WS-TAX-YEAR
                               PERFORM 210-WRITE-STUB-ROW-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           .

       210-WRITE-STUB-ROW-RTN.
           MOVE PH-EMPLOYEE-NO TO WS-LOOKUP-EMPLOYEE-NO
           PERFORM 400-CHECK-EMPLOYEE-RTN
           IF EMPLOYEE-EXPORTED
               COMPUTE WS-STUB-DEDUCTIONS = PH-GARNISHMENT
                                          + PH-VOLUNTARY-DEDUCT
                                          + PH-HEALTH-DEDUCT
                                          + PH-DENTAL-DEDUCT
                                          + PH-RETIRE-DEDUCT
                                          + PH-UNION-DUES
               MOVE PH-GROSS-SALARY    TO WS-CSV-GROSS-EDIT
               MOVE PH-FICA            TO WS-CSV-FICA-EDIT
               MOVE PH-SALES-TAX       TO WS-CSV-SALTAX-EDIT
               MOVE PH-FEDERAL-TAX     TO WS-CSV-FEDTAX-EDIT
               MOVE WS-STUB-DEDUCTIONS TO WS-CSV-DEDUCT-EDIT
               MOVE PH-NET-SALARY      TO WS-CSV-NET-EDIT
               IF PH-PAID-BY-DEPOSIT
                   MOVE 'DEPOSIT' TO WS-PAY-METHOD-TEXT
               ELSE
                   MOVE 'CHECK'   TO WS-PAY-METHOD-TEXT
               END-IF

               MOVE SPACES TO PORTAL-CSV-REC
               STRING 'STUB,'
                      PH-EMPLOYEE-NO                   ','
                      FUNCTION TRIM(PH-EMPLOYEE-NAME)  ','
                      WS-MASKED-SSN                    ','
                      PH-PAY-DATE                      ','
                      FUNCTION TRIM(WS-CSV-GROSS-EDIT)  ','
                      FUNCTION TRIM(WS-CSV-FICA-EDIT)   ','
                      FUNCTION TRIM(WS-CSV-SALTAX-EDIT) ','
                      FUNCTION TRIM(WS-CSV-FEDTAX-EDIT) ','
                      FUNCTION TRIM(WS-CSV-DEDUCT-EDIT) ','
                      FUNCTION TRIM(WS-CSV-NET-EDIT)    ','
                      FUNCTION TRIM(WS-PAY-METHOD-TEXT) ','
                      FUNCTION TRIM(PH-PAY-REFERENCE)
                   DELIMITED BY SIZE INTO PORTAL-CSV-REC
               END-STRING
               WRITE PORTAL-CSV-REC
               ADD 1 TO WS-STUB-ROWS
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF
           .

      ******************************************************************
      *  300-EXPORT-W2-RTN - One W2 row for every employee on          *
      *                    w2summary.dat. A missing summary means      *
      *                    CHAP04P03 has not run for the year yet.     *
      ******************************************************************
       300-EXPORT-W2-RTN.
           OPEN INPUT W2-SUMMARY-FILE
           IF WS-W2-STATUS = '35'
               DISPLAY 'WARNING: No w2summary.dat - no W-2 rows'
           ELSE
               IF WS-W2-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open W2-SUMMARY file. '
                           'Status: ' WS-W2-STATUS
                   COPY IOERRCHK REPLACING
                       ==:FILE-LABEL:==   BY =='W2-SUMMARY'==
                       ==:OPERATION:==    BY =='OPEN'==
                       ==:STATUS-FIELD:== BY ==WS-W2-STATUS==.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ W2-SUMMARY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM 310-WRITE-W2-ROW-RTN
                   END-READ
               END-PERFORM
               CLOSE W2-SUMMARY-FILE
           END-IF
           .

       310-WRITE-W2-ROW-RTN.
           MOVE W2-EMPLOYEE-NO-IN TO WS-LOOKUP-EMPLOYEE-NO
           PERFORM 400-CHECK-EMPLOYEE-RTN
           IF EMPLOYEE-EXPORTED
               MOVE SPACES TO PORTAL-CSV-REC
               STRING 'W2,'
                      W2-EMPLOYEE-NO-IN                   ','
                      FUNCTION TRIM(W2-EMPLOYEE-NAME-IN)  ','
                      WS-MASKED-SSN                       ','
                      WS-TAX-YEAR                         ','
                      FUNCTION TRIM(W2-ANNUAL-GROSS-IN)   ','
                      FUNCTION TRIM(W2-ANNUAL-FICA-IN)    ','
                      FUNCTION TRIM(W2-ANNUAL-SALTAX-IN)  ','
                      FUNCTION TRIM(W2-ANNUAL-FEDTAX-IN)  ','
                      FUNCTION TRIM(W2-ANNUAL-DEDUCT-IN)  ','
                      FUNCTION TRIM(W2-ANNUAL-NET-IN)     ','
                      ','
                   DELIMITED BY SIZE INTO PORTAL-CSV-REC
               END-STRING
               WRITE PORTAL-CSV-REC
               ADD 1 TO WS-W2-ROWS
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF
           .

      ******************************************************************
      *  400-CHECK-EMPLOYEE-RTN - Decides whether WS-LOOKUP-EMPLOYEE-  *
      *                    NO belongs on the feed: on the master and   *
      *                    either never terminated or terminated no    *
      *                    earlier than the tax year. Leaves the       *
      *                    masked SSN in WS-MASKED-SSN.                *
      ******************************************************************
       400-CHECK-EMPLOYEE-RTN.
           MOVE 'M' TO WS-EXPORT-SW
           SET PE-IDX TO 1
           SEARCH PE-ENTRY
               AT END
                   CONTINUE
               WHEN PE-IDX > WS-EMPLOYEE-COUNT
                   CONTINUE
               WHEN PE-EMPLOYEE-NO (PE-IDX) = WS-LOOKUP-EMPLOYEE-NO
                   IF PE-TERM-DATE (PE-IDX) = ZERO
                      OR PE-TERM-CCYY (PE-IDX) NOT < WS-TAX-YEAR
                       MOVE 'Y' TO WS-EXPORT-SW
                       PERFORM 410-MASK-SSN-RTN
                   ELSE
                       MOVE 'N' TO WS-EXPORT-SW
                   END-IF
           END-SEARCH

           IF EMPLOYEE-NOT-ON-FILE
               DISPLAY 'WARNING: EMPLOYEE ' WS-LOOKUP-EMPLOYEE-NO
                       ' NOT ON PRMAST-GOOD.DAT - LEFT OFF FEED'
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

      *    ONLY THE LAST FOUR DIGITS OF THE SSN LEAVE THE SHOP, THE
      *    SAME MASK CHAP04A02 PRINTS.
       410-MASK-SSN-RTN.
           MOVE SPACES TO WS-MASKED-SSN
           STRING 'XXX-XX-' PE-SSN (PE-IDX) (6:4)
                  DELIMITED BY SIZE
                  INTO WS-MASKED-SSN
           END-STRING
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
