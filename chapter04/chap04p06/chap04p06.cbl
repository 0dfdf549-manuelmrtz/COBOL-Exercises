       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04P06.

      *****************************************************************
      * PROGRAM NAME : Quarterly Payroll Tax Liability Report          *
      * PROGRAM ID   : CHAP04P06                                       *
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
      *   Payroll taxes are filed and deposited quarterly, but the     *
      *   only tax output has been the year-end CHAP04P03 W-2 rollup.  *
      *   This report reads the stub-level detail CHAP04P01 appends    *
      *   to payroll-ytd.dat and, for the requested quarter, gives     *
      *   each employee's wages, FICA, and federal withholding with a  *
      *   quarter total, then splits the withheld taxes and the       *
      *   employer's matching FICA into the three monthly deposit      *
      *   liabilities by each stub's pay date.                         *
      *                                                                *
      *   Two proofs run before the report is released:                *
      *   - the four quarters of the year, bucketed by pay date, must  *
      *     add back to the whole of payroll-ytd.dat for every         *
      *     employee and in total - a stub dated outside the year,     *
      *     or undated, breaks the proof;                              *
      *   - every stub on pay-history.dat dated in the quarter, pay    *
      *     date by pay date and run by run, must agree in count,      *
      *     wages, FICA, and federal tax with the payroll-ytd.dat      *
      *     records for that pay date and run.                         *
      *   Either failure prints on the report and the console and      *
      *   ends the run with return code 16.                            *
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
      *   | payroll-ytd.dat    | Year-to-date stub detail           |  *
      *   | pay-history.dat    | Every stub cut (optional)          |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | qtr-tax-report.dat | Quarterly liability report         |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - File status validated after every I/O operation            *
      *                                                                *
      * RETURN CODES :                                                 *
      *   00 - Report produced, quarters and stubs in balance          *
      *   16 - Open failure, or quarters/stubs out of balance          *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   PARM is CCYYQn (for example 2026Q3). A missing or            *
      *   unrecognized PARM reports the quarter holding today's date.  *
      *   Run after the last CHAP04P01 run of the quarter and before   *
      *   the year-end CHAP04P05 archive empties payroll-ytd.dat.      *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  Employer FICA accrued by CHAP04P01 now      *
      *                    shows per employee and joins the employee   *
      *                    withholding in each monthly deposit         *
      *                    liability.                                  *
      *   2026-10-15  MAM  Off-cycle supplemental stubs (CHAP04P01S)   *
      *                    count in the quarter but stay out of the    *
      *                    salary.dat tie-back, which proves only the  *
      *                    regular run.                                *
      *   2026-10-15  MAM  The stub tie-back proves every run of the   *
      *                    quarter from pay-history.dat, pay date by   *
      *                    pay date, in place of the latest            *
      *                    salary.dat run alone.                       *
      *   2026-10-15  MAM  A payroll-ytd.dat with more employees than  *
      *                    the table holds stops the run with RC 16    *
      *                    instead of overrunning it.                  *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-YTD-FILE ASSIGN TO "data/payroll-ytd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

      *    EVERY STUB CHAP04P01 AND CHAP04P01S HAVE CUT. NO FILE
      *    (STATUS 35) MEANS NO RUN HAS CUT STUBS YET AND THE STUB
      *    TIE-BACK IS SKIPPED.
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/pay-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT QTR-REPORT-FILE ASSIGN TO "data/qtr-tax-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-YTD-FILE.
           COPY PAYYTDREC.

       FD  PAY-HISTORY-FILE.
           COPY PAYHISTREC.

       FD  QTR-REPORT-FILE.
       01  QTR-REPORT-REC               PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-YTD-STATUS            PIC XX.
       01  WS-PAYHIST-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.

       01  WS-PARM-TEXT             PIC X(20) VALUE SPACES.
       01  WS-TODAY.
           05 WS-TODAY-CCYY         PIC 9(4).
           05 WS-TODAY-MM           PIC 99.
           05 WS-TODAY-DD           PIC 99.
       01  WS-REPORT-YEAR           PIC 9(4) VALUE ZERO.
       01  WS-REPORT-QTR            PIC 9 VALUE ZERO.
       01  WS-FIRST-MONTH           PIC 99 VALUE ZERO.

      *    PAY DATE OF THE STUB BEING PLACED, AND WHERE IT FALLS.
       01  WS-STUB-DATE.
           05 WS-STUB-CCYY          PIC 9(4).
           05 WS-STUB-MM            PIC 99.
           05 WS-STUB-DD            PIC 99.
       01  WS-STUB-QTR              PIC 9 VALUE ZERO.
       01  WS-STUB-MONTH-SUB        PIC 9 VALUE ZERO.
       01  WS-QTR-SUB               PIC 9 VALUE ZERO.
       01  WS-MONTH-SUB             PIC 9 VALUE ZERO.

      *    ONE ENTRY PER EMPLOYEE NUMBER ON PAYROLL-YTD.DAT. THE
      *    WHOLE-FILE TOTALS ARE THE YTD SIDE OF THE PROOF; THE FOUR
      *    QUARTER BUCKETS HOLD ONLY STUBS DATED IN THE REPORT YEAR;
      *    THE MONTH BUCKETS HOLD THE REPORT QUARTER'S THREE MONTHS.
       01  EMPLOYEE-QTR-TABLE.
           05  EQ-ENTRY OCCURS 500 TIMES
                   INDEXED BY EQ-IDX.
               10  EQ-EMPLOYEE-NO     PIC X(5) VALUE SPACES.
               10  EQ-EMPLOYEE-NAME   PIC X(20) VALUE SPACES.
               10  EQ-YTD-WAGES       PIC 9(7) VALUE ZERO.
               10  EQ-YTD-FICA        PIC 9(7) VALUE ZERO.
               10  EQ-YTD-FEDERAL     PIC 9(7) VALUE ZERO.
               10  EQ-QUARTER OCCURS 4 TIMES.
                   15  EQ-QTR-WAGES   PIC 9(7) VALUE ZERO.
                   15  EQ-QTR-FICA    PIC 9(7) VALUE ZERO.
                   15  EQ-QTR-FEDERAL PIC 9(7) VALUE ZERO.
               10  EQ-QTR-STUBS       PIC 9(3) VALUE ZERO.
               10  EQ-QTR-ER-FICA     PIC 9(7) VALUE ZERO.
               10  EQ-MONTH-LIABILITY PIC 9(7) VALUE ZERO
                                       OCCURS 3 TIMES.
       01  WS-EMPLOYEE-COUNT        PIC 9(3) VALUE ZERO.

       01  WS-QTR-SUM-WAGES         PIC 9(9) VALUE ZERO.
       01  WS-QTR-SUM-FICA          PIC 9(9) VALUE ZERO.
       01  WS-QTR-SUM-FEDERAL       PIC 9(9) VALUE ZERO.

      *    REPORT TOTALS FOR THE QUARTER, AND THE WHOLE-FILE AND
      *    FOUR-QUARTER TOTALS THE PROOF COMPARES.
       01  WS-TOT-QTR-WAGES         PIC 9(9) VALUE ZERO
                                     USAGE COMP-3.
       01  WS-TOT-QTR-FICA          PIC 9(9) VALUE ZERO
                                     USAGE COMP-3.
       01  WS-TOT-QTR-FEDERAL       PIC 9(9) VALUE ZERO
                                     USAGE COMP-3.
       01  WS-TOT-QTR-ER-FICA       PIC 9(9) VALUE ZERO
                                     USAGE COMP-3.
       01  WS-TOT-QTR-STUBS         PIC 9(5) VALUE ZERO.
       01  WS-TOT-MONTH-LIABILITY   PIC 9(9) VALUE ZERO
                                     USAGE COMP-3 OCCURS 3 TIMES.
       01  WS-TOT-YTD-WAGES         PIC 9(9) VALUE ZERO
                                     USAGE COMP-3.
       01  WS-TOT-ALLQ-WAGES        PIC 9(9) VALUE ZERO
                                     USAGE COMP-3.
       01  WS-OUT-OF-BALANCE-CNT    PIC 9(5) VALUE ZERO.
       01  WS-UNPLACED-STUBS        PIC 9(5) VALUE ZERO.

      *    STUB TIE-BACK: ONE ENTRY PER PAY DATE AND RUN TYPE IN THE
      *    QUARTER ON PAY-HISTORY.DAT, WITH THE PAYROLL-YTD.DAT
      *    RECORDS FOR THE SAME DATE AND RUN TOTALED BESIDE IT.
       01  PAY-DATE-TABLE.
           05  PT-ENTRY OCCURS 100 TIMES
                   INDEXED BY PT-IDX.
               10  PT-PAY-DATE        PIC 9(8) VALUE ZERO.
               10  PT-RUN-TYPE        PIC X VALUE SPACE.
               10  PT-HIST-COUNT      PIC 9(5) VALUE ZERO.
               10  PT-HIST-WAGES      PIC 9(9) VALUE ZERO.
               10  PT-HIST-FICA       PIC 9(9) VALUE ZERO.
               10  PT-HIST-FEDERAL    PIC 9(9) VALUE ZERO.
               10  PT-YTD-COUNT       PIC 9(5) VALUE ZERO.
               10  PT-YTD-WAGES       PIC 9(9) VALUE ZERO.
               10  PT-YTD-FICA        PIC 9(9) VALUE ZERO.
               10  PT-YTD-FEDERAL     PIC 9(9) VALUE ZERO.
       01  WS-PAY-DATE-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-PAY-DATE-MAX          PIC 9(3) VALUE 100.
       01  WS-PAY-DATE-FOUND-SW     PIC X VALUE 'N'.
           88 PAY-DATE-FOUND        VALUE 'Y'.
       01  WS-PAYHIST-SW            PIC X VALUE 'N'.
           88 PAY-HISTORY-ON-HAND   VALUE 'Y'.
       01  WS-TIE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-TIE-RUN-TYPE          PIC X VALUE SPACE.
       01  WS-HIST-NO-ROOM          PIC 9(5) VALUE ZERO.
       01  WS-YTD-NOT-IN-HIST       PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05                       PIC X(34) VALUE
               'QUARTERLY PAYROLL TAX LIABILITY - '.
           05 HD-YEAR-OUT           PIC 9(4).
           05                       PIC X(2) VALUE ' Q'.
           05 HD-QTR-OUT            PIC 9.

       01  WS-COLUMN-LINE.
           05                       PIC X(7)  VALUE 'EMP NO'.
           05                       PIC X(22) VALUE 'EMPLOYEE NAME'.
           05                       PIC X(6)  VALUE 'STUBS'.
           05                       PIC X(11) VALUE '    WAGES  '.
           05                       PIC X(11) VALUE '     FICA  '.
           05                       PIC X(9)  VALUE '  FEDERAL'.
           05                       PIC X(11) VALUE '    ER FICA'.
           05                       PIC X(11) VALUE '    MONTH 1'.
           05                       PIC X(11) VALUE '    MONTH 2'.
           05                       PIC X(11) VALUE '    MONTH 3'.

       01  WS-DETAIL-LINE.
           05 DL-EMPLOYEE-NO-OUT    PIC X(5).
           05                       PIC X(2).
           05 DL-EMPLOYEE-NAME-OUT  PIC X(20).
           05                       PIC X(2).
           05 DL-STUBS-OUT          PIC ZZZ9.
           05                       PIC X(2).
           05 DL-WAGES-OUT          PIC Z,ZZZ,ZZ9.
           05                       PIC X(2).
           05 DL-FICA-OUT           PIC Z,ZZZ,ZZ9.
           05                       PIC X(2).
           05 DL-FEDERAL-OUT        PIC Z,ZZZ,ZZ9.
           05                       PIC X(2).
           05 DL-ER-FICA-OUT        PIC Z,ZZZ,ZZ9.
           05 DL-MONTH-GROUP OCCURS 3 TIMES.
               10                   PIC X(2).
               10 DL-MONTH-OUT      PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05                       PIC X(29) VALUE
               'QUARTER TOTAL'.
           05 TL-STUBS-OUT          PIC ZZZ9.
           05                       PIC X(2) VALUE SPACES.
           05 TL-WAGES-OUT          PIC Z,ZZZ,ZZ9.
           05                       PIC X(2) VALUE SPACES.
           05 TL-FICA-OUT           PIC Z,ZZZ,ZZ9.
           05                       PIC X(2) VALUE SPACES.
           05 TL-FEDERAL-OUT        PIC Z,ZZZ,ZZ9.
           05                       PIC X(2) VALUE SPACES.
           05 TL-ER-FICA-OUT        PIC Z,ZZZ,ZZ9.
           05 TL-MONTH-GROUP OCCURS 3 TIMES.
               10                   PIC X(2) VALUE SPACES.
               10 TL-MONTH-OUT      PIC Z,ZZZ,ZZ9.

       01  WS-DEPOSIT-LINE.
           05                       PIC X(24) VALUE
               'DEPOSIT LIABILITY MONTH '.
           05 DP-MONTH-OUT          PIC 99.
           05                       PIC X(4) VALUE ' :  '.
           05 DP-AMOUNT-OUT         PIC Z,ZZZ,ZZ9.

       01  WS-MESSAGE-LINE          PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *  100-MAIN-MODULE - Controls opening and closing files          *
      *                    and direction of program logic;             *
      *                    return control to operating system.         *
      ******************************************************************
       100-MAIN-MODULE.
           PERFORM 120-GET-REPORT-QUARTER-RTN
           PERFORM 150-OPEN-FILES
           PERFORM 170-LOAD-PAY-HISTORY-RTN

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-YTD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 200-ACCUMULATE-RTN
               END-READ
           END-PERFORM

           PERFORM 300-WRITE-REPORT-RTN
           PERFORM 400-PROVE-QUARTERS-RTN
           PERFORM 450-PROVE-STUBS-RTN

           PERFORM 160-CLOSE-FILES
           IF WS-OUT-OF-BALANCE-CNT > ZERO
               DISPLAY 'ERROR: QUARTERLY TAX REPORT OUT OF BALANCE - '
                       WS-OUT-OF-BALANCE-CNT ' EXCEPTION(S), SEE '
                       'qtr-tax-report.dat'
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      ******************************************************************
      *  120-GET-REPORT-QUARTER-RTN - Reads CCYYQn off the command     *
      *                    line; anything else reports the quarter     *
      *                    holding today's date.                       *
      ******************************************************************
       120-GET-REPORT-QUARTER-RTN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (WS-PARM-TEXT) TO WS-PARM-TEXT
           IF WS-PARM-TEXT (1:4) IS NUMERIC
              AND WS-PARM-TEXT (5:1) = 'Q'
              AND WS-PARM-TEXT (6:1) >= '1'
              AND WS-PARM-TEXT (6:1) <= '4'
               MOVE WS-PARM-TEXT (1:4) TO WS-REPORT-YEAR
               MOVE WS-PARM-TEXT (6:1) TO WS-REPORT-QTR
           ELSE
               IF WS-PARM-TEXT NOT = SPACES
                   DISPLAY 'WARNING: Unrecognized quarter "'
                           WS-PARM-TEXT '" - reporting the '
                           'current quarter'
               END-IF
               MOVE WS-TODAY-CCYY TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-QTR = (WS-TODAY-MM + 2) / 3
           END-IF
           COMPUTE WS-FIRST-MONTH = (WS-REPORT-QTR - 1) * 3 + 1
           .

       150-OPEN-FILES.
           OPEN INPUT  PAYROLL-YTD-FILE
                OUTPUT QTR-REPORT-FILE

           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open PAYROLL-YTD file. Status: '
                       WS-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open QTR-REPORT file. Status: '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       160-CLOSE-FILES.
           CLOSE PAYROLL-YTD-FILE
                 QTR-REPORT-FILE

           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'WARNING: Error closing PAYROLL-YTD file. '
                       'Status: ' WS-YTD-STATUS
           END-IF

           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'WARNING: Error closing QTR-REPORT file. '
                       'Status: ' WS-REPORT-STATUS
           END-IF
           .

      ******************************************************************
      *  170-LOAD-PAY-HISTORY-RTN - Totals every pay-history.dat stub  *
      *                    dated in the report quarter by pay date     *
      *                    and run type, so every run of the quarter   *
      *                    is tied back, not just the latest one.      *
      ******************************************************************
       170-LOAD-PAY-HISTORY-RTN.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS = '35'
               DISPLAY 'CHAP04P06: No pay-history.dat on hand - stub '
                       'tie-back skipped'
           ELSE
               IF WS-PAYHIST-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open PAY-HISTORY file. '
                           'Status: ' WS-PAYHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-PAYHIST-SW
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE PH-PAY-DATE TO WS-STUB-DATE
                           IF WS-STUB-CCYY = WS-REPORT-YEAR
                              AND WS-STUB-MM >= WS-FIRST-MONTH
                              AND WS-STUB-MM <= WS-FIRST-MONTH + 2
                               PERFORM 175-ADD-HISTORY-STUB-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           .

      *    A NEW PAY DATE TAKES THE NEXT ENTRY WHILE THERE IS ROOM; A
      *    STUB WITH NO ROOM FOR ITS DATE IS COUNTED AND THE PROOF
      *    FAILS RATHER THAN PASSING ON PART OF THE QUARTER.
       175-ADD-HISTORY-STUB-RTN.
           MOVE PH-PAY-DATE TO WS-TIE-DATE
           IF PH-OFF-CYCLE-RUN
               MOVE 'S' TO WS-TIE-RUN-TYPE
           ELSE
               MOVE 'R' TO WS-TIE-RUN-TYPE
           END-IF
           PERFORM 180-FIND-PAY-DATE-RTN
           IF NOT PAY-DATE-FOUND
               IF WS-PAY-DATE-COUNT < WS-PAY-DATE-MAX
                   ADD 1 TO WS-PAY-DATE-COUNT
                   SET PT-IDX TO WS-PAY-DATE-COUNT
                   MOVE WS-TIE-DATE     TO PT-PAY-DATE (PT-IDX)
                   MOVE WS-TIE-RUN-TYPE TO PT-RUN-TYPE (PT-IDX)
                   MOVE 'Y' TO WS-PAY-DATE-FOUND-SW
               ELSE
                   ADD 1 TO WS-HIST-NO-ROOM
               END-IF
           END-IF
           IF PAY-DATE-FOUND
               ADD 1              TO PT-HIST-COUNT (PT-IDX)
               ADD PH-GROSS-SALARY TO PT-HIST-WAGES (PT-IDX)
               ADD PH-FICA        TO PT-HIST-FICA (PT-IDX)
               ADD PH-FEDERAL-TAX TO PT-HIST-FEDERAL (PT-IDX)
           END-IF
           .

       180-FIND-PAY-DATE-RTN.
           MOVE 'N' TO WS-PAY-DATE-FOUND-SW
           IF WS-PAY-DATE-COUNT > ZERO
               SET PT-IDX TO 1
               SEARCH PT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-IDX > WS-PAY-DATE-COUNT
                       CONTINUE
                   WHEN PT-PAY-DATE (PT-IDX) = WS-TIE-DATE
                    AND PT-RUN-TYPE (PT-IDX) = WS-TIE-RUN-TYPE
                       MOVE 'Y' TO WS-PAY-DATE-FOUND-SW
               END-SEARCH
           END-IF
           .

      ******************************************************************
      *  200-ACCUMULATE-RTN - Posts one stub to its employee's whole-  *
      *                    file totals, then to its quarter bucket     *
      *                    when it is dated in the report year, then   *
      *                    to the report quarter and month.            *
      ******************************************************************
       200-ACCUMULATE-RTN.
           SET EQ-IDX TO 1
           SEARCH EQ-ENTRY
               AT END
                   IF WS-EMPLOYEE-COUNT NOT < 500
                       DISPLAY 'ERROR: payroll-ytd.dat holds more than '
                               '500 employees - no report produced'
                       PERFORM 160-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   SET EQ-IDX TO WS-EMPLOYEE-COUNT
                   MOVE YTD-EMPLOYEE-NO TO EQ-EMPLOYEE-NO (EQ-IDX)
               WHEN EQ-EMPLOYEE-NO (EQ-IDX) = YTD-EMPLOYEE-NO
                   CONTINUE
           END-SEARCH
           MOVE YTD-EMPLOYEE-NAME TO EQ-EMPLOYEE-NAME (EQ-IDX)
           ADD YTD-GROSS-SALARY TO EQ-YTD-WAGES (EQ-IDX)
                                   WS-TOT-YTD-WAGES
           ADD YTD-FICA         TO EQ-YTD-FICA (EQ-IDX)
           ADD YTD-FEDERAL-TAX  TO EQ-YTD-FEDERAL (EQ-IDX)

           MOVE YTD-PAY-DATE TO WS-STUB-DATE
           IF WS-STUB-CCYY NOT = WS-REPORT-YEAR
              OR WS-STUB-MM < 1 OR WS-STUB-MM > 12
               ADD 1 TO WS-UNPLACED-STUBS
           ELSE
               COMPUTE WS-STUB-QTR = (WS-STUB-MM + 2) / 3
               ADD YTD-GROSS-SALARY
                   TO EQ-QTR-WAGES (EQ-IDX, WS-STUB-QTR)
                      WS-TOT-ALLQ-WAGES
               ADD YTD-FICA
                   TO EQ-QTR-FICA (EQ-IDX, WS-STUB-QTR)
               ADD YTD-FEDERAL-TAX
                   TO EQ-QTR-FEDERAL (EQ-IDX, WS-STUB-QTR)
               IF WS-STUB-QTR = WS-REPORT-QTR
                   COMPUTE WS-STUB-MONTH-SUB =
                       WS-STUB-MM - WS-FIRST-MONTH + 1
                   ADD 1 TO EQ-QTR-STUBS (EQ-IDX)
                   ADD YTD-ER-FICA TO EQ-QTR-ER-FICA (EQ-IDX)
                   ADD YTD-FICA YTD-FEDERAL-TAX YTD-ER-FICA
                       TO EQ-MONTH-LIABILITY
                              (EQ-IDX, WS-STUB-MONTH-SUB)
                   IF PAY-HISTORY-ON-HAND
                       PERFORM 210-TIE-YTD-STUB-RTN
                   END-IF
               END-IF
           END-IF
           .

      *    THE YTD SIDE OF THE TIE-BACK. A QUARTER STUB WHOSE DATE AND
      *    RUN IS NOT ON PAY-HISTORY.DAT (ONE CUT BEFORE THE HISTORY
      *    WAS KEPT) IS COUNTED AND LISTED BUT NOT TIED.
       210-TIE-YTD-STUB-RTN.
           MOVE YTD-PAY-DATE TO WS-TIE-DATE
           IF YTD-OFF-CYCLE-RUN
               MOVE 'S' TO WS-TIE-RUN-TYPE
           ELSE
               MOVE 'R' TO WS-TIE-RUN-TYPE
           END-IF
           PERFORM 180-FIND-PAY-DATE-RTN
           IF PAY-DATE-FOUND
               ADD 1                TO PT-YTD-COUNT (PT-IDX)
               ADD YTD-GROSS-SALARY TO PT-YTD-WAGES (PT-IDX)
               ADD YTD-FICA         TO PT-YTD-FICA (PT-IDX)
               ADD YTD-FEDERAL-TAX  TO PT-YTD-FEDERAL (PT-IDX)
           ELSE
               ADD 1 TO WS-YTD-NOT-IN-HIST
           END-IF
           .

      ******************************************************************
      *  300-WRITE-REPORT-RTN - One line per employee with pay in the  *
      *                    quarter, the quarter total, and the three   *
      *                    monthly deposit liabilities.                *
      ******************************************************************
       300-WRITE-REPORT-RTN.
           MOVE WS-REPORT-YEAR TO HD-YEAR-OUT
           MOVE WS-REPORT-QTR  TO HD-QTR-OUT
           WRITE QTR-REPORT-REC FROM WS-HEADING-LINE
           MOVE SPACES TO QTR-REPORT-REC
           WRITE QTR-REPORT-REC
           WRITE QTR-REPORT-REC FROM WS-COLUMN-LINE

           PERFORM 310-WRITE-DETAIL-RTN
               VARYING EQ-IDX FROM 1 BY 1
               UNTIL EQ-IDX > WS-EMPLOYEE-COUNT

           MOVE WS-TOT-QTR-STUBS   TO TL-STUBS-OUT
           MOVE WS-TOT-QTR-WAGES   TO TL-WAGES-OUT
           MOVE WS-TOT-QTR-FICA    TO TL-FICA-OUT
           MOVE WS-TOT-QTR-FEDERAL TO TL-FEDERAL-OUT
           MOVE WS-TOT-QTR-ER-FICA TO TL-ER-FICA-OUT
           PERFORM 320-TOTAL-MONTH-RTN
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 3
           MOVE SPACES TO QTR-REPORT-REC
           WRITE QTR-REPORT-REC
           WRITE QTR-REPORT-REC FROM WS-TOTAL-LINE
           MOVE SPACES TO QTR-REPORT-REC
           WRITE QTR-REPORT-REC

           PERFORM 330-DEPOSIT-LINE-RTN
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 3
           .

       310-WRITE-DETAIL-RTN.
           IF EQ-QTR-STUBS (EQ-IDX) > ZERO
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE EQ-EMPLOYEE-NO (EQ-IDX)   TO DL-EMPLOYEE-NO-OUT
               MOVE EQ-EMPLOYEE-NAME (EQ-IDX) TO DL-EMPLOYEE-NAME-OUT
               MOVE EQ-QTR-STUBS (EQ-IDX)     TO DL-STUBS-OUT
               MOVE EQ-QTR-WAGES (EQ-IDX, WS-REPORT-QTR)
                   TO DL-WAGES-OUT
               MOVE EQ-QTR-FICA (EQ-IDX, WS-REPORT-QTR)
                   TO DL-FICA-OUT
               MOVE EQ-QTR-FEDERAL (EQ-IDX, WS-REPORT-QTR)
                   TO DL-FEDERAL-OUT
               MOVE EQ-QTR-ER-FICA (EQ-IDX)   TO DL-ER-FICA-OUT
               PERFORM 315-DETAIL-MONTH-RTN
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 3
               WRITE QTR-REPORT-REC FROM WS-DETAIL-LINE

               ADD EQ-QTR-STUBS (EQ-IDX) TO WS-TOT-QTR-STUBS
               ADD EQ-QTR-WAGES (EQ-IDX, WS-REPORT-QTR)
                   TO WS-TOT-QTR-WAGES
               ADD EQ-QTR-FICA (EQ-IDX, WS-REPORT-QTR)
                   TO WS-TOT-QTR-FICA
               ADD EQ-QTR-FEDERAL (EQ-IDX, WS-REPORT-QTR)
                   TO WS-TOT-QTR-FEDERAL
               ADD EQ-QTR-ER-FICA (EQ-IDX)    TO WS-TOT-QTR-ER-FICA
           END-IF
           .

       315-DETAIL-MONTH-RTN.
           MOVE EQ-MONTH-LIABILITY (EQ-IDX, WS-MONTH-SUB)
               TO DL-MONTH-OUT (WS-MONTH-SUB)
           ADD EQ-MONTH-LIABILITY (EQ-IDX, WS-MONTH-SUB)
               TO WS-TOT-MONTH-LIABILITY (WS-MONTH-SUB)
           .

       320-TOTAL-MONTH-RTN.
           MOVE WS-TOT-MONTH-LIABILITY (WS-MONTH-SUB)
               TO TL-MONTH-OUT (WS-MONTH-SUB)
           .

       330-DEPOSIT-LINE-RTN.
           COMPUTE DP-MONTH-OUT = WS-FIRST-MONTH + WS-MONTH-SUB - 1
           MOVE WS-TOT-MONTH-LIABILITY (WS-MONTH-SUB) TO DP-AMOUNT-OUT
           WRITE QTR-REPORT-REC FROM WS-DEPOSIT-LINE
           .

      ******************************************************************
      *  400-PROVE-QUARTERS-RTN - The four quarters must add back to   *
      *                    the whole of payroll-ytd.dat, employee by   *
      *                    employee and in total. Every failure is     *
      *                    listed on the report.                       *
      ******************************************************************
       400-PROVE-QUARTERS-RTN.
           MOVE SPACES TO QTR-REPORT-REC
           WRITE QTR-REPORT-REC
           PERFORM 410-PROVE-ONE-EMPLOYEE-RTN
               VARYING EQ-IDX FROM 1 BY 1
               UNTIL EQ-IDX > WS-EMPLOYEE-COUNT

           IF WS-UNPLACED-STUBS > ZERO
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING '*** OUT OF BALANCE: ' DELIMITED BY SIZE
                      WS-UNPLACED-STUBS DELIMITED BY SIZE
                      ' STUB(S) UNDATED OR DATED OUTSIDE '
                          DELIMITED BY SIZE
                      WS-REPORT-YEAR DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               WRITE QTR-REPORT-REC FROM WS-MESSAGE-LINE
               ADD 1 TO WS-OUT-OF-BALANCE-CNT
           END-IF

           IF WS-TOT-ALLQ-WAGES NOT = WS-TOT-YTD-WAGES
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE '*** OUT OF BALANCE: FOUR QUARTERS DO NOT EQUAL YTD'
                   TO WS-MESSAGE-LINE
               WRITE QTR-REPORT-REC FROM WS-MESSAGE-LINE
               ADD 1 TO WS-OUT-OF-BALANCE-CNT
           ELSE
               MOVE 'FOUR QUARTERS PROVE TO YTD' TO QTR-REPORT-REC
               WRITE QTR-REPORT-REC
           END-IF
           .

       410-PROVE-ONE-EMPLOYEE-RTN.
           MOVE ZERO TO WS-QTR-SUM-WAGES
                        WS-QTR-SUM-FICA
                        WS-QTR-SUM-FEDERAL
           PERFORM 415-ADD-ONE-QUARTER-RTN
               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
           IF WS-QTR-SUM-WAGES NOT = EQ-YTD-WAGES (EQ-IDX)
              OR WS-QTR-SUM-FICA NOT = EQ-YTD-FICA (EQ-IDX)
              OR WS-QTR-SUM-FEDERAL NOT = EQ-YTD-FEDERAL (EQ-IDX)
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING '*** OUT OF BALANCE: EMPLOYEE '
                          DELIMITED BY SIZE
                      EQ-EMPLOYEE-NO (EQ-IDX) DELIMITED BY SIZE
                      ' QUARTERS DO NOT EQUAL YTD' DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               WRITE QTR-REPORT-REC FROM WS-MESSAGE-LINE
               ADD 1 TO WS-OUT-OF-BALANCE-CNT
           END-IF
           .

       415-ADD-ONE-QUARTER-RTN.
           ADD EQ-QTR-WAGES (EQ-IDX, WS-QTR-SUB)   TO WS-QTR-SUM-WAGES
           ADD EQ-QTR-FICA (EQ-IDX, WS-QTR-SUB)    TO WS-QTR-SUM-FICA
           ADD EQ-QTR-FEDERAL (EQ-IDX, WS-QTR-SUB)
               TO WS-QTR-SUM-FEDERAL
           .

      ******************************************************************
      *  450-PROVE-STUBS-RTN - Every pay-history.dat stub in the     *
      *                    quarter must have reached payroll-ytd.dat:  *
      *                    same count, wages, FICA, and federal tax    *
      *                    for each pay date and run.                  *
      ******************************************************************
       450-PROVE-STUBS-RTN.
           IF PAY-HISTORY-ON-HAND
               PERFORM 455-PROVE-PAY-DATE-RTN
                   VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PAY-DATE-COUNT
               IF WS-HIST-NO-ROOM > ZERO
                   MOVE SPACES TO WS-MESSAGE-LINE
                   STRING '*** OUT OF BALANCE: ' DELIMITED BY SIZE
                          WS-HIST-NO-ROOM DELIMITED BY SIZE
                          ' PAY-HISTORY.DAT STUB(S) PAST '
                              DELIMITED BY SIZE
                          WS-PAY-DATE-MAX DELIMITED BY SIZE
                          ' PAY DATES - NOT TIED' DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
                   END-STRING
                   WRITE QTR-REPORT-REC FROM WS-MESSAGE-LINE
                   ADD 1 TO WS-OUT-OF-BALANCE-CNT
               END-IF
               IF WS-YTD-NOT-IN-HIST > ZERO
                   MOVE SPACES TO WS-MESSAGE-LINE
                   STRING 'NOTE: ' DELIMITED BY SIZE
                          WS-YTD-NOT-IN-HIST DELIMITED BY SIZE
                          ' PAYROLL-YTD.DAT STUB(S) IN THE QUARTER HAVE'
                              DELIMITED BY SIZE
                          ' NO PAY-HISTORY.DAT RUN - NOT TIED'
                              DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
                   END-STRING
                   WRITE QTR-REPORT-REC FROM WS-MESSAGE-LINE
               END-IF
           END-IF
           .

       455-PROVE-PAY-DATE-RTN.
           MOVE SPACES TO WS-MESSAGE-LINE
           IF PT-HIST-COUNT (PT-IDX) NOT = PT-YTD-COUNT (PT-IDX)
              OR PT-HIST-WAGES (PT-IDX) NOT = PT-YTD-WAGES (PT-IDX)
              OR PT-HIST-FICA (PT-IDX) NOT = PT-YTD-FICA (PT-IDX)
              OR PT-HIST-FEDERAL (PT-IDX)
                     NOT = PT-YTD-FEDERAL (PT-IDX)
               STRING '*** OUT OF BALANCE: PAY-HISTORY.DAT STUBS FOR '
                          DELIMITED BY SIZE
                      PT-PAY-DATE (PT-IDX) DELIMITED BY SIZE
                      ' RUN ' DELIMITED BY SIZE
                      PT-RUN-TYPE (PT-IDX) DELIMITED BY SIZE
                      ' DO NOT MATCH PAYROLL-YTD.DAT'
                          DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               ADD 1 TO WS-OUT-OF-BALANCE-CNT
           ELSE
               STRING 'PAY-HISTORY.DAT STUBS FOR ' DELIMITED BY SIZE
                      PT-PAY-DATE (PT-IDX) DELIMITED BY SIZE
                      ' RUN ' DELIMITED BY SIZE
                      PT-RUN-TYPE (PT-IDX) DELIMITED BY SIZE
                      ' TIE TO PAYROLL-YTD.DAT' DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
           END-IF
           WRITE QTR-REPORT-REC FROM WS-MESSAGE-LINE
           .
