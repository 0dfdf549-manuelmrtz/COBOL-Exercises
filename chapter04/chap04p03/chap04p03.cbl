      *   2026-08-21  MAM  Added garnishment/voluntary deduction       *
      *                    totals, matching CHAP04P01's expanded       *
      *                    YTD-REC layout                              *
      *   2026-10-15  MAM  Accumulates by YTD-EMPLOYEE-NO instead of   *
      *                    by name, so namesakes no longer merge and a *
      *                    name change no longer splits a W-2; the     *
      *                    summary line carries the employee number.   *
      *                    YTD-REC now comes from PAYYTDREC.           *
      *   2026-10-15  MAM  Union dues withheld from hourly staff roll  *
      *                    into the deductions total.                  *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-YTD-FILE.
           COPY PAYYTDREC.

       FD  W2-SUMMARY-FILE.
       01  W2-SUMMARY-REC.
           05 W2-EMPLOYEE-NO-OUT    PIC X(5).
           05                       PIC X(2).
           05 W2-EMPLOYEE-NAME-OUT  PIC X(20).
           05                       PIC X(2).
           05 W2-ANNUAL-GROSS-OUT   PIC ZZZZZZ9.
       01  WS-EOF                   PIC X VALUE 'N'.

      *    ONE ENTRY PER EMPLOYEE, ACCUMULATED ACROSS EVERY RECORD IN
      *    PAYROLL-YTD.DAT FOR THE YEAR, KEYED BY EMPLOYEE NUMBER.
      *    THE NAME KEPT IS THE ONE ON THE LATEST RECORD, SO A NAME
      *    CHANGED MID-YEAR PRINTS AS THE CURRENT NAME.
       01  EMPLOYEE-YTD-TABLE.
           05  EMPLOYEE-YTD-ENTRY OCCURS 500 TIMES
                   INDEXED BY EMP-IDX.
               10  EMP-NO             PIC X(5)  VALUE SPACES.
               10  EMP-NAME           PIC X(20) VALUE SPACES.
               10  EMP-GROSS-YTD      PIC 9(8) VALUE ZERO.
               10  EMP-FICA-YTD       PIC 9(8) VALUE ZERO.
               AT END
                   ADD 1 TO EMPLOYEE-COUNT
                   SET EMP-IDX TO EMPLOYEE-COUNT
                   MOVE YTD-EMPLOYEE-NO TO EMP-NO (EMP-IDX)
               WHEN EMP-NO (EMP-IDX) = YTD-EMPLOYEE-NO
                   CONTINUE
           END-SEARCH
           MOVE YTD-EMPLOYEE-NAME TO EMP-NAME (EMP-IDX)
           ADD YTD-GROSS-SALARY TO EMP-GROSS-YTD (EMP-IDX)
           ADD YTD-FICA         TO EMP-FICA-YTD (EMP-IDX)
           ADD YTD-SALES-TAX    TO EMP-SALTAX-YTD (EMP-IDX)
           ADD YTD-HEALTH-DEDUCT TO EMP-DEDUCT-YTD (EMP-IDX)
           ADD YTD-DENTAL-DEDUCT TO EMP-DEDUCT-YTD (EMP-IDX)
           ADD YTD-RETIRE-DEDUCT TO EMP-DEDUCT-YTD (EMP-IDX)
           ADD YTD-UNION-DUES   TO EMP-DEDUCT-YTD (EMP-IDX)
           ADD YTD-NET-SALARY   TO EMP-NET-YTD (EMP-IDX)
           .

       300-WRITE-SUMMARY-RTN.
           MOVE SPACES TO W2-SUMMARY-REC
           MOVE EMP-NO (EMP-IDX) TO W2-EMPLOYEE-NO-OUT
           MOVE EMP-NAME (EMP-IDX) TO W2-EMPLOYEE-NAME-OUT
           MOVE EMP-GROSS-YTD (EMP-IDX) TO W2-ANNUAL-GROSS-OUT
           MOVE EMP-FICA-YTD (EMP-IDX) TO W2-ANNUAL-FICA-OUT
