      *****************************************************************
      * COPYBOOK     : PAYHISTREC                                     *
      * DESCRIPTION  : Record layout for PAY-HISTORY-FILE              *
      *                (pay-history.dat) - every stub CHAP04P01 and    *
      *                CHAP04P01S ever cut, appended run after run,    *
      *                with the pay date and how the net pay went out  *
      *                (check number, or the masked account a deposit  *
      *                went to). salary.dat only ever holds the latest *
      *                run; this file is what a stub from any earlier  *
      *                pay date is reprinted from (CHAP04P08).         *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Initial version                            *
      *****************************************************************
       01  PAY-HISTORY-REC.
           05 PH-EMPLOYEE-NO        PIC X(5).
           05 PH-EMPLOYEE-NAME      PIC X(20).
           05 PH-PAY-DATE           PIC 9(8).
           05 PH-RUN-TYPE           PIC X.
               88 PH-REGULAR-RUN    VALUE 'R'.
               88 PH-OFF-CYCLE-RUN  VALUE 'S'.
           05 PH-GROSS-SALARY       PIC 9(5).
           05 PH-FICA               PIC 9(5).
           05 PH-SALES-TAX          PIC 9(6).
           05 PH-FEDERAL-TAX        PIC 9(6).
           05 PH-GARNISHMENT        PIC 9(5).
           05 PH-VOLUNTARY-DEDUCT   PIC 9(5).
           05 PH-HEALTH-DEDUCT      PIC 9(5).
           05 PH-DENTAL-DEDUCT      PIC 9(5).
           05 PH-RETIRE-DEDUCT      PIC 9(5).
           05 PH-UNION-DUES         PIC 9(5).
           05 PH-NET-SALARY         PIC 9(5).
           05 PH-PAY-METHOD         PIC X.
               88 PH-PAID-BY-CHECK  VALUE 'C'.
               88 PH-PAID-BY-DEPOSIT VALUE 'D'.
      *    CHECK NUMBER FOR A CHECK; FOR A DEPOSIT, THE ACCOUNT WITH
      *    ALL BUT THE LAST FOUR DIGITS MASKED.
           05 PH-PAY-REFERENCE      PIC X(12).
