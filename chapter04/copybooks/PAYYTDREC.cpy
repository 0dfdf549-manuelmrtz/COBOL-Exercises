      *****************************************************************
      * COPYBOOK     : PAYYTDREC                                      *
      * DESCRIPTION  : Record layout for PAYROLL-YTD-FILE              *
      *                (payroll-ytd.dat) - one pay-stub detail line    *
      *                appended per employee per CHAP04P01 run, keyed  *
      *                by YTD-EMPLOYEE-NO (the prmast.dat EMPLOYEE-NO) *
      *                so two people sharing a name, or one person     *
      *                whose name changes, never merge or split their  *
      *                totals. Shared between CHAP04P01, the CHAP04P03 *
      *                year-end rollup, and the CHAP04P05 archive so   *
      *                the programs can never drift apart on this      *
      *                layout.                                         *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Initial version - pulled out of CHAP04P01, *
      *                    CHAP04P03, and CHAP04P05, which had carried*
      *                    this layout duplicated verbatim, when      *
      *                    YTD-EMPLOYEE-NO became the key.            *
      *   2026-10-15  MAM  Added YTD-UNION-DUES for hourly staff paid *
      *                    off the CH01Q04 wage-run handoff.          *
      *   2026-10-15  MAM  Added YTD-PAY-DATE (CCYYMMDD) so the       *
      *                    quarterly tax report can bucket each stub  *
      *                    by the month it was paid.                  *
      *   2026-10-15  MAM  Added the employer-side FICA, FUTA, and    *
      *                    SUTA accrued on each stub.                 *
      *   2026-10-15  MAM  Added YTD-RUN-TYPE so a CHAP04P01S off-    *
      *                    cycle stub can be told from a regular one. *
      *****************************************************************
       01  YTD-REC.
           05 YTD-EMPLOYEE-NO       PIC X(5).
           05 YTD-EMPLOYEE-NAME     PIC X(20).
           05 YTD-GROSS-SALARY      PIC 9(5).
           05 YTD-FICA              PIC 9(5).
           05 YTD-SALES-TAX         PIC 9(6).
           05 YTD-FEDERAL-TAX       PIC 9(6).
           05 YTD-GARNISHMENT       PIC 9(5).
           05 YTD-VOLUNTARY-DEDUCT  PIC 9(5).
           05 YTD-HEALTH-DEDUCT     PIC 9(5).
           05 YTD-DENTAL-DEDUCT     PIC 9(5).
           05 YTD-RETIRE-DEDUCT     PIC 9(5).
           05 YTD-NET-SALARY        PIC 9(5).
           05 YTD-UNION-DUES        PIC 9(5).
           05 YTD-PAY-DATE          PIC 9(8).
           05 YTD-ER-FICA           PIC 9(5).
           05 YTD-ER-FUTA           PIC 9(5).
           05 YTD-ER-SUTA           PIC 9(5).
      *    RECORDS WRITTEN BEFORE THE RUN TYPE WAS CARRIED READ AS
      *    SPACE, AND THEY ARE ALL REGULAR-RUN STUBS.
           05 YTD-RUN-TYPE          PIC X.
               88 YTD-REGULAR-RUN   VALUE 'R' SPACE.
               88 YTD-OFF-CYCLE-RUN VALUE 'S'.
