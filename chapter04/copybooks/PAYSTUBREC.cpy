      *****************************************************************
      * COPYBOOK     : PAYSTUBREC                                     *
      * DESCRIPTION  : Pay-stub detail layout for OUT-SALARY-FILE      *
      *                (salary.dat) - gross pay, each withholding and  *
      *                deduction actually taken, net pay, and the pay  *
      *                date, one record per employee paid by the       *
      *                latest CHAP04P01 run. CHAP04P01S writes the     *
      *                same layout for its off-cycle supplemental      *
      *                stubs (offcycle-salary.dat).                    *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Initial version - pulled out of CHAP04P01  *
      *                    when CHAP04P06 started reading salary.dat. *
      *   2026-10-15  MAM  CHAP04P01 and CHAP04P01S are the programs  *
      *                    that copy it; CHAP04P06 no longer reads    *
      *                    salary.dat                                 *
      *****************************************************************
       01  OUT-SALARY-REC.
           05 OUT-EMPLOYEE-NO    PIC X(5).
           05 OUT-EMPLOYEE-NAME  PIC X(20).
           05 OUT-GROSS-SALARY   PIC 9(5).
           05 OUT-FICA           PIC 9(5).
           05 OUT-SALES-TAX      PIC 9(6).
           05 OUT-FEDERAL-TAX    PIC 9(6).
           05 OUT-GARNISHMENT    PIC 9(5).
           05 OUT-VOLUNTARY-DEDUCT PIC 9(5).
           05 OUT-HEALTH-DEDUCT  PIC 9(5).
           05 OUT-DENTAL-DEDUCT  PIC 9(5).
           05 OUT-RETIRE-DEDUCT  PIC 9(5).
           05 OUT-NET-SALARY     PIC 9(5).
           05 OUT-UNION-DUES     PIC 9(5).
           05 OUT-PAY-DATE       PIC 9(8).
