      *****************************************************************
      * COPYBOOK     : COMMPAYREC                                     *
      * DESCRIPTION  : Record layout for the commission earnings      *
      *                queue (COMMPAY.DAT). A CH01A05 period-          *
      *                close run appends one record per salesperson    *
      *                with a payout after draw recovery, under the    *
      *                payroll employee number and name; CHAP04P01S    *
      *                pays each one as supplemental earnings and      *
      *                keeps only the lines it could not pay.          *
      *                CH01A05 declares the same layout inline.        *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Initial version - layout of the            *
      *                    queue, COMMPAY.DAT in CH01A05's DATA       *
      *                    directory                                  *
      *****************************************************************
       01  COMMISSION-PAY-REC.
           05 CP-EMPLOYEE-NO        PIC X(5).
           05 CP-EMPLOYEE-NAME      PIC X(20).
           05 CP-REP-NAME           PIC X(15).
      *    THE COMMISSION PERIOD (CCYYMM) THE PAYOUT WAS EARNED IN.
           05 CP-PERIOD             PIC 9(6).
           05 CP-PAYOUT             PIC 9(5)V99.
