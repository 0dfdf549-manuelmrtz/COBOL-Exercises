      *                drift apart on this layout.                     *
      * REVISION HISTORY :                                            *
      *   2026-09-01  MAM  Initial version                            *
      *   2026-10-15  MAM  Added PN-EMPLOYEE-NO - entries now match   *
      *                    on employee number plus bank details, not  *
      *                    on name                                    *
      *****************************************************************
       01  PRENOTE-STATE-REC.
           05 PN-EMPLOYEE-NO         PIC X(5).
           05 PN-EMPLOYEE-NAME       PIC X(20).
           05 PN-BANK-ROUTING-NO     PIC X(9).
           05 PN-BANK-ACCOUNT-NO     PIC X(12).
