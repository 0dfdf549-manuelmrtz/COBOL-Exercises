      *   2026-09-01  MAM  Initial version - pulled out of CHAP04P01  *
      *                    when CHAP04P01R started appending to the   *
      *                    register.                                  *
      *   2026-10-15  MAM  Added CR-EMPLOYEE-NO-OUT so every register *
      *                    line ties to one prmast.dat employee       *
      *   2026-10-15  MAM  Also written by CHAP04P01S's off-cycle run *
      *                    (offcycle-check-reg.dat) and read by the   *
      *                    CHAP04P07 positive-pay issue step.         *
      *****************************************************************
       01  CHECK-REGISTER-REC.
           05 CR-CHECK-NO-OUT       PIC 9(6).
           05                       PIC X(2).
           05 CR-EMPLOYEE-NO-OUT    PIC X(5).
           05                       PIC X(2).
           05 CR-EMPLOYEE-NAME-OUT  PIC X(20).
           05                       PIC X(2).
           05 CR-NET-SALARY-OUT     PIC ZZZZZ9.
