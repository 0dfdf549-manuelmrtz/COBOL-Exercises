      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-08-21  MAM  Initial version                             *
      *   2026-10-15  MAM  EMPLOYEE-REC picks up the leading           *
      *                     IN-EMPLOYEE-NO CHAP04P01 now keys on.      *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  IN-EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05 IN-EMPLOYEE-NO    PIC X(5).
           05 IN-EMPLOYEE-NAME  PIC X(20).
           05 IN-SALARY         PIC X(5).
           05 IN-NO-DEPENDANTS  PIC X(1).
