      *   2026-09-01  MAM  Initial version - pulled out of CHAP04P01  *
      *                    when CHAP04P01R started appending to both  *
      *                    files.                                     *
      *   2026-10-15  MAM  Also written by CHAP04P01S's off-cycle run *
      *                    (offcycle-check-print.dat).                *
      *****************************************************************
       01  CHECK-PRINT-REC.
           05 CK-CHECK-NO-OUT       PIC 9(6).
