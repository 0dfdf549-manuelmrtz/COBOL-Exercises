      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-08-21  MAM  Initial version                             *
      *   2026-10-15  MAM  YTD-REC now comes from PAYYTDREC; archive   *
      *                    record widened to the 106-byte PAYYTDREC    *
      *                    layout.                                     *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-YTD-FILE.
           COPY PAYYTDREC.

       FD  YTD-ARCHIVE-FILE.
       01  YTD-ARCHIVE-REC       PIC X(106).

      *    LAYOUT MATCHED TO ACCOUNT-HISTORY-REC IN CHAP04A03.
       FD  ACCOUNT-HISTORY-FILE.
