      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-09-01  MAM  Initial version                             *
      *   2026-10-15  MAM  Declares WS-THIS-PROGRAM-ID for the sign-on *
      *                    log written by OPERPARA                     *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
           88 CONTINUE-INQUIRY     VALUE 'Y'.
       01  WS-SEARCH-ACCOUNT       PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01  WS-THIS-PROGRAM-ID      PIC X(9) VALUE 'CHAP04I03'.
       01  WS-ON-FILE-SW           PIC X    VALUE 'N'.
           88 ACCOUNT-ON-FILE      VALUE 'Y'.
       01  WS-MONTH-IDX            PIC 99   VALUE ZERO.
