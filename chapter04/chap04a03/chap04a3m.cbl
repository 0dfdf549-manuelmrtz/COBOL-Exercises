      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-09-01  MAM  Initial version                             *
      *   2026-10-15  MAM  Raw master layout carries the municipality  *
      *                    code (held in the image, not touched here)  *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
           05 RA-TERRITORY         PIC X(2).
           05 RA-RATE-CLASS        PIC X(1).
           05 RA-BILLING-CYCLE     PIC 9(2).
           05 RA-MUNICIPALITY      PIC X(4).

       FD  F-METER-EXCEPTIONS.
       01  METER-EXCEPTION-REC.
       01  ACCOUNT-TABLE.
           05  AC-ENTRY OCCURS 500 TIMES
                   INDEXED BY AC-IDX.
               10  AC-IMAGE        PIC X(74).
               10  AC-IMAGE-R REDEFINES AC-IMAGE.
                   15  AC-ACCOUNT-NO PIC X(5).
                   15              PIC X(40).
                   15  AC-KWH      PIC X(5).
                   15  AC-THERMS   PIC X(5).
                   15              PIC X(19).
       01  AC-COUNT                PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
