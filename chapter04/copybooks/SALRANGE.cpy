      *****************************************************************
      * COPYBOOK     : SALRANGE                                       *
      * DESCRIPTION  : Salary range (minimum and maximum annual        *
      *                salary) per job classification. CHAP04V02       *
      *                rejects a salary outside its class's range;     *
      *                CHAP04H03 measures each salary against the      *
      *                range midpoint. The SPACES row at the bottom    *
      *                is the default, used when a record carries a    *
      *                classification not listed above it - same       *
      *                default-row idiom as RATE-TABLE in CHAP04A03.   *
      *                Search it with SEARCH (not SEARCH ALL) so the   *
      *                default row is reached last.                    *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Moved out of CHAP04V02 so the validation    *
      *                     and the compa-ratio report share one set   *
      *                     of ranges                                  *
      *****************************************************************
       01  SALARY-RANGE-SCHEDULE.
           05  FILLER  PIC X(2)   VALUE 'CL'.
           05  FILLER  PIC 9(6)   VALUE 018000.
           05  FILLER  PIC 9(6)   VALUE 045000.
           05  FILLER  PIC X(2)   VALUE 'TE'.
           05  FILLER  PIC 9(6)   VALUE 028000.
           05  FILLER  PIC 9(6)   VALUE 075000.
           05  FILLER  PIC X(2)   VALUE 'SA'.
           05  FILLER  PIC 9(6)   VALUE 022000.
           05  FILLER  PIC 9(6)   VALUE 090000.
           05  FILLER  PIC X(2)   VALUE 'SU'.
           05  FILLER  PIC 9(6)   VALUE 040000.
           05  FILLER  PIC 9(6)   VALUE 095000.
           05  FILLER  PIC X(2)   VALUE 'MG'.
           05  FILLER  PIC 9(6)   VALUE 055000.
           05  FILLER  PIC 9(6)   VALUE 140000.
           05  FILLER  PIC X(2)   VALUE 'EX'.
           05  FILLER  PIC 9(6)   VALUE 090000.
           05  FILLER  PIC 9(6)   VALUE 250000.
      *    DEFAULT ROW, USED WHEN A RECORD'S JOB CLASSIFICATION IS
      *    NOT FOUND ABOVE.
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC 9(6)   VALUE 012000.
           05  FILLER  PIC 9(6)   VALUE 250000.
       01  SALARY-RANGE-TABLE REDEFINES SALARY-RANGE-SCHEDULE.
           05  SALARY-RANGE OCCURS 7 TIMES
                   INDEXED BY RANGE-IDX.
               10  RANGE-JOB-CLASS     PIC X(2).
               10  RANGE-SALARY-MIN    PIC 9(6).
               10  RANGE-SALARY-MAX    PIC 9(6).
