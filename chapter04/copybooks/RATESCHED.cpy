      *****************************************************************
      * COPYBOOK     : RATESCHED                                       *
      * DESCRIPTION  : The tariff - per-unit electric and gas rates by *
      *                territory, rate class, and season, and the      *
      *                months that make up the summer season. Shared   *
      *                by the CHAP04A03 billing run, the CHAP04A3C     *
      *                move-out final bill and the CHAP04A3R cancel/   *
      *                rebill so a final bill or a rebill is priced    *
      *                exactly as the cycle bill would have been.      *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version - pulled out of CHAP04A03   *
      *                    so the final bill can price from the same   *
      *                    rows.                                       *
      *   2026-10-15  MAM  CHAP04A3R cancel/rebill prices from it too  *
      *****************************************************************
      *    PER-UNIT RATES BY TERRITORY, RATE CLASS (R=RESIDENTIAL,
      *    C=COMMERCIAL), AND SEASON (S=SUMMER, W=WINTER - THE
      *    SUMMER MONTHS ARE DEFINED BY SUMMER-START/END-MM BELOW).
      *    THE TARIFF PRICES A KILOWATT-HOUR DIFFERENTLY IN AUGUST
      *    THAN IN FEBRUARY; A CYCLE THAT SPANS THE BOUNDARY IS
      *    PRORATED ACROSS BOTH ROWS BY DAYS. ADD ROWS HERE WHEN
      *    RATES CHANGE INSTEAD OF TOUCHING WHATEVER UPSTREAM
      *    PROCESS BUILDS ACCOUNT-MASTER.
       01  RATE-SCHEDULE.
           05  FILLER  PIC X(2)   VALUE 'NE'.
           05  FILLER  PIC X(1)   VALUE 'R'.
           05  FILLER  PIC X(1)   VALUE 'S'.
           05  FILLER  PIC 9V999  VALUE 0.135.
           05  FILLER  PIC 9V999  VALUE 0.900.
           05  FILLER  PIC X(2)   VALUE 'NE'.
           05  FILLER  PIC X(1)   VALUE 'R'.
           05  FILLER  PIC X(1)   VALUE 'W'.
           05  FILLER  PIC 9V999  VALUE 0.120.
           05  FILLER  PIC 9V999  VALUE 0.950.
           05  FILLER  PIC X(2)   VALUE 'NE'.
           05  FILLER  PIC X(1)   VALUE 'C'.
           05  FILLER  PIC X(1)   VALUE 'S'.
           05  FILLER  PIC 9V999  VALUE 0.120.
           05  FILLER  PIC 9V999  VALUE 0.830.
           05  FILLER  PIC X(2)   VALUE 'NE'.
           05  FILLER  PIC X(1)   VALUE 'C'.
           05  FILLER  PIC X(1)   VALUE 'W'.
           05  FILLER  PIC 9V999  VALUE 0.105.
           05  FILLER  PIC 9V999  VALUE 0.880.
           05  FILLER  PIC X(2)   VALUE 'SE'.
           05  FILLER  PIC X(1)   VALUE 'R'.
           05  FILLER  PIC X(1)   VALUE 'S'.
           05  FILLER  PIC 9V999  VALUE 0.130.
           05  FILLER  PIC 9V999  VALUE 0.850.
           05  FILLER  PIC X(2)   VALUE 'SE'.
           05  FILLER  PIC X(1)   VALUE 'R'.
           05  FILLER  PIC X(1)   VALUE 'W'.
           05  FILLER  PIC 9V999  VALUE 0.115.
           05  FILLER  PIC 9V999  VALUE 0.900.
           05  FILLER  PIC X(2)   VALUE 'SE'.
           05  FILLER  PIC X(1)   VALUE 'C'.
           05  FILLER  PIC X(1)   VALUE 'S'.
           05  FILLER  PIC 9V999  VALUE 0.115.
           05  FILLER  PIC 9V999  VALUE 0.790.
           05  FILLER  PIC X(2)   VALUE 'SE'.
           05  FILLER  PIC X(1)   VALUE 'C'.
           05  FILLER  PIC X(1)   VALUE 'W'.
           05  FILLER  PIC 9V999  VALUE 0.100.
           05  FILLER  PIC 9V999  VALUE 0.840.
           05  FILLER  PIC X(2)   VALUE 'NW'.
           05  FILLER  PIC X(1)   VALUE 'R'.
           05  FILLER  PIC X(1)   VALUE 'S'.
           05  FILLER  PIC 9V999  VALUE 0.145.
           05  FILLER  PIC 9V999  VALUE 0.920.
           05  FILLER  PIC X(2)   VALUE 'NW'.
           05  FILLER  PIC X(1)   VALUE 'R'.
           05  FILLER  PIC X(1)   VALUE 'W'.
           05  FILLER  PIC 9V999  VALUE 0.130.
           05  FILLER  PIC 9V999  VALUE 0.970.
           05  FILLER  PIC X(2)   VALUE 'NW'.
           05  FILLER  PIC X(1)   VALUE 'C'.
           05  FILLER  PIC X(1)   VALUE 'S'.
           05  FILLER  PIC 9V999  VALUE 0.127.
           05  FILLER  PIC 9V999  VALUE 0.855.
           05  FILLER  PIC X(2)   VALUE 'NW'.
           05  FILLER  PIC X(1)   VALUE 'C'.
           05  FILLER  PIC X(1)   VALUE 'W'.
           05  FILLER  PIC 9V999  VALUE 0.112.
           05  FILLER  PIC 9V999  VALUE 0.905.
           05  FILLER  PIC X(2)   VALUE 'SW'.
           05  FILLER  PIC X(1)   VALUE 'R'.
           05  FILLER  PIC X(1)   VALUE 'S'.
           05  FILLER  PIC 9V999  VALUE 0.133.
           05  FILLER  PIC 9V999  VALUE 0.865.
           05  FILLER  PIC X(2)   VALUE 'SW'.
           05  FILLER  PIC X(1)   VALUE 'R'.
           05  FILLER  PIC X(1)   VALUE 'W'.
           05  FILLER  PIC 9V999  VALUE 0.118.
           05  FILLER  PIC 9V999  VALUE 0.915.
           05  FILLER  PIC X(2)   VALUE 'SW'.
           05  FILLER  PIC X(1)   VALUE 'C'.
           05  FILLER  PIC X(1)   VALUE 'S'.
           05  FILLER  PIC 9V999  VALUE 0.117.
           05  FILLER  PIC 9V999  VALUE 0.810.
           05  FILLER  PIC X(2)   VALUE 'SW'.
           05  FILLER  PIC X(1)   VALUE 'C'.
           05  FILLER  PIC X(1)   VALUE 'W'.
           05  FILLER  PIC 9V999  VALUE 0.102.
           05  FILLER  PIC 9V999  VALUE 0.860.
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(1)   VALUE SPACES.
           05  FILLER  PIC X(1)   VALUE 'S'.
           05  FILLER  PIC 9V999  VALUE 0.135.
           05  FILLER  PIC 9V999  VALUE 0.900.
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(1)   VALUE SPACES.
           05  FILLER  PIC X(1)   VALUE 'W'.
           05  FILLER  PIC 9V999  VALUE 0.120.
           05  FILLER  PIC 9V999  VALUE 0.950.
       01  RATE-TABLE REDEFINES RATE-SCHEDULE.
           05  RATE-TIER OCCURS 18 TIMES
                   INDEXED BY RATE-IDX.
               10  RATE-TERRITORY      PIC X(2).
               10  RATE-CLASS          PIC X(1).
               10  RATE-SEASON         PIC X(1).
               10  RATE-ELEC-PER-KWH   PIC 9V999.
               10  RATE-GAS-PER-THERM  PIC 9V999.
      *    THE SUMMER SEASON, BY CALENDAR MONTH, INCLUSIVE.
       01  SUMMER-START-MM         PIC 99 VALUE 06.
       01  SUMMER-END-MM           PIC 99 VALUE 09.
