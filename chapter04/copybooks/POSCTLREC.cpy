      *****************************************************************
      * COPYBOOK     : POSCTLREC                                      *
      * DESCRIPTION  : Record layout for the position-control master   *
      *                (position-ctl.dat) - one record per territory,  *
      *                office, and job classification with the number  *
      *                of seats authorized there. CHAP04M01 holds an   *
      *                ADD or a territory/office or job-class change   *
      *                that would fill a seat not on this file, or one *
      *                already filled; CHAP04H02 reports authorized    *
      *                against filled seats. Kept by HR, the same way  *
      *                terrbudget.dat is.                              *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Initial version                            *
      *****************************************************************
       01  POSITION-CONTROL-REC.
           05 PC-POSITION-KEY.
               10 PC-TERRITORY       PIC X(2).
               10 PC-OFFICE-NO       PIC X(2).
               10 PC-JOB-CLASS       PIC X(2).
           05 PC-AUTHORIZED-SEATS    PIC 9(3).
