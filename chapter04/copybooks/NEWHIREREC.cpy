      *                layout.                                         *
      * REVISION HISTORY :                                            *
      *   2026-09-01  MAM  Initial version                            *
      *   2026-10-15  MAM  Also the layout of hire-history.dat, where  *
      *                    CHAP04N01 keeps every hire it consumes and  *
      *                    CHAP04H01 reads hire dates back from.       *
      *****************************************************************
       01  NEW-HIRE-REC.
           05 NH-EMPLOYEE-NO         PIC X(5).
