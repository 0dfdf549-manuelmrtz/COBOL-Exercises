      *                OPERPARA).                                      *
      * REVISION HISTORY :                                            *
      *   2026-09-01  MAM  Initial version                            *
      *   2026-10-15  MAM  Added SIGNON-LOG-FILE - one line per       *
      *                    sign-on attempt, for the access            *
      *                    recertification report (CHAP04ORC)         *
      *****************************************************************
           SELECT OPERATOR-FILE ASSIGN TO 'data/operators.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SIGNON-LOG-FILE ASSIGN TO 'data/signon.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-LOG-STATUS.
