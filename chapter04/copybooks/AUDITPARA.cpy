      *                program that uses AUDITLOG to log a write.     *
      * REVISION HISTORY :                                            *
      *   2026-03-29  MAM  Initial version                            *
      *   2026-10-15  MAM  Time taken through WS-AUDIT-TIME-HOLD -    *
      *                    ACCEPT FROM TIME is HHMMSSss, so straight  *
      *                    into the 6-digit field it kept MMSSss      *
      *****************************************************************
       920-WRITE-AUDIT-LOG-RTN.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE WS-AUDIT-DATE-MM   TO AUD-LOG-MM-OUT
           MOVE WS-AUDIT-DATE-DD   TO AUD-LOG-DD-OUT
           MOVE WS-AUDIT-DATE-CCYY TO AUD-LOG-CCYY-OUT
           ACCEPT WS-AUDIT-TIME-HOLD FROM TIME
           MOVE WS-AUDIT-TIME-HOLD (1:6) TO AUD-LOG-TIME-OUT
           WRITE AUDIT-LOG-REC
           .
