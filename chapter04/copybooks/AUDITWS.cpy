      *                    program - online programs fill it at       *
      *                    sign-on (see OPERPARA), unattended batch   *
      *                    steps leave it blank                       *
      *   2026-10-15  MAM  Added WS-AUDIT-TIME-HOLD for AUDITPARA     *
      *****************************************************************
       01  WS-AUDIT-STATUS          PIC XX.
       01  WS-AUDIT-DATE.
           05 WS-AUDIT-DATE-MM      PIC 99.
           05 WS-AUDIT-DATE-DD      PIC 99.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUDIT-TIME-HOLD       PIC 9(8).
