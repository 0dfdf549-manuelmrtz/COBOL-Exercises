      *                identity flows into the audit trail.           *
      * REVISION HISTORY :                                            *
      *   2026-09-01  MAM  Initial version                            *
      *   2026-10-15  MAM  Operator table, PIN and sign-on log        *
      *                    fields for PIN sign-on, lockout and        *
      *                    expiry. Also assumes WS-THIS-PROGRAM-ID    *
      *                    (see IOERRWS), stamped on the sign-on log  *
      *   2026-10-15  MAM  First-PIN and PIN-in-use switches for the  *
      *                    no-PIN sign-on rule                        *
      *****************************************************************
       01  WS-OPERATOR-STATUS       PIC XX.
       01  WS-OPERATOR-EOF          PIC X VALUE 'N'.
           88 OPERATOR-IS-INQUIRY   VALUE 'I'.
           88 OPERATOR-IS-CLERK     VALUE 'C'.
           88 OPERATOR-IS-SUPERVISOR VALUE 'S'.

      *    SIGN-ON POLICY. THE THIRD WRONG PIN IN A ROW LOCKS THE
      *    OPERATOR OUT UNTIL A SUPERVISOR UNLOCKS THEM IN CHAP04OPA;
      *    SIGN-ON WARNS THIS MANY DAYS BEFORE ACCESS EXPIRES.
       01  OPERATOR-MAX-PIN-FAILS   PIC 9 VALUE 3.
       01  OPERATOR-EXPIRY-WARN-DAYS PIC 9(3) VALUE 014.

      *    THE OPERATOR FILE, HELD WHOLE SO A SIGN-ON CAN REWRITE ITS
      *    OWN RECORD (FAILURE COUNT, LAST SIGN-ON). SAME LAYOUT AS
      *    OPERATOR-REC.
       01  OPERATOR-TABLE.
           05 OPT-ENTRY OCCURS 500 TIMES
                   INDEXED BY OPT-IDX OPT-WRITE-IDX.
               10 OPT-ID            PIC X(8).
               10 OPT-NAME          PIC X(20).
               10 OPT-ROLE          PIC X.
               10 OPT-STATUS        PIC X.
                   88 OPT-ACTIVE    VALUE 'A'.
                   88 OPT-DISABLED  VALUE 'D'.
                   88 OPT-LOCKED    VALUE 'L'.
               10 OPT-PIN-HASH      PIC X(9).
               10 OPT-FAIL-COUNT    PIC 9.
               10 OPT-EXPIRY-DATE   PIC 9(8).
               10 OPT-LAST-SIGNON-DATE PIC 9(8).
               10 OPT-LAST-SIGNON-TIME PIC 9(6).
               10 OPT-CHANGED-DATE  PIC 9(8).
               10 OPT-CHANGED-BY    PIC X(8).
       01  WS-OPERATOR-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-FILE-SW      PIC X VALUE 'N'.
           88 OPERATOR-FILE-ON-HAND VALUE 'Y'.
       01  WS-OPERATOR-FULL-SW      PIC X VALUE 'N'.
           88 OPERATOR-TABLE-FULL   VALUE 'Y'.
       01  WS-OPERATOR-ON-FILE-SW   PIC X VALUE 'N'.
           88 OPERATOR-ON-FILE      VALUE 'Y'.

       01  WS-OPERATOR-TODAY        PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR-TIME-HOLD    PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR-DAYS-LEFT    PIC S9(5) VALUE ZERO.
       01  WS-OPERATOR-RESULT       PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-MESSAGE      PIC X(70) VALUE SPACES.
       01  WS-SIGNON-LOG-STATUS     PIC XX.

       01  WS-OPERATOR-PIN          PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-PIN-AGAIN    PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-PIN-LEN      PIC 99 VALUE ZERO.
       01  WS-OPERATOR-PIN-SPACES   PIC 99 VALUE ZERO.
       01  WS-OPERATOR-PIN-OK-SW    PIC X VALUE 'N'.
           88 OPERATOR-PIN-OK       VALUE 'Y'.
      *    SET BY CHAP04OPA ONLY, BEFORE SIGN-ON: A SUPERVISOR MAY SET
      *    THE FIRST PIN ON A FILE WHERE NOBODY HAS ONE YET.
       01  WS-OPERATOR-FIRST-PIN-SW PIC X VALUE 'N'.
           88 FIRST-PIN-ALLOWED     VALUE 'Y'.
       01  WS-OPERATOR-ANY-PIN-SW   PIC X VALUE 'N'.
           88 OPERATOR-PIN-IN-USE   VALUE 'Y'.
       01  WS-OPERATOR-SEED-SW      PIC X VALUE 'N'.
           88 OPERATOR-PIN-SEEDING  VALUE 'Y'.
       01  WS-OPERATOR-HASH-ID      PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-HASH-TEXT    PIC X(16) VALUE SPACES.
       01  WS-OPERATOR-HASH-SUB     PIC 99 VALUE ZERO.
       01  WS-OPERATOR-PIN-HASH     PIC 9(9) VALUE ZERO.
       01  WS-OPERATOR-PIN-HASH-X REDEFINES WS-OPERATOR-PIN-HASH
                                    PIC X(9).
