      *                I = inquiry only, C = clerk, S = supervisor.    *
      * REVISION HISTORY :                                            *
      *   2026-09-01  MAM  Initial version                            *
      *   2026-10-15  MAM  Added the access-control fields kept by    *
      *                    CHAP04OPA and OPERPARA - status, PIN       *
      *                    check value, consecutive PIN failures,     *
      *                    access expiry date, last sign-on, and who  *
      *                    last changed the record and when. A        *
      *                    record carried over from the ID-only       *
      *                    layout reads these as blanks (active, no   *
      *                    PIN yet, no expiry). Added the sign-on     *
      *                    log record                                 *
      *****************************************************************
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05 OP-ID-IN             PIC X(8).
           05 OP-NAME-IN           PIC X(20).
           05 OP-ROLE-IN           PIC X.
      *        A = ACTIVE, D = DISABLED, L = LOCKED OUT AFTER
      *        REPEATED PIN FAILURES
           05 OP-STATUS-IN         PIC X.
      *        ONE-WAY CHECK VALUE OF THE PIN (SEE 958-HASH-PIN-RTN),
      *        NEVER THE PIN ITSELF. BLANK = NO PIN SET YET.
           05 OP-PIN-HASH-IN       PIC X(9).
           05 OP-FAIL-COUNT-IN     PIC 9.
           05 OP-EXPIRY-DATE-IN    PIC 9(8).
           05 OP-LAST-SIGNON-DATE-IN PIC 9(8).
           05 OP-LAST-SIGNON-TIME-IN PIC 9(6).
           05 OP-CHANGED-DATE-IN   PIC 9(8).
           05 OP-CHANGED-BY-IN     PIC X(8).

       FD  SIGNON-LOG-FILE.
       01  SIGNON-LOG-REC.
           05 SO-OPERATOR-ID-OUT   PIC X(8).
           05                      PIC X(2).
           05 SO-PROGRAM-ID-OUT    PIC X(9).
           05                      PIC X(2).
           05 SO-RESULT-OUT        PIC X(10).
           05                      PIC X(2).
           05 SO-LOG-DATE-OUT.
               10 SO-LOG-MM-OUT    PIC 99.
               10 SO-LOG-SLASH-1   PIC X.
               10 SO-LOG-DD-OUT    PIC 99.
               10 SO-LOG-SLASH-2   PIC X.
               10 SO-LOG-CCYY-OUT  PIC 9(4).
           05                      PIC X(2).
           05 SO-LOG-TIME-OUT      PIC 9(6).
