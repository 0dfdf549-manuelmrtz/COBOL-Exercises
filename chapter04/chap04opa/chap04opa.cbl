       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04OPA.

      *****************************************************************
      * PROGRAM NAME : Operator Administration                         *
      * PROGRAM ID   : CHAP04OPA                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Online Maintenance                              *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   Maintains operators.dat, which until now was edited by hand. *
      *   A supervisor signs on and can add an operator (name, role,   *
      *   initial PIN and access expiry date), change an operator's    *
      *   role, disable or re-enable an operator, unlock one locked    *
      *   out by wrong PINs, reset a forgotten PIN, set a new expiry   *
      *   date, and list the file. Every change is written to the      *
      *   shop-wide audit trail under the supervisor's ID, keyed by    *
      *   the operator changed.                                        *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   ----------------------- ----------------------------------  *
      *   | File Name            | Description                      |  *
      *   ----------------------- ----------------------------------  *
      *   | operators.dat        | Shop-wide operator sign-on file  |  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ----------------------- ----------------------------------  *
      *   | File Name            | Description                      |  *
      *   ----------------------- ----------------------------------  *
      *   | operators.dat        | Rewritten after each change      |  *
      *   | audit-trail.log      | Shared shop-wide write audit     |  *
      *   |                      | trail                            |  *
      *   | signon.log           | Sign-on attempts (OPERPARA)      |  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - Only a supervisor may sign on; anyone else is refused      *
      *   - A supervisor may not disable or change the role of their   *
      *     own ID                                                     *
      *   - An unknown ID, a bad role, PIN or date, or a change that   *
      *     would change nothing is refused with the reason            *
      *                                                                *
      * RETURN CODES :                                                 *
      *   - 8  : Sign-on refused, or not a supervisor                  *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Each change re-reads operators.dat, applies itself and       *
      *   writes the file straight back, so a sign-on elsewhere        *
      *   (which stamps its own record) is not undone by a session     *
      *   left open at this program. A PIN is never shown or stored    *
      *   - only its check value (see OPERPARA).                       *
      *   An operator with no PIN on file cannot sign on anywhere;     *
      *   action P here sets one. Operators brought over from the old  *
      *   ID-only file have none, so the first supervisor to sign on   *
      *   here after the conversion, while nobody has a PIN, chooses   *
      *   their own at the prompt and then sets everyone else's.       *
      *   Not part of the CHAP04DRV chains - run from a terminal.      *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  Only a supervisor signing on here may set   *
      *                    the first PIN on a converted operator file  *
      *   2026-10-15  MAM  A change is refused, and neither audited    *
      *                    nor counted, when the operator file holds   *
      *                    more operators than the table; an add to a  *
      *                    table already at 500 says so instead of     *
      *                    reporting the operator as added meanwhile   *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDITSEL.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDITFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01  WS-THIS-PROGRAM-ID       PIC X(9) VALUE 'CHAP04OPA'.
       COPY AUDITWS.
       COPY OPERWS.

       01  WS-TODAY                 PIC 9(8) VALUE ZERO.
       01  WS-ACTION                PIC X VALUE SPACE.
       01  WS-ANSWER                PIC X VALUE SPACE.
       01  WS-TARGET-ID             PIC X(8) VALUE SPACES.
       01  WS-NEW-NAME              PIC X(20) VALUE SPACES.
       01  WS-NEW-ROLE              PIC X VALUE SPACE.
           88  VALID-ROLE           VALUES 'I' 'C' 'S'.
       01  WS-NEW-PIN-HASH          PIC X(9) VALUE SPACES.
       01  WS-EXPIRY-IN             PIC X(8) VALUE SPACES.
       01  WS-NEW-EXPIRY-DATE       PIC 9(8) VALUE ZERO.
       01  WS-CHANGE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-ROLE-TEXT             PIC X(10) VALUE SPACES.
       01  WS-STATUS-TEXT           PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ACTION          PIC X(14) VALUE SPACES.
       01  WS-ENTRY-OK-SW           PIC X VALUE 'N'.
           88  ENTRY-OK             VALUE 'Y'.

      *    AN OPERATOR ADDED WITH NO EXPIRY DATE KEYED GETS THIS MANY
      *    DAYS OF ACCESS; RECERTIFICATION (CHAP04ORC) EXTENDS IT.
       01  OPERATOR-TERM-DAYS       PIC 9(3) VALUE 365.

       01  WS-LIST-LINE.
           05 LL-ID-OUT             PIC X(8).
           05                       PIC X(2) VALUE SPACES.
           05 LL-NAME-OUT           PIC X(20).
           05                       PIC X(2) VALUE SPACES.
           05 LL-ROLE-OUT           PIC X(10).
           05                       PIC X(2) VALUE SPACES.
           05 LL-STATUS-OUT         PIC X(10).
           05                       PIC X(2) VALUE SPACES.
           05 LL-EXPIRY-OUT         PIC X(8).
           05                       PIC X(2) VALUE SPACES.
           05 LL-LAST-SIGNON-OUT    PIC X(8).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-OPERATOR-FIRST-PIN-SW
           PERFORM 950-SIGN-ON-RTN
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY 'OPERATOR ADMINISTRATION IS FOR SUPERVISORS '
                       'ONLY - SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-OPEN-FILES

           PERFORM 300-TAKE-ONE-ACTION-RTN
               UNTIL WS-ACTION = 'Q'

           DISPLAY 'OPERATOR CHANGES MADE: ' WS-CHANGE-COUNT
           PERFORM 400-CLOSE-FILES
           STOP RUN
           .

       200-OPEN-FILES.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
              AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open AUDIT-LOG file. Status: '
                       WS-AUDIT-STATUS
           END-IF
           .

      *****************************************************************
      *    300-TAKE-ONE-ACTION-RTN - ONE MENU CHOICE. Q ENDS THE       *
      *    SESSION.                                                    *
      *****************************************************************
       300-TAKE-ONE-ACTION-RTN.
           DISPLAY ' '
           DISPLAY 'A ADD OPERATOR   R CHANGE ROLE   D DISABLE   '
                   'E ENABLE'
           DISPLAY 'U UNLOCK         P RESET PIN     X SET EXPIRY  '
                   'L LIST   Q QUIT'
           DISPLAY 'ACTION : '
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'Q'
                   CONTINUE
               WHEN 'L'
                   PERFORM 390-LIST-OPERATORS-RTN
               WHEN 'A'
                   PERFORM 310-ADD-OPERATOR-RTN
               WHEN 'R'
               WHEN 'D'
               WHEN 'E'
               WHEN 'U'
               WHEN 'P'
               WHEN 'X'
                   PERFORM 320-CHANGE-OPERATOR-RTN
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION ' WS-ACTION
           END-EVALUATE
           .

      *****************************************************************
      *    310-ADD-OPERATOR-RTN - A NEW ID, ITS NAME AND ROLE, AN      *
      *    INITIAL PIN THE SUPERVISOR HANDS OVER, AND THE DATE ITS     *
      *    ACCESS RUNS OUT.                                            *
      *****************************************************************
       310-ADD-OPERATOR-RTN.
           DISPLAY 'NEW OPERATOR ID : '
           MOVE SPACES TO WS-TARGET-ID
           ACCEPT WS-TARGET-ID
           PERFORM 330-FIND-TARGET-RTN
           EVALUATE TRUE
               WHEN WS-TARGET-ID = SPACES
                   DISPLAY 'NO ID KEYED - NOTHING ADDED'
               WHEN OPERATOR-ON-FILE
                   DISPLAY 'OPERATOR ' WS-TARGET-ID
                           ' IS ALREADY ON FILE - NOTHING ADDED'
               WHEN WS-OPERATOR-COUNT NOT < 500
                   DISPLAY 'OPERATOR FILE IS FULL - NOTHING ADDED'
               WHEN OTHER
                   PERFORM 315-TAKE-NEW-OPERATOR-RTN
           END-EVALUATE
           .

       315-TAKE-NEW-OPERATOR-RTN.
           MOVE 'N' TO WS-ENTRY-OK-SW
           DISPLAY 'NAME : '
           MOVE SPACES TO WS-NEW-NAME
           ACCEPT WS-NEW-NAME
           DISPLAY 'ROLE (I INQUIRY, C CLERK, S SUPERVISOR) : '
           ACCEPT WS-NEW-ROLE
           MOVE FUNCTION UPPER-CASE (WS-NEW-ROLE) TO WS-NEW-ROLE
           IF WS-NEW-NAME = SPACES OR NOT VALID-ROLE
               DISPLAY 'A NAME AND A ROLE OF I, C OR S ARE NEEDED - '
                       'NOTHING ADDED'
           ELSE
               PERFORM 953-TAKE-NEW-PIN-RTN
               IF NOT OPERATOR-PIN-OK
                   DISPLAY 'NOTHING ADDED'
               ELSE
                   MOVE WS-TARGET-ID TO WS-OPERATOR-HASH-ID
                   PERFORM 958-HASH-PIN-RTN
                   MOVE WS-OPERATOR-PIN-HASH-X TO WS-NEW-PIN-HASH
                   PERFORM 340-TAKE-EXPIRY-RTN
               END-IF
           END-IF
           IF ENTRY-OK
               DISPLAY 'ADD ' WS-TARGET-ID ' ' WS-NEW-NAME
                       ' ROLE ' WS-NEW-ROLE
                       ' EXPIRES ' WS-NEW-EXPIRY-DATE '? (Y/N) : '
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM 370-APPLY-CHANGE-RTN
               ELSE
                   DISPLAY 'NOTHING ADDED'
               END-IF
           END-IF
           .

      *****************************************************************
      *    320-CHANGE-OPERATOR-RTN - SHOWS THE OPERATOR AND TAKES      *
      *    WHATEVER THE CHOSEN ACTION NEEDS.                           *
      *****************************************************************
       320-CHANGE-OPERATOR-RTN.
           DISPLAY 'OPERATOR ID : '
           MOVE SPACES TO WS-TARGET-ID
           ACCEPT WS-TARGET-ID
           PERFORM 330-FIND-TARGET-RTN
           IF NOT OPERATOR-ON-FILE
               DISPLAY 'OPERATOR ' WS-TARGET-ID ' IS NOT ON FILE'
           ELSE
               PERFORM 335-SHOW-TARGET-RTN
               PERFORM 325-EDIT-CHANGE-RTN
               IF ENTRY-OK
                   DISPLAY 'APPLY THIS CHANGE? (Y/N) : '
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                       PERFORM 370-APPLY-CHANGE-RTN
                   ELSE
                       DISPLAY 'NOTHING CHANGED'
                   END-IF
               END-IF
           END-IF
           .

       325-EDIT-CHANGE-RTN.
           MOVE 'N' TO WS-ENTRY-OK-SW
           EVALUATE TRUE
               WHEN (WS-ACTION = 'D' OR WS-ACTION = 'R')
                AND WS-TARGET-ID = WS-OPERATOR-ID
                   DISPLAY 'YOU MAY NOT DISABLE OR CHANGE THE ROLE OF '
                           'YOUR OWN ID'
               WHEN WS-ACTION = 'R'
                   DISPLAY 'NEW ROLE (I INQUIRY, C CLERK, '
                           'S SUPERVISOR) : '
                   ACCEPT WS-NEW-ROLE
                   MOVE FUNCTION UPPER-CASE (WS-NEW-ROLE)
                       TO WS-NEW-ROLE
                   IF NOT VALID-ROLE
                       DISPLAY 'ROLE MUST BE I, C OR S'
                   ELSE
                       IF WS-NEW-ROLE = OPT-ROLE (OPT-IDX)
                           DISPLAY 'THAT IS ALREADY THE ROLE'
                       ELSE
                           MOVE 'Y' TO WS-ENTRY-OK-SW
                       END-IF
                   END-IF
               WHEN WS-ACTION = 'D'
                   IF OPT-DISABLED (OPT-IDX)
                       DISPLAY 'ALREADY DISABLED'
                   ELSE
                       MOVE 'Y' TO WS-ENTRY-OK-SW
                   END-IF
               WHEN WS-ACTION = 'E'
                   IF NOT OPT-DISABLED (OPT-IDX)
                       DISPLAY 'NOT DISABLED - NOTHING TO ENABLE'
                   ELSE
                       MOVE 'Y' TO WS-ENTRY-OK-SW
                   END-IF
               WHEN WS-ACTION = 'U'
                   IF NOT OPT-LOCKED (OPT-IDX)
                       DISPLAY 'NOT LOCKED OUT - NOTHING TO UNLOCK'
                   ELSE
                       MOVE 'Y' TO WS-ENTRY-OK-SW
                   END-IF
               WHEN WS-ACTION = 'P'
                   PERFORM 953-TAKE-NEW-PIN-RTN
                   IF OPERATOR-PIN-OK
                       MOVE WS-TARGET-ID TO WS-OPERATOR-HASH-ID
                       PERFORM 958-HASH-PIN-RTN
                       MOVE WS-OPERATOR-PIN-HASH-X TO WS-NEW-PIN-HASH
                       MOVE 'Y' TO WS-ENTRY-OK-SW
                   END-IF
               WHEN WS-ACTION = 'X'
                   PERFORM 340-TAKE-EXPIRY-RTN
           END-EVALUATE
           .

      *    LOADS THE OPERATOR FILE AFRESH AND POINTS OPT-IDX AT
      *    WS-TARGET-ID IF IT IS THERE.
       330-FIND-TARGET-RTN.
           PERFORM 951-LOAD-OPERATORS-RTN
           MOVE 'N' TO WS-OPERATOR-ON-FILE-SW
           SET OPT-IDX TO 1
           SEARCH OPT-ENTRY
               AT END
                   CONTINUE
               WHEN OPT-IDX > WS-OPERATOR-COUNT
                   CONTINUE
               WHEN OPT-ID (OPT-IDX) = WS-TARGET-ID
                   MOVE 'Y' TO WS-OPERATOR-ON-FILE-SW
           END-SEARCH
           .

       335-SHOW-TARGET-RTN.
           PERFORM 380-DESCRIBE-OPERATOR-RTN
           DISPLAY '  NAME        : ' OPT-NAME (OPT-IDX)
           DISPLAY '  ROLE        : ' WS-ROLE-TEXT
           DISPLAY '  STATUS      : ' WS-STATUS-TEXT
           DISPLAY '  EXPIRES     : ' LL-EXPIRY-OUT
           DISPLAY '  LAST SIGN-ON: ' LL-LAST-SIGNON-OUT
           .

      *    NEW EXPIRY DATE INTO WS-NEW-EXPIRY-DATE. BLANK MEANS
      *    OPERATOR-TERM-DAYS FROM TODAY; A DATE KEYED MUST BE A REAL
      *    DATE AFTER TODAY.
       340-TAKE-EXPIRY-RTN.
           MOVE 'N' TO WS-ENTRY-OK-SW
           DISPLAY 'ACCESS EXPIRES (YYYYMMDD, BLANK = ONE YEAR) : '
           MOVE SPACES TO WS-EXPIRY-IN
           ACCEPT WS-EXPIRY-IN
           IF WS-EXPIRY-IN = SPACES
               COMPUTE WS-NEW-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                    + OPERATOR-TERM-DAYS)
               MOVE 'Y' TO WS-ENTRY-OK-SW
           ELSE
               IF WS-EXPIRY-IN IS NUMERIC
                   MOVE WS-EXPIRY-IN TO WS-NEW-EXPIRY-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-EXPIRY-DATE)
                           = 0
                      AND WS-NEW-EXPIRY-DATE > WS-TODAY
                       MOVE 'Y' TO WS-ENTRY-OK-SW
                   END-IF
               END-IF
               IF NOT ENTRY-OK
                   DISPLAY 'EXPIRY MUST BE A DATE AFTER TODAY'
               END-IF
           END-IF
           .

      *****************************************************************
      *    370-APPLY-CHANGE-RTN - RE-READS THE FILE, APPLIES THE       *
      *    CHANGE TO THE OPERATOR'S ROW, WRITES THE FILE BACK AND      *
      *    AUDITS IT.                                                  *
      *****************************************************************
       370-APPLY-CHANGE-RTN.
           PERFORM 330-FIND-TARGET-RTN
      *    A FILE LONGER THAN THE TABLE CANNOT BE WRITTEN BACK (SEE
      *    956), SO NO CHANGE IS MADE, AUDITED OR COUNTED AGAINST IT.
           IF OPERATOR-TABLE-FULL
               DISPLAY 'OPERATOR FILE HOLDS MORE THAN 500 OPERATORS - '
                       WS-TARGET-ID ' NOT CHANGED'
               MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
               IF WS-ACTION = 'A'
                   IF OPERATOR-ON-FILE
                       DISPLAY 'OPERATOR ' WS-TARGET-ID
                               ' WAS ADDED MEANWHILE - NOTHING ADDED'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   END-IF
                   IF ENTRY-OK AND WS-OPERATOR-COUNT NOT < 500
                       DISPLAY 'OPERATOR FILE IS AT 500 OPERATORS - '
                               WS-TARGET-ID ' NOT ADDED'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   END-IF
                   IF ENTRY-OK
                       ADD 1 TO WS-OPERATOR-COUNT
                       SET OPT-IDX TO WS-OPERATOR-COUNT
                       MOVE SPACES TO OPT-ENTRY (OPT-IDX)
                       MOVE WS-TARGET-ID TO OPT-ID (OPT-IDX)
                       MOVE WS-NEW-NAME  TO OPT-NAME (OPT-IDX)
                       MOVE WS-NEW-ROLE  TO OPT-ROLE (OPT-IDX)
                       MOVE 'A'          TO OPT-STATUS (OPT-IDX)
                       MOVE WS-NEW-PIN-HASH TO OPT-PIN-HASH (OPT-IDX)
                       MOVE ZERO TO OPT-FAIL-COUNT (OPT-IDX)
                                    OPT-LAST-SIGNON-DATE (OPT-IDX)
                                    OPT-LAST-SIGNON-TIME (OPT-IDX)
                       MOVE WS-NEW-EXPIRY-DATE
                           TO OPT-EXPIRY-DATE (OPT-IDX)
                       MOVE 'OPER-ADD' TO WS-AUDIT-ACTION
                   END-IF
               ELSE
                   IF NOT OPERATOR-ON-FILE
                       DISPLAY 'OPERATOR ' WS-TARGET-ID
                               ' IS NO LONGER ON FILE - NOTHING CHANGED'
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   ELSE
                       PERFORM 375-CHANGE-ROW-RTN
                   END-IF
               END-IF
           END-IF
           IF ENTRY-OK
               MOVE WS-TODAY       TO OPT-CHANGED-DATE (OPT-IDX)
               MOVE WS-OPERATOR-ID TO OPT-CHANGED-BY (OPT-IDX)
               PERFORM 956-REWRITE-OPERATORS-RTN
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==WS-TARGET-ID==
                   ==:ACTION:==     BY ==WS-AUDIT-ACTION==.
               ADD 1 TO WS-CHANGE-COUNT
               DISPLAY 'DONE - ' WS-AUDIT-ACTION ' ' WS-TARGET-ID
           END-IF
           .

      *    ENABLING, UNLOCKING OR A NEW PIN ALL START THE FAILURE
      *    COUNT AGAIN; A NEW PIN ALSO LIFTS A LOCKOUT.
       375-CHANGE-ROW-RTN.
           EVALUATE WS-ACTION
               WHEN 'R'
                   MOVE WS-NEW-ROLE TO OPT-ROLE (OPT-IDX)
                   MOVE 'OPER-ROLE' TO WS-AUDIT-ACTION
               WHEN 'D'
                   MOVE 'D' TO OPT-STATUS (OPT-IDX)
                   MOVE 'OPER-DISABLE' TO WS-AUDIT-ACTION
               WHEN 'E'
                   MOVE 'A' TO OPT-STATUS (OPT-IDX)
                   MOVE ZERO TO OPT-FAIL-COUNT (OPT-IDX)
                   MOVE 'OPER-ENABLE' TO WS-AUDIT-ACTION
               WHEN 'U'
                   MOVE 'A' TO OPT-STATUS (OPT-IDX)
                   MOVE ZERO TO OPT-FAIL-COUNT (OPT-IDX)
                   MOVE 'OPER-UNLOCK' TO WS-AUDIT-ACTION
               WHEN 'P'
                   MOVE WS-NEW-PIN-HASH TO OPT-PIN-HASH (OPT-IDX)
                   MOVE ZERO TO OPT-FAIL-COUNT (OPT-IDX)
                   IF OPT-LOCKED (OPT-IDX)
                       MOVE 'A' TO OPT-STATUS (OPT-IDX)
                   END-IF
                   MOVE 'OPER-PIN-RESET' TO WS-AUDIT-ACTION
               WHEN 'X'
                   MOVE WS-NEW-EXPIRY-DATE TO OPT-EXPIRY-DATE (OPT-IDX)
                   MOVE 'OPER-EXPIRY' TO WS-AUDIT-ACTION
           END-EVALUATE
           .

      *    ROLE, STATUS, EXPIRY AND LAST SIGN-ON OF THE OPERATOR AT
      *    OPT-IDX, IN WORDS, INTO WS-ROLE-TEXT / WS-STATUS-TEXT /
      *    WS-LIST-LINE.
       380-DESCRIBE-OPERATOR-RTN.
           EVALUATE OPT-ROLE (OPT-IDX)
               WHEN 'I'  MOVE 'INQUIRY'    TO WS-ROLE-TEXT
               WHEN 'C'  MOVE 'CLERK'      TO WS-ROLE-TEXT
               WHEN 'S'  MOVE 'SUPERVISOR' TO WS-ROLE-TEXT
               WHEN OTHER
                   MOVE OPT-ROLE (OPT-IDX) TO WS-ROLE-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN OPT-DISABLED (OPT-IDX)
                   MOVE 'DISABLED'   TO WS-STATUS-TEXT
               WHEN OPT-LOCKED (OPT-IDX)
                   MOVE 'LOCKED OUT' TO WS-STATUS-TEXT
               WHEN OPT-EXPIRY-DATE (OPT-IDX) NOT = ZERO
                AND OPT-EXPIRY-DATE (OPT-IDX) < WS-TODAY
                   MOVE 'EXPIRED'    TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'ACTIVE'     TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-LIST-LINE
           MOVE OPT-ID (OPT-IDX)   TO LL-ID-OUT
           MOVE OPT-NAME (OPT-IDX) TO LL-NAME-OUT
           MOVE WS-ROLE-TEXT       TO LL-ROLE-OUT
           MOVE WS-STATUS-TEXT     TO LL-STATUS-OUT
           IF OPT-EXPIRY-DATE (OPT-IDX) = ZERO
               MOVE 'NONE SET' TO LL-EXPIRY-OUT
           ELSE
               MOVE OPT-EXPIRY-DATE (OPT-IDX) TO LL-EXPIRY-OUT
           END-IF
           IF OPT-LAST-SIGNON-DATE (OPT-IDX) = ZERO
               MOVE 'NEVER' TO LL-LAST-SIGNON-OUT
           ELSE
               MOVE OPT-LAST-SIGNON-DATE (OPT-IDX)
                   TO LL-LAST-SIGNON-OUT
           END-IF
           .

       390-LIST-OPERATORS-RTN.
           PERFORM 951-LOAD-OPERATORS-RTN
           DISPLAY 'ID        NAME                  ROLE        '
                   'STATUS      EXPIRES   LAST ON'
           PERFORM 395-LIST-ONE-OPERATOR-RTN
               VARYING OPT-IDX FROM 1 BY 1
               UNTIL OPT-IDX > WS-OPERATOR-COUNT
           DISPLAY WS-OPERATOR-COUNT ' OPERATOR(S) ON FILE'
           .

       395-LIST-ONE-OPERATOR-RTN.
           PERFORM 380-DESCRIBE-OPERATOR-RTN
           DISPLAY WS-LIST-LINE
           .

       400-CLOSE-FILES.
           CLOSE AUDIT-LOG-FILE
           .

           COPY AUDITPARA.
           COPY OPERPARA.
