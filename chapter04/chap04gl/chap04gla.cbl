       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04GLA.

      *****************************************************************
      * PROGRAM NAME : Chart of Accounts Maintenance                   *
      * PROGRAM ID   : CHAP04GLA                                       *
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
      *   Maintains gl-accounts.dat, the general ledger's chart of     *
      *   accounts. A supervisor signs on and can add an account       *
      *   (number, name and type - asset, liability, equity, revenue   *
      *   or expense), change an account's name or type, inactivate    *
      *   an account so nothing more posts to it, reactivate one, and  *
      *   list the chart. Accounts are kept in account-number order,   *
      *   which is the order the trial balance prints in. Every change *
      *   is written to the shop-wide audit trail under the            *
      *   supervisor's ID, keyed by the account changed.               *
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
      *   | gl-accounts.dat      | Chart of accounts                |  *
      *   | operators.dat        | Shop-wide operator sign-on file  |  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ----------------------- ----------------------------------  *
      *   | File Name            | Description                      |  *
      *   ----------------------- ----------------------------------  *
      *   | gl-accounts.dat      | Rewritten after each change      |  *
      *   | audit-trail.log      | Shared shop-wide write audit     |  *
      *   |                      | trail                            |  *
      *   | signon.log           | Sign-on attempts (OPERPARA)      |  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - Only a supervisor may sign on; anyone else is refused      *
      *   - An account already on the chart, a blank name, a type      *
      *     other than A, L, Q, R or E, or a change that would change  *
      *     nothing is refused with the reason                         *
      *                                                                *
      * RETURN CODES :                                                 *
      *   - 8  : Sign-on refused, or not a supervisor                  *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   An account is never deleted - its history stays on the       *
      *   journal. Inactivating it makes CHAP04GLP reject any batch    *
      *   that still posts to it, so the feeding program (or the       *
      *   chart) must be put right before that source posts again.    *
      *   Each change re-reads gl-accounts.dat, applies itself and     *
      *   writes the file straight back, as CHAP04OPA does.            *
      *   Not part of the CHAP04DRV chains - run from a terminal.      *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GLACCTSEL.
           COPY AUDITSEL.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-GL-ACCOUNTS.
           COPY GLACCTREC.
           COPY AUDITFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01  WS-THIS-PROGRAM-ID       PIC X(9) VALUE 'CHAP04GLA'.
           COPY GLACCTWS.
       COPY AUDITWS.
       COPY OPERWS.

       01  WS-TODAY                 PIC 9(8) VALUE ZERO.
       01  WS-ACTION                PIC X VALUE SPACE.
       01  WS-ANSWER                PIC X VALUE SPACE.
       01  WS-TARGET-ACCOUNT        PIC X(8) VALUE SPACES.
       01  WS-NEW-NAME              PIC X(30) VALUE SPACES.
       01  WS-NEW-TYPE              PIC X VALUE SPACE.
           88  VALID-TYPE           VALUES 'A' 'L' 'Q' 'R' 'E'.
       01  WS-CHANGE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-TYPE-TEXT             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ACTION          PIC X(14) VALUE SPACES.
       01  WS-ENTRY-OK-SW           PIC X VALUE 'N'.
           88  ENTRY-OK             VALUE 'Y'.
       01  WS-SLOT                  PIC 9(3) VALUE ZERO.
       01  WS-SLOT-SW               PIC X VALUE 'N'.
           88  SLOT-FOUND           VALUE 'Y'.

       01  WS-LIST-LINE.
           05 LL-ACCOUNT-OUT        PIC X(8).
           05                       PIC X(2) VALUE SPACES.
           05 LL-NAME-OUT           PIC X(30).
           05                       PIC X(2) VALUE SPACES.
           05 LL-TYPE-OUT           PIC X(10).
           05                       PIC X(2) VALUE SPACES.
           05 LL-STATUS-OUT         PIC X(8).
           05                       PIC X(2) VALUE SPACES.
           05 LL-CHANGED-OUT        PIC X(8).
           05                       PIC X VALUE SPACE.
           05 LL-CHANGED-BY-OUT     PIC X(8).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 950-SIGN-ON-RTN
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY 'CHART OF ACCOUNTS MAINTENANCE IS FOR '
                       'SUPERVISORS ONLY - SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-OPEN-FILES

           PERFORM 300-TAKE-ONE-ACTION-RTN
               UNTIL WS-ACTION = 'Q'

           DISPLAY 'CHART OF ACCOUNTS CHANGES MADE: ' WS-CHANGE-COUNT
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
           DISPLAY 'A ADD ACCOUNT    C CHANGE NAME/TYPE   '
                   'I INACTIVATE   R REACTIVATE'
           DISPLAY 'L LIST           Q QUIT'
           DISPLAY 'ACTION : '
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'Q'
                   CONTINUE
               WHEN 'L'
                   PERFORM 390-LIST-ACCOUNTS-RTN
               WHEN 'A'
                   PERFORM 310-ADD-ACCOUNT-RTN
               WHEN 'C'
               WHEN 'I'
               WHEN 'R'
                   PERFORM 320-CHANGE-ACCOUNT-RTN
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION ' WS-ACTION
           END-EVALUATE
           .

      *****************************************************************
      *    310-ADD-ACCOUNT-RTN - A NEW ACCOUNT NUMBER, ITS NAME AND    *
      *    ITS TYPE. IT IS ADDED ACTIVE.                               *
      *****************************************************************
       310-ADD-ACCOUNT-RTN.
           DISPLAY 'NEW ACCOUNT NUMBER : '
           PERFORM 335-TAKE-ACCOUNT-RTN
           EVALUATE TRUE
               WHEN WS-TARGET-ACCOUNT = SPACES
                   DISPLAY 'NO ACCOUNT KEYED - NOTHING ADDED'
               WHEN GL-ACCOUNT-FOUND
                   DISPLAY 'ACCOUNT ' WS-TARGET-ACCOUNT
                           ' IS ALREADY ON THE CHART - NOTHING ADDED'
               WHEN GL-CHART-FULL OR WS-GL-ACCOUNT-COUNT NOT < 500
                   DISPLAY 'CHART OF ACCOUNTS IS FULL - NOTHING ADDED'
               WHEN OTHER
                   PERFORM 315-TAKE-NEW-ACCOUNT-RTN
           END-EVALUATE
           .

       315-TAKE-NEW-ACCOUNT-RTN.
           MOVE 'N' TO WS-ENTRY-OK-SW
           DISPLAY 'NAME : '
           MOVE SPACES TO WS-NEW-NAME
           ACCEPT WS-NEW-NAME
           MOVE FUNCTION UPPER-CASE (WS-NEW-NAME) TO WS-NEW-NAME
           DISPLAY 'TYPE (A ASSET, L LIABILITY, Q EQUITY, R REVENUE, '
                   'E EXPENSE) : '
           MOVE SPACE TO WS-NEW-TYPE
           ACCEPT WS-NEW-TYPE
           MOVE FUNCTION UPPER-CASE (WS-NEW-TYPE) TO WS-NEW-TYPE
           IF WS-NEW-NAME = SPACES OR NOT VALID-TYPE
               DISPLAY 'A NAME AND A TYPE OF A, L, Q, R OR E ARE '
                       'NEEDED - NOTHING ADDED'
           ELSE
               MOVE 'Y' TO WS-ENTRY-OK-SW
               DISPLAY 'ADD ' WS-TARGET-ACCOUNT ' ' WS-NEW-NAME
                       ' TYPE ' WS-NEW-TYPE '? (Y/N) : '
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM 370-APPLY-CHANGE-RTN
               ELSE
                   DISPLAY 'NOTHING ADDED'
               END-IF
           END-IF
           .

      *****************************************************************
      *    320-CHANGE-ACCOUNT-RTN - SHOWS THE ACCOUNT AND TAKES        *
      *    WHATEVER THE CHOSEN ACTION NEEDS.                           *
      *****************************************************************
       320-CHANGE-ACCOUNT-RTN.
           DISPLAY 'ACCOUNT NUMBER : '
           PERFORM 335-TAKE-ACCOUNT-RTN
           IF NOT GL-ACCOUNT-FOUND
               DISPLAY 'ACCOUNT ' WS-TARGET-ACCOUNT
                       ' IS NOT ON THE CHART'
           ELSE
               PERFORM 380-DESCRIBE-ACCOUNT-RTN
               DISPLAY '  NAME        : ' GAT-NAME (GAT-IDX)
               DISPLAY '  TYPE        : ' WS-TYPE-TEXT
               DISPLAY '  STATUS      : ' LL-STATUS-OUT
               DISPLAY '  LAST CHANGED: ' LL-CHANGED-OUT ' '
                       LL-CHANGED-BY-OUT
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

      *    A NAME OR TYPE LEFT BLANK IS KEPT AS IT IS.
       325-EDIT-CHANGE-RTN.
           MOVE 'N' TO WS-ENTRY-OK-SW
           EVALUATE WS-ACTION
               WHEN 'C'
                   DISPLAY 'NEW NAME (BLANK = KEEP) : '
                   MOVE SPACES TO WS-NEW-NAME
                   ACCEPT WS-NEW-NAME
                   MOVE FUNCTION UPPER-CASE (WS-NEW-NAME)
                       TO WS-NEW-NAME
                   IF WS-NEW-NAME = SPACES
                       MOVE GAT-NAME (GAT-IDX) TO WS-NEW-NAME
                   END-IF
                   DISPLAY 'NEW TYPE (A, L, Q, R, E - BLANK = KEEP) : '
                   MOVE SPACE TO WS-NEW-TYPE
                   ACCEPT WS-NEW-TYPE
                   MOVE FUNCTION UPPER-CASE (WS-NEW-TYPE)
                       TO WS-NEW-TYPE
                   IF WS-NEW-TYPE = SPACE
                       MOVE GAT-TYPE (GAT-IDX) TO WS-NEW-TYPE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT VALID-TYPE
                           DISPLAY 'TYPE MUST BE A, L, Q, R OR E'
                       WHEN WS-NEW-NAME = GAT-NAME (GAT-IDX)
                        AND WS-NEW-TYPE = GAT-TYPE (GAT-IDX)
                           DISPLAY 'THAT CHANGES NOTHING'
                       WHEN OTHER
                           MOVE 'Y' TO WS-ENTRY-OK-SW
                   END-EVALUATE
               WHEN 'I'
                   IF GAT-INACTIVE (GAT-IDX)
                       DISPLAY 'ALREADY INACTIVE'
                   ELSE
                       DISPLAY 'BATCHES THAT STILL POST TO IT WILL BE '
                               'REJECTED UNTIL IT IS REACTIVATED'
                       MOVE 'Y' TO WS-ENTRY-OK-SW
                   END-IF
               WHEN 'R'
                   IF NOT GAT-INACTIVE (GAT-IDX)
                       DISPLAY 'NOT INACTIVE - NOTHING TO REACTIVATE'
                   ELSE
                       MOVE 'Y' TO WS-ENTRY-OK-SW
                   END-IF
           END-EVALUATE
           .

      *    LOADS THE CHART AFRESH AND POINTS GAT-IDX AT
      *    WS-TARGET-ACCOUNT IF IT IS THERE.
       330-FIND-TARGET-RTN.
           PERFORM 980-LOAD-GL-ACCOUNTS-RTN
           MOVE WS-TARGET-ACCOUNT TO WS-GL-FIND-ACCOUNT
           PERFORM 982-FIND-GL-ACCOUNT-RTN
           .

       335-TAKE-ACCOUNT-RTN.
           MOVE SPACES TO WS-TARGET-ACCOUNT
           ACCEPT WS-TARGET-ACCOUNT
           MOVE FUNCTION UPPER-CASE (WS-TARGET-ACCOUNT)
               TO WS-TARGET-ACCOUNT
           PERFORM 330-FIND-TARGET-RTN
           .

      *****************************************************************
      *    370-APPLY-CHANGE-RTN - RE-READS THE CHART, APPLIES THE      *
      *    CHANGE TO THE ACCOUNT'S ROW, WRITES THE CHART BACK AND      *
      *    AUDITS IT.                                                  *
      *****************************************************************
       370-APPLY-CHANGE-RTN.
           PERFORM 330-FIND-TARGET-RTN
           IF WS-ACTION = 'A'
               IF GL-ACCOUNT-FOUND OR GL-CHART-FULL
                  OR WS-GL-ACCOUNT-COUNT NOT < 500
                   DISPLAY 'ACCOUNT ' WS-TARGET-ACCOUNT
                           ' WAS ADDED MEANWHILE - NOTHING ADDED'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               ELSE
                   PERFORM 372-INSERT-ACCOUNT-RTN
               END-IF
           ELSE
               IF NOT GL-ACCOUNT-FOUND
                   DISPLAY 'ACCOUNT ' WS-TARGET-ACCOUNT
                           ' IS NO LONGER ON THE CHART - NOTHING '
                           'CHANGED'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               ELSE
                   PERFORM 375-CHANGE-ROW-RTN
               END-IF
           END-IF
           IF ENTRY-OK
               MOVE WS-TODAY       TO GAT-CHANGED-DATE (GAT-IDX)
               MOVE WS-OPERATOR-ID TO GAT-CHANGED-BY (GAT-IDX)
               PERFORM 985-REWRITE-GL-ACCOUNTS-RTN
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==WS-TARGET-ACCOUNT==
                   ==:ACTION:==     BY ==WS-AUDIT-ACTION==.
               ADD 1 TO WS-CHANGE-COUNT
               DISPLAY 'DONE - ' WS-AUDIT-ACTION ' ' WS-TARGET-ACCOUNT
           END-IF
           .

      *    THE CHART STAYS IN ACCOUNT ORDER - EVERY ACCOUNT AFTER THE
      *    NEW ONE MOVES DOWN A ROW TO MAKE ROOM FOR IT.
       372-INSERT-ACCOUNT-RTN.
           MOVE WS-GL-ACCOUNT-COUNT TO WS-SLOT
           MOVE 'N' TO WS-SLOT-SW
           PERFORM 373-MOVE-ONE-DOWN-RTN
               UNTIL SLOT-FOUND
           ADD 1 TO WS-SLOT
           ADD 1 TO WS-GL-ACCOUNT-COUNT
           SET GAT-IDX TO WS-SLOT
           MOVE SPACES TO GAT-ENTRY (GAT-IDX)
           MOVE WS-TARGET-ACCOUNT TO GAT-ACCOUNT (GAT-IDX)
           MOVE WS-NEW-NAME       TO GAT-NAME (GAT-IDX)
           MOVE WS-NEW-TYPE       TO GAT-TYPE (GAT-IDX)
           MOVE 'A'               TO GAT-STATUS (GAT-IDX)
           MOVE 'GL-ACCT-ADD'     TO WS-AUDIT-ACTION
           .

       373-MOVE-ONE-DOWN-RTN.
           EVALUATE TRUE
               WHEN WS-SLOT = ZERO
                   MOVE 'Y' TO WS-SLOT-SW
               WHEN GAT-ACCOUNT (WS-SLOT) < WS-TARGET-ACCOUNT
                   MOVE 'Y' TO WS-SLOT-SW
               WHEN OTHER
                   MOVE GAT-ENTRY (WS-SLOT) TO GAT-ENTRY (WS-SLOT + 1)
                   SUBTRACT 1 FROM WS-SLOT
           END-EVALUATE
           .

       375-CHANGE-ROW-RTN.
           EVALUATE WS-ACTION
               WHEN 'C'
                   MOVE WS-NEW-NAME TO GAT-NAME (GAT-IDX)
                   MOVE WS-NEW-TYPE TO GAT-TYPE (GAT-IDX)
                   MOVE 'GL-ACCT-CHANGE' TO WS-AUDIT-ACTION
               WHEN 'I'
                   MOVE 'I' TO GAT-STATUS (GAT-IDX)
                   MOVE 'GL-ACCT-INACTV' TO WS-AUDIT-ACTION
               WHEN 'R'
                   MOVE 'A' TO GAT-STATUS (GAT-IDX)
                   MOVE 'GL-ACCT-ACTIVE' TO WS-AUDIT-ACTION
           END-EVALUATE
           .

      *    TYPE, STATUS AND LAST CHANGE OF THE ACCOUNT AT GAT-IDX, IN
      *    WORDS, INTO WS-TYPE-TEXT / WS-LIST-LINE.
       380-DESCRIBE-ACCOUNT-RTN.
           EVALUATE TRUE
               WHEN GAT-IS-ASSET (GAT-IDX)
                   MOVE 'ASSET'     TO WS-TYPE-TEXT
               WHEN GAT-IS-LIABILITY (GAT-IDX)
                   MOVE 'LIABILITY' TO WS-TYPE-TEXT
               WHEN GAT-IS-EQUITY (GAT-IDX)
                   MOVE 'EQUITY'    TO WS-TYPE-TEXT
               WHEN GAT-IS-REVENUE (GAT-IDX)
                   MOVE 'REVENUE'   TO WS-TYPE-TEXT
               WHEN GAT-IS-EXPENSE (GAT-IDX)
                   MOVE 'EXPENSE'   TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE GAT-TYPE (GAT-IDX) TO WS-TYPE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-LIST-LINE
           MOVE GAT-ACCOUNT (GAT-IDX) TO LL-ACCOUNT-OUT
           MOVE GAT-NAME (GAT-IDX)    TO LL-NAME-OUT
           MOVE WS-TYPE-TEXT          TO LL-TYPE-OUT
           IF GAT-INACTIVE (GAT-IDX)
               MOVE 'INACTIVE' TO LL-STATUS-OUT
           ELSE
               MOVE 'ACTIVE'   TO LL-STATUS-OUT
           END-IF
           IF GAT-CHANGED-DATE (GAT-IDX) = ZERO
               MOVE 'NEVER' TO LL-CHANGED-OUT
           ELSE
               MOVE GAT-CHANGED-DATE (GAT-IDX) TO LL-CHANGED-OUT
               MOVE GAT-CHANGED-BY (GAT-IDX)   TO LL-CHANGED-BY-OUT
           END-IF
           .

       390-LIST-ACCOUNTS-RTN.
           PERFORM 980-LOAD-GL-ACCOUNTS-RTN
           DISPLAY 'ACCOUNT   NAME                            TYPE    '
                   '    STATUS    CHANGED  BY'
           PERFORM 395-LIST-ONE-ACCOUNT-RTN
               VARYING GAT-IDX FROM 1 BY 1
               UNTIL GAT-IDX > WS-GL-ACCOUNT-COUNT
           DISPLAY WS-GL-ACCOUNT-COUNT ' ACCOUNT(S) ON THE CHART'
           IF GL-CHART-FULL
               DISPLAY 'WARNING: MORE THAN 500 ACCOUNTS ON FILE - '
                       'ONLY THE FIRST 500 ARE SHOWN'
           END-IF
           .

       395-LIST-ONE-ACCOUNT-RTN.
           PERFORM 380-DESCRIBE-ACCOUNT-RTN
           DISPLAY WS-LIST-LINE
           .

       400-CLOSE-FILES.
           CLOSE AUDIT-LOG-FILE
           .

           COPY AUDITPARA.
           COPY OPERPARA.
           COPY GLACCTPARA.
