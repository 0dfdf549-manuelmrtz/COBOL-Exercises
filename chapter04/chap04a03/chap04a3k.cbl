       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A3K.

      *****************************************************************
      * PROGRAM NAME : Protected-Account Registry Maintenance          *
      * PROGRAM ID   : CHAP04A3K                                       *
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
      *   State rules bar shutting off a customer with a medical       *
      *   certificate on file, or certain elderly customers, but       *
      *   CHAP04A03D had no way to know who they were. The CSR enters  *
      *   the account here; the program shows the customer and any     *
      *   protection on file, and takes one of:                        *
      *     M - medical certificate: the last day it covers and who    *
      *         to call about renewing it,                             *
      *     E - elderly customer: protected with no expiry, and a      *
      *         contact,                                               *
      *     R - take the account off the registry.                     *
      *   On confirmation the change is recorded on                    *
      *   protected-accounts.dat. CHAP04A03D holds the disconnect of   *
      *   a protected account and warns when a certificate is about    *
      *   to run out.                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | account-master-good.dat| Billing master - the account  |  *
      *   |                        | must be on it                 |  *
      *   | protected-accounts.dat | Registry entries on file      |  *
      *   | operators.dat          | Shop-wide operator sign-on    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | protected-accounts.dat | Rewritten with the changes    |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | audit-trail.log        | Shared shop-wide write audit  |  *
      *   |                        | trail                         |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - An account not on the billing master is refused            *
      *   - A certificate expiry that is not a YYYYMMDD date after     *
      *     today, a blank contact name, or a phone number that is     *
      *     not 10 digits is refused and nothing is recorded           *
      *   - Inquiry-only operators may look but not change             *
      *   - No billing master means nothing can be registered - the    *
      *     program says so and exits                                  *
      *                                                                *
      * RETURN CODES :                                                 *
      *   - 8  : Sign-on refused                                       *
      *   - 16 : No billing master file, or more than 500 registry     *
      *          entries on file                                       *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Run from a terminal, like CHAP04A3E - not part of the        *
      *   nightly CHAP04DRV chain. A renewed certificate is entered    *
      *   with M again and replaces the old expiry. Removing keeps     *
      *   the record, so a later return shows what was on file. The    *
      *   winter moratorium is not kept here - it covers every         *
      *   account and is on disconnect-moratorium.dat.                 *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  Billing master and registry tables are      *
      *                    bounded at 500 - extra master accounts are  *
      *                    warned of, an overfull registry stops the   *
      *                    session, and a new entry is refused when    *
      *                    the registry is full.                       *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACCOUNT-MASTER
               ASSIGN TO 'data/account-master-good.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-PROTECTED ASSIGN TO 'data/protected-accounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECT-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ACCOUNT-MASTER.
           COPY ACCTMSTREC.

       FD  F-PROTECTED.
           COPY PROTECTREC.

           COPY IOERRFD.
           COPY AUDITFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-PROTECT-STATUS        PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY OPERWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-ANSWER                PIC X VALUE SPACE.
       01  WS-ACTION                PIC X VALUE SPACE.
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-IN            PIC X(5) VALUE SPACES.
       01  WS-CHANGED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-ENTRY-OK-SW           PIC X VALUE 'N'.
           88  ENTRY-OK             VALUE 'Y'.

      *    WHAT THE CSR KEYED FOR THE CHANGE BEING MADE.
       01  WS-EXPIRY-IN             PIC X(8) VALUE SPACES.
       01  WS-EXPIRY-DATE REDEFINES WS-EXPIRY-IN PIC 9(8).
       01  WS-CONTACT-NAME-IN       PIC X(20) VALUE SPACES.
       01  WS-CONTACT-PHONE-IN      PIC X(10) VALUE SPACES.

      *    BOTH FILES HELD WHOLE; ONLY THE REGISTRY IS REWRITTEN, SO
      *    A REGISTRY TOO BIG FOR ITS TABLE STOPS THE SESSION RATHER
      *    THAN LOSE THE ENTRIES THAT DID NOT FIT.
       01  MASTER-TABLE.
           05  GM-ENTRY OCCURS 500 TIMES
                   INDEXED BY GM-IDX.
               10  GM-ACCOUNT-NO    PIC X(5)  VALUE SPACES.
               10  GM-CUSTOMER-NAME PIC X(20) VALUE SPACES.
               10  GM-ADDRESS       PIC X(20) VALUE SPACES.
       01  GM-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-GM-NO-ROOM            PIC 9(5) VALUE ZERO.
       01  WS-GM-FOUND-SW           PIC X VALUE 'N'.
           88  MASTER-ON-FILE       VALUE 'Y'.

       01  PROTECT-TABLE.
           05  PRT-ENTRY OCCURS 500 TIMES
                   INDEXED BY PRT-IDX.
               10  PRT-ACCOUNT-NO   PIC X(5).
               10  PRT-DETAIL       PIC X(56).
       01  PROTECT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-PRT-FOUND-SW          PIC X VALUE 'N'.
           88  REGISTRY-ON-FILE     VALUE 'Y'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE 'CHAP04A3K' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 950-SIGN-ON-RTN
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-MASTER-RTN
           PERFORM 220-LOAD-REGISTRY-RTN

           PERFORM 300-TAKE-ONE-ACCOUNT-RTN
               UNTIL WS-ACCOUNT-IN = 'END'

           IF WS-CHANGED-COUNT > ZERO
               PERFORM 500-REWRITE-REGISTRY-RTN
           END-IF
           DISPLAY 'REGISTRY CHANGES RECORDED: ' WS-CHANGED-COUNT
           PERFORM 400-CLOSE-FILES
           STOP RUN
           .

       200-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS = '35'
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF WS-ERRLOG-STATUS NOT = '00'
              AND WS-ERRLOG-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open ERROR-LOG file. Status: '
                       WS-ERRLOG-STATUS
           END-IF

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

       210-LOAD-MASTER-RTN.
           OPEN INPUT F-ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'NO BILLING MASTER ON FILE - NOTHING TO '
                       'REGISTER'
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='ACCT-MASTER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-MASTER-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-ACCOUNT-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GM-COUNT < 500
                           ADD 1 TO GM-COUNT
                           SET GM-IDX TO GM-COUNT
                           MOVE ACCOUNT-NO-IN
                               TO GM-ACCOUNT-NO (GM-IDX)
                           MOVE CUSTOMER-NAME-IN
                               TO GM-CUSTOMER-NAME (GM-IDX)
                           MOVE ADDRESS-IN TO GM-ADDRESS (GM-IDX)
                       ELSE
                           ADD 1 TO WS-GM-NO-ROOM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-ACCOUNT-MASTER
           MOVE 'N' TO WS-EOF
           IF WS-GM-NO-ROOM > ZERO
               DISPLAY 'WARNING: More than 500 accounts on the '
                       'billing master - ' WS-GM-NO-ROOM
                       ' not loaded'
           END-IF
           .

       220-LOAD-REGISTRY-RTN.
           OPEN INPUT F-PROTECTED
           IF WS-PROTECT-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-PROTECTED
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PROTECT-COUNT < 500
                               ADD 1 TO PROTECT-COUNT
                               SET PRT-IDX TO PROTECT-COUNT
                               MOVE PROTECTED-ACCT-REC
                                   TO PRT-ENTRY (PRT-IDX)
                           ELSE
                               DISPLAY 'ERROR: More than 500 entries '
                                       'on the protected-account '
                                       'registry'
                               CLOSE F-PROTECTED
                               PERFORM 400-CLOSE-FILES
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PROTECTED
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *****************************************************************
      *    300-TAKE-ONE-ACCOUNT-RTN - ONE CALLER. SHOWS THE CUSTOMER   *
      *    AND ANY PROTECTION ON FILE, THEN TAKES THE CHANGE.          *
      *    'END' AT THE ACCOUNT PROMPT CLOSES THE SESSION.             *
      *****************************************************************
       300-TAKE-ONE-ACCOUNT-RTN.
           DISPLAY ' '
           DISPLAY 'ACCOUNT NUMBER (END TO FINISH)    : '
           ACCEPT WS-ACCOUNT-IN
           MOVE FUNCTION UPPER-CASE (WS-ACCOUNT-IN) TO WS-ACCOUNT-IN
           IF WS-ACCOUNT-IN = 'END'
               CONTINUE
           ELSE
               PERFORM 310-FIND-ACCOUNT-RTN
               IF NOT MASTER-ON-FILE
                   DISPLAY 'ACCOUNT ' WS-ACCOUNT-IN
                           ' IS NOT ON THE BILLING MASTER'
               ELSE
                   PERFORM 315-SHOW-PROTECTION-RTN
                   IF OPERATOR-IS-INQUIRY
                       DISPLAY 'INQUIRY OPERATORS MAY NOT CHANGE '
                               'THE REGISTRY'
                   ELSE
                       PERFORM 320-TAKE-ACTION-RTN
                   END-IF
               END-IF
           END-IF
           .

       310-FIND-ACCOUNT-RTN.
           MOVE 'N' TO WS-GM-FOUND-SW
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-ACCOUNT-NO (GM-IDX) = WS-ACCOUNT-IN
                   MOVE 'Y' TO WS-GM-FOUND-SW
           END-SEARCH

           MOVE 'N' TO WS-PRT-FOUND-SW
           MOVE SPACES TO PROTECTED-ACCT-REC
           SET PRT-IDX TO 1
           SEARCH PRT-ENTRY
               AT END
                   CONTINUE
               WHEN PRT-ACCOUNT-NO (PRT-IDX) = WS-ACCOUNT-IN
                   MOVE 'Y' TO WS-PRT-FOUND-SW
                   MOVE PRT-ENTRY (PRT-IDX) TO PROTECTED-ACCT-REC
           END-SEARCH
           .

       315-SHOW-PROTECTION-RTN.
           DISPLAY '  CUSTOMER        : ' GM-CUSTOMER-NAME (GM-IDX)
           DISPLAY '  SERVICE ADDRESS : ' GM-ADDRESS (GM-IDX)
           IF REGISTRY-ON-FILE AND PR-ACTIVE
               IF PR-MEDICAL
                   DISPLAY '  PROTECTION      : MEDICAL CERTIFICATE '
                           'THROUGH ' PR-CERT-EXPIRY-DATE
                   IF PR-CERT-EXPIRY-DATE < WS-TODAY
                       DISPLAY '  *** CERTIFICATE HAS EXPIRED - NOT '
                               'PROTECTED UNTIL RENEWED ***'
                   END-IF
               ELSE
                   DISPLAY '  PROTECTION      : ELDERLY CUSTOMER '
                           'SINCE ' PR-ADDED-DATE
               END-IF
               DISPLAY '  CONTACT         : ' PR-CONTACT-NAME
                       '  ' PR-CONTACT-PHONE
           ELSE
               DISPLAY '  PROTECTION      : NONE'
               IF REGISTRY-ON-FILE
                   DISPLAY '  (REMOVED ' PR-STATUS-DATE
                           ', LAST CONTACT ' PR-CONTACT-NAME ')'
               END-IF
           END-IF
           .

       320-TAKE-ACTION-RTN.
           DISPLAY 'M=MEDICAL CERT  E=ELDERLY  R=REMOVE  '
                   'BLANK=NO CHANGE : '
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'M'
                   PERFORM 330-TAKE-CERTIFICATE-RTN
               WHEN 'E'
                   PERFORM 335-TAKE-CONTACT-RTN
                   IF ENTRY-OK
                       MOVE ZERO TO WS-EXPIRY-DATE
                       PERFORM 338-CONFIRM-PROTECTION-RTN
                   END-IF
               WHEN 'R'
                   IF REGISTRY-ON-FILE AND PR-ACTIVE
                       PERFORM 350-CONFIRM-REMOVE-RTN
                   ELSE
                       DISPLAY 'ACCOUNT IS NOT ON THE REGISTRY'
                   END-IF
               WHEN SPACE
                   DISPLAY 'NOTHING CHANGED'
               WHEN OTHER
                   DISPLAY 'ANSWER M, E, R OR BLANK - NOTHING CHANGED'
           END-EVALUATE
           .

      *    THE EXPIRY IS THE LAST DAY THE CERTIFICATE COVERS, SO IT
      *    HAS TO FALL AFTER TODAY TO PROTECT ANYTHING.
       330-TAKE-CERTIFICATE-RTN.
           DISPLAY 'CERTIFICATE GOOD THROUGH (YYYYMMDD): '
           MOVE SPACES TO WS-EXPIRY-IN
           ACCEPT WS-EXPIRY-IN
           IF WS-EXPIRY-IN IS NOT NUMERIC
               DISPLAY 'THAT IS NOT A YYYYMMDD DATE - NOTHING RECORDED'
           ELSE
               IF WS-EXPIRY-IN (5:2) < '01' OR WS-EXPIRY-IN (5:2) > '12'
                  OR WS-EXPIRY-IN (7:2) < '01'
                  OR WS-EXPIRY-IN (7:2) > '31'
                   DISPLAY 'THAT IS NOT A YYYYMMDD DATE - NOTHING '
                           'RECORDED'
               ELSE
                   IF WS-EXPIRY-DATE NOT > WS-TODAY
                       DISPLAY 'THAT CERTIFICATE HAS ALREADY RUN OUT '
                               '- NOTHING RECORDED'
                   ELSE
                       PERFORM 335-TAKE-CONTACT-RTN
                       IF ENTRY-OK
                           PERFORM 338-CONFIRM-PROTECTION-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       335-TAKE-CONTACT-RTN.
           MOVE 'N' TO WS-ENTRY-OK-SW
           DISPLAY 'CONTACT NAME                      : '
           MOVE SPACES TO WS-CONTACT-NAME-IN
           ACCEPT WS-CONTACT-NAME-IN
           DISPLAY 'CONTACT PHONE (10 DIGITS)         : '
           MOVE SPACES TO WS-CONTACT-PHONE-IN
           ACCEPT WS-CONTACT-PHONE-IN
           IF WS-CONTACT-NAME-IN = SPACES
               DISPLAY 'A CONTACT NAME IS REQUIRED - NOTHING RECORDED'
           ELSE
               IF WS-CONTACT-PHONE-IN IS NOT NUMERIC
                   DISPLAY 'THE PHONE MUST BE 10 DIGITS - NOTHING '
                           'RECORDED'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-OK-SW
               END-IF
           END-IF
           .

      *    A NEW ENTRY NEEDS ROOM IN THE TABLE THE REGISTRY IS
      *    REWRITTEN FROM.
       338-CONFIRM-PROTECTION-RTN.
           IF NOT REGISTRY-ON-FILE
              AND PROTECT-COUNT NOT < 500
               DISPLAY 'THE REGISTRY IS FULL - NOTHING RECORDED'
           ELSE
               IF WS-ACTION = 'M'
                   DISPLAY '  ' WS-ACCOUNT-IN ' WILL NOT BE SHUT OFF '
                           'THROUGH ' WS-EXPIRY-DATE
               ELSE
                   DISPLAY '  ' WS-ACCOUNT-IN ' WILL NOT BE SHUT OFF '
                           'WHILE ON THE REGISTRY'
               END-IF
               DISPLAY 'RECORD PROTECTION? (Y/N)          : '
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM 340-RECORD-PROTECTION-RTN
                   DISPLAY 'RECORDED'
               ELSE
                   DISPLAY 'NOTHING RECORDED'
               END-IF
           END-IF
           .

      *    A FIRST REGISTRATION, OR A RETURN AFTER REMOVAL, DATES FROM
      *    TODAY; A RENEWED CERTIFICATE KEEPS THE ORIGINAL DATE ADDED.
       340-RECORD-PROTECTION-RTN.
           IF NOT REGISTRY-ON-FILE
               ADD 1 TO PROTECT-COUNT
               SET PRT-IDX TO PROTECT-COUNT
               MOVE SPACES TO PROTECTED-ACCT-REC
               MOVE WS-ACCOUNT-IN TO PR-ACCOUNT-NO
               MOVE WS-TODAY TO PR-ADDED-DATE
           END-IF
           IF NOT PR-ACTIVE
               MOVE WS-TODAY TO PR-ADDED-DATE
           END-IF
           MOVE WS-ACTION TO PR-PROTECT-TYPE
           MOVE WS-EXPIRY-DATE TO PR-CERT-EXPIRY-DATE
           MOVE WS-CONTACT-NAME-IN TO PR-CONTACT-NAME
           MOVE WS-CONTACT-PHONE-IN TO PR-CONTACT-PHONE
           MOVE 'A' TO PR-STATUS
           MOVE WS-TODAY TO PR-STATUS-DATE
           MOVE PROTECTED-ACCT-REC TO PRT-ENTRY (PRT-IDX)
           ADD 1 TO WS-CHANGED-COUNT
           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==WS-ACCOUNT-IN==
               ==:ACTION:==     BY =='PROTECT-ADD'==.
           .

       350-CONFIRM-REMOVE-RTN.
           DISPLAY 'TAKE ' WS-ACCOUNT-IN
                   ' OFF THE REGISTRY? (Y/N)        : '
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               MOVE 'R' TO PR-STATUS
               MOVE WS-TODAY TO PR-STATUS-DATE
               MOVE PROTECTED-ACCT-REC TO PRT-ENTRY (PRT-IDX)
               ADD 1 TO WS-CHANGED-COUNT
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==WS-ACCOUNT-IN==
                   ==:ACTION:==     BY =='PROTECT-REMOVE'==.
               DISPLAY 'RECORDED'
           ELSE
               DISPLAY 'NOTHING RECORDED'
           END-IF
           .

       500-REWRITE-REGISTRY-RTN.
           OPEN OUTPUT F-PROTECTED
           IF WS-PROTECT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open PROTECTED-ACCOUNTS file. '
                       'Status: ' WS-PROTECT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='PROTECTED'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-PROTECT-STATUS==.
           ELSE
               PERFORM 505-WRITE-ONE-ENTRY-RTN
                   VARYING PRT-IDX FROM 1 BY 1
                   UNTIL PRT-IDX > PROTECT-COUNT
               CLOSE F-PROTECTED
           END-IF
           .

       505-WRITE-ONE-ENTRY-RTN.
           MOVE PRT-ENTRY (PRT-IDX) TO PROTECTED-ACCT-REC
           WRITE PROTECTED-ACCT-REC
           .

       400-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           .

           COPY IOERRPARA.
           COPY AUDITPARA.
           COPY OPERPARA.
