       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A3E.

      *****************************************************************
      * PROGRAM NAME : Paperless E-Bill Enrollment                     *
      * PROGRAM ID   : CHAP04A3E                                       *
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
      *   Every account got a printed bill, even a customer who had    *
      *   asked for email only. The CSR enters the account here; the   *
      *   program shows the customer and how their bill is delivered   *
      *   now, and takes one of:                                       *
      *     E - enroll in paperless billing, or change the email the   *
      *         bill notice goes to,                                   *
      *     P - put the account back on a printed bill.                *
      *   On confirmation the choice is recorded on ebill-enroll.dat.  *
      *   CHAP04A3B leaves paperless accounts out of bill-print.dat    *
      *   and hands them to the portal instead. Shut-off notices are   *
      *   not affected - CHAP04A03D prints them for every account.     *
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
      *   | ebill-enroll.dat       | Delivery choices on file      |  *
      *   | operators.dat          | Shop-wide operator sign-on    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | ebill-enroll.dat       | Rewritten with the changes    |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | audit-trail.log        | Shared shop-wide write audit  |  *
      *   |                        | trail                         |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - An account not on the billing master is refused            *
      *   - An email without a single @ and a dot after it, or with    *
      *     a space in it, is refused and nothing is recorded          *
      *   - Inquiry-only operators may look but not change             *
      *   - No billing master means nothing can be enrolled - the      *
      *     program says so and exits                                  *
      *   - A master or enrollment file too big for its table ends     *
      *     the run before anything is taken; a new enrollment that    *
      *     would not fit is refused                                   *
      *                                                                *
      * RETURN CODES :                                                 *
      *   - 8  : Sign-on refused                                       *
      *   - 16 : No billing master file, or a file too big for its     *
      *          table                                                 *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Run from a terminal while the customer is on the phone, like *
      *   CHAP04A3A - not part of the nightly CHAP04DRV chain. Going   *
      *   back to paper keeps the record, email and enrollment date,   *
      *   so a later re-enrollment shows what was on file.             *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  A master or enrollment file too big for its *
      *                    table ends the run with RC 16; a new        *
      *                    enrollment past the table is refused.       *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACCOUNT-MASTER
               ASSIGN TO 'data/account-master-good.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-EBILL-ENROLL ASSIGN TO 'data/ebill-enroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ACCOUNT-MASTER.
           COPY ACCTMSTREC.

       FD  F-EBILL-ENROLL.
           COPY EBILLREC.

           COPY IOERRFD.
           COPY AUDITFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-ENROLL-STATUS         PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY OPERWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-ANSWER                PIC X VALUE SPACE.
       01  WS-ACTION                PIC X VALUE SPACE.
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-IN            PIC X(5) VALUE SPACES.
       01  WS-EMAIL-IN              PIC X(50) VALUE SPACES.
       01  WS-CHANGED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-ENTRY-OK-SW           PIC X VALUE 'N'.
           88  ENTRY-OK             VALUE 'Y'.

      *    EMAIL CHECK WORK FIELDS - ONE @, NOT FIRST, WITH A DOT
      *    SOMEWHERE AFTER IT, AND NO EMBEDDED SPACES.
       01  WS-AT-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-AT-POS                PIC 9(3) VALUE ZERO.
       01  WS-DOT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-SPACE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-EMAIL-LEN             PIC 9(3) VALUE ZERO.

      *    BOTH FILES HELD WHOLE; ONLY THE ENROLLMENTS ARE REWRITTEN.
       01  MASTER-MAX               PIC 9(3) VALUE 500.
       01  ENROLL-MAX               PIC 9(3) VALUE 500.
       01  WS-FULL-FILE-LABEL       PIC X(20) VALUE SPACES.
       01  MASTER-TABLE.
           05  GM-ENTRY OCCURS 500 TIMES
                   INDEXED BY GM-IDX.
               10  GM-ACCOUNT-NO    PIC X(5)  VALUE SPACES.
               10  GM-CUSTOMER-NAME PIC X(20) VALUE SPACES.
               10  GM-ADDRESS       PIC X(20) VALUE SPACES.
       01  GM-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-GM-FOUND-SW           PIC X VALUE 'N'.
           88  MASTER-ON-FILE       VALUE 'Y'.

       01  ENROLL-TABLE.
           05  ENR-ENTRY OCCURS 500 TIMES
                   INDEXED BY ENR-IDX.
               10  ENR-ACCOUNT-NO   PIC X(5).
               10  ENR-DETAIL       PIC X(67).
       01  ENROLL-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-ENR-FOUND-SW          PIC X VALUE 'N'.
           88  ENROLLMENT-ON-FILE   VALUE 'Y'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE 'CHAP04A3E' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 950-SIGN-ON-RTN
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-MASTER-RTN
           PERFORM 220-LOAD-ENROLLMENTS-RTN

           PERFORM 300-TAKE-ONE-ACCOUNT-RTN
               UNTIL WS-ACCOUNT-IN = 'END'

           IF WS-CHANGED-COUNT > ZERO
               PERFORM 500-REWRITE-ENROLLMENTS-RTN
           END-IF
           DISPLAY 'DELIVERY CHOICES RECORDED: ' WS-CHANGED-COUNT
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
                       'ENROLL'
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
                       IF GM-COUNT NOT < MASTER-MAX
                           MOVE 'ACCT-MASTER' TO WS-FULL-FILE-LABEL
                           PERFORM 990-TABLE-FULL-RTN
                       END-IF
                       ADD 1 TO GM-COUNT
                       SET GM-IDX TO GM-COUNT
                       MOVE ACCOUNT-NO-IN TO GM-ACCOUNT-NO (GM-IDX)
                       MOVE CUSTOMER-NAME-IN
                           TO GM-CUSTOMER-NAME (GM-IDX)
                       MOVE ADDRESS-IN TO GM-ADDRESS (GM-IDX)
               END-READ
           END-PERFORM
           CLOSE F-ACCOUNT-MASTER
           MOVE 'N' TO WS-EOF
           .

       220-LOAD-ENROLLMENTS-RTN.
           OPEN INPUT F-EBILL-ENROLL
           IF WS-ENROLL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-EBILL-ENROLL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ENROLL-COUNT NOT < ENROLL-MAX
                               MOVE 'EBILL-ENROLL'
                                   TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO ENROLL-COUNT
                           SET ENR-IDX TO ENROLL-COUNT
                           MOVE EBILL-ENROLL-REC
                               TO ENR-ENTRY (ENR-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-EBILL-ENROLL
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *****************************************************************
      *    300-TAKE-ONE-ACCOUNT-RTN - ONE CALLER. SHOWS THE CUSTOMER   *
      *    AND THE DELIVERY NOW ON FILE, THEN TAKES THE CHANGE.        *
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
                   PERFORM 315-SHOW-DELIVERY-RTN
                   IF OPERATOR-IS-INQUIRY
                       DISPLAY 'INQUIRY OPERATORS MAY NOT CHANGE '
                               'BILL DELIVERY'
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

           MOVE 'N' TO WS-ENR-FOUND-SW
           MOVE SPACES TO EBILL-ENROLL-REC
           SET ENR-IDX TO 1
           SEARCH ENR-ENTRY
               AT END
                   CONTINUE
               WHEN ENR-ACCOUNT-NO (ENR-IDX) = WS-ACCOUNT-IN
                   MOVE 'Y' TO WS-ENR-FOUND-SW
                   MOVE ENR-ENTRY (ENR-IDX) TO EBILL-ENROLL-REC
           END-SEARCH
           .

       315-SHOW-DELIVERY-RTN.
           DISPLAY '  CUSTOMER        : ' GM-CUSTOMER-NAME (GM-IDX)
           DISPLAY '  SERVICE ADDRESS : ' GM-ADDRESS (GM-IDX)
           IF ENROLLMENT-ON-FILE AND EB-PAPERLESS
               DISPLAY '  BILL DELIVERY   : PAPERLESS SINCE '
                       EB-ENROLL-DATE
               DISPLAY '  EMAIL           : ' EB-EMAIL
           ELSE
               DISPLAY '  BILL DELIVERY   : PRINTED BILL'
               IF ENROLLMENT-ON-FILE
                   DISPLAY '  (PAPERLESS ENDED ' EB-CHANGE-DATE
                           ', LAST EMAIL ' EB-EMAIL ')'
               END-IF
           END-IF
           .

       320-TAKE-ACTION-RTN.
           DISPLAY 'E=PAPERLESS/CHANGE EMAIL  P=PRINTED  '
                   'BLANK=NO CHANGE : '
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'E'
                   IF NOT ENROLLMENT-ON-FILE
                      AND ENROLL-COUNT NOT < ENROLL-MAX
                       DISPLAY 'ENROLLMENT FILE HOLDS ' ENROLL-MAX
                               ' ACCOUNTS - NOTHING CHANGED'
                   ELSE
                       PERFORM 330-TAKE-EMAIL-RTN
                   END-IF
               WHEN 'P'
                   IF ENROLLMENT-ON-FILE AND EB-PAPERLESS
                       PERFORM 350-CONFIRM-PAPER-RTN
                   ELSE
                       DISPLAY 'ACCOUNT ALREADY GETS A PRINTED BILL'
                   END-IF
               WHEN SPACE
                   DISPLAY 'NOTHING CHANGED'
               WHEN OTHER
                   DISPLAY 'ANSWER E, P OR BLANK - NOTHING CHANGED'
           END-EVALUATE
           .

       330-TAKE-EMAIL-RTN.
           DISPLAY 'EMAIL ADDRESS                     : '
           MOVE SPACES TO WS-EMAIL-IN
           ACCEPT WS-EMAIL-IN
           PERFORM 335-CHECK-EMAIL-RTN
           IF NOT ENTRY-OK
               DISPLAY 'THAT IS NOT A USABLE EMAIL ADDRESS - '
                       'NOTHING RECORDED'
           ELSE
               DISPLAY '  BILLS FOR ' WS-ACCOUNT-IN
                       ' WILL GO TO ' WS-EMAIL-IN
               DISPLAY '  AND NO LONGER PRINT (SHUT-OFF NOTICES '
                       'STILL PRINT)'
               DISPLAY 'RECORD PAPERLESS BILLING? (Y/N)   : '
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM 340-RECORD-PAPERLESS-RTN
                   DISPLAY 'RECORDED'
               ELSE
                   DISPLAY 'NOTHING RECORDED'
               END-IF
           END-IF
           .

       335-CHECK-EMAIL-RTN.
           MOVE 'N' TO WS-ENTRY-OK-SW
           MOVE ZERO TO WS-AT-COUNT WS-AT-POS WS-DOT-COUNT
                        WS-SPACE-COUNT WS-EMAIL-LEN
           INSPECT FUNCTION REVERSE (WS-EMAIL-IN)
               TALLYING WS-EMAIL-LEN FOR LEADING SPACES
           COMPUTE WS-EMAIL-LEN = LENGTH OF WS-EMAIL-IN - WS-EMAIL-LEN
           IF WS-EMAIL-LEN > ZERO
               INSPECT WS-EMAIL-IN (1:WS-EMAIL-LEN)
                   TALLYING WS-AT-COUNT FOR ALL '@'
                            WS-SPACE-COUNT FOR ALL SPACES
               INSPECT WS-EMAIL-IN TALLYING WS-AT-POS
                   FOR CHARACTERS BEFORE INITIAL '@'
               IF WS-AT-COUNT = 1 AND WS-SPACE-COUNT = ZERO
                  AND WS-AT-POS > ZERO
                  AND WS-AT-POS + 1 < WS-EMAIL-LEN
                   INSPECT WS-EMAIL-IN (WS-AT-POS + 2:
                                        WS-EMAIL-LEN - WS-AT-POS - 1)
                       TALLYING WS-DOT-COUNT FOR ALL '.'
                   IF WS-DOT-COUNT > ZERO
                      AND WS-EMAIL-IN (WS-EMAIL-LEN:1) NOT = '.'
                       MOVE 'Y' TO WS-ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF
           .

      *    A FIRST ENROLLMENT, OR A RETURN FROM PAPER, DATES FROM
      *    TODAY; AN EMAIL CHANGE KEEPS THE ORIGINAL ENROLLMENT DATE.
       340-RECORD-PAPERLESS-RTN.
           IF NOT ENROLLMENT-ON-FILE
               ADD 1 TO ENROLL-COUNT
               SET ENR-IDX TO ENROLL-COUNT
               MOVE SPACES TO EBILL-ENROLL-REC
               MOVE WS-ACCOUNT-IN TO EB-ACCOUNT-NO
               MOVE WS-TODAY TO EB-ENROLL-DATE
           END-IF
           IF NOT EB-PAPERLESS
               MOVE WS-TODAY TO EB-ENROLL-DATE
           END-IF
           MOVE 'E' TO EB-DELIVERY
           MOVE WS-EMAIL-IN TO EB-EMAIL
           MOVE WS-TODAY TO EB-CHANGE-DATE
           MOVE EBILL-ENROLL-REC TO ENR-ENTRY (ENR-IDX)
           ADD 1 TO WS-CHANGED-COUNT
           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==WS-ACCOUNT-IN==
               ==:ACTION:==     BY =='EBILL-ENROLL'==.
           .

       350-CONFIRM-PAPER-RTN.
           DISPLAY 'PUT ' WS-ACCOUNT-IN
                   ' BACK ON A PRINTED BILL? (Y/N)  : '
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               MOVE 'P' TO EB-DELIVERY
               MOVE WS-TODAY TO EB-CHANGE-DATE
               MOVE EBILL-ENROLL-REC TO ENR-ENTRY (ENR-IDX)
               ADD 1 TO WS-CHANGED-COUNT
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==WS-ACCOUNT-IN==
                   ==:ACTION:==     BY =='EBILL-CANCEL'==.
               DISPLAY 'RECORDED'
           ELSE
               DISPLAY 'NOTHING RECORDED'
           END-IF
           .

       500-REWRITE-ENROLLMENTS-RTN.
           OPEN OUTPUT F-EBILL-ENROLL
           IF WS-ENROLL-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open EBILL-ENROLL file. '
                       'Status: ' WS-ENROLL-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='EBILL-ENROLL'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-ENROLL-STATUS==.
           ELSE
               PERFORM 505-WRITE-ONE-ENROLLMENT-RTN
                   VARYING ENR-IDX FROM 1 BY 1
                   UNTIL ENR-IDX > ENROLL-COUNT
               CLOSE F-EBILL-ENROLL
           END-IF
           .

       505-WRITE-ONE-ENROLLMENT-RTN.
           MOVE ENR-ENTRY (ENR-IDX) TO EBILL-ENROLL-REC
           WRITE EBILL-ENROLL-REC
           .

       400-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           .

       990-TABLE-FULL-RTN.
           DISPLAY 'ERROR: ' WS-FULL-FILE-LABEL
                   ' file too big for its table - nothing updated'
           PERFORM 400-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

           COPY IOERRPARA.
           COPY AUDITPARA.
           COPY OPERPARA.
