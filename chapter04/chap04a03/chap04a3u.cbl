       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A3U.

      *****************************************************************
      * PROGRAM NAME : Autopay Bank-Draft Enrollment                   *
      * PROGRAM ID   : CHAP04A3U                                       *
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
      *   A customer who wanted the bill drafted from a bank account   *
      *   had no way to sign up - CHAP04A3P only posts cash after it   *
      *   arrives. The CSR enters the account here; the program shows  *
      *   the customer, where the account stands on autopay, and the   *
      *   next draft scheduled, and takes one of:                      *
      *     A - enroll in autopay, or change the bank routing number,  *
      *         account number, or account type,                       *
      *     O - take the account off autopay.                          *
      *   New or changed bank details start a prenote cycle: the       *
      *   CHAP04A3H draft run sends the bank a zero-dollar prenote     *
      *   and only drafts once the prenote has gone unreturned for     *
      *   the waiting period. Until then the customer pays the bill.   *
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
      *   | autopay-enroll.dat     | Autopay enrollments on file   |  *
      *   |                        | (AUTOPAYREC)                  |  *
      *   | autopay-drafts.dat     | Drafts scheduled and sent, to |  *
      *   |                        | show the next one (APDRAFTREC)|  *
      *   | operators.dat          | Shop-wide operator sign-on    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | autopay-enroll.dat     | Rewritten with the changes    |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | audit-trail.log        | Shared shop-wide write audit  |  *
      *   |                        | trail                         |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - An account not on the billing master is refused            *
      *   - A routing number that is not nine digits or fails the      *
      *     ABA check digit is refused and nothing is recorded         *
      *   - A blank bank account number, or one with a space in it,    *
      *     is refused; the account type must be C or S                *
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
      *   CHAP04A3A and CHAP04A3E - not part of the nightly CHAP04DRV  *
      *   chain. A draft already scheduled when the account comes off  *
      *   autopay, or when its bank details change, does not go out;   *
      *   the CSR is shown its amount and date so the customer can be  *
      *   told to pay that bill.                                       *
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

           SELECT F-AUTOPAY-ENROLL ASSIGN TO 'data/autopay-enroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT F-AUTOPAY-DRAFTS ASSIGN TO 'data/autopay-drafts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFTS-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ACCOUNT-MASTER.
           COPY ACCTMSTREC.

       FD  F-AUTOPAY-ENROLL.
           COPY AUTOPAYREC.

       FD  F-AUTOPAY-DRAFTS.
           COPY APDRAFTREC.

           COPY IOERRFD.
           COPY AUDITFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-ENROLL-STATUS         PIC XX.
       01  WS-DRAFTS-STATUS         PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY OPERWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-ANSWER                PIC X VALUE SPACE.
       01  WS-ACTION                PIC X VALUE SPACE.
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-IN            PIC X(5) VALUE SPACES.
       01  WS-ROUTING-IN            PIC X(9) VALUE SPACES.
       01  WS-BANK-ACCOUNT-IN       PIC X(17) VALUE SPACES.
       01  WS-ACCT-TYPE-IN          PIC X VALUE SPACE.
       01  WS-CHANGED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-ENTRY-OK-SW           PIC X VALUE 'N'.
           88  ENTRY-OK             VALUE 'Y'.

      *    ABA CHECK DIGIT - THE NINE ROUTING DIGITS WEIGHTED 3,7,1
      *    REPEATING MUST SUM TO A MULTIPLE OF TEN.
       01  WS-ROUTING-DIGITS        PIC 9(9) VALUE ZERO.
       01  WS-ROUTING-DIGITS-R REDEFINES WS-ROUTING-DIGITS.
           05  WS-ROUTING-DIGIT     PIC 9 OCCURS 9 TIMES.
       01  ABA-WEIGHT-VALUES        PIC X(9) VALUE '371371371'.
       01  ABA-WEIGHTS REDEFINES ABA-WEIGHT-VALUES.
           05  ABA-WEIGHT           PIC 9 OCCURS 9 TIMES.
       01  WS-ABA-SUM               PIC 9(4) VALUE ZERO.
       01  WS-ABA-SUB               PIC 99 VALUE ZERO.
       01  WS-SPACE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-ACCT-LEN              PIC 9(3) VALUE ZERO.

      *    THE STATE AS THE CSR SEES IT.
       01  WS-STATE-TEXT            PIC X(30) VALUE SPACES.
       01  WS-AMOUNT-OUT            PIC $$,$$9.99.

      *    MASTER AND ENROLLMENTS HELD WHOLE; ONLY THE ENROLLMENTS ARE
      *    REWRITTEN. DRAFTS ARE READ FOR DISPLAY ONLY.
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
           05  APE-ENTRY OCCURS 500 TIMES
                   INDEXED BY APE-IDX.
               10  APE-ACCOUNT-NO   PIC X(5).
               10  APE-DETAIL       PIC X(57).
       01  ENROLL-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-APE-FOUND-SW          PIC X VALUE 'N'.
           88  ENROLLMENT-ON-FILE   VALUE 'Y'.

       01  SCHEDULED-TABLE.
           05  SCH-ENTRY OCCURS 500 TIMES
                   INDEXED BY SCH-IDX.
               10  SCH-ACCOUNT-NO   PIC X(5)  VALUE SPACES.
               10  SCH-AMOUNT       PIC 9(5)V99 VALUE ZERO.
               10  SCH-DRAFT-DATE   PIC 9(8)  VALUE ZERO.
       01  SCHEDULED-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-SCH-FOUND-SW          PIC X VALUE 'N'.
           88  DRAFT-SCHEDULED      VALUE 'Y'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE 'CHAP04A3U' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 950-SIGN-ON-RTN
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-MASTER-RTN
           PERFORM 220-LOAD-ENROLLMENTS-RTN
           PERFORM 230-LOAD-SCHEDULED-RTN

           PERFORM 300-TAKE-ONE-ACCOUNT-RTN
               UNTIL WS-ACCOUNT-IN = 'END'

           IF WS-CHANGED-COUNT > ZERO
               PERFORM 500-REWRITE-ENROLLMENTS-RTN
           END-IF
           DISPLAY 'AUTOPAY CHANGES RECORDED: ' WS-CHANGED-COUNT
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
           OPEN INPUT F-AUTOPAY-ENROLL
           IF WS-ENROLL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-AUTOPAY-ENROLL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ENROLL-COUNT NOT < ENROLL-MAX
                               MOVE 'AUTOPAY-ENROLL'
                                   TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO ENROLL-COUNT
                           SET APE-IDX TO ENROLL-COUNT
                           MOVE AUTOPAY-ENROLL-REC
                               TO APE-ENTRY (APE-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-AUTOPAY-ENROLL
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *    ONLY DRAFTS NOT YET SENT TO THE BANK ARE OF INTEREST HERE.
       230-LOAD-SCHEDULED-RTN.
           OPEN INPUT F-AUTOPAY-DRAFTS
           IF WS-DRAFTS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-AUTOPAY-DRAFTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DR-IS-SCHEDULED
                              AND SCHEDULED-COUNT < 500
                               ADD 1 TO SCHEDULED-COUNT
                               SET SCH-IDX TO SCHEDULED-COUNT
                               MOVE DR-ACCOUNT-NO
                                   TO SCH-ACCOUNT-NO (SCH-IDX)
                               MOVE DR-AMOUNT TO SCH-AMOUNT (SCH-IDX)
                               MOVE DR-DRAFT-DATE
                                   TO SCH-DRAFT-DATE (SCH-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-AUTOPAY-DRAFTS
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *****************************************************************
      *    300-TAKE-ONE-ACCOUNT-RTN - ONE CALLER. SHOWS THE CUSTOMER,  *
      *    THE AUTOPAY STANDING AND ANY DRAFT SCHEDULED, THEN TAKES    *
      *    THE CHANGE. 'END' AT THE ACCOUNT PROMPT CLOSES THE SESSION. *
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
                   PERFORM 315-SHOW-AUTOPAY-RTN
                   IF OPERATOR-IS-INQUIRY
                       DISPLAY 'INQUIRY OPERATORS MAY NOT CHANGE '
                               'AUTOPAY'
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

           MOVE 'N' TO WS-APE-FOUND-SW
           MOVE SPACES TO AUTOPAY-ENROLL-REC
           SET APE-IDX TO 1
           SEARCH APE-ENTRY
               AT END
                   CONTINUE
               WHEN APE-ACCOUNT-NO (APE-IDX) = WS-ACCOUNT-IN
                   MOVE 'Y' TO WS-APE-FOUND-SW
                   MOVE APE-ENTRY (APE-IDX) TO AUTOPAY-ENROLL-REC
           END-SEARCH

           MOVE 'N' TO WS-SCH-FOUND-SW
           SET SCH-IDX TO 1
           SEARCH SCH-ENTRY
               AT END
                   CONTINUE
               WHEN SCH-ACCOUNT-NO (SCH-IDX) = WS-ACCOUNT-IN
                   MOVE 'Y' TO WS-SCH-FOUND-SW
           END-SEARCH
           .

       315-SHOW-AUTOPAY-RTN.
           DISPLAY '  CUSTOMER        : ' GM-CUSTOMER-NAME (GM-IDX)
           DISPLAY '  SERVICE ADDRESS : ' GM-ADDRESS (GM-IDX)
           IF NOT ENROLLMENT-ON-FILE
               DISPLAY '  AUTOPAY         : NOT ENROLLED'
           ELSE
               EVALUATE TRUE
                   WHEN AP-IS-LIVE
                       MOVE 'DRAFTING SINCE' TO WS-STATE-TEXT
                   WHEN AP-IS-PRENOTE AND AP-PRENOTE-DATE = ZERO
                       MOVE 'PRENOTE TO BE SENT - ENTERED'
                           TO WS-STATE-TEXT
                   WHEN AP-IS-PRENOTE
                       MOVE 'PRENOTE SENT - ENTERED'
                           TO WS-STATE-TEXT
                   WHEN OTHER
                       MOVE 'OFF AUTOPAY SINCE' TO WS-STATE-TEXT
               END-EVALUATE
               DISPLAY '  AUTOPAY         : ' WS-STATE-TEXT
                       ' ' AP-STATE-DATE
               DISPLAY '  BANK ROUTING    : ' AP-ROUTING-NO
                       '  ACCOUNT ' AP-BANK-ACCOUNT-NO
                       '  TYPE ' AP-BANK-ACCT-TYPE
               IF AP-RETURN-COUNT > ZERO
                   DISPLAY '  DRAFTS RETURNED : ' AP-RETURN-COUNT
                           '  LAST REASON ' AP-LAST-RETURN-CODE
               END-IF
               IF AP-IS-OFF AND AP-LAST-RETURN-CODE NOT = 'CSR'
                   DISPLAY '  (TAKEN OFF BY THE DRAFT RUN - BANK '
                           'RETURNS)'
               END-IF
           END-IF
           IF DRAFT-SCHEDULED
               MOVE SCH-AMOUNT (SCH-IDX) TO WS-AMOUNT-OUT
               DISPLAY '  NEXT DRAFT      : ' WS-AMOUNT-OUT
                       ' ON ' SCH-DRAFT-DATE (SCH-IDX)
           END-IF
           .

       320-TAKE-ACTION-RTN.
           DISPLAY 'A=ENROLL/CHANGE BANK  O=OFF AUTOPAY  '
                   'BLANK=NO CHANGE : '
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
                   IF NOT ENROLLMENT-ON-FILE
                      AND ENROLL-COUNT NOT < ENROLL-MAX
                       DISPLAY 'ENROLLMENT FILE HOLDS ' ENROLL-MAX
                               ' ACCOUNTS - NOTHING CHANGED'
                   ELSE
                       PERFORM 330-TAKE-BANK-DETAILS-RTN
                   END-IF
               WHEN 'O'
                   IF ENROLLMENT-ON-FILE AND NOT AP-IS-OFF
                       PERFORM 350-CONFIRM-OFF-RTN
                   ELSE
                       DISPLAY 'ACCOUNT IS NOT ON AUTOPAY'
                   END-IF
               WHEN SPACE
                   DISPLAY 'NOTHING CHANGED'
               WHEN OTHER
                   DISPLAY 'ANSWER A, O OR BLANK - NOTHING CHANGED'
           END-EVALUATE
           .

       330-TAKE-BANK-DETAILS-RTN.
           DISPLAY 'BANK ROUTING NUMBER (9 DIGITS)    : '
           MOVE SPACES TO WS-ROUTING-IN
           ACCEPT WS-ROUTING-IN
           DISPLAY 'BANK ACCOUNT NUMBER               : '
           MOVE SPACES TO WS-BANK-ACCOUNT-IN
           ACCEPT WS-BANK-ACCOUNT-IN
           DISPLAY 'ACCOUNT TYPE (C=CHECKING S=SAVINGS): '
           MOVE SPACE TO WS-ACCT-TYPE-IN
           ACCEPT WS-ACCT-TYPE-IN
           MOVE FUNCTION UPPER-CASE (WS-ACCT-TYPE-IN)
               TO WS-ACCT-TYPE-IN
           PERFORM 335-CHECK-BANK-DETAILS-RTN
           IF ENTRY-OK
               DISPLAY '  BILLS FOR ' WS-ACCOUNT-IN
                       ' WILL BE DRAFTED FROM ' WS-ROUTING-IN
                       ' / ' WS-BANK-ACCOUNT-IN
               DISPLAY '  AFTER A PRENOTE TO THE BANK CLEARS - '
                       'UNTIL THEN THE CUSTOMER PAYS THE BILL'
               IF DRAFT-SCHEDULED
                   PERFORM 360-WARN-SCHEDULED-RTN
               END-IF
               DISPLAY 'RECORD AUTOPAY ENROLLMENT? (Y/N)  : '
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM 340-RECORD-AUTOPAY-RTN
                   DISPLAY 'RECORDED'
               ELSE
                   DISPLAY 'NOTHING RECORDED'
               END-IF
           END-IF
           .

       335-CHECK-BANK-DETAILS-RTN.
           MOVE 'Y' TO WS-ENTRY-OK-SW
           IF WS-ROUTING-IN IS NOT NUMERIC
               DISPLAY 'ROUTING NUMBER MUST BE NINE DIGITS - '
                       'NOTHING RECORDED'
               MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
               MOVE WS-ROUTING-IN TO WS-ROUTING-DIGITS
               MOVE ZERO TO WS-ABA-SUM
               PERFORM 337-ADD-ROUTING-DIGIT-RTN
                   VARYING WS-ABA-SUB FROM 1 BY 1
                   UNTIL WS-ABA-SUB > 9
               IF FUNCTION MOD (WS-ABA-SUM, 10) NOT = ZERO
                   DISPLAY 'ROUTING NUMBER FAILS THE CHECK DIGIT - '
                           'NOTHING RECORDED'
                   MOVE 'N' TO WS-ENTRY-OK-SW
               END-IF
           END-IF

           MOVE ZERO TO WS-SPACE-COUNT WS-ACCT-LEN
           INSPECT FUNCTION REVERSE (WS-BANK-ACCOUNT-IN)
               TALLYING WS-ACCT-LEN FOR LEADING SPACES
           COMPUTE WS-ACCT-LEN =
               LENGTH OF WS-BANK-ACCOUNT-IN - WS-ACCT-LEN
           IF WS-ACCT-LEN > ZERO
               INSPECT WS-BANK-ACCOUNT-IN (1:WS-ACCT-LEN)
                   TALLYING WS-SPACE-COUNT FOR ALL SPACES
           END-IF
           IF WS-ACCT-LEN = ZERO OR WS-SPACE-COUNT > ZERO
               DISPLAY 'BANK ACCOUNT NUMBER IS BLANK OR HAS A '
                       'SPACE IN IT - NOTHING RECORDED'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF

           IF WS-ACCT-TYPE-IN NOT = 'C' AND WS-ACCT-TYPE-IN NOT = 'S'
               DISPLAY 'ACCOUNT TYPE MUST BE C OR S - '
                       'NOTHING RECORDED'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF
           .

       337-ADD-ROUTING-DIGIT-RTN.
           COMPUTE WS-ABA-SUM = WS-ABA-SUM
               + WS-ROUTING-DIGIT (WS-ABA-SUB) * ABA-WEIGHT (WS-ABA-SUB)
           .

      *    NEW OR CHANGED BANK DETAILS GO BACK THROUGH THE PRENOTE
      *    CYCLE WITH A CLEAN RETURN COUNT. RE-KEYING THE SAME DETAILS
      *    ON A LIVE ACCOUNT CHANGES NOTHING.
       340-RECORD-AUTOPAY-RTN.
           IF NOT ENROLLMENT-ON-FILE
               ADD 1 TO ENROLL-COUNT
               SET APE-IDX TO ENROLL-COUNT
               MOVE SPACES TO AUTOPAY-ENROLL-REC
               MOVE WS-ACCOUNT-IN TO AP-ACCOUNT-NO
               MOVE 'O' TO AP-STATE
           END-IF
           IF AP-IS-LIVE
              AND AP-ROUTING-NO = WS-ROUTING-IN
              AND AP-BANK-ACCOUNT-NO = WS-BANK-ACCOUNT-IN
              AND AP-BANK-ACCT-TYPE = WS-ACCT-TYPE-IN
               DISPLAY '  SAME BANK DETAILS - ACCOUNT STAYS LIVE'
           ELSE
               MOVE WS-ROUTING-IN TO AP-ROUTING-NO
               MOVE WS-BANK-ACCOUNT-IN TO AP-BANK-ACCOUNT-NO
               MOVE WS-ACCT-TYPE-IN TO AP-BANK-ACCT-TYPE
               MOVE 'P' TO AP-STATE
               MOVE WS-TODAY TO AP-ENROLL-DATE
               MOVE ZERO TO AP-PRENOTE-DATE
               MOVE ZERO TO AP-RETURN-COUNT
               MOVE WS-TODAY TO AP-STATE-DATE
               MOVE SPACES TO AP-LAST-RETURN-CODE
               MOVE AUTOPAY-ENROLL-REC TO APE-ENTRY (APE-IDX)
               ADD 1 TO WS-CHANGED-COUNT
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==WS-ACCOUNT-IN==
                   ==:ACTION:==     BY =='AUTOPAY-ENROLL'==.
           END-IF
           .

       350-CONFIRM-OFF-RTN.
           IF DRAFT-SCHEDULED
               PERFORM 360-WARN-SCHEDULED-RTN
           END-IF
           DISPLAY 'TAKE ' WS-ACCOUNT-IN
                   ' OFF AUTOPAY? (Y/N)             : '
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               MOVE 'O' TO AP-STATE
               MOVE WS-TODAY TO AP-STATE-DATE
               MOVE 'CSR' TO AP-LAST-RETURN-CODE
               MOVE AUTOPAY-ENROLL-REC TO APE-ENTRY (APE-IDX)
               ADD 1 TO WS-CHANGED-COUNT
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==WS-ACCOUNT-IN==
                   ==:ACTION:==     BY =='AUTOPAY-CANCEL'==.
               DISPLAY 'RECORDED'
           ELSE
               DISPLAY 'NOTHING RECORDED'
           END-IF
           .

      *    THE DRAFT RUN ONLY SENDS A SCHEDULED DRAFT FOR AN ACCOUNT
      *    STILL LIVE ON ITS DATE, SO THE CUSTOMER MUST PAY THIS ONE.
       360-WARN-SCHEDULED-RTN.
           MOVE SCH-AMOUNT (SCH-IDX) TO WS-AMOUNT-OUT
           DISPLAY '  NOTE: THE ' WS-AMOUNT-OUT ' DRAFT DUE '
                   SCH-DRAFT-DATE (SCH-IDX) ' WILL NOT GO OUT -'
           DISPLAY '        TELL THE CUSTOMER TO PAY THAT BILL'
           .

       500-REWRITE-ENROLLMENTS-RTN.
           OPEN OUTPUT F-AUTOPAY-ENROLL
           IF WS-ENROLL-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open AUTOPAY-ENROLL file. '
                       'Status: ' WS-ENROLL-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='AUTOPAY-ENRL'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-ENROLL-STATUS==.
           ELSE
               PERFORM 505-WRITE-ONE-ENROLLMENT-RTN
                   VARYING APE-IDX FROM 1 BY 1
                   UNTIL APE-IDX > ENROLL-COUNT
               CLOSE F-AUTOPAY-ENROLL
           END-IF
           .

       505-WRITE-ONE-ENROLLMENT-RTN.
           MOVE APE-ENTRY (APE-IDX) TO AUTOPAY-ENROLL-REC
           WRITE AUTOPAY-ENROLL-REC
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
