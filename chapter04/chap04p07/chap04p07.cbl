       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04P07.

      *****************************************************************
      * PROGRAM NAME : Positive Pay and Check Reconciliation           *
      * PROGRAM ID   : CHAP04P07                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Batch                                           *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   Keeps the issued-check file, check-issue.dat - every payroll *
      *   check cut, with its payee, amount, issue date, and whether   *
      *   the bank has paid it - and works it in two steps selected    *
      *   by PARM:                                                     *
      *                                                                *
      *   ISSUE - run after every CHAP04P01, CHAP04P01R, or CHAP04P01S *
      *     run. Picks up each check on check-register.dat and         *
      *     offcycle-check-reg.dat not already on check-issue.dat,     *
      *     adds it as outstanding, and writes it to the positive-pay  *
      *     issue file for the bank with a control trailer.            *
      *                                                                *
      *   RECON - run when the bank's paid-items file arrives. Matches *
      *     each paid item to check-issue.dat, marks it paid, and      *
      *     reports checks paid that were never issued, checks paid a  *
      *     second time, and amounts that differ from the issue, then  *
      *     lists every check still outstanding aged by issue date     *
      *     (0-30, 31-60, 61-90, over 90 days) with bucket totals.     *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   ---------------------- -----------------------------------  *
      *   | File Name           | Description                       |  *
      *   ---------------------- -----------------------------------  *
      *   | check-issue.dat     | Issued-check file (optional on    |  *
      *   |                     | the first ISSUE run)              |  *
      *   | check-register.dat  | Regular run's check register      |  *
      *   | offcycle-check-     | Off-cycle run's check register    |  *
      *   |   reg.dat           |                                   |  *
      *   | bank-paid-items.dat | Bank's paid items (RECON only)    |  *
      *   ---------------------- -----------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ---------------------- -----------------------------------  *
      *   | File Name           | Description                       |  *
      *   ---------------------- -----------------------------------  *
      *   | check-issue.dat     | Rewritten with new issues / paid  |  *
      *   |                     | flags                             |  *
      *   | positive-pay.dat    | Issue file for the bank (ISSUE)   |  *
      *   | check-recon-        | Exceptions and aged outstanding   |  *
      *   |   report.dat        | checks (RECON)                    |  *
      *   | io-error.log        | Shared shop-wide I/O error log    |  *
      *   | run-stats.log       | Shared shop-wide end-of-run stats |  *
      *   ---------------------- -----------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - A register line whose check number is not numeric (the    *
      *     run-totals trailer) is skipped                             *
      *   - A missing register is treated as no checks to issue        *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Completed, no reconciliation exceptions                 *
      *   4  - RECON found one or more exceptions                      *
      *   16 - A required file could not be opened, or check-issue.dat *
      *        is full (2000 checks) and a check could not be issued   *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   CHAP04P01 starts check-register.dat over on every pay run,   *
      *   so ISSUE must run after each pay run (and after CHAP04P01R,  *
      *   whose replacement checks append to the same register) or    *
      *   those checks never reach the bank. Running ISSUE twice on    *
      *   the same register is harmless - a check number already on    *
      *   check-issue.dat is not issued again.                         *
      *   A PARM other than ISSUE or RECON runs ISSUE.                 *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  check-issue.dat is bounded at 2000 checks:  *
      *                    a fuller file stops the run on load, and a  *
      *                    check with no room is left unissued for the *
      *                    next ISSUE run with return code 16.         *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-ISSUE-FILE ASSIGN TO 'data/check-issue.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ISSUE-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'data/check-register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CHECK-REG-STATUS.

           SELECT OFFCYCLE-REGISTER-FILE
               ASSIGN TO 'data/offcycle-check-reg.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OFFCYCLE-REG-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO 'data/positive-pay.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-POSPAY-STATUS.

           SELECT BANK-PAID-FILE ASSIGN TO 'data/bank-paid-items.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PAID-STATUS.

           SELECT RECON-REPORT-FILE
               ASSIGN TO 'data/check-recon-report.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE RECORD PER CHECK EVER ISSUED. CI-SOURCE TELLS WHICH
      *    REGISTER THE CHECK CAME OFF (R = REGULAR, S = OFF-CYCLE).
       FD  CHECK-ISSUE-FILE.
       01  CHECK-ISSUE-REC.
           05 CI-CHECK-NO           PIC 9(6).
           05 CI-EMPLOYEE-NO        PIC X(5).
           05 CI-PAYEE-NAME         PIC X(20).
           05 CI-AMOUNT             PIC 9(7).
           05 CI-ISSUE-DATE         PIC 9(8).
           05 CI-SOURCE             PIC X.
           05 CI-STATUS             PIC X.
               88 CI-IS-OUTSTANDING VALUE 'O'.
               88 CI-IS-PAID        VALUE 'P'.
           05 CI-PAID-DATE          PIC 9(8).
           05 CI-PAID-AMOUNT        PIC 9(7).

       FD  CHECK-REGISTER-FILE.
           COPY CHECKREG.

       FD  OFFCYCLE-REGISTER-FILE.
           COPY CHECKREG REPLACING
               ==CHECK-REGISTER-REC==   BY ==OFFCYCLE-REGISTER-REC==
               ==CR-CHECK-NO-OUT==      BY ==OC-CHECK-NO-OUT==
               ==CR-EMPLOYEE-NO-OUT==   BY ==OC-EMPLOYEE-NO-OUT==
               ==CR-EMPLOYEE-NAME-OUT== BY ==OC-EMPLOYEE-NAME-OUT==
               ==CR-NET-SALARY-OUT==    BY ==OC-NET-SALARY-OUT==.

      *    BANK POSITIVE-PAY ISSUE FORMAT: ONE 'I' RECORD PER CHECK
      *    ISSUED, THEN ONE 'T' TRAILER WITH THE COUNT AND TOTAL THE
      *    BANK BALANCES THE FILE TO. AMOUNTS CARRY CENTS FOR THE BANK
      *    EVEN THOUGH PAYROLL PAYS WHOLE DOLLARS.
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-REC.
           05 PP-RECORD-TYPE        PIC X.
           05 PP-CHECK-NO           PIC 9(6).
           05 PP-AMOUNT             PIC 9(7)V99.
           05 PP-ISSUE-DATE         PIC 9(8).
           05 PP-PAYEE-NAME         PIC X(20).
       01  POSITIVE-PAY-TRAILER.
           05 PT-RECORD-TYPE        PIC X.
           05 PT-CHECK-COUNT        PIC 9(6).
           05 PT-TOTAL-AMOUNT       PIC 9(9)V99.
           05 PT-FILE-DATE          PIC 9(8).

       FD  BANK-PAID-FILE.
       01  BANK-PAID-REC.
           05 BP-CHECK-NO           PIC 9(6).
           05 BP-AMOUNT             PIC 9(7)V99.
           05 BP-PAID-DATE          PIC 9(8).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-REC         PIC X(100).

           COPY IOERRFD.
           COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-ISSUE-STATUS          PIC XX.
       01  WS-CHECK-REG-STATUS      PIC XX.
       01  WS-OFFCYCLE-REG-STATUS   PIC XX.
       01  WS-POSPAY-STATUS         PIC XX.
       01  WS-PAID-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-PARM-TEXT             PIC X(20) VALUE SPACES.
       01  WS-RUN-MODE              PIC X(5) VALUE 'ISSUE'.
           88 MODE-IS-ISSUE         VALUE 'ISSUE'.
           88 MODE-IS-RECON         VALUE 'RECON'.
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.
       01  WS-RECORDS-READ          PIC 9(5) VALUE ZERO.
       01  WS-RECORDS-WRITTEN       PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE ZERO.

      *    CHECK-ISSUE.DAT LOADED AT START-UP AND REWRITTEN AT EXIT,
      *    THE SAME TABLE-DRIVEN PATTERN CHAP04P01 USES ON
      *    PRENOTE-STATE.DAT.
       01  CHECK-ISSUE-TABLE.
           05 CIT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CIT-IDX.
               10 CIT-CHECK-NO       PIC 9(6)  VALUE ZERO.
               10 CIT-EMPLOYEE-NO    PIC X(5)  VALUE SPACES.
               10 CIT-PAYEE-NAME     PIC X(20) VALUE SPACES.
               10 CIT-AMOUNT         PIC 9(7)  VALUE ZERO.
               10 CIT-ISSUE-DATE     PIC 9(8)  VALUE ZERO.
               10 CIT-SOURCE         PIC X     VALUE SPACE.
               10 CIT-STATUS         PIC X     VALUE SPACE.
                   88 CIT-IS-OUTSTANDING VALUE 'O'.
                   88 CIT-IS-PAID        VALUE 'P'.
               10 CIT-PAID-DATE      PIC 9(8)  VALUE ZERO.
               10 CIT-PAID-AMOUNT    PIC 9(7)  VALUE ZERO.
       01  WS-ISSUE-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-ISSUE-MAX             PIC 9(4) VALUE 2000.
       01  WS-ISSUE-NO-ROOM         PIC 9(4) VALUE ZERO.
       01  WS-ISSUE-FOUND-SW        PIC X VALUE 'N'.
           88 ISSUE-ENTRY-FOUND     VALUE 'Y'.

      *    ONE REGISTER LINE, FROM EITHER REGISTER, ON ITS WAY IN.
       01  WS-REG-CHECK-NO          PIC 9(6) VALUE ZERO.
       01  WS-REG-EMPLOYEE-NO       PIC X(5) VALUE SPACES.
       01  WS-REG-PAYEE-NAME        PIC X(20) VALUE SPACES.
       01  WS-REG-AMOUNT            PIC 9(7) VALUE ZERO.
       01  WS-REG-SOURCE            PIC X VALUE SPACE.
       01  WS-POSPAY-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-POSPAY-TOTAL          PIC 9(9)V99 VALUE ZERO.

      *    RECONCILIATION WORK AREAS.
       01  WS-PAID-WHOLE            PIC 9(7) VALUE ZERO.
       01  WS-CLEARED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-TOTAL         PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-TEXT        PIC X(20) VALUE SPACES.
       01  WS-DAYS-OUT              PIC S9(5) VALUE ZERO.
       01  WS-AGE-SUB               PIC 9 VALUE ZERO.
       01  AGE-BUCKET-TABLE.
           05 AGE-BUCKET OCCURS 4 TIMES.
               10 AGE-COUNT         PIC 9(5) VALUE ZERO.
               10 AGE-TOTAL         PIC 9(9) VALUE ZERO.
       01  AGE-LABEL-VALUES.
           05                       PIC X(12) VALUE '0-30 DAYS'.
           05                       PIC X(12) VALUE '31-60 DAYS'.
           05                       PIC X(12) VALUE '61-90 DAYS'.
           05                       PIC X(12) VALUE 'OVER 90 DAYS'.
       01  AGE-LABEL-TABLE REDEFINES AGE-LABEL-VALUES.
           05 AGE-LABEL             PIC X(12) OCCURS 4 TIMES.
       01  WS-OUTSTANDING-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL     PIC 9(9) VALUE ZERO.

       01  WS-HEADING-LINE.
           05                       PIC X(35) VALUE
               'PAYROLL CHECK RECONCILIATION AS OF '.
           05 HD-DATE-OUT           PIC 9(8).
           05                       PIC X(57) VALUE SPACES.

       01  WS-SECTION-LINE          PIC X(100) VALUE SPACES.

       01  WS-EXCEPTION-COLUMNS.
           05                       PIC X(8)  VALUE 'CHECK'.
           05                       PIC X(22) VALUE 'PAYEE'.
           05                       PIC X(11) VALUE '   ISSUED'.
           05                       PIC X(11) VALUE '     PAID'.
           05                       PIC X(10) VALUE 'PAID DATE'.
           05                       PIC X(38) VALUE 'EXCEPTION'.

       01  WS-EXCEPTION-LINE.
           05 EX-CHECK-NO-OUT       PIC 9(6).
           05                       PIC X(2) VALUE SPACES.
           05 EX-PAYEE-OUT          PIC X(20).
           05                       PIC X(2) VALUE SPACES.
           05 EX-ISSUED-OUT         PIC Z,ZZZ,ZZ9.
           05                       PIC X(2) VALUE SPACES.
           05 EX-PAID-OUT           PIC Z,ZZZ,ZZ9.
           05                       PIC X(2) VALUE SPACES.
           05 EX-PAID-DATE-OUT      PIC 9(8).
           05                       PIC X(2) VALUE SPACES.
           05 EX-TEXT-OUT           PIC X(20).
           05                       PIC X(18) VALUE SPACES.

       01  WS-OUTSTANDING-COLUMNS.
           05                       PIC X(8)  VALUE 'CHECK'.
           05                       PIC X(7)  VALUE 'EMP NO'.
           05                       PIC X(22) VALUE 'PAYEE'.
           05                       PIC X(10) VALUE 'ISSUED'.
           05                       PIC X(11) VALUE '   AMOUNT'.
           05                       PIC X(7)  VALUE '  DAYS'.
           05                       PIC X(35) VALUE '  AGE'.

       01  WS-OUTSTANDING-LINE.
           05 OS-CHECK-NO-OUT       PIC 9(6).
           05                       PIC X(2) VALUE SPACES.
           05 OS-EMPLOYEE-NO-OUT    PIC X(5).
           05                       PIC X(2) VALUE SPACES.
           05 OS-PAYEE-OUT          PIC X(20).
           05                       PIC X(2) VALUE SPACES.
           05 OS-ISSUE-DATE-OUT     PIC 9(8).
           05                       PIC X(2) VALUE SPACES.
           05 OS-AMOUNT-OUT         PIC Z,ZZZ,ZZ9.
           05                       PIC X(2) VALUE SPACES.
           05 OS-DAYS-OUT           PIC ZZZZ9.
           05                       PIC X(2) VALUE SPACES.
           05 OS-AGE-OUT            PIC X(12).
           05                       PIC X(23) VALUE SPACES.

       01  WS-BUCKET-LINE.
           05                       PIC X(4) VALUE SPACES.
           05 BK-LABEL-OUT          PIC X(14).
           05                       PIC X(8) VALUE 'CHECKS: '.
           05 BK-COUNT-OUT          PIC ZZZZ9.
           05                       PIC X(11) VALUE '   AMOUNT: '.
           05 BK-AMOUNT-OUT         PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *  100-MAIN-MODULE - Controls opening and closing files          *
      *                    and direction of program logic;             *
      *                    return control to operating system.         *
      ******************************************************************
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04P07' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (WS-PARM-TEXT) TO WS-PARM-TEXT
           EVALUATE WS-PARM-TEXT
               WHEN 'ISSUE'
               WHEN SPACES
                   MOVE 'ISSUE' TO WS-RUN-MODE
               WHEN 'RECON'
                   MOVE 'RECON' TO WS-RUN-MODE
               WHEN OTHER
                   DISPLAY 'WARNING: Unrecognized CHAP04P07 parm "'
                           WS-PARM-TEXT '" - running ISSUE'
                   MOVE 'ISSUE' TO WS-RUN-MODE
           END-EVALUATE

           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS = '35'
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF WS-ERRLOG-STATUS NOT = '00'
              AND WS-ERRLOG-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open ERROR-LOG file. Status: '
                       WS-ERRLOG-STATUS
           END-IF

           PERFORM 160-LOAD-CHECK-ISSUE-RTN
           IF MODE-IS-RECON
               PERFORM 300-RECONCILE-RTN
           ELSE
               PERFORM 200-ISSUE-RTN
           END-IF
           PERFORM 180-PUT-CHECK-ISSUE-RTN

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
      *    A CHECK LEFT OFF FOR WANT OF ROOM IS NOT ON CHECK-ISSUE.DAT,
      *    SO THE NEXT ISSUE RUN PICKS IT UP ONCE THE FILE HAS ROOM.
           IF WS-ISSUE-NO-ROOM > ZERO
               DISPLAY 'ERROR: ' WS-ISSUE-NO-ROOM ' check(s) not sent '
                       'to the bank - CHECK-ISSUE file full'
               MOVE 16 TO RETURN-CODE
           END-IF
           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-RECORDS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-RECORDS-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==WS-EXCEPTION-COUNT==
               ==:FINAL-STATUS:==     BY =='OK'==.

           CLOSE ERROR-LOG-FILE
           STOP RUN
           .

      *    A MISSING ISSUED-CHECK FILE (STATUS 35) MEANS NO CHECK HAS
      *    BEEN ISSUED TO THE BANK YET.
       160-LOAD-CHECK-ISSUE-RTN.
           OPEN INPUT CHECK-ISSUE-FILE
           IF WS-ISSUE-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-ISSUE-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open CHECK-ISSUE file. '
                           'Status: ' WS-ISSUE-STATUS
                   COPY IOERRCHK REPLACING
                       ==:FILE-LABEL:==   BY =='CHECK-ISSUE'==
                       ==:OPERATION:==    BY =='OPEN'==
                       ==:STATUS-FIELD:== BY ==WS-ISSUE-STATUS==.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHECK-ISSUE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-ISSUE-COUNT NOT < WS-ISSUE-MAX
                               DISPLAY 'ERROR: CHECK-ISSUE file holds '
                                       'more than ' WS-ISSUE-MAX
                                       ' checks'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ISSUE-COUNT
                           SET CIT-IDX TO WS-ISSUE-COUNT
                           MOVE CI-CHECK-NO
                               TO CIT-CHECK-NO (CIT-IDX)
                           MOVE CI-EMPLOYEE-NO
                               TO CIT-EMPLOYEE-NO (CIT-IDX)
                           MOVE CI-PAYEE-NAME
                               TO CIT-PAYEE-NAME (CIT-IDX)
                           MOVE CI-AMOUNT TO CIT-AMOUNT (CIT-IDX)
                           MOVE CI-ISSUE-DATE
                               TO CIT-ISSUE-DATE (CIT-IDX)
                           MOVE CI-SOURCE TO CIT-SOURCE (CIT-IDX)
                           MOVE CI-STATUS TO CIT-STATUS (CIT-IDX)
                           MOVE CI-PAID-DATE
                               TO CIT-PAID-DATE (CIT-IDX)
                           MOVE CI-PAID-AMOUNT
                               TO CIT-PAID-AMOUNT (CIT-IDX)
                   END-READ
               END-PERFORM
               CLOSE CHECK-ISSUE-FILE
           END-IF
           .

       180-PUT-CHECK-ISSUE-RTN.
           OPEN OUTPUT CHECK-ISSUE-FILE
           IF WS-ISSUE-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot rewrite CHECK-ISSUE file. '
                       'Status: ' WS-ISSUE-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='CHECK-ISSUE'==
                   ==:OPERATION:==    BY =='OPEN OUTPUT'==
                   ==:STATUS-FIELD:== BY ==WS-ISSUE-STATUS==.
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 185-WRITE-ONE-ISSUE-RTN
                   VARYING CIT-IDX FROM 1 BY 1
                   UNTIL CIT-IDX > WS-ISSUE-COUNT
               CLOSE CHECK-ISSUE-FILE
           END-IF
           .

       185-WRITE-ONE-ISSUE-RTN.
           MOVE CIT-CHECK-NO (CIT-IDX)    TO CI-CHECK-NO
           MOVE CIT-EMPLOYEE-NO (CIT-IDX) TO CI-EMPLOYEE-NO
           MOVE CIT-PAYEE-NAME (CIT-IDX)  TO CI-PAYEE-NAME
           MOVE CIT-AMOUNT (CIT-IDX)      TO CI-AMOUNT
           MOVE CIT-ISSUE-DATE (CIT-IDX)  TO CI-ISSUE-DATE
           MOVE CIT-SOURCE (CIT-IDX)      TO CI-SOURCE
           MOVE CIT-STATUS (CIT-IDX)      TO CI-STATUS
           MOVE CIT-PAID-DATE (CIT-IDX)   TO CI-PAID-DATE
           MOVE CIT-PAID-AMOUNT (CIT-IDX) TO CI-PAID-AMOUNT
           WRITE CHECK-ISSUE-REC
           .

      ******************************************************************
      *  200-ISSUE-RTN - Reads both check registers and sends every    *
      *                    check not yet on check-issue.dat to the     *
      *                    bank on the positive-pay file, with a       *
      *                    count-and-amount trailer.                   *
      ******************************************************************
       200-ISSUE-RTN.
           OPEN OUTPUT POSITIVE-PAY-FILE
           IF WS-POSPAY-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open POSITIVE-PAY file. Status: '
                       WS-POSPAY-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='POSITIVE-PAY'==
                   ==:OPERATION:==    BY =='OPEN OUTPUT'==
                   ==:STATUS-FIELD:== BY ==WS-POSPAY-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REG-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHECK-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CR-CHECK-NO-OUT IS NUMERIC
                               ADD 1 TO WS-RECORDS-READ
                               MOVE CR-CHECK-NO-OUT TO WS-REG-CHECK-NO
                               MOVE CR-EMPLOYEE-NO-OUT
                                   TO WS-REG-EMPLOYEE-NO
                               MOVE CR-EMPLOYEE-NAME-OUT
                                   TO WS-REG-PAYEE-NAME
                               MOVE CR-NET-SALARY-OUT TO WS-REG-AMOUNT
                               MOVE 'R' TO WS-REG-SOURCE
                               PERFORM 210-ISSUE-ONE-CHECK-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           ELSE
               IF WS-CHECK-REG-STATUS NOT = '35'
                   DISPLAY 'WARNING: Cannot open CHECK-REGISTER file. '
                           'Status: ' WS-CHECK-REG-STATUS
               END-IF
           END-IF

           OPEN INPUT OFFCYCLE-REGISTER-FILE
           IF WS-OFFCYCLE-REG-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OFFCYCLE-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF OC-CHECK-NO-OUT IS NUMERIC
                               ADD 1 TO WS-RECORDS-READ
                               MOVE OC-CHECK-NO-OUT TO WS-REG-CHECK-NO
                               MOVE OC-EMPLOYEE-NO-OUT
                                   TO WS-REG-EMPLOYEE-NO
                               MOVE OC-EMPLOYEE-NAME-OUT
                                   TO WS-REG-PAYEE-NAME
                               MOVE OC-NET-SALARY-OUT TO WS-REG-AMOUNT
                               MOVE 'S' TO WS-REG-SOURCE
                               PERFORM 210-ISSUE-ONE-CHECK-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFCYCLE-REGISTER-FILE
           ELSE
               IF WS-OFFCYCLE-REG-STATUS NOT = '35'
                   DISPLAY 'WARNING: Cannot open OFFCYCLE-CHECK-REG '
                           'file. Status: ' WS-OFFCYCLE-REG-STATUS
               END-IF
           END-IF

           MOVE SPACES            TO POSITIVE-PAY-TRAILER
           MOVE 'T'               TO PT-RECORD-TYPE
           MOVE WS-POSPAY-COUNT   TO PT-CHECK-COUNT
           MOVE WS-POSPAY-TOTAL   TO PT-TOTAL-AMOUNT
           MOVE WS-TODAY          TO PT-FILE-DATE
           WRITE POSITIVE-PAY-TRAILER
           CLOSE POSITIVE-PAY-FILE

           DISPLAY 'CHAP04P07: ' WS-POSPAY-COUNT
                   ' check(s) sent on positive-pay.dat'
           .

       210-ISSUE-ONE-CHECK-RTN.
           MOVE 'N' TO WS-ISSUE-FOUND-SW
           SET CIT-IDX TO 1
           SEARCH CIT-ENTRY
               AT END
                   CONTINUE
               WHEN CIT-IDX > WS-ISSUE-COUNT
                   CONTINUE
               WHEN CIT-CHECK-NO (CIT-IDX) = WS-REG-CHECK-NO
                   MOVE 'Y' TO WS-ISSUE-FOUND-SW
           END-SEARCH

           IF NOT ISSUE-ENTRY-FOUND
              AND WS-ISSUE-COUNT NOT < WS-ISSUE-MAX
               DISPLAY 'ERROR: CHECK-ISSUE file full - check '
                       WS-REG-CHECK-NO ' not issued'
               ADD 1 TO WS-ISSUE-NO-ROOM
           END-IF

           IF NOT ISSUE-ENTRY-FOUND
              AND WS-ISSUE-COUNT < WS-ISSUE-MAX
               ADD 1 TO WS-ISSUE-COUNT
               SET CIT-IDX TO WS-ISSUE-COUNT
               MOVE WS-REG-CHECK-NO    TO CIT-CHECK-NO (CIT-IDX)
               MOVE WS-REG-EMPLOYEE-NO TO CIT-EMPLOYEE-NO (CIT-IDX)
               MOVE WS-REG-PAYEE-NAME  TO CIT-PAYEE-NAME (CIT-IDX)
               MOVE WS-REG-AMOUNT      TO CIT-AMOUNT (CIT-IDX)
               MOVE WS-TODAY           TO CIT-ISSUE-DATE (CIT-IDX)
               MOVE WS-REG-SOURCE      TO CIT-SOURCE (CIT-IDX)
               MOVE 'O'                TO CIT-STATUS (CIT-IDX)
               MOVE ZERO               TO CIT-PAID-DATE (CIT-IDX)
                                          CIT-PAID-AMOUNT (CIT-IDX)

               MOVE SPACES            TO POSITIVE-PAY-REC
               MOVE 'I'               TO PP-RECORD-TYPE
               MOVE WS-REG-CHECK-NO   TO PP-CHECK-NO
               MOVE WS-REG-AMOUNT     TO PP-AMOUNT
               MOVE WS-TODAY          TO PP-ISSUE-DATE
               MOVE WS-REG-PAYEE-NAME TO PP-PAYEE-NAME
               WRITE POSITIVE-PAY-REC
               ADD 1 TO WS-POSPAY-COUNT
                        WS-RECORDS-WRITTEN
               ADD WS-REG-AMOUNT TO WS-POSPAY-TOTAL
           END-IF
           .

      ******************************************************************
      *  300-RECONCILE-RTN - Matches the bank's paid items to          *
      *                    check-issue.dat, reports the exceptions,    *
      *                    and lists what is still outstanding, aged.  *
      ******************************************************************
       300-RECONCILE-RTN.
           OPEN INPUT BANK-PAID-FILE
           IF WS-PAID-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open BANK-PAID-ITEMS file. '
                       'Status: ' WS-PAID-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='BANK-PAID'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-PAID-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open CHECK-RECON-REPORT file. '
                       'Status: ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-TODAY TO HD-DATE-OUT
           WRITE RECON-REPORT-REC FROM WS-HEADING-LINE
           MOVE SPACES TO WS-SECTION-LINE
           WRITE RECON-REPORT-REC FROM WS-SECTION-LINE
           MOVE 'PAID-ITEM EXCEPTIONS' TO WS-SECTION-LINE
           WRITE RECON-REPORT-REC FROM WS-SECTION-LINE
           WRITE RECON-REPORT-REC FROM WS-EXCEPTION-COLUMNS

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-PAID-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 310-MATCH-PAID-ITEM-RTN
               END-READ
           END-PERFORM
           CLOSE BANK-PAID-FILE

           IF WS-EXCEPTION-COUNT = ZERO
               MOVE '    NONE' TO WS-SECTION-LINE
               WRITE RECON-REPORT-REC FROM WS-SECTION-LINE
           END-IF
           MOVE SPACES TO WS-SECTION-LINE
           WRITE RECON-REPORT-REC FROM WS-SECTION-LINE
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE 'CLEARED' TO BK-LABEL-OUT
           MOVE 'CHECKS: '    TO WS-BUCKET-LINE (19:8)
           MOVE '   AMOUNT: ' TO WS-BUCKET-LINE (32:11)
           MOVE WS-CLEARED-COUNT TO BK-COUNT-OUT
           MOVE WS-CLEARED-TOTAL TO BK-AMOUNT-OUT
           WRITE RECON-REPORT-REC FROM WS-BUCKET-LINE

           PERFORM 350-OUTSTANDING-LIST-RTN

           CLOSE RECON-REPORT-FILE
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY 'WARNING: CHECK RECONCILIATION FOUND '
                       WS-EXCEPTION-COUNT ' EXCEPTION(S), SEE '
                       'check-recon-report.dat'
           END-IF
           .

      *    THE BANK'S AMOUNT CARRIES CENTS; CHECKS ARE CUT IN WHOLE
      *    DOLLARS, SO ANY CENTS AT ALL IS A MISMATCH.
       310-MATCH-PAID-ITEM-RTN.
           MOVE 'N' TO WS-ISSUE-FOUND-SW
           SET CIT-IDX TO 1
           SEARCH CIT-ENTRY
               AT END
                   CONTINUE
               WHEN CIT-IDX > WS-ISSUE-COUNT
                   CONTINUE
               WHEN CIT-CHECK-NO (CIT-IDX) = BP-CHECK-NO
                   MOVE 'Y' TO WS-ISSUE-FOUND-SW
           END-SEARCH
           MOVE BP-AMOUNT TO WS-PAID-WHOLE

           EVALUATE TRUE
               WHEN NOT ISSUE-ENTRY-FOUND
                   MOVE 'PAID, NEVER ISSUED' TO WS-EXCEPTION-TEXT
                   MOVE SPACES TO EX-PAYEE-OUT
                   MOVE ZERO   TO EX-ISSUED-OUT
                   PERFORM 320-WRITE-EXCEPTION-RTN
               WHEN CIT-IS-PAID (CIT-IDX)
                   MOVE 'ALREADY PAID' TO WS-EXCEPTION-TEXT
                   MOVE CIT-PAYEE-NAME (CIT-IDX) TO EX-PAYEE-OUT
                   MOVE CIT-AMOUNT (CIT-IDX)     TO EX-ISSUED-OUT
                   PERFORM 320-WRITE-EXCEPTION-RTN
               WHEN OTHER
                   MOVE 'P' TO CIT-STATUS (CIT-IDX)
                   MOVE BP-PAID-DATE  TO CIT-PAID-DATE (CIT-IDX)
                   MOVE WS-PAID-WHOLE TO CIT-PAID-AMOUNT (CIT-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
                            WS-RECORDS-WRITTEN
                   ADD WS-PAID-WHOLE TO WS-CLEARED-TOTAL
                   IF BP-AMOUNT NOT = CIT-AMOUNT (CIT-IDX)
                       MOVE 'AMOUNT MISMATCH' TO WS-EXCEPTION-TEXT
                       MOVE CIT-PAYEE-NAME (CIT-IDX) TO EX-PAYEE-OUT
                       MOVE CIT-AMOUNT (CIT-IDX)     TO EX-ISSUED-OUT
                       PERFORM 320-WRITE-EXCEPTION-RTN
                   END-IF
           END-EVALUATE
           .

       320-WRITE-EXCEPTION-RTN.
           MOVE BP-CHECK-NO       TO EX-CHECK-NO-OUT
           MOVE WS-PAID-WHOLE     TO EX-PAID-OUT
           MOVE BP-PAID-DATE      TO EX-PAID-DATE-OUT
           MOVE WS-EXCEPTION-TEXT TO EX-TEXT-OUT
           WRITE RECON-REPORT-REC FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           .

      ******************************************************************
      *  350-OUTSTANDING-LIST-RTN - Lists every check the bank has     *
      *                    not paid, aged from its issue date, then    *
      *                    totals each age bucket.                     *
      ******************************************************************
       350-OUTSTANDING-LIST-RTN.
           MOVE SPACES TO WS-SECTION-LINE
           WRITE RECON-REPORT-REC FROM WS-SECTION-LINE
           MOVE 'OUTSTANDING CHECKS' TO WS-SECTION-LINE
           WRITE RECON-REPORT-REC FROM WS-SECTION-LINE
           WRITE RECON-REPORT-REC FROM WS-OUTSTANDING-COLUMNS

           PERFORM 355-ONE-OUTSTANDING-RTN
               VARYING CIT-IDX FROM 1 BY 1
               UNTIL CIT-IDX > WS-ISSUE-COUNT

           MOVE SPACES TO WS-SECTION-LINE
           WRITE RECON-REPORT-REC FROM WS-SECTION-LINE
           PERFORM 360-WRITE-BUCKET-RTN
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 4
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE 'OUTSTANDING' TO BK-LABEL-OUT
           MOVE 'CHECKS: '    TO WS-BUCKET-LINE (19:8)
           MOVE '   AMOUNT: ' TO WS-BUCKET-LINE (32:11)
           MOVE WS-OUTSTANDING-COUNT TO BK-COUNT-OUT
           MOVE WS-OUTSTANDING-TOTAL TO BK-AMOUNT-OUT
           WRITE RECON-REPORT-REC FROM WS-BUCKET-LINE
           .

       355-ONE-OUTSTANDING-RTN.
           IF CIT-IS-OUTSTANDING (CIT-IDX)
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE
                         (CIT-ISSUE-DATE (CIT-IDX))
               EVALUATE TRUE
                   WHEN WS-DAYS-OUT NOT GREATER THAN 30
                       MOVE 1 TO WS-AGE-SUB
                   WHEN WS-DAYS-OUT NOT GREATER THAN 60
                       MOVE 2 TO WS-AGE-SUB
                   WHEN WS-DAYS-OUT NOT GREATER THAN 90
                       MOVE 3 TO WS-AGE-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-AGE-SUB
               END-EVALUATE
               ADD 1 TO AGE-COUNT (WS-AGE-SUB)
                        WS-OUTSTANDING-COUNT
               ADD CIT-AMOUNT (CIT-IDX) TO AGE-TOTAL (WS-AGE-SUB)
                                           WS-OUTSTANDING-TOTAL

               MOVE CIT-CHECK-NO (CIT-IDX)    TO OS-CHECK-NO-OUT
               MOVE CIT-EMPLOYEE-NO (CIT-IDX) TO OS-EMPLOYEE-NO-OUT
               MOVE CIT-PAYEE-NAME (CIT-IDX)  TO OS-PAYEE-OUT
               MOVE CIT-ISSUE-DATE (CIT-IDX)  TO OS-ISSUE-DATE-OUT
               MOVE CIT-AMOUNT (CIT-IDX)      TO OS-AMOUNT-OUT
               MOVE WS-DAYS-OUT               TO OS-DAYS-OUT
               MOVE AGE-LABEL (WS-AGE-SUB)    TO OS-AGE-OUT
               WRITE RECON-REPORT-REC FROM WS-OUTSTANDING-LINE
           END-IF
           .

       360-WRITE-BUCKET-RTN.
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE AGE-LABEL (WS-AGE-SUB) TO BK-LABEL-OUT
           MOVE 'CHECKS: '    TO WS-BUCKET-LINE (19:8)
           MOVE '   AMOUNT: ' TO WS-BUCKET-LINE (32:11)
           MOVE AGE-COUNT (WS-AGE-SUB) TO BK-COUNT-OUT
           MOVE AGE-TOTAL (WS-AGE-SUB) TO BK-AMOUNT-OUT
           WRITE RECON-REPORT-REC FROM WS-BUCKET-LINE
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
