       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04P08.

      *****************************************************************
      * PROGRAM NAME : Pay Stub Reprint                                *
      * PROGRAM ID   : CHAP04P08                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Batch Report                                    *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   Regenerates formatted pay stubs from pay-history.dat for one *
      *   employee - a single pay date, or every stub in a date range  *
      *   (a lender asking for the last six, for instance). Each stub  *
      *   shows the period's earnings and every withholding and        *
      *   deduction beside the year-to-date figure as of that pay      *
      *   date, how the net pay went out, and is marked as a           *
      *   duplicate so it cannot be mistaken for the original.         *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | pay-history.dat    | Every stub CHAP04P01 / CHAP04P01S  |  *
      *   |                    | have cut                           |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | stub-reprint.dat   | Formatted duplicate stubs          |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - A PARM without an employee number and a valid CCYYMMDD     *
      *     date is refused                                            *
      *   - File status validated on OPEN                              *
      *                                                                *
      * RETURN CODES :                                                 *
      *   00 - One or more stubs reprinted                             *
      *   04 - No stub on file for that employee and date(s)           *
      *   16 - Bad PARM, or a file could not be opened                 *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   PARM is "EEEEE CCYYMMDD [CCYYMMDD]" - the employee number,   *
      *   the pay date (or first pay date of the range), and          *
      *   optionally the last pay date of the range.                   *
      *   Year-to-date figures are summed from the stubs on            *
      *   pay-history.dat in the same calendar year up to and          *
      *   including the stub's pay date.                               *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "data/pay-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT REPRINT-FILE ASSIGN TO "data/stub-reprint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAYHISTREC.

       FD  REPRINT-FILE.
       01  REPRINT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAYHIST-STATUS        PIC XX.
       01  WS-REPRINT-STATUS        PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.

       01  WS-PARM-TEXT             PIC X(40) VALUE SPACES.
       01  WS-PARM-FIELDS.
           05 WS-PARM-EMPLOYEE-NO   PIC X(5).
           05                       PIC X.
           05 WS-PARM-FROM-DATE     PIC X(8).
           05                       PIC X.
           05 WS-PARM-TO-DATE       PIC X(8).
           05                       PIC X(17).
       01  WS-EMPLOYEE-NO           PIC X(5) VALUE SPACES.
       01  WS-FROM-DATE             PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.
       01  WS-STUBS-PRINTED         PIC 9(5) VALUE ZERO.

      *    THE EMPLOYEE'S WHOLE HISTORY, LOADED SO EACH REPRINTED STUB
      *    CAN CARRY ITS YEAR-TO-DATE FIGURES. THE ELEVEN AMOUNTS RUN
      *    IN STUB-LINE ORDER - SEE STUB-LABEL-TABLE.
       01  EMPLOYEE-HISTORY-TABLE.
           05 EH-ENTRY OCCURS 600 TIMES
                   INDEXED BY EH-IDX EH-YTD-IDX.
               10 EH-PAY-DATE        PIC 9(8).
               10 EH-PAY-YEAR REDEFINES EH-PAY-DATE.
                   15 EH-PAY-CCYY    PIC 9(4).
                   15                PIC 9(4).
               10 EH-RUN-TYPE        PIC X.
               10 EH-PAY-METHOD      PIC X.
               10 EH-PAY-REFERENCE   PIC X(12).
               10 EH-AMOUNT          PIC 9(6) OCCURS 11 TIMES.
       01  WS-HISTORY-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-EMPLOYEE-NAME         PIC X(20) VALUE SPACES.
       01  WS-LINE-SUB              PIC 99 VALUE ZERO.
       01  WS-YTD-AMOUNT            PIC 9(8) VALUE ZERO.

       01  STUB-LABEL-VALUES.
           05                       PIC X(20) VALUE 'GROSS PAY'.
           05                       PIC X(20) VALUE 'FICA'.
           05                       PIC X(20) VALUE 'SALES TAX'.
           05                       PIC X(20) VALUE 'FEDERAL TAX'.
           05                       PIC X(20) VALUE 'GARNISHMENT'.
           05                       PIC X(20) VALUE 'VOLUNTARY'.
           05                       PIC X(20) VALUE 'HEALTH'.
           05                       PIC X(20) VALUE 'DENTAL'.
           05                       PIC X(20) VALUE 'RETIREMENT'.
           05                       PIC X(20) VALUE 'UNION DUES'.
           05                       PIC X(20) VALUE 'NET PAY'.
       01  STUB-LABEL-TABLE REDEFINES STUB-LABEL-VALUES.
           05 STUB-LABEL            PIC X(20) OCCURS 11 TIMES.

       01  WS-RULE-LINE             PIC X(80) VALUE ALL '='.
       01  WS-DASH-LINE             PIC X(80) VALUE ALL '-'.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  WS-TITLE-LINE.
           05                       PIC X(50) VALUE
               'PAY STUB - DUPLICATE COPY, NOT AN ORIGINAL'.
           05                       PIC X(10) VALUE 'REPRINTED '.
           05 TT-TODAY-OUT          PIC 9(8).
           05                       PIC X(12) VALUE SPACES.

       01  WS-EMPLOYEE-LINE.
           05                       PIC X(9)  VALUE 'EMPLOYEE '.
           05 EL-EMPLOYEE-NO-OUT    PIC X(5).
           05                       PIC X(2)  VALUE SPACES.
           05 EL-EMPLOYEE-NAME-OUT  PIC X(20).
           05                       PIC X(2)  VALUE SPACES.
           05                       PIC X(9)  VALUE 'PAY DATE '.
           05 EL-PAY-DATE-OUT       PIC 9(8).
           05                       PIC X(2)  VALUE SPACES.
           05 EL-RUN-TYPE-OUT       PIC X(18).
           05                       PIC X(5)  VALUE SPACES.

       01  WS-PAYMENT-LINE.
           05 PL-METHOD-OUT         PIC X(31).
           05 PL-REFERENCE-OUT      PIC X(12).
           05                       PIC X(37) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05                       PIC X(18) VALUE SPACES.
           05                       PIC X(14) VALUE '   THIS PERIOD'.
           05                       PIC X(16) VALUE '    YEAR TO DATE'.
           05                       PIC X(32) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05 AL-LABEL-OUT          PIC X(20).
           05                       PIC X(2)  VALUE SPACES.
           05 AL-PERIOD-OUT         PIC ZZ,ZZZ,ZZ9.
           05                       PIC X(6)  VALUE SPACES.
           05 AL-YTD-OUT            PIC ZZ,ZZZ,ZZ9.
           05                       PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *  100-MAIN-MODULE - Controls opening and closing files          *
      *                    and direction of program logic;             *
      *                    return control to operating system.         *
      ******************************************************************
       100-MAIN-MODULE.
           PERFORM 120-GET-PARM-RTN
           PERFORM 150-OPEN-FILES

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PH-EMPLOYEE-NO = WS-EMPLOYEE-NO
                           PERFORM 200-LOAD-HISTORY-RTN
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 300-PRINT-STUB-RTN
               VARYING EH-IDX FROM 1 BY 1
               UNTIL EH-IDX > WS-HISTORY-COUNT

           IF WS-STUBS-PRINTED = ZERO
               MOVE SPACES TO REPRINT-REC
               STRING 'NO STUB ON FILE FOR EMPLOYEE ' WS-EMPLOYEE-NO
                      ' FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
                      DELIMITED BY SIZE
                      INTO REPRINT-REC
               END-STRING
               WRITE REPRINT-REC
               DISPLAY 'WARNING: ' REPRINT-REC
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'CHAP04P08: ' WS-STUBS-PRINTED
                       ' stub(s) reprinted to stub-reprint.dat'
           END-IF

           PERFORM 160-CLOSE-FILES
           STOP RUN
           .

      ******************************************************************
      *  120-GET-PARM-RTN - Reads "EEEEE CCYYMMDD [CCYYMMDD]" off the  *
      *                    command line. A single date reprints that   *
      *                    one pay date.                               *
      ******************************************************************
       120-GET-PARM-RTN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           MOVE WS-PARM-TEXT TO WS-PARM-FIELDS
           IF WS-PARM-EMPLOYEE-NO = SPACES
              OR WS-PARM-FROM-DATE IS NOT NUMERIC
               DISPLAY 'ERROR: PARM must be "EEEEE CCYYMMDD '
                       '[CCYYMMDD]" - got "' WS-PARM-TEXT '"'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-EMPLOYEE-NO TO WS-EMPLOYEE-NO
           MOVE WS-PARM-FROM-DATE   TO WS-FROM-DATE
           IF WS-PARM-TO-DATE IS NUMERIC
               MOVE WS-PARM-TO-DATE TO WS-TO-DATE
           ELSE
               MOVE WS-FROM-DATE    TO WS-TO-DATE
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY 'ERROR: Range ends ' WS-TO-DATE
                       ' before it starts ' WS-FROM-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       150-OPEN-FILES.
           OPEN INPUT  PAY-HISTORY-FILE
                OUTPUT REPRINT-FILE

           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open PAY-HISTORY file. Status: '
                       WS-PAYHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-REPRINT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open STUB-REPRINT file. Status: '
                       WS-REPRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       160-CLOSE-FILES.
           CLOSE PAY-HISTORY-FILE
                 REPRINT-FILE

           IF WS-REPRINT-STATUS NOT = '00'
               DISPLAY 'WARNING: Error closing STUB-REPRINT file. '
                       'Status: ' WS-REPRINT-STATUS
           END-IF
           .

       200-LOAD-HISTORY-RTN.
           IF WS-HISTORY-COUNT NOT < 600
               DISPLAY 'WARNING: More than 600 stubs on file for '
                       WS-EMPLOYEE-NO ' - later stubs not loaded'
           ELSE
               ADD 1 TO WS-HISTORY-COUNT
               SET EH-IDX TO WS-HISTORY-COUNT
               MOVE PH-EMPLOYEE-NAME     TO WS-EMPLOYEE-NAME
               MOVE PH-PAY-DATE          TO EH-PAY-DATE (EH-IDX)
               MOVE PH-RUN-TYPE          TO EH-RUN-TYPE (EH-IDX)
               MOVE PH-PAY-METHOD        TO EH-PAY-METHOD (EH-IDX)
               MOVE PH-PAY-REFERENCE     TO EH-PAY-REFERENCE (EH-IDX)
               MOVE PH-GROSS-SALARY      TO EH-AMOUNT (EH-IDX, 1)
               MOVE PH-FICA              TO EH-AMOUNT (EH-IDX, 2)
               MOVE PH-SALES-TAX         TO EH-AMOUNT (EH-IDX, 3)
               MOVE PH-FEDERAL-TAX       TO EH-AMOUNT (EH-IDX, 4)
               MOVE PH-GARNISHMENT       TO EH-AMOUNT (EH-IDX, 5)
               MOVE PH-VOLUNTARY-DEDUCT  TO EH-AMOUNT (EH-IDX, 6)
               MOVE PH-HEALTH-DEDUCT     TO EH-AMOUNT (EH-IDX, 7)
               MOVE PH-DENTAL-DEDUCT     TO EH-AMOUNT (EH-IDX, 8)
               MOVE PH-RETIRE-DEDUCT     TO EH-AMOUNT (EH-IDX, 9)
               MOVE PH-UNION-DUES        TO EH-AMOUNT (EH-IDX, 10)
               MOVE PH-NET-SALARY        TO EH-AMOUNT (EH-IDX, 11)
           END-IF
           .

      ******************************************************************
      *  300-PRINT-STUB-RTN - Prints one duplicate stub for a history  *
      *                    entry whose pay date falls in the range.    *
      ******************************************************************
       300-PRINT-STUB-RTN.
           IF EH-PAY-DATE (EH-IDX) NOT < WS-FROM-DATE
              AND EH-PAY-DATE (EH-IDX) NOT > WS-TO-DATE
               WRITE REPRINT-REC FROM WS-RULE-LINE
               MOVE WS-TODAY TO TT-TODAY-OUT
               WRITE REPRINT-REC FROM WS-TITLE-LINE

               MOVE WS-EMPLOYEE-NO         TO EL-EMPLOYEE-NO-OUT
               MOVE WS-EMPLOYEE-NAME       TO EL-EMPLOYEE-NAME-OUT
               MOVE EH-PAY-DATE (EH-IDX)   TO EL-PAY-DATE-OUT
               IF EH-RUN-TYPE (EH-IDX) = 'S'
                   MOVE 'OFF-CYCLE PAYMENT' TO EL-RUN-TYPE-OUT
               ELSE
                   MOVE 'REGULAR PAYROLL'   TO EL-RUN-TYPE-OUT
               END-IF
               WRITE REPRINT-REC FROM WS-EMPLOYEE-LINE

               IF EH-PAY-METHOD (EH-IDX) = 'D'
                   MOVE 'PAID BY DIRECT DEPOSIT TO ACCT '
                       TO PL-METHOD-OUT
               ELSE
                   MOVE 'PAID BY CHECK NUMBER ' TO PL-METHOD-OUT
               END-IF
               MOVE EH-PAY-REFERENCE (EH-IDX) TO PL-REFERENCE-OUT
               WRITE REPRINT-REC FROM WS-PAYMENT-LINE

               WRITE REPRINT-REC FROM WS-DASH-LINE
               WRITE REPRINT-REC FROM WS-COLUMN-LINE
               PERFORM 310-PRINT-AMOUNT-LINE-RTN
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 11
               WRITE REPRINT-REC FROM WS-BLANK-LINE
               ADD 1 TO WS-STUBS-PRINTED
           END-IF
           .

      *    THE NET PAY LINE IS SET OFF FROM THE DEDUCTIONS ABOVE IT.
       310-PRINT-AMOUNT-LINE-RTN.
           IF WS-LINE-SUB = 11
               WRITE REPRINT-REC FROM WS-DASH-LINE
           END-IF
           MOVE ZERO TO WS-YTD-AMOUNT
           PERFORM 320-ADD-YTD-AMOUNT-RTN
               VARYING EH-YTD-IDX FROM 1 BY 1
               UNTIL EH-YTD-IDX > WS-HISTORY-COUNT
           MOVE STUB-LABEL (WS-LINE-SUB)            TO AL-LABEL-OUT
           MOVE EH-AMOUNT (EH-IDX, WS-LINE-SUB)     TO AL-PERIOD-OUT
           MOVE WS-YTD-AMOUNT                       TO AL-YTD-OUT
           WRITE REPRINT-REC FROM WS-AMOUNT-LINE
           .

      *    TWO STUBS ON ONE PAY DATE (A REGULAR RUN AND AN OFF-CYCLE
      *    PAYMENT) ARE TAKEN IN THE ORDER THEY WERE CUT.
       320-ADD-YTD-AMOUNT-RTN.
           IF EH-PAY-CCYY (EH-YTD-IDX) = EH-PAY-CCYY (EH-IDX)
              AND (EH-PAY-DATE (EH-YTD-IDX) < EH-PAY-DATE (EH-IDX)
                OR (EH-PAY-DATE (EH-YTD-IDX) = EH-PAY-DATE (EH-IDX)
                    AND EH-YTD-IDX NOT > EH-IDX))
               ADD EH-AMOUNT (EH-YTD-IDX, WS-LINE-SUB) TO WS-YTD-AMOUNT
           END-IF
           .
