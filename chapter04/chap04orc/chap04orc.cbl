       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04ORC.

      *****************************************************************
      * PROGRAM NAME : Operator Access Recertification                 *
      * PROGRAM ID   : CHAP04ORC                                       *
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
      *   Quarterly access review. Lists every operator on             *
      *   operators.dat with their role, status, access expiry date    *
      *   and last sign-on, and - from the sign-on log - how many      *
      *   times they signed on in the quarter, how many PINs they got  *
      *   wrong, and which programs they used and how often. Anyone    *
      *   who did not sign on in the quarter, is disabled or locked    *
      *   out, has expired or is about to, or has no expiry date is    *
      *   called out for attention. Each operator carries a line for   *
      *   the reviewing manager to mark keep, change or remove, and    *
      *   the listing ends with a sign-off line for the whole review.  *
      *   Changes the manager marks are made in CHAP04OPA.             *
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
      *   | operators.dat      | Shop-wide operator sign-on file    |  *
      *   | signon.log         | Sign-on attempts (OPERPARA)        |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | operator-recert.dat| Printable recertification listing  |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - No operator file on hand stops the run                     *
      *   - No sign-on log is reported and every operator then shows   *
      *     no use in the quarter                                      *
      *   - A log line whose date is not numeric is skipped and        *
      *     counted                                                    *
      *                                                                *
      * RETURN CODES :                                                 *
      *   00 - Listing produced, no operator needs attention           *
      *   04 - Listing produced, one or more operators need attention  *
      *   16 - No operator file, or the listing could not be opened    *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   PARM is CCYYQn (for example 2026Q3), as for CHAP04P06. A     *
      *   missing or unrecognized PARM reviews the quarter holding     *
      *   today's date. Run on demand in the first days of each        *
      *   quarter for the quarter just ended; the CHAP04DRV chains     *
      *   have no quarterly frequency, so it is not scheduled there.   *
      *   Expired and expiring are judged against the run date.        *
      *   Up to 20 different programs are listed per operator; any     *
      *   more are counted in the sign-on total only.                  *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.

           SELECT F-RECERT-REPORT ASSIGN TO 'data/operator-recert.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.

       FD  F-RECERT-REPORT.
       01  RECERT-REPORT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-THIS-PROGRAM-ID       PIC X(9) VALUE 'CHAP04ORC'.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
           COPY OPERWS.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.

       01  WS-PARM-TEXT             PIC X(20) VALUE SPACES.
       01  WS-TODAY.
           05 WS-TODAY-CCYY         PIC 9(4).
           05 WS-TODAY-MM           PIC 99.
           05 WS-TODAY-DD           PIC 99.
       01  WS-TODAY-N REDEFINES WS-TODAY
                                    PIC 9(8).
       01  WS-REPORT-YEAR           PIC 9(4) VALUE ZERO.
       01  WS-REPORT-QTR            PIC 9 VALUE ZERO.
       01  WS-FIRST-MONTH           PIC 99 VALUE ZERO.
       01  WS-QTR-START-DATE        PIC 9(8) VALUE ZERO.
       01  WS-QTR-END-DATE          PIC 9(8) VALUE ZERO.
       01  WS-NEXT-QTR-DATE         PIC 9(8) VALUE ZERO.

      *    AN EXPIRY DATE THIS CLOSE TO THE RUN DATE FALLS BEFORE THE
      *    NEXT REVIEW AND IS CALLED OUT.
       01  RECERT-WARN-DAYS         PIC 9(3) VALUE 090.
       01  WS-DAYS-LEFT             PIC S9(5) VALUE ZERO.

      *    SIGN-ON LOG LINE BEING PLACED.
       01  WS-LOG-DATE.
           05 WS-LOG-CCYY           PIC 9(4).
           05 WS-LOG-MM             PIC 99.
           05 WS-LOG-DD             PIC 99.
       01  WS-LOG-DATE-N REDEFINES WS-LOG-DATE
                                    PIC 9(8).

      *    QUARTER'S USE BY EACH OPERATOR, KEPT IN STEP WITH
      *    OPERATOR-TABLE (USE-IDX SET FROM OPT-IDX).
       01  OPERATOR-USE-TABLE.
           05 USE-ENTRY OCCURS 500 TIMES
                   INDEXED BY USE-IDX.
               10 USE-SIGNONS        PIC 9(5).
               10 USE-FAILURES       PIC 9(5).
               10 USE-PGM-COUNT      PIC 99.
               10 USE-PGM-ENTRY OCCURS 20 TIMES
                       INDEXED BY PGM-IDX.
                   15 USE-PGM-ID     PIC X(9).
                   15 USE-PGM-TIMES  PIC 9(5).

       01  WS-LOG-LINES-READ        PIC 9(7) VALUE ZERO.
       01  WS-LOG-LINES-IN-QTR      PIC 9(7) VALUE ZERO.
       01  WS-LOG-LINES-UNREADABLE  PIC 9(7) VALUE ZERO.
       01  WS-UNKNOWN-ATTEMPTS      PIC 9(7) VALUE ZERO.
       01  WS-OPERATORS-LISTED      PIC 9(5) VALUE ZERO.
       01  WS-SUPERVISORS           PIC 9(5) VALUE ZERO.
       01  WS-OPERATORS-FLAGGED     PIC 9(5) VALUE ZERO.
       01  WS-SIGNON-LOG-SW         PIC X VALUE 'N'.
           88 SIGNON-LOG-ON-HAND             VALUE 'Y'.

       01  WS-LINE-PTR              PIC 999 VALUE 1.
       01  WS-TIMES-OUT             PIC Z(4)9.
       01  WS-FLAG-COUNT            PIC 9 VALUE ZERO.
       01  WS-FLAG-TEXT             PIC X(24) VALUE SPACES.

       01  WS-EDIT-DATE-IN.
           05 WS-EDIT-CCYY          PIC 9(4).
           05 WS-EDIT-MM            PIC 99.
           05 WS-EDIT-DD            PIC 99.
       01  WS-EDIT-DATE-OUT.
           05 WS-EDIT-MM-OUT        PIC 99.
           05                       PIC X VALUE '/'.
           05 WS-EDIT-DD-OUT        PIC 99.
           05                       PIC X VALUE '/'.
           05 WS-EDIT-CCYY-OUT      PIC 9(4).
       01  WS-EDIT-TIME-IN.
           05 WS-EDIT-HH            PIC 99.
           05 WS-EDIT-MN            PIC 99.
           05 WS-EDIT-SS            PIC 99.
       01  WS-EDIT-TIME-OUT.
           05 WS-EDIT-HH-OUT        PIC 99.
           05                       PIC X VALUE ':'.
           05 WS-EDIT-MN-OUT        PIC 99.
           05                       PIC X VALUE ':'.
           05 WS-EDIT-SS-OUT        PIC 99.

       01  WS-RULE-LINE             PIC X(132) VALUE ALL '='.
       01  WS-DASH-LINE             PIC X(132) VALUE ALL '-'.
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-WORK-LINE             PIC X(132) VALUE SPACES.

       01  WS-TITLE-LINE.
           05                       PIC X(44) VALUE
               'OPERATOR ACCESS RECERTIFICATION  -  QUARTER '.
           05 TL-YEAR-OUT           PIC 9(4).
           05                       PIC X VALUE 'Q'.
           05 TL-QTR-OUT            PIC 9.
           05                       PIC X(3) VALUE ' ( '.
           05 TL-FROM-OUT           PIC X(10).
           05                       PIC X(6) VALUE ' THRU '.
           05 TL-TO-OUT             PIC X(10).
           05                       PIC X(2) VALUE ' )'.
           05                       PIC X(50) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05                       PIC X(10) VALUE 'OPERATOR'.
           05                       PIC X(22) VALUE 'NAME'.
           05                       PIC X(12) VALUE 'ROLE'.
           05                       PIC X(12) VALUE 'STATUS'.
           05                       PIC X(12) VALUE 'EXPIRES'.
           05                       PIC X(21) VALUE 'LAST SIGN-ON'.
           05                       PIC X(8)  VALUE 'SIGN-ONS'.
           05                       PIC X(8)  VALUE '  FAILED'.
           05                       PIC X(27) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 DL-ID-OUT             PIC X(8).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-NAME-OUT           PIC X(20).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-ROLE-OUT           PIC X(10).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-STATUS-OUT         PIC X(10).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-EXPIRY-OUT         PIC X(10).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-LAST-DATE-OUT      PIC X(10).
           05                       PIC X(1)  VALUE SPACES.
           05 DL-LAST-TIME-OUT      PIC X(8).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-SIGNONS-OUT        PIC ZZ,ZZ9.
           05                       PIC X(2)  VALUE SPACES.
           05 DL-FAILURES-OUT       PIC ZZ,ZZ9.
           05                       PIC X(29) VALUE SPACES.

       01  WS-REVIEW-LINE.
           05                       PIC X(12) VALUE SPACES.
           05                       PIC X(50) VALUE
               'REVIEW        : KEEP [ ]   CHANGE ROLE TO ____ [ ]'.
           05                       PIC X(40) VALUE
               '   REMOVE [ ]     REVIEWED BY __________'.
           05                       PIC X(30) VALUE
               '  DATE __________'.

       01  WS-SIGN-OFF-LINE.
           05                       PIC X(50) VALUE
               'RECERTIFICATION OF ALL OPERATORS ABOVE COMPLETED B'.
           05                       PIC X(50) VALUE
               'Y ____________________   TITLE ______________   DA'.
           05                       PIC X(32) VALUE
               'TE __________'.

       01  WS-TOTAL-LINE-1.
           05                       PIC X(20) VALUE
               'OPERATORS LISTED: '.
           05 TT-LISTED-OUT         PIC ZZ,ZZ9.
           05                       PIC X(18) VALUE
               '   SUPERVISORS: '.
           05 TT-SUPERVISORS-OUT    PIC ZZ,ZZ9.
           05                       PIC X(24) VALUE
               '   NEEDING ATTENTION: '.
           05 TT-FLAGGED-OUT        PIC ZZ,ZZ9.
           05                       PIC X(52) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05                       PIC X(30) VALUE
               'SIGN-ON LOG LINES IN QUARTER: '.
           05 TT-IN-QTR-OUT         PIC Z,ZZZ,ZZ9.
           05                       PIC X(28) VALUE
               '   UNKNOWN-ID ATTEMPTS: '.
           05 TT-UNKNOWN-OUT        PIC Z,ZZZ,ZZ9.
           05                       PIC X(24) VALUE
               '   UNREADABLE LINES: '.
           05 TT-UNREADABLE-OUT     PIC Z,ZZZ,ZZ9.
           05                       PIC X(23) VALUE SPACES.

           COPY BANNERWS.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 120-GET-REPORT-QUARTER-RTN
           PERFORM 951-LOAD-OPERATORS-RTN
           IF NOT OPERATOR-FILE-ON-HAND
               DISPLAY 'ERROR: No operator file on hand - nothing '
                       'to recertify'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF OPERATOR-TABLE-FULL
               DISPLAY 'WARNING: More than 500 operators on file - '
                       'only the first 500 are listed'
           END-IF
           INITIALIZE OPERATOR-USE-TABLE

           PERFORM 200-SCAN-SIGNON-LOG-RTN
           PERFORM 150-OPEN-REPORT-RTN
           PERFORM 160-PRINT-HEADINGS-RTN
           PERFORM 400-PRINT-ONE-OPERATOR-RTN
               VARYING OPT-IDX FROM 1 BY 1
               UNTIL OPT-IDX > WS-OPERATOR-COUNT
           PERFORM 170-PRINT-TOTALS-RTN

           DISPLAY 'CHAP04ORC: ' WS-OPERATORS-LISTED
                   ' operators listed to operator-recert.dat for '
                   WS-REPORT-YEAR 'Q' WS-REPORT-QTR
           IF WS-LOG-LINES-UNREADABLE > ZERO
               DISPLAY 'WARNING: ' WS-LOG-LINES-UNREADABLE
                       ' sign-on log line(s) with no readable date '
                       'skipped'
           END-IF
           IF WS-OPERATORS-FLAGGED > ZERO
               DISPLAY 'WARNING: ' WS-OPERATORS-FLAGGED
                       ' operator(s) need attention'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      ******************************************************************
      *  120-GET-REPORT-QUARTER-RTN - Reads CCYYQn off the command     *
      *                    line; anything else reviews the quarter     *
      *                    holding today's date.                       *
      ******************************************************************
       120-GET-REPORT-QUARTER-RTN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (WS-PARM-TEXT) TO WS-PARM-TEXT
           IF WS-PARM-TEXT (1:4) IS NUMERIC
              AND WS-PARM-TEXT (5:1) = 'Q'
              AND WS-PARM-TEXT (6:1) >= '1'
              AND WS-PARM-TEXT (6:1) <= '4'
               MOVE WS-PARM-TEXT (1:4) TO WS-REPORT-YEAR
               MOVE WS-PARM-TEXT (6:1) TO WS-REPORT-QTR
           ELSE
               IF WS-PARM-TEXT NOT = SPACES
                   DISPLAY 'WARNING: Unrecognized quarter "'
                           WS-PARM-TEXT '" - reviewing the '
                           'current quarter'
               END-IF
               MOVE WS-TODAY-CCYY TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-QTR = (WS-TODAY-MM + 2) / 3
           END-IF
           COMPUTE WS-FIRST-MONTH = (WS-REPORT-QTR - 1) * 3 + 1
           COMPUTE WS-QTR-START-DATE = WS-REPORT-YEAR * 10000
                                     + WS-FIRST-MONTH * 100 + 1
           IF WS-REPORT-QTR = 4
               COMPUTE WS-QTR-END-DATE = WS-REPORT-YEAR * 10000 + 1231
           ELSE
               COMPUTE WS-NEXT-QTR-DATE = WS-QTR-START-DATE + 300
               COMPUTE WS-QTR-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-NEXT-QTR-DATE) - 1)
           END-IF
           .

       150-OPEN-REPORT-RTN.
           OPEN OUTPUT F-RECERT-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open OPERATOR-RECERT file. '
                       'Status: ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       160-PRINT-HEADINGS-RTN.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04ORC'==
               ==:FILE-RECORD:== BY ==RECERT-REPORT-REC==.

           MOVE WS-REPORT-YEAR TO TL-YEAR-OUT
           MOVE WS-REPORT-QTR  TO TL-QTR-OUT
           MOVE WS-QTR-START-DATE TO WS-EDIT-DATE-IN
           PERFORM 450-EDIT-DATE-RTN
           MOVE WS-EDIT-DATE-OUT TO TL-FROM-OUT
           MOVE WS-QTR-END-DATE TO WS-EDIT-DATE-IN
           PERFORM 450-EDIT-DATE-RTN
           MOVE WS-EDIT-DATE-OUT TO TL-TO-OUT
           WRITE RECERT-REPORT-REC FROM WS-TITLE-LINE
           IF NOT SIGNON-LOG-ON-HAND
               MOVE SPACES TO RECERT-REPORT-REC
               MOVE 'NO SIGN-ON LOG ON HAND - QUARTER USE NOT KNOWN'
                   TO RECERT-REPORT-REC
               WRITE RECERT-REPORT-REC
           END-IF
           WRITE RECERT-REPORT-REC FROM WS-RULE-LINE
           WRITE RECERT-REPORT-REC FROM WS-COLUMN-LINE
           WRITE RECERT-REPORT-REC FROM WS-DASH-LINE
           .

       170-PRINT-TOTALS-RTN.
           WRITE RECERT-REPORT-REC FROM WS-DASH-LINE
           MOVE WS-OPERATORS-LISTED     TO TT-LISTED-OUT
           MOVE WS-SUPERVISORS          TO TT-SUPERVISORS-OUT
           MOVE WS-OPERATORS-FLAGGED    TO TT-FLAGGED-OUT
           WRITE RECERT-REPORT-REC FROM WS-TOTAL-LINE-1
           MOVE WS-LOG-LINES-IN-QTR     TO TT-IN-QTR-OUT
           MOVE WS-UNKNOWN-ATTEMPTS     TO TT-UNKNOWN-OUT
           MOVE WS-LOG-LINES-UNREADABLE TO TT-UNREADABLE-OUT
           WRITE RECERT-REPORT-REC FROM WS-TOTAL-LINE-2
           WRITE RECERT-REPORT-REC FROM WS-BLANK-LINE
           WRITE RECERT-REPORT-REC FROM WS-BLANK-LINE
           WRITE RECERT-REPORT-REC FROM WS-SIGN-OFF-LINE

           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04ORC'==
               ==:FILE-RECORD:==  BY ==RECERT-REPORT-REC==
               ==:RECORD-COUNT:== BY ==WS-OPERATORS-LISTED==.

           CLOSE F-RECERT-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'WARNING: Error closing OPERATOR-RECERT file. '
                       'Status: ' WS-REPORT-STATUS
           END-IF
           .

      *****************************************************************
      *    200-SCAN-SIGNON-LOG-RTN - TALLIES EVERY SIGN-ON LOG LINE    *
      *    DATED IN THE QUARTER AGAINST ITS OPERATOR.                  *
      *****************************************************************
       200-SCAN-SIGNON-LOG-RTN.
           OPEN INPUT SIGNON-LOG-FILE
           EVALUATE WS-SIGNON-LOG-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-SIGNON-LOG-SW
                   MOVE 'N' TO WS-EOF
                   PERFORM 210-TALLY-ONE-LINE-RTN
                       UNTIL WS-EOF = 'Y'
                   CLOSE SIGNON-LOG-FILE
               WHEN '35'
                   DISPLAY 'WARNING: No sign-on log on hand - no use '
                           'in the quarter can be shown'
               WHEN OTHER
                   DISPLAY 'ERROR: Cannot open SIGNON-LOG file. '
                           'Status: ' WS-SIGNON-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

       210-TALLY-ONE-LINE-RTN.
           READ SIGNON-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LOG-LINES-READ
                   IF SO-LOG-CCYY-OUT IS NOT NUMERIC
                      OR SO-LOG-MM-OUT IS NOT NUMERIC
                      OR SO-LOG-DD-OUT IS NOT NUMERIC
                       ADD 1 TO WS-LOG-LINES-UNREADABLE
                   ELSE
                       MOVE SO-LOG-CCYY-OUT TO WS-LOG-CCYY
                       MOVE SO-LOG-MM-OUT   TO WS-LOG-MM
                       MOVE SO-LOG-DD-OUT   TO WS-LOG-DD
                       IF WS-LOG-DATE-N NOT < WS-QTR-START-DATE
                          AND WS-LOG-DATE-N NOT > WS-QTR-END-DATE
                           ADD 1 TO WS-LOG-LINES-IN-QTR
                           PERFORM 220-TALLY-TO-OPERATOR-RTN
                       END-IF
                   END-IF
           END-READ
           .

      *    A SIGN-ON IS COUNTED ONCE, ON ITS SIGNED-ON LINE (A FIRST
      *    SIGN-ON ALSO LOGS PIN-SET JUST AHEAD OF IT). A WRONG PIN IS
      *    A FAILURE WHETHER OR NOT IT LOCKED THE OPERATOR OUT.
       220-TALLY-TO-OPERATOR-RTN.
           MOVE 'N' TO WS-OPERATOR-ON-FILE-SW
           SET OPT-IDX TO 1
           SEARCH OPT-ENTRY
               AT END
                   CONTINUE
               WHEN OPT-IDX > WS-OPERATOR-COUNT
                   CONTINUE
               WHEN OPT-ID (OPT-IDX) = SO-OPERATOR-ID-OUT
                   MOVE 'Y' TO WS-OPERATOR-ON-FILE-SW
           END-SEARCH
           IF NOT OPERATOR-ON-FILE
               IF SO-RESULT-OUT = 'UNKNOWN-ID'
                   ADD 1 TO WS-UNKNOWN-ATTEMPTS
               END-IF
           ELSE
               SET USE-IDX TO OPT-IDX
               EVALUATE SO-RESULT-OUT
                   WHEN 'SIGNED-ON'
                       ADD 1 TO USE-SIGNONS (USE-IDX)
                       PERFORM 230-TALLY-PROGRAM-RTN
                   WHEN 'BAD-PIN'
                   WHEN 'LOCKED-OUT'
                       ADD 1 TO USE-FAILURES (USE-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       230-TALLY-PROGRAM-RTN.
           SET PGM-IDX TO 1
           SEARCH USE-PGM-ENTRY
               AT END
                   CONTINUE
               WHEN PGM-IDX > USE-PGM-COUNT (USE-IDX)
                   ADD 1 TO USE-PGM-COUNT (USE-IDX)
                   MOVE SO-PROGRAM-ID-OUT
                       TO USE-PGM-ID (USE-IDX, PGM-IDX)
                   MOVE 1 TO USE-PGM-TIMES (USE-IDX, PGM-IDX)
               WHEN USE-PGM-ID (USE-IDX, PGM-IDX) = SO-PROGRAM-ID-OUT
                   ADD 1 TO USE-PGM-TIMES (USE-IDX, PGM-IDX)
           END-SEARCH
           .

      *****************************************************************
      *    400-PRINT-ONE-OPERATOR-RTN - THE OPERATOR'S DETAIL LINE,    *
      *    THE PROGRAMS THEY USED, WHAT NEEDS ATTENTION AND THE        *
      *    MANAGER'S REVIEW LINE.                                      *
      *****************************************************************
       400-PRINT-ONE-OPERATOR-RTN.
           SET USE-IDX TO OPT-IDX
           ADD 1 TO WS-OPERATORS-LISTED
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE OPT-ID (OPT-IDX)   TO DL-ID-OUT
           MOVE OPT-NAME (OPT-IDX) TO DL-NAME-OUT
           EVALUATE OPT-ROLE (OPT-IDX)
               WHEN 'I'  MOVE 'INQUIRY'    TO DL-ROLE-OUT
               WHEN 'C'  MOVE 'CLERK'      TO DL-ROLE-OUT
               WHEN 'S'  MOVE 'SUPERVISOR' TO DL-ROLE-OUT
                         ADD 1 TO WS-SUPERVISORS
               WHEN OTHER
                   MOVE OPT-ROLE (OPT-IDX) TO DL-ROLE-OUT
           END-EVALUATE
           EVALUATE TRUE
               WHEN OPT-DISABLED (OPT-IDX)
                   MOVE 'DISABLED'   TO DL-STATUS-OUT
               WHEN OPT-LOCKED (OPT-IDX)
                   MOVE 'LOCKED OUT' TO DL-STATUS-OUT
               WHEN OTHER
                   MOVE 'ACTIVE'     TO DL-STATUS-OUT
           END-EVALUATE
           IF OPT-EXPIRY-DATE (OPT-IDX) = ZERO
               MOVE 'NONE SET' TO DL-EXPIRY-OUT
           ELSE
               MOVE OPT-EXPIRY-DATE (OPT-IDX) TO WS-EDIT-DATE-IN
               PERFORM 450-EDIT-DATE-RTN
               MOVE WS-EDIT-DATE-OUT TO DL-EXPIRY-OUT
           END-IF
           IF OPT-LAST-SIGNON-DATE (OPT-IDX) = ZERO
               MOVE 'NEVER' TO DL-LAST-DATE-OUT
           ELSE
               MOVE OPT-LAST-SIGNON-DATE (OPT-IDX) TO WS-EDIT-DATE-IN
               PERFORM 450-EDIT-DATE-RTN
               MOVE WS-EDIT-DATE-OUT TO DL-LAST-DATE-OUT
               MOVE OPT-LAST-SIGNON-TIME (OPT-IDX) TO WS-EDIT-TIME-IN
               MOVE WS-EDIT-HH TO WS-EDIT-HH-OUT
               MOVE WS-EDIT-MN TO WS-EDIT-MN-OUT
               MOVE WS-EDIT-SS TO WS-EDIT-SS-OUT
               MOVE WS-EDIT-TIME-OUT TO DL-LAST-TIME-OUT
           END-IF
           MOVE USE-SIGNONS (USE-IDX)  TO DL-SIGNONS-OUT
           MOVE USE-FAILURES (USE-IDX) TO DL-FAILURES-OUT
           WRITE RECERT-REPORT-REC FROM WS-DETAIL-LINE

           PERFORM 410-PRINT-PROGRAMS-RTN
           PERFORM 420-PRINT-ATTENTION-RTN
           WRITE RECERT-REPORT-REC FROM WS-REVIEW-LINE
           WRITE RECERT-REPORT-REC FROM WS-BLANK-LINE
           .

      *    PROGRAMS USED, AS MANY TO A LINE AS FIT.
       410-PRINT-PROGRAMS-RTN.
           MOVE SPACES TO WS-WORK-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING '            PROGRAMS USED : '
                  DELIMITED BY SIZE INTO WS-WORK-LINE
                  WITH POINTER WS-LINE-PTR
           END-STRING
           IF USE-PGM-COUNT (USE-IDX) = ZERO
               STRING 'NONE IN THE QUARTER'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
                      WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               PERFORM 415-ADD-ONE-PROGRAM-RTN
                   VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > USE-PGM-COUNT (USE-IDX)
           END-IF
           WRITE RECERT-REPORT-REC FROM WS-WORK-LINE
           .

       415-ADD-ONE-PROGRAM-RTN.
           IF WS-LINE-PTR > 110
               WRITE RECERT-REPORT-REC FROM WS-WORK-LINE
               MOVE SPACES TO WS-WORK-LINE
               MOVE 29 TO WS-LINE-PTR
           END-IF
           MOVE USE-PGM-TIMES (USE-IDX, PGM-IDX) TO WS-TIMES-OUT
           STRING USE-PGM-ID (USE-IDX, PGM-IDX) DELIMITED BY SPACE
                  ' x' FUNCTION TRIM (WS-TIMES-OUT) '   '
                  DELIMITED BY SIZE INTO WS-WORK-LINE
                  WITH POINTER WS-LINE-PTR
           END-STRING
           .

      *    WHAT THE REVIEWER SHOULD LOOK AT FIRST; NO LINE IF NOTHING.
       420-PRINT-ATTENTION-RTN.
           MOVE SPACES TO WS-WORK-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE ZERO TO WS-FLAG-COUNT
           STRING '            ATTENTION     : '
                  DELIMITED BY SIZE INTO WS-WORK-LINE
                  WITH POINTER WS-LINE-PTR
           END-STRING
           IF USE-SIGNONS (USE-IDX) = ZERO
               MOVE 'NO SIGN-ON THIS QUARTER' TO WS-FLAG-TEXT
               PERFORM 425-ADD-ONE-FLAG-RTN
           END-IF
           IF OPT-DISABLED (OPT-IDX)
               MOVE 'DISABLED' TO WS-FLAG-TEXT
               PERFORM 425-ADD-ONE-FLAG-RTN
           END-IF
           IF OPT-LOCKED (OPT-IDX)
               MOVE 'LOCKED OUT' TO WS-FLAG-TEXT
               PERFORM 425-ADD-ONE-FLAG-RTN
           END-IF
           IF OPT-EXPIRY-DATE (OPT-IDX) = ZERO
               MOVE 'NO EXPIRY DATE SET' TO WS-FLAG-TEXT
               PERFORM 425-ADD-ONE-FLAG-RTN
           ELSE
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (OPT-EXPIRY-DATE (OPT-IDX))
                   - FUNCTION INTEGER-OF-DATE (WS-TODAY-N)
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < ZERO
                       MOVE 'ACCESS EXPIRED' TO WS-FLAG-TEXT
                       PERFORM 425-ADD-ONE-FLAG-RTN
                   WHEN WS-DAYS-LEFT < RECERT-WARN-DAYS
                       MOVE 'EXPIRES WITHIN 90 DAYS' TO WS-FLAG-TEXT
                       PERFORM 425-ADD-ONE-FLAG-RTN
               END-EVALUATE
           END-IF
           IF WS-FLAG-COUNT > ZERO
               ADD 1 TO WS-OPERATORS-FLAGGED
               WRITE RECERT-REPORT-REC FROM WS-WORK-LINE
           END-IF
           .

       425-ADD-ONE-FLAG-RTN.
           IF WS-FLAG-COUNT > ZERO
               STRING ', ' DELIMITED BY SIZE INTO WS-WORK-LINE
                      WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING WS-FLAG-TEXT DELIMITED BY '  '
                  INTO WS-WORK-LINE
                  WITH POINTER WS-LINE-PTR
           END-STRING
           ADD 1 TO WS-FLAG-COUNT
           .

       450-EDIT-DATE-RTN.
           MOVE WS-EDIT-MM   TO WS-EDIT-MM-OUT
           MOVE WS-EDIT-DD   TO WS-EDIT-DD-OUT
           MOVE WS-EDIT-CCYY TO WS-EDIT-CCYY-OUT
           .

           COPY OPERPARA.
