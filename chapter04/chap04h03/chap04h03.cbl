       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04H03.

      *****************************************************************
      * PROGRAM NAME : Pay-Equity and Compa-Ratio Analysis             *
      * PROGRAM ID   : CHAP04H03                                       *
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
      *   CHAP04V02 only checks that a salary is inside its job        *
      *   classification's range. This report shows where each       *
      *   active employee sits in it: the compa-ratio, salary over    *
      *   the range midpoint (SALRANGE), as a percentage.             *
      *                                                                *
      *   Anyone under 85% or over 115% of midpoint is listed first.  *
      *   Then, for each job class and each territory within it, the  *
      *   head count, midpoint, and average, lowest and highest       *
      *   compa-ratio with the spread between them. A territory whose *
      *   average trails the rest of its job class (all the other     *
      *   territories together) by more than the PARM percentage is   *
      *   flagged, so the merit matrix money for CH01A06 can go where *
      *   pay is lagging.                                             *
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
      *   | prmast.dat         | Payroll master                     |  *
      *   | prmast-term.dat    | Terminations (optional)            |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | compa-ratio-rpt.dat| Outliers, then job class/territory |  *
      *   |                    | compa-ratio summary                |  *
      *   | io-error.log       | Shared shop-wide I/O error log     |  *
      *   | run-stats.log      | Shared shop-wide end-of-run stats  |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - Missing termination file is treated as empty               *
      *   - A non-numeric salary is left out of the analysis and      *
      *     counted (CHAP04V02 rejects the record anyway)             *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Report written                                          *
      *   16 - Bad PARM, a required file could not be opened, or the  *
      *        job class/territory table overflowed                   *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   PARM is the trailing-territory threshold in whole percent   *
      *   (1 or 2 digits). Blank means 10. Run before each merit      *
      *   cycle.                                                       *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PR-MASTER ASSIGN TO 'data/prmast.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MASTER-STATUS.

           SELECT TERMINATION-FILE ASSIGN TO 'data/prmast-term.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TERM-STATUS.

           SELECT COMPA-REPORT-FILE
               ASSIGN TO 'data/compa-ratio-rpt.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PR-MASTER.
       01  MASTER-REC.
           05 EMPLOYEE-NO-IN         PIC X(5).
           05 EMPLOYEE-NAME-IN       PIC X(20).
           05 LOCATION-CODE-IN.
               10 TERRITORY-IN       PIC X(2).
               10 OFFICE-NO-IN       PIC X(2).
           05 ANNUAL-SALARY-IN       PIC X(6).
           05 ANNUAL-SALARY-NUM-IN REDEFINES ANNUAL-SALARY-IN
                                     PIC 9(6).
           05 SOCIAL-SECURITY-NO-IN  PIC X(9).
           05 NO-OF-DEPENDENTS-IN    PIC X(2).
           05 JOB-CLASSIFICATION-IN  PIC X(2).

       FD  TERMINATION-FILE.
           COPY TERMREC.

       FD  COMPA-REPORT-FILE.
       01  COMPA-REPORT-REC         PIC X(80).

           COPY IOERRFD.
           COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-TERM-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.

       COPY SALRANGE.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-RECORDS-READ          PIC 9(5) VALUE ZERO.
       01  WS-RECORDS-WRITTEN       PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ANALYZED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-BELOW-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-ABOVE-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-TRAILING-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-TODAY                 PIC 9(8).

       01  WS-PARM-TEXT             PIC X(20) VALUE SPACES.
       01  WS-PARM-ONE-DIGIT        PIC 9.
       01  WS-PARM-TWO-DIGITS       PIC 99.
       01  WS-TRAIL-THRESHOLD       PIC 99 VALUE 10.

      *    THE OUTLIER BAND, AS A PERCENTAGE OF MIDPOINT.
       01  WS-BAND-LOW              PIC 9(3)V9 VALUE 85.0.
       01  WS-BAND-HIGH             PIC 9(3)V9 VALUE 115.0.

      *    TERMINATED EMPLOYEE NUMBERS, LOADED BEFORE THE MASTER IS
      *    READ SO A TERMINATED EMPLOYEE IS LEFT OUT OF THE AVERAGES.
       01  CR-TERM-TABLE.
           05 CT-EMPLOYEE-NO        PIC X(5) OCCURS 1000 TIMES
                   INDEXED BY CT-IDX.
       01  WS-TERM-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-TERMINATED-SW         PIC X VALUE 'N'.
           88 EMPLOYEE-TERMINATED   VALUE 'Y'.

       01  WS-MIDPOINT              PIC 9(6) VALUE ZERO.
       01  WS-COMPA-RATIO           PIC 9(3)V9 VALUE ZERO.

      *    ONE ENTRY PER JOB CLASS AND TERRITORY, KEPT IN KEY ORDER AS
      *    IT IS BUILT, SO EACH CLASS'S TERRITORIES ARE TOGETHER.
       01  CR-GROUP-TABLE.
           05 CG-ENTRY OCCURS 500 TIMES
                   INDEXED BY CG-IDX CG-MOVE-IDX CG-SCAN-IDX.
               10 CG-KEY.
                   15 CG-JOB-CLASS   PIC X(2).
                   15 CG-TERRITORY   PIC X(2).
               10 CG-MIDPOINT        PIC 9(6).
               10 CG-COUNT           PIC 9(5).
               10 CG-SUM-RATIO       PIC 9(8)V9.
               10 CG-MIN-RATIO       PIC 9(3)V9.
               10 CG-MAX-RATIO       PIC 9(3)V9.
       01  WS-GROUP-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-GROUP-KEY.
           05 WS-GROUP-JOB-CLASS    PIC X(2).
           05 WS-GROUP-TERRITORY    PIC X(2).
       01  WS-GROUP-FOUND-SW        PIC X VALUE 'N'.
           88 GROUP-FOUND           VALUE 'Y'.

      *    WHOLE-CLASS FIGURES, GATHERED AHEAD OF THE CLASS'S
      *    TERRITORY LINES SO EACH TERRITORY CAN BE HELD AGAINST THE
      *    REST OF ITS CLASS.
       01  WS-CLASS-HOLD            PIC X(2) VALUE HIGH-VALUES.
       01  WS-CLASS-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-CLASS-SUM-RATIO       PIC 9(8)V9 VALUE ZERO.
       01  WS-CLASS-MIN-RATIO       PIC 9(3)V9 VALUE ZERO.
       01  WS-CLASS-MAX-RATIO       PIC 9(3)V9 VALUE ZERO.
       01  WS-CLASS-TERRITORIES     PIC 9(3) VALUE ZERO.
       01  WS-GROUP-AVERAGE         PIC 9(3)V9 VALUE ZERO.
       01  WS-OTHERS-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-OTHERS-AVERAGE        PIC 9(3)V9 VALUE ZERO.
       01  WS-TRAIL-PCT             PIC 9(3)V9 VALUE ZERO.

       01  WS-TITLE-LINE.
           05                       PIC X(40) VALUE
               'PAY-EQUITY AND COMPA-RATIO ANALYSIS'.
           05                       PIC X(19) VALUE SPACES.
           05                       PIC X(9)  VALUE 'RUN DATE '.
           05 TL-RUN-DATE-OUT       PIC 9(8).
           05                       PIC X(4)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05 SC-TEXT-OUT           PIC X(60).
           05 SC-NUMBER-OUT         PIC ZZ9 BLANK WHEN ZERO.
           05                       PIC X(17) VALUE SPACES.

       01  WS-OUTLIER-HEADING.
           05                       PIC X(40) VALUE
               'EMP#   NAME                  JOB  TERR  '.
           05                       PIC X(40) VALUE
               ' SALARY  MIDPOINT  RATIO  FLAG'.

       01  WS-OUTLIER-LINE.
           05 OL-EMPLOYEE-NO-OUT    PIC X(5).
           05                       PIC X(2)  VALUE SPACES.
           05 OL-EMPLOYEE-NAME-OUT  PIC X(20).
           05                       PIC X(2)  VALUE SPACES.
           05 OL-JOB-CLASS-OUT      PIC X(2).
           05                       PIC X(3)  VALUE SPACES.
           05 OL-TERRITORY-OUT      PIC X(2).
           05                       PIC X(2)  VALUE SPACES.
           05 OL-SALARY-OUT         PIC ZZZ,ZZ9.
           05                       PIC X(3)  VALUE SPACES.
           05 OL-MIDPOINT-OUT       PIC ZZZ,ZZ9.
           05                       PIC X(2)  VALUE SPACES.
           05 OL-RATIO-OUT          PIC ZZ9.9.
           05                       PIC X(2)  VALUE SPACES.
           05 OL-FLAG-OUT           PIC X(12).
           05                       PIC X(4)  VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           05                       PIC X(40) VALUE
               'JOB  TERR   COUNT  MIDPOINT  AVG CR  MIN'.
           05                       PIC X(40) VALUE
               ' CR  MAX CR  SPREAD  FLAG'.

       01  WS-SUMMARY-LINE.
           05 SL-JOB-CLASS-OUT      PIC X(2).
           05                       PIC X(3)  VALUE SPACES.
           05 SL-TERRITORY-OUT      PIC X(4).
           05                       PIC X(1)  VALUE SPACES.
           05 SL-COUNT-OUT          PIC ZZ,ZZ9.
           05                       PIC X(2)  VALUE SPACES.
           05 SL-MIDPOINT-OUT       PIC ZZZ,ZZ9.
           05                       PIC X(3)  VALUE SPACES.
           05 SL-AVERAGE-OUT        PIC ZZ9.9.
           05                       PIC X(3)  VALUE SPACES.
           05 SL-MINIMUM-OUT        PIC ZZ9.9.
           05                       PIC X(3)  VALUE SPACES.
           05 SL-MAXIMUM-OUT        PIC ZZ9.9.
           05                       PIC X(3)  VALUE SPACES.
           05 SL-SPREAD-OUT         PIC ZZ9.9.
           05                       PIC X(2)  VALUE SPACES.
           05 SL-FLAG-TEXT-OUT      PIC X(10).
           05 SL-FLAG-PCT-OUT       PIC ZZ9.9 BLANK WHEN ZERO.
           05 SL-FLAG-SIGN-OUT      PIC X(1).
           05                       PIC X(6)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 TOT-LABEL-OUT         PIC X(36).
           05 TOT-COUNT-OUT         PIC ZZ,ZZ9.
           05                       PIC X(38) VALUE SPACES.

       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
       01  WS-DASH-LINE             PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.

      ******************************************************************
      *  100-MAIN-MODULE - Controls opening and closing files          *
      *                    and direction of program logic;             *
      *                    return control to operating system.         *
      ******************************************************************
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04H03' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS = '35'
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF WS-ERRLOG-STATUS NOT = '00'
              AND WS-ERRLOG-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open ERROR-LOG file. Status: '
                       WS-ERRLOG-STATUS
           END-IF

           PERFORM 140-GET-PARM-RTN
           PERFORM 160-LOAD-TERMINATIONS-RTN
           PERFORM 180-OPEN-REPORT-RTN
           PERFORM 200-ANALYZE-MASTER-RTN
           PERFORM 300-PRINT-SUMMARY-RTN
           PERFORM 400-PRINT-TOTALS-RTN

           CLOSE COMPA-REPORT-FILE
           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY 'CHAP04H03: ' WS-SKIPPED-COUNT
                       ' employee(s) with a non-numeric salary left out'
           END-IF
           DISPLAY 'CHAP04H03: ' WS-ANALYZED-COUNT
                   ' employee(s) analyzed - see compa-ratio-rpt.dat'
           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-RECORDS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-RECORDS-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==WS-SKIPPED-COUNT==
               ==:FINAL-STATUS:==     BY =='OK'==.

           CLOSE ERROR-LOG-FILE
           STOP RUN
           .

      *    TRAILING THRESHOLD IN WHOLE PERCENT - BLANK MEANS 10.
       140-GET-PARM-RTN.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-TEXT NOT = SPACES
               IF WS-PARM-TEXT (2:1) = SPACE
                   MOVE WS-PARM-TEXT (1:1) TO WS-PARM-ONE-DIGIT
                   IF WS-PARM-TEXT (1:1) IS NOT NUMERIC
                       PERFORM 145-BAD-PARM-RTN
                   END-IF
                   MOVE WS-PARM-ONE-DIGIT TO WS-TRAIL-THRESHOLD
               ELSE
                   IF WS-PARM-TEXT (1:2) IS NOT NUMERIC
                      OR WS-PARM-TEXT (3:1) NOT = SPACE
                       PERFORM 145-BAD-PARM-RTN
                   END-IF
                   MOVE WS-PARM-TEXT (1:2) TO WS-PARM-TWO-DIGITS
                   MOVE WS-PARM-TWO-DIGITS TO WS-TRAIL-THRESHOLD
               END-IF
           END-IF
           .

       145-BAD-PARM-RTN.
           DISPLAY 'ERROR: CHAP04H03 PARM must be the trailing '
                   'threshold in whole percent (1-99), got "'
                   WS-PARM-TEXT '"'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *    A MISSING FILE (STATUS 35) MEANS NOBODY HAS BEEN TERMINATED.
       160-LOAD-TERMINATIONS-RTN.
           OPEN INPUT TERMINATION-FILE
           IF WS-TERM-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TERMINATION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF WS-TERM-COUNT < 1000
                               ADD 1 TO WS-TERM-COUNT
                               SET CT-IDX TO WS-TERM-COUNT
                               MOVE TRM-EMPLOYEE-NO
                                   TO CT-EMPLOYEE-NO (CT-IDX)
                           ELSE
                               DISPLAY 'WARNING: TERMINATION over 1000 '
                                       'records - ' TRM-EMPLOYEE-NO
                                       ' not loaded'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMINATION-FILE
           END-IF
           .

       180-OPEN-REPORT-RTN.
           OPEN OUTPUT COMPA-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open COMPA-RATIO-RPT file. '
                       'Status: ' WS-REPORT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='COMPA-RATIO-RPT'==
                   ==:OPERATION:==    BY =='OPEN OUTPUT'==
                   ==:STATUS-FIELD:== BY ==WS-REPORT-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      *  200-ANALYZE-MASTER-RTN - One pass of the master: outliers are *
      *                    printed as they are found, and every active *
      *                    employee is added into their class and      *
      *                    territory's figures for the summary.        *
      ******************************************************************
       200-ANALYZE-MASTER-RTN.
           OPEN INPUT F-PR-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open PR-MASTER file. Status: '
                       WS-MASTER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='PR-MASTER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-MASTER-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-TODAY TO TL-RUN-DATE-OUT
           WRITE COMPA-REPORT-REC FROM WS-TITLE-LINE
           WRITE COMPA-REPORT-REC FROM WS-BLANK-LINE
           MOVE 'EMPLOYEES OUTSIDE 85% - 115% OF RANGE MIDPOINT'
               TO SC-TEXT-OUT
           MOVE ZERO TO SC-NUMBER-OUT
           WRITE COMPA-REPORT-REC FROM WS-SECTION-LINE
           WRITE COMPA-REPORT-REC FROM WS-OUTLIER-HEADING
           WRITE COMPA-REPORT-REC FROM WS-DASH-LINE
           ADD 5 TO WS-RECORDS-WRITTEN

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-PR-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 210-CHECK-TERMINATED-RTN
                       IF NOT EMPLOYEE-TERMINATED
                           IF ANNUAL-SALARY-IN IS NUMERIC
                               PERFORM 220-ANALYZE-ONE-RTN
                           ELSE
                               ADD 1 TO WS-SKIPPED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-PR-MASTER
           .

       210-CHECK-TERMINATED-RTN.
           MOVE 'N' TO WS-TERMINATED-SW
           SET CT-IDX TO 1
           SEARCH CT-EMPLOYEE-NO
               AT END
                   CONTINUE
               WHEN CT-IDX > WS-TERM-COUNT
                   CONTINUE
               WHEN CT-EMPLOYEE-NO (CT-IDX) = EMPLOYEE-NO-IN
                   MOVE 'Y' TO WS-TERMINATED-SW
           END-SEARCH
           .

      *    MIDPOINT OF THE CLASS'S RANGE - THE DEFAULT ROW WHEN THE
      *    CLASS IS NOT LISTED, THE SAME LOOKUP CHAP04V02 VALIDATES BY.
       220-ANALYZE-ONE-RTN.
           ADD 1 TO WS-ANALYZED-COUNT
           SET RANGE-IDX TO 1
           SEARCH SALARY-RANGE
               WHEN RANGE-JOB-CLASS (RANGE-IDX) =
                        JOB-CLASSIFICATION-IN
                 OR RANGE-JOB-CLASS (RANGE-IDX) = SPACES
                   COMPUTE WS-MIDPOINT ROUNDED =
                       (RANGE-SALARY-MIN (RANGE-IDX)
                        + RANGE-SALARY-MAX (RANGE-IDX)) / 2
           END-SEARCH
           COMPUTE WS-COMPA-RATIO ROUNDED =
               ANNUAL-SALARY-NUM-IN * 100 / WS-MIDPOINT

           IF WS-COMPA-RATIO < WS-BAND-LOW
               MOVE 'BELOW 85%' TO OL-FLAG-OUT
               ADD 1 TO WS-BELOW-COUNT
               PERFORM 230-PRINT-OUTLIER-RTN
           ELSE
               IF WS-COMPA-RATIO > WS-BAND-HIGH
                   MOVE 'ABOVE 115%' TO OL-FLAG-OUT
                   ADD 1 TO WS-ABOVE-COUNT
                   PERFORM 230-PRINT-OUTLIER-RTN
               END-IF
           END-IF

           MOVE JOB-CLASSIFICATION-IN TO WS-GROUP-JOB-CLASS
           MOVE TERRITORY-IN          TO WS-GROUP-TERRITORY
           PERFORM 250-FIND-GROUP-RTN
           ADD 1 TO CG-COUNT (CG-IDX)
           ADD WS-COMPA-RATIO TO CG-SUM-RATIO (CG-IDX)
           IF CG-COUNT (CG-IDX) = 1
              OR WS-COMPA-RATIO < CG-MIN-RATIO (CG-IDX)
               MOVE WS-COMPA-RATIO TO CG-MIN-RATIO (CG-IDX)
           END-IF
           IF WS-COMPA-RATIO > CG-MAX-RATIO (CG-IDX)
               MOVE WS-COMPA-RATIO TO CG-MAX-RATIO (CG-IDX)
           END-IF
           .

       230-PRINT-OUTLIER-RTN.
           MOVE EMPLOYEE-NO-IN        TO OL-EMPLOYEE-NO-OUT
           MOVE EMPLOYEE-NAME-IN      TO OL-EMPLOYEE-NAME-OUT
           MOVE JOB-CLASSIFICATION-IN TO OL-JOB-CLASS-OUT
           MOVE TERRITORY-IN          TO OL-TERRITORY-OUT
           MOVE ANNUAL-SALARY-NUM-IN  TO OL-SALARY-OUT
           MOVE WS-MIDPOINT           TO OL-MIDPOINT-OUT
           MOVE WS-COMPA-RATIO        TO OL-RATIO-OUT
           WRITE COMPA-REPORT-REC FROM WS-OUTLIER-LINE
           ADD 1 TO WS-RECORDS-WRITTEN
           .

      *    LEAVES CG-IDX ON THE GROUP FOR WS-GROUP-KEY, OPENING A NEW
      *    ONE IN KEY ORDER IF THE KEY HAS NOT BEEN SEEN YET.
       250-FIND-GROUP-RTN.
           MOVE 'N' TO WS-GROUP-FOUND-SW
           SET CG-IDX TO 1
           PERFORM UNTIL CG-IDX > WS-GROUP-COUNT
                      OR CG-KEY (CG-IDX) NOT < WS-GROUP-KEY
               SET CG-IDX UP BY 1
           END-PERFORM
           IF CG-IDX NOT > WS-GROUP-COUNT
               IF CG-KEY (CG-IDX) = WS-GROUP-KEY
                   MOVE 'Y' TO WS-GROUP-FOUND-SW
               END-IF
           END-IF

           IF NOT GROUP-FOUND
               IF WS-GROUP-COUNT NOT < 500
                   DISPLAY 'ERROR: More than 500 job class/territory '
                           'groups'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET CG-MOVE-IDX TO WS-GROUP-COUNT
               PERFORM UNTIL CG-MOVE-IDX < CG-IDX
                   MOVE CG-ENTRY (CG-MOVE-IDX)
                       TO CG-ENTRY (CG-MOVE-IDX + 1)
                   SET CG-MOVE-IDX DOWN BY 1
               END-PERFORM
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-KEY TO CG-KEY (CG-IDX)
               MOVE WS-MIDPOINT  TO CG-MIDPOINT (CG-IDX)
               MOVE ZERO TO CG-COUNT (CG-IDX)
                            CG-SUM-RATIO (CG-IDX)
                            CG-MIN-RATIO (CG-IDX)
                            CG-MAX-RATIO (CG-IDX)
           END-IF
           .

      ******************************************************************
      *  300-PRINT-SUMMARY-RTN - For each job class, a line for the    *
      *                    whole class, then one per territory, each   *
      *                    territory measured against the rest of the  *
      *                    class.                                      *
      ******************************************************************
       300-PRINT-SUMMARY-RTN.
           WRITE COMPA-REPORT-REC FROM WS-BLANK-LINE
           MOVE 'COMPA-RATIO BY JOB CLASS AND TERRITORY - TRAILING FLAG'
               TO SC-TEXT-OUT
           MOVE ZERO TO SC-NUMBER-OUT
           WRITE COMPA-REPORT-REC FROM WS-SECTION-LINE
           MOVE '  TRAILING FLAG - PERCENT BELOW THE REST OF THE CLASS'
               TO SC-TEXT-OUT
           MOVE WS-TRAIL-THRESHOLD TO SC-NUMBER-OUT
           WRITE COMPA-REPORT-REC FROM WS-SECTION-LINE
           WRITE COMPA-REPORT-REC FROM WS-SUMMARY-HEADING
           WRITE COMPA-REPORT-REC FROM WS-DASH-LINE
           ADD 5 TO WS-RECORDS-WRITTEN

           MOVE HIGH-VALUES TO WS-CLASS-HOLD
           PERFORM 310-PRINT-GROUP-RTN
               VARYING CG-IDX FROM 1 BY 1
               UNTIL CG-IDX > WS-GROUP-COUNT
           .

       310-PRINT-GROUP-RTN.
           IF CG-JOB-CLASS (CG-IDX) NOT = WS-CLASS-HOLD
               PERFORM 320-CLASS-TOTALS-RTN
           END-IF

           MOVE SPACES TO SL-JOB-CLASS-OUT
           MOVE CG-TERRITORY (CG-IDX)  TO SL-TERRITORY-OUT
           MOVE CG-COUNT (CG-IDX)      TO SL-COUNT-OUT
           MOVE CG-MIDPOINT (CG-IDX)   TO SL-MIDPOINT-OUT
           COMPUTE WS-GROUP-AVERAGE ROUNDED =
               CG-SUM-RATIO (CG-IDX) / CG-COUNT (CG-IDX)
           MOVE WS-GROUP-AVERAGE       TO SL-AVERAGE-OUT
           MOVE CG-MIN-RATIO (CG-IDX)  TO SL-MINIMUM-OUT
           MOVE CG-MAX-RATIO (CG-IDX)  TO SL-MAXIMUM-OUT
           COMPUTE SL-SPREAD-OUT =
               CG-MAX-RATIO (CG-IDX) - CG-MIN-RATIO (CG-IDX)
           MOVE SPACES TO SL-FLAG-TEXT-OUT
                          SL-FLAG-SIGN-OUT
           MOVE ZERO   TO SL-FLAG-PCT-OUT

      *    THE REST OF THE CLASS IS EVERY OTHER TERRITORY TOGETHER -
      *    A CLASS WORKED IN ONLY ONE TERRITORY HAS NOTHING TO TRAIL.
           IF WS-CLASS-TERRITORIES > 1
               COMPUTE WS-OTHERS-COUNT =
                   WS-CLASS-COUNT - CG-COUNT (CG-IDX)
               COMPUTE WS-OTHERS-AVERAGE ROUNDED =
                   (WS-CLASS-SUM-RATIO - CG-SUM-RATIO (CG-IDX))
                   / WS-OTHERS-COUNT
               IF WS-GROUP-AVERAGE < WS-OTHERS-AVERAGE
                   COMPUTE WS-TRAIL-PCT ROUNDED =
                       (WS-OTHERS-AVERAGE - WS-GROUP-AVERAGE) * 100
                       / WS-OTHERS-AVERAGE
                   IF WS-TRAIL-PCT > WS-TRAIL-THRESHOLD
                       MOVE 'TRAILS BY ' TO SL-FLAG-TEXT-OUT
                       MOVE WS-TRAIL-PCT TO SL-FLAG-PCT-OUT
                       MOVE '%'          TO SL-FLAG-SIGN-OUT
                       ADD 1 TO WS-TRAILING-COUNT
                   END-IF
               END-IF
           END-IF

           WRITE COMPA-REPORT-REC FROM WS-SUMMARY-LINE
           ADD 1 TO WS-RECORDS-WRITTEN
           .

      *    GATHERS THE WHOLE CLASS STARTING AT CG-IDX AND PRINTS ITS
      *    ALL-TERRITORIES LINE AHEAD OF THE TERRITORY LINES.
       320-CLASS-TOTALS-RTN.
           MOVE CG-JOB-CLASS (CG-IDX) TO WS-CLASS-HOLD
           MOVE ZERO TO WS-CLASS-COUNT
                        WS-CLASS-SUM-RATIO
                        WS-CLASS-MAX-RATIO
                        WS-CLASS-TERRITORIES
           MOVE CG-MIN-RATIO (CG-IDX) TO WS-CLASS-MIN-RATIO
           SET CG-SCAN-IDX TO CG-IDX
           PERFORM UNTIL CG-SCAN-IDX > WS-GROUP-COUNT
                      OR CG-JOB-CLASS (CG-SCAN-IDX) NOT = WS-CLASS-HOLD
               ADD 1 TO WS-CLASS-TERRITORIES
               ADD CG-COUNT (CG-SCAN-IDX)     TO WS-CLASS-COUNT
               ADD CG-SUM-RATIO (CG-SCAN-IDX) TO WS-CLASS-SUM-RATIO
               IF CG-MIN-RATIO (CG-SCAN-IDX) < WS-CLASS-MIN-RATIO
                   MOVE CG-MIN-RATIO (CG-SCAN-IDX)
                       TO WS-CLASS-MIN-RATIO
               END-IF
               IF CG-MAX-RATIO (CG-SCAN-IDX) > WS-CLASS-MAX-RATIO
                   MOVE CG-MAX-RATIO (CG-SCAN-IDX)
                       TO WS-CLASS-MAX-RATIO
               END-IF
               SET CG-SCAN-IDX UP BY 1
           END-PERFORM

           IF CG-IDX > 1
               WRITE COMPA-REPORT-REC FROM WS-BLANK-LINE
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF
           MOVE CG-JOB-CLASS (CG-IDX)  TO SL-JOB-CLASS-OUT
           MOVE 'ALL '                 TO SL-TERRITORY-OUT
           MOVE WS-CLASS-COUNT         TO SL-COUNT-OUT
           MOVE CG-MIDPOINT (CG-IDX)   TO SL-MIDPOINT-OUT
           COMPUTE SL-AVERAGE-OUT ROUNDED =
               WS-CLASS-SUM-RATIO / WS-CLASS-COUNT
           MOVE WS-CLASS-MIN-RATIO     TO SL-MINIMUM-OUT
           MOVE WS-CLASS-MAX-RATIO     TO SL-MAXIMUM-OUT
           COMPUTE SL-SPREAD-OUT =
               WS-CLASS-MAX-RATIO - WS-CLASS-MIN-RATIO
           MOVE SPACES TO SL-FLAG-TEXT-OUT
                          SL-FLAG-SIGN-OUT
           MOVE ZERO   TO SL-FLAG-PCT-OUT
           WRITE COMPA-REPORT-REC FROM WS-SUMMARY-LINE
           ADD 1 TO WS-RECORDS-WRITTEN
           .

       400-PRINT-TOTALS-RTN.
           WRITE COMPA-REPORT-REC FROM WS-DASH-LINE
           MOVE 'ACTIVE EMPLOYEES ANALYZED           '
               TO TOT-LABEL-OUT
           MOVE WS-ANALYZED-COUNT TO TOT-COUNT-OUT
           WRITE COMPA-REPORT-REC FROM WS-TOTAL-LINE
           MOVE 'BELOW 85% OF MIDPOINT               '
               TO TOT-LABEL-OUT
           MOVE WS-BELOW-COUNT TO TOT-COUNT-OUT
           WRITE COMPA-REPORT-REC FROM WS-TOTAL-LINE
           MOVE 'ABOVE 115% OF MIDPOINT              '
               TO TOT-LABEL-OUT
           MOVE WS-ABOVE-COUNT TO TOT-COUNT-OUT
           WRITE COMPA-REPORT-REC FROM WS-TOTAL-LINE
           MOVE 'TERRITORIES TRAILING THEIR CLASS    '
               TO TOT-LABEL-OUT
           MOVE WS-TRAILING-COUNT TO TOT-COUNT-OUT
           WRITE COMPA-REPORT-REC FROM WS-TOTAL-LINE
           MOVE 'NON-NUMERIC SALARY - LEFT OUT       '
               TO TOT-LABEL-OUT
           MOVE WS-SKIPPED-COUNT TO TOT-COUNT-OUT
           WRITE COMPA-REPORT-REC FROM WS-TOTAL-LINE
           ADD 6 TO WS-RECORDS-WRITTEN
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
