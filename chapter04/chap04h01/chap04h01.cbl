       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04H01.

      *****************************************************************
      * PROGRAM NAME : Headcount and Turnover Report                   *
      * PROGRAM ID   : CHAP04H01                                       *
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
      *   Puts arrivals and departures together. For a month (or a    *
      *   span of months, so the quarter management asks for is one   *
      *   run) prints, by territory and job classification, the       *
      *   opening headcount, hires, terminations, closing headcount,  *
      *   and the annualized turnover rate, with a total line; then    *
      *   lists every termination in the period that came within 90    *
      *   days of the employee's hire date.                           *
      *                                                                *
      *   Territory and job class come from PRMAST.DAT, which keeps a  *
      *   terminated employee's record. Hire dates come from the hires *
      *   CHAP04N01 has consumed (hire-history.dat) plus any still     *
      *   waiting on the queue (new-hire.dat); termination dates from  *
      *   prmast-term.dat.                                             *
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
      *   | hire-history.dat   | Hires consumed by CHAP04N01        |  *
      *   |                    | (optional)                         |  *
      *   | new-hire.dat       | Hires not yet consumed (optional)  |  *
      *   | prmast-term.dat    | Terminations (optional)            |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | headcount-rpt.dat  | Headcount/turnover report          |  *
      *   | io-error.log       | Shared shop-wide I/O error log     |  *
      *   | run-stats.log      | Shared shop-wide end-of-run stats  |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - Missing hire or termination files are treated as empty     *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Report written                                          *
      *   16 - Bad PARM, or a required file could not be opened        *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   PARM is "CCYYMM [CCYYMM]" - the first and last month of the  *
      *   period. One month reports that month; blank reports last     *
      *   month. Turnover is terminations over the average of opening  *
      *   and closing headcount, scaled up to twelve months.           *
      *   An employee with no hire record (hired before hire-history   *
      *   was kept) counts as on staff from the start.                 *
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

           SELECT HIRE-HISTORY-FILE ASSIGN TO 'data/hire-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-HIREHIST-STATUS.

           SELECT F-NEW-HIRE ASSIGN TO 'data/new-hire.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-NEWHIRE-STATUS.

           SELECT TERMINATION-FILE ASSIGN TO 'data/prmast-term.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TERM-STATUS.

           SELECT HEADCOUNT-REPORT-FILE
               ASSIGN TO 'data/headcount-rpt.dat'
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
           05 SOCIAL-SECURITY-NO-IN  PIC X(9).
           05 NO-OF-DEPENDENTS-IN    PIC X(2).
           05 JOB-CLASSIFICATION-IN  PIC X(2).

      *    HIRE-HISTORY.DAT AND NEW-HIRE.DAT SHARE THE NEWHIREREC
      *    LAYOUT; THE HISTORY FILE IS READ INTO NEW-HIRE-REC.
       FD  HIRE-HISTORY-FILE.
       01  HIRE-HISTORY-REC         PIC X(56).

       FD  F-NEW-HIRE.
           COPY NEWHIREREC.

       FD  TERMINATION-FILE.
           COPY TERMREC.

       FD  HEADCOUNT-REPORT-FILE.
       01  HEADCOUNT-REPORT-REC     PIC X(80).

           COPY IOERRFD.
           COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-HIREHIST-STATUS       PIC XX.
       01  WS-NEWHIRE-STATUS        PIC XX.
       01  WS-TERM-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-RECORDS-READ          PIC 9(5) VALUE ZERO.
       01  WS-RECORDS-WRITTEN       PIC 9(5) VALUE ZERO.

       01  WS-PARM-TEXT             PIC X(20) VALUE SPACES.
       01  WS-PARM-FIELDS.
           05 WS-PARM-FROM          PIC X(6).
           05                       PIC X.
           05 WS-PARM-TO            PIC X(6).
           05                       PIC X(7).
       01  WS-TODAY.
           05 WS-TODAY-CCYY         PIC 9(4).
           05 WS-TODAY-MM           PIC 99.
           05 WS-TODAY-DD           PIC 99.
       01  WS-FROM-MONTH.
           05 WS-FROM-CCYY          PIC 9(4).
           05 WS-FROM-MM            PIC 99.
       01  WS-TO-MONTH.
           05 WS-TO-CCYY            PIC 9(4).
           05 WS-TO-MM              PIC 99.
      *    PERIOD BOUNDS AS CCYYMMDD. DAY 31 IS A SAFE UPPER BOUND FOR
      *    ANY MONTH WHEN COMPARING DATES.
       01  WS-PERIOD-START.
           05 WS-PS-MONTH           PIC 9(6).
           05 WS-PS-DD              PIC 99 VALUE 01.
       01  WS-PERIOD-START-NUM REDEFINES WS-PERIOD-START PIC 9(8).
       01  WS-PERIOD-END.
           05 WS-PE-MONTH           PIC 9(6).
           05 WS-PE-DD              PIC 99 VALUE 31.
       01  WS-PERIOD-END-NUM REDEFINES WS-PERIOD-END PIC 9(8).
       01  WS-MONTHS-IN-PERIOD      PIC 9(3) VALUE ZERO.

      *    ONE ENTRY PER EMPLOYEE ON PRMAST.DAT. DATES ARE ZERO WHEN
      *    THERE IS NO HIRE OR TERMINATION RECORD.
       01  HC-EMPLOYEE-TABLE.
           05 HE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY HE-IDX.
               10 HE-EMPLOYEE-NO     PIC X(5).
               10 HE-EMPLOYEE-NAME   PIC X(20).
               10 HE-TERRITORY       PIC X(2).
               10 HE-JOB-CLASS       PIC X(2).
               10 HE-HIRE-DATE       PIC 9(8).
               10 HE-TERM-DATE       PIC 9(8).
       01  WS-EMPLOYEE-COUNT        PIC 9(4) VALUE ZERO.

      *    ONE ENTRY PER TERRITORY/JOB CLASS, KEPT IN KEY ORDER AS IT
      *    IS BUILT. THE LAST ENTRY PAST THE GROUPS CARRIES THE TOTAL.
       01  HC-GROUP-TABLE.
           05 HG-ENTRY OCCURS 201 TIMES
                   INDEXED BY HG-IDX HG-MOVE-IDX.
               10 HG-KEY.
                   15 HG-TERRITORY   PIC X(2).
                   15 HG-JOB-CLASS   PIC X(2).
               10 HG-OPENING         PIC 9(5).
               10 HG-HIRES           PIC 9(5).
               10 HG-TERMS           PIC 9(5).
               10 HG-CLOSING         PIC 9(5).
       01  WS-GROUP-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-GROUP-KEY.
           05 WS-GROUP-TERRITORY    PIC X(2).
           05 WS-GROUP-JOB-CLASS    PIC X(2).
       01  WS-GROUP-FOUND-SW        PIC X VALUE 'N'.
           88 GROUP-FOUND           VALUE 'Y'.
       01  WS-TOTAL-GROUP           PIC 9(3) VALUE ZERO.

       01  WS-COUNTS-OPENING-SW     PIC X VALUE 'N'.
           88 ON-STAFF-AT-OPEN      VALUE 'Y'.
       01  WS-HIRED-IN-PERIOD-SW    PIC X VALUE 'N'.
           88 HIRED-IN-PERIOD       VALUE 'Y'.
       01  WS-TERMED-IN-PERIOD-SW   PIC X VALUE 'N'.
           88 TERMED-IN-PERIOD      VALUE 'Y'.

       01  WS-AVERAGE-HEADCOUNT     PIC 9(5)V9 VALUE ZERO.
       01  WS-TURNOVER-PCT          PIC 9(5)V9 VALUE ZERO.
       01  WS-TENURE-DAYS           PIC S9(7) VALUE ZERO.
       01  WS-SHORT-TENURE-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE.
           05                       PIC X(32) VALUE
               'HEADCOUNT AND TURNOVER REPORT'.
           05                       PIC X(7)  VALUE 'PERIOD '.
           05 TL-FROM-OUT           PIC 9(6).
           05                       PIC X(3)  VALUE ' - '.
           05 TL-TO-OUT             PIC 9(6).
           05                       PIC X(6)  VALUE SPACES.
           05                       PIC X(9)  VALUE 'RUN DATE '.
           05 TL-RUN-DATE-OUT       PIC 9(8).
           05                       PIC X(3)  VALUE SPACES.

       01  WS-HEADING-LINE.
           05                       PIC X(50) VALUE
               'TERR  JOB   OPENING    HIRES    TERMS  CLOSING   '.
           05                       PIC X(30) VALUE
               'TURNOVER %'.

       01  WS-DETAIL-LINE.
           05 DL-TERRITORY-OUT      PIC X(5).
           05                       PIC X     VALUE SPACE.
           05 DL-JOB-CLASS-OUT      PIC X(3).
           05 DL-OPENING-OUT        PIC ZZ,ZZ9.
           05                       PIC X(3)  VALUE SPACES.
           05 DL-HIRES-OUT          PIC ZZ,ZZ9.
           05                       PIC X(3)  VALUE SPACES.
           05 DL-TERMS-OUT          PIC ZZ,ZZ9.
           05                       PIC X(3)  VALUE SPACES.
           05 DL-CLOSING-OUT        PIC ZZ,ZZ9.
           05                       PIC X(4)  VALUE SPACES.
           05 DL-TURNOVER-OUT       PIC ZZ,ZZ9.9.
           05                       PIC X(26) VALUE SPACES.

       01  WS-SHORT-HEADING-1.
           05                       PIC X(28) VALUE
               'SHORT-TENURE TERMINATIONS - '.
           05                       PIC X(52) VALUE
               'LEFT WITHIN 90 DAYS OF HIRE'.
       01  WS-SHORT-HEADING-2.
           05                       PIC X(40) VALUE
               'EMP NO NAME                 TERR JOB '.
           05                       PIC X(40) VALUE
               'HIRE DATE TERM DATE  DAYS'.

       01  WS-SHORT-LINE.
           05 SL-EMPLOYEE-NO-OUT    PIC X(5).
           05                       PIC X(2)  VALUE SPACES.
           05 SL-EMPLOYEE-NAME-OUT  PIC X(20).
           05                       PIC X     VALUE SPACE.
           05 SL-TERRITORY-OUT      PIC X(5).
           05 SL-JOB-CLASS-OUT      PIC X(4).
           05 SL-HIRE-DATE-OUT      PIC 9(8).
           05                       PIC X(2)  VALUE SPACES.
           05 SL-TERM-DATE-OUT      PIC 9(8).
           05                       PIC X(2)  VALUE SPACES.
           05 SL-DAYS-OUT           PIC ZZ9.
           05                       PIC X(20) VALUE SPACES.

       01  WS-NONE-LINE             PIC X(80) VALUE
           '  NONE IN THIS PERIOD'.
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
           MOVE 'CHAP04H01' TO WS-THIS-PROGRAM-ID
           PERFORM 120-GET-PARM-RTN

           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS = '35'
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF WS-ERRLOG-STATUS NOT = '00'
              AND WS-ERRLOG-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open ERROR-LOG file. Status: '
                       WS-ERRLOG-STATUS
           END-IF

           PERFORM 150-LOAD-MASTER-RTN
           PERFORM 160-LOAD-HIRES-RTN
           PERFORM 170-LOAD-TERMINATIONS-RTN
           PERFORM 180-OPEN-REPORT-RTN

           PERFORM 200-COUNT-EMPLOYEE-RTN
               VARYING HE-IDX FROM 1 BY 1
               UNTIL HE-IDX > WS-EMPLOYEE-COUNT
           PERFORM 300-PRINT-HEADCOUNT-RTN
           PERFORM 400-PRINT-SHORT-TENURE-RTN

           CLOSE HEADCOUNT-REPORT-FILE
           DISPLAY 'CHAP04H01: Period ' WS-FROM-MONTH ' - '
                   WS-TO-MONTH ' written to headcount-rpt.dat'
           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-RECORDS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-RECORDS-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==ZERO==
               ==:FINAL-STATUS:==     BY =='OK'==.

           CLOSE ERROR-LOG-FILE
           STOP RUN
           .

      ******************************************************************
      *  120-GET-PARM-RTN - Reads "CCYYMM [CCYYMM]"; blank means last  *
      *                    month.                                      *
      ******************************************************************
       120-GET-PARM-RTN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           MOVE WS-PARM-TEXT TO WS-PARM-FIELDS
           IF WS-PARM-TEXT = SPACES
               IF WS-TODAY-MM = 01
                   COMPUTE WS-FROM-CCYY = WS-TODAY-CCYY - 1
                   MOVE 12 TO WS-FROM-MM
               ELSE
                   MOVE WS-TODAY-CCYY TO WS-FROM-CCYY
                   COMPUTE WS-FROM-MM = WS-TODAY-MM - 1
               END-IF
               MOVE WS-FROM-MONTH TO WS-TO-MONTH
           ELSE
               IF WS-PARM-FROM IS NOT NUMERIC
                   DISPLAY 'ERROR: PARM must be "CCYYMM [CCYYMM]" - '
                           'got "' WS-PARM-TEXT '"'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-FROM TO WS-FROM-MONTH
               IF WS-PARM-TO IS NUMERIC
                   MOVE WS-PARM-TO TO WS-TO-MONTH
               ELSE
                   MOVE WS-FROM-MONTH TO WS-TO-MONTH
               END-IF
           END-IF

           IF WS-FROM-MM < 01 OR WS-FROM-MM > 12
              OR WS-TO-MM < 01 OR WS-TO-MM > 12
              OR WS-TO-MONTH < WS-FROM-MONTH
               DISPLAY 'ERROR: Bad reporting period ' WS-FROM-MONTH
                       ' - ' WS-TO-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-FROM-MONTH TO WS-PS-MONTH
           MOVE WS-TO-MONTH   TO WS-PE-MONTH
           COMPUTE WS-MONTHS-IN-PERIOD =
               (WS-TO-CCYY * 12 + WS-TO-MM)
             - (WS-FROM-CCYY * 12 + WS-FROM-MM) + 1
           .

       150-LOAD-MASTER-RTN.
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
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-PR-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF WS-EMPLOYEE-COUNT < 1000
                           ADD 1 TO WS-EMPLOYEE-COUNT
                           SET HE-IDX TO WS-EMPLOYEE-COUNT
                           MOVE EMPLOYEE-NO-IN
                               TO HE-EMPLOYEE-NO (HE-IDX)
                           MOVE EMPLOYEE-NAME-IN
                               TO HE-EMPLOYEE-NAME (HE-IDX)
                           MOVE TERRITORY-IN
                               TO HE-TERRITORY (HE-IDX)
                           MOVE JOB-CLASSIFICATION-IN
                               TO HE-JOB-CLASS (HE-IDX)
                           MOVE ZERO TO HE-HIRE-DATE (HE-IDX)
                                        HE-TERM-DATE (HE-IDX)
                       ELSE
                           DISPLAY 'WARNING: PR-MASTER over 1000 '
                                   'employees - ' EMPLOYEE-NO-IN
                                   ' not counted'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-PR-MASTER
           .

      *    A MISSING FILE (STATUS 35) MEANS NO HIRES OF THAT KIND. A
      *    REHIRE KEEPS THE LATEST HIRE DATE.
       160-LOAD-HIRES-RTN.
           OPEN INPUT HIRE-HISTORY-FILE
           IF WS-HIREHIST-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HIRE-HISTORY-FILE INTO NEW-HIRE-REC
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM 165-POST-HIRE-DATE-RTN
                   END-READ
               END-PERFORM
               CLOSE HIRE-HISTORY-FILE
           END-IF

           OPEN INPUT F-NEW-HIRE
           IF WS-NEWHIRE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-NEW-HIRE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM 165-POST-HIRE-DATE-RTN
                   END-READ
               END-PERFORM
               CLOSE F-NEW-HIRE
           END-IF
           .

       165-POST-HIRE-DATE-RTN.
           SET HE-IDX TO 1
           SEARCH HE-ENTRY
               AT END
                   CONTINUE
               WHEN HE-IDX > WS-EMPLOYEE-COUNT
                   CONTINUE
               WHEN HE-EMPLOYEE-NO (HE-IDX) = NH-EMPLOYEE-NO
                   IF NH-HIRE-DATE > HE-HIRE-DATE (HE-IDX)
                       MOVE NH-HIRE-DATE TO HE-HIRE-DATE (HE-IDX)
                   END-IF
           END-SEARCH
           .

       170-LOAD-TERMINATIONS-RTN.
           OPEN INPUT TERMINATION-FILE
           IF WS-TERM-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TERMINATION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           SET HE-IDX TO 1
                           SEARCH HE-ENTRY
                               AT END
                                   CONTINUE
                               WHEN HE-IDX > WS-EMPLOYEE-COUNT
                                   CONTINUE
                               WHEN HE-EMPLOYEE-NO (HE-IDX)
                                    = TRM-EMPLOYEE-NO
                                   IF TRM-TERM-DATE
                                      > HE-TERM-DATE (HE-IDX)
                                       MOVE TRM-TERM-DATE
                                           TO HE-TERM-DATE (HE-IDX)
                                   END-IF
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE TERMINATION-FILE
           END-IF
           .

       180-OPEN-REPORT-RTN.
           OPEN OUTPUT HEADCOUNT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open HEADCOUNT-RPT file. '
                       'Status: ' WS-REPORT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='HEADCOUNT'==
                   ==:OPERATION:==    BY =='OPEN OUTPUT'==
                   ==:STATUS-FIELD:== BY ==WS-REPORT-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      *  200-COUNT-EMPLOYEE-RTN - Places one employee in the period:   *
      *                    on staff when it opened (hired before it    *
      *                    began and not terminated before it began),  *
      *                    hired during it, terminated during it.      *
      ******************************************************************
       200-COUNT-EMPLOYEE-RTN.
           MOVE 'N' TO WS-COUNTS-OPENING-SW
                       WS-HIRED-IN-PERIOD-SW
                       WS-TERMED-IN-PERIOD-SW
           IF HE-HIRE-DATE (HE-IDX) < WS-PERIOD-START-NUM
              AND (HE-TERM-DATE (HE-IDX) = ZERO
                OR HE-TERM-DATE (HE-IDX) NOT < WS-PERIOD-START-NUM)
               MOVE 'Y' TO WS-COUNTS-OPENING-SW
           END-IF
           IF HE-HIRE-DATE (HE-IDX) NOT < WS-PERIOD-START-NUM
              AND HE-HIRE-DATE (HE-IDX) NOT > WS-PERIOD-END-NUM
               MOVE 'Y' TO WS-HIRED-IN-PERIOD-SW
           END-IF
           IF HE-TERM-DATE (HE-IDX) NOT < WS-PERIOD-START-NUM
              AND HE-TERM-DATE (HE-IDX) NOT > WS-PERIOD-END-NUM
               MOVE 'Y' TO WS-TERMED-IN-PERIOD-SW
           END-IF

           IF ON-STAFF-AT-OPEN OR HIRED-IN-PERIOD OR TERMED-IN-PERIOD
               MOVE HE-TERRITORY (HE-IDX) TO WS-GROUP-TERRITORY
               MOVE HE-JOB-CLASS (HE-IDX) TO WS-GROUP-JOB-CLASS
               PERFORM 210-FIND-GROUP-RTN
               IF ON-STAFF-AT-OPEN
                   ADD 1 TO HG-OPENING (HG-IDX)
                   ADD 1 TO HG-CLOSING (HG-IDX)
               END-IF
               IF HIRED-IN-PERIOD
                   ADD 1 TO HG-HIRES (HG-IDX)
                   ADD 1 TO HG-CLOSING (HG-IDX)
               END-IF
               IF TERMED-IN-PERIOD
                   ADD 1 TO HG-TERMS (HG-IDX)
                   SUBTRACT 1 FROM HG-CLOSING (HG-IDX)
               END-IF
           END-IF
           .

      *    LEAVES HG-IDX ON THE GROUP FOR WS-GROUP-KEY, OPENING A NEW
      *    ONE IN KEY ORDER IF THIS IS THE FIRST EMPLOYEE IN IT.
       210-FIND-GROUP-RTN.
           MOVE 'N' TO WS-GROUP-FOUND-SW
           SET HG-IDX TO 1
           PERFORM UNTIL HG-IDX > WS-GROUP-COUNT
                      OR HG-KEY (HG-IDX) NOT < WS-GROUP-KEY
               SET HG-IDX UP BY 1
           END-PERFORM
           IF HG-IDX NOT > WS-GROUP-COUNT
               IF HG-KEY (HG-IDX) = WS-GROUP-KEY
                   MOVE 'Y' TO WS-GROUP-FOUND-SW
               END-IF
           END-IF

           IF NOT GROUP-FOUND
               IF WS-GROUP-COUNT NOT < 200
                   DISPLAY 'ERROR: More than 200 territory/job class '
                           'groups'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET HG-MOVE-IDX TO WS-GROUP-COUNT
               PERFORM UNTIL HG-MOVE-IDX < HG-IDX
                   MOVE HG-ENTRY (HG-MOVE-IDX)
                       TO HG-ENTRY (HG-MOVE-IDX + 1)
                   SET HG-MOVE-IDX DOWN BY 1
               END-PERFORM
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-KEY TO HG-KEY (HG-IDX)
               MOVE ZERO TO HG-OPENING (HG-IDX)
                            HG-HIRES (HG-IDX)
                            HG-TERMS (HG-IDX)
                            HG-CLOSING (HG-IDX)
           END-IF
           .

      ******************************************************************
      *  300-PRINT-HEADCOUNT-RTN - One line per group, then the total  *
      *                    accumulated into the entry past the last    *
      *                    group.                                      *
      ******************************************************************
       300-PRINT-HEADCOUNT-RTN.
           MOVE WS-FROM-MONTH TO TL-FROM-OUT
           MOVE WS-TO-MONTH   TO TL-TO-OUT
           MOVE WS-TODAY      TO TL-RUN-DATE-OUT
           WRITE HEADCOUNT-REPORT-REC FROM WS-TITLE-LINE
           WRITE HEADCOUNT-REPORT-REC FROM WS-BLANK-LINE
           WRITE HEADCOUNT-REPORT-REC FROM WS-HEADING-LINE
           WRITE HEADCOUNT-REPORT-REC FROM WS-DASH-LINE
           ADD 4 TO WS-RECORDS-WRITTEN

           COMPUTE WS-TOTAL-GROUP = WS-GROUP-COUNT + 1
           SET HG-MOVE-IDX TO WS-TOTAL-GROUP
           MOVE ZERO TO HG-OPENING (HG-MOVE-IDX)
                        HG-HIRES (HG-MOVE-IDX)
                        HG-TERMS (HG-MOVE-IDX)
                        HG-CLOSING (HG-MOVE-IDX)

           PERFORM 310-PRINT-GROUP-RTN
               VARYING HG-IDX FROM 1 BY 1
               UNTIL HG-IDX > WS-GROUP-COUNT

           WRITE HEADCOUNT-REPORT-REC FROM WS-DASH-LINE
           SET HG-IDX TO WS-TOTAL-GROUP
           PERFORM 320-FORMAT-LINE-RTN
           MOVE 'TOTAL' TO DL-TERRITORY-OUT
           MOVE SPACES  TO DL-JOB-CLASS-OUT
           WRITE HEADCOUNT-REPORT-REC FROM WS-DETAIL-LINE
           ADD 2 TO WS-RECORDS-WRITTEN
           .

       310-PRINT-GROUP-RTN.
           ADD HG-OPENING (HG-IDX) TO HG-OPENING (HG-MOVE-IDX)
           ADD HG-HIRES (HG-IDX)   TO HG-HIRES (HG-MOVE-IDX)
           ADD HG-TERMS (HG-IDX)   TO HG-TERMS (HG-MOVE-IDX)
           ADD HG-CLOSING (HG-IDX) TO HG-CLOSING (HG-MOVE-IDX)
           PERFORM 320-FORMAT-LINE-RTN
           WRITE HEADCOUNT-REPORT-REC FROM WS-DETAIL-LINE
           ADD 1 TO WS-RECORDS-WRITTEN
           .

      *    TURNOVER = TERMINATIONS / AVERAGE HEADCOUNT, ANNUALIZED BY
      *    THE NUMBER OF MONTHS IN THE PERIOD.
       320-FORMAT-LINE-RTN.
           MOVE HG-TERRITORY (HG-IDX) TO DL-TERRITORY-OUT
           MOVE HG-JOB-CLASS (HG-IDX) TO DL-JOB-CLASS-OUT
           MOVE HG-OPENING (HG-IDX)   TO DL-OPENING-OUT
           MOVE HG-HIRES (HG-IDX)     TO DL-HIRES-OUT
           MOVE HG-TERMS (HG-IDX)     TO DL-TERMS-OUT
           MOVE HG-CLOSING (HG-IDX)   TO DL-CLOSING-OUT
           COMPUTE WS-AVERAGE-HEADCOUNT =
               (HG-OPENING (HG-IDX) + HG-CLOSING (HG-IDX)) / 2
           IF WS-AVERAGE-HEADCOUNT = ZERO
               MOVE ZERO TO WS-TURNOVER-PCT
           ELSE
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   HG-TERMS (HG-IDX) / WS-AVERAGE-HEADCOUNT
                   * 12 / WS-MONTHS-IN-PERIOD * 100
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-TURNOVER-PCT
               END-COMPUTE
           END-IF
           MOVE WS-TURNOVER-PCT TO DL-TURNOVER-OUT
           .

      ******************************************************************
      *  400-PRINT-SHORT-TENURE-RTN - Terminations in the period that  *
      *                    came within 90 days of the hire date.       *
      ******************************************************************
       400-PRINT-SHORT-TENURE-RTN.
           WRITE HEADCOUNT-REPORT-REC FROM WS-BLANK-LINE
           WRITE HEADCOUNT-REPORT-REC FROM WS-SHORT-HEADING-1
           WRITE HEADCOUNT-REPORT-REC FROM WS-SHORT-HEADING-2
           WRITE HEADCOUNT-REPORT-REC FROM WS-DASH-LINE
           ADD 4 TO WS-RECORDS-WRITTEN

           PERFORM 410-CHECK-TENURE-RTN
               VARYING HE-IDX FROM 1 BY 1
               UNTIL HE-IDX > WS-EMPLOYEE-COUNT

           IF WS-SHORT-TENURE-COUNT = ZERO
               WRITE HEADCOUNT-REPORT-REC FROM WS-NONE-LINE
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF
           .

       410-CHECK-TENURE-RTN.
           IF HE-TERM-DATE (HE-IDX) NOT < WS-PERIOD-START-NUM
              AND HE-TERM-DATE (HE-IDX) NOT > WS-PERIOD-END-NUM
              AND HE-HIRE-DATE (HE-IDX) NOT = ZERO
              AND HE-HIRE-DATE (HE-IDX) NOT > HE-TERM-DATE (HE-IDX)
               COMPUTE WS-TENURE-DAYS =
                   FUNCTION INTEGER-OF-DATE (HE-TERM-DATE (HE-IDX))
                   - FUNCTION INTEGER-OF-DATE (HE-HIRE-DATE (HE-IDX))
               IF WS-TENURE-DAYS NOT > 90
                   MOVE HE-EMPLOYEE-NO (HE-IDX)   TO SL-EMPLOYEE-NO-OUT
                   MOVE HE-EMPLOYEE-NAME (HE-IDX)
                       TO SL-EMPLOYEE-NAME-OUT
                   MOVE HE-TERRITORY (HE-IDX)     TO SL-TERRITORY-OUT
                   MOVE HE-JOB-CLASS (HE-IDX)     TO SL-JOB-CLASS-OUT
                   MOVE HE-HIRE-DATE (HE-IDX)     TO SL-HIRE-DATE-OUT
                   MOVE HE-TERM-DATE (HE-IDX)     TO SL-TERM-DATE-OUT
                   MOVE WS-TENURE-DAYS            TO SL-DAYS-OUT
                   WRITE HEADCOUNT-REPORT-REC FROM WS-SHORT-LINE
                   ADD 1 TO WS-SHORT-TENURE-COUNT
                   ADD 1 TO WS-RECORDS-WRITTEN
               END-IF
           END-IF
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
