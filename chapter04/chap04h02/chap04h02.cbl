       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04H02.

      *****************************************************************
      * PROGRAM NAME : Position Vacancy Report                         *
      * PROGRAM ID   : CHAP04H02                                       *
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
      *   For every seat on the position-control master (territory,   *
      *   office, and job classification) prints the authorized       *
      *   count, the number filled by active employees on PRMAST.DAT, *
      *   and the vacancies, so recruiting only opens real positions. *
      *   A seat holding more people than it is authorized for is     *
      *   flagged OVER, and a territory/office/job class with people  *
      *   in it but no authorization at all is listed and flagged     *
      *   NOT AUTHORIZED.                                              *
      *                                                                *
      *   An employee with a termination record on prmast-term.dat    *
      *   no longer fills a seat - the same rule CHAP04M01 applies    *
      *   when it checks a seat for an add or a transfer.             *
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
      *   | position-ctl.dat   | Authorized seats (POSCTLREC)       |  *
      *   | prmast.dat         | Payroll master                     |  *
      *   | prmast-term.dat    | Terminations (optional)            |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | vacancy-rpt.dat    | Authorized vs. filled seats        |  *
      *   | io-error.log       | Shared shop-wide I/O error log     |  *
      *   | run-stats.log      | Shared shop-wide end-of-run stats  |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - Missing termination file is treated as empty               *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Report written, every filled seat is authorized         *
      *   4  - Report written, some seats over-filled or unauthorized  *
      *   16 - A required file could not be opened, or the seat table  *
      *        overflowed                                              *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   The report is in territory/office/job class order whatever  *
      *   order position-ctl.dat is kept in.                           *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-POSITION-CTL ASSIGN TO 'data/position-ctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-POSCTL-STATUS.

           SELECT F-PR-MASTER ASSIGN TO 'data/prmast.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MASTER-STATUS.

           SELECT TERMINATION-FILE ASSIGN TO 'data/prmast-term.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TERM-STATUS.

           SELECT VACANCY-REPORT-FILE
               ASSIGN TO 'data/vacancy-rpt.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-POSITION-CTL.
           COPY POSCTLREC.

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

       FD  TERMINATION-FILE.
           COPY TERMREC.

       FD  VACANCY-REPORT-FILE.
       01  VACANCY-REPORT-REC       PIC X(80).

           COPY IOERRFD.
           COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-POSCTL-STATUS         PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-TERM-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-RECORDS-READ          PIC 9(5) VALUE ZERO.
       01  WS-RECORDS-WRITTEN       PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-TODAY                 PIC 9(8).

      *    TERMINATED EMPLOYEE NUMBERS, LOADED BEFORE THE MASTER IS
      *    READ SO A TERMINATED EMPLOYEE IS NEVER COUNTED IN A SEAT.
       01  VC-TERM-TABLE.
           05 VT-EMPLOYEE-NO        PIC X(5) OCCURS 1000 TIMES
                   INDEXED BY VT-IDX.
       01  WS-TERM-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-TERMINATED-SW         PIC X VALUE 'N'.
           88 EMPLOYEE-TERMINATED   VALUE 'Y'.

      *    ONE ENTRY PER SEAT, KEPT IN KEY ORDER AS IT IS BUILT. A KEY
      *    THAT ONLY TURNS UP ON THE MASTER GOES IN WITH ZERO SEATS
      *    AUTHORIZED. THE LAST ENTRY PAST THE SEATS CARRIES THE TOTAL.
       01  VC-SEAT-TABLE.
           05 VS-ENTRY OCCURS 501 TIMES
                   INDEXED BY VS-IDX VS-MOVE-IDX.
               10 VS-KEY.
                   15 VS-TERRITORY   PIC X(2).
                   15 VS-OFFICE-NO   PIC X(2).
                   15 VS-JOB-CLASS   PIC X(2).
               10 VS-AUTHORIZED      PIC 9(5).
               10 VS-FILLED          PIC 9(5).
       01  WS-SEAT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-SEAT-KEY.
           05 WS-SEAT-TERRITORY     PIC X(2).
           05 WS-SEAT-OFFICE-NO     PIC X(2).
           05 WS-SEAT-JOB-CLASS     PIC X(2).
       01  WS-SEAT-FOUND-SW         PIC X VALUE 'N'.
           88 SEAT-FOUND            VALUE 'Y'.
       01  WS-TOTAL-SEAT            PIC 9(3) VALUE ZERO.
       01  WS-VACANT                PIC S9(5) VALUE ZERO.

       01  WS-TITLE-LINE.
           05                       PIC X(32) VALUE
               'POSITION VACANCY REPORT'.
           05                       PIC X(27) VALUE SPACES.
           05                       PIC X(9)  VALUE 'RUN DATE '.
           05 TL-RUN-DATE-OUT       PIC 9(8).
           05                       PIC X(4)  VALUE SPACES.

       01  WS-HEADING-LINE.
           05                       PIC X(40) VALUE
               'TERR  OFFICE  JOB  AUTHORIZED    FILLED'.
           05                       PIC X(40) VALUE
               '    VACANT'.

       01  WS-DETAIL-LINE.
           05 DL-TERRITORY-OUT      PIC X(6).
           05 DL-OFFICE-NO-OUT      PIC X(8).
           05 DL-JOB-CLASS-OUT      PIC X(3).
           05 DL-AUTHORIZED-OUT     PIC ZZ,ZZZ,ZZ9.
           05                       PIC X(2)  VALUE SPACES.
           05 DL-FILLED-OUT         PIC ZZZ,ZZ9.
           05                       PIC X(3)  VALUE SPACES.
           05 DL-VACANT-OUT         PIC ZZ,ZZ9-.
           05                       PIC X(2)  VALUE SPACES.
           05 DL-FLAG-OUT           PIC X(16).
           05                       PIC X(16) VALUE SPACES.

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
           MOVE 'CHAP04H02' TO WS-THIS-PROGRAM-ID
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

           PERFORM 150-LOAD-POSITIONS-RTN
           PERFORM 160-LOAD-TERMINATIONS-RTN
           PERFORM 170-COUNT-FILLED-RTN
           PERFORM 180-OPEN-REPORT-RTN

           PERFORM 300-PRINT-VACANCIES-RTN

           CLOSE VACANCY-REPORT-FILE
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY 'CHAP04H02: ' WS-EXCEPTION-COUNT
                       ' seat(s) over-filled or not authorized'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CHAP04H02: ' WS-SEAT-COUNT
                   ' seat(s) written to vacancy-rpt.dat'
           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-RECORDS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-RECORDS-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==WS-EXCEPTION-COUNT==
               ==:FINAL-STATUS:==     BY =='OK'==.

           CLOSE ERROR-LOG-FILE
           STOP RUN
           .

       150-LOAD-POSITIONS-RTN.
           OPEN INPUT F-POSITION-CTL
           IF WS-POSCTL-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open POSITION-CTL file. Status: '
                       WS-POSCTL-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='POSITION-CTL'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-POSCTL-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-POSITION-CTL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE PC-POSITION-KEY TO WS-SEAT-KEY
                       PERFORM 210-FIND-SEAT-RTN
                       ADD PC-AUTHORIZED-SEATS TO VS-AUTHORIZED (VS-IDX)
               END-READ
           END-PERFORM
           CLOSE F-POSITION-CTL
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
                               SET VT-IDX TO WS-TERM-COUNT
                               MOVE TRM-EMPLOYEE-NO
                                   TO VT-EMPLOYEE-NO (VT-IDX)
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

       170-COUNT-FILLED-RTN.
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
                       PERFORM 175-CHECK-TERMINATED-RTN
                       IF NOT EMPLOYEE-TERMINATED
                           MOVE TERRITORY-IN TO WS-SEAT-TERRITORY
                           MOVE OFFICE-NO-IN TO WS-SEAT-OFFICE-NO
                           MOVE JOB-CLASSIFICATION-IN
                               TO WS-SEAT-JOB-CLASS
                           PERFORM 210-FIND-SEAT-RTN
                           ADD 1 TO VS-FILLED (VS-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-PR-MASTER
           .

       175-CHECK-TERMINATED-RTN.
           MOVE 'N' TO WS-TERMINATED-SW
           SET VT-IDX TO 1
           SEARCH VT-EMPLOYEE-NO
               AT END
                   CONTINUE
               WHEN VT-IDX > WS-TERM-COUNT
                   CONTINUE
               WHEN VT-EMPLOYEE-NO (VT-IDX) = EMPLOYEE-NO-IN
                   MOVE 'Y' TO WS-TERMINATED-SW
           END-SEARCH
           .

       180-OPEN-REPORT-RTN.
           OPEN OUTPUT VACANCY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open VACANCY-RPT file. '
                       'Status: ' WS-REPORT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='VACANCY-RPT'==
                   ==:OPERATION:==    BY =='OPEN OUTPUT'==
                   ==:STATUS-FIELD:== BY ==WS-REPORT-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    LEAVES VS-IDX ON THE SEAT FOR WS-SEAT-KEY, OPENING A NEW
      *    ONE IN KEY ORDER IF THE KEY HAS NOT BEEN SEEN YET.
       210-FIND-SEAT-RTN.
           MOVE 'N' TO WS-SEAT-FOUND-SW
           SET VS-IDX TO 1
           PERFORM UNTIL VS-IDX > WS-SEAT-COUNT
                      OR VS-KEY (VS-IDX) NOT < WS-SEAT-KEY
               SET VS-IDX UP BY 1
           END-PERFORM
           IF VS-IDX NOT > WS-SEAT-COUNT
               IF VS-KEY (VS-IDX) = WS-SEAT-KEY
                   MOVE 'Y' TO WS-SEAT-FOUND-SW
               END-IF
           END-IF

           IF NOT SEAT-FOUND
               IF WS-SEAT-COUNT NOT < 500
                   DISPLAY 'ERROR: More than 500 territory/office/'
                           'job class seats'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET VS-MOVE-IDX TO WS-SEAT-COUNT
               PERFORM UNTIL VS-MOVE-IDX < VS-IDX
                   MOVE VS-ENTRY (VS-MOVE-IDX)
                       TO VS-ENTRY (VS-MOVE-IDX + 1)
                   SET VS-MOVE-IDX DOWN BY 1
               END-PERFORM
               ADD 1 TO WS-SEAT-COUNT
               MOVE WS-SEAT-KEY TO VS-KEY (VS-IDX)
               MOVE ZERO TO VS-AUTHORIZED (VS-IDX)
                            VS-FILLED (VS-IDX)
           END-IF
           .

      ******************************************************************
      *  300-PRINT-VACANCIES-RTN - One line per seat, then the total   *
      *                    accumulated into the entry past the last    *
      *                    seat.                                       *
      ******************************************************************
       300-PRINT-VACANCIES-RTN.
           MOVE WS-TODAY TO TL-RUN-DATE-OUT
           WRITE VACANCY-REPORT-REC FROM WS-TITLE-LINE
           WRITE VACANCY-REPORT-REC FROM WS-BLANK-LINE
           WRITE VACANCY-REPORT-REC FROM WS-HEADING-LINE
           WRITE VACANCY-REPORT-REC FROM WS-DASH-LINE
           ADD 4 TO WS-RECORDS-WRITTEN

           COMPUTE WS-TOTAL-SEAT = WS-SEAT-COUNT + 1
           SET VS-MOVE-IDX TO WS-TOTAL-SEAT
           MOVE ZERO TO VS-AUTHORIZED (VS-MOVE-IDX)
                        VS-FILLED (VS-MOVE-IDX)

           PERFORM 310-PRINT-SEAT-RTN
               VARYING VS-IDX FROM 1 BY 1
               UNTIL VS-IDX > WS-SEAT-COUNT

           WRITE VACANCY-REPORT-REC FROM WS-DASH-LINE
           SET VS-IDX TO WS-TOTAL-SEAT
           PERFORM 320-FORMAT-LINE-RTN
           MOVE 'TOTAL' TO DL-TERRITORY-OUT
           MOVE SPACES  TO DL-OFFICE-NO-OUT
                           DL-JOB-CLASS-OUT
                           DL-FLAG-OUT
           WRITE VACANCY-REPORT-REC FROM WS-DETAIL-LINE
           ADD 2 TO WS-RECORDS-WRITTEN
           .

       310-PRINT-SEAT-RTN.
           ADD VS-AUTHORIZED (VS-IDX) TO VS-AUTHORIZED (VS-MOVE-IDX)
           ADD VS-FILLED (VS-IDX)     TO VS-FILLED (VS-MOVE-IDX)
           PERFORM 320-FORMAT-LINE-RTN
           IF DL-FLAG-OUT NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           WRITE VACANCY-REPORT-REC FROM WS-DETAIL-LINE
           ADD 1 TO WS-RECORDS-WRITTEN
           .

      *    VACANT GOES NEGATIVE FOR AN OVER-FILLED SEAT.
       320-FORMAT-LINE-RTN.
           MOVE VS-TERRITORY (VS-IDX)  TO DL-TERRITORY-OUT
           MOVE VS-OFFICE-NO (VS-IDX)  TO DL-OFFICE-NO-OUT
           MOVE VS-JOB-CLASS (VS-IDX)  TO DL-JOB-CLASS-OUT
           MOVE VS-AUTHORIZED (VS-IDX) TO DL-AUTHORIZED-OUT
           MOVE VS-FILLED (VS-IDX)     TO DL-FILLED-OUT
           COMPUTE WS-VACANT =
               VS-AUTHORIZED (VS-IDX) - VS-FILLED (VS-IDX)
           MOVE WS-VACANT TO DL-VACANT-OUT
           EVALUATE TRUE
               WHEN VS-AUTHORIZED (VS-IDX) = ZERO
                   MOVE 'NOT AUTHORIZED' TO DL-FLAG-OUT
               WHEN WS-VACANT < ZERO
                   MOVE 'OVER' TO DL-FLAG-OUT
               WHEN OTHER
                   MOVE SPACES TO DL-FLAG-OUT
           END-EVALUATE
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
