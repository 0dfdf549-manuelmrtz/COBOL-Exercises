       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04M02.

      *****************************************************************
      * PROGRAM NAME : Raise Posting to the Approval Queue             *
      * PROGRAM ID   : CHAP04M02                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Batch Interface                                 *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   The CH01A06 raise run writes the new salaries to DISK2.DAT,  *
      *   but PRMAST.DAT keeps its own annual salary, which CHAP04A02, *
      *   CHAP04I02 and the salary-range validation all read. Instead  *
      *   of each raise being rekeyed into CHAP04M01, this program     *
      *   reads the raise-posting queue the raise run appends to and   *
      *   writes each raise onto prmast-trans-in.dat as a bulk salary  *
      *   change, with its reason and effective date and with the      *
      *   raise run named as the maker. The next CHAP04M01 session      *
      *   stages them, and any supervisor can approve them in one       *
      *   pass under the usual maker-checker rules.                     *
      *                                                                *
      *   A raised employee with no record on PRMAST.DAT, or one who   *
      *   has been terminated, cannot be staged and is listed on the   *
      *   posting report instead. A raise the master already shows is *
      *   listed as already posted and not staged again.               *
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
      *   | RAISPOST.DAT       | Raise-posting queue from CH01A06   |  *
      *   |                    | (RAISEPOSTREC); truncated after use|  *
      *   | prmast.dat         | Payroll master                     |  *
      *   | prmast-term.dat    | Terminations (optional)            |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | prmast-trans-in.dat| Appended - one bulk salary change  |  *
      *   |                    | per raise staged                   |  *
      *   | raise-post-rpt.dat | Every raise and what became of it, |  *
      *   |                    | unmatched employees flagged        |  *
      *   | io-error.log       | Shared shop-wide I/O error log     |  *
      *   | run-stats.log      | Shared shop-wide end-of-run stats  |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - A missing raise-posting queue (status 35) means no raise   *
      *     run since the last posting - zero work, not a failure      *
      *   - A missing termination file is treated as empty             *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Every raise staged (or already on the master)           *
      *   4  - One or more raised employees not on PRMAST.DAT, or      *
      *        terminated - see raise-post-rpt.dat                     *
      *   16 - A required file could not be opened, or the master      *
      *        table overflowed                                        *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Run after CH01A06 and before the next CHAP04M01 session.     *
      *   The queue is truncated only after every raise on it has been *
      *   staged or reported, so a failed run can simply be rerun.     *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version - stages the raise-posting  *
      *                    queue, RAISPOST.DAT in CH01A06's DATA       *
      *                    directory, for CHAP04M01 approval           *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CH01A06 APPENDS THE QUEUE IN ITS OWN DIRECTORY.
           SELECT F-RAISE-POST
               ASSIGN TO 'CHAPTER01/ch01a06/DATA/RAISPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RAISEPOST-STATUS.

           SELECT F-PR-MASTER ASSIGN TO 'data/prmast.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MASTER-STATUS.

           SELECT TERMINATION-FILE ASSIGN TO 'data/prmast-term.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TERM-STATUS.

           SELECT F-BULK-TRANS ASSIGN TO 'data/prmast-trans-in.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-BULK-STATUS.

           SELECT POSTING-REPORT-FILE
               ASSIGN TO 'data/raise-post-rpt.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-RAISE-POST.
           COPY RAISEPOSTREC.

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

      *    LAYOUT MATCHED TO BULK-TRANS-REC IN CHAP04M01.
       FD  F-BULK-TRANS.
       01  BULK-TRANS-REC.
           05 BULK-ACTION-CODE-OUT      PIC X.
           05 BULK-EMPLOYEE-NO-OUT      PIC X(5).
           05 BULK-CHANGE-FIELD-OUT     PIC X.
           05 BULK-EMPLOYEE-NAME-OUT    PIC X(20).
           05 BULK-TERRITORY-OUT        PIC X(2).
           05 BULK-OFFICE-NO-OUT        PIC X(2).
           05 BULK-ANNUAL-SALARY-OUT    PIC 9(6).
           05 BULK-SOCIAL-SECURITY-OUT  PIC X(9).
           05 BULK-NO-OF-DEPENDENTS-OUT PIC X(2).
           05 BULK-JOB-CLASS-OUT        PIC X(2).
           05 BULK-SALARY-REASON-OUT    PIC X.
           05 BULK-EFFECTIVE-DATE-OUT   PIC 9(8).
           05 BULK-MAKER-ID-OUT         PIC X(8).

       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-REC       PIC X(80).

           COPY IOERRFD.
           COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-RAISEPOST-STATUS      PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-TERM-STATUS           PIC XX.
       01  WS-BULK-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-RECORDS-READ          PIC 9(5) VALUE ZERO.
       01  WS-RECORDS-WRITTEN       PIC 9(5) VALUE ZERO.
       01  WS-RAISES-READ           PIC 9(5) VALUE ZERO.
       01  WS-RAISES-STAGED         PIC 9(5) VALUE ZERO.
       01  WS-RAISES-POSTED         PIC 9(5) VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-TODAY                 PIC 9(8).

      *    MAKER ID EVERY STAGED RAISE CARRIES - CHAP04M01 KNOWS IT AS
      *    THE RAISE RUN'S, OFFERS THOSE ENTRIES FOR APPROVAL AS A
      *    BATCH, AND WRITES NO SECOND SALARY-HISTORY RECORD FOR THEM.
       01  WS-RAISE-RUN-MAKER       PIC X(8) VALUE 'CH01A06'.

      *    ACTIVE AND TERMINATED EMPLOYEES ALIKE GO INTO THE TABLE; A
      *    TERMINATED ONE IS REPORTED RATHER THAN REPORTED AS MISSING.
       01  RP-MASTER-TABLE.
           05 RM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RM-IDX.
               10 RM-EMPLOYEE-NO     PIC X(5).
               10 RM-ANNUAL-SALARY   PIC X(6).
               10 RM-TERMINATED-SW   PIC X.
                   88 RM-IS-TERMINATED VALUE 'Y'.
       01  WS-MASTER-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-MASTER-FOUND-SW       PIC X VALUE 'N'.
           88 MASTER-FOUND          VALUE 'Y'.

       01  WS-TITLE-LINE.
           05                       PIC X(32) VALUE
               'RAISE POSTING REPORT'.
           05                       PIC X(27) VALUE SPACES.
           05                       PIC X(9)  VALUE 'RUN DATE '.
           05 TL-RUN-DATE-OUT       PIC 9(8).
           05                       PIC X(4)  VALUE SPACES.

       01  WS-HEADING-LINE.
           05                       PIC X(38) VALUE
               'EMP#   NAME                  OLD SAL  '.
           05                       PIC X(42) VALUE
               'NEW SAL R EFF DATE  RESULT'.

       01  WS-DETAIL-LINE.
           05 DL-EMPLOYEE-NO-OUT    PIC X(5).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NAME-OUT  PIC X(20).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-OLD-SALARY-OUT     PIC ZZZ,ZZ9.
           05                       PIC X(2)  VALUE SPACES.
           05 DL-NEW-SALARY-OUT     PIC ZZZ,ZZ9.
           05                       PIC X(1)  VALUE SPACES.
           05 DL-REASON-OUT         PIC X.
           05                       PIC X(1)  VALUE SPACES.
           05 DL-EFFECTIVE-DATE-OUT PIC 9(8).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-RESULT-OUT         PIC X(22).

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
           MOVE 'CHAP04M02' TO WS-THIS-PROGRAM-ID
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

      *    A MISSING QUEUE MEANS NO RAISE RUN SINCE THE LAST POSTING.
           OPEN INPUT F-RAISE-POST
           IF WS-RAISEPOST-STATUS = '35'
               DISPLAY 'CHAP04M02: No raise-posting queue on file - '
                       'nothing to post'
           ELSE
               IF WS-RAISEPOST-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open RAISE-POST file. '
                           'Status: ' WS-RAISEPOST-STATUS
                   COPY IOERRCHK REPLACING
                       ==:FILE-LABEL:==   BY =='RAISE-POST'==
                       ==:OPERATION:==    BY =='OPEN'==
                       ==:STATUS-FIELD:== BY ==WS-RAISEPOST-STATUS==.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 150-LOAD-MASTER-RTN
               PERFORM 160-LOAD-TERMINATIONS-RTN
               PERFORM 180-OPEN-OUTPUTS-RTN
               PERFORM 200-POST-RAISES-RTN
               PERFORM 300-PRINT-TOTALS-RTN
               CLOSE F-RAISE-POST
                     F-BULK-TRANS
                     POSTING-REPORT-FILE
               PERFORM 400-TRUNCATE-QUEUE-RTN
           END-IF

           IF WS-UNMATCHED-COUNT > ZERO
               DISPLAY 'CHAP04M02: ' WS-UNMATCHED-COUNT
                       ' raised employee(s) could not be posted - '
                       'see raise-post-rpt.dat'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CHAP04M02: ' WS-RAISES-STAGED
                   ' raise(s) staged on prmast-trans-in.dat'
           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-RECORDS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-RECORDS-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==WS-UNMATCHED-COUNT==
               ==:FINAL-STATUS:==     BY =='OK'==.

           CLOSE ERROR-LOG-FILE
           STOP RUN
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
                       IF WS-MASTER-COUNT NOT < 2000
                           DISPLAY 'ERROR: More than 2000 employees '
                                   'on PR-MASTER'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MASTER-COUNT
                       SET RM-IDX TO WS-MASTER-COUNT
                       MOVE EMPLOYEE-NO-IN TO RM-EMPLOYEE-NO (RM-IDX)
                       MOVE ANNUAL-SALARY-IN
                           TO RM-ANNUAL-SALARY (RM-IDX)
                       MOVE 'N' TO RM-TERMINATED-SW (RM-IDX)
               END-READ
           END-PERFORM
           CLOSE F-PR-MASTER
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
                           PERFORM 165-MARK-TERMINATED-RTN
                   END-READ
               END-PERFORM
               CLOSE TERMINATION-FILE
           END-IF
           .

       165-MARK-TERMINATED-RTN.
           SET RM-IDX TO 1
           SEARCH RM-ENTRY
               AT END
                   CONTINUE
               WHEN RM-IDX > WS-MASTER-COUNT
                   CONTINUE
               WHEN RM-EMPLOYEE-NO (RM-IDX) = TRM-EMPLOYEE-NO
                   MOVE 'Y' TO RM-TERMINATED-SW (RM-IDX)
           END-SEARCH
           .

      *    THE BULK FILE MAY ALREADY HOLD A CLERK'S OWN BULK WORK, SO
      *    THE RAISES ARE ADDED TO THE END OF IT, NEVER WRITTEN OVER IT.
       180-OPEN-OUTPUTS-RTN.
           OPEN EXTEND F-BULK-TRANS
           IF WS-BULK-STATUS = '35'
               OPEN OUTPUT F-BULK-TRANS
           END-IF
           IF WS-BULK-STATUS NOT = '00'
              AND WS-BULK-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open BULK-TRANS file. Status: '
                       WS-BULK-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='BULK-TRANS'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-BULK-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT POSTING-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open RAISE-POST-RPT file. '
                       'Status: ' WS-REPORT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='RAISE-POST-RPT'==
                   ==:OPERATION:==    BY =='OPEN OUTPUT'==
                   ==:STATUS-FIELD:== BY ==WS-REPORT-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      *  200-POST-RAISES-RTN - One report line per raise on the queue, *
      *                    and one bulk salary change for each raise   *
      *                    that can be staged.                         *
      ******************************************************************
       200-POST-RAISES-RTN.
           MOVE WS-TODAY TO TL-RUN-DATE-OUT
           WRITE POSTING-REPORT-REC FROM WS-TITLE-LINE
           WRITE POSTING-REPORT-REC FROM WS-BLANK-LINE
           WRITE POSTING-REPORT-REC FROM WS-HEADING-LINE
           WRITE POSTING-REPORT-REC FROM WS-DASH-LINE
           ADD 4 TO WS-RECORDS-WRITTEN

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-RAISE-POST
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-RAISES-READ
                       PERFORM 210-POST-ONE-RAISE-RTN
               END-READ
           END-PERFORM
           .

       210-POST-ONE-RAISE-RTN.
           MOVE RP-EMPLOYEE-NO      TO DL-EMPLOYEE-NO-OUT
           MOVE RP-EMPLOYEE-NAME    TO DL-EMPLOYEE-NAME-OUT
           MOVE RP-OLD-SALARY       TO DL-OLD-SALARY-OUT
           MOVE RP-NEW-SALARY       TO DL-NEW-SALARY-OUT
           MOVE RP-REASON-CODE      TO DL-REASON-OUT
           MOVE RP-EFFECTIVE-DATE   TO DL-EFFECTIVE-DATE-OUT

           PERFORM 220-FIND-MASTER-RTN
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE '** NOT ON PRMAST **' TO DL-RESULT-OUT
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN RM-IS-TERMINATED (RM-IDX)
                   MOVE '** TERMINATED **' TO DL-RESULT-OUT
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN RM-ANNUAL-SALARY (RM-IDX) = RP-NEW-SALARY
                   MOVE 'ALREADY POSTED' TO DL-RESULT-OUT
                   ADD 1 TO WS-RAISES-POSTED
               WHEN OTHER
                   PERFORM 230-WRITE-BULK-CHANGE-RTN
      *            THE MASTER SHOULD HAVE HELD THE PRE-RAISE SALARY;
      *            IF IT DID NOT, THE REVIEWER SHOULD KNOW WHY THE OLD
      *            VALUE ON THE APPROVAL SCREEN LOOKS WRONG.
                   IF RM-ANNUAL-SALARY (RM-IDX) = RP-OLD-SALARY
                       MOVE 'STAGED' TO DL-RESULT-OUT
                   ELSE
                       MOVE 'STAGED - MASTER DIFFERS'
                           TO DL-RESULT-OUT
                   END-IF
           END-EVALUATE

           WRITE POSTING-REPORT-REC FROM WS-DETAIL-LINE
           ADD 1 TO WS-RECORDS-WRITTEN
           .

       220-FIND-MASTER-RTN.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           SET RM-IDX TO 1
           SEARCH RM-ENTRY
               AT END
                   CONTINUE
               WHEN RM-IDX > WS-MASTER-COUNT
                   CONTINUE
               WHEN RM-EMPLOYEE-NO (RM-IDX) = RP-EMPLOYEE-NO
                   MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-SEARCH
           .

      *    A CHANGE RECORD ONLY CARRIES THE FIELD BEING CHANGED - THE
      *    REST STAYS BLANK, AS CHAP04M01 TAKES THEM FROM THE MASTER.
       230-WRITE-BULK-CHANGE-RTN.
           MOVE SPACES              TO BULK-TRANS-REC
           MOVE 'C'                 TO BULK-ACTION-CODE-OUT
           MOVE RP-EMPLOYEE-NO      TO BULK-EMPLOYEE-NO-OUT
           MOVE 'S'                 TO BULK-CHANGE-FIELD-OUT
           MOVE RP-NEW-SALARY       TO BULK-ANNUAL-SALARY-OUT
           MOVE RP-REASON-CODE      TO BULK-SALARY-REASON-OUT
           MOVE RP-EFFECTIVE-DATE   TO BULK-EFFECTIVE-DATE-OUT
           MOVE WS-RAISE-RUN-MAKER  TO BULK-MAKER-ID-OUT
           WRITE BULK-TRANS-REC
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-RAISES-STAGED
           .

       300-PRINT-TOTALS-RTN.
           WRITE POSTING-REPORT-REC FROM WS-DASH-LINE
           MOVE 'RAISES ON THE POSTING QUEUE         '
               TO TOT-LABEL-OUT
           MOVE WS-RAISES-READ TO TOT-COUNT-OUT
           WRITE POSTING-REPORT-REC FROM WS-TOTAL-LINE
           MOVE 'STAGED FOR CHAP04M01 APPROVAL       '
               TO TOT-LABEL-OUT
           MOVE WS-RAISES-STAGED TO TOT-COUNT-OUT
           WRITE POSTING-REPORT-REC FROM WS-TOTAL-LINE
           MOVE 'ALREADY ON PRMAST.DAT               '
               TO TOT-LABEL-OUT
           MOVE WS-RAISES-POSTED TO TOT-COUNT-OUT
           WRITE POSTING-REPORT-REC FROM WS-TOTAL-LINE
           MOVE 'NOT POSTED - NO ACTIVE MASTER RECORD'
               TO TOT-LABEL-OUT
           MOVE WS-UNMATCHED-COUNT TO TOT-COUNT-OUT
           WRITE POSTING-REPORT-REC FROM WS-TOTAL-LINE
           ADD 5 TO WS-RECORDS-WRITTEN
           .

      *    THE QUEUE IS CONSUMED - TRUNCATE IT SO A RAISE IS NEVER
      *    STAGED TWICE ON A RERUN.
       400-TRUNCATE-QUEUE-RTN.
           OPEN OUTPUT F-RAISE-POST
           CLOSE F-RAISE-POST
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
