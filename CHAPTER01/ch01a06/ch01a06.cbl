           SELECT MERIT-EXCEPTION-FILE ASSIGN TO "DATA/MERITEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EMPLOYEE PAY HISTORY - ONE RECORD APPENDED PER RAISE THIS
      *    RUN GIVES (AND PER RETRO CORRECTION), NEVER OVERWRITTEN THE
      *    WAY SALCOMP.DAT IS. IT IS KEPT HERE IN THIS PROGRAM'S OWN
      *    DATA DIRECTORY; THE CHAP04M01 MASTER MAINTENANCE SESSION
      *    APPENDS ITS OWN SALARY CHANGES TO THE SAME FILE AND THE
      *    CHAP04I02 INQUIRY READS IT, BOTH AT CHAPTER01/ch01a06/DATA.
           SELECT SALARY-HISTORY-FILE
               ASSIGN TO "DATA/SALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.

      *    EVERY RAISE (OR RETRO CORRECTION) THIS RUN GIVES, QUEUED
      *    FOR CHAP04M02 TO STAGE AS A SALARY CHANGE AGAINST
      *    PRMAST.DAT, SO THE MASTER IS BROUGHT INTO LINE THROUGH THE
      *    CHAP04M01 APPROVAL QUEUE INSTEAD OF BEING REKEYED. APPENDED
      *    HERE IN THIS PROGRAM'S OWN DATA DIRECTORY, READ FROM
      *    CHAPTER01/ch01a06/DATA AND CLEARED BY CHAP04M02 ONCE
      *    STAGED.
           SELECT RAISE-POSTING-FILE
               ASSIGN TO "DATA/RAISPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAISEPOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN.
           05                              PIC X(2).
           05  ME-REASON-OUT               PIC X(30).

      *    REASON 'M' = MERIT (A NORMAL RUN), 'R' = RETRO CORRECTION.
      *    THE OLD SALARY IS WHAT WAS BEING PAID BEFORE THE CHANGE.
       FD  SALARY-HISTORY-FILE.
       01  SALARY-HISTORY-REC.
           05  SH-EMPLOYEE-NUMBER-OUT      PIC 9(5).
           05  SH-EFFECTIVE-DATE-OUT       PIC 9(8).
           05  SH-OLD-SALARY-OUT           PIC 9(6).
           05  SH-NEW-SALARY-OUT           PIC 9(6).
           05  SH-REASON-CODE-OUT          PIC X.
           05  SH-APPROVED-BY-OUT          PIC X(8).
           05  SH-SOURCE-PROGRAM-OUT       PIC X(9).

       FD  RAISE-POSTING-FILE.
       01  RAISE-POSTING-REC.
           05  RP-EMPLOYEE-NUMBER-OUT      PIC 9(5).
           05  RP-EMPLOYEE-NAME-OUT        PIC X(20).
           05  RP-OLD-SALARY-OUT           PIC 9(6).
           05  RP-NEW-SALARY-OUT           PIC 9(6).
           05  RP-REASON-CODE-OUT          PIC X.
           05  RP-EFFECTIVE-DATE-OUT       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS          PICTURE x(3) VALUE 'YES'.
       01  WS-PARM-TEXT                    PIC X(10) VALUE SPACES.
       01  WS-TOTAL-CATCHUP               PIC S9(7)V99 VALUE ZERO
                                           USAGE COMP-3.

       01  WS-SALHIST-STATUS              PIC XX VALUE SPACES.
       01  WS-SALHIST-OPEN-SW             PIC X VALUE 'N'.
           88  SALARY-HISTORY-OPEN        VALUE 'Y'.
       01  WS-RUN-DATE                    PIC 9(8) VALUE ZERO.
       01  WS-RAISEPOST-STATUS            PIC XX VALUE SPACES.
       01  WS-RAISEPOST-OPEN-SW           PIC X VALUE 'N'.
           88  RAISE-POSTING-OPEN         VALUE 'Y'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 040-GET-RUN-MODE-RTN
                OUTPUT SALARY-COMPARE-FILE
                OUTPUT BUDGET-EXCEEDED-FILE
                OUTPUT MERIT-EXCEPTION-FILE
           PERFORM 060-OPEN-SALARY-HISTORY-RTN
           PERFORM 065-OPEN-RAISE-POSTING-RTN
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ PAYROLL-IN
               AT END
                 SALARY-COMPARE-FILE
                 BUDGET-EXCEEDED-FILE
                 MERIT-EXCEPTION-FILE
           IF SALARY-HISTORY-OPEN
               CLOSE SALARY-HISTORY-FILE
           END-IF
           IF RAISE-POSTING-OPEN
               CLOSE RAISE-POSTING-FILE
           END-IF
           .

      *    APPENDS TO THE HISTORY, CREATING IT THE FIRST TIME. A
      *    HISTORY THAT CANNOT BE OPENED DOES NOT STOP THE RAISES -
      *    DISK2.DAT IS STILL WRITTEN - BUT THE RUN ENDS WITH A
      *    WARNING CODE SO THE GAP GETS NOTICED.
       060-OPEN-SALARY-HISTORY-RTN.
           OPEN EXTEND SALARY-HISTORY-FILE
           IF WS-SALHIST-STATUS = '35'
               OPEN OUTPUT SALARY-HISTORY-FILE
           END-IF
           IF WS-SALHIST-STATUS = '00' OR WS-SALHIST-STATUS = '05'
               MOVE 'Y' TO WS-SALHIST-OPEN-SW
           ELSE
               DISPLAY " "
               DISPLAY "SALARY HISTORY NOT WRITTEN - OPEN STATUS "
                       WS-SALHIST-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *    SAME RULE AS THE HISTORY: A POSTING FILE THAT CANNOT BE
      *    OPENED LEAVES THE RAISES TO BE KEYED INTO CHAP04M01 BY
      *    HAND, SO THE RUN ENDS WITH A WARNING CODE.
       065-OPEN-RAISE-POSTING-RTN.
           OPEN EXTEND RAISE-POSTING-FILE
           IF WS-RAISEPOST-STATUS = '35'
               OPEN OUTPUT RAISE-POSTING-FILE
           END-IF
           IF WS-RAISEPOST-STATUS = '00' OR WS-RAISEPOST-STATUS = '05'
               MOVE 'Y' TO WS-RAISEPOST-OPEN-SW
           ELSE
               DISPLAY " "
               DISPLAY "RAISE POSTING NOT WRITTEN - OPEN STATUS "
                       WS-RAISEPOST-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *    A LOADED MATRIX PUTS THE RUN IN MERIT MODE. NO FILE, OR AN
           OPEN INPUT PAYROLL-IN
                INPUT PRIOR-PAYROLL-FILE
                OUTPUT CATCHUP-LISTING
           PERFORM 060-OPEN-SALARY-HISTORY-RTN
           PERFORM 065-OPEN-RAISE-POSTING-RTN
      *    AN AT END ON ONE FILE WHILE THE OTHER STILL HAS A RECORD
      *    MEANS THE FILES DISAGREE AT THE TAIL (A HIRE OR TERMINATION
      *    SINCE THE MISPAID CYCLE) - HALT, SAME AS THE EMPLOYEE-NUMBER
           CLOSE PAYROLL-IN
                 PRIOR-PAYROLL-FILE
                 CATCHUP-LISTING
           IF SALARY-HISTORY-OPEN
               CLOSE SALARY-HISTORY-FILE
           END-IF
           IF RAISE-POSTING-OPEN
               CLOSE RAISE-POSTING-FILE
           END-IF
           .

      *    A MISSING OR EMPTY CONTROL FILE LEAVES RETRO-PARMS-OK OFF,
               MOVE WS-CATCHUP-AMOUNT TO CU-CATCHUP-AMOUNT-OUT
               WRITE CATCHUP-REC
               ADD WS-CATCHUP-AMOUNT TO WS-TOTAL-CATCHUP
               MOVE PRIOR-ANNUAL-SALARY-IN TO SH-OLD-SALARY-OUT
               MOVE WS-CORRECTED-SALARY TO SH-NEW-SALARY-OUT
               MOVE RETRO-EFFECTIVE-DATE TO SH-EFFECTIVE-DATE-OUT
               MOVE 'R' TO SH-REASON-CODE-OUT
               PERFORM 270-SALARY-HISTORY-RTN
           END-IF
           .

                   WRITE RECORD-OUT
                   PERFORM 250-COMPARE-RTN
                   PERFORM 260-LOCATION-ACCUMULATE-RTN
                   MOVE ANNUAL-SALARY-IN TO SH-OLD-SALARY-OUT
                   MOVE ANNUAL-SALARY-OUT TO SH-NEW-SALARY-OUT
                   MOVE WS-RUN-DATE TO SH-EFFECTIVE-DATE-OUT
                   MOVE 'M' TO SH-REASON-CODE-OUT
                   PERFORM 270-SALARY-HISTORY-RTN
               END-IF
           END-IF
           .
           END-SEARCH
           ADD WS-EFFECTIVE-RAISE TO LOC-TOTAL-RAISES (LOC-IDX)
           .
      *    THE CALLER HAS SET THE SALARIES, DATE AND REASON. THE RAISE
      *    RUN HAS NO SIGNED-ON SUPERVISOR; THE CYCLE ITSELF IS THE
      *    APPROVAL, SO THE RECORD IS STAMPED 'BATCH'.
       270-SALARY-HISTORY-RTN.
           IF SALARY-HISTORY-OPEN
               MOVE EMPLOYEE-NUMBER-IN TO SH-EMPLOYEE-NUMBER-OUT
               MOVE 'BATCH' TO SH-APPROVED-BY-OUT
               MOVE 'CH01A06' TO SH-SOURCE-PROGRAM-OUT
               WRITE SALARY-HISTORY-REC
           END-IF
           PERFORM 275-RAISE-POSTING-RTN
           .
      *    THE SAME CHANGE, QUEUED FOR POSTING TO PRMAST.DAT.
       275-RAISE-POSTING-RTN.
           IF RAISE-POSTING-OPEN
               MOVE EMPLOYEE-NUMBER-IN TO RP-EMPLOYEE-NUMBER-OUT
               MOVE EMPLOYEE-NAME-IN TO RP-EMPLOYEE-NAME-OUT
               MOVE SH-OLD-SALARY-OUT TO RP-OLD-SALARY-OUT
               MOVE SH-NEW-SALARY-OUT TO RP-NEW-SALARY-OUT
               MOVE SH-REASON-CODE-OUT TO RP-REASON-CODE-OUT
               MOVE SH-EFFECTIVE-DATE-OUT TO RP-EFFECTIVE-DATE-OUT
               WRITE RAISE-POSTING-REC
           END-IF
           .
       300-LOCATION-SUBTOTAL-RTN.
           PERFORM 310-LOCATION-SUBTOTAL-LINE-RTN
               VARYING LOC-IDX FROM 1 BY 1
