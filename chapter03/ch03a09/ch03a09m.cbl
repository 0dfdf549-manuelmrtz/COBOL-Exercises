       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH03A09M.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.

      ******************************************************************
      * Month-end companion to the loyalty program at the CH03A09     *
      * register. Points a customer holds are money the store owes    *
      * in merchandise, and accounting has to book them. This         *
      * program first expires the points of any account with no       *
      * earning or redeeming activity for the schedule's expiry       *
      * period (PTSCHED.DAT), logging each expiry to PTSLOG.DAT, and  *
      * then lists every account still holding points with their      *
      * dollar value at the schedule's point value (PTSLIAB.DAT).     *
      * The trailer carries the outstanding total and its value, and  *
      * the month's points earned, redeemed, taken back on returns,   *
      * and expired from the log. The month comes from the command    *
      * line as CCYYMM; a blank PARM works the current month.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "DATA/CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT POINTS-SCHEDULE-FILE ASSIGN TO "DATA/PTSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT POINTS-FILE ASSIGN TO "DATA/POINTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-STATUS.

           SELECT POINTS-LOG ASSIGN TO "DATA/PTSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-LOG-STATUS.

           SELECT LIABILITY-REPORT ASSIGN TO "DATA/PTSLIAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05  CM-ACCOUNT-NO       PIC X(5).
           05  CM-CUSTOMER-NAME    PIC X(30).
           05  CM-CREDIT-LIMIT     PIC 9(6)V99.
           05  CM-CURRENT-BALANCE  PIC S9(6)V99.
           05  CM-LAST-PAYMENT-DATE PIC 9(8).
           05  CM-CASH-ONLY-SW     PIC X.
           05  CM-ACCOUNT-STATUS-SW PIC X.

      *    LAYOUTS MATCHED TO POINTS-SCHEDULE-REC, POINTS-REC, AND
      *    POINTS-LOG-REC IN CH03A09.
       FD  POINTS-SCHEDULE-FILE.
       01  POINTS-SCHEDULE-REC.
           05  PS-POINTS-PER-DOLLAR PIC 9(2)V99.
           05  PS-POINT-VALUE       PIC V9(4).
           05  PS-EXPIRE-DAYS       PIC 9(4).

       FD  POINTS-FILE.
       01  POINTS-REC.
           05  PT-ACCOUNT-NO        PIC X(5).
           05  PT-POINTS-BALANCE    PIC 9(7).
           05  PT-LAST-ACTIVITY-DATE PIC 9(8).

       FD  POINTS-LOG.
       01  POINTS-LOG-REC.
           05  PL-ACCOUNT-NO        PIC X(5).
           05  PL-ACTIVITY-DATE     PIC 9(8).
           05  PL-ACTIVITY-PERIOD REDEFINES PL-ACTIVITY-DATE.
               10  PL-ACTIVITY-CCYYMM PIC 9(6).
               10                   PIC 99.
           05  PL-ACTIVITY-TYPE     PIC X.
               88  PL-POINTS-EARNED     VALUE 'E'.
               88  PL-POINTS-REDEEMED   VALUE 'R'.
               88  PL-POINTS-TAKEN-BACK VALUE 'T'.
               88  PL-POINTS-EXPIRED    VALUE 'X'.
           05  PL-POINTS            PIC 9(7).

       FD  LIABILITY-REPORT.
       01  LIABILITY-DETAIL-LINE.
           05  LD-ACCOUNT-NO-OUT   PIC X(5).
           05                      PIC X(2).
           05  LD-CUSTOMER-NAME-OUT PIC X(30).
           05                      PIC X(2).
           05  LD-POINTS-OUT       PIC Z,ZZZ,ZZ9.
           05                      PIC X(2).
           05  LD-VALUE-OUT        PIC $$$,$$9.99.
           05                      PIC X(2).
           05  LD-LAST-ACTIVITY-OUT PIC 9(8).

       01  LIABILITY-TOTAL-LINE.
           05                      PIC X(7).
           05  LT-LABEL-OUT        PIC X(30).
           05                      PIC X(2).
           05  LT-POINTS-OUT       PIC ZZ,ZZZ,ZZ9.
           05                      PIC X(1).
           05  LT-VALUE-OUT        PIC $,$$$,$$9.99.

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-SCHEDULE-STATUS      PIC XX.
       01  WS-POINTS-STATUS        PIC XX.
       01  WS-POINTS-LOG-STATUS    PIC XX.
       01  WS-PARM-TEXT            PIC X(10) VALUE SPACES.
       01  WS-REPORT-MONTH         PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-PERIOD REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYYMM       PIC 9(6).
           05                      PIC 99.
       01  WS-INACTIVE-DAYS        PIC S9(6) VALUE ZERO.
       01  WS-POINTS-VALUE         PIC 9(7)V99 VALUE ZERO.
       01  WS-LINE-LABEL           PIC X(30) VALUE SPACES.
       01  WS-LINE-POINTS          PIC 9(9) VALUE ZERO.

      *    FROM PTSCHED.DAT.
       01  POINT-VALUE             PIC V9(4) VALUE ZERO.
       01  POINTS-EXPIRE-DAYS      PIC 9(4) VALUE ZERO.

       01  POINTS-TABLE.
           05  POINTS-ENTRY OCCURS 500 TIMES
                   INDEXED BY PT-IDX.
               10  PE-POINTS-IMAGE.
                   15  PE-ACCOUNT-NO        PIC X(5).
                   15  PE-POINTS-BALANCE    PIC 9(7).
                   15  PE-LAST-ACTIVITY-DATE PIC 9(8).
       01  POINTS-COUNT            PIC 9(4) VALUE ZERO.

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                   INDEXED BY CUST-IDX.
               10  CT-ACCOUNT-NO   PIC X(5).
               10  CT-CUSTOMER-NAME PIC X(30).
       01  CUSTOMER-COUNT          PIC 9(4) VALUE ZERO.

       01  EXPIRED-THIS-RUN        PIC 9(4) VALUE ZERO.
       01  TOTAL-OUTSTANDING       PIC 9(9) VALUE ZERO.
       01  MONTH-EARNED            PIC 9(9) VALUE ZERO.
       01  MONTH-REDEEMED          PIC 9(9) VALUE ZERO.
       01  MONTH-TAKEN-BACK        PIC 9(9) VALUE ZERO.
       01  MONTH-EXPIRED           PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040-GET-REPORT-MONTH-RTN
           PERFORM 050-GET-SCHEDULE-RTN
           PERFORM 060-LOAD-CUSTOMERS-RTN
           PERFORM 070-LOAD-POINTS-RTN

           OPEN EXTEND POINTS-LOG
           IF WS-POINTS-LOG-STATUS = '35'
               OPEN OUTPUT POINTS-LOG
           END-IF
           PERFORM 200-EXPIRE-ONE-ACCOUNT-RTN
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > POINTS-COUNT
           CLOSE POINTS-LOG
           IF EXPIRED-THIS-RUN > ZERO
               PERFORM 400-REWRITE-POINTS-RTN
           END-IF

           PERFORM 300-MONTH-ACTIVITY-RTN

           OPEN OUTPUT LIABILITY-REPORT
           PERFORM 250-LIST-ONE-ACCOUNT-RTN
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > POINTS-COUNT
           PERFORM 350-WRITE-TOTALS-RTN
           CLOSE LIABILITY-REPORT
           DISPLAY "ACCOUNTS WITH POINTS EXPIRED: " EXPIRED-THIS-RUN
           STOP RUN
           .

       040-GET-REPORT-MONTH-RTN.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-TEXT (1:6) IS NUMERIC
               MOVE WS-PARM-TEXT (1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE WS-RUN-CCYYMM TO WS-REPORT-MONTH
           END-IF
           .

       050-GET-SCHEDULE-RTN.
           OPEN INPUT POINTS-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               DISPLAY "ERROR: CANNOT OPEN PTSCHED.DAT. STATUS: "
                       WS-SCHEDULE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ POINTS-SCHEDULE-FILE
               AT END
                   DISPLAY "ERROR: PTSCHED.DAT IS EMPTY"
                   CLOSE POINTS-SCHEDULE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PS-POINT-VALUE TO POINT-VALUE
           MOVE PS-EXPIRE-DAYS TO POINTS-EXPIRE-DAYS
           CLOSE POINTS-SCHEDULE-FILE
           .

       060-LOAD-CUSTOMERS-RTN.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUSTOMER-MASTER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CUSTOMER-COUNT < 500
                               ADD 1 TO CUSTOMER-COUNT
                               SET CUST-IDX TO CUSTOMER-COUNT
                               MOVE CM-ACCOUNT-NO
                                   TO CT-ACCOUNT-NO (CUST-IDX)
                               MOVE CM-CUSTOMER-NAME
                                   TO CT-CUSTOMER-NAME (CUST-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF
           MOVE 'N' TO WS-EOF
           .

       070-LOAD-POINTS-RTN.
           OPEN INPUT POINTS-FILE
           IF WS-POINTS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POINTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF POINTS-COUNT NOT < 500
                               DISPLAY "ERROR: POINTS.DAT HOLDS MORE "
                                       "THAN 500 ACCOUNTS - NOTHING "
                                       "EXPIRED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO POINTS-COUNT
                           SET PT-IDX TO POINTS-COUNT
                           MOVE POINTS-REC TO PE-POINTS-IMAGE (PT-IDX)
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           .

      ******************************************************************
      *    200-EXPIRE-ONE-ACCOUNT-RTN - POINTS UNTOUCHED FOR LONGER    *
      *    THAN THE EXPIRY PERIOD ARE GONE. THE ROW STAYS, AT ZERO, SO *
      *    THE ACCOUNT STARTS OVER IF IT EARNS AGAIN.                  *
      ******************************************************************
       200-EXPIRE-ONE-ACCOUNT-RTN.
           IF PE-POINTS-BALANCE (PT-IDX) > ZERO
               COMPUTE WS-INACTIVE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE
                         (PE-LAST-ACTIVITY-DATE (PT-IDX))
               IF WS-INACTIVE-DAYS > POINTS-EXPIRE-DAYS
                   MOVE PE-ACCOUNT-NO (PT-IDX) TO PL-ACCOUNT-NO
                   MOVE WS-RUN-DATE TO PL-ACTIVITY-DATE
                   MOVE 'X' TO PL-ACTIVITY-TYPE
                   MOVE PE-POINTS-BALANCE (PT-IDX) TO PL-POINTS
                   WRITE POINTS-LOG-REC
                   MOVE ZERO TO PE-POINTS-BALANCE (PT-IDX)
                   MOVE WS-RUN-DATE TO PE-LAST-ACTIVITY-DATE (PT-IDX)
                   ADD 1 TO EXPIRED-THIS-RUN
               END-IF
           END-IF
           .

       250-LIST-ONE-ACCOUNT-RTN.
           IF PE-POINTS-BALANCE (PT-IDX) > ZERO
               MOVE SPACES TO LIABILITY-DETAIL-LINE
               MOVE PE-ACCOUNT-NO (PT-IDX) TO LD-ACCOUNT-NO-OUT
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   AT END
                       MOVE 'NOT ON CUSTOMER MASTER'
                           TO LD-CUSTOMER-NAME-OUT
                   WHEN CT-ACCOUNT-NO (CUST-IDX)
                           = PE-ACCOUNT-NO (PT-IDX)
                       MOVE CT-CUSTOMER-NAME (CUST-IDX)
                           TO LD-CUSTOMER-NAME-OUT
               END-SEARCH
               MOVE PE-POINTS-BALANCE (PT-IDX) TO LD-POINTS-OUT
               COMPUTE WS-POINTS-VALUE =
                   PE-POINTS-BALANCE (PT-IDX) * POINT-VALUE
               MOVE WS-POINTS-VALUE TO LD-VALUE-OUT
               MOVE PE-LAST-ACTIVITY-DATE (PT-IDX)
                   TO LD-LAST-ACTIVITY-OUT
               WRITE LIABILITY-DETAIL-LINE
               ADD PE-POINTS-BALANCE (PT-IDX) TO TOTAL-OUTSTANDING
           END-IF
           .

      *    THE MONTH'S MOVEMENT, SO THE LIABILITY CAN BE ROLLED FORWARD
      *    FROM LAST MONTH'S FIGURE.
       300-MONTH-ACTIVITY-RTN.
           OPEN INPUT POINTS-LOG
           IF WS-POINTS-LOG-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POINTS-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PL-ACTIVITY-CCYYMM = WS-REPORT-MONTH
                               EVALUATE TRUE
                                   WHEN PL-POINTS-EARNED
                                       ADD PL-POINTS TO MONTH-EARNED
                                   WHEN PL-POINTS-REDEEMED
                                       ADD PL-POINTS TO MONTH-REDEEMED
                                   WHEN PL-POINTS-TAKEN-BACK
                                       ADD PL-POINTS
                                           TO MONTH-TAKEN-BACK
                                   WHEN PL-POINTS-EXPIRED
                                       ADD PL-POINTS TO MONTH-EXPIRED
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-LOG
           END-IF
           MOVE 'N' TO WS-EOF
           .

       350-WRITE-TOTALS-RTN.
           MOVE 'POINTS OUTSTANDING' TO WS-LINE-LABEL
           MOVE TOTAL-OUTSTANDING TO WS-LINE-POINTS
           PERFORM 360-WRITE-TOTAL-LINE-RTN
           MOVE 'EARNED THIS MONTH' TO WS-LINE-LABEL
           MOVE MONTH-EARNED TO WS-LINE-POINTS
           PERFORM 360-WRITE-TOTAL-LINE-RTN
           MOVE 'REDEEMED THIS MONTH' TO WS-LINE-LABEL
           MOVE MONTH-REDEEMED TO WS-LINE-POINTS
           PERFORM 360-WRITE-TOTAL-LINE-RTN
           MOVE 'TAKEN BACK ON RETURNS' TO WS-LINE-LABEL
           MOVE MONTH-TAKEN-BACK TO WS-LINE-POINTS
           PERFORM 360-WRITE-TOTAL-LINE-RTN
           MOVE 'EXPIRED THIS MONTH' TO WS-LINE-LABEL
           MOVE MONTH-EXPIRED TO WS-LINE-POINTS
           PERFORM 360-WRITE-TOTAL-LINE-RTN
           .

      *    EACH TOTAL LINE SHOWS A POINT COUNT AND WHAT IT IS WORTH.
       360-WRITE-TOTAL-LINE-RTN.
           MOVE SPACES TO LIABILITY-TOTAL-LINE
           MOVE WS-LINE-LABEL TO LT-LABEL-OUT
           MOVE WS-LINE-POINTS TO LT-POINTS-OUT
           COMPUTE LT-VALUE-OUT = WS-LINE-POINTS * POINT-VALUE
           WRITE LIABILITY-TOTAL-LINE
           .

       400-REWRITE-POINTS-RTN.
           OPEN OUTPUT POINTS-FILE
           PERFORM 410-WRITE-ONE-POINTS-RTN
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > POINTS-COUNT
           CLOSE POINTS-FILE
           .

       410-WRITE-ONE-POINTS-RTN.
           MOVE PE-POINTS-IMAGE (PT-IDX) TO POINTS-REC
           WRITE POINTS-REC
           .
