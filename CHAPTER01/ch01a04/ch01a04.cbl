      *    LINE PER DEPARTMENT, A CREDIT FOR THE DUES WITHHELD TO THE
      *    LIABILITY ACCOUNT, AND A CREDIT FOR THE NET WAGES PAYABLE,
      *    BALANCED TO THE RUN'S TOTAL-WAGES CONTROL TOTAL. ONLY
      *    WRITTEN WHEN DEBITS AND CREDITS AGREE. CHAP04GLP EMPTIES IT
      *    ONCE POSTED; A WEEK STILL ON IT STOPS THE NEXT RUN.
           SELECT GL-EXTRACT-FILE ASSIGN TO "DATA\GLDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTRACT-STATUS.

      *    PAID-TIME-OFF BALANCE LEDGER, KEYED BY EMPLOYEE NUMBER AND
      *    CARRIED FORWARD RUN TO RUN. EACH WEEK'S HOURS PAID ACCRUE
           SELECT LABOR-DIST-LISTING ASSIGN TO "DATA\LABORDST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    HOURLY PAY HANDOFF - ONE RECORD PER EMPLOYEE PAID, CARRYING
      *    THE WEEK'S GROSS WAGES AND UNION DUES, PICKED UP BY THE
      *    CHAP04P01 NET-PAY RUN FOR WITHHOLDING, THE PAY STUB, YTD,
      *    AND DIRECT DEPOSIT OR CHECK. CHAP04P01 READS IT FROM THIS
      *    PROGRAM'S DATA DIRECTORY AND WRITES BACK ONLY THE ENTRIES
      *    IT COULD NOT PAY; A WEEK STILL ON IT STOPS THE NEXT RUN.
      *    ONLY WRITTEN FOR A COMPLETE FEED WHOSE GL EXTRACT BALANCED,
      *    SO A HALF-RUN WEEK NEVER REACHES A PAYCHECK.
           SELECT HOURLY-PAY-FILE ASSIGN TO "DATA\HRLYPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOURLY-PAY-STATUS.

      *    WORKERS' COMPENSATION CLASS MAP - ONE RECORD PER DEPARTMENT
      *    GIVING THE INSURER'S RISK CLASS CODE IT IS RATED UNDER AND
      *    THAT CLASS'S RATE PER $100 OF PAYROLL. NO FILE AT ALL
      *    MEANS WORKERS' COMP IS NOT BEING ACCUMULATED THIS RUN.
           SELECT WC-CLASS-MAP-FILE ASSIGN TO "DATA\WCCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-CLASS-MAP-STATUS.

      *    POLICY-PERIOD-TO-DATE WORKERS' COMP PAYROLL BY CLASS CODE,
      *    CARRIED FORWARD RUN TO RUN LIKE THE PTO LEDGER AND REWRITTEN
      *    AT END OF RUN. MOVING IT ASIDE AT POLICY RENEWAL STARTS THE
      *    NEXT PERIOD FROM ZERO ON THE FOLLOWING RUN.
           SELECT WC-ACCUM-FILE ASSIGN TO "DATA\WCACCUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-ACCUM-STATUS.

           SELECT WC-PREMIUM-LISTING ASSIGN TO "DATA\WCPREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    LEGAL MINIMUM HOURLY RATE BY DEPARTMENT LOCATION, WITH THE
      *    DATE EACH RATE TOOK EFFECT SO A JANUARY 1 INCREASE CAN BE
      *    KEYED AHEAD. DEPARTMENT '****' IS THE RATE FOR ANY LOCATION
      *    WITHOUT ITS OWN ENTRY; WITH NO FILE AT ALL THE EDIT
      *    CONSTANT MINIMUM-WAGE-ALLOWED IS THE FLOOR EVERYWHERE.
           SELECT MINIMUM-WAGE-FILE ASSIGN TO "DATA\MINWAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MINIMUM-WAGE-STATUS.

      *    WEEKLY HOURS LIMIT FOR EACH MINOR OR PART-TIME EMPLOYEE,
      *    KEPT BY PERSONNEL. ANYONE NOT ON IT HAS NO LIMIT.
           SELECT HOURS-LIMIT-FILE ASSIGN TO "DATA\HOURSLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOURS-LIMIT-STATUS.

      *    THE PAYROLL SUPERVISOR'S SIGN-OFF ON A COMPLIANCE EXCEPTION
      *    AFTER LOOKING INTO IT, GOOD FOR ONE RUN DATE ONLY.
           SELECT COMPLIANCE-CLEARANCE-FILE
               ASSIGN TO "DATA\COMPLCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARANCE-STATUS.

           SELECT COMPLIANCE-LISTING ASSIGN TO "DATA\COMPLEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-DATA.
           05                             PIC X(12) VALUE 'TOTAL DUES:'.
           05  TOTAL-DUES-OUT             PIC $,$$$,$$9.99.

       FD  HOURLY-PAY-FILE.
       01  HOURLY-PAY-REC.
           05  HP-EMPLOYEE-NUMBER-OUT PIC 9(5).
           05  HP-EMPLOYEE-NAME-OUT   PIC X(20).
           05  HP-GROSS-WAGES-OUT     PIC 9(5)V99.
           05  HP-UNION-DUES-OUT      PIC 9(4)V99.

       FD  WC-CLASS-MAP-FILE.
       01  WC-CLASS-MAP-REC.
           05  WCM-DEPARTMENT-CODE-IN PIC X(4).
           05  WCM-CLASS-CODE-IN      PIC X(4).
           05  WCM-RATE-IN            PIC 9(2)V9999.
           05  WCM-DESCRIPTION-IN     PIC X(20).

       FD  WC-ACCUM-FILE.
       01  WC-ACCUM-REC.
           05  WA-CLASS-CODE          PIC X(4).
           05  WA-PERIOD-START        PIC 9(8).
           05  WA-STRAIGHT-PAYROLL    PIC 9(9)V99.
           05  WA-OVERTIME-PREMIUM    PIC 9(9)V99.

       FD  WC-PREMIUM-LISTING.
       01  WC-PREMIUM-REC.
           05  WP-CLASS-CODE-OUT      PIC X(4).
           05                         PIC X(2).
           05  WP-DESCRIPTION-OUT     PIC X(20).
           05                         PIC X(2).
           05  WP-WEEK-STRAIGHT-OUT   PIC ZZZ,ZZ9.99.
           05                         PIC X(2).
           05  WP-PTD-STRAIGHT-OUT    PIC Z,ZZZ,ZZ9.99.
           05                         PIC X(2).
           05  WP-PTD-OT-PREMIUM-OUT  PIC Z,ZZZ,ZZ9.99.
           05                         PIC X(2).
           05  WP-RATE-OUT            PIC Z9.9999.
           05                         PIC X(2).
           05  WP-EST-PREMIUM-OUT     PIC Z,ZZZ,ZZ9.99.

       01  WC-PERIOD-LINE.
           05  WL-PERIOD-TEXT-OUT     PIC X(30).
           05  WL-PERIOD-START-OUT    PIC 9(8).
           05                         PIC X(9).
           05  WL-PERIOD-END-OUT      PIC 9(8).

       FD  MINIMUM-WAGE-FILE.
       01  MINIMUM-WAGE-REC.
           05  MW-DEPARTMENT-CODE-IN  PIC X(4).
           05  MW-EFFECTIVE-DATE-IN   PIC 9(8).
           05  MW-MINIMUM-RATE-IN     PIC 9(2)V99.

       FD  HOURS-LIMIT-FILE.
       01  HOURS-LIMIT-REC.
           05  HL-EMPLOYEE-NUMBER-IN  PIC 9(5).
           05  HL-STATUS-IN           PIC X.
               88  HL-MINOR               VALUE 'M'.
               88  HL-PART-TIME           VALUE 'P'.
           05  HL-MAXIMUM-HOURS-IN    PIC 9(3).

       FD  COMPLIANCE-CLEARANCE-FILE.
       01  COMPLIANCE-CLEARANCE-REC.
           05  CC-EMPLOYEE-NUMBER-IN  PIC 9(5).
           05  CC-EXCEPTION-CODE-IN   PIC X.
           05  CC-RUN-DATE-IN         PIC 9(8).
           05  CC-CLEARED-BY-IN       PIC X(8).

       FD  COMPLIANCE-LISTING.
       01  COMPLIANCE-REC.
           05  CX-EMPLOYEE-NUMBER-OUT PIC 9(5).
           05                         PIC X(2).
           05  CX-NAME-OUT            PIC X(20).
           05                         PIC X(2).
           05  CX-DEPARTMENT-OUT      PIC X(4).
           05                         PIC X(2).
           05  CX-HOURS-OUT           PIC ZZ9.
           05                         PIC X(2).
           05  CX-ACTUAL-OUT          PIC ZZ9.99.
           05                         PIC X(2).
           05  CX-LIMIT-OUT           PIC ZZ9.99.
           05                         PIC X(2).
           05  CX-REASON-OUT          PIC X(32).
           05                         PIC X(2).
           05  CX-CLEARED-OUT         PIC X(19).

       01  COMPLIANCE-TRAILER-REC.
           05                         PIC X(20).
           05  CT-LABEL-OUT           PIC X(24).
           05  CT-COUNT-OUT           PIC ZZZ9.
           05                         PIC X(4).
           05  CT-STATUS-OUT          PIC X(30).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS  PIC XXX VALUE 'YES'.
       01  REGULAR-HOURS           PIC 9(3) VALUE ZERO.
                                     USAGE COMP-3.
       01  WS-GL-OUT-OF-BALANCE-SW  PIC X VALUE 'N'.
           88  GL-OUT-OF-BALANCE    VALUE 'Y'.
       01  WS-GL-EXTRACT-STATUS     PIC XX.
       01  WS-HANDOFF-PENDING-SW    PIC X VALUE 'N'.
           88  HANDOFF-PENDING      VALUE 'Y'.

      *    PTO LEDGER LOADED INTO A TABLE UP FRONT, ACCRUED AGAINST
      *    DURING THE WAGE RUN, DRAWN DOWN BY THE PTO-TAKEN FILE, AND
                                       USAGE COMP-3.
       01  JOB-WAGE-COUNT           PIC 9(3) VALUE ZERO.

      *    ONE ENTRY PER EMPLOYEE PAID, HELD UNTIL THE FEED HAS BEEN
      *    PROVED COMPLETE AND THE GL EXTRACT HAS BALANCED, THEN
      *    WRITTEN TO THE HOURLY PAY HANDOFF. THE DUES HELD ARE ZERO
      *    FOR AN EMPLOYEE WHO IS NOT A UNION MEMBER.
       01  WS-HOURLY-PAY-STATUS     PIC XX.
       01  HOURLY-PAY-TABLE.
           05  HP-ENTRY OCCURS 500 TIMES
                   INDEXED BY HP-IDX.
               10  HP-EMPLOYEE-NO     PIC 9(5) VALUE ZERO.
               10  HP-EMPLOYEE-NAME   PIC X(20) VALUE SPACES.
               10  HP-GROSS-WAGES     PIC 9(5)V99 VALUE ZERO.
               10  HP-UNION-DUES      PIC 9(4)V99 VALUE ZERO.
       01  HOURLY-PAY-COUNT         PIC 9(3) VALUE ZERO.
       01  HOURLY-PAY-MAX           PIC 9(3) VALUE 500.
       01  WS-HANDOFF-WRITTEN-SW    PIC X VALUE 'N'.
           88  HANDOFF-WRITTEN      VALUE 'Y'.

      *    WORKERS' COMP PAYROLL IS THE WEEKLY WAGE LESS THE OVERTIME
      *    PREMIUM - THE EXTRA HALF-TIME ON OVERTIME HOURS IS NOT
      *    REPORTABLE PAYROLL, THE STRAIGHT-TIME PART OF THOSE HOURS
      *    AND THE SHIFT DIFFERENTIAL ARE. A DEPARTMENT MISSING FROM
      *    THE CLASS MAP IS CARRIED UNDER CLASS '****' AT NO RATE SO
      *    ITS PAYROLL STILL SHOWS UP FOR SOMEONE TO MAP.
       01  WS-WC-CLASS-MAP-STATUS   PIC XX.
       01  WS-WC-ACCUM-STATUS       PIC XX.
       01  WS-WC-SW                 PIC X VALUE 'N'.
           88  WC-IN-USE            VALUE 'Y'.
       01  WC-CLASS-MAP-EOF-SW      PIC X VALUE 'N'.
           88  WC-CLASS-MAP-FILE-EOF VALUE 'Y'.
       01  WC-ACCUM-EOF-SW          PIC X VALUE 'N'.
           88  WC-ACCUM-FILE-EOF    VALUE 'Y'.
       01  WC-DEPT-MAP-TABLE.
           05  WD-ENTRY OCCURS 50 TIMES
                   INDEXED BY WD-IDX.
               10  WD-DEPARTMENT-CODE PIC X(4) VALUE SPACES.
               10  WD-CLASS-CODE      PIC X(4) VALUE SPACES.
       01  WC-DEPT-MAP-COUNT        PIC 99 VALUE ZERO.
       01  WC-CLASS-TABLE.
           05  WC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WC-IDX.
               10  WC-CLASS-CODE      PIC X(4) VALUE SPACES.
               10  WC-DESCRIPTION     PIC X(20) VALUE SPACES.
               10  WC-RATE            PIC 9(2)V9999 VALUE ZERO.
               10  WC-WEEK-STRAIGHT   PIC 9(7)V99 VALUE ZERO
                                       USAGE COMP-3.
               10  WC-PTD-STRAIGHT    PIC 9(9)V99 VALUE ZERO
                                       USAGE COMP-3.
               10  WC-PTD-OT-PREMIUM  PIC 9(9)V99 VALUE ZERO
                                       USAGE COMP-3.
       01  WC-CLASS-COUNT           PIC 99 VALUE ZERO.
       01  WS-WC-CLASS-KEY          PIC X(4) VALUE SPACES.
       01  UNMAPPED-WC-CLASS        PIC X(4) VALUE '****'.
       01  WS-WC-PERIOD-START       PIC 9(8) VALUE ZERO.
       01  WS-WC-UNMAPPED-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-WC-OT-PREMIUM         PIC 9(5)V99 VALUE ZERO.
       01  WS-WC-STRAIGHT           PIC 9(5)V99 VALUE ZERO.
       01  WS-WC-EST-PREMIUM        PIC 9(7)V99 VALUE ZERO.
       01  WS-WC-TOTAL-WEEK         PIC 9(9)V99 VALUE ZERO
                                     USAGE COMP-3.
       01  WS-WC-TOTAL-STRAIGHT     PIC 9(9)V99 VALUE ZERO
                                     USAGE COMP-3.
       01  WS-WC-TOTAL-OT-PREMIUM   PIC 9(9)V99 VALUE ZERO
                                     USAGE COMP-3.
       01  WS-WC-TOTAL-PREMIUM      PIC 9(9)V99 VALUE ZERO
                                     USAGE COMP-3.

      *    COMPLIANCE TABLES, LOADED UP FRONT. THE MINIMUM IN FORCE
      *    IS PICKED LIKE THE PAY RATE - LATEST EFFECTIVE DATE NOT
      *    AFTER THE RUN DATE - FROM THE DEPARTMENT'S OWN ENTRIES
      *    FIRST AND THE '****' ENTRIES FAILING THAT. ANY EXCEPTION NOT
      *    CLEARED FOR THIS RUN DATE HOLDS THE GL EXTRACT AND
      *    EVERYTHING AFTER IT, SO THE WEEK CAN BE RERUN ONCE IT IS
      *    PUT RIGHT OR SIGNED OFF.
       01  WS-MINIMUM-WAGE-STATUS   PIC XX.
       01  WS-HOURS-LIMIT-STATUS    PIC XX.
       01  WS-CLEARANCE-STATUS      PIC XX.
       01  MINIMUM-WAGE-TABLE.
           05  MW-ENTRY OCCURS 100 TIMES
                   INDEXED BY MW-IDX.
               10  MW-DEPARTMENT-CODE PIC X(4) VALUE SPACES.
               10  MW-EFFECTIVE-DATE  PIC 9(8) VALUE ZERO.
               10  MW-MINIMUM-RATE    PIC 9(2)V99 VALUE ZERO.
       01  MINIMUM-WAGE-COUNT       PIC 9(3) VALUE ZERO.
       01  MINIMUM-WAGE-EOF-SW      PIC X VALUE 'N'.
           88  MINIMUM-WAGE-FILE-EOF VALUE 'Y'.
       01  ANY-LOCATION-CODE        PIC X(4) VALUE '****'.
       01  WS-MW-KEY                PIC X(4) VALUE SPACES.
       01  WS-MW-BEST-DATE          PIC 9(8) VALUE ZERO.
       01  WS-MW-FOUND-SW           PIC X VALUE 'N'.
           88  MINIMUM-FOUND        VALUE 'Y'.
       01  WS-MINIMUM-RATE          PIC 9(2)V99 VALUE ZERO.
       01  WS-NET-HOURLY-RATE       PIC 9(3)V99 VALUE ZERO.
       01  HOURS-LIMIT-TABLE.
           05  HL-ENTRY OCCURS 200 TIMES
                   INDEXED BY HL-IDX.
               10  HL-EMPLOYEE-NO     PIC 9(5) VALUE ZERO.
               10  HL-STATUS          PIC X VALUE SPACE.
               10  HL-MAXIMUM-HOURS   PIC 9(3) VALUE ZERO.
       01  HOURS-LIMIT-COUNT        PIC 9(3) VALUE ZERO.
       01  HOURS-LIMIT-EOF-SW       PIC X VALUE 'N'.
           88  HOURS-LIMIT-FILE-EOF VALUE 'Y'.
       01  CLEARANCE-TABLE.
           05  CL-ENTRY OCCURS 100 TIMES
                   INDEXED BY CL-IDX.
               10  CL-EMPLOYEE-NO     PIC 9(5) VALUE ZERO.
               10  CL-EXCEPTION-CODE  PIC X VALUE SPACE.
               10  CL-CLEARED-BY      PIC X(8) VALUE SPACES.
       01  CLEARANCE-COUNT          PIC 9(3) VALUE ZERO.
       01  CLEARANCE-EOF-SW         PIC X VALUE 'N'.
           88  CLEARANCE-FILE-EOF   VALUE 'Y'.
       01  WS-EXCEPTION-CODE        PIC X VALUE SPACE.
           88  MINIMUM-WAGE-EXCEPTION VALUE 'W'.
           88  HOURS-LIMIT-EXCEPTION  VALUE 'H'.
       01  WS-COMPLIANCE-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-UNCLEARED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-COMPLIANCE-HOLD-SW    PIC X VALUE 'N'.
           88  COMPLIANCE-HOLD      VALUE 'Y'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 050-CHECK-FEED-COMPLETE-RTN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 055-CHECK-HANDOFFS-CLEAR-RTN
           IF HANDOFF-PENDING
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 070-LOAD-RATE-MASTER-RTN
           PERFORM 080-LOAD-PTO-LEDGER-RTN
           PERFORM 090-LOAD-OPEN-JOBS-RTN
           PERFORM 095-LOAD-WC-CLASS-MAP-RTN
           PERFORM 092-LOAD-COMPLIANCE-RTN

           OPEN INPUT EMPLOYEE-DATA
                OUTPUT PAYROLL-LISTING
                OUTPUT RATE-CHANGE-LISTING
                OUTPUT PTO-EXCEPTION-LISTING
                OUTPUT LABOR-DIST-LISTING
                OUTPUT COMPLIANCE-LISTING
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ EMPLOYEE-DATA
               AT END
           IF NOT FEED-INCOMPLETE
               PERFORM 300-TRAILER-RTN
               PERFORM 320-DUES-TRAILER-RTN
               PERFORM 330-COMPLIANCE-TRAILER-RTN
               IF COMPLIANCE-HOLD
                   PERFORM 335-COMPLIANCE-HOLD-RTN
               ELSE
                   PERFORM 350-GL-EXTRACT-RTN
                   IF NOT GL-OUT-OF-BALANCE
                       PERFORM 450-HOURLY-PAY-HANDOFF-RTN
                   END-IF
                   PERFORM 390-LABOR-JOB-TOTALS-RTN
                   PERFORM 400-PTO-TAKEN-RTN
                   PERFORM 420-PTO-BALANCE-LISTING-RTN
      *            THE CARRIED-FORWARD BALANCES MOVE ONLY WITH A WEEK
      *            THAT WAS RELEASED, SO A RERUN DOES NOT ACCRUE TWICE.
                   IF HANDOFF-WRITTEN
                       PERFORM 440-REWRITE-PTO-LEDGER-RTN
                       IF WC-IN-USE
                           PERFORM 460-WC-PREMIUM-LISTING-RTN
                           PERFORM 470-REWRITE-WC-ACCUM-RTN
                       END-IF
                   ELSE
                       DISPLAY "PTO LEDGER AND WORKERS' COMP NOT "
                               "UPDATED - RERUN THE WEEK ONCE CORRECTED"
                   END-IF
               END-IF
           END-IF

           CLOSE EMPLOYEE-DATA
                 RATE-CHANGE-LISTING
                 PTO-EXCEPTION-LISTING
                 LABOR-DIST-LISTING
                 COMPLIANCE-LISTING

           IF FEED-INCOMPLETE
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *    LAST WEEK'S GL EXTRACT AND HOURLY PAY HANDOFF ARE EMPTIED
      *    BY CHAP04GLP AND CHAP04P01 ONCE THEY HAVE TAKEN THEM. ONE
      *    STILL HOLDING RECORDS HAS NOT BEEN POSTED OR PAID, AND
      *    THIS WEEK'S RUN WOULD WRITE OVER IT, SO NOTHING IS RUN.
       055-CHECK-HANDOFFS-CLEAR-RTN.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-EXTRACT-STATUS = '00'
               READ GL-EXTRACT-FILE
                   NOT AT END
                       DISPLAY " "
                       DISPLAY "PAYROLL HALTED - PREVIOUS WEEK'S GL "
                               "EXTRACT NOT YET POSTED"
                       DISPLAY "SEE DATA\GLDIST.DAT - RUN CHAP04GLP"
                       MOVE 'Y' TO WS-HANDOFF-PENDING-SW
               END-READ
               CLOSE GL-EXTRACT-FILE
           END-IF
           OPEN INPUT HOURLY-PAY-FILE
           IF WS-HOURLY-PAY-STATUS = '00'
               READ HOURLY-PAY-FILE
                   NOT AT END
                       DISPLAY " "
                       DISPLAY "PAYROLL HALTED - PREVIOUS WEEK'S "
                               "HOURLY PAY NOT YET POSTED"
                       DISPLAY "SEE DATA\HRLYPAY.DAT - RUN CHAP04P01"
                       MOVE 'Y' TO WS-HANDOFF-PENDING-SW
               END-READ
               CLOSE HOURLY-PAY-FILE
           END-IF
           .

      *    EMPLOYEE-COUNT PLUS WS-REJECT-COUNT IS EVERY RECORD
      *    EMPLOYEE-DATA ACTUALLY DELIVERED THIS RUN; IF THAT DOESN'T
      *    MATCH WS-EXPECTED-COUNT THE FEED STOPPED PARTWAY THROUGH.
           PERFORM 230-DEPARTMENT-ACCUMULATE-RTN
           PERFORM 235-LABOR-DISTRIBUTION-RTN
           PERFORM 240-PTO-ACCRUAL-RTN
           MOVE ZERO TO WS-DUES-AMOUNT
           IF UNION-MEMBER
               PERFORM 220-DUES-RTN
           END-IF
           PERFORM 250-HOLD-HOURLY-PAY-RTN
           IF WC-IN-USE
               PERFORM 260-WC-ACCUMULATE-RTN
           END-IF
           PERFORM 270-COMPLIANCE-CHECK-RTN
           .

      *    THE GROSS HANDED ON IS THE FULL WEEKLY WAGE THE LISTING
      *    PRINTS; THE DUES ARE WHAT 220-DUES-RTN ASSESSED, TAKEN AS A
      *    DEDUCTION BY THE NET-PAY RUN RATHER THAN OUT OF GROSS HERE.
      *    A WEEK WITH MORE EMPLOYEES THAN THE TABLE HOLDS CANNOT BE
      *    HANDED ON WHOLE, SO THE RUN STOPS BEFORE ANYTHING PAST THE
      *    LISTINGS IS WRITTEN AND THE WEEK IS RUN AGAIN.
       250-HOLD-HOURLY-PAY-RTN.
           IF HOURLY-PAY-COUNT NOT < HOURLY-PAY-MAX
               DISPLAY " "
               DISPLAY "MORE THAN " HOURLY-PAY-MAX
                       " EMPLOYEES PAID - HOURLY PAY HANDOFF NOT "
                       "WRITTEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HOURLY-PAY-COUNT
           SET HP-IDX TO HOURLY-PAY-COUNT
           MOVE EMPLOYEE-NUMBER-IN TO HP-EMPLOYEE-NO (HP-IDX)
           MOVE EMPLOYEE-NAME-IN TO HP-EMPLOYEE-NAME (HP-IDX)
           MOVE WEEKLY-WAGES TO HP-GROSS-WAGES (HP-IDX)
           MOVE WS-DUES-AMOUNT TO HP-UNION-DUES (HP-IDX)
           .

      *    THE OVERTIME PREMIUM IS THE HALF-TIME ONLY: OVERTIME WAGES
      *    LESS THE SAME HOURS AT STRAIGHT TIME.
       260-WC-ACCUMULATE-RTN.
           COMPUTE WS-WC-OT-PREMIUM =
               OVERTIME-WAGES - (OVERTIME-HOURS * WS-EFFECTIVE-RATE)
           SUBTRACT WS-WC-OT-PREMIUM FROM WEEKLY-WAGES
               GIVING WS-WC-STRAIGHT
           MOVE UNMAPPED-WC-CLASS TO WS-WC-CLASS-KEY
           SET WD-IDX TO 1
           SEARCH WD-ENTRY
               AT END
                   ADD 1 TO WS-WC-UNMAPPED-COUNT
               WHEN WD-DEPARTMENT-CODE (WD-IDX) = DEPARTMENT-CODE-IN
                   MOVE WD-CLASS-CODE (WD-IDX) TO WS-WC-CLASS-KEY
           END-SEARCH
           PERFORM 098-FIND-WC-CLASS-RTN
           ADD WS-WC-STRAIGHT TO WC-WEEK-STRAIGHT (WC-IDX)
                                 WC-PTD-STRAIGHT (WC-IDX)
           ADD WS-WC-OT-PREMIUM TO WC-PTD-OT-PREMIUM (WC-IDX)
           .

      *    THE RATE TESTED IS WHAT THE EMPLOYEE ACTUALLY TAKES HOME PER
      *    HOUR WORKED ONCE UNION DUES COME OUT OF THE WEEK'S WAGES.
       270-COMPLIANCE-CHECK-RTN.
           PERFORM 272-MINIMUM-WAGE-LOOKUP-RTN
           IF HOURS-WORKED-IN > ZERO
               IF WS-DUES-AMOUNT < WEEKLY-WAGES
                   COMPUTE WS-NET-HOURLY-RATE =
                       (WEEKLY-WAGES - WS-DUES-AMOUNT)
                       / HOURS-WORKED-IN
               ELSE
                   MOVE ZERO TO WS-NET-HOURLY-RATE
               END-IF
               IF WS-NET-HOURLY-RATE < WS-MINIMUM-RATE
                   MOVE SPACES TO COMPLIANCE-REC
                   MOVE WS-NET-HOURLY-RATE TO CX-ACTUAL-OUT
                   MOVE WS-MINIMUM-RATE TO CX-LIMIT-OUT
                   MOVE 'BELOW MINIMUM WAGE AFTER DUES' TO
                        CX-REASON-OUT
                   MOVE 'W' TO WS-EXCEPTION-CODE
                   PERFORM 278-COMPLIANCE-EXCEPTION-RTN
               END-IF
           END-IF

           SET HL-IDX TO 1
           SEARCH HL-ENTRY
               AT END
                   CONTINUE
               WHEN HL-IDX > HOURS-LIMIT-COUNT
                   CONTINUE
               WHEN HL-EMPLOYEE-NO (HL-IDX) = EMPLOYEE-NUMBER-IN
                   IF HOURS-WORKED-IN > HL-MAXIMUM-HOURS (HL-IDX)
                       MOVE SPACES TO COMPLIANCE-REC
                       MOVE HOURS-WORKED-IN TO CX-ACTUAL-OUT
                       MOVE HL-MAXIMUM-HOURS (HL-IDX) TO CX-LIMIT-OUT
                       IF HL-STATUS (HL-IDX) = 'M'
                           MOVE 'MINOR OVER ALLOWED WEEKLY HOURS'
                               TO CX-REASON-OUT
                       ELSE
                           MOVE 'PART-TIME OVER ALLOWED HOURS'
                               TO CX-REASON-OUT
                       END-IF
                       MOVE 'H' TO WS-EXCEPTION-CODE
                       PERFORM 278-COMPLIANCE-EXCEPTION-RTN
                   END-IF
           END-SEARCH
           .

       272-MINIMUM-WAGE-LOOKUP-RTN.
           MOVE 'N' TO WS-MW-FOUND-SW
           MOVE ZERO TO WS-MW-BEST-DATE
           MOVE MINIMUM-WAGE-ALLOWED TO WS-MINIMUM-RATE
           MOVE DEPARTMENT-CODE-IN TO WS-MW-KEY
           PERFORM 273-CHECK-ONE-MINIMUM-RTN
               VARYING MW-IDX FROM 1 BY 1
               UNTIL MW-IDX > MINIMUM-WAGE-COUNT
           IF NOT MINIMUM-FOUND
               MOVE ANY-LOCATION-CODE TO WS-MW-KEY
               PERFORM 273-CHECK-ONE-MINIMUM-RTN
                   VARYING MW-IDX FROM 1 BY 1
                   UNTIL MW-IDX > MINIMUM-WAGE-COUNT
           END-IF
           .

       273-CHECK-ONE-MINIMUM-RTN.
           IF MW-DEPARTMENT-CODE (MW-IDX) = WS-MW-KEY
              AND MW-EFFECTIVE-DATE (MW-IDX) NOT > WS-RUN-DATE
              AND MW-EFFECTIVE-DATE (MW-IDX) NOT < WS-MW-BEST-DATE
               MOVE 'Y' TO WS-MW-FOUND-SW
               MOVE MW-MINIMUM-RATE (MW-IDX) TO WS-MINIMUM-RATE
               MOVE MW-EFFECTIVE-DATE (MW-IDX) TO WS-MW-BEST-DATE
           END-IF
           .

      *    COMPLIANCE-REC ARRIVES WITH THE ACTUAL, LIMIT AND REASON
      *    ALREADY FILLED IN. A CLEARED EXCEPTION IS STILL LISTED, WITH
      *    WHO CLEARED IT, BUT DOES NOT HOLD THE RUN.
       278-COMPLIANCE-EXCEPTION-RTN.
           MOVE EMPLOYEE-NUMBER-IN TO CX-EMPLOYEE-NUMBER-OUT
           MOVE EMPLOYEE-NAME-IN TO CX-NAME-OUT
           MOVE DEPARTMENT-CODE-IN TO CX-DEPARTMENT-OUT
           MOVE HOURS-WORKED-IN TO CX-HOURS-OUT
           ADD 1 TO WS-COMPLIANCE-COUNT
           SET CL-IDX TO 1
           SEARCH CL-ENTRY
               AT END
                   MOVE '** NOT CLEARED **' TO CX-CLEARED-OUT
                   ADD 1 TO WS-UNCLEARED-COUNT
               WHEN CL-IDX > CLEARANCE-COUNT
                   MOVE '** NOT CLEARED **' TO CX-CLEARED-OUT
                   ADD 1 TO WS-UNCLEARED-COUNT
               WHEN CL-EMPLOYEE-NO (CL-IDX) = EMPLOYEE-NUMBER-IN
                AND CL-EXCEPTION-CODE (CL-IDX) = WS-EXCEPTION-CODE
                   STRING 'CLEARED BY ' CL-CLEARED-BY (CL-IDX)
                       DELIMITED BY SIZE INTO CX-CLEARED-OUT
                   END-STRING
           END-SEARCH
           WRITE COMPLIANCE-REC
           .
       210-SHIFT-DIFFERENTIAL-RTN.
           MOVE ZERO TO SHIFT-DIFFERENTIAL-WAGES
           MOVE WS-TOTAL-DUES TO TOTAL-DUES-OUT
           WRITE DUES-TRAILER-REC
           .

       330-COMPLIANCE-TRAILER-RTN.
           MOVE SPACES TO COMPLIANCE-TRAILER-REC
           MOVE 'EXCEPTIONS NOT CLEARED:' TO CT-LABEL-OUT
           MOVE WS-UNCLEARED-COUNT TO CT-COUNT-OUT
           IF WS-UNCLEARED-COUNT > ZERO
               MOVE 'Y' TO WS-COMPLIANCE-HOLD-SW
               MOVE 'GL EXTRACT AND PAY HELD' TO CT-STATUS-OUT
           ELSE
               MOVE 'GL EXTRACT RELEASED' TO CT-STATUS-OUT
           END-IF
           WRITE COMPLIANCE-REC FROM COMPLIANCE-TRAILER-REC
           .

      *    NOTHING PAST THE LISTINGS IS WRITTEN - NO GL EXTRACT, NO PAY
      *    HANDOFF, AND THE PTO LEDGER AND WORKERS' COMP ACCUMULATOR
      *    ARE LEFT AS THEY WERE - SO THE WEEK IS SIMPLY RUN AGAIN ONCE
      *    THE EXCEPTIONS ARE FIXED OR CLEARED.
       335-COMPLIANCE-HOLD-RTN.
           DISPLAY " "
           DISPLAY "GL EXTRACT NOT RELEASED - " WS-UNCLEARED-COUNT
                   " COMPLIANCE EXCEPTION(S) NOT CLEARED"
           DISPLAY "SEE DATA\COMPLEXC.DAT - CORRECT THE RATE OR HOURS,"
           DISPLAY "OR CLEAR IN DATA\COMPLCLR.DAT, AND RERUN"
           MOVE 16 TO RETURN-CODE
           .
       230-DEPARTMENT-ACCUMULATE-RTN.
           SET DEPT-IDX TO 1
           SEARCH DEPT-ENTRY
           END-IF
           .

      *    THE CLASS MAP BUILDS BOTH THE DEPARTMENT-TO-CLASS LOOKUP AND
      *    THE CLASS TABLE (DESCRIPTION AND RATE); THE PERIOD-TO-DATE
      *    FIGURES ARE THEN LOADED ONTO THE CLASS TABLE. A CLASS ON THE
      *    ACCUMULATOR BUT NO LONGER ON THE MAP KEEPS ITS PAYROLL BUT
      *    CARRIES NO RATE UNTIL IT IS MAPPED AGAIN.
       095-LOAD-WC-CLASS-MAP-RTN.
           OPEN INPUT WC-CLASS-MAP-FILE
           IF WS-WC-CLASS-MAP-STATUS = '00'
               MOVE 'Y' TO WS-WC-SW
               PERFORM UNTIL WC-CLASS-MAP-FILE-EOF
                   READ WC-CLASS-MAP-FILE
                       AT END
                           MOVE 'Y' TO WC-CLASS-MAP-EOF-SW
                       NOT AT END
                           ADD 1 TO WC-DEPT-MAP-COUNT
                           SET WD-IDX TO WC-DEPT-MAP-COUNT
                           MOVE WCM-DEPARTMENT-CODE-IN TO
                                WD-DEPARTMENT-CODE (WD-IDX)
                           MOVE WCM-CLASS-CODE-IN TO
                                WD-CLASS-CODE (WD-IDX)
                           MOVE WCM-CLASS-CODE-IN TO WS-WC-CLASS-KEY
                           PERFORM 098-FIND-WC-CLASS-RTN
                           MOVE WCM-DESCRIPTION-IN TO
                                WC-DESCRIPTION (WC-IDX)
                           MOVE WCM-RATE-IN TO WC-RATE (WC-IDX)
                   END-READ
               END-PERFORM
               CLOSE WC-CLASS-MAP-FILE
               PERFORM 097-LOAD-WC-ACCUM-RTN
           ELSE
               DISPLAY " "
               DISPLAY "NO WC CLASS MAP - WORKERS' COMP NOT ACCUMULATED"
                       " THIS RUN"
           END-IF
           .

      *    WC-ACCUM-FILE IS OPTIONAL - NO FILE MEANS A NEW POLICY
      *    PERIOD STARTING WITH THIS RUN.
       097-LOAD-WC-ACCUM-RTN.
           MOVE WS-RUN-DATE TO WS-WC-PERIOD-START
           OPEN INPUT WC-ACCUM-FILE
           IF WS-WC-ACCUM-STATUS = '00'
               PERFORM UNTIL WC-ACCUM-FILE-EOF
                   READ WC-ACCUM-FILE
                       AT END
                           MOVE 'Y' TO WC-ACCUM-EOF-SW
                       NOT AT END
                           MOVE WA-PERIOD-START TO WS-WC-PERIOD-START
                           MOVE WA-CLASS-CODE TO WS-WC-CLASS-KEY
                           PERFORM 098-FIND-WC-CLASS-RTN
                           MOVE WA-STRAIGHT-PAYROLL TO
                                WC-PTD-STRAIGHT (WC-IDX)
                           MOVE WA-OVERTIME-PREMIUM TO
                                WC-PTD-OT-PREMIUM (WC-IDX)
                   END-READ
               END-PERFORM
               CLOSE WC-ACCUM-FILE
           END-IF
           .

       098-FIND-WC-CLASS-RTN.
           SET WC-IDX TO 1
           SEARCH WC-ENTRY
               AT END
                   ADD 1 TO WC-CLASS-COUNT
                   SET WC-IDX TO WC-CLASS-COUNT
                   MOVE WS-WC-CLASS-KEY TO WC-CLASS-CODE (WC-IDX)
                   IF WS-WC-CLASS-KEY = UNMAPPED-WC-CLASS
                       MOVE 'UNMAPPED DEPARTMENT' TO
                            WC-DESCRIPTION (WC-IDX)
                   ELSE
                       MOVE 'NOT ON CLASS MAP' TO
                            WC-DESCRIPTION (WC-IDX)
                   END-IF
               WHEN WC-CLASS-CODE (WC-IDX) = WS-WC-CLASS-KEY
                   CONTINUE
           END-SEARCH
           .

      *    ALL THREE COMPLIANCE FILES ARE OPTIONAL. ONLY CLEARANCES
      *    DATED FOR THIS RUN ARE LOADED - LAST WEEK'S SIGN-OFF DOES
      *    NOT COVER THIS WEEK'S PAY.
       092-LOAD-COMPLIANCE-RTN.
           OPEN INPUT MINIMUM-WAGE-FILE
           IF WS-MINIMUM-WAGE-STATUS = '00'
               PERFORM UNTIL MINIMUM-WAGE-FILE-EOF
                   READ MINIMUM-WAGE-FILE
                       AT END
                           MOVE 'Y' TO MINIMUM-WAGE-EOF-SW
                       NOT AT END
                           ADD 1 TO MINIMUM-WAGE-COUNT
                           SET MW-IDX TO MINIMUM-WAGE-COUNT
                           MOVE MW-DEPARTMENT-CODE-IN TO
                                MW-DEPARTMENT-CODE (MW-IDX)
                           MOVE MW-EFFECTIVE-DATE-IN TO
                                MW-EFFECTIVE-DATE (MW-IDX)
                           MOVE MW-MINIMUM-RATE-IN TO
                                MW-MINIMUM-RATE (MW-IDX)
                   END-READ
               END-PERFORM
               CLOSE MINIMUM-WAGE-FILE
           END-IF

           OPEN INPUT HOURS-LIMIT-FILE
           IF WS-HOURS-LIMIT-STATUS = '00'
               PERFORM UNTIL HOURS-LIMIT-FILE-EOF
                   READ HOURS-LIMIT-FILE
                       AT END
                           MOVE 'Y' TO HOURS-LIMIT-EOF-SW
                       NOT AT END
                           ADD 1 TO HOURS-LIMIT-COUNT
                           SET HL-IDX TO HOURS-LIMIT-COUNT
                           MOVE HL-EMPLOYEE-NUMBER-IN TO
                                HL-EMPLOYEE-NO (HL-IDX)
                           MOVE HL-STATUS-IN TO HL-STATUS (HL-IDX)
                           MOVE HL-MAXIMUM-HOURS-IN TO
                                HL-MAXIMUM-HOURS (HL-IDX)
                   END-READ
               END-PERFORM
               CLOSE HOURS-LIMIT-FILE
           END-IF

           OPEN INPUT COMPLIANCE-CLEARANCE-FILE
           IF WS-CLEARANCE-STATUS = '00'
               PERFORM UNTIL CLEARANCE-FILE-EOF
                   READ COMPLIANCE-CLEARANCE-FILE
                       AT END
                           MOVE 'Y' TO CLEARANCE-EOF-SW
                       NOT AT END
                           IF CC-RUN-DATE-IN = WS-RUN-DATE
                               ADD 1 TO CLEARANCE-COUNT
                               SET CL-IDX TO CLEARANCE-COUNT
                               MOVE CC-EMPLOYEE-NUMBER-IN TO
                                    CL-EMPLOYEE-NO (CL-IDX)
                               MOVE CC-EXCEPTION-CODE-IN TO
                                    CL-EXCEPTION-CODE (CL-IDX)
                               MOVE CC-CLEARED-BY-IN TO
                                    CL-CLEARED-BY (CL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLIANCE-CLEARANCE-FILE
           END-IF
           .

       390-LABOR-JOB-TOTALS-RTN.
           PERFORM 395-ONE-JOB-TOTAL-RTN
               VARYING JW-IDX FROM 1 BY 1
           MOVE PTO-BALANCE (PTO-IDX) TO PL-BALANCE
           WRITE PTO-LEDGER-REC
           .

      *    A HANDOFF THAT CANNOT BE WRITTEN LEAVES HOURLY STAFF UNPAID,
      *    SO IT FAILS THE RUN RATHER THAN JUST WARNING.
       450-HOURLY-PAY-HANDOFF-RTN.
           OPEN OUTPUT HOURLY-PAY-FILE
           IF WS-HOURLY-PAY-STATUS NOT = '00'
               DISPLAY " "
               DISPLAY "HOURLY PAY HANDOFF NOT WRITTEN - OPEN STATUS "
                       WS-HOURLY-PAY-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 455-WRITE-ONE-HOURLY-PAY-RTN
                   VARYING HP-IDX FROM 1 BY 1
                   UNTIL HP-IDX > HOURLY-PAY-COUNT
               CLOSE HOURLY-PAY-FILE
               MOVE 'Y' TO WS-HANDOFF-WRITTEN-SW
           END-IF
           .

       455-WRITE-ONE-HOURLY-PAY-RTN.
           MOVE SPACES TO HOURLY-PAY-REC
           MOVE HP-EMPLOYEE-NO (HP-IDX) TO HP-EMPLOYEE-NUMBER-OUT
           MOVE HP-EMPLOYEE-NAME (HP-IDX) TO HP-EMPLOYEE-NAME-OUT
           MOVE HP-GROSS-WAGES (HP-IDX) TO HP-GROSS-WAGES-OUT
           MOVE HP-UNION-DUES (HP-IDX) TO HP-UNION-DUES-OUT
           WRITE HOURLY-PAY-REC
           .

      *    ONE LINE PER CLASS: THIS WEEK'S STRAIGHT-TIME PAYROLL, THEN
      *    THE POLICY PERIOD TO DATE - STRAIGHT-TIME PAYROLL, THE
      *    OVERTIME PREMIUM LEFT OUT OF IT, AND THE ESTIMATED PREMIUM
      *    AT THE CLASS RATE PER $100. THE LAST WEEKLY RUN OF THE
      *    POLICY YEAR IS THE INSURER'S AUDIT REPORT.
       460-WC-PREMIUM-LISTING-RTN.
           OPEN OUTPUT WC-PREMIUM-LISTING
           MOVE SPACES TO WC-PERIOD-LINE
           MOVE 'WORKERS COMP PAYROLL - PERIOD ' TO WL-PERIOD-TEXT-OUT
           MOVE WS-WC-PERIOD-START TO WL-PERIOD-START-OUT
           MOVE ' THROUGH ' TO WC-PERIOD-LINE (39:9)
           MOVE WS-RUN-DATE TO WL-PERIOD-END-OUT
           WRITE WC-PREMIUM-REC FROM WC-PERIOD-LINE
           PERFORM 465-WC-PREMIUM-LINE-RTN
               VARYING WC-IDX FROM 1 BY 1
               UNTIL WC-IDX > WC-CLASS-COUNT
           MOVE SPACES TO WC-PREMIUM-REC
           MOVE 'TOTALS' TO WP-DESCRIPTION-OUT
           MOVE WS-WC-TOTAL-WEEK TO WP-WEEK-STRAIGHT-OUT
           MOVE WS-WC-TOTAL-STRAIGHT TO WP-PTD-STRAIGHT-OUT
           MOVE WS-WC-TOTAL-OT-PREMIUM TO WP-PTD-OT-PREMIUM-OUT
           MOVE WS-WC-TOTAL-PREMIUM TO WP-EST-PREMIUM-OUT
           WRITE WC-PREMIUM-REC
           CLOSE WC-PREMIUM-LISTING
           IF WS-WC-UNMAPPED-COUNT > ZERO
               DISPLAY " "
               DISPLAY "WORKERS' COMP - " WS-WC-UNMAPPED-COUNT
                       " EMPLOYEE(S) IN DEPARTMENTS NOT ON THE CLASS "
                       "MAP, CARRIED UNDER CLASS ****"
           END-IF
           .

       465-WC-PREMIUM-LINE-RTN.
           COMPUTE WS-WC-EST-PREMIUM ROUNDED =
               WC-PTD-STRAIGHT (WC-IDX) * WC-RATE (WC-IDX) / 100
           MOVE SPACES TO WC-PREMIUM-REC
           MOVE WC-CLASS-CODE (WC-IDX) TO WP-CLASS-CODE-OUT
           MOVE WC-DESCRIPTION (WC-IDX) TO WP-DESCRIPTION-OUT
           MOVE WC-WEEK-STRAIGHT (WC-IDX) TO WP-WEEK-STRAIGHT-OUT
           MOVE WC-PTD-STRAIGHT (WC-IDX) TO WP-PTD-STRAIGHT-OUT
           MOVE WC-PTD-OT-PREMIUM (WC-IDX) TO WP-PTD-OT-PREMIUM-OUT
           MOVE WC-RATE (WC-IDX) TO WP-RATE-OUT
           MOVE WS-WC-EST-PREMIUM TO WP-EST-PREMIUM-OUT
           WRITE WC-PREMIUM-REC
           ADD WC-WEEK-STRAIGHT (WC-IDX) TO WS-WC-TOTAL-WEEK
           ADD WC-PTD-STRAIGHT (WC-IDX) TO WS-WC-TOTAL-STRAIGHT
           ADD WC-PTD-OT-PREMIUM (WC-IDX) TO WS-WC-TOTAL-OT-PREMIUM
           ADD WS-WC-EST-PREMIUM TO WS-WC-TOTAL-PREMIUM
           .

       470-REWRITE-WC-ACCUM-RTN.
           OPEN OUTPUT WC-ACCUM-FILE
           IF WS-WC-ACCUM-STATUS NOT = '00'
               DISPLAY " "
               DISPLAY "WORKERS' COMP ACCUMULATOR NOT REWRITTEN - OPEN "
                       "STATUS " WS-WC-ACCUM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 475-WRITE-ONE-WC-ACCUM-RTN
                   VARYING WC-IDX FROM 1 BY 1
                   UNTIL WC-IDX > WC-CLASS-COUNT
               CLOSE WC-ACCUM-FILE
           END-IF
           .

       475-WRITE-ONE-WC-ACCUM-RTN.
           MOVE WC-CLASS-CODE (WC-IDX) TO WA-CLASS-CODE
           MOVE WS-WC-PERIOD-START TO WA-PERIOD-START
           MOVE WC-PTD-STRAIGHT (WC-IDX) TO WA-STRAIGHT-PAYROLL
           MOVE WC-PTD-OT-PREMIUM (WC-IDX) TO WA-OVERTIME-PREMIUM
           WRITE WC-ACCUM-REC
           .
