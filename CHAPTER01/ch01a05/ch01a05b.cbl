       >>SOURCE FORMAT FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH01A05B.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.
      *REMARKS.
      ******************************************************************
      *    Salesperson master maintenance for the CH01A05 commission   *
      *    run. Sales management keys add, change, and terminate       *
      *    transactions on REPTRANS.DAT; each one is edited against    *
      *    the master, applied if it passes, and listed with its       *
      *    result on REPMAINT.DAT, and the master is written back out  *
      *    to REPMAST.DAT. The master is what CH01A05 checks every     *
      *    sale, split, and quota against, so a rep's sales name -     *
      *    the name keyed on SALES.DAT, QUOTA.DAT, and DRAWBAL.DAT -   *
      *    may belong to only one rep ID. A terminated rep is kept on  *
      *    the master with the termination date, never dropped, so    *
      *    late returns and sales keyed before the date still match.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    NO MASTER YET (STATUS 35) STARTS AN EMPTY ONE - THE FIRST
      *    RUN BUILDS THE MASTER FROM ADD TRANSACTIONS.
           SELECT REP-MASTER-FILE ASSIGN TO "DATA/REPMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REP-TRANS-FILE ASSIGN TO "DATA/REPTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT MAINT-LISTING ASSIGN TO "DATA/REPMAINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT CH01A05 LOADS. PLAN-CODE NAMES THE COMMISSION
      *    PLAN THE REP IS PAID UNDER; EMPLOYEE-NO IS THE REP'S PAYROLL
      *    NUMBER AND LEGAL-NAME THE NAME PAYROLL CARRIES, SO A CLOSE
      *    RUN CAN HAND THE PAYOUT STRAIGHT TO PAYROLL.
       FD  REP-MASTER-FILE.
       01  REP-MASTER-REC.
           05  RM-REP-ID-IN          PIC X(5).
           05  RM-SALES-NAME-IN      PIC X(15).
           05  RM-LEGAL-NAME-IN      PIC X(20).
           05  RM-TEAM-CODE-IN       PIC X(4).
           05  RM-HIRE-DATE-IN       PIC 9(8).
           05  RM-STATUS-IN          PIC X.
           05  RM-TERM-DATE-IN       PIC 9(8).
           05  RM-PLAN-CODE-IN       PIC X(2).
           05  RM-EMPLOYEE-NO-IN     PIC X(5).

      *    'A' ADDS A REP, 'C' CHANGES ANY FIELD KEYED NON-BLANK (OR
      *    NON-ZERO FOR THE HIRE DATE), 'T' TERMINATES AS OF TERM-DATE.
       FD  REP-TRANS-FILE.
       01  REP-TRANS-REC.
           05  RT-TRANS-CODE-IN      PIC X.
               88  RT-ADD                VALUE 'A'.
               88  RT-CHANGE             VALUE 'C'.
               88  RT-TERMINATE          VALUE 'T'.
           05  RT-REP-ID-IN          PIC X(5).
           05  RT-SALES-NAME-IN      PIC X(15).
           05  RT-LEGAL-NAME-IN      PIC X(20).
           05  RT-TEAM-CODE-IN       PIC X(4).
           05  RT-HIRE-DATE-IN       PIC 9(8).
           05  RT-TERM-DATE-IN       PIC 9(8).
           05  RT-PLAN-CODE-IN       PIC X(2).
           05  RT-EMPLOYEE-NO-IN     PIC X(5).

       FD  MAINT-LISTING.
       01  MAINT-LISTING-REC.
           05  ML-TRANS-CODE-OUT     PIC X.
           05                        PIC X(2).
           05  ML-REP-ID-OUT         PIC X(5).
           05                        PIC X(2).
           05  ML-SALES-NAME-OUT     PIC X(15).
           05                        PIC X(2).
           05  ML-LEGAL-NAME-OUT     PIC X(20).
           05                        PIC X(2).
           05  ML-RESULT-OUT         PIC X(8).
           05                        PIC X(2).
           05  ML-REASON-OUT         PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-EOF                    PIC X VALUE 'N'.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-TRANS-STATUS           PIC XX.

       01  REP-TABLE.
           05  REP-ENTRY OCCURS 50 TIMES
                   INDEXED BY RM-IDX.
               10  RM-REP-ID         PIC X(5)  VALUE SPACES.
               10  RM-SALES-NAME     PIC X(15) VALUE SPACES.
               10  RM-LEGAL-NAME     PIC X(20) VALUE SPACES.
               10  RM-TEAM-CODE      PIC X(4)  VALUE SPACES.
               10  RM-HIRE-DATE      PIC 9(8)  VALUE ZERO.
               10  RM-STATUS         PIC X     VALUE SPACES.
                   88  RM-ACTIVE         VALUE 'A'.
                   88  RM-TERMINATED     VALUE 'T'.
               10  RM-TERM-DATE      PIC 9(8)  VALUE ZERO.
               10  RM-PLAN-CODE      PIC X(2)  VALUE SPACES.
               10  RM-EMPLOYEE-NO    PIC X(5)  VALUE SPACES.
       01  REP-COUNT                 PIC 99 VALUE ZERO.
       01  WS-MASTER-EOF-SW          PIC X VALUE 'N'.
           88  MASTER-FILE-EOF       VALUE 'Y'.
       01  REP-FOUND-SW              PIC X VALUE 'N'.
           88  REP-FOUND             VALUE 'Y'.
       01  NAME-TAKEN-SW             PIC X VALUE 'N'.
           88  NAME-TAKEN            VALUE 'Y'.
       01  WS-REP-SLOT               PIC 99 VALUE ZERO.
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01  WS-ACCEPTED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 050-LOAD-REP-MASTER-RTN
           OPEN INPUT REP-TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY " "
               DISPLAY "REP MAINTENANCE HALTED - NO DATA/REPTRANS.DAT "
                       "TRANSACTION FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-LISTING
           PERFORM UNTIL WS-EOF = 'Y'
               READ REP-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 200-APPLY-TRANSACTION-RTN
               END-READ
           END-PERFORM
           CLOSE REP-TRANS-FILE
                 MAINT-LISTING
           PERFORM 400-REWRITE-MASTER-RTN
           DISPLAY "CH01A05B: " WS-ACCEPTED-COUNT " ACCEPTED  "
                   WS-REJECTED-COUNT " REJECTED - SEE DATA/REPMAINT.DAT"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       050-LOAD-REP-MASTER-RTN.
           OPEN INPUT REP-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL MASTER-FILE-EOF
                   READ REP-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-MASTER-EOF-SW
                       NOT AT END
                           IF REP-COUNT NOT LESS THAN 50
                               DISPLAY " "
                               DISPLAY "REP MAINTENANCE HALTED - "
                                       "DATA/REPMAST.DAT HOLDS MORE "
                                       "THAN 50 REPS"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO REP-COUNT
                           SET RM-IDX TO REP-COUNT
                           MOVE REP-MASTER-REC TO REP-ENTRY (RM-IDX)
                   END-READ
               END-PERFORM
               CLOSE REP-MASTER-FILE
           END-IF
           .

      *    EVERY TRANSACTION IS EDITED IN FULL BEFORE IT TOUCHES THE
      *    TABLE - A REJECTED ONE LEAVES THE REP EXACTLY AS IT WAS.
       200-APPLY-TRANSACTION-RTN.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 250-FIND-REP-RTN
           EVALUATE TRUE
               WHEN RT-ADD
                   PERFORM 210-ADD-REP-RTN
               WHEN RT-CHANGE
                   PERFORM 220-CHANGE-REP-RTN
               WHEN RT-TERMINATE
                   PERFORM 230-TERMINATE-REP-RTN
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE
           PERFORM 300-LIST-TRANSACTION-RTN
           .

       210-ADD-REP-RTN.
           EVALUATE TRUE
               WHEN RT-REP-ID-IN = SPACES
                   MOVE 'REP ID MISSING' TO WS-REJECT-REASON
               WHEN REP-FOUND
                   MOVE 'REP ID ALREADY ON MASTER' TO WS-REJECT-REASON
               WHEN RT-SALES-NAME-IN = SPACES
                   MOVE 'SALES NAME MISSING' TO WS-REJECT-REASON
               WHEN RT-LEGAL-NAME-IN = SPACES
                   MOVE 'LEGAL NAME MISSING' TO WS-REJECT-REASON
               WHEN RT-TEAM-CODE-IN = SPACES
                   MOVE 'TEAM CODE MISSING' TO WS-REJECT-REASON
               WHEN RT-HIRE-DATE-IN NOT NUMERIC
                 OR RT-HIRE-DATE-IN = ZERO
                   MOVE 'HIRE DATE MISSING' TO WS-REJECT-REASON
               WHEN RT-PLAN-CODE-IN = SPACES
                   MOVE 'COMMISSION PLAN MISSING' TO WS-REJECT-REASON
               WHEN REP-COUNT NOT LESS THAN 50
                   MOVE 'MASTER FULL - 50 REPS' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM 260-CHECK-SALES-NAME-RTN
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO REP-COUNT
               SET RM-IDX TO REP-COUNT
               MOVE RT-REP-ID-IN TO RM-REP-ID (RM-IDX)
               MOVE RT-SALES-NAME-IN TO RM-SALES-NAME (RM-IDX)
               MOVE RT-LEGAL-NAME-IN TO RM-LEGAL-NAME (RM-IDX)
               MOVE RT-TEAM-CODE-IN TO RM-TEAM-CODE (RM-IDX)
               MOVE RT-HIRE-DATE-IN TO RM-HIRE-DATE (RM-IDX)
               MOVE 'A' TO RM-STATUS (RM-IDX)
               MOVE ZERO TO RM-TERM-DATE (RM-IDX)
               MOVE RT-PLAN-CODE-IN TO RM-PLAN-CODE (RM-IDX)
               MOVE RT-EMPLOYEE-NO-IN TO RM-EMPLOYEE-NO (RM-IDX)
           END-IF
           .

      *    A CHANGE CANNOT REINSTATE A TERMINATED REP OR MOVE ONE'S
      *    TERMINATION DATE - THAT WOULD REOPEN SALES ALREADY REJECTED.
       220-CHANGE-REP-RTN.
           EVALUATE TRUE
               WHEN NOT REP-FOUND
                   MOVE 'REP ID NOT ON MASTER' TO WS-REJECT-REASON
               WHEN RT-HIRE-DATE-IN NOT NUMERIC
                   MOVE 'HIRE DATE NOT NUMERIC' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              AND RT-SALES-NAME-IN NOT = SPACES
               PERFORM 260-CHECK-SALES-NAME-RTN
           END-IF
           IF WS-REJECT-REASON = SPACES
               SET RM-IDX TO WS-REP-SLOT
               IF RT-SALES-NAME-IN NOT = SPACES
                   MOVE RT-SALES-NAME-IN TO RM-SALES-NAME (RM-IDX)
               END-IF
               IF RT-LEGAL-NAME-IN NOT = SPACES
                   MOVE RT-LEGAL-NAME-IN TO RM-LEGAL-NAME (RM-IDX)
               END-IF
               IF RT-TEAM-CODE-IN NOT = SPACES
                   MOVE RT-TEAM-CODE-IN TO RM-TEAM-CODE (RM-IDX)
               END-IF
               IF RT-HIRE-DATE-IN NOT = ZERO
                   MOVE RT-HIRE-DATE-IN TO RM-HIRE-DATE (RM-IDX)
               END-IF
               IF RT-PLAN-CODE-IN NOT = SPACES
                   MOVE RT-PLAN-CODE-IN TO RM-PLAN-CODE (RM-IDX)
               END-IF
               IF RT-EMPLOYEE-NO-IN NOT = SPACES
                   MOVE RT-EMPLOYEE-NO-IN TO RM-EMPLOYEE-NO (RM-IDX)
               END-IF
           END-IF
           .

       230-TERMINATE-REP-RTN.
           IF REP-FOUND
               SET RM-IDX TO WS-REP-SLOT
           END-IF
           EVALUATE TRUE
               WHEN NOT REP-FOUND
                   MOVE 'REP ID NOT ON MASTER' TO WS-REJECT-REASON
               WHEN RM-TERMINATED (RM-IDX)
                   MOVE 'REP ALREADY TERMINATED' TO WS-REJECT-REASON
               WHEN RT-TERM-DATE-IN NOT NUMERIC
                 OR RT-TERM-DATE-IN = ZERO
                   MOVE 'TERMINATION DATE MISSING' TO WS-REJECT-REASON
               WHEN RT-TERM-DATE-IN < RM-HIRE-DATE (RM-IDX)
                   MOVE 'TERMINATED BEFORE HIRE DATE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'T' TO RM-STATUS (RM-IDX)
                   MOVE RT-TERM-DATE-IN TO RM-TERM-DATE (RM-IDX)
           END-EVALUATE
           .

       250-FIND-REP-RTN.
           MOVE 'N' TO REP-FOUND-SW
           MOVE ZERO TO WS-REP-SLOT
           SET RM-IDX TO 1
           SEARCH REP-ENTRY
               AT END
                   CONTINUE
               WHEN RM-IDX > REP-COUNT
                   CONTINUE
               WHEN RM-REP-ID (RM-IDX) = RT-REP-ID-IN
                   MOVE 'Y' TO REP-FOUND-SW
                   SET WS-REP-SLOT TO RM-IDX
           END-SEARCH
           .

      *    CH01A05 FINDS THE REP BY THE NAME KEYED ON THE SALE, SO
      *    TWO REP IDS SHARING ONE SALES NAME WOULD BE AMBIGUOUS.
       260-CHECK-SALES-NAME-RTN.
           MOVE 'N' TO NAME-TAKEN-SW
           SET RM-IDX TO 1
           SEARCH REP-ENTRY
               AT END
                   CONTINUE
               WHEN RM-IDX > REP-COUNT
                   CONTINUE
               WHEN RM-SALES-NAME (RM-IDX) = RT-SALES-NAME-IN
                AND RM-REP-ID (RM-IDX) NOT = RT-REP-ID-IN
                   MOVE 'Y' TO NAME-TAKEN-SW
           END-SEARCH
           IF NAME-TAKEN
               MOVE 'SALES NAME USED BY ANOTHER REP'
                   TO WS-REJECT-REASON
           END-IF
           .

       300-LIST-TRANSACTION-RTN.
           MOVE SPACES TO MAINT-LISTING-REC
           MOVE RT-TRANS-CODE-IN TO ML-TRANS-CODE-OUT
           MOVE RT-REP-ID-IN TO ML-REP-ID-OUT
           MOVE RT-SALES-NAME-IN TO ML-SALES-NAME-OUT
           MOVE RT-LEGAL-NAME-IN TO ML-LEGAL-NAME-OUT
           IF WS-REJECT-REASON = SPACES
               MOVE 'ACCEPTED' TO ML-RESULT-OUT
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               MOVE 'REJECTED' TO ML-RESULT-OUT
               MOVE WS-REJECT-REASON TO ML-REASON-OUT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           WRITE MAINT-LISTING-REC
           .

       400-REWRITE-MASTER-RTN.
           OPEN OUTPUT REP-MASTER-FILE
           PERFORM 410-WRITE-ONE-REP-RTN
               VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > REP-COUNT
           CLOSE REP-MASTER-FILE
           .

       410-WRITE-ONE-REP-RTN.
           MOVE REP-ENTRY (RM-IDX) TO REP-MASTER-REC
           WRITE REP-MASTER-REC
           .
