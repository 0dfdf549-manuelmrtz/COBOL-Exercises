           SELECT DRAW-REPORT-FILE ASSIGN TO "DATA/DRAWRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE STATEMENT PER SALESPERSON WITH ACTIVITY, EACH STARTING
      *    ON A NEW PAGE SO THE FILE CAN BE PRINTED AND HANDED OUT.
           SELECT STATEMENT-FILE ASSIGN TO "DATA/COMMSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    MONTHLY QUOTA PER SALESPERSON, WITH THE TEAM CODE THAT
      *    ROLLS MEMBER QUOTAS UP FOR THE TEAM STANDING.
           SELECT QUOTA-FILE ASSIGN TO "DATA/QUOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

      *    SALESPERSON MASTER, MAINTAINED BY CH01A05B. EVERY NAME ON
      *    A SALE, SPLIT, OR QUOTA MUST BE A REP ON IT, AND IT CARRIES
      *    EACH REP'S PAYROLL EMPLOYEE NUMBER AND LEGAL NAME FOR THE
      *    PAYROLL HANDOFF.
           SELECT REP-MASTER-FILE ASSIGN TO "DATA/REPMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      *    COMMISSION EARNINGS HANDOFF - ONE RECORD PER SALESPERSON
      *    PAID OUT BY A PERIOD-CLOSE RUN, APPENDED FOR THE CHAP04P01S
      *    SUPPLEMENTAL PAY RUN TO WITHHOLD ON AND PAY. IT IS WRITTEN
      *    HERE IN THIS PROGRAM'S OWN DATA DIRECTORY; CHAP04P01S AND
      *    THE CHAP04GLP LEDGER INTAKE READ IT FROM CHAPTER01/ch01a05/
      *    DATA.
           SELECT COMMISSION-PAY-FILE
               ASSIGN TO "DATA/COMMPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    A SALE WORKED BY ONE REP CARRIES ONLY NAME-IN AND BLANK
           05  FILLER                PICTURE X(2).
           05  DR-CLOSING-OUT        PICTURE ZZ,ZZ9.99.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PICTURE X(80).

       FD  QUOTA-FILE.
       01  QUOTA-REC.
           05  QT-NAME-IN            PICTURE X(15).
       FD  HELD-SALES-FILE.
       01  HELD-SALES-REC            PICTURE X(108).

      *    MATCHED TO REP-MASTER-REC IN CH01A05B.
       FD  REP-MASTER-FILE.
       01  REP-MASTER-REC            PICTURE X(68).

      *    MATCHED TO COMMPAYREC IN THE CHAP04 COPYBOOKS.
       FD  COMMISSION-PAY-FILE.
       01  COMMISSION-PAY-REC.
           05  CP-EMPLOYEE-NO-OUT    PICTURE X(5).
           05  CP-EMPLOYEE-NAME-OUT  PICTURE X(20).
           05  CP-REP-NAME-OUT       PICTURE X(15).
           05  CP-PERIOD-OUT         PICTURE 9(6).
           05  CP-PAYOUT-OUT         PICTURE 9(5)V99.

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS    PIC XXX VALUE 'YES'.
       01  AMT-COMMISSION-NUM        PIC 99V99.
       01  WS-COMM-PAYOUT            PIC 9(5)V99 VALUE ZERO.
       01  WS-CLOSING-DRAW           PIC 9(5)V99 VALUE ZERO.

      *    SALESPERSON MASTER, LOADED UP FRONT. A SALE OR SPLIT FOR A
      *    NAME NOT ON IT, OR FOR A REP TERMINATED BEFORE THE SALE
      *    DATE, IS REJECTED TO THE EXCEPTION FILE; SO IS A QUOTA FOR
      *    A NAME NOT ON IT OR A REP GONE BEFORE THE OPEN PERIOD. ONLY
      *    A PERIOD-CLOSE RUN HANDS PAYOUTS TO PAYROLL, AND ONLY FOR
      *    AN ACTIVE REP WITH A PAYROLL NUMBER - ANY OTHER PAYOUT IS
      *    NOT PAID AND GOES TO THE EXCEPTION FILE INSTEAD.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-COMMPAY-STATUS         PIC XX.
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
               10  RM-TERM-PERIOD REDEFINES RM-TERM-DATE.
                   15  RM-TERM-CCYYMM    PIC 9(6).
                   15  FILLER            PIC 99.
               10  RM-PLAN-CODE      PIC X(2)  VALUE SPACES.
               10  RM-EMPLOYEE-NO    PIC X(5)  VALUE SPACES.
       01  REP-COUNT                 PIC 99 VALUE ZERO.
       01  WS-MASTER-EOF-SW          PIC X VALUE 'N'.
           88  MASTER-FILE-EOF       VALUE 'Y'.
       01  REP-FOUND-SW              PIC X VALUE 'N'.
           88  REP-FOUND             VALUE 'Y'.
       01  WS-CHECK-REP-NAME         PIC X(15) VALUE SPACES.
       01  WS-REP-REJECT-REASON      PIC X(30) VALUE SPACES.
       01  WS-QUOTA-REJECT-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-HANDOFF-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-HANDOFF-TOTAL          PIC 9(7)V99 VALUE ZERO.
       01  WS-UNPAID-COUNT           PIC 9(4) VALUE ZERO.

       01  SALESPERSON-TOTALS.
           05  SALESPERSON-ENTRY OCCURS 50 TIMES
                   INDEXED BY SP-IDX.
                                      USAGE COMP-3.
               10  SP-TOTAL-COMM     PIC S9(5)V99 VALUE ZERO
                                      USAGE COMP-3.
               10  SP-QUOTA          PIC 9(6)V99 VALUE ZERO.
               10  SP-ATTAIN-PCT     PIC 9(3)V9 VALUE ZERO.
               10  SP-ATTAIN-FLAG    PIC X(9) VALUE SPACES.
               10  SP-OPENING-DRAW   PIC 9(5)V99 VALUE ZERO.
               10  SP-DRAW-RECOVERY  PIC 9(5)V99 VALUE ZERO.
               10  SP-PAYOUT         PIC 9(5)V99 VALUE ZERO.
               10  SP-CLOSING-DRAW   PIC 9(5)V99 VALUE ZERO.
       01  SALESPERSON-COUNT         PIC 99 VALUE ZERO.

      *    EVERY SLICE BOOKED TO A REP THIS RUN - SALE OR RETURN, WITH
      *    THE FULL AMOUNT, THE REP'S SHARE, AND THE TIER RATE - KEPT
      *    FOR THE REP'S STATEMENT. A SLICE PAST THE TABLE'S END IS
      *    STILL PAID; ONLY ITS STATEMENT LINE IS LOST, AND THE RUN
      *    SAYS SO.
       01  STATEMENT-DETAIL-TABLE.
           05  SD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY SD-IDX.
               10  SD-NAME           PIC X(15).
               10  SD-SALE-DATE      PIC 9(8).
               10  SD-TRANS-TYPE     PIC X.
               10  SD-FULL-AMOUNT    PIC S9(3)V99.
               10  SD-SHARE          PIC 9(3).
               10  SD-SLICE-SALES    PIC S9(5)V99.
               10  SD-TIER-RATE      PIC V99.
               10  SD-SLICE-COMM     PIC S9(4)V99.
               10  SD-REASON         PIC X(20).
       01  SD-COUNT                  PIC 9(4) VALUE ZERO.
       01  SD-DROPPED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-STATEMENT-COUNT        PIC 9(4) VALUE ZERO.

       01  ST-TITLE-LINE.
           05  FILLER                PIC X(21)
                   VALUE 'COMMISSION STATEMENT'.
           05  STT-STAGE-OUT         PIC X(12).
           05  FILLER                PIC X(26) VALUE SPACES.
           05  FILLER                PIC X(7)  VALUE 'PERIOD '.
           05  STT-PERIOD-OUT        PIC 9999/99.
           05  FILLER                PIC X(7)  VALUE SPACES.

       01  ST-REP-LINE.
           05  FILLER                PIC X(4)  VALUE 'REP '.
           05  STR-REP-ID-OUT        PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  STR-LEGAL-NAME-OUT    PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  STR-SALES-NAME-OUT    PIC X(15).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(5)  VALUE 'TEAM '.
           05  STR-TEAM-OUT          PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(5)  VALUE 'PLAN '.
           05  STR-PLAN-OUT          PIC X(2).
           05  FILLER                PIC X(12) VALUE SPACES.

       01  ST-HEADING-LINE.
           05  FILLER                PIC X(40) VALUE
               'DATE        TYPE    AMOUNT  SHARE  CREDI'.
           05  FILLER                PIC X(40) VALUE
               'TED RATE COMMISSION  CHARGEBACK REASON'.

       01  ST-DETAIL-LINE.
           05  STD-DATE-OUT          PIC 9999/99/99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  STD-TYPE-OUT          PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  STD-AMOUNT-OUT        PIC ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  STD-SHARE-OUT         PIC ZZ9.
           05  FILLER                PIC X(1)  VALUE '%'.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  STD-CREDITED-OUT      PIC --,--9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  STD-RATE-OUT          PIC Z9.
           05  FILLER                PIC X(1)  VALUE '%'.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  STD-COMM-OUT          PIC --,--9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  STD-REASON-OUT        PIC X(20).

       01  ST-AMOUNT-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  STA-LABEL-OUT         PIC X(30).
           05  STA-AMOUNT-OUT        PIC -ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  STA-NOTE-OUT          PIC X(33).

       01  ST-PERCENT-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(30)
                   VALUE 'QUOTA ATTAINMENT'.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  STP-PCT-OUT           PIC ZZ9.9.
           05  FILLER                PIC X(1)  VALUE '%'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  STP-FLAG-OUT          PIC X(9).
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-RATE-PCT               PIC 99 VALUE ZERO.
       01  GRAND-TOTAL-SALES         PIC S9(6)V99 VALUE ZERO
                                      USAGE COMP-3.
       01  GRAND-TOTAL-COMM          PIC S9(6)V99 VALUE ZERO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 055-LOAD-REP-MASTER-RTN
           PERFORM 050-LOAD-DRAW-TABLE-RTN
           IF PERIOD-CLOSE-MODE
               PERFORM 065-OPEN-COMMISSION-PAY-RTN
           END-IF
           OPEN INPUT SALES-FILE
                OUTPUT PRINT-FILE
                OUTPUT EXCEPTION-FILE
                OUTPUT CHARGEBACK-FILE
                OUTPUT DRAW-REPORT-FILE
                OUTPUT STATEMENT-FILE
                EXTEND HELD-SALES-FILE
           IF WS-HELD-STATUS = '35'
               OPEN OUTPUT HELD-SALES-FILE
           END-IF
           PERFORM 060-LOAD-QUOTA-TABLE-RTN

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ SALES-FILE
           PERFORM 500-ATTAINMENT-RTN
           PERFORM 400-DRAW-SETTLEMENT-RTN
           PERFORM 450-REWRITE-DRAW-BALANCES-RTN
           PERFORM 700-STATEMENTS-RTN
           IF WS-HELD-COUNT > ZERO
               DISPLAY " "
               DISPLAY "TRANSACTIONS HELD FOR ANOTHER PERIOD: "
                       WS-HELD-COUNT
           END-IF
           IF PERIOD-CLOSE-MODE
               CLOSE COMMISSION-PAY-FILE
               DISPLAY " "
               DISPLAY "COMMISSION PAYOUTS HANDED TO PAYROLL: "
                       WS-HANDOFF-COUNT "  TOTAL: " WS-HANDOFF-TOTAL
               IF WS-UNPAID-COUNT > ZERO
                   DISPLAY "PAYOUTS NOT HANDED OFF - REP NOT ACTIVE "
                           "OR NO PAYROLL ID: " WS-UNPAID-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 600-PERIOD-CLOSE-RTN
           END-IF
           CLOSE SALES-FILE
                 EXCEPTION-FILE
                 CHARGEBACK-FILE
                 DRAW-REPORT-FILE
                 STATEMENT-FILE
                 HELD-SALES-FILE
           STOP RUN
           .
           IF RECORD-IS-VALID = 'Y'
               PERFORM 155-EDIT-SPLIT-RTN
           END-IF
           IF RECORD-IS-VALID = 'Y'
               PERFORM 157-EDIT-REPS-RTN
           END-IF
           .

      *    AN UNSPLIT SALE BOOKS TO NAME-IN, A SPLIT ONE TO ITS NAMED
      *    PARTICIPANTS ONLY, SO THOSE ARE THE NAMES THAT MUST BE
      *    REPS ON THE MASTER AND STILL EMPLOYED ON THE SALE DATE. ONE
      *    BAD PARTICIPANT REJECTS THE WHOLE SALE - PAYING THE OTHERS
      *    THEIR SHARES WOULD LEAVE PART OF THE COMMISSION UNACCOUNTED.
       157-EDIT-REPS-RTN.
           IF SALE-IS-SPLIT
               PERFORM 158-EDIT-ONE-SPLIT-REP-RTN
                   VARYING SPL-IDX FROM 1 BY 1
                   UNTIL SPL-IDX > 3
                      OR RECORD-IS-VALID = 'N'
           ELSE
               MOVE NAME-IN TO WS-CHECK-REP-NAME
               PERFORM 159-CHECK-REP-RTN
           END-IF
           .

       158-EDIT-ONE-SPLIT-REP-RTN.
           IF SPLIT-NAME-IN (SPL-IDX) NOT = SPACES
               MOVE SPLIT-NAME-IN (SPL-IDX) TO WS-CHECK-REP-NAME
               PERFORM 159-CHECK-REP-RTN
           END-IF
           .

       159-CHECK-REP-RTN.
           MOVE SPACES TO WS-REP-REJECT-REASON
           PERFORM 057-FIND-REP-RTN
           IF NOT REP-FOUND
               MOVE 'REP NOT ON SALESPERSON MASTER'
                   TO WS-REP-REJECT-REASON
           ELSE
               IF RM-TERMINATED (RM-IDX)
                  AND RM-TERM-DATE (RM-IDX) < SALE-DATE-IN
                   MOVE 'REP TERMINATED BEFORE SALE'
                       TO WS-REP-REJECT-REASON
               END-IF
           END-IF
           IF WS-REP-REJECT-REASON NOT = SPACES
               MOVE 'N' TO RECORD-IS-VALID
               MOVE SPACES TO EXCEPTION-REC
               MOVE WS-CHECK-REP-NAME TO EXC-NAME-OUT
               MOVE AMOUNT-OF-SALES-IN TO EXC-AMOUNT-OUT
               MOVE WS-REP-REJECT-REASON TO EXC-REASON-OUT
               WRITE EXCEPTION-REC
           END-IF
           .

      *    A RECORD WITH ANY SPLIT PARTICIPANT NAMED MUST HAVE THE
           ADD WS-ALLOC-SALES TO GRAND-TOTAL-SALES
           ADD WS-ALLOC-COMM TO GRAND-TOTAL-COMM
           PERFORM 260-ACCUMULATE-TEAM-RTN
           PERFORM 257-RECORD-STATEMENT-LINE-RTN
           .
       255-CHARGEBACK-ACCUMULATE-RTN.
           SET SP-IDX TO 1
           SUBTRACT WS-ALLOC-SALES FROM GRAND-TOTAL-SALES
           SUBTRACT WS-ALLOC-COMM FROM GRAND-TOTAL-COMM
           PERFORM 265-CHARGEBACK-TEAM-RTN
           PERFORM 257-RECORD-STATEMENT-LINE-RTN
           .

      *    CALLED FOR A SALE SLICE AND A RETURN SLICE ALIKE; A RETURN
      *    IS STORED NEGATIVE SO THE STATEMENT NETS THE WAY THE TOTALS
      *    DO. AN UNSPLIT TRANSACTION IS A 100 PERCENT SHARE.
       257-RECORD-STATEMENT-LINE-RTN.
           IF SD-COUNT NOT LESS THAN 1000
               ADD 1 TO SD-DROPPED-COUNT
           ELSE
               ADD 1 TO SD-COUNT
               SET SD-IDX TO SD-COUNT
               MOVE WS-ALLOC-NAME TO SD-NAME (SD-IDX)
               MOVE SALE-DATE-IN TO SD-SALE-DATE (SD-IDX)
               MOVE TRANS-TYPE-IN TO SD-TRANS-TYPE (SD-IDX)
               MOVE AMOUNT-OF-SALES-IN TO SD-FULL-AMOUNT (SD-IDX)
               IF SALE-IS-SPLIT
                   MOVE SPLIT-SHARE-IN (SPL-IDX) TO SD-SHARE (SD-IDX)
               ELSE
                   MOVE 100 TO SD-SHARE (SD-IDX)
               END-IF
               MOVE TIER-RATE (COMMISSION-IDX) TO SD-TIER-RATE (SD-IDX)
               IF RETURN-TRANS
                   COMPUTE SD-SLICE-SALES (SD-IDX) = 0 - WS-ALLOC-SALES
                   COMPUTE SD-SLICE-COMM (SD-IDX) = 0 - WS-ALLOC-COMM
                   MOVE CHARGEBACK-REASON-IN TO SD-REASON (SD-IDX)
               ELSE
                   MOVE WS-ALLOC-SALES TO SD-SLICE-SALES (SD-IDX)
                   MOVE WS-ALLOC-COMM TO SD-SLICE-COMM (SD-IDX)
                   MOVE SPACES TO SD-REASON (SD-IDX)
               END-IF
           END-IF
           .
       260-ACCUMULATE-TEAM-RTN.
           SET TM-IDX TO 1
           .
      *    QUOTA-FILE IS OPTIONAL; NO FILE MEANS NO QUOTAS AND EVERY
      *    REP GOES TO THE EXCEPTION FLAG ON THE ATTAINMENT SECTION.
      *    A QUOTA FOR A NAME NOT ON THE MASTER, OR FOR A REP WHO LEFT
      *    BEFORE THE OPEN PERIOD, IS REJECTED RATHER THAN LOADED - IT
      *    WOULD ONLY INFLATE THE TEAM'S QUOTA IN THE STANDING.
       060-LOAD-QUOTA-TABLE-RTN.
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS = '00'
                       AT END
                           MOVE 'Y' TO WS-QUOTA-EOF-SW
                       NOT AT END
                           PERFORM 062-EDIT-QUOTA-RTN
                   END-READ
               END-PERFORM
               CLOSE QUOTA-FILE
           END-IF
           .

       062-EDIT-QUOTA-RTN.
           MOVE SPACES TO WS-REP-REJECT-REASON
           MOVE QT-NAME-IN TO WS-CHECK-REP-NAME
           PERFORM 057-FIND-REP-RTN
           IF NOT REP-FOUND
               MOVE 'QUOTA REP NOT ON MASTER' TO WS-REP-REJECT-REASON
           ELSE
               IF RM-TERMINATED (RM-IDX)
                  AND RM-TERM-CCYYMM (RM-IDX) < WS-OPEN-PERIOD
                   MOVE 'QUOTA REP TERMINATED'
                       TO WS-REP-REJECT-REASON
               END-IF
           END-IF
           IF WS-REP-REJECT-REASON = SPACES
               ADD 1 TO QUOTA-COUNT
               SET QT-IDX TO QUOTA-COUNT
               MOVE QT-NAME-IN TO QT-NAME (QT-IDX)
               MOVE QT-TEAM-CODE-IN TO QT-TEAM-CODE (QT-IDX)
               MOVE QT-QUOTA-IN TO QT-QUOTA (QT-IDX)
           ELSE
               MOVE SPACES TO EXCEPTION-REC
               MOVE QT-NAME-IN TO EXC-NAME-OUT
               MOVE ZERO TO EXC-AMOUNT-OUT
               MOVE WS-REP-REJECT-REASON TO EXC-REASON-OUT
               WRITE EXCEPTION-REC
               ADD 1 TO WS-QUOTA-REJECT-COUNT
           END-IF
           .

      *    THE MASTER IS REQUIRED - WITHOUT IT NO SALE COULD BE TOLD
      *    FROM A TYPO, SO THE RUN HALTS BEFORE ANYTHING IS READ.
       055-LOAD-REP-MASTER-RTN.
           OPEN INPUT REP-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY " "
               DISPLAY "COMMISSION RUN HALTED - NO DATA/REPMAST.DAT "
                       "SALESPERSON MASTER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MASTER-FILE-EOF
               READ REP-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-SW
                   NOT AT END
                       IF REP-COUNT NOT LESS THAN 50
                           DISPLAY " "
                           DISPLAY "COMMISSION RUN HALTED - "
                                   "DATA/REPMAST.DAT HOLDS MORE THAN "
                                   "50 SALESPEOPLE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO REP-COUNT
                       SET RM-IDX TO REP-COUNT
                       MOVE REP-MASTER-REC TO REP-ENTRY (RM-IDX)
               END-READ
           END-PERFORM
           CLOSE REP-MASTER-FILE
           .

       057-FIND-REP-RTN.
           MOVE 'N' TO REP-FOUND-SW
           SET RM-IDX TO 1
           SEARCH REP-ENTRY
               AT END
                   CONTINUE
               WHEN RM-IDX > REP-COUNT
                   CONTINUE
               WHEN RM-SALES-NAME (RM-IDX) = WS-CHECK-REP-NAME
                   MOVE 'Y' TO REP-FOUND-SW
           END-SEARCH
           .

      *    ATTAINMENT SECTION: EACH REP'S MTD SALES AGAINST QUOTA AS
      *    A PERCENTAGE WITH AN ON-TRACK/BEHIND FLAG, THEN THE TEAM
      *    STANDING ORDERED BY ATTAINMENT, BEST FIRST.
                   MOVE QT-QUOTA (QT-IDX) TO WS-REP-QUOTA
           END-SEARCH

           MOVE WS-REP-QUOTA TO SP-QUOTA (SP-IDX)
           MOVE SPACES TO ATTAINMENT-LINE
           MOVE SP-NAME (SP-IDX) TO ATT-NAME-OUT
           MOVE SP-TOTAL-SALES (SP-IDX) TO ATT-SALES-OUT
                   MOVE 'BEHIND' TO ATT-FLAG-OUT
               END-IF
           END-IF
           MOVE ATT-FLAG-OUT TO SP-ATTAIN-FLAG (SP-IDX)
           IF WS-REP-QUOTA NOT = ZERO
               MOVE WS-ATTAIN-PCT TO SP-ATTAIN-PCT (SP-IDX)
           END-IF
           WRITE PRINT-REC FROM ATTAINMENT-LINE
           .

           MOVE WS-COMM-PAYOUT TO DR-PAYOUT-OUT
           MOVE WS-CLOSING-DRAW TO DR-CLOSING-OUT
           WRITE DRAW-REPORT-REC
           MOVE WS-OPENING-DRAW TO SP-OPENING-DRAW (SP-IDX)
           MOVE WS-DRAW-RECOVERY TO SP-DRAW-RECOVERY (SP-IDX)
           MOVE WS-COMM-PAYOUT TO SP-PAYOUT (SP-IDX)
           MOVE WS-CLOSING-DRAW TO SP-CLOSING-DRAW (SP-IDX)

           IF PERIOD-CLOSE-MODE
              AND WS-COMM-PAYOUT > ZERO
               PERFORM 425-COMMISSION-HANDOFF-RTN
           END-IF

           PERFORM 420-POST-CLOSING-DRAW-RTN
           .
           END-IF
           .

       065-OPEN-COMMISSION-PAY-RTN.
           OPEN EXTEND COMMISSION-PAY-FILE
           IF WS-COMMPAY-STATUS = '35'
               OPEN OUTPUT COMMISSION-PAY-FILE
           END-IF
           IF WS-COMMPAY-STATUS NOT = '00'
               DISPLAY " "
               DISPLAY "COMMISSION CLOSE HALTED - CANNOT OPEN "
                       "COMMISSION-PAY HANDOFF, STATUS "
                       WS-COMMPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    THE PAYOUT AFTER DRAW RECOVERY IS WHAT PAYROLL PAYS - THE
      *    SAME FIGURE THE DRAW REPORT PRINTS FOR THE REP. A REP NO
      *    LONGER ACTIVE IS NOT PAID, EVEN FOR SALES MADE BEFORE THE
      *    TERMINATION - FINAL COMMISSION IS SETTLED BY HAND.
       425-COMMISSION-HANDOFF-RTN.
           MOVE SPACES TO WS-REP-REJECT-REASON
           MOVE SP-NAME (SP-IDX) TO WS-CHECK-REP-NAME
           PERFORM 057-FIND-REP-RTN
           EVALUATE TRUE
               WHEN NOT REP-FOUND
                   MOVE 'REP NOT ON SALESPERSON MASTER'
                       TO WS-REP-REJECT-REASON
               WHEN NOT RM-ACTIVE (RM-IDX)
                   MOVE 'NOT PAID - REP NOT ACTIVE'
                       TO WS-REP-REJECT-REASON
               WHEN RM-EMPLOYEE-NO (RM-IDX) = SPACES
                   MOVE 'NOT SENT TO PAYROLL - NO ID'
                       TO WS-REP-REJECT-REASON
           END-EVALUATE
           IF WS-REP-REJECT-REASON NOT = SPACES
               MOVE SPACES TO EXCEPTION-REC
               MOVE SP-NAME (SP-IDX) TO EXC-NAME-OUT
               MOVE ZERO TO EXC-AMOUNT-OUT
               MOVE WS-REP-REJECT-REASON TO EXC-REASON-OUT
               WRITE EXCEPTION-REC
               ADD 1 TO WS-UNPAID-COUNT
           ELSE
               MOVE RM-EMPLOYEE-NO (RM-IDX) TO CP-EMPLOYEE-NO-OUT
               MOVE RM-LEGAL-NAME (RM-IDX) TO CP-EMPLOYEE-NAME-OUT
               MOVE SP-NAME (SP-IDX) TO CP-REP-NAME-OUT
               MOVE WS-OPEN-PERIOD TO CP-PERIOD-OUT
               MOVE WS-COMM-PAYOUT TO CP-PAYOUT-OUT
               WRITE COMMISSION-PAY-REC
               ADD 1 TO WS-HANDOFF-COUNT
               ADD WS-COMM-PAYOUT TO WS-HANDOFF-TOTAL
           END-IF
           .

      *    ONE STATEMENT PER REP ON THE SUMMARY, IN SUMMARY ORDER:
      *    WHO THE REP IS, EVERY SALE AND RETURN BOOKED TO THEM THIS
      *    RUN, THEN QUOTA ATTAINMENT AND THE DRAW ARITHMETIC FROM
      *    EARNED COMMISSION DOWN TO THE PAYOUT - THE SAME FIGURES THE
      *    SUMMARY, ATTAINMENT SECTION, AND DRAW REPORT PRINT.
       700-STATEMENTS-RTN.
           PERFORM 710-ONE-STATEMENT-RTN
               VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > SALESPERSON-COUNT
           DISPLAY " "
           DISPLAY "COMMISSION STATEMENTS WRITTEN: " WS-STATEMENT-COUNT
           IF SD-DROPPED-COUNT > ZERO
               DISPLAY "STATEMENT DETAIL TABLE FULL - "
                       SD-DROPPED-COUNT
                       " LINE(S) LEFT OFF STATEMENTS"
           END-IF
           .

       710-ONE-STATEMENT-RTN.
           IF PERIOD-CLOSE-MODE
               MOVE '- FINAL' TO STT-STAGE-OUT
           ELSE
               MOVE '- TO DATE' TO STT-STAGE-OUT
           END-IF
           MOVE WS-OPEN-PERIOD TO STT-PERIOD-OUT
           WRITE STATEMENT-LINE FROM ST-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE SP-NAME (SP-IDX) TO WS-CHECK-REP-NAME
           PERFORM 057-FIND-REP-RTN
           MOVE SP-NAME (SP-IDX) TO STR-SALES-NAME-OUT
           MOVE SP-TEAM-CODE (SP-IDX) TO STR-TEAM-OUT
           IF REP-FOUND
               MOVE RM-REP-ID (RM-IDX) TO STR-REP-ID-OUT
               MOVE RM-LEGAL-NAME (RM-IDX) TO STR-LEGAL-NAME-OUT
               MOVE RM-PLAN-CODE (RM-IDX) TO STR-PLAN-OUT
           ELSE
               MOVE SPACES TO STR-REP-ID-OUT
               MOVE SPACES TO STR-LEGAL-NAME-OUT
               MOVE SPACES TO STR-PLAN-OUT
           END-IF
           WRITE STATEMENT-LINE FROM ST-REP-LINE
               AFTER ADVANCING 1 LINE
           WRITE STATEMENT-LINE FROM ST-HEADING-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 720-STATEMENT-DETAIL-RTN
               VARYING SD-IDX FROM 1 BY 1
               UNTIL SD-IDX > SD-COUNT

           MOVE SPACES TO ST-AMOUNT-LINE
           MOVE 'NET SALES CREDITED' TO STA-LABEL-OUT
           MOVE SP-TOTAL-SALES (SP-IDX) TO STA-AMOUNT-OUT
           WRITE STATEMENT-LINE FROM ST-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO ST-AMOUNT-LINE
           MOVE 'QUOTA' TO STA-LABEL-OUT
           MOVE SP-QUOTA (SP-IDX) TO STA-AMOUNT-OUT
           WRITE STATEMENT-LINE FROM ST-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SP-ATTAIN-PCT (SP-IDX) TO STP-PCT-OUT
           MOVE SP-ATTAIN-FLAG (SP-IDX) TO STP-FLAG-OUT
           WRITE STATEMENT-LINE FROM ST-PERCENT-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO ST-AMOUNT-LINE
           MOVE 'COMMISSION EARNED' TO STA-LABEL-OUT
           MOVE SP-TOTAL-COMM (SP-IDX) TO STA-AMOUNT-OUT
           WRITE STATEMENT-LINE FROM ST-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO ST-AMOUNT-LINE
           MOVE 'OPENING DRAW BALANCE' TO STA-LABEL-OUT
           MOVE SP-OPENING-DRAW (SP-IDX) TO STA-AMOUNT-OUT
           WRITE STATEMENT-LINE FROM ST-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO ST-AMOUNT-LINE
           MOVE 'LESS DRAW RECOVERED' TO STA-LABEL-OUT
           MOVE SP-DRAW-RECOVERY (SP-IDX) TO STA-AMOUNT-OUT
           WRITE STATEMENT-LINE FROM ST-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO ST-AMOUNT-LINE
           MOVE 'COMMISSION PAYOUT' TO STA-LABEL-OUT
           MOVE SP-PAYOUT (SP-IDX) TO STA-AMOUNT-OUT
           IF NOT PERIOD-CLOSE-MODE
               MOVE 'PAID WHEN THE PERIOD CLOSES' TO STA-NOTE-OUT
           END-IF
           WRITE STATEMENT-LINE FROM ST-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO ST-AMOUNT-LINE
           MOVE 'CLOSING DRAW BALANCE' TO STA-LABEL-OUT
           MOVE SP-CLOSING-DRAW (SP-IDX) TO STA-AMOUNT-OUT
           WRITE STATEMENT-LINE FROM ST-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-STATEMENT-COUNT
           .

       720-STATEMENT-DETAIL-RTN.
           IF SD-NAME (SD-IDX) = SP-NAME (SP-IDX)
               MOVE SD-SALE-DATE (SD-IDX) TO STD-DATE-OUT
               IF SD-TRANS-TYPE (SD-IDX) = 'R'
                   MOVE 'RETURN' TO STD-TYPE-OUT
               ELSE
                   MOVE 'SALE' TO STD-TYPE-OUT
               END-IF
               MOVE SD-FULL-AMOUNT (SD-IDX) TO STD-AMOUNT-OUT
               MOVE SD-SHARE (SD-IDX) TO STD-SHARE-OUT
               MOVE SD-SLICE-SALES (SD-IDX) TO STD-CREDITED-OUT
               COMPUTE WS-RATE-PCT = SD-TIER-RATE (SD-IDX) * 100
               MOVE WS-RATE-PCT TO STD-RATE-OUT
               MOVE SD-SLICE-COMM (SD-IDX) TO STD-COMM-OUT
               MOVE SD-REASON (SD-IDX) TO STD-REASON-OUT
               WRITE STATEMENT-LINE FROM ST-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       450-REWRITE-DRAW-BALANCES-RTN.
           OPEN OUTPUT DRAW-BALANCE-FILE
           PERFORM 455-WRITE-ONE-DRAW-RTN
