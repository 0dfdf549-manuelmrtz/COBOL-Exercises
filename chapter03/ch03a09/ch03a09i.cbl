       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH03A09I.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.

      ******************************************************************
      * Online maintenance for CUSTMAST.DAT. New accounts, name        *
      * corrections, and closings were all made by editing the file   *
      * by hand, with no record of who did it or who agreed to it.    *
      * This program signs the operator on against the shop-wide      *
      * operator file (same layout and roles as CHAP04M01's sign-on), *
      * stages each add, name change, or close in a pending queue      *
      * (CUSTPEND.DAT), and applies nothing until a supervisor other   *
      * than the one who staged it approves it. Every applied change  *
      * goes to the customer audit trail (CUSTAUDT.DAT) with the      *
      * record before and after. An account still carrying a balance  *
      * cannot be closed - checked when the close is staged and again *
      * when it is approved. The credit limit is never edited here:   *
      * a new account opens at a zero limit, and any limit wanted     *
      * (for a new account or an existing one) is logged as a PENDING *
      * request on CREDTREQ.DAT for the CH03A09F review, the same     *
      * queue the register feeds.                                     *
      *                                                                *
      * 2026-10-15  MAM  Signs on through the shared OPERPARA sign-on  *
      *                  against the chapter04 operator file - PIN,    *
      *                  status, lockout and expiry checked, and every *
      *                  attempt written to the sign-on log - in place *
      *                  of the private ID-only copy in DATA.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "DATA/CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      *    THE SHOP-WIDE OPERATOR FILE AND SIGN-ON LOG, KEPT WITH THE
      *    CHAPTER04 DATA - THIS PROGRAM RUNS IN ITS OWN DIRECTORY.
           COPY OPERSEL REPLACING
               =='data/operators.dat'==
                   BY =='../../data/operators.dat'==
               =='data/signon.log'==
                   BY =='../../data/signon.log'==.

      *    STAGED CHANGES AND THEIR DISPOSITION - HELD WHOLE AND
      *    REWRITTEN AT EXIT, LIKE THE CREDIT-REQUEST QUEUE.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "DATA/CUSTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

      *    ONE LINE PER APPLIED CHANGE, APPEND-ONLY.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "DATA/CUSTAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CREDIT-REQUEST-QUEUE ASSIGN TO "DATA/CREDTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

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

       COPY OPERFD.

       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-REC.
      *    A = ADD ACCOUNT, N = NAME CHANGE, X = CLOSE ACCOUNT.
           05  PC-ACTION           PIC X.
           05  PC-ACCOUNT-NO       PIC X(5).
           05  PC-NEW-NAME         PIC X(30).
      *    STARTING LIMIT WANTED FOR A NEW ACCOUNT - LOGGED AS A
      *    CREDIT REQUEST WHEN THE ADD IS APPROVED, NEVER APPLIED.
           05  PC-REQUESTED-LIMIT  PIC 9(6)V99.
           05  PC-MAKER-ID         PIC X(8).
           05  PC-STAGED-DATE      PIC 9(8).
           05  PC-STATUS           PIC X(7).
           05  PC-CHECKER-ID       PIC X(8).
           05  PC-DECISION-DATE    PIC 9(8).

       FD  CUSTOMER-AUDIT-FILE.
       01  CUSTOMER-AUDIT-REC.
           05  CA-PROGRAM-ID-OUT   PIC X(8).
           05                      PIC X(2).
           05  CA-ACCOUNT-NO-OUT   PIC X(5).
           05                      PIC X(2).
           05  CA-ACTION-OUT       PIC X(13).
           05                      PIC X(2).
           05  CA-LOG-DATE-OUT     PIC 9(8).
           05                      PIC X(2).
           05  CA-LOG-TIME-OUT     PIC 9(6).
           05                      PIC X(2).
           05  CA-MAKER-ID-OUT     PIC X(8).
           05                      PIC X(2).
           05  CA-CHECKER-ID-OUT   PIC X(8).
           05                      PIC X(2).
           05  CA-BEFORE-IMAGE-OUT PIC X(61).
           05                      PIC X(2).
           05  CA-AFTER-IMAGE-OUT  PIC X(61).

      *    LAYOUT MATCHED TO CREDIT-REQUEST-REC IN CH03A09.
       FD  CREDIT-REQUEST-QUEUE.
       01  CREDIT-REQUEST-REC.
           05  CR-ACCOUNT-NO-OUT       PIC X(5).
           05                         PIC X(2).
           05  CR-CUSTOMER-NAME-OUT    PIC X(30).
           05                         PIC X(2).
           05  CR-CURRENT-LIMIT-OUT    PIC $$,$$$,$$9.99.
           05                         PIC X(2).
           05  CR-REQUESTED-LIMIT-OUT  PIC $$,$$$,$$9.99.
           05                         PIC X(2).
           05  CR-REASON-OUT           PIC X(40).
           05                         PIC X(2).
           05  CR-STATUS-OUT           PIC X(7).
           05                         PIC X(2).
           05  CR-REQUEST-DATE-OUT     PIC 9(8).
           05                         PIC X(2).
           05  CR-REVIEWER-OUT         PIC X(10).
           05                         PIC X(2).
           05  CR-DECISION-DATE-OUT    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-PENDING-STATUS       PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-REQUEST-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-ACTION               PIC X VALUE SPACE.
       01  WS-ANSWER               PIC X VALUE SPACE.
       01  WS-ACCOUNT-NO-IN        PIC X(5) VALUE SPACES.
       01  WS-NAME-IN              PIC X(30) VALUE SPACES.
       01  WS-LIMIT-IN             PIC 9(6)V99 VALUE ZERO.
       01  WS-REASON-IN            PIC X(40) VALUE SPACES.
       01  WS-BALANCE-OUT          PIC $$,$$$,$$9.99CR.
       01  WS-LIMIT-OUT            PIC $$,$$$,$$9.99.
       01  WS-BEFORE-IMAGE         PIC X(61) VALUE SPACES.
       01  WS-AUDIT-ACTION         PIC X(13) VALUE SPACES.
       01  WS-APPLIED-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-MASTER-CHANGED-SW    PIC X VALUE 'N'.
           88  MASTER-CHANGED      VALUE 'Y'.
       01  WS-DONE-SW              PIC X VALUE 'N'.
           88  MAINTENANCE-DONE    VALUE 'Y'.

      *    THE SIGNED-ON OPERATOR, AS THE CHAPTER04 ONLINE PROGRAMS
      *    CARRY IT (OPERWS), STAMPED WITH THIS PROGRAM ON THE LOG.
       01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01  WS-THIS-PROGRAM-ID      PIC X(9) VALUE 'CH03A09I'.
       COPY OPERWS.

      *    MASTER LOADED, APPROVED CHANGES APPLIED IN PLACE, MASTER
      *    REWRITTEN AT EXIT - SAME SHAPE AS THE BATCH COMPANIONS.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                   INDEXED BY CUST-IDX.
               10  CT-MASTER-IMAGE.
                   15  CT-ACCOUNT-NO       PIC X(5).
                   15  CT-CUSTOMER-NAME    PIC X(30).
                   15  CT-CREDIT-LIMIT     PIC 9(6)V99.
                   15  CT-CURRENT-BALANCE  PIC S9(6)V99.
                   15  CT-LAST-PAYMENT-DATE PIC 9(8).
                   15  CT-CASH-ONLY-SW     PIC X.
                   15  CT-ACCOUNT-STATUS-SW PIC X.
                       88  CT-ACCOUNT-CLOSED VALUE 'C'.
                       88  CT-ACCOUNT-CHARGED-OFF VALUE 'W'.
       01  CUSTOMER-COUNT          PIC 9(4) VALUE ZERO.
       01  CUSTOMER-FOUND-SW       PIC X VALUE 'N'.
           88  CUSTOMER-FOUND      VALUE 'Y'.

       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 200 TIMES
                   INDEXED BY PEND-IDX.
               10  PT-IMAGE        PIC X(83).
       01  PENDING-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-PENDING-SEEN         PIC 9(3) VALUE ZERO.
       01  WS-ALREADY-PENDING-SW   PIC X VALUE 'N'.
           88  ALREADY-PENDING     VALUE 'Y'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 950-SIGN-ON-RTN
           IF OPERATOR-IS-INQUIRY
               DISPLAY "INQUIRY OPERATORS CANNOT MAINTAIN ACCOUNTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-LOAD-CUSTOMER-TABLE-RTN
           PERFORM 060-LOAD-PENDING-RTN

           PERFORM UNTIL MAINTENANCE-DONE
               DISPLAY " "
               DISPLAY "A=ADD  N=NAME CHANGE  X=CLOSE  "
                       "L=LIMIT REQUEST  P=APPROVE PENDING  Q=QUIT"
               DISPLAY "ACTION : "
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 200-STAGE-ADD-RTN
                   WHEN 'N'
                   WHEN 'n'
                       PERFORM 210-STAGE-NAME-CHANGE-RTN
                   WHEN 'X'
                   WHEN 'x'
                       PERFORM 220-STAGE-CLOSE-RTN
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM 250-LIMIT-REQUEST-RTN
                   WHEN 'P'
                   WHEN 'p'
                       IF OPERATOR-IS-SUPERVISOR
                           PERFORM 300-REVIEW-PENDING-RTN
                       ELSE
                           DISPLAY "ONLY A SUPERVISOR CAN APPROVE"
                       END-IF
                   WHEN 'Q'
                   WHEN 'q'
                       MOVE 'Y' TO WS-DONE-SW
                   WHEN OTHER
                       DISPLAY "INVALID ACTION"
               END-EVALUATE
           END-PERFORM

           PERFORM 500-REWRITE-PENDING-RTN
           IF MASTER-CHANGED
               PERFORM 400-REWRITE-MASTER-RTN
           END-IF
           DISPLAY "CHANGES APPLIED THIS SESSION: " WS-APPLIED-COUNT
           GOBACK
           .

       050-LOAD-CUSTOMER-TABLE-RTN.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ERROR: CANNOT OPEN CUSTMAST.DAT. STATUS: "
                       WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO CUSTOMER-COUNT
                       SET CUST-IDX TO CUSTOMER-COUNT
                       MOVE CUSTOMER-MASTER-REC TO
                            CT-MASTER-IMAGE (CUST-IDX)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           MOVE 'N' TO WS-EOF
           .

       060-LOAD-PENDING-RTN.
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PENDING-CHANGE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO PENDING-COUNT
                           SET PEND-IDX TO PENDING-COUNT
                           MOVE PENDING-CHANGE-REC TO
                                PT-IMAGE (PEND-IDX)
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           .

      ******************************************************************
      *    200-STAGE-ADD-RTN - THE ACCOUNT NUMBER MUST BE NEW, BOTH ON *
      *    THE MASTER AND IN THE QUEUE. THE LIMIT KEYED HERE IS ONLY  *
      *    A REQUEST - THE ACCOUNT OPENS AT ZERO AND CH03A09F DECIDES. *
      ******************************************************************
       200-STAGE-ADD-RTN.
           DISPLAY "NEW ACCOUNT NUMBER : "
           ACCEPT WS-ACCOUNT-NO-IN
           PERFORM 230-FIND-CUSTOMER-RTN
           PERFORM 240-CHECK-ALREADY-PENDING-RTN
           EVALUATE TRUE
               WHEN WS-ACCOUNT-NO-IN = SPACES
                   DISPLAY "ACCOUNT NUMBER IS REQUIRED"
               WHEN CUSTOMER-FOUND
                   DISPLAY "ACCOUNT " WS-ACCOUNT-NO-IN
                           " IS ALREADY ON THE CUSTOMER MASTER"
               WHEN ALREADY-PENDING
                   DISPLAY "ACCOUNT " WS-ACCOUNT-NO-IN
                           " ALREADY HAS A CHANGE AWAITING APPROVAL"
               WHEN OTHER
                   DISPLAY "CUSTOMER NAME : "
                   ACCEPT WS-NAME-IN
                   DISPLAY "CREDIT LIMIT TO REQUEST (0 FOR NONE) : "
                   ACCEPT WS-LIMIT-IN
                   IF WS-NAME-IN = SPACES
                       DISPLAY "CUSTOMER NAME IS REQUIRED"
                   ELSE
                       MOVE SPACES TO PENDING-CHANGE-REC
                       MOVE 'A' TO PC-ACTION
                       MOVE WS-NAME-IN TO PC-NEW-NAME
                       MOVE WS-LIMIT-IN TO PC-REQUESTED-LIMIT
                       PERFORM 260-QUEUE-PENDING-RTN
                   END-IF
           END-EVALUATE
           .

       210-STAGE-NAME-CHANGE-RTN.
           DISPLAY "ACCOUNT NUMBER : "
           ACCEPT WS-ACCOUNT-NO-IN
           PERFORM 230-FIND-CUSTOMER-RTN
           PERFORM 240-CHECK-ALREADY-PENDING-RTN
           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   DISPLAY "ACCOUNT NOT FOUND ON CUSTOMER MASTER: "
                           WS-ACCOUNT-NO-IN
               WHEN CT-ACCOUNT-CLOSED (CUST-IDX)
                   DISPLAY "ACCOUNT " WS-ACCOUNT-NO-IN " IS CLOSED"
               WHEN ALREADY-PENDING
                   DISPLAY "ACCOUNT " WS-ACCOUNT-NO-IN
                           " ALREADY HAS A CHANGE AWAITING APPROVAL"
               WHEN OTHER
                   DISPLAY "CURRENT NAME : "
                           CT-CUSTOMER-NAME (CUST-IDX)
                   DISPLAY "NEW NAME     : "
                   ACCEPT WS-NAME-IN
                   IF WS-NAME-IN = SPACES
                      OR WS-NAME-IN = CT-CUSTOMER-NAME (CUST-IDX)
                       DISPLAY "NO CHANGE STAGED"
                   ELSE
                       MOVE SPACES TO PENDING-CHANGE-REC
                       MOVE 'N' TO PC-ACTION
                       MOVE WS-NAME-IN TO PC-NEW-NAME
                       MOVE ZERO TO PC-REQUESTED-LIMIT
                       PERFORM 260-QUEUE-PENDING-RTN
                   END-IF
           END-EVALUATE
           .

      *    A CLOSE WITH MONEY STILL OWED, OR OWING, IS REFUSED HERE AND
      *    AGAIN AT APPROVAL - A SALE OR PAYMENT MAY LAND IN BETWEEN.
       220-STAGE-CLOSE-RTN.
           DISPLAY "ACCOUNT NUMBER : "
           ACCEPT WS-ACCOUNT-NO-IN
           PERFORM 230-FIND-CUSTOMER-RTN
           PERFORM 240-CHECK-ALREADY-PENDING-RTN
           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   DISPLAY "ACCOUNT NOT FOUND ON CUSTOMER MASTER: "
                           WS-ACCOUNT-NO-IN
               WHEN CT-ACCOUNT-CLOSED (CUST-IDX)
                   DISPLAY "ACCOUNT " WS-ACCOUNT-NO-IN
                           " IS ALREADY CLOSED"
               WHEN CT-ACCOUNT-CHARGED-OFF (CUST-IDX)
                   DISPLAY "ACCOUNT " WS-ACCOUNT-NO-IN
                           " IS CHARGED OFF - IT STAYS WITH THE AGENCY"
               WHEN CT-CURRENT-BALANCE (CUST-IDX) NOT = ZERO
                   MOVE CT-CURRENT-BALANCE (CUST-IDX) TO WS-BALANCE-OUT
                   DISPLAY "CANNOT CLOSE - ACCOUNT CARRIES A "
                           "BALANCE OF " WS-BALANCE-OUT
               WHEN ALREADY-PENDING
                   DISPLAY "ACCOUNT " WS-ACCOUNT-NO-IN
                           " ALREADY HAS A CHANGE AWAITING APPROVAL"
               WHEN OTHER
                   DISPLAY "CLOSE " CT-CUSTOMER-NAME (CUST-IDX)
                           " (Y/N) ? "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                       MOVE SPACES TO PENDING-CHANGE-REC
                       MOVE 'X' TO PC-ACTION
                       MOVE CT-CUSTOMER-NAME (CUST-IDX) TO PC-NEW-NAME
                       MOVE ZERO TO PC-REQUESTED-LIMIT
                       PERFORM 260-QUEUE-PENDING-RTN
                   ELSE
                       DISPLAY "NO CHANGE STAGED"
                   END-IF
           END-EVALUATE
           .

       230-FIND-CUSTOMER-RTN.
           MOVE 'N' TO CUSTOMER-FOUND-SW
           SET CUST-IDX TO 1
           SEARCH CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN CT-ACCOUNT-NO (CUST-IDX) = WS-ACCOUNT-NO-IN
                   MOVE 'Y' TO CUSTOMER-FOUND-SW
           END-SEARCH
           .

      *    ONE CHANGE PER ACCOUNT IN THE QUEUE AT A TIME, SO THE
      *    SUPERVISOR NEVER APPROVES TWO EDITS THAT UNDO EACH OTHER.
       240-CHECK-ALREADY-PENDING-RTN.
           MOVE 'N' TO WS-ALREADY-PENDING-SW
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PENDING-COUNT
               MOVE PT-IMAGE (PEND-IDX) TO PENDING-CHANGE-REC
               IF PC-ACCOUNT-NO = WS-ACCOUNT-NO-IN
                  AND PC-STATUS = 'PENDING'
                   MOVE 'Y' TO WS-ALREADY-PENDING-SW
               END-IF
           END-PERFORM
           .

      *    AN EXISTING ACCOUNT'S LIMIT CHANGE GOES STRAIGHT ONTO THE
      *    CREDIT-REQUEST QUEUE - CH03A09F'S REVIEW IS ITS APPROVAL.
       250-LIMIT-REQUEST-RTN.
           DISPLAY "ACCOUNT NUMBER : "
           ACCEPT WS-ACCOUNT-NO-IN
           PERFORM 230-FIND-CUSTOMER-RTN
           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   DISPLAY "ACCOUNT NOT FOUND ON CUSTOMER MASTER: "
                           WS-ACCOUNT-NO-IN
               WHEN CT-ACCOUNT-CLOSED (CUST-IDX)
                   DISPLAY "ACCOUNT " WS-ACCOUNT-NO-IN " IS CLOSED"
               WHEN CT-ACCOUNT-CHARGED-OFF (CUST-IDX)
                   DISPLAY "ACCOUNT " WS-ACCOUNT-NO-IN
                           " IS CHARGED OFF - NO CREDIT"
               WHEN OTHER
                   MOVE CT-CREDIT-LIMIT (CUST-IDX) TO WS-LIMIT-OUT
                   DISPLAY "CURRENT LIMIT   : " WS-LIMIT-OUT
                   DISPLAY "REQUESTED LIMIT : "
                   ACCEPT WS-LIMIT-IN
                   DISPLAY "REASON : "
                   ACCEPT WS-REASON-IN
                   IF WS-LIMIT-IN = CT-CREDIT-LIMIT (CUST-IDX)
                       DISPLAY "NO CHANGE REQUESTED"
                   ELSE
                       PERFORM 360-LOG-CREDIT-REQUEST-RTN
                   END-IF
           END-EVALUATE
           .

       260-QUEUE-PENDING-RTN.
           IF PENDING-COUNT NOT LESS THAN 200
               DISPLAY "PENDING QUEUE IS FULL - HAVE A SUPERVISOR "
                       "CLEAR IT FIRST"
           ELSE
               MOVE WS-ACCOUNT-NO-IN TO PC-ACCOUNT-NO
               MOVE WS-OPERATOR-ID TO PC-MAKER-ID
               MOVE WS-RUN-DATE TO PC-STAGED-DATE
               MOVE 'PENDING' TO PC-STATUS
               MOVE SPACES TO PC-CHECKER-ID
               MOVE ZERO TO PC-DECISION-DATE
               ADD 1 TO PENDING-COUNT
               SET PEND-IDX TO PENDING-COUNT
               MOVE PENDING-CHANGE-REC TO PT-IMAGE (PEND-IDX)
               DISPLAY "CHANGE QUEUED FOR SUPERVISOR APPROVAL"
           END-IF
           .

      ******************************************************************
      *    300-REVIEW-PENDING-RTN - WALKS THE QUEUE; EACH PENDING     *
      *    CHANGE IS SHOWN AND APPROVED, REJECTED, OR SKIPPED. THE    *
      *    SUPERVISOR WHO STAGED A CHANGE CANNOT APPROVE IT - ANOTHER *
      *    SUPERVISOR MUST, SO MAKER-CHECKER HOLDS.                    *
      ******************************************************************
       300-REVIEW-PENDING-RTN.
           MOVE ZERO TO WS-PENDING-SEEN
           PERFORM 310-REVIEW-ONE-CHANGE-RTN
               VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > PENDING-COUNT
           IF WS-PENDING-SEEN = ZERO
               DISPLAY "NO CHANGES ARE WAITING FOR YOUR APPROVAL"
           END-IF
           .

       310-REVIEW-ONE-CHANGE-RTN.
           MOVE PT-IMAGE (PEND-IDX) TO PENDING-CHANGE-REC
           IF PC-STATUS NOT = 'PENDING'
               CONTINUE
           ELSE
               IF PC-MAKER-ID = WS-OPERATOR-ID
                   DISPLAY "ACCOUNT " PC-ACCOUNT-NO
                           " WAS STAGED BY YOU - ANOTHER SUPERVISOR "
                           "MUST APPROVE IT"
               ELSE
                   ADD 1 TO WS-PENDING-SEEN
                   PERFORM 320-SHOW-AND-DECIDE-RTN
               END-IF
           END-IF
           .

       320-SHOW-AND-DECIDE-RTN.
           MOVE PC-ACCOUNT-NO TO WS-ACCOUNT-NO-IN
           PERFORM 230-FIND-CUSTOMER-RTN
           DISPLAY " "
           EVALUATE PC-ACTION
               WHEN 'A'
                   DISPLAY "ADD ACCOUNT " PC-ACCOUNT-NO " " PC-NEW-NAME
                   MOVE PC-REQUESTED-LIMIT TO WS-LIMIT-OUT
                   DISPLAY "  LIMIT TO REQUEST : " WS-LIMIT-OUT
               WHEN 'N'
                   DISPLAY "NAME CHANGE FOR ACCOUNT " PC-ACCOUNT-NO
                   IF CUSTOMER-FOUND
                       DISPLAY "  FROM : " CT-CUSTOMER-NAME (CUST-IDX)
                   END-IF
                   DISPLAY "  TO   : " PC-NEW-NAME
               WHEN 'X'
                   DISPLAY "CLOSE ACCOUNT " PC-ACCOUNT-NO " "
                           PC-NEW-NAME
           END-EVALUATE
           DISPLAY "  STAGED BY " PC-MAKER-ID " ON " PC-STAGED-DATE
           DISPLAY "APPROVE, REJECT, OR SKIP (A/R/S)   : "
           ACCEPT WS-ANSWER

           EVALUATE WS-ANSWER
               WHEN 'A'
               WHEN 'a'
                   PERFORM 330-APPLY-CHANGE-RTN
               WHEN 'R'
               WHEN 'r'
                   MOVE 'REJECTD' TO PC-STATUS
                   MOVE WS-OPERATOR-ID TO PC-CHECKER-ID
                   MOVE WS-RUN-DATE TO PC-DECISION-DATE
                   MOVE PENDING-CHANGE-REC TO PT-IMAGE (PEND-IDX)
                   DISPLAY "REJECTED"
               WHEN OTHER
                   DISPLAY "LEFT PENDING"
           END-EVALUATE
           .

      *    THE MASTER MAY HAVE MOVED SINCE THE CHANGE WAS STAGED, SO
      *    EACH ACTION IS RE-EDITED AGAINST IT BEFORE IT IS APPLIED;
      *    A CHANGE THAT NO LONGER FITS IS LEFT PENDING FOR REJECTION.
       330-APPLY-CHANGE-RTN.
           MOVE SPACES TO WS-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN PC-ACTION = 'A' AND CUSTOMER-FOUND
                   DISPLAY "CANNOT APPROVE - ACCOUNT NOW ON FILE"
               WHEN PC-ACTION = 'A' AND CUSTOMER-COUNT NOT LESS THAN 500
                   DISPLAY "CANNOT APPROVE - CUSTOMER TABLE IS FULL"
               WHEN PC-ACTION = 'A'
                   ADD 1 TO CUSTOMER-COUNT
                   SET CUST-IDX TO CUSTOMER-COUNT
                   MOVE PC-ACCOUNT-NO TO CT-ACCOUNT-NO (CUST-IDX)
                   MOVE PC-NEW-NAME TO CT-CUSTOMER-NAME (CUST-IDX)
                   MOVE ZERO TO CT-CREDIT-LIMIT (CUST-IDX)
                   MOVE ZERO TO CT-CURRENT-BALANCE (CUST-IDX)
      *            THE OPENING DATE STANDS IN FOR A LAST PAYMENT SO
      *            THE AGING AND DUNNING RUNS START THE CLOCK THERE.
                   MOVE WS-RUN-DATE TO CT-LAST-PAYMENT-DATE (CUST-IDX)
                   MOVE 'N' TO CT-CASH-ONLY-SW (CUST-IDX)
                   MOVE 'O' TO CT-ACCOUNT-STATUS-SW (CUST-IDX)
                   MOVE 'ADD ACCOUNT' TO WS-AUDIT-ACTION
                   PERFORM 340-MARK-APPLIED-RTN
                   IF PC-REQUESTED-LIMIT > ZERO
                       MOVE PC-REQUESTED-LIMIT TO WS-LIMIT-IN
                       MOVE 'OPENING LIMIT FOR NEW ACCOUNT'
                           TO WS-REASON-IN
                       PERFORM 360-LOG-CREDIT-REQUEST-RTN
                   END-IF
               WHEN NOT CUSTOMER-FOUND
                   DISPLAY "CANNOT APPROVE - ACCOUNT NOT ON FILE"
               WHEN CT-ACCOUNT-CLOSED (CUST-IDX)
                   DISPLAY "CANNOT APPROVE - ACCOUNT IS CLOSED"
               WHEN PC-ACTION = 'X'
                AND CT-ACCOUNT-CHARGED-OFF (CUST-IDX)
                   DISPLAY "CANNOT APPROVE - ACCOUNT IS CHARGED OFF"
               WHEN PC-ACTION = 'N'
                   MOVE CT-MASTER-IMAGE (CUST-IDX) TO WS-BEFORE-IMAGE
                   MOVE PC-NEW-NAME TO CT-CUSTOMER-NAME (CUST-IDX)
                   MOVE 'NAME CHANGE' TO WS-AUDIT-ACTION
                   PERFORM 340-MARK-APPLIED-RTN
               WHEN PC-ACTION = 'X'
                AND CT-CURRENT-BALANCE (CUST-IDX) NOT = ZERO
                   MOVE CT-CURRENT-BALANCE (CUST-IDX) TO WS-BALANCE-OUT
                   DISPLAY "CANNOT APPROVE - ACCOUNT NOW CARRIES A "
                           "BALANCE OF " WS-BALANCE-OUT
               WHEN PC-ACTION = 'X'
                   MOVE CT-MASTER-IMAGE (CUST-IDX) TO WS-BEFORE-IMAGE
                   MOVE 'C' TO CT-ACCOUNT-STATUS-SW (CUST-IDX)
                   MOVE 'CLOSE ACCOUNT' TO WS-AUDIT-ACTION
                   PERFORM 340-MARK-APPLIED-RTN
           END-EVALUATE
           .

       340-MARK-APPLIED-RTN.
           MOVE 'APPROVD' TO PC-STATUS
           MOVE WS-OPERATOR-ID TO PC-CHECKER-ID
           MOVE WS-RUN-DATE TO PC-DECISION-DATE
           MOVE PENDING-CHANGE-REC TO PT-IMAGE (PEND-IDX)
           MOVE 'Y' TO WS-MASTER-CHANGED-SW
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 350-WRITE-AUDIT-RTN
           DISPLAY "APPROVED - APPLIED TO THE CUSTOMER MASTER"
           .

       350-WRITE-AUDIT-RTN.
           OPEN EXTEND CUSTOMER-AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
              AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "WARNING: CANNOT OPEN CUSTOMER AUDIT TRAIL. "
                       "STATUS: " WS-AUDIT-STATUS
           ELSE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO CUSTOMER-AUDIT-REC
               MOVE 'CH03A09I' TO CA-PROGRAM-ID-OUT
               MOVE PC-ACCOUNT-NO TO CA-ACCOUNT-NO-OUT
               MOVE WS-AUDIT-ACTION TO CA-ACTION-OUT
               MOVE WS-RUN-DATE TO CA-LOG-DATE-OUT
               MOVE WS-RUN-TIME (1:6) TO CA-LOG-TIME-OUT
               MOVE PC-MAKER-ID TO CA-MAKER-ID-OUT
               MOVE PC-CHECKER-ID TO CA-CHECKER-ID-OUT
               MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE-OUT
               MOVE CT-MASTER-IMAGE (CUST-IDX) TO CA-AFTER-IMAGE-OUT
               WRITE CUSTOMER-AUDIT-REC
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF
           .

       360-LOG-CREDIT-REQUEST-RTN.
           OPEN EXTEND CREDIT-REQUEST-QUEUE
           IF WS-REQUEST-STATUS = '35'
               OPEN OUTPUT CREDIT-REQUEST-QUEUE
           END-IF
           IF WS-REQUEST-STATUS NOT = '00'
              AND WS-REQUEST-STATUS NOT = '05'
               DISPLAY "ERROR: CANNOT OPEN CREDIT REQUEST QUEUE. "
                       "STATUS: " WS-REQUEST-STATUS
               DISPLAY "REQUEST NOT LOGGED"
           ELSE
               MOVE SPACES TO CREDIT-REQUEST-REC
               MOVE CT-ACCOUNT-NO (CUST-IDX) TO CR-ACCOUNT-NO-OUT
               MOVE CT-CUSTOMER-NAME (CUST-IDX) TO CR-CUSTOMER-NAME-OUT
               MOVE CT-CREDIT-LIMIT (CUST-IDX) TO CR-CURRENT-LIMIT-OUT
               MOVE WS-LIMIT-IN TO CR-REQUESTED-LIMIT-OUT
               MOVE WS-REASON-IN TO CR-REASON-OUT
               MOVE 'PENDING' TO CR-STATUS-OUT
               MOVE WS-RUN-DATE TO CR-REQUEST-DATE-OUT
               MOVE SPACES TO CR-REVIEWER-OUT
               MOVE ZERO TO CR-DECISION-DATE-OUT
               WRITE CREDIT-REQUEST-REC
               CLOSE CREDIT-REQUEST-QUEUE
               DISPLAY "CREDIT LIMIT REQUEST LOGGED FOR CH03A09F "
                       "REVIEW"
           END-IF
           .

       400-REWRITE-MASTER-RTN.
           OPEN OUTPUT CUSTOMER-MASTER
           PERFORM 410-WRITE-ONE-CUSTOMER-RTN
               VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUSTOMER-COUNT
           CLOSE CUSTOMER-MASTER
           .

       410-WRITE-ONE-CUSTOMER-RTN.
           MOVE CT-MASTER-IMAGE (CUST-IDX) TO CUSTOMER-MASTER-REC
           WRITE CUSTOMER-MASTER-REC
           .

       500-REWRITE-PENDING-RTN.
           IF PENDING-COUNT > ZERO
               OPEN OUTPUT PENDING-CHANGE-FILE
               PERFORM 510-WRITE-ONE-PENDING-RTN
                   VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PENDING-COUNT
               CLOSE PENDING-CHANGE-FILE
           END-IF
           .

       510-WRITE-ONE-PENDING-RTN.
           MOVE PT-IMAGE (PEND-IDX) TO PENDING-CHANGE-REC
           WRITE PENDING-CHANGE-REC
           .

       COPY OPERPARA.
