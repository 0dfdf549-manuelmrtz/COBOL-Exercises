      *   | prmast-trans-in.dat| Optional bulk transaction file - each|  *
      *   |                    | record is staged for approval just   |  *
      *   |                    | like an interactively entered one    |  *
      *   | position-ctl.dat   | Authorized seats per territory,      |  *
      *   |                    | office, and job class (optional -    |  *
      *   |                    | no file, no position control)        |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   |                    | when the clerk exits                 |  *
      *   | prmast-trans.log   | One record per approved ADD/CHANGE/   |  *
      *   |                    | DELETE/UNDO transaction this session  |  *
      *   | SALHIST.DAT        | One record per salary change that    |  *
      *   |                    | took effect (appended)               |  *
      *   | io-error.log       | Shared shop-wide I/O error log        |  *
      *   | audit-trail.log    | Shared shop-wide write audit trail    |  *
      *   --------------------- ------------------------------------  *
      *                     CHAP04N01's nightly setup pass, so new      *
      *                     people stop falling through the cracks      *
      *                     between the masters.                        *
      *   2026-10-15  MAM  Position control: an ADD, or a territory/    *
      *                     office or job-class change, that would fill *
      *                     a seat not authorized on position-ctl.dat   *
      *                     or one already filled is held in the queue  *
      *                     with the reason, and cannot be approved     *
      *                     until a seat is free. CHAP04H02 reports     *
      *                     the vacancies.                              *
      *   2026-10-15  MAM  Every approved salary change, and every     *
      *                     undone one, is appended to SALHIST.DAT,    *
      *                     the pay history CH01A06 keeps in its DATA  *
      *                     directory, with its effective date, old    *
      *                     and new salary, reason (merit, retro,      *
      *                     promotion, adjustment), and approving      *
      *                     supervisor. A salary change now asks for   *
      *                     the reason and effective date; a bulk      *
      *                     record carries them after the job class.   *
      *   2026-10-15  MAM  A bulk record can name its own maker, so     *
      *                     CH01A06 raises staged by CHAP04M02 can be   *
      *                     approved by any supervisor. The P action    *
      *                     offers to approve every pending raise-run   *
      *                     entry at once, a bulk salary change the     *
      *                     master already shows is skipped, and a     *
      *                     raise-run change writes no second history   *
      *                     record (the raise run wrote one).           *
      *   2026-10-15  MAM  Transaction-log time taken through an        *
      *                     HHMMSSss hold - ACCEPT FROM TIME straight   *
      *                     into the 6-digit field kept MMSSss.         *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-NEWHIRE-STATUS.

      *    AUTHORIZED SEATS. READ ONCE AT START-UP; OPTIONAL THE SAME
      *    WAY F-BULK-TRANS IS.
           SELECT F-POSITION-CTL ASSIGN TO 'data/position-ctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-POSCTL-STATUS.

      *    EMPLOYEE PAY HISTORY. THE CH01A06 RAISE RUN KEEPS IT IN ITS
      *    OWN DIRECTORY AND THIS SESSION APPENDS TO THAT SAME FILE.
      *    APPEND-ONLY, LIKE F-TERMINATION.
           SELECT F-SALARY-HISTORY
               ASSIGN TO 'CHAPTER01/ch01a06/DATA/SALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SALHIST-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY ENQSEL.
      *    WHICH FIELDS MATTER DEPENDS ON BULK-ACTION-CODE-IN (AND,
      *    FOR A CHANGE RECORD, ON BULK-CHANGE-FIELD-IN). A CHANGE
      *    RECORD CARRIES ITS NEW VALUE IN THE SAME POSITIONS AN ADD
      *    RECORD USES FOR THE NEW HIRE'S VALUE. A SALARY CHANGE ALSO
      *    CARRIES ITS REASON (M/R/P/A - BLANK IS TAKEN AS AN
      *    ADJUSTMENT) AND EFFECTIVE DATE (BLANK IS THE APPROVAL DATE).
      *    A FEED THAT STAGES WORK ON ANOTHER SYSTEM'S BEHALF NAMES
      *    THAT SYSTEM AS THE MAKER; BLANK MEANS THE SIGNED-ON
      *    OPERATOR, AS FOR A TYPED-IN TRANSACTION.
       FD  F-BULK-TRANS.
       01  BULK-TRANS-REC.
           05 BULK-ACTION-CODE-IN      PIC X.
           05 BULK-SOCIAL-SECURITY-IN  PIC X(9).
           05 BULK-NO-OF-DEPENDENTS-IN PIC X(2).
           05 BULK-JOB-CLASS-IN        PIC X(2).
           05 BULK-SALARY-REASON-IN    PIC X.
           05 BULK-EFFECTIVE-DATE-IN   PIC X(8).
           05 BULK-MAKER-ID-IN         PIC X(8).

       FD  F-TERMINATION.
           COPY TERMREC.
       FD  F-NEW-HIRE.
           COPY NEWHIREREC.

       FD  F-POSITION-CTL.
           COPY POSCTLREC.

       FD  F-SALARY-HISTORY.
           COPY SALHISTREC.

           COPY IOERRFD.
           COPY AUDITFD.
           COPY ENQFD.
       01  WS-BULK-STATUS            PIC XX.
       01  WS-TERM-STATUS            PIC XX.
       01  WS-NEWHIRE-STATUS         PIC XX.
       01  WS-POSCTL-STATUS          PIC XX.
       01  WS-SALHIST-STATUS         PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY ENQWS.
       01  WS-INQUIRY-KEY            PIC X(5).
       01  WS-OLD-VALUE-HOLD         PIC X(20).
       01  WS-NEW-VALUE-HOLD         PIC X(20).
       01  WS-TRANS-TIME-HOLD        PIC 9(8).
       01  WS-FIELD-NAME-HOLD        PIC X(10).
       01  WS-APPROVE-ANSWER         PIC X.
       01  WS-UNREVIEWED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-STAGE-SOCIAL-SECURITY  PIC X(9).
       01  WS-STAGE-NO-OF-DEPENDENTS PIC X(2).
       01  WS-STAGE-JOB-CLASS        PIC X(2).
       01  WS-STAGE-SALARY-REASON    PIC X.
           88 VALID-SALARY-REASON    VALUE 'M' 'R' 'P' 'A'.
       01  WS-STAGE-EFFECTIVE-DATE   PIC X(8).
       01  WS-SALARY-REASON-SW       PIC X VALUE 'N'.
           88 SALARY-REASON-OK       VALUE 'Y'.
       01  WS-STAGE-MAKER-ID         PIC X(8) VALUE SPACES.

      *    MAKER ID CARRIED BY THE RAISES CHAP04M02 STAGES OFF THE
      *    CH01A06 RAISE RUN. THE RUN ITSELF WROTE THEIR SALARY
      *    HISTORY, AND A SUPERVISOR MAY APPROVE THEM ALL AT ONCE.
       01  WS-RAISE-RUN-MAKER        PIC X(8) VALUE 'CH01A06'.
       01  WS-RAISE-RUN-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-BULK-RAISE-SW          PIC X VALUE 'N'.
           88 BULK-RAISE-APPROVAL    VALUE 'Y'.

      *    LAST TRANSACTION-LOG ENTRY FOUND FOR AN UNDO REQUEST.
       01  WS-UNDO-KEY               PIC X(5).
               10  PTR-NEW-VALUE-HOLD     PIC X(20).
               10  PTR-TERM-DATE          PIC 9(8).
               10  PTR-FINAL-PAY          PIC 9(7)V99.
      *    SALARY CHANGES ONLY - WHY, AND FROM WHEN (SPACES = THE
      *    DATE IT IS APPROVED).
               10  PTR-SALARY-REASON      PIC X.
               10  PTR-EFFECTIVE-DATE     PIC X(8).
      *    WHO STAGED THE ENTRY - THE MAKER. THE CHECKER WHO
      *    APPROVES IT MUST BE SOMEBODY ELSE.
               10  PTR-MAKER-ID           PIC X(8).
      *    'H' = HELD BY POSITION CONTROL - NOT APPROVABLE UNTIL A
      *    SEAT IS FREE, WHEN THE NEXT REVIEW RELEASES IT TO 'P'.
               10  PTR-STATUS-SW          PIC X VALUE 'P'.
                   88 PTR-IS-PENDING      VALUE 'P'.
                   88 PTR-IS-APPROVED     VALUE 'A'.
                   88 PTR-IS-REJECTED     VALUE 'R'.
                   88 PTR-IS-HELD         VALUE 'H'.
               10  PTR-HOLD-REASON        PIC X(40).
       01  WS-PENDING-COUNT          PIC 9(4) VALUE ZERO.

      *    POSITION-CTL.DAT, LOADED AT START-UP. FILLED SEATS ARE NOT
      *    KEPT HERE - THEY ARE COUNTED OFF PR-MASTER-TABLE AT THE
      *    TIME OF EACH CHECK, SO APPROVALS EARLIER IN THE SESSION
      *    ARE ALWAYS REFLECTED.
       01  POSITION-CONTROL-TABLE.
           05  PCT-ENTRY OCCURS 500 TIMES
                   INDEXED BY PCT-IDX.
               10  PCT-POSITION-KEY      PIC X(6).
               10  PCT-AUTHORIZED-SEATS  PIC 9(3).
       01  WS-POSITION-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-POSITION-CTL-SW        PIC X VALUE 'N'.
           88 POSITION-CONTROL-ON    VALUE 'Y'.
       01  WS-POSITION-CHECK-KEY.
           05  WS-PCK-TERRITORY      PIC X(2).
           05  WS-PCK-OFFICE-NO      PIC X(2).
           05  WS-PCK-JOB-CLASS      PIC X(2).
       01  WS-POSITION-CHECK-SW      PIC X VALUE 'N'.
           88 POSITION-CHECK-NEEDED  VALUE 'Y'.
       01  WS-POSITION-HOLD-REASON   PIC X(40).
       01  WS-SEATS-FILLED           PIC 9(3) VALUE ZERO.
       01  WS-SEATS-FILLED-OUT       PIC ZZ9.
       01  WS-SEATS-AUTH-OUT         PIC ZZ9.

      *    TERMINATION WORK FIELDS. FINAL PAY IS THE DAILY RATE
      *    (ANNUAL SALARY OVER 260 WORKING DAYS) TIMES THE UNPAID
      *    DAYS WORKED PLUS THE ACCRUED TIME OWED.
           END-IF
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-MASTER-TABLE-RTN
           PERFORM 218-LOAD-POSITION-CTL-RTN
           PERFORM 220-LOAD-BULK-TRANS-RTN

           PERFORM 300-MAINTENANCE-LOOP-RTN UNTIL MAINTENANCE-DONE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND F-SALARY-HISTORY
           IF WS-SALHIST-STATUS = '35'
               OPEN OUTPUT F-SALARY-HISTORY
               CLOSE F-SALARY-HISTORY
               OPEN EXTEND F-SALARY-HISTORY
           END-IF
           IF WS-SALHIST-STATUS NOT = '00'
              AND WS-SALHIST-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open SALARY-HISTORY file. '
                       'Status: ' WS-SALHIST-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='SALARY-HIST'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-SALHIST-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
           END-READ
           .

      *****************************************************************
      *    218-LOAD-POSITION-CTL-RTN - READS POSITION-CTL.DAT INTO     *
      *    POSITION-CONTROL-TABLE. A MISSING FILE (STATUS 35) MEANS    *
      *    NO SEATS HAVE BEEN SET UP YET, SO POSITION CONTROL IS NOT   *
      *    ENFORCED THIS SESSION RATHER THAN HOLDING EVERY ADD.        *
      *****************************************************************
       218-LOAD-POSITION-CTL-RTN.
           OPEN INPUT F-POSITION-CTL
           IF WS-POSCTL-STATUS = '35'
               DISPLAY 'NOTE: NO POSITION-CTL.DAT - POSITION CONTROL '
                       'IS NOT IN FORCE THIS SESSION'
           ELSE
               IF WS-POSCTL-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open POSITION-CTL file. '
                           'Status: ' WS-POSCTL-STATUS
                   COPY IOERRCHK REPLACING
                       ==:FILE-LABEL:==   BY =='POSITION-CTL'==
                       ==:OPERATION:==    BY =='OPEN'==
                       ==:STATUS-FIELD:== BY ==WS-POSCTL-STATUS==.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET POSITION-CONTROL-ON TO TRUE
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM UNTIL WS-LOAD-EOF = 'Y'
                   READ F-POSITION-CTL
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF
                       NOT AT END
                           IF WS-POSITION-COUNT < 500
                               ADD 1 TO WS-POSITION-COUNT
                               SET PCT-IDX TO WS-POSITION-COUNT
                               MOVE PC-POSITION-KEY
                                   TO PCT-POSITION-KEY (PCT-IDX)
                               MOVE PC-AUTHORIZED-SEATS
                                   TO PCT-AUTHORIZED-SEATS (PCT-IDX)
                           ELSE
                               DISPLAY 'WARNING: POSITION-CTL OVER 500 '
                                       'RECORDS - ' PC-POSITION-KEY
                                       ' NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-POSITION-CTL
           END-IF
           .

      *****************************************************************
      *    220-LOAD-BULK-TRANS-RTN - OPTIONALLY READ A BULK           *
      *    TRANSACTION FILE START TO FINISH, STAGING EACH RECORD INTO  *
               MOVE PRM-JOB-CLASS (WS-FOUND-IDX)
                   TO WS-STAGE-JOB-CLASS
               MOVE BULK-CHANGE-FIELD-IN     TO WS-CHANGE-FIELD
               MOVE SPACES TO WS-STAGE-SALARY-REASON
                              WS-STAGE-EFFECTIVE-DATE
               MOVE BULK-MAKER-ID-IN         TO WS-STAGE-MAKER-ID

               EVALUATE WS-CHANGE-FIELD
                   WHEN 'S'
                       MOVE BULK-ANNUAL-SALARY-IN
                           TO WS-STAGE-ANNUAL-SALARY
                       MOVE WS-STAGE-ANNUAL-SALARY TO WS-NEW-VALUE-HOLD
                       MOVE BULK-SALARY-REASON-IN
                           TO WS-STAGE-SALARY-REASON
                       IF WS-STAGE-SALARY-REASON = SPACE
                           MOVE 'A' TO WS-STAGE-SALARY-REASON
                       END-IF
                       MOVE BULK-EFFECTIVE-DATE-IN
                           TO WS-STAGE-EFFECTIVE-DATE
                       PERFORM 617-CHECK-SALARY-REASON-RTN
                       IF NOT SALARY-REASON-OK
                           DISPLAY 'WARNING: BULK SALARY CHANGE FOR '
                               'EMPLOYEE NO. ' WS-INQUIRY-KEY
                               ' HAS A BAD REASON OR EFFECTIVE DATE'
                               ' - SKIPPED'
                           MOVE SPACE TO WS-CHANGE-FIELD
                       END-IF
      *                THE BULK FILE IS RE-READ EVERY SESSION, SO A
      *                CHANGE APPROVED IN AN EARLIER ONE IS ALREADY
      *                ON THE MASTER - DO NOT QUEUE IT AGAIN.
                       IF WS-STAGE-ANNUAL-SALARY =
                          PRM-ANNUAL-SALARY (WS-FOUND-IDX)
                           DISPLAY 'BULK SALARY CHANGE FOR EMPLOYEE '
                               'NO. ' WS-INQUIRY-KEY
                               ' IS ALREADY ON FILE - SKIPPED'
                           MOVE SPACE TO WS-CHANGE-FIELD
                       END-IF
                   WHEN 'T'
                       MOVE 'LOCATION' TO WS-FIELD-NAME-HOLD
                       STRING PRM-TERRITORY (WS-FOUND-IDX)
               IF WS-CHANGE-FIELD = 'S' OR 'T' OR 'J'
                   PERFORM 610-STAGE-CHANGE-RTN
               END-IF
               MOVE SPACES TO WS-STAGE-MAKER-ID
           END-IF
           .

               MOVE PRM-TERRITORY (WS-FOUND-IDX) TO WS-STAGE-TERRITORY
               MOVE PRM-OFFICE-NO (WS-FOUND-IDX) TO WS-STAGE-OFFICE-NO
               MOVE PRM-JOB-CLASS (WS-FOUND-IDX) TO WS-STAGE-JOB-CLASS
               MOVE SPACES TO WS-STAGE-SALARY-REASON
                              WS-STAGE-EFFECTIVE-DATE

               EVALUATE WS-CHANGE-FIELD
                   WHEN 'S'
                       DISPLAY 'NEW ANNUAL SALARY (6 DIGITS) : '
                       ACCEPT WS-STAGE-ANNUAL-SALARY
                       MOVE WS-STAGE-ANNUAL-SALARY TO WS-NEW-VALUE-HOLD
                       DISPLAY 'REASON - M-MERIT  R-RETRO  '
                               'P-PROMOTION  A-ADJUSTMENT : '
                       ACCEPT WS-STAGE-SALARY-REASON
                       DISPLAY 'EFFECTIVE DATE (CCYYMMDD, BLANK = '
                               'DATE APPROVED) : '
                       ACCEPT WS-STAGE-EFFECTIVE-DATE
                       PERFORM 617-CHECK-SALARY-REASON-RTN
                       IF NOT SALARY-REASON-OK
                           DISPLAY 'PLEASE ANSWER M, R, P, OR A, AND A '
                                   'CCYYMMDD DATE OR BLANK'
                           MOVE SPACE TO WS-CHANGE-FIELD
                       END-IF
                   WHEN 'T'
                       MOVE 'LOCATION' TO WS-FIELD-NAME-HOLD
                       STRING PRM-TERRITORY (WS-FOUND-IDX)
           IF WS-PENDING-COUNT = ZERO
               DISPLAY 'NO TRANSACTIONS ARE WAITING FOR APPROVAL'
           ELSE
               PERFORM 352-OFFER-BULK-RAISE-RTN
               PERFORM 355-REVIEW-ONE-PENDING-RTN
                   VARYING PTR-IDX FROM 1 BY 1
                   UNTIL PTR-IDX > WS-PENDING-COUNT
           END-IF
           .

      *    RAISE-RUN ENTRIES COME IN BY THE HUNDRED. THE SUPERVISOR
      *    MAY TAKE THEM AS A BATCH - THEIR MAKER IS THE RAISE RUN,
      *    NEVER THE PERSON SIGNED ON, SO MAKER-CHECKER STILL HOLDS.
       352-OFFER-BULK-RAISE-RTN.
           MOVE 'N' TO WS-BULK-RAISE-SW
           MOVE ZERO TO WS-RAISE-RUN-COUNT
           PERFORM 353-COUNT-RAISE-RUN-RTN
               VARYING PTR-IDX FROM 1 BY 1
               UNTIL PTR-IDX > WS-PENDING-COUNT
           IF WS-RAISE-RUN-COUNT > ZERO
               DISPLAY ' '
               DISPLAY WS-RAISE-RUN-COUNT ' SALARY CHANGE(S) FROM '
                       'THE CH01A06 RAISE RUN ARE PENDING'
               DISPLAY 'APPROVE THEM ALL WITHOUT REVIEWING EACH? '
                       '(Y/N) : '
               ACCEPT WS-APPROVE-ANSWER
               IF WS-APPROVE-ANSWER = 'Y' OR WS-APPROVE-ANSWER = 'y'
                   MOVE 'Y' TO WS-BULK-RAISE-SW
               END-IF
           END-IF
           .

       353-COUNT-RAISE-RUN-RTN.
           IF PTR-IS-PENDING (PTR-IDX)
              AND PTR-MAKER-ID (PTR-IDX) = WS-RAISE-RUN-MAKER
               ADD 1 TO WS-RAISE-RUN-COUNT
           END-IF
           .

       354-PROMPT-ONE-PENDING-RTN.
           DISPLAY ' '
           DISPLAY 'PENDING TRANSACTION FOR EMPLOYEE NO. '
                   PTR-EMPLOYEE-NO (PTR-IDX)
           DISPLAY '  ACTION     : ' PTR-FIELD-NAME-HOLD (PTR-IDX)
           DISPLAY '  OLD VALUE  : ' PTR-OLD-VALUE-HOLD (PTR-IDX)
           DISPLAY '  NEW VALUE  : ' PTR-NEW-VALUE-HOLD (PTR-IDX)
           IF PTR-FIELD-NAME-HOLD (PTR-IDX) = 'SALARY'
               DISPLAY '  REASON     : '
                       PTR-SALARY-REASON (PTR-IDX)
                       '  EFFECTIVE: '
                       PTR-EFFECTIVE-DATE (PTR-IDX)
           END-IF
           DISPLAY 'APPROVE THIS TRANSACTION? (Y/N)   : '
           ACCEPT WS-APPROVE-ANSWER
           .

       355-REVIEW-ONE-PENDING-RTN.
           IF PTR-IS-HELD (PTR-IDX) OR PTR-IS-PENDING (PTR-IDX)
               PERFORM 358-RECHECK-POSITION-RTN
           END-IF
           IF PTR-IS-PENDING (PTR-IDX)
              AND PTR-MAKER-ID (PTR-IDX) = WS-OPERATOR-ID
               DISPLAY ' '
                       'MUST REVIEW IT'
           ELSE
           IF PTR-IS-PENDING (PTR-IDX)
               IF BULK-RAISE-APPROVAL
                  AND PTR-MAKER-ID (PTR-IDX) = WS-RAISE-RUN-MAKER
                   MOVE 'Y' TO WS-APPROVE-ANSWER
                   DISPLAY 'RAISE-RUN SALARY CHANGE FOR EMPLOYEE NO. '
                           PTR-EMPLOYEE-NO (PTR-IDX) ' TO '
                           PTR-NEW-VALUE-HOLD (PTR-IDX)
               ELSE
                   PERFORM 354-PROMPT-ONE-PENDING-RTN
               END-IF

               IF WS-APPROVE-ANSWER = 'Y' OR WS-APPROVE-ANSWER = 'y'
                   PERFORM 356-APPLY-PENDING-RTN
      *                WAS APPROVED AHEAD OF THIS ONE.
                       EVALUATE PTR-FIELD-NAME-HOLD (PTR-IDX)
                           WHEN 'SALARY'
      *                        THE RAISE RUN HAS ALREADY RECORDED ITS
      *                        OWN RAISES IN SALHIST.DAT.
                               IF PTR-MAKER-ID (PTR-IDX)
                                  NOT = WS-RAISE-RUN-MAKER
                                   PERFORM 644-HISTORY-FROM-PENDING-RTN
                               END-IF
                               MOVE PTR-ANNUAL-SALARY (PTR-IDX)
                                   TO PRM-ANNUAL-SALARY (WS-FOUND-IDX)
                           WHEN 'LOCATION'
           END-EVALUATE
           .

      *****************************************************************
      *    358-RECHECK-POSITION-RTN - RE-RUNS POSITION CONTROL ON THE  *
      *    QUEUED ENTRY AT PTR-IDX BEFORE IT IS REVIEWED. APPROVALS    *
      *    EARLIER IN THE SESSION MAY HAVE FILLED THE SEAT A PENDING   *
      *    ENTRY WANTS, OR A TERMINATION MAY HAVE FREED THE ONE A      *
      *    HELD ENTRY IS WAITING ON. A STILL-HELD ENTRY CAN ONLY BE    *
      *    REJECTED, AND NOT BY THE CLERK WHO STAGED IT.               *
      *****************************************************************
       358-RECHECK-POSITION-RTN.
           PERFORM 670-CHECK-ENTRY-POSITION-RTN
           IF WS-POSITION-HOLD-REASON = SPACES
               IF PTR-IS-HELD (PTR-IDX)
                   SET PTR-IS-PENDING (PTR-IDX) TO TRUE
                   MOVE SPACES TO PTR-HOLD-REASON (PTR-IDX)
                   DISPLAY ' '
                   DISPLAY 'HELD TRANSACTION FOR EMPLOYEE NO. '
                           PTR-EMPLOYEE-NO (PTR-IDX)
                           ' RELEASED - A SEAT IS NOW AVAILABLE'
               END-IF
           ELSE
               SET PTR-IS-HELD (PTR-IDX) TO TRUE
               MOVE WS-POSITION-HOLD-REASON
                   TO PTR-HOLD-REASON (PTR-IDX)
               DISPLAY ' '
               DISPLAY 'HELD TRANSACTION FOR EMPLOYEE NO. '
                       PTR-EMPLOYEE-NO (PTR-IDX)
               DISPLAY '  ACTION     : ' PTR-FIELD-NAME-HOLD (PTR-IDX)
               DISPLAY '  NEW VALUE  : ' PTR-NEW-VALUE-HOLD (PTR-IDX)
               DISPLAY '  HELD FOR   : ' PTR-HOLD-REASON (PTR-IDX)
               IF PTR-MAKER-ID (PTR-IDX) NOT = WS-OPERATOR-ID
                   DISPLAY 'REJECT THIS HELD TRANSACTION? (Y/N)  : '
                   ACCEPT WS-APPROVE-ANSWER
                   IF WS-APPROVE-ANSWER = 'Y'
                      OR WS-APPROVE-ANSWER = 'y'
                       SET PTR-IS-REJECTED (PTR-IDX) TO TRUE
                       DISPLAY 'TRANSACTION REJECTED'
                   ELSE
                       DISPLAY 'TRANSACTION STAYS HELD'
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      *    357-APPLY-PENDING-ADD-RTN - APPENDS THE APPROVED NEW HIRE   *
      *    TO PR-MASTER-TABLE AND WRITES ITS LOG AND AUDIT RECORDS.    *
           WRITE NEW-HIRE-REC
           .

      *****************************************************************
      *    644-HISTORY-FROM-PENDING-RTN - SALARY-HISTORY RECORD FOR    *
      *    THE APPROVED SALARY CHANGE AT PTR-IDX. CALLED BEFORE THE    *
      *    TABLE IS UPDATED, SO THE OLD SALARY IS THE ONE ACTUALLY     *
      *    REPLACED, NOT THE ONE SEEN WHEN THE CHANGE WAS STAGED.      *
      *****************************************************************
       644-HISTORY-FROM-PENDING-RTN.
           MOVE PTR-EMPLOYEE-NO (PTR-IDX)    TO SH-EMPLOYEE-NO
           MOVE PRM-ANNUAL-SALARY (WS-FOUND-IDX) TO SH-OLD-SALARY
           MOVE PTR-ANNUAL-SALARY (PTR-IDX)  TO SH-NEW-SALARY
           MOVE PTR-SALARY-REASON (PTR-IDX)  TO SH-REASON-CODE
           IF PTR-EFFECTIVE-DATE (PTR-IDX) IS NUMERIC
               MOVE PTR-EFFECTIVE-DATE (PTR-IDX) TO SH-EFFECTIVE-DATE
           ELSE
               MOVE ZERO TO SH-EFFECTIVE-DATE
           END-IF
           PERFORM 645-WRITE-SALARY-HISTORY-RTN
           .

      *    THE CALLER HAS FILLED IN THE EMPLOYEE, SALARIES, REASON AND
      *    EFFECTIVE DATE (ZERO = TODAY); THE APPROVER IS WHOEVER IS
      *    SIGNED ON.
       645-WRITE-SALARY-HISTORY-RTN.
           IF SH-EFFECTIVE-DATE = ZERO
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               MOVE WS-AUDIT-DATE TO SH-EFFECTIVE-DATE
           END-IF
           MOVE WS-OPERATOR-ID    TO SH-APPROVED-BY
           MOVE 'CHAP04M01'       TO SH-SOURCE-PROGRAM
           WRITE SALARY-HISTORY-REC
           .

      *****************************************************************
      *    360-UNDO-TRANSACTION-RTN - FINDS THE LAST TRANSACTION-LOG   *
      *    ENTRY FOR AN EMPLOYEE NUMBER (AN UNDO ENTRY ITSELF DOESN'T   *
               WHEN 'C'
                   EVALUATE WS-UNDO-FIELD
                       WHEN 'SALARY'
      *                    THE REVERSAL IS PAY HISTORY TOO - LOGGED AS
      *                    AN ADJUSTMENT EFFECTIVE TODAY.
                           MOVE PRM-ANNUAL-SALARY (WS-FOUND-IDX)
                               TO SH-OLD-SALARY
                           MOVE WS-UNDO-OLD-VALUE (1:6)
                               TO SH-NEW-SALARY
                           MOVE WS-UNDO-KEY   TO SH-EMPLOYEE-NO
                           MOVE 'A'           TO SH-REASON-CODE
                           MOVE ZERO          TO SH-EFFECTIVE-DATE
                           PERFORM 645-WRITE-SALARY-HISTORY-RTN
                           MOVE WS-UNDO-OLD-VALUE (1:6)
                               TO PRM-ANNUAL-SALARY (WS-FOUND-IDX)
                       WHEN 'LOCATION'
           .

       375-COUNT-UNREVIEWED-RTN.
           IF PTR-IS-PENDING (PTR-IDX) OR PTR-IS-HELD (PTR-IDX)
               ADD 1 TO WS-UNREVIEWED-COUNT
           END-IF
           .
           MOVE SPACES      TO PTR-OLD-VALUE-HOLD (WS-PENDING-COUNT)
           MOVE WS-STAGE-EMPLOYEE-NAME
               TO PTR-NEW-VALUE-HOLD (WS-PENDING-COUNT)
           MOVE SPACES      TO PTR-SALARY-REASON (WS-PENDING-COUNT)
                               PTR-EFFECTIVE-DATE (WS-PENDING-COUNT)
           MOVE 'P'         TO PTR-STATUS-SW (WS-PENDING-COUNT)
           PERFORM 608-HOLD-IF-NO-SEAT-RTN
           .

      *****************************************************************
               TO PTR-NO-OF-DEPENDENTS (WS-PENDING-COUNT)
           MOVE WS-STAGE-JOB-CLASS
               TO PTR-JOB-CLASS (WS-PENDING-COUNT)
           IF WS-STAGE-MAKER-ID = SPACES
               MOVE WS-OPERATOR-ID TO PTR-MAKER-ID (WS-PENDING-COUNT)
           ELSE
               MOVE WS-STAGE-MAKER-ID
                   TO PTR-MAKER-ID (WS-PENDING-COUNT)
           END-IF
           MOVE 'C'             TO PTR-ACTION-CODE (WS-PENDING-COUNT)
           MOVE WS-FIELD-NAME-HOLD
               TO PTR-FIELD-NAME-HOLD (WS-PENDING-COUNT)
               TO PTR-OLD-VALUE-HOLD (WS-PENDING-COUNT)
           MOVE WS-NEW-VALUE-HOLD
               TO PTR-NEW-VALUE-HOLD (WS-PENDING-COUNT)
           MOVE WS-STAGE-SALARY-REASON
               TO PTR-SALARY-REASON (WS-PENDING-COUNT)
           MOVE WS-STAGE-EFFECTIVE-DATE
               TO PTR-EFFECTIVE-DATE (WS-PENDING-COUNT)
           MOVE 'P'             TO PTR-STATUS-SW (WS-PENDING-COUNT)
           PERFORM 608-HOLD-IF-NO-SEAT-RTN
           .

      *    A SALARY CHANGE NEEDS ONE OF THE FOUR REASON CODES, AND AN
      *    EFFECTIVE DATE THAT IS EITHER BLANK OR ALL DIGITS.
       617-CHECK-SALARY-REASON-RTN.
           MOVE 'Y' TO WS-SALARY-REASON-SW
           IF NOT VALID-SALARY-REASON
               MOVE 'N' TO WS-SALARY-REASON-SW
           END-IF
           IF WS-STAGE-EFFECTIVE-DATE NOT = SPACES
              AND WS-STAGE-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-SALARY-REASON-SW
           END-IF
           .

      *****************************************************************
      *    608-HOLD-IF-NO-SEAT-RTN - RUNS POSITION CONTROL ON THE      *
      *    ENTRY JUST STAGED AND HOLDS IT, WITH THE REASON, IF THE     *
      *    SEAT IT WOULD FILL IS NOT AUTHORIZED OR ALREADY FILLED.     *
      *****************************************************************
       608-HOLD-IF-NO-SEAT-RTN.
           SET PTR-IDX TO WS-PENDING-COUNT
           MOVE SPACES TO PTR-HOLD-REASON (PTR-IDX)
           PERFORM 670-CHECK-ENTRY-POSITION-RTN
           IF WS-POSITION-HOLD-REASON NOT = SPACES
               SET PTR-IS-HELD (PTR-IDX) TO TRUE
               MOVE WS-POSITION-HOLD-REASON
                   TO PTR-HOLD-REASON (PTR-IDX)
               DISPLAY 'POSITION CONTROL: ' WS-POSITION-HOLD-REASON
               DISPLAY 'TRANSACTION FOR EMPLOYEE NO. '
                       PTR-EMPLOYEE-NO (PTR-IDX)
                       ' IS HELD UNTIL A SEAT IS AVAILABLE'
           END-IF
           .

      *****************************************************************

       625-STAGE-DELETE-ENTRY-RTN.
           ADD 1 TO WS-PENDING-COUNT
           MOVE SPACES TO PTR-HOLD-REASON (WS-PENDING-COUNT)
           MOVE WS-INQUIRY-KEY
               TO PTR-EMPLOYEE-NO (WS-PENDING-COUNT)
           MOVE PRM-EMPLOYEE-NAME (WS-FOUND-IDX)
           MOVE SPACES          TO PTR-NEW-VALUE-HOLD (WS-PENDING-COUNT)
           MOVE WS-TERM-DATE    TO PTR-TERM-DATE (WS-PENDING-COUNT)
           MOVE WS-FINAL-PAY    TO PTR-FINAL-PAY (WS-PENDING-COUNT)
           MOVE SPACES          TO PTR-SALARY-REASON (WS-PENDING-COUNT)
                                   PTR-EFFECTIVE-DATE (WS-PENDING-COUNT)
           MOVE 'P'             TO PTR-STATUS-SW (WS-PENDING-COUNT)
           .

           WRITE TERMINATION-REC
           .

      *****************************************************************
      *    670-CHECK-ENTRY-POSITION-RTN - WORKS OUT WHICH SEAT THE     *
      *    QUEUED ENTRY AT PTR-IDX WOULD FILL AND CHECKS IT AGAINST    *
      *    POSITION-CONTROL-TABLE. ONLY AN ADD OR A LOCATION/JOB-CLASS *
      *    CHANGE FILLS A SEAT; FOR A CHANGE, THE HALF OF THE SEAT     *
      *    THAT IS NOT CHANGING IS TAKEN FROM THE TABLE AS IT STANDS.  *
      *    WS-POSITION-HOLD-REASON COMES BACK SPACES WHEN THE SEAT IS  *
      *    AVAILABLE (OR POSITION CONTROL IS NOT IN FORCE).            *
      *****************************************************************
       670-CHECK-ENTRY-POSITION-RTN.
           MOVE SPACES TO WS-POSITION-HOLD-REASON
           MOVE 'N' TO WS-POSITION-CHECK-SW
           MOVE PTR-EMPLOYEE-NO (PTR-IDX) TO WS-INQUIRY-KEY
           EVALUATE TRUE
               WHEN PTR-ACTION-CODE (PTR-IDX) = 'A'
                   MOVE PTR-TERRITORY (PTR-IDX) TO WS-PCK-TERRITORY
                   MOVE PTR-OFFICE-NO (PTR-IDX) TO WS-PCK-OFFICE-NO
                   MOVE PTR-JOB-CLASS (PTR-IDX) TO WS-PCK-JOB-CLASS
                   SET POSITION-CHECK-NEEDED TO TRUE
               WHEN PTR-ACTION-CODE (PTR-IDX) = 'C'
                AND (PTR-FIELD-NAME-HOLD (PTR-IDX) = 'LOCATION'
                  OR PTR-FIELD-NAME-HOLD (PTR-IDX) = 'JOB CLASS')
                   PERFORM 340-FIND-EMPLOYEE-RTN
                   IF WS-FOUND-IDX NOT = ZERO
                       MOVE PRM-TERRITORY (WS-FOUND-IDX)
                           TO WS-PCK-TERRITORY
                       MOVE PRM-OFFICE-NO (WS-FOUND-IDX)
                           TO WS-PCK-OFFICE-NO
                       MOVE PRM-JOB-CLASS (WS-FOUND-IDX)
                           TO WS-PCK-JOB-CLASS
                       IF PTR-FIELD-NAME-HOLD (PTR-IDX) = 'LOCATION'
                           MOVE PTR-TERRITORY (PTR-IDX)
                               TO WS-PCK-TERRITORY
                           MOVE PTR-OFFICE-NO (PTR-IDX)
                               TO WS-PCK-OFFICE-NO
                       ELSE
                           MOVE PTR-JOB-CLASS (PTR-IDX)
                               TO WS-PCK-JOB-CLASS
                       END-IF
                       SET POSITION-CHECK-NEEDED TO TRUE
                   END-IF
           END-EVALUATE

           IF POSITION-CHECK-NEEDED AND POSITION-CONTROL-ON
               PERFORM 675-CHECK-SEAT-RTN
           END-IF
           .

      *    THE EMPLOYEE BEING MOVED IS NOT COUNTED AGAINST THE SEAT
      *    THEY ARE MOVING INTO.
       675-CHECK-SEAT-RTN.
           SET PCT-IDX TO 1
           SEARCH PCT-ENTRY
               AT END
                   PERFORM 678-NO-SEAT-REASON-RTN
               WHEN PCT-IDX > WS-POSITION-COUNT
                   PERFORM 678-NO-SEAT-REASON-RTN
               WHEN PCT-POSITION-KEY (PCT-IDX) = WS-POSITION-CHECK-KEY
                   MOVE ZERO TO WS-SEATS-FILLED
                   PERFORM 676-COUNT-ONE-SEAT-RTN
                       VARYING PRM-IDX FROM 1 BY 1
                       UNTIL PRM-IDX > WS-TABLE-COUNT
                   IF WS-SEATS-FILLED
                      NOT < PCT-AUTHORIZED-SEATS (PCT-IDX)
                       MOVE PCT-AUTHORIZED-SEATS (PCT-IDX)
                           TO WS-SEATS-AUTH-OUT
                       MOVE WS-SEATS-FILLED TO WS-SEATS-FILLED-OUT
                       STRING 'SEATS FILLED ' WS-SEATS-FILLED-OUT
                              ' OF ' WS-SEATS-AUTH-OUT ' AT '
                              WS-PCK-TERRITORY '/' WS-PCK-OFFICE-NO
                              '/' WS-PCK-JOB-CLASS
                           DELIMITED BY SIZE
                           INTO WS-POSITION-HOLD-REASON
                       END-STRING
                   END-IF
           END-SEARCH
           .

       676-COUNT-ONE-SEAT-RTN.
           IF PRM-IS-ACTIVE (PRM-IDX)
              AND PRM-TERRITORY (PRM-IDX) = WS-PCK-TERRITORY
              AND PRM-OFFICE-NO (PRM-IDX) = WS-PCK-OFFICE-NO
              AND PRM-JOB-CLASS (PRM-IDX) = WS-PCK-JOB-CLASS
              AND PRM-EMPLOYEE-NO (PRM-IDX) NOT = WS-INQUIRY-KEY
               ADD 1 TO WS-SEATS-FILLED
           END-IF
           .

       678-NO-SEAT-REASON-RTN.
           STRING 'NO AUTHORIZED SEAT AT '
                  WS-PCK-TERRITORY '/' WS-PCK-OFFICE-NO
                  '/' WS-PCK-JOB-CLASS
               DELIMITED BY SIZE
               INTO WS-POSITION-HOLD-REASON
           END-STRING
           .

      *****************************************************************
      *    800-REWRITE-MASTER-RTN - WRITES EVERY ACTIVE OR TERMINATED  *
      *    TABLE ENTRY BACK OUT TO PRMAST.DAT, REPLACING THE FILE      *
      *    SHOP-WIDE LOGS.                                              *
      *****************************************************************
       400-CLOSE-FILES.
           CLOSE F-SALARY-HISTORY
           IF WS-SALHIST-STATUS NOT = '00'
               DISPLAY 'WARNING: Error closing SALARY-HISTORY file. '
                       'Status: ' WS-SALHIST-STATUS
           END-IF

           CLOSE F-NEW-HIRE
           IF WS-NEWHIRE-STATUS NOT = '00'
               DISPLAY 'WARNING: Error closing NEW-HIRE file. '
           MOVE WS-AUDIT-DATE-MM    TO TL-TRANS-MM-OUT
           MOVE WS-AUDIT-DATE-DD    TO TL-TRANS-DD-OUT
           MOVE WS-AUDIT-DATE-CCYY  TO TL-TRANS-CCYY-OUT
           ACCEPT WS-TRANS-TIME-HOLD FROM TIME
           MOVE WS-TRANS-TIME-HOLD (1:6) TO TL-TRANS-TIME-OUT
           MOVE WS-OPERATOR-ID      TO TL-OPERATOR-ID-OUT

           WRITE TRANS-LOG-REC
