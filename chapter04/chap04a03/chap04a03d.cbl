      *   FURTHER DISCONNECT-GRACE-DAYS BEYOND THE COLLECTIONS        *
      *   THRESHOLD, WRITES A FORMAL SHUT-OFF WARNING TO A WORKLIST   *
      *   FOR FIELD CREWS AND THE PRINT SHOP.                         *
      *   AN ACCOUNT THE STATE BARS US FROM SHUTTING OFF - ON THE     *
      *   PROTECTED-ACCOUNT REGISTRY, OR ANY ACCOUNT DURING A         *
      *   SEASONAL MORATORIUM - IS HELD INSTEAD AND LISTED ON THE     *
      *   HELD-DISCONNECT REPORT, WHICH ALSO WARNS OF MEDICAL         *
      *   CERTIFICATES RUNNING OUT WITHIN CERT-WARNING-DAYS.          *
      *                                                               *
      *===============================================================*
      *                                                               *
      *   ---------------------- ------------------------------------ *
      *   | collections-        | Raw (unedited) collections feed,   | *
      *   |   feed.dat          | written by CHAP04A03                | *
      *   | pay-arrangements.dat| Payment arrangements (CHAP04A3A)   | *
      *   | protected-          | Protected-account registry         | *
      *   |   accounts.dat      | (CHAP04A3K)                        | *
      *   | disconnect-         | Seasonal moratorium periods        | *
      *   |   moratorium.dat    |                                    | *
      *   ---------------------- ------------------------------------ *
      *                                                               *
      * OUTPUT FILES :                                                *
      *   ---------------------- ------------------------------------ *
      *   | disconnect-         | Shut-off warning worklist          | *
      *   |   notices.dat       |                                     | *
      *   | held-               | Held-disconnect report and         | *
      *   |   disconnects.dat   | certificate expiry warnings        | *
      *   ---------------------- ------------------------------------ *
      *                                                               *
      *===============================================================*
      *                    off the collections feed (it paid)         *
      *                    generates a RECONNECT order. CHAP04A3C     *
      *                    enters the crew's completions.             *
      *   2026-10-15  MAM  An account keeping to a payment            *
      *                    arrangement (pay-arrangements.dat) gets    *
      *                    no notice or disconnect order, and its     *
      *                    notice clock is dropped; once CHAP04A3P    *
      *                    breaks the arrangement it is treated as    *
      *                    any other past-due account                 *
      *   2026-10-15  MAM  Service-order layout carries the related   *
      *                    account, billing cycle and rate class used *
      *                    by the CHAP04A3S move-in/move-out orders   *
      *   2026-10-15  MAM  Protected accounts (protected-accounts.dat)*
      *                    and every account during a moratorium      *
      *                    (disconnect-moratorium.dat) get no notice  *
      *                    or disconnect order; they are listed on    *
      *                    held-disconnects.dat, with warnings for    *
      *                    certificates expiring within 30 days       *
      *   2026-10-15  MAM  Stops with RC 16 when notice history,      *
      *                    service status or arrangements outgrow     *
      *                    their 500-entry tables                     *
      *                                                               *
      *****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVC-STATUS-STATUS.

      *    PAYMENT ARRANGEMENTS - A STANDING ONE HOLDS OFF THE
      *    SHUT-OFF EVEN IF THE ACCOUNT IS STILL ON THE FEED.
           SELECT F-ARRANGEMENTS
               ASSIGN TO 'data/pay-arrangements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.

      *    PROTECTED-ACCOUNT REGISTRY AND SEASONAL MORATORIUM - THE
      *    STATE'S SHUT-OFF BARS. EITHER ONE HOLDS THE DISCONNECT.
           SELECT F-PROTECTED
               ASSIGN TO 'data/protected-accounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECT-STATUS.

           SELECT F-MORATORIUM
               ASSIGN TO 'data/disconnect-moratorium.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORATORIUM-STATUS.

           SELECT F-HELD-REPORT
               ASSIGN TO 'data/held-disconnects.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           COPY IOERRSEL.

       DATA DIVISION.
           05 SO-ORDER-DATE         PIC 9(8).
           05 SO-STATUS             PIC X.
           05 SO-COMPLETE-DATE      PIC 9(8).
           05 SO-RELATED-ACCOUNT    PIC X(5).
           05 SO-BILLING-CYCLE      PIC 9(2).
           05 SO-RATE-CLASS         PIC X.

       FD  F-NOTICE-HISTORY.
       01  NOTICE-HISTORY-REC.
           05 SS-CUSTOMER-NAME      PIC X(20).
           05 SS-ADDRESS            PIC X(20).

       FD  F-ARRANGEMENTS.
           COPY ARRANGEREC.

       FD  F-PROTECTED.
           COPY PROTECTREC.

       FD  F-MORATORIUM.
           COPY MORATREC.

       FD  F-HELD-REPORT.
       01  HELD-REPORT-LINE             PIC X(110).

       COPY IOERRFD.

       WORKING-STORAGE SECTION.
       01  NOTICE-HIST-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-NHT-EOF                PIC X VALUE 'N'.
       01  WS-NHT-FOUND-SW           PIC X VALUE 'N'.
       01  WS-FULL-FILE-LABEL        PIC X(20) VALUE SPACES.
           88  NOTICE-ON-FILE        VALUE 'Y'.

       01  SVC-STATUS-TABLE.
           88  STATUS-ON-FILE        VALUE 'Y'.
       01  WS-ORDERS-WRITTEN         PIC 9(5) VALUE ZERO.

       01  WS-ARRANGE-STATUS         PIC XX.
       01  ARRANGE-TABLE.
           05  ARR-ENTRY OCCURS 500 TIMES
                   INDEXED BY ARR-IDX.
               10  ARR-ACCOUNT-NO   PIC X(5) VALUE SPACES.
               10  ARR-STATUS       PIC X    VALUE SPACE.
       01  ARRANGE-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-ARRANGE-EOF            PIC X VALUE 'N'.
       01  WS-ARRANGE-SW             PIC X VALUE 'N'.
           88  ON-PAYMENT-ARRANGEMENT VALUE 'Y'.
       01  WS-ARRANGE-SKIPPED        PIC 9(5) VALUE ZERO.

      *    THE REGISTRY'S ACTIVE ENTRIES AND TONIGHT'S MORATORIUM, IF
      *    ANY. A MEDICAL CERTIFICATE PROTECTS THROUGH ITS EXPIRY
      *    DATE; THE CONTACT IS WARNED CERT-WARNING-DAYS AHEAD.
       01  WS-PROTECT-STATUS         PIC XX.
       01  WS-MORATORIUM-STATUS      PIC XX.
       01  WS-HELD-STATUS            PIC XX.
       01  CERT-WARNING-DAYS         PIC 9(3) VALUE 030.
       01  WS-CERT-WARNING-DATE      PIC 9(8) VALUE ZERO.
       01  PROTECT-TABLE.
           05  PRT-ENTRY OCCURS 500 TIMES
                   INDEXED BY PRT-IDX.
               10  PRT-ACCOUNT-NO   PIC X(5)  VALUE SPACES.
               10  PRT-TYPE         PIC X     VALUE SPACE.
               10  PRT-EXPIRY-DATE  PIC 9(8)  VALUE ZERO.
               10  PRT-CONTACT-NAME PIC X(20) VALUE SPACES.
               10  PRT-CONTACT-PHONE PIC X(10) VALUE SPACES.
       01  PROTECT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-PROTECT-EOF            PIC X VALUE 'N'.
       01  WS-MORATORIUM-EOF         PIC X VALUE 'N'.
       01  WS-MORATORIUM-SW          PIC X VALUE 'N'.
           88  MORATORIUM-IN-EFFECT  VALUE 'Y'.
       01  WS-MORATORIUM-REASON      PIC X(30) VALUE SPACES.
       01  WS-MORATORIUM-END-DATE    PIC 9(8) VALUE ZERO.
       01  WS-HOLD-SW                PIC X VALUE 'N'.
           88  DISCONNECT-HELD       VALUE 'Y'.
       01  WS-HELD-CNT               PIC 9(5) VALUE ZERO.
       01  WS-CERT-WARNING-CNT       PIC 9(5) VALUE ZERO.

       01  HELD-HEADING-1.
           05                        PIC X(31) VALUE
               'HELD DISCONNECTS - RUN DATE   '.
           05  HH-RUN-DATE-OUT       PIC 9(8).
       01  HELD-HEADING-2.
           05                        PIC X(50) VALUE
               'ACCT   CUSTOMER               BALANCE DAYS  HELD F'.
           05                        PIC X(60) VALUE
               'OR                        CONTACT'.
       01  HELD-DETAIL-LINE.
           05  HD-ACCOUNT-NO-OUT     PIC X(5).
           05                        PIC X(2) VALUE SPACES.
           05  HD-CUSTOMER-NAME-OUT  PIC X(20).
           05                        PIC X(2) VALUE SPACES.
           05  HD-BALANCE-OUT        PIC ZZZZ9.99.
           05                        PIC X(2) VALUE SPACES.
           05  HD-DAYS-PAST-DUE-OUT  PIC ZZ9.
           05                        PIC X(2) VALUE SPACES.
           05  HD-REASON-OUT         PIC X(30).
           05                        PIC X(2) VALUE SPACES.
           05  HD-CONTACT-NAME-OUT   PIC X(20).
           05                        PIC X(1) VALUE SPACES.
           05  HD-CONTACT-PHONE-OUT  PIC X(10).
       01  HELD-REASON-MEDICAL.
           05                        PIC X(18) VALUE
               'MEDICAL CERT THRU '.
           05  HR-EXPIRY-OUT         PIC 9(8).
       01  CERT-WARNING-HEADING.
           05                        PIC X(45) VALUE
               'MEDICAL CERTIFICATES EXPIRING WITHIN THE NEXT'.
           05  CH-DAYS-OUT           PIC ZZ9.
           05                        PIC X(5) VALUE ' DAYS'.
       01  CERT-WARNING-LINE.
           05  CW-ACCOUNT-NO-OUT     PIC X(5).
           05                        PIC X(2) VALUE SPACES.
           05                        PIC X(19) VALUE
               'CERTIFICATE EXPIRES'.
           05                        PIC X(1) VALUE SPACE.
           05  CW-EXPIRY-OUT         PIC 9(8).
           05                        PIC X(2) VALUE SPACES.
           05                        PIC X(8) VALUE 'CONTACT '.
           05  CW-CONTACT-NAME-OUT   PIC X(20).
           05                        PIC X(1) VALUE SPACE.
           05  CW-CONTACT-PHONE-OUT  PIC X(10).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE 'CHAP04A03D' TO WS-THIS-PROGRAM-ID
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-NOTICE-HISTORY-RTN
           PERFORM 220-LOAD-SERVICE-STATUS-RTN
           PERFORM 225-LOAD-ARRANGEMENTS-RTN
           PERFORM 227-LOAD-PROTECTED-RTN
           PERFORM 228-CHECK-MORATORIUM-RTN

           PERFORM UNTIL WS-EOF = 'Y'
               READ F-COLLECTIONS-FEED
               VARYING SVC-IDX FROM 1 BY 1
               UNTIL SVC-IDX > SVC-STATUS-COUNT

           PERFORM 360-CERT-EXPIRY-SWEEP-RTN
               VARYING PRT-IDX FROM 1 BY 1
               UNTIL PRT-IDX > PROTECT-COUNT

           DISPLAY 'CHAP04A03D: Feed records read - ' WS-FEED-READ-CNT
           DISPLAY 'CHAP04A03D: Notices written    - ' WS-NOTICE-CNT
           DISPLAY 'CHAP04A03D: Service orders cut - '
                   WS-ORDERS-WRITTEN
           DISPLAY 'CHAP04A03D: On arrangement     - '
                   WS-ARRANGE-SKIPPED
           DISPLAY 'CHAP04A03D: Disconnects held   - ' WS-HELD-CNT
           DISPLAY 'CHAP04A03D: Certs expiring     - '
                   WS-CERT-WARNING-CNT

           PERFORM 500-REWRITE-NOTICE-HISTORY-RTN
           PERFORM 400-CLOSE-FILES
                       AT END
                           MOVE 'Y' TO WS-NHT-EOF
                       NOT AT END
                           IF NOTICE-HIST-COUNT NOT < 500
                               MOVE 'NOTICE-HISTORY'
                                   TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO NOTICE-HIST-COUNT
                           SET NHT-IDX TO NOTICE-HIST-COUNT
                           MOVE NHIST-ACCOUNT-NO
                       AT END
                           MOVE 'Y' TO WS-SVC-EOF
                       NOT AT END
                           IF SVC-STATUS-COUNT NOT < 500
                               MOVE 'SERVICE-STATUS'
                                   TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO SVC-STATUS-COUNT
                           SET SVC-IDX TO SVC-STATUS-COUNT
                           MOVE SS-ACCOUNT-NO
           END-IF
           .

       225-LOAD-ARRANGEMENTS-RTN.
           OPEN INPUT F-ARRANGEMENTS
           IF WS-ARRANGE-STATUS = '00'
               PERFORM UNTIL WS-ARRANGE-EOF = 'Y'
                   READ F-ARRANGEMENTS
                       AT END
                           MOVE 'Y' TO WS-ARRANGE-EOF
                       NOT AT END
                           IF ARRANGE-COUNT NOT < 500
                               MOVE 'PAY-ARRANGEMENTS'
                                   TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO ARRANGE-COUNT
                           SET ARR-IDX TO ARRANGE-COUNT
                           MOVE PA-ACCOUNT-NO
                               TO ARR-ACCOUNT-NO (ARR-IDX)
                           MOVE PA-STATUS TO ARR-STATUS (ARR-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-ARRANGEMENTS
           END-IF
           .

      *    ONLY ACTIVE ENTRIES ARE KEPT - A REMOVED ACCOUNT IS NOT
      *    PROTECTED. ELDERLY ENTRIES CARRY NO EXPIRY.
       227-LOAD-PROTECTED-RTN.
           COMPUTE WS-CERT-WARNING-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    + CERT-WARNING-DAYS)
           OPEN INPUT F-PROTECTED
           IF WS-PROTECT-STATUS = '00'
               PERFORM UNTIL WS-PROTECT-EOF = 'Y'
                   READ F-PROTECTED
                       AT END
                           MOVE 'Y' TO WS-PROTECT-EOF
                       NOT AT END
                           IF PR-ACTIVE AND PROTECT-COUNT < 500
                               ADD 1 TO PROTECT-COUNT
                               SET PRT-IDX TO PROTECT-COUNT
                               MOVE PR-ACCOUNT-NO
                                   TO PRT-ACCOUNT-NO (PRT-IDX)
                               MOVE PR-PROTECT-TYPE
                                   TO PRT-TYPE (PRT-IDX)
                               MOVE PR-CERT-EXPIRY-DATE
                                   TO PRT-EXPIRY-DATE (PRT-IDX)
                               MOVE PR-CONTACT-NAME
                                   TO PRT-CONTACT-NAME (PRT-IDX)
                               MOVE PR-CONTACT-PHONE
                                   TO PRT-CONTACT-PHONE (PRT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PROTECTED
           END-IF
           .

      *    A MORATORIUM COVERING TONIGHT HOLDS EVERY DISCONNECT; THE
      *    FIRST ONE FOUND NAMES THE REASON ON THE REPORT.
       228-CHECK-MORATORIUM-RTN.
           OPEN INPUT F-MORATORIUM
           IF WS-MORATORIUM-STATUS = '00'
               PERFORM UNTIL WS-MORATORIUM-EOF = 'Y'
                   READ F-MORATORIUM
                       AT END
                           MOVE 'Y' TO WS-MORATORIUM-EOF
                       NOT AT END
                           IF WS-RUN-DATE >= MOR-START-DATE
                              AND WS-RUN-DATE <= MOR-END-DATE
                              AND NOT MORATORIUM-IN-EFFECT
                               MOVE 'Y' TO WS-MORATORIUM-SW
                               MOVE MOR-REASON
                                   TO WS-MORATORIUM-REASON
                               MOVE MOR-END-DATE
                                   TO WS-MORATORIUM-END-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-MORATORIUM
           END-IF
           IF MORATORIUM-IN-EFFECT
               DISPLAY 'CHAP04A03D: ' WS-MORATORIUM-REASON
                       ' MORATORIUM THROUGH ' WS-MORATORIUM-END-DATE
                       ' - ALL DISCONNECTS HELD'
           END-IF
           .

       200-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS = '35'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT F-HELD-REPORT
           IF WS-HELD-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open HELD-DISCONNECTS file. '
                       'Status: ' WS-HELD-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='HELD-DISC'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-HELD-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HH-RUN-DATE-OUT
           WRITE HELD-REPORT-LINE FROM HELD-HEADING-1
           WRITE HELD-REPORT-LINE FROM HELD-HEADING-2
           .

       400-CLOSE-FILES.
           CLOSE F-COLLECTIONS-FEED
                 F-DISCONNECT-NOTICES
                 F-SERVICE-ORDERS
                 F-HELD-REPORT
                 ERROR-LOG-FILE

           IF WS-COLL-FEED-STATUS NOT = '00'
      *****************************************************************
       300-CHECK-DISCONNECT-RTN.
           PERFORM 305-MARK-ACCOUNT-SEEN-RTN
           PERFORM 307-CHECK-ARRANGEMENT-RTN
           IF ON-PAYMENT-ARRANGEMENT
               ADD 1 TO WS-ARRANGE-SKIPPED
           ELSE
               IF CF-DAYS-PAST-DUE-OUT > WS-DISCONNECT-CUTOFF-DAYS
                   PERFORM 308-CHECK-PROTECTION-RTN
                   IF DISCONNECT-HELD
                       ADD 1 TO WS-HELD-CNT
                   ELSE
                       PERFORM 320-CHECK-CURE-DATE-RTN
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      *    308-CHECK-PROTECTION-RTN - A REGISTRY ENTRY (A MEDICAL      *
      *    CERTIFICATE STILL IN FORCE, OR AN ELDERLY CUSTOMER) OR A    *
      *    MORATORIUM TONIGHT HOLDS THE DISCONNECT: NO NOTICE, NO      *
      *    ORDER, A LINE ON THE HELD REPORT. LIKE AN ARRANGEMENT, THE  *
      *    HELD ACCOUNT'S NOTICE IS NOT MARKED STILL DUE, SO ONCE THE  *
      *    PROTECTION ENDS IT STARTS A FRESH NOTICE-AND-CURE CLOCK.    *
      *****************************************************************
       308-CHECK-PROTECTION-RTN.
           MOVE 'N' TO WS-HOLD-SW
           MOVE SPACES TO HELD-DETAIL-LINE
           SET PRT-IDX TO 1
           SEARCH PRT-ENTRY
               AT END
                   CONTINUE
               WHEN PRT-IDX > PROTECT-COUNT
                   CONTINUE
               WHEN PRT-ACCOUNT-NO (PRT-IDX) = CF-ACCOUNT-NO-OUT
                   IF PRT-TYPE (PRT-IDX) = 'E'
                       MOVE 'Y' TO WS-HOLD-SW
                       MOVE 'ELDERLY CUSTOMER' TO HD-REASON-OUT
                   END-IF
                   IF PRT-TYPE (PRT-IDX) = 'M'
                      AND PRT-EXPIRY-DATE (PRT-IDX) >= WS-RUN-DATE
                       MOVE 'Y' TO WS-HOLD-SW
                       MOVE PRT-EXPIRY-DATE (PRT-IDX) TO HR-EXPIRY-OUT
                       MOVE HELD-REASON-MEDICAL TO HD-REASON-OUT
                   END-IF
                   MOVE PRT-CONTACT-NAME (PRT-IDX)
                       TO HD-CONTACT-NAME-OUT
                   MOVE PRT-CONTACT-PHONE (PRT-IDX)
                       TO HD-CONTACT-PHONE-OUT
           END-SEARCH
           IF NOT DISCONNECT-HELD AND MORATORIUM-IN-EFFECT
               MOVE 'Y' TO WS-HOLD-SW
               MOVE WS-MORATORIUM-REASON TO HD-REASON-OUT
           END-IF
           IF DISCONNECT-HELD
               MOVE CF-ACCOUNT-NO-OUT TO HD-ACCOUNT-NO-OUT
               MOVE CF-CUSTOMER-NAME-OUT TO HD-CUSTOMER-NAME-OUT
               MOVE CF-PRIOR-BALANCE-OUT TO HD-BALANCE-OUT
               MOVE CF-DAYS-PAST-DUE-OUT TO HD-DAYS-PAST-DUE-OUT
               WRITE HELD-REPORT-LINE FROM HELD-DETAIL-LINE
           END-IF
           .

      *    A STANDING ARRANGEMENT SKIPS THE NOTICE AND THE ORDER, AND
      *    BECAUSE ITS NOTICE ENTRY IS NOT MARKED STILL DUE THE OLD
      *    CURE DATE DROPS - A BROKEN ARRANGEMENT STARTS A FRESH
      *    NOTICE-AND-CURE CLOCK RATHER THAN CUTTING SERVICE AT ONCE.
       307-CHECK-ARRANGEMENT-RTN.
           MOVE 'N' TO WS-ARRANGE-SW
           SET ARR-IDX TO 1
           SEARCH ARR-ENTRY
               AT END
                   CONTINUE
               WHEN ARR-ACCOUNT-NO (ARR-IDX) = CF-ACCOUNT-NO-OUT
                    AND ARR-STATUS (ARR-IDX) = 'A'
                   MOVE 'Y' TO WS-ARRANGE-SW
           END-SEARCH
           .

      *    EVERY FEED ACCOUNT IS MARKED SEEN ON THE STATUS TABLE SO
      *    THE RECONNECT SWEEP CAN TELL A DISCONNECTED ACCOUNT THAT
      *    PAID (GONE FROM THE FEED) FROM ONE STILL DELINQUENT.
           END-SEARCH

           IF NOT NOTICE-ON-FILE
      *        NO ROOM TO REMEMBER THE NOTICE MEANS NO CURE CLOCK -
      *        STOP RATHER THAN SEND A LETTER THAT CAN NEVER RIPEN.
               IF NOTICE-HIST-COUNT NOT < 500
                   MOVE 'NOTICE-HISTORY' TO WS-FULL-FILE-LABEL
                   PERFORM 990-TABLE-FULL-RTN
               END-IF
               PERFORM 310-WRITE-NOTICE-RTN
               ADD 1 TO NOTICE-HIST-COUNT
               SET NHT-IDX TO NOTICE-HIST-COUNT
               MOVE CF-ADDRESS-OUT TO SO-ADDRESS
               MOVE WS-RUN-DATE TO SO-ORDER-DATE
               MOVE 'O' TO SO-STATUS
               MOVE ZERO TO SO-COMPLETE-DATE SO-BILLING-CYCLE
               WRITE SERVICE-ORDER-REC
               ADD 1 TO WS-ORDERS-WRITTEN
           END-IF
               MOVE SVC-ADDR-HOLD (SVC-IDX) TO SO-ADDRESS
               MOVE WS-RUN-DATE TO SO-ORDER-DATE
               MOVE 'O' TO SO-STATUS
               MOVE ZERO TO SO-COMPLETE-DATE SO-BILLING-CYCLE
               WRITE SERVICE-ORDER-REC
               ADD 1 TO WS-ORDERS-WRITTEN
           END-IF
           .

      *    A MEDICAL CERTIFICATE RUNNING OUT WITHIN THE WARNING
      *    WINDOW IS LISTED WHETHER OR NOT THE ACCOUNT IS PAST DUE -
      *    THE CONTACT NEEDS TO RENEW IT BEFORE IT IS.
       360-CERT-EXPIRY-SWEEP-RTN.
           IF PRT-TYPE (PRT-IDX) = 'M'
              AND PRT-EXPIRY-DATE (PRT-IDX) >= WS-RUN-DATE
              AND PRT-EXPIRY-DATE (PRT-IDX) <= WS-CERT-WARNING-DATE
               IF WS-CERT-WARNING-CNT = ZERO
                   MOVE SPACES TO HELD-REPORT-LINE
                   WRITE HELD-REPORT-LINE
                   MOVE CERT-WARNING-DAYS TO CH-DAYS-OUT
                   WRITE HELD-REPORT-LINE FROM CERT-WARNING-HEADING
               END-IF
               MOVE PRT-ACCOUNT-NO (PRT-IDX) TO CW-ACCOUNT-NO-OUT
               MOVE PRT-EXPIRY-DATE (PRT-IDX) TO CW-EXPIRY-OUT
               MOVE PRT-CONTACT-NAME (PRT-IDX) TO CW-CONTACT-NAME-OUT
               MOVE PRT-CONTACT-PHONE (PRT-IDX)
                   TO CW-CONTACT-PHONE-OUT
               WRITE HELD-REPORT-LINE FROM CERT-WARNING-LINE
               ADD 1 TO WS-CERT-WARNING-CNT
           END-IF
           .

      *    ENTRIES FOR ACCOUNTS STILL PAST DUE CARRY FORWARD; AN
      *    ACCOUNT THAT CURED DROPS ITS NOTICE SO A FUTURE LAPSE
      *    STARTS A FRESH NOTICE-AND-CURE CLOCK.
           ADD 1 TO WS-NOTICE-CNT
           .

      *    A TABLE THAT CANNOT HOLD ITS FILE WOULD LEAVE ACCOUNTS
      *    UNMATCHED - STOP BEFORE NOTICE HISTORY IS REWRITTEN.
       990-TABLE-FULL-RTN.
           DISPLAY 'ERROR: ' WS-FULL-FILE-LABEL
                   ' file too big for its table - nothing updated'
           PERFORM 400-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       COPY IOERRPARA.
