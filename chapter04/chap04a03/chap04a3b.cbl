      *   account number and amount due, so incoming payments can be   *
      *   keyed by wanding the stub instead of typing. Driven off      *
      *   combined-bill.dat so the combined-bill accounts come out     *
      *   right by construction. An account enrolled in paperless      *
      *   billing (ebill-enroll.dat, kept by CHAP04A3E) is not         *
      *   printed; its bill goes on the notification file the portal   *
      *   emails from, and the month's printed and paperless counts    *
      *   are kept with the postage saved. An account whose bill is    *
      *   scheduled to be drafted (autopay-drafts.dat, kept by         *
      *   CHAP04A3H) is told not to pay and the date of the draft,     *
      *   and its stub carries no scan line. A town franchise fee or   *
      *   utility tax billed by CHAP04A03 prints as its own line.      *
      *                                                                *
      *================================================================*
      *                                                                *
      *   | elec-bill.dat          | Cycle KWH per account         |  *
      *   | gas-bill.dat           | Cycle therms per account      |  *
      *   | account-history.dat    | Trailing usage (ACCTHISTREC)  |  *
      *   | ebill-enroll.dat       | Paperless enrollments         |  *
      *   |                        | (EBILLREC)                    |  *
      *   | bill-delivery.dat      | Month-to-date delivery counts |  *
      *   | autopay-drafts.dat     | Autopay drafts scheduled      |  *
      *   |                        | (APDRAFTREC)                  |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | bill-print.dat         | Mailable page per account     |  *
      *   | ebill-notify.dat       | One notice per paperless      |  *
      *   |                        | account, for the portal       |  *
      *   | bill-delivery.dat      | Rewritten with this run added |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | run-stats.log          | Shared shop-wide run stats    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Run after CHAP04A03 in the nightly chain, or by hand when    *
      *   the print shop wants a rerun. A rerun on the same run date   *
      *   replaces that date's bills in the month's delivery counts    *
      *   rather than adding them again.                               *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-09-01  MAM  Initial version                             *
      *   2026-10-15  MAM  Paperless accounts go to ebill-notify.dat   *
      *                    instead of bill-print.dat; printed and      *
      *                    paperless counts and postage saved kept by  *
      *                    month on bill-delivery.dat                  *
      *   2026-10-15  MAM  Bills scheduled for an autopay draft say    *
      *                    DO NOT PAY with the draft date, on paper    *
      *                    and on the e-bill notice (EN-DRAFT-DATE)    *
      *   2026-10-15  MAM  A town franchise fee or utility tax on the  *
      *                    combined bill prints on a line of its own   *
      *                    under the charges, and rides on the e-bill  *
      *                    notice (EN-FRANCHISE-FEE, EN-UTILITY-TAX)   *
      *   2026-10-15  MAM  bill-delivery.dat keeps the last run date   *
      *                    counted and what it added, so a rerun on    *
      *                    the same date replaces its counts rather    *
      *                    than adding them twice.                     *
      *   2026-10-15  MAM  The town fees are taken off the combined    *
      *                    bill for every account before the           *
      *                    paper/paperless split, so an e-bill notice  *
      *                    no longer carries the previous printed      *
      *                    account's fees.                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT F-EBILL-ENROLL ASSIGN TO 'data/ebill-enroll.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT F-EBILL-NOTIFY ASSIGN TO 'data/ebill-notify.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT F-BILL-DELIVERY ASSIGN TO 'data/bill-delivery.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.

           SELECT F-AUTOPAY-DRAFTS ASSIGN TO 'data/autopay-drafts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFTS-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

           05 CGAS-BILL-IN        PIC X(8).
           05                     PIC X(2).
           05 CTOTAL-DUE-IN       PIC X(8).
           05                     PIC X(2).
           05 CFRANCHISE-FEE-IN   PIC X(8).
           05                     PIC X(2).
           05 CUTILITY-TAX-IN     PIC X(8).

      *    LAYOUT MATCHED TO ELEC-REC / GAS-REC IN CHAP04A03 - ONLY
      *    THE ACCOUNT AND USAGE COLUMNS MATTER HERE.
           05 EACCOUNT-NO-IN      PIC X(5).
           05                     PIC X(40).
           05 EKILO-HRS-USED-IN   PIC X(5).
           05                     PIC X(33).

       FD  F-GAS-BILL.
       01  GAS-BILL-IN-REC.
           05 GACCOUNT-NO-IN      PIC X(5).
           05                     PIC X(40).
           05 GGAS-USED-IN        PIC X(5).
           05                     PIC X(33).

       FD  F-ACCOUNT-HISTORY.
           COPY ACCTHISTREC.
       FD  F-BILL-PRINT.
       01  BILL-PRINT-LINE        PIC X(80).

       FD  F-EBILL-ENROLL.
           COPY EBILLREC.

      *    WHAT THE PORTAL NEEDS TO EMAIL THE BILL NOTICE.
       FD  F-EBILL-NOTIFY.
       01  EBILL-NOTIFY-REC.
           05 EN-ACCOUNT-NO       PIC X(5).
           05 EN-EMAIL            PIC X(50).
           05 EN-CUSTOMER-NAME    PIC X(20).
           05 EN-BILL-DATE        PIC 9(8).
           05 EN-ELEC-AMT         PIC 9(5)V99.
           05 EN-GAS-AMT          PIC 9(5)V99.
           05 EN-TOTAL-DUE        PIC 9(5)V99.
           05 EN-DUE-DATE         PIC 9(8).
      *    ZERO UNLESS THE BILL IS TO BE DRAFTED - THEN THE DRAFT DATE.
           05 EN-DRAFT-DATE       PIC 9(8).
      *    TOWN FEES, ALREADY INCLUDED IN EN-TOTAL-DUE.
           05 EN-FRANCHISE-FEE    PIC 9(5)V99.
           05 EN-UTILITY-TAX      PIC 9(5)V99.

      *    ONE RECORD PER BILLING MONTH - BILLS PRINTED, BILLS SENT
      *    PAPERLESS, AND THE POSTAGE THE PAPERLESS ONES SAVED. THE
      *    LAST RUN DATE COUNTED, AND WHAT THAT RUN ADDED, LET A RERUN
      *    OF THE SAME DATE TAKE ITS FIRST PASS BACK OUT.
       FD  F-BILL-DELIVERY.
       01  BILL-DELIVERY-REC.
           05 BD-MONTH            PIC 9(6).
           05 BD-PRINTED          PIC 9(7).
           05 BD-PAPERLESS        PIC 9(7).
           05 BD-POSTAGE-SAVED    PIC 9(7)V99.
           05 BD-LAST-RUN-DATE    PIC 9(8).
           05 BD-LAST-PRINTED     PIC 9(7).
           05 BD-LAST-PAPERLESS   PIC 9(7).

       FD  F-AUTOPAY-DRAFTS.
           COPY APDRAFTREC.

       COPY IOERRFD.
       COPY RUNSTATSFD.

       01  WS-GAS-STATUS          PIC XX.
       01  WS-HISTORY-STATUS      PIC XX.
       01  WS-PRINT-STATUS        PIC XX.
       01  WS-ENROLL-STATUS       PIC XX.
       01  WS-NOTIFY-STATUS       PIC XX.
       01  WS-DELIVERY-STATUS     PIC XX.
       01  WS-DRAFTS-STATUS       PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.

       01  WS-EOF                 PIC X VALUE 'N'.
       01  WS-BILLS-READ          PIC 9(5) VALUE ZERO.
       01  WS-PAGES-WRITTEN       PIC 9(5) VALUE ZERO.
       01  WS-EBILLS-WRITTEN      PIC 9(5) VALUE ZERO.
       01  WS-BILLS-DELIVERED     PIC 9(5) VALUE ZERO.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-DUE-DATE            PIC 9(8) VALUE ZERO.
      *    THE SHOP'S STANDARD TERMS - DUE 21 DAYS FROM THE BILL RUN.
       01  WS-ELEC-AMT-OUT        PIC $$,$$9.99.
       01  WS-GAS-AMT-OUT         PIC $$,$$9.99.
       01  WS-TOTAL-DUE-OUT       PIC $$,$$9.99.
       01  WS-FRANCHISE-FEE       PIC 9(5)V99 VALUE ZERO.
       01  WS-UTILITY-TAX         PIC 9(5)V99 VALUE ZERO.
       01  WS-FEE-AMT-OUT         PIC $$,$$9.99.
       01  WS-KWH-THIS            PIC 9(5) VALUE ZERO.
       01  WS-THERMS-THIS         PIC 9(5) VALUE ZERO.
       01  WS-KWH-PRIOR           PIC 9(5) VALUE ZERO.
               10  PRI-THERMS     PIC 9(5) VALUE ZERO.
       01  PRI-COUNT              PIC 9(3) VALUE ZERO.

      *    ACCOUNTS ENROLLED IN PAPERLESS BILLING AND THEIR EMAIL.
       01  EBILL-TABLE.
           05  EBL-ENTRY OCCURS 500 TIMES
                   INDEXED BY EBL-IDX.
               10  EBL-ACCOUNT-NO PIC X(5)  VALUE SPACES.
               10  EBL-EMAIL      PIC X(50) VALUE SPACES.
       01  EBL-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PAPERLESS-SW        PIC X VALUE 'N'.
           88 ACCOUNT-IS-PAPERLESS VALUE 'Y'.

      *    AUTOPAY DRAFTS SCHEDULED AND NOT YET SENT, AND THEIR DATE.
       01  AUTOPAY-TABLE.
           05  ADR-ENTRY OCCURS 500 TIMES
                   INDEXED BY ADR-IDX.
               10  ADR-ACCOUNT-NO PIC X(5) VALUE SPACES.
               10  ADR-DRAFT-DATE PIC 9(8) VALUE ZERO.
       01  ADR-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-DRAFTED-SW          PIC X VALUE 'N'.
           88 ACCOUNT-IS-DRAFTED  VALUE 'Y'.

      *    MONTH-BY-MONTH DELIVERY COUNTS, HELD WHOLE AND REWRITTEN
      *    WITH THIS RUN ADDED TO THE CURRENT MONTH.
       01  DELIVERY-TABLE.
           05  DLV-ENTRY OCCURS 120 TIMES
                   INDEXED BY DLV-IDX.
               10  DLV-MONTH          PIC 9(6) VALUE ZERO.
               10  DLV-PRINTED        PIC 9(7) VALUE ZERO.
               10  DLV-PAPERLESS      PIC 9(7) VALUE ZERO.
               10  DLV-POSTAGE-SAVED  PIC 9(7)V99 VALUE ZERO.
               10  DLV-LAST-RUN-DATE  PIC 9(8) VALUE ZERO.
               10  DLV-LAST-PRINTED   PIC 9(7) VALUE ZERO.
               10  DLV-LAST-PAPERLESS PIC 9(7) VALUE ZERO.
       01  DLV-COUNT              PIC 9(3) VALUE ZERO.
      *    FIRST-CLASS POSTAGE AND PRINTING PER MAILED BILL.
       01  POSTAGE-PER-BILL       PIC 9V99 VALUE 0.73.
       01  WS-POSTAGE-OUT         PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-USAGE-TABLES-RTN
           PERFORM 220-LOAD-PRIOR-USAGE-RTN
           PERFORM 230-LOAD-EBILL-ENROLL-RTN
           PERFORM 240-LOAD-AUTOPAY-DRAFTS-RTN

           PERFORM UNTIL WS-EOF = 'Y'
               READ F-COMBINED-BILL
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BILLS-READ
                       PERFORM 330-FIND-PAPERLESS-RTN
                       PERFORM 340-FIND-DRAFT-RTN
                       PERFORM 305-TAKE-TOWN-FEES-RTN
                       IF ACCOUNT-IS-PAPERLESS
                           PERFORM 350-WRITE-EBILL-NOTICE-RTN
                       ELSE
                           PERFORM 300-PRINT-ONE-BILL-RTN
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 600-UPDATE-DELIVERY-COUNTS-RTN
           DISPLAY 'CHAP04A3B: BILLS PRINTED: ' WS-PAGES-WRITTEN
                   '  SENT PAPERLESS: ' WS-EBILLS-WRITTEN
           ADD WS-PAGES-WRITTEN WS-EBILLS-WRITTEN
               GIVING WS-BILLS-DELIVERED
           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-BILLS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-BILLS-DELIVERED==
               ==:RECORDS-REJECTED:== BY ==ZERO==
               ==:FINAL-STATUS:==     BY =='OK'==.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT F-EBILL-NOTIFY
           IF WS-NOTIFY-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open EBILL-NOTIFY file. Status: '
                       WS-NOTIFY-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='EBILL-NOTIFY'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-NOTIFY-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       210-LOAD-USAGE-TABLES-RTN.
           MOVE 'N' TO WS-EOF
           .

      *    ONLY ACCOUNTS NOW PAPERLESS ARE KEPT - ONE BACK ON PAPER
      *    PRINTS LIKE ANY OTHER.
       230-LOAD-EBILL-ENROLL-RTN.
           OPEN INPUT F-EBILL-ENROLL
           IF WS-ENROLL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-EBILL-ENROLL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EB-PAPERLESS AND EBL-COUNT < 500
                               ADD 1 TO EBL-COUNT
                               SET EBL-IDX TO EBL-COUNT
                               MOVE EB-ACCOUNT-NO
                                   TO EBL-ACCOUNT-NO (EBL-IDX)
                               MOVE EB-EMAIL TO EBL-EMAIL (EBL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-EBILL-ENROLL
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *    A DRAFT ALREADY SENT, SETTLED OR CANCELLED IS NOT THIS
      *    BILL'S CONCERN - ONLY ONE STILL WAITING FOR ITS DATE.
       240-LOAD-AUTOPAY-DRAFTS-RTN.
           OPEN INPUT F-AUTOPAY-DRAFTS
           IF WS-DRAFTS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-AUTOPAY-DRAFTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DR-IS-SCHEDULED AND ADR-COUNT < 500
                               ADD 1 TO ADR-COUNT
                               SET ADR-IDX TO ADR-COUNT
                               MOVE DR-ACCOUNT-NO
                                   TO ADR-ACCOUNT-NO (ADR-IDX)
                               MOVE DR-DRAFT-DATE
                                   TO ADR-DRAFT-DATE (ADR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-AUTOPAY-DRAFTS
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *****************************************************************
      *    300-PRINT-ONE-BILL-RTN - ONE MAILABLE PAGE: HEADING,        *
      *    SERVICE ADDRESS, USAGE WITH THE PRIOR PERIOD BESIDE IT,     *
               DELIMITED BY SIZE INTO BILL-PRINT-LINE
           END-STRING
           WRITE BILL-PRINT-LINE
      *    TOWN FEES LINE UP UNDER THE SERVICE CHARGES.
           IF WS-FRANCHISE-FEE > ZERO
               MOVE WS-FRANCHISE-FEE TO WS-FEE-AMT-OUT
               MOVE SPACES TO BILL-PRINT-LINE
               STRING 'MUNICIPAL FRANCHISE FEE                     '
                      '  CHARGE ' WS-FEE-AMT-OUT
                   DELIMITED BY SIZE INTO BILL-PRINT-LINE
               END-STRING
               WRITE BILL-PRINT-LINE
           END-IF
           IF WS-UTILITY-TAX > ZERO
               MOVE WS-UTILITY-TAX TO WS-FEE-AMT-OUT
               MOVE SPACES TO BILL-PRINT-LINE
               STRING 'MUNICIPAL UTILITY TAX                       '
                      '  CHARGE ' WS-FEE-AMT-OUT
                   DELIMITED BY SIZE INTO BILL-PRINT-LINE
               END-STRING
               WRITE BILL-PRINT-LINE
           END-IF
           MOVE SPACES TO BILL-PRINT-LINE
           IF ACCOUNT-IS-DRAFTED
               STRING 'TOTAL DUE ' WS-TOTAL-DUE-OUT
                      '  AUTOPAY - DO NOT PAY, WILL BE DRAFTED ON '
                      ADR-DRAFT-DATE (ADR-IDX)
                   DELIMITED BY SIZE INTO BILL-PRINT-LINE
               END-STRING
           ELSE
               STRING 'TOTAL DUE ' WS-TOTAL-DUE-OUT
                      '  BY ' WS-DUE-DATE
                   DELIMITED BY SIZE INTO BILL-PRINT-LINE
               END-STRING
           END-IF
           WRITE BILL-PRINT-LINE

           MOVE ALL '-' TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE
           MOVE SPACES TO BILL-PRINT-LINE
      *    A DRAFTED BILL'S STUB HAS NO SCAN LINE, SO IT CANNOT BE
      *    WANDED IN AS A SECOND PAYMENT.
           IF ACCOUNT-IS-DRAFTED
               STRING 'AUTOPAY ACCOUNT - NO PAYMENT NEEDED - ACCOUNT '
                      CACCOUNT-NO-IN
                   DELIMITED BY SIZE INTO BILL-PRINT-LINE
               END-STRING
               WRITE BILL-PRINT-LINE
           ELSE
               STRING 'DETACH AND RETURN WITH PAYMENT - ACCOUNT '
                      CACCOUNT-NO-IN
                   DELIMITED BY SIZE INTO BILL-PRINT-LINE
               END-STRING
               WRITE BILL-PRINT-LINE
      *        THE SCAN LINE: ACCOUNT AND AMOUNT DUE (IN CENTS) IN
      *        PLAIN DIGITS BETWEEN SENTINELS, FOR THE REMITTANCE WAND.
               COMPUTE WS-SCAN-AMOUNT = WS-TOTAL-DUE * 100
               MOVE SPACES TO BILL-PRINT-LINE
               STRING '>>' CACCOUNT-NO-IN WS-SCAN-AMOUNT '<<'
                   DELIMITED BY SIZE INTO BILL-PRINT-LINE
               END-STRING
               WRITE BILL-PRINT-LINE
           END-IF
           MOVE SPACES TO BILL-PRINT-LINE
           WRITE BILL-PRINT-LINE

           ADD 1 TO WS-PAGES-WRITTEN
           .

      *    THE TOWN FEES CHAP04A03 BILLED THIS ACCOUNT - TAKEN FOR EVERY
      *    BILL, SO THE PRINTED PAGE AND THE PAPERLESS NOTICE BOTH
      *    CARRY THE CURRENT ACCOUNT'S FIGURES.
       305-TAKE-TOWN-FEES-RTN.
           COMPUTE WS-FRANCHISE-FEE =
               FUNCTION NUMVAL (CFRANCHISE-FEE-IN)
           COMPUTE WS-UTILITY-TAX = FUNCTION NUMVAL (CUTILITY-TAX-IN)
           .

       310-FIND-USAGE-RTN.
           MOVE ZERO TO WS-KWH-THIS WS-THERMS-THIS
           SET USG-IDX TO 1
           END-SEARCH
           .

       330-FIND-PAPERLESS-RTN.
           MOVE 'N' TO WS-PAPERLESS-SW
           SET EBL-IDX TO 1
           SEARCH EBL-ENTRY
               AT END
                   CONTINUE
               WHEN EBL-ACCOUNT-NO (EBL-IDX) = CACCOUNT-NO-IN
                   MOVE 'Y' TO WS-PAPERLESS-SW
           END-SEARCH
           .

       340-FIND-DRAFT-RTN.
           MOVE 'N' TO WS-DRAFTED-SW
           SET ADR-IDX TO 1
           SEARCH ADR-ENTRY
               AT END
                   CONTINUE
               WHEN ADR-ACCOUNT-NO (ADR-IDX) = CACCOUNT-NO-IN
                   MOVE 'Y' TO WS-DRAFTED-SW
           END-SEARCH
           .

      *    THE PORTAL'S COPY OF THE BILL - THE SAME CHARGES AND DUE
      *    DATE THE PAGE WOULD HAVE CARRIED.
       350-WRITE-EBILL-NOTICE-RTN.
           MOVE SPACES TO EBILL-NOTIFY-REC
           MOVE CACCOUNT-NO-IN TO EN-ACCOUNT-NO
           MOVE EBL-EMAIL (EBL-IDX) TO EN-EMAIL
           MOVE CCUSTOMER-NAME-IN TO EN-CUSTOMER-NAME
           MOVE WS-RUN-DATE TO EN-BILL-DATE
           COMPUTE EN-ELEC-AMT = FUNCTION NUMVAL (CELEC-BILL-IN)
           COMPUTE EN-GAS-AMT = FUNCTION NUMVAL (CGAS-BILL-IN)
           COMPUTE EN-TOTAL-DUE = FUNCTION NUMVAL (CTOTAL-DUE-IN)
           MOVE WS-FRANCHISE-FEE TO EN-FRANCHISE-FEE
           MOVE WS-UTILITY-TAX TO EN-UTILITY-TAX
           MOVE WS-DUE-DATE TO EN-DUE-DATE
           IF ACCOUNT-IS-DRAFTED
               MOVE ADR-DRAFT-DATE (ADR-IDX) TO EN-DRAFT-DATE
           ELSE
               MOVE ZERO TO EN-DRAFT-DATE
           END-IF
           WRITE EBILL-NOTIFY-REC
           ADD 1 TO WS-EBILLS-WRITTEN
           .

      *****************************************************************
      *    600-UPDATE-DELIVERY-COUNTS-RTN - ADDS THIS RUN'S PRINTED    *
      *    AND PAPERLESS BILLS TO THE MONTH'S COUNTS, WITH THE POSTAGE *
      *    EVERY PAPERLESS BILL SAVED, AND SHOWS THE MONTH TO DATE.    *
      *    A SECOND RUN ON THE SAME DATE FIRST TAKES OFF WHAT THE      *
      *    EARLIER ONE ADDED, SO THE DAY IS COUNTED ONCE.              *
      *****************************************************************
       600-UPDATE-DELIVERY-COUNTS-RTN.
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-BILL-DELIVERY
           IF WS-DELIVERY-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-BILL-DELIVERY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DLV-COUNT < 120
                               ADD 1 TO DLV-COUNT
                               SET DLV-IDX TO DLV-COUNT
                               MOVE BILL-DELIVERY-REC
                                   TO DLV-ENTRY (DLV-IDX)
                               IF DLV-LAST-RUN-DATE (DLV-IDX)
                                       NOT NUMERIC
                                   MOVE ZERO
                                     TO DLV-LAST-RUN-DATE (DLV-IDX)
                                        DLV-LAST-PRINTED (DLV-IDX)
                                        DLV-LAST-PAPERLESS (DLV-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-BILL-DELIVERY
           END-IF
           MOVE 'N' TO WS-EOF

           SET DLV-IDX TO 1
           SEARCH DLV-ENTRY
               AT END
                   IF DLV-COUNT < 120
                       ADD 1 TO DLV-COUNT
                   END-IF
                   SET DLV-IDX TO DLV-COUNT
                   MOVE WS-RUN-DATE (1:6) TO DLV-MONTH (DLV-IDX)
                   MOVE ZERO TO DLV-PRINTED (DLV-IDX)
                                DLV-PAPERLESS (DLV-IDX)
                                DLV-POSTAGE-SAVED (DLV-IDX)
                                DLV-LAST-RUN-DATE (DLV-IDX)
                                DLV-LAST-PRINTED (DLV-IDX)
                                DLV-LAST-PAPERLESS (DLV-IDX)
               WHEN DLV-MONTH (DLV-IDX) = WS-RUN-DATE (1:6)
                   CONTINUE
           END-SEARCH
           IF DLV-LAST-RUN-DATE (DLV-IDX) = WS-RUN-DATE
               SUBTRACT DLV-LAST-PRINTED (DLV-IDX)
                   FROM DLV-PRINTED (DLV-IDX)
               SUBTRACT DLV-LAST-PAPERLESS (DLV-IDX)
                   FROM DLV-PAPERLESS (DLV-IDX)
           END-IF
           MOVE WS-RUN-DATE TO DLV-LAST-RUN-DATE (DLV-IDX)
           MOVE WS-PAGES-WRITTEN TO DLV-LAST-PRINTED (DLV-IDX)
           MOVE WS-EBILLS-WRITTEN TO DLV-LAST-PAPERLESS (DLV-IDX)
           ADD WS-PAGES-WRITTEN TO DLV-PRINTED (DLV-IDX)
           ADD WS-EBILLS-WRITTEN TO DLV-PAPERLESS (DLV-IDX)
           COMPUTE DLV-POSTAGE-SAVED (DLV-IDX) =
               DLV-PAPERLESS (DLV-IDX) * POSTAGE-PER-BILL
           MOVE DLV-POSTAGE-SAVED (DLV-IDX) TO WS-POSTAGE-OUT
           DISPLAY 'CHAP04A3B: MONTH ' DLV-MONTH (DLV-IDX)
                   ' TO DATE - PRINTED ' DLV-PRINTED (DLV-IDX)
                   '  PAPERLESS ' DLV-PAPERLESS (DLV-IDX)
                   '  POSTAGE SAVED ' WS-POSTAGE-OUT

           OPEN OUTPUT F-BILL-DELIVERY
           IF WS-DELIVERY-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open BILL-DELIVERY file. '
                       'Status: ' WS-DELIVERY-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='BILL-DELIVERY'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-DELIVERY-STATUS==.
           ELSE
               PERFORM 605-WRITE-ONE-MONTH-RTN
                   VARYING DLV-IDX FROM 1 BY 1
                   UNTIL DLV-IDX > DLV-COUNT
               CLOSE F-BILL-DELIVERY
           END-IF
           .

       605-WRITE-ONE-MONTH-RTN.
           MOVE DLV-ENTRY (DLV-IDX) TO BILL-DELIVERY-REC
           WRITE BILL-DELIVERY-REC
           .

       400-CLOSE-FILES.
           CLOSE F-COMBINED-BILL
                 F-BILL-PRINT
                 F-EBILL-NOTIFY
           CLOSE ERROR-LOG-FILE
           .

