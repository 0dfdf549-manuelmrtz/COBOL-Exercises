      *   and overdue listing that replaces the clipboard. Open        *
      *   rentals persist on open-rentals.dat, which the nightly       *
      *   CHAP04A04 rebuild also reads so a title out on rent stays    *
      *   marked out across the rebuild. A late fee posts as a charge  *
      *   on the customer's account ledger and a counter payment as a  *
      *   credit; checkout is refused to a customer whose unpaid       *
      *   balance is over UNPAID-BALANCE-LIMIT. A title out on rent    *
      *   can be reserved at either store; reservations queue first    *
      *   come, first served, and when the title is checked in at a    *
      *   store it is held for the first customer waiting there for    *
      *   HOLD-PICKUP-DAYS, refused to anyone else meanwhile. Rental   *
      *   or sales copies move between the stores' positions on the    *
      *   master in two steps: shipped copies leave the sending store  *
      *   at once and stay in transit - counted in the combined        *
      *   RENTAL-OH/SALES-OH but at neither store - until the          *
      *   receiving store confirms them. Each rental and sale records  *
      *   the title and the store it went out from. A rental copy      *
      *   that is lost, or comes back damaged, is written off: the     *
      *   renter is charged the title's replacement cost, the open     *
      *   rental is closed, the copy comes off RENTAL-OH and its       *
      *   store's position, and the write-off is logged for the        *
      *   monthly shrink report. The operator signs on first; each     *
      *   rental is priced off VIDPRICE by the title's category and    *
      *   the day of the week - every second two-for rental a customer *
      *   takes on the category's two-for day is free - and every      *
      *   rental charge, late fee, replacement fee and payment goes on *
      *   the cash-drawer journal under the store, the operator and    *
      *   the tender, for CHAP04A4D to reconcile at close.             *
      *                                                                *
      *================================================================*
      *                                                                *
      *   | master.dat         | Indexed video master, read and      |  *
      *   |                    | rewritten by ITEM-NO               |  *
      *   | open-rentals.dat   | Open rentals, loaded at start-up    |  *
      *   | video-cust-        | Customer account ledger - balances |  *
      *   |   ledger.dat       | loaded at start-up                 |  *
      *   | video-holds.dat    | Reservation/hold queue, loaded at   |  *
      *   |                    | start-up                            |  *
      *   | video-transfers.dat| Transfer log - transfers still in   |  *
      *   |                    | transit loaded at start-up          |  *
      *   | video-drawer.dat   | Drawer journal - today's two-for    |  *
      *   |                    | rentals counted at start-up         |  *
      *   | operators.dat      | Operator file, read at sign-on      |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   | open-rentals.dat   | Rewritten on exit with the day's    |  *
      *   |                    | checkouts added, checkins removed   |  *
      *   | rentals-open.dat   | Daily open/overdue listing (R)      |  *
      *   | video-cust-        | Late fees charged and payments     |  *
      *   |   ledger.dat       | taken, appended                    |  *
      *   | video-holds.dat    | Rewritten on exit with the day's    |  *
      *   |                    | reservations and holds              |  *
      *   | video-transfers.dat| Transfers shipped and received,     |  *
      *   |                    | appended                            |  *
      *   | video-shrink.dat   | Copies written off lost or damaged, |  *
      *   |                    | appended                            |  *
      *   | video-drawer.dat   | Every charge, fee and payment taken,|  *
      *   |                    | appended                            |  *
      *   | io-error.log       | Shared shop-wide I/O error log      |  *
      *   | audit-trail.log    | Shared shop-wide write audit trail  |  *
      *   --------------------- ------------------------------------  *
      *   - Checkout of an unknown ITEM-NO, or one already out, is    *
      *     refused with a message                                     *
      *   - Checkin of an item with no open rental is refused          *
      *   - Checkout to a customer owing more than the unpaid-balance  *
      *     limit is refused until a payment brings it down            *
      *   - A payment of zero, or of more than the customer owes, is   *
      *     refused                                                    *
      *   - Checkout of a title on hold for someone else is refused    *
      *   - A reservation for a title on the shelf, sold, or already   *
      *     reserved by the same customer is refused                   *
      *   - A transfer of more copies than the sending store holds, or *
      *     a receipt for a transfer not in transit, is refused        *
      *   - A lost/damaged write-off of an item with no open rental is *
      *     refused                                                    *
      *   - An operator not on the operator file, or an inquiry-only   *
      *     operator, is refused the session                           *
      *   - A rental or payment not tendered cash (C) or card (K) is   *
      *     refused                                                    *
      *   - Checkout, a reservation or a transfer that would overfill  *
      *     the open-rental, hold or transit table is refused          *
      *   - File status validated on OPEN and CLOSE via IOERRCHK       *
      *                                                                *
      * RETURN CODES :                                                 *
      *   - 16 : An open-rental, hold or transfer file too big for its *
      *          table                                                 *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Run from a terminal at the counter, like CHAP04M01 - not     *
      *   2026-09-01  MAM  Added the S sell action - purchases now    *
      *                     reach the activity history alongside      *
      *                     rentals                                   *
      *   2026-10-15  MAM  Late fees post to the video customer        *
      *                     ledger; added the P take-payment action    *
      *                     and the unpaid-balance checkout block      *
      *   2026-10-15  MAM  Added the H reserve-title action and the    *
      *                     hold queue - a title checked in is held    *
      *                     for the first customer waiting at that     *
      *                     store                                      *
      *   2026-10-15  MAM  Store transfers now cover sales copies too  *
      *                     and stay in transit until the C receive    *
      *                     action; rentals and sales record the       *
      *                     title and store on the activity history    *
      *   2026-10-15  MAM  Added the L lost/damaged action - charges   *
      *                     the renter TITLE-COST, closes the rental   *
      *                     and writes the copy off to the shrink log  *
      *   2026-10-15  MAM  Operator sign-on; rentals priced by title   *
      *                     category and day from VIDPRICE with the    *
      *                     two-for day; charges, fees and payments    *
      *                     journalled by store, operator and tender   *
      *                     to video-drawer.dat. Check-in asks the     *
      *                     store up front                             *
      *   2026-10-15  MAM  The customer balance table is bounded at    *
      *                     500 - a customer who does not fit is       *
      *                     worked at zero on a spare entry, with a    *
      *                     warning.                                   *
      *   2026-10-15  MAM  An open-rental, hold or transfer file too   *
      *                     big for its table ends the session with RC *
      *                     16 before the counter opens; a checkout,   *
      *                     reservation or transfer that would         *
      *                     overfill its table is refused.             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.

      *    PER-CUSTOMER ACTIVITY HISTORY, APPEND-ONLY - ONE RECORD
      *    PER RENTAL (R) CHECKED OUT OR TITLE (S) SOLD OVER THIS
      *    COUNTER, WITH THE TITLE AND THE STORE IT WENT OUT FROM.
      *    CHAP04A01'S SEGMENTATION
      *    SELECTS ON THESE DATES (RECENCY/LAPSED) INSTEAD OF THE
      *    STATIC CUSTOMER-TYPE CODE.
           SELECT ACTIVITY-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ACTIVITY-STATUS.

      *    CUSTOMER ACCOUNT LEDGER, APPEND-ONLY - LATE FEES CHARGED
      *    AT CHECK-IN AND PAYMENTS TAKEN AT THE COUNTER.
           SELECT CUST-LEDGER-FILE
               ASSIGN TO 'data/video-cust-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LEDGER-STATUS.

      *    RESERVATION/HOLD QUEUE, LOADED AT START-UP AND REWRITTEN
      *    AT EXIT THE SAME WAY AS OPEN-RENTALS-FILE.
           SELECT HOLDS-FILE ASSIGN TO 'data/video-holds.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-HOLDS-STATUS.

      *    INTER-STORE TRANSFER LOG, APPEND-ONLY - COPIES SHIPPED AND
      *    COPIES RECEIVED. CHAP04A4T READS IT FOR THE REGISTER.
           SELECT TRANSFER-FILE ASSIGN TO 'data/video-transfers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TRANSFER-STATUS.

      *    SHRINK LOG, APPEND-ONLY - RENTAL COPIES WRITTEN OFF LOST OR
      *    DAMAGED. CHAP04A4S READS IT FOR THE MONTHLY SHRINK REPORT.
           SELECT SHRINK-FILE ASSIGN TO 'data/video-shrink.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SHRINK-STATUS.

      *    CASH-DRAWER JOURNAL, APPEND-ONLY - EVERY CHARGE, FEE AND
      *    PAYMENT TAKEN, BY STORE, OPERATOR AND TENDER. CHAP04A4D
      *    TOTALS IT AGAINST THE COUNTED DRAWERS AT CLOSE.
           SELECT DRAWER-FILE ASSIGN TO 'data/video-drawer.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-DRAWER-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY ENQSEL.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
               10 STORE-POS OCCURS 2 TIMES.
                   15 STPOS-RENTAL-OH PIC X(3).
                   15 STPOS-SALES-OH  PIC X(3).
           05 TITLE-COST PIC 9(3)V99.
           05 TITLE-CATEGORY PIC X.

       FD  OPEN-RENTALS-FILE.
       01  OPEN-RENTAL-REC.
           05 AH-CUSTOMER-NAME  PIC X(20).
           05 AH-ACTIVITY-TYPE  PIC X.
           05 AH-ACTIVITY-DATE  PIC 9(8).
           05 AH-ITEM-NO        PIC X(3).
           05 AH-STORE          PIC 9.

       FD  CUST-LEDGER-FILE.
           COPY VIDLDGREC.

       FD  HOLDS-FILE.
           COPY VIDHOLDREC.

       FD  TRANSFER-FILE.
           COPY VIDXFERREC.

       FD  SHRINK-FILE.
           COPY VIDSHRKREC.

       FD  DRAWER-FILE.
           COPY VIDDRWREC.

           COPY IOERRFD.
           COPY AUDITFD.
           COPY ENQFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-OPEN-RENTALS-STATUS  PIC XX.
       01  WS-LISTING-STATUS       PIC XX.
       01  WS-ACTIVITY-STATUS      PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-HOLDS-STATUS         PIC XX.
       01  WS-TRANSFER-STATUS      PIC XX.
       01  WS-SHRINK-STATUS        PIC XX.
       01  WS-DRAWER-STATUS        PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY ENQWS.
       COPY OPERWS.

       01  WS-LOAD-EOF             PIC X VALUE 'N'.
       01  WS-DONE-SW              PIC X VALUE 'N'.
       01  WS-LATE-FEE             PIC 9(4)V99 VALUE ZERO.
       01  WS-LATE-FEE-OUT         PIC $$,$$9.99.

      *    THE MOST A CUSTOMER MAY OWE IN UNPAID FEES AND STILL TAKE
      *    A TITLE OUT. CHANGE THIS IF THE STORES WANT A DIFFERENT
      *    LIMIT.
       01  UNPAID-BALANCE-LIMIT    PIC 9(3)V99 VALUE 10.00.
       01  WS-LIMIT-OUT            PIC $$,$$9.99.
       01  WS-PAYMENT-AMT          PIC 9(5)V99 VALUE ZERO.
       01  WS-BALANCE-OUT          PIC $$,$$9.99.

      *    EVERY CUSTOMER'S UNPAID BALANCE OFF THE LEDGER, LOADED AT
      *    START-UP AND KEPT CURRENT AS FEES AND PAYMENTS POST. NAMES
      *    ARE HELD UPPER-CASED SO 'jane doe' AND 'JANE DOE' ARE ONE
      *    ACCOUNT. ENTRY 501 IS NEVER LOADED - A CUSTOMER WHO DOES
      *    NOT FIT IN THE 500 IS WORKED ON IT AT ZERO, WITH A WARNING,
      *    SO THE LEDGER STILL TAKES THEIR FEES AND PAYMENTS.
       01  CUST-BALANCE-TABLE.
           05 CBT-ENTRY OCCURS 501 TIMES
                   INDEXED BY CBT-IDX.
               10 CBT-CUSTOMER-NAME PIC X(20) VALUE SPACES.
               10 CBT-BALANCE       PIC S9(5)V99 VALUE ZERO.
               10 CBT-TWO-FOR-COUNT PIC 9(3)     VALUE ZERO.
       01  WS-BALANCE-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-BALANCE-NO-ROOM      PIC 9(5) VALUE ZERO.
       01  WS-BALANCES-LOADED-SW   PIC X VALUE 'N'.
           88  BALANCES-LOADED     VALUE 'Y'.
       01  WS-LEDGER-EOF           PIC X VALUE 'N'.
       01  WS-NAME-KEY             PIC X(20) VALUE SPACES.
       01  WS-BALANCE-FOUND-SW     PIC X VALUE 'N'.
           88 BALANCE-ON-FILE      VALUE 'Y'.

      *    INTER-STORE TRANSFER WORK FIELDS - RENTAL COPIES MOVED
      *    BETWEEN THE TWO STORE SLOTS ON THE MASTER RECORD, UNDER
      *    THE SAME AUDIT TRAIL AS EVERY OTHER COUNTER ACTION.
       01  WS-XFER-QTY             PIC 9(3) VALUE ZERO.
       01  WS-FROM-OH              PIC 9(3) VALUE ZERO.
       01  WS-TO-OH                PIC 9(3) VALUE ZERO.
       01  WS-COPY-TYPE            PIC X VALUE SPACE.
           88 XFER-RENTAL-COPIES   VALUE 'R'.
           88 XFER-SALES-COPIES    VALUE 'S'.
       01  WS-TRANSFER-NO          PIC 9(5) VALUE ZERO.
       01  WS-NEXT-TRANSFER-NO     PIC 9(5) VALUE 1.
       01  WS-TRANSFER-EOF         PIC X VALUE 'N'.
      *    THE STORE A RENTAL OR SALE GOES OUT FROM.
       01  WS-RENT-STORE           PIC 9 VALUE ZERO.

      *    TRANSFERS SHIPPED BUT NOT YET RECEIVED. A RECEIVED ONE IS
      *    ZEROED AND ITS SLOT TAKEN BY THE NEXT SHIPMENT.
       01  TRANSIT-TABLE.
           05 XFT-ENTRY OCCURS 200 TIMES
                   INDEXED BY XFT-IDX.
               10 XFT-TRANSFER-NO   PIC 9(5) VALUE ZERO.
               10 XFT-ITEM-NO       PIC X(3) VALUE SPACES.
               10 XFT-COPY-TYPE     PIC X    VALUE SPACE.
               10 XFT-FROM-STORE    PIC 9    VALUE ZERO.
               10 XFT-TO-STORE      PIC 9    VALUE ZERO.
               10 XFT-QTY           PIC 9(3) VALUE ZERO.
       01  WS-TRANSIT-COUNT        PIC 9(3) VALUE ZERO.
       01  TRANSIT-MAX             PIC 9(3) VALUE 200.
       01  WS-TRANSIT-FOUND-SW     PIC X VALUE 'N'.
           88 TRANSIT-ENTRY-FOUND  VALUE 'Y'.

      *    OPEN RENTALS, LOADED AT START-UP AND REWRITTEN AT EXIT.
      *    AN ENTRY CHECKED BACK IN IS BLANKED AND DROPS OFF THE
               10 ORT-CHECKOUT-DATE PIC 9(8)  VALUE ZERO.
               10 ORT-DUE-DATE      PIC 9(8)  VALUE ZERO.
       01  WS-OPEN-COUNT           PIC 9(3) VALUE ZERO.
       01  OPEN-RENTAL-MAX         PIC 9(3) VALUE 200.
       01  WS-RENTAL-FOUND-SW      PIC X VALUE 'N'.
           88 OPEN-RENTAL-FOUND    VALUE 'Y'.

      *    HOW LONG A RETURNED TITLE IS HELD FOR THE CUSTOMER WHO
      *    RESERVED IT BEFORE IT GOES TO THE NEXT ONE IN LINE. KEEP
      *    THIS THE SAME AS IN CHAP04A4H.
       01  HOLD-PICKUP-DAYS        PIC 9(2) VALUE 03.

      *    RESERVATIONS AND HOLDS, LOADED AT START-UP AND REWRITTEN AT
      *    EXIT IN THE ORDER TAKEN - THAT ORDER IS THE QUEUE. A HOLD
      *    PICKED UP IS BLANKED AND DROPS OFF THE REWRITE.
       01  HOLD-TABLE.
           05 HLD-ENTRY OCCURS 300 TIMES
                   INDEXED BY HLD-IDX.
               10 HLD-ITEM-NO       PIC X(3)  VALUE SPACES.
               10 HLD-STORE         PIC 9     VALUE ZERO.
               10 HLD-CUSTOMER-NAME PIC X(20) VALUE SPACES.
               10 HLD-RESERVE-DATE  PIC 9(8)  VALUE ZERO.
               10 HLD-STATUS        PIC X     VALUE SPACE.
               10 HLD-HOLD-DATE     PIC 9(8)  VALUE ZERO.
               10 HLD-HOLD-EXPIRY   PIC 9(8)  VALUE ZERO.
       01  WS-HOLD-COUNT           PIC 9(3) VALUE ZERO.
       01  HOLD-MAX                PIC 9(3) VALUE 300.
       01  WS-FULL-FILE-LABEL      PIC X(20) VALUE SPACES.
       01  WS-HOLDS-EOF            PIC X VALUE 'N'.
       01  WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
           88 TITLE-ON-HOLD        VALUE 'Y'.
       01  WS-HOLD-NAME-KEY        PIC X(20) VALUE SPACES.
       01  WS-HOLD-STORE           PIC 9 VALUE ZERO.
       01  WS-WAITING-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-ALREADY-RESERVED-SW  PIC X VALUE 'N'.
           88 ALREADY-RESERVED     VALUE 'Y'.

      *    LOST/DAMAGED WRITE-OFF WORK FIELDS.
       01  WS-SHRINK-REASON        PIC X VALUE SPACE.
           88 COPY-LOST            VALUE 'L'.
           88 COPY-DAMAGED         VALUE 'D'.
       01  WS-COPY-STORE           PIC 9 VALUE ZERO.
       01  WS-COPIES-OH            PIC 9(3) VALUE ZERO.
       01  WS-REPLACEMENT-FEE      PIC 9(3)V99 VALUE ZERO.

      *    RENTAL PRICING AND DRAWER JOURNAL WORK FIELDS. THE DAY OF
      *    THE WEEK (1 = MONDAY) PICKS THE PRICE COLUMN IN VIDPRICE.
      *    CBT-TWO-FOR-COUNT ABOVE IS HOW MANY TWO-FOR RENTALS THE
      *    CUSTOMER HAS TAKEN TODAY - AN ODD COUNT MEANS THE NEXT ONE
      *    IS FREE.
       01  WS-DAY-OF-WEEK          PIC 9 VALUE ZERO.
       01  WS-RENTAL-PRICE         PIC 9(2)V99 VALUE ZERO.
       01  WS-PRICE-OUT            PIC $$9.99.
       01  WS-TWO-FOR-SW           PIC X VALUE SPACE.
           88 TWO-FOR-PAID         VALUE 'P'.
           88 TWO-FOR-FREE         VALUE 'F'.
       01  WS-TWO-FOR-PAIRS        PIC 9(3) VALUE ZERO.
       01  WS-TWO-FOR-ODD          PIC 9 VALUE ZERO.
       01  WS-TENDER               PIC X VALUE SPACE.
           88 TENDER-CASH          VALUE 'C'.
           88 TENDER-CARD          VALUE 'K'.
       01  WS-PAY-STORE            PIC 9 VALUE ZERO.
       01  WS-NOW-TIME             PIC 9(8) VALUE ZERO.
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMMSS        PIC 9(6).
           05                      PIC 99.
       01  WS-DRAWER-EOF           PIC X VALUE 'N'.
       COPY VIDPRICE.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE 'CHAP04A04C' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK
      *    SIGN-ON COMES FIRST - 950 STOPS THE RUN ON A BAD OPERATOR
      *    ID, AND A LOCK CLAIMED BEFORE THAT WOULD BE LEFT HELD.
      *    EVERY DRAWER ENTRY CARRIES WHO TOOK THE MONEY.
           PERFORM 950-SIGN-ON-RTN
           IF OPERATOR-IS-INQUIRY
               DISPLAY 'INQUIRY OPERATORS MAY NOT WORK THE COUNTER - '
                       'SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    MASTER.DAT IS HELD OPEN I-O AND REWRITTEN ALL SESSION, SO
      *    THE VIDEO MASTER IS CLAIMED FOR THE WHOLE SESSION - IF THE
      *    NIGHTLY REBUILD (OR ANOTHER COUNTER) HOLDS IT, THIS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 215-LOAD-CUST-BALANCES-RTN
           PERFORM 216-LOAD-TRANSFERS-RTN
           PERFORM 217-LOAD-TWO-FOR-COUNTS-RTN
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-OPEN-RENTALS-RTN
           PERFORM 212-LOAD-HOLDS-RTN

           PERFORM 300-COUNTER-LOOP-RTN UNTIL COUNTER-DONE

           PERFORM 800-REWRITE-OPEN-RENTALS-RTN
           PERFORM 805-REWRITE-HOLDS-RTN
           PERFORM 400-CLOSE-FILES
           PERFORM 945-RELEASE-ENQUEUE-RTN
           STOP RUN
                       WS-ACTIVITY-STATUS
           END-IF

           OPEN EXTEND CUST-LEDGER-FILE
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT CUST-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = '00'
              AND WS-LEDGER-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open CUST-LEDGER file. Status: '
                       WS-LEDGER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='CUST-LEDGER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-LEDGER-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND TRANSFER-FILE
           IF WS-TRANSFER-STATUS = '35'
               OPEN OUTPUT TRANSFER-FILE
           END-IF
           IF WS-TRANSFER-STATUS NOT = '00'
              AND WS-TRANSFER-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open TRANSFER file. Status: '
                       WS-TRANSFER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='TRANSFER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-TRANSFER-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND SHRINK-FILE
           IF WS-SHRINK-STATUS = '35'
               OPEN OUTPUT SHRINK-FILE
           END-IF
           IF WS-SHRINK-STATUS NOT = '00'
              AND WS-SHRINK-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open SHRINK file. Status: '
                       WS-SHRINK-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='SHRINK'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-SHRINK-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND DRAWER-FILE
           IF WS-DRAWER-STATUS = '35'
               OPEN OUTPUT DRAWER-FILE
           END-IF
           IF WS-DRAWER-STATUS NOT = '00'
              AND WS-DRAWER-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open DRAWER file. Status: '
                       WS-DRAWER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='DRAWER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-DRAWER-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open MASTER file. Status: '
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF
                       NOT AT END
                           IF WS-OPEN-COUNT NOT < OPEN-RENTAL-MAX
                               MOVE 'OPEN-RENTALS' TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO WS-OPEN-COUNT
                           SET ORT-IDX TO WS-OPEN-COUNT
                           MOVE OR-ITEM-NO TO ORT-ITEM-NO (ORT-IDX)
           END-IF
           .

       212-LOAD-HOLDS-RTN.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = '00'
               PERFORM UNTIL WS-HOLDS-EOF = 'Y'
                   READ HOLDS-FILE
                       AT END
                           MOVE 'Y' TO WS-HOLDS-EOF
                       NOT AT END
                           IF WS-HOLD-COUNT NOT < HOLD-MAX
                               MOVE 'VIDEO-HOLDS' TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO WS-HOLD-COUNT
                           SET HLD-IDX TO WS-HOLD-COUNT
                           MOVE VH-ITEM-NO TO HLD-ITEM-NO (HLD-IDX)
                           MOVE VH-STORE TO HLD-STORE (HLD-IDX)
                           MOVE VH-CUSTOMER-NAME
                               TO HLD-CUSTOMER-NAME (HLD-IDX)
                           MOVE VH-RESERVE-DATE
                               TO HLD-RESERVE-DATE (HLD-IDX)
                           MOVE VH-STATUS TO HLD-STATUS (HLD-IDX)
                           MOVE VH-HOLD-DATE TO HLD-HOLD-DATE (HLD-IDX)
                           MOVE VH-HOLD-EXPIRY
                               TO HLD-HOLD-EXPIRY (HLD-IDX)
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           .

      *    READ BEFORE 200 OPENS THE LEDGER TO APPEND FOR THE SESSION.
       215-LOAD-CUST-BALANCES-RTN.
           OPEN INPUT CUST-LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-LEDGER-EOF = 'Y'
                   READ CUST-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-LEDGER-EOF
                       NOT AT END
                           MOVE VL-CUSTOMER-NAME TO WS-CUSTOMER-NAME
                           PERFORM 340-FIND-BALANCE-RTN
                           IF VL-IS-CHARGE
                               ADD VL-AMOUNT TO CBT-BALANCE (CBT-IDX)
                           ELSE
                               SUBTRACT VL-AMOUNT
                                   FROM CBT-BALANCE (CBT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-LEDGER-FILE
           END-IF
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF WS-BALANCE-NO-ROOM > ZERO
               DISPLAY 'WARNING: More than 500 customers on the '
                       'ledger - ' WS-BALANCE-NO-ROOM
                       ' entries not loaded'
           END-IF
           MOVE 'Y' TO WS-BALANCES-LOADED-SW
           .

      *    READ BEFORE 200 OPENS THE LOG TO APPEND FOR THE SESSION. A
      *    SHIPMENT JOINS THE TRANSIT TABLE AND ITS RECEIPT TAKES IT
      *    OFF; THE NEXT TRANSFER NUMBER FOLLOWS THE HIGHEST ON FILE.
       216-LOAD-TRANSFERS-RTN.
           OPEN INPUT TRANSFER-FILE
           IF WS-TRANSFER-STATUS = '00'
               PERFORM UNTIL WS-TRANSFER-EOF = 'Y'
                   READ TRANSFER-FILE
                       AT END
                           MOVE 'Y' TO WS-TRANSFER-EOF
                       NOT AT END
                           IF VX-TRANSFER-NO >= WS-NEXT-TRANSFER-NO
                               COMPUTE WS-NEXT-TRANSFER-NO =
                                   VX-TRANSFER-NO + 1
                           END-IF
                           MOVE VX-TRANSFER-NO TO WS-TRANSFER-NO
                           IF VX-IS-SHIPMENT
                               MOVE ZERO TO WS-TRANSFER-NO
                               PERFORM 329-FIND-TRANSFER-RTN
                               PERFORM 327-ADD-TRANSIT-RTN
                           ELSE
                               PERFORM 329-FIND-TRANSFER-RTN
                               IF TRANSIT-ENTRY-FOUND
                                   MOVE ZERO
                                       TO XFT-TRANSFER-NO (XFT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
           END-IF
           .

      *    READ BEFORE 200 OPENS THE JOURNAL TO APPEND FOR THE SESSION.
      *    TWO-FOR RENTALS ALREADY TAKEN TODAY - AT THIS COUNTER OR AN
      *    EARLIER SESSION - COUNT TOWARD EACH CUSTOMER'S NEXT FREE ONE.
       217-LOAD-TWO-FOR-COUNTS-RTN.
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = '00'
               PERFORM UNTIL WS-DRAWER-EOF = 'Y'
                   READ DRAWER-FILE
                       AT END
                           MOVE 'Y' TO WS-DRAWER-EOF
                       NOT AT END
                           IF DJ-ENTRY-DATE = WS-TODAY
                              AND DJ-RENTAL-CHARGE
                              AND DJ-TWO-FOR NOT = SPACE
                               MOVE DJ-CUSTOMER-NAME
                                   TO WS-CUSTOMER-NAME
                               PERFORM 340-FIND-BALANCE-RTN
                               ADD 1 TO CBT-TWO-FOR-COUNT (CBT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE
           END-IF
           MOVE SPACES TO WS-CUSTOMER-NAME
           .

       300-COUNTER-LOOP-RTN.
           DISPLAY ' '
           DISPLAY 'VIDEO RENTAL COUNTER - ' WS-OPEN-COUNT
                   ' RENTAL(S) ON FILE'
           DISPLAY 'O-CHECK OUT  I-CHECK IN  S-SELL TITLE  '
                   'P-TAKE PAYMENT  H-RESERVE TITLE'
           DISPLAY 'T-STORE TRANSFER  C-RECEIVE TRANSFER  '
                   'L-LOST/DAMAGED'
           DISPLAY 'R-OPEN/OVERDUE LISTING  X-EXIT'
           DISPLAY 'ENTER ACTION CODE : '
           ACCEPT WS-ACTION-CODE

                   PERFORM 318-SELL-TITLE-RTN
               WHEN 'T'
                   PERFORM 328-STORE-TRANSFER-RTN
               WHEN 'C'
                   PERFORM 326-RECEIVE-TRANSFER-RTN
               WHEN 'P'
                   PERFORM 345-TAKE-PAYMENT-RTN
               WHEN 'H'
                   PERFORM 365-RESERVE-TITLE-RTN
               WHEN 'L'
                   PERFORM 370-LOST-DAMAGED-RTN
               WHEN 'R'
                   PERFORM 330-OPEN-LISTING-RTN
               WHEN 'X'
                   SET COUNTER-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'PLEASE ANSWER O, I, S, P, H, T, C, L, R, '
                           'OR X'
           END-EVALUATE
           .

      *****************************************************************
      *    310-CHECK-OUT-RTN - A TITLE GOES OUT ONLY IF THE MASTER     *
      *    KNOWS IT AND IT IS NOT ALREADY OUT, ONLY TO THE CUSTOMER IT *
      *    IS ON HOLD FOR IF IT IS HELD, AND ONLY TO A CUSTOMER WHOSE  *
      *    UNPAID FEES ARE WITHIN THE LIMIT. THE PRICE IS QUOTED AND   *
      *    MUST BE TENDERED CASH OR CARD BEFORE IT GOES OUT.           *
      *****************************************************************
       310-CHECK-OUT-RTN.
           DISPLAY 'ITEM NO. (3 CHARS)           : '
                   DISPLAY 'BLOCKED - ' VIDEO-NAME
                           ' WAS SOLD AND IS NO LONGER IN STOCK'
               ELSE
                   DISPLAY 'RENTED AT STORE (1 OR 2)     : '
                   ACCEPT WS-RENT-STORE
                   DISPLAY 'CUSTOMER NAME                : '
                   ACCEPT WS-CUSTOMER-NAME
                   PERFORM 340-FIND-BALANCE-RTN
                   PERFORM 350-FIND-HOLD-RTN
                   IF WS-RENT-STORE < 1 OR WS-RENT-STORE > 2
                       DISPLAY 'ERROR: STORE MUST BE 1 OR 2'
                   ELSE IF TITLE-ON-HOLD
                      AND WS-HOLD-NAME-KEY NOT = WS-NAME-KEY
                       DISPLAY 'BLOCKED - ' VIDEO-NAME
                               ' IS ON HOLD FOR '
                               HLD-CUSTOMER-NAME (HLD-IDX) ' UNTIL '
                               HLD-HOLD-EXPIRY (HLD-IDX)
                   ELSE IF CBT-BALANCE (CBT-IDX) > UNPAID-BALANCE-LIMIT
                       MOVE CBT-BALANCE (CBT-IDX) TO WS-BALANCE-OUT
                       MOVE UNPAID-BALANCE-LIMIT TO WS-LIMIT-OUT
                       DISPLAY 'BLOCKED - ' WS-CUSTOMER-NAME ' OWES '
                               WS-BALANCE-OUT ' IN UNPAID FEES (LIMIT '
                               WS-LIMIT-OUT ') - TAKE A PAYMENT FIRST'
      *            RETURNS ONLY LEAVE THE TABLE WHEN 800 REWRITES IT.
                   ELSE IF WS-OPEN-COUNT NOT < OPEN-RENTAL-MAX
                       DISPLAY 'BLOCKED - OPEN-RENTAL TABLE IS FULL - '
                               'RESTART THE COUNTER TO CLEAR RETURNS'
                   ELSE
                       PERFORM 380-PRICE-RENTAL-RTN
                       IF WS-RENTAL-PRICE > ZERO
                          AND NOT TENDER-CASH AND NOT TENDER-CARD
                           DISPLAY 'ERROR: TENDER MUST BE C OR K'
                       ELSE
                           PERFORM 312-COMPLETE-CHECKOUT-RTN
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    THE MASTER IS REWRITTEN ON-RENT IN PLACE AND THE RENTAL
      *    JOINS THE OPEN TABLE; THE CUSTOMER'S HOLD OR RESERVATION ON
      *    THE TITLE IS FILLED AND THE RENTAL CHARGE GOES ON THE
      *    DRAWER JOURNAL.
       312-COMPLETE-CHECKOUT-RTN.
           DISPLAY 'DUE DATE (CCYYMMDD)          : '
           ACCEPT WS-DUE-DATE
           MOVE 'O' TO RENT-STATUS
           REWRITE MASTER-REC
           ADD 1 TO WS-OPEN-COUNT
           SET ORT-IDX TO WS-OPEN-COUNT
           MOVE WS-ITEM-KEY TO ORT-ITEM-NO (ORT-IDX)
           MOVE WS-CUSTOMER-NAME TO ORT-CUSTOMER-NAME (ORT-IDX)
           MOVE WS-TODAY TO ORT-CHECKOUT-DATE (ORT-IDX)
           MOVE WS-DUE-DATE TO ORT-DUE-DATE (ORT-IDX)
           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==WS-ITEM-KEY==
               ==:ACTION:==     BY =='CHECKOUT'==.
           PERFORM 315-WRITE-ACTIVITY-RTN
           PERFORM 355-FILL-RESERVATION-RTN
           IF WS-TWO-FOR-SW NOT = SPACE
               ADD 1 TO CBT-TWO-FOR-COUNT (CBT-IDX)
           END-IF
           MOVE SPACES TO VIDEO-DRAWER-REC
           MOVE WS-RENT-STORE TO DJ-STORE
           MOVE 'R' TO DJ-ENTRY-TYPE
           MOVE WS-TENDER TO DJ-TENDER
           MOVE WS-ITEM-KEY TO DJ-ITEM-NO
           MOVE WS-CUSTOMER-NAME TO DJ-CUSTOMER-NAME
           MOVE TITLE-CATEGORY TO DJ-CATEGORY
           MOVE WS-TWO-FOR-SW TO DJ-TWO-FOR
           MOVE WS-RENTAL-PRICE TO DJ-AMOUNT
           PERFORM 385-WRITE-DRAWER-RTN
           DISPLAY VIDEO-NAME ' CHECKED OUT TO '
                   WS-CUSTOMER-NAME ' - DUE ' WS-DUE-DATE
           .

      *****************************************************************
      *    320-CHECK-IN-RTN - LATE FEE IS DAYS PAST THE DUE DATE AT    *
      *    THE PER-TITLE RATE ON THE MASTER RECORD, CHARGED TO THE     *
      *    RENTER'S ACCOUNT ON THE LEDGER. THE MASTER GOES BACK TO     *
      *    AVAILABLE AND THE OPEN ENTRY IS BLANKED SO IT DROPS OFF THE *
      *    REWRITE AT EXIT. THE STORE IT CAME BACK TO TAKES THE LATE   *
      *    FEE ON ITS DRAWER JOURNAL AND DECIDES WHO IT IS HELD FOR.   *
      *****************************************************************
       320-CHECK-IN-RTN.
           DISPLAY 'ITEM NO. (3 CHARS)           : '
                   DISPLAY 'ERROR: ITEM ' WS-ITEM-KEY
                           ' NOT ON VIDEO MASTER'
               ELSE
                   DISPLAY 'RETURNED TO STORE (1 OR 2)   : '
                   ACCEPT WS-HOLD-STORE
                   IF WS-HOLD-STORE < 1 OR WS-HOLD-STORE > 2
                       DISPLAY 'ERROR: STORE MUST BE 1 OR 2'
                   ELSE
                       PERFORM 321-RETURN-TITLE-RTN
                   END-IF
               END-IF
           END-IF
           .

       321-RETURN-TITLE-RTN.
           COMPUTE WS-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - FUNCTION INTEGER-OF-DATE (ORT-DUE-DATE (ORT-IDX))
           IF WS-DAYS-OVERDUE > ZERO
               COMPUTE WS-LATE-FEE = WS-DAYS-OVERDUE * LATE-FEE-RATE
               MOVE WS-LATE-FEE TO WS-LATE-FEE-OUT
               DISPLAY VIDEO-NAME ' IS ' WS-DAYS-OVERDUE
                       ' DAY(S) OVERDUE - LATE FEE DUE: '
                       WS-LATE-FEE-OUT
               PERFORM 322-CHARGE-LATE-FEE-RTN
           ELSE
               DISPLAY VIDEO-NAME ' RETURNED ON TIME - '
                       'NO LATE FEE'
           END-IF
           MOVE 'A' TO RENT-STATUS
           REWRITE MASTER-REC
           MOVE SPACES TO ORT-ITEM-NO (ORT-IDX)
           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==WS-ITEM-KEY==
               ==:ACTION:==     BY =='CHECKIN'==.
           PERFORM 360-PLACE-HOLD-RTN
           .

      *    THE FEE GOES ON THE RENTER'S ACCOUNT WHETHER OR NOT IT IS
      *    PAID ON THE SPOT - A PAYMENT (P) CLEARS IT. IT IS JOURNALLED
      *    ON ACCOUNT: NOTHING IS IN THE DRAWER UNTIL THAT PAYMENT.
       322-CHARGE-LATE-FEE-RTN.
           MOVE ORT-CUSTOMER-NAME (ORT-IDX) TO WS-CUSTOMER-NAME
           PERFORM 340-FIND-BALANCE-RTN
           MOVE SPACES TO CUST-LEDGER-REC
           MOVE WS-CUSTOMER-NAME TO VL-CUSTOMER-NAME
           MOVE 'C' TO VL-ENTRY-TYPE
           MOVE WS-TODAY TO VL-ENTRY-DATE
           MOVE WS-ITEM-KEY TO VL-ITEM-NO
           MOVE WS-DAYS-OVERDUE TO VL-DAYS-LATE
           MOVE WS-LATE-FEE TO VL-AMOUNT
           WRITE CUST-LEDGER-REC
           ADD WS-LATE-FEE TO CBT-BALANCE (CBT-IDX)
           MOVE CBT-BALANCE (CBT-IDX) TO WS-BALANCE-OUT
           MOVE SPACES TO VIDEO-DRAWER-REC
           MOVE WS-HOLD-STORE TO DJ-STORE
           MOVE 'L' TO DJ-ENTRY-TYPE
           MOVE 'A' TO DJ-TENDER
           MOVE WS-ITEM-KEY TO DJ-ITEM-NO
           MOVE WS-CUSTOMER-NAME TO DJ-CUSTOMER-NAME
           MOVE WS-LATE-FEE TO DJ-AMOUNT
           PERFORM 385-WRITE-DRAWER-RTN
           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==WS-ITEM-KEY==
               ==:ACTION:==     BY =='LATE FEE'==.
           DISPLAY 'CHARGED TO ' WS-CUSTOMER-NAME
                   ' - UNPAID BALANCE NOW ' WS-BALANCE-OUT
           .

       315-WRITE-ACTIVITY-RTN.
           MOVE WS-CUSTOMER-NAME TO AH-CUSTOMER-NAME
           MOVE WS-ACTIVITY-TYPE TO AH-ACTIVITY-TYPE
           MOVE WS-TODAY TO AH-ACTIVITY-DATE
           MOVE WS-ITEM-KEY TO AH-ITEM-NO
           MOVE WS-RENT-STORE TO AH-STORE
           WRITE ACTIVITY-REC
           .

                   DISPLAY 'BLOCKED - ' VIDEO-NAME
                           ' WAS ALREADY SOLD'
               ELSE
                   DISPLAY 'SOLD AT STORE (1 OR 2)       : '
                   ACCEPT WS-RENT-STORE
                   DISPLAY 'CUSTOMER NAME                : '
                   ACCEPT WS-CUSTOMER-NAME
                   IF WS-RENT-STORE < 1 OR WS-RENT-STORE > 2
                       DISPLAY 'ERROR: STORE MUST BE 1 OR 2'
                   ELSE
                       MOVE 'S' TO RENT-STATUS
                       REWRITE MASTER-REC
                       MOVE 'S' TO WS-ACTIVITY-TYPE
                       PERFORM 315-WRITE-ACTIVITY-RTN
                       MOVE 'R' TO WS-ACTIVITY-TYPE
                       COPY AUDITLOG REPLACING
                           ==:RECORD-KEY:== BY ==WS-ITEM-KEY==
                           ==:ACTION:==     BY =='SALE'==.
                       DISPLAY VIDEO-NAME ' SOLD TO ' WS-CUSTOMER-NAME
                   END-IF
               END-IF
           END-IF
           .
           .

      *****************************************************************
      *    326-RECEIVE-TRANSFER-RTN - THE RECEIVING STORE CONFIRMS A   *
      *    TRANSFER ARRIVED. ITS COPIES GO ONTO THAT STORE'S POSITION  *
      *    ON THE MASTER AND THE RECEIPT IS LOGGED UNDER THE SAME      *
      *    TRANSFER NUMBER.                                            *
      *****************************************************************
       326-RECEIVE-TRANSFER-RTN.
           DISPLAY 'TRANSFER NO.                 : '
           ACCEPT WS-TRANSFER-NO
           PERFORM 329-FIND-TRANSFER-RTN
           IF WS-TRANSFER-NO = ZERO OR NOT TRANSIT-ENTRY-FOUND
               DISPLAY 'ERROR: TRANSFER ' WS-TRANSFER-NO
                       ' IS NOT IN TRANSIT'
           ELSE
               MOVE XFT-ITEM-NO (XFT-IDX) TO WS-ITEM-KEY ITEM-NO
               READ MASTER-FILE
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'ERROR: ITEM ' WS-ITEM-KEY
                           ' NOT ON VIDEO MASTER'
               ELSE
                   MOVE XFT-TO-STORE (XFT-IDX) TO WS-TO-STORE
                   MOVE XFT-QTY (XFT-IDX) TO WS-XFER-QTY
                   IF XFT-COPY-TYPE (XFT-IDX) = 'S'
                       MOVE STPOS-SALES-OH (WS-TO-STORE) TO WS-TO-OH
                       ADD WS-XFER-QTY TO WS-TO-OH
                       MOVE WS-TO-OH TO STPOS-SALES-OH (WS-TO-STORE)
                   ELSE
                       MOVE STPOS-RENTAL-OH (WS-TO-STORE) TO WS-TO-OH
                       ADD WS-XFER-QTY TO WS-TO-OH
                       MOVE WS-TO-OH TO STPOS-RENTAL-OH (WS-TO-STORE)
                   END-IF
                   REWRITE MASTER-REC
                   MOVE SPACES TO VIDEO-XFER-REC
                   MOVE WS-TRANSFER-NO TO VX-TRANSFER-NO
                   MOVE 'R' TO VX-ENTRY-TYPE
                   MOVE WS-TODAY TO VX-ENTRY-DATE
                   MOVE WS-ITEM-KEY TO VX-ITEM-NO
                   MOVE XFT-COPY-TYPE (XFT-IDX) TO VX-COPY-TYPE
                   MOVE XFT-FROM-STORE (XFT-IDX) TO VX-FROM-STORE
                   MOVE WS-TO-STORE TO VX-TO-STORE
                   MOVE WS-XFER-QTY TO VX-QTY
                   WRITE VIDEO-XFER-REC
                   MOVE ZERO TO XFT-TRANSFER-NO (XFT-IDX)
                   COPY AUDITLOG REPLACING
                       ==:RECORD-KEY:== BY ==WS-ITEM-KEY==
                       ==:ACTION:==     BY =='XFER RECEIVED'==.
                   DISPLAY 'TRANSFER ' WS-TRANSFER-NO ' RECEIVED - '
                           WS-XFER-QTY ' COPIES OF ' VIDEO-NAME
                           ' NOW AT STORE ' WS-TO-STORE
               END-IF
           END-IF
           .

      *    PUTS THE SHIPMENT IN VIDEO-XFER-REC ON THE TRANSIT TABLE,
      *    IN THE FREE SLOT 329 FOUND FOR TRANSFER NUMBER ZERO IF
      *    THERE WAS ONE.
       327-ADD-TRANSIT-RTN.
           IF NOT TRANSIT-ENTRY-FOUND
               IF WS-TRANSIT-COUNT NOT < TRANSIT-MAX
                   MOVE 'VIDEO-TRANSFERS' TO WS-FULL-FILE-LABEL
                   PERFORM 990-TABLE-FULL-RTN
               END-IF
               ADD 1 TO WS-TRANSIT-COUNT
               SET XFT-IDX TO WS-TRANSIT-COUNT
           END-IF
           MOVE VX-TRANSFER-NO TO XFT-TRANSFER-NO (XFT-IDX)
           MOVE VX-ITEM-NO TO XFT-ITEM-NO (XFT-IDX)
           MOVE VX-COPY-TYPE TO XFT-COPY-TYPE (XFT-IDX)
           MOVE VX-FROM-STORE TO XFT-FROM-STORE (XFT-IDX)
           MOVE VX-TO-STORE TO XFT-TO-STORE (XFT-IDX)
           MOVE VX-QTY TO XFT-QTY (XFT-IDX)
           .

      *****************************************************************
      *    328-STORE-TRANSFER-RTN - SHIPS RENTAL OR SALES COPIES OF A  *
      *    TITLE FROM ONE STORE TO THE OTHER. THE COPIES COME OFF THE  *
      *    SENDING STORE'S POSITION NOW AND GO ON THE RECEIVING        *
      *    STORE'S WHEN IT CONFIRMS THEM (326); IN BETWEEN THEY ARE    *
      *    IN TRANSIT. THE COMBINED RENTAL-OH/SALES-OH DOES NOT CHANGE *
      *    - STOCK MOVED, NOT MADE - AND THE MOVE LANDS ON THE AUDIT   *
      *    TRAIL AND THE TRANSFER LOG.                                 *
      *****************************************************************
       328-STORE-TRANSFER-RTN.
           DISPLAY 'ITEM NO. (3 CHARS)           : '
               DISPLAY 'ERROR: ITEM ' WS-ITEM-KEY
                       ' NOT ON VIDEO MASTER'
           ELSE
               DISPLAY 'RENTAL OR SALES COPIES (R/S) : '
               ACCEPT WS-COPY-TYPE
               DISPLAY 'FROM STORE (1 OR 2)          : '
               ACCEPT WS-FROM-STORE
               DISPLAY 'TO STORE (1 OR 2)            : '
               ACCEPT WS-TO-STORE
               DISPLAY 'COPIES TO MOVE               : '
               ACCEPT WS-XFER-QTY
               IF WS-FROM-STORE < 1 OR WS-FROM-STORE > 2
                  OR WS-TO-STORE < 1 OR WS-TO-STORE > 2
                  OR WS-FROM-STORE = WS-TO-STORE
                   DISPLAY 'ERROR: STORES MUST BE 1 AND 2, AND '
                           'DIFFERENT'
               ELSE IF NOT XFER-RENTAL-COPIES
                   AND NOT XFER-SALES-COPIES
                   DISPLAY 'ERROR: COPY TYPE MUST BE R OR S'
               ELSE
                   IF XFER-SALES-COPIES
                       MOVE STPOS-SALES-OH (WS-FROM-STORE)
                           TO WS-FROM-OH
                   ELSE
                       MOVE STPOS-RENTAL-OH (WS-FROM-STORE)
                           TO WS-FROM-OH
                   END-IF
      *            A RECEIVED TRANSFER'S SLOT IS TAKEN FIRST.
                   MOVE ZERO TO WS-TRANSFER-NO
                   PERFORM 329-FIND-TRANSFER-RTN
                   IF WS-XFER-QTY = ZERO OR WS-XFER-QTY > WS-FROM-OH
                       DISPLAY 'ERROR: STORE ' WS-FROM-STORE
                               ' ONLY HAS ' WS-FROM-OH ' COPIES'
                   ELSE IF NOT TRANSIT-ENTRY-FOUND
                      AND WS-TRANSIT-COUNT NOT < TRANSIT-MAX
                       DISPLAY 'BLOCKED - ' TRANSIT-MAX ' TRANSFERS '
                               'ALREADY IN TRANSIT - RECEIVE ONE FIRST'
                   ELSE
                       SUBTRACT WS-XFER-QTY FROM WS-FROM-OH
                       IF XFER-SALES-COPIES
                           MOVE WS-FROM-OH
                               TO STPOS-SALES-OH (WS-FROM-STORE)
                       ELSE
                           MOVE WS-FROM-OH
                               TO STPOS-RENTAL-OH (WS-FROM-STORE)
                       END-IF
                       REWRITE MASTER-REC
                       MOVE SPACES TO VIDEO-XFER-REC
                       MOVE WS-NEXT-TRANSFER-NO TO VX-TRANSFER-NO
                       MOVE 'S' TO VX-ENTRY-TYPE
                       MOVE WS-TODAY TO VX-ENTRY-DATE
                       MOVE WS-ITEM-KEY TO VX-ITEM-NO
                       MOVE WS-COPY-TYPE TO VX-COPY-TYPE
                       MOVE WS-FROM-STORE TO VX-FROM-STORE
                       MOVE WS-TO-STORE TO VX-TO-STORE
                       MOVE WS-XFER-QTY TO VX-QTY
                       WRITE VIDEO-XFER-REC
                       PERFORM 327-ADD-TRANSIT-RTN
                       ADD 1 TO WS-NEXT-TRANSFER-NO
                       COPY AUDITLOG REPLACING
                           ==:RECORD-KEY:== BY ==WS-ITEM-KEY==
                           ==:ACTION:==     BY =='STORE XFER'==.
                       DISPLAY 'TRANSFER ' VX-TRANSFER-NO ' - '
                               WS-XFER-QTY ' COPIES OF ' VIDEO-NAME
                               ' IN TRANSIT STORE ' WS-FROM-STORE
                               ' TO STORE ' WS-TO-STORE
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           .

      *    THE TRANSIT TABLE ENTRY FOR WS-TRANSFER-NO, XFT-IDX LEFT ON
      *    IT. NUMBER ZERO FINDS A FREE SLOT LEFT BY A RECEIPT.
       329-FIND-TRANSFER-RTN.
           MOVE 'N' TO WS-TRANSIT-FOUND-SW
           SET XFT-IDX TO 1
           SEARCH XFT-ENTRY
               AT END
                   CONTINUE
               WHEN XFT-IDX > WS-TRANSIT-COUNT
                   CONTINUE
               WHEN XFT-TRANSFER-NO (XFT-IDX) = WS-TRANSFER-NO
                   MOVE 'Y' TO WS-TRANSIT-FOUND-SW
           END-SEARCH
           .

      *    THE CUSTOMER'S ENTRY ON THE BALANCE TABLE, ADDED AT ZERO IF
      *    THEY HAVE NEVER OWED ANYTHING. CBT-IDX IS LEFT ON IT.
       340-FIND-BALANCE-RTN.
           MOVE FUNCTION UPPER-CASE (WS-CUSTOMER-NAME) TO WS-NAME-KEY
           MOVE 'N' TO WS-BALANCE-FOUND-SW
           SET CBT-IDX TO 1
           SEARCH CBT-ENTRY
               AT END
                   CONTINUE
               WHEN CBT-IDX > WS-BALANCE-COUNT
                   CONTINUE
               WHEN CBT-CUSTOMER-NAME (CBT-IDX) = WS-NAME-KEY
                   MOVE 'Y' TO WS-BALANCE-FOUND-SW
           END-SEARCH
           IF NOT BALANCE-ON-FILE
               IF WS-BALANCE-COUNT < 500
                   ADD 1 TO WS-BALANCE-COUNT
                   SET CBT-IDX TO WS-BALANCE-COUNT
               ELSE
                   SET CBT-IDX TO 501
                   ADD 1 TO WS-BALANCE-NO-ROOM
                   IF BALANCES-LOADED
                       DISPLAY 'WARNING: BALANCE TABLE FULL - '
                               WS-NAME-KEY ' IS NOT TRACKED THIS '
                               'SESSION'
                   END-IF
               END-IF
               MOVE WS-NAME-KEY TO CBT-CUSTOMER-NAME (CBT-IDX)
               MOVE ZERO TO CBT-BALANCE (CBT-IDX)
               MOVE ZERO TO CBT-TWO-FOR-COUNT (CBT-IDX)
           END-IF
           .

      *****************************************************************
      *    345-TAKE-PAYMENT-RTN - CASH OR CARD AGAINST A CUSTOMER'S    *
      *    UNPAID FEES, POSTED TO THE LEDGER AS A CREDIT AND TO THE    *
      *    DRAWER JOURNAL OF THE STORE THAT TOOK IT. NOTHING IS TAKEN  *
      *    BEYOND WHAT IS OWED.                                        *
      *****************************************************************
       345-TAKE-PAYMENT-RTN.
           DISPLAY 'CUSTOMER NAME                : '
           ACCEPT WS-CUSTOMER-NAME
           PERFORM 340-FIND-BALANCE-RTN
           IF CBT-BALANCE (CBT-IDX) NOT > ZERO
               DISPLAY WS-CUSTOMER-NAME ' OWES NOTHING'
           ELSE
               MOVE CBT-BALANCE (CBT-IDX) TO WS-BALANCE-OUT
               DISPLAY WS-CUSTOMER-NAME ' OWES ' WS-BALANCE-OUT
               DISPLAY 'AMOUNT PAID (NNNNN.NN)       : '
               MOVE ZERO TO WS-PAYMENT-AMT
               ACCEPT WS-PAYMENT-AMT
               DISPLAY 'PAID AT STORE (1 OR 2)       : '
               ACCEPT WS-PAY-STORE
               DISPLAY 'PAID CASH OR CARD (C/K)      : '
               ACCEPT WS-TENDER
               IF WS-PAYMENT-AMT = ZERO
                  OR WS-PAYMENT-AMT > CBT-BALANCE (CBT-IDX)
                   DISPLAY 'ERROR: PAYMENT MUST BE MORE THAN ZERO AND '
                           'NO MORE THAN ' WS-BALANCE-OUT
               ELSE IF WS-PAY-STORE < 1 OR WS-PAY-STORE > 2
                   DISPLAY 'ERROR: STORE MUST BE 1 OR 2'
               ELSE IF NOT TENDER-CASH AND NOT TENDER-CARD
                   DISPLAY 'ERROR: TENDER MUST BE C OR K'
               ELSE
                   MOVE SPACES TO CUST-LEDGER-REC
                   MOVE WS-CUSTOMER-NAME TO VL-CUSTOMER-NAME
                   MOVE 'P' TO VL-ENTRY-TYPE
                   MOVE WS-TODAY TO VL-ENTRY-DATE
                   MOVE ZERO TO VL-DAYS-LATE
                   MOVE WS-PAYMENT-AMT TO VL-AMOUNT
                   WRITE CUST-LEDGER-REC
                   SUBTRACT WS-PAYMENT-AMT FROM CBT-BALANCE (CBT-IDX)
                   MOVE CBT-BALANCE (CBT-IDX) TO WS-BALANCE-OUT
                   MOVE SPACES TO VIDEO-DRAWER-REC
                   MOVE WS-PAY-STORE TO DJ-STORE
                   MOVE 'P' TO DJ-ENTRY-TYPE
                   MOVE WS-TENDER TO DJ-TENDER
                   MOVE WS-CUSTOMER-NAME TO DJ-CUSTOMER-NAME
                   MOVE WS-PAYMENT-AMT TO DJ-AMOUNT
                   PERFORM 385-WRITE-DRAWER-RTN
                   COPY AUDITLOG REPLACING
                       ==:RECORD-KEY:== BY ==WS-NAME-KEY==
                       ==:ACTION:==     BY =='FEE PAYMENT'==.
                   DISPLAY 'PAYMENT POSTED - ' WS-CUSTOMER-NAME
                           ' NOW OWES ' WS-BALANCE-OUT
               END-IF
               END-IF
               END-IF
           END-IF
           .

      *    THE HOLD ON THE TITLE BEING CHECKED OUT, IF THERE IS ONE.
      *    HLD-IDX IS LEFT ON IT AND WS-HOLD-NAME-KEY HOLDS WHO IT IS
      *    FOR, UPPER-CASED TO COMPARE WITH WS-NAME-KEY.
       350-FIND-HOLD-RTN.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           MOVE SPACES TO WS-HOLD-NAME-KEY
           SET HLD-IDX TO 1
           SEARCH HLD-ENTRY
               AT END
                   CONTINUE
               WHEN HLD-IDX > WS-HOLD-COUNT
                   CONTINUE
               WHEN HLD-ITEM-NO (HLD-IDX) = WS-ITEM-KEY
                AND HLD-STATUS (HLD-IDX) = 'H'
                   MOVE 'Y' TO WS-HOLD-FOUND-SW
                   MOVE FUNCTION UPPER-CASE
                            (HLD-CUSTOMER-NAME (HLD-IDX))
                       TO WS-HOLD-NAME-KEY
           END-SEARCH
           .

      *    THE CUSTOMER HAS THE TITLE NOW - THEIR HOLD ON IT, OR THEIR
      *    PLACE IN LINE FOR IT AT EITHER STORE, IS NO LONGER NEEDED.
       355-FILL-RESERVATION-RTN.
           PERFORM 357-FILL-ONE-RESERVATION-RTN
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT
           .

       357-FILL-ONE-RESERVATION-RTN.
           IF HLD-ITEM-NO (HLD-IDX) = WS-ITEM-KEY
               MOVE FUNCTION UPPER-CASE (HLD-CUSTOMER-NAME (HLD-IDX))
                   TO WS-HOLD-NAME-KEY
               IF WS-HOLD-NAME-KEY = WS-NAME-KEY
                   IF HLD-STATUS (HLD-IDX) = 'H'
                       COPY AUDITLOG REPLACING
                           ==:RECORD-KEY:== BY ==WS-ITEM-KEY==
                           ==:ACTION:==     BY =='HOLD PICKUP'==.
                       DISPLAY 'HOLD PICKED UP'
                   END-IF
                   MOVE SPACES TO HLD-ITEM-NO (HLD-IDX)
               END-IF
           END-IF
           .

      *****************************************************************
      *    360-PLACE-HOLD-RTN - A TITLE JUST CHECKED IN THAT SOMEONE   *
      *    IS WAITING FOR IS HELD FOR THE FIRST CUSTOMER IN LINE AT    *
      *    THE STORE IT CAME BACK TO, FOR HOLD-PICKUP-DAYS. NOBODY     *
      *    WAITING THERE, AND IT GOES BACK ON THE SHELF.               *
      *****************************************************************
       360-PLACE-HOLD-RTN.
           MOVE ZERO TO WS-WAITING-COUNT
           PERFORM 362-COUNT-ONE-WAITING-RTN
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT
           IF WS-WAITING-COUNT > ZERO
               SET HLD-IDX TO 1
               SEARCH HLD-ENTRY
                   AT END
                       MOVE 'N' TO WS-HOLD-FOUND-SW
                   WHEN HLD-IDX > WS-HOLD-COUNT
                       MOVE 'N' TO WS-HOLD-FOUND-SW
                   WHEN HLD-ITEM-NO (HLD-IDX) = WS-ITEM-KEY
                    AND HLD-STORE (HLD-IDX) = WS-HOLD-STORE
                    AND HLD-STATUS (HLD-IDX) = 'W'
                       MOVE 'Y' TO WS-HOLD-FOUND-SW
               END-SEARCH
               IF TITLE-ON-HOLD
                   MOVE 'H' TO HLD-STATUS (HLD-IDX)
                   MOVE WS-TODAY TO HLD-HOLD-DATE (HLD-IDX)
                   COMPUTE HLD-HOLD-EXPIRY (HLD-IDX) =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                            + HOLD-PICKUP-DAYS)
                   COPY AUDITLOG REPLACING
                       ==:RECORD-KEY:== BY ==WS-ITEM-KEY==
                       ==:ACTION:==     BY =='HOLD'==.
                   DISPLAY 'SET IT ASIDE - ON HOLD FOR '
                           HLD-CUSTOMER-NAME (HLD-IDX) ' UNTIL '
                           HLD-HOLD-EXPIRY (HLD-IDX)
               ELSE
                   DISPLAY 'NOBODY WAITING AT STORE ' WS-HOLD-STORE
                           ' - ' WS-WAITING-COUNT
                           ' RESERVED AT THE OTHER STORE'
               END-IF
           END-IF
           .

       362-COUNT-ONE-WAITING-RTN.
           IF HLD-ITEM-NO (HLD-IDX) = WS-ITEM-KEY
              AND HLD-STATUS (HLD-IDX) = 'W'
               ADD 1 TO WS-WAITING-COUNT
           END-IF
           .

      *****************************************************************
      *    365-RESERVE-TITLE-RTN - PUTS A CUSTOMER IN LINE FOR A TITLE *
      *    THAT IS OUT ON RENT, OR ON HOLD FOR SOMEONE ELSE, AT THE    *
      *    STORE THEY WILL PICK IT UP FROM. A TITLE ON THE SHELF IS    *
      *    JUST CHECKED OUT INSTEAD.                                   *
      *****************************************************************
       365-RESERVE-TITLE-RTN.
           DISPLAY 'ITEM NO. (3 CHARS)           : '
           ACCEPT WS-ITEM-KEY
           MOVE WS-ITEM-KEY TO ITEM-NO
           READ MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR: ITEM ' WS-ITEM-KEY
                       ' NOT ON VIDEO MASTER'
           ELSE
               PERFORM 350-FIND-HOLD-RTN
               IF TITLE-SOLD
                   DISPLAY 'BLOCKED - ' VIDEO-NAME
                           ' WAS SOLD AND IS NO LONGER IN STOCK'
               ELSE IF NOT TITLE-ON-RENT AND NOT TITLE-ON-HOLD
                   DISPLAY VIDEO-NAME ' IS ON THE SHELF - '
                           'CHECK IT OUT INSTEAD'
               ELSE
                   DISPLAY 'PICK UP AT STORE (1 OR 2)    : '
                   ACCEPT WS-HOLD-STORE
                   DISPLAY 'CUSTOMER NAME                : '
                   ACCEPT WS-CUSTOMER-NAME
                   MOVE FUNCTION UPPER-CASE (WS-CUSTOMER-NAME)
                       TO WS-NAME-KEY
                   MOVE 'N' TO WS-ALREADY-RESERVED-SW
                   MOVE ZERO TO WS-WAITING-COUNT
                   PERFORM 367-CHECK-ONE-RESERVATION-RTN
                       VARYING HLD-IDX FROM 1 BY 1
                       UNTIL HLD-IDX > WS-HOLD-COUNT
                   IF WS-HOLD-STORE < 1 OR WS-HOLD-STORE > 2
                       DISPLAY 'ERROR: STORE MUST BE 1 OR 2'
                   ELSE IF ALREADY-RESERVED
                       DISPLAY 'BLOCKED - ' WS-CUSTOMER-NAME
                               ' ALREADY HAS ' VIDEO-NAME ' RESERVED'
                   ELSE IF WS-HOLD-COUNT NOT < HOLD-MAX
                       DISPLAY 'BLOCKED - HOLD TABLE IS FULL - '
                               'RESTART THE COUNTER TO CLEAR PICKUPS'
                   ELSE
                       ADD 1 TO WS-HOLD-COUNT
                       SET HLD-IDX TO WS-HOLD-COUNT
                       MOVE WS-ITEM-KEY TO HLD-ITEM-NO (HLD-IDX)
                       MOVE WS-HOLD-STORE TO HLD-STORE (HLD-IDX)
                       MOVE WS-CUSTOMER-NAME
                           TO HLD-CUSTOMER-NAME (HLD-IDX)
                       MOVE WS-TODAY TO HLD-RESERVE-DATE (HLD-IDX)
                       MOVE 'W' TO HLD-STATUS (HLD-IDX)
                       MOVE ZERO TO HLD-HOLD-DATE (HLD-IDX)
                                    HLD-HOLD-EXPIRY (HLD-IDX)
                       ADD 1 TO WS-WAITING-COUNT
                       COPY AUDITLOG REPLACING
                           ==:RECORD-KEY:== BY ==WS-ITEM-KEY==
                           ==:ACTION:==     BY =='RESERVE'==.
                       DISPLAY VIDEO-NAME ' RESERVED FOR '
                               WS-CUSTOMER-NAME ' - NUMBER '
                               WS-WAITING-COUNT ' IN LINE AT STORE '
                               WS-HOLD-STORE
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           .

      *    FLAGS A SECOND RESERVATION BY THE SAME CUSTOMER AND COUNTS
      *    THOSE ALREADY WAITING AT THE STORE ASKED FOR.
       367-CHECK-ONE-RESERVATION-RTN.
           IF HLD-ITEM-NO (HLD-IDX) = WS-ITEM-KEY
               MOVE FUNCTION UPPER-CASE (HLD-CUSTOMER-NAME (HLD-IDX))
                   TO WS-HOLD-NAME-KEY
               IF WS-HOLD-NAME-KEY = WS-NAME-KEY
                   MOVE 'Y' TO WS-ALREADY-RESERVED-SW
               END-IF
               IF HLD-STORE (HLD-IDX) = WS-HOLD-STORE
                  AND HLD-STATUS (HLD-IDX) = 'W'
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
           END-IF
           .

      *****************************************************************
      *    370-LOST-DAMAGED-RTN - A RENTAL COPY THAT NEVER CAME BACK,  *
      *    OR CAME BACK UNPLAYABLE. THE RENTER IS CHARGED THE TITLE'S  *
      *    COST AS A REPLACEMENT FEE ON THE LEDGER, THE OPEN RENTAL IS *
      *    CLOSED, AND THE COPY COMES OFF RENTAL-OH AND THE STORE'S    *
      *    POSITION. THE REASON GOES ON THE AUDIT TRAIL AND THE COPY   *
      *    ON THE SHRINK LOG FOR CHAP04A4S.                            *
      *****************************************************************
       370-LOST-DAMAGED-RTN.
           DISPLAY 'ITEM NO. (3 CHARS)           : '
           ACCEPT WS-ITEM-KEY
           PERFORM 325-FIND-OPEN-RENTAL-RTN
           IF NOT OPEN-RENTAL-FOUND
               DISPLAY 'ERROR: NO OPEN RENTAL FOR ITEM ' WS-ITEM-KEY
           ELSE
               MOVE WS-ITEM-KEY TO ITEM-NO
               READ MASTER-FILE
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'ERROR: ITEM ' WS-ITEM-KEY
                           ' NOT ON VIDEO MASTER'
               ELSE
                   DISPLAY 'LOST OR DAMAGED (L/D)        : '
                   ACCEPT WS-SHRINK-REASON
                   DISPLAY 'COPY BELONGS TO STORE (1/2)  : '
                   ACCEPT WS-COPY-STORE
                   IF NOT COPY-LOST AND NOT COPY-DAMAGED
                       DISPLAY 'ERROR: REASON MUST BE L OR D'
                   ELSE IF WS-COPY-STORE < 1 OR WS-COPY-STORE > 2
                       DISPLAY 'ERROR: STORE MUST BE 1 OR 2'
                   ELSE
                       PERFORM 372-WRITE-OFF-COPY-RTN
                   END-IF
                   END-IF
               END-IF
           END-IF
           .

       372-WRITE-OFF-COPY-RTN.
           MOVE RENTAL-OH TO WS-COPIES-OH
           IF WS-COPIES-OH > ZERO
               SUBTRACT 1 FROM WS-COPIES-OH
           END-IF
           MOVE WS-COPIES-OH TO RENTAL-OH
           MOVE STPOS-RENTAL-OH (WS-COPY-STORE) TO WS-COPIES-OH
           IF WS-COPIES-OH > ZERO
               SUBTRACT 1 FROM WS-COPIES-OH
           END-IF
           MOVE WS-COPIES-OH TO STPOS-RENTAL-OH (WS-COPY-STORE)
           MOVE 'A' TO RENT-STATUS
           REWRITE MASTER-REC
           MOVE TITLE-COST TO WS-REPLACEMENT-FEE

           MOVE ORT-CUSTOMER-NAME (ORT-IDX) TO WS-CUSTOMER-NAME
           PERFORM 340-FIND-BALANCE-RTN
           MOVE SPACES TO CUST-LEDGER-REC
           MOVE WS-CUSTOMER-NAME TO VL-CUSTOMER-NAME
           MOVE 'C' TO VL-ENTRY-TYPE
           MOVE WS-TODAY TO VL-ENTRY-DATE
           MOVE WS-ITEM-KEY TO VL-ITEM-NO
           MOVE ZERO TO VL-DAYS-LATE
           MOVE WS-REPLACEMENT-FEE TO VL-AMOUNT
           WRITE CUST-LEDGER-REC
           ADD WS-REPLACEMENT-FEE TO CBT-BALANCE (CBT-IDX)
           MOVE SPACES TO VIDEO-DRAWER-REC
           MOVE WS-COPY-STORE TO DJ-STORE
           MOVE 'F' TO DJ-ENTRY-TYPE
           MOVE 'A' TO DJ-TENDER
           MOVE WS-ITEM-KEY TO DJ-ITEM-NO
           MOVE WS-CUSTOMER-NAME TO DJ-CUSTOMER-NAME
           MOVE WS-REPLACEMENT-FEE TO DJ-AMOUNT
           PERFORM 385-WRITE-DRAWER-RTN

           MOVE SPACES TO VIDEO-SHRINK-REC
           MOVE WS-TODAY TO VS-ENTRY-DATE
           MOVE WS-ITEM-KEY TO VS-ITEM-NO
           MOVE WS-COPY-STORE TO VS-STORE
           MOVE WS-SHRINK-REASON TO VS-REASON
           MOVE WS-CUSTOMER-NAME TO VS-CUSTOMER-NAME
           MOVE TITLE-COST TO VS-COPY-COST
           MOVE WS-REPLACEMENT-FEE TO VS-FEE-CHARGED
           WRITE VIDEO-SHRINK-REC

           MOVE SPACES TO ORT-ITEM-NO (ORT-IDX)
           IF COPY-LOST
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==WS-ITEM-KEY==
                   ==:ACTION:==     BY =='LOST COPY'==.
           ELSE
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==WS-ITEM-KEY==
                   ==:ACTION:==     BY =='DAMAGED COPY'==.
           END-IF
           MOVE WS-REPLACEMENT-FEE TO WS-LATE-FEE-OUT
           MOVE CBT-BALANCE (CBT-IDX) TO WS-BALANCE-OUT
           DISPLAY VIDEO-NAME ' WRITTEN OFF AT STORE ' WS-COPY-STORE
                   ' - ' RENTAL-OH ' RENTAL COPIES LEFT'
           DISPLAY 'REPLACEMENT FEE ' WS-LATE-FEE-OUT ' CHARGED TO '
                   WS-CUSTOMER-NAME ' - UNPAID BALANCE NOW '
                   WS-BALANCE-OUT
           .

      *****************************************************************
      *    380-PRICE-RENTAL-RTN - THE TITLE'S CATEGORY ROW IN VIDPRICE *
      *    (THE UNCATEGORIZED ROW IF ITS CODE IS NOT THERE) PRICES IT  *
      *    FOR TODAY. ON THE CATEGORY'S TWO-FOR DAY THE RENTAL COUNTS  *
      *    TOWARD TWO-FOR, AND IF THE CUSTOMER HAS ALREADY TAKEN AN    *
      *    ODD NUMBER OF TWO-FOR RENTALS TODAY THIS ONE IS FREE.       *
      *    ANYTHING NOT FREE IS QUOTED AND THE TENDER TAKEN.           *
      *****************************************************************
       380-PRICE-RENTAL-RTN.
           SET PRICE-IDX TO 1
           SEARCH PRICE-ROW
               AT END
                   SET PRICE-IDX TO 4
               WHEN PRICE-CATEGORY (PRICE-IDX) = TITLE-CATEGORY
                   CONTINUE
           END-SEARCH
           MOVE PRICE-DAY-RATE (PRICE-IDX, WS-DAY-OF-WEEK)
               TO WS-RENTAL-PRICE
           MOVE SPACE TO WS-TWO-FOR-SW
           MOVE SPACE TO WS-TENDER
           IF PRICE-TWO-FOR-DAY (PRICE-IDX) = WS-DAY-OF-WEEK
               DIVIDE CBT-TWO-FOR-COUNT (CBT-IDX) BY 2
                   GIVING WS-TWO-FOR-PAIRS
                   REMAINDER WS-TWO-FOR-ODD
               IF WS-TWO-FOR-ODD = 1
                   SET TWO-FOR-FREE TO TRUE
                   MOVE ZERO TO WS-RENTAL-PRICE
               ELSE
                   SET TWO-FOR-PAID TO TRUE
               END-IF
           END-IF
           MOVE WS-RENTAL-PRICE TO WS-PRICE-OUT
           IF TWO-FOR-FREE
               DISPLAY PRICE-CATEGORY-NAME (PRICE-IDX)
                       ' TWO-FOR - THIS ONE IS FREE'
           ELSE
               DISPLAY PRICE-CATEGORY-NAME (PRICE-IDX)
                       ' RENTAL PRICE TODAY: ' WS-PRICE-OUT
               DISPLAY 'PAID CASH OR CARD (C/K)      : '
               ACCEPT WS-TENDER
           END-IF
           .

      *    STAMPS THE ENTRY THE CALLER BUILT IN VIDEO-DRAWER-REC WITH
      *    THE DATE, TIME AND SIGNED-ON OPERATOR AND APPENDS IT.
       385-WRITE-DRAWER-RTN.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY TO DJ-ENTRY-DATE
           MOVE WS-NOW-HHMMSS TO DJ-ENTRY-TIME
           MOVE WS-OPERATOR-ID TO DJ-OPERATOR-ID
           WRITE VIDEO-DRAWER-REC
           .

      *****************************************************************
      *    330-OPEN-LISTING-RTN - THE CLIPBOARD, PRINTED: EVERY OPEN   *
      *    RENTAL WITH ITS DUE DATE, OVERDUE ONES FLAGGED.             *
           END-IF
           .

       805-REWRITE-HOLDS-RTN.
           OPEN OUTPUT HOLDS-FILE
           PERFORM 815-WRITE-ONE-HOLD-RTN
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT
           CLOSE HOLDS-FILE
           .

       815-WRITE-ONE-HOLD-RTN.
           IF HLD-ITEM-NO (HLD-IDX) NOT = SPACES
               MOVE HLD-ITEM-NO (HLD-IDX) TO VH-ITEM-NO
               MOVE HLD-STORE (HLD-IDX) TO VH-STORE
               MOVE HLD-CUSTOMER-NAME (HLD-IDX) TO VH-CUSTOMER-NAME
               MOVE HLD-RESERVE-DATE (HLD-IDX) TO VH-RESERVE-DATE
               MOVE HLD-STATUS (HLD-IDX) TO VH-STATUS
               MOVE HLD-HOLD-DATE (HLD-IDX) TO VH-HOLD-DATE
               MOVE HLD-HOLD-EXPIRY (HLD-IDX) TO VH-HOLD-EXPIRY
               WRITE VIDEO-HOLD-REC
           END-IF
           .

       400-CLOSE-FILES.
           CLOSE MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
                       WS-MASTER-STATUS
           END-IF
           CLOSE ACTIVITY-HISTORY-FILE
           CLOSE CUST-LEDGER-FILE
           CLOSE TRANSFER-FILE
           CLOSE SHRINK-FILE
           CLOSE DRAWER-FILE
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           .

      *    ONLY THE LOADS GET HERE, BEFORE THE COUNTER TAKES ANYTHING,
      *    SO NOTHING IS REWRITTEN - THE VIDEO MASTER LOCK IS LET GO.
       990-TABLE-FULL-RTN.
           DISPLAY 'ERROR: ' WS-FULL-FILE-LABEL
                   ' file too big for its table - nothing updated'
           PERFORM 945-RELEASE-ENQUEUE-RTN
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

           COPY IOERRPARA.
           COPY AUDITPARA.
       COPY ENQPARA.

       COPY OPERPARA.
