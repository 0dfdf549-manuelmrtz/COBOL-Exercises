       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH03A08H.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.

      ******************************************************************
      * Three-way match of vendor invoices. CH03A08B cuts the POs and  *
      * CH03A08D receives against them, but invoices were checked by   *
      * hand against paper, and we have paid for goods that never      *
      * arrived and at prices nobody agreed to. This program reads     *
      * the invoice lines AP keyed (APINV.DAT, the lines of one        *
      * invoice together) and checks each against its PO - the        *
      * vendor, part, quantity ordered and unit cost CH03A08B put on   *
      * it - and against what CH03A08D logged as actually received     *
      * (PORECV.DAT), less what earlier vouchers have already paid     *
      * for. An invoice whose every line is within tolerance           *
      * (APTOL.DAT; two percent over PO price and no quantity slack    *
      * if absent) is approved: its lines are added to the voucher     *
      * register APVOUCH.DAT under one voucher number, due the         *
      * vendor's terms days after the invoice date (30 if the vendor   *
      * master has none), and listed on APREG.DAT. An invoice with     *
      * any line out of tolerance is held whole and every line goes    *
      * to the hold report APHOLD.DAT with the reason. CH03A08I        *
      * reports the register by due date for cash planning.           *
      *                                                                *
      * 2026-10-15  MAM  The run's invoice lines are loaded first, and *
      *                  only the POs and earlier invoices they name   *
      *                  are loaded from OPENPO, PORECV and APVOUCH -  *
      *                  those files only grow, and a PO no invoice on *
      *                  the run names (a fully vouchered one above    *
      *                  all) has no business in the tables. More      *
      *                  invoice lines than the table holds stops the  *
      *                  run before anything is written.               *
      * 2026-10-15  MAM  APPAY.DAT, AP's list of vouchers paid, marks  *
      *                  each paid voucher line P on APVOUCH.DAT and   *
      *                  is emptied once applied; unmatched payments   *
      *                  are listed to APPAYEXC.DAT.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE LINE PER INVOICE LINE AS AP KEYED IT OFF THE VENDOR'S
      *    PAPER. THE LINES OF ONE INVOICE ARE KEYED TOGETHER.
           SELECT INVOICE-FILE ASSIGN TO "DATA/APINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PO-RECEIPT-LOG ASSIGN TO "DATA/PORECV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-LOG-STATUS.

           SELECT OPEN-PO-FILE ASSIGN TO "DATA/OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "DATA/VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

      *    ONE RECORD: PRICE TOLERANCE AS A PERCENT OVER THE PO UNIT
      *    COST, AND QUANTITY TOLERANCE IN UNITS.
           SELECT TOLERANCE-FILE ASSIGN TO "DATA/APTOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-STATUS.

      *    EVERY APPROVED INVOICE LINE EVER VOUCHERED. LOADED UP FRONT
      *    SO A PO CANNOT BE PAID FOR TWICE AND AN INVOICE NUMBER
      *    CANNOT BE VOUCHERED TWICE, THEN ADDED TO.
           SELECT VOUCHER-REGISTER ASSIGN TO "DATA/APVOUCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.

      *    WORK COPY OF THE REGISTER, TAKEN BEFORE PAID LINES ARE
      *    MARKED AND THE REGISTER WRITTEN BACK FROM IT.
           SELECT VOUCHER-WORK ASSIGN TO "DATA/APVWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD PER VOUCHER AP HAS PAID SINCE THE LAST RUN.
      *    EMPTIED ONCE ITS PAYMENTS ARE ON THE REGISTER.
           SELECT PAYMENT-FILE ASSIGN TO "DATA/APPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

      *    PAYMENTS NAMING NO OPEN VOUCHER, FOR AP TO LOOK INTO.
           SELECT PAYMENT-EXCEPTIONS ASSIGN TO "DATA/APPAYEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    NEXT VOUCHER NUMBER, THE SAME WAY PONUMBER.DAT NUMBERS POS.
           SELECT VOUCHER-NUMBER-CONTROL ASSIGN TO "DATA/VOUCHNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-NUMBER-STATUS.

           SELECT VOUCHER-LISTING ASSIGN TO "DATA/APREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-LISTING ASSIGN TO "DATA/APHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-REC.
           05  IV-VENDOR-NO-IN              PIC X(5).
           05  IV-INVOICE-NO-IN             PIC X(10).
           05  IV-INVOICE-DATE-IN           PIC 9(8).
           05  IV-PO-NUMBER-IN              PIC 9(6).
           05  IV-PART-NO-IN                PIC X(15).
           05  IV-QUANTITY-IN               PIC 9(3).
           05  IV-UNIT-COST-IN              PIC 9(4)V99.

      *    LAYOUT MATCHED TO PO-RECEIPT-REC IN CH03A08D.
       FD  PO-RECEIPT-LOG.
       01  PO-RECEIPT-REC.
           05  RC-PO-NUMBER                 PIC 9(6).
           05  RC-PART-NO                   PIC X(15).
           05  RC-VENDOR-NO                 PIC X(5).
           05  RC-QTY-ORDERED               PIC 9(3).
           05  RC-PO-UNIT-COST              PIC 9(4)V99.
           05  RC-QTY-RECEIVED              PIC 9(3).
           05  RC-RECEIPT-DATE              PIC 9(8).

      *    LAYOUT MATCHED TO OPEN-PO-REC IN CH03A08B.
       FD  OPEN-PO-FILE.
       01  OPEN-PO-REC.
           05  OP-PO-NUMBER                 PIC 9(6).
           05  OP-PART-NO                   PIC X(15).
           05  OP-QTY-ORDERED               PIC 9(3).
           05  OP-ORDER-DATE                PIC 9(8).
           05  OP-EXPECTED-DATE             PIC 9(8).
           05  OP-STATUS                    PIC X.
           05  OP-VENDOR-NO                 PIC X(5).
           05  OP-UNIT-COST                 PIC 9(4)V99.

      *    LAYOUT MATCHED TO VENDOR-MASTER-REC IN CH03A08B.
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           05  VM-PART-NO-IN                PIC X(15).
           05  VM-VENDOR-NO-IN              PIC X(5).
           05  VM-VENDOR-NAME-IN            PIC X(20).
           05  VM-LEAD-DAYS-IN              PIC 9(3).
           05  VM-UNIT-COST-IN              PIC 9(4)V99.
           05  VM-TERMS-DAYS-IN             PIC 9(3).

       FD  TOLERANCE-FILE.
       01  TOLERANCE-REC.
           05  TL-PRICE-PCT                 PIC 9(3)V99.
           05  TL-QTY-UNITS                 PIC 9(3).

      *    LAYOUT MATCHED TO VOUCHER-REC IN CH03A08I.
       FD  VOUCHER-REGISTER.
       01  VOUCHER-REC.
           05  VR-VOUCHER-NO                PIC 9(6).
           05  VR-VOUCHER-DATE              PIC 9(8).
           05  VR-VENDOR-NO                 PIC X(5).
           05  VR-INVOICE-NO                PIC X(10).
           05  VR-INVOICE-DATE              PIC 9(8).
           05  VR-DUE-DATE                  PIC 9(8).
           05  VR-PO-NUMBER                 PIC 9(6).
           05  VR-PART-NO                   PIC X(15).
           05  VR-QUANTITY                  PIC 9(3).
           05  VR-UNIT-COST                 PIC 9(4)V99.
           05  VR-AMOUNT                    PIC 9(7)V99.
      *    O = OPEN (NOT YET PAID), P = PAID.
           05  VR-STATUS                    PIC X.
               88  VR-IS-OPEN                   VALUE 'O'.
               88  VR-IS-PAID                   VALUE 'P'.

       FD  VOUCHER-WORK.
       01  VOUCHER-WORK-REC                 PIC X(85).

       FD  PAYMENT-FILE.
       01  PAYMENT-REC.
           05  PY-VOUCHER-NO-IN             PIC 9(6).
           05  PY-PAID-DATE-IN              PIC 9(8).

       FD  PAYMENT-EXCEPTIONS.
       01  PAYMENT-EXCEPTION-REC.
           05  PX-VOUCHER-NO-OUT            PIC 9(6).
           05                               PIC X(2).
           05  PX-PAID-DATE-OUT             PIC 9(8).
           05                               PIC X(2).
           05  PX-REASON-OUT                PIC X(25).

       FD  VOUCHER-NUMBER-CONTROL.
       01  VOUCHER-NUMBER-CONTROL-REC.
           05  VC-NEXT-VOUCHER-NO           PIC 9(6).

       FD  VOUCHER-LISTING.
       01  VOUCHER-LISTING-REC.
           05  VL-VOUCHER-NO-OUT            PIC 9(6).
           05                               PIC X(2).
           05  VL-VENDOR-NO-OUT             PIC X(5).
           05                               PIC X(2).
           05  VL-INVOICE-NO-OUT            PIC X(10).
           05                               PIC X(2).
           05  VL-INVOICE-DATE-OUT          PIC 9(8).
           05                               PIC X(2).
           05  VL-DUE-DATE-OUT              PIC 9(8).
           05                               PIC X(2).
           05  VL-LINES-OUT                 PIC ZZ9.
           05                               PIC X(2).
           05  VL-AMOUNT-OUT                PIC $$,$$$,$$9.99.
           05                               PIC X(5).

       FD  HOLD-LISTING.
       01  HOLD-REC.
           05  HL-VENDOR-NO-OUT             PIC X(5).
           05                               PIC X(2).
           05  HL-INVOICE-NO-OUT            PIC X(10).
           05                               PIC X(2).
           05  HL-PO-NUMBER-OUT             PIC 9(6).
           05                               PIC X(2).
           05  HL-PART-NO-OUT               PIC X(15).
           05                               PIC X(2).
           05  HL-QTY-INVOICED-OUT          PIC ZZ9.
           05                               PIC X(2).
           05  HL-QTY-RECEIVED-OUT          PIC ZZ9.
           05                               PIC X(2).
           05  HL-COST-INVOICED-OUT         PIC $$$9.99.
           05                               PIC X(2).
           05  HL-COST-PO-OUT               PIC $$$9.99.
           05                               PIC X(2).
           05  HL-REASON-OUT                PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-EOF                          PIC X VALUE 'N'.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RECEIPT-LOG-STATUS           PIC XX.
       01  WS-OPEN-PO-STATUS               PIC XX.
       01  WS-VENDOR-STATUS                PIC XX.
       01  WS-TOLERANCE-STATUS             PIC XX.
       01  WS-VOUCHER-STATUS               PIC XX.
       01  WS-VOUCHER-NUMBER-STATUS        PIC XX.
       01  WS-PAYMENT-STATUS               PIC XX.

      *    TOLERANCES, DEFAULTED FOR A SHOP THAT HAS NOT SET ANY.
       01  WS-PRICE-TOLERANCE-PCT          PIC 9(3)V99 VALUE 2.
       01  WS-QTY-TOLERANCE                PIC 9(3) VALUE ZERO.
       01  DEFAULT-TERMS-DAYS              PIC 9(3) VALUE 30.
       01  WS-NEXT-VOUCHER-NO              PIC 9(6) VALUE 1.

      *    EVERY PO THIS RUN'S INVOICES NAME: THOSE STILL OPEN
      *    (NOTHING RECEIVED YET) FROM OPENPO.DAT, AND THOSE RECEIVED
      *    FROM THE RECEIPT LOG, WITH THE QUANTITY RECEIVED SUMMED PER
      *    PO. NO MORE POS THAN INVOICE LINES CAN BE NAMED, SO THE
      *    TABLE CANNOT FILL WHILE THE LINE TABLE HOLDS.
       01  PO-TABLE.
           05  PO-ENTRY OCCURS 500 TIMES
                   INDEXED BY PO-IDX.
               10  POT-PO-NUMBER           PIC 9(6) VALUE ZERO.
               10  POT-PART-NO             PIC X(15) VALUE SPACES.
               10  POT-VENDOR-NO           PIC X(5) VALUE SPACES.
               10  POT-QTY-ORDERED         PIC 9(3) VALUE ZERO.
               10  POT-UNIT-COST           PIC 9(4)V99 VALUE ZERO.
               10  POT-QTY-RECEIVED        PIC 9(4) VALUE ZERO.
               10  POT-QTY-BILLED          PIC 9(4) VALUE ZERO.
       01  PO-COUNT                        PIC 9(3) VALUE ZERO.
       01  PO-FOUND-SW                     PIC X VALUE 'N'.
           88  PO-FOUND                    VALUE 'Y'.
       01  MAX-PO-ENTRIES                  PIC 9(3) VALUE 500.
       01  WS-ON-RUN-SW                    PIC X VALUE 'N'.
           88  NAMED-ON-RUN                VALUE 'Y'.
       01  WS-SCAN-SUB                     PIC 9(3) VALUE ZERO.

      *    PAYMENT TERMS PER VENDOR - THE FIRST TERMS ON FILE FOR THE
      *    VENDOR, WHICHEVER PART'S RECORD CARRIES THEM.
       01  TERMS-TABLE.
           05  TERMS-ENTRY OCCURS 200 TIMES
                   INDEXED BY TM-IDX.
               10  TMT-VENDOR-NO           PIC X(5) VALUE SPACES.
               10  TMT-TERMS-DAYS          PIC 9(3) VALUE ZERO.
       01  TERMS-COUNT                     PIC 9(3) VALUE ZERO.
       01  WS-TERMS-DAYS                   PIC 9(3) VALUE ZERO.

      *    VENDOR AND INVOICE NUMBER OF EVERY INVOICE ON THIS RUN
      *    THAT WAS ALREADY VOUCHERED, OR IS VOUCHERED BY THIS RUN, TO
      *    STOP A SECOND PAYMENT OF THE SAME PAPER.
       01  PAID-INVOICE-TABLE.
           05  PAID-INVOICE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PI-IDX.
               10  PIT-VENDOR-NO           PIC X(5) VALUE SPACES.
               10  PIT-INVOICE-NO          PIC X(10) VALUE SPACES.
       01  PAID-INVOICE-COUNT              PIC 9(4) VALUE ZERO.
       01  MAX-PAID-INVOICES               PIC 9(4) VALUE 1000.
       01  WS-DUPLICATE-SW                 PIC X VALUE 'N'.
           88  INVOICE-IS-DUPLICATE        VALUE 'Y'.

      *    THIS RUN'S INVOICE LINES, MATCHED ONE INVOICE AT A TIME.
       01  INVOICE-LINE-TABLE.
           05  INVOICE-LINE-ENTRY OCCURS 300 TIMES
                   INDEXED BY IL-IDX.
               10  ILT-VENDOR-NO           PIC X(5).
               10  ILT-INVOICE-NO          PIC X(10).
               10  ILT-INVOICE-DATE        PIC 9(8).
               10  ILT-PO-NUMBER           PIC 9(6).
               10  ILT-PART-NO             PIC X(15).
               10  ILT-QUANTITY            PIC 9(3).
               10  ILT-UNIT-COST           PIC 9(4)V99.
               10  ILT-QTY-RECEIVED        PIC 9(4).
               10  ILT-PO-UNIT-COST        PIC 9(4)V99.
               10  ILT-PO-SUB              PIC 9(3).
               10  ILT-REASON              PIC X(25).
       01  INVOICE-LINE-COUNT              PIC 9(3) VALUE ZERO.
       01  MAX-INVOICE-LINES               PIC 9(3) VALUE 300.
       01  WS-FIRST-LINE                   PIC 9(3) VALUE ZERO.
       01  WS-LAST-LINE                    PIC 9(3) VALUE ZERO.
       01  WS-LINE-SUB                     PIC 9(3) VALUE ZERO.
       01  WS-EARLIER-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-INVOICE-END-SW               PIC X VALUE 'N'.
           88  AT-INVOICE-END              VALUE 'Y'.
       01  WS-INVOICE-HELD-SW              PIC X VALUE 'N'.
           88  INVOICE-IS-HELD             VALUE 'Y'.
       01  WS-BILLABLE-QTY                 PIC S9(5) VALUE ZERO.
       01  WS-PRICE-LIMIT                  PIC 9(5)V9(4) VALUE ZERO.
       01  WS-LINE-AMOUNT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-INVOICE-AMOUNT               PIC 9(8)V99 VALUE ZERO.
       01  WS-DUE-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-RUN-TOTAL                    PIC 9(10)V99 VALUE ZERO
                                            USAGE COMP-3.
       01  WS-VOUCHER-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-HELD-COUNT                   PIC 9(4) VALUE ZERO.

      *    THE VOUCHERS AP HAS PAID, FROM APPAY.DAT. A PAYMENT IS
      *    APPLIED WHEN ANY OPEN LINE OF ITS VOUCHER IS MARKED PAID.
       01  PAYMENT-TABLE.
           05  PAYMENT-ENTRY OCCURS 500 TIMES
                   INDEXED BY PY-IDX.
               10  PYT-VOUCHER-NO          PIC 9(6) VALUE ZERO.
               10  PYT-PAID-DATE           PIC 9(8) VALUE ZERO.
               10  PYT-APPLIED-SW          PIC X VALUE 'N'.
                   88  PYT-APPLIED             VALUE 'Y'.
       01  PAYMENT-COUNT                   PIC 9(3) VALUE ZERO.
       01  MAX-PAYMENTS                    PIC 9(3) VALUE 500.
       01  WS-PAID-LINE-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-PAYMENT-EXCEPTION-COUNT      PIC 9(3) VALUE ZERO.

       01  REGISTER-TOTAL-LINE.
           05                              PIC X(10) VALUE
                                            'VOUCHERS: '.
           05  RT-VOUCHER-COUNT-OUT        PIC ZZZ9.
           05                              PIC X(18) VALUE
                                            '  INVOICES HELD: '.
           05  RT-HELD-COUNT-OUT           PIC ZZZ9.
           05                              PIC X(19) VALUE
                                            '  TOTAL VOUCHERED: '.
           05  RT-TOTAL-OUT                PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040-GET-TOLERANCES-RTN
           PERFORM 045-GET-NEXT-VOUCHER-NO-RTN
           PERFORM 070-LOAD-INVOICE-LINES-RTN
           PERFORM 050-LOAD-OPEN-POS-RTN
           PERFORM 055-LOAD-RECEIPTS-RTN
           PERFORM 060-LOAD-TERMS-RTN
           PERFORM 065-LOAD-VOUCHERS-RTN
           PERFORM 080-LOAD-PAYMENTS-RTN
           IF PAYMENT-COUNT > ZERO
               PERFORM 500-POST-PAYMENTS-RTN
           END-IF
           OPEN EXTEND VOUCHER-REGISTER
           IF WS-VOUCHER-STATUS = '35'
               OPEN OUTPUT VOUCHER-REGISTER
           END-IF
           OPEN OUTPUT VOUCHER-LISTING
                OUTPUT HOLD-LISTING
           MOVE 1 TO WS-FIRST-LINE
           PERFORM 200-MATCH-INVOICE-RTN
               UNTIL WS-FIRST-LINE > INVOICE-LINE-COUNT
           MOVE WS-VOUCHER-COUNT TO RT-VOUCHER-COUNT-OUT
           MOVE WS-HELD-COUNT TO RT-HELD-COUNT-OUT
           MOVE WS-RUN-TOTAL TO RT-TOTAL-OUT
           WRITE VOUCHER-LISTING-REC FROM REGISTER-TOTAL-LINE
           CLOSE VOUCHER-REGISTER
                 VOUCHER-LISTING
                 HOLD-LISTING
           PERFORM 410-PUT-NEXT-VOUCHER-NO-RTN
           STOP RUN
           .

       040-GET-TOLERANCES-RTN.
           OPEN INPUT TOLERANCE-FILE
           IF WS-TOLERANCE-STATUS = '00'
               READ TOLERANCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TL-PRICE-PCT IS NUMERIC
                           MOVE TL-PRICE-PCT
                               TO WS-PRICE-TOLERANCE-PCT
                       END-IF
                       IF TL-QTY-UNITS IS NUMERIC
                           MOVE TL-QTY-UNITS TO WS-QTY-TOLERANCE
                       END-IF
               END-READ
               CLOSE TOLERANCE-FILE
           END-IF
           .

      *    A MISSING CONTROL FILE MEANS NO VOUCHER HAS EVER BEEN
      *    CUT - NUMBERING STARTS AT 000001.
       045-GET-NEXT-VOUCHER-NO-RTN.
           OPEN INPUT VOUCHER-NUMBER-CONTROL
           IF WS-VOUCHER-NUMBER-STATUS = '00'
               READ VOUCHER-NUMBER-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE VC-NEXT-VOUCHER-NO TO WS-NEXT-VOUCHER-NO
               END-READ
               CLOSE VOUCHER-NUMBER-CONTROL
           END-IF
           .

       050-LOAD-OPEN-POS-RTN.
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPEN-PO-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPEN-PO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 052-ONE-OPEN-PO-RTN
                   END-READ
               END-PERFORM
               CLOSE OPEN-PO-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           .

       052-ONE-OPEN-PO-RTN.
           MOVE OP-PO-NUMBER TO IV-PO-NUMBER-IN
           PERFORM 072-PO-ON-RUN-RTN
           IF NAMED-ON-RUN
               PERFORM 058-ROOM-FOR-PO-RTN
           END-IF
           IF NAMED-ON-RUN
               ADD 1 TO PO-COUNT
               SET PO-IDX TO PO-COUNT
               MOVE OP-PO-NUMBER TO POT-PO-NUMBER (PO-IDX)
               MOVE OP-PART-NO TO POT-PART-NO (PO-IDX)
               MOVE OP-VENDOR-NO TO POT-VENDOR-NO (PO-IDX)
               MOVE OP-QTY-ORDERED TO POT-QTY-ORDERED (PO-IDX)
               IF OP-UNIT-COST IS NUMERIC
                   MOVE OP-UNIT-COST TO POT-UNIT-COST (PO-IDX)
               END-IF
           END-IF
           .

       055-LOAD-RECEIPTS-RTN.
           OPEN INPUT PO-RECEIPT-LOG
           IF WS-RECEIPT-LOG-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PO-RECEIPT-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 057-ONE-RECEIPT-RTN
                   END-READ
               END-PERFORM
               CLOSE PO-RECEIPT-LOG
               MOVE 'N' TO WS-EOF
           END-IF
           .

      *    A RECEIPT FOR A PO NO INVOICE ON THIS RUN NAMES IS PASSED
      *    BY - MOST OF THE LOG IS POS LONG SINCE VOUCHERED IN FULL.
       057-ONE-RECEIPT-RTN.
           MOVE 'N' TO PO-FOUND-SW
           SET PO-IDX TO 1
           SEARCH PO-ENTRY
               AT END
                   CONTINUE
               WHEN POT-PO-NUMBER (PO-IDX) = RC-PO-NUMBER
                   MOVE 'Y' TO PO-FOUND-SW
           END-SEARCH
           IF PO-FOUND
               MOVE 'Y' TO WS-ON-RUN-SW
           ELSE
               MOVE RC-PO-NUMBER TO IV-PO-NUMBER-IN
               PERFORM 072-PO-ON-RUN-RTN
               IF NAMED-ON-RUN
                   PERFORM 058-ROOM-FOR-PO-RTN
               END-IF
           END-IF
           IF NAMED-ON-RUN
               PERFORM 059-ADD-RECEIPT-RTN
           END-IF
           .

       058-ROOM-FOR-PO-RTN.
           IF PO-COUNT NOT < MAX-PO-ENTRIES
               DISPLAY "WARNING: PO TABLE FULL AT " MAX-PO-ENTRIES
                   " - PO " IV-PO-NUMBER-IN " NOT LOADED"
               MOVE 'N' TO WS-ON-RUN-SW
           END-IF
           .

       059-ADD-RECEIPT-RTN.
           IF NOT PO-FOUND
               ADD 1 TO PO-COUNT
               SET PO-IDX TO PO-COUNT
               MOVE RC-PO-NUMBER TO POT-PO-NUMBER (PO-IDX)
               MOVE RC-PART-NO TO POT-PART-NO (PO-IDX)
               MOVE RC-VENDOR-NO TO POT-VENDOR-NO (PO-IDX)
               MOVE RC-QTY-ORDERED TO POT-QTY-ORDERED (PO-IDX)
               IF RC-PO-UNIT-COST IS NUMERIC
                   MOVE RC-PO-UNIT-COST TO POT-UNIT-COST (PO-IDX)
               END-IF
           END-IF
           ADD RC-QTY-RECEIVED TO POT-QTY-RECEIVED (PO-IDX)
           .

       060-LOAD-TERMS-RTN.
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VENDOR-MASTER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 062-ONE-VENDOR-RTN
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER
               MOVE 'N' TO WS-EOF
           END-IF
           .

       062-ONE-VENDOR-RTN.
           IF VM-TERMS-DAYS-IN IS NUMERIC
              AND VM-TERMS-DAYS-IN > ZERO
               SET TM-IDX TO 1
               SEARCH TERMS-ENTRY
                   AT END
                       CONTINUE
                   WHEN TMT-VENDOR-NO (TM-IDX) = VM-VENDOR-NO-IN
                       CONTINUE
                   WHEN TMT-VENDOR-NO (TM-IDX) = SPACES
                       MOVE VM-VENDOR-NO-IN TO TMT-VENDOR-NO (TM-IDX)
                       MOVE VM-TERMS-DAYS-IN TO
                            TMT-TERMS-DAYS (TM-IDX)
                       ADD 1 TO TERMS-COUNT
               END-SEARCH
           END-IF
           .

      *    EACH VOUCHERED LINE COUNTS AGAINST ITS PO'S RECEIVED
      *    QUANTITY, AND ITS INVOICE NUMBER IS REMEMBERED ONCE IF THIS
      *    RUN HAS THE SAME INVOICE AGAIN.
       065-LOAD-VOUCHERS-RTN.
           OPEN INPUT VOUCHER-REGISTER
           IF WS-VOUCHER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VOUCHER-REGISTER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 067-ONE-VOUCHER-LINE-RTN
                   END-READ
               END-PERFORM
               CLOSE VOUCHER-REGISTER
               MOVE 'N' TO WS-EOF
           END-IF
           .

       067-ONE-VOUCHER-LINE-RTN.
           SET PO-IDX TO 1
           SEARCH PO-ENTRY
               AT END
                   CONTINUE
               WHEN POT-PO-NUMBER (PO-IDX) = VR-PO-NUMBER
                   ADD VR-QUANTITY TO POT-QTY-BILLED (PO-IDX)
           END-SEARCH
           MOVE VR-VENDOR-NO TO IV-VENDOR-NO-IN
           MOVE VR-INVOICE-NO TO IV-INVOICE-NO-IN
           PERFORM 074-INVOICE-ON-RUN-RTN
           IF NAMED-ON-RUN
               PERFORM 215-CHECK-DUPLICATE-RTN
               IF NOT INVOICE-IS-DUPLICATE
                   PERFORM 068-REMEMBER-INVOICE-RTN
               END-IF
           END-IF
           .

      *    ONLY INVOICES ON THIS RUN ARE REMEMBERED, SO THE TABLE
      *    CANNOT FILL WHILE THE LINE TABLE HOLDS; THE TEST IS HERE SO
      *    A LARGER LINE TABLE CANNOT OVERRUN IT UNNOTICED.
       068-REMEMBER-INVOICE-RTN.
           IF PAID-INVOICE-COUNT < MAX-PAID-INVOICES
               ADD 1 TO PAID-INVOICE-COUNT
               SET PI-IDX TO PAID-INVOICE-COUNT
               MOVE IV-VENDOR-NO-IN TO PIT-VENDOR-NO (PI-IDX)
               MOVE IV-INVOICE-NO-IN TO PIT-INVOICE-NO (PI-IDX)
           ELSE
               DISPLAY "WARNING: PAID INVOICE TABLE FULL AT "
                   MAX-PAID-INVOICES " - " IV-VENDOR-NO-IN " "
                   IV-INVOICE-NO-IN " NOT REMEMBERED"
           END-IF
           .

      *    THE LINES ARE LOADED FIRST - THEY DECIDE WHICH POS AND
      *    EARLIER INVOICES ARE WORTH LOADING. A BATCH BIGGER THAN THE
      *    TABLE STOPS THE RUN HERE, BEFORE ANYTHING IS WRITTEN; AP
      *    SPLITS IT AND RUNS IT AGAIN.
       070-LOAD-INVOICE-LINES-RTN.
           OPEN INPUT INVOICE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF INVOICE-LINE-COUNT NOT < MAX-INVOICE-LINES
                           DISPLAY "ERROR: APINV.DAT HAS MORE THAN "
                               MAX-INVOICE-LINES " LINES - NOTHING "
                               "VOUCHERED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO INVOICE-LINE-COUNT
                       SET IL-IDX TO INVOICE-LINE-COUNT
                       MOVE SPACES TO INVOICE-LINE-ENTRY (IL-IDX)
                       MOVE IV-VENDOR-NO-IN TO ILT-VENDOR-NO (IL-IDX)
                       MOVE IV-INVOICE-NO-IN TO
                            ILT-INVOICE-NO (IL-IDX)
                       MOVE IV-INVOICE-DATE-IN TO
                            ILT-INVOICE-DATE (IL-IDX)
                       MOVE IV-PO-NUMBER-IN TO ILT-PO-NUMBER (IL-IDX)
                       MOVE IV-PART-NO-IN TO ILT-PART-NO (IL-IDX)
                       MOVE IV-QUANTITY-IN TO ILT-QUANTITY (IL-IDX)
                       MOVE IV-UNIT-COST-IN TO
                            ILT-UNIT-COST (IL-IDX)
                       MOVE ZERO TO ILT-QTY-RECEIVED (IL-IDX)
                       MOVE ZERO TO ILT-PO-UNIT-COST (IL-IDX)
                       MOVE ZERO TO ILT-PO-SUB (IL-IDX)
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           MOVE 'N' TO WS-EOF
           .

      *    IS THE PO IN IV-PO-NUMBER-IN NAMED ON ANY LINE OF THIS RUN?
       072-PO-ON-RUN-RTN.
           MOVE 'N' TO WS-ON-RUN-SW
           PERFORM 073-TEST-LINE-PO-RTN
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > INVOICE-LINE-COUNT
                  OR NAMED-ON-RUN
           .

       073-TEST-LINE-PO-RTN.
           IF ILT-PO-NUMBER (WS-SCAN-SUB) = IV-PO-NUMBER-IN
               MOVE 'Y' TO WS-ON-RUN-SW
           END-IF
           .

      *    IS THE VENDOR AND INVOICE IN IV-VENDOR-NO-IN AND
      *    IV-INVOICE-NO-IN ON ANY LINE OF THIS RUN?
       074-INVOICE-ON-RUN-RTN.
           MOVE 'N' TO WS-ON-RUN-SW
           PERFORM 076-TEST-LINE-INVOICE-RTN
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > INVOICE-LINE-COUNT
                  OR NAMED-ON-RUN
           .

       076-TEST-LINE-INVOICE-RTN.
           IF ILT-VENDOR-NO (WS-SCAN-SUB) = IV-VENDOR-NO-IN
              AND ILT-INVOICE-NO (WS-SCAN-SUB) = IV-INVOICE-NO-IN
               MOVE 'Y' TO WS-ON-RUN-SW
           END-IF
           .

      *    A MISSING PAYMENT FILE MEANS NOTHING WAS PAID SINCE THE
      *    LAST RUN. MORE PAYMENTS THAN THE TABLE HOLDS STOPS THE RUN
      *    BEFORE THE REGISTER IS TOUCHED.
       080-LOAD-PAYMENTS-RTN.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 082-ONE-PAYMENT-RTN
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           .

       082-ONE-PAYMENT-RTN.
           IF PAYMENT-COUNT NOT < MAX-PAYMENTS
               DISPLAY "ERROR: APPAY.DAT HAS MORE THAN " MAX-PAYMENTS
                   " PAYMENTS - NOTHING POSTED OR VOUCHERED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PAYMENT-COUNT
           SET PY-IDX TO PAYMENT-COUNT
           MOVE PY-VOUCHER-NO-IN TO PYT-VOUCHER-NO (PY-IDX)
           MOVE PY-PAID-DATE-IN TO PYT-PAID-DATE (PY-IDX)
           MOVE 'N' TO PYT-APPLIED-SW (PY-IDX)
           .

      *    ONE INVOICE IS THE RUN OF CONSECUTIVE LINES WITH THE SAME
      *    VENDOR AND INVOICE NUMBER. EVERY LINE IS CHECKED; ONE BAD
      *    LINE HOLDS THE WHOLE INVOICE, BECAUSE AP PAYS INVOICES,
      *    NOT LINES.
       200-MATCH-INVOICE-RTN.
           MOVE WS-FIRST-LINE TO WS-LAST-LINE
           MOVE 'N' TO WS-INVOICE-END-SW
           PERFORM 205-FIND-INVOICE-END-RTN
               UNTIL AT-INVOICE-END
           MOVE 'N' TO WS-INVOICE-HELD-SW
           SET IL-IDX TO WS-FIRST-LINE
           MOVE ILT-VENDOR-NO (IL-IDX) TO IV-VENDOR-NO-IN
           MOVE ILT-INVOICE-NO (IL-IDX) TO IV-INVOICE-NO-IN
           PERFORM 215-CHECK-DUPLICATE-RTN
           PERFORM 220-CHECK-LINE-RTN
               VARYING WS-LINE-SUB FROM WS-FIRST-LINE BY 1
               UNTIL WS-LINE-SUB > WS-LAST-LINE
           IF INVOICE-IS-HELD
               ADD 1 TO WS-HELD-COUNT
               PERFORM 300-HOLD-LINE-RTN
                   VARYING WS-LINE-SUB FROM WS-FIRST-LINE BY 1
                   UNTIL WS-LINE-SUB > WS-LAST-LINE
           ELSE
               PERFORM 350-VOUCHER-INVOICE-RTN
           END-IF
           COMPUTE WS-FIRST-LINE = WS-LAST-LINE + 1
           .

       205-FIND-INVOICE-END-RTN.
           IF WS-LAST-LINE NOT LESS THAN INVOICE-LINE-COUNT
               MOVE 'Y' TO WS-INVOICE-END-SW
           ELSE
               IF ILT-VENDOR-NO (WS-LAST-LINE + 1)
                       = ILT-VENDOR-NO (WS-FIRST-LINE)
                  AND ILT-INVOICE-NO (WS-LAST-LINE + 1)
                       = ILT-INVOICE-NO (WS-FIRST-LINE)
                   ADD 1 TO WS-LAST-LINE
               ELSE
                   MOVE 'Y' TO WS-INVOICE-END-SW
               END-IF
           END-IF
           .

       215-CHECK-DUPLICATE-RTN.
           MOVE 'N' TO WS-DUPLICATE-SW
           SET PI-IDX TO 1
           SEARCH PAID-INVOICE-ENTRY
               AT END
                   CONTINUE
               WHEN PIT-VENDOR-NO (PI-IDX) = IV-VENDOR-NO-IN
                    AND PIT-INVOICE-NO (PI-IDX) = IV-INVOICE-NO-IN
                   MOVE 'Y' TO WS-DUPLICATE-SW
           END-SEARCH
           .

      *    THE FIRST FAILED TEST IS THE REASON THE LINE SHOWS ON THE
      *    HOLD REPORT. QUANTITY IS PROVED AGAINST WHAT WAS RECEIVED
      *    AND NOT YET PAID FOR - EARLIER LINES OF THIS SAME INVOICE
      *    ON THE SAME PO COUNT AS PAID FOR THE PURPOSE.
       220-CHECK-LINE-RTN.
           SET IL-IDX TO WS-LINE-SUB
           MOVE SPACES TO ILT-REASON (IL-IDX)
           MOVE 'N' TO PO-FOUND-SW
           SET PO-IDX TO 1
           SEARCH PO-ENTRY
               AT END
                   CONTINUE
               WHEN POT-PO-NUMBER (PO-IDX) = ILT-PO-NUMBER (IL-IDX)
                   MOVE 'Y' TO PO-FOUND-SW
           END-SEARCH
           IF PO-FOUND
               SET ILT-PO-SUB (IL-IDX) TO PO-IDX
               MOVE POT-QTY-RECEIVED (PO-IDX)
                   TO ILT-QTY-RECEIVED (IL-IDX)
               MOVE POT-UNIT-COST (PO-IDX)
                   TO ILT-PO-UNIT-COST (IL-IDX)
               COMPUTE WS-BILLABLE-QTY =
                   POT-QTY-RECEIVED (PO-IDX) - POT-QTY-BILLED (PO-IDX)
                   + WS-QTY-TOLERANCE
               PERFORM 225-EARLIER-LINES-RTN
               COMPUTE WS-PRICE-LIMIT =
                   POT-UNIT-COST (PO-IDX) *
                   (100 + WS-PRICE-TOLERANCE-PCT) / 100
           END-IF
           EVALUATE TRUE
               WHEN INVOICE-IS-DUPLICATE
                   MOVE 'INVOICE ALREADY VOUCHERED'
                       TO ILT-REASON (IL-IDX)
               WHEN NOT PO-FOUND
                   MOVE 'PO NOT ON FILE' TO ILT-REASON (IL-IDX)
               WHEN POT-VENDOR-NO (PO-IDX) NOT = SPACES
                AND POT-VENDOR-NO (PO-IDX) NOT = ILT-VENDOR-NO (IL-IDX)
                   MOVE 'VENDOR NOT ON PO' TO ILT-REASON (IL-IDX)
               WHEN POT-PART-NO (PO-IDX) NOT = ILT-PART-NO (IL-IDX)
                   MOVE 'PART NOT ON PO' TO ILT-REASON (IL-IDX)
               WHEN POT-QTY-RECEIVED (PO-IDX) = ZERO
                   MOVE 'GOODS NOT RECEIVED' TO ILT-REASON (IL-IDX)
               WHEN ILT-QUANTITY (IL-IDX) > WS-BILLABLE-QTY
                   MOVE 'QTY OVER RECEIVED' TO ILT-REASON (IL-IDX)
               WHEN ILT-QUANTITY (IL-IDX) >
                       POT-QTY-ORDERED (PO-IDX) + WS-QTY-TOLERANCE
                   MOVE 'QTY OVER PO' TO ILT-REASON (IL-IDX)
               WHEN POT-UNIT-COST (PO-IDX) = ZERO
                   MOVE 'NO PRICE ON PO' TO ILT-REASON (IL-IDX)
               WHEN ILT-UNIT-COST (IL-IDX) > WS-PRICE-LIMIT
                   MOVE 'PRICE OVER PO' TO ILT-REASON (IL-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ILT-REASON (IL-IDX) NOT = SPACES
               MOVE 'Y' TO WS-INVOICE-HELD-SW
           END-IF
           .

       225-EARLIER-LINES-RTN.
           PERFORM 227-ONE-EARLIER-LINE-RTN
               VARYING WS-EARLIER-SUB FROM WS-FIRST-LINE BY 1
               UNTIL WS-EARLIER-SUB NOT LESS THAN WS-LINE-SUB
           .

       227-ONE-EARLIER-LINE-RTN.
           IF ILT-PO-NUMBER (WS-EARLIER-SUB) = ILT-PO-NUMBER (IL-IDX)
               SUBTRACT ILT-QUANTITY (WS-EARLIER-SUB)
                   FROM WS-BILLABLE-QTY
           END-IF
           .

       300-HOLD-LINE-RTN.
           SET IL-IDX TO WS-LINE-SUB
           MOVE SPACES TO HOLD-REC
           MOVE ILT-VENDOR-NO (IL-IDX) TO HL-VENDOR-NO-OUT
           MOVE ILT-INVOICE-NO (IL-IDX) TO HL-INVOICE-NO-OUT
           MOVE ILT-PO-NUMBER (IL-IDX) TO HL-PO-NUMBER-OUT
           MOVE ILT-PART-NO (IL-IDX) TO HL-PART-NO-OUT
           MOVE ILT-QUANTITY (IL-IDX) TO HL-QTY-INVOICED-OUT
           MOVE ILT-QTY-RECEIVED (IL-IDX) TO HL-QTY-RECEIVED-OUT
           MOVE ILT-UNIT-COST (IL-IDX) TO HL-COST-INVOICED-OUT
           MOVE ILT-PO-UNIT-COST (IL-IDX) TO HL-COST-PO-OUT
           IF ILT-REASON (IL-IDX) = SPACES
               MOVE 'HELD WITH INVOICE' TO HL-REASON-OUT
           ELSE
               MOVE ILT-REASON (IL-IDX) TO HL-REASON-OUT
           END-IF
           WRITE HOLD-REC
           .

      *    AN APPROVED INVOICE IS PAID AT THE INVOICED PRICE - IT IS
      *    WITHIN TOLERANCE BY NOW - AND FALLS DUE THE VENDOR'S TERMS
      *    DAYS AFTER THE INVOICE DATE.
       350-VOUCHER-INVOICE-RTN.
           SET IL-IDX TO WS-FIRST-LINE
           MOVE DEFAULT-TERMS-DAYS TO WS-TERMS-DAYS
           SET TM-IDX TO 1
           SEARCH TERMS-ENTRY
               AT END
                   CONTINUE
               WHEN TMT-VENDOR-NO (TM-IDX) = ILT-VENDOR-NO (IL-IDX)
                   MOVE TMT-TERMS-DAYS (TM-IDX) TO WS-TERMS-DAYS
           END-SEARCH
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (ILT-INVOICE-DATE (IL-IDX))
                    + WS-TERMS-DAYS)
           MOVE ZERO TO WS-INVOICE-AMOUNT
           PERFORM 360-VOUCHER-LINE-RTN
               VARYING WS-LINE-SUB FROM WS-FIRST-LINE BY 1
               UNTIL WS-LINE-SUB > WS-LAST-LINE
           SET IL-IDX TO WS-FIRST-LINE
           MOVE ILT-VENDOR-NO (IL-IDX) TO IV-VENDOR-NO-IN
           MOVE ILT-INVOICE-NO (IL-IDX) TO IV-INVOICE-NO-IN
           PERFORM 068-REMEMBER-INVOICE-RTN
           MOVE SPACES TO VOUCHER-LISTING-REC
           MOVE WS-NEXT-VOUCHER-NO TO VL-VOUCHER-NO-OUT
           MOVE ILT-VENDOR-NO (IL-IDX) TO VL-VENDOR-NO-OUT
           MOVE ILT-INVOICE-NO (IL-IDX) TO VL-INVOICE-NO-OUT
           MOVE ILT-INVOICE-DATE (IL-IDX) TO VL-INVOICE-DATE-OUT
           MOVE WS-DUE-DATE TO VL-DUE-DATE-OUT
           COMPUTE VL-LINES-OUT = WS-LAST-LINE - WS-FIRST-LINE + 1
           MOVE WS-INVOICE-AMOUNT TO VL-AMOUNT-OUT
           WRITE VOUCHER-LISTING-REC
           ADD WS-INVOICE-AMOUNT TO WS-RUN-TOTAL
           ADD 1 TO WS-VOUCHER-COUNT
           ADD 1 TO WS-NEXT-VOUCHER-NO
           .

       360-VOUCHER-LINE-RTN.
           SET IL-IDX TO WS-LINE-SUB
           COMPUTE WS-LINE-AMOUNT =
               ILT-QUANTITY (IL-IDX) * ILT-UNIT-COST (IL-IDX)
           ADD WS-LINE-AMOUNT TO WS-INVOICE-AMOUNT
           SET PO-IDX TO ILT-PO-SUB (IL-IDX)
           ADD ILT-QUANTITY (IL-IDX) TO POT-QTY-BILLED (PO-IDX)
           MOVE WS-NEXT-VOUCHER-NO TO VR-VOUCHER-NO
           MOVE WS-RUN-DATE TO VR-VOUCHER-DATE
           MOVE ILT-VENDOR-NO (IL-IDX) TO VR-VENDOR-NO
           MOVE ILT-INVOICE-NO (IL-IDX) TO VR-INVOICE-NO
           MOVE ILT-INVOICE-DATE (IL-IDX) TO VR-INVOICE-DATE
           MOVE WS-DUE-DATE TO VR-DUE-DATE
           MOVE ILT-PO-NUMBER (IL-IDX) TO VR-PO-NUMBER
           MOVE ILT-PART-NO (IL-IDX) TO VR-PART-NO
           MOVE ILT-QUANTITY (IL-IDX) TO VR-QUANTITY
           MOVE ILT-UNIT-COST (IL-IDX) TO VR-UNIT-COST
           MOVE WS-LINE-AMOUNT TO VR-AMOUNT
           MOVE 'O' TO VR-STATUS
           WRITE VOUCHER-REC
           .

       410-PUT-NEXT-VOUCHER-NO-RTN.
           OPEN OUTPUT VOUCHER-NUMBER-CONTROL
           MOVE WS-NEXT-VOUCHER-NO TO VC-NEXT-VOUCHER-NO
           WRITE VOUCHER-NUMBER-CONTROL-REC
           CLOSE VOUCHER-NUMBER-CONTROL
           .

      *    THE REGISTER ONLY GROWS, SO IT IS NOT HELD IN A TABLE: IT
      *    IS COPIED TO THE WORK FILE AS IT STANDS AND WRITTEN BACK
      *    FROM THE COPY WITH EVERY OPEN LINE OF A PAID VOUCHER MARKED
      *    P. PAYMENTS THAT FOUND NO OPEN LINE ARE LISTED, AND THE
      *    PAYMENT FILE IS EMPTIED SO THE NEXT RUN DOES NOT SEE THEM.
       500-POST-PAYMENTS-RTN.
           OPEN INPUT VOUCHER-REGISTER
                OUTPUT VOUCHER-WORK
           IF WS-VOUCHER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VOUCHER-REGISTER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE VOUCHER-WORK-REC FROM VOUCHER-REC
                   END-READ
               END-PERFORM
               CLOSE VOUCHER-REGISTER
               MOVE 'N' TO WS-EOF
           END-IF
           CLOSE VOUCHER-WORK
           OPEN INPUT VOUCHER-WORK
                OUTPUT VOUCHER-REGISTER
           PERFORM UNTIL WS-EOF = 'Y'
               READ VOUCHER-WORK INTO VOUCHER-REC
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 510-MARK-PAID-RTN
                       WRITE VOUCHER-REC
               END-READ
           END-PERFORM
           CLOSE VOUCHER-WORK
                 VOUCHER-REGISTER
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT PAYMENT-EXCEPTIONS
           PERFORM 520-LIST-UNAPPLIED-RTN
               VARYING PY-IDX FROM 1 BY 1
               UNTIL PY-IDX > PAYMENT-COUNT
           CLOSE PAYMENT-EXCEPTIONS
           OPEN OUTPUT PAYMENT-FILE
           CLOSE PAYMENT-FILE
           DISPLAY "VOUCHER LINES MARKED PAID: " WS-PAID-LINE-COUNT
               "  PAYMENTS NOT APPLIED: " WS-PAYMENT-EXCEPTION-COUNT
           .

       510-MARK-PAID-RTN.
           IF VR-IS-OPEN
               SET PY-IDX TO 1
               SEARCH PAYMENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PY-IDX > PAYMENT-COUNT
                       CONTINUE
                   WHEN PYT-VOUCHER-NO (PY-IDX) = VR-VOUCHER-NO
                       MOVE 'P' TO VR-STATUS
                       MOVE 'Y' TO PYT-APPLIED-SW (PY-IDX)
                       ADD 1 TO WS-PAID-LINE-COUNT
               END-SEARCH
           END-IF
           .

       520-LIST-UNAPPLIED-RTN.
           IF NOT PYT-APPLIED (PY-IDX)
               MOVE SPACES TO PAYMENT-EXCEPTION-REC
               MOVE PYT-VOUCHER-NO (PY-IDX) TO PX-VOUCHER-NO-OUT
               MOVE PYT-PAID-DATE (PY-IDX) TO PX-PAID-DATE-OUT
               MOVE 'NO OPEN VOUCHER' TO PX-REASON-OUT
               WRITE PAYMENT-EXCEPTION-REC
               ADD 1 TO WS-PAYMENT-EXCEPTION-COUNT
           END-IF
           .
