       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH03A08I.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.

      ******************************************************************
      * Payment-due report for cash planning. Reads the AP voucher     *
      * register CH03A08H builds (APVOUCH.DAT), totals each voucher    *
      * still open from its lines, and lists them in due-date order -  *
      * voucher, vendor, invoice and amount - with a subtotal for      *
      * each due date and the running total the bank account has to   *
      * cover by that date. Anything already past due on the run date  *
      * is flagged, and the trailer carries the past-due and grand     *
      * totals. Written to APDUE.DAT.                                  *
      *                                                                *
      * 2026-10-15  MAM  Vouchers past the due table's 500 entries are *
      *                  no longer written over the table's end; their *
      *                  lines are totalled on a NOT LISTED line ahead *
      *                  of the trailer so the report cannot quietly   *
      *                  understate what is owed.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-REGISTER ASSIGN TO "DATA/APVOUCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT PAYMENT-DUE-LISTING ASSIGN TO "DATA/APDUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT MATCHED TO VOUCHER-REC IN CH03A08H.
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
           05  VR-STATUS                    PIC X.
               88  VR-IS-OPEN                   VALUE 'O'.
               88  VR-IS-PAID                   VALUE 'P'.

       FD  PAYMENT-DUE-LISTING.
       01  PAYMENT-DUE-REC.
           05  PD-DUE-DATE-OUT              PIC 9(8).
           05                               PIC X(2).
           05  PD-VOUCHER-NO-OUT            PIC 9(6).
           05                               PIC X(2).
           05  PD-VENDOR-NO-OUT             PIC X(5).
           05                               PIC X(2).
           05  PD-INVOICE-NO-OUT            PIC X(10).
           05                               PIC X(2).
           05  PD-AMOUNT-OUT                PIC $$,$$$,$$9.99.
           05                               PIC X(2).
           05  PD-PAST-DUE-OUT              PIC X(8).
           05                               PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-EOF                          PIC X VALUE 'N'.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-VOUCHER-STATUS               PIC XX.

      *    ONE ENTRY PER OPEN VOUCHER, ITS LINES SUMMED, THEN SORTED
      *    BY DUE DATE AND VOUCHER NUMBER.
       01  DUE-TABLE.
           05  DUE-ENTRY OCCURS 500 TIMES
                   INDEXED BY DU-IDX.
               10  DUT-SORT-KEY.
                   15  DUT-DUE-DATE        PIC 9(8) VALUE ZERO.
                   15  DUT-VOUCHER-NO      PIC 9(6) VALUE ZERO.
               10  DUT-VENDOR-NO           PIC X(5) VALUE SPACES.
               10  DUT-INVOICE-NO          PIC X(10) VALUE SPACES.
               10  DUT-AMOUNT              PIC 9(8)V99 VALUE ZERO.
       01  DUE-COUNT                       PIC 9(3) VALUE ZERO.
       01  MAX-DUE-ENTRIES                 PIC 9(3) VALUE 500.
       01  WS-UNLISTED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-UNLISTED-TOTAL               PIC 9(10)V99 VALUE ZERO
                                            USAGE COMP-3.
       01  VOUCHER-FOUND-SW                PIC X VALUE 'N'.
           88  VOUCHER-FOUND               VALUE 'Y'.
       01  WS-SORT-SWAPPED-SW              PIC X VALUE 'N'.
           88  ENTRIES-SWAPPED             VALUE 'Y'.
       01  WS-SORT-IDX                     PIC 9(3) VALUE ZERO.
       01  WS-SWAP-HOLD                    PIC X(39).

       01  WS-PREVIOUS-DUE-DATE            PIC 9(8) VALUE ZERO.
       01  WS-DATE-TOTAL                   PIC 9(10)V99 VALUE ZERO
                                            USAGE COMP-3.
       01  WS-RUNNING-TOTAL                PIC 9(10)V99 VALUE ZERO
                                            USAGE COMP-3.
       01  WS-PAST-DUE-TOTAL               PIC 9(10)V99 VALUE ZERO
                                            USAGE COMP-3.

       01  DATE-TOTAL-LINE.
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(13) VALUE
                                            'DUE ON DATE: '.
           05  DT-DATE-TOTAL-OUT           PIC $$$,$$$,$$9.99.
           05                              PIC X(18) VALUE
                                            '  CUMULATIVE DUE: '.
           05  DT-RUNNING-TOTAL-OUT        PIC $$$,$$$,$$9.99.

       01  UNLISTED-LINE.
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(13) VALUE
                                            'NOT LISTED : '.
           05  UL-UNLISTED-TOTAL-OUT       PIC $$$,$$$,$$9.99.
           05                              PIC X(18) VALUE
                                            '  VOUCHER LINES : '.
           05  UL-UNLISTED-COUNT-OUT       PIC ZZ,ZZ9.

       01  GRAND-TOTAL-LINE.
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(13) VALUE
                                            'PAST DUE   : '.
           05  GT-PAST-DUE-OUT             PIC $$$,$$$,$$9.99.
           05                              PIC X(18) VALUE
                                            '  TOTAL OPEN AP : '.
           05  GT-GRAND-TOTAL-OUT          PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 050-LOAD-OPEN-VOUCHERS-RTN
           PERFORM 300-SORT-DUE-RTN
           OPEN OUTPUT PAYMENT-DUE-LISTING
           PERFORM 310-DUE-LINE-RTN
               VARYING DU-IDX FROM 1 BY 1
               UNTIL DU-IDX > DUE-COUNT
           IF DUE-COUNT > ZERO
               PERFORM 320-DATE-TOTAL-RTN
           END-IF
           IF WS-UNLISTED-COUNT > ZERO
               MOVE WS-UNLISTED-TOTAL TO UL-UNLISTED-TOTAL-OUT
               MOVE WS-UNLISTED-COUNT TO UL-UNLISTED-COUNT-OUT
               WRITE PAYMENT-DUE-REC FROM UNLISTED-LINE
               ADD WS-UNLISTED-TOTAL TO WS-RUNNING-TOTAL
               DISPLAY "WARNING: DUE TABLE FULL AT " MAX-DUE-ENTRIES
                   " - " WS-UNLISTED-COUNT " VOUCHER LINE(S) NOT "
                   "LISTED"
           END-IF
           MOVE WS-PAST-DUE-TOTAL TO GT-PAST-DUE-OUT
           MOVE WS-RUNNING-TOTAL TO GT-GRAND-TOTAL-OUT
           WRITE PAYMENT-DUE-REC FROM GRAND-TOTAL-LINE
           CLOSE PAYMENT-DUE-LISTING
           STOP RUN
           .

       050-LOAD-OPEN-VOUCHERS-RTN.
           OPEN INPUT VOUCHER-REGISTER
           IF WS-VOUCHER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VOUCHER-REGISTER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF VR-IS-OPEN
                               PERFORM 060-ADD-VOUCHER-LINE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOUCHER-REGISTER
           END-IF
           .

       060-ADD-VOUCHER-LINE-RTN.
           MOVE 'N' TO VOUCHER-FOUND-SW
           SET DU-IDX TO 1
           SEARCH DUE-ENTRY
               AT END
                   CONTINUE
               WHEN DUT-VOUCHER-NO (DU-IDX) = VR-VOUCHER-NO
                   MOVE 'Y' TO VOUCHER-FOUND-SW
           END-SEARCH
           IF NOT VOUCHER-FOUND
              AND DUE-COUNT NOT < MAX-DUE-ENTRIES
               ADD 1 TO WS-UNLISTED-COUNT
               ADD VR-AMOUNT TO WS-UNLISTED-TOTAL
           ELSE
               IF NOT VOUCHER-FOUND
                   ADD 1 TO DUE-COUNT
                   SET DU-IDX TO DUE-COUNT
                   MOVE VR-DUE-DATE TO DUT-DUE-DATE (DU-IDX)
                   MOVE VR-VOUCHER-NO TO DUT-VOUCHER-NO (DU-IDX)
                   MOVE VR-VENDOR-NO TO DUT-VENDOR-NO (DU-IDX)
                   MOVE VR-INVOICE-NO TO DUT-INVOICE-NO (DU-IDX)
               END-IF
               ADD VR-AMOUNT TO DUT-AMOUNT (DU-IDX)
           END-IF
           .

      *    NEIGHBOR-SWAP PASSES ON DUE DATE THEN VOUCHER NUMBER, AS
      *    CH03A08E SORTS ITS PICK LINES.
       300-SORT-DUE-RTN.
           MOVE 'Y' TO WS-SORT-SWAPPED-SW
           PERFORM 305-ONE-SORT-PASS-RTN
               UNTIL NOT ENTRIES-SWAPPED
           .

       305-ONE-SORT-PASS-RTN.
           MOVE 'N' TO WS-SORT-SWAPPED-SW
           PERFORM 307-COMPARE-NEIGHBORS-RTN
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX NOT LESS THAN DUE-COUNT
           .

       307-COMPARE-NEIGHBORS-RTN.
           IF DUT-SORT-KEY (WS-SORT-IDX) >
                   DUT-SORT-KEY (WS-SORT-IDX + 1)
               MOVE DUE-ENTRY (WS-SORT-IDX) TO WS-SWAP-HOLD
               MOVE DUE-ENTRY (WS-SORT-IDX + 1)
                   TO DUE-ENTRY (WS-SORT-IDX)
               MOVE WS-SWAP-HOLD TO DUE-ENTRY (WS-SORT-IDX + 1)
               MOVE 'Y' TO WS-SORT-SWAPPED-SW
           END-IF
           .

      *    A CHANGE OF DUE DATE CLOSES OFF THE PREVIOUS DATE WITH ITS
      *    SUBTOTAL AND THE RUNNING TOTAL THROUGH THAT DATE.
       310-DUE-LINE-RTN.
           IF DU-IDX > 1
              AND DUT-DUE-DATE (DU-IDX) NOT = WS-PREVIOUS-DUE-DATE
               PERFORM 320-DATE-TOTAL-RTN
           END-IF
           MOVE DUT-DUE-DATE (DU-IDX) TO WS-PREVIOUS-DUE-DATE
           MOVE SPACES TO PAYMENT-DUE-REC
           MOVE DUT-DUE-DATE (DU-IDX) TO PD-DUE-DATE-OUT
           MOVE DUT-VOUCHER-NO (DU-IDX) TO PD-VOUCHER-NO-OUT
           MOVE DUT-VENDOR-NO (DU-IDX) TO PD-VENDOR-NO-OUT
           MOVE DUT-INVOICE-NO (DU-IDX) TO PD-INVOICE-NO-OUT
           MOVE DUT-AMOUNT (DU-IDX) TO PD-AMOUNT-OUT
           IF DUT-DUE-DATE (DU-IDX) < WS-RUN-DATE
               MOVE 'PAST DUE' TO PD-PAST-DUE-OUT
               ADD DUT-AMOUNT (DU-IDX) TO WS-PAST-DUE-TOTAL
           END-IF
           WRITE PAYMENT-DUE-REC
           ADD DUT-AMOUNT (DU-IDX) TO WS-DATE-TOTAL
           ADD DUT-AMOUNT (DU-IDX) TO WS-RUNNING-TOTAL
           .

       320-DATE-TOTAL-RTN.
           MOVE WS-DATE-TOTAL TO DT-DATE-TOTAL-OUT
           MOVE WS-RUNNING-TOTAL TO DT-RUNNING-TOTAL-OUT
           WRITE PAYMENT-DUE-REC FROM DATE-TOTAL-LINE
           MOVE ZERO TO WS-DATE-TOTAL
           .
