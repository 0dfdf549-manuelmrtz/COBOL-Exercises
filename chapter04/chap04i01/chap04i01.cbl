      *   audit trail with the clerk's operator ID, the date and time,   *
      *   and the customer retrieved, separate from the shop-wide        *
      *   write-side AUDIT-LOG-FILE used elsewhere in this chapter.       *
      *   Each customer shown also shows their unpaid late fees off      *
      *   the video customer ledger CHAP04A04C posts to.                 *
      *                                                                *
      *================================================================*
      *                                                                *
      *   | customer-good.dat  | Edited customer master (see          |  *
      *   |                    | CHAP04V01) - same file CHAP04A01     |  *
      *   |                    | reads                                 |  *
      *   | video-cust-        | Video customer ledger - unpaid       |  *
      *   |   ledger.dat       | late fees (CHAP04A04C)               |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *                     insensitive partial name instead of an     *
      *                     exact one; added an operator-ID inquiry    *
      *                     audit trail for every successful lookup.   *
      *   2026-10-15  MAM  Shows the customer's unpaid late-fee        *
      *                     balance off the video customer ledger.     *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CUSTOMER-STATUS.

           SELECT CUST-LEDGER-FILE
               ASSIGN TO 'data/video-cust-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LEDGER-STATUS.

           SELECT INQUIRY-LOG-FILE
               ASSIGN TO 'data/chap04i01-audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  F-CUSTOMER-FILE.
           COPY CUSTREC.

       FD  CUST-LEDGER-FILE.
           COPY VIDLDGREC.

      *    ONE LINE PER SUCCESSFUL LOOKUP - WHO ASKED FOR WHICH
      *    CUSTOMER, AND WHEN. APPENDED TO, NEVER REWRITTEN.
       FD  INQUIRY-LOG-FILE.
       COPY OPERWS.
       01  WS-CUSTOMER-STATUS      PIC XX.
       01  WS-INQ-LOG-STATUS       PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-LEDGER-EOF           PIC X    VALUE 'N'.
       01  WS-FEE-BALANCE          PIC S9(5)V99 VALUE ZERO.
       01  WS-FEE-BALANCE-OUT      PIC $$,$$9.99-.
       01  WS-LEDGER-NAME-UPPER    PIC X(20) VALUE SPACES.
       01  WS-EOF                  PIC X    VALUE 'N'.
       01  WS-FOUND-SW             PIC X    VALUE 'N'.
           88 CUSTOMER-FOUND       VALUE 'Y'.
           DISPLAY 'ZIP CODE      : ' ZIP-CODE-ADDR-IN
           DISPLAY 'CUSTOMER TYPE : ' CUSTOMER-TYPE-IN
           DISPLAY 'STORE         : ' STORE-CODE-IN
           PERFORM 345-SHOW-FEE-BALANCE-RTN
           PERFORM 350-LOG-INQUIRY-RTN
           .

      *    CHARGES LESS PAYMENTS ON THE LEDGER FOR THIS CUSTOMER,
      *    MATCHED ON THE NAME WITHOUT REGARD TO CASE. NO LEDGER YET
      *    MEANS NOBODY OWES ANYTHING.
       345-SHOW-FEE-BALANCE-RTN.
           MOVE ZERO TO WS-FEE-BALANCE
           MOVE FUNCTION UPPER-CASE (CUSTOMER-NAME-IN)
               TO WS-CUSTOMER-NAME-UPPER
           MOVE 'N' TO WS-LEDGER-EOF
           OPEN INPUT CUST-LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-LEDGER-EOF = 'Y'
                   READ CUST-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-LEDGER-EOF
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE (VL-CUSTOMER-NAME)
                               TO WS-LEDGER-NAME-UPPER
                           IF WS-LEDGER-NAME-UPPER
                                   = WS-CUSTOMER-NAME-UPPER
                               IF VL-IS-CHARGE
                                   ADD VL-AMOUNT TO WS-FEE-BALANCE
                               ELSE
                                   SUBTRACT VL-AMOUNT
                                       FROM WS-FEE-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-LEDGER-FILE
           END-IF
           MOVE WS-FEE-BALANCE TO WS-FEE-BALANCE-OUT
           DISPLAY 'UNPAID FEES   : ' WS-FEE-BALANCE-OUT
           .

      *    APPENDS ONE INQUIRY AUDIT ENTRY FOR THE CUSTOMER JUST
      *    DISPLAYED. STATUS 35 (NO LOG FILE YET) IS TOLERATED THE
      *    SAME WAY THE SHOP-WIDE AUDIT TRAIL TOLERATES IT.
