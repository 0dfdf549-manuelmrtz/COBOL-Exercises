      * balance. The master is rewritten from the table at end of      *
      * run, the same table-driven pattern CH03A08C uses to match      *
      * count sheets.                                                  *
      *                                                                *
      * 2026-10-15  MAM  Every posted issue is also appended to        *
      *                  ISSUEHST.DAT with its FIFO cost, so usage     *
      *                  outlives the one-day update register; the     *
      *                  CH03A08G ABC analysis reads it.               *
      * 2026-10-15  MAM  OPEN-PO-REC carries the PO's vendor and unit  *
      *                  cost, and a receipt that closes a PO is       *
      *                  logged to PORECV.DAT for the CH03A08H         *
      *                  invoice match.                                *
      * 2026-10-15  MAM  INVTRANS.DAT is emptied once its movements    *
      *                  have posted, so the next run does not post    *
      *                  them again - CH03A08F and the dock only ever  *
      *                  add to it.                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    ONE LINE PER MOVEMENT SINCE THE LAST RUN, AS THE DOCK AND
      *    THE FLOOR REPORTED THEM. RECEIPTS CARRY THE UNIT COST OFF
      *    THE PACKING SLIP; ISSUES AND ADJUSTMENTS LEAVE IT ZERO.
      *    EMPTIED AT END OF RUN ONCE EVERYTHING ON IT HAS POSTED.
           SELECT INVENTORY-TRANS ASSIGN TO "DATA/INVTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PO-LATE-LISTING ASSIGN TO "DATA/POLATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    WHAT CAME IN AGAINST EACH PO - THE RECEIVING SIDE OF THE
      *    THREE-WAY MATCH. ONLY ADDED TO, SINCE THE PO ITSELF DROPS
      *    OFF OPENPO.DAT ONCE IT CLOSES.
           SELECT PO-RECEIPT-LOG ASSIGN TO "DATA/PORECV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-LOG-STATUS.

      *    RECEIPT-COST LAYERS, OLDEST FIRST - ONE RECORD PER RECEIPT
      *    STILL (PARTLY) ON THE SHELF, AT THE UNIT COST IT ACTUALLY
      *    CAME IN AT. RECEIPTS APPEND A LAYER; ISSUES CONSUME THE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYER-STATUS.

      *    RUNNING HISTORY OF POSTED ISSUES - ONE RECORD PER ISSUE,
      *    DATED, WITH WHAT THE LAYERS IT DREW DOWN HAD COST. NEVER
      *    REWRITTEN, ONLY ADDED TO.
           SELECT ISSUE-HISTORY-FILE ASSIGN TO "DATA/ISSUEHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-MASTER.
           05  OP-ORDER-DATE                PIC 9(8).
           05  OP-EXPECTED-DATE             PIC 9(8).
           05  OP-STATUS                    PIC X.
           05  OP-VENDOR-NO                 PIC X(5).
           05  OP-UNIT-COST                 PIC 9(4)V99.

       FD  PO-LATE-LISTING.
       01  PO-LATE-REC.
           05                               PIC X(2).
           05  PL-REASON-OUT                PIC X(25).

      *    LAYOUT MATCHED TO PO-RECEIPT-REC IN CH03A08H.
       FD  PO-RECEIPT-LOG.
       01  PO-RECEIPT-REC.
           05  RC-PO-NUMBER                 PIC 9(6).
           05  RC-PART-NO                   PIC X(15).
           05  RC-VENDOR-NO                 PIC X(5).
           05  RC-QTY-ORDERED               PIC 9(3).
           05  RC-PO-UNIT-COST              PIC 9(4)V99.
           05  RC-QTY-RECEIVED              PIC 9(3).
           05  RC-RECEIPT-DATE              PIC 9(8).

      *    LAYOUT MATCHED TO COST-LAYER-REC IN CH03A08B.
       FD  COST-LAYER-FILE.
       01  COST-LAYER-REC.
           05  CL-QUANTITY                  PIC 9(3).
           05  CL-UNIT-COST                 PIC 9(4)V99.

      *    LAYOUT MATCHED TO ISSUE-HISTORY-REC IN CH03A08G.
       FD  ISSUE-HISTORY-FILE.
       01  ISSUE-HISTORY-REC.
           05  IH-ISSUE-DATE                PIC 9(8).
           05  IH-PART-NO                   PIC X(15).
           05  IH-QUANTITY                  PIC 9(3).
           05  IH-COST-VALUE                PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-EOF                          PIC X VALUE 'N'.
       01  WS-PROJECTED-QOH                PIC S9(4) VALUE ZERO.
               10  OPT-ORDER-DATE          PIC 9(8) VALUE ZERO.
               10  OPT-EXPECTED-DATE       PIC 9(8) VALUE ZERO.
               10  OPT-STATUS              PIC X VALUE SPACE.
               10  OPT-VENDOR-NO           PIC X(5) VALUE SPACES.
               10  OPT-UNIT-COST           PIC 9(4)V99 VALUE ZERO.
       01  OPEN-PO-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-OPEN-PO-EOF-SW               PIC X VALUE 'N'.
           88  OPEN-PO-FILE-EOF            VALUE 'Y'.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RECEIPT-LOG-STATUS           PIC XX.

      *    COST LAYERS IN FILE (OLDEST-FIRST) ORDER. RECEIPTS APPEND
      *    AT THE END, ISSUES DRAIN FROM THE FRONT, AND ONLY LAYERS
           88  LAYER-FILE-EOF              VALUE 'Y'.
       01  WS-QTY-TO-CONSUME               PIC 9(3) VALUE ZERO.
       01  WS-LAYER-SCAN                   PIC 9(3) VALUE ZERO.
      *    WHAT THE LAYERS DRAWN DOWN BY THE CURRENT ISSUE HAD COST.
       01  WS-HISTORY-STATUS               PIC XX.
       01  WS-ISSUE-COST                   PIC 9(7)V99 VALUE ZERO.

      *    INVENTORY-MASTER LOADED INTO A TABLE, UPDATED IN PLACE BY
      *    EACH TRANSACTION, AND REWRITTEN AT END OF RUN. OPENING
           OPEN INPUT INVENTORY-TRANS
                OUTPUT TRANS-REJECT-LISTING
                OUTPUT UPDATE-REGISTER
           OPEN EXTEND ISSUE-HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT ISSUE-HISTORY-FILE
           END-IF
           OPEN EXTEND PO-RECEIPT-LOG
           IF WS-RECEIPT-LOG-STATUS = '35'
               OPEN OUTPUT PO-RECEIPT-LOG
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVENTORY-TRANS
                   AT END
           CLOSE INVENTORY-TRANS
                 TRANS-REJECT-LISTING
                 UPDATE-REGISTER
                 ISSUE-HISTORY-FILE
                 PO-RECEIPT-LOG
           PERFORM 350-LATE-PO-LISTING-RTN
           PERFORM 400-REWRITE-MASTER-RTN
           PERFORM 450-REWRITE-OPEN-PO-RTN
           PERFORM 460-REWRITE-COST-LAYERS-RTN
           PERFORM 470-CLEAR-INVENTORY-TRANS-RTN
           STOP RUN
           .

                                OPT-EXPECTED-DATE (OP-IDX)
                           MOVE OP-STATUS TO
                                OPT-STATUS (OP-IDX)
                           MOVE OP-VENDOR-NO TO
                                OPT-VENDOR-NO (OP-IDX)
                           MOVE OP-UNIT-COST TO
                                OPT-UNIT-COST (OP-IDX)
                   END-READ
               END-PERFORM
               CLOSE OPEN-PO-FILE
               WHEN TRANS-IS-ISSUE
                   ADD TR-QUANTITY-IN TO INV-ISSUES (INV-IDX)
                   MOVE TR-QUANTITY-IN TO WS-QTY-TO-CONSUME
                   MOVE ZERO TO WS-ISSUE-COST
                   PERFORM 244-CONSUME-LAYERS-RTN
                   PERFORM 248-LOG-ISSUE-RTN
               WHEN TRANS-IS-ADJUSTMENT
                   ADD TR-QUANTITY-IN TO INV-ADJUSTMENTS (INV-IDX)
                   IF TR-QUANTITY-IN > ZERO
              AND LAY-QUANTITY (LAY-IDX) > ZERO
               IF LAY-QUANTITY (LAY-IDX) NOT GREATER THAN
                       WS-QTY-TO-CONSUME
                   COMPUTE WS-ISSUE-COST = WS-ISSUE-COST +
                       LAY-QUANTITY (LAY-IDX) * LAY-UNIT-COST (LAY-IDX)
                   SUBTRACT LAY-QUANTITY (LAY-IDX)
                       FROM WS-QTY-TO-CONSUME
                   MOVE ZERO TO LAY-QUANTITY (LAY-IDX)
               ELSE
                   COMPUTE WS-ISSUE-COST = WS-ISSUE-COST +
                       WS-QTY-TO-CONSUME * LAY-UNIT-COST (LAY-IDX)
                   SUBTRACT WS-QTY-TO-CONSUME
                       FROM LAY-QUANTITY (LAY-IDX)
                   MOVE ZERO TO WS-QTY-TO-CONSUME
           END-IF
           .

      *    ANY PART OF THE ISSUE NO LAYER COVERED IS COSTED AT THE
      *    MASTER'S CURRENT UNIT PRICE, THE SAME FALLBACK AN UPWARD
      *    ADJUSTMENT LAYERS AT.
       248-LOG-ISSUE-RTN.
           IF WS-QTY-TO-CONSUME > ZERO
               COMPUTE WS-ISSUE-COST = WS-ISSUE-COST +
                   WS-QTY-TO-CONSUME * INV-UNIT-PRICE (INV-IDX)
           END-IF
           MOVE WS-RUN-DATE TO IH-ISSUE-DATE
           MOVE TR-PART-NO-IN TO IH-PART-NO
           MOVE TR-QUANTITY-IN TO IH-QUANTITY
           MOVE WS-ISSUE-COST TO IH-COST-VALUE
           WRITE ISSUE-HISTORY-REC
           .

       460-REWRITE-COST-LAYERS-RTN.
           OPEN OUTPUT COST-LAYER-FILE
           PERFORM 465-WRITE-ONE-LAYER-RTN
           END-IF
           .

      *    THE MOVEMENTS ARE ON THE MASTER, THE LAYERS AND THE
      *    HISTORY NOW - EMPTY THE FILE SO TOMORROW'S RUN STARTS
      *    FROM WHAT THE DOCK AND CH03A08F ADD AFTER TONIGHT.
       470-CLEAR-INVENTORY-TRANS-RTN.
           OPEN OUTPUT INVENTORY-TRANS
           CLOSE INVENTORY-TRANS
           .

      *    THE GOODS ARRIVED - CLOSE THE PART'S OLDEST OPEN PO. THE
      *    FILE IS KEPT IN WRITTEN (OLDEST-FIRST) ORDER, SO THE FIRST
      *    OPEN MATCH IS THE OLDEST.
               WHEN OPT-PART-NO (OP-IDX) = TR-PART-NO-IN
                    AND OPT-STATUS (OP-IDX) = 'O'
                   MOVE 'C' TO OPT-STATUS (OP-IDX)
                   PERFORM 241-LOG-PO-RECEIPT-RTN
           END-SEARCH
           .

       241-LOG-PO-RECEIPT-RTN.
           MOVE OPT-PO-NUMBER (OP-IDX) TO RC-PO-NUMBER
           MOVE TR-PART-NO-IN TO RC-PART-NO
           MOVE OPT-VENDOR-NO (OP-IDX) TO RC-VENDOR-NO
           MOVE OPT-QTY-ORDERED (OP-IDX) TO RC-QTY-ORDERED
           MOVE OPT-UNIT-COST (OP-IDX) TO RC-PO-UNIT-COST
           MOVE TR-QUANTITY-IN TO RC-QTY-RECEIVED
           MOVE WS-RUN-DATE TO RC-RECEIPT-DATE
           WRITE PO-RECEIPT-REC
           .

       250-REJECT-TRANS-RTN.
           MOVE SPACES TO TRANS-REJECT-REC
           MOVE WS-REJECT-REASON TO REJ-REASON-OUT
               MOVE OPT-ORDER-DATE (OP-IDX) TO OP-ORDER-DATE
               MOVE OPT-EXPECTED-DATE (OP-IDX) TO OP-EXPECTED-DATE
               MOVE OPT-STATUS (OP-IDX) TO OP-STATUS
               MOVE OPT-VENDOR-NO (OP-IDX) TO OP-VENDOR-NO
               MOVE OPT-UNIT-COST (OP-IDX) TO OP-UNIT-COST
               WRITE OPEN-PO-REC
           END-IF
           .
