       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH03A08F.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.

      ******************************************************************
      * Ship confirmation for the pick lists CH03A08E prints. Until    *
      * now nothing came back from the floor: stock stayed on the      *
      * master until someone keyed issues into INVTRANS.DAT by hand.  *
      * This program reads the warehouse's confirmations (SHIPCONF.DAT *
      * - one line per order and part, with the quantity actually     *
      * picked) against the open pick lines in ORDLINE.DAT. Each      *
      * confirmed quantity is appended to INVTRANS.DAT as an issue for *
      * CH03A08D to post, which also draws down the FIFO cost layers. *
      * A line picked in full closes; a line picked short goes back   *
      * on backorder for the difference, for CH03A08E to release when *
      * stock allows. Confirmations that match no open pick line, or  *
      * claim more than was allocated, are listed to SHIPEXC.DAT and  *
      * the line stays on the floor. Each order's status on           *
      * ORDSTAT.DAT is brought up to date, and an order with nothing  *
      * left owing is shown shipped. Runs ahead of CH03A08D.          *
      *                                                                *
      * 2026-10-15  MAM  A shipped order drops off ORDSTAT.DAT 90 days *
      *                  after it shipped, as in CH03A08E. An open-    *
      *                  line or order-status file too big for its     *
      *                  table stops the run before anything is        *
      *                  written; an order that finds the status table *
      *                  full later on is left for CH03A08E to add.    *
      * 2026-10-15  MAM  SHIPCONF.DAT is emptied once its issues and   *
      *                  the order files are written, so a rerun       *
      *                  cannot issue the same stock twice.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE LINE PER ORDER AND PART AS THE PICKER SIGNED IT OFF -
      *    THE QUANTITY THAT ACTUALLY WENT INTO THE CARTON.
           SELECT SHIP-CONFIRM-FILE ASSIGN TO "DATA/SHIPCONF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    CH03A08D'S DAILY MOVEMENT FILE - THE ISSUES ARE ADDED TO
      *    WHATEVER THE DOCK AND THE FLOOR HAVE ALREADY KEYED.
           SELECT INVENTORY-TRANS ASSIGN TO "DATA/INVTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT SHIP-REGISTER ASSIGN TO "DATA/SHIPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHIP-EXCEPTION-LISTING ASSIGN TO "DATA/SHIPEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDER-LINE-FILE ASSIGN TO "DATA/ORDLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-LINE-STATUS.

           SELECT ORDER-STATUS-FILE ASSIGN TO "DATA/ORDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-CONFIRM-FILE.
       01  SHIP-CONFIRM-REC.
           05  SC-ORDER-NO-IN              PIC X(6).
           05  SC-PART-NO-IN               PIC X(15).
           05  SC-QTY-PICKED-IN            PIC 9(3).

      *    LAYOUT MATCHED TO INVENTORY-TRANS-REC IN CH03A08D.
       FD  INVENTORY-TRANS.
       01  INVENTORY-TRANS-REC.
           05  TR-PART-NO-OUT              PIC X(15).
           05  TR-TRANS-TYPE-OUT           PIC X.
           05  TR-QUANTITY-OUT             PIC S99 SIGN IS
                                            LEADING SEPARATE.
           05  TR-UNIT-COST-OUT            PIC 9(4)V99.

       FD  SHIP-REGISTER.
       01  SHIP-REGISTER-REC.
           05  SR-ORDER-NO-OUT             PIC X(6).
           05                              PIC X(2).
           05  SR-PART-NO-OUT              PIC X(15).
           05                              PIC X(2).
           05  SR-QTY-ALLOCATED-OUT        PIC ZZ9.
           05                              PIC X(2).
           05  SR-QTY-SHIPPED-OUT          PIC ZZ9.
           05                              PIC X(2).
           05  SR-QTY-SHORT-OUT            PIC ZZ9.

       FD  SHIP-EXCEPTION-LISTING.
       01  SHIP-EXCEPTION-REC.
           05  SX-ORDER-NO-OUT             PIC X(6).
           05                              PIC X(2).
           05  SX-PART-NO-OUT              PIC X(15).
           05                              PIC X(2).
           05  SX-QTY-PICKED-OUT           PIC ZZ9.
           05                              PIC X(2).
           05  SX-REASON-OUT               PIC X(30).

      *    LAYOUT MATCHED TO ORDER-LINE-REC IN CH03A08E.
       FD  ORDER-LINE-FILE.
       01  ORDER-LINE-REC.
           05  OL-ORDER-NO                 PIC X(6).
           05  OL-PART-NO                  PIC X(15).
           05  OL-QTY-ORDERED              PIC 9(3).
           05  OL-QUANTITY                 PIC 9(3).
           05  OL-LINE-STATUS              PIC X.
               88  OL-ON-PICK-LIST             VALUE 'P'.
               88  OL-BACKORDERED              VALUE 'B'.

      *    LAYOUT MATCHED TO ORDER-STATUS-REC IN CH03A08E.
       FD  ORDER-STATUS-FILE.
       01  ORDER-STATUS-REC.
           05  OS-ORDER-NO                 PIC X(6).
           05  OS-STATUS                   PIC X.
           05  OS-STATUS-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF                          PIC X VALUE 'N'.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-TRANS-STATUS                 PIC XX.
       01  WS-EXCEPTION-REASON             PIC X(30) VALUE SPACES.
       01  WS-QTY-SHORT                    PIC 9(3) VALUE ZERO.
      *    CH03A08D'S QUANTITY FIELD IS TWO DIGITS, SO A CONFIRMED
      *    QUANTITY OVER 99 GOES ACROSS AS MORE THAN ONE ISSUE.
       01  MAX-TRANS-QTY                   PIC 99 VALUE 99.
       01  WS-QTY-TO-ISSUE                 PIC 9(3) VALUE ZERO.

      *    OPEN ORDER LINES AS CH03A08E LEFT THEM. A CONFIRMED LINE'S
      *    QUANTITY GOES TO ZERO AND IT IS DROPPED AT THE REWRITE; A
      *    SHORT-PICKED LINE TURNS INTO A BACKORDER FOR THE SHORTAGE.
       01  WS-ORDER-LINE-STATUS            PIC XX.
       01  ORDER-LINE-TABLE.
           05  ORDER-LINE-ENTRY OCCURS 500 TIMES
                   INDEXED BY OL-IDX.
               10  OLT-ORDER-NO            PIC X(6) VALUE SPACES.
               10  OLT-PART-NO             PIC X(15) VALUE SPACES.
               10  OLT-QTY-ORDERED         PIC 9(3) VALUE ZERO.
               10  OLT-QUANTITY            PIC 9(3) VALUE ZERO.
               10  OLT-LINE-STATUS         PIC X VALUE SPACE.
       01  ORDER-LINE-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-ORDER-LINE-EOF-SW            PIC X VALUE 'N'.
           88  ORDER-LINE-FILE-EOF         VALUE 'Y'.
       01  ORDER-LINE-FOUND-SW             PIC X VALUE 'N'.
           88  ORDER-LINE-FOUND            VALUE 'Y'.

      *    ORDER STATUS, RECOMPUTED FROM THE OPEN LINES AT END OF RUN
      *    THE SAME WAY CH03A08E DOES IT: P = PICKED, B = BACKORDERED,
      *    O = OPEN (SOME OF EACH), S = SHIPPED AND CLOSED.
       01  WS-ORDER-STATUS-STATUS          PIC XX.
       01  ORDER-STATUS-TABLE.
           05  ORDER-STATUS-ENTRY OCCURS 500 TIMES
                   INDEXED BY OS-IDX.
               10  OST-ORDER-NO            PIC X(6) VALUE SPACES.
               10  OST-STATUS              PIC X VALUE SPACE.
               10  OST-STATUS-DATE         PIC 9(8) VALUE ZERO.
       01  ORDER-STATUS-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-ORDER-STATUS-EOF-SW          PIC X VALUE 'N'.
           88  ORDER-STATUS-FILE-EOF       VALUE 'Y'.
       01  ORDER-FOUND-SW                  PIC X VALUE 'N'.
           88  ORDER-FOUND                 VALUE 'Y'.
       01  WS-HAS-PICK-SW                  PIC X VALUE 'N'.
           88  ORDER-HAS-PICK              VALUE 'Y'.
       01  WS-HAS-BACKORDER-SW             PIC X VALUE 'N'.
           88  ORDER-HAS-BACKORDER         VALUE 'Y'.
       01  WS-NEW-ORDER-STATUS             PIC X VALUE SPACE.
      *    SAME RETENTION AS CH03A08E.
       01  SHIPPED-KEEP-DAYS               PIC 9(3) VALUE 90.
       01  WS-SHIPPED-DROP-DATE            PIC 9(8) VALUE ZERO.
       01  MAX-TABLE-ENTRIES               PIC 9(3) VALUE 500.
       01  WS-FULL-TABLE-NAME              PIC X(20) VALUE SPACES.
       01  WS-STATUS-SKIPPED-COUNT         PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 060-LOAD-ORDER-LINES-RTN
           PERFORM 065-LOAD-ORDER-STATUS-RTN
           OPEN INPUT SHIP-CONFIRM-FILE
                OUTPUT SHIP-REGISTER
                OUTPUT SHIP-EXCEPTION-LISTING
           OPEN EXTEND INVENTORY-TRANS
           IF WS-TRANS-STATUS = '35'
               OPEN OUTPUT INVENTORY-TRANS
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SHIP-CONFIRM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 200-CONFIRM-LINE-RTN
               END-READ
           END-PERFORM
           CLOSE SHIP-CONFIRM-FILE
                 SHIP-REGISTER
                 SHIP-EXCEPTION-LISTING
                 INVENTORY-TRANS
           PERFORM 400-SET-ORDER-STATUS-RTN
           PERFORM 450-REWRITE-ORDER-LINES-RTN
           PERFORM 460-REWRITE-ORDER-STATUS-RTN
           PERFORM 470-CLEAR-SHIP-CONFIRMS-RTN
           STOP RUN
           .

       060-LOAD-ORDER-LINES-RTN.
           OPEN INPUT ORDER-LINE-FILE
           IF WS-ORDER-LINE-STATUS = '00'
               PERFORM UNTIL ORDER-LINE-FILE-EOF
                   READ ORDER-LINE-FILE
                       AT END
                           MOVE 'Y' TO WS-ORDER-LINE-EOF-SW
                       NOT AT END
                           IF ORDER-LINE-COUNT NOT LESS THAN
                                   MAX-TABLE-ENTRIES
                               MOVE 'OPEN ORDER LINES' TO
                                    WS-FULL-TABLE-NAME
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO ORDER-LINE-COUNT
                           SET OL-IDX TO ORDER-LINE-COUNT
                           MOVE ORDER-LINE-REC TO
                                ORDER-LINE-ENTRY (OL-IDX)
                   END-READ
               END-PERFORM
               CLOSE ORDER-LINE-FILE
           END-IF
           .

      *    AN ORDER SHIPPED MORE THAN SHIPPED-KEEP-DAYS AGO IS LEFT
      *    OFF THE TABLE, AND SO OFF THE REWRITTEN FILE.
       065-LOAD-ORDER-STATUS-RTN.
           COMPUTE WS-SHIPPED-DROP-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    - SHIPPED-KEEP-DAYS)
           OPEN INPUT ORDER-STATUS-FILE
           IF WS-ORDER-STATUS-STATUS = '00'
               PERFORM UNTIL ORDER-STATUS-FILE-EOF
                   READ ORDER-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WS-ORDER-STATUS-EOF-SW
                       NOT AT END
                           IF OS-STATUS = 'S'
                              AND OS-STATUS-DATE < WS-SHIPPED-DROP-DATE
                               CONTINUE
                           ELSE
                               PERFORM 067-KEEP-ORDER-STATUS-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-STATUS-FILE
           END-IF
           .

       067-KEEP-ORDER-STATUS-RTN.
           IF ORDER-STATUS-COUNT NOT LESS THAN MAX-TABLE-ENTRIES
               MOVE 'ORDER STATUS' TO WS-FULL-TABLE-NAME
               PERFORM 990-TABLE-FULL-RTN
           END-IF
           ADD 1 TO ORDER-STATUS-COUNT
           SET OS-IDX TO ORDER-STATUS-COUNT
           MOVE ORDER-STATUS-REC TO ORDER-STATUS-ENTRY (OS-IDX)
           .

      *    A CONFIRMATION MATCHES THE OLDEST PICK LINE STILL ON THE
      *    FLOOR FOR ITS ORDER AND PART. THE FLOOR CANNOT SHIP MORE
      *    THAN IT WAS SENT FOR, SO AN OVER-PICK IS HELD FOR THE
      *    SUPERVISOR RATHER THAN ISSUED.
       200-CONFIRM-LINE-RTN.
           MOVE 'N' TO ORDER-LINE-FOUND-SW
           SET OL-IDX TO 1
           SEARCH ORDER-LINE-ENTRY
               AT END
                   CONTINUE
               WHEN OLT-ORDER-NO (OL-IDX) = SC-ORDER-NO-IN
                    AND OLT-PART-NO (OL-IDX) = SC-PART-NO-IN
                    AND OLT-LINE-STATUS (OL-IDX) = 'P'
                    AND OLT-QUANTITY (OL-IDX) > ZERO
                   MOVE 'Y' TO ORDER-LINE-FOUND-SW
           END-SEARCH
           IF NOT ORDER-LINE-FOUND
               MOVE 'NOT ON AN OPEN PICK LIST' TO WS-EXCEPTION-REASON
               PERFORM 250-EXCEPTION-RTN
           ELSE
               IF SC-QTY-PICKED-IN > OLT-QUANTITY (OL-IDX)
                   MOVE 'PICKED MORE THAN ALLOCATED'
                       TO WS-EXCEPTION-REASON
                   PERFORM 250-EXCEPTION-RTN
               ELSE
                   PERFORM 230-SHIP-LINE-RTN
               END-IF
           END-IF
           .

      *    WHAT WENT INTO THE CARTON IS ISSUED; WHAT DID NOT STAYS
      *    OWED TO THE CUSTOMER AS A BACKORDER ON THE SAME LINE.
       230-SHIP-LINE-RTN.
           COMPUTE WS-QTY-SHORT =
               OLT-QUANTITY (OL-IDX) - SC-QTY-PICKED-IN
           MOVE SPACES TO SHIP-REGISTER-REC
           MOVE SC-ORDER-NO-IN TO SR-ORDER-NO-OUT
           MOVE SC-PART-NO-IN TO SR-PART-NO-OUT
           MOVE OLT-QUANTITY (OL-IDX) TO SR-QTY-ALLOCATED-OUT
           MOVE SC-QTY-PICKED-IN TO SR-QTY-SHIPPED-OUT
           MOVE WS-QTY-SHORT TO SR-QTY-SHORT-OUT
           WRITE SHIP-REGISTER-REC
           MOVE SC-QTY-PICKED-IN TO WS-QTY-TO-ISSUE
           PERFORM 240-WRITE-ISSUE-RTN
               UNTIL WS-QTY-TO-ISSUE = ZERO
           MOVE WS-QTY-SHORT TO OLT-QUANTITY (OL-IDX)
           IF WS-QTY-SHORT > ZERO
               MOVE 'B' TO OLT-LINE-STATUS (OL-IDX)
           END-IF
           .

       240-WRITE-ISSUE-RTN.
           MOVE SC-PART-NO-IN TO TR-PART-NO-OUT
           MOVE 'I' TO TR-TRANS-TYPE-OUT
           MOVE ZERO TO TR-UNIT-COST-OUT
           IF WS-QTY-TO-ISSUE > MAX-TRANS-QTY
               MOVE MAX-TRANS-QTY TO TR-QUANTITY-OUT
           ELSE
               MOVE WS-QTY-TO-ISSUE TO TR-QUANTITY-OUT
           END-IF
           WRITE INVENTORY-TRANS-REC
           SUBTRACT TR-QUANTITY-OUT FROM WS-QTY-TO-ISSUE
           .

       250-EXCEPTION-RTN.
           MOVE SPACES TO SHIP-EXCEPTION-REC
           MOVE WS-EXCEPTION-REASON TO SX-REASON-OUT
           MOVE SC-ORDER-NO-IN TO SX-ORDER-NO-OUT
           MOVE SC-PART-NO-IN TO SX-PART-NO-OUT
           MOVE SC-QTY-PICKED-IN TO SX-QTY-PICKED-OUT
           WRITE SHIP-EXCEPTION-REC
           .

      *    EVERY ORDER ON THE STATUS FILE IS WORKED OUT AFRESH FROM
      *    ITS OPEN LINES. AN ORDER WITH NONE LEFT HAS SHIPPED IN
      *    FULL AND IS CLOSED.
       400-SET-ORDER-STATUS-RTN.
           PERFORM 410-ADD-NEW-ORDER-RTN
               VARYING OL-IDX FROM 1 BY 1
               UNTIL OL-IDX > ORDER-LINE-COUNT
           IF WS-STATUS-SKIPPED-COUNT > ZERO
               DISPLAY "WARNING: ORDER STATUS TABLE FULL - "
                       WS-STATUS-SKIPPED-COUNT
                       " ORDER LINE(S) LEFT WITHOUT A STATUS FOR "
                       "CH03A08E TO ADD"
           END-IF
           PERFORM 420-ONE-ORDER-STATUS-RTN
               VARYING OS-IDX FROM 1 BY 1
               UNTIL OS-IDX > ORDER-STATUS-COUNT
           .

       410-ADD-NEW-ORDER-RTN.
           MOVE 'N' TO ORDER-FOUND-SW
           SET OS-IDX TO 1
           SEARCH ORDER-STATUS-ENTRY
               AT END
                   CONTINUE
               WHEN OST-ORDER-NO (OS-IDX) = OLT-ORDER-NO (OL-IDX)
                   MOVE 'Y' TO ORDER-FOUND-SW
           END-SEARCH
      *    THE ISSUES ARE ON INVTRANS.DAT BY NOW, SO A FULL TABLE
      *    CANNOT STOP THE RUN - THE ORDER GOES WITHOUT A STATUS
      *    UNTIL CH03A08E MAKES ROOM AND ADDS IT.
           IF NOT ORDER-FOUND
               IF ORDER-STATUS-COUNT NOT LESS THAN MAX-TABLE-ENTRIES
                   ADD 1 TO WS-STATUS-SKIPPED-COUNT
               ELSE
                   ADD 1 TO ORDER-STATUS-COUNT
                   SET OS-IDX TO ORDER-STATUS-COUNT
                   MOVE OLT-ORDER-NO (OL-IDX)
                       TO OST-ORDER-NO (OS-IDX)
                   MOVE SPACE TO OST-STATUS (OS-IDX)
               END-IF
           END-IF
           .

       420-ONE-ORDER-STATUS-RTN.
           MOVE 'N' TO WS-HAS-PICK-SW
           MOVE 'N' TO WS-HAS-BACKORDER-SW
           PERFORM 425-CHECK-ORDER-LINE-RTN
               VARYING OL-IDX FROM 1 BY 1
               UNTIL OL-IDX > ORDER-LINE-COUNT
           EVALUATE TRUE
               WHEN ORDER-HAS-PICK AND ORDER-HAS-BACKORDER
                   MOVE 'O' TO WS-NEW-ORDER-STATUS
               WHEN ORDER-HAS-PICK
                   MOVE 'P' TO WS-NEW-ORDER-STATUS
               WHEN ORDER-HAS-BACKORDER
                   MOVE 'B' TO WS-NEW-ORDER-STATUS
               WHEN OTHER
                   MOVE 'S' TO WS-NEW-ORDER-STATUS
           END-EVALUATE
           IF WS-NEW-ORDER-STATUS NOT = OST-STATUS (OS-IDX)
               MOVE WS-NEW-ORDER-STATUS TO OST-STATUS (OS-IDX)
               MOVE WS-RUN-DATE TO OST-STATUS-DATE (OS-IDX)
           END-IF
           .

       425-CHECK-ORDER-LINE-RTN.
           IF OLT-ORDER-NO (OL-IDX) = OST-ORDER-NO (OS-IDX)
              AND OLT-QUANTITY (OL-IDX) > ZERO
               IF OLT-LINE-STATUS (OL-IDX) = 'P'
                   MOVE 'Y' TO WS-HAS-PICK-SW
               ELSE
                   MOVE 'Y' TO WS-HAS-BACKORDER-SW
               END-IF
           END-IF
           .

       450-REWRITE-ORDER-LINES-RTN.
           OPEN OUTPUT ORDER-LINE-FILE
           PERFORM 455-WRITE-ONE-ORDER-LINE-RTN
               VARYING OL-IDX FROM 1 BY 1
               UNTIL OL-IDX > ORDER-LINE-COUNT
           CLOSE ORDER-LINE-FILE
           .

       455-WRITE-ONE-ORDER-LINE-RTN.
           IF OLT-QUANTITY (OL-IDX) > ZERO
               MOVE ORDER-LINE-ENTRY (OL-IDX) TO ORDER-LINE-REC
               WRITE ORDER-LINE-REC
           END-IF
           .

       460-REWRITE-ORDER-STATUS-RTN.
           OPEN OUTPUT ORDER-STATUS-FILE
           PERFORM 465-WRITE-ONE-ORDER-STATUS-RTN
               VARYING OS-IDX FROM 1 BY 1
               UNTIL OS-IDX > ORDER-STATUS-COUNT
           CLOSE ORDER-STATUS-FILE
           .

       465-WRITE-ONE-ORDER-STATUS-RTN.
           MOVE ORDER-STATUS-ENTRY (OS-IDX) TO ORDER-STATUS-REC
           WRITE ORDER-STATUS-REC
           .

      *    THE CONFIRMATIONS ARE ISSUES ON INVTRANS.DAT AND CLOSED OR
      *    BACKORDERED LINES ON ORDLINE.DAT NOW - EMPTY THE FILE SO THE
      *    NEXT RUN TAKES ONLY WHAT THE FLOOR SIGNS OFF AFTER TONIGHT.
       470-CLEAR-SHIP-CONFIRMS-RTN.
           OPEN OUTPUT SHIP-CONFIRM-FILE
           CLOSE SHIP-CONFIRM-FILE
           .

      *    NOTHING HAS BEEN WRITTEN YET WHEN THIS FIRES - THE ORDER
      *    FILES ARE LOADED BEFORE INVTRANS.DAT IS OPENED.
       990-TABLE-FULL-RTN.
           DISPLAY "ERROR: " WS-FULL-TABLE-NAME
                   " TABLE FULL AT " MAX-TABLE-ENTRIES
                   " - NOTHING UPDATED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
