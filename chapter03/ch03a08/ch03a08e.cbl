      * to pick the same last piece; the master itself is not         *
      * rewritten here - the real issues post through CH03A08D when   *
      * the picks are confirmed.                                      *
      *                                                                *
      * 2026-10-15  MAM  Pick and backorder lines are kept open in     *
      *                  ORDLINE.DAT until CH03A08F confirms them, so  *
      *                  stock already on an earlier pick list is not  *
      *                  allocated twice. Open backorders are released *
      *                  to the pick list as soon as a receipt covers  *
      *                  them, and ORDSTAT.DAT carries each order's    *
      *                  status. Run after CH03A08F and CH03A08D.      *
      * 2026-10-15  MAM  PICKREQ.DAT is emptied once its lines are on  *
      *                  ORDLINE.DAT, so a rerun does not allocate the *
      *                  same requests twice. A shipped order drops    *
      *                  off ORDSTAT.DAT 90 days after it shipped. A   *
      *                  work table too small for the run stops it     *
      *                  before anything is updated.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE LINE PER ORDER AND PART REQUESTED, AS THE ORDER DESK
      *    KEYED THEM - IN NO PARTICULAR ORDER. EMPTIED ONCE THE RUN
      *    HAS THEM ON ORDLINE.DAT.
           SELECT PICK-REQUEST-FILE ASSIGN TO "DATA/PICKREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKORDER-FILE ASSIGN TO "DATA/BACKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY ORDER LINE NOT YET SHIPPED - ON A PICK LIST AND
      *    WAITING FOR CH03A08F TO CONFIRM IT, OR BACKORDERED AND
      *    WAITING FOR STOCK. SHARED WITH CH03A08F.
           SELECT ORDER-LINE-FILE ASSIGN TO "DATA/ORDLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-LINE-STATUS.

      *    ONE RECORD PER ORDER AND WHERE IT STANDS, KEPT UNTIL THE
      *    ORDER HAS BEEN SHIPPED FOR SHIPPED-KEEP-DAYS. SHARED WITH
      *    CH03A08F.
           SELECT ORDER-STATUS-FILE ASSIGN TO "DATA/ORDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-MASTER.
           05                              PIC X(2).
           05  BO-REASON-OUT               PIC X(25).

      *    LAYOUT MATCHED TO ORDER-LINE-REC IN CH03A08F.
       FD  ORDER-LINE-FILE.
       01  ORDER-LINE-REC.
           05  OL-ORDER-NO                 PIC X(6).
           05  OL-PART-NO                  PIC X(15).
           05  OL-QTY-ORDERED              PIC 9(3).
           05  OL-QUANTITY                 PIC 9(3).
           05  OL-LINE-STATUS              PIC X.
               88  OL-ON-PICK-LIST             VALUE 'P'.
               88  OL-BACKORDERED              VALUE 'B'.

      *    LAYOUT MATCHED TO ORDER-STATUS-REC IN CH03A08F.
       FD  ORDER-STATUS-FILE.
       01  ORDER-STATUS-REC.
           05  OS-ORDER-NO                 PIC X(6).
           05  OS-STATUS                   PIC X.
           05  OS-STATUS-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF                          PIC X VALUE 'N'.

       01  WS-BACKORDER-REASON             PIC X(25) VALUE SPACES.
       01  WS-QTY-SHORT                    PIC 9(3) VALUE ZERO.
       01  WS-QTY-TO-PICK                  PIC 9(3) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).

      *    THE LINE BEING ALLOCATED - A NEW REQUEST LINE OR AN OPEN
      *    BACKORDER BEING TRIED AGAIN.
       01  WS-LINE-ORDER-NO                PIC X(6) VALUE SPACES.
       01  WS-LINE-PART-NO                 PIC X(15) VALUE SPACES.
       01  WS-LINE-QTY-ORDERED             PIC 9(3) VALUE ZERO.
       01  WS-LINE-QUANTITY                PIC 9(3) VALUE ZERO.
       01  WS-LINE-STATUS                  PIC X VALUE SPACE.

      *    OPEN ORDER LINES, OLDEST FIRST. A LINE ON THE PICK LIST
      *    (P) HOLDS ITS QUANTITY AGAINST THE SHELF UNTIL CH03A08F
      *    CONFIRMS IT AND CH03A08D POSTS THE ISSUE; A BACKORDERED
      *    LINE (B) IS TRIED AGAIN EVERY RUN. QTY-ORDERED IS WHAT THE
      *    ORDER DESK ASKED FOR; QUANTITY IS WHAT THE LINE STILL
      *    COVERS. ONLY LINES WITH QUANTITY LEFT ARE REWRITTEN.
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
       01  WS-RELEASE-IDX                  PIC 9(3) VALUE ZERO.

      *    ORDER STATUS, RECOMPUTED FROM THE OPEN LINES AT END OF RUN:
      *    P = PICKED - EVERYTHING STILL OWED IS ON A PICK LIST;
      *    B = BACKORDERED - EVERYTHING STILL OWED IS WAITING ON
      *    STOCK; O = OPEN - SOME OF EACH; S = SHIPPED - NOTHING
      *    OWED, THE ORDER IS CLOSED.
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
      *    A SHIPPED ORDER STAYS ON THE STATUS FILE THIS LONG FOR THE
      *    ORDER DESK TO ANSWER "WHERE IS IT", THEN DROPS OFF.
       01  SHIPPED-KEEP-DAYS               PIC 9(3) VALUE 90.
       01  WS-SHIPPED-DROP-DATE            PIC 9(8) VALUE ZERO.
      *    THE PICK, OPEN-LINE AND ORDER-STATUS TABLES HOLD 500. NOTHING
      *    IS REWRITTEN UNTIL THE END OF THE RUN, SO A RUN THAT WOULD
      *    OVERFILL ONE STOPS WITH EVERY FILE AS IT FOUND IT.
       01  MAX-TABLE-ENTRIES               PIC 9(3) VALUE 500.
       01  WS-FULL-TABLE-NAME              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 050-LOAD-INVENTORY-TABLE-RTN
           PERFORM 060-LOAD-ORDER-LINES-RTN
           PERFORM 065-LOAD-ORDER-STATUS-RTN
           PERFORM 150-RELEASE-BACKORDER-RTN
               VARYING WS-RELEASE-IDX FROM 1 BY 1
               UNTIL WS-RELEASE-IDX > ORDER-LINE-COUNT
           OPEN INPUT PICK-REQUEST-FILE
                OUTPUT PICK-LIST-FILE
                OUTPUT BACKORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE PR-ORDER-NO-IN TO WS-LINE-ORDER-NO
                       MOVE PR-PART-NO-IN TO WS-LINE-PART-NO
                       MOVE PR-QUANTITY-IN TO WS-LINE-QTY-ORDERED
                       MOVE PR-QUANTITY-IN TO WS-LINE-QUANTITY
                       PERFORM 200-ALLOCATE-LINE-RTN
               END-READ
           END-PERFORM
           PERFORM 310-PICK-LINE-RTN
               VARYING PK-IDX FROM 1 BY 1
               UNTIL PK-IDX > PICK-COUNT
           PERFORM 250-BACKORDER-LINE-RTN
               VARYING OL-IDX FROM 1 BY 1
               UNTIL OL-IDX > ORDER-LINE-COUNT
           CLOSE PICK-REQUEST-FILE
                 PICK-LIST-FILE
                 BACKORDER-FILE
           PERFORM 400-SET-ORDER-STATUS-RTN
           PERFORM 450-REWRITE-ORDER-LINES-RTN
           PERFORM 470-CLEAR-PICK-REQUESTS-RTN
           PERFORM 460-REWRITE-ORDER-STATUS-RTN
           STOP RUN
           .

           MOVE 'N' TO WS-EOF
           .

      *    A LINE ALREADY ON A PICK LIST STILL SITS ON THE SHELF UNTIL
      *    ITS ISSUE POSTS, SO IT COMES OFF THE AVAILABLE QUANTITY
      *    BEFORE ANYTHING NEW IS ALLOCATED.
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
                           IF OL-ON-PICK-LIST
                               PERFORM 062-COMMIT-PICK-LINE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LINE-FILE
           END-IF
           .

       062-COMMIT-PICK-LINE-RTN.
           SET INV-IDX TO 1
           SEARCH INVENTORY-ENTRY
               AT END
                   CONTINUE
               WHEN INV-PART-NO (INV-IDX) = OL-PART-NO
                   SUBTRACT OL-QUANTITY FROM INV-AVAILABLE (INV-IDX)
           END-SEARCH
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

      *    OPEN BACKORDERS GET FIRST CLAIM ON WHATEVER CH03A08D HAS
      *    RECEIVED SINCE THE LAST RUN, OLDEST FIRST, AHEAD OF TODAY'S
      *    NEW REQUESTS. WHAT THE SHELF NOW COVERS GOES TO THE PICK
      *    LIST; A PARTLY COVERED LINE SPLITS, THE REST STAYING ON
      *    BACKORDER. THE PICK LINE IT SPLITS INTO IS ADDED TO THE
      *    END OF THE TABLE, WHERE THIS PASS SKIPS IT.
       150-RELEASE-BACKORDER-RTN.
           SET OL-IDX TO WS-RELEASE-IDX
           IF OLT-LINE-STATUS (OL-IDX) = 'B'
               MOVE 'N' TO INVENTORY-FOUND-SW
               SET INV-IDX TO 1
               SEARCH INVENTORY-ENTRY
                   AT END
                       CONTINUE
                   WHEN INV-PART-NO (INV-IDX) = OLT-PART-NO (OL-IDX)
                       MOVE 'Y' TO INVENTORY-FOUND-SW
               END-SEARCH
               IF INVENTORY-FOUND
                  AND INV-AVAILABLE (INV-IDX) > ZERO
                   MOVE OLT-ORDER-NO (OL-IDX) TO WS-LINE-ORDER-NO
                   MOVE OLT-PART-NO (OL-IDX) TO WS-LINE-PART-NO
                   MOVE OLT-QTY-ORDERED (OL-IDX)
                       TO WS-LINE-QTY-ORDERED
                   IF INV-AVAILABLE (INV-IDX) NOT LESS THAN
                           OLT-QUANTITY (OL-IDX)
                       MOVE OLT-QUANTITY (OL-IDX) TO WS-QTY-TO-PICK
                       MOVE 'P' TO OLT-LINE-STATUS (OL-IDX)
                       SUBTRACT WS-QTY-TO-PICK
                           FROM INV-AVAILABLE (INV-IDX)
                       PERFORM 230-QUEUE-PICK-LINE-RTN
                   ELSE
                       MOVE INV-AVAILABLE (INV-IDX) TO WS-QTY-TO-PICK
                       SUBTRACT WS-QTY-TO-PICK
                           FROM OLT-QUANTITY (OL-IDX)
                       SUBTRACT WS-QTY-TO-PICK
                           FROM INV-AVAILABLE (INV-IDX)
                       PERFORM 230-QUEUE-PICK-LINE-RTN
                       MOVE WS-QTY-TO-PICK TO WS-LINE-QUANTITY
                       MOVE 'P' TO WS-LINE-STATUS
                       PERFORM 240-ADD-ORDER-LINE-RTN
                   END-IF
               END-IF
           END-IF
           .

      *    WHAT THE SHELF CAN COVER BECOMES A PICK LINE; THE REST OF
      *    THE LINE GOES TO BACKORDER. AN UNKNOWN PART BACKORDERS IN
      *    FULL RATHER THAN SENDING A PICKER HUNTING FOR IT. BOTH
      *    HALVES ARE KEPT AS OPEN ORDER LINES.
       200-ALLOCATE-LINE-RTN.
           MOVE 'N' TO INVENTORY-FOUND-SW
           SET INV-IDX TO 1
           SEARCH INVENTORY-ENTRY
               AT END
                   CONTINUE
               WHEN INV-PART-NO (INV-IDX) = WS-LINE-PART-NO
                   MOVE 'Y' TO INVENTORY-FOUND-SW
           END-SEARCH
           IF NOT INVENTORY-FOUND
               MOVE 'B' TO WS-LINE-STATUS
               PERFORM 240-ADD-ORDER-LINE-RTN
           ELSE
               IF INV-AVAILABLE (INV-IDX) NOT LESS THAN
                       WS-LINE-QUANTITY
                   MOVE WS-LINE-QUANTITY TO WS-QTY-TO-PICK
                   MOVE ZERO TO WS-QTY-SHORT
               ELSE
                   IF INV-AVAILABLE (INV-IDX) > ZERO
                       MOVE ZERO TO WS-QTY-TO-PICK
                   END-IF
                   COMPUTE WS-QTY-SHORT =
                       WS-LINE-QUANTITY - WS-QTY-TO-PICK
               END-IF
               IF WS-QTY-TO-PICK > ZERO
                   SUBTRACT WS-QTY-TO-PICK
                       FROM INV-AVAILABLE (INV-IDX)
                   PERFORM 230-QUEUE-PICK-LINE-RTN
                   MOVE WS-QTY-TO-PICK TO WS-LINE-QUANTITY
                   MOVE 'P' TO WS-LINE-STATUS
                   PERFORM 240-ADD-ORDER-LINE-RTN
               END-IF
               IF WS-QTY-SHORT > ZERO
                   MOVE WS-QTY-SHORT TO WS-LINE-QUANTITY
                   MOVE 'B' TO WS-LINE-STATUS
                   PERFORM 240-ADD-ORDER-LINE-RTN
               END-IF
           END-IF
           .

       230-QUEUE-PICK-LINE-RTN.
           IF PICK-COUNT NOT LESS THAN MAX-TABLE-ENTRIES
               MOVE 'PICK LINES' TO WS-FULL-TABLE-NAME
               PERFORM 990-TABLE-FULL-RTN
           END-IF
           ADD 1 TO PICK-COUNT
           SET PK-IDX TO PICK-COUNT
           MOVE WS-LINE-ORDER-NO TO PK-ORDER-NO (PK-IDX)
           MOVE INV-AISLE-CODE (INV-IDX) TO PK-AISLE (PK-IDX)
           MOVE INV-BIN-CODE (INV-IDX) TO PK-BIN (PK-IDX)
           MOVE WS-LINE-PART-NO TO PK-PART-NO (PK-IDX)
           MOVE WS-QTY-TO-PICK TO PK-QUANTITY (PK-IDX)
           .

       240-ADD-ORDER-LINE-RTN.
           IF ORDER-LINE-COUNT NOT LESS THAN MAX-TABLE-ENTRIES
               MOVE 'OPEN ORDER LINES' TO WS-FULL-TABLE-NAME
               PERFORM 990-TABLE-FULL-RTN
           END-IF
           ADD 1 TO ORDER-LINE-COUNT
           SET OL-IDX TO ORDER-LINE-COUNT
           MOVE WS-LINE-ORDER-NO TO OLT-ORDER-NO (OL-IDX)
           MOVE WS-LINE-PART-NO TO OLT-PART-NO (OL-IDX)
           MOVE WS-LINE-QTY-ORDERED TO OLT-QTY-ORDERED (OL-IDX)
           MOVE WS-LINE-QUANTITY TO OLT-QUANTITY (OL-IDX)
           MOVE WS-LINE-STATUS TO OLT-LINE-STATUS (OL-IDX)
           .

      *    THE BACKORDER LIST IS EVERY LINE STILL WAITING ON STOCK,
      *    CARRIED OVER OR NEW, SO IT IS THE WHOLE STORY EACH RUN.
       250-BACKORDER-LINE-RTN.
           IF OLT-LINE-STATUS (OL-IDX) = 'B'
               MOVE 'N' TO INVENTORY-FOUND-SW
               SET INV-IDX TO 1
               SEARCH INVENTORY-ENTRY
                   AT END
                       CONTINUE
                   WHEN INV-PART-NO (INV-IDX) = OLT-PART-NO (OL-IDX)
                       MOVE 'Y' TO INVENTORY-FOUND-SW
               END-SEARCH
               IF INVENTORY-FOUND
                   MOVE 'INSUFFICIENT ON-HAND' TO WS-BACKORDER-REASON
               ELSE
                   MOVE 'PART NOT ON MASTER' TO WS-BACKORDER-REASON
               END-IF
               MOVE SPACES TO BACKORDER-REC
               MOVE WS-BACKORDER-REASON TO BO-REASON-OUT
               MOVE OLT-ORDER-NO (OL-IDX) TO BO-ORDER-NO-OUT
               MOVE OLT-PART-NO (OL-IDX) TO BO-PART-NO-OUT
               MOVE OLT-QTY-ORDERED (OL-IDX) TO BO-QTY-REQUESTED-OUT
               MOVE OLT-QUANTITY (OL-IDX) TO BO-QTY-SHORT-OUT
               WRITE BACKORDER-REC
           END-IF
           .

      *    NEIGHBOR-SWAP PASSES ON THE COMBINED ORDER/AISLE/BIN KEY -
           MOVE PK-QUANTITY (PK-IDX) TO PK-QUANTITY-OUT
           WRITE PICK-LIST-REC
           .

      *    EVERY ORDER WITH AN OPEN LINE IS PUT ON THE STATUS FILE IF
      *    IT IS NOT THERE YET, THEN EACH ORDER'S STATUS IS WORKED OUT
      *    AFRESH FROM ITS OPEN LINES. AN ORDER WITH NONE LEFT HAS
      *    SHIPPED IN FULL.
       400-SET-ORDER-STATUS-RTN.
           PERFORM 410-ADD-NEW-ORDER-RTN
               VARYING OL-IDX FROM 1 BY 1
               UNTIL OL-IDX > ORDER-LINE-COUNT
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
           IF NOT ORDER-FOUND
               IF ORDER-STATUS-COUNT NOT LESS THAN MAX-TABLE-ENTRIES
                   MOVE 'ORDER STATUS' TO WS-FULL-TABLE-NAME
                   PERFORM 990-TABLE-FULL-RTN
               END-IF
               ADD 1 TO ORDER-STATUS-COUNT
               SET OS-IDX TO ORDER-STATUS-COUNT
               MOVE OLT-ORDER-NO (OL-IDX) TO OST-ORDER-NO (OS-IDX)
               MOVE SPACE TO OST-STATUS (OS-IDX)
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

      *    THE REQUESTS ARE ON ORDLINE.DAT NOW, AS PICK OR BACKORDER
      *    LINES - EMPTY THE FILE SO THE NEXT RUN TAKES ONLY WHAT THE
      *    ORDER DESK KEYS AFTER TONIGHT.
       470-CLEAR-PICK-REQUESTS-RTN.
           OPEN OUTPUT PICK-REQUEST-FILE
           CLOSE PICK-REQUEST-FILE
           .

      *    NO FILE HAS BEEN REWRITTEN YET WHEN THIS FIRES, SO THE RUN
      *    STOPS WITH EVERY FILE AS IT FOUND IT - THE LISTINGS ARE
      *    REWRITTEN ON THE RERUN.
       990-TABLE-FULL-RTN.
           DISPLAY "ERROR: " WS-FULL-TABLE-NAME
                   " TABLE FULL AT " MAX-TABLE-ENTRIES
                   " - NOTHING UPDATED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
