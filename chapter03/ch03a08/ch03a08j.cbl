       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH03A08J.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.

      ******************************************************************
      * Kit builds. Some parts we sell are kits assembled from other   *
      * parts on INVMAST.DAT, and until now the kit's on-hand was      *
      * adjusted by hand while its components were never relieved.    *
      * The bill of materials (KITBOM.DAT) lists each kit's component  *
      * parts and the quantity of each per kit. This program reads     *
      * the day's build file (KITBUILD.DAT). A build (B) issues every  *
      * component off the shelf, oldest cost layer first, and receives *
      * the kits as a new layer at the summed component cost; it is    *
      * refused whole if any component is short. A disassembly (D)     *
      * reverses a build: the kits come off their own layers and the   *
      * components go back on the shelf, the kits' cost shared among   *
      * them by quantity at current unit price. Component issues on a  *
      * build are added to ISSUEHST.DAT as usage. The master and the   *
      * layers are rewritten at end of run, so this runs on its own,   *
      * not alongside CH03A08D. KITREG.DAT registers what posted,      *
      * KITREJ.DAT what was refused, and WHEREUSE.DAT lists every      *
      * component with the kits it feeds.                              *
      *                                                                *
      * 2026-10-15  MAM  Layers drained to nothing are no longer       *
      *                  loaded, and are squeezed out of the table     *
      *                  when a transaction needs room for new ones; a *
      *                  transaction that still will not fit is        *
      *                  refused, and a layer file too big for the     *
      *                  table stops the run before anything posts.    *
      * 2026-10-15  MAM  A master or bill-of-materials file too big    *
      *                  for its table stops the run the same way.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER ASSIGN TO "DATA/INVMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE LINE PER KIT AND COMPONENT.
           SELECT KIT-BOM-FILE ASSIGN TO "DATA/KITBOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

      *    ONE LINE PER BUILD OR DISASSEMBLY, IN KITS.
           SELECT KIT-BUILD-FILE ASSIGN TO "DATA/KITBUILD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COST-LAYER-FILE ASSIGN TO "DATA/INVLAYER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYER-STATUS.

           SELECT ISSUE-HISTORY-FILE ASSIGN TO "DATA/ISSUEHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT KIT-REGISTER ASSIGN TO "DATA/KITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KIT-REJECT-LISTING ASSIGN TO "DATA/KITREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WHERE-USED-LISTING ASSIGN TO "DATA/WHEREUSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-MASTER.
       01  INVENTORY-MASTER-REC.
           05  INVENTORY-PART-NO           PIC X(15).
           05  QUANTITY-OF-ITEMS-ON-HAND   PIC 99.
           05  UNIT-PRICE                  PIC 9(4)V99.
           05  REORDER-POINT               PIC 99.
           05  AISLE-CODE                  PIC X(2).
           05  BIN-CODE                    PIC X(3).

       FD  KIT-BOM-FILE.
       01  KIT-BOM-REC.
           05  KB-KIT-PART-NO              PIC X(15).
           05  KB-COMPONENT-PART-NO        PIC X(15).
           05  KB-QTY-PER-KIT              PIC 9(3).

       FD  KIT-BUILD-FILE.
       01  KIT-BUILD-REC.
           05  KT-KIT-PART-NO-IN           PIC X(15).
           05  KT-TRANS-TYPE-IN            PIC X.
               88  KT-IS-BUILD                 VALUE 'B'.
               88  KT-IS-DISASSEMBLY           VALUE 'D'.
           05  KT-QUANTITY-IN              PIC 99.

      *    LAYOUT MATCHED TO COST-LAYER-REC IN CH03A08D.
       FD  COST-LAYER-FILE.
       01  COST-LAYER-REC.
           05  CL-PART-NO                   PIC X(15).
           05  CL-QUANTITY                  PIC 9(3).
           05  CL-UNIT-COST                 PIC 9(4)V99.

      *    LAYOUT MATCHED TO ISSUE-HISTORY-REC IN CH03A08D.
       FD  ISSUE-HISTORY-FILE.
       01  ISSUE-HISTORY-REC.
           05  IH-ISSUE-DATE                PIC 9(8).
           05  IH-PART-NO                   PIC X(15).
           05  IH-QUANTITY                  PIC 9(3).
           05  IH-COST-VALUE                PIC 9(7)V99.

       FD  KIT-REGISTER.
       01  KIT-REGISTER-REC.
           05  KR-KIT-PART-NO-OUT           PIC X(15).
           05                               PIC X(2).
           05  KR-ACTION-OUT                PIC X(11).
           05                               PIC X(2).
           05  KR-QUANTITY-OUT              PIC ZZ9.
           05                               PIC X(2).
           05  KR-TOTAL-COST-OUT            PIC $$$,$$9.99.
           05                               PIC X(2).
           05  KR-UNIT-COST-OUT             PIC $$,$$9.99.
      *    ONE LINE PER COMPONENT UNDER ITS KIT.
       01  KIT-COMPONENT-LINE.
           05                               PIC X(4).
           05  KC-COMPONENT-PART-NO-OUT     PIC X(15).
           05                               PIC X(13).
           05  KC-QUANTITY-OUT              PIC -ZZ9.
           05                               PIC X(1).
           05  KC-COST-OUT                  PIC $$$,$$9.99.

       FD  KIT-REJECT-LISTING.
       01  KIT-REJECT-REC.
           05  KX-KIT-PART-NO-OUT           PIC X(15).
           05                               PIC X(2).
           05  KX-TRANS-TYPE-OUT            PIC X.
           05                               PIC X(2).
           05  KX-QUANTITY-OUT              PIC Z9.
           05                               PIC X(2).
           05  KX-COMPONENT-PART-NO-OUT     PIC X(15).
           05                               PIC X(2).
           05  KX-REASON-OUT                PIC X(30).

       FD  WHERE-USED-LISTING.
       01  WHERE-USED-REC.
           05  WU-COMPONENT-PART-NO-OUT     PIC X(15).
           05                               PIC X(2).
           05  WU-COMPONENT-QOH-OUT         PIC Z9.
           05                               PIC X(2).
           05  WU-KIT-PART-NO-OUT           PIC X(15).
           05                               PIC X(2).
           05  WU-QTY-PER-KIT-OUT           PIC ZZ9.
           05                               PIC X(2).
           05  WU-KITS-COVERED-OUT          PIC Z9.

       WORKING-STORAGE SECTION.
       01  WS-EOF                          PIC X VALUE 'N'.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-BOM-STATUS                   PIC XX.
       01  WS-LAYER-STATUS                 PIC XX.
       01  WS-HISTORY-STATUS               PIC XX.
       01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
       01  WS-REJECT-COMPONENT             PIC X(15) VALUE SPACES.
      *    THE MASTER'S ON-HAND FIELD IS TWO DIGITS SUITE-WIDE, AS
      *    CH03A08D ENFORCES.
       01  MAX-ON-HAND-QTY                 PIC 99 VALUE 99.

      *    INVENTORY-MASTER LOADED INTO A TABLE, UPDATED IN PLACE AND
      *    REWRITTEN AT END OF RUN, AS CH03A08D DOES.
       01  INVENTORY-TABLE.
           05  INVENTORY-ENTRY OCCURS 500 TIMES
                   INDEXED BY INV-IDX.
               10  INV-PART-NO             PIC X(15) VALUE SPACES.
               10  INV-QOH                 PIC 99    VALUE ZERO.
               10  INV-UNIT-PRICE          PIC 9(4)V99 VALUE ZERO.
               10  INV-REORDER-POINT       PIC 99    VALUE ZERO.
               10  INV-AISLE-CODE          PIC X(2)  VALUE SPACES.
               10  INV-BIN-CODE            PIC X(3)  VALUE SPACES.
       01  INVENTORY-COUNT                 PIC 9(4) VALUE ZERO.
       01  MAX-INVENTORY-ENTRIES           PIC 9(4) VALUE 500.
       01  INVENTORY-FOUND-SW              PIC X VALUE 'N'.
           88  INVENTORY-FOUND             VALUE 'Y'.
       01  WS-KIT-INV-SUB                  PIC 9(4) VALUE ZERO.

      *    THE BILL OF MATERIALS, IN FILE ORDER. THE COMPONENT'S
      *    MASTER ENTRY IS LOOKED UP ONCE AND KEPT ON THE LINE.
       01  BOM-TABLE.
           05  BOM-ENTRY OCCURS 500 TIMES
                   INDEXED BY BOM-IDX.
               10  BMT-SORT-KEY.
                   15  BMT-COMPONENT-PART-NO PIC X(15) VALUE SPACES.
                   15  BMT-KIT-PART-NO     PIC X(15) VALUE SPACES.
               10  BMT-QTY-PER-KIT         PIC 9(3) VALUE ZERO.
               10  BMT-COMPONENT-SUB       PIC 9(4) VALUE ZERO.
       01  BOM-COUNT                       PIC 9(3) VALUE ZERO.
       01  MAX-BOM-ENTRIES                 PIC 9(3) VALUE 500.
       01  WS-BOM-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-KIT-LINE-COUNT               PIC 9(3) VALUE ZERO.

      *    COST LAYERS IN FILE (OLDEST-FIRST) ORDER - THE SAME TABLE
      *    AND THE SAME DRAIN-FROM-THE-FRONT RULE AS CH03A08D.
       01  COST-LAYER-TABLE.
           05  LAYER-ENTRY OCCURS 500 TIMES
                   INDEXED BY LAY-IDX.
               10  LAY-PART-NO             PIC X(15) VALUE SPACES.
               10  LAY-QUANTITY            PIC 9(3) VALUE ZERO.
               10  LAY-UNIT-COST           PIC 9(4)V99 VALUE ZERO.
       01  LAYER-COUNT                     PIC 9(3) VALUE ZERO.
       01  MAX-LAYER-ENTRIES               PIC 9(3) VALUE 500.
       01  WS-LAYERS-NEEDED                PIC 9(3) VALUE ZERO.
       01  WS-KEEP-SUB                     PIC 9(3) VALUE ZERO.
       01  WS-QTY-TO-CONSUME               PIC 9(4) VALUE ZERO.
       01  WS-LAYER-SCAN                   PIC 9(3) VALUE ZERO.
       01  WS-CONSUME-PART-NO              PIC X(15) VALUE SPACES.
       01  WS-CONSUMED-COST                PIC 9(7)V99 VALUE ZERO.

       01  WS-COMPONENT-QTY                PIC 9(5) VALUE ZERO.
       01  WS-PROJECTED-QOH                PIC S9(5) VALUE ZERO.
       01  WS-KIT-COST                     PIC 9(7)V99 VALUE ZERO.
       01  WS-KIT-UNIT-COST                PIC 9(4)V99 VALUE ZERO.
       01  WS-NEW-LAYER-PART-NO            PIC X(15) VALUE SPACES.
       01  WS-NEW-LAYER-QTY                PIC 9(3) VALUE ZERO.
       01  WS-NEW-LAYER-COST               PIC 9(4)V99 VALUE ZERO.
      *    DISASSEMBLY SHARES THE KITS' COST AMONG THE COMPONENTS BY
      *    QUANTITY TIMES CURRENT UNIT PRICE; THE LAST COMPONENT TAKES
      *    WHATEVER ROUNDING LEAVES SO THE SHARES ADD BACK UP.
       01  WS-PRICE-WEIGHT-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-COMPONENT-WEIGHT             PIC 9(9)V99 VALUE ZERO.
       01  WS-COMPONENT-SHARE              PIC 9(7)V99 VALUE ZERO.
       01  WS-COST-LEFT                    PIC 9(7)V99 VALUE ZERO.
       01  WS-COMPONENTS-LEFT              PIC 9(3) VALUE ZERO.

       01  WS-SORT-SWAPPED-SW              PIC X VALUE 'N'.
           88  BOM-SWAPPED                 VALUE 'Y'.
       01  WS-SORT-IDX                     PIC 9(3) VALUE ZERO.
       01  WS-SWAP-HOLD                    PIC X(37).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 050-LOAD-INVENTORY-TABLE-RTN
           PERFORM 055-LOAD-BOM-RTN
           PERFORM 065-LOAD-COST-LAYERS-RTN
           OPEN INPUT KIT-BUILD-FILE
                OUTPUT KIT-REGISTER
                OUTPUT KIT-REJECT-LISTING
           OPEN EXTEND ISSUE-HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT ISSUE-HISTORY-FILE
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ KIT-BUILD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 200-APPLY-KIT-TRANS-RTN
               END-READ
           END-PERFORM
           CLOSE KIT-BUILD-FILE
                 KIT-REGISTER
                 KIT-REJECT-LISTING
                 ISSUE-HISTORY-FILE
           PERFORM 300-WHERE-USED-RTN
           PERFORM 400-REWRITE-MASTER-RTN
           PERFORM 460-REWRITE-COST-LAYERS-RTN
           STOP RUN
           .

       050-LOAD-INVENTORY-TABLE-RTN.
           OPEN INPUT INVENTORY-MASTER
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVENTORY-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF INVENTORY-COUNT NOT < MAX-INVENTORY-ENTRIES
                           DISPLAY "ERROR: INVMAST.DAT HAS MORE THAN "
                               MAX-INVENTORY-ENTRIES
                               " PARTS - NOTHING POSTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO INVENTORY-COUNT
                       SET INV-IDX TO INVENTORY-COUNT
                       MOVE INVENTORY-PART-NO TO
                            INV-PART-NO (INV-IDX)
                       MOVE QUANTITY-OF-ITEMS-ON-HAND TO
                            INV-QOH (INV-IDX)
                       MOVE UNIT-PRICE TO
                            INV-UNIT-PRICE (INV-IDX)
                       MOVE REORDER-POINT TO
                            INV-REORDER-POINT (INV-IDX)
                       MOVE AISLE-CODE TO
                            INV-AISLE-CODE (INV-IDX)
                       MOVE BIN-CODE TO
                            INV-BIN-CODE (INV-IDX)
               END-READ
           END-PERFORM
           CLOSE INVENTORY-MASTER
           MOVE 'N' TO WS-EOF
           .

      *    A COMPONENT NOT ON THE MASTER IS KEPT WITH A ZERO
      *    SUBSCRIPT, SO ANY BUILD OF ITS KIT IS REFUSED BY NAME.
       055-LOAD-BOM-RTN.
           OPEN INPUT KIT-BOM-FILE
           IF WS-BOM-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ KIT-BOM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BOM-COUNT NOT < MAX-BOM-ENTRIES
                               DISPLAY "ERROR: KITBOM.DAT HAS MORE "
                                   "THAN " MAX-BOM-ENTRIES
                                   " LINES - NOTHING POSTED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO BOM-COUNT
                           SET BOM-IDX TO BOM-COUNT
                           MOVE KB-KIT-PART-NO TO
                                BMT-KIT-PART-NO (BOM-IDX)
                           MOVE KB-COMPONENT-PART-NO TO
                                BMT-COMPONENT-PART-NO (BOM-IDX)
                           MOVE KB-QTY-PER-KIT TO
                                BMT-QTY-PER-KIT (BOM-IDX)
                           PERFORM 057-FIND-COMPONENT-RTN
                   END-READ
               END-PERFORM
               CLOSE KIT-BOM-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           .

       057-FIND-COMPONENT-RTN.
           MOVE ZERO TO BMT-COMPONENT-SUB (BOM-IDX)
           SET INV-IDX TO 1
           SEARCH INVENTORY-ENTRY
               AT END
                   CONTINUE
               WHEN INV-PART-NO (INV-IDX) = KB-COMPONENT-PART-NO
                   SET BMT-COMPONENT-SUB (BOM-IDX) TO INV-IDX
           END-SEARCH
           .

       065-LOAD-COST-LAYERS-RTN.
           OPEN INPUT COST-LAYER-FILE
           IF WS-LAYER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COST-LAYER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CL-QUANTITY > ZERO
                               PERFORM 067-KEEP-COST-LAYER-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-LAYER-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           .

      *    NOTHING HAS POSTED YET, SO A FILE TOO BIG FOR THE TABLE
      *    STOPS THE RUN WITH THE MASTER AND THE LAYERS UNTOUCHED.
       067-KEEP-COST-LAYER-RTN.
           IF LAYER-COUNT NOT < MAX-LAYER-ENTRIES
               DISPLAY "ERROR: INVLAYER.DAT HAS MORE THAN "
                   MAX-LAYER-ENTRIES " OPEN LAYERS - NOTHING POSTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LAYER-COUNT
           SET LAY-IDX TO LAYER-COUNT
           MOVE CL-PART-NO TO LAY-PART-NO (LAY-IDX)
           MOVE CL-QUANTITY TO LAY-QUANTITY (LAY-IDX)
           MOVE CL-UNIT-COST TO LAY-UNIT-COST (LAY-IDX)
           .

      *    THE KIT MUST BE ON THE MASTER AND HAVE A BILL OF MATERIALS
      *    BEFORE EITHER KIND OF TRANSACTION IS LOOKED AT FURTHER.
       200-APPLY-KIT-TRANS-RTN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-COMPONENT
           MOVE 'N' TO INVENTORY-FOUND-SW
           SET INV-IDX TO 1
           SEARCH INVENTORY-ENTRY
               AT END
                   CONTINUE
               WHEN INV-PART-NO (INV-IDX) = KT-KIT-PART-NO-IN
                   MOVE 'Y' TO INVENTORY-FOUND-SW
                   SET WS-KIT-INV-SUB TO INV-IDX
           END-SEARCH
           MOVE ZERO TO WS-KIT-LINE-COUNT
           PERFORM 205-COUNT-KIT-LINE-RTN
               VARYING WS-BOM-SUB FROM 1 BY 1
               UNTIL WS-BOM-SUB > BOM-COUNT
           EVALUATE TRUE
               WHEN NOT INVENTORY-FOUND
                   MOVE 'KIT NOT ON INVENTORY MASTER'
                       TO WS-REJECT-REASON
               WHEN WS-KIT-LINE-COUNT = ZERO
                   MOVE 'NO BILL OF MATERIALS FOR KIT'
                       TO WS-REJECT-REASON
               WHEN KT-QUANTITY-IN NOT NUMERIC
                 OR KT-QUANTITY-IN = ZERO
                   MOVE 'KIT QUANTITY NOT POSITIVE'
                       TO WS-REJECT-REASON
               WHEN KT-IS-BUILD
                   PERFORM 210-CHECK-BUILD-RTN
               WHEN KT-IS-DISASSEMBLY
                   PERFORM 240-CHECK-DISASSEMBLY-RTN
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION TYPE'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM 280-ROOM-FOR-LAYERS-RTN
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 290-REJECT-RTN
           ELSE
               IF KT-IS-BUILD
                   PERFORM 230-POST-BUILD-RTN
               ELSE
                   PERFORM 250-POST-DISASSEMBLY-RTN
               END-IF
           END-IF
           .

       205-COUNT-KIT-LINE-RTN.
           IF BMT-KIT-PART-NO (WS-BOM-SUB) = KT-KIT-PART-NO-IN
               ADD 1 TO WS-KIT-LINE-COUNT
           END-IF
           .

      *    EVERY COMPONENT MUST BE ON HAND IN FULL, AND THE KITS MUST
      *    FIT ON THE MASTER, BEFORE ANYTHING MOVES - A HALF-BUILT
      *    KIT IS NOT A TRANSACTION ANYONE CAN RECOUNT.
       210-CHECK-BUILD-RTN.
           PERFORM 215-CHECK-ONE-COMPONENT-RTN
               VARYING WS-BOM-SUB FROM 1 BY 1
               UNTIL WS-BOM-SUB > BOM-COUNT
                  OR WS-REJECT-REASON NOT = SPACES
           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-PROJECTED-QOH =
                   INV-QOH (WS-KIT-INV-SUB) + KT-QUANTITY-IN
               IF WS-PROJECTED-QOH > MAX-ON-HAND-QTY
                   MOVE 'BUILD DRIVES KIT PAST 99'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           .

       215-CHECK-ONE-COMPONENT-RTN.
           IF BMT-KIT-PART-NO (WS-BOM-SUB) = KT-KIT-PART-NO-IN
               IF BMT-COMPONENT-SUB (WS-BOM-SUB) = ZERO
                   MOVE 'COMPONENT NOT ON MASTER'
                       TO WS-REJECT-REASON
                   MOVE BMT-COMPONENT-PART-NO (WS-BOM-SUB)
                       TO WS-REJECT-COMPONENT
               ELSE
                   SET INV-IDX TO BMT-COMPONENT-SUB (WS-BOM-SUB)
                   COMPUTE WS-COMPONENT-QTY =
                       BMT-QTY-PER-KIT (WS-BOM-SUB) * KT-QUANTITY-IN
                   IF WS-COMPONENT-QTY > INV-QOH (INV-IDX)
                       MOVE 'COMPONENT SHORT'
                           TO WS-REJECT-REASON
                       MOVE BMT-COMPONENT-PART-NO (WS-BOM-SUB)
                           TO WS-REJECT-COMPONENT
                   END-IF
               END-IF
           END-IF
           .

      *    EACH COMPONENT IS RELIEVED FROM ITS OLDEST LAYERS AND THE
      *    COST OF WHAT CAME OFF IS SUMMED INTO THE KITS' LAYER.
       230-POST-BUILD-RTN.
           MOVE ZERO TO WS-KIT-COST
           PERFORM 235-ISSUE-ONE-COMPONENT-RTN
               VARYING WS-BOM-SUB FROM 1 BY 1
               UNTIL WS-BOM-SUB > BOM-COUNT
           COMPUTE WS-KIT-UNIT-COST ROUNDED =
               WS-KIT-COST / KT-QUANTITY-IN
           ADD KT-QUANTITY-IN TO INV-QOH (WS-KIT-INV-SUB)
           MOVE KT-KIT-PART-NO-IN TO WS-NEW-LAYER-PART-NO
           MOVE KT-QUANTITY-IN TO WS-NEW-LAYER-QTY
           MOVE WS-KIT-UNIT-COST TO WS-NEW-LAYER-COST
           PERFORM 242-ADD-COST-LAYER-RTN
           MOVE SPACES TO KIT-REGISTER-REC
           MOVE KT-KIT-PART-NO-IN TO KR-KIT-PART-NO-OUT
           MOVE 'BUILD' TO KR-ACTION-OUT
           MOVE KT-QUANTITY-IN TO KR-QUANTITY-OUT
           MOVE WS-KIT-COST TO KR-TOTAL-COST-OUT
           MOVE WS-KIT-UNIT-COST TO KR-UNIT-COST-OUT
           WRITE KIT-REGISTER-REC
           .

      *    EACH COMPONENT'S LINE GOES TO THE REGISTER AS IT IS
      *    ISSUED; THE KIT'S LINE FOLLOWS WITH THE SUMMED COST.
       235-ISSUE-ONE-COMPONENT-RTN.
           IF BMT-KIT-PART-NO (WS-BOM-SUB) = KT-KIT-PART-NO-IN
               SET INV-IDX TO BMT-COMPONENT-SUB (WS-BOM-SUB)
               COMPUTE WS-COMPONENT-QTY =
                   BMT-QTY-PER-KIT (WS-BOM-SUB) * KT-QUANTITY-IN
               SUBTRACT WS-COMPONENT-QTY FROM INV-QOH (INV-IDX)
               MOVE INV-PART-NO (INV-IDX) TO WS-CONSUME-PART-NO
               MOVE WS-COMPONENT-QTY TO WS-QTY-TO-CONSUME
               PERFORM 244-CONSUME-LAYERS-RTN
               ADD WS-CONSUMED-COST TO WS-KIT-COST
               MOVE WS-RUN-DATE TO IH-ISSUE-DATE
               MOVE INV-PART-NO (INV-IDX) TO IH-PART-NO
               MOVE WS-COMPONENT-QTY TO IH-QUANTITY
               MOVE WS-CONSUMED-COST TO IH-COST-VALUE
               WRITE ISSUE-HISTORY-REC
               MOVE SPACES TO KIT-COMPONENT-LINE
               MOVE INV-PART-NO (INV-IDX) TO KC-COMPONENT-PART-NO-OUT
               COMPUTE KC-QUANTITY-OUT = ZERO - WS-COMPONENT-QTY
               MOVE WS-CONSUMED-COST TO KC-COST-OUT
               WRITE KIT-COMPONENT-LINE
           END-IF
           .

      *    THE KITS MUST BE ON HAND, AND EVERY COMPONENT MUST BE ON
      *    THE MASTER WITH ROOM FOR WHAT COMES BACK.
       240-CHECK-DISASSEMBLY-RTN.
           IF KT-QUANTITY-IN > INV-QOH (WS-KIT-INV-SUB)
               MOVE 'KITS NOT ON HAND' TO WS-REJECT-REASON
           ELSE
               PERFORM 245-CHECK-ONE-RETURN-RTN
                   VARYING WS-BOM-SUB FROM 1 BY 1
                   UNTIL WS-BOM-SUB > BOM-COUNT
                      OR WS-REJECT-REASON NOT = SPACES
           END-IF
           .

       245-CHECK-ONE-RETURN-RTN.
           IF BMT-KIT-PART-NO (WS-BOM-SUB) = KT-KIT-PART-NO-IN
               IF BMT-COMPONENT-SUB (WS-BOM-SUB) = ZERO
                   MOVE 'COMPONENT NOT ON MASTER'
                       TO WS-REJECT-REASON
                   MOVE BMT-COMPONENT-PART-NO (WS-BOM-SUB)
                       TO WS-REJECT-COMPONENT
               ELSE
                   SET INV-IDX TO BMT-COMPONENT-SUB (WS-BOM-SUB)
                   COMPUTE WS-PROJECTED-QOH = INV-QOH (INV-IDX)
                       + BMT-QTY-PER-KIT (WS-BOM-SUB) * KT-QUANTITY-IN
                   IF WS-PROJECTED-QOH > MAX-ON-HAND-QTY
                       MOVE 'RETURN DRIVES COMPONENT PAST 99'
                           TO WS-REJECT-REASON
                       MOVE BMT-COMPONENT-PART-NO (WS-BOM-SUB)
                           TO WS-REJECT-COMPONENT
                   END-IF
               END-IF
           END-IF
           .

      *    THE KITS COME OFF THEIR OWN OLDEST LAYERS; THAT COST IS
      *    SPREAD BACK OVER THE COMPONENTS, EACH RETURNED AS A NEW
      *    LAYER AT ITS SHARE.
       250-POST-DISASSEMBLY-RTN.
           SUBTRACT KT-QUANTITY-IN FROM INV-QOH (WS-KIT-INV-SUB)
           MOVE KT-KIT-PART-NO-IN TO WS-CONSUME-PART-NO
           MOVE KT-QUANTITY-IN TO WS-QTY-TO-CONSUME
           SET INV-IDX TO WS-KIT-INV-SUB
           PERFORM 244-CONSUME-LAYERS-RTN
           MOVE WS-CONSUMED-COST TO WS-KIT-COST
           MOVE WS-CONSUMED-COST TO WS-COST-LEFT
           MOVE WS-KIT-LINE-COUNT TO WS-COMPONENTS-LEFT
           MOVE ZERO TO WS-PRICE-WEIGHT-TOTAL
           PERFORM 252-WEIGH-ONE-COMPONENT-RTN
               VARYING WS-BOM-SUB FROM 1 BY 1
               UNTIL WS-BOM-SUB > BOM-COUNT
           PERFORM 255-RETURN-ONE-COMPONENT-RTN
               VARYING WS-BOM-SUB FROM 1 BY 1
               UNTIL WS-BOM-SUB > BOM-COUNT
           MOVE SPACES TO KIT-REGISTER-REC
           MOVE KT-KIT-PART-NO-IN TO KR-KIT-PART-NO-OUT
           MOVE 'DISASSEMBLE' TO KR-ACTION-OUT
           MOVE KT-QUANTITY-IN TO KR-QUANTITY-OUT
           MOVE WS-KIT-COST TO KR-TOTAL-COST-OUT
           COMPUTE WS-KIT-UNIT-COST ROUNDED =
               WS-KIT-COST / KT-QUANTITY-IN
           MOVE WS-KIT-UNIT-COST TO KR-UNIT-COST-OUT
           WRITE KIT-REGISTER-REC
           .

       252-WEIGH-ONE-COMPONENT-RTN.
           IF BMT-KIT-PART-NO (WS-BOM-SUB) = KT-KIT-PART-NO-IN
               SET INV-IDX TO BMT-COMPONENT-SUB (WS-BOM-SUB)
               COMPUTE WS-PRICE-WEIGHT-TOTAL = WS-PRICE-WEIGHT-TOTAL
                   + BMT-QTY-PER-KIT (WS-BOM-SUB)
                   * INV-UNIT-PRICE (INV-IDX)
           END-IF
           .

      *    WITH NO PRICES ON THE MASTER TO WEIGH BY, THE COST IS
      *    SHARED BY QUANTITY PER KIT INSTEAD.
       255-RETURN-ONE-COMPONENT-RTN.
           IF BMT-KIT-PART-NO (WS-BOM-SUB) = KT-KIT-PART-NO-IN
               SET INV-IDX TO BMT-COMPONENT-SUB (WS-BOM-SUB)
               COMPUTE WS-COMPONENT-QTY =
                   BMT-QTY-PER-KIT (WS-BOM-SUB) * KT-QUANTITY-IN
               SUBTRACT 1 FROM WS-COMPONENTS-LEFT
               IF WS-COMPONENTS-LEFT = ZERO
                   MOVE WS-COST-LEFT TO WS-COMPONENT-SHARE
               ELSE
                   IF WS-PRICE-WEIGHT-TOTAL > ZERO
                       COMPUTE WS-COMPONENT-WEIGHT =
                           BMT-QTY-PER-KIT (WS-BOM-SUB)
                           * INV-UNIT-PRICE (INV-IDX)
                       COMPUTE WS-COMPONENT-SHARE ROUNDED =
                           WS-KIT-COST * WS-COMPONENT-WEIGHT
                           / WS-PRICE-WEIGHT-TOTAL
                   ELSE
                       COMPUTE WS-COMPONENT-SHARE ROUNDED =
                           WS-KIT-COST / WS-KIT-LINE-COUNT
                   END-IF
                   IF WS-COMPONENT-SHARE > WS-COST-LEFT
                       MOVE WS-COST-LEFT TO WS-COMPONENT-SHARE
                   END-IF
               END-IF
               SUBTRACT WS-COMPONENT-SHARE FROM WS-COST-LEFT
               ADD WS-COMPONENT-QTY TO INV-QOH (INV-IDX)
               MOVE INV-PART-NO (INV-IDX) TO WS-NEW-LAYER-PART-NO
               MOVE WS-COMPONENT-QTY TO WS-NEW-LAYER-QTY
               COMPUTE WS-NEW-LAYER-COST ROUNDED =
                   WS-COMPONENT-SHARE / WS-COMPONENT-QTY
               PERFORM 242-ADD-COST-LAYER-RTN
               MOVE SPACES TO KIT-COMPONENT-LINE
               MOVE INV-PART-NO (INV-IDX) TO KC-COMPONENT-PART-NO-OUT
               MOVE WS-COMPONENT-QTY TO KC-QUANTITY-OUT
               MOVE WS-COMPONENT-SHARE TO KC-COST-OUT
               WRITE KIT-COMPONENT-LINE
           END-IF
           .

       242-ADD-COST-LAYER-RTN.
           ADD 1 TO LAYER-COUNT
           SET LAY-IDX TO LAYER-COUNT
           MOVE WS-NEW-LAYER-PART-NO TO LAY-PART-NO (LAY-IDX)
           MOVE WS-NEW-LAYER-QTY TO LAY-QUANTITY (LAY-IDX)
           MOVE WS-NEW-LAYER-COST TO LAY-UNIT-COST (LAY-IDX)
           .

      *    DRAINS THE PART'S LAYERS OLDEST FIRST, SUMMING WHAT THEY
      *    COST. ANY QUANTITY NO LAYER COVERS IS COSTED AT THE
      *    MASTER'S UNIT PRICE, AS CH03A08D COSTS AN UNCOVERED ISSUE.
      *    INV-IDX MUST POINT AT THE PART BEING DRAINED.
       244-CONSUME-LAYERS-RTN.
           MOVE ZERO TO WS-CONSUMED-COST
           MOVE ZERO TO WS-LAYER-SCAN
           PERFORM 246-CONSUME-ONE-LAYER-RTN
               UNTIL WS-QTY-TO-CONSUME = ZERO
                  OR WS-LAYER-SCAN NOT LESS THAN LAYER-COUNT
           IF WS-QTY-TO-CONSUME > ZERO
               COMPUTE WS-CONSUMED-COST = WS-CONSUMED-COST +
                   WS-QTY-TO-CONSUME * INV-UNIT-PRICE (INV-IDX)
           END-IF
           .

       246-CONSUME-ONE-LAYER-RTN.
           ADD 1 TO WS-LAYER-SCAN
           SET LAY-IDX TO WS-LAYER-SCAN
           IF LAY-PART-NO (LAY-IDX) = WS-CONSUME-PART-NO
              AND LAY-QUANTITY (LAY-IDX) > ZERO
               IF LAY-QUANTITY (LAY-IDX) NOT GREATER THAN
                       WS-QTY-TO-CONSUME
                   COMPUTE WS-CONSUMED-COST = WS-CONSUMED-COST +
                       LAY-QUANTITY (LAY-IDX) * LAY-UNIT-COST (LAY-IDX)
                   SUBTRACT LAY-QUANTITY (LAY-IDX)
                       FROM WS-QTY-TO-CONSUME
                   MOVE ZERO TO LAY-QUANTITY (LAY-IDX)
               ELSE
                   COMPUTE WS-CONSUMED-COST = WS-CONSUMED-COST +
                       WS-QTY-TO-CONSUME * LAY-UNIT-COST (LAY-IDX)
                   SUBTRACT WS-QTY-TO-CONSUME
                       FROM LAY-QUANTITY (LAY-IDX)
                   MOVE ZERO TO WS-QTY-TO-CONSUME
               END-IF
           END-IF
           .

      *    A BUILD ADDS ONE LAYER FOR THE KITS, A DISASSEMBLY ONE PER
      *    COMPONENT. WHEN THAT WILL NOT FIT, LAYERS ALREADY DRAINED
      *    TO NOTHING ARE SQUEEZED OUT FIRST - OLDEST-FIRST ORDER IS
      *    KEPT - AND ONLY IF THERE IS STILL NO ROOM IS IT REFUSED.
       280-ROOM-FOR-LAYERS-RTN.
           IF KT-IS-BUILD
               MOVE 1 TO WS-LAYERS-NEEDED
           ELSE
               MOVE WS-KIT-LINE-COUNT TO WS-LAYERS-NEEDED
           END-IF
           IF LAYER-COUNT + WS-LAYERS-NEEDED > MAX-LAYER-ENTRIES
               MOVE ZERO TO WS-KEEP-SUB
               PERFORM 285-KEEP-LIVE-LAYER-RTN
                   VARYING WS-LAYER-SCAN FROM 1 BY 1
                   UNTIL WS-LAYER-SCAN > LAYER-COUNT
               MOVE WS-KEEP-SUB TO LAYER-COUNT
           END-IF
           IF LAYER-COUNT + WS-LAYERS-NEEDED > MAX-LAYER-ENTRIES
               MOVE 'COST LAYER TABLE FULL' TO WS-REJECT-REASON
           END-IF
           .

       285-KEEP-LIVE-LAYER-RTN.
           IF LAY-QUANTITY (WS-LAYER-SCAN) > ZERO
               ADD 1 TO WS-KEEP-SUB
               IF WS-KEEP-SUB NOT = WS-LAYER-SCAN
                   MOVE LAYER-ENTRY (WS-LAYER-SCAN)
                       TO LAYER-ENTRY (WS-KEEP-SUB)
               END-IF
           END-IF
           .

       290-REJECT-RTN.
           MOVE SPACES TO KIT-REJECT-REC
           MOVE KT-KIT-PART-NO-IN TO KX-KIT-PART-NO-OUT
           MOVE KT-TRANS-TYPE-IN TO KX-TRANS-TYPE-OUT
           MOVE KT-QUANTITY-IN TO KX-QUANTITY-OUT
           MOVE WS-REJECT-COMPONENT TO KX-COMPONENT-PART-NO-OUT
           MOVE WS-REJECT-REASON TO KX-REASON-OUT
           WRITE KIT-REJECT-REC
           .

      *    THE BILL OF MATERIALS TURNED AROUND: COMPONENT THEN KIT,
      *    WITH HOW MANY OF EACH KIT THE COMPONENT'S CLOSING ON-HAND
      *    COULD STILL COVER.
       300-WHERE-USED-RTN.
           MOVE 'Y' TO WS-SORT-SWAPPED-SW
           PERFORM 305-ONE-SORT-PASS-RTN
               UNTIL NOT BOM-SWAPPED
           OPEN OUTPUT WHERE-USED-LISTING
           PERFORM 310-WHERE-USED-LINE-RTN
               VARYING BOM-IDX FROM 1 BY 1
               UNTIL BOM-IDX > BOM-COUNT
           CLOSE WHERE-USED-LISTING
           .

       305-ONE-SORT-PASS-RTN.
           MOVE 'N' TO WS-SORT-SWAPPED-SW
           PERFORM 307-COMPARE-NEIGHBORS-RTN
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX NOT LESS THAN BOM-COUNT
           .

       307-COMPARE-NEIGHBORS-RTN.
           IF BMT-SORT-KEY (WS-SORT-IDX) >
                   BMT-SORT-KEY (WS-SORT-IDX + 1)
               MOVE BOM-ENTRY (WS-SORT-IDX) TO WS-SWAP-HOLD
               MOVE BOM-ENTRY (WS-SORT-IDX + 1)
                   TO BOM-ENTRY (WS-SORT-IDX)
               MOVE WS-SWAP-HOLD TO BOM-ENTRY (WS-SORT-IDX + 1)
               MOVE 'Y' TO WS-SORT-SWAPPED-SW
           END-IF
           .

       310-WHERE-USED-LINE-RTN.
           MOVE SPACES TO WHERE-USED-REC
           MOVE BMT-COMPONENT-PART-NO (BOM-IDX)
               TO WU-COMPONENT-PART-NO-OUT
           MOVE BMT-KIT-PART-NO (BOM-IDX) TO WU-KIT-PART-NO-OUT
           MOVE BMT-QTY-PER-KIT (BOM-IDX) TO WU-QTY-PER-KIT-OUT
           IF BMT-COMPONENT-SUB (BOM-IDX) > ZERO
               SET INV-IDX TO BMT-COMPONENT-SUB (BOM-IDX)
               MOVE INV-QOH (INV-IDX) TO WU-COMPONENT-QOH-OUT
               IF BMT-QTY-PER-KIT (BOM-IDX) > ZERO
                   DIVIDE INV-QOH (INV-IDX)
                       BY BMT-QTY-PER-KIT (BOM-IDX)
                       GIVING WU-KITS-COVERED-OUT
               END-IF
           ELSE
               MOVE ZERO TO WU-COMPONENT-QOH-OUT
               MOVE ZERO TO WU-KITS-COVERED-OUT
           END-IF
           WRITE WHERE-USED-REC
           .

       400-REWRITE-MASTER-RTN.
           OPEN OUTPUT INVENTORY-MASTER
           PERFORM 410-WRITE-ONE-PART-RTN
               VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > INVENTORY-COUNT
           CLOSE INVENTORY-MASTER
           .

       410-WRITE-ONE-PART-RTN.
           MOVE INV-PART-NO (INV-IDX) TO INVENTORY-PART-NO
           MOVE INV-QOH (INV-IDX) TO QUANTITY-OF-ITEMS-ON-HAND
           MOVE INV-UNIT-PRICE (INV-IDX) TO UNIT-PRICE
           MOVE INV-REORDER-POINT (INV-IDX) TO REORDER-POINT
           MOVE INV-AISLE-CODE (INV-IDX) TO AISLE-CODE
           MOVE INV-BIN-CODE (INV-IDX) TO BIN-CODE
           WRITE INVENTORY-MASTER-REC
           .

       460-REWRITE-COST-LAYERS-RTN.
           OPEN OUTPUT COST-LAYER-FILE
           PERFORM 465-WRITE-ONE-LAYER-RTN
               VARYING LAY-IDX FROM 1 BY 1
               UNTIL LAY-IDX > LAYER-COUNT
           CLOSE COST-LAYER-FILE
           .

       465-WRITE-ONE-LAYER-RTN.
           IF LAY-QUANTITY (LAY-IDX) > ZERO
               MOVE LAY-PART-NO (LAY-IDX) TO CL-PART-NO
               MOVE LAY-QUANTITY (LAY-IDX) TO CL-QUANTITY
               MOVE LAY-UNIT-COST (LAY-IDX) TO CL-UNIT-COST
               WRITE COST-LAYER-REC
           END-IF
           .
