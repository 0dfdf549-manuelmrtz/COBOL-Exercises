      *   -------------------- -------------------------------------- *
      *   | rentals.dat       | Video tapes for rent                | *
      *   | sales.dat         | Video tapes for sale                | *
      *   | video-transfers.  | Store transfers logged at the       | *
      *   |   dat             | counter, replayed onto the feeds    | *
      *   | video-shrink.dat  | Copies written off at the counter   | *
      *   -------------------- -------------------------------------- *
      *                                                               *
      * OUTPUT FILES :                                                *
      *                     rental or sales on-hand count drops below *
      *                     MIN-COPIES-THRESHOLD is flagged as each   *
      *                     MASTER-REC is written.                    *
      *   2026-10-15  MAM  MASTER-REC carries TITLE-COST, seeded from *
      *                     DEFAULT-TITLE-COST, for the counter's     *
      *                     lost/damaged replacement fee.             *
      *   2026-10-15  MAM  MASTER-REC carries TITLE-CATEGORY for the  *
      *                     counter's rental price schedule, taken    *
      *                     from video-categories.dat when the title  *
      *                     is listed there, else DEFAULT-CATEGORY.   *
      *   2026-10-15  MAM  Store transfers and write-offs logged at   *
      *                     the counter (video-transfers.dat,         *
      *                     video-shrink.dat) are replayed onto the   *
      *                     rebuilt store positions, so the nightly   *
      *                     rebuild no longer undoes them.            *
      *   2026-10-15  MAM  Copies shipped between stores but not yet  *
      *                     received stay in the combined             *
      *                     RENTAL-OH/SALES-OH totals instead of      *
      *                     dropping out while in transit.            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OPEN-RENTALS-STATUS.

      *    EACH TITLE'S PRICING CATEGORY, KEPT BY THE STORES BECAUSE
      *    NEITHER FEED CARRIES IT. A TITLE NOT LISTED - OR NO FILE AT
      *    ALL - GETS DEFAULT-CATEGORY.
           SELECT CATEGORY-FILE ASSIGN TO 'data/video-categories.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CATEGORY-STATUS.

      *    ITEM-NO VALUES PRESENT IN ONLY ONE OF THE TWO INPUT FILES
      *    ARE WRITTEN HERE INSTEAD OF QUIETLY VANISHING FROM
      *    MASTER-FILE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REORDER-STATUS.

      *    THE FEEDS CARRY EACH STORE'S STOCK AS THE STORE RECEIVED IT;
      *    COPIES MOVED BETWEEN STORES OR WRITTEN OFF AT THE CHAP04A04C
      *    COUNTER ARE ONLY ON THESE TWO LOGS, SO EVERY ENTRY ON THEM
      *    IS REPLAYED ONTO THE REBUILT POSITIONS. NO FILE MEANS NO
      *    TRANSFERS OR WRITE-OFFS YET.
           SELECT TRANSFER-FILE ASSIGN TO 'data/video-transfers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TRANSFER-STATUS.

           SELECT SHRINK-FILE ASSIGN TO 'data/video-shrink.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SHRINK-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY RUNSTATSEL.
               10 STORE-POS OCCURS 2 TIMES.
                   15 STPOS-RENTAL-OH PIC X(3).
                   15 STPOS-SALES-OH  PIC X(3).
      *    WHAT ONE COPY OF THE TITLE COST THE SHOP - THE REPLACEMENT
      *    FEE CHARGED WHEN A RENTAL COPY IS LOST OR DAMAGED, AND THE
      *    VALUE OF THE COPY WRITTEN OFF.
           05 TITLE-COST PIC 9(3)V99.
      *    PRICING CATEGORY FOR THE COUNTER'S PRICE SCHEDULE (SEE
      *    VIDPRICE): N = NEW RELEASE, C = CATALOG, K = KIDS.
           05 TITLE-CATEGORY PIC X.

       FD  CATEGORY-FILE.
       01  CATEGORY-REC.
           05 CAT-ITEM-NO-IN    PIC X(3).
           05 CAT-CATEGORY-IN   PIC X.

       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-REC.
           05                       PIC X(2).
           05 REORD-REASON-OUT      PIC X(30).

       FD  TRANSFER-FILE.
           COPY VIDXFERREC.

       FD  SHRINK-FILE.
           COPY VIDSHRKREC.

       COPY IOERRFD.
       COPY AUDITFD.
       COPY RUNSTATSFD.
      *    ON THE RECORD, SO A PER-TITLE OVERRIDE SURVIVES ONLY UNTIL
      *    THE NEXT REBUILD UNLESS THE FEED LEARNS TO CARRY IT.
       01  DEFAULT-LATE-FEE-RATE PIC 9(2)V99 VALUE 1.50.
      *    SEEDED THE SAME WAY: THE SHOP-STANDARD COST OF ONE COPY,
      *    UNTIL THE FEEDS CARRY A PER-TITLE COST.
       01  DEFAULT-TITLE-COST    PIC 9(3)V99 VALUE 25.00.
      *    A TITLE NOBODY HAS CATEGORIZED IS PRICED AS CATALOG.
       01  DEFAULT-CATEGORY      PIC X VALUE 'C'.
       01  WS-CATEGORY-STATUS    PIC XX.
       01  WS-CATEGORY-EOF       PIC X VALUE 'N'.
       01  CATEGORY-TABLE.
           05 CATEGORY-ENTRY OCCURS 500 TIMES
                   INDEXED BY CATG-IDX.
               10 CATG-ITEM-NO  PIC X(3) VALUE SPACES.
               10 CATG-CATEGORY PIC X    VALUE SPACE.
       01  CATEGORY-COUNT        PIC 9(3) VALUE ZERO.
       01  ON-RENT-TABLE.
           05 ON-RENT-ENTRY OCCURS 200 TIMES
                   INDEXED BY ONR-IDX.
       01  WS-EXCEPTIONS-STATUS PIC XX.
       01  WS-RECON-STATUS      PIC XX.
       01  WS-REORDER-STATUS    PIC XX.
       01  WS-TRANSFER-STATUS   PIC XX.
       01  WS-SHRINK-STATUS     PIC XX.
       01  WS-LOG-EOF           PIC X VALUE 'N'.
      *    LOG ENTRIES FOR A TITLE OR STORE THE FEEDS NO LONGER CARRY.
       01  WS-LOG-NOT-APPLIED   PIC 9(5) VALUE ZERO.
       01  WS-LOG-FOUND-SW      PIC X VALUE 'N'.
           88  LOG-TITLE-FOUND  VALUE 'Y'.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY RUNSTATSWS.
               10  MB-STORE-SLOT OCCURS 2 TIMES.
                   15  MB-RENTAL-OH PIC 9(3) VALUE ZERO.
                   15  MB-SALES-OH  PIC 9(3) VALUE ZERO.
      *        SHIPPED BUT NOT YET RECEIVED - AT NEITHER STORE, BUT
      *        STILL THE CHAIN'S, SO THEY COUNT IN THE COMBINED TOTALS.
               10  MB-OPEN-RENTAL   PIC 9(3)  VALUE ZERO.
               10  MB-OPEN-SALES    PIC 9(3)  VALUE ZERO.
       01  MB-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-STORE-SLOT        PIC 9 VALUE ZERO.
       01  NUMBER-OF-STORES     PIC 9 VALUE 2.
           MOVE 'CHAP04A04' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           PERFORM 245-LOAD-ON-RENT-TABLE-RTN
           PERFORM 247-LOAD-CATEGORIES-RTN
           PERFORM 200-OPEN-FILES
           PERFORM 220-LOAD-SALES-TABLE-RTN
           PERFORM 230-MATCH-RENTALS-RTN
           PERFORM 255-APPLY-TRANSFERS-RTN
           PERFORM 257-APPLY-SHRINK-RTN
           PERFORM 260-WRITE-MASTER-TABLE-RTN
           PERFORM 240-UNMATCHED-SALES-RTN
           PERFORM 250-RECON-RTN
           END-IF
           .

      *****************************************************************
      *    255-APPLY-TRANSFERS-RTN - A SHIPMENT TAKES THE COPIES OFF   *
      *    THE SENDING STORE; THE RECEIPT PUTS THEM ON THE RECEIVING   *
      *    STORE, SO COPIES STILL IN TRANSIT ARE AT NEITHER. THEY ARE  *
      *    TALLIED OPEN ON THE TITLE UNTIL RECEIVED, SO 262 CAN KEEP   *
      *    THEM IN THE COMBINED TOTALS.                                *
      *****************************************************************
       255-APPLY-TRANSFERS-RTN.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT TRANSFER-FILE
           IF WS-TRANSFER-STATUS = '00'
               PERFORM UNTIL WS-LOG-EOF = 'Y'
                   READ TRANSFER-FILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM 256-APPLY-ONE-TRANSFER-RTN
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
           END-IF
           .

       256-APPLY-ONE-TRANSFER-RTN.
           IF VX-IS-SHIPMENT
               MOVE VX-FROM-STORE TO WS-STORE-SLOT
           ELSE
               MOVE VX-TO-STORE TO WS-STORE-SLOT
           END-IF
           MOVE VX-ITEM-NO TO ITEM-NO
           PERFORM 259-FIND-LOG-TITLE-RTN
           IF NOT LOG-TITLE-FOUND
              OR WS-STORE-SLOT < 1 OR WS-STORE-SLOT > NUMBER-OF-STORES
               ADD 1 TO WS-LOG-NOT-APPLIED
           ELSE
               IF VX-IS-SHIPMENT
                   IF VX-SALES-COPIES
                       IF VX-QTY > MB-SALES-OH (MB-IDX WS-STORE-SLOT)
                           MOVE ZERO
                             TO MB-SALES-OH (MB-IDX WS-STORE-SLOT)
                       ELSE
                           SUBTRACT VX-QTY
                             FROM MB-SALES-OH (MB-IDX WS-STORE-SLOT)
                       END-IF
                       ADD VX-QTY TO MB-OPEN-SALES (MB-IDX)
                   ELSE
                       IF VX-QTY > MB-RENTAL-OH (MB-IDX WS-STORE-SLOT)
                           MOVE ZERO
                             TO MB-RENTAL-OH (MB-IDX WS-STORE-SLOT)
                       ELSE
                           SUBTRACT VX-QTY
                             FROM MB-RENTAL-OH (MB-IDX WS-STORE-SLOT)
                       END-IF
                       ADD VX-QTY TO MB-OPEN-RENTAL (MB-IDX)
                   END-IF
               ELSE
                   IF VX-SALES-COPIES
                       ADD VX-QTY TO MB-SALES-OH (MB-IDX WS-STORE-SLOT)
                       IF VX-QTY > MB-OPEN-SALES (MB-IDX)
                           MOVE ZERO TO MB-OPEN-SALES (MB-IDX)
                       ELSE
                           SUBTRACT VX-QTY FROM MB-OPEN-SALES (MB-IDX)
                       END-IF
                   ELSE
                       ADD VX-QTY
                           TO MB-RENTAL-OH (MB-IDX WS-STORE-SLOT)
                       IF VX-QTY > MB-OPEN-RENTAL (MB-IDX)
                           MOVE ZERO TO MB-OPEN-RENTAL (MB-IDX)
                       ELSE
                           SUBTRACT VX-QTY FROM MB-OPEN-RENTAL (MB-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      *    257-APPLY-SHRINK-RTN - EACH WRITE-OFF IS ONE RENTAL COPY    *
      *    GONE FROM THE STORE THAT OWNED IT.                          *
      *****************************************************************
       257-APPLY-SHRINK-RTN.
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT SHRINK-FILE
           IF WS-SHRINK-STATUS = '00'
               PERFORM UNTIL WS-LOG-EOF = 'Y'
                   READ SHRINK-FILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM 258-APPLY-ONE-SHRINK-RTN
                   END-READ
               END-PERFORM
               CLOSE SHRINK-FILE
           END-IF
           IF WS-LOG-NOT-APPLIED > ZERO
               DISPLAY 'WARNING: ' WS-LOG-NOT-APPLIED
                       ' transfer/shrink entries for titles or stores '
                       'not on the feeds were not applied'
           END-IF
           .

       258-APPLY-ONE-SHRINK-RTN.
           MOVE VS-STORE TO WS-STORE-SLOT
           MOVE VS-ITEM-NO TO ITEM-NO
           PERFORM 259-FIND-LOG-TITLE-RTN
           IF NOT LOG-TITLE-FOUND
              OR WS-STORE-SLOT < 1 OR WS-STORE-SLOT > NUMBER-OF-STORES
               ADD 1 TO WS-LOG-NOT-APPLIED
           ELSE
               IF MB-RENTAL-OH (MB-IDX WS-STORE-SLOT) > ZERO
                   SUBTRACT 1 FROM MB-RENTAL-OH (MB-IDX WS-STORE-SLOT)
               END-IF
           END-IF
           .

      *    ITEM-NO IS ONLY A SEARCH KEY HERE - MASTER-REC IS BUILT
      *    AFRESH FOR EACH TITLE IN 262.
       259-FIND-LOG-TITLE-RTN.
           MOVE 'N' TO WS-LOG-FOUND-SW
           SET MB-IDX TO 1
           SEARCH MB-ENTRY
               AT END
                   CONTINUE
               WHEN MB-ITEM-NO (MB-IDX) = ITEM-NO
                   MOVE 'Y' TO WS-LOG-FOUND-SW
           END-SEARCH
           .

      *****************************************************************
      *    260-WRITE-MASTER-TABLE-RTN - ONE MASTER RECORD PER TITLE,   *
      *    CARRYING EACH STORE'S POSITION AND THE COMBINED TOTALS THE  *
           MOVE MB-VIDEO-NAME (MB-IDX) TO VIDEO-NAME
           COMPUTE WS-RENTAL-OH-NUM =
               MB-RENTAL-OH (MB-IDX 1) + MB-RENTAL-OH (MB-IDX 2)
                   + MB-OPEN-RENTAL (MB-IDX)
           COMPUTE WS-SALES-OH-NUM =
               MB-SALES-OH (MB-IDX 1) + MB-SALES-OH (MB-IDX 2)
                   + MB-OPEN-SALES (MB-IDX)
           MOVE WS-RENTAL-OH-NUM TO RENTAL-OH
           MOVE WS-SALES-OH-NUM TO SALES-OH
           MOVE MB-RENTAL-OH (MB-IDX 1) TO STPOS-RENTAL-OH (1)
               MOVE 'A' TO RENT-STATUS
           END-IF
           MOVE DEFAULT-LATE-FEE-RATE TO LATE-FEE-RATE
           MOVE DEFAULT-TITLE-COST TO TITLE-COST
           MOVE DEFAULT-CATEGORY TO TITLE-CATEGORY
           SET CATG-IDX TO 1
           SEARCH CATEGORY-ENTRY
               AT END
                   CONTINUE
               WHEN CATG-IDX > CATEGORY-COUNT
                   CONTINUE
               WHEN CATG-ITEM-NO (CATG-IDX) = ITEM-NO
                   MOVE CATG-CATEGORY (CATG-IDX) TO TITLE-CATEGORY
           END-SEARCH
           .

       245-LOAD-ON-RENT-TABLE-RTN.
           END-IF
           .

       247-LOAD-CATEGORIES-RTN.
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS = '00'
               PERFORM UNTIL WS-CATEGORY-EOF = 'Y'
                   READ CATEGORY-FILE
                       AT END
                           MOVE 'Y' TO WS-CATEGORY-EOF
                       NOT AT END
                           ADD 1 TO CATEGORY-COUNT
                           SET CATG-IDX TO CATEGORY-COUNT
                           MOVE CAT-ITEM-NO-IN
                               TO CATG-ITEM-NO (CATG-IDX)
                           MOVE CAT-CATEGORY-IN
                               TO CATG-CATEGORY (CATG-IDX)
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-FILE
           END-IF
           .

      *    RENTAL-OH AND SALES-OH JUST WRITTEN TO MASTER-REC ARE
      *    CHECKED AGAINST MIN-COPIES-THRESHOLD INDEPENDENTLY - EITHER
      *    ONE RUNNING LOW IS ENOUGH TO FLAG THE TITLE.
