       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH03A08G.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.

      ******************************************************************
      * Periodic usage analysis. The valuation run in CH03A08B says   *
      * what is on the shelf but not what moves, and the reorder      *
      * points on INVMAST.DAT were set years ago. This program totals *
      * the last twelve months of issues per part from the issue      *
      * history CH03A08D keeps (ISSUEHST.DAT, costed off the FIFO     *
      * layers), ranks the parts by that annual issue value and       *
      * classes them A, B, or C on the cumulative share of the total  *
      * (cut-offs from ABCPARM.DAT, 80 and 95 percent if absent). Each *
      * part's turnover is annual issue value over the cost of what   *
      * is on the shelf (INVLAYER.DAT), and its days on hand is the   *
      * on-hand quantity over average daily usage. A part with no     *
      * issue in the parameter file's number of months (6 if absent)  *
      * is flagged as an obsolete candidate. A suggested reorder      *
      * point - daily usage over the vendor's lead days plus any      *
      * safety days - is printed beside the current one, and every    *
      * part where the two differ goes to ROPREV.DAT for purchasing   *
      * to review. Nothing on the master is changed here.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER ASSIGN TO "DATA/INVMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ISSUE-HISTORY-FILE ASSIGN TO "DATA/ISSUEHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT COST-LAYER-FILE ASSIGN TO "DATA/INVLAYER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYER-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "DATA/VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

      *    ONE RECORD: CLASS A AND CLASS B CUMULATIVE-VALUE CUT-OFFS
      *    IN PERCENT, THE OBSOLETE WINDOW IN MONTHS, AND THE SAFETY
      *    DAYS ADDED TO LEAD TIME FOR THE SUGGESTED REORDER POINT.
           SELECT ANALYSIS-PARM-FILE ASSIGN TO "DATA/ABCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ANALYSIS-LISTING ASSIGN TO "DATA/ABCANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REORDER-REVIEW-LISTING ASSIGN TO "DATA/ROPREV.DAT"
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

      *    LAYOUT MATCHED TO ISSUE-HISTORY-REC IN CH03A08D.
       FD  ISSUE-HISTORY-FILE.
       01  ISSUE-HISTORY-REC.
           05  IH-ISSUE-DATE                PIC 9(8).
           05  IH-PART-NO                   PIC X(15).
           05  IH-QUANTITY                  PIC 9(3).
           05  IH-COST-VALUE                PIC 9(7)V99.

      *    LAYOUT MATCHED TO COST-LAYER-REC IN CH03A08D.
       FD  COST-LAYER-FILE.
       01  COST-LAYER-REC.
           05  CL-PART-NO                   PIC X(15).
           05  CL-QUANTITY                  PIC 9(3).
           05  CL-UNIT-COST                 PIC 9(4)V99.

      *    LAYOUT MATCHED TO VENDOR-MASTER-REC IN CH03A08B.
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           05  VM-PART-NO-IN                PIC X(15).
           05  VM-VENDOR-NO-IN              PIC X(5).
           05  VM-VENDOR-NAME-IN            PIC X(20).
           05  VM-LEAD-DAYS-IN              PIC 9(3).
           05  VM-UNIT-COST-IN              PIC 9(4)V99.
           05  VM-TERMS-DAYS-IN             PIC 9(3).

       FD  ANALYSIS-PARM-FILE.
       01  ANALYSIS-PARM-REC.
           05  AP-CLASS-A-PCT               PIC 9(3).
           05  AP-CLASS-B-PCT               PIC 9(3).
           05  AP-OBSOLETE-MONTHS           PIC 9(2).
           05  AP-SAFETY-DAYS               PIC 9(3).

       FD  ANALYSIS-LISTING.
       01  ANALYSIS-REC.
           05  AN-PART-NO-OUT               PIC X(15).
           05                               PIC X(2).
           05  AN-CLASS-OUT                 PIC X.
           05                               PIC X(2).
           05  AN-ANNUAL-QTY-OUT            PIC ZZ,ZZ9.
           05                               PIC X(2).
           05  AN-ANNUAL-VALUE-OUT          PIC $$$,$$$,$$9.99.
           05                               PIC X(2).
           05  AN-QOH-OUT                   PIC Z9.
           05                               PIC X(2).
           05  AN-STOCK-VALUE-OUT           PIC $$$,$$9.99.
           05                               PIC X(2).
           05  AN-TURNOVER-OUT              PIC ZZ9.99.
           05                               PIC X(2).
           05  AN-DAYS-ON-HAND-OUT          PIC ZZZ9.
           05                               PIC X(2).
           05  AN-LAST-ISSUE-OUT            PIC 9(8).
           05                               PIC X(2).
           05  AN-CURRENT-ROP-OUT           PIC Z9.
           05                               PIC X(2).
           05  AN-SUGGESTED-ROP-OUT         PIC Z9.
           05                               PIC X(2).
           05  AN-OBSOLETE-OUT              PIC X(9).

       FD  REORDER-REVIEW-LISTING.
       01  REORDER-REVIEW-REC.
           05  RV-PART-NO-OUT               PIC X(15).
           05                               PIC X(2).
           05  RV-CLASS-OUT                 PIC X.
           05                               PIC X(2).
           05  RV-VENDOR-NO-OUT             PIC X(5).
           05                               PIC X(2).
           05  RV-LEAD-DAYS-OUT             PIC ZZ9.
           05                               PIC X(2).
           05  RV-ANNUAL-QTY-OUT            PIC ZZ,ZZ9.
           05                               PIC X(2).
           05  RV-CURRENT-ROP-OUT           PIC Z9.
           05                               PIC X(2).
           05  RV-SUGGESTED-ROP-OUT         PIC Z9.
           05                               PIC X(2).
           05  RV-NOTE-OUT                  PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-EOF                          PIC X VALUE 'N'.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  WS-RUN-MONTH                PIC 99.
           05                              PIC 99.
       01  WS-HISTORY-STATUS               PIC XX.
       01  WS-LAYER-STATUS                 PIC XX.
       01  WS-VENDOR-STATUS                PIC XX.
       01  WS-PARM-STATUS                  PIC XX.

      *    PARAMETERS, DEFAULTED FOR A SHOP THAT HAS NOT SET ANY.
       01  WS-CLASS-A-PCT                  PIC 9(3) VALUE 80.
       01  WS-CLASS-B-PCT                  PIC 9(3) VALUE 95.
       01  WS-OBSOLETE-MONTHS              PIC 9(2) VALUE 6.
       01  WS-SAFETY-DAYS                  PIC 9(3) VALUE ZERO.
      *    AS IN CH03A08B - THE FLAT TWO WEEKS ONLY STANDS IN WHEN NO
      *    VENDOR IS ON FILE FOR THE PART.
       01  DEFAULT-LEAD-DAYS               PIC 99 VALUE 14.
       01  DAYS-IN-YEAR                    PIC 9(3) VALUE 365.
      *    THE MASTER'S REORDER POINT IS TWO DIGITS SUITE-WIDE.
       01  MAX-REORDER-POINT               PIC 99 VALUE 99.
       01  MAX-DAYS-ON-HAND                PIC 9(4) VALUE 9999.

      *    ONE ENTRY PER PART ON THE MASTER, CARRYING ITS TWELVE-MONTH
      *    USAGE, SHELF VALUE AT COST, AND VENDOR LEAD TIME, THEN
      *    SORTED BY ANNUAL ISSUE VALUE, HIGHEST FIRST, FOR RANKING.
       01  PART-TABLE.
           05  PART-ENTRY OCCURS 500 TIMES
                   INDEXED BY PT-IDX.
               10  PT-PART-NO              PIC X(15) VALUE SPACES.
               10  PT-QOH                  PIC 99 VALUE ZERO.
               10  PT-UNIT-PRICE           PIC 9(4)V99 VALUE ZERO.
               10  PT-REORDER-POINT        PIC 99 VALUE ZERO.
               10  PT-ANNUAL-QTY           PIC 9(5) VALUE ZERO.
               10  PT-ANNUAL-VALUE         PIC 9(9)V99 VALUE ZERO.
               10  PT-LAST-ISSUE-DATE      PIC 9(8) VALUE ZERO.
               10  PT-STOCK-VALUE          PIC 9(7)V99 VALUE ZERO.
               10  PT-LAYER-QTY            PIC 9(4) VALUE ZERO.
               10  PT-VENDOR-NO            PIC X(5) VALUE SPACES.
               10  PT-LEAD-DAYS            PIC 9(3) VALUE ZERO.
               10  PT-CLASS                PIC X VALUE SPACE.
       01  PART-COUNT                      PIC 9(3) VALUE ZERO.
       01  MAX-PART-ENTRIES                PIC 9(3) VALUE 500.
       01  PART-FOUND-SW                   PIC X VALUE 'N'.
           88  PART-FOUND                  VALUE 'Y'.

       01  WS-SORT-SWAPPED-SW              PIC X VALUE 'N'.
           88  PARTS-SWAPPED               VALUE 'Y'.
       01  WS-SORT-IDX                     PIC 9(3) VALUE ZERO.
       01  WS-SWAP-HOLD.
           05  SW-PART-NO                  PIC X(15).
           05  SW-QOH                      PIC 99.
           05  SW-UNIT-PRICE               PIC 9(4)V99.
           05  SW-REORDER-POINT            PIC 99.
           05  SW-ANNUAL-QTY               PIC 9(5).
           05  SW-ANNUAL-VALUE             PIC 9(9)V99.
           05  SW-LAST-ISSUE-DATE          PIC 9(8).
           05  SW-STOCK-VALUE              PIC 9(7)V99.
           05  SW-LAYER-QTY                PIC 9(4).
           05  SW-VENDOR-NO                PIC X(5).
           05  SW-LEAD-DAYS                PIC 9(3).
           05  SW-CLASS                    PIC X.

       01  WS-AGE-DAYS                     PIC S9(7) VALUE ZERO.
       01  WS-MONTHS-IDLE                  PIC S9(5) VALUE ZERO.
       01  WS-LAST-ISSUE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-LAST-ISSUE-DATE-R REDEFINES WS-LAST-ISSUE-DATE.
           05  WS-LAST-ISSUE-YEAR          PIC 9(4).
           05  WS-LAST-ISSUE-MONTH         PIC 99.
           05                              PIC 99.
       01  WS-TOTAL-ANNUAL-VALUE           PIC 9(11)V99 VALUE ZERO
                                            USAGE COMP-3.
       01  WS-CUMULATIVE-VALUE             PIC 9(11)V99 VALUE ZERO
                                            USAGE COMP-3.
       01  WS-CUMULATIVE-PCT               PIC 9(3)V99 VALUE ZERO.
       01  WS-TURNOVER                     PIC 9(3)V99 VALUE ZERO.
       01  WS-DAYS-ON-HAND                 PIC 9(7) VALUE ZERO.
       01  WS-ROP-DEMAND                   PIC 9(9) VALUE ZERO.
       01  WS-SUGGESTED-ROP                PIC 9(7) VALUE ZERO.
       01  WS-OBSOLETE-SW                  PIC X VALUE 'N'.
           88  PART-IS-OBSOLETE            VALUE 'Y'.

      *    PER-CLASS TOTALS FOR THE TRAILER, A THEN B THEN C.
       01  CLASS-TOTALS-TABLE.
           05  CLASS-TOTAL-ENTRY OCCURS 3 TIMES
                   INDEXED BY CT-IDX.
               10  CTT-PART-COUNT          PIC 9(3) VALUE ZERO.
               10  CTT-VALUE               PIC 9(11)V99 VALUE ZERO.
      *    TRAILER, ONE LINE PER CLASS.
       01  CLASS-TOTAL-LINE.
           05                               PIC X(6) VALUE 'CLASS '.
           05  CT-CLASS-OUT                 PIC X.
           05                               PIC X(10) VALUE
                                             '  PARTS: '.
           05  CT-PART-COUNT-OUT            PIC ZZ9.
           05                               PIC X(16) VALUE
                                             '  ISSUE VALUE: '.
           05  CT-VALUE-OUT                 PIC $$$,$$$,$$9.99.
           05                               PIC X(2) VALUE SPACES.
           05  CT-PERCENT-OUT               PIC ZZ9.9.
           05                               PIC X VALUE '%'.
       01  CLASS-LETTERS                   PIC X(3) VALUE 'ABC'.
       01  CLASS-LETTERS-R REDEFINES CLASS-LETTERS.
           05  CLASS-LETTER                PIC X OCCURS 3 TIMES.
       01  WS-CLASS-PCT                    PIC 9(3)V9 VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040-GET-PARAMETERS-RTN
           PERFORM 050-LOAD-PART-TABLE-RTN
           PERFORM 060-LOAD-ISSUE-HISTORY-RTN
           PERFORM 065-LOAD-COST-LAYERS-RTN
           PERFORM 068-LOAD-VENDORS-RTN
           PERFORM 300-SORT-PARTS-RTN
           OPEN OUTPUT ANALYSIS-LISTING
                OUTPUT REORDER-REVIEW-LISTING
           PERFORM 400-ANALYZE-PART-RTN
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PART-COUNT
           PERFORM 500-CLASS-TOTALS-RTN
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > 3
           CLOSE ANALYSIS-LISTING
                 REORDER-REVIEW-LISTING
           STOP RUN
           .

       040-GET-PARAMETERS-RTN.
           OPEN INPUT ANALYSIS-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ ANALYSIS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-CLASS-A-PCT IS NUMERIC
                          AND AP-CLASS-A-PCT > ZERO
                           MOVE AP-CLASS-A-PCT TO WS-CLASS-A-PCT
                       END-IF
                       IF AP-CLASS-B-PCT IS NUMERIC
                          AND AP-CLASS-B-PCT > ZERO
                           MOVE AP-CLASS-B-PCT TO WS-CLASS-B-PCT
                       END-IF
                       IF AP-OBSOLETE-MONTHS IS NUMERIC
                          AND AP-OBSOLETE-MONTHS > ZERO
                           MOVE AP-OBSOLETE-MONTHS
                               TO WS-OBSOLETE-MONTHS
                       END-IF
                       IF AP-SAFETY-DAYS IS NUMERIC
                           MOVE AP-SAFETY-DAYS TO WS-SAFETY-DAYS
                       END-IF
               END-READ
               CLOSE ANALYSIS-PARM-FILE
           END-IF
           .

       050-LOAD-PART-TABLE-RTN.
           OPEN INPUT INVENTORY-MASTER
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVENTORY-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PART-COUNT NOT < MAX-PART-ENTRIES
                           DISPLAY "ERROR: INVMAST.DAT HAS MORE THAN "
                               MAX-PART-ENTRIES
                               " PARTS - NO ANALYSIS PRODUCED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO PART-COUNT
                       SET PT-IDX TO PART-COUNT
                       MOVE INVENTORY-PART-NO TO PT-PART-NO (PT-IDX)
                       MOVE QUANTITY-OF-ITEMS-ON-HAND TO
                            PT-QOH (PT-IDX)
                       MOVE UNIT-PRICE TO PT-UNIT-PRICE (PT-IDX)
                       MOVE REORDER-POINT TO
                            PT-REORDER-POINT (PT-IDX)
                       MOVE DEFAULT-LEAD-DAYS TO
                            PT-LEAD-DAYS (PT-IDX)
               END-READ
           END-PERFORM
           CLOSE INVENTORY-MASTER
           MOVE 'N' TO WS-EOF
           .

      *    EVERY ISSUE COUNTS TOWARD THE PART'S LAST-ISSUE DATE; ONLY
      *    THOSE IN THE LAST 365 DAYS COUNT TOWARD ANNUAL USAGE. AN
      *    ISSUE FOR A PART SINCE DROPPED FROM THE MASTER IS IGNORED.
       060-LOAD-ISSUE-HISTORY-RTN.
           OPEN INPUT ISSUE-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ISSUE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 062-ONE-ISSUE-RTN
                   END-READ
               END-PERFORM
               CLOSE ISSUE-HISTORY-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           .

       062-ONE-ISSUE-RTN.
           MOVE 'N' TO PART-FOUND-SW
           SET PT-IDX TO 1
           SEARCH PART-ENTRY
               AT END
                   CONTINUE
               WHEN PT-PART-NO (PT-IDX) = IH-PART-NO
                   MOVE 'Y' TO PART-FOUND-SW
           END-SEARCH
           IF PART-FOUND
               IF IH-ISSUE-DATE > PT-LAST-ISSUE-DATE (PT-IDX)
                   MOVE IH-ISSUE-DATE TO PT-LAST-ISSUE-DATE (PT-IDX)
               END-IF
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (IH-ISSUE-DATE)
               IF WS-AGE-DAYS < DAYS-IN-YEAR
                   ADD IH-QUANTITY TO PT-ANNUAL-QTY (PT-IDX)
                   ADD IH-COST-VALUE TO PT-ANNUAL-VALUE (PT-IDX)
               END-IF
           END-IF
           .

      *    THE SHELF IS VALUED AT WHAT THE LAYERS SAY IT COST. ANY
      *    ON-HAND QUANTITY THE LAYERS DO NOT COVER IS VALUED AT THE
      *    MASTER'S UNIT PRICE, AS CH03A08D COSTS AN UNCOVERED ISSUE.
       065-LOAD-COST-LAYERS-RTN.
           OPEN INPUT COST-LAYER-FILE
           IF WS-LAYER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COST-LAYER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 067-ONE-LAYER-RTN
                   END-READ
               END-PERFORM
               CLOSE COST-LAYER-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           PERFORM 066-UNLAYERED-STOCK-RTN
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PART-COUNT
           .

       066-UNLAYERED-STOCK-RTN.
           IF PT-QOH (PT-IDX) > PT-LAYER-QTY (PT-IDX)
               COMPUTE PT-STOCK-VALUE (PT-IDX) =
                   PT-STOCK-VALUE (PT-IDX) +
                   (PT-QOH (PT-IDX) - PT-LAYER-QTY (PT-IDX))
                   * PT-UNIT-PRICE (PT-IDX)
           END-IF
           .

       067-ONE-LAYER-RTN.
           SET PT-IDX TO 1
           SEARCH PART-ENTRY
               AT END
                   CONTINUE
               WHEN PT-PART-NO (PT-IDX) = CL-PART-NO
                   ADD CL-QUANTITY TO PT-LAYER-QTY (PT-IDX)
                   COMPUTE PT-STOCK-VALUE (PT-IDX) =
                       PT-STOCK-VALUE (PT-IDX) +
                       CL-QUANTITY * CL-UNIT-COST
           END-SEARCH
           .

      *    THE PART'S PREFERRED VENDOR IS THE FIRST ONE ON FILE FOR
      *    IT, AS IN CH03A08B.
       068-LOAD-VENDORS-RTN.
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VENDOR-MASTER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 069-ONE-VENDOR-RTN
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER
               MOVE 'N' TO WS-EOF
           END-IF
           .

       069-ONE-VENDOR-RTN.
           SET PT-IDX TO 1
           SEARCH PART-ENTRY
               AT END
                   CONTINUE
               WHEN PT-PART-NO (PT-IDX) = VM-PART-NO-IN
                   IF PT-VENDOR-NO (PT-IDX) = SPACES
                       MOVE VM-VENDOR-NO-IN TO PT-VENDOR-NO (PT-IDX)
                       MOVE VM-LEAD-DAYS-IN TO PT-LEAD-DAYS (PT-IDX)
                   END-IF
           END-SEARCH
           .

      *    NEIGHBOR-SWAP PASSES, HIGHEST ANNUAL ISSUE VALUE FIRST - THE
      *    SAME SIMPLE SORT CH03A08E USES FOR ITS PICK LINES. THE
      *    GRAND TOTAL IS TAKEN ON THE WAY THROUGH THE FIRST PASS.
       300-SORT-PARTS-RTN.
           PERFORM 302-ADD-TO-TOTAL-RTN
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PART-COUNT
           MOVE 'Y' TO WS-SORT-SWAPPED-SW
           PERFORM 305-ONE-SORT-PASS-RTN
               UNTIL NOT PARTS-SWAPPED
           .

       302-ADD-TO-TOTAL-RTN.
           ADD PT-ANNUAL-VALUE (PT-IDX) TO WS-TOTAL-ANNUAL-VALUE
           .

       305-ONE-SORT-PASS-RTN.
           MOVE 'N' TO WS-SORT-SWAPPED-SW
           PERFORM 307-COMPARE-NEIGHBORS-RTN
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX NOT LESS THAN PART-COUNT
           .

       307-COMPARE-NEIGHBORS-RTN.
           IF PT-ANNUAL-VALUE (WS-SORT-IDX) <
                   PT-ANNUAL-VALUE (WS-SORT-IDX + 1)
               MOVE PART-ENTRY (WS-SORT-IDX) TO WS-SWAP-HOLD
               MOVE PART-ENTRY (WS-SORT-IDX + 1)
                   TO PART-ENTRY (WS-SORT-IDX)
               MOVE WS-SWAP-HOLD TO PART-ENTRY (WS-SORT-IDX + 1)
               MOVE 'Y' TO WS-SORT-SWAPPED-SW
           END-IF
           .

      *    A PART IS CLASS A WHILE THE PARTS RANKED ABOVE IT HAVE NOT
      *    YET REACHED THE CLASS A SHARE OF TOTAL ISSUE VALUE, B WHILE
      *    THEY HAVE NOT REACHED THE CLASS B SHARE, AND C AFTER THAT.
      *    A PART THAT ISSUED NOTHING IS ALWAYS C.
       400-ANALYZE-PART-RTN.
           IF WS-TOTAL-ANNUAL-VALUE > ZERO
               COMPUTE WS-CUMULATIVE-PCT ROUNDED =
                   WS-CUMULATIVE-VALUE * 100 / WS-TOTAL-ANNUAL-VALUE
           ELSE
               MOVE 100 TO WS-CUMULATIVE-PCT
           END-IF
           EVALUATE TRUE
               WHEN PT-ANNUAL-VALUE (PT-IDX) = ZERO
                   MOVE 'C' TO PT-CLASS (PT-IDX)
                   SET CT-IDX TO 3
               WHEN WS-CUMULATIVE-PCT < WS-CLASS-A-PCT
                   MOVE 'A' TO PT-CLASS (PT-IDX)
                   SET CT-IDX TO 1
               WHEN WS-CUMULATIVE-PCT < WS-CLASS-B-PCT
                   MOVE 'B' TO PT-CLASS (PT-IDX)
                   SET CT-IDX TO 2
               WHEN OTHER
                   MOVE 'C' TO PT-CLASS (PT-IDX)
                   SET CT-IDX TO 3
           END-EVALUATE
           ADD PT-ANNUAL-VALUE (PT-IDX) TO WS-CUMULATIVE-VALUE
           ADD 1 TO CTT-PART-COUNT (CT-IDX)
           ADD PT-ANNUAL-VALUE (PT-IDX) TO CTT-VALUE (CT-IDX)
           PERFORM 410-TURNOVER-RTN
           PERFORM 420-OBSOLETE-CHECK-RTN
           PERFORM 430-SUGGEST-REORDER-POINT-RTN
           PERFORM 440-ANALYSIS-LINE-RTN
           IF WS-SUGGESTED-ROP NOT = PT-REORDER-POINT (PT-IDX)
              OR PT-VENDOR-NO (PT-IDX) = SPACES
               PERFORM 450-REVIEW-LINE-RTN
           END-IF
           .

      *    TURNOVER IS HOW MANY TIMES A YEAR THE SHELF'S COST GOES
      *    OUT THE DOOR; DAYS ON HAND IS HOW LONG THE SHELF LASTS AT
      *    THE YEAR'S AVERAGE DAILY USAGE. A PART WITH NO USAGE SHOWS
      *    THE CEILING FOR DAYS ON HAND.
       410-TURNOVER-RTN.
           IF PT-STOCK-VALUE (PT-IDX) > ZERO
               COMPUTE WS-TURNOVER ROUNDED =
                   PT-ANNUAL-VALUE (PT-IDX) / PT-STOCK-VALUE (PT-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TURNOVER
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-TURNOVER
           END-IF
           IF PT-ANNUAL-QTY (PT-IDX) > ZERO
               COMPUTE WS-DAYS-ON-HAND ROUNDED =
                   PT-QOH (PT-IDX) * DAYS-IN-YEAR
                   / PT-ANNUAL-QTY (PT-IDX)
               IF WS-DAYS-ON-HAND > MAX-DAYS-ON-HAND
                   MOVE MAX-DAYS-ON-HAND TO WS-DAYS-ON-HAND
               END-IF
           ELSE
               IF PT-QOH (PT-IDX) > ZERO
                   MOVE MAX-DAYS-ON-HAND TO WS-DAYS-ON-HAND
               ELSE
                   MOVE ZERO TO WS-DAYS-ON-HAND
               END-IF
           END-IF
           .

      *    MONTHS IDLE IS COUNTED IN CALENDAR MONTHS FROM THE LAST
      *    ISSUE'S MONTH TO THE RUN MONTH. A PART NEVER ISSUED SINCE
      *    THE HISTORY BEGAN IS A CANDIDATE TOO.
       420-OBSOLETE-CHECK-RTN.
           MOVE 'N' TO WS-OBSOLETE-SW
           MOVE PT-LAST-ISSUE-DATE (PT-IDX) TO WS-LAST-ISSUE-DATE
           IF WS-LAST-ISSUE-DATE = ZERO
               MOVE 'Y' TO WS-OBSOLETE-SW
           ELSE
               COMPUTE WS-MONTHS-IDLE =
                   (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
                   - (WS-LAST-ISSUE-YEAR * 12 + WS-LAST-ISSUE-MONTH)
               IF WS-MONTHS-IDLE NOT LESS THAN WS-OBSOLETE-MONTHS
                   MOVE 'Y' TO WS-OBSOLETE-SW
               END-IF
           END-IF
           .

      *    ENOUGH TO COVER AVERAGE DAILY USAGE OVER THE VENDOR'S LEAD
      *    TIME PLUS THE SAFETY DAYS, ROUNDED UP TO A WHOLE PIECE.
       430-SUGGEST-REORDER-POINT-RTN.
           COMPUTE WS-ROP-DEMAND =
               PT-ANNUAL-QTY (PT-IDX)
               * (PT-LEAD-DAYS (PT-IDX) + WS-SAFETY-DAYS)
           DIVIDE WS-ROP-DEMAND BY DAYS-IN-YEAR
               GIVING WS-SUGGESTED-ROP
           IF WS-SUGGESTED-ROP * DAYS-IN-YEAR < WS-ROP-DEMAND
               ADD 1 TO WS-SUGGESTED-ROP
           END-IF
           IF WS-SUGGESTED-ROP > MAX-REORDER-POINT
               MOVE MAX-REORDER-POINT TO WS-SUGGESTED-ROP
           END-IF
           .

       440-ANALYSIS-LINE-RTN.
           MOVE SPACES TO ANALYSIS-REC
           MOVE PT-PART-NO (PT-IDX) TO AN-PART-NO-OUT
           MOVE PT-CLASS (PT-IDX) TO AN-CLASS-OUT
           MOVE PT-ANNUAL-QTY (PT-IDX) TO AN-ANNUAL-QTY-OUT
           MOVE PT-ANNUAL-VALUE (PT-IDX) TO AN-ANNUAL-VALUE-OUT
           MOVE PT-QOH (PT-IDX) TO AN-QOH-OUT
           MOVE PT-STOCK-VALUE (PT-IDX) TO AN-STOCK-VALUE-OUT
           MOVE WS-TURNOVER TO AN-TURNOVER-OUT
           MOVE WS-DAYS-ON-HAND TO AN-DAYS-ON-HAND-OUT
           MOVE PT-LAST-ISSUE-DATE (PT-IDX) TO AN-LAST-ISSUE-OUT
           MOVE PT-REORDER-POINT (PT-IDX) TO AN-CURRENT-ROP-OUT
           MOVE WS-SUGGESTED-ROP TO AN-SUGGESTED-ROP-OUT
           IF PART-IS-OBSOLETE
               MOVE 'OBSOLETE?' TO AN-OBSOLETE-OUT
           END-IF
           WRITE ANALYSIS-REC
           .

       450-REVIEW-LINE-RTN.
           MOVE SPACES TO REORDER-REVIEW-REC
           MOVE PT-PART-NO (PT-IDX) TO RV-PART-NO-OUT
           MOVE PT-CLASS (PT-IDX) TO RV-CLASS-OUT
           MOVE PT-VENDOR-NO (PT-IDX) TO RV-VENDOR-NO-OUT
           MOVE PT-LEAD-DAYS (PT-IDX) TO RV-LEAD-DAYS-OUT
           MOVE PT-ANNUAL-QTY (PT-IDX) TO RV-ANNUAL-QTY-OUT
           MOVE PT-REORDER-POINT (PT-IDX) TO RV-CURRENT-ROP-OUT
           MOVE WS-SUGGESTED-ROP TO RV-SUGGESTED-ROP-OUT
           IF PT-VENDOR-NO (PT-IDX) = SPACES
               MOVE 'NO VENDOR - 14-DAY LEAD' TO RV-NOTE-OUT
           ELSE
               IF PART-IS-OBSOLETE
                   MOVE 'OBSOLETE CANDIDATE' TO RV-NOTE-OUT
               END-IF
           END-IF
           WRITE REORDER-REVIEW-REC
           .

       500-CLASS-TOTALS-RTN.
           MOVE CLASS-LETTER (CT-IDX) TO CT-CLASS-OUT
           MOVE CTT-PART-COUNT (CT-IDX) TO CT-PART-COUNT-OUT
           MOVE CTT-VALUE (CT-IDX) TO CT-VALUE-OUT
           IF WS-TOTAL-ANNUAL-VALUE > ZERO
               COMPUTE WS-CLASS-PCT ROUNDED =
                   CTT-VALUE (CT-IDX) * 100 / WS-TOTAL-ANNUAL-VALUE
           ELSE
               MOVE ZERO TO WS-CLASS-PCT
           END-IF
           MOVE WS-CLASS-PCT TO CT-PERCENT-OUT
           WRITE ANALYSIS-REC FROM CLASS-TOTAL-LINE
           .
