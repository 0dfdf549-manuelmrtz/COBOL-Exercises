      * listing (UNIT-PRICE X QUANTITY-OF-ITEMS-ON-HAND per part) with *
      * a grand-total TOTAL-VALUE line, instead of re-keying the       *
      * whole warehouse by hand.                                       *
      *                                                                *
      * 2026-10-15  MAM  Each open PO carries its vendor and quoted    *
      *                  unit cost for the CH03A08H invoice match, and *
      *                  VENDOR-MASTER-REC picks up the vendor's       *
      *                  payment terms in days.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  VM-VENDOR-NAME-IN            PIC X(20).
           05  VM-LEAD-DAYS-IN              PIC 9(3).
           05  VM-UNIT-COST-IN              PIC 9(4)V99.
      *    DAYS FROM INVOICE DATE TO PAYMENT DUE - USED BY CH03A08H.
           05  VM-TERMS-DAYS-IN             PIC 9(3).

       FD  VENDOR-EXCEPTION-LISTING.
       01  VENDOR-EXCEPTION-REC.
           05  OP-STATUS                    PIC X.
               88  OP-IS-OPEN                   VALUE 'O'.
               88  OP-IS-CLOSED                 VALUE 'C'.
      *    WHO THE ORDER WENT TO AND AT WHAT QUOTED COST - WHAT THE
      *    VENDOR'S INVOICE IS MATCHED AGAINST.
           05  OP-VENDOR-NO                 PIC X(5).
           05  OP-UNIT-COST                 PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01  WS-EOF                          PIC X VALUE 'N'.
               10  OPT-ORDER-DATE          PIC 9(8) VALUE ZERO.
               10  OPT-EXPECTED-DATE       PIC 9(8) VALUE ZERO.
               10  OPT-STATUS              PIC X VALUE SPACE.
               10  OPT-VENDOR-NO           PIC X(5) VALUE SPACES.
               10  OPT-UNIT-COST           PIC 9(4)V99 VALUE ZERO.
       01  OPEN-PO-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-OPEN-PO-EOF-SW               PIC X VALUE 'N'.
           88  OPEN-PO-FILE-EOF            VALUE 'Y'.
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
               MOVE OPT-ORDER-DATE (OP-IDX) TO OP-ORDER-DATE
               MOVE OPT-EXPECTED-DATE (OP-IDX) TO OP-EXPECTED-DATE
               MOVE OPT-STATUS (OP-IDX) TO OP-STATUS
               MOVE OPT-VENDOR-NO (OP-IDX) TO OP-VENDOR-NO
               MOVE OPT-UNIT-COST (OP-IDX) TO OP-UNIT-COST
               WRITE OPEN-PO-REC
           END-IF
           .
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    + WS-EFFECTIVE-LEAD-DAYS)
           MOVE 'O' TO OPT-STATUS (OP-IDX)
           IF VENDOR-FOUND
               MOVE VEN-VENDOR-NO (VEN-IDX) TO OPT-VENDOR-NO (OP-IDX)
               MOVE VEN-UNIT-COST (VEN-IDX) TO OPT-UNIT-COST (OP-IDX)
           ELSE
               MOVE SPACES TO OPT-VENDOR-NO (OP-IDX)
               MOVE ZERO TO OPT-UNIT-COST (OP-IDX)
           END-IF
           .
       300-GRAND-TOTAL-RTN.
           MOVE SPACES TO GRAND-TOTAL-LINE
