       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A3S.

      *****************************************************************
      * PROGRAM NAME : Move-In / Move-Out Service Order Entry          *
      * PROGRAM ID   : CHAP04A3S                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Online Maintenance                              *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   MASTER-REC carries no service dates, so a tenant who moved   *
      *   out was billed the whole next cycle and the incoming         *
      *   tenant's account was keyed in by hand. The CSR enters the    *
      *   move here: the departing account, the move date, and - if    *
      *   someone is moving in - the new account number, tenant name,  *
      *   billing cycle and rate class. The program writes a STOP      *
      *   service order ('S') for the departing account and a START    *
      *   order ('N') for the new one to service-orders.dat, each      *
      *   naming the other. CHAP04A3C completes them: the stop takes   *
      *   the final meter read and produces the prorated final bill,   *
      *   the start opens the new account at the same premise.        *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   ----------------------- ----------------------------------  *
      *   | File Name            | Description                      |  *
      *   ----------------------- ----------------------------------  *
      *   | account-master.dat   | Raw billing master - the premise |  *
      *   |                      | and the account numbers in use   |  *
      *   | service-status.dat   | Accounts already moved out       |  *
      *   | service-orders.dat   | Orders already waiting           |  *
      *   | operators.dat        | Shop-wide operator sign-on file  |  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ----------------------- ----------------------------------  *
      *   | File Name            | Description                      |  *
      *   ----------------------- ----------------------------------  *
      *   | service-orders.dat   | Stop and start orders appended   |  *
      *   | io-error.log         | Shared shop-wide I/O error log   |  *
      *   | audit-trail.log      | Shared shop-wide write audit     |  *
      *   |                      | trail                            |  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - An account not on the master, already moved out, or with   *
      *     a stop order already waiting is refused with the reason    *
      *   - A new account number already in use, a move date outside   *
      *     the entry window, a cycle outside 01-20 or a rate class    *
      *     other than R/C records nothing                             *
      *   - Inquiry-only operators may not enter a move                *
      *   - A master, service-status or open-order file too big for    *
      *     its table ends the run before a move is taken; once the    *
      *     session's orders fill the open-order table no further      *
      *     move is taken                                              *
      *                                                                *
      * RETURN CODES :                                                 *
      *   - 8  : Sign-on refused                                       *
      *   - 16 : No account master, service orders cannot be opened,   *
      *          or a file too big for its table                       *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Run from a terminal while the customer is on the phone, like *
      *   CHAP04A3A - not part of the nightly CHAP04DRV chain.         *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  Raw master layout carries the municipality  *
      *                    code                                        *
      *   2026-10-15  MAM  A master, service-status or open-order file *
      *                    too big for its table ends the run with RC  *
      *                    16; open orders are no longer dropped past  *
      *                    200, and a move that would overfill the     *
      *                    open-order table is refused.                *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACCOUNT-MASTER ASSIGN TO 'data/account-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT F-SERVICE-STATUS
               ASSIGN TO 'data/service-status.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVC-STATUS-STATUS.

           SELECT F-SERVICE-ORDERS
               ASSIGN TO 'data/service-orders.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERVICE-ORD-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT MATCHED TO RAW-ACCOUNT-REC IN CHAP04A3M.
       FD  F-ACCOUNT-MASTER.
       01  RAW-ACCOUNT-REC.
           05 RA-ACCOUNT-NO        PIC X(5).
           05 RA-CUSTOMER-NAME     PIC X(20).
           05 RA-ADDRESS           PIC X(20).
           05 RA-KILO-HRS-USED     PIC X(5).
           05 RA-GAS-USED          PIC X(5).
           05 RA-ELEC-BILL         PIC X(5).
           05 RA-GAS-BILL          PIC X(5).
           05 RA-TERRITORY         PIC X(2).
           05 RA-RATE-CLASS        PIC X(1).
           05 RA-BILLING-CYCLE     PIC 9(2).
           05 RA-MUNICIPALITY      PIC X(4).

      *    LAYOUT MATCHED TO SERVICE-STATUS-REC IN CHAP04A3C.
       FD  F-SERVICE-STATUS.
       01  SERVICE-STATUS-REC.
           05 SS-ACCOUNT-NO         PIC X(5).
           05 SS-STATUS             PIC X.
           05 SS-STATUS-DATE        PIC 9(8).
           05 SS-CUSTOMER-NAME      PIC X(20).
           05 SS-ADDRESS            PIC X(20).

      *    LAYOUT MATCHED TO SERVICE-ORDER-REC IN CHAP04A3C.
       FD  F-SERVICE-ORDERS.
       01  SERVICE-ORDER-REC.
           05 SO-ORDER-TYPE         PIC X.
               88 ORDER-IS-STOP        VALUE 'S'.
               88 ORDER-IS-START       VALUE 'N'.
           05 SO-ACCOUNT-NO         PIC X(5).
           05 SO-CUSTOMER-NAME      PIC X(20).
           05 SO-ADDRESS            PIC X(20).
           05 SO-ORDER-DATE         PIC 9(8).
           05 SO-STATUS             PIC X.
               88 ORDER-IS-OPEN        VALUE 'O'.
           05 SO-COMPLETE-DATE      PIC 9(8).
           05 SO-RELATED-ACCOUNT    PIC X(5).
           05 SO-BILLING-CYCLE      PIC 9(2).
           05 SO-RATE-CLASS         PIC X.

           COPY IOERRFD.
           COPY AUDITFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS           PIC XX.
       01  WS-SVC-STATUS-STATUS     PIC XX.
       01  WS-SERVICE-ORD-STATUS    PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY OPERWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-ANSWER                PIC X VALUE SPACE.
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-IN            PIC X(5) VALUE SPACES.
       01  WS-MOVE-DATE-IN          PIC X(8) VALUE SPACES.
       01  WS-MOVE-DATE             PIC 9(8) VALUE ZERO.
       01  WS-NEW-ACCOUNT-IN        PIC X(5) VALUE SPACES.
       01  WS-NEW-NAME-IN           PIC X(20) VALUE SPACES.
       01  WS-CYCLE-IN              PIC X(2) VALUE SPACES.
       01  WS-NEW-CYCLE             PIC 9(2) VALUE ZERO.
       01  WS-CLASS-IN              PIC X VALUE SPACE.
       01  WS-ORDERS-WRITTEN        PIC 9(3) VALUE ZERO.
       01  WS-ENTRY-OK-SW           PIC X VALUE 'N'.
           88  ENTRY-OK             VALUE 'Y'.

      *    HOW FAR EITHER SIDE OF TODAY A MOVE DATE MAY BE KEYED - A
      *    CUSTOMER CALLS A LITTLE LATE, OR BOOKS AHEAD OF A LEASE.
       01  MAX-BACKDATE-DAYS        PIC 9(3) VALUE 030.
       01  MAX-FORWARD-DAYS         PIC 9(3) VALUE 060.
       01  TOTAL-BILLING-CYCLES     PIC 9(2) VALUE 20.

      *    THE RAW MASTER, HELD AS IMAGES - ONLY READ HERE.
       01  ACCOUNT-TABLE.
           05  AC-ENTRY OCCURS 500 TIMES
                   INDEXED BY AC-IDX.
               10  AC-IMAGE         PIC X(74).
               10  AC-IMAGE-R REDEFINES AC-IMAGE.
                   15  AC-ACCOUNT-NO PIC X(5).
                   15  AC-CUSTOMER-NAME PIC X(20).
                   15  AC-ADDRESS   PIC X(20).
                   15               PIC X(29).
       01  AC-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-AC-FOUND-SW           PIC X VALUE 'N'.
           88  ACCOUNT-ON-FILE      VALUE 'Y'.

       01  SVC-STATUS-TABLE.
           05  SVC-ENTRY OCCURS 500 TIMES
                   INDEXED BY SVC-IDX.
               10  SVC-ACCOUNT-NO   PIC X(5) VALUE SPACES.
               10  SVC-STATUS       PIC X    VALUE SPACE.
               10  SVC-STATUS-DATE  PIC 9(8) VALUE ZERO.
       01  SVC-STATUS-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-SVC-FOUND-SW          PIC X VALUE 'N'.
           88  MOVED-OUT-ALREADY    VALUE 'Y'.

      *    OPEN STOP AND START ORDERS, INCLUDING THE ONES ENTERED
      *    THIS SESSION, SO THE SAME MOVE CANNOT BE KEYED TWICE.
       01  PENDING-TABLE.
           05  PND-ENTRY OCCURS 200 TIMES
                   INDEXED BY PND-IDX.
               10  PND-ORDER-TYPE   PIC X    VALUE SPACE.
               10  PND-ACCOUNT-NO   PIC X(5) VALUE SPACES.
       01  PENDING-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-PND-TYPE-WANTED       PIC X    VALUE SPACE.
       01  WS-PND-ACCOUNT-WANTED    PIC X(5) VALUE SPACES.
       01  WS-PND-FOUND-SW          PIC X VALUE 'N'.
           88  ORDER-PENDING        VALUE 'Y'.
       01  ACCOUNT-MAX              PIC 9(3) VALUE 500.
       01  STATUS-MAX               PIC 9(3) VALUE 500.
       01  PENDING-MAX              PIC 9(3) VALUE 200.
       01  WS-FULL-FILE-LABEL       PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE 'CHAP04A3S' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 950-SIGN-ON-RTN
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-ACCOUNT-MASTER-RTN
           PERFORM 220-LOAD-SERVICE-STATUS-RTN
           PERFORM 230-LOAD-PENDING-ORDERS-RTN
           PERFORM 240-OPEN-ORDERS-OUTPUT-RTN

           PERFORM 300-TAKE-ONE-MOVE-RTN
               UNTIL WS-ACCOUNT-IN = 'END'

           DISPLAY 'SERVICE ORDERS WRITTEN: ' WS-ORDERS-WRITTEN
           CLOSE F-SERVICE-ORDERS
           PERFORM 400-CLOSE-FILES
           STOP RUN
           .

       200-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS = '35'
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF WS-ERRLOG-STATUS NOT = '00'
              AND WS-ERRLOG-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open ERROR-LOG file. Status: '
                       WS-ERRLOG-STATUS
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
              AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open AUDIT-LOG file. Status: '
                       WS-AUDIT-STATUS
           END-IF
           .

       210-LOAD-ACCOUNT-MASTER-RTN.
           OPEN INPUT F-ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'NO ACCOUNT MASTER ON FILE - NO MOVE CAN BE '
                       'ENTERED'
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='ACCT-MASTER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-ACCT-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-ACCOUNT-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AC-COUNT NOT < ACCOUNT-MAX
                           MOVE 'ACCT-MASTER' TO WS-FULL-FILE-LABEL
                           PERFORM 990-TABLE-FULL-RTN
                       END-IF
                       ADD 1 TO AC-COUNT
                       SET AC-IDX TO AC-COUNT
                       MOVE RAW-ACCOUNT-REC TO AC-IMAGE (AC-IDX)
               END-READ
           END-PERFORM
           CLOSE F-ACCOUNT-MASTER
           MOVE 'N' TO WS-EOF
           .

       220-LOAD-SERVICE-STATUS-RTN.
           OPEN INPUT F-SERVICE-STATUS
           IF WS-SVC-STATUS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-SERVICE-STATUS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SVC-STATUS-COUNT NOT < STATUS-MAX
                               MOVE 'SERVICE-STATUS'
                                   TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO SVC-STATUS-COUNT
                           SET SVC-IDX TO SVC-STATUS-COUNT
                           MOVE SS-ACCOUNT-NO
                               TO SVC-ACCOUNT-NO (SVC-IDX)
                           MOVE SS-STATUS TO SVC-STATUS (SVC-IDX)
                           MOVE SS-STATUS-DATE
                               TO SVC-STATUS-DATE (SVC-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-SERVICE-STATUS
           END-IF
           MOVE 'N' TO WS-EOF
           .

       230-LOAD-PENDING-ORDERS-RTN.
           OPEN INPUT F-SERVICE-ORDERS
           IF WS-SERVICE-ORD-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-SERVICE-ORDERS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ORDER-IS-OPEN
                              AND (ORDER-IS-STOP OR ORDER-IS-START)
                               IF PENDING-COUNT NOT < PENDING-MAX
                                   MOVE 'SERVICE-ORDERS'
                                       TO WS-FULL-FILE-LABEL
                                   PERFORM 990-TABLE-FULL-RTN
                               END-IF
                               PERFORM 235-ADD-PENDING-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-SERVICE-ORDERS
           END-IF
           MOVE 'N' TO WS-EOF
           .

       235-ADD-PENDING-RTN.
           ADD 1 TO PENDING-COUNT
           SET PND-IDX TO PENDING-COUNT
           MOVE SO-ORDER-TYPE TO PND-ORDER-TYPE (PND-IDX)
           MOVE SO-ACCOUNT-NO TO PND-ACCOUNT-NO (PND-IDX)
           .

      *    ORDERS ARE APPENDED AS THEY ARE CONFIRMED - THE SAME
      *    EXTEND-OR-CREATE OPEN CHAP04A03D USES FOR ITS DISPATCH.
       240-OPEN-ORDERS-OUTPUT-RTN.
           OPEN EXTEND F-SERVICE-ORDERS
           IF WS-SERVICE-ORD-STATUS = '35'
               OPEN OUTPUT F-SERVICE-ORDERS
           END-IF
           IF WS-SERVICE-ORD-STATUS NOT = '00'
              AND WS-SERVICE-ORD-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open SERVICE-ORDERS file. '
                       'Status: ' WS-SERVICE-ORD-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='SVC-ORDERS'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-SERVICE-ORD-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      *    300-TAKE-ONE-MOVE-RTN - ONE CALLER. THE DEPARTING ACCOUNT   *
      *    MUST BE ON THE MASTER, NOT ALREADY MOVED OUT, AND NOT       *
      *    ALREADY WAITING ON A STOP ORDER. 'END' AT THE ACCOUNT       *
      *    PROMPT CLOSES THE SESSION.                                  *
      *****************************************************************
       300-TAKE-ONE-MOVE-RTN.
           DISPLAY ' '
           DISPLAY 'ACCOUNT MOVING OUT (END TO FINISH): '
           ACCEPT WS-ACCOUNT-IN
           MOVE FUNCTION UPPER-CASE (WS-ACCOUNT-IN) TO WS-ACCOUNT-IN
           IF WS-ACCOUNT-IN = 'END'
               CONTINUE
           ELSE
               PERFORM 310-FIND-ACCOUNT-RTN
               MOVE 'S' TO WS-PND-TYPE-WANTED
               MOVE WS-ACCOUNT-IN TO WS-PND-ACCOUNT-WANTED
               PERFORM 315-FIND-PENDING-RTN
               EVALUATE TRUE
                   WHEN NOT ACCOUNT-ON-FILE
                       DISPLAY 'ACCOUNT ' WS-ACCOUNT-IN
                               ' IS NOT ON THE ACCOUNT MASTER'
                   WHEN MOVED-OUT-ALREADY
                       DISPLAY 'ACCOUNT ' WS-ACCOUNT-IN
                               ' WAS CLOSED ON A MOVE-OUT '
                               SVC-STATUS-DATE (SVC-IDX)
                   WHEN ORDER-PENDING
                       DISPLAY 'A STOP ORDER IS ALREADY WAITING FOR '
                               'ACCOUNT ' WS-ACCOUNT-IN
                   WHEN OPERATOR-IS-INQUIRY
                       DISPLAY 'INQUIRY OPERATORS MAY NOT ENTER A MOVE'
      *            A MOVE CAN ADD A STOP AND A START ORDER.
                   WHEN PENDING-COUNT + 2 > PENDING-MAX
                       DISPLAY 'OPEN-ORDER TABLE IS FULL - NO MORE '
                               'MOVES THIS SESSION'
                   WHEN OTHER
                       PERFORM 320-TAKE-MOVE-DATE-RTN
               END-EVALUATE
           END-IF
           .

       310-FIND-ACCOUNT-RTN.
           MOVE 'N' TO WS-AC-FOUND-SW
           SET AC-IDX TO 1
           SEARCH AC-ENTRY
               AT END
                   CONTINUE
               WHEN AC-ACCOUNT-NO (AC-IDX) = WS-ACCOUNT-IN
                   MOVE 'Y' TO WS-AC-FOUND-SW
           END-SEARCH

           MOVE 'N' TO WS-SVC-FOUND-SW
           SET SVC-IDX TO 1
           SEARCH SVC-ENTRY
               AT END
                   CONTINUE
               WHEN SVC-ACCOUNT-NO (SVC-IDX) = WS-ACCOUNT-IN
                    AND SVC-STATUS (SVC-IDX) = 'F'
                   MOVE 'Y' TO WS-SVC-FOUND-SW
           END-SEARCH
           .

      *    LOOKS FOR AN OPEN ORDER OF WS-PND-TYPE-WANTED AGAINST
      *    WS-PND-ACCOUNT-WANTED.
       315-FIND-PENDING-RTN.
           MOVE 'N' TO WS-PND-FOUND-SW
           SET PND-IDX TO 1
           SEARCH PND-ENTRY
               AT END
                   CONTINUE
               WHEN PND-ORDER-TYPE (PND-IDX) = WS-PND-TYPE-WANTED
                    AND PND-ACCOUNT-NO (PND-IDX)
                        = WS-PND-ACCOUNT-WANTED
                   MOVE 'Y' TO WS-PND-FOUND-SW
           END-SEARCH
           .

       320-TAKE-MOVE-DATE-RTN.
           DISPLAY '  CUSTOMER : ' AC-CUSTOMER-NAME (AC-IDX)
           DISPLAY '  PREMISE  : ' AC-ADDRESS (AC-IDX)
           MOVE 'N' TO WS-ENTRY-OK-SW
           DISPLAY 'MOVE DATE (YYYYMMDD)              : '
           ACCEPT WS-MOVE-DATE-IN
           IF WS-MOVE-DATE-IN IS NUMERIC
               MOVE WS-MOVE-DATE-IN TO WS-MOVE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-MOVE-DATE) = 0
                  AND FUNCTION INTEGER-OF-DATE (WS-MOVE-DATE)
                      NOT < FUNCTION INTEGER-OF-DATE (WS-TODAY)
                            - MAX-BACKDATE-DAYS
                  AND FUNCTION INTEGER-OF-DATE (WS-MOVE-DATE)
                      NOT > FUNCTION INTEGER-OF-DATE (WS-TODAY)
                            + MAX-FORWARD-DAYS
                   MOVE 'Y' TO WS-ENTRY-OK-SW
               END-IF
           END-IF
           IF NOT ENTRY-OK
               DISPLAY 'MOVE DATE MUST FALL FROM 30 DAYS BACK TO 60 '
                       'DAYS AHEAD - NOTHING RECORDED'
           ELSE
               PERFORM 330-TAKE-NEW-TENANT-RTN
           END-IF
           .

      *****************************************************************
      *    330-TAKE-NEW-TENANT-RTN - A BLANK NEW ACCOUNT NUMBER MEANS  *
      *    THE PREMISE GOES VACANT AND ONLY THE STOP ORDER IS          *
      *    WRITTEN. OTHERWISE THE NUMBER MUST BE UNUSED AND THE NAME,  *
      *    CYCLE AND RATE CLASS ALL PRESENT AND VALID.                 *
      *****************************************************************
       330-TAKE-NEW-TENANT-RTN.
           MOVE 'N' TO WS-ENTRY-OK-SW
           MOVE SPACES TO WS-NEW-ACCOUNT-IN WS-NEW-NAME-IN
           MOVE ZERO TO WS-NEW-CYCLE
           MOVE SPACE TO WS-CLASS-IN
           DISPLAY 'NEW ACCOUNT NUMBER (BLANK = VACANT): '
           ACCEPT WS-NEW-ACCOUNT-IN
           MOVE FUNCTION UPPER-CASE (WS-NEW-ACCOUNT-IN)
               TO WS-NEW-ACCOUNT-IN
           IF WS-NEW-ACCOUNT-IN = SPACES
               DISPLAY '  PREMISE WILL BE LEFT VACANT'
               PERFORM 350-CONFIRM-MOVE-RTN
           ELSE
               PERFORM 340-CHECK-NEW-ACCOUNT-RTN
               IF ENTRY-OK
                   PERFORM 345-TAKE-NEW-TERMS-RTN
               END-IF
               IF ENTRY-OK
                   PERFORM 350-CONFIRM-MOVE-RTN
               END-IF
           END-IF
           .

       340-CHECK-NEW-ACCOUNT-RTN.
           MOVE 'Y' TO WS-ENTRY-OK-SW
           SET AC-IDX TO 1
           SEARCH AC-ENTRY
               AT END
                   CONTINUE
               WHEN AC-ACCOUNT-NO (AC-IDX) = WS-NEW-ACCOUNT-IN
                   MOVE 'N' TO WS-ENTRY-OK-SW
                   DISPLAY 'ACCOUNT ' WS-NEW-ACCOUNT-IN
                           ' IS ALREADY IN USE - NOTHING RECORDED'
           END-SEARCH
           IF ENTRY-OK
               MOVE 'N' TO WS-PND-TYPE-WANTED
               MOVE WS-NEW-ACCOUNT-IN TO WS-PND-ACCOUNT-WANTED
               PERFORM 315-FIND-PENDING-RTN
               IF ORDER-PENDING
                   MOVE 'N' TO WS-ENTRY-OK-SW
                   DISPLAY 'A START ORDER ALREADY USES ACCOUNT '
                           WS-NEW-ACCOUNT-IN ' - NOTHING RECORDED'
               END-IF
           END-IF
      *    THE DEPARTING ACCOUNT'S ENTRY IS NEEDED AGAIN FOR THE
      *    PREMISE - RE-POINT THE INDEX AT IT.
           PERFORM 310-FIND-ACCOUNT-RTN
           .

       345-TAKE-NEW-TERMS-RTN.
           DISPLAY 'NEW TENANT NAME                   : '
           ACCEPT WS-NEW-NAME-IN
           MOVE FUNCTION UPPER-CASE (WS-NEW-NAME-IN) TO WS-NEW-NAME-IN
           DISPLAY 'BILLING CYCLE (01-20)             : '
           ACCEPT WS-CYCLE-IN
           DISPLAY 'RATE CLASS (R/C)                  : '
           ACCEPT WS-CLASS-IN
           MOVE FUNCTION UPPER-CASE (WS-CLASS-IN) TO WS-CLASS-IN
           IF WS-CYCLE-IN IS NUMERIC
               MOVE WS-CYCLE-IN TO WS-NEW-CYCLE
           END-IF
           EVALUATE TRUE
               WHEN WS-NEW-NAME-IN = SPACES
                   MOVE 'N' TO WS-ENTRY-OK-SW
                   DISPLAY 'A NEW TENANT NAME IS REQUIRED - NOTHING '
                           'RECORDED'
               WHEN WS-NEW-CYCLE = ZERO
                 OR WS-NEW-CYCLE > TOTAL-BILLING-CYCLES
                   MOVE 'N' TO WS-ENTRY-OK-SW
                   DISPLAY 'BILLING CYCLE MUST BE 01 THROUGH 20 - '
                           'NOTHING RECORDED'
               WHEN WS-CLASS-IN NOT = 'R' AND WS-CLASS-IN NOT = 'C'
                   MOVE 'N' TO WS-ENTRY-OK-SW
                   DISPLAY 'RATE CLASS MUST BE R OR C - NOTHING '
                           'RECORDED'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       350-CONFIRM-MOVE-RTN.
           DISPLAY '  STOP  ' WS-ACCOUNT-IN ' '
                   AC-CUSTOMER-NAME (AC-IDX) ' ON ' WS-MOVE-DATE
           IF WS-NEW-ACCOUNT-IN NOT = SPACES
               DISPLAY '  START ' WS-NEW-ACCOUNT-IN ' '
                       WS-NEW-NAME-IN ' CYCLE ' WS-NEW-CYCLE
                       ' CLASS ' WS-CLASS-IN
           END-IF
           DISPLAY 'RECORD THIS MOVE? (Y/N)           : '
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               PERFORM 360-WRITE-STOP-ORDER-RTN
               IF WS-NEW-ACCOUNT-IN NOT = SPACES
                   PERFORM 370-WRITE-START-ORDER-RTN
               END-IF
               DISPLAY 'RECORDED'
           ELSE
               DISPLAY 'NOTHING RECORDED'
           END-IF
           .

      *    THE STOP ORDER NAMES THE INCOMING ACCOUNT SO CHAP04A3C CAN
      *    HAND THE METERS STRAIGHT OVER AT THE FINAL READ.
       360-WRITE-STOP-ORDER-RTN.
           MOVE SPACES TO SERVICE-ORDER-REC
           MOVE 'S' TO SO-ORDER-TYPE
           MOVE WS-ACCOUNT-IN TO SO-ACCOUNT-NO
           MOVE AC-CUSTOMER-NAME (AC-IDX) TO SO-CUSTOMER-NAME
           MOVE AC-ADDRESS (AC-IDX) TO SO-ADDRESS
           MOVE WS-MOVE-DATE TO SO-ORDER-DATE
           MOVE 'O' TO SO-STATUS
           MOVE ZERO TO SO-COMPLETE-DATE SO-BILLING-CYCLE
           MOVE WS-NEW-ACCOUNT-IN TO SO-RELATED-ACCOUNT
           WRITE SERVICE-ORDER-REC
           ADD 1 TO WS-ORDERS-WRITTEN
           PERFORM 235-ADD-PENDING-RTN
           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==SO-ACCOUNT-NO==
               ==:ACTION:==     BY =='MOVE-OUT-ORDER'==.
           .

       370-WRITE-START-ORDER-RTN.
           MOVE SPACES TO SERVICE-ORDER-REC
           MOVE 'N' TO SO-ORDER-TYPE
           MOVE WS-NEW-ACCOUNT-IN TO SO-ACCOUNT-NO
           MOVE WS-NEW-NAME-IN TO SO-CUSTOMER-NAME
           MOVE AC-ADDRESS (AC-IDX) TO SO-ADDRESS
           MOVE WS-MOVE-DATE TO SO-ORDER-DATE
           MOVE 'O' TO SO-STATUS
           MOVE ZERO TO SO-COMPLETE-DATE
           MOVE WS-ACCOUNT-IN TO SO-RELATED-ACCOUNT
           MOVE WS-NEW-CYCLE TO SO-BILLING-CYCLE
           MOVE WS-CLASS-IN TO SO-RATE-CLASS
           WRITE SERVICE-ORDER-REC
           ADD 1 TO WS-ORDERS-WRITTEN
           PERFORM 235-ADD-PENDING-RTN
           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==SO-ACCOUNT-NO==
               ==:ACTION:==     BY =='MOVE-IN-ORDER'==.
           .

       400-CLOSE-FILES.
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           .

       990-TABLE-FULL-RTN.
           DISPLAY 'ERROR: ' WS-FULL-FILE-LABEL
                   ' file too big for its table - nothing updated'
           PERFORM 400-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

           COPY IOERRPARA.
           COPY AUDITPARA.
           COPY OPERPARA.
