       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH01A07D.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.
      *REMARKS.
      ******************************************************************
      *    Citation payments and the aged unpaid-citation report. The  *
      *    harbor office keys payments (P) and dismissals (D) on       *
      *    CITPAY.DAT against the citation numbers CH01A07C issued.    *
      *    Each is posted to CITATION.DAT and listed on CITPOST.DAT,   *
      *    or refused there with the reason. A citation is closed as   *
      *    paid once its fine is paid in full; a dismissal closes it   *
      *    whatever is owed. Every citation still open is then aged    *
      *    from its issue date on CITAGED.DAT, by vessel, in 30-day    *
      *    columns. A vessel with any citation unpaid longer than the  *
      *    refusal age is flagged there and written to PERMHOLD.DAT,   *
      *    the list of vessels to be refused harbor permits. CITPAY.DAT*
      *    is emptied once CITATION.DAT is rewritten, so a rerun cannot*
      *    post the same payment twice.                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITATION-FILE ASSIGN TO "DATA/CITATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CITATION-STATUS.

           SELECT CITATION-PAYMENT-FILE ASSIGN TO "DATA/CITPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT CITATION-PARM-FILE ASSIGN TO "DATA/CITPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT VESSEL-REGISTRY ASSIGN TO "DATA/VESSELRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT POSTING-LISTING ASSIGN TO "DATA/CITPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGED-LISTING ASSIGN TO "DATA/CITAGED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE LINE PER VESSEL TO BE REFUSED A HARBOR PERMIT.
           SELECT PERMIT-HOLD-FILE ASSIGN TO "DATA/PERMHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT MATCHED TO CITATION-REC IN CH01A07C.
       FD  CITATION-FILE.
       01  CITATION-REC.
           05  CT-CITATION-NO      PIC 9(6).
           05  CT-ISSUE-DATE       PIC 9(8).
           05  CT-VESSEL-ID        PIC X(8).
           05  CT-READING-DATE     PIC 9(8).
           05  CT-READING-TIME     PIC 9(4).
           05  CT-ZONE-CODE        PIC X(3).
           05  CT-MILES-PER-HOUR   PIC 999.
           05  CT-SPEED-LIMIT      PIC 999.
           05  CT-PRIOR-COUNT      PIC 99.
           05  CT-FINE-AMOUNT      PIC 9(5)V99.
           05  CT-AMOUNT-PAID      PIC 9(5)V99.
           05  CT-STATUS           PIC X.
           05  CT-STATUS-DATE      PIC 9(8).

       FD  CITATION-PAYMENT-FILE.
       01  CITATION-PAYMENT-REC.
           05  PY-CITATION-NO-IN   PIC 9(6).
           05  PY-TRANS-TYPE-IN    PIC X.
               88  PY-IS-PAYMENT       VALUE 'P'.
               88  PY-IS-DISMISSAL     VALUE 'D'.
           05  PY-AMOUNT-IN        PIC 9(5)V99.
           05  PY-TRANS-DATE-IN    PIC 9(8).

      *    LAYOUT MATCHED TO CITATION-PARM-REC IN CH01A07C.
       FD  CITATION-PARM-FILE.
       01  CITATION-PARM-REC.
           05  CP-REPEAT-PCT-IN    PIC 9(3).
           05  CP-WINDOW-DAYS-IN   PIC 9(3).
           05  CP-DAYS-TO-PAY-IN   PIC 9(3).
           05  CP-REFUSE-DAYS-IN   PIC 9(3).

       FD  VESSEL-REGISTRY.
       01  VESSEL-REGISTRY-REC.
           05  VR-VESSEL-ID-IN     PIC X(8).
           05  VR-VESSEL-NAME-IN   PIC X(20).
           05  VR-OPERATOR-IN      PIC X(20).
           05  VR-REG-DATE-IN      PIC 9(8).
           05  VR-EXPIRY-DATE-IN   PIC 9(8).
           05  VR-VESSEL-CLASS-IN  PIC X(2).
           05  VR-STREET-IN        PIC X(25).
           05  VR-CITY-IN          PIC X(15).
           05  VR-STATE-IN         PIC X(2).
           05  VR-ZIP-IN           PIC X(5).

       FD  POSTING-LISTING.
       01  POSTING-REC.
           05  PO-CITATION-NO-OUT  PIC 9(6).
           05                      PIC X(2).
           05  PO-TRANS-TYPE-OUT   PIC X.
           05                      PIC X(2).
           05  PO-AMOUNT-OUT       PIC $$$,$$9.99.
           05                      PIC X(2).
           05  PO-BALANCE-OUT      PIC $$$,$$9.99.
           05                      PIC X(2).
           05  PO-RESULT-OUT       PIC X(30).

       FD  AGED-LISTING.
       01  AGED-REC.
           05  AG-VESSEL-ID-OUT    PIC X(8).
           05                      PIC X(1).
           05  AG-CITATION-NO-OUT  PIC 9(6).
           05                      PIC X(1).
           05  AG-ISSUE-DATE-OUT   PIC 9(8).
           05                      PIC X(1).
           05  AG-AGE-DAYS-OUT     PIC ZZZ9.
           05  AG-BUCKET-OUT       PIC $$$,$$9.99 OCCURS 4 TIMES.
           05                      PIC X(4).

       FD  PERMIT-HOLD-FILE.
       01  PERMIT-HOLD-REC.
           05  PH-VESSEL-ID        PIC X(8).
           05  PH-VESSEL-NAME      PIC X(20).
           05  PH-OLDEST-ISSUE-DATE PIC 9(8).
           05  PH-OPEN-BALANCE     PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-CITATION-STATUS      PIC XX.
       01  WS-PAYMENT-STATUS       PIC XX.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-REGISTRY-STATUS      PIC XX.

      *    A CITATION UNPAID LONGER THAN THIS MANY DAYS FROM ISSUE
      *    COSTS THE VESSEL ITS HARBOR PERMIT.
       01  PERMIT-REFUSE-DAYS      PIC 9(3) VALUE 60.

       01  VESSEL-REGISTRY-TABLE.
           05  REGISTRY-ENTRY OCCURS 100 TIMES
                   INDEXED BY VR-IDX.
               10  VR-VESSEL-ID    PIC X(8)  VALUE SPACES.
               10  VR-VESSEL-NAME  PIC X(20) VALUE SPACES.
       01  REGISTRY-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-VESSEL-NAME-HOLD     PIC X(20) VALUE SPACES.

      *    CITATION FILE LOADED, POSTED IN PLACE, REWRITTEN AT END.
       01  CITATION-TABLE.
           05  CITATION-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CT-IDX.
               10  CTT-DATA.
                   15  CTT-CITATION-NO PIC 9(6) VALUE ZERO.
                   15  CTT-ISSUE-DATE  PIC 9(8) VALUE ZERO.
                   15  CTT-VESSEL-ID   PIC X(8) VALUE SPACES.
                   15  CTT-READING-DATE PIC 9(8) VALUE ZERO.
                   15  CTT-READING-TIME PIC 9(4) VALUE ZERO.
                   15  CTT-ZONE-CODE   PIC X(3) VALUE SPACES.
                   15  CTT-MILES-PER-HOUR PIC 999 VALUE ZERO.
                   15  CTT-SPEED-LIMIT PIC 999 VALUE ZERO.
                   15  CTT-PRIOR-COUNT PIC 99 VALUE ZERO.
                   15  CTT-FINE-AMOUNT PIC 9(5)V99 VALUE ZERO.
                   15  CTT-AMOUNT-PAID PIC 9(5)V99 VALUE ZERO.
                   15  CTT-STATUS      PIC X VALUE SPACES.
                       88  CTT-IS-OPEN     VALUE 'O'.
                   15  CTT-STATUS-DATE PIC 9(8) VALUE ZERO.
       01  CITATION-COUNT          PIC 9(4) VALUE ZERO.
       01  MAX-CITATION-ENTRIES    PIC 9(4) VALUE 1000.
       01  PAYMENT-TRANS-COUNT     PIC 9(4) VALUE ZERO.
       01  CITATION-FOUND-SW       PIC X VALUE 'N'.
           88  CITATION-FOUND      VALUE 'Y'.
       01  WS-TRANS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-BALANCE              PIC 9(5)V99 VALUE ZERO.

      *    OPEN CITATIONS BY VESSEL AND CITATION NUMBER FOR AGING.
       01  AGING-TABLE.
           05  AGING-ENTRY OCCURS 1000 TIMES
                   INDEXED BY AG-IDX.
               10  AGT-SORT-KEY.
                   15  AGT-VESSEL-ID   PIC X(8) VALUE SPACES.
                   15  AGT-CITATION-NO PIC 9(6) VALUE ZERO.
               10  AGT-ISSUE-DATE      PIC 9(8) VALUE ZERO.
               10  AGT-BALANCE         PIC 9(5)V99 VALUE ZERO.
       01  AGING-COUNT             PIC 9(4) VALUE ZERO.
       01  MAX-AGING-ENTRIES       PIC 9(4) VALUE 1000.
       01  WS-SORT-SWAPPED-SW      PIC X VALUE 'N'.
           88  AGING-SWAPPED       VALUE 'Y'.
       01  WS-SORT-IDX             PIC 9(4) VALUE ZERO.
       01  WS-SWAP-HOLD            PIC X(29).
       01  WS-AGE-DAYS             PIC S9(5) VALUE ZERO.
       01  WS-BUCKET-SUB           PIC 9 VALUE ZERO.

      *    PER-VESSEL BREAK FIELDS.
       01  WS-PREVIOUS-VESSEL-ID   PIC X(8) VALUE SPACES.
       01  WS-VESSEL-BALANCE       PIC 9(7)V99 VALUE ZERO.
       01  WS-VESSEL-OLDEST-DATE   PIC 9(8) VALUE ZERO.
       01  VESSEL-REFUSED-SW       PIC X VALUE 'N'.
           88  VESSEL-REFUSED      VALUE 'Y'.
       01  BUCKET-TOTALS.
           05  BUCKET-TOTAL        PIC 9(7)V99 VALUE ZERO
                                   OCCURS 4 TIMES.
       01  WS-VESSELS-REFUSED      PIC 9(4) VALUE ZERO.

       01  AGED-HEADING-LINE.
           05                      PIC X(8)  VALUE 'VESSEL'.
           05                      PIC X(1)  VALUE SPACES.
           05                      PIC X(6)  VALUE 'CITATN'.
           05                      PIC X(1)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'ISSUED'.
           05                      PIC X(1)  VALUE SPACES.
           05                      PIC X(4)  VALUE ' AGE'.
           05                      PIC X(10) VALUE '    0 - 30'.
           05                      PIC X(10) VALUE '   31 - 60'.
           05                      PIC X(10) VALUE '   61 - 90'.
           05                      PIC X(10) VALUE '   OVER 90'.
           05                      PIC X(4)  VALUE SPACES.
       01  VESSEL-TOTAL-LINE.
           05                      PIC X(4)  VALUE SPACES.
           05  VT-VESSEL-NAME-OUT  PIC X(20).
           05                      PIC X(6)  VALUE ' OWES '.
           05  VT-BALANCE-OUT      PIC $$,$$$,$$9.99.
           05                      PIC X(2)  VALUE SPACES.
           05  VT-REFUSE-OUT       PIC X(19) VALUE SPACES.
           05                      PIC X(9)  VALUE SPACES.
       01  BUCKET-TOTAL-LINE.
           05                      PIC X(8)  VALUE 'TOTALS'.
           05                      PIC X(21) VALUE SPACES.
           05  BT-BUCKET-OUT       PIC $$$,$$9.99 OCCURS 4 TIMES.
           05                      PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040-LOAD-PARAMETERS-RTN
           PERFORM 060-LOAD-VESSEL-REGISTRY-RTN
           PERFORM 065-LOAD-CITATIONS-RTN
           OPEN OUTPUT POSTING-LISTING
           OPEN INPUT CITATION-PAYMENT-FILE
           IF WS-PAYMENT-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CITATION-PAYMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 200-POST-ONE-TRANS-RTN
                   END-READ
               END-PERFORM
               CLOSE CITATION-PAYMENT-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           CLOSE POSTING-LISTING
           PERFORM 300-AGED-REPORT-RTN
           PERFORM 400-REWRITE-CITATIONS-RTN
           IF PAYMENT-TRANS-COUNT > ZERO
               PERFORM 450-CLEAR-PAYMENTS-RTN
           END-IF
           DISPLAY 'VESSELS REFUSED PERMITS: ' WS-VESSELS-REFUSED
           STOP RUN
           .

       040-LOAD-PARAMETERS-RTN.
           OPEN INPUT CITATION-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ CITATION-PARM-FILE
                   NOT AT END
                       IF CP-REFUSE-DAYS-IN NUMERIC
                          AND CP-REFUSE-DAYS-IN > ZERO
                           MOVE CP-REFUSE-DAYS-IN TO
                                PERMIT-REFUSE-DAYS
                       END-IF
               END-READ
               CLOSE CITATION-PARM-FILE
           END-IF
           .

       060-LOAD-VESSEL-REGISTRY-RTN.
           OPEN INPUT VESSEL-REGISTRY
           IF WS-REGISTRY-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VESSEL-REGISTRY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO REGISTRY-COUNT
                           SET VR-IDX TO REGISTRY-COUNT
                           MOVE VR-VESSEL-ID-IN TO
                                VR-VESSEL-ID (VR-IDX)
                           MOVE VR-VESSEL-NAME-IN TO
                                VR-VESSEL-NAME (VR-IDX)
                   END-READ
               END-PERFORM
               CLOSE VESSEL-REGISTRY
               MOVE 'N' TO WS-EOF
           END-IF
           .

       065-LOAD-CITATIONS-RTN.
           OPEN INPUT CITATION-FILE
           IF WS-CITATION-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CITATION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CITATION-COUNT NOT < MAX-CITATION-ENTRIES
                               PERFORM 067-CITATIONS-FULL-RTN
                           END-IF
                           ADD 1 TO CITATION-COUNT
                           SET CT-IDX TO CITATION-COUNT
                           MOVE CITATION-REC TO CTT-DATA (CT-IDX)
                   END-READ
               END-PERFORM
               CLOSE CITATION-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           .

      *    CITATION.DAT IS REWRITTEN FROM THE TABLE, SO A CITATION LEFT
      *    OFF IT WOULD BE LOST. THE RUN STOPS BEFORE ANYTHING POSTS.
       067-CITATIONS-FULL-RTN.
           DISPLAY " "
           DISPLAY "CITATION POSTING HALTED - DATA/CITATION.DAT HOLDS "
                   "MORE THAN " MAX-CITATION-ENTRIES " CITATIONS"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       070-LOOKUP-VESSEL-RTN.
           MOVE 'NOT IN REGISTRY' TO WS-VESSEL-NAME-HOLD
           SET VR-IDX TO 1
           SEARCH REGISTRY-ENTRY
               AT END
                   CONTINUE
               WHEN VR-VESSEL-ID (VR-IDX) = WS-PREVIOUS-VESSEL-ID
                   MOVE VR-VESSEL-NAME (VR-IDX)
                       TO WS-VESSEL-NAME-HOLD
           END-SEARCH
           .

       200-POST-ONE-TRANS-RTN.
           ADD 1 TO PAYMENT-TRANS-COUNT
           MOVE SPACES TO POSTING-REC
           MOVE PY-CITATION-NO-IN TO PO-CITATION-NO-OUT
           MOVE PY-TRANS-TYPE-IN TO PO-TRANS-TYPE-OUT
           IF PY-AMOUNT-IN NUMERIC
               MOVE PY-AMOUNT-IN TO PO-AMOUNT-OUT
           END-IF
           IF PY-TRANS-DATE-IN NUMERIC
              AND PY-TRANS-DATE-IN > ZERO
               MOVE PY-TRANS-DATE-IN TO WS-TRANS-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-TRANS-DATE
           END-IF
           MOVE 'N' TO CITATION-FOUND-SW
           SET CT-IDX TO 1
           SEARCH CITATION-ENTRY
               AT END
                   CONTINUE
               WHEN CTT-CITATION-NO (CT-IDX) = PY-CITATION-NO-IN
                   MOVE 'Y' TO CITATION-FOUND-SW
           END-SEARCH
           EVALUATE TRUE
               WHEN NOT CITATION-FOUND
                   MOVE 'REFUSED - CITATION NOT ON FILE'
                       TO PO-RESULT-OUT
               WHEN NOT CTT-IS-OPEN (CT-IDX)
                   MOVE 'REFUSED - CITATION CLOSED'
                       TO PO-RESULT-OUT
               WHEN PY-IS-PAYMENT
                   PERFORM 210-POST-PAYMENT-RTN
               WHEN PY-IS-DISMISSAL
                   MOVE 'D' TO CTT-STATUS (CT-IDX)
                   MOVE WS-TRANS-DATE TO CTT-STATUS-DATE (CT-IDX)
                   MOVE ZERO TO PO-BALANCE-OUT
                   MOVE 'DISMISSED' TO PO-RESULT-OUT
               WHEN OTHER
                   MOVE 'REFUSED - UNKNOWN TRANS TYPE'
                       TO PO-RESULT-OUT
           END-EVALUATE
           WRITE POSTING-REC
           .

      *    A PAYMENT MAY BE PARTIAL, BUT NEVER MORE THAN IS OWED.
       210-POST-PAYMENT-RTN.
           COMPUTE WS-BALANCE = CTT-FINE-AMOUNT (CT-IDX)
               - CTT-AMOUNT-PAID (CT-IDX)
           EVALUATE TRUE
               WHEN PY-AMOUNT-IN NOT NUMERIC
                 OR PY-AMOUNT-IN = ZERO
                   MOVE 'REFUSED - AMOUNT NOT VALID'
                       TO PO-RESULT-OUT
               WHEN PY-AMOUNT-IN > WS-BALANCE
                   MOVE 'REFUSED - MORE THAN OWED'
                       TO PO-RESULT-OUT
               WHEN OTHER
                   ADD PY-AMOUNT-IN TO CTT-AMOUNT-PAID (CT-IDX)
                   SUBTRACT PY-AMOUNT-IN FROM WS-BALANCE
                   IF WS-BALANCE = ZERO
                       MOVE 'P' TO CTT-STATUS (CT-IDX)
                       MOVE WS-TRANS-DATE TO CTT-STATUS-DATE (CT-IDX)
                       MOVE 'PAID IN FULL' TO PO-RESULT-OUT
                   ELSE
                       MOVE 'PARTIAL PAYMENT' TO PO-RESULT-OUT
                   END-IF
           END-EVALUATE
           MOVE WS-BALANCE TO PO-BALANCE-OUT
           .

       300-AGED-REPORT-RTN.
           PERFORM 305-GATHER-OPEN-RTN
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CITATION-COUNT
           MOVE 'Y' TO WS-SORT-SWAPPED-SW
           PERFORM 310-ONE-SORT-PASS-RTN
               UNTIL NOT AGING-SWAPPED
           OPEN OUTPUT AGED-LISTING
                OUTPUT PERMIT-HOLD-FILE
           WRITE AGED-REC FROM AGED-HEADING-LINE
           PERFORM 320-AGED-LINE-RTN
               VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > AGING-COUNT
           IF AGING-COUNT > ZERO
               PERFORM 330-VESSEL-TOTAL-RTN
           END-IF
           PERFORM 340-MOVE-BUCKET-TOTAL-RTN
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
           WRITE AGED-REC FROM BUCKET-TOTAL-LINE
           CLOSE AGED-LISTING
                 PERMIT-HOLD-FILE
           .

      *    THE AGING TABLE IS AS LARGE AS THE CITATION TABLE, SO EVERY
      *    OPEN CITATION FITS; THE COUNT IS CHECKED ALL THE SAME.
       305-GATHER-OPEN-RTN.
           IF CTT-IS-OPEN (CT-IDX)
              AND AGING-COUNT < MAX-AGING-ENTRIES
               ADD 1 TO AGING-COUNT
               SET AG-IDX TO AGING-COUNT
               MOVE CTT-VESSEL-ID (CT-IDX) TO AGT-VESSEL-ID (AG-IDX)
               MOVE CTT-CITATION-NO (CT-IDX)
                   TO AGT-CITATION-NO (AG-IDX)
               MOVE CTT-ISSUE-DATE (CT-IDX) TO AGT-ISSUE-DATE (AG-IDX)
               COMPUTE AGT-BALANCE (AG-IDX) =
                   CTT-FINE-AMOUNT (CT-IDX) - CTT-AMOUNT-PAID (CT-IDX)
           END-IF
           .

       310-ONE-SORT-PASS-RTN.
           MOVE 'N' TO WS-SORT-SWAPPED-SW
           PERFORM 315-COMPARE-NEIGHBORS-RTN
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX NOT LESS THAN AGING-COUNT
           .

       315-COMPARE-NEIGHBORS-RTN.
           IF AGT-SORT-KEY (WS-SORT-IDX) >
                   AGT-SORT-KEY (WS-SORT-IDX + 1)
               MOVE AGING-ENTRY (WS-SORT-IDX) TO WS-SWAP-HOLD
               MOVE AGING-ENTRY (WS-SORT-IDX + 1)
                   TO AGING-ENTRY (WS-SORT-IDX)
               MOVE WS-SWAP-HOLD TO AGING-ENTRY (WS-SORT-IDX + 1)
               MOVE 'Y' TO WS-SORT-SWAPPED-SW
           END-IF
           .

      *    A CHANGE OF VESSEL CLOSES OFF THE PREVIOUS ONE WITH WHAT IT
      *    OWES AND, IF IT IS PAST THE REFUSAL AGE, ITS PERMIT HOLD.
       320-AGED-LINE-RTN.
           IF AG-IDX > 1
              AND AGT-VESSEL-ID (AG-IDX) NOT = WS-PREVIOUS-VESSEL-ID
               PERFORM 330-VESSEL-TOTAL-RTN
           END-IF
           IF AG-IDX = 1
              OR AGT-VESSEL-ID (AG-IDX) NOT = WS-PREVIOUS-VESSEL-ID
               MOVE AGT-VESSEL-ID (AG-IDX) TO WS-PREVIOUS-VESSEL-ID
               MOVE ZERO TO WS-VESSEL-BALANCE
               MOVE AGT-ISSUE-DATE (AG-IDX) TO WS-VESSEL-OLDEST-DATE
               MOVE 'N' TO VESSEL-REFUSED-SW
           END-IF
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (AGT-ISSUE-DATE (AG-IDX))
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT GREATER THAN 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS NOT GREATER THAN 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS NOT GREATER THAN 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           IF WS-AGE-DAYS > PERMIT-REFUSE-DAYS
               MOVE 'Y' TO VESSEL-REFUSED-SW
           END-IF
           IF AGT-ISSUE-DATE (AG-IDX) < WS-VESSEL-OLDEST-DATE
               MOVE AGT-ISSUE-DATE (AG-IDX) TO WS-VESSEL-OLDEST-DATE
           END-IF
           ADD AGT-BALANCE (AG-IDX) TO WS-VESSEL-BALANCE
           ADD AGT-BALANCE (AG-IDX) TO BUCKET-TOTAL (WS-BUCKET-SUB)
           MOVE SPACES TO AGED-REC
           MOVE AGT-VESSEL-ID (AG-IDX) TO AG-VESSEL-ID-OUT
           MOVE AGT-CITATION-NO (AG-IDX) TO AG-CITATION-NO-OUT
           MOVE AGT-ISSUE-DATE (AG-IDX) TO AG-ISSUE-DATE-OUT
           MOVE WS-AGE-DAYS TO AG-AGE-DAYS-OUT
           MOVE AGT-BALANCE (AG-IDX) TO AG-BUCKET-OUT (WS-BUCKET-SUB)
           WRITE AGED-REC
           .

       330-VESSEL-TOTAL-RTN.
           PERFORM 070-LOOKUP-VESSEL-RTN
           MOVE WS-VESSEL-NAME-HOLD TO VT-VESSEL-NAME-OUT
           MOVE WS-VESSEL-BALANCE TO VT-BALANCE-OUT
           MOVE SPACES TO VT-REFUSE-OUT
           IF VESSEL-REFUSED
               MOVE '** REFUSE PERMIT **' TO VT-REFUSE-OUT
               ADD 1 TO WS-VESSELS-REFUSED
               MOVE WS-PREVIOUS-VESSEL-ID TO PH-VESSEL-ID
               MOVE WS-VESSEL-NAME-HOLD TO PH-VESSEL-NAME
               MOVE WS-VESSEL-OLDEST-DATE TO PH-OLDEST-ISSUE-DATE
               MOVE WS-VESSEL-BALANCE TO PH-OPEN-BALANCE
               WRITE PERMIT-HOLD-REC
           END-IF
           WRITE AGED-REC FROM VESSEL-TOTAL-LINE
           .

       340-MOVE-BUCKET-TOTAL-RTN.
           MOVE BUCKET-TOTAL (WS-BUCKET-SUB)
               TO BT-BUCKET-OUT (WS-BUCKET-SUB)
           .

       400-REWRITE-CITATIONS-RTN.
           OPEN OUTPUT CITATION-FILE
           PERFORM 410-WRITE-ONE-CITATION-RTN
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CITATION-COUNT
           CLOSE CITATION-FILE
           .

       410-WRITE-ONE-CITATION-RTN.
           MOVE CTT-DATA (CT-IDX) TO CITATION-REC
           WRITE CITATION-REC
           .

      *    EVERY TRANSACTION HAS BEEN POSTED OR REFUSED ON CITPOST.DAT
      *    AND THE CITATIONS SAVED, SO THE BATCH IS EMPTIED FOR THE
      *    OFFICE TO KEY THE NEXT ONE.
       450-CLEAR-PAYMENTS-RTN.
           OPEN OUTPUT CITATION-PAYMENT-FILE
           CLOSE CITATION-PAYMENT-FILE
           .
