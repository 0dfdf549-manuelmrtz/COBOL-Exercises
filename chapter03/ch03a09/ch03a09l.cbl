       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH03A09L.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.

      ******************************************************************
      * Month-end companion to CH03A09. The register now charges      *
      * sales tax at the customer's jurisdiction rate and journals    *
      * the tax apart from the sale itself, with the jurisdiction     *
      * and an exempt flag. This program reads the month's journal    *
      * and totals, by jurisdiction, taxable sales, exempt sales,     *
      * and tax collected - the figures the sales tax return asks     *
      * for - into the worksheet TAXWKST.DAT, with the tax the rate   *
      * says was due beside what was collected so rounding shows.     *
      * A purchase coded to a jurisdiction no longer on TAXJURIS.DAT  *
      * lands on a NOT ON TAX TABLE line instead of vanishing. The    *
      * month comes from the command line as CCYYMM; a blank PARM     *
      * works the current month. A credit memo for returned goods     *
      * comes off the taxable or exempt sales and the tax collected   *
      * in the jurisdiction of the sale it returns.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-JURISDICTION-FILE ASSIGN TO "DATA/TAXJURIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-TABLE-STATUS.

           SELECT TRANS-JOURNAL ASSIGN TO "DATA/TRANJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT TAX-WORKSHEET ASSIGN TO "DATA/TAXWKST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT MATCHED TO TAX-JURISDICTION-REC IN CH03A09.
       FD  TAX-JURISDICTION-FILE.
       01  TAX-JURISDICTION-REC.
           05  TX-JURISDICTION-CODE PIC X(4).
           05  TX-JURISDICTION-NAME PIC X(20).
           05  TX-TAX-RATE          PIC V9(5).

      *    LAYOUT MATCHED TO TRANS-JOURNAL-REC IN CH03A09.
       FD  TRANS-JOURNAL.
       01  TRANS-JOURNAL-REC.
           05  TJ-ACCOUNT-NO       PIC X(5).
           05  TJ-TRANS-DATE       PIC 9(8).
           05  TJ-TRANS-PERIOD REDEFINES TJ-TRANS-DATE.
               10  TJ-TRANS-CCYYMM PIC 9(6).
               10                  PIC 99.
           05  TJ-TRANS-TYPE       PIC X.
               88  TJ-IS-PURCHASE      VALUE 'P'.
               88  TJ-IS-CREDIT-MEMO   VALUE 'M'.
           05  TJ-AMOUNT           PIC 9(6)V99.
           05  TJ-DISCOUNT         PIC 9(4)V99.
           05  TJ-BALANCE-AFTER    PIC S9(6)V99.
           05  TJ-TAX-AMOUNT       PIC 9(4)V99.
           05  TJ-TAX-JURISDICTION PIC X(4).
           05  TJ-TAX-EXEMPT-SW    PIC X.
               88  TJ-SALE-TAX-EXEMPT  VALUE 'E'.
      *    ON AN M CREDIT MEMO, THE SALE IT RETURNS GOODS AGAINST -
      *    DATE AND AMOUNT RUNG UP BEFORE DISCOUNT. BLANK ON EVERY
      *    OTHER TYPE.
           05  TJ-ORIG-SALE-REF.
               10  TJ-ORIG-SALE-DATE   PIC 9(8).
               10  TJ-ORIG-SALE-AMOUNT PIC 9(4)V99.

       FD  TAX-WORKSHEET.
       01  WORKSHEET-HEADING-LINE.
           05                      PIC X(30).
           05  WK-MONTH-OUT        PIC 9(6).
           05                      PIC X(72).

       01  WORKSHEET-DETAIL-LINE.
           05  WK-CODE-OUT         PIC X(4).
           05                      PIC X(2).
           05  WK-NAME-OUT         PIC X(20).
           05                      PIC X(2).
           05  WK-RATE-OUT         PIC Z9.999.
           05                      PIC X(2).
           05  WK-TAXABLE-OUT      PIC Z,ZZZ,ZZ9.99-.
           05                      PIC X(2).
           05  WK-EXEMPT-OUT       PIC Z,ZZZ,ZZ9.99-.
           05                      PIC X(2).
           05  WK-COLLECTED-OUT    PIC ZZZ,ZZ9.99-.
           05                      PIC X(2).
           05  WK-AT-RATE-OUT      PIC ZZZ,ZZ9.99-.
           05                      PIC X(2).
           05  WK-DIFFERENCE-OUT   PIC ZZ,ZZ9.99-.

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-TAX-TABLE-STATUS     PIC XX.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-PARM-TEXT            PIC X(10) VALUE SPACES.
       01  WS-WORKSHEET-MONTH      PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-PERIOD REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYYMM       PIC 9(6).
           05                      PIC 99.
       01  WS-TAX-AT-RATE          PIC S9(7)V99 VALUE ZERO.
       01  WS-SALE-TAX             PIC 9(4)V99 VALUE ZERO.

      *    ONE ROW PER JURISDICTION ON TAXJURIS.DAT, PLUS A LAST ROW
      *    FOR ANY CODE THE TABLE NO LONGER CARRIES.
       01  JURISDICTION-TOTALS.
           05  JURISDICTION-ENTRY OCCURS 51 TIMES
                   INDEXED BY JT-IDX.
               10  JT-CODE         PIC X(4)  VALUE SPACES.
               10  JT-NAME         PIC X(20) VALUE SPACES.
               10  JT-RATE         PIC V9(5) VALUE ZERO.
               10  JT-TAXABLE      PIC S9(8)V99 VALUE ZERO
                                    USAGE COMP-3.
               10  JT-EXEMPT       PIC S9(8)V99 VALUE ZERO
                                    USAGE COMP-3.
               10  JT-COLLECTED    PIC S9(7)V99 VALUE ZERO
                                    USAGE COMP-3.
       01  JURISDICTION-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-UNKNOWN-ROW          PIC 9(3) VALUE ZERO.

       01  GRAND-TAXABLE           PIC S9(8)V99 VALUE ZERO
                                    USAGE COMP-3.
       01  GRAND-EXEMPT            PIC S9(8)V99 VALUE ZERO
                                    USAGE COMP-3.
       01  GRAND-COLLECTED         PIC S9(7)V99 VALUE ZERO
                                    USAGE COMP-3.
       01  GRAND-AT-RATE           PIC S9(7)V99 VALUE ZERO
                                    USAGE COMP-3.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 040-GET-WORKSHEET-MONTH-RTN
           PERFORM 050-LOAD-JURISDICTIONS-RTN
           PERFORM 060-TOTAL-MONTH-JOURNAL-RTN

           OPEN OUTPUT TAX-WORKSHEET
           MOVE SPACES TO WORKSHEET-HEADING-LINE
           MOVE 'SALES TAX WORKSHEET FOR MONTH ' TO
               WORKSHEET-HEADING-LINE (1:30)
           MOVE WS-WORKSHEET-MONTH TO WK-MONTH-OUT
           WRITE WORKSHEET-HEADING-LINE
           MOVE SPACES TO WORKSHEET-HEADING-LINE
           MOVE 'CODE  JURISDICTION           RATE%' TO
               WORKSHEET-HEADING-LINE (1:34)
           MOVE '       TAXABLE         EXEMPT    COLLECTED' TO
               WORKSHEET-HEADING-LINE (36:42)
           MOVE '    AT RATE  DIFFERENCE' TO
               WORKSHEET-HEADING-LINE (80:23)
           WRITE WORKSHEET-HEADING-LINE
           PERFORM 200-WRITE-JURISDICTION-RTN
               VARYING JT-IDX FROM 1 BY 1
               UNTIL JT-IDX > WS-UNKNOWN-ROW
           PERFORM 300-WRITE-TOTAL-RTN
           CLOSE TAX-WORKSHEET
           STOP RUN
           .

       040-GET-WORKSHEET-MONTH-RTN.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-TEXT (1:6) IS NUMERIC
               MOVE WS-PARM-TEXT (1:6) TO WS-WORKSHEET-MONTH
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-CCYYMM TO WS-WORKSHEET-MONTH
           END-IF
           .

       050-LOAD-JURISDICTIONS-RTN.
           OPEN INPUT TAX-JURISDICTION-FILE
           IF WS-TAX-TABLE-STATUS NOT = '00'
               DISPLAY "ERROR: CANNOT OPEN TAXJURIS.DAT. STATUS: "
                       WS-TAX-TABLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TAX-JURISDICTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JURISDICTION-COUNT < 50
                           ADD 1 TO JURISDICTION-COUNT
                           SET JT-IDX TO JURISDICTION-COUNT
                           MOVE TX-JURISDICTION-CODE TO JT-CODE (JT-IDX)
                           MOVE TX-JURISDICTION-NAME TO JT-NAME (JT-IDX)
                           MOVE TX-TAX-RATE TO JT-RATE (JT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-JURISDICTION-FILE
           MOVE 'N' TO WS-EOF
           COMPUTE WS-UNKNOWN-ROW = JURISDICTION-COUNT + 1
           SET JT-IDX TO WS-UNKNOWN-ROW
           MOVE '****' TO JT-CODE (JT-IDX)
           MOVE 'NOT ON TAX TABLE' TO JT-NAME (JT-IDX)
           .

      ******************************************************************
      *    060-TOTAL-MONTH-JOURNAL-RTN - ONLY PURCHASES AND CREDIT     *
      *    MEMOS CARRY SALES TAX. LINES JOURNALED BEFORE THE REGISTER  *
      *    CHARGED TAX HAVE NO TAX FIELDS AND ARE LEFT OFF.            *
      ******************************************************************
       060-TOTAL-MONTH-JOURNAL-RTN.
           OPEN INPUT TRANS-JOURNAL
           IF WS-JOURNAL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANS-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TJ-TRANS-CCYYMM = WS-WORKSHEET-MONTH
                              AND TJ-TAX-AMOUNT IS NUMERIC
                               PERFORM 150-POST-ONE-ENTRY-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-JOURNAL
           END-IF
           MOVE 'N' TO WS-EOF
           .

       150-POST-ONE-ENTRY-RTN.
           IF TJ-IS-PURCHASE
               PERFORM 160-FIND-JURISDICTION-RTN
               MOVE TJ-TAX-AMOUNT TO WS-SALE-TAX
               IF TJ-SALE-TAX-EXEMPT
                   ADD TJ-AMOUNT TO JT-EXEMPT (JT-IDX)
               ELSE
                   ADD TJ-AMOUNT TO JT-TAXABLE (JT-IDX)
                   ADD WS-SALE-TAX TO JT-COLLECTED (JT-IDX)
               END-IF
           END-IF
      *    A RETURN AGAINST A SALE MADE BEFORE SALES TAX WAS CHARGED
      *    CARRIES NO JURISDICTION - THAT SALE WAS NEVER ON A RETURN.
           IF TJ-IS-CREDIT-MEMO
              AND TJ-TAX-JURISDICTION NOT = SPACES
               PERFORM 160-FIND-JURISDICTION-RTN
               MOVE TJ-TAX-AMOUNT TO WS-SALE-TAX
               IF TJ-SALE-TAX-EXEMPT
                   SUBTRACT TJ-AMOUNT FROM JT-EXEMPT (JT-IDX)
               ELSE
                   SUBTRACT TJ-AMOUNT FROM JT-TAXABLE (JT-IDX)
                   SUBTRACT WS-SALE-TAX FROM JT-COLLECTED (JT-IDX)
               END-IF
           END-IF
           .

       160-FIND-JURISDICTION-RTN.
           SET JT-IDX TO 1
           SEARCH JURISDICTION-ENTRY
               AT END
                   SET JT-IDX TO WS-UNKNOWN-ROW
               WHEN JT-CODE (JT-IDX) = TJ-TAX-JURISDICTION
                   CONTINUE
           END-SEARCH
           IF JT-IDX > JURISDICTION-COUNT
               SET JT-IDX TO WS-UNKNOWN-ROW
           END-IF
           .

       200-WRITE-JURISDICTION-RTN.
           COMPUTE WS-TAX-AT-RATE ROUNDED =
               JT-TAXABLE (JT-IDX) * JT-RATE (JT-IDX)
           MOVE SPACES TO WORKSHEET-DETAIL-LINE
           MOVE JT-CODE (JT-IDX) TO WK-CODE-OUT
           MOVE JT-NAME (JT-IDX) TO WK-NAME-OUT
           COMPUTE WK-RATE-OUT = JT-RATE (JT-IDX) * 100
           MOVE JT-TAXABLE (JT-IDX) TO WK-TAXABLE-OUT
           MOVE JT-EXEMPT (JT-IDX) TO WK-EXEMPT-OUT
           MOVE JT-COLLECTED (JT-IDX) TO WK-COLLECTED-OUT
           MOVE WS-TAX-AT-RATE TO WK-AT-RATE-OUT
           COMPUTE WK-DIFFERENCE-OUT =
               JT-COLLECTED (JT-IDX) - WS-TAX-AT-RATE
      *    THE CATCH-ALL ROW ONLY PRINTS WHEN SOMETHING LANDED ON IT.
           IF JT-IDX < WS-UNKNOWN-ROW
              OR JT-TAXABLE (JT-IDX) NOT = ZERO
              OR JT-EXEMPT (JT-IDX) NOT = ZERO
               WRITE WORKSHEET-DETAIL-LINE
           END-IF
           ADD JT-TAXABLE (JT-IDX) TO GRAND-TAXABLE
           ADD JT-EXEMPT (JT-IDX) TO GRAND-EXEMPT
           ADD JT-COLLECTED (JT-IDX) TO GRAND-COLLECTED
           ADD WS-TAX-AT-RATE TO GRAND-AT-RATE
           .

       300-WRITE-TOTAL-RTN.
           MOVE SPACES TO WORKSHEET-DETAIL-LINE
           MOVE 'ALL JURISDICTIONS' TO WK-NAME-OUT
           MOVE GRAND-TAXABLE TO WK-TAXABLE-OUT
           MOVE GRAND-EXEMPT TO WK-EXEMPT-OUT
           MOVE GRAND-COLLECTED TO WK-COLLECTED-OUT
           MOVE GRAND-AT-RATE TO WK-AT-RATE-OUT
           COMPUTE WK-DIFFERENCE-OUT = GRAND-COLLECTED - GRAND-AT-RATE
           WRITE WORKSHEET-DETAIL-LINE
           .
