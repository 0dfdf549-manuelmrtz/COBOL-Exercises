       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A4L.

      *****************************************************************
      * PROGRAM NAME : Video Customer Unpaid Fee Aging List            *
      * PROGRAM ID   : CHAP04A4L                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Batch Report                                    *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   Lists every video customer who still owes late fees, with    *
      *   what they owe aged by how long ago each fee was charged -    *
      *   current (30 days or less), 31-60, 61-90 and over 90 days -   *
      *   so the store knows whose balances are going stale. Read off  *
      *   the customer ledger CHAP04A04C posts fees and payments to.   *
      *   Payments are taken against a customer's oldest fees first,   *
      *   so what is left over is the newest of what they were         *
      *   charged. Customers with nothing owing are left off. The      *
      *   list runs in customer-name order with totals at the end.     *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | video-cust-ledger.dat  | Late fees charged and payments|  *
      *   |                        | taken (VIDLDGREC)             |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | video-fee-aging.dat    | Aged list of unpaid fees      |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | run-stats.log          | Shared shop-wide run stats    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - No ledger yet (status 35) prints an empty list            *
      *   - File status validated on OPEN via IOERRCHK                *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - List written                                            *
      *   16 - The list file could not be opened                       *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Fees are aged as of the run date. Customer names are         *
      *   matched without regard to case, the same way the counter     *
      *   matches them, so "Smith" and "SMITH" are one customer.       *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-LEDGER-FILE
               ASSIGN TO 'data/video-cust-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

      *    LEDGER ENTRIES IN CUSTOMER, THEN DATE, ORDER. THE KEY IS
      *    THE UPPER-CASED NAME, WHICH IS NOT A FIELD ON THE LEDGER,
      *    SO IT IS BUILT AS EACH ENTRY IS RELEASED.
           SELECT AGING-SORT-WORK
               ASSIGN TO 'data/feeagesrt.tmp'.

           SELECT F-AGING-REPORT ASSIGN TO 'data/video-fee-aging.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-LEDGER-FILE.
           COPY VIDLDGREC.

       SD  AGING-SORT-WORK.
       01  ASW-REC.
           05 ASW-NAME-KEY        PIC X(20).
           05 ASW-ENTRY-DATE      PIC 9(8).
           05 ASW-CUSTOMER-NAME   PIC X(20).
           05 ASW-ENTRY-TYPE      PIC X.
               88 ASW-IS-CHARGE       VALUE 'C'.
               88 ASW-IS-PAYMENT      VALUE 'P'.
           05 ASW-AMOUNT          PIC 9(5)V99.

       FD  F-AGING-REPORT.
       01  REPORT-LINE               PIC X(80).

       COPY IOERRFD.
       COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS          PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.
       COPY BANNERWS.

       01  WS-EOF                    PIC X VALUE 'N'.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-DAYS-OLD               PIC S9(7) VALUE ZERO.

       01  WS-ENTRIES-READ           PIC 9(7) VALUE ZERO.
       01  WS-LINES-WRITTEN          PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMERS-OWING        PIC 9(5) VALUE ZERO.

      *    THE CUSTOMER BEING ADDED UP - THEIR FEES BY AGE, SUBSCRIPT
      *    1 = CURRENT THROUGH 4 = OVER 90 DAYS, AND ALL THEY HAVE
      *    PAID. THE SAME LAYOUT, SUMMED, HOLDS THE REPORT TOTALS.
       01  WS-PRIOR-NAME-KEY         PIC X(20) VALUE SPACES.
       01  WS-PRIOR-CUSTOMER-NAME    PIC X(20) VALUE SPACES.
       01  CUST-AGING.
           05 CA-BUCKET              PIC 9(7)V99 OCCURS 4 TIMES.
           05 CA-PAID                PIC 9(7)V99.
           05 CA-BALANCE             PIC 9(7)V99.
       01  TOTAL-AGING.
           05 TA-BUCKET              PIC 9(7)V99 OCCURS 4 TIMES.
           05 TA-BALANCE             PIC 9(7)V99.
       01  WS-BUCKET-NO              PIC 9 VALUE ZERO.

       01  RPT-HEADING-1.
           05                        PIC X(40) VALUE
               'VIDEO TRAP - UNPAID LATE FEE AGING LIST'.
           05                        PIC X(6) VALUE 'AS OF '.
           05  RH-DATE-OUT           PIC 9999/99/99.
       01  RPT-HEADING-2.
           05                        PIC X(13) VALUE 'CUSTOMER NAME'.
           05                        PIC X(11) VALUE SPACES.
           05                        PIC X(7)  VALUE 'CURRENT'.
           05                        PIC X(6)  VALUE SPACES.
           05                        PIC X(5)  VALUE '31-60'.
           05                        PIC X(6)  VALUE SPACES.
           05                        PIC X(5)  VALUE '61-90'.
           05                        PIC X(4)  VALUE SPACES.
           05                        PIC X(7)  VALUE 'OVER 90'.
           05                        PIC X(5)  VALUE SPACES.
           05                        PIC X(7)  VALUE 'BALANCE'.

       01  RPT-DETAIL.
           05  RD-CUSTOMER-NAME-OUT  PIC X(20).
           05  RD-BUCKET-GROUP OCCURS 4 TIMES.
               10                    PIC X(2) VALUE SPACES.
               10  RD-BUCKET-OUT     PIC ZZ,ZZ9.99.
           05                        PIC X(2) VALUE SPACES.
           05  RD-BALANCE-OUT        PIC ZZZ,ZZ9.99.

       01  RPT-TOTAL.
           05                        PIC X(20) VALUE 'ALL CUSTOMERS'.
           05  RT-BUCKET-GROUP OCCURS 4 TIMES.
               10                    PIC X(1) VALUE SPACES.
               10  RT-BUCKET-OUT     PIC ZZZ,ZZ9.99.
           05  RT-BALANCE-OUT        PIC Z,ZZZ,ZZ9.99.

       01  RPT-COUNT-LINE.
           05                        PIC X(20) VALUE
               'CUSTOMERS OWING:'.
           05  RC-COUNT-OUT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04A4L' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 200-OPEN-FILES
           INITIALIZE TOTAL-AGING

           SORT AGING-SORT-WORK
               ON ASCENDING KEY ASW-NAME-KEY ASW-ENTRY-DATE
               INPUT PROCEDURE IS 300-LOAD-SORT-RTN
               OUTPUT PROCEDURE IS 500-WRITE-REPORT-RTN

           DISPLAY 'CHAP04A4L: LEDGER ENTRIES: ' WS-ENTRIES-READ
                   '  CUSTOMERS OWING: ' WS-CUSTOMERS-OWING

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-ENTRIES-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-LINES-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==ZERO==
               ==:FINAL-STATUS:==     BY =='OK'==.

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

           OPEN OUTPUT F-AGING-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open VIDEO-FEE-AGING file. '
                       'Status: ' WS-REPORT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='FEE-AGING'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-REPORT-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      *    300-LOAD-SORT-RTN - INPUT PROCEDURE. EVERY LEDGER ENTRY IS  *
      *    RELEASED UNDER ITS UPPER-CASED CUSTOMER NAME. NO LEDGER ON  *
      *    FILE YET RELEASES NOTHING AND THE LIST COMES OUT EMPTY.     *
      *****************************************************************
       300-LOAD-SORT-RTN.
           OPEN INPUT CUST-LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUST-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM 310-RELEASE-ENTRY-RTN
                   END-READ
               END-PERFORM
               CLOSE CUST-LEDGER-FILE
           ELSE
               DISPLAY 'CHAP04A4L: No video customer ledger on file - '
                       'no late fees charged yet'
           END-IF
           .

       310-RELEASE-ENTRY-RTN.
           MOVE FUNCTION UPPER-CASE (VL-CUSTOMER-NAME)
               TO ASW-NAME-KEY
           MOVE VL-ENTRY-DATE    TO ASW-ENTRY-DATE
           MOVE VL-CUSTOMER-NAME TO ASW-CUSTOMER-NAME
           MOVE VL-ENTRY-TYPE    TO ASW-ENTRY-TYPE
           MOVE VL-AMOUNT        TO ASW-AMOUNT
           RELEASE ASW-REC
           .

       400-CLOSE-FILES.
           CLOSE F-AGING-REPORT
           CLOSE ERROR-LOG-FILE
           .

      *****************************************************************
      *    500-WRITE-REPORT-RTN - OUTPUT PROCEDURE. ENTRIES COME BACK  *
      *    ONE CUSTOMER AT A TIME, OLDEST FIRST. EACH CUSTOMER'S FEES  *
      *    ARE ADDED UP BY AGE AND THEIR PAYMENTS IN TOTAL; ON THE     *
      *    CHANGE OF CUSTOMER 520 SETTLES AND PRINTS THE ONE FINISHED. *
      *****************************************************************
       500-WRITE-REPORT-RTN.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04A4L'==
               ==:FILE-RECORD:== BY ==REPORT-LINE==.
           MOVE WS-RUN-DATE TO RH-DATE-OUT
           WRITE REPORT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-HEADING-2
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 4 TO WS-LINES-WRITTEN

           INITIALIZE CUST-AGING
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN AGING-SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ASW-NAME-KEY NOT = WS-PRIOR-NAME-KEY
                           PERFORM 520-FINISH-CUSTOMER-RTN
                           MOVE ASW-NAME-KEY TO WS-PRIOR-NAME-KEY
                           MOVE ASW-CUSTOMER-NAME
                               TO WS-PRIOR-CUSTOMER-NAME
                       END-IF
                       PERFORM 510-ADD-ENTRY-RTN
           END-PERFORM
           PERFORM 520-FINISH-CUSTOMER-RTN

           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 4
               MOVE TA-BUCKET (WS-BUCKET-NO)
                   TO RT-BUCKET-OUT (WS-BUCKET-NO)
           END-PERFORM
           MOVE TA-BALANCE TO RT-BALANCE-OUT
           WRITE REPORT-LINE FROM RPT-TOTAL
           MOVE WS-CUSTOMERS-OWING TO RC-COUNT-OUT
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           ADD 3 TO WS-LINES-WRITTEN
           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04A4L'==
               ==:FILE-RECORD:==  BY ==REPORT-LINE==
               ==:RECORD-COUNT:== BY ==WS-LINES-WRITTEN==.
           .

      *    A FEE IS AGED BY THE DAYS FROM THE DATE IT WAS CHARGED TO
      *    THE RUN DATE; A PAYMENT ONLY ADDS TO WHAT HAS BEEN PAID.
       510-ADD-ENTRY-RTN.
           IF ASW-IS-PAYMENT
               ADD ASW-AMOUNT TO CA-PAID
           ELSE
               COMPUTE WS-DAYS-OLD =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (ASW-ENTRY-DATE)
               EVALUATE TRUE
                   WHEN WS-DAYS-OLD <= 30
                       ADD ASW-AMOUNT TO CA-BUCKET (1)
                   WHEN WS-DAYS-OLD <= 60
                       ADD ASW-AMOUNT TO CA-BUCKET (2)
                   WHEN WS-DAYS-OLD <= 90
                       ADD ASW-AMOUNT TO CA-BUCKET (3)
                   WHEN OTHER
                       ADD ASW-AMOUNT TO CA-BUCKET (4)
               END-EVALUATE
           END-IF
           .

      *****************************************************************
      *    520-FINISH-CUSTOMER-RTN - WHAT THE CUSTOMER HAS PAID IS     *
      *    TAKEN OFF THEIR OLDEST FEES FIRST, OVER 90 DAYS DOWN TO     *
      *    CURRENT. WHATEVER IS LEFT IS PRINTED AND ADDED INTO THE     *
      *    TOTALS; A CUSTOMER PAID UP IN FULL IS NOT PRINTED.          *
      *****************************************************************
       520-FINISH-CUSTOMER-RTN.
           IF WS-PRIOR-NAME-KEY NOT = SPACES
               PERFORM VARYING WS-BUCKET-NO FROM 4 BY -1
                       UNTIL WS-BUCKET-NO = ZERO
                   PERFORM 525-APPLY-PAYMENTS-RTN
               END-PERFORM
               COMPUTE CA-BALANCE = CA-BUCKET (1) + CA-BUCKET (2)
                                  + CA-BUCKET (3) + CA-BUCKET (4)
               IF CA-BALANCE > ZERO
                   MOVE SPACES TO RPT-DETAIL
                   MOVE WS-PRIOR-CUSTOMER-NAME TO RD-CUSTOMER-NAME-OUT
                   PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                           UNTIL WS-BUCKET-NO > 4
                       MOVE CA-BUCKET (WS-BUCKET-NO)
                           TO RD-BUCKET-OUT (WS-BUCKET-NO)
                       ADD CA-BUCKET (WS-BUCKET-NO)
                           TO TA-BUCKET (WS-BUCKET-NO)
                   END-PERFORM
                   MOVE CA-BALANCE TO RD-BALANCE-OUT
                   ADD CA-BALANCE TO TA-BALANCE
                   WRITE REPORT-LINE FROM RPT-DETAIL
                   ADD 1 TO WS-LINES-WRITTEN
                   ADD 1 TO WS-CUSTOMERS-OWING
               END-IF
           END-IF
           INITIALIZE CUST-AGING
           .

       525-APPLY-PAYMENTS-RTN.
           IF CA-PAID >= CA-BUCKET (WS-BUCKET-NO)
               SUBTRACT CA-BUCKET (WS-BUCKET-NO) FROM CA-PAID
               MOVE ZERO TO CA-BUCKET (WS-BUCKET-NO)
           ELSE
               SUBTRACT CA-PAID FROM CA-BUCKET (WS-BUCKET-NO)
               MOVE ZERO TO CA-PAID
           END-IF
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
