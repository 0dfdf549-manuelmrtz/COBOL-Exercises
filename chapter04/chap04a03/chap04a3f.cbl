       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A3F.

      *****************************************************************
      * PROGRAM NAME : Municipal Fee Remittance Report                 *
      * PROGRAM ID   : CHAP04A3F                                       *
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
      *   What each town is owed for a month - the franchise fee and   *
      *   utility tax billed on accounts inside its limits, and the    *
      *   part of it actually collected - the figures the towns audit  *
      *   the remittance against. Read off the municipal fee ledger:   *
      *     - fees billed are CHAP04A03's bills for the month, with    *
      *       CHAP04A3R's cancels taken back out and its rebills put   *
      *       in (against the month the corrected cycle billed),       *
      *     - fees collected are the cash CHAP04A3P and CHAP04A3H      *
      *       posted in the month, spread over what the account still  *
      *       owed in charges and fees at the time, so a payment in    *
      *       part pays the towns in the same part; a returned draft   *
      *       takes its share back out.                                *
      *   One section per municipality lists each account with fees    *
      *   billed or collected in the month, then the town's totals,    *
      *   its rates in effect at month end and the amount to remit.    *
      *   Grand totals across all towns close the report.              *
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
      *   | muni-fee-ledger.dat    | Fees billed, cancelled and    |  *
      *   |                        | rebilled, and cash posted     |  *
      *   |                        | (MUNIFEELDG)                  |  *
      *   | municipal-fees.dat     | Town names and rates          |  *
      *   |                        | (MUNIFEEFD)                   |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | muni-fee-remit.dat     | The month's remittance report |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | run-stats.log          | Shared shop-wide run stats    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - No fee ledger yet (status 35) prints an empty report      *
      *   - A PARM that is not a valid YYYYMM is ignored with a       *
      *     warning and the current month is reported                  *
      *   - Cash on an account that has never carried a town fee is   *
      *     passed over - none of it is owed to a town                 *
      *   - File status validated on OPEN via IOERRCHK                *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Report written                                          *
      *   16 - The report file could not be opened                     *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   PARM is the month to report as YYYYMM; with no PARM the      *
      *   current month is reported. The whole ledger is read every    *
      *   run, since what a payment collects for the towns depends on  *
      *   every fee billed and paid on the account before it. Only     *
      *   charges billed since town fees were first billed count       *
      *   toward what an account owes here, so cash against an older   *
      *   balance is spread as if it were against the newer bills.     *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MUNI-FEE-LEDGER
               ASSIGN TO 'data/muni-fee-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUNI-LEDGER-STATUS.

           SELECT F-REMIT-REPORT ASSIGN TO 'data/muni-fee-remit.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY MUNIFEESEL.
           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-MUNI-FEE-LEDGER.
           COPY MUNIFEELDG.

       FD  F-REMIT-REPORT.
       01  REPORT-LINE               PIC X(80).

           COPY MUNIFEEFD.
       COPY IOERRFD.
       COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-MUNI-LEDGER-STATUS     PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.
       COPY BANNERWS.
       COPY MUNIFEEWS.

       01  WS-EOF                    PIC X VALUE 'N'.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-PARM-TEXT              PIC X(20) VALUE SPACES.
       01  WS-REPORT-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-MONTH-END-DATE         PIC 9(8) VALUE ZERO.

       01  WS-ENTRIES-READ           PIC 9(7) VALUE ZERO.
       01  WS-ENTRIES-USED           PIC 9(7) VALUE ZERO.
       01  WS-LINES-WRITTEN          PIC 9(7) VALUE ZERO.

      *    EVERY ACCOUNT THAT HAS CARRIED A TOWN FEE: WHAT IT STILL
      *    OWES OF THE CHARGES AND FEES ON THE LEDGER, ITS LAST
      *    PAYMENT'S SHARE (FOR A RETURNED DRAFT TO TAKE BACK), AND
      *    ITS FIGURES FOR THE REPORT MONTH.
       01  FEE-ACCOUNT-TABLE.
           05  FA-ENTRY OCCURS 2000 TIMES
                   INDEXED BY FA-IDX.
               10  FA-ACCOUNT-NO     PIC X(5)  VALUE SPACES.
               10  FA-MUNICIPALITY   PIC X(4)  VALUE SPACES.
               10  FA-OPEN-CHARGES   PIC 9(7)V99 VALUE ZERO.
               10  FA-OPEN-FRANCHISE PIC 9(7)V99 VALUE ZERO.
               10  FA-OPEN-TAX       PIC 9(7)V99 VALUE ZERO.
               10  FA-LAST-CASH      PIC 9(7)V99 VALUE ZERO.
               10  FA-LAST-FRANCHISE PIC 9(7)V99 VALUE ZERO.
               10  FA-LAST-TAX       PIC 9(7)V99 VALUE ZERO.
               10  FA-LAST-CHARGES   PIC 9(7)V99 VALUE ZERO.
               10  FA-MO-CHARGES     PIC S9(7)V99 VALUE ZERO.
               10  FA-MO-FRAN-BILLED PIC S9(7)V99 VALUE ZERO.
               10  FA-MO-TAX-BILLED  PIC S9(7)V99 VALUE ZERO.
               10  FA-MO-FRAN-COLL   PIC S9(7)V99 VALUE ZERO.
               10  FA-MO-TAX-COLL    PIC S9(7)V99 VALUE ZERO.
       01  FA-COUNT                  PIC 9(4) VALUE ZERO.
       01  FA-MAX                    PIC 9(4) VALUE 2000.
       01  WS-FA-FOUND-SW            PIC X VALUE 'N'.
           88  FEE-ACCOUNT-FOUND     VALUE 'Y'.
       01  WS-FA-FULL-SW             PIC X VALUE 'N'.
           88  FEE-ACCOUNTS-FULL     VALUE 'Y'.

      *    ONE PAYMENT'S SPLIT.
       01  WS-OPEN-TOTAL             PIC 9(7)V99 VALUE ZERO.
       01  WS-FRANCHISE-PAID         PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-PAID               PIC 9(7)V99 VALUE ZERO.
       01  WS-CHARGES-PAID           PIC 9(7)V99 VALUE ZERO.
       01  WS-CASH-LEFT              PIC 9(7)V99 VALUE ZERO.

      *    THE TOWNS WITH ANYTHING TO REPORT, IN CODE ORDER; THE LAST
      *    SLOT PAST TOWN-COUNT IS THE WORK AREA FOR GRAND TOTALS.
       01  TOWN-TABLE.
           05  TWN-ENTRY OCCURS 201 TIMES
                   INDEXED BY TWN-IDX TWN-MOVE-IDX.
               10  TWN-MUNICIPALITY  PIC X(4)  VALUE SPACES.
               10  TWN-ACCOUNTS      PIC 9(5)  VALUE ZERO.
               10  TWN-CHARGES       PIC S9(9)V99 VALUE ZERO.
               10  TWN-FRAN-BILLED   PIC S9(9)V99 VALUE ZERO.
               10  TWN-TAX-BILLED    PIC S9(9)V99 VALUE ZERO.
               10  TWN-FRAN-COLL     PIC S9(9)V99 VALUE ZERO.
               10  TWN-TAX-COLL      PIC S9(9)V99 VALUE ZERO.
       01  TOWN-COUNT                PIC 9(3) VALUE ZERO.
       01  TOWN-MAX                  PIC 9(3) VALUE 200.
       01  WS-TWN-FOUND-SW           PIC X VALUE 'N'.
           88  TOWN-FOUND            VALUE 'Y'.
       01  WS-REMIT-AMOUNT           PIC S9(9)V99 VALUE ZERO.

       01  RPT-HEADING-1.
           05                        PIC X(14) VALUE SPACES.
           05                        PIC X(52) VALUE
               'MUNICIPAL FRANCHISE FEE AND UTILITY TAX REMITTANCE'.
       01  RPT-HEADING-2.
           05                        PIC X(14) VALUE SPACES.
           05                        PIC X(15) VALUE
               'REPORT MONTH:  '.
           05  RH-MONTH-OUT          PIC 9(6).
       01  RPT-HEADING-3.
           05                        PIC X(40) VALUE
               '                          FRANCHISE UTIL'.
           05                        PIC X(40) VALUE
               'ITY TAX   FRANCHISE UTILITY TAX         '.
       01  RPT-HEADING-4.
           05                        PIC X(40) VALUE
               'ACCOUNT         CHARGES      BILLED     '.
           05                        PIC X(40) VALUE
               ' BILLED   COLLECTED   COLLECTED         '.

       01  RPT-TOWN-LINE.
           05                        PIC X(14) VALUE
               'MUNICIPALITY: '.
           05  RT-MUNICIPALITY-OUT   PIC X(4).
           05                        PIC X(2) VALUE SPACES.
           05  RT-MUNI-NAME-OUT      PIC X(20).
       01  RPT-RATE-LINE.
           05                        PIC X(2) VALUE SPACES.
           05                        PIC X(24) VALUE
               'RATES AT MONTH END:  FR '.
           05  RR-FRANCHISE-PCT-OUT  PIC Z9.999.
           05                        PIC X(9) VALUE '%   TAX '.
           05  RR-TAX-PCT-OUT        PIC Z9.999.
           05                        PIC X(1) VALUE '%'.

       01  RPT-DETAIL-LINE.
           05  RD-LABEL-OUT          PIC X(10).
           05                        PIC X(1) VALUE SPACES.
           05  RD-CHARGES-OUT        PIC -,---,--9.99.
           05                        PIC X(2) VALUE SPACES.
           05  RD-FRAN-BILLED-OUT    PIC ---,--9.99.
           05                        PIC X(2) VALUE SPACES.
           05  RD-TAX-BILLED-OUT     PIC ---,--9.99.
           05                        PIC X(2) VALUE SPACES.
           05  RD-FRAN-COLL-OUT      PIC ---,--9.99.
           05                        PIC X(2) VALUE SPACES.
           05  RD-TAX-COLL-OUT       PIC ---,--9.99.

       01  RPT-REMIT-LINE.
           05                        PIC X(2) VALUE SPACES.
           05  RM-LABEL-OUT          PIC X(30).
           05  RM-ACCOUNTS-OUT       PIC ZZ,ZZ9.
           05                        PIC X(4) VALUE SPACES.
           05                        PIC X(13) VALUE
               'TO REMIT:    '.
           05  RM-REMIT-OUT          PIC --,---,--9.99.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04A3F' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 180-GET-REPORT-MONTH-RTN
           PERFORM 200-OPEN-FILES
           PERFORM 960-LOAD-MUNI-FEES-RTN

           OPEN INPUT F-MUNI-FEE-LEDGER
           IF WS-MUNI-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-MUNI-FEE-LEDGER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM 300-POST-ENTRY-RTN
                   END-READ
               END-PERFORM
               CLOSE F-MUNI-FEE-LEDGER
           ELSE
               DISPLAY 'CHAP04A3F: No municipal fee ledger on file - '
                       'no town fees billed yet'
           END-IF

           PERFORM 500-WRITE-REPORT-RTN
           DISPLAY 'CHAP04A3F: MONTH ' WS-REPORT-MONTH
                   '  LEDGER ENTRIES: ' WS-ENTRIES-USED
                   '  MUNICIPALITIES: ' TOWN-COUNT

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-ENTRIES-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-LINES-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==ZERO==
               ==:FINAL-STATUS:==     BY =='OK'==.

           PERFORM 400-CLOSE-FILES
           STOP RUN
           .

      *****************************************************************
      *    180-GET-REPORT-MONTH-RTN - PARM IS THE MONTH TO REPORT AS   *
      *    YYYYMM. NO PARM, OR ONE THAT IS NOT A MONTH, REPORTS THE    *
      *    CURRENT MONTH. THE RATES SHOWN ARE THOSE IN EFFECT ON THE   *
      *    LAST DAY OF IT.                                             *
      *****************************************************************
       180-GET-REPORT-MONTH-RTN.
           MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-TEXT NOT = SPACES
               IF WS-PARM-TEXT (1:6) IS NUMERIC
                  AND WS-PARM-TEXT (5:2) >= '01'
                  AND WS-PARM-TEXT (5:2) <= '12'
                   MOVE WS-PARM-TEXT (1:6) TO WS-REPORT-MONTH
               ELSE
                   DISPLAY 'WARNING: Report month "'
                           WS-PARM-TEXT (1:6)
                           '" is not YYYYMM - reporting '
                           WS-REPORT-MONTH
               END-IF
           END-IF
           COMPUTE WS-MONTH-END-DATE = WS-REPORT-MONTH * 100 + 31
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

           OPEN OUTPUT F-REMIT-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open MUNI-FEE-REMIT file. '
                       'Status: ' WS-REPORT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='MUNI-REMIT'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-REPORT-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      *    300-POST-ENTRY-RTN - EVERY ENTRY MOVES WHAT THE ACCOUNT     *
      *    OWES; ONLY THOSE FOR THE REPORT MONTH COUNT ON THE REPORT.  *
      *    A CANCEL TAKES ITS FIGURES BACK OUT, A BILL OR REBILL PUTS  *
      *    THEM IN. CASH IS SPLIT BY 330, A RETURN TAKEN BACK BY 340.  *
      *****************************************************************
       300-POST-ENTRY-RTN.
           PERFORM 310-FIND-ACCOUNT-RTN
           IF FEE-ACCOUNT-FOUND
               IF FL-MONTH = WS-REPORT-MONTH
                   ADD 1 TO WS-ENTRIES-USED
               END-IF
               EVALUATE TRUE
                   WHEN FL-IS-BILLED OR FL-IS-REBILL
                       PERFORM 320-BILL-FEES-RTN
                   WHEN FL-IS-CANCEL
                       PERFORM 325-CANCEL-FEES-RTN
                   WHEN FL-IS-PAYMENT
                       PERFORM 330-COLLECT-FEES-RTN
                   WHEN FL-IS-REVERSAL
                       PERFORM 340-REVERSE-FEES-RTN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      *    A BILLED ENTRY STARTS AN ACCOUNT'S ROW; CASH OR A CANCEL
      *    ON AN ACCOUNT WITH NO FEES BILLED HAS NOTHING TO DO HERE.
       310-FIND-ACCOUNT-RTN.
           MOVE 'N' TO WS-FA-FOUND-SW
           SET FA-IDX TO 1
           SEARCH FA-ENTRY
               AT END
                   CONTINUE
               WHEN FA-IDX > FA-COUNT
                   CONTINUE
               WHEN FA-ACCOUNT-NO (FA-IDX) = FL-ACCOUNT-NO
                   MOVE 'Y' TO WS-FA-FOUND-SW
           END-SEARCH
           IF NOT FEE-ACCOUNT-FOUND
              AND (FL-IS-BILLED OR FL-IS-REBILL)
               IF FA-COUNT < FA-MAX
                   ADD 1 TO FA-COUNT
                   SET FA-IDX TO FA-COUNT
                   MOVE FL-ACCOUNT-NO TO FA-ACCOUNT-NO (FA-IDX)
                   MOVE 'Y' TO WS-FA-FOUND-SW
               ELSE
                   IF NOT FEE-ACCOUNTS-FULL
                       DISPLAY 'WARNING: More than ' FA-MAX
                               ' accounts with town fees - '
                               FL-ACCOUNT-NO
                               ' and later ones are left off'
                       MOVE 'Y' TO WS-FA-FULL-SW
                   END-IF
               END-IF
           END-IF
           .

       320-BILL-FEES-RTN.
           MOVE FL-MUNICIPALITY TO FA-MUNICIPALITY (FA-IDX)
           ADD FL-CHARGES TO FA-OPEN-CHARGES (FA-IDX)
           ADD FL-FRANCHISE-FEE TO FA-OPEN-FRANCHISE (FA-IDX)
           ADD FL-UTILITY-TAX TO FA-OPEN-TAX (FA-IDX)
           IF FL-MONTH = WS-REPORT-MONTH
               ADD FL-CHARGES TO FA-MO-CHARGES (FA-IDX)
               ADD FL-FRANCHISE-FEE TO FA-MO-FRAN-BILLED (FA-IDX)
               ADD FL-UTILITY-TAX TO FA-MO-TAX-BILLED (FA-IDX)
           END-IF
           .

      *    WHAT IS STILL OPEN CANNOT GO BELOW ZERO - A CANCEL OF A
      *    BILL ALREADY PAID LEAVES NOTHING OWED.
       325-CANCEL-FEES-RTN.
           IF FL-CHARGES < FA-OPEN-CHARGES (FA-IDX)
               SUBTRACT FL-CHARGES FROM FA-OPEN-CHARGES (FA-IDX)
           ELSE
               MOVE ZERO TO FA-OPEN-CHARGES (FA-IDX)
           END-IF
           IF FL-FRANCHISE-FEE < FA-OPEN-FRANCHISE (FA-IDX)
               SUBTRACT FL-FRANCHISE-FEE
                   FROM FA-OPEN-FRANCHISE (FA-IDX)
           ELSE
               MOVE ZERO TO FA-OPEN-FRANCHISE (FA-IDX)
           END-IF
           IF FL-UTILITY-TAX < FA-OPEN-TAX (FA-IDX)
               SUBTRACT FL-UTILITY-TAX FROM FA-OPEN-TAX (FA-IDX)
           ELSE
               MOVE ZERO TO FA-OPEN-TAX (FA-IDX)
           END-IF
           IF FL-MONTH = WS-REPORT-MONTH
               SUBTRACT FL-CHARGES FROM FA-MO-CHARGES (FA-IDX)
               SUBTRACT FL-FRANCHISE-FEE
                   FROM FA-MO-FRAN-BILLED (FA-IDX)
               SUBTRACT FL-UTILITY-TAX FROM FA-MO-TAX-BILLED (FA-IDX)
           END-IF
           .

      *****************************************************************
      *    330-COLLECT-FEES-RTN - CASH PAYS CHARGES AND FEES IN THE    *
      *    PROPORTION THEY ARE STILL OWED. CASH THAT COVERS ALL OF IT  *
      *    CLEARS THE FEES IN FULL; ANY PART OF A CENT IS ROUNDED.     *
      *****************************************************************
       330-COLLECT-FEES-RTN.
           ADD FA-OPEN-CHARGES (FA-IDX) FA-OPEN-FRANCHISE (FA-IDX)
               FA-OPEN-TAX (FA-IDX) GIVING WS-OPEN-TOTAL
           MOVE ZERO TO WS-FRANCHISE-PAID WS-TAX-PAID WS-CHARGES-PAID
           IF WS-OPEN-TOTAL > ZERO
               IF FL-CASH-AMT NOT < WS-OPEN-TOTAL
                   MOVE FA-OPEN-FRANCHISE (FA-IDX) TO WS-FRANCHISE-PAID
                   MOVE FA-OPEN-TAX (FA-IDX) TO WS-TAX-PAID
                   MOVE FA-OPEN-CHARGES (FA-IDX) TO WS-CHARGES-PAID
               ELSE
                   COMPUTE WS-FRANCHISE-PAID ROUNDED =
                       FL-CASH-AMT * FA-OPEN-FRANCHISE (FA-IDX)
                       / WS-OPEN-TOTAL
                   COMPUTE WS-TAX-PAID ROUNDED =
                       FL-CASH-AMT * FA-OPEN-TAX (FA-IDX)
                       / WS-OPEN-TOTAL
                   COMPUTE WS-CASH-LEFT =
                       FL-CASH-AMT - WS-FRANCHISE-PAID - WS-TAX-PAID
                   IF WS-CASH-LEFT < FA-OPEN-CHARGES (FA-IDX)
                       MOVE WS-CASH-LEFT TO WS-CHARGES-PAID
                   ELSE
                       MOVE FA-OPEN-CHARGES (FA-IDX) TO WS-CHARGES-PAID
                   END-IF
               END-IF
               SUBTRACT WS-FRANCHISE-PAID
                   FROM FA-OPEN-FRANCHISE (FA-IDX)
               SUBTRACT WS-TAX-PAID FROM FA-OPEN-TAX (FA-IDX)
               SUBTRACT WS-CHARGES-PAID FROM FA-OPEN-CHARGES (FA-IDX)
           END-IF
           MOVE FL-CASH-AMT TO FA-LAST-CASH (FA-IDX)
           MOVE WS-FRANCHISE-PAID TO FA-LAST-FRANCHISE (FA-IDX)
           MOVE WS-TAX-PAID TO FA-LAST-TAX (FA-IDX)
           MOVE WS-CHARGES-PAID TO FA-LAST-CHARGES (FA-IDX)
           IF FL-MONTH = WS-REPORT-MONTH
               ADD WS-FRANCHISE-PAID TO FA-MO-FRAN-COLL (FA-IDX)
               ADD WS-TAX-PAID TO FA-MO-TAX-COLL (FA-IDX)
           END-IF
           .

      *****************************************************************
      *    340-REVERSE-FEES-RTN - A RETURNED DRAFT PUTS BACK WHAT THE  *
      *    ACCOUNT'S LAST PAYMENT TOOK OFF, IN PROPORTION TO HOW MUCH  *
      *    OF IT CAME BACK. THE TOWNS' SHARE COMES OFF THE MONTH THE   *
      *    RETURN POSTED IN.                                           *
      *****************************************************************
       340-REVERSE-FEES-RTN.
           MOVE ZERO TO WS-FRANCHISE-PAID WS-TAX-PAID WS-CHARGES-PAID
           IF FA-LAST-CASH (FA-IDX) > ZERO
               IF FL-CASH-AMT NOT < FA-LAST-CASH (FA-IDX)
                   MOVE FA-LAST-FRANCHISE (FA-IDX) TO WS-FRANCHISE-PAID
                   MOVE FA-LAST-TAX (FA-IDX) TO WS-TAX-PAID
                   MOVE FA-LAST-CHARGES (FA-IDX) TO WS-CHARGES-PAID
               ELSE
                   COMPUTE WS-FRANCHISE-PAID ROUNDED =
                       FA-LAST-FRANCHISE (FA-IDX) * FL-CASH-AMT
                       / FA-LAST-CASH (FA-IDX)
                   COMPUTE WS-TAX-PAID ROUNDED =
                       FA-LAST-TAX (FA-IDX) * FL-CASH-AMT
                       / FA-LAST-CASH (FA-IDX)
                   COMPUTE WS-CHARGES-PAID ROUNDED =
                       FA-LAST-CHARGES (FA-IDX) * FL-CASH-AMT
                       / FA-LAST-CASH (FA-IDX)
               END-IF
               ADD WS-FRANCHISE-PAID TO FA-OPEN-FRANCHISE (FA-IDX)
               ADD WS-TAX-PAID TO FA-OPEN-TAX (FA-IDX)
               ADD WS-CHARGES-PAID TO FA-OPEN-CHARGES (FA-IDX)
               SUBTRACT WS-FRANCHISE-PAID
                   FROM FA-LAST-FRANCHISE (FA-IDX)
               SUBTRACT WS-TAX-PAID FROM FA-LAST-TAX (FA-IDX)
               SUBTRACT WS-CHARGES-PAID FROM FA-LAST-CHARGES (FA-IDX)
               IF FL-CASH-AMT NOT < FA-LAST-CASH (FA-IDX)
                   MOVE ZERO TO FA-LAST-CASH (FA-IDX)
               ELSE
                   SUBTRACT FL-CASH-AMT FROM FA-LAST-CASH (FA-IDX)
               END-IF
               IF FL-MONTH = WS-REPORT-MONTH
                   SUBTRACT WS-FRANCHISE-PAID
                       FROM FA-MO-FRAN-COLL (FA-IDX)
                   SUBTRACT WS-TAX-PAID FROM FA-MO-TAX-COLL (FA-IDX)
               END-IF
           END-IF
           .

      *****************************************************************
      *    500-WRITE-REPORT-RTN - HEADINGS, ONE SECTION PER TOWN WITH  *
      *    ANYTHING BILLED OR COLLECTED IN THE MONTH, THEN THE GRAND   *
      *    TOTALS (SUMMED INTO THE SPARE SLOT PAST THE LAST TOWN).     *
      *****************************************************************
       500-WRITE-REPORT-RTN.
           PERFORM 505-TOTAL-ONE-ACCOUNT-RTN
               VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > FA-COUNT

           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04A3F'==
               ==:FILE-RECORD:== BY ==REPORT-LINE==.
           WRITE REPORT-LINE FROM RPT-HEADING-1
           MOVE WS-REPORT-MONTH TO RH-MONTH-OUT
           WRITE REPORT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-HEADING-3
           WRITE REPORT-LINE FROM RPT-HEADING-4
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 6 TO WS-LINES-WRITTEN

           PERFORM 510-WRITE-TOWN-RTN
               VARYING TWN-IDX FROM 1 BY 1
               UNTIL TWN-IDX > TOWN-COUNT

           SET TWN-MOVE-IDX TO TOWN-COUNT
           SET TWN-MOVE-IDX UP BY 1
           INITIALIZE TWN-ENTRY (TWN-MOVE-IDX)
           PERFORM 520-ADD-TO-TOTAL-RTN
               VARYING TWN-IDX FROM 1 BY 1
               UNTIL TWN-IDX > TOWN-COUNT
           SET TWN-IDX TO TWN-MOVE-IDX
           MOVE 'ALL TOWNS' TO RD-LABEL-OUT
           PERFORM 530-WRITE-TOTALS-RTN
           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04A3F'==
               ==:FILE-RECORD:==  BY ==REPORT-LINE==
               ==:RECORD-COUNT:== BY ==WS-LINES-WRITTEN==.
           .

      *    AN ACCOUNT WITH NOTHING BILLED OR COLLECTED IN THE MONTH
      *    IS LEFT OFF; THE REST ARE ADDED INTO THEIR TOWN.
       505-TOTAL-ONE-ACCOUNT-RTN.
           IF FA-MO-CHARGES (FA-IDX) NOT = ZERO
              OR FA-MO-FRAN-BILLED (FA-IDX) NOT = ZERO
              OR FA-MO-TAX-BILLED (FA-IDX) NOT = ZERO
              OR FA-MO-FRAN-COLL (FA-IDX) NOT = ZERO
              OR FA-MO-TAX-COLL (FA-IDX) NOT = ZERO
               PERFORM 507-FIND-TOWN-RTN
               IF TOWN-FOUND
                   ADD 1 TO TWN-ACCOUNTS (TWN-IDX)
                   ADD FA-MO-CHARGES (FA-IDX) TO TWN-CHARGES (TWN-IDX)
                   ADD FA-MO-FRAN-BILLED (FA-IDX)
                       TO TWN-FRAN-BILLED (TWN-IDX)
                   ADD FA-MO-TAX-BILLED (FA-IDX)
                       TO TWN-TAX-BILLED (TWN-IDX)
                   ADD FA-MO-FRAN-COLL (FA-IDX)
                       TO TWN-FRAN-COLL (TWN-IDX)
                   ADD FA-MO-TAX-COLL (FA-IDX)
                       TO TWN-TAX-COLL (TWN-IDX)
               END-IF
           END-IF
           .

      *    THE TOWNS STAY IN CODE ORDER: A NEW ONE IS SLOTTED IN AHEAD
      *    OF THE FIRST HIGHER CODE, WITH THE REST MOVED DOWN A PLACE.
       507-FIND-TOWN-RTN.
           MOVE 'N' TO WS-TWN-FOUND-SW
           PERFORM VARYING TWN-IDX FROM 1 BY 1
                   UNTIL TWN-IDX > TOWN-COUNT
                      OR TWN-MUNICIPALITY (TWN-IDX)
                         >= FA-MUNICIPALITY (FA-IDX)
               CONTINUE
           END-PERFORM
           IF TWN-IDX <= TOWN-COUNT
               IF TWN-MUNICIPALITY (TWN-IDX) = FA-MUNICIPALITY (FA-IDX)
                   MOVE 'Y' TO WS-TWN-FOUND-SW
               END-IF
           END-IF
           IF NOT TOWN-FOUND AND TOWN-COUNT < TOWN-MAX
               PERFORM VARYING TWN-MOVE-IDX FROM TOWN-COUNT BY -1
                       UNTIL TWN-MOVE-IDX < TWN-IDX
                   MOVE TWN-ENTRY (TWN-MOVE-IDX)
                       TO TWN-ENTRY (TWN-MOVE-IDX + 1)
               END-PERFORM
               ADD 1 TO TOWN-COUNT
               INITIALIZE TWN-ENTRY (TWN-IDX)
               MOVE FA-MUNICIPALITY (FA-IDX)
                   TO TWN-MUNICIPALITY (TWN-IDX)
               MOVE 'Y' TO WS-TWN-FOUND-SW
           END-IF
           .

      *****************************************************************
      *    510-WRITE-TOWN-RTN - THE TOWN'S NAME AND RATES, ONE LINE    *
      *    PER ACCOUNT IN IT, AND THE TOWN'S TOTALS AND REMITTANCE.    *
      *****************************************************************
       510-WRITE-TOWN-RTN.
           MOVE TWN-MUNICIPALITY (TWN-IDX) TO WS-FEE-MUNICIPALITY
           MOVE WS-MONTH-END-DATE TO WS-FEE-BILL-DATE
           MOVE ZERO TO WS-FEE-ELEC-CHARGE WS-FEE-GAS-CHARGE
           PERFORM 970-COMPUTE-MUNI-FEES-RTN
           MOVE TWN-MUNICIPALITY (TWN-IDX) TO RT-MUNICIPALITY-OUT
           IF WS-FEE-MUNI-NAME = SPACES
               MOVE '(NOT ON FEE TABLE)' TO RT-MUNI-NAME-OUT
           ELSE
               MOVE WS-FEE-MUNI-NAME TO RT-MUNI-NAME-OUT
           END-IF
           WRITE REPORT-LINE FROM RPT-TOWN-LINE
           MOVE WS-FRANCHISE-PCT TO RR-FRANCHISE-PCT-OUT
           MOVE WS-UTILITY-TAX-PCT TO RR-TAX-PCT-OUT
           WRITE REPORT-LINE FROM RPT-RATE-LINE
           ADD 2 TO WS-LINES-WRITTEN

           PERFORM 515-WRITE-ACCOUNT-RTN
               VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > FA-COUNT

           MOVE 'TOWN TOTAL' TO RD-LABEL-OUT
           PERFORM 530-WRITE-TOTALS-RTN
           .

       515-WRITE-ACCOUNT-RTN.
           IF FA-MUNICIPALITY (FA-IDX) = TWN-MUNICIPALITY (TWN-IDX)
              AND (FA-MO-CHARGES (FA-IDX) NOT = ZERO
                   OR FA-MO-FRAN-BILLED (FA-IDX) NOT = ZERO
                   OR FA-MO-TAX-BILLED (FA-IDX) NOT = ZERO
                   OR FA-MO-FRAN-COLL (FA-IDX) NOT = ZERO
                   OR FA-MO-TAX-COLL (FA-IDX) NOT = ZERO)
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE FA-ACCOUNT-NO (FA-IDX) TO RD-LABEL-OUT
               MOVE FA-MO-CHARGES (FA-IDX) TO RD-CHARGES-OUT
               MOVE FA-MO-FRAN-BILLED (FA-IDX) TO RD-FRAN-BILLED-OUT
               MOVE FA-MO-TAX-BILLED (FA-IDX) TO RD-TAX-BILLED-OUT
               MOVE FA-MO-FRAN-COLL (FA-IDX) TO RD-FRAN-COLL-OUT
               MOVE FA-MO-TAX-COLL (FA-IDX) TO RD-TAX-COLL-OUT
               WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .

       520-ADD-TO-TOTAL-RTN.
           ADD TWN-ACCOUNTS (TWN-IDX) TO TWN-ACCOUNTS (TWN-MOVE-IDX)
           ADD TWN-CHARGES (TWN-IDX) TO TWN-CHARGES (TWN-MOVE-IDX)
           ADD TWN-FRAN-BILLED (TWN-IDX)
               TO TWN-FRAN-BILLED (TWN-MOVE-IDX)
           ADD TWN-TAX-BILLED (TWN-IDX)
               TO TWN-TAX-BILLED (TWN-MOVE-IDX)
           ADD TWN-FRAN-COLL (TWN-IDX) TO TWN-FRAN-COLL (TWN-MOVE-IDX)
           ADD TWN-TAX-COLL (TWN-IDX) TO TWN-TAX-COLL (TWN-MOVE-IDX)
           .

      *    RD-LABEL-OUT IS SET BY THE CALLER. WHAT IS REMITTED IS
      *    WHAT WAS COLLECTED, NOT WHAT WAS BILLED.
       530-WRITE-TOTALS-RTN.
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TWN-CHARGES (TWN-IDX) TO RD-CHARGES-OUT
           MOVE TWN-FRAN-BILLED (TWN-IDX) TO RD-FRAN-BILLED-OUT
           MOVE TWN-TAX-BILLED (TWN-IDX) TO RD-TAX-BILLED-OUT
           MOVE TWN-FRAN-COLL (TWN-IDX) TO RD-FRAN-COLL-OUT
           MOVE TWN-TAX-COLL (TWN-IDX) TO RD-TAX-COLL-OUT
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           ADD TWN-FRAN-COLL (TWN-IDX) TWN-TAX-COLL (TWN-IDX)
               GIVING WS-REMIT-AMOUNT
           MOVE 'ACCOUNTS BILLED OR COLLECTED:' TO RM-LABEL-OUT
           MOVE TWN-ACCOUNTS (TWN-IDX) TO RM-ACCOUNTS-OUT
           MOVE WS-REMIT-AMOUNT TO RM-REMIT-OUT
           WRITE REPORT-LINE FROM RPT-REMIT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 4 TO WS-LINES-WRITTEN
           .

       400-CLOSE-FILES.
           CLOSE F-REMIT-REPORT
           CLOSE ERROR-LOG-FILE
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
       COPY MUNIFEEPARA.
