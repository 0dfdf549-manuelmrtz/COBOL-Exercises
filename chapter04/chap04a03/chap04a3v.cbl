       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A3V.

      *****************************************************************
      * PROGRAM NAME : Monthly Revenue and Usage Report                *
      * PROGRAM ID   : CHAP04A3V                                       *
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
      *   What the utility billed in a month, across every cycle that  *
      *   billed in it, by territory and rate class - the basis of the *
      *   monthly filing to the utility commission. Read off the       *
      *   revenue ledger CHAP04A03 appends as each cycle bills (the    *
      *   bill files themselves start over every cycle night), with    *
      *   CHAP04A3R's cancels taken back out and its rebills put in.   *
      *   For each territory and class it shows:                       *
      *     - customers billed, kWh and therms billed, and electric    *
      *       and gas revenue,                                         *
      *     - the part of that billed on estimated reads,              *
      *     - the part prorated across the summer/winter tariff        *
      *       change,                                                  *
      *     - the same customers' kWh and therms in the same month     *
      *       last year off account-history.dat, and the change.       *
      *   Grand totals and the cycles that billed close the report.    *
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
      *   | revenue-ledger.dat     | Billed, cancelled and rebilled|  *
      *   |                        | entries (REVLEDGER)           |  *
      *   | account-history.dat    | Trailing usage (ACCTHISTREC)  |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | revenue-report.dat     | The month's report            |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | run-stats.log          | Shared shop-wide run stats    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - No revenue ledger yet (status 35) prints an empty report   *
      *   - A PARM that is not a valid YYYYMM is ignored with a        *
      *     warning and the current month is reported                  *
      *   - An account missing from account-history shows zero usage   *
      *     last year                                                  *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Report written                                          *
      *   16 - The report file could not be opened                     *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   PARM is the billed month to report as YYYYMM; with no PARM   *
      *   the current month is reported. Run at month end, after the   *
      *   last cycle has billed and before CHAP04A03 month-close. Last *
      *   year's figures are entry 12 of each account's usage history, *
      *   the same month a year back as CHAP04A03's estimates use, and *
      *   so are right for the month now open. History carries usage   *
      *   only, so revenue has no last-year comparison.                *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REVENUE-LEDGER ASSIGN TO 'data/revenue-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-LEDGER-STATUS.

           SELECT F-ACCOUNT-HISTORY ASSIGN TO 'data/account-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT F-REVENUE-REPORT ASSIGN TO 'data/revenue-report.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-REVENUE-LEDGER.
           COPY REVLEDGER.

       FD  F-ACCOUNT-HISTORY.
           COPY ACCTHISTREC.

       FD  F-REVENUE-REPORT.
       01  REPORT-LINE               PIC X(80).

       COPY IOERRFD.
       COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-REV-LEDGER-STATUS      PIC XX.
       01  WS-HISTORY-STATUS         PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.
       COPY BANNERWS.

       01  WS-EOF                    PIC X VALUE 'N'.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-PARM-TEXT              PIC X(20) VALUE SPACES.
       01  WS-REPORT-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-REPORT-MONTH-SPLIT REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY        PIC 9(4).
           05  WS-REPORT-MM          PIC 99.

       01  WS-ENTRIES-READ           PIC 9(7) VALUE ZERO.
       01  WS-ENTRIES-USED           PIC 9(7) VALUE ZERO.
       01  WS-LINES-WRITTEN          PIC 9(7) VALUE ZERO.

      *    A CANCEL TAKES ITS FIGURES BACK OUT OF THE BUCKET IT WAS
      *    BILLED INTO; A BILLED OR REBILLED ENTRY ADDS THEM IN.
       01  WS-SIGN                   PIC S9 VALUE +1.

      *    THE SAME MONTH LAST YEAR, PER ACCOUNT, OFF ENTRY 12 OF THE
      *    MOST-RECENT-FIRST USAGE HISTORY.
       01  LAST-YEAR-TABLE.
           05  LY-ENTRY OCCURS 500 TIMES
                   INDEXED BY LY-IDX.
               10  LY-ACCOUNT-NO     PIC X(5)  VALUE SPACES.
               10  LY-KWH            PIC 9(5)  VALUE ZERO.
               10  LY-THERMS         PIC 9(5)  VALUE ZERO.
       01  LY-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-LY-KWH                 PIC 9(5) VALUE ZERO.
       01  WS-LY-THERMS              PIC 9(5) VALUE ZERO.

      *    ONE BUCKET PER TERRITORY AND RATE CLASS, KEPT IN KEY ORDER
      *    AS THEY ARE ADDED SO THE REPORT PRINTS SORTED. THE LAST
      *    SLOT PAST BKT-COUNT IS THE WORK AREA FOR GRAND TOTALS.
       01  BUCKET-TABLE.
           05  BKT-ENTRY OCCURS 101 TIMES
                   INDEXED BY BKT-IDX BKT-MOVE-IDX.
               10  BKT-KEY.
                   15  BKT-TERRITORY PIC X(2)  VALUE SPACES.
                   15  BKT-CLASS     PIC X     VALUE SPACE.
               10  BKT-CUSTOMERS     PIC S9(5) VALUE ZERO.
               10  BKT-KWH           PIC S9(9) VALUE ZERO.
               10  BKT-THERMS        PIC S9(9) VALUE ZERO.
               10  BKT-ELEC-REV      PIC S9(7)V99 VALUE ZERO.
               10  BKT-GAS-REV       PIC S9(7)V99 VALUE ZERO.
               10  BKT-EST-BILLS     PIC S9(5) VALUE ZERO.
               10  BKT-EST-KWH       PIC S9(9) VALUE ZERO.
               10  BKT-EST-THERMS    PIC S9(9) VALUE ZERO.
               10  BKT-EST-ELEC-REV  PIC S9(7)V99 VALUE ZERO.
               10  BKT-EST-GAS-REV   PIC S9(7)V99 VALUE ZERO.
               10  BKT-PRO-BILLS     PIC S9(5) VALUE ZERO.
               10  BKT-PRO-KWH       PIC S9(9) VALUE ZERO.
               10  BKT-PRO-THERMS    PIC S9(9) VALUE ZERO.
               10  BKT-PRO-ELEC-REV  PIC S9(7)V99 VALUE ZERO.
               10  BKT-PRO-GAS-REV   PIC S9(7)V99 VALUE ZERO.
               10  BKT-LY-KWH        PIC S9(9) VALUE ZERO.
               10  BKT-LY-THERMS     PIC S9(9) VALUE ZERO.
       01  BKT-COUNT                 PIC 9(3) VALUE ZERO.
       01  BKT-MAX                   PIC 9(3) VALUE 100.
       01  WS-BKT-FOUND-SW           PIC X VALUE 'N'.
           88  BUCKET-FOUND          VALUE 'Y'.
       01  WS-BKT-FULL-SW            PIC X VALUE 'N'.
           88  BUCKETS-FULL          VALUE 'Y'.
       01  WS-NEW-KEY.
           05  WS-NEW-TERRITORY      PIC X(2).
           05  WS-NEW-CLASS          PIC X.
       01  WS-ESTIMATED-SW           PIC X VALUE 'N'.
           88  BILL-WAS-ESTIMATED    VALUE 'Y'.

      *    WHICH CYCLES BILLED IN THE MONTH - BILLED ENTRIES ONLY.
       01  CYCLE-SEEN-TABLE.
           05  CYCLE-SEEN-SW OCCURS 20 TIMES
                   INDEXED BY CYC-IDX PIC X VALUE 'N'.
       01  WS-CYCLES-BILLED          PIC 9(2) VALUE ZERO.
       01  WS-CYCLE-NO               PIC 99 VALUE ZERO.
       01  WS-CYCLE-LIST             PIC X(60) VALUE SPACES.
       01  WS-CYCLE-PTR              PIC 9(3) VALUE 1.

       01  WS-PCT-CHANGE             PIC S9(5)V9 VALUE ZERO.

       01  RPT-HEADING-1.
           05                        PIC X(17) VALUE SPACES.
           05                        PIC X(46) VALUE
               'MONTHLY REVENUE AND USAGE BY TERRITORY / CLASS'.
       01  RPT-HEADING-2.
           05                        PIC X(17) VALUE SPACES.
           05                        PIC X(14) VALUE
               'BILLED MONTH: '.
           05  RH-MONTH-OUT          PIC 9(6).
       01  RPT-HEADING-3.
           05                        PIC X(40) VALUE
               'TR  C  LINE        CUSTS         KWH    '.
           05                        PIC X(40) VALUE
               '   THERMS      ELEC REV       GAS REV   '.

       01  RPT-DETAIL-LINE.
           05  RD-TERRITORY-OUT      PIC X(2).
           05                        PIC X(2).
           05  RD-CLASS-OUT          PIC X.
           05                        PIC X(2).
           05  RD-LABEL-OUT          PIC X(10).
           05                        PIC X(1).
           05  RD-CUSTOMERS-OUT      PIC --,--9.
           05                        PIC X(2).
           05  RD-KWH-OUT            PIC --,---,--9.
           05                        PIC X(2).
           05  RD-THERMS-OUT         PIC --,---,--9.
           05                        PIC X(2).
           05  RD-ELEC-REV-OUT       PIC -,---,--9.99.
           05                        PIC X(2).
           05  RD-GAS-REV-OUT        PIC -,---,--9.99.

      *    LAST YEAR'S USAGE UNDER THE KWH AND THERMS COLUMNS, WITH
      *    THE CHANGE TO THIS YEAR UNDER THE REVENUE COLUMNS.
       01  RPT-CHANGE-LINE.
           05                        PIC X(7).
           05  RC-LABEL-OUT          PIC X(10).
           05                        PIC X(9).
           05  RC-LY-KWH-OUT         PIC --,---,--9.
           05                        PIC X(2).
           05  RC-LY-THERMS-OUT      PIC --,---,--9.
           05                        PIC X(2).
           05  RC-KWH-LABEL-OUT      PIC X(4).
           05  RC-KWH-PCT-OUT        PIC X(8).
           05                        PIC X(2).
           05  RC-THERM-LABEL-OUT    PIC X(4).
           05  RC-THERM-PCT-OUT      PIC X(8).
       01  WS-PCT-EDIT               PIC ----9.9.
       01  WS-PCT-TEXT               PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04A3V' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 180-GET-REPORT-MONTH-RTN
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-LAST-YEAR-RTN

           OPEN INPUT F-REVENUE-LEDGER
           IF WS-REV-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-REVENUE-LEDGER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           IF RL-BILLED-MONTH = WS-REPORT-MONTH
                               ADD 1 TO WS-ENTRIES-USED
                               PERFORM 300-POST-ENTRY-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-REVENUE-LEDGER
           ELSE
               DISPLAY 'CHAP04A3V: No revenue ledger on file - '
                       'nothing has billed yet'
           END-IF

           PERFORM 500-WRITE-REPORT-RTN
           DISPLAY 'CHAP04A3V: MONTH ' WS-REPORT-MONTH
                   '  LEDGER ENTRIES: ' WS-ENTRIES-USED
                   '  TERRITORY/CLASS LINES: ' BKT-COUNT

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-ENTRIES-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-LINES-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==ZERO==
               ==:FINAL-STATUS:==     BY =='OK'==.

           PERFORM 400-CLOSE-FILES
           STOP RUN
           .

      *****************************************************************
      *    180-GET-REPORT-MONTH-RTN - PARM IS THE BILLED MONTH TO      *
      *    REPORT AS YYYYMM. NO PARM, OR ONE THAT IS NOT A MONTH,      *
      *    REPORTS THE CURRENT MONTH.                                  *
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

           OPEN OUTPUT F-REVENUE-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open REVENUE-REPORT file. '
                       'Status: ' WS-REPORT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='REV-REPORT'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-REPORT-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       210-LOAD-LAST-YEAR-RTN.
           OPEN INPUT F-ACCOUNT-HISTORY
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ACCOUNT-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LY-COUNT < 500
                               ADD 1 TO LY-COUNT
                               SET LY-IDX TO LY-COUNT
                               MOVE HIST-ACCOUNT-NO
                                   TO LY-ACCOUNT-NO (LY-IDX)
                               MOVE HIST-MONTH-KWH (12)
                                   TO LY-KWH (LY-IDX)
                               MOVE HIST-MONTH-THERMS (12)
                                   TO LY-THERMS (LY-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ACCOUNT-HISTORY
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *****************************************************************
      *    300-POST-ENTRY-RTN - ADDS ONE LEDGER ENTRY INTO ITS         *
      *    TERRITORY/CLASS BUCKET, OR TAKES IT BACK OUT FOR A CANCEL.  *
      *    A BILL IS ESTIMATED WHEN EITHER SERVICE WENT OUT ON AN      *
      *    ESTIMATED READ, AND PRORATED WHEN ITS DAYS FELL ON BOTH     *
      *    SIDES OF THE SEASON CHANGE.                                 *
      *****************************************************************
       300-POST-ENTRY-RTN.
           IF RL-IS-CANCEL
               MOVE -1 TO WS-SIGN
           ELSE
               MOVE +1 TO WS-SIGN
           END-IF
           IF RL-IS-BILLED
              AND RL-CYCLE >= 1 AND RL-CYCLE <= 20
               MOVE 'Y' TO CYCLE-SEEN-SW (RL-CYCLE)
           END-IF

           MOVE RL-TERRITORY TO WS-NEW-TERRITORY
           MOVE RL-RATE-CLASS TO WS-NEW-CLASS
           PERFORM 310-FIND-BUCKET-RTN
           IF BUCKET-FOUND
               PERFORM 320-FIND-LAST-YEAR-RTN
               PERFORM 305-ADD-TO-BUCKET-RTN
           END-IF
           .

       305-ADD-TO-BUCKET-RTN.
           COMPUTE BKT-CUSTOMERS (BKT-IDX) =
               BKT-CUSTOMERS (BKT-IDX) + WS-SIGN
           COMPUTE BKT-KWH (BKT-IDX) =
               BKT-KWH (BKT-IDX) + WS-SIGN * RL-KWH
           COMPUTE BKT-THERMS (BKT-IDX) =
               BKT-THERMS (BKT-IDX) + WS-SIGN * RL-THERMS
           COMPUTE BKT-ELEC-REV (BKT-IDX) =
               BKT-ELEC-REV (BKT-IDX) + WS-SIGN * RL-ELEC-AMT
           COMPUTE BKT-GAS-REV (BKT-IDX) =
               BKT-GAS-REV (BKT-IDX) + WS-SIGN * RL-GAS-AMT
           COMPUTE BKT-LY-KWH (BKT-IDX) =
               BKT-LY-KWH (BKT-IDX) + WS-SIGN * WS-LY-KWH
           COMPUTE BKT-LY-THERMS (BKT-IDX) =
               BKT-LY-THERMS (BKT-IDX) + WS-SIGN * WS-LY-THERMS

           MOVE 'N' TO WS-ESTIMATED-SW
           IF RL-ELEC-FLAG = 'ESTIMATED'
               MOVE 'Y' TO WS-ESTIMATED-SW
               COMPUTE BKT-EST-KWH (BKT-IDX) =
                   BKT-EST-KWH (BKT-IDX) + WS-SIGN * RL-KWH
               COMPUTE BKT-EST-ELEC-REV (BKT-IDX) =
                   BKT-EST-ELEC-REV (BKT-IDX) + WS-SIGN * RL-ELEC-AMT
           END-IF
           IF RL-GAS-FLAG = 'ESTIMATED'
               MOVE 'Y' TO WS-ESTIMATED-SW
               COMPUTE BKT-EST-THERMS (BKT-IDX) =
                   BKT-EST-THERMS (BKT-IDX) + WS-SIGN * RL-THERMS
               COMPUTE BKT-EST-GAS-REV (BKT-IDX) =
                   BKT-EST-GAS-REV (BKT-IDX) + WS-SIGN * RL-GAS-AMT
           END-IF
           IF BILL-WAS-ESTIMATED
               COMPUTE BKT-EST-BILLS (BKT-IDX) =
                   BKT-EST-BILLS (BKT-IDX) + WS-SIGN
           END-IF

           IF RL-SUMMER-DAYS > ZERO AND RL-WINTER-DAYS > ZERO
               COMPUTE BKT-PRO-BILLS (BKT-IDX) =
                   BKT-PRO-BILLS (BKT-IDX) + WS-SIGN
               COMPUTE BKT-PRO-KWH (BKT-IDX) =
                   BKT-PRO-KWH (BKT-IDX) + WS-SIGN * RL-KWH
               COMPUTE BKT-PRO-THERMS (BKT-IDX) =
                   BKT-PRO-THERMS (BKT-IDX) + WS-SIGN * RL-THERMS
               COMPUTE BKT-PRO-ELEC-REV (BKT-IDX) =
                   BKT-PRO-ELEC-REV (BKT-IDX) + WS-SIGN * RL-ELEC-AMT
               COMPUTE BKT-PRO-GAS-REV (BKT-IDX) =
                   BKT-PRO-GAS-REV (BKT-IDX) + WS-SIGN * RL-GAS-AMT
           END-IF
           .

      *****************************************************************
      *    310-FIND-BUCKET-RTN - THE BUCKETS STAY IN TERRITORY/CLASS   *
      *    ORDER: A NEW KEY IS SLOTTED IN AHEAD OF THE FIRST HIGHER    *
      *    ONE, WITH THE REST MOVED DOWN A PLACE.                      *
      *****************************************************************
       310-FIND-BUCKET-RTN.
           MOVE 'N' TO WS-BKT-FOUND-SW
           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > BKT-COUNT
                      OR BKT-KEY (BKT-IDX) >= WS-NEW-KEY
               CONTINUE
           END-PERFORM
           IF BKT-IDX <= BKT-COUNT
               IF BKT-KEY (BKT-IDX) = WS-NEW-KEY
                   MOVE 'Y' TO WS-BKT-FOUND-SW
               END-IF
           END-IF

           IF NOT BUCKET-FOUND
               IF BKT-COUNT < BKT-MAX
                   PERFORM 315-INSERT-BUCKET-RTN
               ELSE
                   IF NOT BUCKETS-FULL
                       DISPLAY 'WARNING: More than ' BKT-MAX
                               ' territory/class combinations - '
                               WS-NEW-TERRITORY '/' WS-NEW-CLASS
                               ' and later ones are left off'
                       MOVE 'Y' TO WS-BKT-FULL-SW
                   END-IF
               END-IF
           END-IF
           .

       315-INSERT-BUCKET-RTN.
           PERFORM VARYING BKT-MOVE-IDX FROM BKT-COUNT BY -1
                   UNTIL BKT-MOVE-IDX < BKT-IDX
               MOVE BKT-ENTRY (BKT-MOVE-IDX)
                   TO BKT-ENTRY (BKT-MOVE-IDX + 1)
           END-PERFORM
           ADD 1 TO BKT-COUNT
           INITIALIZE BKT-ENTRY (BKT-IDX)
           MOVE WS-NEW-KEY TO BKT-KEY (BKT-IDX)
           MOVE 'Y' TO WS-BKT-FOUND-SW
           .

       320-FIND-LAST-YEAR-RTN.
           MOVE ZERO TO WS-LY-KWH WS-LY-THERMS
           SET LY-IDX TO 1
           SEARCH LY-ENTRY
               AT END
                   CONTINUE
               WHEN LY-ACCOUNT-NO (LY-IDX) = RL-ACCOUNT-NO
                   MOVE LY-KWH (LY-IDX) TO WS-LY-KWH
                   MOVE LY-THERMS (LY-IDX) TO WS-LY-THERMS
           END-SEARCH
           .

      *****************************************************************
      *    500-WRITE-REPORT-RTN - HEADINGS, ONE BLOCK PER TERRITORY    *
      *    AND CLASS, THEN THE GRAND TOTAL BLOCK (SUMMED INTO THE      *
      *    SPARE SLOT PAST THE LAST BUCKET) AND THE CYCLES BILLED.     *
      *****************************************************************
       500-WRITE-REPORT-RTN.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04A3V'==
               ==:FILE-RECORD:== BY ==REPORT-LINE==.
           WRITE REPORT-LINE FROM RPT-HEADING-1
           MOVE WS-REPORT-MONTH TO RH-MONTH-OUT
           WRITE REPORT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-HEADING-3
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE

      *    A TERRITORY OR CLASS EVERY CUSTOMER WAS REBILLED OUT OF
      *    NETS TO NOTHING AND IS LEFT OFF.
           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > BKT-COUNT
               IF BKT-CUSTOMERS (BKT-IDX) NOT = ZERO
                  OR BKT-ELEC-REV (BKT-IDX) NOT = ZERO
                  OR BKT-GAS-REV (BKT-IDX) NOT = ZERO
                   PERFORM 510-WRITE-BUCKET-RTN
               END-IF
           END-PERFORM

           SET BKT-MOVE-IDX TO BKT-COUNT
           SET BKT-MOVE-IDX UP BY 1
           INITIALIZE BKT-ENTRY (BKT-MOVE-IDX)
           PERFORM 520-ADD-TO-TOTAL-RTN
               VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > BKT-COUNT
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           SET BKT-IDX TO BKT-MOVE-IDX
           MOVE '**' TO BKT-TERRITORY (BKT-IDX)
           MOVE '*' TO BKT-CLASS (BKT-IDX)
           PERFORM 510-WRITE-BUCKET-RTN

           PERFORM 530-WRITE-CYCLES-RTN
           ADD 8 TO WS-LINES-WRITTEN
           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04A3V'==
               ==:FILE-RECORD:==  BY ==REPORT-LINE==
               ==:RECORD-COUNT:== BY ==WS-LINES-WRITTEN==.
           .

       510-WRITE-BUCKET-RTN.
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE BKT-TERRITORY (BKT-IDX) TO RD-TERRITORY-OUT
           MOVE BKT-CLASS (BKT-IDX) TO RD-CLASS-OUT
           MOVE 'BILLED' TO RD-LABEL-OUT
           MOVE BKT-CUSTOMERS (BKT-IDX) TO RD-CUSTOMERS-OUT
           MOVE BKT-KWH (BKT-IDX) TO RD-KWH-OUT
           MOVE BKT-THERMS (BKT-IDX) TO RD-THERMS-OUT
           MOVE BKT-ELEC-REV (BKT-IDX) TO RD-ELEC-REV-OUT
           MOVE BKT-GAS-REV (BKT-IDX) TO RD-GAS-REV-OUT
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE

           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE 'ESTIMATED' TO RD-LABEL-OUT
           MOVE BKT-EST-BILLS (BKT-IDX) TO RD-CUSTOMERS-OUT
           MOVE BKT-EST-KWH (BKT-IDX) TO RD-KWH-OUT
           MOVE BKT-EST-THERMS (BKT-IDX) TO RD-THERMS-OUT
           MOVE BKT-EST-ELEC-REV (BKT-IDX) TO RD-ELEC-REV-OUT
           MOVE BKT-EST-GAS-REV (BKT-IDX) TO RD-GAS-REV-OUT
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE

           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE 'PRORATED' TO RD-LABEL-OUT
           MOVE BKT-PRO-BILLS (BKT-IDX) TO RD-CUSTOMERS-OUT
           MOVE BKT-PRO-KWH (BKT-IDX) TO RD-KWH-OUT
           MOVE BKT-PRO-THERMS (BKT-IDX) TO RD-THERMS-OUT
           MOVE BKT-PRO-ELEC-REV (BKT-IDX) TO RD-ELEC-REV-OUT
           MOVE BKT-PRO-GAS-REV (BKT-IDX) TO RD-GAS-REV-OUT
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE

           MOVE SPACES TO RPT-CHANGE-LINE
           MOVE 'LAST YEAR' TO RC-LABEL-OUT
           MOVE BKT-LY-KWH (BKT-IDX) TO RC-LY-KWH-OUT
           MOVE BKT-LY-THERMS (BKT-IDX) TO RC-LY-THERMS-OUT
           MOVE 'KWH ' TO RC-KWH-LABEL-OUT
           MOVE 'THM ' TO RC-THERM-LABEL-OUT
           IF BKT-LY-KWH (BKT-IDX) > ZERO
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (BKT-KWH (BKT-IDX) - BKT-LY-KWH (BKT-IDX)) * 100
                   / BKT-LY-KWH (BKT-IDX)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PCT-CHANGE
               END-COMPUTE
               PERFORM 515-EDIT-PERCENT-RTN
               MOVE WS-PCT-TEXT TO RC-KWH-PCT-OUT
           ELSE
               MOVE '     N/A' TO RC-KWH-PCT-OUT
           END-IF
           IF BKT-LY-THERMS (BKT-IDX) > ZERO
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (BKT-THERMS (BKT-IDX) - BKT-LY-THERMS (BKT-IDX))
                   * 100 / BKT-LY-THERMS (BKT-IDX)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PCT-CHANGE
               END-COMPUTE
               PERFORM 515-EDIT-PERCENT-RTN
               MOVE WS-PCT-TEXT TO RC-THERM-PCT-OUT
           ELSE
               MOVE '     N/A' TO RC-THERM-PCT-OUT
           END-IF
           WRITE REPORT-LINE FROM RPT-CHANGE-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 5 TO WS-LINES-WRITTEN
           .

       515-EDIT-PERCENT-RTN.
           MOVE WS-PCT-CHANGE TO WS-PCT-EDIT
           MOVE SPACES TO WS-PCT-TEXT
           STRING WS-PCT-EDIT '%' DELIMITED BY SIZE INTO WS-PCT-TEXT
           END-STRING
           .

       520-ADD-TO-TOTAL-RTN.
           ADD BKT-CUSTOMERS (BKT-IDX)
               TO BKT-CUSTOMERS (BKT-MOVE-IDX)
           ADD BKT-KWH (BKT-IDX) TO BKT-KWH (BKT-MOVE-IDX)
           ADD BKT-THERMS (BKT-IDX) TO BKT-THERMS (BKT-MOVE-IDX)
           ADD BKT-ELEC-REV (BKT-IDX) TO BKT-ELEC-REV (BKT-MOVE-IDX)
           ADD BKT-GAS-REV (BKT-IDX) TO BKT-GAS-REV (BKT-MOVE-IDX)
           ADD BKT-EST-BILLS (BKT-IDX)
               TO BKT-EST-BILLS (BKT-MOVE-IDX)
           ADD BKT-EST-KWH (BKT-IDX) TO BKT-EST-KWH (BKT-MOVE-IDX)
           ADD BKT-EST-THERMS (BKT-IDX)
               TO BKT-EST-THERMS (BKT-MOVE-IDX)
           ADD BKT-EST-ELEC-REV (BKT-IDX)
               TO BKT-EST-ELEC-REV (BKT-MOVE-IDX)
           ADD BKT-EST-GAS-REV (BKT-IDX)
               TO BKT-EST-GAS-REV (BKT-MOVE-IDX)
           ADD BKT-PRO-BILLS (BKT-IDX)
               TO BKT-PRO-BILLS (BKT-MOVE-IDX)
           ADD BKT-PRO-KWH (BKT-IDX) TO BKT-PRO-KWH (BKT-MOVE-IDX)
           ADD BKT-PRO-THERMS (BKT-IDX)
               TO BKT-PRO-THERMS (BKT-MOVE-IDX)
           ADD BKT-PRO-ELEC-REV (BKT-IDX)
               TO BKT-PRO-ELEC-REV (BKT-MOVE-IDX)
           ADD BKT-PRO-GAS-REV (BKT-IDX)
               TO BKT-PRO-GAS-REV (BKT-MOVE-IDX)
           ADD BKT-LY-KWH (BKT-IDX) TO BKT-LY-KWH (BKT-MOVE-IDX)
           ADD BKT-LY-THERMS (BKT-IDX)
               TO BKT-LY-THERMS (BKT-MOVE-IDX)
           .

       530-WRITE-CYCLES-RTN.
           MOVE SPACES TO WS-CYCLE-LIST
           MOVE 1 TO WS-CYCLE-PTR
           PERFORM VARYING CYC-IDX FROM 1 BY 1 UNTIL CYC-IDX > 20
               IF CYCLE-SEEN-SW (CYC-IDX) = 'Y'
                   ADD 1 TO WS-CYCLES-BILLED
                   SET WS-CYCLE-NO TO CYC-IDX
                   STRING WS-CYCLE-NO ' ' DELIMITED BY SIZE
                       INTO WS-CYCLE-LIST
                       WITH POINTER WS-CYCLE-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CYCLES BILLED: ' WS-CYCLES-BILLED '   '
                  WS-CYCLE-LIST
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       400-CLOSE-FILES.
           CLOSE F-REVENUE-REPORT
           CLOSE ERROR-LOG-FILE
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
