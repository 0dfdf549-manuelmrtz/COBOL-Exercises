       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04GLT.

      *****************************************************************
      * PROGRAM NAME : General Ledger Trial Balance and Month-End      *
      * PROGRAM ID   : CHAP04GLT                                       *
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
      *   Prints the month-end books from what CHAP04GLP posted:       *
      *     - the trial balance: every account with a balance or       *
      *       activity, in chart order - its balance brought forward,  *
      *       the month's debits and credits, and its closing balance  *
      *       in the debit or credit column - with totals that must    *
      *       agree                                                    *
      *     - the account detail: every journal line booked in the     *
      *       month, by account, batch and line, with a running        *
      *       balance and each account's totals                        *
      *   With CLOSE, and only if the month is the open period and     *
      *   the ledger is in balance, the period is then closed and the  *
      *   next month opened; CHAP04GLP books anything dated in a       *
      *   closed month into the open one from then on.                 *
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
      *   | gl-accounts.dat      | Chart of accounts (CHAP04GLA)    |  *
      *   | gl-period.dat        | The ledger's open period         |  *
      *   | gl-balances.dat      | Debits and credits by account    |  *
      *   |                      | and period (CHAP04GLP)           |  *
      *   | gl-journal.dat       | Every journal line (CHAP04GLP)   |  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ----------------------- ----------------------------------  *
      *   | File Name            | Description                      |  *
      *   ----------------------- ----------------------------------  *
      *   | gl-trial-balance.dat | Trial balance for the month      |  *
      *   | gl-account-detail.dat| Journal lines by account         |  *
      *   | gl-period.dat        | Rewritten when a month is closed |  *
      *   | io-error.log         | Shared shop-wide I/O error log   |  *
      *   | run-stats.log        | Shared shop-wide end-of-run stats|  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - No chart of accounts, or no open period, stops the run     *
      *   - A bad PARM is refused                                      *
      *   - Balances on an account no longer on the chart are printed  *
      *     on their own line so the totals still agree                *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   00 - In balance (and closed, if CLOSE was asked for)         *
      *   04 - CLOSE asked for a month that is not the open period -   *
      *        reports printed, nothing closed                         *
      *   08 - Out of balance - reports printed, nothing closed        *
      *   16 - Bad PARM, no chart or period, or a file could not be    *
      *        opened                                                  *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   PARM is [CCYYMM] [CLOSE], in either order. With no month the *
      *   open period is reported. The balance brought forward is all  *
      *   earlier periods - the ledger does not close revenue and      *
      *   expense to retained earnings at year-end; that entry is      *
      *   made by hand in the ledger package.                          *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GLACCTSEL.

           SELECT F-GL-PERIOD ASSIGN TO 'data/gl-period.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT F-GL-BALANCES ASSIGN TO 'data/gl-balances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCES-STATUS.

           SELECT F-GL-JOURNAL ASSIGN TO 'data/gl-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT F-TRIAL-BALANCE ASSIGN TO 'data/gl-trial-balance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-STATUS.

           SELECT F-ACCOUNT-DETAIL
               ASSIGN TO 'data/gl-account-detail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "data/glsort.tmp".

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-GL-ACCOUNTS.
           COPY GLACCTREC.

       FD  F-GL-PERIOD.
           COPY GLPERREC.

       FD  F-GL-BALANCES.
           COPY GLBALREC.

       FD  F-GL-JOURNAL.
           COPY GLJRNLREC.

       FD  F-TRIAL-BALANCE.
       01  TRIAL-BALANCE-REC        PIC X(132).

       FD  F-ACCOUNT-DETAIL.
       01  ACCOUNT-DETAIL-REC       PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05 SW-ACCOUNT            PIC X(8).
           05 SW-BATCH-NO           PIC 9(6).
           05 SW-LINE-NO            PIC 9(4).
           05 SW-SOURCE             PIC X(4).
           05 SW-DATE               PIC 9(8).
           05 SW-DEBIT              PIC 9(9)V99.
           05 SW-CREDIT             PIC 9(9)V99.
           05 SW-REFERENCE          PIC X(20).
           05 SW-DESCRIPTION        PIC X(30).

       COPY IOERRFD.
       COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
           COPY GLACCTWS.
       01  WS-PERIOD-STATUS         PIC XX.
       01  WS-BALANCES-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS        PIC XX.
       01  WS-TRIAL-STATUS          PIC XX.
       01  WS-DETAIL-STATUS         PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-PARM-TEXT             PIC X(40) VALUE SPACES.
       01  WS-PARM-PTR              PIC 99 VALUE 1.
       01  WS-PARM-TOKEN            PIC X(20) VALUE SPACES.
       01  WS-CLOSE-SW              PIC X VALUE 'N'.
           88 CLOSE-REQUESTED       VALUE 'Y'.

       01  WS-OPEN-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-LAST-CLOSED           PIC 9(6) VALUE ZERO.
       01  WS-REPORT-PERIOD         PIC 9(6) VALUE ZERO.
       01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
           05 WS-REPORT-CCYY        PIC 9(4).
           05 WS-REPORT-MM          PIC 99.
       01  WS-NEXT-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
           05 WS-NEXT-CCYY          PIC 9(4).
           05 WS-NEXT-MM            PIC 99.

      *    ONE ENTRY PER CHART ACCOUNT, IN STEP WITH GL-ACCOUNT-TABLE
      *    (TB-IDX SET FROM GAT-IDX). THE LAST ENTRY GATHERS ANY
      *    BALANCE ON AN ACCOUNT NO LONGER ON THE CHART.
       01  GL-TRIAL-TABLE.
           05 TB-ENTRY OCCURS 501 TIMES
                   INDEXED BY TB-IDX.
               10 TB-OPENING        PIC S9(11)V99.
               10 TB-DEBITS         PIC 9(11)V99.
               10 TB-CREDITS        PIC 9(11)V99.
               10 TB-CLOSING        PIC S9(11)V99.
       01  WS-OFF-CHART-SLOT        PIC 9(3) VALUE 501.
       01  WS-OFF-CHART-BALANCES    PIC 9(5) VALUE ZERO.

       01  WS-BALANCES-READ         PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-LISTED       PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-OPENING         PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CLOSE-DEBITS    PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CLOSE-CREDITS   PIC 9(11)V99 VALUE ZERO.
       01  WS-BALANCE-SW            PIC X VALUE 'Y'.
           88 LEDGER-IN-BALANCE     VALUE 'Y'.

      *    ACCOUNT DETAIL CONTROL BREAK.
       01  WS-PREV-ACCOUNT          PIC X(8) VALUE SPACES.
       01  WS-FIRST-ACCOUNT-SW      PIC X VALUE 'Y'.
           88 FIRST-ACCOUNT         VALUE 'Y'.
       01  WS-ACCT-DEBITS           PIC 9(11)V99 VALUE ZERO.
       01  WS-ACCT-CREDITS          PIC 9(11)V99 VALUE ZERO.
       01  WS-RUNNING-BALANCE       PIC S9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-LINES-READ    PIC 9(9) VALUE ZERO.
       01  WS-DETAIL-LINES          PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-ACCOUNTS       PIC 9(5) VALUE ZERO.
       01  WS-DETAIL-DEBITS         PIC 9(11)V99 VALUE ZERO.
       01  WS-DETAIL-CREDITS        PIC 9(11)V99 VALUE ZERO.

       01  WS-EDIT-DATE-IN.
           05 WS-EDIT-CCYY          PIC 9(4).
           05 WS-EDIT-MM            PIC 99.
           05 WS-EDIT-DD            PIC 99.
       01  WS-EDIT-DATE-OUT.
           05 WS-EDIT-MM-OUT        PIC 99.
           05                       PIC X VALUE '/'.
           05 WS-EDIT-DD-OUT        PIC 99.
           05                       PIC X VALUE '/'.
           05 WS-EDIT-CCYY-OUT      PIC 9(4).

       01  WS-RULE-LINE             PIC X(132) VALUE ALL '='.
       01  WS-DASH-LINE             PIC X(132) VALUE ALL '-'.
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-WORK-LINE             PIC X(132) VALUE SPACES.

       01  WS-TITLE-LINE.
           05 TL-TITLE-OUT          PIC X(36).
           05                       PIC X(8) VALUE 'PERIOD '.
           05 TL-PERIOD-OUT         PIC 9(6).
           05                       PIC X(14) VALUE '   OPEN PERIOD'.
           05                       PIC X VALUE SPACE.
           05 TL-OPEN-PERIOD-OUT    PIC 9(6).
           05                       PIC X(13) VALUE '   RUN DATE '.
           05 TL-RUN-DATE-OUT       PIC X(10).
           05                       PIC X(38) VALUE SPACES.

      *    TRIAL BALANCE.
       01  WS-TB-COLUMN-LINE.
           05                       PIC X(10) VALUE 'ACCOUNT'.
           05                       PIC X(31) VALUE 'ACCOUNT NAME'.
           05                       PIC X(5) VALUE 'TYPE'.
           05                       PIC X(16) VALUE
               ' BROUGHT FORWARD'.
           05                       PIC X(2) VALUE SPACES.
           05                       PIC X(14) VALUE ' PERIOD DEBITS'.
           05                       PIC X(2) VALUE SPACES.
           05                       PIC X(14) VALUE 'PERIOD CREDITS'.
           05                       PIC X(2) VALUE SPACES.
           05                       PIC X(14) VALUE ' CLOSING DEBIT'.
           05                       PIC X(2) VALUE SPACES.
           05                       PIC X(14) VALUE 'CLOSING CREDIT'.
           05                       PIC X(6) VALUE SPACES.

       01  WS-TB-DETAIL-LINE.
           05 TD-ACCOUNT-OUT        PIC X(8).
           05                       PIC X(2) VALUE SPACES.
           05 TD-NAME-OUT           PIC X(30).
           05                       PIC X VALUE SPACE.
           05 TD-TYPE-OUT           PIC X.
           05 TD-STATUS-OUT         PIC X(4).
           05 TD-OPENING-OUT        PIC ZZZ,ZZZ,ZZ9.99CR.
           05                       PIC X(2) VALUE SPACES.
           05 TD-DEBITS-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05                       PIC X(2) VALUE SPACES.
           05 TD-CREDITS-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05                       PIC X(2) VALUE SPACES.
           05 TD-CLOSE-DEBIT-OUT    PIC ZZZ,ZZZ,ZZ9.99.
           05 TD-CLOSE-DEBIT-X REDEFINES TD-CLOSE-DEBIT-OUT
                                    PIC X(14).
           05                       PIC X(2) VALUE SPACES.
           05 TD-CLOSE-CREDIT-OUT   PIC ZZZ,ZZZ,ZZ9.99.
           05 TD-CLOSE-CREDIT-X REDEFINES TD-CLOSE-CREDIT-OUT
                                    PIC X(14).
           05                       PIC X(6) VALUE SPACES.

       01  WS-TB-RESULT-LINE.
           05 TR-RESULT-OUT         PIC X(132).

      *    ACCOUNT DETAIL.
       01  WS-AD-ACCOUNT-LINE.
           05                       PIC X(8) VALUE 'ACCOUNT '.
           05 AA-ACCOUNT-OUT        PIC X(8).
           05                       PIC X(2) VALUE SPACES.
           05 AA-NAME-OUT           PIC X(30).
           05                       PIC X(7) VALUE ' TYPE '.
           05 AA-TYPE-OUT           PIC X.
           05                       PIC X(21) VALUE
               '   BROUGHT FORWARD  '.
           05 AA-OPENING-OUT        PIC ZZZ,ZZZ,ZZ9.99CR.
           05                       PIC X(39) VALUE SPACES.

       01  WS-AD-COLUMN-LINE.
           05                       PIC X(2) VALUE SPACES.
           05                       PIC X(10) VALUE 'DATE'.
           05                       PIC X(13) VALUE 'BATCH-LINE'.
           05                       PIC X(6) VALUE 'SRC'.
           05                       PIC X(22) VALUE 'REFERENCE'.
           05                       PIC X(31) VALUE 'DESCRIPTION'.
           05                       PIC X(14) VALUE '         DEBIT'.
           05                       PIC X(2) VALUE SPACES.
           05                       PIC X(14) VALUE '        CREDIT'.
           05                       PIC X(2) VALUE SPACES.
           05                       PIC X(16) VALUE
               '         BALANCE'.

       01  WS-AD-DETAIL-LINE.
           05                       PIC X(2) VALUE SPACES.
           05 AD-DATE-OUT           PIC 9(8).
           05                       PIC X(2) VALUE SPACES.
           05 AD-BATCH-OUT          PIC 9(6).
           05                       PIC X VALUE '-'.
           05 AD-LINE-OUT           PIC 9(4).
           05                       PIC X(2) VALUE SPACES.
           05 AD-SOURCE-OUT         PIC X(4).
           05                       PIC X(2) VALUE SPACES.
           05 AD-REFERENCE-OUT      PIC X(20).
           05                       PIC X(2) VALUE SPACES.
           05 AD-DESCRIPTION-OUT    PIC X(29).
           05                       PIC X(2) VALUE SPACES.
           05 AD-DEBIT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05                       PIC X(2) VALUE SPACES.
           05 AD-CREDIT-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05                       PIC X(2) VALUE SPACES.
           05 AD-BALANCE-OUT        PIC ZZZ,ZZZ,ZZ9.99CR.

       01  WS-AD-TOTAL-LINE.
           05                       PIC X(2) VALUE SPACES.
           05 AT-LABEL-OUT          PIC X(81).
           05                       PIC X(2) VALUE SPACES.
           05 AT-DEBITS-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05                       PIC X(2) VALUE SPACES.
           05 AT-CREDITS-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05                       PIC X(2) VALUE SPACES.
           05 AT-BALANCE-OUT        PIC ZZZ,ZZZ,ZZ9.99CR.
           05 AT-BALANCE-X REDEFINES AT-BALANCE-OUT
                                    PIC X(16).

           COPY BANNERWS.

       PROCEDURE DIVISION.
      ******************************************************************
      *  100-MAIN-MODULE - Gathers the month's balances, prints the    *
      *                    trial balance and the account detail, and   *
      *                    closes the month if asked and in balance.   *
      ******************************************************************
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04GLT' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 210-LOAD-OPEN-PERIOD-RTN
           PERFORM 120-GET-PARM-RTN
           PERFORM 200-OPEN-FILES
           PERFORM 980-LOAD-GL-ACCOUNTS-RTN
           IF NOT GL-CHART-ON-HAND OR WS-GL-ACCOUNT-COUNT = ZERO
               DISPLAY 'ERROR: No chart of accounts on hand'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 150-OPEN-REPORTS-RTN

           INITIALIZE GL-TRIAL-TABLE
           PERFORM 220-GATHER-BALANCES-RTN
           PERFORM 300-PRINT-TRIAL-BALANCE-RTN

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT
                                SW-BATCH-NO
                                SW-LINE-NO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 500-GATHER-JOURNAL-RTN
               OUTPUT PROCEDURE IS 600-PRINT-DETAIL-RTN

           DISPLAY 'CHAP04GLT: Period ' WS-REPORT-PERIOD ' - '
                   WS-ACCOUNTS-LISTED ' account(s) on the trial '
                   'balance, ' WS-DETAIL-LINES ' journal line(s) listed'
           EVALUATE TRUE
               WHEN NOT LEDGER-IN-BALANCE
                   DISPLAY 'WARNING: Ledger is OUT OF BALANCE for '
                           WS-REPORT-PERIOD ' - nothing closed'
                   MOVE 8 TO RETURN-CODE
               WHEN NOT CLOSE-REQUESTED
                   CONTINUE
               WHEN WS-REPORT-PERIOD NOT = WS-OPEN-PERIOD
                   DISPLAY 'WARNING: ' WS-REPORT-PERIOD
                           ' is not the open period ' WS-OPEN-PERIOD
                           ' - nothing closed'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 700-CLOSE-PERIOD-RTN
           END-EVALUATE
           PERFORM 170-PRINT-TRAILERS-RTN

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-JOURNAL-LINES-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-DETAIL-LINES==
               ==:RECORDS-REJECTED:== BY ==WS-OFF-CHART-BALANCES==
               ==:FINAL-STATUS:==     BY =='OK'==.

           PERFORM 400-CLOSE-FILES
           STOP RUN
           .

      ******************************************************************
      *  120-GET-PARM-RTN - [CCYYMM] [CLOSE]; the month defaults to    *
      *                    the open period.                            *
      ******************************************************************
       120-GET-PARM-RTN.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (WS-PARM-TEXT) TO WS-PARM-TEXT
           MOVE WS-OPEN-PERIOD TO WS-REPORT-PERIOD
           MOVE 1 TO WS-PARM-PTR
           PERFORM 125-NEXT-PARM-WORD-RTN
               UNTIL WS-PARM-PTR > 40
           .

       125-NEXT-PARM-WORD-RTN.
           MOVE SPACES TO WS-PARM-TOKEN
           UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN
               WITH POINTER WS-PARM-PTR
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN = SPACES
                   CONTINUE
               WHEN WS-PARM-TOKEN = 'CLOSE'
                   MOVE 'Y' TO WS-CLOSE-SW
               WHEN WS-PARM-TOKEN (1:6) IS NUMERIC
                AND WS-PARM-TOKEN (7:) = SPACES
                   MOVE WS-PARM-TOKEN (1:6) TO WS-REPORT-PERIOD
                   IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                       PERFORM 139-PARM-ERROR-RTN
                   END-IF
               WHEN OTHER
                   PERFORM 139-PARM-ERROR-RTN
           END-EVALUATE
           .

       139-PARM-ERROR-RTN.
           DISPLAY 'ERROR: PARM "' FUNCTION TRIM (WS-PARM-TEXT)
                   '" not understood - expected [CCYYMM] [CLOSE]'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       150-OPEN-REPORTS-RTN.
           OPEN OUTPUT F-TRIAL-BALANCE
           IF WS-TRIAL-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open TRIAL-BALANCE file. '
                       'Status: ' WS-TRIAL-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='GL-TRIAL'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-TRIAL-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F-ACCOUNT-DETAIL
           IF WS-DETAIL-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open ACCOUNT-DETAIL file. '
                       'Status: ' WS-DETAIL-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='GL-DETAIL'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-DETAIL-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04GLT'==
               ==:FILE-RECORD:== BY ==TRIAL-BALANCE-REC==.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04GLT'==
               ==:FILE-RECORD:== BY ==ACCOUNT-DETAIL-REC==.

           MOVE WS-RUN-DATE TO WS-EDIT-DATE-IN
           PERFORM 450-EDIT-DATE-RTN
           MOVE WS-EDIT-DATE-OUT TO TL-RUN-DATE-OUT
           MOVE WS-REPORT-PERIOD TO TL-PERIOD-OUT
           MOVE WS-OPEN-PERIOD   TO TL-OPEN-PERIOD-OUT
           MOVE 'GENERAL LEDGER TRIAL BALANCE' TO TL-TITLE-OUT
           WRITE TRIAL-BALANCE-REC FROM WS-TITLE-LINE
           WRITE TRIAL-BALANCE-REC FROM WS-RULE-LINE
           MOVE 'GENERAL LEDGER ACCOUNT DETAIL' TO TL-TITLE-OUT
           WRITE ACCOUNT-DETAIL-REC FROM WS-TITLE-LINE
           WRITE ACCOUNT-DETAIL-REC FROM WS-RULE-LINE
           .

       170-PRINT-TRAILERS-RTN.
           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04GLT'==
               ==:FILE-RECORD:==  BY ==TRIAL-BALANCE-REC==
               ==:RECORD-COUNT:== BY ==WS-ACCOUNTS-LISTED==.
           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04GLT'==
               ==:FILE-RECORD:==  BY ==ACCOUNT-DETAIL-REC==
               ==:RECORD-COUNT:== BY ==WS-DETAIL-LINES==.
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
           .

      *    CHAP04GLP OPENS THE LEDGER'S FIRST PERIOD ON ITS FIRST RUN.
       210-LOAD-OPEN-PERIOD-RTN.
           OPEN INPUT F-GL-PERIOD
           IF WS-PERIOD-STATUS = '00'
               READ F-GL-PERIOD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GP-OPEN-PERIOD IS NUMERIC
                           MOVE GP-OPEN-PERIOD TO WS-OPEN-PERIOD
                       END-IF
                       IF GP-LAST-CLOSED IS NUMERIC
                           MOVE GP-LAST-CLOSED TO WS-LAST-CLOSED
                       END-IF
               END-READ
               CLOSE F-GL-PERIOD
           END-IF
           IF WS-OPEN-PERIOD = ZERO
               DISPLAY 'ERROR: No open period on file - CHAP04GLP '
                       'has not posted yet'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      *    220-GATHER-BALANCES-RTN - EARLIER PERIODS ARE BROUGHT       *
      *    FORWARD; THE MONTH'S OWN DEBITS AND CREDITS ARE ITS         *
      *    ACTIVITY; LATER PERIODS ARE LEFT OUT.                       *
      *****************************************************************
       220-GATHER-BALANCES-RTN.
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-GL-BALANCES
           EVALUATE WS-BALANCES-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ F-GL-BALANCES
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM 225-TAKE-BALANCE-RTN
                       END-READ
                   END-PERFORM
                   CLOSE F-GL-BALANCES
               WHEN '35'
                   DISPLAY 'WARNING: No balances on file - nothing '
                           'has been posted'
               WHEN OTHER
                   DISPLAY 'ERROR: Cannot open GL-BALANCES file. '
                           'Status: ' WS-BALANCES-STATUS
                   COPY IOERRCHK REPLACING
                       ==:FILE-LABEL:==   BY =='GL-BALANCES'==
                       ==:OPERATION:==    BY =='OPEN'==
                       ==:STATUS-FIELD:== BY ==WS-BALANCES-STATUS==.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

       225-TAKE-BALANCE-RTN.
           ADD 1 TO WS-BALANCES-READ
           MOVE GB-ACCOUNT TO WS-GL-FIND-ACCOUNT
           PERFORM 982-FIND-GL-ACCOUNT-RTN
           IF GL-ACCOUNT-FOUND
               SET TB-IDX TO GAT-IDX
           ELSE
               SET TB-IDX TO WS-OFF-CHART-SLOT
               ADD 1 TO WS-OFF-CHART-BALANCES
           END-IF
           EVALUATE TRUE
               WHEN GB-PERIOD < WS-REPORT-PERIOD
                   ADD GB-DEBITS TO TB-OPENING (TB-IDX)
                   SUBTRACT GB-CREDITS FROM TB-OPENING (TB-IDX)
               WHEN GB-PERIOD = WS-REPORT-PERIOD
                   ADD GB-DEBITS  TO TB-DEBITS (TB-IDX)
                   ADD GB-CREDITS TO TB-CREDITS (TB-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************************************
      *    300-PRINT-TRIAL-BALANCE-RTN - ONE LINE PER ACCOUNT WITH A   *
      *    BALANCE OR ACTIVITY, THEN THE TOTALS AND THE VERDICT.       *
      *****************************************************************
       300-PRINT-TRIAL-BALANCE-RTN.
           WRITE TRIAL-BALANCE-REC FROM WS-TB-COLUMN-LINE
           WRITE TRIAL-BALANCE-REC FROM WS-DASH-LINE
           PERFORM 310-PRINT-ONE-ACCOUNT-RTN
               VARYING GAT-IDX FROM 1 BY 1
               UNTIL GAT-IDX > WS-GL-ACCOUNT-COUNT
           SET TB-IDX TO WS-OFF-CHART-SLOT
           PERFORM 320-PRINT-TB-LINE-RTN

           WRITE TRIAL-BALANCE-REC FROM WS-DASH-LINE
           MOVE SPACES TO WS-TB-DETAIL-LINE
           MOVE 'TOTALS' TO TD-NAME-OUT
           MOVE WS-TOTAL-OPENING       TO TD-OPENING-OUT
           MOVE WS-TOTAL-DEBITS        TO TD-DEBITS-OUT
           MOVE WS-TOTAL-CREDITS       TO TD-CREDITS-OUT
           MOVE WS-TOTAL-CLOSE-DEBITS  TO TD-CLOSE-DEBIT-OUT
           MOVE WS-TOTAL-CLOSE-CREDITS TO TD-CLOSE-CREDIT-OUT
           WRITE TRIAL-BALANCE-REC FROM WS-TB-DETAIL-LINE
           WRITE TRIAL-BALANCE-REC FROM WS-RULE-LINE

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              OR WS-TOTAL-CLOSE-DEBITS NOT = WS-TOTAL-CLOSE-CREDITS
              OR WS-TOTAL-OPENING NOT = ZERO
               MOVE 'N' TO WS-BALANCE-SW
               MOVE '*** OUT OF BALANCE - THE PERIOD CANNOT BE CLOSED'
                   TO TR-RESULT-OUT
           ELSE
               MOVE 'IN BALANCE' TO TR-RESULT-OUT
           END-IF
           WRITE TRIAL-BALANCE-REC FROM WS-TB-RESULT-LINE
           IF WS-OFF-CHART-BALANCES > ZERO
               MOVE SPACES TO WS-WORK-LINE
               STRING '*** BALANCES ON ACCOUNTS NO LONGER ON THE '
                      'CHART ARE SHOWN AS NOT ON CHART - ADD THE '
                      'ACCOUNT WITH CHAP04GLA'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               END-STRING
               WRITE TRIAL-BALANCE-REC FROM WS-WORK-LINE
           END-IF
           .

       310-PRINT-ONE-ACCOUNT-RTN.
           SET TB-IDX TO GAT-IDX
           PERFORM 320-PRINT-TB-LINE-RTN
           .

      *    CLOSING = BROUGHT FORWARD + DEBITS - CREDITS; A DEBIT
      *    BALANCE PRINTS IN THE DEBIT COLUMN, A CREDIT BALANCE IN THE
      *    CREDIT COLUMN.
       320-PRINT-TB-LINE-RTN.
           COMPUTE TB-CLOSING (TB-IDX) = TB-OPENING (TB-IDX)
               + TB-DEBITS (TB-IDX) - TB-CREDITS (TB-IDX)
           IF TB-OPENING (TB-IDX) NOT = ZERO
              OR TB-DEBITS (TB-IDX) NOT = ZERO
              OR TB-CREDITS (TB-IDX) NOT = ZERO
               MOVE SPACES TO WS-TB-DETAIL-LINE
               IF TB-IDX = WS-OFF-CHART-SLOT
                   MOVE '** NOT ON CHART **' TO TD-NAME-OUT
               ELSE
                   MOVE GAT-ACCOUNT (GAT-IDX) TO TD-ACCOUNT-OUT
                   MOVE GAT-NAME (GAT-IDX)    TO TD-NAME-OUT
                   MOVE GAT-TYPE (GAT-IDX)    TO TD-TYPE-OUT
                   IF GAT-INACTIVE (GAT-IDX)
                       MOVE ' INA' TO TD-STATUS-OUT
                   END-IF
               END-IF
               MOVE TB-OPENING (TB-IDX) TO TD-OPENING-OUT
               MOVE TB-DEBITS (TB-IDX)  TO TD-DEBITS-OUT
               MOVE TB-CREDITS (TB-IDX) TO TD-CREDITS-OUT
               IF TB-CLOSING (TB-IDX) < ZERO
                   MOVE SPACES TO TD-CLOSE-DEBIT-X
                   COMPUTE TD-CLOSE-CREDIT-OUT =
                       ZERO - TB-CLOSING (TB-IDX)
                   SUBTRACT TB-CLOSING (TB-IDX)
                       FROM WS-TOTAL-CLOSE-CREDITS
               ELSE
                   MOVE TB-CLOSING (TB-IDX) TO TD-CLOSE-DEBIT-OUT
                   MOVE SPACES TO TD-CLOSE-CREDIT-X
                   ADD TB-CLOSING (TB-IDX) TO WS-TOTAL-CLOSE-DEBITS
               END-IF
               WRITE TRIAL-BALANCE-REC FROM WS-TB-DETAIL-LINE
               ADD 1 TO WS-ACCOUNTS-LISTED
               ADD TB-OPENING (TB-IDX) TO WS-TOTAL-OPENING
               ADD TB-DEBITS (TB-IDX)  TO WS-TOTAL-DEBITS
               ADD TB-CREDITS (TB-IDX) TO WS-TOTAL-CREDITS
           END-IF
           .

       450-EDIT-DATE-RTN.
           MOVE WS-EDIT-MM   TO WS-EDIT-MM-OUT
           MOVE WS-EDIT-DD   TO WS-EDIT-DD-OUT
           MOVE WS-EDIT-CCYY TO WS-EDIT-CCYY-OUT
           .

      *****************************************************************
      *    500-GATHER-JOURNAL-RTN - SORT INPUT PROCEDURE. RELEASES     *
      *    EVERY JOURNAL LINE BOOKED IN THE MONTH.                     *
      *****************************************************************
       500-GATHER-JOURNAL-RTN.
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-GL-JOURNAL
           EVALUATE WS-JOURNAL-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ F-GL-JOURNAL
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM 510-RELEASE-LINE-RTN
                       END-READ
                   END-PERFORM
                   CLOSE F-GL-JOURNAL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR: Cannot open GL-JOURNAL file. '
                           'Status: ' WS-JOURNAL-STATUS
                   COPY IOERRCHK REPLACING
                       ==:FILE-LABEL:==   BY =='GL-JOURNAL'==
                       ==:OPERATION:==    BY =='OPEN'==
                       ==:STATUS-FIELD:== BY ==WS-JOURNAL-STATUS==.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

       510-RELEASE-LINE-RTN.
           ADD 1 TO WS-JOURNAL-LINES-READ
           IF GJ-PERIOD = WS-REPORT-PERIOD
               MOVE SPACES          TO SORT-WORK-REC
               MOVE GJ-ACCOUNT      TO SW-ACCOUNT
               MOVE GJ-BATCH-NO     TO SW-BATCH-NO
               MOVE GJ-LINE-NO      TO SW-LINE-NO
               MOVE GJ-SOURCE       TO SW-SOURCE
               MOVE GJ-DATE         TO SW-DATE
               MOVE GJ-DEBIT        TO SW-DEBIT
               MOVE GJ-CREDIT       TO SW-CREDIT
               MOVE GJ-REFERENCE    TO SW-REFERENCE
               MOVE GJ-DESCRIPTION  TO SW-DESCRIPTION
               RELEASE SORT-WORK-REC
           END-IF
           .

      *****************************************************************
      *    600-PRINT-DETAIL-RTN - SORT OUTPUT PROCEDURE. THE MONTH'S   *
      *    LINES BY ACCOUNT, EACH ACCOUNT OPENED WITH ITS BALANCE      *
      *    BROUGHT FORWARD AND CLOSED WITH ITS TOTALS.                 *
      *****************************************************************
       600-PRINT-DETAIL-RTN.
           MOVE 'N' TO WS-EOF
           WRITE ACCOUNT-DETAIL-REC FROM WS-AD-COLUMN-LINE
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 610-PRINT-DETAIL-LINE-RTN
               END-RETURN
           END-PERFORM
           IF NOT FIRST-ACCOUNT
               PERFORM 630-PRINT-ACCOUNT-TOTAL-RTN
           END-IF

           WRITE ACCOUNT-DETAIL-REC FROM WS-RULE-LINE
           MOVE SPACES TO WS-AD-TOTAL-LINE
           MOVE SPACES TO AT-LABEL-OUT
           STRING 'PERIOD ' WS-REPORT-PERIOD ' - '
                  WS-DETAIL-ACCOUNTS ' ACCOUNT(S), '
                  WS-DETAIL-LINES ' LINE(S)'
                  DELIMITED BY SIZE INTO AT-LABEL-OUT
           END-STRING
           MOVE WS-DETAIL-DEBITS  TO AT-DEBITS-OUT
           MOVE WS-DETAIL-CREDITS TO AT-CREDITS-OUT
           MOVE SPACES TO AT-BALANCE-X
           WRITE ACCOUNT-DETAIL-REC FROM WS-AD-TOTAL-LINE
           .

       610-PRINT-DETAIL-LINE-RTN.
           IF FIRST-ACCOUNT OR SW-ACCOUNT NOT = WS-PREV-ACCOUNT
               IF NOT FIRST-ACCOUNT
                   PERFORM 630-PRINT-ACCOUNT-TOTAL-RTN
               END-IF
               PERFORM 620-START-ACCOUNT-RTN
           END-IF
           ADD SW-DEBIT  TO WS-ACCT-DEBITS
                            WS-DETAIL-DEBITS
           ADD SW-CREDIT TO WS-ACCT-CREDITS
                            WS-DETAIL-CREDITS
           COMPUTE WS-RUNNING-BALANCE =
               WS-RUNNING-BALANCE + SW-DEBIT - SW-CREDIT
           MOVE SW-DATE         TO AD-DATE-OUT
           MOVE SW-BATCH-NO     TO AD-BATCH-OUT
           MOVE SW-LINE-NO      TO AD-LINE-OUT
           MOVE SW-SOURCE       TO AD-SOURCE-OUT
           MOVE SW-REFERENCE    TO AD-REFERENCE-OUT
           MOVE SW-DESCRIPTION  TO AD-DESCRIPTION-OUT
           MOVE SW-DEBIT        TO AD-DEBIT-OUT
           MOVE SW-CREDIT       TO AD-CREDIT-OUT
           MOVE WS-RUNNING-BALANCE TO AD-BALANCE-OUT
           WRITE ACCOUNT-DETAIL-REC FROM WS-AD-DETAIL-LINE
           ADD 1 TO WS-DETAIL-LINES
           .

       620-START-ACCOUNT-RTN.
           MOVE 'N' TO WS-FIRST-ACCOUNT-SW
           MOVE SW-ACCOUNT TO WS-PREV-ACCOUNT
           MOVE ZERO TO WS-ACCT-DEBITS
                        WS-ACCT-CREDITS
           ADD 1 TO WS-DETAIL-ACCOUNTS
           MOVE SW-ACCOUNT TO AA-ACCOUNT-OUT
                              WS-GL-FIND-ACCOUNT
           PERFORM 982-FIND-GL-ACCOUNT-RTN
           IF GL-ACCOUNT-FOUND
               SET TB-IDX TO GAT-IDX
               MOVE GAT-NAME (GAT-IDX) TO AA-NAME-OUT
               MOVE GAT-TYPE (GAT-IDX) TO AA-TYPE-OUT
               MOVE TB-OPENING (TB-IDX) TO WS-RUNNING-BALANCE
           ELSE
      *        NOT ON THE CHART - ITS BALANCE BROUGHT FORWARD IS ONLY
      *        HELD IN TOTAL WITH ANY OTHERS, SO IT STARTS AT ZERO.
               MOVE '** NOT ON CHART **' TO AA-NAME-OUT
               MOVE SPACE TO AA-TYPE-OUT
               MOVE ZERO TO WS-RUNNING-BALANCE
           END-IF
           MOVE WS-RUNNING-BALANCE TO AA-OPENING-OUT
           WRITE ACCOUNT-DETAIL-REC FROM WS-BLANK-LINE
           WRITE ACCOUNT-DETAIL-REC FROM WS-AD-ACCOUNT-LINE
           .

       630-PRINT-ACCOUNT-TOTAL-RTN.
           MOVE SPACES TO WS-AD-TOTAL-LINE
           MOVE SPACES TO AT-LABEL-OUT
           STRING 'TOTAL ' WS-PREV-ACCOUNT ' AND CLOSING BALANCE'
                  DELIMITED BY SIZE INTO AT-LABEL-OUT
           END-STRING
           MOVE WS-ACCT-DEBITS     TO AT-DEBITS-OUT
           MOVE WS-ACCT-CREDITS    TO AT-CREDITS-OUT
           MOVE WS-RUNNING-BALANCE TO AT-BALANCE-OUT
           WRITE ACCOUNT-DETAIL-REC FROM WS-AD-TOTAL-LINE
           .

      *****************************************************************
      *    700-CLOSE-PERIOD-RTN - THE MONTH IS IN BALANCE: CLOSE IT    *
      *    AND OPEN THE NEXT.                                          *
      *****************************************************************
       700-CLOSE-PERIOD-RTN.
           MOVE WS-REPORT-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-CCYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           OPEN OUTPUT F-GL-PERIOD
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open GL-PERIOD file. Status: '
                       WS-PERIOD-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='GL-PERIOD'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-PERIOD-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NEXT-PERIOD   TO GP-OPEN-PERIOD
           MOVE WS-REPORT-PERIOD TO GP-LAST-CLOSED
           MOVE WS-RUN-DATE      TO GP-CLOSED-DATE
           WRITE GL-PERIOD-REC
           CLOSE F-GL-PERIOD

           MOVE SPACES TO WS-WORK-LINE
           STRING 'PERIOD ' WS-REPORT-PERIOD ' CLOSED - OPEN PERIOD '
                  'IS NOW ' WS-NEXT-PERIOD
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           END-STRING
           WRITE TRIAL-BALANCE-REC FROM WS-WORK-LINE
           DISPLAY 'CHAP04GLT: Period ' WS-REPORT-PERIOD
                   ' closed - open period is now ' WS-NEXT-PERIOD
           .

       400-CLOSE-FILES.
           CLOSE F-TRIAL-BALANCE
           CLOSE F-ACCOUNT-DETAIL
           CLOSE ERROR-LOG-FILE
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
           COPY GLACCTPARA.
