       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A3R.

      *****************************************************************
      * PROGRAM NAME : Cycle Cancel and Rebill                         *
      * PROGRAM ID   : CHAP04A3R                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Batch                                           *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   When a cycle bills wrong - a bad meter read, the wrong rate  *
      *   class or territory on the master - the fix used to be hand   *
      *   edits to the bill files, the CSVs and account-history. This  *
      *   program takes a list of the cycle's accounts to correct,     *
      *   each with the corrected usage, territory or rate class (a    *
      *   blank field keeps what was billed), and for each one:        *
      *     - writes a CANCELLED record reversing the original charge  *
      *       to the electric and gas bill files and their CSVs,       *
      *     - reprices the cycle from the corrected inputs off the     *
      *       RATESCHED tariff, exactly as CHAP04A03 priced it, and    *
      *       writes the REBILLED record behind the cancel - the town  *
      *       franchise fee and utility tax going with the charges,    *
      *     - moves the account-history balance by the net adjustment, *
      *     - carries a territory or rate class correction onto the   *
      *       raw account master so the next cycle bills right,        *
      *     - prints a corrected bill showing the original amount, the *
      *       corrected amount and the net adjustment,                 *
      *   and lists every account touched - and every request turned   *
      *   away - on the rebill register kept for the regulator.        *
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
      *   | rebill-requests.dat    | Accounts to cancel and rebill |  *
      *   |                        | with corrected inputs;        |  *
      *   |                        | truncated after the run       |  *
      *   | cycle-control.dat      | Which cycles have billed,     |  *
      *   |                        | by month                      |  *
      *   | account-master-good.dat| The inputs the cycle billed   |  *
      *   | elec-bill.dat          | The cycle's electric bills    |  *
      *   | gas-bill.dat           | The cycle's gas bills         |  *
      *   | account-history.dat    | Balance owed per account      |  *
      *   | account-master.dat     | Raw billing master            |  *
      *   | revenue-ledger.dat     | What each account stands      |  *
      *   |                        | posted at for its cycle - the |  *
      *   |                        | original charge cancelled     |  *
      *   | muni-fee-ledger.dat    | Town fees each account stands |  *
      *   |                        | billed at for its cycle       |  *
      *   | municipal-fees.dat     | Town fee rates by effective   |  *
      *   |                        | date                          |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | elec-bill.dat          | Cancel and rebill records     |  *
      *   | gas-bill.dat           | appended in their own banner  |  *
      *   | elec-bill.csv          | Cancel and rebill rows        |  *
      *   | gas-bill.csv           | appended                      |  *
      *   | account-history.dat    | Rewritten with adjustments    |  *
      *   | account-master.dat     | Rewritten when a territory or |  *
      *   |                        | rate class was corrected      |  *
      *   | corrected-bills.dat    | One corrected bill per account|  *
      *   |                        | (appended)                    |  *
      *   | rebill-register.dat    | Regulator's register of every |  *
      *   |                        | account touched (appended)    |  *
      *   | revenue-ledger.dat     | Cancel and rebill entries     |  *
      *   |                        | (appended)                    |  *
      *   | muni-fee-ledger.dat    | Town fees cancelled and       |  *
      *   |                        | rebilled (appended)           |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | audit-trail.log        | Shared shop-wide audit trail  |  *
      *   | run-stats.log          | Shared shop-wide run stats    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - No requests file (status 35) means nothing to rebill - the *
      *     step completes with zero work                              *
      *   - A request for an account not on the billing master, for a  *
      *     cycle other than the account's, for a cycle that has not   *
      *     billed, for an account with no bill for the cycle on the   *
      *     revenue ledger (or, failing that, the bill files), or      *
      *     with a bad reason code, non-numeric corrected usage or a   *
      *     bad rate class is rejected onto the register unapplied     *
      *   - A request for an account with no history, when the history *
      *     table is full, is rejected the same way                    *
      *   - A master, bill, history or raw master file too big for its *
      *     table ends the run before anything is written              *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Run complete (rejected requests are on the register)    *
      *   16 - An output file could not be opened, or an input file is *
      *        too big for its table                                   *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Run on demand once billing has confirmed the correction -    *
      *   not part of the nightly CHAP04DRV chain. It must run before  *
      *   the next cycle night, since CHAP04A03 starts the bill files  *
      *   over each run. A second correction to the same account       *
      *   cancels the earlier rebill, not the original.                *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  Cancels and rebills are posted to the       *
      *                    revenue ledger against the month the cycle  *
      *                    billed, so the CHAP04A3V revenue report     *
      *                    nets them out; repricing now dates the      *
      *                    cycle off the account's billed entry there  *
      *   2026-10-15  MAM  Town franchise fee and utility tax are      *
      *                    cancelled and rebilled with the charges,    *
      *                    repriced off the municipal fee table at the *
      *                    cycle's bill date, counted in the original  *
      *                    and corrected totals, and posted to         *
      *                    muni-fee-ledger.dat for CHAP04A3F           *
      *   2026-10-15  MAM  The charge cancelled is read from the       *
      *                    revenue ledger and the town fees from the   *
      *                    fee ledger for the requested account and    *
      *                    cycle, so a cycle billed on an earlier      *
      *                    night rebills correctly; the bill files are *
      *                    only the fallback.                          *
      *   2026-10-15  MAM  A master, bill, history or raw master file  *
      *                    too big for its 500-entry table ends the    *
      *                    run with RC 16 before anything is written;  *
      *                    a request that would need a new history row *
      *                    when that table is full is rejected.        *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REBILL-REQUESTS
               ASSIGN TO 'data/rebill-requests.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT F-CYCLE-CONTROL ASSIGN TO 'data/cycle-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-CTL-STATUS.

           SELECT F-ACCOUNT-MASTER
               ASSIGN TO 'data/account-master-good.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-RAW-MASTER ASSIGN TO 'data/account-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.

           SELECT F-ELEC-BILL ASSIGN TO 'data/elec-bill.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEC-STATUS.

           SELECT F-GAS-BILL ASSIGN TO 'data/gas-bill.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAS-STATUS.

           SELECT F-ELEC-BILL-CSV ASSIGN TO 'data/elec-bill.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEC-CSV-STATUS.

           SELECT F-GAS-BILL-CSV ASSIGN TO 'data/gas-bill.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAS-CSV-STATUS.

           SELECT F-ACCOUNT-HISTORY ASSIGN TO 'data/account-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT F-CORRECTED-BILLS
               ASSIGN TO 'data/corrected-bills.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTED-STATUS.

           SELECT F-REBILL-REGISTER
               ASSIGN TO 'data/rebill-register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT F-REVENUE-LEDGER ASSIGN TO 'data/revenue-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-LEDGER-STATUS.

           SELECT F-MUNI-FEE-LEDGER
               ASSIGN TO 'data/muni-fee-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUNI-LEDGER-STATUS.

           COPY MUNIFEESEL.
           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE ACCOUNT TO CORRECT. A BLANK CORRECTED FIELD KEEPS WHAT
      *    THE CYCLE BILLED; THE REASON CODE IS CARRIED ONTO THE
      *    CORRECTED BILL AND THE REGISTER.
       FD  F-REBILL-REQUESTS.
       01  REBILL-REQUEST-REC.
           05 RQ-ACCOUNT-NO         PIC X(5).
           05 RQ-CYCLE              PIC 9(2).
           05 RQ-REASON             PIC X.
               88 REASON-IS-READ        VALUE 'R'.
               88 REASON-IS-CLASS       VALUE 'C'.
               88 REASON-IS-TERRITORY   VALUE 'T'.
               88 REASON-IS-OTHER       VALUE 'O'.
               88 REASON-IS-VALID       VALUE 'R' 'C' 'T' 'O'.
           05 RQ-CORR-KWH           PIC X(5).
           05 RQ-CORR-THERMS        PIC X(5).
           05 RQ-CORR-TERRITORY     PIC X(2).
           05 RQ-CORR-RATE-CLASS    PIC X.

      *    LAYOUT MATCHED TO CYCLE-CONTROL-REC IN CHAP04A03.
       FD  F-CYCLE-CONTROL.
       01  CYCLE-CONTROL-REC.
           05 CC-BILLED-MONTH     PIC 9(6).
           05 CC-CYCLE            PIC 9(2).

       FD  F-ACCOUNT-MASTER.
           COPY ACCTMSTREC.

      *    LAYOUT MATCHED TO RAW-ACCOUNT-REC IN CHAP04A3M.
       FD  F-RAW-MASTER.
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

      *    LAYOUTS MATCHED TO ELEC-REC AND GAS-REC IN CHAP04A03. THE
      *    -IN VIEW READS THE EDITED AMOUNT BACK AS TEXT, THE SAME
      *    WAY CHAP04A3B DOES.
       FD  F-ELEC-BILL.
       01  ELEC-REC.
           05 EACCOUNT-NO-OUT    PIC X(5).
           05 ECUSTOMER-NAME-OUT PIC X(20).
           05 EADDRESS-OUT       PIC X(20).
           05 EKILO-HRS-USED-OUT PIC X(5).
           05 EELEC-BILL-OUT     PIC ZZZZ9.99.
           05 EESTIMATED-OUT     PIC X(9).
           05 EFRANCHISE-FEE-OUT PIC ZZZZ9.99.
           05 EUTILITY-TAX-OUT   PIC ZZZZ9.99.
       01  ELEC-REC-IN.
           05 EACCOUNT-NO-IN     PIC X(5).
           05 ECUSTOMER-NAME-IN  PIC X(20).
           05 EADDRESS-IN        PIC X(20).
           05 EKILO-HRS-USED-IN  PIC X(5).
           05 EELEC-BILL-IN      PIC X(8).
           05 EESTIMATED-IN      PIC X(9).
           05 EFRANCHISE-FEE-IN  PIC X(8).
           05 EUTILITY-TAX-IN    PIC X(8).

       FD  F-GAS-BILL.
       01  GAS-REC.
           05 GACCOUNT-NO-OUT    PIC X(5).
           05 GCUSTOMER-NAME-OUT PIC X(20).
           05 GADDRESS-OUT       PIC X(20).
           05 GGAS-USED-OUT      PIC X(5).
           05 GGAS-BILL-OUT      PIC ZZZZ9.99.
           05 GESTIMATED-OUT     PIC X(9).
           05 GFRANCHISE-FEE-OUT PIC ZZZZ9.99.
           05 GUTILITY-TAX-OUT   PIC ZZZZ9.99.
       01  GAS-REC-IN.
           05 GACCOUNT-NO-IN     PIC X(5).
           05 GCUSTOMER-NAME-IN  PIC X(20).
           05 GADDRESS-IN        PIC X(20).
           05 GGAS-USED-IN       PIC X(5).
           05 GGAS-BILL-IN       PIC X(8).
           05 GESTIMATED-IN      PIC X(9).
           05 GFRANCHISE-FEE-IN  PIC X(8).
           05 GUTILITY-TAX-IN    PIC X(8).

       FD  F-ELEC-BILL-CSV.
       01  ELEC-CSV-REC          PIC X(100).

       FD  F-GAS-BILL-CSV.
       01  GAS-CSV-REC           PIC X(100).

       FD  F-ACCOUNT-HISTORY.
           COPY ACCTHISTREC.

       FD  F-CORRECTED-BILLS.
       01  CORRECTED-BILL-LINE   PIC X(80).

       FD  F-REBILL-REGISTER.
       01  REGISTER-REC.
           05 RG-ACCOUNT-NO-OUT    PIC X(5).
           05                      PIC X(2).
           05 RG-CYCLE-OUT         PIC 99.
           05                      PIC X(2).
           05 RG-REASON-OUT        PIC X(10).
           05                      PIC X(2).
           05 RG-ORIGINAL-OUT      PIC ZZ,ZZ9.99.
           05                      PIC X(2).
           05 RG-CORRECTED-OUT     PIC ZZ,ZZ9.99.
           05                      PIC X(2).
           05 RG-NET-OUT           PIC ---,--9.99.
           05                      PIC X(2).
           05 RG-RESULT-OUT        PIC X(41).

       FD  F-REVENUE-LEDGER.
           COPY REVLEDGER.

       FD  F-MUNI-FEE-LEDGER.
           COPY MUNIFEELDG.

           COPY MUNIFEEFD.

           COPY IOERRFD.
           COPY AUDITFD.
           COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS        PIC XX.
       01  WS-CYCLE-CTL-STATUS      PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-RAW-STATUS            PIC XX.
       01  WS-ELEC-STATUS           PIC XX.
       01  WS-GAS-STATUS            PIC XX.
       01  WS-ELEC-CSV-STATUS       PIC XX.
       01  WS-GAS-CSV-STATUS        PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-CORRECTED-STATUS      PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-REV-LEDGER-STATUS     PIC XX.
       01  WS-MUNI-LEDGER-STATUS    PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY RUNSTATSWS.
       COPY BANNERWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.
       01  WS-NO-REQUESTS-SW        PIC X VALUE 'N'.
           88 NO-REQUESTS-TONIGHT   VALUE 'Y'.

       01  WS-REQUESTS-READ         PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTS-REBILLED     PIC 9(5) VALUE ZERO.
       01  WS-REQUESTS-REJECTED     PIC 9(5) VALUE ZERO.
       01  WS-ELEC-WRITTEN          PIC 9(5) VALUE ZERO.
       01  WS-GAS-WRITTEN           PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ORIGINAL        PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-CORRECTED       PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-NET             PIC S9(7)V99 VALUE ZERO.
       01  WS-TOTAL-AMT-OUT         PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-NET-OUT         PIC --,---,--9.99.

      *    THE LATEST MONTH EACH CYCLE BILLED, OFF CYCLE-CONTROL.
       01  CYCLE-BILLED-TABLE.
           05  CYC-BILLED-MONTH OCCURS 20 TIMES
                   INDEXED BY CYC-IDX
                                    PIC 9(6) VALUE ZERO.

      *    THE BILLING MASTER AS THE CYCLE SAW IT - NAME, ADDRESS,
      *    TERRITORY, RATE CLASS AND CYCLE.
       01  MASTER-TABLE.
           05  GM-ENTRY OCCURS 500 TIMES
                   INDEXED BY GM-IDX.
               10  GM-ACCOUNT-NO    PIC X(5)  VALUE SPACES.
               10  GM-CUSTOMER-NAME PIC X(20) VALUE SPACES.
               10  GM-ADDRESS       PIC X(20) VALUE SPACES.
               10  GM-TERRITORY     PIC X(2)  VALUE SPACES.
               10  GM-RATE-CLASS    PIC X     VALUE SPACE.
               10  GM-BILLING-CYCLE PIC 9(2)  VALUE ZERO.
               10  GM-MUNICIPALITY  PIC X(4)  VALUE SPACES.
       01  GM-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-GM-FOUND-SW           PIC X VALUE 'N'.
           88  MASTER-ON-FILE       VALUE 'Y'.

      *    WHAT EACH ACCOUNT STANDS BILLED AT ON THE BILL FILES - THE
      *    LAST RECORD THAT IS NOT A CANCEL. THE BILL FILES HOLD ONLY
      *    THE LAST CYCLE NIGHT, SO THEY ARE THE FALLBACK FOR AN
      *    ACCOUNT THE REVENUE LEDGER HAS NO ENTRY FOR.
       01  BILLED-TABLE.
           05  BL-ENTRY OCCURS 500 TIMES
                   INDEXED BY BL-IDX.
               10  BL-ACCOUNT-NO    PIC X(5)  VALUE SPACES.
               10  BL-CUSTOMER-NAME PIC X(20) VALUE SPACES.
               10  BL-ADDRESS       PIC X(20) VALUE SPACES.
               10  BL-ELEC-SW       PIC X     VALUE 'N'.
                   88  BL-ELEC-BILLED     VALUE 'Y'.
               10  BL-KWH           PIC 9(5)  VALUE ZERO.
               10  BL-ELEC-AMT      PIC 9(5)V99 VALUE ZERO.
               10  BL-ELEC-FLAG     PIC X(9)  VALUE SPACES.
               10  BL-ELEC-FRANCHISE PIC 9(5)V99 VALUE ZERO.
               10  BL-ELEC-TAX      PIC 9(5)V99 VALUE ZERO.
               10  BL-GAS-SW        PIC X     VALUE 'N'.
                   88  BL-GAS-BILLED      VALUE 'Y'.
               10  BL-THERMS        PIC 9(5)  VALUE ZERO.
               10  BL-GAS-AMT       PIC 9(5)V99 VALUE ZERO.
               10  BL-GAS-FLAG      PIC X(9)  VALUE SPACES.
               10  BL-GAS-FRANCHISE PIC 9(5)V99 VALUE ZERO.
               10  BL-GAS-TAX       PIC 9(5)V99 VALUE ZERO.
       01  BL-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-BL-FOUND-SW           PIC X VALUE 'N'.
           88  BILL-ON-FILE         VALUE 'Y'.

       01  HISTORY-TABLE.
           05  HIST-ENTRY OCCURS 500 TIMES
                   INDEXED BY HIST-IDX.
               10  HT-ACCOUNT-NO    PIC X(5)  VALUE SPACES.
               10  HT-PRIOR-BALANCE PIC 9(5)V99 VALUE ZERO.
               10  HT-DAYS-PAST-DUE PIC 9(3)  VALUE ZERO.
               10  HT-USAGE-IMAGE   PIC X(240) VALUE SPACES.
       01  HISTORY-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-HIST-FOUND-SW         PIC X VALUE 'N'.
           88  HISTORY-ON-FILE      VALUE 'Y'.
       01  WS-HISTORY-CHANGED-SW    PIC X VALUE 'N'.
           88  HISTORY-CHANGED      VALUE 'Y'.

       01  ACCOUNT-TABLE.
           05  AC-ENTRY OCCURS 500 TIMES
                   INDEXED BY AC-IDX.
               10  AC-IMAGE         PIC X(74).
               10  AC-IMAGE-R REDEFINES AC-IMAGE.
                   15  AC-ACCOUNT-NO PIC X(5).
                   15               PIC X(60).
                   15  AC-TERRITORY PIC X(2).
                   15  AC-RATE-CLASS PIC X(1).
                   15  AC-BILLING-CYCLE PIC 9(2).
                   15               PIC X(4).
       01  AC-COUNT                 PIC 9(4) VALUE ZERO.

      *    HOW EACH ACCOUNT STANDS POSTED ON THE REVENUE LEDGER FOR A
      *    BILLED MONTH - ITS LAST BILLED OR REBILLED ENTRY. A CANCEL
      *    REVERSES THE USAGE, CHARGES, TERRITORY, CLASS AND FLAGS THE
      *    ENTRY CARRIED, AND THE TOWN FEES THE FEE LEDGER HAS FOR THE
      *    SAME MONTH, SO A SECOND CORRECTION NETS OUT THE FIRST ONE
      *    EXACTLY - WHICHEVER CYCLE NIGHT THE BILL FILES HOLD.
       01  LEDGER-TABLE.
           05  LG-ENTRY OCCURS 1000 TIMES
                   INDEXED BY LG-IDX.
               10  LG-ACCOUNT-NO    PIC X(5)  VALUE SPACES.
               10  LG-BILLED-MONTH  PIC 9(6)  VALUE ZERO.
               10  LG-TERRITORY     PIC X(2)  VALUE SPACES.
               10  LG-RATE-CLASS    PIC X     VALUE SPACE.
               10  LG-ELEC-FLAG     PIC X(9)  VALUE SPACES.
               10  LG-GAS-FLAG      PIC X(9)  VALUE SPACES.
               10  LG-SUMMER-DAYS   PIC 9(2)  VALUE ZERO.
               10  LG-WINTER-DAYS   PIC 9(2)  VALUE ZERO.
               10  LG-BILL-DATE     PIC 9(8)  VALUE ZERO.
               10  LG-KWH           PIC 9(5)  VALUE ZERO.
               10  LG-THERMS        PIC 9(5)  VALUE ZERO.
               10  LG-ELEC-AMT      PIC 9(5)V99 VALUE ZERO.
               10  LG-GAS-AMT       PIC 9(5)V99 VALUE ZERO.
               10  LG-FRANCHISE     PIC 9(5)V99 VALUE ZERO.
               10  LG-UTILITY-TAX   PIC 9(5)V99 VALUE ZERO.
       01  LG-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-LG-FOUND-SW           PIC X VALUE 'N'.
           88  LEDGER-ON-FILE       VALUE 'Y'.
       01  WS-LEDGER-MONTH          PIC 9(6) VALUE ZERO.
       01  WS-LEDGER-ACCOUNT        PIC X(5) VALUE SPACES.
       01  TABLE-MAX                PIC 9(3) VALUE 500.
       01  WS-FULL-FILE-LABEL       PIC X(20) VALUE SPACES.
       01  WS-ACCOUNTS-CHANGED-SW   PIC X VALUE 'N'.
           88  ACCOUNTS-CHANGED     VALUE 'Y'.

      *    ONE REQUEST'S WORK FIELDS.
       01  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
       01  WS-REASON-TEXT           PIC X(10) VALUE SPACES.
       01  WS-CORR-KWH              PIC 9(5) VALUE ZERO.
       01  WS-CORR-THERMS           PIC 9(5) VALUE ZERO.
       01  WS-CORR-TERRITORY        PIC X(2) VALUE SPACES.
       01  WS-CORR-CLASS            PIC X    VALUE SPACE.
       01  WS-ORIG-KWH              PIC 9(5) VALUE ZERO.
       01  WS-ORIG-THERMS           PIC 9(5) VALUE ZERO.
       01  WS-ORIG-ELEC             PIC 9(5)V99 VALUE ZERO.
       01  WS-ORIG-GAS              PIC 9(5)V99 VALUE ZERO.
       01  WS-ORIG-TOTAL            PIC 9(6)V99 VALUE ZERO.
       01  WS-ORIG-ELEC-FLAG        PIC X(9) VALUE SPACES.
       01  WS-ORIG-GAS-FLAG         PIC X(9) VALUE SPACES.
       01  WS-ORIG-ELEC-SW          PIC X VALUE 'N'.
           88  ORIG-ELEC-BILLED     VALUE 'Y'.
       01  WS-ORIG-GAS-SW           PIC X VALUE 'N'.
           88  ORIG-GAS-BILLED      VALUE 'Y'.
       01  WS-CORR-ELEC             PIC 9(5)V99 VALUE ZERO.
       01  WS-CORR-GAS              PIC 9(5)V99 VALUE ZERO.
       01  WS-CORR-TOTAL            PIC 9(6)V99 VALUE ZERO.
      *    TOWN FEES AS BILLED AND AS CORRECTED, BOTH SERVICES.
       01  WS-ORIG-FRANCHISE        PIC 9(5)V99 VALUE ZERO.
       01  WS-ORIG-UTILITY-TAX      PIC 9(5)V99 VALUE ZERO.
       01  WS-ORIG-ELEC-FRANCHISE   PIC 9(5)V99 VALUE ZERO.
       01  WS-ORIG-ELEC-TAX         PIC 9(5)V99 VALUE ZERO.
       01  WS-ORIG-GAS-FRANCHISE    PIC 9(5)V99 VALUE ZERO.
       01  WS-ORIG-GAS-TAX          PIC 9(5)V99 VALUE ZERO.
       01  WS-CORR-FRANCHISE        PIC 9(5)V99 VALUE ZERO.
       01  WS-CORR-UTILITY-TAX      PIC 9(5)V99 VALUE ZERO.
       01  WS-NET-ADJUSTMENT        PIC S9(6)V99 VALUE ZERO.
       01  WS-NET-ABS               PIC 9(6)V99 VALUE ZERO.
       01  WS-REFUND-DUE            PIC 9(6)V99 VALUE ZERO.
       01  WS-BALANCE-BEFORE        PIC 9(5)V99 VALUE ZERO.
       01  WS-NEW-BALANCE           PIC S9(6)V99 VALUE ZERO.
       01  WS-AMOUNT-OUT            PIC ZZ,ZZ9.99.
       01  WS-AMOUNT-OUT-2          PIC ZZ,ZZ9.99.
       01  WS-CSV-AMOUNT-EDIT       PIC ZZZZ9.99.
       01  WS-CSV-FRANCHISE-EDIT    PIC ZZZZ9.99.
       01  WS-CSV-TAX-EDIT          PIC ZZZZ9.99.
       01  WS-USAGE-EDIT            PIC 9(5).

      *    THE CYCLE'S BILL DATE - THE NIGHT CHAP04A03 RAN IT, OFF
      *    THE ACCOUNT'S BILLED ENTRY ON THE REVENUE LEDGER; FAILING
      *    THAT, ITS BILLED MONTH WITH THE CYCLE NUMBER AS THE DAY.
       01  WS-BILL-DATE             PIC 9(8) VALUE ZERO.
       01  WS-BILL-DATE-SPLIT REDEFINES WS-BILL-DATE.
           05  WS-BILL-YYYYMM       PIC 9(6).
           05  WS-BILL-DD           PIC 99.

      *    REPRICING - THE SAME 30-DAY SEASON WEIGHTING CHAP04A03
      *    APPLIES, COUNTED BACK FROM THE CYCLE'S BILL DATE.
           COPY RATESCHED.
       01  CYCLE-LENGTH-DAYS        PIC 99 VALUE 30.
       01  WS-SUMMER-DAYS           PIC 99 VALUE ZERO.
       01  WS-WINTER-DAYS           PIC 99 VALUE ZERO.
       01  WS-DAY-SCAN              PIC 9(3) VALUE ZERO.
       01  WS-SCAN-DATE-INT         PIC 9(8) VALUE ZERO.
       01  WS-SCAN-DATE             PIC 9(8) VALUE ZERO.
       01  WS-SCAN-DATE-SPLIT REDEFINES WS-SCAN-DATE.
           05                       PIC 9(4).
           05  WS-SCAN-MM           PIC 99.
           05                       PIC 99.
       01  WS-SUMMER-ELEC-RATE      PIC 9V999 VALUE ZERO.
       01  WS-SUMMER-GAS-RATE       PIC 9V999 VALUE ZERO.
       01  WS-WINTER-ELEC-RATE      PIC 9V999 VALUE ZERO.
       01  WS-WINTER-GAS-RATE       PIC 9V999 VALUE ZERO.
       01  WS-EFF-ELEC-RATE         PIC 9V9(5) VALUE ZERO.
       01  WS-EFF-GAS-RATE          PIC 9V9(5) VALUE ZERO.

           COPY MUNIFEEWS.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04A3R' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 200-OPEN-FILES

           IF NOT NO-REQUESTS-TONIGHT
               PERFORM 210-LOAD-CYCLE-CONTROL-RTN
               PERFORM 220-LOAD-BILLING-MASTER-RTN
               PERFORM 230-LOAD-BILL-FILES-RTN
               PERFORM 240-LOAD-ACCOUNT-HISTORY-RTN
               PERFORM 250-LOAD-RAW-MASTER-RTN
               PERFORM 255-LOAD-REVENUE-LEDGER-RTN
               PERFORM 256-LOAD-FEE-LEDGER-RTN
               PERFORM 960-LOAD-MUNI-FEES-RTN
               PERFORM 260-OPEN-OUTPUTS-RTN

               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-REBILL-REQUESTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM 300-PROCESS-REQUEST-RTN
                   END-READ
               END-PERFORM
               CLOSE F-REBILL-REQUESTS

               PERFORM 450-REGISTER-TOTALS-RTN
               COPY BANNERTRL REPLACING
                   ==:JOB-NAME:==     BY =='CHAP04A3R-E'==
                   ==:FILE-RECORD:==  BY ==ELEC-REC==
                   ==:RECORD-COUNT:== BY ==WS-ELEC-WRITTEN==.
               COPY BANNERTRL REPLACING
                   ==:JOB-NAME:==     BY =='CHAP04A3R-G'==
                   ==:FILE-RECORD:==  BY ==GAS-REC==
                   ==:RECORD-COUNT:== BY ==WS-GAS-WRITTEN==.
               IF HISTORY-CHANGED
                   PERFORM 530-REWRITE-ACCOUNT-HISTORY-RTN
               END-IF
               IF ACCOUNTS-CHANGED
                   PERFORM 550-REWRITE-RAW-MASTER-RTN
               END-IF
               PERFORM 520-TRUNCATE-REQUESTS-RTN
               DISPLAY 'CHAP04A3R: ACCOUNTS REBILLED: '
                       WS-ACCOUNTS-REBILLED
                       '  REJECTED: ' WS-REQUESTS-REJECTED
           END-IF

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-REQUESTS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-ACCOUNTS-REBILLED==
               ==:RECORDS-REJECTED:== BY ==WS-REQUESTS-REJECTED==
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

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
              AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open AUDIT-LOG file. Status: '
                       WS-AUDIT-STATUS
           END-IF

           OPEN INPUT F-REBILL-REQUESTS
           IF WS-REQUEST-STATUS = '35'
               DISPLAY 'CHAP04A3R: No rebill requests on file - '
                       'nothing to do'
               MOVE 'Y' TO WS-NO-REQUESTS-SW
           ELSE
               IF WS-REQUEST-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open REBILL-REQUESTS file. '
                           'Status: ' WS-REQUEST-STATUS
                   COPY IOERRCHK REPLACING
                       ==:FILE-LABEL:==   BY =='REBILL-REQUESTS'==
                       ==:OPERATION:==    BY =='OPEN'==
                       ==:STATUS-FIELD:== BY ==WS-REQUEST-STATUS==.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       210-LOAD-CYCLE-CONTROL-RTN.
           OPEN INPUT F-CYCLE-CONTROL
           IF WS-CYCLE-CTL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-CYCLE-CONTROL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CC-CYCLE > ZERO
                              AND CC-CYCLE NOT > 20
                               SET CYC-IDX TO CC-CYCLE
                               IF CC-BILLED-MONTH >
                                       CYC-BILLED-MONTH (CYC-IDX)
                                   MOVE CC-BILLED-MONTH
                                       TO CYC-BILLED-MONTH (CYC-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CYCLE-CONTROL
           END-IF
           MOVE 'N' TO WS-EOF
           .

       220-LOAD-BILLING-MASTER-RTN.
           OPEN INPUT F-ACCOUNT-MASTER
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ACCOUNT-MASTER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GM-COUNT NOT < TABLE-MAX
                               MOVE 'ACCT-MASTER' TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO GM-COUNT
                           SET GM-IDX TO GM-COUNT
                           MOVE ACCOUNT-NO-IN
                               TO GM-ACCOUNT-NO (GM-IDX)
                           MOVE CUSTOMER-NAME-IN
                               TO GM-CUSTOMER-NAME (GM-IDX)
                           MOVE ADDRESS-IN TO GM-ADDRESS (GM-IDX)
                           MOVE TERRITORY-IN TO GM-TERRITORY (GM-IDX)
                           MOVE RATE-CLASS-IN
                               TO GM-RATE-CLASS (GM-IDX)
                           MOVE BILLING-CYCLE-IN
                               TO GM-BILLING-CYCLE (GM-IDX)
                           MOVE MUNICIPALITY-IN
                               TO GM-MUNICIPALITY (GM-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-ACCOUNT-MASTER
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *    BANNER LINES CARRY NO NUMERIC USAGE AND ARE PASSED OVER.
       230-LOAD-BILL-FILES-RTN.
           OPEN INPUT F-ELEC-BILL
           IF WS-ELEC-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ELEC-BILL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EKILO-HRS-USED-IN IS NUMERIC
                              AND EESTIMATED-IN NOT = 'CANCELLED'
                               PERFORM 232-BANK-ELEC-BILL-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ELEC-BILL
           END-IF
           MOVE 'N' TO WS-EOF

           OPEN INPUT F-GAS-BILL
           IF WS-GAS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-GAS-BILL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GGAS-USED-IN IS NUMERIC
                              AND GESTIMATED-IN NOT = 'CANCELLED'
                               PERFORM 234-BANK-GAS-BILL-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-GAS-BILL
           END-IF
           MOVE 'N' TO WS-EOF
           .

       232-BANK-ELEC-BILL-RTN.
           SET BL-IDX TO 1
           SEARCH BL-ENTRY
               AT END
                   IF BL-COUNT NOT < TABLE-MAX
                       MOVE 'ELEC-BILL' TO WS-FULL-FILE-LABEL
                       PERFORM 990-TABLE-FULL-RTN
                   END-IF
                   ADD 1 TO BL-COUNT
                   SET BL-IDX TO BL-COUNT
                   MOVE EACCOUNT-NO-IN TO BL-ACCOUNT-NO (BL-IDX)
               WHEN BL-ACCOUNT-NO (BL-IDX) = EACCOUNT-NO-IN
                   CONTINUE
           END-SEARCH
           MOVE ECUSTOMER-NAME-IN TO BL-CUSTOMER-NAME (BL-IDX)
           MOVE EADDRESS-IN TO BL-ADDRESS (BL-IDX)
           MOVE 'Y' TO BL-ELEC-SW (BL-IDX)
           MOVE EKILO-HRS-USED-IN TO BL-KWH (BL-IDX)
           COMPUTE BL-ELEC-AMT (BL-IDX) =
               FUNCTION NUMVAL (EELEC-BILL-IN)
           MOVE EESTIMATED-IN TO BL-ELEC-FLAG (BL-IDX)
           COMPUTE BL-ELEC-FRANCHISE (BL-IDX) =
               FUNCTION NUMVAL (EFRANCHISE-FEE-IN)
           COMPUTE BL-ELEC-TAX (BL-IDX) =
               FUNCTION NUMVAL (EUTILITY-TAX-IN)
           .

       234-BANK-GAS-BILL-RTN.
           SET BL-IDX TO 1
           SEARCH BL-ENTRY
               AT END
                   IF BL-COUNT NOT < TABLE-MAX
                       MOVE 'GAS-BILL' TO WS-FULL-FILE-LABEL
                       PERFORM 990-TABLE-FULL-RTN
                   END-IF
                   ADD 1 TO BL-COUNT
                   SET BL-IDX TO BL-COUNT
                   MOVE GACCOUNT-NO-IN TO BL-ACCOUNT-NO (BL-IDX)
               WHEN BL-ACCOUNT-NO (BL-IDX) = GACCOUNT-NO-IN
                   CONTINUE
           END-SEARCH
           MOVE GCUSTOMER-NAME-IN TO BL-CUSTOMER-NAME (BL-IDX)
           MOVE GADDRESS-IN TO BL-ADDRESS (BL-IDX)
           MOVE 'Y' TO BL-GAS-SW (BL-IDX)
           MOVE GGAS-USED-IN TO BL-THERMS (BL-IDX)
           COMPUTE BL-GAS-AMT (BL-IDX) =
               FUNCTION NUMVAL (GGAS-BILL-IN)
           MOVE GESTIMATED-IN TO BL-GAS-FLAG (BL-IDX)
           COMPUTE BL-GAS-FRANCHISE (BL-IDX) =
               FUNCTION NUMVAL (GFRANCHISE-FEE-IN)
           COMPUTE BL-GAS-TAX (BL-IDX) =
               FUNCTION NUMVAL (GUTILITY-TAX-IN)
           .

       240-LOAD-ACCOUNT-HISTORY-RTN.
           OPEN INPUT F-ACCOUNT-HISTORY
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ACCOUNT-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HISTORY-COUNT NOT < TABLE-MAX
                               MOVE 'ACCOUNT-HISTORY'
                                   TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO HISTORY-COUNT
                           SET HIST-IDX TO HISTORY-COUNT
                           MOVE HIST-ACCOUNT-NO
                               TO HT-ACCOUNT-NO (HIST-IDX)
                           MOVE HIST-PRIOR-BALANCE
                               TO HT-PRIOR-BALANCE (HIST-IDX)
                           MOVE HIST-DAYS-PAST-DUE
                               TO HT-DAYS-PAST-DUE (HIST-IDX)
                           MOVE ACCOUNT-HISTORY-REC (16:240)
                               TO HT-USAGE-IMAGE (HIST-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-ACCOUNT-HISTORY
           END-IF
           MOVE 'N' TO WS-EOF
           .

       250-LOAD-RAW-MASTER-RTN.
           OPEN INPUT F-RAW-MASTER
           IF WS-RAW-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-RAW-MASTER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AC-COUNT NOT < TABLE-MAX
                               MOVE 'RAW-MASTER' TO WS-FULL-FILE-LABEL
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO AC-COUNT
                           SET AC-IDX TO AC-COUNT
                           MOVE RAW-ACCOUNT-REC TO AC-IMAGE (AC-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-RAW-MASTER
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *    ONLY BILLED AND REBILLED ENTRIES ARE KEPT - THE LAST ONE
      *    FOR AN ACCOUNT AND MONTH IS WHAT A CANCEL HAS TO REVERSE.
       255-LOAD-REVENUE-LEDGER-RTN.
           OPEN INPUT F-REVENUE-LEDGER
           IF WS-REV-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-REVENUE-LEDGER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF NOT RL-IS-CANCEL
                               MOVE RL-ACCOUNT-NO TO WS-LEDGER-ACCOUNT
                               MOVE RL-BILLED-MONTH TO WS-LEDGER-MONTH
                               PERFORM 257-FIND-LEDGER-ENTRY-RTN
                               PERFORM 258-KEEP-LEDGER-ENTRY-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-REVENUE-LEDGER
           END-IF
           MOVE 'N' TO WS-EOF
           .

      *    THE TOWN FEES EACH LEDGER ENTRY STANDS BILLED AT. A BILL
      *    OR REBILL SETS THEM, A CANCEL CLEARS THEM; A BILL THAT
      *    CARRIED NO FEE HAS NO ENTRY AND STAYS AT ZERO.
       256-LOAD-FEE-LEDGER-RTN.
           OPEN INPUT F-MUNI-FEE-LEDGER
           IF WS-MUNI-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-MUNI-FEE-LEDGER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FL-IS-BILLED OR FL-IS-CANCEL
                              OR FL-IS-REBILL
                               MOVE FL-ACCOUNT-NO TO WS-LEDGER-ACCOUNT
                               MOVE FL-MONTH TO WS-LEDGER-MONTH
                               PERFORM 257-FIND-LEDGER-ENTRY-RTN
                               PERFORM 259-KEEP-FEE-ENTRY-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-MUNI-FEE-LEDGER
           END-IF
           MOVE 'N' TO WS-EOF
           .

       257-FIND-LEDGER-ENTRY-RTN.
           MOVE 'N' TO WS-LG-FOUND-SW
           SET LG-IDX TO 1
           SEARCH LG-ENTRY
               AT END
                   CONTINUE
               WHEN LG-ACCOUNT-NO (LG-IDX) = WS-LEDGER-ACCOUNT
                AND LG-BILLED-MONTH (LG-IDX) = WS-LEDGER-MONTH
                   MOVE 'Y' TO WS-LG-FOUND-SW
           END-SEARCH
           .

      *    THE ENTRY JUST READ OR WRITTEN BECOMES THE ACCOUNT'S
      *    STANDING FOR THE MONTH.
       258-KEEP-LEDGER-ENTRY-RTN.
           IF NOT LEDGER-ON-FILE
               IF LG-COUNT < 1000
                   ADD 1 TO LG-COUNT
                   SET LG-IDX TO LG-COUNT
                   MOVE 'Y' TO WS-LG-FOUND-SW
               END-IF
           END-IF
           IF LEDGER-ON-FILE
               MOVE RL-ACCOUNT-NO TO LG-ACCOUNT-NO (LG-IDX)
               MOVE RL-BILLED-MONTH TO LG-BILLED-MONTH (LG-IDX)
               MOVE RL-TERRITORY TO LG-TERRITORY (LG-IDX)
               MOVE RL-RATE-CLASS TO LG-RATE-CLASS (LG-IDX)
               MOVE RL-ELEC-FLAG TO LG-ELEC-FLAG (LG-IDX)
               MOVE RL-GAS-FLAG TO LG-GAS-FLAG (LG-IDX)
               MOVE RL-SUMMER-DAYS TO LG-SUMMER-DAYS (LG-IDX)
               MOVE RL-WINTER-DAYS TO LG-WINTER-DAYS (LG-IDX)
               MOVE RL-KWH TO LG-KWH (LG-IDX)
               MOVE RL-THERMS TO LG-THERMS (LG-IDX)
               MOVE RL-ELEC-AMT TO LG-ELEC-AMT (LG-IDX)
               MOVE RL-GAS-AMT TO LG-GAS-AMT (LG-IDX)
               IF RL-IS-BILLED
                   MOVE RL-POSTED-DATE TO LG-BILL-DATE (LG-IDX)
               END-IF
           END-IF
           .

       259-KEEP-FEE-ENTRY-RTN.
           IF LEDGER-ON-FILE
               IF FL-IS-CANCEL
                   MOVE ZERO TO LG-FRANCHISE (LG-IDX)
                                LG-UTILITY-TAX (LG-IDX)
               ELSE
                   MOVE FL-FRANCHISE-FEE TO LG-FRANCHISE (LG-IDX)
                   MOVE FL-UTILITY-TAX TO LG-UTILITY-TAX (LG-IDX)
               END-IF
           END-IF
           .

      *****************************************************************
      *    260-OPEN-OUTPUTS-RTN - EVERYTHING THE RUN WRITES IS         *
      *    APPENDED. THE CANCELS AND REBILLS GO ON THE BILL FILES      *
      *    BEHIND THE CYCLE'S OWN TRAILER, IN A BANNERED SECTION OF    *
      *    THEIR OWN, SO THE PRINTOUT SHOWS WHICH JOB WROTE THEM.      *
      *****************************************************************
       260-OPEN-OUTPUTS-RTN.
           OPEN EXTEND F-ELEC-BILL
           IF WS-ELEC-STATUS = '35'
               OPEN OUTPUT F-ELEC-BILL
           END-IF
           IF WS-ELEC-STATUS NOT = '00'
              AND WS-ELEC-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open ELEC-BILL file. Status: '
                       WS-ELEC-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='ELEC-BILL'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-ELEC-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND F-GAS-BILL
           IF WS-GAS-STATUS = '35'
               OPEN OUTPUT F-GAS-BILL
           END-IF
           IF WS-GAS-STATUS NOT = '00'
              AND WS-GAS-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open GAS-BILL file. Status: '
                       WS-GAS-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='GAS-BILL'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-GAS-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND F-ELEC-BILL-CSV
           IF WS-ELEC-CSV-STATUS = '35'
               OPEN OUTPUT F-ELEC-BILL-CSV
           END-IF
           IF WS-ELEC-CSV-STATUS NOT = '00'
              AND WS-ELEC-CSV-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open ELEC-BILL-CSV file. '
                       'Status: ' WS-ELEC-CSV-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='ELEC-BILL-CSV'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-ELEC-CSV-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND F-GAS-BILL-CSV
           IF WS-GAS-CSV-STATUS = '35'
               OPEN OUTPUT F-GAS-BILL-CSV
           END-IF
           IF WS-GAS-CSV-STATUS NOT = '00'
              AND WS-GAS-CSV-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open GAS-BILL-CSV file. '
                       'Status: ' WS-GAS-CSV-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='GAS-BILL-CSV'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-GAS-CSV-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND F-CORRECTED-BILLS
           IF WS-CORRECTED-STATUS = '35'
               OPEN OUTPUT F-CORRECTED-BILLS
           END-IF
           IF WS-CORRECTED-STATUS NOT = '00'
              AND WS-CORRECTED-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open CORRECTED-BILLS file. '
                       'Status: ' WS-CORRECTED-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='CORRECTED-BILLS'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-CORRECTED-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND F-REBILL-REGISTER
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT F-REBILL-REGISTER
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
              AND WS-REGISTER-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open REBILL-REGISTER file. '
                       'Status: ' WS-REGISTER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='REBILL-REGISTER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-REGISTER-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND F-REVENUE-LEDGER
           IF WS-REV-LEDGER-STATUS = '35'
               OPEN OUTPUT F-REVENUE-LEDGER
           END-IF
           IF WS-REV-LEDGER-STATUS NOT = '00'
              AND WS-REV-LEDGER-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open REVENUE-LEDGER file. '
                       'Status: ' WS-REV-LEDGER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='REV-LEDGER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-REV-LEDGER-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND F-MUNI-FEE-LEDGER
           IF WS-MUNI-LEDGER-STATUS = '35'
               OPEN OUTPUT F-MUNI-FEE-LEDGER
           END-IF
           IF WS-MUNI-LEDGER-STATUS NOT = '00'
              AND WS-MUNI-LEDGER-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open MUNI-FEE-LEDGER file. '
                       'Status: ' WS-MUNI-LEDGER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='MUNI-LEDGER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-MUNI-LEDGER-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04A3R-E'==
               ==:FILE-RECORD:== BY ==ELEC-REC==.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04A3R-G'==
               ==:FILE-RECORD:== BY ==GAS-REC==.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04A3R'==
               ==:FILE-RECORD:== BY ==REGISTER-REC==.
           MOVE SPACES TO REGISTER-REC
           STRING 'ACCT   CY  REASON       ORIGINAL  CORRECTED'
                  '  NET ADJUST  RESULT'
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC
           .

      *****************************************************************
      *    300-PROCESS-REQUEST-RTN - VALIDATES ONE REQUEST AGAINST THE *
      *    BILLING MASTER, CYCLE-CONTROL AND THE BILL FILES, THEN      *
      *    CANCELS, REPRICES, REBILLS AND ADJUSTS. A REQUEST THAT      *
      *    FAILS ANY CHECK IS LISTED ON THE REGISTER AND NOTHING OF    *
      *    IT IS APPLIED.                                              *
      *****************************************************************
       300-PROCESS-REQUEST-RTN.
           PERFORM 310-VALIDATE-REQUEST-RTN
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 390-REJECT-REQUEST-RTN
           ELSE
               PERFORM 320-REPRICE-CYCLE-RTN
               PERFORM 330-WRITE-CANCELS-RTN
               PERFORM 338-POST-REVENUE-LEDGER-RTN
               PERFORM 339-POST-MUNI-FEE-LEDGER-RTN
               PERFORM 340-WRITE-REBILLS-RTN
               PERFORM 350-ADJUST-HISTORY-RTN
               PERFORM 360-CORRECT-RAW-MASTER-RTN
               PERFORM 370-PRINT-CORRECTED-BILL-RTN
               PERFORM 380-REGISTER-REBILL-RTN
               ADD 1 TO WS-ACCOUNTS-REBILLED
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==RQ-ACCOUNT-NO==
                   ==:ACTION:==     BY =='REBILLED'==.
           END-IF
           .

       310-VALIDATE-REQUEST-RTN.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN RQ-REASON = 'R'
                   MOVE 'METER READ' TO WS-REASON-TEXT
               WHEN RQ-REASON = 'C'
                   MOVE 'RATE CLASS' TO WS-REASON-TEXT
               WHEN RQ-REASON = 'T'
                   MOVE 'TERRITORY' TO WS-REASON-TEXT
               WHEN RQ-REASON = 'O'
                   MOVE 'OTHER' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-REASON-TEXT
           END-EVALUATE

           MOVE 'N' TO WS-GM-FOUND-SW
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-ACCOUNT-NO (GM-IDX) = RQ-ACCOUNT-NO
                   MOVE 'Y' TO WS-GM-FOUND-SW
           END-SEARCH
           MOVE 'N' TO WS-BL-FOUND-SW
           SET BL-IDX TO 1
           SEARCH BL-ENTRY
               AT END
                   CONTINUE
               WHEN BL-ACCOUNT-NO (BL-IDX) = RQ-ACCOUNT-NO
                   MOVE 'Y' TO WS-BL-FOUND-SW
           END-SEARCH
           MOVE 'N' TO WS-LG-FOUND-SW
           IF RQ-CYCLE IS NUMERIC
              AND RQ-CYCLE > ZERO AND RQ-CYCLE NOT > 20
               MOVE RQ-ACCOUNT-NO TO WS-LEDGER-ACCOUNT
               MOVE CYC-BILLED-MONTH (RQ-CYCLE) TO WS-LEDGER-MONTH
               PERFORM 257-FIND-LEDGER-ENTRY-RTN
           END-IF
      *    350 MAY HAVE TO START A HISTORY ROW - THERE MUST BE ROOM.
           MOVE 'N' TO WS-HIST-FOUND-SW
           SET HIST-IDX TO 1
           SEARCH HIST-ENTRY
               AT END
                   CONTINUE
               WHEN HT-ACCOUNT-NO (HIST-IDX) = RQ-ACCOUNT-NO
                   MOVE 'Y' TO WS-HIST-FOUND-SW
           END-SEARCH

           EVALUATE TRUE
               WHEN NOT REASON-IS-VALID
                   MOVE 'BAD REASON CODE' TO WS-REJECT-REASON
               WHEN NOT MASTER-ON-FILE
                   MOVE 'NOT ON BILLING MASTER' TO WS-REJECT-REASON
               WHEN RQ-CYCLE IS NOT NUMERIC
                   MOVE 'CYCLE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN RQ-CYCLE NOT = GM-BILLING-CYCLE (GM-IDX)
                   MOVE 'NOT THE ACCOUNT''S CYCLE'
                       TO WS-REJECT-REASON
               WHEN RQ-CYCLE = ZERO OR RQ-CYCLE > 20
                   MOVE 'CYCLE NOT BILLED' TO WS-REJECT-REASON
               WHEN CYC-BILLED-MONTH (RQ-CYCLE) = ZERO
                   MOVE 'CYCLE NOT BILLED' TO WS-REJECT-REASON
               WHEN NOT LEDGER-ON-FILE AND NOT BILL-ON-FILE
                   MOVE 'NO BILL ON FILE FOR THE CYCLE'
                       TO WS-REJECT-REASON
               WHEN RQ-CORR-KWH NOT = SPACES
                    AND RQ-CORR-KWH IS NOT NUMERIC
                   MOVE 'CORRECTED KWH NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN RQ-CORR-THERMS NOT = SPACES
                    AND RQ-CORR-THERMS IS NOT NUMERIC
                   MOVE 'CORRECTED THERMS NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN RQ-CORR-RATE-CLASS NOT = SPACE
                    AND RQ-CORR-RATE-CLASS NOT = 'R'
                    AND RQ-CORR-RATE-CLASS NOT = 'C'
                   MOVE 'BAD RATE CLASS' TO WS-REJECT-REASON
               WHEN NOT HISTORY-ON-FILE
                    AND HISTORY-COUNT NOT < TABLE-MAX
                   MOVE 'ACCOUNT HISTORY TABLE FULL'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************************************
      *    320-REPRICE-CYCLE-RTN - THE CORRECTED INPUTS (OR WHAT WAS   *
      *    BILLED, WHERE NOTHING WAS CORRECTED) PRICED OFF RATESCHED   *
      *    OVER THE SAME 30 DAYS CHAP04A03 PRICED, ENDING ON THE       *
      *    CYCLE'S BILL DATE. THE TOWN FEES ARE REFIGURED ON THE       *
      *    CORRECTED CHARGES AT THE RATES IN EFFECT ON THAT DATE, AND  *
      *    BOTH TOTALS CARRY THEM.                                     *
      *****************************************************************
       320-REPRICE-CYCLE-RTN.
           PERFORM 315-TAKE-ORIGINAL-BILL-RTN
           IF RQ-CORR-KWH = SPACES
               MOVE WS-ORIG-KWH TO WS-CORR-KWH
           ELSE
               MOVE RQ-CORR-KWH TO WS-CORR-KWH
           END-IF
           IF RQ-CORR-THERMS = SPACES
               MOVE WS-ORIG-THERMS TO WS-CORR-THERMS
           ELSE
               MOVE RQ-CORR-THERMS TO WS-CORR-THERMS
           END-IF
           IF RQ-CORR-TERRITORY = SPACES
               MOVE GM-TERRITORY (GM-IDX) TO WS-CORR-TERRITORY
           ELSE
               MOVE RQ-CORR-TERRITORY TO WS-CORR-TERRITORY
           END-IF
           IF RQ-CORR-RATE-CLASS = SPACE
               MOVE GM-RATE-CLASS (GM-IDX) TO WS-CORR-CLASS
           ELSE
               MOVE RQ-CORR-RATE-CLASS TO WS-CORR-CLASS
           END-IF

           IF LEDGER-ON-FILE
              AND LG-BILL-DATE (LG-IDX) NOT = ZERO
               MOVE LG-BILL-DATE (LG-IDX) TO WS-BILL-DATE
           ELSE
               MOVE CYC-BILLED-MONTH (RQ-CYCLE) TO WS-BILL-YYYYMM
               MOVE RQ-CYCLE TO WS-BILL-DD
           END-IF
           IF LEDGER-ON-FILE
               PERFORM 317-SPLIT-ORIGINAL-FEES-RTN
           END-IF
           MOVE ZERO TO WS-SUMMER-DAYS WS-WINTER-DAYS
           PERFORM 322-CLASS-ONE-DAY-RTN
               VARYING WS-DAY-SCAN FROM 1 BY 1
               UNTIL WS-DAY-SCAN > CYCLE-LENGTH-DAYS
           PERFORM 324-FIND-SEASON-RATES-RTN
           COMPUTE WS-EFF-ELEC-RATE ROUNDED =
               (WS-SUMMER-ELEC-RATE * WS-SUMMER-DAYS
                + WS-WINTER-ELEC-RATE * WS-WINTER-DAYS)
               / CYCLE-LENGTH-DAYS
           COMPUTE WS-EFF-GAS-RATE ROUNDED =
               (WS-SUMMER-GAS-RATE * WS-SUMMER-DAYS
                + WS-WINTER-GAS-RATE * WS-WINTER-DAYS)
               / CYCLE-LENGTH-DAYS

           MOVE ZERO TO WS-CORR-ELEC WS-CORR-GAS
           IF ORIG-ELEC-BILLED
               COMPUTE WS-CORR-ELEC ROUNDED =
                   WS-CORR-KWH * WS-EFF-ELEC-RATE
           END-IF
           IF ORIG-GAS-BILLED
               COMPUTE WS-CORR-GAS ROUNDED =
                   WS-CORR-THERMS * WS-EFF-GAS-RATE
           END-IF
           MOVE GM-MUNICIPALITY (GM-IDX) TO WS-FEE-MUNICIPALITY
           MOVE WS-BILL-DATE TO WS-FEE-BILL-DATE
           MOVE WS-CORR-ELEC TO WS-FEE-ELEC-CHARGE
           MOVE WS-CORR-GAS TO WS-FEE-GAS-CHARGE
           PERFORM 970-COMPUTE-MUNI-FEES-RTN
           MOVE WS-FRANCHISE-FEE TO WS-CORR-FRANCHISE
           MOVE WS-UTILITY-TAX TO WS-CORR-UTILITY-TAX
           ADD WS-ORIG-ELEC WS-ORIG-GAS
               WS-ORIG-FRANCHISE WS-ORIG-UTILITY-TAX
               GIVING WS-ORIG-TOTAL
           ADD WS-CORR-ELEC WS-CORR-GAS
               WS-CORR-FRANCHISE WS-CORR-UTILITY-TAX
               GIVING WS-CORR-TOTAL
           COMPUTE WS-NET-ADJUSTMENT = WS-CORR-TOTAL - WS-ORIG-TOTAL
           MOVE WS-NET-ADJUSTMENT TO WS-NET-ABS
           .

      *****************************************************************
      *    315-TAKE-ORIGINAL-BILL-RTN - WHAT IS BEING CANCELLED. THE   *
      *    REVENUE LEDGER HOLDS THE ACCOUNT'S CHARGE FOR THE CYCLE'S   *
      *    BILLED MONTH WHATEVER NIGHT IT BILLED, AND THE FEE LEDGER   *
      *    ITS TOWN FEES; CHAP04A03 BILLS BOTH SERVICES ON EVERY       *
      *    ACCOUNT. ONLY AN ACCOUNT THE LEDGER HAS NO ENTRY FOR FALLS  *
      *    BACK TO THE BILL FILES, WHICH HOLD THE LAST CYCLE NIGHT.    *
      *****************************************************************
       315-TAKE-ORIGINAL-BILL-RTN.
           IF LEDGER-ON-FILE
               MOVE 'Y' TO WS-ORIG-ELEC-SW WS-ORIG-GAS-SW
               MOVE LG-KWH (LG-IDX) TO WS-ORIG-KWH
               MOVE LG-THERMS (LG-IDX) TO WS-ORIG-THERMS
               MOVE LG-ELEC-AMT (LG-IDX) TO WS-ORIG-ELEC
               MOVE LG-GAS-AMT (LG-IDX) TO WS-ORIG-GAS
               MOVE LG-ELEC-FLAG (LG-IDX) TO WS-ORIG-ELEC-FLAG
               MOVE LG-GAS-FLAG (LG-IDX) TO WS-ORIG-GAS-FLAG
               MOVE LG-FRANCHISE (LG-IDX) TO WS-ORIG-FRANCHISE
               MOVE LG-UTILITY-TAX (LG-IDX) TO WS-ORIG-UTILITY-TAX
           ELSE
               MOVE BL-ELEC-SW (BL-IDX) TO WS-ORIG-ELEC-SW
               MOVE BL-GAS-SW (BL-IDX) TO WS-ORIG-GAS-SW
               MOVE BL-KWH (BL-IDX) TO WS-ORIG-KWH
               MOVE BL-THERMS (BL-IDX) TO WS-ORIG-THERMS
               MOVE BL-ELEC-AMT (BL-IDX) TO WS-ORIG-ELEC
               MOVE BL-GAS-AMT (BL-IDX) TO WS-ORIG-GAS
               MOVE BL-ELEC-FLAG (BL-IDX) TO WS-ORIG-ELEC-FLAG
               MOVE BL-GAS-FLAG (BL-IDX) TO WS-ORIG-GAS-FLAG
               MOVE BL-ELEC-FRANCHISE (BL-IDX)
                   TO WS-ORIG-ELEC-FRANCHISE
               MOVE BL-ELEC-TAX (BL-IDX) TO WS-ORIG-ELEC-TAX
               MOVE BL-GAS-FRANCHISE (BL-IDX) TO WS-ORIG-GAS-FRANCHISE
               MOVE BL-GAS-TAX (BL-IDX) TO WS-ORIG-GAS-TAX
               ADD WS-ORIG-ELEC-FRANCHISE WS-ORIG-GAS-FRANCHISE
                   GIVING WS-ORIG-FRANCHISE
               ADD WS-ORIG-ELEC-TAX WS-ORIG-GAS-TAX
                   GIVING WS-ORIG-UTILITY-TAX
           END-IF
           .

      *    THE FEE LEDGER KEEPS ONE TOTAL PER BILL; THE CANCEL RECORDS
      *    SPLIT IT BY SERVICE AS CHAP04A03 DID - THE ELECTRIC SHARE
      *    REFIGURED AT THE BILL DATE, THE GAS SHARE THE REST.
       317-SPLIT-ORIGINAL-FEES-RTN.
           MOVE GM-MUNICIPALITY (GM-IDX) TO WS-FEE-MUNICIPALITY
           MOVE WS-BILL-DATE TO WS-FEE-BILL-DATE
           MOVE WS-ORIG-ELEC TO WS-FEE-ELEC-CHARGE
           MOVE WS-ORIG-GAS TO WS-FEE-GAS-CHARGE
           PERFORM 970-COMPUTE-MUNI-FEES-RTN
           IF WS-ELEC-FRANCHISE > WS-ORIG-FRANCHISE
               MOVE WS-ORIG-FRANCHISE TO WS-ELEC-FRANCHISE
           END-IF
           IF WS-ELEC-UTILITY-TAX > WS-ORIG-UTILITY-TAX
               MOVE WS-ORIG-UTILITY-TAX TO WS-ELEC-UTILITY-TAX
           END-IF
           MOVE WS-ELEC-FRANCHISE TO WS-ORIG-ELEC-FRANCHISE
           MOVE WS-ELEC-UTILITY-TAX TO WS-ORIG-ELEC-TAX
           SUBTRACT WS-ORIG-ELEC-FRANCHISE FROM WS-ORIG-FRANCHISE
               GIVING WS-ORIG-GAS-FRANCHISE
           SUBTRACT WS-ORIG-ELEC-TAX FROM WS-ORIG-UTILITY-TAX
               GIVING WS-ORIG-GAS-TAX
           .

       322-CLASS-ONE-DAY-RTN.
           COMPUTE WS-SCAN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BILL-DATE)
               - WS-DAY-SCAN + 1
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER (WS-SCAN-DATE-INT)
           IF WS-SCAN-MM NOT LESS THAN SUMMER-START-MM
              AND WS-SCAN-MM NOT GREATER THAN SUMMER-END-MM
               ADD 1 TO WS-SUMMER-DAYS
           ELSE
               ADD 1 TO WS-WINTER-DAYS
           END-IF
           .

      *    ONE SEARCH PER SEASON, FALLING BACK TO THE DEFAULT ROWS,
      *    EXACTLY AS CHAP04A03 PRICES A CYCLE.
       324-FIND-SEASON-RATES-RTN.
           SET RATE-IDX TO 1
           SEARCH RATE-TIER
               AT END
                   SET RATE-IDX TO 17
               WHEN RATE-TERRITORY (RATE-IDX) = WS-CORR-TERRITORY AND
                    RATE-CLASS (RATE-IDX) = WS-CORR-CLASS AND
                    RATE-SEASON (RATE-IDX) = 'S'
                   CONTINUE
           END-SEARCH
           MOVE RATE-ELEC-PER-KWH (RATE-IDX) TO WS-SUMMER-ELEC-RATE
           MOVE RATE-GAS-PER-THERM (RATE-IDX) TO WS-SUMMER-GAS-RATE

           SET RATE-IDX TO 1
           SEARCH RATE-TIER
               AT END
                   SET RATE-IDX TO 18
               WHEN RATE-TERRITORY (RATE-IDX) = WS-CORR-TERRITORY AND
                    RATE-CLASS (RATE-IDX) = WS-CORR-CLASS AND
                    RATE-SEASON (RATE-IDX) = 'W'
                   CONTINUE
           END-SEARCH
           MOVE RATE-ELEC-PER-KWH (RATE-IDX) TO WS-WINTER-ELEC-RATE
           MOVE RATE-GAS-PER-THERM (RATE-IDX) TO WS-WINTER-GAS-RATE
           .

      *****************************************************************
      *    330-WRITE-CANCELS-RTN - THE CANCEL REPEATS THE CHARGE AS IT *
      *    STANDS BILLED, FLAGGED CANCELLED, ON EACH SERVICE THE       *
      *    ACCOUNT WAS BILLED FOR.                                     *
      *****************************************************************
       330-WRITE-CANCELS-RTN.
           IF ORIG-ELEC-BILLED
               MOVE SPACES TO ELEC-REC
               MOVE RQ-ACCOUNT-NO TO EACCOUNT-NO-OUT
               MOVE GM-CUSTOMER-NAME (GM-IDX) TO ECUSTOMER-NAME-OUT
               MOVE GM-ADDRESS (GM-IDX) TO EADDRESS-OUT
               MOVE WS-ORIG-KWH TO WS-USAGE-EDIT
               MOVE WS-USAGE-EDIT TO EKILO-HRS-USED-OUT
               MOVE WS-ORIG-ELEC TO EELEC-BILL-OUT
               MOVE 'CANCELLED' TO EESTIMATED-OUT
               MOVE WS-ORIG-ELEC-FRANCHISE TO EFRANCHISE-FEE-OUT
               MOVE WS-ORIG-ELEC-TAX TO EUTILITY-TAX-OUT
               WRITE ELEC-REC
               ADD 1 TO WS-ELEC-WRITTEN
               MOVE WS-ORIG-ELEC TO WS-CSV-AMOUNT-EDIT
               PERFORM 335-WRITE-ELEC-CSV-RTN
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==RQ-ACCOUNT-NO==
                   ==:ACTION:==     BY =='CANCEL-ELEC'==.
           END-IF
           IF ORIG-GAS-BILLED
               MOVE SPACES TO GAS-REC
               MOVE RQ-ACCOUNT-NO TO GACCOUNT-NO-OUT
               MOVE GM-CUSTOMER-NAME (GM-IDX) TO GCUSTOMER-NAME-OUT
               MOVE GM-ADDRESS (GM-IDX) TO GADDRESS-OUT
               MOVE WS-ORIG-THERMS TO WS-USAGE-EDIT
               MOVE WS-USAGE-EDIT TO GGAS-USED-OUT
               MOVE WS-ORIG-GAS TO GGAS-BILL-OUT
               MOVE 'CANCELLED' TO GESTIMATED-OUT
               MOVE WS-ORIG-GAS-FRANCHISE TO GFRANCHISE-FEE-OUT
               MOVE WS-ORIG-GAS-TAX TO GUTILITY-TAX-OUT
               WRITE GAS-REC
               ADD 1 TO WS-GAS-WRITTEN
               MOVE WS-ORIG-GAS TO WS-CSV-AMOUNT-EDIT
               PERFORM 337-WRITE-GAS-CSV-RTN
               COPY AUDITLOG REPLACING
                   ==:RECORD-KEY:== BY ==RQ-ACCOUNT-NO==
                   ==:ACTION:==     BY =='CANCEL-GAS'==.
           END-IF
           .

      *    SAME COLUMNS AS CHAP04A03'S CSV ROWS, FROM THE RECORD JUST
      *    WRITTEN.
       335-WRITE-ELEC-CSV-RTN.
           MOVE EFRANCHISE-FEE-OUT TO WS-CSV-FRANCHISE-EDIT
           MOVE EUTILITY-TAX-OUT TO WS-CSV-TAX-EDIT
           MOVE SPACES TO ELEC-CSV-REC
           STRING FUNCTION TRIM(EACCOUNT-NO-OUT)    ','
                  FUNCTION TRIM(ECUSTOMER-NAME-OUT) ','
                  FUNCTION TRIM(EADDRESS-OUT)        ','
                  FUNCTION TRIM(EKILO-HRS-USED-OUT)  ','
                  FUNCTION TRIM(WS-CSV-AMOUNT-EDIT)  ','
                  FUNCTION TRIM(EESTIMATED-OUT)      ','
                  FUNCTION TRIM(WS-CSV-FRANCHISE-EDIT) ','
                  FUNCTION TRIM(WS-CSV-TAX-EDIT)
               DELIMITED BY SIZE INTO ELEC-CSV-REC
           END-STRING
           WRITE ELEC-CSV-REC
           .

       337-WRITE-GAS-CSV-RTN.
           MOVE GFRANCHISE-FEE-OUT TO WS-CSV-FRANCHISE-EDIT
           MOVE GUTILITY-TAX-OUT TO WS-CSV-TAX-EDIT
           MOVE SPACES TO GAS-CSV-REC
           STRING FUNCTION TRIM(GACCOUNT-NO-OUT)    ','
                  FUNCTION TRIM(GCUSTOMER-NAME-OUT) ','
                  FUNCTION TRIM(GADDRESS-OUT)        ','
                  FUNCTION TRIM(GGAS-USED-OUT)       ','
                  FUNCTION TRIM(WS-CSV-AMOUNT-EDIT)  ','
                  FUNCTION TRIM(GESTIMATED-OUT)      ','
                  FUNCTION TRIM(WS-CSV-FRANCHISE-EDIT) ','
                  FUNCTION TRIM(WS-CSV-TAX-EDIT)
               DELIMITED BY SIZE INTO GAS-CSV-REC
           END-STRING
           WRITE GAS-CSV-REC
           .

      *****************************************************************
      *    338-POST-REVENUE-LEDGER-RTN - THE CANCEL GOES ON THE LEDGER *
      *    AT THE FIGURES BEING REVERSED, UNDER THE TERRITORY, CLASS   *
      *    AND FLAGS THE ACCOUNT STANDS POSTED AT (THE BILLING MASTER  *
      *    AND BILL FILES WHEN THE LEDGER HAS NO ENTRY). THE REBILL    *
      *    FOLLOWS AT THE CORRECTED FIGURES. A CORRECTED READ IS AN    *
      *    ACTUAL READ, SO THE REBILL DROPS THAT SERVICE'S ESTIMATED   *
      *    FLAG; OTHERWISE THE FLAG CARRIES OVER FROM THE CANCEL.      *
      *****************************************************************
       338-POST-REVENUE-LEDGER-RTN.
           MOVE SPACES TO REVENUE-LEDGER-REC
           MOVE WS-LEDGER-MONTH TO RL-BILLED-MONTH
           MOVE RQ-CYCLE TO RL-CYCLE
           MOVE 'C' TO RL-ENTRY-TYPE
           MOVE RQ-ACCOUNT-NO TO RL-ACCOUNT-NO
           IF LEDGER-ON-FILE
               MOVE LG-TERRITORY (LG-IDX) TO RL-TERRITORY
               MOVE LG-RATE-CLASS (LG-IDX) TO RL-RATE-CLASS
               MOVE LG-ELEC-FLAG (LG-IDX) TO RL-ELEC-FLAG
               MOVE LG-GAS-FLAG (LG-IDX) TO RL-GAS-FLAG
               MOVE LG-SUMMER-DAYS (LG-IDX) TO RL-SUMMER-DAYS
               MOVE LG-WINTER-DAYS (LG-IDX) TO RL-WINTER-DAYS
           ELSE
               MOVE GM-TERRITORY (GM-IDX) TO RL-TERRITORY
               MOVE GM-RATE-CLASS (GM-IDX) TO RL-RATE-CLASS
               MOVE WS-ORIG-ELEC-FLAG TO RL-ELEC-FLAG
               MOVE WS-ORIG-GAS-FLAG TO RL-GAS-FLAG
               MOVE WS-SUMMER-DAYS TO RL-SUMMER-DAYS
               MOVE WS-WINTER-DAYS TO RL-WINTER-DAYS
           END-IF
           MOVE WS-ORIG-KWH TO RL-KWH
           MOVE WS-ORIG-THERMS TO RL-THERMS
           MOVE WS-ORIG-ELEC TO RL-ELEC-AMT
           MOVE WS-ORIG-GAS TO RL-GAS-AMT
           MOVE WS-TODAY TO RL-POSTED-DATE
           WRITE REVENUE-LEDGER-REC

           MOVE 'R' TO RL-ENTRY-TYPE
           MOVE WS-CORR-TERRITORY TO RL-TERRITORY
           MOVE WS-CORR-CLASS TO RL-RATE-CLASS
           IF RQ-CORR-KWH NOT = SPACES
               MOVE SPACES TO RL-ELEC-FLAG
           END-IF
           IF RQ-CORR-THERMS NOT = SPACES
               MOVE SPACES TO RL-GAS-FLAG
           END-IF
           MOVE WS-CORR-KWH TO RL-KWH
           MOVE WS-CORR-THERMS TO RL-THERMS
           MOVE WS-CORR-ELEC TO RL-ELEC-AMT
           MOVE WS-CORR-GAS TO RL-GAS-AMT
           MOVE WS-SUMMER-DAYS TO RL-SUMMER-DAYS
           MOVE WS-WINTER-DAYS TO RL-WINTER-DAYS
           WRITE REVENUE-LEDGER-REC
           PERFORM 258-KEEP-LEDGER-ENTRY-RTN
           .

      *    THE TOWN FEES GO ON THE FEE LEDGER THE SAME WAY - OUT AT
      *    WHAT WAS BILLED, BACK IN AT THE CORRECTED FIGURES - AGAINST
      *    THE MONTH THE CYCLE BILLED.
       339-POST-MUNI-FEE-LEDGER-RTN.
           MOVE SPACES TO MUNI-FEE-LEDGER-REC
           MOVE WS-TODAY TO FL-POSTED-DATE
           MOVE WS-LEDGER-MONTH TO FL-MONTH
           MOVE RQ-ACCOUNT-NO TO FL-ACCOUNT-NO
           MOVE GM-MUNICIPALITY (GM-IDX) TO FL-MUNICIPALITY
           MOVE ZERO TO FL-CASH-AMT
           IF WS-ORIG-FRANCHISE > ZERO OR WS-ORIG-UTILITY-TAX > ZERO
               MOVE 'C' TO FL-ENTRY-TYPE
               ADD WS-ORIG-ELEC WS-ORIG-GAS GIVING FL-CHARGES
               MOVE WS-ORIG-FRANCHISE TO FL-FRANCHISE-FEE
               MOVE WS-ORIG-UTILITY-TAX TO FL-UTILITY-TAX
               WRITE MUNI-FEE-LEDGER-REC
           END-IF
           IF WS-CORR-FRANCHISE > ZERO OR WS-CORR-UTILITY-TAX > ZERO
               MOVE 'R' TO FL-ENTRY-TYPE
               ADD WS-CORR-ELEC WS-CORR-GAS GIVING FL-CHARGES
               MOVE WS-CORR-FRANCHISE TO FL-FRANCHISE-FEE
               MOVE WS-CORR-UTILITY-TAX TO FL-UTILITY-TAX
               WRITE MUNI-FEE-LEDGER-REC
           END-IF
           IF LEDGER-ON-FILE
               MOVE WS-CORR-FRANCHISE TO LG-FRANCHISE (LG-IDX)
               MOVE WS-CORR-UTILITY-TAX TO LG-UTILITY-TAX (LG-IDX)
           END-IF
           .

      *    THE REBILL FOLLOWS ITS CANCEL, AND BECOMES WHAT THE ACCOUNT
      *    STANDS BILLED AT - A LATER CORRECTION CANCELS THIS ONE.
       340-WRITE-REBILLS-RTN.
           IF ORIG-ELEC-BILLED
               MOVE SPACES TO ELEC-REC
               MOVE RQ-ACCOUNT-NO TO EACCOUNT-NO-OUT
               MOVE GM-CUSTOMER-NAME (GM-IDX) TO ECUSTOMER-NAME-OUT
               MOVE GM-ADDRESS (GM-IDX) TO EADDRESS-OUT
               MOVE WS-CORR-KWH TO WS-USAGE-EDIT
               MOVE WS-USAGE-EDIT TO EKILO-HRS-USED-OUT
               MOVE WS-CORR-ELEC TO EELEC-BILL-OUT
               MOVE 'REBILLED' TO EESTIMATED-OUT
               MOVE WS-ELEC-FRANCHISE TO EFRANCHISE-FEE-OUT
               MOVE WS-ELEC-UTILITY-TAX TO EUTILITY-TAX-OUT
               WRITE ELEC-REC
               ADD 1 TO WS-ELEC-WRITTEN
               MOVE WS-CORR-ELEC TO WS-CSV-AMOUNT-EDIT
               PERFORM 335-WRITE-ELEC-CSV-RTN
           END-IF
           IF ORIG-GAS-BILLED
               MOVE SPACES TO GAS-REC
               MOVE RQ-ACCOUNT-NO TO GACCOUNT-NO-OUT
               MOVE GM-CUSTOMER-NAME (GM-IDX) TO GCUSTOMER-NAME-OUT
               MOVE GM-ADDRESS (GM-IDX) TO GADDRESS-OUT
               MOVE WS-CORR-THERMS TO WS-USAGE-EDIT
               MOVE WS-USAGE-EDIT TO GGAS-USED-OUT
               MOVE WS-CORR-GAS TO GGAS-BILL-OUT
               MOVE 'REBILLED' TO GESTIMATED-OUT
               MOVE WS-GAS-FRANCHISE TO GFRANCHISE-FEE-OUT
               MOVE WS-GAS-UTILITY-TAX TO GUTILITY-TAX-OUT
               WRITE GAS-REC
               ADD 1 TO WS-GAS-WRITTEN
               MOVE WS-CORR-GAS TO WS-CSV-AMOUNT-EDIT
               PERFORM 337-WRITE-GAS-CSV-RTN
           END-IF
           .

      *****************************************************************
      *    350-ADJUST-HISTORY-RTN - THE BALANCE OWED MOVES BY THE NET  *
      *    ADJUSTMENT. A CREDIT LARGER THAN WHAT IS OWED TAKES THE     *
      *    BALANCE TO ZERO AND THE REST IS REFUND DUE, THE SAME WAY    *
      *    CHAP04A3C SETTLES A FINAL BILL. AN ACCOUNT WITH NO HISTORY  *
      *    YET STARTS ONE WHEN THE REBILL RAISES THE CHARGE.           *
      *****************************************************************
       350-ADJUST-HISTORY-RTN.
           MOVE ZERO TO WS-BALANCE-BEFORE WS-REFUND-DUE
           MOVE 'N' TO WS-HIST-FOUND-SW
           SET HIST-IDX TO 1
           SEARCH HIST-ENTRY
               AT END
                   CONTINUE
               WHEN HT-ACCOUNT-NO (HIST-IDX) = RQ-ACCOUNT-NO
                   MOVE 'Y' TO WS-HIST-FOUND-SW
                   MOVE HT-PRIOR-BALANCE (HIST-IDX)
                       TO WS-BALANCE-BEFORE
           END-SEARCH
           IF NOT HISTORY-ON-FILE AND WS-NET-ADJUSTMENT > ZERO
               ADD 1 TO HISTORY-COUNT
               SET HIST-IDX TO HISTORY-COUNT
               MOVE RQ-ACCOUNT-NO TO HT-ACCOUNT-NO (HIST-IDX)
               MOVE ZERO TO HT-PRIOR-BALANCE (HIST-IDX)
               MOVE ZERO TO HT-DAYS-PAST-DUE (HIST-IDX)
               MOVE ALL '0' TO HT-USAGE-IMAGE (HIST-IDX)
               MOVE 'Y' TO WS-HIST-FOUND-SW
           END-IF
           COMPUTE WS-NEW-BALANCE =
               WS-BALANCE-BEFORE + WS-NET-ADJUSTMENT
           IF WS-NEW-BALANCE < ZERO
               COMPUTE WS-REFUND-DUE = ZERO - WS-NEW-BALANCE
               MOVE ZERO TO WS-NEW-BALANCE
           END-IF
           IF HISTORY-ON-FILE AND WS-NET-ADJUSTMENT NOT = ZERO
               MOVE WS-NEW-BALANCE TO HT-PRIOR-BALANCE (HIST-IDX)
               IF WS-NEW-BALANCE = ZERO
                   MOVE ZERO TO HT-DAYS-PAST-DUE (HIST-IDX)
               END-IF
               MOVE 'Y' TO WS-HISTORY-CHANGED-SW
           END-IF
           .

      *    A TERRITORY OR RATE CLASS THAT WAS WRONG ON THE MASTER IS
      *    PUT RIGHT ON THE RAW MASTER CHAP04V03 EDITS, SO THE NEXT
      *    CYCLE DOES NOT BILL IT WRONG AGAIN.
       360-CORRECT-RAW-MASTER-RTN.
           IF RQ-CORR-TERRITORY NOT = SPACES
              OR RQ-CORR-RATE-CLASS NOT = SPACE
               SET AC-IDX TO 1
               SEARCH AC-ENTRY
                   AT END
                       CONTINUE
                   WHEN AC-ACCOUNT-NO (AC-IDX) = RQ-ACCOUNT-NO
                       MOVE WS-CORR-TERRITORY TO AC-TERRITORY (AC-IDX)
                       MOVE WS-CORR-CLASS TO AC-RATE-CLASS (AC-IDX)
                       MOVE 'Y' TO WS-ACCOUNTS-CHANGED-SW
               END-SEARCH
               MOVE WS-CORR-TERRITORY TO GM-TERRITORY (GM-IDX)
               MOVE WS-CORR-CLASS TO GM-RATE-CLASS (GM-IDX)
           END-IF
           .

      *****************************************************************
      *    370-PRINT-CORRECTED-BILL-RTN - ONE PAGE PER ACCOUNT: THE    *
      *    CYCLE AND REASON, EACH SERVICE AS ORIGINALLY BILLED BESIDE  *
      *    THE CORRECTED FIGURE, ANY TOWN FEE ON A LINE OF ITS OWN,    *
      *    AND THE NET ADJUSTMENT - AN AMOUNT DUE OR A CREDIT.         *
      *****************************************************************
       370-PRINT-CORRECTED-BILL-RTN.
           MOVE ALL '=' TO CORRECTED-BILL-LINE
           WRITE CORRECTED-BILL-LINE
           MOVE SPACES TO CORRECTED-BILL-LINE
           STRING 'LIGHT-EM UP UTILITY     CORRECTED BILL  '
                  WS-TODAY
               DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
           END-STRING
           WRITE CORRECTED-BILL-LINE
           MOVE SPACES TO CORRECTED-BILL-LINE
           STRING 'ACCOUNT ' RQ-ACCOUNT-NO '  '
                  GM-CUSTOMER-NAME (GM-IDX)
               DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
           END-STRING
           WRITE CORRECTED-BILL-LINE
           MOVE SPACES TO CORRECTED-BILL-LINE
           STRING 'SERVICE ADDRESS: ' GM-ADDRESS (GM-IDX)
               DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
           END-STRING
           WRITE CORRECTED-BILL-LINE
           MOVE SPACES TO CORRECTED-BILL-LINE
           STRING 'CYCLE ' RQ-CYCLE ' BILLED ' WS-BILL-DATE
                  '  CORRECTED FOR: ' WS-REASON-TEXT
               DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
           END-STRING
           WRITE CORRECTED-BILL-LINE
           MOVE SPACES TO CORRECTED-BILL-LINE
           STRING '                  USAGE  USAGE'
                  '      ORIGINAL   CORRECTED'
               DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
           END-STRING
           WRITE CORRECTED-BILL-LINE
           MOVE SPACES TO CORRECTED-BILL-LINE
           MOVE '                  WAS    NOW' TO CORRECTED-BILL-LINE
           WRITE CORRECTED-BILL-LINE
           IF ORIG-ELEC-BILLED
               MOVE WS-ORIG-ELEC TO WS-AMOUNT-OUT
               MOVE WS-CORR-ELEC TO WS-AMOUNT-OUT-2
               MOVE SPACES TO CORRECTED-BILL-LINE
               STRING 'ELECTRIC  KWH     ' WS-ORIG-KWH
                      '  ' WS-CORR-KWH '     ' WS-AMOUNT-OUT
                      '   ' WS-AMOUNT-OUT-2
                   DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
               END-STRING
               WRITE CORRECTED-BILL-LINE
           END-IF
           IF ORIG-GAS-BILLED
               MOVE WS-ORIG-GAS TO WS-AMOUNT-OUT
               MOVE WS-CORR-GAS TO WS-AMOUNT-OUT-2
               MOVE SPACES TO CORRECTED-BILL-LINE
               STRING 'GAS       THERMS  ' WS-ORIG-THERMS
                      '  ' WS-CORR-THERMS '     ' WS-AMOUNT-OUT
                      '   ' WS-AMOUNT-OUT-2
                   DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
               END-STRING
               WRITE CORRECTED-BILL-LINE
           END-IF
           IF WS-ORIG-FRANCHISE > ZERO OR WS-CORR-FRANCHISE > ZERO
               MOVE WS-ORIG-FRANCHISE TO WS-AMOUNT-OUT
               MOVE WS-CORR-FRANCHISE TO WS-AMOUNT-OUT-2
               MOVE SPACES TO CORRECTED-BILL-LINE
               STRING 'MUNICIPAL FRANCHISE FEE            '
                      WS-AMOUNT-OUT '   ' WS-AMOUNT-OUT-2
                   DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
               END-STRING
               WRITE CORRECTED-BILL-LINE
           END-IF
           IF WS-ORIG-UTILITY-TAX > ZERO OR WS-CORR-UTILITY-TAX > ZERO
               MOVE WS-ORIG-UTILITY-TAX TO WS-AMOUNT-OUT
               MOVE WS-CORR-UTILITY-TAX TO WS-AMOUNT-OUT-2
               MOVE SPACES TO CORRECTED-BILL-LINE
               STRING 'MUNICIPAL UTILITY TAX              '
                      WS-AMOUNT-OUT '   ' WS-AMOUNT-OUT-2
                   DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
               END-STRING
               WRITE CORRECTED-BILL-LINE
           END-IF
           MOVE WS-ORIG-TOTAL TO WS-AMOUNT-OUT
           MOVE WS-CORR-TOTAL TO WS-AMOUNT-OUT-2
           MOVE SPACES TO CORRECTED-BILL-LINE
           STRING 'CYCLE CHARGES                      ' WS-AMOUNT-OUT
                  '   ' WS-AMOUNT-OUT-2
               DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
           END-STRING
           WRITE CORRECTED-BILL-LINE
           MOVE WS-NET-ABS TO WS-AMOUNT-OUT
           MOVE SPACES TO CORRECTED-BILL-LINE
           EVALUATE TRUE
               WHEN WS-NET-ADJUSTMENT > ZERO
                   STRING 'NET ADJUSTMENT  ' WS-AMOUNT-OUT
                          '   ADDITIONAL AMOUNT DUE'
                       DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
                   END-STRING
               WHEN WS-NET-ADJUSTMENT < ZERO
                   STRING 'NET ADJUSTMENT  ' WS-AMOUNT-OUT
                          '   CREDIT TO YOUR ACCOUNT'
                       DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
                   END-STRING
               WHEN OTHER
                   MOVE 'NET ADJUSTMENT       NONE'
                       TO CORRECTED-BILL-LINE
           END-EVALUATE
           WRITE CORRECTED-BILL-LINE
           MOVE WS-NEW-BALANCE TO WS-AMOUNT-OUT
           MOVE SPACES TO CORRECTED-BILL-LINE
           STRING 'BALANCE NOW OWED' WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
           END-STRING
           WRITE CORRECTED-BILL-LINE
           IF WS-REFUND-DUE > ZERO
               MOVE WS-REFUND-DUE TO WS-AMOUNT-OUT
               MOVE SPACES TO CORRECTED-BILL-LINE
               STRING 'REFUND DUE      ' WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO CORRECTED-BILL-LINE
               END-STRING
               WRITE CORRECTED-BILL-LINE
           END-IF
           MOVE SPACES TO CORRECTED-BILL-LINE
           WRITE CORRECTED-BILL-LINE
           .

       380-REGISTER-REBILL-RTN.
           MOVE SPACES TO REGISTER-REC
           MOVE RQ-ACCOUNT-NO TO RG-ACCOUNT-NO-OUT
           MOVE RQ-CYCLE TO RG-CYCLE-OUT
           MOVE WS-REASON-TEXT TO RG-REASON-OUT
           MOVE WS-ORIG-TOTAL TO RG-ORIGINAL-OUT
           MOVE WS-CORR-TOTAL TO RG-CORRECTED-OUT
           MOVE WS-NET-ADJUSTMENT TO RG-NET-OUT
           IF WS-REFUND-DUE > ZERO
               MOVE 'REBILLED - REFUND DUE' TO RG-RESULT-OUT
           ELSE
               MOVE 'REBILLED' TO RG-RESULT-OUT
           END-IF
           WRITE REGISTER-REC
           ADD WS-ORIG-TOTAL TO WS-TOTAL-ORIGINAL
           ADD WS-CORR-TOTAL TO WS-TOTAL-CORRECTED
           ADD WS-NET-ADJUSTMENT TO WS-TOTAL-NET
           .

       390-REJECT-REQUEST-RTN.
           MOVE SPACES TO REGISTER-REC
           MOVE RQ-ACCOUNT-NO TO RG-ACCOUNT-NO-OUT
           IF RQ-CYCLE IS NUMERIC
               MOVE RQ-CYCLE TO RG-CYCLE-OUT
           END-IF
           MOVE WS-REASON-TEXT TO RG-REASON-OUT
           STRING 'REJECTED - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO RG-RESULT-OUT
           END-STRING
           WRITE REGISTER-REC
           ADD 1 TO WS-REQUESTS-REJECTED
           DISPLAY 'CHAP04A3R: ' RQ-ACCOUNT-NO ' REJECTED - '
                   WS-REJECT-REASON
           .

       450-REGISTER-TOTALS-RTN.
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC
           MOVE SPACES TO REGISTER-REC
           STRING 'REQUESTS ' WS-REQUESTS-READ
                  '  REBILLED ' WS-ACCOUNTS-REBILLED
                  '  REJECTED ' WS-REQUESTS-REJECTED
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC
           MOVE WS-TOTAL-ORIGINAL TO WS-TOTAL-AMT-OUT
           MOVE SPACES TO REGISTER-REC
           STRING 'TOTAL ORIGINAL CHARGES   ' WS-TOTAL-AMT-OUT
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC
           MOVE WS-TOTAL-CORRECTED TO WS-TOTAL-AMT-OUT
           MOVE SPACES TO REGISTER-REC
           STRING 'TOTAL CORRECTED CHARGES  ' WS-TOTAL-AMT-OUT
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC
           MOVE WS-TOTAL-NET TO WS-TOTAL-NET-OUT
           MOVE SPACES TO REGISTER-REC
           STRING 'NET ADJUSTMENT          ' WS-TOTAL-NET-OUT
               DELIMITED BY SIZE INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC
           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04A3R'==
               ==:FILE-RECORD:==  BY ==REGISTER-REC==
               ==:RECORD-COUNT:== BY ==WS-REQUESTS-READ==.
           .

       400-CLOSE-FILES.
           IF NOT NO-REQUESTS-TONIGHT
               CLOSE F-ELEC-BILL
                     F-GAS-BILL
                     F-ELEC-BILL-CSV
                     F-GAS-BILL-CSV
                     F-CORRECTED-BILLS
                     F-REBILL-REGISTER
                     F-REVENUE-LEDGER
                     F-MUNI-FEE-LEDGER
           END-IF
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           .

      *    THE REQUESTS ARE CONSUMED - TRUNCATE SO A RERUN CANNOT
      *    CANCEL AND REBILL THE SAME ACCOUNTS A SECOND TIME.
       520-TRUNCATE-REQUESTS-RTN.
           OPEN OUTPUT F-REBILL-REQUESTS
           CLOSE F-REBILL-REQUESTS
           .

       530-REWRITE-ACCOUNT-HISTORY-RTN.
           OPEN OUTPUT F-ACCOUNT-HISTORY
           PERFORM 535-WRITE-ONE-HISTORY-RTN
               VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HISTORY-COUNT
           CLOSE F-ACCOUNT-HISTORY
           .

       535-WRITE-ONE-HISTORY-RTN.
           MOVE HT-ACCOUNT-NO (HIST-IDX) TO HIST-ACCOUNT-NO
           MOVE HT-PRIOR-BALANCE (HIST-IDX) TO HIST-PRIOR-BALANCE
           MOVE HT-DAYS-PAST-DUE (HIST-IDX) TO HIST-DAYS-PAST-DUE
           MOVE HT-USAGE-IMAGE (HIST-IDX)
               TO ACCOUNT-HISTORY-REC (16:240)
           WRITE ACCOUNT-HISTORY-REC
           .

       550-REWRITE-RAW-MASTER-RTN.
           OPEN OUTPUT F-RAW-MASTER
           PERFORM 555-WRITE-ONE-ACCOUNT-RTN
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > AC-COUNT
           CLOSE F-RAW-MASTER
           .

       555-WRITE-ONE-ACCOUNT-RTN.
           MOVE AC-IMAGE (AC-IDX) TO RAW-ACCOUNT-REC
           WRITE RAW-ACCOUNT-REC
           .

      *    THE LOADS RUN BEFORE 260 OPENS THE OUTPUTS, SO ONLY THE
      *    LOGS ARE OPEN HERE AND THE REQUESTS STAY ON FILE.
       990-TABLE-FULL-RTN.
           DISPLAY 'ERROR: ' WS-FULL-FILE-LABEL
                   ' file too big for its table - nothing updated'
           CLOSE F-REBILL-REQUESTS
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

           COPY IOERRPARA.
           COPY AUDITPARA.
           COPY RUNSTATSPARA.
           COPY MUNIFEEPARA.
