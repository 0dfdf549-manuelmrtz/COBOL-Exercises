       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04GLP.

      *****************************************************************
      * PROGRAM NAME : General Ledger Journal Intake                   *
      * PROGRAM ID   : CHAP04GLP                                       *
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
      *   Every subsystem works out its own accounting numbers, and    *
      *   until now accounting keyed all of them into the ledger by    *
      *   hand. This program takes them straight from the files the    *
      *   subsystems already write and turns each into a balanced      *
      *   journal batch on gl-journal.dat:                             *
      *     PAYR  CH01Q04 payroll distribution (GLDIST.DAT), as given  *
      *     RETL  retail charge accounts (TRANJRNL.DAT) - sales and    *
      *           tax, credit memos, payments, charges and write-offs  *
      *     UREV  utility billed revenue (revenue-ledger.dat)          *
      *     UMUN  utility town fees billed and cash applied            *
      *           (muni-fee-ledger.dat)                                *
      *     INVR  inventory PO receipts at PO cost (PORECV.DAT)        *
      *     INVI  inventory issues at FIFO cost (ISSUEHST.DAT)         *
      *     COMM  sales commission payouts (COMMPAY.DAT)               *
      *   Entries are summed by period, account and kind, so a batch   *
      *   is a handful of lines, not one per sale. Each source's       *
      *   entries from one run are one batch; a batch posts only if    *
      *   every account is active on the chart of accounts and its     *
      *   debits equal its credits in each period - otherwise none of  *
      *   it posts and the same entries are taken again next run.      *
      *   The period balances are rebuilt from the whole journal       *
      *   every run, and the register lists every batch, posted or     *
      *   rejected, line by line.                                      *
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
      *   | gl-period.dat        | The ledger's one open period     |  *
      *   | gl-source-ctl.dat    | Records already taken from each  |  *
      *   |                      | append-only source               |  *
      *   | gl-journal.dat       | Journal so far - last batch no., |  *
      *   |                      | commissions already posted, and  |  *
      *   |                      | the balances                     |  *
      *   | GLDIST.DAT           | CH01Q04 payroll distribution;    |  *
      *   |                      | truncated once posted            |  *
      *   | TRANJRNL.DAT         | CH03A09 retail journal           |  *
      *   | revenue-ledger.dat   | Utility revenue billed           |  *
      *   | muni-fee-ledger.dat  | Utility town fees and cash       |  *
      *   | PORECV.DAT           | CH03A08D PO receipts             |  *
      *   | ISSUEHST.DAT         | CH03A08 issues at FIFO cost      |  *
      *   | COMMPAY.DAT          | Commission payouts awaiting pay  |  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ----------------------- ----------------------------------  *
      *   | File Name            | Description                      |  *
      *   ----------------------- ----------------------------------  *
      *   | gl-journal.dat       | Appended with the batches posted |  *
      *   | gl-balances.dat      | Rebuilt - debits and credits by  |  *
      *   |                      | account and period               |  *
      *   | gl-source-ctl.dat    | Rewritten with the records taken |  *
      *   | gl-period.dat        | Written the first run only       |  *
      *   | gl-intake-register.dat| Every batch, posted or rejected |  *
      *   | io-error.log         | Shared shop-wide I/O error log   |  *
      *   | run-stats.log        | Shared shop-wide end-of-run stats|  *
      *   ----------------------- ----------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - No chart of accounts stops the run before anything posts   *
      *   - A source file not on hand just has nothing to post         *
      *   - A batch with an account not on the chart or inactive, an   *
      *     unknown transaction type, a payroll file whose totals line *
      *     does not agree, or debits not equal to credits in a        *
      *     period is rejected whole; its records stay untaken         *
      *   - So is a batch whose new account/period pairs would not     *
      *     fit in the balance table                                   *
      *   - gl-source-ctl.dat is rewritten as each source is taken,    *
      *     so a run stopped part way is rerun from the next source    *
      *   - A record with no readable date or amount is skipped and    *
      *     counted on the register                                    *
      *   - An append-only source shorter than the records already     *
      *     taken from it is taken again from the start, with a        *
      *     warning on the register                                    *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   00 - Every batch posted                                      *
      *   04 - A batch was rejected, or records were skipped or        *
      *        retaken - see gl-intake-register.dat                    *
      *   16 - No chart of accounts, a file could not be opened, or    *
      *        the journal holds more than the balance table can       *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   An entry dated in a period already closed is booked in the   *
      *   open period (gl-period.dat, moved on by a CHAP04GLT CLOSE    *
      *   run). Sources that only ever grow are taken from the record  *
      *   after the last one taken. GLDIST.DAT is written new by each  *
      *   payroll, so it is truncated once posted, as CHAP04A3P does   *
      *   with its payments. Commission payouts stay on their file     *
      *   until CHAP04P01S pays them, so each is posted once, under    *
      *   the reference COMM + employee + period, and passed over      *
      *   after that. Runs every business night last in the CHAP04DRV  *
      *   weekly chain, after the nightly and weekly steps that write  *
      *   its sources.                                                 *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  TRANS-JOURNAL-REC widened for the           *
      *                    original-sale reference on a credit         *
      *                    memo.                                       *
      *   2026-10-15  MAM  Each batch's new account/period balances    *
      *                    are checked for room before any of its      *
      *                    lines is written, and gl-source-ctl.dat is  *
      *                    rewritten after every source is taken       *
      *   2026-10-15  MAM  The commission queue is read as COMMPAY.DAT *
      *                    from CH01A05's DATA directory, where the    *
      *                    commission run writes it                    *
      *   2026-10-15  MAM  A balance search that runs off a full table *
      *                    starts a balance (and so stops the run)     *
      *                    instead of adding past the table's end      *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GLACCTSEL.

           SELECT F-GL-PERIOD ASSIGN TO 'data/gl-period.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT F-GL-SOURCE-CTL ASSIGN TO 'data/gl-source-ctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-CTL-STATUS.

           SELECT F-GL-JOURNAL ASSIGN TO 'data/gl-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT F-GL-BALANCES ASSIGN TO 'data/gl-balances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCES-STATUS.

           SELECT F-GL-REGISTER ASSIGN TO 'data/gl-intake-register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

      *    THE SOURCES. ONLY ONE IS OPEN AT A TIME, SO THEY SHARE A
      *    STATUS FIELD. THE CHAPTER01 AND CHAPTER03 FILES ARE
      *    OPENED UNDER THEIR OWN PROGRAMS' DATA DIRECTORIES.
           SELECT F-GL-DIST
               ASSIGN TO 'CHAPTER01/ch01a04/DATA/GLDIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT F-TRANS-JOURNAL
               ASSIGN TO 'chapter03/ch03a09/DATA/TRANJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT F-REVENUE-LEDGER ASSIGN TO 'data/revenue-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT F-MUNI-FEE-LEDGER
               ASSIGN TO 'data/muni-fee-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT F-PO-RECEIPTS
               ASSIGN TO 'chapter03/ch03a08/DATA/PORECV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT F-ISSUE-HISTORY
               ASSIGN TO 'chapter03/ch03a08/DATA/ISSUEHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT COMMISSION-PAY-FILE
               ASSIGN TO 'CHAPTER01/ch01a05/DATA/COMMPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-GL-ACCOUNTS.
           COPY GLACCTREC.

       FD  F-GL-PERIOD.
           COPY GLPERREC.

      *    ONE RECORD PER SOURCE - HOW MANY OF ITS RECORDS HAVE BEEN
      *    TAKEN INTO THE LEDGER, AND WHEN IT LAST POSTED.
       FD  F-GL-SOURCE-CTL.
       01  GL-SOURCE-CTL-REC.
           05 SC-SOURCE             PIC X(4).
           05 SC-RECORDS-TAKEN      PIC 9(9).
           05 SC-LAST-POSTED-DATE   PIC 9(8).

       FD  F-GL-JOURNAL.
           COPY GLJRNLREC.

       FD  F-GL-BALANCES.
           COPY GLBALREC.

       FD  F-GL-REGISTER.
       01  GL-REGISTER-REC          PIC X(132).

      *    SAME LAYOUT AS CH01A04'S GL-POSTING-REC AND GL-TRAILER-REC.
       FD  F-GL-DIST.
       01  GL-DIST-REC.
           05 GD-ACCOUNT            PIC X(8).
           05                       PIC X(2).
           05 GD-DESCRIPTION        PIC X(20).
           05                       PIC X(2).
           05 GD-DEBIT              PIC Z,ZZZ,ZZ9.99.
           05                       PIC X(2).
           05 GD-CREDIT             PIC Z,ZZZ,ZZ9.99.
       01  GL-DIST-TRAILER-REC.
           05 GD-TRAILER-LABEL      PIC X(10).
           05                       PIC X(22).
           05 GD-TOTAL-DEBITS       PIC Z,ZZZ,ZZ9.99.
           05                       PIC X(2).
           05 GD-TOTAL-CREDITS      PIC Z,ZZZ,ZZ9.99.

      *    SAME LAYOUT AS CH03A09'S TRANS-JOURNAL-REC.
       FD  F-TRANS-JOURNAL.
       01  TRANS-JOURNAL-REC.
           05 TJ-ACCOUNT-NO         PIC X(5).
           05 TJ-TRANS-DATE         PIC 9(8).
           05 TJ-TRANS-TYPE         PIC X.
           05 TJ-AMOUNT             PIC 9(6)V99.
           05 TJ-DISCOUNT           PIC 9(4)V99.
           05 TJ-BALANCE-AFTER      PIC S9(6)V99.
           05 TJ-TAX-AMOUNT         PIC 9(4)V99.
           05 TJ-TAX-JURISDICTION   PIC X(4).
           05 TJ-TAX-EXEMPT-SW      PIC X.
           05 TJ-ORIG-SALE-REF.
              10 TJ-ORIG-SALE-DATE   PIC 9(8).
              10 TJ-ORIG-SALE-AMOUNT PIC 9(4)V99.

       FD  F-REVENUE-LEDGER.
           COPY REVLEDGER.

       FD  F-MUNI-FEE-LEDGER.
           COPY MUNIFEELDG.

      *    SAME LAYOUT AS CH03A08D'S PO-RECEIPT-REC.
       FD  F-PO-RECEIPTS.
       01  PO-RECEIPT-REC.
           05 RC-PO-NUMBER          PIC 9(6).
           05 RC-PART-NO            PIC X(15).
           05 RC-VENDOR-NO          PIC X(5).
           05 RC-QTY-ORDERED        PIC 9(3).
           05 RC-PO-UNIT-COST       PIC 9(4)V99.
           05 RC-QTY-RECEIVED       PIC 9(3).
           05 RC-RECEIPT-DATE       PIC 9(8).

      *    SAME LAYOUT AS CH03A08D'S ISSUE-HISTORY-REC.
       FD  F-ISSUE-HISTORY.
       01  ISSUE-HISTORY-REC.
           05 IH-ISSUE-DATE         PIC 9(8).
           05 IH-PART-NO            PIC X(15).
           05 IH-QUANTITY           PIC 9(3).
           05 IH-COST-VALUE         PIC 9(7)V99.

       FD  COMMISSION-PAY-FILE.
           COPY COMMPAYREC.

       COPY IOERRFD.
       COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
           COPY GLACCTWS.
       01  WS-PERIOD-STATUS         PIC XX.
       01  WS-SOURCE-CTL-STATUS     PIC XX.
       01  WS-JOURNAL-STATUS        PIC XX.
       01  WS-BALANCES-STATUS       PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-SOURCE-STATUS         PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.

       01  WS-EOF                   PIC X VALUE 'N'.
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-OPEN-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-LAST-BATCH-NO         PIC 9(6) VALUE ZERO.

      *    THE SOURCES, IN THE ORDER THEY ARE TAKEN. THE LABEL NAMES
      *    THE FILE ON THE I/O ERROR LOG AND STARTS THE REFERENCE ON
      *    EVERY JOURNAL LINE THE SOURCE POSTS.
       01  GL-SOURCE-NAMES.
           05                       PIC X(52) VALUE
               'PAYRGLDIST      CH01Q04 WEEKLY PAYROLL              '.
           05                       PIC X(52) VALUE
               'RETLTRANJRNL    CH03A09 RETAIL CHARGE ACCOUNTS      '.
           05                       PIC X(52) VALUE
               'UREVREV-LEDGER  UTILITY BILLED REVENUE              '.
           05                       PIC X(52) VALUE
               'UMUNMUNI-LEDGER UTILITY TOWN FEES AND CASH APPLIED  '.
           05                       PIC X(52) VALUE
               'INVRPORECV      CH03A08 PO RECEIPTS AT PO COST      '.
           05                       PIC X(52) VALUE
               'INVIISSUEHST    CH03A08 ISSUES AT FIFO COST         '.
           05                       PIC X(52) VALUE
               'COMMCOMM-PAY    SALES COMMISSION PAYOUTS            '.
       01  GL-SOURCE-TABLE REDEFINES GL-SOURCE-NAMES.
           05 SRC-ENTRY OCCURS 7 TIMES
                   INDEXED BY SRC-IDX SRC-WRITE-IDX.
               10 SRC-CODE          PIC X(4).
               10 SRC-FILE-LABEL    PIC X(12).
               10 SRC-TITLE         PIC X(36).

      *    WHAT EACH SOURCE HAS HAD TAKEN, KEPT IN STEP WITH
      *    GL-SOURCE-TABLE (CTL-IDX SET FROM SRC-IDX).
       01  GL-SOURCE-CTL-TABLE.
           05 CTL-ENTRY OCCURS 7 TIMES
                   INDEXED BY CTL-IDX.
               10 CTL-RECORDS-TAKEN PIC 9(9).
               10 CTL-LAST-POSTED   PIC 9(8).

      *    THE SOURCE BEING TAKEN.
       01  WS-SOURCE-FOUND-SW       PIC X VALUE 'N'.
           88 SOURCE-ON-HAND        VALUE 'Y'.
       01  WS-SKIP-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-RECORD-NO             PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-NEW           PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-UNREADABLE    PIC 9(7) VALUE ZERO.
       01  WS-RECORDS-ALREADY-IN    PIC 9(7) VALUE ZERO.
       01  WS-LATE-ENTRIES          PIC 9(7) VALUE ZERO.
       01  WS-RETAKEN-SW            PIC X VALUE 'N'.
           88 SOURCE-RETAKEN        VALUE 'Y'.
       01  WS-DIST-TRAILER-SW       PIC X VALUE 'N'.
           88 DIST-TRAILER-FOUND    VALUE 'Y'.
       01  WS-DIST-DEBITS           PIC 9(9)V99 VALUE ZERO.
       01  WS-DIST-CREDITS          PIC 9(9)V99 VALUE ZERO.
       01  WS-DIST-TOTAL-DEBITS     PIC 9(9)V99 VALUE ZERO.
       01  WS-DIST-TOTAL-CREDITS    PIC 9(9)V99 VALUE ZERO.

      *    ONE ENTRY TO POST - A DEBIT TO ONE ACCOUNT AND A CREDIT TO
      *    ANOTHER (380-POST-PAIR-RTN), OR ONE SIDE ALONE
      *    (390-ADD-LINE-RTN). THE SOURCE SETS THE DATE AND THE
      *    PERIOD THE ENTRY BELONGS TO; 385-SET-PERIOD-RTN MOVES A
      *    CLOSED PERIOD UP TO THE OPEN ONE.
       01  WS-PST-DATE              PIC 9(8) VALUE ZERO.
       01  WS-PST-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-PST-PERIOD-R REDEFINES WS-PST-PERIOD.
           05 WS-PST-CCYY           PIC 9(4).
           05 WS-PST-MM             PIC 99.
       01  WS-PST-DR-ACCOUNT        PIC X(8) VALUE SPACES.
       01  WS-PST-CR-ACCOUNT        PIC X(8) VALUE SPACES.
       01  WS-PST-ACCOUNT           PIC X(8) VALUE SPACES.
       01  WS-PST-SIDE              PIC X VALUE SPACE.
           88 PST-IS-DEBIT          VALUE 'D'.
           88 PST-IS-CREDIT         VALUE 'C'.
       01  WS-PST-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       01  WS-PST-REFERENCE         PIC X(20) VALUE SPACES.
       01  WS-PST-DESCRIPTION       PIC X(30) VALUE SPACES.
       01  WS-SOURCE-REFERENCE      PIC X(20) VALUE SPACES.
       01  WS-TAX-HOLD              PIC 9(4)V99 VALUE ZERO.
       01  WS-COMM-REFERENCE.
           05                       PIC X(5) VALUE 'COMM '.
           05 WS-COMM-EMPLOYEE      PIC X(5).
           05                       PIC X VALUE SPACE.
           05 WS-COMM-PERIOD        PIC 9(6).
           05                       PIC X(3) VALUE SPACES.

      *    THE BATCH BEING BUILT - ONE LINE PER PERIOD, ACCOUNT,
      *    REFERENCE AND DESCRIPTION.
       01  GL-BATCH-TABLE.
           05 BL-ENTRY OCCURS 999 TIMES
                   INDEXED BY BL-IDX BL-CHK-IDX.
               10 BL-PERIOD         PIC 9(6).
               10 BL-ACCOUNT        PIC X(8).
               10 BL-REFERENCE      PIC X(20).
               10 BL-DESCRIPTION    PIC X(30).
               10 BL-DATE           PIC 9(8).
               10 BL-DEBIT          PIC 9(9)V99.
               10 BL-CREDIT         PIC 9(9)V99.
               10 BL-NOTE           PIC X(20).
       01  WS-BATCH-LINE-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-BATCH-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01  WS-BATCH-CREDITS         PIC 9(11)V99 VALUE ZERO.
       01  WS-BATCH-REJECT-SW       PIC X VALUE 'N'.
           88 BATCH-REJECTED        VALUE 'Y'.
       01  WS-REJECT-REASON         PIC X(60) VALUE SPACES.
       01  WS-LINE-FOUND-SW         PIC X VALUE 'N'.
           88 LINE-FOUND            VALUE 'Y'.

      *    DEBITS AND CREDITS OF THE BATCH BY PERIOD, FOR THE
      *    BALANCE CHECK.
       01  GL-BATCH-PERIOD-TABLE.
           05 BP-ENTRY OCCURS 60 TIMES
                   INDEXED BY BP-IDX.
               10 BP-PERIOD         PIC 9(6).
               10 BP-DEBITS         PIC 9(11)V99.
               10 BP-CREDITS        PIC 9(11)V99.
       01  WS-BATCH-PERIOD-COUNT    PIC 99 VALUE ZERO.
       01  WS-PERIOD-FOUND-SW       PIC X VALUE 'N'.
           88 PERIOD-FOUND          VALUE 'Y'.

      *    COMMISSION PAYOUTS ALREADY ON THE JOURNAL.
       01  GL-COMM-POSTED-TABLE.
           05 CPT-REFERENCE OCCURS 5000 TIMES
                   INDEXED BY CPT-IDX         PIC X(20).
       01  WS-COMM-POSTED-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-COMM-FOUND-SW         PIC X VALUE 'N'.
           88 COMM-ALREADY-POSTED   VALUE 'Y'.

      *    DEBITS AND CREDITS BY ACCOUNT AND PERIOD, REBUILT FROM
      *    THE JOURNAL AND WRITTEN TO GL-BALANCES.DAT.
       01  GL-BALANCE-TABLE.
           05 BT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY BT-IDX BT-WRITE-IDX.
               10 BT-ACCOUNT        PIC X(8).
               10 BT-PERIOD         PIC 9(6).
               10 BT-DEBITS         PIC 9(11)V99.
               10 BT-CREDITS        PIC 9(11)V99.
       01  WS-BALANCE-COUNT         PIC 9(4) VALUE ZERO.
      *    ACCOUNT/PERIOD PAIRS THE BATCH WOULD ADD TO THE TABLE.
       01  WS-BALANCES-NEEDED       PIC 9(4) VALUE ZERO.
       01  WS-BALANCE-FOUND-SW      PIC X VALUE 'N'.
           88 BALANCE-FOUND         VALUE 'Y'.
       01  WS-BAL-ACCOUNT           PIC X(8) VALUE SPACES.
       01  WS-BAL-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-BAL-DEBIT             PIC 9(9)V99 VALUE ZERO.
       01  WS-BAL-CREDIT            PIC 9(9)V99 VALUE ZERO.

       01  WS-JOURNAL-LINES-READ    PIC 9(9) VALUE ZERO.
       01  WS-JOURNAL-LINES-WRITTEN PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-RECORDS-NEW     PIC 9(9) VALUE ZERO.
       01  WS-BATCHES-POSTED        PIC 9(3) VALUE ZERO.
       01  WS-BATCHES-REJECTED      PIC 9(3) VALUE ZERO.
       01  WS-WARNING-SW            PIC X VALUE 'N'.
           88 RUN-HAS-WARNINGS      VALUE 'Y'.
       01  WS-LINE-NO               PIC 9(4) VALUE ZERO.
       01  WS-COUNT-OUT             PIC Z,ZZZ,ZZ9.

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
           05                       PIC X(42) VALUE
               'GENERAL LEDGER INTAKE REGISTER - RUN DATE '.
           05 TL-RUN-DATE-OUT       PIC X(10).
           05                       PIC X(15) VALUE
               '   OPEN PERIOD '.
           05 TL-OPEN-PERIOD-OUT    PIC 9(6).
           05                       PIC X(59) VALUE SPACES.

       01  WS-SOURCE-LINE.
           05                       PIC X(7) VALUE 'SOURCE '.
           05 SL-CODE-OUT           PIC X(4).
           05                       PIC X(3) VALUE ' - '.
           05 SL-TITLE-OUT          PIC X(36).
           05                       PIC X(11) VALUE ' ON FILE: '.
           05 SL-ON-FILE-OUT        PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(17) VALUE
               '   TAKEN BEFORE: '.
           05 SL-TAKEN-OUT          PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(8) VALUE '   NEW: '.
           05 SL-NEW-OUT            PIC ZZZ,ZZZ,ZZ9.
           05                       PIC X(13) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05                       PIC X(4) VALUE SPACES.
           05                       PIC X(8) VALUE 'PERIOD'.
           05                       PIC X(10) VALUE 'ACCOUNT'.
           05                       PIC X(31) VALUE 'ACCOUNT NAME'.
           05                       PIC X(31) VALUE 'DESCRIPTION'.
           05                       PIC X(15) VALUE '          DEBIT'.
           05                       PIC X(2) VALUE SPACES.
           05                       PIC X(15) VALUE '         CREDIT'.
           05                       PIC X(2) VALUE SPACES.
           05                       PIC X(14) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05                       PIC X(4) VALUE SPACES.
           05 DL-PERIOD-OUT         PIC 9(6).
           05                       PIC X(2) VALUE SPACES.
           05 DL-ACCOUNT-OUT        PIC X(8).
           05                       PIC X(2) VALUE SPACES.
           05 DL-NAME-OUT           PIC X(30).
           05                       PIC X VALUE SPACE.
           05 DL-DESCRIPTION-OUT    PIC X(30).
           05                       PIC X VALUE SPACE.
           05 DL-DEBIT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05                       PIC X(2) VALUE SPACES.
           05 DL-CREDIT-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05                       PIC X(2) VALUE SPACES.
           05 DL-NOTE-OUT           PIC X(20).

       01  WS-BATCH-TOTAL-LINE.
           05                       PIC X(4) VALUE SPACES.
           05 BT-RESULT-OUT         PIC X(77).
           05                       PIC X VALUE SPACE.
           05 BT-DEBITS-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05                       PIC X(2) VALUE SPACES.
           05 BT-CREDITS-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05                       PIC X(20) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05                       PIC X(17) VALUE
               'BATCHES POSTED: '.
           05 TT-POSTED-OUT         PIC ZZ9.
           05                       PIC X(15) VALUE
               '   REJECTED: '.
           05 TT-REJECTED-OUT       PIC ZZ9.
           05                       PIC X(28) VALUE
               '   JOURNAL LINES WRITTEN: '.
           05 TT-LINES-OUT          PIC Z,ZZZ,ZZ9.
           05                       PIC X(20) VALUE
               '   LAST BATCH NO: '.
           05 TT-LAST-BATCH-OUT     PIC 9(6).
           05                       PIC X(31) VALUE SPACES.

           COPY BANNERWS.

       PROCEDURE DIVISION.
      ******************************************************************
      *  100-MAIN-MODULE - Loads the chart, the open period and the    *
      *                    journal so far, takes each source in turn   *
      *                    and writes back the balances and control.   *
      ******************************************************************
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04GLP' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 200-OPEN-FILES
           PERFORM 980-LOAD-GL-ACCOUNTS-RTN
           IF NOT GL-CHART-ON-HAND OR WS-GL-ACCOUNT-COUNT = ZERO
               DISPLAY 'ERROR: No chart of accounts on hand - '
                       'nothing posted'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GL-CHART-FULL
               DISPLAY 'WARNING: More than 500 accounts on the chart '
                       '- only the first 500 can be posted to'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF
           PERFORM 210-LOAD-OPEN-PERIOD-RTN
           PERFORM 220-LOAD-SOURCE-CTL-RTN
           PERFORM 230-SCAN-JOURNAL-RTN
           PERFORM 240-OPEN-OUTPUT-RTN
           PERFORM 160-PRINT-HEADINGS-RTN

           PERFORM 300-TAKE-ONE-SOURCE-RTN
               VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > 7

           PERFORM 600-WRITE-BALANCES-RTN
           PERFORM 170-PRINT-TOTALS-RTN

           DISPLAY 'CHAP04GLP: ' WS-BATCHES-POSTED ' batch(es) posted, '
                   WS-JOURNAL-LINES-WRITTEN ' journal lines, open '
                   'period ' WS-OPEN-PERIOD
           IF WS-BATCHES-REJECTED > ZERO
               DISPLAY 'WARNING: ' WS-BATCHES-REJECTED
                       ' batch(es) rejected - see '
                       'gl-intake-register.dat'
           END-IF
           IF WS-BATCHES-REJECTED > ZERO OR RUN-HAS-WARNINGS
               MOVE 4 TO RETURN-CODE
           END-IF

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-TOTAL-RECORDS-NEW==
               ==:RECORDS-WRITTEN:==  BY ==WS-JOURNAL-LINES-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==WS-BATCHES-REJECTED==
               ==:FINAL-STATUS:==     BY =='OK'==.

           PERFORM 400-CLOSE-FILES
           STOP RUN
           .

       160-PRINT-HEADINGS-RTN.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04GLP'==
               ==:FILE-RECORD:== BY ==GL-REGISTER-REC==.

           MOVE WS-RUN-DATE TO WS-EDIT-DATE-IN
           PERFORM 450-EDIT-DATE-RTN
           MOVE WS-EDIT-DATE-OUT TO TL-RUN-DATE-OUT
           MOVE WS-OPEN-PERIOD   TO TL-OPEN-PERIOD-OUT
           WRITE GL-REGISTER-REC FROM WS-TITLE-LINE
           WRITE GL-REGISTER-REC FROM WS-RULE-LINE
           .

       170-PRINT-TOTALS-RTN.
           WRITE GL-REGISTER-REC FROM WS-RULE-LINE
           MOVE WS-BATCHES-POSTED        TO TT-POSTED-OUT
           MOVE WS-BATCHES-REJECTED      TO TT-REJECTED-OUT
           MOVE WS-JOURNAL-LINES-WRITTEN TO TT-LINES-OUT
           MOVE WS-LAST-BATCH-NO         TO TT-LAST-BATCH-OUT
           WRITE GL-REGISTER-REC FROM WS-TOTAL-LINE

           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04GLP'==
               ==:FILE-RECORD:==  BY ==GL-REGISTER-REC==
               ==:RECORD-COUNT:== BY ==WS-JOURNAL-LINES-WRITTEN==.
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

      *    THE FIRST RUN OPENS THE MONTH IT RUNS IN.
       210-LOAD-OPEN-PERIOD-RTN.
           OPEN INPUT F-GL-PERIOD
           IF WS-PERIOD-STATUS = '00'
               READ F-GL-PERIOD
                   AT END
                       MOVE ZERO TO WS-OPEN-PERIOD
                   NOT AT END
                       IF GP-OPEN-PERIOD IS NUMERIC
                           MOVE GP-OPEN-PERIOD TO WS-OPEN-PERIOD
                       END-IF
               END-READ
               CLOSE F-GL-PERIOD
           END-IF
           IF WS-OPEN-PERIOD = ZERO
               MOVE WS-RUN-DATE (1:6) TO WS-OPEN-PERIOD
               OPEN OUTPUT F-GL-PERIOD
               IF WS-PERIOD-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open GL-PERIOD file. '
                           'Status: ' WS-PERIOD-STATUS
                   COPY IOERRCHK REPLACING
                       ==:FILE-LABEL:==   BY =='GL-PERIOD'==
                       ==:OPERATION:==    BY =='OPEN'==
                       ==:STATUS-FIELD:== BY ==WS-PERIOD-STATUS==.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-OPEN-PERIOD TO GP-OPEN-PERIOD
               MOVE ZERO TO GP-LAST-CLOSED
                            GP-CLOSED-DATE
               WRITE GL-PERIOD-REC
               CLOSE F-GL-PERIOD
               DISPLAY 'CHAP04GLP: Ledger opened at period '
                       WS-OPEN-PERIOD
           END-IF
           .

      *    NO CONTROL FILE MEANS NOTHING HAS BEEN TAKEN YET.
       220-LOAD-SOURCE-CTL-RTN.
           INITIALIZE GL-SOURCE-CTL-TABLE
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-GL-SOURCE-CTL
           IF WS-SOURCE-CTL-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-GL-SOURCE-CTL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 225-PLACE-SOURCE-CTL-RTN
                   END-READ
               END-PERFORM
               CLOSE F-GL-SOURCE-CTL
           END-IF
           .

       225-PLACE-SOURCE-CTL-RTN.
           SET SRC-IDX TO 1
           SEARCH SRC-ENTRY
               AT END
                   CONTINUE
               WHEN SRC-CODE (SRC-IDX) = SC-SOURCE
                   SET CTL-IDX TO SRC-IDX
                   IF SC-RECORDS-TAKEN IS NUMERIC
                       MOVE SC-RECORDS-TAKEN
                           TO CTL-RECORDS-TAKEN (CTL-IDX)
                   END-IF
                   IF SC-LAST-POSTED-DATE IS NUMERIC
                       MOVE SC-LAST-POSTED-DATE
                           TO CTL-LAST-POSTED (CTL-IDX)
                   END-IF
           END-SEARCH
           .

      *****************************************************************
      *    230-SCAN-JOURNAL-RTN - ONE PASS OF THE JOURNAL SO FAR: THE  *
      *    LAST BATCH NUMBER USED, THE COMMISSION PAYOUTS ALREADY      *
      *    POSTED, AND THE BALANCES BY ACCOUNT AND PERIOD.             *
      *****************************************************************
       230-SCAN-JOURNAL-RTN.
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-GL-JOURNAL
           EVALUATE WS-JOURNAL-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ F-GL-JOURNAL
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM 235-TAKE-JOURNAL-LINE-RTN
                       END-READ
                   END-PERFORM
                   CLOSE F-GL-JOURNAL
               WHEN '35'
                   DISPLAY 'CHAP04GLP: No journal yet - starting one'
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

       235-TAKE-JOURNAL-LINE-RTN.
           ADD 1 TO WS-JOURNAL-LINES-READ
           IF GJ-BATCH-NO > WS-LAST-BATCH-NO
               MOVE GJ-BATCH-NO TO WS-LAST-BATCH-NO
           END-IF
           IF GJ-SOURCE = 'COMM'
               IF WS-COMM-POSTED-COUNT < 5000
                   ADD 1 TO WS-COMM-POSTED-COUNT
                   MOVE GJ-REFERENCE
                       TO CPT-REFERENCE (WS-COMM-POSTED-COUNT)
               ELSE
                   DISPLAY 'ERROR: More than 5000 commission payouts '
                           'on the journal - nothing posted'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE GJ-ACCOUNT TO WS-BAL-ACCOUNT
           MOVE GJ-PERIOD  TO WS-BAL-PERIOD
           MOVE GJ-DEBIT   TO WS-BAL-DEBIT
           MOVE GJ-CREDIT  TO WS-BAL-CREDIT
           PERFORM 540-ADD-TO-BALANCES-RTN
           .

      *    THE JOURNAL IS APPENDED BATCH BY BATCH; THE REGISTER IS
      *    WRITTEN NEW EACH RUN.
       240-OPEN-OUTPUT-RTN.
           OPEN EXTEND F-GL-JOURNAL
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT F-GL-JOURNAL
           END-IF
           IF WS-JOURNAL-STATUS NOT = '00'
              AND WS-JOURNAL-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open GL-JOURNAL file. Status: '
                       WS-JOURNAL-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='GL-JOURNAL'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-JOURNAL-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT F-GL-REGISTER
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open GL-REGISTER file. Status: '
                       WS-REGISTER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='GL-REGISTER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-REGISTER-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      *    300-TAKE-ONE-SOURCE-RTN - READS ONE SOURCE INTO A BATCH,    *
      *    CHECKS IT, AND POSTS IT OR REJECTS IT WHOLE.                *
      *****************************************************************
       300-TAKE-ONE-SOURCE-RTN.
           SET CTL-IDX TO SRC-IDX
           MOVE 'N' TO WS-RETAKEN-SW
           MOVE ZERO TO WS-SKIP-COUNT
           IF SRC-CODE (SRC-IDX) NOT = 'PAYR'
              AND SRC-CODE (SRC-IDX) NOT = 'COMM'
               MOVE CTL-RECORDS-TAKEN (CTL-IDX) TO WS-SKIP-COUNT
           END-IF
           MOVE SPACES TO WS-SOURCE-REFERENCE
           STRING SRC-FILE-LABEL (SRC-IDX) DELIMITED BY SPACE
                  ' ' WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-SOURCE-REFERENCE
           END-STRING

           PERFORM 305-READ-SOURCE-RTN
      *    A FILE SHORTER THAN WHAT WAS TAKEN FROM IT HAS BEEN
      *    STARTED OVER - ALL OF IT IS NEW.
           IF SOURCE-ON-HAND AND WS-RECORD-NO < WS-SKIP-COUNT
               MOVE 'Y' TO WS-RETAKEN-SW
                           WS-WARNING-SW
               MOVE ZERO TO WS-SKIP-COUNT
               PERFORM 305-READ-SOURCE-RTN
           END-IF

           IF WS-RECORD-NO > WS-SKIP-COUNT
               COMPUTE WS-RECORDS-NEW = WS-RECORD-NO - WS-SKIP-COUNT
                   - WS-RECORDS-ALREADY-IN
           ELSE
               MOVE ZERO TO WS-RECORDS-NEW
           END-IF
           ADD WS-RECORDS-NEW TO WS-TOTAL-RECORDS-NEW
           PERFORM 500-FINISH-BATCH-RTN
           .

       305-READ-SOURCE-RTN.
           INITIALIZE GL-BATCH-TABLE
           MOVE ZERO TO WS-BATCH-LINE-COUNT
                        WS-RECORD-NO
                        WS-RECORDS-UNREADABLE
                        WS-RECORDS-ALREADY-IN
                        WS-LATE-ENTRIES
           MOVE 'N' TO WS-BATCH-REJECT-SW
                       WS-SOURCE-FOUND-SW
                       WS-EOF
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE SRC-CODE (SRC-IDX)
               WHEN 'PAYR'
                   PERFORM 310-READ-GL-DIST-RTN
               WHEN 'RETL'
                   PERFORM 320-READ-TRANS-JOURNAL-RTN
               WHEN 'UREV'
                   PERFORM 330-READ-REVENUE-LEDGER-RTN
               WHEN 'UMUN'
                   PERFORM 340-READ-MUNI-LEDGER-RTN
               WHEN 'INVR'
                   PERFORM 350-READ-PO-RECEIPTS-RTN
               WHEN 'INVI'
                   PERFORM 360-READ-ISSUE-HISTORY-RTN
               WHEN 'COMM'
                   PERFORM 370-READ-COMMISSION-PAY-RTN
           END-EVALUATE
           .

      *    AFTER EACH SOURCE'S OPEN - 35 IS NOTHING TO TAKE TONIGHT,
      *    ANYTHING ELSE BUT 00 STOPS THE RUN.
       307-CHECK-SOURCE-OPEN-RTN.
           EVALUATE WS-SOURCE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-SOURCE-FOUND-SW
               WHEN '35'
                   MOVE 'N' TO WS-SOURCE-FOUND-SW
               WHEN OTHER
                   DISPLAY 'ERROR: Cannot open '
                           SRC-FILE-LABEL (SRC-IDX)
                           ' file. Status: ' WS-SOURCE-STATUS
                   COPY IOERRCHK REPLACING
                       ==:FILE-LABEL:==
                           BY ==SRC-FILE-LABEL (SRC-IDX)==
                       ==:OPERATION:==    BY =='OPEN'==
                       ==:STATUS-FIELD:== BY ==WS-SOURCE-STATUS==.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

      *****************************************************************
      *    310-READ-GL-DIST-RTN - CH01Q04'S DISTRIBUTION IS ALREADY A  *
      *    JOURNAL ENTRY; ITS LINES POST AS GIVEN, DATED TONIGHT,      *
      *    ONCE THEY AGREE WITH ITS TOTALS LINE.                       *
      *****************************************************************
       310-READ-GL-DIST-RTN.
           MOVE 'N' TO WS-DIST-TRAILER-SW
           MOVE ZERO TO WS-DIST-DEBITS
                        WS-DIST-CREDITS
                        WS-DIST-TOTAL-DEBITS
                        WS-DIST-TOTAL-CREDITS
           OPEN INPUT F-GL-DIST
           PERFORM 307-CHECK-SOURCE-OPEN-RTN
           IF SOURCE-ON-HAND
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-GL-DIST
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-NO
                           PERFORM 315-TAKE-DIST-LINE-RTN
                   END-READ
               END-PERFORM
               CLOSE F-GL-DIST
               IF WS-RECORD-NO > ZERO
                   PERFORM 317-CHECK-DIST-TOTALS-RTN
               END-IF
           END-IF
           .

       315-TAKE-DIST-LINE-RTN.
           EVALUATE TRUE
               WHEN GD-TRAILER-LABEL = 'TOTALS'
                   MOVE 'Y' TO WS-DIST-TRAILER-SW
                   MOVE GD-TOTAL-DEBITS  TO WS-DIST-TOTAL-DEBITS
                   MOVE GD-TOTAL-CREDITS TO WS-DIST-TOTAL-CREDITS
               WHEN GD-ACCOUNT = SPACES
                   ADD 1 TO WS-RECORDS-UNREADABLE
               WHEN OTHER
                   MOVE WS-RUN-DATE TO WS-PST-DATE
                   MOVE WS-RUN-DATE (1:6) TO WS-PST-PERIOD
                   PERFORM 385-SET-PERIOD-RTN
                   MOVE GD-ACCOUNT         TO WS-PST-ACCOUNT
                   MOVE GD-DESCRIPTION     TO WS-PST-DESCRIPTION
                   MOVE WS-SOURCE-REFERENCE TO WS-PST-REFERENCE
                   MOVE GD-DEBIT TO WS-PST-AMOUNT
                   ADD WS-PST-AMOUNT TO WS-DIST-DEBITS
                   MOVE 'D' TO WS-PST-SIDE
                   PERFORM 390-ADD-LINE-RTN
                   MOVE GD-CREDIT TO WS-PST-AMOUNT
                   ADD WS-PST-AMOUNT TO WS-DIST-CREDITS
                   MOVE 'C' TO WS-PST-SIDE
                   PERFORM 390-ADD-LINE-RTN
           END-EVALUATE
           .

       317-CHECK-DIST-TOTALS-RTN.
           EVALUATE TRUE
               WHEN NOT DIST-TRAILER-FOUND
                   MOVE 'PAYROLL FILE HAS NO TOTALS LINE'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-BATCH-REJECT-SW
               WHEN WS-DIST-DEBITS NOT = WS-DIST-TOTAL-DEBITS
                 OR WS-DIST-CREDITS NOT = WS-DIST-TOTAL-CREDITS
                   MOVE 'PAYROLL LINES DO NOT AGREE WITH ITS TOTALS'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-BATCH-REJECT-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************************************
      *    320-READ-TRANS-JOURNAL-RTN - RETAIL CHARGE ACCOUNTS. EVERY  *
      *    TYPE MOVES THE RECEIVABLE AGAINST ONE OTHER ACCOUNT; A SALE *
      *    OR CREDIT MEMO ALSO MOVES THE SALES TAX.                    *
      *****************************************************************
       320-READ-TRANS-JOURNAL-RTN.
           OPEN INPUT F-TRANS-JOURNAL
           PERFORM 307-CHECK-SOURCE-OPEN-RTN
           IF SOURCE-ON-HAND
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-TRANS-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-NO
                           IF WS-RECORD-NO > WS-SKIP-COUNT
                               PERFORM 325-TAKE-RETAIL-ENTRY-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-TRANS-JOURNAL
           END-IF
           .

      *    A LINE WRITTEN BEFORE SALES TAX WAS KEPT HAS NO TAX.
       325-TAKE-RETAIL-ENTRY-RTN.
           IF TJ-TRANS-DATE IS NOT NUMERIC
              OR TJ-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-UNREADABLE
           ELSE
               IF TJ-TAX-AMOUNT IS NUMERIC
                   MOVE TJ-TAX-AMOUNT TO WS-TAX-HOLD
               ELSE
                   MOVE ZERO TO WS-TAX-HOLD
               END-IF
               MOVE TJ-TRANS-DATE TO WS-PST-DATE
               MOVE TJ-TRANS-DATE (1:6) TO WS-PST-PERIOD
               PERFORM 385-SET-PERIOD-RTN
               MOVE WS-SOURCE-REFERENCE TO WS-PST-REFERENCE
               MOVE TJ-AMOUNT TO WS-PST-AMOUNT
               EVALUATE TJ-TRANS-TYPE
                   WHEN 'P'
                       MOVE 'RETAIL CHARGE SALES' TO WS-PST-DESCRIPTION
                       MOVE '1200RTAR' TO WS-PST-DR-ACCOUNT
                       MOVE '4000SALE' TO WS-PST-CR-ACCOUNT
                       PERFORM 380-POST-PAIR-RTN
                       MOVE '2300STAX' TO WS-PST-CR-ACCOUNT
                       MOVE WS-TAX-HOLD TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN 'M'
                       MOVE 'RETAIL CREDIT MEMOS' TO WS-PST-DESCRIPTION
                       MOVE '4010RETN' TO WS-PST-DR-ACCOUNT
                       MOVE '1200RTAR' TO WS-PST-CR-ACCOUNT
                       PERFORM 380-POST-PAIR-RTN
                       MOVE '2300STAX' TO WS-PST-DR-ACCOUNT
                       MOVE WS-TAX-HOLD TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN 'L'
                       MOVE 'LOYALTY POINTS REDEEMED'
                           TO WS-PST-DESCRIPTION
                       MOVE '2350LOYL' TO WS-PST-DR-ACCOUNT
                       MOVE '1200RTAR' TO WS-PST-CR-ACCOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN 'Y'
                       MOVE 'RETAIL PAYMENTS RECEIVED'
                           TO WS-PST-DESCRIPTION
                       MOVE '1000CASH' TO WS-PST-DR-ACCOUNT
                       MOVE '1200RTAR' TO WS-PST-CR-ACCOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN 'V'
                       MOVE 'BAD DEBT RECOVERIES' TO WS-PST-DESCRIPTION
                       MOVE '1000CASH' TO WS-PST-DR-ACCOUNT
                       MOVE '4900RCOV' TO WS-PST-CR-ACCOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN 'F'
                       MOVE 'FINANCE CHARGES' TO WS-PST-DESCRIPTION
                       MOVE '1200RTAR' TO WS-PST-DR-ACCOUNT
                       MOVE '4200FINC' TO WS-PST-CR-ACCOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN 'N'
                       MOVE 'RETURNED CHECK FEES' TO WS-PST-DESCRIPTION
                       MOVE '1200RTAR' TO WS-PST-DR-ACCOUNT
                       MOVE '4210NSFF' TO WS-PST-CR-ACCOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN 'R'
                       MOVE 'RETURNED CHECKS' TO WS-PST-DESCRIPTION
                       MOVE '1200RTAR' TO WS-PST-DR-ACCOUNT
                       MOVE '1000CASH' TO WS-PST-CR-ACCOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN 'K'
                       MOVE 'CREDIT BALANCE REFUNDS'
                           TO WS-PST-DESCRIPTION
                       MOVE '1200RTAR' TO WS-PST-DR-ACCOUNT
                       MOVE '1000CASH' TO WS-PST-CR-ACCOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN 'W'
                       MOVE 'ACCOUNTS WRITTEN OFF' TO WS-PST-DESCRIPTION
                       MOVE '6500BADD' TO WS-PST-DR-ACCOUNT
                       MOVE '1200RTAR' TO WS-PST-CR-ACCOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN OTHER
                       PERFORM 327-UNKNOWN-TYPE-RTN
               END-EVALUATE
           END-IF
           .

       327-UNKNOWN-TYPE-RTN.
           IF NOT BATCH-REJECTED
               MOVE 'Y' TO WS-BATCH-REJECT-SW
               STRING 'RECORD ' WS-RECORD-NO
                      ' HAS A TYPE NOT KNOWN TO THE LEDGER'
                      DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
           END-IF
           .

      *****************************************************************
      *    330-READ-REVENUE-LEDGER-RTN - WHAT THE UTILITY BILLED, IN   *
      *    THE MONTH IT BILLED. A CANCEL TAKES THE BILL BACK OUT.      *
      *****************************************************************
       330-READ-REVENUE-LEDGER-RTN.
           OPEN INPUT F-REVENUE-LEDGER
           PERFORM 307-CHECK-SOURCE-OPEN-RTN
           IF SOURCE-ON-HAND
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-REVENUE-LEDGER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-NO
                           IF WS-RECORD-NO > WS-SKIP-COUNT
                               PERFORM 335-TAKE-REVENUE-ENTRY-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-REVENUE-LEDGER
           END-IF
           .

       335-TAKE-REVENUE-ENTRY-RTN.
           IF RL-POSTED-DATE IS NOT NUMERIC
              OR RL-BILLED-MONTH IS NOT NUMERIC
              OR RL-ELEC-AMT IS NOT NUMERIC
              OR RL-GAS-AMT IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-UNREADABLE
           ELSE
               MOVE RL-POSTED-DATE  TO WS-PST-DATE
               MOVE RL-BILLED-MONTH TO WS-PST-PERIOD
               PERFORM 385-SET-PERIOD-RTN
               MOVE WS-SOURCE-REFERENCE TO WS-PST-REFERENCE
               EVALUATE TRUE
                   WHEN RL-IS-BILLED OR RL-IS-REBILL
                       MOVE 'UTILITY BILLS' TO WS-PST-DESCRIPTION
                       MOVE '1210UTAR' TO WS-PST-DR-ACCOUNT
                       MOVE '4100ELEC' TO WS-PST-CR-ACCOUNT
                       MOVE RL-ELEC-AMT TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                       MOVE '4110GAS' TO WS-PST-CR-ACCOUNT
                       MOVE RL-GAS-AMT TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN RL-IS-CANCEL
                       MOVE 'UTILITY BILLS CANCELLED'
                           TO WS-PST-DESCRIPTION
                       MOVE '4100ELEC' TO WS-PST-DR-ACCOUNT
                       MOVE '1210UTAR' TO WS-PST-CR-ACCOUNT
                       MOVE RL-ELEC-AMT TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                       MOVE '4110GAS' TO WS-PST-DR-ACCOUNT
                       MOVE RL-GAS-AMT TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN OTHER
                       PERFORM 327-UNKNOWN-TYPE-RTN
               END-EVALUATE
           END-IF
           .

      *****************************************************************
      *    340-READ-MUNI-LEDGER-RTN - TOWN FEES BILLED ARE OWED TO THE *
      *    TOWNS; CASH APPLIED (AND A RETURNED DRAFT TAKEN BACK) MOVES *
      *    THE UTILITY RECEIVABLE.                                     *
      *****************************************************************
       340-READ-MUNI-LEDGER-RTN.
           OPEN INPUT F-MUNI-FEE-LEDGER
           PERFORM 307-CHECK-SOURCE-OPEN-RTN
           IF SOURCE-ON-HAND
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-MUNI-FEE-LEDGER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-NO
                           IF WS-RECORD-NO > WS-SKIP-COUNT
                               PERFORM 345-TAKE-MUNI-ENTRY-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-MUNI-FEE-LEDGER
           END-IF
           .

       345-TAKE-MUNI-ENTRY-RTN.
           IF FL-POSTED-DATE IS NOT NUMERIC
              OR FL-MONTH IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-UNREADABLE
           ELSE
               MOVE FL-POSTED-DATE TO WS-PST-DATE
               MOVE FL-MONTH       TO WS-PST-PERIOD
               PERFORM 385-SET-PERIOD-RTN
               MOVE WS-SOURCE-REFERENCE TO WS-PST-REFERENCE
               EVALUATE TRUE
                   WHEN (FL-IS-BILLED OR FL-IS-REBILL)
                    AND FL-FRANCHISE-FEE IS NUMERIC
                    AND FL-UTILITY-TAX IS NUMERIC
                       MOVE 'TOWN FEES BILLED' TO WS-PST-DESCRIPTION
                       MOVE '1210UTAR' TO WS-PST-DR-ACCOUNT
                       MOVE '2410FRAN' TO WS-PST-CR-ACCOUNT
                       MOVE FL-FRANCHISE-FEE TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                       MOVE '2420UTAX' TO WS-PST-CR-ACCOUNT
                       MOVE FL-UTILITY-TAX TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN FL-IS-CANCEL
                    AND FL-FRANCHISE-FEE IS NUMERIC
                    AND FL-UTILITY-TAX IS NUMERIC
                       MOVE 'TOWN FEES CANCELLED' TO WS-PST-DESCRIPTION
                       MOVE '2410FRAN' TO WS-PST-DR-ACCOUNT
                       MOVE '1210UTAR' TO WS-PST-CR-ACCOUNT
                       MOVE FL-FRANCHISE-FEE TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                       MOVE '2420UTAX' TO WS-PST-DR-ACCOUNT
                       MOVE FL-UTILITY-TAX TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN FL-IS-PAYMENT AND FL-CASH-AMT IS NUMERIC
                       MOVE 'UTILITY PAYMENTS APPLIED'
                           TO WS-PST-DESCRIPTION
                       MOVE '1000CASH' TO WS-PST-DR-ACCOUNT
                       MOVE '1210UTAR' TO WS-PST-CR-ACCOUNT
                       MOVE FL-CASH-AMT TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN FL-IS-REVERSAL AND FL-CASH-AMT IS NUMERIC
                       MOVE 'UTILITY DRAFTS RETURNED'
                           TO WS-PST-DESCRIPTION
                       MOVE '1210UTAR' TO WS-PST-DR-ACCOUNT
                       MOVE '1000CASH' TO WS-PST-CR-ACCOUNT
                       MOVE FL-CASH-AMT TO WS-PST-AMOUNT
                       PERFORM 380-POST-PAIR-RTN
                   WHEN FL-IS-BILLED OR FL-IS-REBILL OR FL-IS-CANCEL
                     OR FL-IS-PAYMENT OR FL-IS-REVERSAL
                       ADD 1 TO WS-RECORDS-UNREADABLE
                   WHEN OTHER
                       PERFORM 327-UNKNOWN-TYPE-RTN
               END-EVALUATE
           END-IF
           .

      *****************************************************************
      *    350-READ-PO-RECEIPTS-RTN - STOCK RECEIVED ON A PURCHASE     *
      *    ORDER, AT THE PO UNIT COST, OWED UNTIL THE VENDOR'S         *
      *    INVOICE IS ENTERED IN THE PAYABLES PACKAGE.                 *
      *****************************************************************
       350-READ-PO-RECEIPTS-RTN.
           OPEN INPUT F-PO-RECEIPTS
           PERFORM 307-CHECK-SOURCE-OPEN-RTN
           IF SOURCE-ON-HAND
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-PO-RECEIPTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-NO
                           IF WS-RECORD-NO > WS-SKIP-COUNT
                               PERFORM 355-TAKE-RECEIPT-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PO-RECEIPTS
           END-IF
           .

       355-TAKE-RECEIPT-RTN.
           IF RC-RECEIPT-DATE IS NOT NUMERIC
              OR RC-QTY-RECEIVED IS NOT NUMERIC
              OR RC-PO-UNIT-COST IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-UNREADABLE
           ELSE
               MOVE RC-RECEIPT-DATE TO WS-PST-DATE
               MOVE RC-RECEIPT-DATE (1:6) TO WS-PST-PERIOD
               PERFORM 385-SET-PERIOD-RTN
               MOVE WS-SOURCE-REFERENCE TO WS-PST-REFERENCE
               MOVE 'STOCK RECEIVED ON PO' TO WS-PST-DESCRIPTION
               MOVE '1300INVN' TO WS-PST-DR-ACCOUNT
               MOVE '2050GRNI' TO WS-PST-CR-ACCOUNT
               COMPUTE WS-PST-AMOUNT =
                   RC-QTY-RECEIVED * RC-PO-UNIT-COST
               PERFORM 380-POST-PAIR-RTN
           END-IF
           .

      *****************************************************************
      *    360-READ-ISSUE-HISTORY-RTN - STOCK ISSUED, AT THE FIFO COST *
      *    THE INVENTORY UPDATE RELIEVED IT AT.                        *
      *****************************************************************
       360-READ-ISSUE-HISTORY-RTN.
           OPEN INPUT F-ISSUE-HISTORY
           PERFORM 307-CHECK-SOURCE-OPEN-RTN
           IF SOURCE-ON-HAND
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ISSUE-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-NO
                           IF WS-RECORD-NO > WS-SKIP-COUNT
                               PERFORM 365-TAKE-ISSUE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ISSUE-HISTORY
           END-IF
           .

       365-TAKE-ISSUE-RTN.
           IF IH-ISSUE-DATE IS NOT NUMERIC
              OR IH-COST-VALUE IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-UNREADABLE
           ELSE
               MOVE IH-ISSUE-DATE TO WS-PST-DATE
               MOVE IH-ISSUE-DATE (1:6) TO WS-PST-PERIOD
               PERFORM 385-SET-PERIOD-RTN
               MOVE WS-SOURCE-REFERENCE TO WS-PST-REFERENCE
               MOVE 'STOCK ISSUED AT FIFO COST' TO WS-PST-DESCRIPTION
               MOVE '5000COGS' TO WS-PST-DR-ACCOUNT
               MOVE '1300INVN' TO WS-PST-CR-ACCOUNT
               MOVE IH-COST-VALUE TO WS-PST-AMOUNT
               PERFORM 380-POST-PAIR-RTN
           END-IF
           .

      *****************************************************************
      *    370-READ-COMMISSION-PAY-RTN - EACH PAYOUT IS BOOKED AS      *
      *    EXPENSE OWED THE REP THE FIRST NIGHT IT IS SEEN; IT STAYS   *
      *    ON THE FILE UNTIL PAID, SO IT IS PASSED OVER AFTER THAT.    *
      *****************************************************************
       370-READ-COMMISSION-PAY-RTN.
           OPEN INPUT COMMISSION-PAY-FILE
           PERFORM 307-CHECK-SOURCE-OPEN-RTN
           IF SOURCE-ON-HAND
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COMMISSION-PAY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-NO
                           PERFORM 375-TAKE-PAYOUT-RTN
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-PAY-FILE
           END-IF
           .

       375-TAKE-PAYOUT-RTN.
           IF CP-PERIOD IS NOT NUMERIC
              OR CP-PAYOUT IS NOT NUMERIC
              OR CP-EMPLOYEE-NO = SPACES
               ADD 1 TO WS-RECORDS-UNREADABLE
           ELSE
               MOVE CP-EMPLOYEE-NO TO WS-COMM-EMPLOYEE
               MOVE CP-PERIOD      TO WS-COMM-PERIOD
               MOVE 'N' TO WS-COMM-FOUND-SW
               SET CPT-IDX TO 1
               SEARCH CPT-REFERENCE
                   AT END
                       CONTINUE
                   WHEN CPT-IDX > WS-COMM-POSTED-COUNT
                       CONTINUE
                   WHEN CPT-REFERENCE (CPT-IDX) = WS-COMM-REFERENCE
                       MOVE 'Y' TO WS-COMM-FOUND-SW
               END-SEARCH
               IF COMM-ALREADY-POSTED
                   ADD 1 TO WS-RECORDS-ALREADY-IN
               ELSE
                   MOVE WS-RUN-DATE   TO WS-PST-DATE
                   MOVE CP-PERIOD     TO WS-PST-PERIOD
                   PERFORM 385-SET-PERIOD-RTN
                   MOVE WS-COMM-REFERENCE TO WS-PST-REFERENCE
                   MOVE SPACES TO WS-PST-DESCRIPTION
                   STRING 'COMMISSION ' CP-REP-NAME
                          DELIMITED BY SIZE INTO WS-PST-DESCRIPTION
                   END-STRING
                   MOVE '5200COMM' TO WS-PST-DR-ACCOUNT
                   MOVE '2150COMP' TO WS-PST-CR-ACCOUNT
                   MOVE CP-PAYOUT  TO WS-PST-AMOUNT
                   PERFORM 380-POST-PAIR-RTN
               END-IF
           END-IF
           .

      *****************************************************************
      *    380-POST-PAIR-RTN - DEBITS WS-PST-DR-ACCOUNT AND CREDITS    *
      *    WS-PST-CR-ACCOUNT WITH WS-PST-AMOUNT.                       *
      *****************************************************************
       380-POST-PAIR-RTN.
           MOVE WS-PST-DR-ACCOUNT TO WS-PST-ACCOUNT
           MOVE 'D' TO WS-PST-SIDE
           PERFORM 390-ADD-LINE-RTN
           MOVE WS-PST-CR-ACCOUNT TO WS-PST-ACCOUNT
           MOVE 'C' TO WS-PST-SIDE
           PERFORM 390-ADD-LINE-RTN
           .

      *    AN ENTRY FOR A PERIOD ALREADY CLOSED IS BOOKED IN THE OPEN
      *    ONE; A PERIOD THAT IS NOT A MONTH IS TAKEN FROM THE DATE.
       385-SET-PERIOD-RTN.
           IF WS-PST-MM < 1 OR WS-PST-MM > 12
               MOVE WS-PST-DATE (1:6) TO WS-PST-PERIOD
           END-IF
           IF WS-PST-PERIOD < WS-OPEN-PERIOD
               MOVE WS-OPEN-PERIOD TO WS-PST-PERIOD
               ADD 1 TO WS-LATE-ENTRIES
           END-IF
           .

      *    ADDS WS-PST-AMOUNT TO THE BATCH LINE FOR THE PERIOD,
      *    ACCOUNT, REFERENCE AND DESCRIPTION, STARTING ONE IF NEED BE.
       390-ADD-LINE-RTN.
           IF WS-PST-AMOUNT = ZERO
               CONTINUE
           ELSE
               MOVE 'N' TO WS-LINE-FOUND-SW
               SET BL-IDX TO 1
               SEARCH BL-ENTRY
                   AT END
                       CONTINUE
                   WHEN BL-IDX > WS-BATCH-LINE-COUNT
                       CONTINUE
                   WHEN BL-PERIOD (BL-IDX) = WS-PST-PERIOD
                    AND BL-ACCOUNT (BL-IDX) = WS-PST-ACCOUNT
                    AND BL-REFERENCE (BL-IDX) = WS-PST-REFERENCE
                    AND BL-DESCRIPTION (BL-IDX) = WS-PST-DESCRIPTION
                       MOVE 'Y' TO WS-LINE-FOUND-SW
               END-SEARCH
               IF NOT LINE-FOUND
                   PERFORM 395-START-LINE-RTN
               END-IF
               IF LINE-FOUND
                   IF PST-IS-DEBIT
                       ADD WS-PST-AMOUNT TO BL-DEBIT (BL-IDX)
                   ELSE
                       ADD WS-PST-AMOUNT TO BL-CREDIT (BL-IDX)
                   END-IF
                   IF WS-PST-DATE > BL-DATE (BL-IDX)
                       MOVE WS-PST-DATE TO BL-DATE (BL-IDX)
                   END-IF
               END-IF
           END-IF
           .

       395-START-LINE-RTN.
           IF WS-BATCH-LINE-COUNT NOT < 999
               IF NOT BATCH-REJECTED
                   MOVE 'Y' TO WS-BATCH-REJECT-SW
                   MOVE 'MORE THAN 999 LINES IN ONE BATCH'
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               ADD 1 TO WS-BATCH-LINE-COUNT
               SET BL-IDX TO WS-BATCH-LINE-COUNT
               MOVE WS-PST-PERIOD      TO BL-PERIOD (BL-IDX)
               MOVE WS-PST-ACCOUNT     TO BL-ACCOUNT (BL-IDX)
               MOVE WS-PST-REFERENCE   TO BL-REFERENCE (BL-IDX)
               MOVE WS-PST-DESCRIPTION TO BL-DESCRIPTION (BL-IDX)
               MOVE WS-PST-DATE        TO BL-DATE (BL-IDX)
               MOVE ZERO TO BL-DEBIT (BL-IDX)
                            BL-CREDIT (BL-IDX)
               MOVE SPACES TO BL-NOTE (BL-IDX)
               MOVE 'Y' TO WS-LINE-FOUND-SW
           END-IF
           .

       450-EDIT-DATE-RTN.
           MOVE WS-EDIT-MM   TO WS-EDIT-MM-OUT
           MOVE WS-EDIT-DD   TO WS-EDIT-DD-OUT
           MOVE WS-EDIT-CCYY TO WS-EDIT-CCYY-OUT
           .

      *****************************************************************
      *    500-FINISH-BATCH-RTN - CHECKS EVERY LINE'S ACCOUNT AND THE  *
      *    BALANCE OF EACH PERIOD, THEN POSTS THE BATCH OR REJECTS IT, *
      *    AND LISTS IT ON THE REGISTER EITHER WAY.                    *
      *****************************************************************
       500-FINISH-BATCH-RTN.
           INITIALIZE GL-BATCH-PERIOD-TABLE
           MOVE ZERO TO WS-BATCH-PERIOD-COUNT
                        WS-BATCH-DEBITS
                        WS-BATCH-CREDITS
           PERFORM 510-CHECK-ONE-LINE-RTN
               VARYING BL-IDX FROM 1 BY 1
               UNTIL BL-IDX > WS-BATCH-LINE-COUNT
           PERFORM 520-CHECK-PERIOD-BALANCE-RTN
               VARYING BP-IDX FROM 1 BY 1
               UNTIL BP-IDX > WS-BATCH-PERIOD-COUNT
      *    A BATCH THAT WOULD FILL THE BALANCE TABLE PART WAY THROUGH
      *    ITS LINES IS REJECTED NOW, BEFORE ANY OF THEM IS WRITTEN.
           IF NOT BATCH-REJECTED
               MOVE ZERO TO WS-BALANCES-NEEDED
               PERFORM 525-COUNT-NEW-BALANCE-RTN
                   VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-BATCH-LINE-COUNT
               IF WS-BALANCE-COUNT + WS-BALANCES-NEEDED > 5000
                   MOVE 'Y' TO WS-BATCH-REJECT-SW
                   MOVE 'MORE THAN 5000 ACCOUNT/PERIOD BALANCES'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF NOT BATCH-REJECTED AND WS-BATCH-LINE-COUNT > ZERO
               ADD 1 TO WS-LAST-BATCH-NO
               MOVE ZERO TO WS-LINE-NO
               PERFORM 530-WRITE-ONE-LINE-RTN
                   VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-BATCH-LINE-COUNT
               ADD 1 TO WS-BATCHES-POSTED
           END-IF
           IF BATCH-REJECTED
               ADD 1 TO WS-BATCHES-REJECTED
           ELSE
      *        TAKEN - THE NEXT RUN STARTS AFTER THESE RECORDS.
               MOVE WS-RECORD-NO TO CTL-RECORDS-TAKEN (CTL-IDX)
               IF WS-BATCH-LINE-COUNT > ZERO
                   MOVE WS-RUN-DATE TO CTL-LAST-POSTED (CTL-IDX)
               END-IF
      *        RECORDED AT ONCE, SO A RUN STOPPED BY A LATER SOURCE
      *        DOES NOT TAKE THIS ONE AGAIN ON THE RERUN.
               PERFORM 610-WRITE-SOURCE-CTL-RTN
               IF SRC-CODE (SRC-IDX) = 'PAYR' AND SOURCE-ON-HAND
                  AND WS-RECORD-NO > ZERO
                   PERFORM 550-TRUNCATE-GL-DIST-RTN
               END-IF
           END-IF
           IF WS-RECORDS-UNREADABLE > ZERO
               MOVE 'Y' TO WS-WARNING-SW
           END-IF
           PERFORM 560-PRINT-BATCH-RTN
           .

      *    EVERY ACCOUNT MUST BE ON THE CHART AND ACTIVE. THE LINE IS
      *    ALSO ADDED INTO ITS PERIOD'S TOTALS.
       510-CHECK-ONE-LINE-RTN.
           MOVE BL-ACCOUNT (BL-IDX) TO WS-GL-FIND-ACCOUNT
           PERFORM 982-FIND-GL-ACCOUNT-RTN
           EVALUATE TRUE
               WHEN NOT GL-ACCOUNT-FOUND
                   MOVE '*** NOT ON CHART' TO BL-NOTE (BL-IDX)
               WHEN GAT-INACTIVE (GAT-IDX)
                   MOVE '*** INACTIVE' TO BL-NOTE (BL-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF BL-NOTE (BL-IDX) NOT = SPACES AND NOT BATCH-REJECTED
               MOVE 'Y' TO WS-BATCH-REJECT-SW
               STRING 'ACCOUNT ' BL-ACCOUNT (BL-IDX)
                      ' IS NOT AN ACTIVE ACCOUNT ON THE CHART'
                      DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
           END-IF
           ADD BL-DEBIT (BL-IDX)  TO WS-BATCH-DEBITS
           ADD BL-CREDIT (BL-IDX) TO WS-BATCH-CREDITS

           MOVE 'N' TO WS-PERIOD-FOUND-SW
           SET BP-IDX TO 1
           SEARCH BP-ENTRY
               AT END
                   CONTINUE
               WHEN BP-IDX > WS-BATCH-PERIOD-COUNT
                   CONTINUE
               WHEN BP-PERIOD (BP-IDX) = BL-PERIOD (BL-IDX)
                   MOVE 'Y' TO WS-PERIOD-FOUND-SW
           END-SEARCH
           IF NOT PERIOD-FOUND
               IF WS-BATCH-PERIOD-COUNT < 60
                   ADD 1 TO WS-BATCH-PERIOD-COUNT
                   SET BP-IDX TO WS-BATCH-PERIOD-COUNT
                   MOVE BL-PERIOD (BL-IDX) TO BP-PERIOD (BP-IDX)
                   MOVE 'Y' TO WS-PERIOD-FOUND-SW
               ELSE
                   IF NOT BATCH-REJECTED
                       MOVE 'Y' TO WS-BATCH-REJECT-SW
                       MOVE 'ENTRIES FOR MORE THAN 60 PERIODS'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF PERIOD-FOUND
               ADD BL-DEBIT (BL-IDX)  TO BP-DEBITS (BP-IDX)
               ADD BL-CREDIT (BL-IDX) TO BP-CREDITS (BP-IDX)
           END-IF
           .

       520-CHECK-PERIOD-BALANCE-RTN.
           IF BP-DEBITS (BP-IDX) NOT = BP-CREDITS (BP-IDX)
              AND NOT BATCH-REJECTED
               MOVE 'Y' TO WS-BATCH-REJECT-SW
               STRING 'DEBITS DO NOT EQUAL CREDITS IN PERIOD '
                      BP-PERIOD (BP-IDX)
                      DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
           END-IF
           .

      *    A PAIR NOT IN THE BALANCE TABLE, AND NOT ON AN EARLIER LINE
      *    OF THIS BATCH, NEEDS A NEW ENTRY.
       525-COUNT-NEW-BALANCE-RTN.
           MOVE 'N' TO WS-BALANCE-FOUND-SW
           SET BT-IDX TO 1
           SEARCH BT-ENTRY
               AT END
                   CONTINUE
               WHEN BT-IDX > WS-BALANCE-COUNT
                   CONTINUE
               WHEN BT-ACCOUNT (BT-IDX) = BL-ACCOUNT (BL-IDX)
                AND BT-PERIOD (BT-IDX) = BL-PERIOD (BL-IDX)
                   MOVE 'Y' TO WS-BALANCE-FOUND-SW
           END-SEARCH
           IF NOT BALANCE-FOUND
               PERFORM 527-CHECK-EARLIER-LINE-RTN
                   VARYING BL-CHK-IDX FROM 1 BY 1
                   UNTIL BL-CHK-IDX NOT < BL-IDX
                      OR BALANCE-FOUND
               IF NOT BALANCE-FOUND
                   ADD 1 TO WS-BALANCES-NEEDED
               END-IF
           END-IF
           .

       527-CHECK-EARLIER-LINE-RTN.
           IF BL-ACCOUNT (BL-CHK-IDX) = BL-ACCOUNT (BL-IDX)
              AND BL-PERIOD (BL-CHK-IDX) = BL-PERIOD (BL-IDX)
               MOVE 'Y' TO WS-BALANCE-FOUND-SW
           END-IF
           .

       530-WRITE-ONE-LINE-RTN.
           ADD 1 TO WS-LINE-NO
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-LAST-BATCH-NO          TO GJ-BATCH-NO
           MOVE WS-LINE-NO                TO GJ-LINE-NO
           MOVE SRC-CODE (SRC-IDX)        TO GJ-SOURCE
           MOVE BL-PERIOD (BL-IDX)        TO GJ-PERIOD
           MOVE BL-DATE (BL-IDX)          TO GJ-DATE
           MOVE BL-ACCOUNT (BL-IDX)       TO GJ-ACCOUNT
           MOVE BL-DEBIT (BL-IDX)         TO GJ-DEBIT
           MOVE BL-CREDIT (BL-IDX)        TO GJ-CREDIT
           MOVE BL-REFERENCE (BL-IDX)     TO GJ-REFERENCE
           MOVE BL-DESCRIPTION (BL-IDX)   TO GJ-DESCRIPTION
           MOVE WS-RUN-DATE               TO GJ-POSTED-DATE
           WRITE GL-JOURNAL-REC
           ADD 1 TO WS-JOURNAL-LINES-WRITTEN

           MOVE GJ-ACCOUNT TO WS-BAL-ACCOUNT
           MOVE GJ-PERIOD  TO WS-BAL-PERIOD
           MOVE GJ-DEBIT   TO WS-BAL-DEBIT
           MOVE GJ-CREDIT  TO WS-BAL-CREDIT
           PERFORM 540-ADD-TO-BALANCES-RTN
           .

      *    A FULL TABLE RUNS THE SEARCH OFF ITS END WITHOUT REACHING
      *    AN UNUSED ENTRY - 545 STOPS THE RUN THERE, SO THE ADDS BELOW
      *    ONLY EVER LAND ON A MATCHED OR A NEWLY STARTED BALANCE.
       540-ADD-TO-BALANCES-RTN.
           SET BT-IDX TO 1
           SEARCH BT-ENTRY
               AT END
                   PERFORM 545-START-BALANCE-RTN
               WHEN BT-IDX > WS-BALANCE-COUNT
                   PERFORM 545-START-BALANCE-RTN
               WHEN BT-ACCOUNT (BT-IDX) = WS-BAL-ACCOUNT
                AND BT-PERIOD (BT-IDX) = WS-BAL-PERIOD
                   CONTINUE
           END-SEARCH
           ADD WS-BAL-DEBIT  TO BT-DEBITS (BT-IDX)
           ADD WS-BAL-CREDIT TO BT-CREDITS (BT-IDX)
           .

       545-START-BALANCE-RTN.
           IF WS-BALANCE-COUNT NOT < 5000
               DISPLAY 'ERROR: More than 5000 account/period balances '
                       '- balances not rebuilt'
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='GL-BALANCES'==
                   ==:OPERATION:==    BY =='BUILD'==
                   ==:STATUS-FIELD:== BY =='34'==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BALANCE-COUNT
           SET BT-IDX TO WS-BALANCE-COUNT
           MOVE WS-BAL-ACCOUNT TO BT-ACCOUNT (BT-IDX)
           MOVE WS-BAL-PERIOD  TO BT-PERIOD (BT-IDX)
           MOVE ZERO TO BT-DEBITS (BT-IDX)
                        BT-CREDITS (BT-IDX)
           .

      *    THE PAYROLL FILE IS CONSUMED - TRUNCATE IT SO TOMORROW'S
      *    RUN CANNOT POST THE SAME WEEK TWICE.
       550-TRUNCATE-GL-DIST-RTN.
           OPEN OUTPUT F-GL-DIST
           CLOSE F-GL-DIST
           .

       560-PRINT-BATCH-RTN.
           SET CTL-IDX TO SRC-IDX
           MOVE SRC-CODE (SRC-IDX)  TO SL-CODE-OUT
           MOVE SRC-TITLE (SRC-IDX) TO SL-TITLE-OUT
           MOVE WS-RECORD-NO        TO SL-ON-FILE-OUT
           MOVE WS-SKIP-COUNT       TO SL-TAKEN-OUT
           MOVE WS-RECORDS-NEW      TO SL-NEW-OUT
           WRITE GL-REGISTER-REC FROM WS-SOURCE-LINE
           IF NOT SOURCE-ON-HAND
               MOVE SPACES TO WS-WORK-LINE
               MOVE '    FILE NOT ON HAND - NOTHING TO TAKE'
                   TO WS-WORK-LINE
               WRITE GL-REGISTER-REC FROM WS-WORK-LINE
           END-IF
           IF SOURCE-RETAKEN
               MOVE SPACES TO WS-WORK-LINE
               STRING '    *** FILE IS SHORTER THAN WHAT WAS TAKEN '
                      'FROM IT LAST TIME - TAKEN AGAIN FROM THE START'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               END-STRING
               WRITE GL-REGISTER-REC FROM WS-WORK-LINE
           END-IF
           IF WS-RECORDS-UNREADABLE > ZERO
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-RECORDS-UNREADABLE TO WS-COUNT-OUT
               STRING '    *** RECORDS SKIPPED, NO READABLE DATE OR '
                      'AMOUNT: ' WS-COUNT-OUT
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               END-STRING
               WRITE GL-REGISTER-REC FROM WS-WORK-LINE
           END-IF
           IF WS-RECORDS-ALREADY-IN > ZERO
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-RECORDS-ALREADY-IN TO WS-COUNT-OUT
               STRING '    PAYOUTS ALREADY POSTED, PASSED OVER: '
                      WS-COUNT-OUT
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               END-STRING
               WRITE GL-REGISTER-REC FROM WS-WORK-LINE
           END-IF
           IF WS-LATE-ENTRIES > ZERO
               MOVE SPACES TO WS-WORK-LINE
               MOVE WS-LATE-ENTRIES TO WS-COUNT-OUT
               STRING '    ENTRIES FOR A CLOSED PERIOD, BOOKED IN '
                      WS-OPEN-PERIOD ':' WS-COUNT-OUT
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               END-STRING
               WRITE GL-REGISTER-REC FROM WS-WORK-LINE
           END-IF

           IF WS-BATCH-LINE-COUNT > ZERO
               WRITE GL-REGISTER-REC FROM WS-COLUMN-LINE
               PERFORM 565-PRINT-BATCH-LINE-RTN
                   VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-BATCH-LINE-COUNT
           END-IF

           MOVE SPACES TO BT-RESULT-OUT
           EVALUATE TRUE
               WHEN BATCH-REJECTED
                   STRING '*** REJECTED - ' WS-REJECT-REASON
                          DELIMITED BY SIZE INTO BT-RESULT-OUT
                   END-STRING
               WHEN WS-BATCH-LINE-COUNT = ZERO
                   MOVE 'NOTHING NEW TO POST' TO BT-RESULT-OUT
               WHEN OTHER
                   STRING 'BATCH ' WS-LAST-BATCH-NO ' POSTED - '
                          WS-LINE-NO ' LINES'
                          DELIMITED BY SIZE INTO BT-RESULT-OUT
                   END-STRING
           END-EVALUATE
           MOVE WS-BATCH-DEBITS  TO BT-DEBITS-OUT
           MOVE WS-BATCH-CREDITS TO BT-CREDITS-OUT
           WRITE GL-REGISTER-REC FROM WS-BATCH-TOTAL-LINE
           IF BATCH-REJECTED
               MOVE SPACES TO WS-WORK-LINE
               STRING '    NOTHING FROM THIS SOURCE POSTED - IT IS '
                      'TAKEN AGAIN NEXT RUN'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               END-STRING
               WRITE GL-REGISTER-REC FROM WS-WORK-LINE
           END-IF
           WRITE GL-REGISTER-REC FROM WS-DASH-LINE
           .

       565-PRINT-BATCH-LINE-RTN.
           MOVE BL-PERIOD (BL-IDX)      TO DL-PERIOD-OUT
           MOVE BL-ACCOUNT (BL-IDX)     TO DL-ACCOUNT-OUT
           MOVE BL-DESCRIPTION (BL-IDX) TO DL-DESCRIPTION-OUT
           MOVE BL-DEBIT (BL-IDX)       TO DL-DEBIT-OUT
           MOVE BL-CREDIT (BL-IDX)      TO DL-CREDIT-OUT
           MOVE BL-NOTE (BL-IDX)        TO DL-NOTE-OUT
           MOVE BL-ACCOUNT (BL-IDX)     TO WS-GL-FIND-ACCOUNT
           PERFORM 982-FIND-GL-ACCOUNT-RTN
           IF GL-ACCOUNT-FOUND
               MOVE GAT-NAME (GAT-IDX) TO DL-NAME-OUT
           ELSE
               MOVE SPACES TO DL-NAME-OUT
           END-IF
           WRITE GL-REGISTER-REC FROM WS-DETAIL-LINE
           .

      *****************************************************************
      *    600-WRITE-BALANCES-RTN - THE BALANCES AS REBUILT FROM THE   *
      *    JOURNAL, TONIGHT'S BATCHES INCLUDED.                        *
      *****************************************************************
       600-WRITE-BALANCES-RTN.
           OPEN OUTPUT F-GL-BALANCES
           IF WS-BALANCES-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open GL-BALANCES file. Status: '
                       WS-BALANCES-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='GL-BALANCES'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-BALANCES-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 605-WRITE-ONE-BALANCE-RTN
               VARYING BT-WRITE-IDX FROM 1 BY 1
               UNTIL BT-WRITE-IDX > WS-BALANCE-COUNT
           CLOSE F-GL-BALANCES
           .

       605-WRITE-ONE-BALANCE-RTN.
           MOVE BT-ACCOUNT (BT-WRITE-IDX) TO GB-ACCOUNT
           MOVE BT-PERIOD (BT-WRITE-IDX)  TO GB-PERIOD
           MOVE BT-DEBITS (BT-WRITE-IDX)  TO GB-DEBITS
           MOVE BT-CREDITS (BT-WRITE-IDX) TO GB-CREDITS
           WRITE GL-BALANCE-REC
           .

      *    WRITTEN NEW AFTER EACH SOURCE IS TAKEN.
       610-WRITE-SOURCE-CTL-RTN.
           OPEN OUTPUT F-GL-SOURCE-CTL
           IF WS-SOURCE-CTL-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open GL-SOURCE-CTL file. '
                       'Status: ' WS-SOURCE-CTL-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='GL-SRC-CTL'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-SOURCE-CTL-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 615-WRITE-ONE-CTL-RTN
               VARYING SRC-WRITE-IDX FROM 1 BY 1
               UNTIL SRC-WRITE-IDX > 7
           CLOSE F-GL-SOURCE-CTL
           .

       615-WRITE-ONE-CTL-RTN.
           SET CTL-IDX TO SRC-WRITE-IDX
           MOVE SRC-CODE (SRC-WRITE-IDX)     TO SC-SOURCE
           MOVE CTL-RECORDS-TAKEN (CTL-IDX)  TO SC-RECORDS-TAKEN
           MOVE CTL-LAST-POSTED (CTL-IDX)    TO SC-LAST-POSTED-DATE
           WRITE GL-SOURCE-CTL-REC
           .

       400-CLOSE-FILES.
           CLOSE F-GL-JOURNAL
           CLOSE F-GL-REGISTER
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'WARNING: Error closing GL-REGISTER file. '
                       'Status: ' WS-REGISTER-STATUS
           END-IF
           CLOSE ERROR-LOG-FILE
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
           COPY GLACCTPARA.
