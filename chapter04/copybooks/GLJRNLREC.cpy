      *****************************************************************
      * COPYBOOK     : GLJRNLREC                                       *
      * DESCRIPTION  : Record layout for F-GL-JOURNAL                  *
      *                (gl-journal.dat) - every journal line posted to *
      *                the general ledger, appended by CHAP04GLP one   *
      *                balanced batch at a time and never rewritten.   *
      *                A batch is one source's entries from one intake *
      *                run; its lines net to zero in each period.      *
      *                CHAP04GLT lists them by account for the         *
      *                month-end account detail.                       *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  GL-JOURNAL-REC.
           05 GJ-BATCH-NO           PIC 9(6).
           05 GJ-LINE-NO            PIC 9(4).
      *    PAYR CH01Q04 PAYROLL, RETL RETAIL JOURNAL, UREV UTILITY
      *    REVENUE, UMUN UTILITY TOWN FEES AND CASH, INVR INVENTORY
      *    RECEIPTS, INVI INVENTORY ISSUES, COMM COMMISSION PAYOUTS.
           05 GJ-SOURCE             PIC X(4).
      *    THE LEDGER PERIOD (CCYYMM) THE LINE IS BOOKED IN.
           05 GJ-PERIOD             PIC 9(6).
      *    LATEST TRANSACTION DATE SUMMED INTO THE LINE.
           05 GJ-DATE               PIC 9(8).
           05 GJ-ACCOUNT            PIC X(8).
           05 GJ-DEBIT              PIC 9(9)V99.
           05 GJ-CREDIT             PIC 9(9)V99.
           05 GJ-REFERENCE          PIC X(20).
           05 GJ-DESCRIPTION        PIC X(30).
           05 GJ-POSTED-DATE        PIC 9(8).
