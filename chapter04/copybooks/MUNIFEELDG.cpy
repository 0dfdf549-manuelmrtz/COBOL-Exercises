      *****************************************************************
      * COPYBOOK     : MUNIFEELDG                                     *
      * DESCRIPTION  : Record layout for F-MUNI-FEE-LEDGER             *
      *                (muni-fee-ledger.dat) - the running record the  *
      *                towns audit the remittance against. CHAP04A03   *
      *                appends what each bill charged in town fees,    *
      *                CHAP04A3R its cancels and rebills, and          *
      *                CHAP04A3P and CHAP04A3H the cash posted to the  *
      *                account (and a returned draft taken back out).  *
      *                CHAP04A3F allocates the cash over the fees      *
      *                still open on the account and reports billed    *
      *                and collected fees by municipality.             *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  MUNI-FEE-LEDGER-REC.
           05 FL-ENTRY-TYPE         PIC X.
               88 FL-IS-BILLED          VALUE 'B'.
               88 FL-IS-CANCEL          VALUE 'C'.
               88 FL-IS-REBILL          VALUE 'R'.
               88 FL-IS-PAYMENT         VALUE 'P'.
               88 FL-IS-REVERSAL        VALUE 'X'.
           05 FL-POSTED-DATE        PIC 9(8).
      *    B/C/R - THE MONTH THE CORRECTED BILL BILLED IN (A CANCEL
      *    OR REBILL CARRIES THE MONTH OF THE BILL IT CORRECTS).
      *    P/X - THE MONTH THE CASH POSTED.
           05 FL-MONTH              PIC 9(6).
           05 FL-ACCOUNT-NO         PIC X(5).
      *    THE FIELDS BELOW ARE SET ON B/C/R ENTRIES ONLY.
           05 FL-MUNICIPALITY       PIC X(4).
           05 FL-CHARGES            PIC 9(5)V99.
           05 FL-FRANCHISE-FEE      PIC 9(5)V99.
           05 FL-UTILITY-TAX        PIC 9(5)V99.
      *    P/X - THE CASH APPLIED TO THE BALANCE (OR TAKEN BACK).
           05 FL-CASH-AMT           PIC 9(5)V99.
