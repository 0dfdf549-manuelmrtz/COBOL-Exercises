      *****************************************************************
      * COPYBOOK     : VIDDRWREC                                       *
      * DESCRIPTION  : Record layout for DRAWER-FILE (video-drawer.dat)*
      *                - the cash-drawer journal. One entry for every  *
      *                rental charge, late fee, replacement fee and    *
      *                payment taken at the counter, stamped with the  *
      *                store and the signed-on operator and how it was *
      *                tendered. Appended to by CHAP04A04C and         *
      *                totalled against the counted drawer by          *
      *                CHAP04A4D at close.                             *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  VIDEO-DRAWER-REC.
           05 DJ-ENTRY-DATE         PIC 9(8).
           05 DJ-ENTRY-TIME         PIC 9(6).
           05 DJ-STORE              PIC 9.
           05 DJ-OPERATOR-ID        PIC X(8).
      *    R = RENTAL CHARGE, L = LATE FEE, F = REPLACEMENT FEE FOR A
      *    LOST OR DAMAGED COPY, P = PAYMENT AGAINST THE ACCOUNT.
           05 DJ-ENTRY-TYPE         PIC X.
               88 DJ-RENTAL-CHARGE      VALUE 'R'.
               88 DJ-LATE-FEE           VALUE 'L'.
               88 DJ-REPLACEMENT-FEE    VALUE 'F'.
               88 DJ-PAYMENT            VALUE 'P'.
      *    C = CASH AND K = CARD ARE MONEY IN THE DRAWER; A = ON
      *    ACCOUNT - CHARGED TO THE LEDGER, NOTHING TAKEN YET; SPACE
      *    = NOTHING TAKEN AT ALL (THE FREE ONE OF A TWO-FOR).
           05 DJ-TENDER             PIC X.
               88 DJ-CASH               VALUE 'C'.
               88 DJ-CARD               VALUE 'K'.
               88 DJ-ON-ACCOUNT         VALUE 'A'.
           05 DJ-ITEM-NO            PIC X(3).
           05 DJ-CUSTOMER-NAME      PIC X(20).
      *    RENTALS ONLY: THE TITLE'S CATEGORY, AND WHETHER IT WENT OUT
      *    ON ITS CATEGORY'S TWO-FOR DAY - P = PAID, F = THE FREE ONE,
      *    SPACE = NOT A TWO-FOR RENTAL.
           05 DJ-CATEGORY           PIC X.
           05 DJ-TWO-FOR            PIC X.
               88 DJ-TWO-FOR-PAID       VALUE 'P'.
               88 DJ-TWO-FOR-FREE       VALUE 'F'.
           05 DJ-AMOUNT             PIC 9(5)V99.
