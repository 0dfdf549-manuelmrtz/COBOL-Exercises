      *****************************************************************
      * COPYBOOK     : VIDSHRKREC                                      *
      * DESCRIPTION  : Record layout for SHRINK-FILE (video-shrink.dat)*
      *                - one entry per rental copy written off as lost *
      *                or damaged at the counter: which title, which   *
      *                store's copy, why, what the copy was worth and  *
      *                the replacement fee the renter was charged.     *
      *                Appended to by CHAP04A04C and summarized for    *
      *                the month by CHAP04A4S.                         *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  VIDEO-SHRINK-REC.
           05 VS-ENTRY-DATE         PIC 9(8).
           05 VS-ENTRY-DATE-R REDEFINES VS-ENTRY-DATE.
               10 VS-ENTRY-MONTH    PIC 9(6).
               10                   PIC 99.
           05 VS-ITEM-NO            PIC X(3).
           05 VS-STORE              PIC 9.
      *    L = NEVER CAME BACK, D = CAME BACK UNPLAYABLE.
           05 VS-REASON             PIC X.
               88 VS-LOST               VALUE 'L'.
               88 VS-DAMAGED            VALUE 'D'.
           05 VS-CUSTOMER-NAME      PIC X(20).
      *    TITLE-COST OFF THE MASTER WHEN THE COPY WAS WRITTEN OFF.
           05 VS-COPY-COST          PIC 9(3)V99.
           05 VS-FEE-CHARGED        PIC 9(3)V99.
