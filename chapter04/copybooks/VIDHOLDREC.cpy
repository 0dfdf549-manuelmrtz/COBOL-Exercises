      *****************************************************************
      * COPYBOOK     : VIDHOLDREC                                      *
      * DESCRIPTION  : Record layout for HOLDS-FILE (video-holds.dat)  *
      *                - the reservation queue for titles out on rent, *
      *                one record per customer waiting on a title at   *
      *                a store, in the order they asked. A waiting     *
      *                reservation becomes a hold when the title comes *
      *                back to that store, and the hold lapses if it   *
      *                is not picked up by its expiry date. Kept by    *
      *                CHAP04A04C at the counter; lapsed holds are     *
      *                rolled to the next customer by CHAP04A4H.       *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  VIDEO-HOLD-REC.
           05 VH-ITEM-NO            PIC X(3).
      *    THE STORE (1 OR 2) THE CUSTOMER WILL PICK THE TITLE UP AT.
           05 VH-STORE              PIC 9.
           05 VH-CUSTOMER-NAME      PIC X(20).
           05 VH-RESERVE-DATE       PIC 9(8).
      *    W = WAITING FOR THE TITLE TO COME BACK, H = ON HOLD AT THE
      *    STORE FOR THIS CUSTOMER. PICKED-UP AND LAPSED HOLDS ARE
      *    DROPPED FROM THE FILE.
           05 VH-STATUS             PIC X.
               88 VH-WAITING            VALUE 'W'.
               88 VH-ON-HOLD            VALUE 'H'.
      *    SET WHEN THE HOLD IS PLACED; ZERO WHILE STILL WAITING.
           05 VH-HOLD-DATE          PIC 9(8).
           05 VH-HOLD-EXPIRY        PIC 9(8).
