      *****************************************************************
      * COPYBOOK     : VIDXFERREC                                      *
      * DESCRIPTION  : Record layout for TRANSFER-FILE                 *
      *                (video-transfers.dat) - the inter-store title   *
      *                transfer log. One S entry when copies leave the *
      *                sending store and one R entry, under the same   *
      *                transfer number, when the receiving store       *
      *                confirms they arrived; a transfer with no R     *
      *                entry yet is in transit. Appended to by         *
      *                CHAP04A04C at the counter and read by CHAP04A4T *
      *                for the transfer register.                      *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  VIDEO-XFER-REC.
           05 VX-TRANSFER-NO        PIC 9(5).
      *    S = SHIPPED FROM THE SENDING STORE, R = RECEIVED.
           05 VX-ENTRY-TYPE         PIC X.
               88 VX-IS-SHIPMENT        VALUE 'S'.
               88 VX-IS-RECEIPT         VALUE 'R'.
           05 VX-ENTRY-DATE         PIC 9(8).
           05 VX-ITEM-NO            PIC X(3).
      *    R = RENTAL COPIES, S = SALES COPIES.
           05 VX-COPY-TYPE          PIC X.
               88 VX-RENTAL-COPIES      VALUE 'R'.
               88 VX-SALES-COPIES       VALUE 'S'.
           05 VX-FROM-STORE         PIC 9.
           05 VX-TO-STORE           PIC 9.
           05 VX-QTY                PIC 9(3).
