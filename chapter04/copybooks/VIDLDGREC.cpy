      *****************************************************************
      * COPYBOOK     : VIDLDGREC                                       *
      * DESCRIPTION  : Record layout for CUST-LEDGER-FILE              *
      *                (video-cust-ledger.dat) - the video customer    *
      *                account ledger, one entry per fee charged or    *
      *                counter payment taken, by customer. A           *
      *                customer's unpaid balance is the sum of their   *
      *                charges less their payments. Appended to by     *
      *                CHAP04A04C at the counter, aged by CHAP04A4L    *
      *                and read by CHAP04I01 for the front desk.       *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  Charges also carry the replacement fee for  *
      *                    a rental copy lost or damaged               *
      *****************************************************************
       01  CUST-LEDGER-REC.
      *    THE CUSTOMER NAME AS KEYED AT THE COUNTER; MATCHED
      *    WITHOUT REGARD TO CASE.
           05 VL-CUSTOMER-NAME      PIC X(20).
      *    C = CHARGE (LATE FEE AT CHECK-IN, OR REPLACEMENT FEE FOR
      *    A COPY LOST OR DAMAGED), P = PAYMENT (CREDIT).
           05 VL-ENTRY-TYPE         PIC X.
               88 VL-IS-CHARGE          VALUE 'C'.
               88 VL-IS-PAYMENT         VALUE 'P'.
           05 VL-ENTRY-DATE         PIC 9(8).
      *    THE TITLE A CHARGE WAS MADE ON AND HOW MANY DAYS LATE IT
      *    CAME BACK; ZERO DAYS ON A REPLACEMENT FEE, SPACES AND ZERO
      *    ON A PAYMENT.
           05 VL-ITEM-NO            PIC X(3).
           05 VL-DAYS-LATE          PIC 9(3).
           05 VL-AMOUNT             PIC 9(5)V99.
