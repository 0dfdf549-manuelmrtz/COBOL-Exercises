      *****************************************************************
      * COPYBOOK     : VIDPRICE                                        *
      * DESCRIPTION  : The rental price schedule - what one rental of  *
      *                a title costs by its TITLE-CATEGORY and the day *
      *                of the week it goes out, and which day (if any) *
      *                the category runs two-for-one. Priced from by   *
      *                the CHAP04A04C counter at checkout.             *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
      *    ONE ROW PER CATEGORY: THE CODE ON THE MASTER (N = NEW
      *    RELEASE, C = CATALOG, K = KIDS), A NAME FOR THE SCREEN, THE
      *    PRICE FOR EACH DAY MONDAY (1) THROUGH SUNDAY (7), AND THE
      *    TWO-FOR DAY - ON THAT DAY THE CATEGORY COUNTS TOWARD TWO-FOR
      *    AND EVERY SECOND TWO-FOR RENTAL A CUSTOMER TAKES THAT DAY IS
      *    FREE (0 = NO SUCH DAY). THE LAST ROW, WITH NO CODE, PRICES
      *    A TITLE NOBODY HAS CATEGORIZED. CHANGE PRICES HERE, NOT AT
      *    THE COUNTER.
       01  PRICE-SCHEDULE.
           05  FILLER  PIC X(1)   VALUE 'N'.
           05  FILLER  PIC X(12)  VALUE 'NEW RELEASE'.
           05  FILLER  PIC 9(2)V99 VALUE 03.99.
           05  FILLER  PIC 9(2)V99 VALUE 03.99.
           05  FILLER  PIC 9(2)V99 VALUE 03.99.
           05  FILLER  PIC 9(2)V99 VALUE 03.99.
           05  FILLER  PIC 9(2)V99 VALUE 04.99.
           05  FILLER  PIC 9(2)V99 VALUE 04.99.
           05  FILLER  PIC 9(2)V99 VALUE 04.99.
           05  FILLER  PIC 9(1)   VALUE 0.
           05  FILLER  PIC X(1)   VALUE 'C'.
           05  FILLER  PIC X(12)  VALUE 'CATALOG'.
           05  FILLER  PIC 9(2)V99 VALUE 02.49.
           05  FILLER  PIC 9(2)V99 VALUE 02.49.
           05  FILLER  PIC 9(2)V99 VALUE 02.49.
           05  FILLER  PIC 9(2)V99 VALUE 02.49.
           05  FILLER  PIC 9(2)V99 VALUE 02.99.
           05  FILLER  PIC 9(2)V99 VALUE 02.99.
           05  FILLER  PIC 9(2)V99 VALUE 02.99.
           05  FILLER  PIC 9(1)   VALUE 2.
           05  FILLER  PIC X(1)   VALUE 'K'.
           05  FILLER  PIC X(12)  VALUE 'KIDS'.
           05  FILLER  PIC 9(2)V99 VALUE 01.49.
           05  FILLER  PIC 9(2)V99 VALUE 01.49.
           05  FILLER  PIC 9(2)V99 VALUE 01.49.
           05  FILLER  PIC 9(2)V99 VALUE 01.49.
           05  FILLER  PIC 9(2)V99 VALUE 01.99.
           05  FILLER  PIC 9(2)V99 VALUE 01.99.
           05  FILLER  PIC 9(2)V99 VALUE 01.99.
           05  FILLER  PIC 9(1)   VALUE 2.
           05  FILLER  PIC X(1)   VALUE SPACE.
           05  FILLER  PIC X(12)  VALUE 'CATALOG'.
           05  FILLER  PIC 9(2)V99 VALUE 02.49.
           05  FILLER  PIC 9(2)V99 VALUE 02.49.
           05  FILLER  PIC 9(2)V99 VALUE 02.49.
           05  FILLER  PIC 9(2)V99 VALUE 02.49.
           05  FILLER  PIC 9(2)V99 VALUE 02.99.
           05  FILLER  PIC 9(2)V99 VALUE 02.99.
           05  FILLER  PIC 9(2)V99 VALUE 02.99.
           05  FILLER  PIC 9(1)   VALUE 2.
       01  PRICE-TABLE REDEFINES PRICE-SCHEDULE.
           05  PRICE-ROW OCCURS 4 TIMES
                   INDEXED BY PRICE-IDX.
               10  PRICE-CATEGORY      PIC X(1).
               10  PRICE-CATEGORY-NAME PIC X(12).
               10  PRICE-DAY-RATE      PIC 9(2)V99 OCCURS 7 TIMES.
               10  PRICE-TWO-FOR-DAY   PIC 9(1).
