      *****************************************************************
      * COPYBOOK     : MUNIFEEFD                                      *
      * DESCRIPTION  : FD and record layout for the municipal fee      *
      *                table (municipal-fees.dat) - one row per town,  *
      *                fee type and effective date. A town changing    *
      *                its rate gets a new row with the new effective  *
      *                date; the old row stays so a bill dated before  *
      *                the change, or a rebill of one, still prices at *
      *                the old rate. Maintained by the billing office  *
      *                from each town's ordinance.                     *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Initial version                            *
      *****************************************************************
       FD  F-MUNI-FEES.
       01  MUNI-FEE-REC.
           05 MF-MUNICIPALITY      PIC X(4).
           05 MF-MUNI-NAME         PIC X(20).
           05 MF-FEE-TYPE          PIC X.
               88 MF-IS-FRANCHISE      VALUE 'F'.
               88 MF-IS-UTILITY-TAX    VALUE 'T'.
           05 MF-EFFECTIVE-DATE    PIC 9(8).
      *    PERCENT OF THE CHARGES BILLED INSIDE TOWN LIMITS -
      *    03000 IS 3.000 PERCENT.
           05 MF-PERCENT           PIC 9(2)V9(3).
