      *****************************************************************
      * COPYBOOK     : MUNIFEEWS                                      *
      * DESCRIPTION  : WORKING-STORAGE for the municipal fee table     *
      *                (see MUNIFEEPARA). The caller loads the table   *
      *                once with 960-LOAD-MUNI-FEES-RTN, then for each *
      *                bill sets WS-FEE-MUNICIPALITY, WS-FEE-BILL-DATE *
      *                and the two service charges and PERFORMs        *
      *                970-COMPUTE-MUNI-FEES-RTN; the franchise fee    *
      *                and utility tax come back per service.          *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Initial version                            *
      *****************************************************************
       01  WS-MUNI-FEE-STATUS       PIC XX.
       01  WS-MUNI-FEE-EOF          PIC X VALUE 'N'.
       01  MUNI-FEE-TABLE.
           05  MFT-ENTRY OCCURS 200 TIMES
                   INDEXED BY MFT-IDX.
               10  MFT-MUNICIPALITY PIC X(4)  VALUE SPACES.
               10  MFT-MUNI-NAME    PIC X(20) VALUE SPACES.
               10  MFT-FEE-TYPE     PIC X     VALUE SPACE.
               10  MFT-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
               10  MFT-PERCENT      PIC 9(2)V9(3) VALUE ZERO.
       01  MUNI-FEE-COUNT           PIC 9(3) VALUE ZERO.
       01  MUNI-FEE-MAX             PIC 9(3) VALUE 200.

      *    ONE BILL'S INPUTS.
       01  WS-FEE-MUNICIPALITY      PIC X(4) VALUE SPACES.
       01  WS-FEE-BILL-DATE         PIC 9(8) VALUE ZERO.
       01  WS-FEE-ELEC-CHARGE       PIC 9(5)V99 VALUE ZERO.
       01  WS-FEE-GAS-CHARGE        PIC 9(5)V99 VALUE ZERO.

      *    ONE BILL'S RESULTS - THE RATES IN EFFECT ON THE BILL DATE
      *    AND EACH FEE ON EACH SERVICE. A TOWN WITH NO ROW OF A TYPE
      *    IN EFFECT, OR AN ACCOUNT WITH NO TOWN, COMES BACK ZERO.
       01  WS-FEE-MUNI-NAME         PIC X(20) VALUE SPACES.
       01  WS-FRANCHISE-PCT         PIC 9(2)V9(3) VALUE ZERO.
       01  WS-UTILITY-TAX-PCT       PIC 9(2)V9(3) VALUE ZERO.
       01  WS-ELEC-FRANCHISE        PIC 9(5)V99 VALUE ZERO.
       01  WS-GAS-FRANCHISE         PIC 9(5)V99 VALUE ZERO.
       01  WS-ELEC-UTILITY-TAX      PIC 9(5)V99 VALUE ZERO.
       01  WS-GAS-UTILITY-TAX       PIC 9(5)V99 VALUE ZERO.
       01  WS-FRANCHISE-FEE         PIC 9(5)V99 VALUE ZERO.
       01  WS-UTILITY-TAX           PIC 9(5)V99 VALUE ZERO.
       01  WS-FRANCHISE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-UTILITY-TAX-DATE      PIC 9(8) VALUE ZERO.
