      *****************************************************************
      * COPYBOOK     : MUNIFEEPARA                                    *
      * DESCRIPTION  : Shared load and pricing paragraphs for the      *
      *                municipal fee table (see MUNIFEEFD). Each fee   *
      *                is a percent of the service charge, figured and *
      *                rounded per service so the electric and gas     *
      *                bills each show their own share and the         *
      *                combined bill is their sum. A town's rate is    *
      *                the row of that fee type with the latest        *
      *                effective date not after the bill date. No fee  *
      *                table on file bills no town fees. Copied once,  *
      *                at the end of the PROCEDURE DIVISION, by every  *
      *                program that prices town fees.                  *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Initial version                            *
      *****************************************************************
       960-LOAD-MUNI-FEES-RTN.
           MOVE ZERO TO MUNI-FEE-COUNT
           MOVE 'N' TO WS-MUNI-FEE-EOF
           OPEN INPUT F-MUNI-FEES
           IF WS-MUNI-FEE-STATUS = '00'
               PERFORM 965-LOAD-ONE-MUNI-FEE-RTN
                   UNTIL WS-MUNI-FEE-EOF = 'Y'
               CLOSE F-MUNI-FEES
           ELSE
               DISPLAY WS-THIS-PROGRAM-ID
                       ': No municipal fee table on file - '
                       'no town fees billed'
           END-IF
           .

       965-LOAD-ONE-MUNI-FEE-RTN.
           READ F-MUNI-FEES
               AT END
                   MOVE 'Y' TO WS-MUNI-FEE-EOF
               NOT AT END
                   IF MUNI-FEE-COUNT < MUNI-FEE-MAX
                       ADD 1 TO MUNI-FEE-COUNT
                       SET MFT-IDX TO MUNI-FEE-COUNT
                       MOVE MF-MUNICIPALITY
                           TO MFT-MUNICIPALITY (MFT-IDX)
                       MOVE MF-MUNI-NAME TO MFT-MUNI-NAME (MFT-IDX)
                       MOVE MF-FEE-TYPE TO MFT-FEE-TYPE (MFT-IDX)
                       MOVE MF-EFFECTIVE-DATE
                           TO MFT-EFFECTIVE-DATE (MFT-IDX)
                       MOVE MF-PERCENT TO MFT-PERCENT (MFT-IDX)
                   ELSE
                       DISPLAY WS-THIS-PROGRAM-ID
                               ': Municipal fee table full - row for '
                               MF-MUNICIPALITY ' dropped'
                   END-IF
           END-READ
           .

       970-COMPUTE-MUNI-FEES-RTN.
           MOVE SPACES TO WS-FEE-MUNI-NAME
           MOVE ZERO TO WS-FRANCHISE-PCT WS-UTILITY-TAX-PCT
                        WS-FRANCHISE-DATE WS-UTILITY-TAX-DATE
                        WS-ELEC-FRANCHISE WS-GAS-FRANCHISE
                        WS-ELEC-UTILITY-TAX WS-GAS-UTILITY-TAX
                        WS-FRANCHISE-FEE WS-UTILITY-TAX
           IF WS-FEE-MUNICIPALITY NOT = SPACES
               PERFORM 975-CHECK-ONE-FEE-ROW-RTN
                   VARYING MFT-IDX FROM 1 BY 1
                   UNTIL MFT-IDX > MUNI-FEE-COUNT
               COMPUTE WS-ELEC-FRANCHISE ROUNDED =
                   WS-FEE-ELEC-CHARGE * WS-FRANCHISE-PCT / 100
               COMPUTE WS-GAS-FRANCHISE ROUNDED =
                   WS-FEE-GAS-CHARGE * WS-FRANCHISE-PCT / 100
               COMPUTE WS-ELEC-UTILITY-TAX ROUNDED =
                   WS-FEE-ELEC-CHARGE * WS-UTILITY-TAX-PCT / 100
               COMPUTE WS-GAS-UTILITY-TAX ROUNDED =
                   WS-FEE-GAS-CHARGE * WS-UTILITY-TAX-PCT / 100
               ADD WS-ELEC-FRANCHISE WS-GAS-FRANCHISE
                   GIVING WS-FRANCHISE-FEE
               ADD WS-ELEC-UTILITY-TAX WS-GAS-UTILITY-TAX
                   GIVING WS-UTILITY-TAX
           END-IF
           .

      *    A ROW IN EFFECT BY THE BILL DATE REPLACES AN EARLIER ONE
      *    OF THE SAME TYPE, WHATEVER ORDER THE TABLE IS KEPT IN.
       975-CHECK-ONE-FEE-ROW-RTN.
           IF MFT-MUNICIPALITY (MFT-IDX) = WS-FEE-MUNICIPALITY
              AND MFT-EFFECTIVE-DATE (MFT-IDX) NOT > WS-FEE-BILL-DATE
               MOVE MFT-MUNI-NAME (MFT-IDX) TO WS-FEE-MUNI-NAME
               IF MFT-FEE-TYPE (MFT-IDX) = 'F'
                  AND MFT-EFFECTIVE-DATE (MFT-IDX)
                      NOT < WS-FRANCHISE-DATE
                   MOVE MFT-EFFECTIVE-DATE (MFT-IDX)
                       TO WS-FRANCHISE-DATE
                   MOVE MFT-PERCENT (MFT-IDX) TO WS-FRANCHISE-PCT
               END-IF
               IF MFT-FEE-TYPE (MFT-IDX) = 'T'
                  AND MFT-EFFECTIVE-DATE (MFT-IDX)
                      NOT < WS-UTILITY-TAX-DATE
                   MOVE MFT-EFFECTIVE-DATE (MFT-IDX)
                       TO WS-UTILITY-TAX-DATE
                   MOVE MFT-PERCENT (MFT-IDX) TO WS-UTILITY-TAX-PCT
               END-IF
           END-IF
           .
