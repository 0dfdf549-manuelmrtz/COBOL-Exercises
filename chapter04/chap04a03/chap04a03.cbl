      *   2026-09-01  MAM  Accounts marked disconnected on            *
      *                    service-status.dat (CHAP04A3C) are         *
      *                    skipped by the billing pass                *
      *   2026-10-15  MAM  An account keeping to a payment            *
      *                    arrangement (pay-arrangements.dat, active  *
      *                    status) is held out of collections and     *
      *                    so off the CHAP04A03D feed; a broken one   *
      *                    flows through as before                    *
      *   2026-10-15  MAM  Rate schedule moved to the RATESCHED       *
      *                    copybook, shared with the CHAP04A3C final  *
      *                    bill; an account closed by a completed     *
      *                    move-out (service status F) is no longer   *
      *                    billed                                     *
      *   2026-10-15  MAM  Each billed account is appended to the     *
      *                    revenue ledger (revenue-ledger.dat) with   *
      *                    its territory, class, usage, charges,      *
      *                    bill flags and season split, for the       *
      *                    CHAP04A3V month-end revenue report         *
      *   2026-10-15  MAM  Town franchise fee and utility tax, priced  *
      *                    off the municipal fee table (MUNIFEEPARA) by*
      *                    the account's municipality and the bill     *
      *                    date, carried as their own columns on the   *
      *                    elec/gas bills, the combined bill and the   *
      *                    CSVs, added into the total due, and posted  *
      *                    to muni-fee-ledger.dat for CHAP04A3F        *
      *                                                               *
      *****************************************************************
      
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVC-STATUS-STATUS.

      *    PAYMENT ARRANGEMENTS (CHAP04A3A, TRACKED BY CHAP04A3P) - AN
      *    ACCOUNT KEEPING TO ONE IS NOT REFERRED TO COLLECTIONS.
           SELECT F-ARRANGEMENTS ASSIGN TO 'data/pay-arrangements.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.

      *    WHICH CYCLES HAVE BILLED THIS MONTH - THE GUARD AGAINST
      *    DOUBLE-BILLING A CYCLE OR CLOSING THE MONTH SHORT.
           SELECT F-CYCLE-CONTROL ASSIGN TO 'data/cycle-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-READ-STATUS.

      *    THE MONTH'S RUNNING RECORD OF WHAT BILLED - THE BILL FILES
      *    ABOVE START OVER EVERY CYCLE NIGHT, THIS ONE IS APPENDED.
           SELECT F-REVENUE-LEDGER ASSIGN TO 'data/revenue-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-LEDGER-STATUS.

      *    TOWN FEES BILLED, FOR THE CHAP04A3F REMITTANCE REPORT.
           SELECT F-MUNI-FEE-LEDGER
               ASSIGN TO 'data/muni-fee-ledger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUNI-LEDGER-STATUS.

           COPY MUNIFEESEL.
           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY RUNSTATSEL.
           05 CGAS-BILL-OUT       PIC ZZZZ9.99.
           05                     PIC X(2).
           05 CTOTAL-DUE-OUT      PIC ZZZZ9.99.
      *    TOWN FEES, BOTH SERVICES TOGETHER - ALREADY IN THE TOTAL.
           05                     PIC X(2).
           05 CFRANCHISE-FEE-OUT  PIC ZZZZ9.99.
           05                     PIC X(2).
           05 CUTILITY-TAX-OUT    PIC ZZZZ9.99.

      *    PRIOR-BALANCE HISTORY, ONE RECORD PER ACCOUNT. LOADED IN
      *    FULL INTO HISTORY-TABLE AND MATCHED TO F-ACCOUNT-MASTER BY
           05 SS-CUSTOMER-NAME      PIC X(20).
           05 SS-ADDRESS            PIC X(20).

       FD  F-ARRANGEMENTS.
           COPY ARRANGEREC.

       FD  F-CYCLE-CONTROL.
       01  CYCLE-CONTROL-REC.
           05 CC-BILLED-MONTH     PIC 9(6).
           05 EKILO-HRS-USED-OUT PIC X(5).
           05 EELEC-BILL-OUT     PIC ZZZZ9.99.
           05 EESTIMATED-OUT     PIC X(9).
           05 EFRANCHISE-FEE-OUT PIC ZZZZ9.99.
           05 EUTILITY-TAX-OUT   PIC ZZZZ9.99.
           
       
       FD  F-GAS-BILL.
           05 GGAS-USED-OUT      PIC X(5).
           05 GGAS-BILL-OUT      PIC ZZZZ9.99.
           05 GESTIMATED-OUT     PIC X(9).
           05 GFRANCHISE-FEE-OUT PIC ZZZZ9.99.
           05 GUTILITY-TAX-OUT   PIC ZZZZ9.99.

       FD  F-REVENUE-LEDGER.
           COPY REVLEDGER.

       FD  F-MUNI-FEE-LEDGER.
           COPY MUNIFEELDG.

           COPY MUNIFEEFD.

       FD  F-ELEC-BILL-CSV.
       01  ELEC-CSV-REC          PIC X(100).

       FD  F-GAS-BILL-CSV.
       01  GAS-CSV-REC           PIC X(100).

       FD  F-BALANCE-FEED-CSV.
       01  BALANCE-FEED-CSV-REC  PIC X(80).
       01  WS-ESTIMATE-STATUS   PIC XX.
       01  WS-EST-CTL-STATUS    PIC XX.
       01  WS-FIELD-READ-STATUS PIC XX.
       01  WS-REV-LEDGER-STATUS PIC XX.
       01  WS-MUNI-LEDGER-STATUS PIC XX.
       01  WS-CSV-LINE          PIC X(80).
       01  WS-CSV-AMOUNT-EDIT   PIC ZZZZ9.99.
       01  WS-CSV-BALANCE-EDIT  PIC ZZZZ9.99.
       01  WS-CSV-TOTAL-EDIT    PIC ZZZZ9.99.
       01  WS-CSV-DAYS-EDIT     PIC ZZ9.
       01  WS-CSV-FRANCHISE-EDIT PIC ZZZZ9.99.
       01  WS-CSV-TAX-EDIT      PIC ZZZZ9.99.

      *    RUN-MODE PARM - N=NORMAL USAGE-BASED BILLING (DEFAULT),
      *    B=BUDGET BILLING (FLAT MONTHLY PAYMENT AVERAGED OFF THE
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-DEPOSIT-AGE-DAYS     PIC S9(5) VALUE ZERO.

      *    CYCLE-PRORATION WORK FIELDS (THE SEASON BOUNDARIES LIVE
      *    WITH THE RATES IN RATESCHED). THE BILLING CYCLE IS THE
      *    CYCLE-LENGTH-DAYS ENDING ON THE RUN DATE; EACH DAY IS
      *    CLASSED SUMMER OR WINTER BY ITS MONTH AND THE TWO DAY
      *    COUNTS WEIGHT THE TWO SEASONAL RATES.
       01  CYCLE-LENGTH-DAYS       PIC 99 VALUE 30.
       01  WS-SUMMER-DAYS          PIC 99 VALUE ZERO.
       01  WS-WINTER-DAYS          PIC 99 VALUE ZERO.
       01  WS-DISCONNECTED-SW      PIC X VALUE 'N'.
           88  ACCOUNT-DISCONNECTED VALUE 'Y'.
       01  WS-DISCONNECT-SKIPPED   PIC 9(5) VALUE ZERO.
       01  WS-ARRANGE-STATUS       PIC XX.
       01  ARRANGE-TABLE.
           05  ARR-ENTRY OCCURS 500 TIMES
                   INDEXED BY ARR-IDX.
               10  ARR-ACCOUNT-NO  PIC X(5) VALUE SPACES.
               10  ARR-STATUS      PIC X    VALUE SPACE.
       01  ARRANGE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-ARRANGE-EOF          PIC X VALUE 'N'.
       01  WS-ARRANGE-SW           PIC X VALUE 'N'.
           88  ON-PAYMENT-ARRANGEMENT VALUE 'Y'.
       01  WS-ARRANGE-HELD         PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-READ           PIC 9(7) VALUE ZERO.
       01  CYCLE-BILLED-TABLE.
           05  CYCLE-BILLED-SW OCCURS 20 TIMES
       01  WS-COMPUTED-GAS-BILL  PIC 9(5)V99 VALUE ZERO
                                 USAGE COMP-3.

       COPY RATESCHED.
       COPY MUNIFEEWS.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 218-LOAD-DEPOSIT-LEDGER-RTN
           PERFORM 219-LOAD-ESTIMATE-LEDGER-RTN
           PERFORM 221-LOAD-SERVICE-STATUS-RTN
           PERFORM 223-LOAD-ARRANGEMENTS-RTN
           PERFORM 960-LOAD-MUNI-FEES-RTN

           PERFORM UNTIL WS-EOF = 'Y'

                    PERFORM 305-RATE-LOOKUP-RTN
                    PERFORM 303B-APPLY-TRUE-UP-RTN
                    PERFORM 306-SET-BILLED-AMOUNTS-RTN
                    PERFORM 306A-PRICE-TOWN-FEES-RTN
                    PERFORM 310-ELEC-RTN
                    PERFORM 320-GAS-RTN
                    PERFORM 325-REVENUE-LEDGER-RTN
                    PERFORM 325A-MUNI-FEE-LEDGER-RTN
                    PERFORM 330-COMBINED-RTN
                    PERFORM 335-WRITE-BALANCE-FEED-RTN
                    PERFORM 340-COLLECTIONS-RTN
      *    CHAP04BAL RUNS, SAME AS CHAP04A02'S SUPPRESSED RECORDS.
           ADD WS-ACCOUNTS-READ WS-CYCLE-SKIPPED
               WS-DISCONNECT-SKIPPED GIVING WS-TOTAL-READ
           IF WS-ARRANGE-HELD > ZERO
               DISPLAY 'CHAP04A03: Held from collections on a payment '
                       'arrangement - ' WS-ARRANGE-HELD
           END-IF

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-TOTAL-READ==
               STOP RUN
           END-IF

           OPEN EXTEND F-REVENUE-LEDGER
           IF WS-REV-LEDGER-STATUS = '35'
               OPEN OUTPUT F-REVENUE-LEDGER
           END-IF
           IF WS-REV-LEDGER-STATUS NOT = '00'
              AND WS-REV-LEDGER-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open REVENUE-LEDGER file. '
                       'Status: ' WS-REV-LEDGER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='REV-LEDGER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-REV-LEDGER-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND F-MUNI-FEE-LEDGER
           IF WS-MUNI-LEDGER-STATUS = '35'
               OPEN OUTPUT F-MUNI-FEE-LEDGER
           END-IF
           IF WS-MUNI-LEDGER-STATUS NOT = '00'
              AND WS-MUNI-LEDGER-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open MUNI-FEE-LEDGER file. '
                       'Status: ' WS-MUNI-LEDGER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='MUNI-LEDGER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-MUNI-LEDGER-STATUS==.
               PERFORM 400-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 220-WRITE-CSV-HEADERS-RTN

           COPY BANNERHDR REPLACING

      *    AN ACCOUNT THE CREW SHUT OFF HAS NO USAGE TO BILL - IT IS
      *    SKIPPED WHOLE, AND COMES BACK WHEN A COMPLETED RECONNECT
      *    FLIPS ITS STATUS. AN ACCOUNT CLOSED BY A MOVE-OUT ('F')
      *    HAS HAD ITS FINAL BILL AND NEVER COMES BACK.
       222-CHECK-SERVICE-STATUS-RTN.
           MOVE 'N' TO WS-DISCONNECTED-SW
           SET SVC-IDX TO 1
                   CONTINUE
               WHEN SVC-ACCOUNT-NO (SVC-IDX) = ACCOUNT-NO-IN
                   IF SVC-STATUS (SVC-IDX) = 'D'
                      OR SVC-STATUS (SVC-IDX) = 'F'
                       MOVE 'Y' TO WS-DISCONNECTED-SW
                   END-IF
           END-SEARCH
           .

      *    ONLY A STANDING ARRANGEMENT MATTERS HERE - A BROKEN OR
      *    COMPLETED ONE IS LOADED BUT HOLDS NOTHING BACK.
       223-LOAD-ARRANGEMENTS-RTN.
           OPEN INPUT F-ARRANGEMENTS
           IF WS-ARRANGE-STATUS = '00'
               PERFORM UNTIL WS-ARRANGE-EOF = 'Y'
                   READ F-ARRANGEMENTS
                       AT END
                           MOVE 'Y' TO WS-ARRANGE-EOF
                       NOT AT END
                           ADD 1 TO ARRANGE-COUNT
                           SET ARR-IDX TO ARRANGE-COUNT
                           MOVE PA-ACCOUNT-NO
                               TO ARR-ACCOUNT-NO (ARR-IDX)
                           MOVE PA-STATUS TO ARR-STATUS (ARR-IDX)
                   END-READ
               END-PERFORM
               CLOSE F-ARRANGEMENTS
           END-IF
           .

       224-CHECK-ARRANGEMENT-RTN.
           MOVE 'N' TO WS-ARRANGE-SW
           SET ARR-IDX TO 1
           SEARCH ARR-ENTRY
               AT END
                   CONTINUE
               WHEN ARR-ACCOUNT-NO (ARR-IDX) = ACCOUNT-NO-IN
                    AND ARR-STATUS (ARR-IDX) = 'A'
                   MOVE 'Y' TO WS-ARRANGE-SW
           END-SEARCH
           .

       219-LOAD-ESTIMATE-LEDGER-RTN.
           OPEN INPUT F-ESTIMATE-LEDGER
           IF WS-ESTIMATE-STATUS = '00'
      *    HEADER ROW FOR EACH CSV FILE SO THE BILLING PORTAL'S IMPORT
      *    DOESN'T HAVE TO HARD-CODE COLUMN ORDER.
       220-WRITE-CSV-HEADERS-RTN.
           MOVE SPACES TO ELEC-CSV-REC
           STRING 'ACCOUNT-NO,CUSTOMER-NAME,ADDRESS,KWH,ELEC-BILL,FLAG'
                      DELIMITED BY SIZE
                  ',FRANCHISE-FEE,UTILITY-TAX'
                      DELIMITED BY SIZE
               INTO ELEC-CSV-REC
           END-STRING
           WRITE ELEC-CSV-REC

           MOVE SPACES TO GAS-CSV-REC
           STRING 'ACCOUNT-NO,CUSTOMER-NAME,ADDRESS,THERMS,GAS-BILL,'
                      DELIMITED BY SIZE
                  'FLAG,FRANCHISE-FEE,UTILITY-TAX'
                      DELIMITED BY SIZE
               INTO GAS-CSV-REC
           END-STRING
           WRITE GAS-CSV-REC

           MOVE SPACES TO BALANCE-FEED-CSV-REC
           END-IF
           .

      *    THE TOWN'S FRANCHISE FEE AND UTILITY TAX ON WHAT EACH
      *    SERVICE BILLED - THE BUDGET AMOUNT IN BUDGET-BILLING MODE,
      *    SINCE THAT IS WHAT THE CUSTOMER IS CHARGED THIS CYCLE.
       306A-PRICE-TOWN-FEES-RTN.
           MOVE MUNICIPALITY-IN TO WS-FEE-MUNICIPALITY
           MOVE WS-RUN-DATE TO WS-FEE-BILL-DATE
           MOVE WS-BILLED-ELEC-AMT TO WS-FEE-ELEC-CHARGE
           MOVE WS-BILLED-GAS-AMT TO WS-FEE-GAS-CHARGE
           PERFORM 970-COMPUTE-MUNI-FEES-RTN
           .

      *    LOOKS UP THIS ACCOUNT'S HISTORY ENTRY AND, IF FOUND,
      *    AVERAGES ITS TRAILING 12 MONTHS OF USAGE INTO A FLAT
      *    MONTHLY PAYMENT PRICED OFF THE SAME RATE ROW 305-RATE-
           MOVE KILO-HRS-USED-IN    TO EKILO-HRS-USED-OUT
           MOVE WS-BILLED-ELEC-AMT  TO EELEC-BILL-OUT
           MOVE WS-ELEC-BILL-FLAG   TO EESTIMATED-OUT
           MOVE WS-ELEC-FRANCHISE   TO EFRANCHISE-FEE-OUT
           MOVE WS-ELEC-UTILITY-TAX TO EUTILITY-TAX-OUT
           WRITE ELEC-REC
           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==ACCOUNT-NO-IN==
       317-WRITE-ELEC-CSV-RTN.
           MOVE SPACES TO ELEC-CSV-REC
           MOVE WS-BILLED-ELEC-AMT TO WS-CSV-AMOUNT-EDIT
           MOVE WS-ELEC-FRANCHISE TO WS-CSV-FRANCHISE-EDIT
           MOVE WS-ELEC-UTILITY-TAX TO WS-CSV-TAX-EDIT
           STRING FUNCTION TRIM(ACCOUNT-NO-IN)    ','
                  FUNCTION TRIM(CUSTOMER-NAME-IN) ','
                  FUNCTION TRIM(ADDRESS-IN)        ','
                  FUNCTION TRIM(KILO-HRS-USED-IN)  ','
                  FUNCTION TRIM(WS-CSV-AMOUNT-EDIT) ','
                  FUNCTION TRIM(WS-ELEC-BILL-FLAG) ','
                  FUNCTION TRIM(WS-CSV-FRANCHISE-EDIT) ','
                  FUNCTION TRIM(WS-CSV-TAX-EDIT)
               DELIMITED BY SIZE INTO ELEC-CSV-REC
           END-STRING
           WRITE ELEC-CSV-REC
           END-IF
           .

      *    ONE LEDGER ENTRY PER BILLED ACCOUNT, AT THE AMOUNTS THAT
      *    WENT OUT ON ITS BILLS.
       325-REVENUE-LEDGER-RTN.
           MOVE SPACES TO REVENUE-LEDGER-REC
           MOVE WS-RUN-MONTH TO RL-BILLED-MONTH
           MOVE BILLING-CYCLE-IN TO RL-CYCLE
           MOVE 'B' TO RL-ENTRY-TYPE
           MOVE ACCOUNT-NO-IN TO RL-ACCOUNT-NO
           MOVE TERRITORY-IN TO RL-TERRITORY
           MOVE RATE-CLASS-IN TO RL-RATE-CLASS
           MOVE KILO-HRS-USED-IN TO RL-KWH
           MOVE GAS-USED-IN TO RL-THERMS
           MOVE WS-BILLED-ELEC-AMT TO RL-ELEC-AMT
           MOVE WS-BILLED-GAS-AMT TO RL-GAS-AMT
           MOVE WS-ELEC-BILL-FLAG TO RL-ELEC-FLAG
           MOVE WS-GAS-BILL-FLAG TO RL-GAS-FLAG
           MOVE WS-SUMMER-DAYS TO RL-SUMMER-DAYS
           MOVE WS-WINTER-DAYS TO RL-WINTER-DAYS
           MOVE WS-RUN-DATE TO RL-POSTED-DATE
           WRITE REVENUE-LEDGER-REC
           .

      *    ONE FEE-LEDGER ENTRY PER BILL THAT CARRIED A TOWN FEE.
       325A-MUNI-FEE-LEDGER-RTN.
           IF WS-FRANCHISE-FEE > ZERO OR WS-UTILITY-TAX > ZERO
               MOVE SPACES TO MUNI-FEE-LEDGER-REC
               MOVE 'B' TO FL-ENTRY-TYPE
               MOVE WS-RUN-DATE TO FL-POSTED-DATE
               MOVE WS-RUN-MONTH TO FL-MONTH
               MOVE ACCOUNT-NO-IN TO FL-ACCOUNT-NO
               MOVE MUNICIPALITY-IN TO FL-MUNICIPALITY
               ADD WS-BILLED-ELEC-AMT WS-BILLED-GAS-AMT
                   GIVING FL-CHARGES
               MOVE WS-FRANCHISE-FEE TO FL-FRANCHISE-FEE
               MOVE WS-UTILITY-TAX TO FL-UTILITY-TAX
               MOVE ZERO TO FL-CASH-AMT
               WRITE MUNI-FEE-LEDGER-REC
           END-IF
           .

       330-COMBINED-RTN.
           MOVE SPACES TO COMBINED-BILL-REC
           MOVE ACCOUNT-NO-IN TO CACCOUNT-NO-OUT
           MOVE WS-BILLED-ELEC-AMT TO CELEC-BILL-OUT
           MOVE WS-BILLED-GAS-AMT TO CGAS-BILL-OUT
           ADD WS-BILLED-ELEC-AMT WS-BILLED-GAS-AMT
               WS-FRANCHISE-FEE WS-UTILITY-TAX
                   GIVING WS-TOTAL-DUE
           MOVE WS-TOTAL-DUE TO CTOTAL-DUE-OUT
           MOVE WS-FRANCHISE-FEE TO CFRANCHISE-FEE-OUT
           MOVE WS-UTILITY-TAX TO CUTILITY-TAX-OUT
           WRITE COMBINED-BILL-REC
           .

      *    ACCOUNT-NO-IN IS MATCHED AGAINST HISTORY-TABLE BY KEY -
      *    NOT BY READING F-ACCOUNT-HISTORY IN STEP WITH THE MASTER -
      *    SO A MISSING, EXTRA, OR REORDERED HISTORY RECORD CAN NEVER
      *    ATTRIBUTE ONE ACCOUNT'S DELINQUENCY TO ANOTHER. AN ACCOUNT
      *    KEEPING TO A PAYMENT ARRANGEMENT STAYS OUT OF COLLECTIONS
      *    (AND SO OFF THE DISCONNECT FEED) HOWEVER FAR PAST DUE.
       340-COLLECTIONS-RTN.
           SET HIST-IDX TO 1
           SEARCH HISTORY-ENTRY
               WHEN HT-ACCOUNT-NO (HIST-IDX) = ACCOUNT-NO-IN
                   IF HT-DAYS-PAST-DUE (HIST-IDX)
                           > PAST-DUE-THRESHOLD-DAYS
                       PERFORM 224-CHECK-ARRANGEMENT-RTN
                       IF ON-PAYMENT-ARRANGEMENT
                           ADD 1 TO WS-ARRANGE-HELD
                       ELSE
                           PERFORM 345-WRITE-COLLECTIONS-RTN
                       END-IF
                   END-IF
           END-SEARCH
           .
           MOVE GAS-USED-IN         TO GGAS-USED-OUT
           MOVE WS-BILLED-GAS-AMT   TO GGAS-BILL-OUT
           MOVE WS-GAS-BILL-FLAG    TO GESTIMATED-OUT
           MOVE WS-GAS-FRANCHISE    TO GFRANCHISE-FEE-OUT
           MOVE WS-GAS-UTILITY-TAX  TO GUTILITY-TAX-OUT
           WRITE GAS-REC
           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==ACCOUNT-NO-IN==
       327-WRITE-GAS-CSV-RTN.
           MOVE SPACES TO GAS-CSV-REC
           MOVE WS-BILLED-GAS-AMT TO WS-CSV-AMOUNT-EDIT
           MOVE WS-GAS-FRANCHISE TO WS-CSV-FRANCHISE-EDIT
           MOVE WS-GAS-UTILITY-TAX TO WS-CSV-TAX-EDIT
           STRING FUNCTION TRIM(ACCOUNT-NO-IN)    ','
                  FUNCTION TRIM(CUSTOMER-NAME-IN) ','
                  FUNCTION TRIM(ADDRESS-IN)        ','
                  FUNCTION TRIM(GAS-USED-IN)       ','
                  FUNCTION TRIM(WS-CSV-AMOUNT-EDIT) ','
                  FUNCTION TRIM(WS-GAS-BILL-FLAG) ','
                  FUNCTION TRIM(WS-CSV-FRANCHISE-EDIT) ','
                  FUNCTION TRIM(WS-CSV-TAX-EDIT)
               DELIMITED BY SIZE INTO GAS-CSV-REC
           END-STRING
           WRITE GAS-CSV-REC
                 F-BALANCE-FEED-CSV
                 F-DEPOSIT-REFUNDS
                 F-FIELD-READ-ORDERS
                 F-REVENUE-LEDGER
                 F-MUNI-FEE-LEDGER
                 ERROR-LOG-FILE
                 AUDIT-LOG-FILE

       COPY IOERRPARA.
       COPY AUDITPARA.
       COPY RUNSTATSPARA.
       COPY MUNIFEEPARA.
