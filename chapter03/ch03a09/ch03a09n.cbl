       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH03A09N.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.

      ******************************************************************
      * Month-end companion to CH03A09B. We extend store credit but   *
      * reported nothing to the credit bureaus. This program writes   *
      * the monthly bureau extract (BUREAU.DAT) from CUSTMAST.DAT in  *
      * a fixed 80-byte layout: a header naming us as the reporter    *
      * (from BUREAU.CTL), one base record per account with status,   *
      * limit, balance, last payment date, the days-past-due bucket   *
      * worked the same way as the CH03A09B aging report, and the     *
      * charged-off and NSF cash-only flags, and a trailer with       *
      * record counts and the balance total. An account with an open  *
      * dispute on DISPUTE.DAT is reported with compliance code XB    *
      * so the bureau shows it as disputed. The control report        *
      * (BUREAUCT.DAT) gives the counts by status for balancing and   *
      * lists any dispute for an account we do not carry.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "DATA/CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      *    OUR SUBSCRIBER ID AND NAME AS THE BUREAU KNOWS US.
           SELECT BUREAU-CONTROL-FILE ASSIGN TO "DATA/BUREAU.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *    ONE LINE PER DISPUTE A CUSTOMER HAS RAISED. A ZERO
      *    RESOLVED DATE MEANS THE DISPUTE IS STILL OPEN.
           SELECT DISPUTE-FILE ASSIGN TO "DATA/DISPUTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT BUREAU-EXTRACT ASSIGN TO "DATA/BUREAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT ASSIGN TO "DATA/BUREAUCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05  CM-ACCOUNT-NO       PIC X(5).
           05  CM-CUSTOMER-NAME    PIC X(30).
           05  CM-CREDIT-LIMIT     PIC 9(6)V99.
           05  CM-CURRENT-BALANCE  PIC S9(6)V99.
           05  CM-LAST-PAYMENT-DATE PIC 9(8).
           05  CM-CASH-ONLY-SW     PIC X.
               88  ACCOUNT-IS-CASH-ONLY VALUE 'Y'.
           05  CM-ACCOUNT-STATUS-SW PIC X.
               88  ACCOUNT-IS-CLOSED VALUE 'C'.
               88  ACCOUNT-IS-CHARGED-OFF VALUE 'W'.

       FD  BUREAU-CONTROL-FILE.
       01  BUREAU-CONTROL-REC.
           05  BC-REPORTER-ID      PIC X(10).
           05  BC-REPORTER-NAME    PIC X(30).

       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           05  DS-ACCOUNT-NO       PIC X(5).
           05  DS-OPENED-DATE      PIC 9(8).
           05  DS-RESOLVED-DATE    PIC 9(8).

      *    EVERY RECORD IS 80 BYTES; THE FIRST SIX SAY WHICH KIND.
      *    AMOUNTS GO TO THE BUREAU IN WHOLE DOLLARS.
       FD  BUREAU-EXTRACT.
       01  BUREAU-HEADER-REC.
           05  BH-RECORD-ID        PIC X(6).
           05  BH-REPORTER-ID      PIC X(10).
           05  BH-REPORTER-NAME    PIC X(30).
           05  BH-ACTIVITY-DATE    PIC 9(8).
           05                      PIC X(26).

       01  BUREAU-BASE-REC.
           05  BB-RECORD-ID        PIC X(6).
           05  BB-ACCOUNT-NO       PIC X(5).
           05  BB-CUSTOMER-NAME    PIC X(30).
      *    11 = CURRENT, 71 = 30-59 DAYS, 78 = 60-89 DAYS,
      *    80 = 90 DAYS AND OVER, 13 = CLOSED, 97 = CHARGED OFF.
           05  BB-ACCOUNT-STATUS   PIC X(2).
           05  BB-CREDIT-LIMIT     PIC 9(7).
           05  BB-CURRENT-BALANCE  PIC 9(7).
           05  BB-LAST-PAYMENT-DATE PIC 9(8).
      *    000, 030, 060, OR 090 - THE CH03A09B AGING COLUMN.
           05  BB-PAST-DUE-BUCKET  PIC X(3).
           05  BB-AMOUNT-PAST-DUE  PIC 9(7).
           05  BB-CHARGED-OFF-SW   PIC X.
           05  BB-CASH-ONLY-SW     PIC X.
      *    XB = CONSUMER DISPUTES THE ACCOUNT; BLANK OTHERWISE.
           05  BB-COMPLIANCE-CODE  PIC X(2).
           05                      PIC X(1).

       01  BUREAU-TRAILER-REC.
           05  BT-RECORD-ID        PIC X(6).
           05  BT-BASE-COUNT       PIC 9(7).
           05  BT-TOTAL-BALANCE    PIC 9(9).
           05  BT-DISPUTED-COUNT   PIC 9(7).
           05  BT-CHARGED-OFF-COUNT PIC 9(7).
           05  BT-CASH-ONLY-COUNT  PIC 9(7).
           05                      PIC X(37).

       FD  CONTROL-REPORT.
       01  CONTROL-LINE.
           05  CL-LABEL-OUT        PIC X(40).
           05                      PIC X(2).
           05  CL-COUNT-OUT        PIC Z,ZZZ,ZZ9.
           05                      PIC X(2).
           05  CL-AMOUNT-OUT       PIC $$$,$$$,$$9.

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-DISPUTE-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-DAYS-PAST-DUE        PIC S9(6) VALUE ZERO.
       01  WS-WHOLE-DOLLARS        PIC 9(7) VALUE ZERO.

       01  WS-REPORTER-ID          PIC X(10) VALUE SPACES.
       01  WS-REPORTER-NAME        PIC X(30) VALUE SPACES.

      *    OPEN DISPUTES. A SECOND LINE FOR THE SAME ACCOUNT ADDS
      *    NOTHING; THE ACCOUNT IS DISPUTED EITHER WAY.
       01  DISPUTE-TABLE.
           05  DISPUTE-ENTRY OCCURS 200 TIMES
                   INDEXED BY DSP-IDX.
               10  DT-ACCOUNT-NO   PIC X(5).
               10  DT-OPENED-DATE  PIC 9(8).
               10  DT-MATCHED-SW   PIC X.
       01  DISPUTE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-DISPUTED-SW          PIC X VALUE 'N'.
           88  ACCOUNT-IS-DISPUTED VALUE 'Y'.

      *    CONTROL TOTALS, ONE ROW PER STATUS CODE.
       01  STATUS-CODE-VALUES.
           05  FILLER  PIC X(32) VALUE '11CURRENT'.
           05  FILLER  PIC X(32) VALUE '7130-59 DAYS PAST DUE'.
           05  FILLER  PIC X(32) VALUE '7860-89 DAYS PAST DUE'.
           05  FILLER  PIC X(32) VALUE '8090 DAYS AND OVER PAST DUE'.
           05  FILLER  PIC X(32) VALUE '13CLOSED'.
           05  FILLER  PIC X(32) VALUE '97CHARGED OFF'.
       01  STATUS-CODE-TABLE REDEFINES STATUS-CODE-VALUES.
           05  STATUS-CODE-ENTRY OCCURS 6 TIMES
                   INDEXED BY STAT-IDX.
               10  SC-CODE         PIC X(2).
               10  SC-DESCRIPTION  PIC X(30).
       01  STATUS-TOTALS.
           05  STATUS-TOTAL-ENTRY OCCURS 6 TIMES.
               10  ST-COUNT        PIC 9(7) VALUE ZERO.
               10  ST-BALANCE      PIC 9(9) VALUE ZERO.

       01  BASE-COUNT              PIC 9(7) VALUE ZERO.
       01  TOTAL-BALANCE           PIC 9(9) VALUE ZERO.
       01  DISPUTED-COUNT          PIC 9(7) VALUE ZERO.
       01  CHARGED-OFF-COUNT       PIC 9(7) VALUE ZERO.
       01  CASH-ONLY-COUNT         PIC 9(7) VALUE ZERO.
       01  UNMATCHED-DISPUTES      PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040-GET-CONTROL-RTN
           PERFORM 050-LOAD-DISPUTES-RTN

           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ERROR: CANNOT OPEN CUSTMAST.DAT. STATUS: "
                       WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BUREAU-EXTRACT
                OUTPUT CONTROL-REPORT

           MOVE SPACES TO BUREAU-HEADER-REC
           MOVE 'HEADER' TO BH-RECORD-ID
           MOVE WS-REPORTER-ID TO BH-REPORTER-ID
           MOVE WS-REPORTER-NAME TO BH-REPORTER-NAME
           MOVE WS-RUN-DATE TO BH-ACTIVITY-DATE
           WRITE BUREAU-HEADER-REC

           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 200-BASE-RECORD-RTN
               END-READ
           END-PERFORM

           MOVE SPACES TO BUREAU-TRAILER-REC
           MOVE 'TRAILR' TO BT-RECORD-ID
           MOVE BASE-COUNT TO BT-BASE-COUNT
           MOVE TOTAL-BALANCE TO BT-TOTAL-BALANCE
           MOVE DISPUTED-COUNT TO BT-DISPUTED-COUNT
           MOVE CHARGED-OFF-COUNT TO BT-CHARGED-OFF-COUNT
           MOVE CASH-ONLY-COUNT TO BT-CASH-ONLY-COUNT
           WRITE BUREAU-TRAILER-REC

           PERFORM 300-CONTROL-REPORT-RTN
           CLOSE CUSTOMER-MASTER
                 BUREAU-EXTRACT
                 CONTROL-REPORT
           DISPLAY "BUREAU BASE RECORDS WRITTEN: " BASE-COUNT
           STOP RUN
           .

       040-GET-CONTROL-RTN.
           OPEN INPUT BUREAU-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY "BUREAU EXTRACT HALTED - NO BUREAU.CTL FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ BUREAU-CONTROL-FILE
               AT END
                   DISPLAY "BUREAU EXTRACT HALTED - BUREAU.CTL IS "
                           "EMPTY"
                   CLOSE BUREAU-CONTROL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE BC-REPORTER-ID TO WS-REPORTER-ID
           MOVE BC-REPORTER-NAME TO WS-REPORTER-NAME
           CLOSE BUREAU-CONTROL-FILE
           .

      *    NO DISPUTE FILE JUST MEANS NO ONE IS DISPUTING ANYTHING.
       050-LOAD-DISPUTES-RTN.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DISPUTE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DS-RESOLVED-DATE = ZERO
                              AND DISPUTE-COUNT < 200
                               ADD 1 TO DISPUTE-COUNT
                               SET DSP-IDX TO DISPUTE-COUNT
                               MOVE DS-ACCOUNT-NO
                                   TO DT-ACCOUNT-NO (DSP-IDX)
                               MOVE DS-OPENED-DATE
                                   TO DT-OPENED-DATE (DSP-IDX)
                               MOVE 'N' TO DT-MATCHED-SW (DSP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           .

      ******************************************************************
      *    200-BASE-RECORD-RTN - DAYS PAST DUE ARE COUNTED FROM THE    *
      *    LAST PAYMENT AND BUCKETED AT 30/60/90 EXACTLY AS THE        *
      *    CH03A09B AGING REPORT DOES, SO THE BUREAU SEES THE SAME     *
      *    PICTURE COLLECTIONS DOES. A CREDIT OR ZERO BALANCE IS       *
      *    CURRENT AND REPORTED AS ZERO OWED.                          *
      ******************************************************************
       200-BASE-RECORD-RTN.
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (CM-LAST-PAYMENT-DATE)

           MOVE SPACES TO BUREAU-BASE-REC
           MOVE 'BASE  ' TO BB-RECORD-ID
           MOVE CM-ACCOUNT-NO TO BB-ACCOUNT-NO
           MOVE CM-CUSTOMER-NAME TO BB-CUSTOMER-NAME
           COMPUTE BB-CREDIT-LIMIT ROUNDED = CM-CREDIT-LIMIT
           MOVE CM-LAST-PAYMENT-DATE TO BB-LAST-PAYMENT-DATE
           MOVE ZERO TO WS-WHOLE-DOLLARS
           IF CM-CURRENT-BALANCE > ZERO
               COMPUTE WS-WHOLE-DOLLARS ROUNDED = CM-CURRENT-BALANCE
           END-IF
           MOVE WS-WHOLE-DOLLARS TO BB-CURRENT-BALANCE
           MOVE ZERO TO BB-AMOUNT-PAST-DUE

           EVALUATE TRUE
               WHEN CM-CURRENT-BALANCE NOT GREATER THAN ZERO
                   MOVE '000' TO BB-PAST-DUE-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
                   MOVE '000' TO BB-PAST-DUE-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 60
                   MOVE '030' TO BB-PAST-DUE-BUCKET
                   MOVE WS-WHOLE-DOLLARS TO BB-AMOUNT-PAST-DUE
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 90
                   MOVE '060' TO BB-PAST-DUE-BUCKET
                   MOVE WS-WHOLE-DOLLARS TO BB-AMOUNT-PAST-DUE
               WHEN OTHER
                   MOVE '090' TO BB-PAST-DUE-BUCKET
                   MOVE WS-WHOLE-DOLLARS TO BB-AMOUNT-PAST-DUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN ACCOUNT-IS-CHARGED-OFF
                   MOVE '97' TO BB-ACCOUNT-STATUS
               WHEN ACCOUNT-IS-CLOSED
                   MOVE '13' TO BB-ACCOUNT-STATUS
               WHEN BB-PAST-DUE-BUCKET = '030'
                   MOVE '71' TO BB-ACCOUNT-STATUS
               WHEN BB-PAST-DUE-BUCKET = '060'
                   MOVE '78' TO BB-ACCOUNT-STATUS
               WHEN BB-PAST-DUE-BUCKET = '090'
                   MOVE '80' TO BB-ACCOUNT-STATUS
               WHEN OTHER
                   MOVE '11' TO BB-ACCOUNT-STATUS
           END-EVALUATE

           IF ACCOUNT-IS-CHARGED-OFF
               MOVE 'Y' TO BB-CHARGED-OFF-SW
               ADD 1 TO CHARGED-OFF-COUNT
           ELSE
               MOVE 'N' TO BB-CHARGED-OFF-SW
           END-IF
           IF ACCOUNT-IS-CASH-ONLY
               MOVE 'Y' TO BB-CASH-ONLY-SW
               ADD 1 TO CASH-ONLY-COUNT
           ELSE
               MOVE 'N' TO BB-CASH-ONLY-SW
           END-IF

           PERFORM 210-CHECK-DISPUTE-RTN
           IF ACCOUNT-IS-DISPUTED
               MOVE 'XB' TO BB-COMPLIANCE-CODE
               ADD 1 TO DISPUTED-COUNT
           END-IF

           WRITE BUREAU-BASE-REC
           ADD 1 TO BASE-COUNT
           ADD WS-WHOLE-DOLLARS TO TOTAL-BALANCE

           SET STAT-IDX TO 1
           SEARCH STATUS-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN SC-CODE (STAT-IDX) = BB-ACCOUNT-STATUS
                   ADD 1 TO ST-COUNT (STAT-IDX)
                   ADD WS-WHOLE-DOLLARS TO ST-BALANCE (STAT-IDX)
           END-SEARCH
           .

       210-CHECK-DISPUTE-RTN.
           MOVE 'N' TO WS-DISPUTED-SW
           PERFORM 220-MATCH-ONE-DISPUTE-RTN
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > DISPUTE-COUNT
           .

       220-MATCH-ONE-DISPUTE-RTN.
           IF DT-ACCOUNT-NO (DSP-IDX) = CM-ACCOUNT-NO
               MOVE 'Y' TO WS-DISPUTED-SW
               MOVE 'Y' TO DT-MATCHED-SW (DSP-IDX)
           END-IF
           .

       300-CONTROL-REPORT-RTN.
           MOVE SPACES TO CONTROL-LINE
           MOVE 'CREDIT BUREAU EXTRACT CONTROL REPORT' TO CL-LABEL-OUT
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING 'REPORTER ' WS-REPORTER-ID ' RUN ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CL-LABEL-OUT
           WRITE CONTROL-LINE
           PERFORM 310-STATUS-LINE-RTN
               VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > 6
           MOVE SPACES TO CONTROL-LINE
           MOVE 'BASE RECORDS WRITTEN' TO CL-LABEL-OUT
           MOVE BASE-COUNT TO CL-COUNT-OUT
           MOVE TOTAL-BALANCE TO CL-AMOUNT-OUT
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           MOVE 'REPORTED AS DISPUTED (XB)' TO CL-LABEL-OUT
           MOVE DISPUTED-COUNT TO CL-COUNT-OUT
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           MOVE 'FLAGGED CHARGED OFF' TO CL-LABEL-OUT
           MOVE CHARGED-OFF-COUNT TO CL-COUNT-OUT
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           MOVE 'FLAGGED NSF CASH-ONLY' TO CL-LABEL-OUT
           MOVE CASH-ONLY-COUNT TO CL-COUNT-OUT
           WRITE CONTROL-LINE
           PERFORM 320-UNMATCHED-DISPUTE-RTN
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > DISPUTE-COUNT
           MOVE SPACES TO CONTROL-LINE
           MOVE 'OPEN DISPUTES NOT ON CUSTOMER MASTER' TO CL-LABEL-OUT
           MOVE UNMATCHED-DISPUTES TO CL-COUNT-OUT
           WRITE CONTROL-LINE
           .

       310-STATUS-LINE-RTN.
           MOVE SPACES TO CONTROL-LINE
           STRING 'STATUS ' SC-CODE (STAT-IDX) ' '
                  SC-DESCRIPTION (STAT-IDX)
               DELIMITED BY SIZE INTO CL-LABEL-OUT
           MOVE ST-COUNT (STAT-IDX) TO CL-COUNT-OUT
           MOVE ST-BALANCE (STAT-IDX) TO CL-AMOUNT-OUT
           WRITE CONTROL-LINE
           .

       320-UNMATCHED-DISPUTE-RTN.
           IF DT-MATCHED-SW (DSP-IDX) = 'N'
               MOVE SPACES TO CONTROL-LINE
               STRING '  DISPUTE ON UNKNOWN ACCOUNT '
                      DT-ACCOUNT-NO (DSP-IDX)
                   DELIMITED BY SIZE INTO CL-LABEL-OUT
               WRITE CONTROL-LINE
               ADD 1 TO UNMATCHED-DISPUTES
           END-IF
           .
