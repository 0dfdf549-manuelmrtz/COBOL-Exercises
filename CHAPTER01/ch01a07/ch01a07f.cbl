       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH01A07F.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.
      *REMARKS.
      ******************************************************************
      *    Vessel registry maintenance. The harbor office keys add,    *
      *    change, and renewal transactions on REGTRANS.DAT; each one  *
      *    is edited against the registry, applied if it passes, and   *
      *    listed with its result on REGMAINT.DAT, and the registry is *
      *    written back out to VESSELRG.DAT. A registration's dates    *
      *    move only by renewal, never by change, so a lapse on file   *
      *    cannot be keyed away after a violation has been flagged.    *
      *    A vessel is never dropped from the registry; its citations  *
      *    and violation history still name it.                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    NO REGISTRY YET (STATUS 35) STARTS AN EMPTY ONE.
           SELECT VESSEL-REGISTRY ASSIGN TO "DATA/VESSELRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT REG-TRANS-FILE ASSIGN TO "DATA/REGTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT MAINT-LISTING ASSIGN TO "DATA/REGMAINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT CH01A07B LOADS. A REGISTRATION RUNS FROM
      *    REG-DATE THROUGH EXPIRY-DATE; AN ENTRY CARRIED OVER FROM
      *    BEFORE THE DATES WERE KEPT HAS THEM BLANK UNTIL RENEWED.
       FD  VESSEL-REGISTRY.
       01  VESSEL-REGISTRY-REC.
           05  VR-VESSEL-ID-IN     PIC X(8).
           05  VR-VESSEL-NAME-IN   PIC X(20).
           05  VR-OPERATOR-IN      PIC X(20).
           05  VR-REG-DATE-IN      PIC 9(8).
           05  VR-EXPIRY-DATE-IN   PIC 9(8).
           05  VR-VESSEL-CLASS-IN  PIC X(2).
           05  VR-STREET-IN        PIC X(25).
           05  VR-CITY-IN          PIC X(15).
           05  VR-STATE-IN         PIC X(2).
           05  VR-ZIP-IN           PIC X(5).

      *    'A' ADDS A VESSEL, 'C' CHANGES ANY NAME, CLASS OR ADDRESS
      *    FIELD KEYED NON-BLANK, 'R' RENEWS THROUGH EXPIRY-DATE (AND
      *    RESTARTS THE REGISTRATION ON REG-DATE WHEN ONE IS KEYED).
       FD  REG-TRANS-FILE.
       01  REG-TRANS-REC.
           05  RT-TRANS-CODE-IN    PIC X.
               88  RT-ADD              VALUE 'A'.
               88  RT-CHANGE           VALUE 'C'.
               88  RT-RENEW            VALUE 'R'.
           05  RT-VESSEL-ID-IN     PIC X(8).
           05  RT-VESSEL-NAME-IN   PIC X(20).
           05  RT-OPERATOR-IN      PIC X(20).
           05  RT-REG-DATE-IN      PIC 9(8).
           05  RT-EXPIRY-DATE-IN   PIC 9(8).
           05  RT-VESSEL-CLASS-IN  PIC X(2).
           05  RT-STREET-IN        PIC X(25).
           05  RT-CITY-IN          PIC X(15).
           05  RT-STATE-IN         PIC X(2).
           05  RT-ZIP-IN           PIC X(5).

       FD  MAINT-LISTING.
       01  MAINT-LISTING-REC.
           05  ML-TRANS-CODE-OUT   PIC X.
           05                      PIC X(2).
           05  ML-VESSEL-ID-OUT    PIC X(8).
           05                      PIC X(2).
           05  ML-VESSEL-NAME-OUT  PIC X(20).
           05                      PIC X(2).
           05  ML-EXPIRY-DATE-OUT  PIC X(8).
           05                      PIC X(2).
           05  ML-RESULT-OUT       PIC X(8).
           05                      PIC X(2).
           05  ML-REASON-OUT       PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-REGISTRY-STATUS      PIC XX.
       01  WS-TRANS-STATUS         PIC XX.

       01  VESSEL-REGISTRY-TABLE.
           05  REGISTRY-ENTRY OCCURS 100 TIMES
                   INDEXED BY VR-IDX.
               10  VR-VESSEL-ID    PIC X(8)  VALUE SPACES.
               10  VR-VESSEL-NAME  PIC X(20) VALUE SPACES.
               10  VR-OPERATOR     PIC X(20) VALUE SPACES.
               10  VR-REG-DATE     PIC 9(8)  VALUE ZERO.
               10  VR-EXPIRY-DATE  PIC 9(8)  VALUE ZERO.
               10  VR-VESSEL-CLASS PIC X(2)  VALUE SPACES.
               10  VR-STREET       PIC X(25) VALUE SPACES.
               10  VR-CITY         PIC X(15) VALUE SPACES.
               10  VR-STATE        PIC X(2)  VALUE SPACES.
               10  VR-ZIP          PIC X(5)  VALUE SPACES.
       01  REGISTRY-COUNT          PIC 9(3) VALUE ZERO.
       01  VESSEL-FOUND-SW         PIC X VALUE 'N'.
           88  VESSEL-FOUND        VALUE 'Y'.
       01  WS-VESSEL-SLOT          PIC 9(3) VALUE ZERO.
       01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
       01  WS-ACCEPTED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 050-LOAD-REGISTRY-RTN
           OPEN INPUT REG-TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY " "
               DISPLAY "REGISTRY MAINTENANCE HALTED - NO "
                       "DATA/REGTRANS.DAT TRANSACTION FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-LISTING
           PERFORM UNTIL WS-EOF = 'Y'
               READ REG-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 200-APPLY-TRANSACTION-RTN
               END-READ
           END-PERFORM
           CLOSE REG-TRANS-FILE
                 MAINT-LISTING
           PERFORM 400-REWRITE-REGISTRY-RTN
           DISPLAY "CH01A07F: " WS-ACCEPTED-COUNT " ACCEPTED  "
                   WS-REJECTED-COUNT " REJECTED - SEE DATA/REGMAINT.DAT"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      *    AN ENTRY WITH NO DATES YET READS AS BLANKS; THOSE ARE HELD
      *    AS ZERO SO THE TABLE'S DATES ARE ALWAYS NUMERIC.
       050-LOAD-REGISTRY-RTN.
           OPEN INPUT VESSEL-REGISTRY
           IF WS-REGISTRY-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VESSEL-REGISTRY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO REGISTRY-COUNT
                           SET VR-IDX TO REGISTRY-COUNT
                           MOVE VESSEL-REGISTRY-REC
                               TO REGISTRY-ENTRY (VR-IDX)
                           IF VR-REG-DATE-IN NOT NUMERIC
                               MOVE ZERO TO VR-REG-DATE (VR-IDX)
                           END-IF
                           IF VR-EXPIRY-DATE-IN NOT NUMERIC
                               MOVE ZERO TO VR-EXPIRY-DATE (VR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VESSEL-REGISTRY
               MOVE 'N' TO WS-EOF
           END-IF
           .

      *    EVERY TRANSACTION IS EDITED IN FULL BEFORE IT TOUCHES THE
      *    TABLE - A REJECTED ONE LEAVES THE VESSEL EXACTLY AS IT WAS.
       200-APPLY-TRANSACTION-RTN.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 250-FIND-VESSEL-RTN
           EVALUATE TRUE
               WHEN RT-ADD
                   PERFORM 210-ADD-VESSEL-RTN
               WHEN RT-CHANGE
                   PERFORM 220-CHANGE-VESSEL-RTN
               WHEN RT-RENEW
                   PERFORM 230-RENEW-VESSEL-RTN
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE
           PERFORM 300-LIST-TRANSACTION-RTN
           .

       210-ADD-VESSEL-RTN.
           EVALUATE TRUE
               WHEN RT-VESSEL-ID-IN = SPACES
                   MOVE 'VESSEL ID MISSING' TO WS-REJECT-REASON
               WHEN VESSEL-FOUND
                   MOVE 'VESSEL ALREADY REGISTERED' TO WS-REJECT-REASON
               WHEN RT-VESSEL-NAME-IN = SPACES
                   MOVE 'VESSEL NAME MISSING' TO WS-REJECT-REASON
               WHEN RT-OPERATOR-IN = SPACES
                   MOVE 'OPERATOR MISSING' TO WS-REJECT-REASON
               WHEN RT-VESSEL-CLASS-IN = SPACES
                   MOVE 'VESSEL CLASS MISSING' TO WS-REJECT-REASON
               WHEN RT-STREET-IN = SPACES
                 OR RT-CITY-IN = SPACES
                   MOVE 'OPERATOR ADDRESS MISSING' TO WS-REJECT-REASON
               WHEN RT-REG-DATE-IN NOT NUMERIC
                 OR RT-REG-DATE-IN = ZERO
                   MOVE 'REGISTRATION DATE MISSING' TO WS-REJECT-REASON
               WHEN RT-EXPIRY-DATE-IN NOT NUMERIC
                 OR RT-EXPIRY-DATE-IN NOT > RT-REG-DATE-IN
                   MOVE 'EXPIRY NOT AFTER REGISTRATION'
                       TO WS-REJECT-REASON
               WHEN REGISTRY-COUNT NOT LESS THAN 100
                   MOVE 'REGISTRY FULL - 100 VESSELS'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO REGISTRY-COUNT
               SET VR-IDX TO REGISTRY-COUNT
               MOVE RT-VESSEL-ID-IN TO VR-VESSEL-ID (VR-IDX)
               MOVE RT-VESSEL-NAME-IN TO VR-VESSEL-NAME (VR-IDX)
               MOVE RT-OPERATOR-IN TO VR-OPERATOR (VR-IDX)
               MOVE RT-REG-DATE-IN TO VR-REG-DATE (VR-IDX)
               MOVE RT-EXPIRY-DATE-IN TO VR-EXPIRY-DATE (VR-IDX)
               MOVE RT-VESSEL-CLASS-IN TO VR-VESSEL-CLASS (VR-IDX)
               MOVE RT-STREET-IN TO VR-STREET (VR-IDX)
               MOVE RT-CITY-IN TO VR-CITY (VR-IDX)
               MOVE RT-STATE-IN TO VR-STATE (VR-IDX)
               MOVE RT-ZIP-IN TO VR-ZIP (VR-IDX)
           END-IF
           .

      *    A CHANGE NEVER TOUCHES THE REGISTRATION DATES - THAT IS
      *    WHAT A RENEWAL IS FOR.
       220-CHANGE-VESSEL-RTN.
           IF NOT VESSEL-FOUND
               MOVE 'VESSEL NOT REGISTERED' TO WS-REJECT-REASON
           ELSE
               SET VR-IDX TO WS-VESSEL-SLOT
               IF RT-VESSEL-NAME-IN NOT = SPACES
                   MOVE RT-VESSEL-NAME-IN TO VR-VESSEL-NAME (VR-IDX)
               END-IF
               IF RT-OPERATOR-IN NOT = SPACES
                   MOVE RT-OPERATOR-IN TO VR-OPERATOR (VR-IDX)
               END-IF
               IF RT-VESSEL-CLASS-IN NOT = SPACES
                   MOVE RT-VESSEL-CLASS-IN TO VR-VESSEL-CLASS (VR-IDX)
               END-IF
               IF RT-STREET-IN NOT = SPACES
                   MOVE RT-STREET-IN TO VR-STREET (VR-IDX)
               END-IF
               IF RT-CITY-IN NOT = SPACES
                   MOVE RT-CITY-IN TO VR-CITY (VR-IDX)
               END-IF
               IF RT-STATE-IN NOT = SPACES
                   MOVE RT-STATE-IN TO VR-STATE (VR-IDX)
               END-IF
               IF RT-ZIP-IN NOT = SPACES
                   MOVE RT-ZIP-IN TO VR-ZIP (VR-IDX)
               END-IF
           END-IF
           .

      *    A RENEWAL ONLY EVER MOVES THE EXPIRY LATER. A LAPSED
      *    VESSEL RENEWED AFTER THE FACT IS KEYED WITH THE DATE ITS
      *    NEW REGISTRATION STARTS, NOT BACKDATED OVER THE LAPSE.
       230-RENEW-VESSEL-RTN.
           IF VESSEL-FOUND
               SET VR-IDX TO WS-VESSEL-SLOT
           END-IF
      *    REGISTRATION DATE IS OPTIONAL ON A RENEWAL.
           IF RT-REG-DATE-IN = SPACES
               MOVE ZERO TO RT-REG-DATE-IN
           END-IF
           EVALUATE TRUE
               WHEN NOT VESSEL-FOUND
                   MOVE 'VESSEL NOT REGISTERED' TO WS-REJECT-REASON
               WHEN RT-REG-DATE-IN NOT NUMERIC
                   MOVE 'REGISTRATION DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN RT-EXPIRY-DATE-IN NOT NUMERIC
                 OR RT-EXPIRY-DATE-IN = ZERO
                   MOVE 'NEW EXPIRY DATE MISSING' TO WS-REJECT-REASON
               WHEN RT-EXPIRY-DATE-IN NOT > VR-EXPIRY-DATE (VR-IDX)
                   MOVE 'NEW EXPIRY NOT LATER' TO WS-REJECT-REASON
               WHEN RT-REG-DATE-IN > ZERO
                AND RT-EXPIRY-DATE-IN NOT > RT-REG-DATE-IN
                   MOVE 'EXPIRY NOT AFTER REGISTRATION'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF RT-REG-DATE-IN > ZERO
                       MOVE RT-REG-DATE-IN TO VR-REG-DATE (VR-IDX)
                   END-IF
                   MOVE RT-EXPIRY-DATE-IN TO VR-EXPIRY-DATE (VR-IDX)
           END-EVALUATE
           .

       250-FIND-VESSEL-RTN.
           MOVE 'N' TO VESSEL-FOUND-SW
           MOVE ZERO TO WS-VESSEL-SLOT
           SET VR-IDX TO 1
           SEARCH REGISTRY-ENTRY
               AT END
                   CONTINUE
               WHEN VR-IDX > REGISTRY-COUNT
                   CONTINUE
               WHEN VR-VESSEL-ID (VR-IDX) = RT-VESSEL-ID-IN
                   MOVE 'Y' TO VESSEL-FOUND-SW
                   SET WS-VESSEL-SLOT TO VR-IDX
           END-SEARCH
           .

       300-LIST-TRANSACTION-RTN.
           MOVE SPACES TO MAINT-LISTING-REC
           MOVE RT-TRANS-CODE-IN TO ML-TRANS-CODE-OUT
           MOVE RT-VESSEL-ID-IN TO ML-VESSEL-ID-OUT
           MOVE RT-VESSEL-NAME-IN TO ML-VESSEL-NAME-OUT
           MOVE RT-EXPIRY-DATE-IN TO ML-EXPIRY-DATE-OUT
           IF WS-REJECT-REASON = SPACES
               MOVE 'ACCEPTED' TO ML-RESULT-OUT
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               MOVE 'REJECTED' TO ML-RESULT-OUT
               MOVE WS-REJECT-REASON TO ML-REASON-OUT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           WRITE MAINT-LISTING-REC
           .

       400-REWRITE-REGISTRY-RTN.
           OPEN OUTPUT VESSEL-REGISTRY
           PERFORM 410-WRITE-ONE-VESSEL-RTN
               VARYING VR-IDX FROM 1 BY 1
               UNTIL VR-IDX > REGISTRY-COUNT
           CLOSE VESSEL-REGISTRY
           .

       410-WRITE-ONE-VESSEL-RTN.
           MOVE REGISTRY-ENTRY (VR-IDX) TO VESSEL-REGISTRY-REC
           WRITE VESSEL-REGISTRY-REC
           .
