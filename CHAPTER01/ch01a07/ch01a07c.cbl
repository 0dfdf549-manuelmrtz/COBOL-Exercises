       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH01A07C.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.
      *REMARKS.
      ******************************************************************
      *    Citation issuance for the harbor office. Runs after         *
      *    CH01A07B. Every violation on VIOHIST.DAT that has no        *
      *    citation yet gets the next citation number from CITNO.DAT   *
      *    and a fine from the schedule on FINESCHD.DAT, looked up by  *
      *    zone and by miles per hour over the limit. The fine is      *
      *    escalated for each earlier violation by the same vessel     *
      *    inside the rolling window, as CH01A07B counts repeats. The  *
      *    citation is added to CITATION.DAT, where CH01A07D posts     *
      *    payments and dismissals against it, and a notice addressed  *
      *    to the operator on VESSELRG.DAT is printed to CITNOTIC.DAT. *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    EVERY VIOLATION EVER FLAGGED, AS CH01A07B APPENDS IT. THE
      *    READING DATE AND TIME ON IT TIE A CITATION TO ITS READING.
           SELECT VIOLATION-HISTORY ASSIGN TO "DATA/VIOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT VESSEL-REGISTRY ASSIGN TO "DATA/VESSELRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

      *    FINE SCHEDULE - ONE LINE PER ZONE AND BAND OF MPH OVER THE
      *    LIMIT, UP TO AND INCLUDING FS-OVER-LIMIT-UPTO-IN. ZONE ***
      *    IS THE HARBOR-WIDE SCHEDULE FOR ANY ZONE WITHOUT ITS OWN.
           SELECT FINE-SCHEDULE-FILE ASSIGN TO "DATA/FINESCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

      *    OPTIONAL RUN PARAMETERS - REPEAT ESCALATION, WINDOW, AND
      *    DAYS TO PAY. DEFAULTS BELOW WHEN THE FILE IS ABSENT. THE
      *    PERMIT-REFUSAL AGE ON THE SAME RECORD IS CH01A07D'S.
           SELECT CITATION-PARM-FILE ASSIGN TO "DATA/CITPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    LAST CITATION NUMBER ISSUED, CARRIED FROM RUN TO RUN.
           SELECT CITATION-NUMBER-FILE ASSIGN TO "DATA/CITNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMBER-STATUS.

           SELECT CITATION-FILE ASSIGN TO "DATA/CITATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CITATION-STATUS.

           SELECT CITATION-NOTICES ASSIGN TO "DATA/CITNOTIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VIOLATION-HISTORY.
       01  VIOLATION-HISTORY-REC.
           05  VH-VESSEL-ID        PIC X(8).
           05  VH-READING-DATE     PIC 9(8).
           05  VH-READING-TIME     PIC 9(4).
           05  VH-ZONE-CODE        PIC X(3).
           05  VH-MILES-PER-HOUR   PIC 999.
           05  VH-SPEED-LIMIT      PIC 999.

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

       FD  FINE-SCHEDULE-FILE.
       01  FINE-SCHEDULE-REC.
           05  FS-ZONE-CODE-IN     PIC X(3).
           05  FS-OVER-LIMIT-UPTO-IN PIC 999.
           05  FS-FINE-AMOUNT-IN   PIC 9(5)V99.

       FD  CITATION-PARM-FILE.
       01  CITATION-PARM-REC.
           05  CP-REPEAT-PCT-IN    PIC 9(3).
           05  CP-WINDOW-DAYS-IN   PIC 9(3).
           05  CP-DAYS-TO-PAY-IN   PIC 9(3).
           05  CP-REFUSE-DAYS-IN   PIC 9(3).

       FD  CITATION-NUMBER-FILE.
       01  CITATION-NUMBER-REC.
           05  CN-LAST-CITATION-NO PIC 9(6).

      *    ONE RECORD PER CITATION. CH01A07D REWRITES IT WITH PAYMENTS
      *    AND DISMISSALS; THIS PROGRAM ONLY ADDS TO THE END.
       FD  CITATION-FILE.
       01  CITATION-REC.
           05  CT-CITATION-NO      PIC 9(6).
           05  CT-ISSUE-DATE       PIC 9(8).
           05  CT-VESSEL-ID        PIC X(8).
           05  CT-READING-DATE     PIC 9(8).
           05  CT-READING-TIME     PIC 9(4).
           05  CT-ZONE-CODE        PIC X(3).
           05  CT-MILES-PER-HOUR   PIC 999.
           05  CT-SPEED-LIMIT      PIC 999.
           05  CT-PRIOR-COUNT      PIC 99.
           05  CT-FINE-AMOUNT      PIC 9(5)V99.
           05  CT-AMOUNT-PAID      PIC 9(5)V99.
           05  CT-STATUS           PIC X.
               88  CT-IS-OPEN          VALUE 'O'.
               88  CT-IS-PAID          VALUE 'P'.
               88  CT-IS-DISMISSED     VALUE 'D'.
           05  CT-STATUS-DATE      PIC 9(8).

       FD  CITATION-NOTICES.
       01  NOTICE-LINE             PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-HISTORY-STATUS       PIC XX.
       01  WS-REGISTRY-STATUS      PIC XX.
       01  WS-SCHEDULE-STATUS      PIC XX.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-NUMBER-STATUS        PIC XX.
       01  WS-CITATION-STATUS      PIC XX.

      *    EACH EARLIER VIOLATION INSIDE THE WINDOW ADDS THIS PERCENT
      *    OF THE SCHEDULED FINE. THE WINDOW MATCHES CH01A07B'S.
       01  REPEAT-ESCALATION-PCT   PIC 9(3) VALUE 50.
       01  ROLLING-WINDOW-DAYS     PIC 9(3) VALUE 30.
       01  DAYS-TO-PAY             PIC 9(3) VALUE 30.
       01  WS-LAST-CITATION-NO     PIC 9(6) VALUE ZERO.

       01  VESSEL-REGISTRY-TABLE.
           05  REGISTRY-ENTRY OCCURS 100 TIMES
                   INDEXED BY VR-IDX.
               10  VR-VESSEL-ID    PIC X(8)  VALUE SPACES.
               10  VR-VESSEL-NAME  PIC X(20) VALUE SPACES.
               10  VR-OPERATOR     PIC X(20) VALUE SPACES.
               10  VR-STREET       PIC X(25) VALUE SPACES.
               10  VR-CITY-STATE-ZIP.
                   15  VR-CITY     PIC X(15) VALUE SPACES.
                   15              PIC X(1)  VALUE SPACES.
                   15  VR-STATE    PIC X(2)  VALUE SPACES.
                   15              PIC X(1)  VALUE SPACES.
                   15  VR-ZIP      PIC X(5)  VALUE SPACES.
       01  REGISTRY-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-VESSEL-LOOKUP-ID     PIC X(8) VALUE SPACES.
       01  WS-VESSEL-NAME-HOLD     PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-HOLD        PIC X(20) VALUE SPACES.
       01  WS-STREET-HOLD          PIC X(25) VALUE SPACES.
       01  WS-CITY-STATE-ZIP-HOLD  PIC X(24) VALUE SPACES.

       01  FINE-SCHEDULE-TABLE.
           05  SCHEDULE-ENTRY OCCURS 100 TIMES
                   INDEXED BY FS-IDX.
               10  FS-ZONE-CODE    PIC X(3)  VALUE SPACES.
               10  FS-OVER-LIMIT-UPTO PIC 999 VALUE ZERO.
               10  FS-FINE-AMOUNT  PIC 9(5)V99 VALUE ZERO.
       01  SCHEDULE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-SCHEDULE-SUB         PIC 9(3) VALUE ZERO.
       01  WS-SCHEDULE-ZONE        PIC X(3) VALUE SPACES.
       01  WS-BEST-UPTO            PIC 999 VALUE ZERO.
       01  WS-TOP-UPTO             PIC 999 VALUE ZERO.
       01  WS-BEST-FINE            PIC 9(5)V99 VALUE ZERO.
       01  WS-TOP-FINE             PIC 9(5)V99 VALUE ZERO.
       01  FINE-FOUND-SW           PIC X VALUE 'N'.
           88  FINE-FOUND          VALUE 'Y'.

      *    THE WHOLE VIOLATION HISTORY, SO EACH NEW CITATION CAN COUNT
      *    THE SAME VESSEL'S EARLIER VIOLATIONS IN THE WINDOW.
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 1000 TIMES
                   INDEXED BY VH-IDX.
               10  HT-VESSEL-ID    PIC X(8) VALUE SPACES.
               10  HT-READING-STAMP.
                   15  HT-READING-DATE PIC 9(8) VALUE ZERO.
                   15  HT-READING-TIME PIC 9(4) VALUE ZERO.
               10  HT-ZONE-CODE    PIC X(3) VALUE SPACES.
               10  HT-MILES-PER-HOUR PIC 999 VALUE ZERO.
               10  HT-SPEED-LIMIT  PIC 999 VALUE ZERO.
       01  HISTORY-COUNT           PIC 9(4) VALUE ZERO.
       01  MAX-HISTORY-ENTRIES     PIC 9(4) VALUE 1000.
       01  WS-HISTORY-SUB          PIC 9(4) VALUE ZERO.
       01  WS-EARLIER-SUB          PIC 9(4) VALUE ZERO.

      *    READINGS ALREADY CITED, BY VESSEL, DATE, TIME AND ZONE.
       01  CITED-TABLE.
           05  CITED-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CD-IDX.
               10  CD-CITED-KEY    PIC X(23) VALUE SPACES.
       01  CITED-COUNT             PIC 9(4) VALUE ZERO.
       01  MAX-CITED-ENTRIES       PIC 9(4) VALUE 1000.
       01  WS-READING-KEY.
           05  RK-VESSEL-ID        PIC X(8).
           05  RK-READING-DATE     PIC 9(8).
           05  RK-READING-TIME     PIC 9(4).
           05  RK-ZONE-CODE        PIC X(3).
       01  ALREADY-CITED-SW        PIC X VALUE 'N'.
           88  ALREADY-CITED       VALUE 'Y'.

       01  WS-MPH-OVER             PIC 999 VALUE ZERO.
       01  WS-PRIOR-COUNT          PIC 99 VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(5) VALUE ZERO.
       01  WS-FINE-AMOUNT          PIC 9(5)V99 VALUE ZERO.
       01  WS-DUE-DATE             PIC 9(8) VALUE ZERO.
       01  WS-CITATIONS-ISSUED     PIC 9(4) VALUE ZERO.

       01  NOTICE-HEADING-LINE.
           05                      PIC X(10) VALUE SPACES.
           05                      PIC X(35) VALUE
                               'HARBOR OFFICE - NOTICE OF VIOLATION'.
           05                      PIC X(5)  VALUE SPACES.
           05                      PIC X(14) VALUE 'CITATION NO.  '.
           05  NH-CITATION-NO-OUT  PIC 9(6).
           05                      PIC X(2)  VALUE SPACES.
       01  NOTICE-OPERATOR-LINE.
           05                      PIC X(10) VALUE 'OPERATOR: '.
           05  NO-OPERATOR-OUT     PIC X(20).
           05                      PIC X(2)  VALUE SPACES.
           05                      PIC X(8)  VALUE 'VESSEL: '.
           05  NO-VESSEL-ID-OUT    PIC X(8).
           05                      PIC X(1)  VALUE SPACES.
           05  NO-VESSEL-NAME-OUT  PIC X(20).
           05                      PIC X(3)  VALUE SPACES.
      *    THE OPERATOR'S MAILING ADDRESS FROM THE REGISTRY, WHEN IT
      *    HAS ONE - TWO LINES UNDER THE OPERATOR'S NAME.
       01  NOTICE-ADDRESS-LINE.
           05                      PIC X(10) VALUE SPACES.
           05  NA-ADDRESS-OUT      PIC X(25).
           05                      PIC X(37) VALUE SPACES.
       01  NOTICE-READING-LINE.
           05                      PIC X(10) VALUE 'READING:  '.
           05  NR-READING-DATE-OUT PIC 9(8).
           05                      PIC X(1)  VALUE SPACES.
           05  NR-READING-TIME-OUT PIC 9(4).
           05                      PIC X(8)  VALUE '  ZONE: '.
           05  NR-ZONE-CODE-OUT    PIC X(3).
           05                      PIC X(9)  VALUE '  SPEED: '.
           05  NR-MILES-OUT        PIC ZZ9.
           05                      PIC X(16) VALUE
                                   ' MPH IN LIMIT OF'.
           05  NR-LIMIT-OUT        PIC ZZZ9.
           05                      PIC X(4)  VALUE ' MPH'.
           05                      PIC X(2)  VALUE SPACES.
       01  NOTICE-FINE-LINE.
           05                      PIC X(10) VALUE 'FINE:     '.
           05  NF-FINE-OUT         PIC $$$,$$9.99.
           05                      PIC X(18) VALUE
                                   '  PRIOR IN WINDOW:'.
           05  NF-PRIOR-COUNT-OUT  PIC ZZ9.
           05                      PIC X(10) VALUE '  PAY BY: '.
           05  NF-DUE-DATE-OUT     PIC 9(8).
           05                      PIC X(13) VALUE SPACES.
       01  NOTICE-RULE-LINE.
           05                      PIC X(72) VALUE ALL '-'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 040-LOAD-PARAMETERS-RTN
           PERFORM 050-LOAD-FINE-SCHEDULE-RTN
           PERFORM 060-LOAD-VESSEL-REGISTRY-RTN
           PERFORM 065-LOAD-HISTORY-RTN
           PERFORM 075-LOAD-CITED-READINGS-RTN
           OPEN EXTEND CITATION-FILE
           IF WS-CITATION-STATUS = '35'
               OPEN OUTPUT CITATION-FILE
           END-IF
           OPEN OUTPUT CITATION-NOTICES
           PERFORM 200-CHECK-ONE-VIOLATION-RTN
               VARYING WS-HISTORY-SUB FROM 1 BY 1
               UNTIL WS-HISTORY-SUB > HISTORY-COUNT
           CLOSE CITATION-FILE
                 CITATION-NOTICES
           OPEN OUTPUT CITATION-NUMBER-FILE
           MOVE WS-LAST-CITATION-NO TO CN-LAST-CITATION-NO
           WRITE CITATION-NUMBER-REC
           CLOSE CITATION-NUMBER-FILE
           DISPLAY 'CITATIONS ISSUED: ' WS-CITATIONS-ISSUED
           STOP RUN
           .

       040-LOAD-PARAMETERS-RTN.
           OPEN INPUT CITATION-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ CITATION-PARM-FILE
                   NOT AT END
                       MOVE CP-REPEAT-PCT-IN TO REPEAT-ESCALATION-PCT
                       MOVE CP-WINDOW-DAYS-IN TO ROLLING-WINDOW-DAYS
                       MOVE CP-DAYS-TO-PAY-IN TO DAYS-TO-PAY
               END-READ
               CLOSE CITATION-PARM-FILE
           END-IF
           OPEN INPUT CITATION-NUMBER-FILE
           IF WS-NUMBER-STATUS = '00'
               READ CITATION-NUMBER-FILE
                   NOT AT END
                       MOVE CN-LAST-CITATION-NO TO WS-LAST-CITATION-NO
               END-READ
               CLOSE CITATION-NUMBER-FILE
           END-IF
           .

       050-LOAD-FINE-SCHEDULE-RTN.
           OPEN INPUT FINE-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FINE-SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO SCHEDULE-COUNT
                           SET FS-IDX TO SCHEDULE-COUNT
                           MOVE FS-ZONE-CODE-IN TO
                                FS-ZONE-CODE (FS-IDX)
                           MOVE FS-OVER-LIMIT-UPTO-IN TO
                                FS-OVER-LIMIT-UPTO (FS-IDX)
                           MOVE FS-FINE-AMOUNT-IN TO
                                FS-FINE-AMOUNT (FS-IDX)
                   END-READ
               END-PERFORM
               CLOSE FINE-SCHEDULE-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           .

       060-LOAD-VESSEL-REGISTRY-RTN.
           OPEN INPUT VESSEL-REGISTRY
           IF WS-REGISTRY-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VESSEL-REGISTRY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO REGISTRY-COUNT
                           SET VR-IDX TO REGISTRY-COUNT
                           MOVE VR-VESSEL-ID-IN TO
                                VR-VESSEL-ID (VR-IDX)
                           MOVE VR-VESSEL-NAME-IN TO
                                VR-VESSEL-NAME (VR-IDX)
                           MOVE VR-OPERATOR-IN TO
                                VR-OPERATOR (VR-IDX)
                           MOVE VR-STREET-IN TO VR-STREET (VR-IDX)
                           MOVE VR-CITY-IN TO VR-CITY (VR-IDX)
                           MOVE VR-STATE-IN TO VR-STATE (VR-IDX)
                           MOVE VR-ZIP-IN TO VR-ZIP (VR-IDX)
                   END-READ
               END-PERFORM
               CLOSE VESSEL-REGISTRY
               MOVE 'N' TO WS-EOF
           END-IF
           .

       065-LOAD-HISTORY-RTN.
           OPEN INPUT VIOLATION-HISTORY
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VIOLATION-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HISTORY-COUNT NOT < MAX-HISTORY-ENTRIES
                               PERFORM 067-HISTORY-FULL-RTN
                           END-IF
                           ADD 1 TO HISTORY-COUNT
                           SET VH-IDX TO HISTORY-COUNT
                           MOVE VH-VESSEL-ID TO HT-VESSEL-ID (VH-IDX)
                           MOVE VH-READING-DATE TO
                                HT-READING-DATE (VH-IDX)
                           MOVE VH-READING-TIME TO
                                HT-READING-TIME (VH-IDX)
                           MOVE VH-ZONE-CODE TO HT-ZONE-CODE (VH-IDX)
                           MOVE VH-MILES-PER-HOUR TO
                                HT-MILES-PER-HOUR (VH-IDX)
                           MOVE VH-SPEED-LIMIT TO
                                HT-SPEED-LIMIT (VH-IDX)
                   END-READ
               END-PERFORM
               CLOSE VIOLATION-HISTORY
               MOVE 'N' TO WS-EOF
           END-IF
           .

      *    A VIOLATION LEFT OFF THE TABLE WOULD NEVER BE CITED AND
      *    WOULD DROP OUT OF EVERY REPEAT COUNT, SO THE RUN STOPS
      *    BEFORE ANYTHING IS ISSUED.
       067-HISTORY-FULL-RTN.
           DISPLAY " "
           DISPLAY "CITATION RUN HALTED - DATA/VIOHIST.DAT HOLDS MORE "
                   "THAN " MAX-HISTORY-ENTRIES " VIOLATIONS"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       070-LOOKUP-VESSEL-RTN.
           MOVE 'NOT IN REGISTRY' TO WS-VESSEL-NAME-HOLD
           MOVE 'REGISTERED OPERATOR' TO WS-OPERATOR-HOLD
           MOVE SPACES TO WS-STREET-HOLD
           MOVE SPACES TO WS-CITY-STATE-ZIP-HOLD
           SET VR-IDX TO 1
           SEARCH REGISTRY-ENTRY
               AT END
                   CONTINUE
               WHEN VR-VESSEL-ID (VR-IDX) = WS-VESSEL-LOOKUP-ID
                   MOVE VR-VESSEL-NAME (VR-IDX)
                       TO WS-VESSEL-NAME-HOLD
                   MOVE VR-OPERATOR (VR-IDX) TO WS-OPERATOR-HOLD
                   MOVE VR-STREET (VR-IDX) TO WS-STREET-HOLD
                   MOVE VR-CITY-STATE-ZIP (VR-IDX)
                       TO WS-CITY-STATE-ZIP-HOLD
           END-SEARCH
           .

      *    THE CITATION FILE IS READ ONCE FOR THE READINGS IT ALREADY
      *    COVERS, SO A RERUN NEVER CITES THE SAME READING TWICE.
       075-LOAD-CITED-READINGS-RTN.
           OPEN INPUT CITATION-FILE
           IF WS-CITATION-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CITATION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CT-VESSEL-ID TO RK-VESSEL-ID
                           MOVE CT-READING-DATE TO RK-READING-DATE
                           MOVE CT-READING-TIME TO RK-READING-TIME
                           MOVE CT-ZONE-CODE TO RK-ZONE-CODE
                           IF CITED-COUNT NOT < MAX-CITED-ENTRIES
                               PERFORM 077-CITED-FULL-RTN
                           END-IF
                           ADD 1 TO CITED-COUNT
                           SET CD-IDX TO CITED-COUNT
                           MOVE WS-READING-KEY TO CD-CITED-KEY (CD-IDX)
                   END-READ
               END-PERFORM
               CLOSE CITATION-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           .

      *    A CITATION LEFT OFF THE TABLE WOULD BE ISSUED A SECOND
      *    TIME, SO THE RUN STOPS BEFORE ANYTHING IS ISSUED.
       077-CITED-FULL-RTN.
           DISPLAY " "
           DISPLAY "CITATION RUN HALTED - DATA/CITATION.DAT HOLDS MORE "
                   "THAN " MAX-CITED-ENTRIES " CITATIONS"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       200-CHECK-ONE-VIOLATION-RTN.
           SET VH-IDX TO WS-HISTORY-SUB
           MOVE HT-VESSEL-ID (VH-IDX) TO RK-VESSEL-ID
           MOVE HT-READING-DATE (VH-IDX) TO RK-READING-DATE
           MOVE HT-READING-TIME (VH-IDX) TO RK-READING-TIME
           MOVE HT-ZONE-CODE (VH-IDX) TO RK-ZONE-CODE
           MOVE 'N' TO ALREADY-CITED-SW
           SET CD-IDX TO 1
           SEARCH CITED-ENTRY
               AT END
                   CONTINUE
               WHEN CD-CITED-KEY (CD-IDX) = WS-READING-KEY
                   MOVE 'Y' TO ALREADY-CITED-SW
           END-SEARCH
           IF NOT ALREADY-CITED
               PERFORM 210-ISSUE-CITATION-RTN
           END-IF
           .

       210-ISSUE-CITATION-RTN.
           SET VH-IDX TO WS-HISTORY-SUB
           COMPUTE WS-MPH-OVER = HT-MILES-PER-HOUR (VH-IDX)
               - HT-SPEED-LIMIT (VH-IDX)
           PERFORM 220-LOOKUP-FINE-RTN
           MOVE ZERO TO WS-PRIOR-COUNT
           PERFORM 230-COUNT-EARLIER-RTN
               VARYING WS-EARLIER-SUB FROM 1 BY 1
               UNTIL WS-EARLIER-SUB > HISTORY-COUNT
           COMPUTE WS-FINE-AMOUNT ROUNDED = WS-BEST-FINE
               + WS-BEST-FINE * REPEAT-ESCALATION-PCT / 100
               * WS-PRIOR-COUNT
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + DAYS-TO-PAY)
           ADD 1 TO WS-LAST-CITATION-NO
           ADD 1 TO WS-CITATIONS-ISSUED
           SET VH-IDX TO WS-HISTORY-SUB
           MOVE WS-LAST-CITATION-NO TO CT-CITATION-NO
           MOVE WS-RUN-DATE TO CT-ISSUE-DATE
           MOVE HT-VESSEL-ID (VH-IDX) TO CT-VESSEL-ID
           MOVE HT-READING-DATE (VH-IDX) TO CT-READING-DATE
           MOVE HT-READING-TIME (VH-IDX) TO CT-READING-TIME
           MOVE HT-ZONE-CODE (VH-IDX) TO CT-ZONE-CODE
           MOVE HT-MILES-PER-HOUR (VH-IDX) TO CT-MILES-PER-HOUR
           MOVE HT-SPEED-LIMIT (VH-IDX) TO CT-SPEED-LIMIT
           MOVE WS-PRIOR-COUNT TO CT-PRIOR-COUNT
           MOVE WS-FINE-AMOUNT TO CT-FINE-AMOUNT
           MOVE ZERO TO CT-AMOUNT-PAID
           MOVE 'O' TO CT-STATUS
           MOVE WS-RUN-DATE TO CT-STATUS-DATE
           WRITE CITATION-REC
           PERFORM 250-PRINT-NOTICE-RTN
           .

      *    THE ZONE'S OWN SCHEDULE IS USED IF IT HAS ONE, ELSE THE
      *    HARBOR-WIDE *** SCHEDULE. THE NARROWEST BAND COVERING THE
      *    MPH OVER SETS THE FINE; PAST THE TOP BAND, THE TOP BAND'S
      *    FINE APPLIES. NO SCHEDULE AT ALL LEAVES A ZERO FINE FOR
      *    THE OFFICE TO SET BY HAND.
       220-LOOKUP-FINE-RTN.
           SET VH-IDX TO WS-HISTORY-SUB
           MOVE HT-ZONE-CODE (VH-IDX) TO WS-SCHEDULE-ZONE
           SET FS-IDX TO 1
           SEARCH SCHEDULE-ENTRY
               AT END
                   MOVE '***' TO WS-SCHEDULE-ZONE
               WHEN FS-ZONE-CODE (FS-IDX) = WS-SCHEDULE-ZONE
                   CONTINUE
           END-SEARCH
           MOVE 'N' TO FINE-FOUND-SW
           MOVE 999 TO WS-BEST-UPTO
           MOVE ZERO TO WS-BEST-FINE
           MOVE ZERO TO WS-TOP-UPTO
           MOVE ZERO TO WS-TOP-FINE
           PERFORM 225-CHECK-ONE-BAND-RTN
               VARYING WS-SCHEDULE-SUB FROM 1 BY 1
               UNTIL WS-SCHEDULE-SUB > SCHEDULE-COUNT
           IF NOT FINE-FOUND
               MOVE WS-TOP-FINE TO WS-BEST-FINE
           END-IF
           .

       225-CHECK-ONE-BAND-RTN.
           SET FS-IDX TO WS-SCHEDULE-SUB
           IF FS-ZONE-CODE (FS-IDX) = WS-SCHEDULE-ZONE
               IF FS-OVER-LIMIT-UPTO (FS-IDX) NOT LESS THAN WS-MPH-OVER
                  AND FS-OVER-LIMIT-UPTO (FS-IDX)
                          NOT GREATER THAN WS-BEST-UPTO
                   MOVE 'Y' TO FINE-FOUND-SW
                   MOVE FS-OVER-LIMIT-UPTO (FS-IDX) TO WS-BEST-UPTO
                   MOVE FS-FINE-AMOUNT (FS-IDX) TO WS-BEST-FINE
               END-IF
               IF FS-OVER-LIMIT-UPTO (FS-IDX) NOT LESS THAN WS-TOP-UPTO
                   MOVE FS-OVER-LIMIT-UPTO (FS-IDX) TO WS-TOP-UPTO
                   MOVE FS-FINE-AMOUNT (FS-IDX) TO WS-TOP-FINE
               END-IF
           END-IF
           .

      *    AN EARLIER VIOLATION IS THE SAME VESSEL, READ BEFORE THIS
      *    ONE AND NO MORE THAN THE WINDOW'S DAYS BEFORE IT.
       230-COUNT-EARLIER-RTN.
           SET VH-IDX TO WS-EARLIER-SUB
           IF HT-VESSEL-ID (VH-IDX) = RK-VESSEL-ID
              AND HT-READING-STAMP (VH-IDX) <
                      HT-READING-STAMP (WS-HISTORY-SUB)
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (RK-READING-DATE)
                   - FUNCTION INTEGER-OF-DATE (HT-READING-DATE (VH-IDX))
               IF WS-AGE-DAYS NOT GREATER THAN ROLLING-WINDOW-DAYS
                  AND WS-PRIOR-COUNT < 99
                   ADD 1 TO WS-PRIOR-COUNT
               END-IF
           END-IF
           .

       250-PRINT-NOTICE-RTN.
           MOVE CT-VESSEL-ID TO WS-VESSEL-LOOKUP-ID
           PERFORM 070-LOOKUP-VESSEL-RTN
           MOVE CT-CITATION-NO TO NH-CITATION-NO-OUT
           WRITE NOTICE-LINE FROM NOTICE-HEADING-LINE
           MOVE WS-OPERATOR-HOLD TO NO-OPERATOR-OUT
           MOVE CT-VESSEL-ID TO NO-VESSEL-ID-OUT
           MOVE WS-VESSEL-NAME-HOLD TO NO-VESSEL-NAME-OUT
           WRITE NOTICE-LINE FROM NOTICE-OPERATOR-LINE
           IF WS-STREET-HOLD NOT = SPACES
               MOVE WS-STREET-HOLD TO NA-ADDRESS-OUT
               WRITE NOTICE-LINE FROM NOTICE-ADDRESS-LINE
               MOVE WS-CITY-STATE-ZIP-HOLD TO NA-ADDRESS-OUT
               WRITE NOTICE-LINE FROM NOTICE-ADDRESS-LINE
           END-IF
           MOVE CT-READING-DATE TO NR-READING-DATE-OUT
           MOVE CT-READING-TIME TO NR-READING-TIME-OUT
           MOVE CT-ZONE-CODE TO NR-ZONE-CODE-OUT
           MOVE CT-MILES-PER-HOUR TO NR-MILES-OUT
           MOVE CT-SPEED-LIMIT TO NR-LIMIT-OUT
           WRITE NOTICE-LINE FROM NOTICE-READING-LINE
           MOVE CT-FINE-AMOUNT TO NF-FINE-OUT
           MOVE CT-PRIOR-COUNT TO NF-PRIOR-COUNT-OUT
           MOVE WS-DUE-DATE TO NF-DUE-DATE-OUT
           WRITE NOTICE-LINE FROM NOTICE-FINE-LINE
           WRITE NOTICE-LINE FROM NOTICE-RULE-LINE
           .
