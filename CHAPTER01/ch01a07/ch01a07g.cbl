       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH01A07G.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.
      *REMARKS.
      ******************************************************************
      *    Monthly registration run. Reads the vessel registry         *
      *    (VESSELRG.DAT) that CH01A07F maintains. Every registration  *
      *    expiring within the notice period - 60 days from the run    *
      *    date - gets a renewal notice to its operator's address on   *
      *    RENEWNOT.DAT; a vessel inside the period on two monthly     *
      *    runs gets a second notice as its reminder. Every            *
      *    registration already expired, and every vessel with no      *
      *    expiry date on file, is listed on LAPSED.DAT with the days  *
      *    since it lapsed.                                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VESSEL-REGISTRY ASSIGN TO "DATA/VESSELRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT RENEWAL-NOTICES ASSIGN TO "DATA/RENEWNOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LAPSED-LISTING ASSIGN TO "DATA/LAPSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT MATCHED TO VESSEL-REGISTRY-REC IN CH01A07F.
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

       FD  RENEWAL-NOTICES.
       01  NOTICE-LINE             PIC X(72).

       FD  LAPSED-LISTING.
       01  LAPSED-REC.
           05  LP-VESSEL-ID-OUT    PIC X(8).
           05                      PIC X(2).
           05  LP-VESSEL-NAME-OUT  PIC X(20).
           05                      PIC X(2).
           05  LP-OPERATOR-OUT     PIC X(20).
           05                      PIC X(2).
           05  LP-EXPIRY-DATE-OUT  PIC X(8).
           05                      PIC X(2).
           05  LP-DAYS-LAPSED-OUT  PIC Z,ZZ9.
           05  LP-NO-DATES-OUT REDEFINES LP-DAYS-LAPSED-OUT
                                   PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-REGISTRY-STATUS      PIC XX.
       01  RENEWAL-NOTICE-DAYS     PIC 9(3) VALUE 60.
       01  WS-NOTICE-CUTOFF-DATE   PIC 9(8) VALUE ZERO.
       01  WS-DAYS-LAPSED          PIC 9(5) VALUE ZERO.
       01  WS-NOTICE-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-LAPSED-COUNT         PIC 9(4) VALUE ZERO.

       01  NOTICE-HEADING-LINE.
           05                      PIC X(10) VALUE SPACES.
           05                      PIC X(40) VALUE
                         'HARBOR OFFICE - REGISTRATION RENEWAL DUE'.
           05                      PIC X(22) VALUE SPACES.
       01  NOTICE-ADDRESS-LINE.
           05                      PIC X(10) VALUE SPACES.
           05  NA-ADDRESS-OUT      PIC X(25).
           05                      PIC X(37) VALUE SPACES.
       01  NOTICE-CITY-LINE.
           05                      PIC X(10) VALUE SPACES.
           05  NC-CITY-OUT         PIC X(15).
           05                      PIC X(1)  VALUE SPACES.
           05  NC-STATE-OUT        PIC X(2).
           05                      PIC X(1)  VALUE SPACES.
           05  NC-ZIP-OUT          PIC X(5).
           05                      PIC X(38) VALUE SPACES.
       01  NOTICE-VESSEL-LINE.
           05                      PIC X(10) VALUE 'VESSEL:   '.
           05  NV-VESSEL-ID-OUT    PIC X(8).
           05                      PIC X(1)  VALUE SPACES.
           05  NV-VESSEL-NAME-OUT  PIC X(20).
           05                      PIC X(9)  VALUE '  CLASS: '.
           05  NV-CLASS-OUT        PIC X(2).
           05                      PIC X(22) VALUE SPACES.
       01  NOTICE-EXPIRY-LINE.
           05                      PIC X(29) VALUE
                                   'YOUR REGISTRATION EXPIRES ON '.
           05  NE-EXPIRY-DATE-OUT  PIC 9(8).
           05                      PIC X(35) VALUE '.'.
       01  NOTICE-EXPIRY-LINE-2.
           05                      PIC X(40) VALUE
                         'PLEASE RENEW BEFORE THAT DATE TO KEEP TH'.
           05                      PIC X(32) VALUE
                         'E VESSEL ON HARBOR WATERS.'.
       01  NOTICE-RULE-LINE.
           05                      PIC X(72) VALUE ALL '-'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-NOTICE-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                + RENEWAL-NOTICE-DAYS)
           OPEN INPUT VESSEL-REGISTRY
           IF WS-REGISTRY-STATUS NOT = '00'
               DISPLAY " "
               DISPLAY "RENEWAL RUN HALTED - NO DATA/VESSELRG.DAT "
                       "REGISTRY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RENEWAL-NOTICES
                OUTPUT LAPSED-LISTING
           PERFORM UNTIL WS-EOF = 'Y'
               READ VESSEL-REGISTRY
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 200-CHECK-ONE-VESSEL-RTN
               END-READ
           END-PERFORM
           CLOSE VESSEL-REGISTRY
                 RENEWAL-NOTICES
                 LAPSED-LISTING
           DISPLAY "CH01A07G: " WS-NOTICE-COUNT " RENEWAL NOTICES  "
                   WS-LAPSED-COUNT " LAPSED"
           STOP RUN
           .

       200-CHECK-ONE-VESSEL-RTN.
           EVALUATE TRUE
               WHEN VR-EXPIRY-DATE-IN NOT NUMERIC
                 OR VR-EXPIRY-DATE-IN = ZERO
                   PERFORM 220-LIST-LAPSED-RTN
               WHEN VR-EXPIRY-DATE-IN < WS-RUN-DATE
                   PERFORM 220-LIST-LAPSED-RTN
               WHEN VR-EXPIRY-DATE-IN NOT > WS-NOTICE-CUTOFF-DATE
                   PERFORM 210-PRINT-NOTICE-RTN
           END-EVALUATE
           .

       210-PRINT-NOTICE-RTN.
           ADD 1 TO WS-NOTICE-COUNT
           WRITE NOTICE-LINE FROM NOTICE-HEADING-LINE
           MOVE VR-OPERATOR-IN TO NA-ADDRESS-OUT
           WRITE NOTICE-LINE FROM NOTICE-ADDRESS-LINE
           MOVE VR-STREET-IN TO NA-ADDRESS-OUT
           WRITE NOTICE-LINE FROM NOTICE-ADDRESS-LINE
           MOVE VR-CITY-IN TO NC-CITY-OUT
           MOVE VR-STATE-IN TO NC-STATE-OUT
           MOVE VR-ZIP-IN TO NC-ZIP-OUT
           WRITE NOTICE-LINE FROM NOTICE-CITY-LINE
           MOVE VR-VESSEL-ID-IN TO NV-VESSEL-ID-OUT
           MOVE VR-VESSEL-NAME-IN TO NV-VESSEL-NAME-OUT
           MOVE VR-VESSEL-CLASS-IN TO NV-CLASS-OUT
           WRITE NOTICE-LINE FROM NOTICE-VESSEL-LINE
           MOVE VR-EXPIRY-DATE-IN TO NE-EXPIRY-DATE-OUT
           WRITE NOTICE-LINE FROM NOTICE-EXPIRY-LINE
           WRITE NOTICE-LINE FROM NOTICE-EXPIRY-LINE-2
           WRITE NOTICE-LINE FROM NOTICE-RULE-LINE
           .

       220-LIST-LAPSED-RTN.
           ADD 1 TO WS-LAPSED-COUNT
           MOVE SPACES TO LAPSED-REC
           MOVE VR-VESSEL-ID-IN TO LP-VESSEL-ID-OUT
           MOVE VR-VESSEL-NAME-IN TO LP-VESSEL-NAME-OUT
           MOVE VR-OPERATOR-IN TO LP-OPERATOR-OUT
           IF VR-EXPIRY-DATE-IN NUMERIC
              AND VR-EXPIRY-DATE-IN > ZERO
               MOVE VR-EXPIRY-DATE-IN TO LP-EXPIRY-DATE-OUT
               COMPUTE WS-DAYS-LAPSED =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (VR-EXPIRY-DATE-IN)
               MOVE WS-DAYS-LAPSED TO LP-DAYS-LAPSED-OUT
           ELSE
               MOVE 'NONE' TO LP-EXPIRY-DATE-OUT
               MOVE '  N/A' TO LP-NO-DATES-OUT
           END-IF
           WRITE LAPSED-REC
           .
