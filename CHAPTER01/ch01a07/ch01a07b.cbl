      *    VESSEL REGISTRY - NAME AND OPERATOR PER VESSEL-ID, SO A
      *    VIOLATION CAN FINALLY BE TIED TO A BOAT. A LOGGED VESSEL
      *    WITH NO REGISTRY ENTRY STILL LISTS, FLAGGED UNREGISTERED.
      *    A VIOLATION BY A VESSEL WHOSE REGISTRATION HAD EXPIRED BY
      *    THE READING DATE LISTS A SECOND TIME, AS ITS OWN OFFENSE.
           SELECT VESSEL-REGISTRY ASSIGN TO "DATA/VESSELRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
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

       FD  VIOLATION-HISTORY.
       01  VIOLATION-HISTORY-REC.
               10  VR-VESSEL-ID    PIC X(8)  VALUE SPACES.
               10  VR-VESSEL-NAME  PIC X(20) VALUE SPACES.
               10  VR-OPERATOR     PIC X(20) VALUE SPACES.
               10  VR-EXPIRY-DATE  PIC 9(8)  VALUE ZERO.
       01  REGISTRY-COUNT          PIC 9(3) VALUE ZERO.
       01  REGISTRY-EOF-SW         PIC X VALUE 'N'.
           88  REGISTRY-FILE-EOF   VALUE 'Y'.
       01  WS-VESSEL-LOOKUP-ID     PIC X(8) VALUE SPACES.
       01  WS-VESSEL-NAME-HOLD     PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-HOLD        PIC X(20) VALUE SPACES.
       01  WS-EXPIRY-DATE-HOLD     PIC 9(8) VALUE ZERO.

      *    PER-VESSEL VIOLATION COUNT INSIDE THE ROLLING WINDOW,
      *    TALLIED FROM THE FULL HISTORY FILE (THIS RUN'S VIOLATIONS
                                VR-VESSEL-NAME (VR-IDX)
                           MOVE VR-OPERATOR-IN TO
                                VR-OPERATOR (VR-IDX)
                           IF VR-EXPIRY-DATE-IN NUMERIC
                               MOVE VR-EXPIRY-DATE-IN TO
                                    VR-EXPIRY-DATE (VR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VESSEL-REGISTRY
       070-LOOKUP-VESSEL-RTN.
           MOVE 'NOT IN REGISTRY' TO WS-VESSEL-NAME-HOLD
           MOVE SPACES TO WS-OPERATOR-HOLD
           MOVE ZERO TO WS-EXPIRY-DATE-HOLD
           SET VR-IDX TO 1
           SEARCH REGISTRY-ENTRY
               AT END
                   MOVE VR-VESSEL-NAME (VR-IDX)
                       TO WS-VESSEL-NAME-HOLD
                   MOVE VR-OPERATOR (VR-IDX) TO WS-OPERATOR-HOLD
                   MOVE VR-EXPIRY-DATE (VR-IDX)
                       TO WS-EXPIRY-DATE-HOLD
           END-SEARCH
           .

               AND WS-MILES-PER-HOUR > ZL-SPEED-LIMIT (ZL-IDX)
               MOVE VESSEL-ID-IN TO WS-VESSEL-LOOKUP-ID
               PERFORM 070-LOOKUP-VESSEL-RTN
               PERFORM 215-BUILD-VIOLATION-LINE-RTN
               MOVE 'EXCEEDS POSTED ZONE LIMIT' TO VIO-REASON-OUT
               WRITE VIOLATION-REC
               PERFORM 220-APPEND-HISTORY-RTN
               IF WS-EXPIRY-DATE-HOLD > ZERO
                  AND WS-EXPIRY-DATE-HOLD < READING-DATE-IN
                   PERFORM 215-BUILD-VIOLATION-LINE-RTN
                   MOVE 'REGISTRATION LAPSED' TO VIO-REASON-OUT
                   WRITE VIOLATION-REC
               END-IF
           END-IF
           .

       215-BUILD-VIOLATION-LINE-RTN.
           MOVE SPACES TO VIOLATION-REC
           MOVE VESSEL-ID-IN TO VIO-VESSEL-ID-OUT
           MOVE WS-VESSEL-NAME-HOLD TO VIO-VESSEL-NAME-OUT
           MOVE ZONE-CODE-IN TO VIO-ZONE-CODE-OUT
           MOVE KNOTS-IN TO VIO-KNOTS-OUT
           MOVE WS-MILES-PER-HOUR TO VIO-MILES-OUT
           MOVE ZL-SPEED-LIMIT (ZL-IDX) TO VIO-LIMIT-OUT
           .

       220-APPEND-HISTORY-RTN.
           MOVE VESSEL-ID-IN TO VH-VESSEL-ID
           MOVE READING-DATE-IN TO VH-READING-DATE
