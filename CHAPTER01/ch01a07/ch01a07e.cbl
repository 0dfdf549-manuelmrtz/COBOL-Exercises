       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH01A07E.
      *AUTHOR. MANUEL A. MARTINEZ.
      *DATE-WRITTEN. 10-15-2026.
      *REMARKS.
      ******************************************************************
      *    Channel traffic profile for the harbor master. Reads the    *
      *    same VESSEL-LOG as CH01A07B, over the date range on         *
      *    TRAFPARM.DAT (the whole log when that file is absent), and  *
      *    reports each zone's traffic on TRAFFIC.DAT: readings and    *
      *    distinct vessels in total, by hour of day and by day of     *
      *    week, the zone's busiest hours flagged PEAK. Each zone also *
      *    shows its average and 85th-percentile speed in miles per    *
      *    hour against the ZONELIM.DAT posted limit, and the percent  *
      *    of readings over that limit. Zones print in ZONELIM.DAT     *
      *    order, then any logged zone with no posted limit. A zone    *
      *    past the 50 the table holds is left off and its readings    *
      *    counted; once 5000 vessel-cell pairs have been seen, later  *
      *    vessels are no longer counted as distinct. Either ends the  *
      *    run with a warning and return code 4.                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VESSEL-LOG ASSIGN TO "DATA/VESSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ZONE-LIMIT-FILE ASSIGN TO "DATA/ZONELIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-LIMIT-STATUS.

      *    OPTIONAL REPORTING PERIOD - FIRST AND LAST READING DATE.
           SELECT TRAFFIC-PARM-FILE ASSIGN TO "DATA/TRAFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TRAFFIC-REPORT ASSIGN TO "DATA/TRAFFIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VESSEL-LOG.
       01  VESSEL-LOG-REC.
           05  KNOTS-IN            PIC 999.
           05  ZONE-CODE-IN        PIC X(3).
           05  VESSEL-ID-IN        PIC X(8).
           05  READING-DATE-IN     PIC 9(8).
           05  READING-TIME-IN     PIC 9(4).
           05  READING-TIME-PARTS REDEFINES READING-TIME-IN.
               10  READING-HOUR-IN PIC 99.
               10  READING-MINUTE-IN PIC 99.

       FD  ZONE-LIMIT-FILE.
       01  ZONE-LIMIT-REC.
           05  ZL-ZONE-CODE-IN     PIC X(3).
           05  ZL-SPEED-LIMIT-IN   PIC 999.

       FD  TRAFFIC-PARM-FILE.
       01  TRAFFIC-PARM-REC.
           05  TP-FROM-DATE-IN     PIC 9(8).
           05  TP-TO-DATE-IN       PIC 9(8).

       FD  TRAFFIC-REPORT.
       01  TRAFFIC-LINE            PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-ZONE-LIMIT-STATUS    PIC XX.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE              PIC 9(8) VALUE 99999999.
       01  WS-MILES-PER-HOUR       PIC 999 VALUE ZERO.
       01  WS-READINGS-SKIPPED     PIC 9(6) VALUE ZERO.

      *    ONE ENTRY PER ZONE, WITH ITS HOUR-OF-DAY AND DAY-OF-WEEK
      *    CELLS AND A COUNT OF READINGS AT EACH WHOLE MILE PER HOUR
      *    FOR THE PERCENTILE. SPEEDS OVER 299 COUNT AS 299.
       01  ZONE-TABLE.
           05  ZONE-ENTRY OCCURS 50 TIMES
                   INDEXED BY ZN-IDX.
               10  ZN-ZONE-CODE    PIC X(3) VALUE SPACES.
               10  ZN-SPEED-LIMIT  PIC 999 VALUE ZERO.
               10  ZN-LIMIT-SW     PIC X VALUE 'N'.
                   88  ZN-HAS-LIMIT    VALUE 'Y'.
               10  ZN-READINGS     PIC 9(6) VALUE ZERO.
               10  ZN-VESSELS      PIC 9(5) VALUE ZERO.
               10  ZN-MPH-TOTAL    PIC 9(9) VALUE ZERO.
               10  ZN-OVER-LIMIT   PIC 9(6) VALUE ZERO.
               10  ZN-HOUR-CELL OCCURS 24 TIMES.
                   15  ZN-HOUR-READINGS PIC 9(5) VALUE ZERO.
                   15  ZN-HOUR-VESSELS  PIC 9(4) VALUE ZERO.
               10  ZN-DAY-CELL OCCURS 7 TIMES.
                   15  ZN-DAY-READINGS  PIC 9(5) VALUE ZERO.
                   15  ZN-DAY-VESSELS   PIC 9(4) VALUE ZERO.
               10  ZN-SPEED-COUNT  PIC 9(5) VALUE ZERO
                                   OCCURS 300 TIMES.
       01  ZONE-COUNT              PIC 99 VALUE ZERO.
       01  MAX-ZONE-ENTRIES        PIC 99 VALUE 50.
       01  ZONE-FOUND-SW           PIC X VALUE 'N'.
           88  ZONE-FOUND          VALUE 'Y'.
       01  WS-ZONES-DROPPED        PIC 9(4) VALUE ZERO.
       01  WS-READINGS-NO-ZONE     PIC 9(6) VALUE ZERO.
       01  WS-ZONE-SUB             PIC 99 VALUE ZERO.

      *    EVERY VESSEL ALREADY COUNTED IN A ZONE (KIND Z), A ZONE'S
      *    HOUR (KIND H) OR A ZONE'S WEEKDAY (KIND D), SO EACH VESSEL
      *    IS COUNTED ONCE PER CELL HOWEVER OFTEN IT IS READ THERE.
       01  SEEN-TABLE.
           05  SEEN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY SN-IDX.
               10  SN-SEEN-KEY     PIC X(14) VALUE SPACES.
       01  SEEN-COUNT              PIC 9(4) VALUE ZERO.
       01  MAX-SEEN-ENTRIES        PIC 9(4) VALUE 5000.
       01  SEEN-FULL-SW            PIC X VALUE 'N'.
           88  SEEN-TABLE-FULL     VALUE 'Y'.
       01  WS-SEEN-KEY.
           05  SK-ZONE-CODE        PIC X(3).
           05  SK-KIND             PIC X.
           05  SK-BUCKET           PIC 99.
           05  SK-VESSEL-ID        PIC X(8).
       01  VESSEL-NEW-SW           PIC X VALUE 'N'.
           88  VESSEL-NEW          VALUE 'Y'.

       01  WS-HOUR-SUB             PIC 99 VALUE ZERO.
       01  WS-DAY-SUB              PIC 9 VALUE ZERO.
       01  WS-SPEED-SUB            PIC 999 VALUE ZERO.
       01  WS-DAY-NUMBER           PIC 9(7) VALUE ZERO.
       01  WS-WEEKS                PIC 9(7) VALUE ZERO.
       01  WS-WEEKDAY-REMAINDER    PIC 9 VALUE ZERO.
      *    DAY 1 OF THE INTEGER-OF-DATE CALENDAR, 1601-01-01, WAS A
      *    MONDAY, SO THE REMAINDER AFTER SEVENS COUNTS FROM MONDAY.
       01  WEEKDAY-NAMES-DATA      PIC X(21)
                                   VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WEEKDAY-NAMES REDEFINES WEEKDAY-NAMES-DATA.
           05  WEEKDAY-NAME        PIC X(3) OCCURS 7 TIMES.

       01  WS-PEAK-READINGS        PIC 9(5) VALUE ZERO.
       01  WS-PERCENTILE-TARGET    PIC 9(6) VALUE ZERO.
       01  WS-CUMULATIVE-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-PERCENTILE-SPEED     PIC 999 VALUE ZERO.
       01  PERCENTILE-FOUND-SW     PIC X VALUE 'N'.
           88  PERCENTILE-FOUND    VALUE 'Y'.

       01  ZONE-HEADING-LINE.
           05                      PIC X(5)  VALUE 'ZONE '.
           05  ZH-ZONE-CODE-OUT    PIC X(3).
           05                      PIC X(10) VALUE '   LIMIT: '.
           05  ZH-LIMIT-OUT        PIC X(4).
           05                      PIC X(13) VALUE '   READINGS: '.
           05  ZH-READINGS-OUT     PIC ZZZ,ZZ9.
           05                      PIC X(12) VALUE '   VESSELS: '.
           05  ZH-VESSELS-OUT      PIC ZZ,ZZ9.
           05                      PIC X(12) VALUE SPACES.
       01  ZONE-SPEED-LINE.
           05                      PIC X(10) VALUE '  AVG MPH '.
           05  ZS-AVERAGE-OUT      PIC ZZ9.9.
           05                      PIC X(14) VALUE '   85TH PCTL: '.
           05  ZS-PERCENTILE-OUT   PIC ZZ9.
           05                      PIC X(16) VALUE
                                   '   OVER LIMIT:  '.
           05  ZS-OVER-PCT-OUT     PIC ZZ9.9.
           05  ZS-OVER-PCT-TEXT REDEFINES ZS-OVER-PCT-OUT
                                   PIC X(5).
           05  ZS-OVER-PCT-SIGN    PIC X(1).
           05                      PIC X(18) VALUE SPACES.
       01  HOUR-LINE.
           05                      PIC X(7)  VALUE '  HOUR '.
           05  HL-HOUR-OUT         PIC 99.
           05                      PIC X(12) VALUE '  READINGS: '.
           05  HL-READINGS-OUT     PIC ZZ,ZZ9.
           05                      PIC X(11) VALUE '  VESSELS: '.
           05  HL-VESSELS-OUT      PIC Z,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05  HL-PEAK-OUT         PIC X(10) VALUE SPACES.
           05                      PIC X(17) VALUE SPACES.
       01  DAY-LINE.
           05                      PIC X(6)  VALUE SPACES.
           05  DL-DAY-OUT          PIC X(3).
           05                      PIC X(12) VALUE '  READINGS: '.
           05  DL-READINGS-OUT     PIC ZZ,ZZ9.
           05                      PIC X(11) VALUE '  VESSELS: '.
           05  DL-VESSELS-OUT      PIC Z,ZZ9.
           05                      PIC X(29) VALUE SPACES.
       01  BLANK-LINE              PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 040-LOAD-PARAMETERS-RTN
           PERFORM 050-LOAD-ZONE-LIMIT-TABLE-RTN
           OPEN INPUT VESSEL-LOG
           PERFORM UNTIL WS-EOF = 'Y'
               READ VESSEL-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 200-TALLY-READING-RTN
               END-READ
           END-PERFORM
           CLOSE VESSEL-LOG
           OPEN OUTPUT TRAFFIC-REPORT
           PERFORM 300-ZONE-REPORT-RTN
               VARYING WS-ZONE-SUB FROM 1 BY 1
               UNTIL WS-ZONE-SUB > ZONE-COUNT
           CLOSE TRAFFIC-REPORT
           DISPLAY 'READINGS SKIPPED: ' WS-READINGS-SKIPPED
           IF WS-ZONES-DROPPED > ZERO
              OR WS-READINGS-NO-ZONE > ZERO
               DISPLAY 'WARNING: ZONE TABLE FULL - ' WS-ZONES-DROPPED
                       ' ZONE LIMITS AND ' WS-READINGS-NO-ZONE
                       ' READINGS LEFT OFF THE REPORT'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SEEN-TABLE-FULL
               DISPLAY 'WARNING: VESSEL TABLE FULL - DISTINCT VESSEL '
                       'COUNTS ARE UNDERSTATED'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       040-LOAD-PARAMETERS-RTN.
           OPEN INPUT TRAFFIC-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ TRAFFIC-PARM-FILE
                   NOT AT END
                       MOVE TP-FROM-DATE-IN TO WS-FROM-DATE
                       MOVE TP-TO-DATE-IN TO WS-TO-DATE
               END-READ
               CLOSE TRAFFIC-PARM-FILE
           END-IF
           .

       050-LOAD-ZONE-LIMIT-TABLE-RTN.
           OPEN INPUT ZONE-LIMIT-FILE
           IF WS-ZONE-LIMIT-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ZONE-LIMIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ZONE-COUNT < MAX-ZONE-ENTRIES
                               ADD 1 TO ZONE-COUNT
                               SET ZN-IDX TO ZONE-COUNT
                               MOVE ZL-ZONE-CODE-IN TO
                                    ZN-ZONE-CODE (ZN-IDX)
                               MOVE ZL-SPEED-LIMIT-IN TO
                                    ZN-SPEED-LIMIT (ZN-IDX)
                               MOVE 'Y' TO ZN-LIMIT-SW (ZN-IDX)
                           ELSE
                               ADD 1 TO WS-ZONES-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZONE-LIMIT-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           .

      *    A READING OUTSIDE THE PERIOD, OR WITH A TIME THAT IS NOT A
      *    CLOCK TIME, IS SKIPPED AND COUNTED.
       200-TALLY-READING-RTN.
           IF READING-DATE-IN NOT NUMERIC
              OR READING-TIME-IN NOT NUMERIC
              OR READING-DATE-IN < WS-FROM-DATE
              OR READING-DATE-IN > WS-TO-DATE
              OR READING-HOUR-IN > 23
               ADD 1 TO WS-READINGS-SKIPPED
           ELSE
               PERFORM 210-FIND-ZONE-RTN
               IF ZONE-FOUND
                   PERFORM 220-TALLY-ZONE-RTN
               ELSE
                   ADD 1 TO WS-READINGS-NO-ZONE
               END-IF
           END-IF
           .

      *    A ZONE NOT YET IN THE TABLE IS ADDED WHILE THERE IS ROOM.
      *    A FULL TABLE LEAVES IT OFF AND ITS READING IS COUNTED.
       210-FIND-ZONE-RTN.
           MOVE 'Y' TO ZONE-FOUND-SW
           SET ZN-IDX TO 1
           SEARCH ZONE-ENTRY
               AT END
                   IF ZONE-COUNT < MAX-ZONE-ENTRIES
                       ADD 1 TO ZONE-COUNT
                       SET ZN-IDX TO ZONE-COUNT
                       MOVE ZONE-CODE-IN TO ZN-ZONE-CODE (ZN-IDX)
                   ELSE
                       MOVE 'N' TO ZONE-FOUND-SW
                   END-IF
               WHEN ZN-ZONE-CODE (ZN-IDX) = ZONE-CODE-IN
                   CONTINUE
           END-SEARCH
           .

       220-TALLY-ZONE-RTN.
           COMPUTE WS-MILES-PER-HOUR = KNOTS-IN * 1.15
           COMPUTE WS-HOUR-SUB = READING-HOUR-IN + 1
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (READING-DATE-IN) - 1
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY-REMAINDER
           COMPUTE WS-DAY-SUB = WS-WEEKDAY-REMAINDER + 1
           ADD 1 TO ZN-READINGS (ZN-IDX)
           ADD WS-MILES-PER-HOUR TO ZN-MPH-TOTAL (ZN-IDX)
           IF ZN-HAS-LIMIT (ZN-IDX)
              AND WS-MILES-PER-HOUR > ZN-SPEED-LIMIT (ZN-IDX)
               ADD 1 TO ZN-OVER-LIMIT (ZN-IDX)
           END-IF
           IF WS-MILES-PER-HOUR > 299
               MOVE 300 TO WS-SPEED-SUB
           ELSE
               COMPUTE WS-SPEED-SUB = WS-MILES-PER-HOUR + 1
           END-IF
           ADD 1 TO ZN-SPEED-COUNT (ZN-IDX, WS-SPEED-SUB)
           ADD 1 TO ZN-HOUR-READINGS (ZN-IDX, WS-HOUR-SUB)
           ADD 1 TO ZN-DAY-READINGS (ZN-IDX, WS-DAY-SUB)
           MOVE ZONE-CODE-IN TO SK-ZONE-CODE
           MOVE VESSEL-ID-IN TO SK-VESSEL-ID
           MOVE 'Z' TO SK-KIND
           MOVE ZERO TO SK-BUCKET
           PERFORM 230-CHECK-SEEN-RTN
           IF VESSEL-NEW
               ADD 1 TO ZN-VESSELS (ZN-IDX)
           END-IF
           MOVE 'H' TO SK-KIND
           MOVE WS-HOUR-SUB TO SK-BUCKET
           PERFORM 230-CHECK-SEEN-RTN
           IF VESSEL-NEW
               ADD 1 TO ZN-HOUR-VESSELS (ZN-IDX, WS-HOUR-SUB)
           END-IF
           MOVE 'D' TO SK-KIND
           MOVE WS-DAY-SUB TO SK-BUCKET
           PERFORM 230-CHECK-SEEN-RTN
           IF VESSEL-NEW
               ADD 1 TO ZN-DAY-VESSELS (ZN-IDX, WS-DAY-SUB)
           END-IF
           .

       230-CHECK-SEEN-RTN.
           MOVE 'Y' TO VESSEL-NEW-SW
           SET SN-IDX TO 1
           SEARCH SEEN-ENTRY
               AT END
                   CONTINUE
               WHEN SN-SEEN-KEY (SN-IDX) = WS-SEEN-KEY
                   MOVE 'N' TO VESSEL-NEW-SW
               WHEN SN-SEEN-KEY (SN-IDX) = SPACES
                   CONTINUE
           END-SEARCH
      *    WITH THE TABLE FULL A VESSEL CANNOT BE REMEMBERED, SO IT IS
      *    NOT COUNTED RATHER THAN COUNTED AGAIN ON EVERY READING.
           IF VESSEL-NEW
               IF SEEN-COUNT < MAX-SEEN-ENTRIES
                   ADD 1 TO SEEN-COUNT
                   SET SN-IDX TO SEEN-COUNT
                   MOVE WS-SEEN-KEY TO SN-SEEN-KEY (SN-IDX)
               ELSE
                   MOVE 'N' TO VESSEL-NEW-SW
                   MOVE 'Y' TO SEEN-FULL-SW
               END-IF
           END-IF
           .

      *    A ZONE IN ZONELIM.DAT WITH NO READINGS IN THE PERIOD IS
      *    LEFT OFF THE REPORT.
       300-ZONE-REPORT-RTN.
           SET ZN-IDX TO WS-ZONE-SUB
           IF ZN-READINGS (ZN-IDX) > ZERO
               PERFORM 310-ZONE-HEADING-RTN
               MOVE ZERO TO WS-PEAK-READINGS
               PERFORM 320-FIND-PEAK-RTN
                   VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
               PERFORM 330-HOUR-LINE-RTN
                   VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
               PERFORM 340-DAY-LINE-RTN
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               WRITE TRAFFIC-LINE FROM BLANK-LINE
           END-IF
           .

      *    THE 85TH PERCENTILE IS THE LOWEST SPEED AT OR UNDER WHICH
      *    AT LEAST 85 PERCENT OF THE ZONE'S READINGS FALL.
       310-ZONE-HEADING-RTN.
           MOVE ZN-ZONE-CODE (ZN-IDX) TO ZH-ZONE-CODE-OUT
           IF ZN-HAS-LIMIT (ZN-IDX)
               MOVE ZN-SPEED-LIMIT (ZN-IDX) TO ZH-LIMIT-OUT
           ELSE
               MOVE 'NONE' TO ZH-LIMIT-OUT
           END-IF
           MOVE ZN-READINGS (ZN-IDX) TO ZH-READINGS-OUT
           MOVE ZN-VESSELS (ZN-IDX) TO ZH-VESSELS-OUT
           WRITE TRAFFIC-LINE FROM ZONE-HEADING-LINE
           COMPUTE ZS-AVERAGE-OUT ROUNDED =
               ZN-MPH-TOTAL (ZN-IDX) / ZN-READINGS (ZN-IDX)
           COMPUTE WS-PERCENTILE-TARGET =
               (ZN-READINGS (ZN-IDX) * 85 + 99) / 100
           MOVE ZERO TO WS-CUMULATIVE-COUNT
           MOVE 'N' TO PERCENTILE-FOUND-SW
           PERFORM 315-PERCENTILE-STEP-RTN
               VARYING WS-SPEED-SUB FROM 1 BY 1
               UNTIL WS-SPEED-SUB > 300
                  OR PERCENTILE-FOUND
           MOVE WS-PERCENTILE-SPEED TO ZS-PERCENTILE-OUT
           IF ZN-HAS-LIMIT (ZN-IDX)
               COMPUTE ZS-OVER-PCT-OUT ROUNDED =
                   ZN-OVER-LIMIT (ZN-IDX) * 100 / ZN-READINGS (ZN-IDX)
               MOVE '%' TO ZS-OVER-PCT-SIGN
           ELSE
               MOVE '  N/A' TO ZS-OVER-PCT-TEXT
               MOVE SPACE TO ZS-OVER-PCT-SIGN
           END-IF
           WRITE TRAFFIC-LINE FROM ZONE-SPEED-LINE
           .

       315-PERCENTILE-STEP-RTN.
           ADD ZN-SPEED-COUNT (ZN-IDX, WS-SPEED-SUB)
               TO WS-CUMULATIVE-COUNT
           IF WS-CUMULATIVE-COUNT NOT LESS THAN WS-PERCENTILE-TARGET
               MOVE 'Y' TO PERCENTILE-FOUND-SW
               COMPUTE WS-PERCENTILE-SPEED = WS-SPEED-SUB - 1
           END-IF
           .

       320-FIND-PEAK-RTN.
           IF ZN-HOUR-READINGS (ZN-IDX, WS-HOUR-SUB) > WS-PEAK-READINGS
               MOVE ZN-HOUR-READINGS (ZN-IDX, WS-HOUR-SUB)
                   TO WS-PEAK-READINGS
           END-IF
           .

      *    ONLY HOURS WITH TRAFFIC ARE LISTED; EVERY HOUR THAT TIES
      *    FOR THE ZONE'S BUSIEST IS FLAGGED.
       330-HOUR-LINE-RTN.
           IF ZN-HOUR-READINGS (ZN-IDX, WS-HOUR-SUB) > ZERO
               COMPUTE HL-HOUR-OUT = WS-HOUR-SUB - 1
               MOVE ZN-HOUR-READINGS (ZN-IDX, WS-HOUR-SUB)
                   TO HL-READINGS-OUT
               MOVE ZN-HOUR-VESSELS (ZN-IDX, WS-HOUR-SUB)
                   TO HL-VESSELS-OUT
               IF ZN-HOUR-READINGS (ZN-IDX, WS-HOUR-SUB)
                       = WS-PEAK-READINGS
                   MOVE '*** PEAK' TO HL-PEAK-OUT
               ELSE
                   MOVE SPACES TO HL-PEAK-OUT
               END-IF
               WRITE TRAFFIC-LINE FROM HOUR-LINE
           END-IF
           .

       340-DAY-LINE-RTN.
           MOVE WEEKDAY-NAME (WS-DAY-SUB) TO DL-DAY-OUT
           MOVE ZN-DAY-READINGS (ZN-IDX, WS-DAY-SUB) TO DL-READINGS-OUT
           MOVE ZN-DAY-VESSELS (ZN-IDX, WS-DAY-SUB) TO DL-VESSELS-OUT
           WRITE TRAFFIC-LINE FROM DAY-LINE
           .
