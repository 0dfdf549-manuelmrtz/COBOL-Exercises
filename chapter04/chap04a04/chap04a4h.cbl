       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A4H.

      *****************************************************************
      * PROGRAM NAME : Video Hold Expiry and Pickup List               *
      * PROGRAM ID   : CHAP04A4H                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Batch Report                                    *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   Works the reservation queue CHAP04A04C keeps at the rental   *
      *   counter. A title checked in for a customer who reserved it   *
      *   is held for them until its hold expiry date; a hold still    *
      *   not picked up after that lapses, and the title is held for   *
      *   the next customer waiting for it at the same store, from     *
      *   today for HOLD-PICKUP-DAYS. The daily list then shows, by    *
      *   store, every title on hold ready for pickup and every hold   *
      *   that lapsed tonight with who it went to next.                *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | video-holds.dat        | Reservations and holds        |  *
      *   |                        | (VIDHOLDREC)                  |  *
      *   | master.dat             | Video master - title names    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | video-holds.dat        | Rewritten without lapsed holds|  *
      *   | video-hold-pickup.dat  | Daily hold pickup list        |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | run-stats.log          | Shared shop-wide run stats    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - No holds file yet (status 35) prints an empty list        *
      *   - No video master prints the list without title names       *
      *   - More holds on file than the table takes ends the run      *
      *     before video-holds.dat is rewritten                       *
      *   - File status validated on OPEN via IOERRCHK                *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - List written                                            *
      *   16 - The list file could not be opened, or too many holds    *
      *        for the table                                           *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Rewrites video-holds.dat, which the counter program loads    *
      *   at start-up and rewrites at exit, so it runs under the       *
      *   video master enqueue CHAP04A04C holds for its session.       *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  MASTER-REC picks up TITLE-COST              *
      *   2026-10-15  MAM  MASTER-REC picks up TITLE-CATEGORY          *
      *   2026-10-15  MAM  More than 300 holds on video-holds.dat ends *
      *                    the run with RC 16 before the file is       *
      *                    rewritten.                                  *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-FILE ASSIGN TO 'data/video-holds.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'data/master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-NO
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-PICKUP-REPORT
               ASSIGN TO 'data/video-hold-pickup.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDS-FILE.
           COPY VIDHOLDREC.

      *    LAYOUT MATCHED TO MASTER-REC IN CHAP04A04.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05 ITEM-NO    PIC X(3).
           05 VIDEO-NAME PIC X(17).
           05 RENTAL-OH  PIC X(3).
           05 SALES-OH   PIC X(3).
           05 RENT-STATUS PIC X.
           05 LATE-FEE-RATE PIC 9(2)V99.
           05 STORE-POSITIONS.
               10 STORE-POS OCCURS 2 TIMES.
                   15 STPOS-RENTAL-OH PIC X(3).
                   15 STPOS-SALES-OH  PIC X(3).
           05 TITLE-COST PIC 9(3)V99.
           05 TITLE-CATEGORY PIC X.

       FD  F-PICKUP-REPORT.
       01  REPORT-LINE               PIC X(90).

       COPY IOERRFD.
       COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-HOLDS-STATUS           PIC XX.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.
       COPY BANNERWS.

       01  WS-EOF                    PIC X VALUE 'N'.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-MASTER-OPEN-SW         PIC X VALUE 'N'.
           88 MASTER-IS-OPEN         VALUE 'Y'.

      *    HOW LONG A RETURNED TITLE IS HELD FOR THE CUSTOMER WHO
      *    RESERVED IT BEFORE IT GOES TO THE NEXT ONE IN LINE. KEEP
      *    THIS THE SAME AS IN CHAP04A04C.
       01  HOLD-PICKUP-DAYS          PIC 9(2) VALUE 03.

       01  WS-HOLDS-READ             PIC 9(7) VALUE ZERO.
       01  WS-HOLDS-WRITTEN          PIC 9(7) VALUE ZERO.
       01  WS-LINES-WRITTEN          PIC 9(7) VALUE ZERO.
       01  WS-READY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-EXPIRED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-STORE-NO               PIC 9 VALUE ZERO.
       01  WS-SECTION-LINES          PIC 9(5) VALUE ZERO.

      *    THE QUEUE, IN THE ORDER CUSTOMERS ASKED. A HOLD THAT LAPSES
      *    TONIGHT IS MARKED X, WITH WHO THE TITLE WENT TO NEXT, FOR
      *    THE LIST - IT IS NOT WRITTEN BACK.
       01  HOLD-TABLE.
           05 HLD-ENTRY OCCURS 300 TIMES
                   INDEXED BY HLD-IDX NEXT-IDX.
               10 HLD-ITEM-NO       PIC X(3)  VALUE SPACES.
               10 HLD-STORE         PIC 9     VALUE ZERO.
               10 HLD-CUSTOMER-NAME PIC X(20) VALUE SPACES.
               10 HLD-RESERVE-DATE  PIC 9(8)  VALUE ZERO.
               10 HLD-STATUS        PIC X     VALUE SPACE.
               10 HLD-HOLD-DATE     PIC 9(8)  VALUE ZERO.
               10 HLD-HOLD-EXPIRY   PIC 9(8)  VALUE ZERO.
               10 HLD-NEXT-NAME     PIC X(20) VALUE SPACES.
       01  WS-HOLD-COUNT             PIC 9(3) VALUE ZERO.
       01  HOLD-MAX                  PIC 9(3) VALUE 300.
       01  WS-NEXT-FOUND-SW          PIC X VALUE 'N'.
           88 NEXT-CUSTOMER-FOUND    VALUE 'Y'.

       01  RPT-HEADING-1.
           05                        PIC X(40) VALUE
               'VIDEO TRAP - HOLDS FOR PICKUP'.
           05                        PIC X(6) VALUE 'AS OF '.
           05  RH-DATE-OUT           PIC 9999/99/99.
       01  RPT-READY-TITLE.
           05                        PIC X(40) VALUE
               'READY FOR PICKUP'.
       01  RPT-EXPIRED-TITLE.
           05                        PIC X(40) VALUE
               'HOLDS LAPSED - NOT PICKED UP'.
       01  RPT-READY-HEADING.
           05                        PIC X(7)  VALUE 'STORE'.
           05                        PIC X(5)  VALUE 'ITEM'.
           05                        PIC X(19) VALUE 'TITLE'.
           05                        PIC X(22) VALUE 'CUSTOMER'.
           05                        PIC X(12) VALUE 'HELD SINCE'.
           05                        PIC X(10) VALUE 'PICK UP BY'.
       01  RPT-EXPIRED-HEADING.
           05                        PIC X(7)  VALUE 'STORE'.
           05                        PIC X(5)  VALUE 'ITEM'.
           05                        PIC X(19) VALUE 'TITLE'.
           05                        PIC X(22) VALUE 'HELD FOR'.
           05                        PIC X(12) VALUE 'LAPSED'.
           05                        PIC X(20) VALUE 'NOW HELD FOR'.

       01  RPT-DETAIL.
           05                        PIC X(2) VALUE SPACES.
           05  RD-STORE-OUT          PIC 9.
           05                        PIC X(4) VALUE SPACES.
           05  RD-ITEM-NO-OUT        PIC X(3).
           05                        PIC X(2) VALUE SPACES.
           05  RD-VIDEO-NAME-OUT     PIC X(17).
           05                        PIC X(2) VALUE SPACES.
           05  RD-CUSTOMER-NAME-OUT  PIC X(20).
           05                        PIC X(2) VALUE SPACES.
           05  RD-DATE-1-OUT         PIC 9999/99/99.
           05                        PIC X(2) VALUE SPACES.
      *    PICK-UP-BY DATE ON A READY HOLD, THE NEXT CUSTOMER ON A
      *    LAPSED ONE.
           05  RD-NEXT-NAME-OUT      PIC X(20).
           05  RD-PICKUP-BY-AREA REDEFINES RD-NEXT-NAME-OUT.
               10  RD-DATE-2-OUT     PIC 9999/99/99.
               10                    PIC X(10).

       01  RPT-NONE-LINE.
           05                        PIC X(2) VALUE SPACES.
           05                        PIC X(20) VALUE 'NONE'.

       01  RPT-COUNT-LINE.
           05  RC-LABEL-OUT          PIC X(30).
           05  RC-COUNT-OUT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04A4H' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-HOLDS-RTN

           PERFORM 300-EXPIRE-ONE-HOLD-RTN
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT

           PERFORM 500-WRITE-REPORT-RTN
           IF WS-HOLDS-STATUS NOT = '35'
               PERFORM 600-REWRITE-HOLDS-RTN
           END-IF
           DISPLAY 'CHAP04A4H: READY FOR PICKUP: ' WS-READY-COUNT
                   '  LAPSED: ' WS-EXPIRED-COUNT

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-HOLDS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-HOLDS-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==ZERO==
               ==:FINAL-STATUS:==     BY =='OK'==.

           PERFORM 400-CLOSE-FILES
           STOP RUN
           .

       200-OPEN-FILES.
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERRLOG-STATUS = '35'
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF
           IF WS-ERRLOG-STATUS NOT = '00'
              AND WS-ERRLOG-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open ERROR-LOG file. Status: '
                       WS-ERRLOG-STATUS
           END-IF

           OPEN OUTPUT F-PICKUP-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open VIDEO-HOLD-PICKUP file. '
                       'Status: ' WS-REPORT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='HOLD-PICKUP'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-REPORT-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: Cannot open MASTER file. Status: '
                       WS-MASTER-STATUS ' - titles not shown'
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='MASTER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-MASTER-STATUS==.
           END-IF
           .

       210-LOAD-HOLDS-RTN.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLDS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-HOLDS-READ
                           IF WS-HOLD-COUNT NOT < HOLD-MAX
                               PERFORM 990-TABLE-FULL-RTN
                           END-IF
                           ADD 1 TO WS-HOLD-COUNT
                           SET HLD-IDX TO WS-HOLD-COUNT
                           MOVE VH-ITEM-NO TO HLD-ITEM-NO (HLD-IDX)
                           MOVE VH-STORE TO HLD-STORE (HLD-IDX)
                           MOVE VH-CUSTOMER-NAME
                               TO HLD-CUSTOMER-NAME (HLD-IDX)
                           MOVE VH-RESERVE-DATE
                               TO HLD-RESERVE-DATE (HLD-IDX)
                           MOVE VH-STATUS TO HLD-STATUS (HLD-IDX)
                           MOVE VH-HOLD-DATE TO HLD-HOLD-DATE (HLD-IDX)
                           MOVE VH-HOLD-EXPIRY
                               TO HLD-HOLD-EXPIRY (HLD-IDX)
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           ELSE
               DISPLAY 'CHAP04A4H: No holds file on file - '
                       'nothing reserved yet'
           END-IF
           .

      *****************************************************************
      *    300-EXPIRE-ONE-HOLD-RTN - A HOLD STILL HERE AFTER ITS       *
      *    EXPIRY DATE LAPSES. THE FIRST CUSTOMER STILL WAITING FOR    *
      *    THE SAME TITLE AT THE SAME STORE GETS IT ON HOLD FROM TODAY *
      *    - LATER IN THE QUEUE, SO THIS SAME PASS SEES THEIR NEW HOLD *
      *    AND LEAVES IT ALONE.                                        *
      *****************************************************************
       300-EXPIRE-ONE-HOLD-RTN.
           IF HLD-STATUS (HLD-IDX) = 'H'
              AND HLD-HOLD-EXPIRY (HLD-IDX) < WS-RUN-DATE
               MOVE 'X' TO HLD-STATUS (HLD-IDX)
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE 'N' TO WS-NEXT-FOUND-SW
               SET NEXT-IDX TO HLD-IDX
               SEARCH HLD-ENTRY VARYING NEXT-IDX
                   AT END
                       CONTINUE
                   WHEN NEXT-IDX > WS-HOLD-COUNT
                       CONTINUE
                   WHEN HLD-ITEM-NO (NEXT-IDX) = HLD-ITEM-NO (HLD-IDX)
                    AND HLD-STORE (NEXT-IDX) = HLD-STORE (HLD-IDX)
                    AND HLD-STATUS (NEXT-IDX) = 'W'
                       MOVE 'Y' TO WS-NEXT-FOUND-SW
               END-SEARCH
               IF NEXT-CUSTOMER-FOUND
                   MOVE 'H' TO HLD-STATUS (NEXT-IDX)
                   MOVE WS-RUN-DATE TO HLD-HOLD-DATE (NEXT-IDX)
                   COMPUTE HLD-HOLD-EXPIRY (NEXT-IDX) =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                            + HOLD-PICKUP-DAYS)
                   MOVE HLD-CUSTOMER-NAME (NEXT-IDX)
                       TO HLD-NEXT-NAME (HLD-IDX)
               ELSE
                   MOVE '(NOBODY WAITING)' TO HLD-NEXT-NAME (HLD-IDX)
               END-IF
           END-IF
           .

       400-CLOSE-FILES.
           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
           END-IF
           CLOSE F-PICKUP-REPORT
           CLOSE ERROR-LOG-FILE
           .

      *    A SHORT TABLE REWRITTEN BY 600 WOULD DROP RESERVATIONS.
       990-TABLE-FULL-RTN.
           DISPLAY 'ERROR: VIDEO-HOLDS file too big for its table - '
                   'nothing updated'
           CLOSE HOLDS-FILE
           PERFORM 400-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************************
      *    500-WRITE-REPORT-RTN - HOLDS READY FOR PICKUP, STORE 1 THEN *
      *    STORE 2, THEN THE HOLDS THAT LAPSED TONIGHT THE SAME WAY.   *
      *****************************************************************
       500-WRITE-REPORT-RTN.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04A4H'==
               ==:FILE-RECORD:== BY ==REPORT-LINE==.
           MOVE WS-RUN-DATE TO RH-DATE-OUT
           WRITE REPORT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-READY-TITLE
           WRITE REPORT-LINE FROM RPT-READY-HEADING
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 5 TO WS-LINES-WRITTEN

           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-STORE-NO FROM 1 BY 1
                   UNTIL WS-STORE-NO > 2
               PERFORM 510-WRITE-READY-LINE-RTN
                   VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HOLD-COUNT
           END-PERFORM
           PERFORM 530-WRITE-NONE-RTN

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-EXPIRED-TITLE
           WRITE REPORT-LINE FROM RPT-EXPIRED-HEADING
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 4 TO WS-LINES-WRITTEN

           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-STORE-NO FROM 1 BY 1
                   UNTIL WS-STORE-NO > 2
               PERFORM 520-WRITE-EXPIRED-LINE-RTN
                   VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HOLD-COUNT
           END-PERFORM
           PERFORM 530-WRITE-NONE-RTN

           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE 'HOLDS READY FOR PICKUP:' TO RC-LABEL-OUT
           MOVE WS-READY-COUNT TO RC-COUNT-OUT
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           MOVE 'HOLDS LAPSED TONIGHT:' TO RC-LABEL-OUT
           MOVE WS-EXPIRED-COUNT TO RC-COUNT-OUT
           WRITE REPORT-LINE FROM RPT-COUNT-LINE
           ADD 3 TO WS-LINES-WRITTEN
           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04A4H'==
               ==:FILE-RECORD:==  BY ==REPORT-LINE==
               ==:RECORD-COUNT:== BY ==WS-LINES-WRITTEN==.
           .

       510-WRITE-READY-LINE-RTN.
           IF HLD-STATUS (HLD-IDX) = 'H'
              AND HLD-STORE (HLD-IDX) = WS-STORE-NO
               PERFORM 540-FILL-DETAIL-RTN
               MOVE HLD-HOLD-DATE (HLD-IDX) TO RD-DATE-1-OUT
               MOVE HLD-HOLD-EXPIRY (HLD-IDX) TO RD-DATE-2-OUT
               WRITE REPORT-LINE FROM RPT-DETAIL
               ADD 1 TO WS-LINES-WRITTEN
               ADD 1 TO WS-SECTION-LINES
               ADD 1 TO WS-READY-COUNT
           END-IF
           .

       520-WRITE-EXPIRED-LINE-RTN.
           IF HLD-STATUS (HLD-IDX) = 'X'
              AND HLD-STORE (HLD-IDX) = WS-STORE-NO
               PERFORM 540-FILL-DETAIL-RTN
               MOVE HLD-HOLD-EXPIRY (HLD-IDX) TO RD-DATE-1-OUT
               MOVE HLD-NEXT-NAME (HLD-IDX) TO RD-NEXT-NAME-OUT
               WRITE REPORT-LINE FROM RPT-DETAIL
               ADD 1 TO WS-LINES-WRITTEN
               ADD 1 TO WS-SECTION-LINES
           END-IF
           .

      *    A SECTION WITH NOTHING IN IT SAYS SO.
       530-WRITE-NONE-RTN.
           IF WS-SECTION-LINES = ZERO
               WRITE REPORT-LINE FROM RPT-NONE-LINE
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .

       540-FILL-DETAIL-RTN.
           MOVE SPACES TO RD-NEXT-NAME-OUT
           MOVE HLD-STORE (HLD-IDX) TO RD-STORE-OUT
           MOVE HLD-ITEM-NO (HLD-IDX) TO RD-ITEM-NO-OUT
           MOVE HLD-CUSTOMER-NAME (HLD-IDX) TO RD-CUSTOMER-NAME-OUT
           MOVE SPACES TO RD-VIDEO-NAME-OUT
           IF MASTER-IS-OPEN
               MOVE HLD-ITEM-NO (HLD-IDX) TO ITEM-NO
               READ MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   MOVE VIDEO-NAME TO RD-VIDEO-NAME-OUT
               ELSE
                   MOVE 'NOT ON MASTER' TO RD-VIDEO-NAME-OUT
               END-IF
           END-IF
           .

      *    THE QUEUE GOES BACK WITHOUT TONIGHT'S LAPSED HOLDS.
       600-REWRITE-HOLDS-RTN.
           OPEN OUTPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot rewrite HOLDS file. Status: '
                       WS-HOLDS-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='HOLDS'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-HOLDS-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 610-WRITE-ONE-HOLD-RTN
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT
           CLOSE HOLDS-FILE
           .

       610-WRITE-ONE-HOLD-RTN.
           IF HLD-STATUS (HLD-IDX) NOT = 'X'
               MOVE HLD-ITEM-NO (HLD-IDX) TO VH-ITEM-NO
               MOVE HLD-STORE (HLD-IDX) TO VH-STORE
               MOVE HLD-CUSTOMER-NAME (HLD-IDX) TO VH-CUSTOMER-NAME
               MOVE HLD-RESERVE-DATE (HLD-IDX) TO VH-RESERVE-DATE
               MOVE HLD-STATUS (HLD-IDX) TO VH-STATUS
               MOVE HLD-HOLD-DATE (HLD-IDX) TO VH-HOLD-DATE
               MOVE HLD-HOLD-EXPIRY (HLD-IDX) TO VH-HOLD-EXPIRY
               WRITE VIDEO-HOLD-REC
               ADD 1 TO WS-HOLDS-WRITTEN
           END-IF
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
