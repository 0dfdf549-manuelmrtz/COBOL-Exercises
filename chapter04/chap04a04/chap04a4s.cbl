       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A4S.

      *****************************************************************
      * PROGRAM NAME : Video Monthly Shrink Report                     *
      * PROGRAM ID   : CHAP04A4S                                       *
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
      *   Month-end view of the rental copies CHAP04A04C wrote off at  *
      *   the counter as lost or damaged. For each store, lost copies  *
      *   then damaged ones, every write-off in the month is listed    *
      *   with the renter, the copy's value and the replacement fee    *
      *   charged, and subtotalled by reason; each store is totalled,  *
      *   and the month closes with the chain's totals by reason.      *
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
      *   | video-shrink.dat       | Copies written off            |  *
      *   |                        | (VIDSHRKREC)                  |  *
      *   | master.dat             | Video master - title names    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | video-shrink-rpt.dat   | Monthly shrink report         |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | run-stats.log          | Shared shop-wide run stats    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - No shrink log yet (status 35) prints an empty report      *
      *   - No video master prints the report without title names     *
      *   - A PARM that is not a valid YYYYMM is ignored with a       *
      *     warning and the current month is reported                  *
      *   - A month with more write-offs than the detail table takes  *
      *     lists the first 500; the totals still count them all and   *
      *     the rest are reported on the console                       *
      *   - File status validated on OPEN via IOERRCHK                *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Report written                                          *
      *   16 - The report file could not be opened                     *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   PARM is the month to report as YYYYMM; with no PARM the      *
      *   current month is reported, as CHAP04DRV runs it at month     *
      *   end.                                                         *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  MASTER-REC picks up TITLE-CATEGORY          *
      *   2026-10-15  MAM  Write-offs past the 500-entry detail table  *
      *                    are still totalled; the count left off the  *
      *                    listing is reported on the console.         *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHRINK-FILE ASSIGN TO 'data/video-shrink.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRINK-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'data/master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-NO
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT F-SHRINK-REPORT
               ASSIGN TO 'data/video-shrink-rpt.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHRINK-FILE.
           COPY VIDSHRKREC.

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

       FD  F-SHRINK-REPORT.
       01  REPORT-LINE               PIC X(90).

       COPY IOERRFD.
       COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-SHRINK-STATUS          PIC XX.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.
       COPY BANNERWS.

       01  WS-EOF                    PIC X VALUE 'N'.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-PARM-TEXT              PIC X(20) VALUE SPACES.
       01  WS-REPORT-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-MASTER-OPEN-SW         PIC X VALUE 'N'.
           88 MASTER-IS-OPEN         VALUE 'Y'.

       01  WS-ENTRIES-READ           PIC 9(7) VALUE ZERO.
       01  WS-LINES-WRITTEN          PIC 9(7) VALUE ZERO.
       01  WS-STORE-NO               PIC 9 VALUE ZERO.
       01  WS-REASON-NO              PIC 9 VALUE ZERO.

      *    THE MONTH'S WRITE-OFFS, IN THE ORDER THE COUNTER LOGGED
      *    THEM.
       01  SHRINK-TABLE.
           05 SHR-ENTRY OCCURS 500 TIMES INDEXED BY SHR-IDX.
               10 SHR-ENTRY-DATE     PIC 9(8)    VALUE ZERO.
               10 SHR-ITEM-NO        PIC X(3)    VALUE SPACES.
               10 SHR-STORE          PIC 9       VALUE ZERO.
               10 SHR-REASON         PIC X       VALUE SPACE.
               10 SHR-CUSTOMER-NAME  PIC X(20)   VALUE SPACES.
               10 SHR-COPY-COST      PIC 9(3)V99 VALUE ZERO.
               10 SHR-FEE-CHARGED    PIC 9(3)V99 VALUE ZERO.
       01  WS-SHRINK-COUNT           PIC 9(3) VALUE ZERO.
       01  SHRINK-MAX                PIC 9(3) VALUE 500.
       01  WS-SHRINK-NO-ROOM         PIC 9(5) VALUE ZERO.

      *    REASON 1 IS LOST (L), REASON 2 IS DAMAGED (D).
       01  REASON-CODE-VALUES.
           05                        PIC X(8) VALUE 'LLOST   '.
           05                        PIC X(8) VALUE 'DDAMAGED'.
       01  REASON-CODES REDEFINES REASON-CODE-VALUES.
           05 RSN-ENTRY OCCURS 2 TIMES.
               10 RSN-CODE           PIC X.
               10 RSN-NAME           PIC X(7).

      *    COPIES AND DOLLARS BY STORE AND REASON, AND FOR THE STORE
      *    AND CHAIN AS A WHOLE.
       01  SHRINK-TOTALS.
           05 STT-STORE OCCURS 2 TIMES.
               10 STT-REASON OCCURS 2 TIMES.
                   15 STT-COPIES     PIC 9(5)    VALUE ZERO.
                   15 STT-VALUE      PIC 9(7)V99 VALUE ZERO.
                   15 STT-FEES       PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-COPIES           PIC 9(5)    VALUE ZERO.
       01  WS-TOTAL-VALUE            PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-FEES             PIC 9(7)V99 VALUE ZERO.

       01  RPT-HEADING-1.
           05                        PIC X(40) VALUE
               'VIDEO TRAP - MONTHLY SHRINK REPORT'.
           05                        PIC X(15) VALUE
               'REPORT MONTH:  '.
           05  RH-MONTH-OUT          PIC 9(6).
       01  RPT-COLUMN-HEADING.
           05                        PIC X(2)  VALUE SPACES.
           05                        PIC X(12) VALUE 'DATE'.
           05                        PIC X(5)  VALUE 'ITEM'.
           05                        PIC X(19) VALUE 'TITLE'.
           05                        PIC X(22) VALUE 'RENTED TO'.
           05                        PIC X(10) VALUE 'COPY VALUE'.
           05                        PIC X(13) VALUE '  FEE CHARGED'.
       01  RPT-STORE-TITLE.
           05                        PIC X(6) VALUE 'STORE '.
           05  RS-STORE-OUT          PIC 9.
       01  RPT-REASON-TITLE.
           05                        PIC X(2) VALUE SPACES.
           05  RR-REASON-OUT         PIC X(7).

       01  RPT-DETAIL.
           05                        PIC X(2) VALUE SPACES.
           05  RD-DATE-OUT           PIC 9999/99/99.
           05                        PIC X(2) VALUE SPACES.
           05  RD-ITEM-NO-OUT        PIC X(3).
           05                        PIC X(2) VALUE SPACES.
           05  RD-VIDEO-NAME-OUT     PIC X(17).
           05                        PIC X(2) VALUE SPACES.
           05  RD-CUSTOMER-NAME-OUT  PIC X(20).
           05                        PIC X(2) VALUE SPACES.
           05  RD-COST-OUT           PIC $$$,$$9.99.
           05                        PIC X(3) VALUE SPACES.
           05  RD-FEE-OUT            PIC $$$,$$9.99.

      *    A REASON'S OR A STORE'S TOTAL, OR THE CHAIN'S.
       01  RPT-TOTAL-LINE.
           05                        PIC X(2) VALUE SPACES.
           05  RT-LABEL-OUT          PIC X(25).
           05  RT-COPIES-OUT         PIC ZZ,ZZ9.
           05                        PIC X(7) VALUE ' COPIES'.
           05                        PIC X(17) VALUE SPACES.
           05  RT-VALUE-OUT          PIC $$,$$$,$$9.99.
           05  RT-FEES-OUT           PIC $$,$$$,$$9.99.

       01  RPT-NONE-LINE.
           05                        PIC X(4) VALUE SPACES.
           05                        PIC X(20) VALUE 'NONE'.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04A4S' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 180-GET-REPORT-MONTH-RTN
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-SHRINK-RTN

           PERFORM 500-WRITE-REPORT-RTN
           DISPLAY 'CHAP04A4S: MONTH ' WS-REPORT-MONTH
                   '  COPIES WRITTEN OFF: ' WS-TOTAL-COPIES
           IF WS-SHRINK-NO-ROOM > ZERO
               DISPLAY 'WARNING: More than 500 write-offs in the '
                       'month - ' WS-SHRINK-NO-ROOM
                       ' totalled but not listed'
           END-IF

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-ENTRIES-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-LINES-WRITTEN==
               ==:RECORDS-REJECTED:== BY ==ZERO==
               ==:FINAL-STATUS:==     BY =='OK'==.

           PERFORM 400-CLOSE-FILES
           STOP RUN
           .

      *****************************************************************
      *    180-GET-REPORT-MONTH-RTN - PARM IS THE MONTH TO REPORT AS   *
      *    YYYYMM. NO PARM, OR ONE THAT IS NOT A MONTH, REPORTS THE    *
      *    CURRENT MONTH.                                              *
      *****************************************************************
       180-GET-REPORT-MONTH-RTN.
           MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           IF WS-PARM-TEXT NOT = SPACES
               IF WS-PARM-TEXT (1:6) IS NUMERIC
                  AND WS-PARM-TEXT (5:2) >= '01'
                  AND WS-PARM-TEXT (5:2) <= '12'
                   MOVE WS-PARM-TEXT (1:6) TO WS-REPORT-MONTH
               ELSE
                   DISPLAY 'WARNING: Report month "'
                           WS-PARM-TEXT (1:6)
                           '" is not YYYYMM - reporting '
                           WS-REPORT-MONTH
               END-IF
           END-IF
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

           OPEN OUTPUT F-SHRINK-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open VIDEO-SHRINK-RPT file. '
                       'Status: ' WS-REPORT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='SHRINK-RPT'==
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

      *    ONLY THE REPORT MONTH'S WRITE-OFFS ARE KEPT, AND ADDED INTO
      *    THEIR STORE AND REASON TOTALS AS THEY LOAD.
       210-LOAD-SHRINK-RTN.
           OPEN INPUT SHRINK-FILE
           IF WS-SHRINK-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SHRINK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           IF VS-ENTRY-MONTH = WS-REPORT-MONTH
                              AND (VS-STORE = 1 OR VS-STORE = 2)
                              AND (VS-LOST OR VS-DAMAGED)
                               PERFORM 220-ADD-SHRINK-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHRINK-FILE
           ELSE
               DISPLAY 'CHAP04A4S: No shrink log on file - '
                       'nothing written off yet'
           END-IF
           .

      *    A WRITE-OFF PAST THE TABLE STILL GOES INTO THE TOTALS.
       220-ADD-SHRINK-RTN.
           IF WS-SHRINK-COUNT < SHRINK-MAX
               ADD 1 TO WS-SHRINK-COUNT
               SET SHR-IDX TO WS-SHRINK-COUNT
               MOVE VS-ENTRY-DATE TO SHR-ENTRY-DATE (SHR-IDX)
               MOVE VS-ITEM-NO TO SHR-ITEM-NO (SHR-IDX)
               MOVE VS-STORE TO SHR-STORE (SHR-IDX)
               MOVE VS-REASON TO SHR-REASON (SHR-IDX)
               MOVE VS-CUSTOMER-NAME TO SHR-CUSTOMER-NAME (SHR-IDX)
               MOVE VS-COPY-COST TO SHR-COPY-COST (SHR-IDX)
               MOVE VS-FEE-CHARGED TO SHR-FEE-CHARGED (SHR-IDX)
           ELSE
               ADD 1 TO WS-SHRINK-NO-ROOM
           END-IF
           IF VS-LOST
               MOVE 1 TO WS-REASON-NO
           ELSE
               MOVE 2 TO WS-REASON-NO
           END-IF
           ADD 1 TO STT-COPIES (VS-STORE, WS-REASON-NO)
           ADD VS-COPY-COST TO STT-VALUE (VS-STORE, WS-REASON-NO)
           ADD VS-FEE-CHARGED TO STT-FEES (VS-STORE, WS-REASON-NO)
           .

       400-CLOSE-FILES.
           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
           END-IF
           CLOSE F-SHRINK-REPORT
           CLOSE ERROR-LOG-FILE
           .

      *****************************************************************
      *    500-WRITE-REPORT-RTN - STORE 1 THEN STORE 2, LOST COPIES    *
      *    THEN DAMAGED ONES UNDER EACH, THEN THE CHAIN BY REASON.     *
      *****************************************************************
       500-WRITE-REPORT-RTN.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04A4S'==
               ==:FILE-RECORD:== BY ==REPORT-LINE==.
           MOVE WS-REPORT-MONTH TO RH-MONTH-OUT
           WRITE REPORT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-COLUMN-HEADING
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 4 TO WS-LINES-WRITTEN

           PERFORM VARYING WS-STORE-NO FROM 1 BY 1
                   UNTIL WS-STORE-NO > 2
               PERFORM 510-WRITE-STORE-RTN
           END-PERFORM

           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALL STORES' TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-LINES-WRITTEN
           MOVE ZERO TO WS-TOTAL-COPIES WS-TOTAL-VALUE WS-TOTAL-FEES
           PERFORM VARYING WS-REASON-NO FROM 1 BY 1
                   UNTIL WS-REASON-NO > 2
               MOVE SPACES TO RT-LABEL-OUT
               STRING RSN-NAME (WS-REASON-NO) DELIMITED BY SPACE
                      ' - ALL STORES' DELIMITED BY SIZE
                      INTO RT-LABEL-OUT
               END-STRING
               COMPUTE RT-COPIES-OUT =
                   STT-COPIES (1, WS-REASON-NO)
                   + STT-COPIES (2, WS-REASON-NO)
               COMPUTE RT-VALUE-OUT =
                   STT-VALUE (1, WS-REASON-NO)
                   + STT-VALUE (2, WS-REASON-NO)
               COMPUTE RT-FEES-OUT =
                   STT-FEES (1, WS-REASON-NO)
                   + STT-FEES (2, WS-REASON-NO)
               WRITE REPORT-LINE FROM RPT-TOTAL-LINE
               ADD 1 TO WS-LINES-WRITTEN
               ADD STT-COPIES (1, WS-REASON-NO)
                   STT-COPIES (2, WS-REASON-NO) TO WS-TOTAL-COPIES
               ADD STT-VALUE (1, WS-REASON-NO)
                   STT-VALUE (2, WS-REASON-NO) TO WS-TOTAL-VALUE
               ADD STT-FEES (1, WS-REASON-NO)
                   STT-FEES (2, WS-REASON-NO) TO WS-TOTAL-FEES
           END-PERFORM
           MOVE 'TOTAL WRITTEN OFF' TO RT-LABEL-OUT
           MOVE WS-TOTAL-COPIES TO RT-COPIES-OUT
           MOVE WS-TOTAL-VALUE TO RT-VALUE-OUT
           MOVE WS-TOTAL-FEES TO RT-FEES-OUT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           ADD 1 TO WS-LINES-WRITTEN
           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04A4S'==
               ==:FILE-RECORD:==  BY ==REPORT-LINE==
               ==:RECORD-COUNT:== BY ==WS-LINES-WRITTEN==.
           .

      *    ONE STORE: EACH REASON'S WRITE-OFFS AND SUBTOTAL, THEN THE
      *    STORE'S TOTAL.
       510-WRITE-STORE-RTN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STORE-NO TO RS-STORE-OUT
           WRITE REPORT-LINE FROM RPT-STORE-TITLE
           ADD 2 TO WS-LINES-WRITTEN
           PERFORM VARYING WS-REASON-NO FROM 1 BY 1
                   UNTIL WS-REASON-NO > 2
               MOVE RSN-NAME (WS-REASON-NO) TO RR-REASON-OUT
               WRITE REPORT-LINE FROM RPT-REASON-TITLE
               ADD 1 TO WS-LINES-WRITTEN
               PERFORM 520-WRITE-DETAIL-RTN
                   VARYING SHR-IDX FROM 1 BY 1
                   UNTIL SHR-IDX > WS-SHRINK-COUNT
               IF STT-COPIES (WS-STORE-NO, WS-REASON-NO) = ZERO
                   WRITE REPORT-LINE FROM RPT-NONE-LINE
               ELSE
                   MOVE SPACES TO RT-LABEL-OUT
                   STRING RSN-NAME (WS-REASON-NO) DELIMITED BY SPACE
                          ' TOTAL' DELIMITED BY SIZE
                          INTO RT-LABEL-OUT
                   END-STRING
                   MOVE STT-COPIES (WS-STORE-NO, WS-REASON-NO)
                       TO RT-COPIES-OUT
                   MOVE STT-VALUE (WS-STORE-NO, WS-REASON-NO)
                       TO RT-VALUE-OUT
                   MOVE STT-FEES (WS-STORE-NO, WS-REASON-NO)
                       TO RT-FEES-OUT
                   WRITE REPORT-LINE FROM RPT-TOTAL-LINE
               END-IF
               ADD 1 TO WS-LINES-WRITTEN
           END-PERFORM
           MOVE 'STORE TOTAL' TO RT-LABEL-OUT
           COMPUTE RT-COPIES-OUT = STT-COPIES (WS-STORE-NO, 1)
                                 + STT-COPIES (WS-STORE-NO, 2)
           COMPUTE RT-VALUE-OUT = STT-VALUE (WS-STORE-NO, 1)
                                + STT-VALUE (WS-STORE-NO, 2)
           COMPUTE RT-FEES-OUT = STT-FEES (WS-STORE-NO, 1)
                               + STT-FEES (WS-STORE-NO, 2)
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           ADD 1 TO WS-LINES-WRITTEN
           .

       520-WRITE-DETAIL-RTN.
           IF SHR-STORE (SHR-IDX) = WS-STORE-NO
              AND SHR-REASON (SHR-IDX) = RSN-CODE (WS-REASON-NO)
               MOVE SHR-ENTRY-DATE (SHR-IDX) TO RD-DATE-OUT
               MOVE SHR-ITEM-NO (SHR-IDX) TO RD-ITEM-NO-OUT
               MOVE SHR-CUSTOMER-NAME (SHR-IDX)
                   TO RD-CUSTOMER-NAME-OUT
               MOVE SHR-COPY-COST (SHR-IDX) TO RD-COST-OUT
               MOVE SHR-FEE-CHARGED (SHR-IDX) TO RD-FEE-OUT
               MOVE SPACES TO RD-VIDEO-NAME-OUT
               IF MASTER-IS-OPEN
                   MOVE SHR-ITEM-NO (SHR-IDX) TO ITEM-NO
                   READ MASTER-FILE
                   IF WS-MASTER-STATUS = '00'
                       MOVE VIDEO-NAME TO RD-VIDEO-NAME-OUT
                   ELSE
                       MOVE 'NOT ON MASTER' TO RD-VIDEO-NAME-OUT
                   END-IF
               END-IF
               WRITE REPORT-LINE FROM RPT-DETAIL
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
