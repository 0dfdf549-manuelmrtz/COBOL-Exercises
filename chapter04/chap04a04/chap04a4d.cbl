       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A4D.

      *****************************************************************
      * PROGRAM NAME : Video Cash-Drawer Close                         *
      * PROGRAM ID   : CHAP04A4D                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Online Transaction                              *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   At close of business the clerk closes one store's drawers.   *
      *   The program totals that day's cash-drawer journal entries    *
      *   for the store by operator - the cash and the card the        *
      *   CHAP04A04C counter says each operator took - then asks for   *
      *   what was actually counted, cash and card, for each operator  *
      *   in turn. The counts are taken blind: nobody sees what the    *
      *   journal expects until they have been entered. Each           *
      *   operator's expected and counted amounts, the difference and  *
      *   whether the drawer is over or short go on the drawer-close   *
      *   report, with store totals and, for reference, the fees       *
      *   charged on account that day (no money changed hands).        *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | video-drawer.dat   | Cash-drawer journal (VIDDRWREC)    |  *
      *   | operators.dat      | Shop-wide operator sign-on         |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | video-drawer-      | Drawer-close report - expected,    |  *
      *   |   close.dat        | counted and over/short by operator;|  *
      *   |                    | each store's close is appended     |  *
      *   | io-error.log       | Shared shop-wide I/O error log     |  *
      *   | audit-trail.log    | Shared shop-wide write audit trail |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - An operator not on the operator file, or an inquiry-only   *
      *     operator, is refused the session                           *
      *   - A store other than 1 or 2 is refused                       *
      *   - No journal entries for the store and date - nothing to     *
      *     close, the program says so and exits                       *
      *   - More operators on the journal for the store and date than  *
      *     the drawer table holds - nothing is closed                 *
      *   - File status validated on OPEN via IOERRCHK                 *
      *                                                                *
      * RETURN CODES :                                                 *
      *   - 0  : Drawers closed                                        *
      *   - 4  : Nothing on the journal to close                       *
      *   - 8  : Sign-on refused, or a store other than 1 or 2         *
      *   - 16 : Drawer-close report could not be opened, or too many  *
      *          operators for the drawer table                        *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Run from a terminal at the counter, like CHAP04A04C - not    *
      *   part of the nightly CHAP04DRV chain. The business date       *
      *   defaults to today; enter yesterday's date to close a day     *
      *   after midnight.                                              *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  The drawer-close report is opened EXTEND    *
      *                    (created when missing), so each store's     *
      *                    close is kept rather than overwritten by    *
      *                    the next.                                   *
      *   2026-10-15  MAM  More operators on the day's journal than    *
      *                    the 50-entry drawer table ends the run with *
      *                    RC 16 before any count is taken.            *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-FILE ASSIGN TO 'data/video-drawer.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-DRAWER-STATUS.

           SELECT CLOSE-REPORT-FILE
               ASSIGN TO 'data/video-drawer-close.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.

           COPY IOERRSEL.
           COPY AUDITSEL.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-FILE.
           COPY VIDDRWREC.

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-REC            PIC X(80).

           COPY IOERRFD.
           COPY AUDITFD.
           COPY OPERFD.

       WORKING-STORAGE SECTION.
       01  WS-DRAWER-STATUS        PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY OPERWS.

       01  WS-DRAWER-EOF           PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8) VALUE ZERO.
       01  WS-CLOSE-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CLOSE-STORE          PIC 9 VALUE ZERO.
       01  WS-ENTRIES-READ         PIC 9(5) VALUE ZERO.
       01  WS-COUNTED-AMT          PIC 9(5)V99 VALUE ZERO.
       01  WS-DIFFERENCE           PIC S9(5)V99 VALUE ZERO.

      *    ONE ENTRY PER OPERATOR WHO TOOK MONEY AT THE STORE THAT
      *    DAY, IN THE ORDER THEY FIRST APPEAR ON THE JOURNAL.
       01  DRAWER-TABLE.
           05 DRW-ENTRY OCCURS 50 TIMES
                   INDEXED BY DRW-IDX.
               10 DRW-OPERATOR-ID   PIC X(8)     VALUE SPACES.
               10 DRW-ENTRY-COUNT   PIC 9(4)     VALUE ZERO.
               10 DRW-EXPECT-CASH   PIC 9(5)V99  VALUE ZERO.
               10 DRW-EXPECT-CARD   PIC 9(5)V99  VALUE ZERO.
               10 DRW-ON-ACCOUNT    PIC 9(5)V99  VALUE ZERO.
               10 DRW-COUNTED-CASH  PIC 9(5)V99  VALUE ZERO.
               10 DRW-COUNTED-CARD  PIC 9(5)V99  VALUE ZERO.
       01  WS-DRAWER-COUNT         PIC 9(3) VALUE ZERO.
       01  DRAWER-MAX              PIC 9(3) VALUE 50.
       01  WS-DRAWER-FOUND-SW      PIC X VALUE 'N'.
           88 DRAWER-ON-TABLE      VALUE 'Y'.

      *    STORE TOTALS ACROSS ALL ITS OPERATORS.
       01  STORE-TOTALS.
           05 STT-EXPECT-CASH      PIC 9(6)V99 VALUE ZERO.
           05 STT-EXPECT-CARD      PIC 9(6)V99 VALUE ZERO.
           05 STT-COUNTED-CASH     PIC 9(6)V99 VALUE ZERO.
           05 STT-COUNTED-CARD     PIC 9(6)V99 VALUE ZERO.
           05 STT-ON-ACCOUNT       PIC 9(6)V99 VALUE ZERO.

      *    REPORT LINES.
       01  RPT-TITLE-LINE.
           05                      PIC X(26)
                   VALUE 'VIDEO CASH-DRAWER CLOSE - '.
           05                      PIC X(6) VALUE 'STORE '.
           05 RPT-STORE-OUT        PIC 9.
           05                      PIC X(14) VALUE '  BUSINESS DAY'.
           05                      PIC X VALUE SPACE.
           05 RPT-DATE-OUT         PIC 9(8).
       01  RPT-HEADING-LINE.
           05                      PIC X(10) VALUE 'OPERATOR'.
           05                      PIC X(8)  VALUE 'TENDER'.
           05                      PIC X(10) VALUE '  EXPECTED'.
           05                      PIC X(14) VALUE '       COUNTED'.
           05                      PIC X(13) VALUE '   OVER/SHORT'.
       01  RPT-DETAIL-LINE.
           05 RPT-OPERATOR-OUT     PIC X(8).
           05                      PIC X(2) VALUE SPACES.
           05 RPT-TENDER-OUT       PIC X(6).
           05                      PIC X(2) VALUE SPACES.
           05 RPT-EXPECTED-OUT     PIC $$$,$$9.99.
           05                      PIC X(4) VALUE SPACES.
           05 RPT-COUNTED-OUT      PIC $$$,$$9.99.
           05                      PIC X(3) VALUE SPACES.
           05 RPT-DIFFERENCE-OUT   PIC $$$,$$9.99-.
           05                      PIC X(2) VALUE SPACES.
           05 RPT-FLAG-OUT         PIC X(5).
       01  RPT-ON-ACCOUNT-LINE.
           05                      PIC X(28)
                   VALUE 'FEES CHARGED ON ACCOUNT   : '.
           05 RPT-ON-ACCOUNT-OUT   PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE 'CHAP04A4D' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 950-SIGN-ON-RTN
           IF OPERATOR-IS-INQUIRY
               DISPLAY 'INQUIRY OPERATORS MAY NOT CLOSE A DRAWER - '
                       'SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'STORE TO CLOSE (1 OR 2)      : '
           ACCEPT WS-CLOSE-STORE
           IF WS-CLOSE-STORE < 1 OR WS-CLOSE-STORE > 2
               DISPLAY 'ERROR: STORE MUST BE 1 OR 2'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'BUSINESS DATE (0 = TODAY)    : '
           ACCEPT WS-CLOSE-DATE
           IF WS-CLOSE-DATE = ZERO
               MOVE WS-TODAY TO WS-CLOSE-DATE
           END-IF

           PERFORM 210-LOAD-JOURNAL-RTN
           IF WS-DRAWER-COUNT = ZERO
               DISPLAY 'NOTHING ON THE DRAWER JOURNAL FOR STORE '
                       WS-CLOSE-STORE ' ON ' WS-CLOSE-DATE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 300-TAKE-COUNTS-RTN
               VARYING DRW-IDX FROM 1 BY 1
               UNTIL DRW-IDX > WS-DRAWER-COUNT

           PERFORM 200-OPEN-FILES
           PERFORM 400-WRITE-REPORT-RTN
           PERFORM 500-CLOSE-FILES
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

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
              AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open AUDIT-LOG file. Status: '
                       WS-AUDIT-STATUS
           END-IF

      *    APPENDED, SO THE SECOND STORE'S CLOSE DOES NOT OVERWRITE
      *    THE FIRST'S. EACH CLOSE STARTS WITH ITS OWN TITLE LINE.
           OPEN EXTEND CLOSE-REPORT-FILE
           IF WS-REPORT-STATUS = '35'
               OPEN OUTPUT CLOSE-REPORT-FILE
           END-IF
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open DRAWER-CLOSE file. Status: '
                       WS-REPORT-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='DRAWER-CLOSE'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-REPORT-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      *    210-LOAD-JOURNAL-RTN - THE DAY'S ENTRIES FOR THE STORE,     *
      *    TOTALLED BY OPERATOR AND TENDER. CASH AND CARD ARE WHAT     *
      *    SHOULD BE IN THE DRAWER; ON-ACCOUNT FEES ARE CARRIED FOR    *
      *    THE REPORT ONLY. A FREE TWO-FOR RENTAL TOOK NOTHING.        *
      *****************************************************************
       210-LOAD-JOURNAL-RTN.
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = '00'
               PERFORM UNTIL WS-DRAWER-EOF = 'Y'
                   READ DRAWER-FILE
                       AT END
                           MOVE 'Y' TO WS-DRAWER-EOF
                       NOT AT END
                           IF DJ-ENTRY-DATE = WS-CLOSE-DATE
                              AND DJ-STORE = WS-CLOSE-STORE
                               PERFORM 220-POST-ONE-ENTRY-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE
           END-IF
           .

       220-POST-ONE-ENTRY-RTN.
           ADD 1 TO WS-ENTRIES-READ
           MOVE 'N' TO WS-DRAWER-FOUND-SW
           SET DRW-IDX TO 1
           SEARCH DRW-ENTRY
               AT END
                   CONTINUE
               WHEN DRW-IDX > WS-DRAWER-COUNT
                   CONTINUE
               WHEN DRW-OPERATOR-ID (DRW-IDX) = DJ-OPERATOR-ID
                   MOVE 'Y' TO WS-DRAWER-FOUND-SW
           END-SEARCH
      *    A CLOSE MISSING AN OPERATOR WOULD NOT BALANCE - STOP.
           IF NOT DRAWER-ON-TABLE
              AND WS-DRAWER-COUNT NOT < DRAWER-MAX
               DISPLAY 'ERROR: More than ' DRAWER-MAX ' operators on '
                       'the journal for the store - nothing closed'
               CLOSE DRAWER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT DRAWER-ON-TABLE
               ADD 1 TO WS-DRAWER-COUNT
               SET DRW-IDX TO WS-DRAWER-COUNT
               MOVE DJ-OPERATOR-ID TO DRW-OPERATOR-ID (DRW-IDX)
           END-IF
           ADD 1 TO DRW-ENTRY-COUNT (DRW-IDX)
           EVALUATE TRUE
               WHEN DJ-CASH
                   ADD DJ-AMOUNT TO DRW-EXPECT-CASH (DRW-IDX)
               WHEN DJ-CARD
                   ADD DJ-AMOUNT TO DRW-EXPECT-CARD (DRW-IDX)
               WHEN DJ-ON-ACCOUNT
                   ADD DJ-AMOUNT TO DRW-ON-ACCOUNT (DRW-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *    BLIND COUNT - THE EXPECTED AMOUNTS ARE NOT SHOWN UNTIL THE
      *    REPORT, SO THE COUNT CANNOT BE MADE TO FIT THEM.
       300-TAKE-COUNTS-RTN.
           DISPLAY ' '
           DISPLAY 'DRAWER FOR OPERATOR ' DRW-OPERATOR-ID (DRW-IDX)
                   ' - ' DRW-ENTRY-COUNT (DRW-IDX) ' JOURNAL ENTRIES'
           DISPLAY 'COUNTED CASH (NNNNN.NN)      : '
           MOVE ZERO TO WS-COUNTED-AMT
           ACCEPT WS-COUNTED-AMT
           MOVE WS-COUNTED-AMT TO DRW-COUNTED-CASH (DRW-IDX)
           DISPLAY 'COUNTED CARD SLIPS (NNNNN.NN): '
           MOVE ZERO TO WS-COUNTED-AMT
           ACCEPT WS-COUNTED-AMT
           MOVE WS-COUNTED-AMT TO DRW-COUNTED-CARD (DRW-IDX)
           .

      *****************************************************************
      *    400-WRITE-REPORT-RTN - A CASH LINE AND A CARD LINE PER      *
      *    OPERATOR, THEN THE STORE TOTALS. OVER/SHORT IS COUNTED LESS *
      *    EXPECTED - NEGATIVE IS SHORT.                               *
      *****************************************************************
       400-WRITE-REPORT-RTN.
           MOVE WS-CLOSE-STORE TO RPT-STORE-OUT
           MOVE WS-CLOSE-DATE TO RPT-DATE-OUT
           WRITE CLOSE-REPORT-REC FROM RPT-TITLE-LINE
           MOVE SPACES TO CLOSE-REPORT-REC
           WRITE CLOSE-REPORT-REC
           WRITE CLOSE-REPORT-REC FROM RPT-HEADING-LINE

           PERFORM 410-REPORT-ONE-DRAWER-RTN
               VARYING DRW-IDX FROM 1 BY 1
               UNTIL DRW-IDX > WS-DRAWER-COUNT

           MOVE SPACES TO CLOSE-REPORT-REC
           WRITE CLOSE-REPORT-REC
           MOVE 'STORE' TO RPT-OPERATOR-OUT
           MOVE 'CASH' TO RPT-TENDER-OUT
           MOVE STT-EXPECT-CASH TO RPT-EXPECTED-OUT
           MOVE STT-COUNTED-CASH TO RPT-COUNTED-OUT
           COMPUTE WS-DIFFERENCE = STT-COUNTED-CASH - STT-EXPECT-CASH
           PERFORM 420-WRITE-DETAIL-RTN
           MOVE 'CARD' TO RPT-TENDER-OUT
           MOVE STT-EXPECT-CARD TO RPT-EXPECTED-OUT
           MOVE STT-COUNTED-CARD TO RPT-COUNTED-OUT
           COMPUTE WS-DIFFERENCE = STT-COUNTED-CARD - STT-EXPECT-CARD
           PERFORM 420-WRITE-DETAIL-RTN
           MOVE STT-ON-ACCOUNT TO RPT-ON-ACCOUNT-OUT
           WRITE CLOSE-REPORT-REC FROM RPT-ON-ACCOUNT-LINE
           DISPLAY 'DRAWER-CLOSE REPORT WRITTEN - STORE '
                   WS-CLOSE-STORE ' ' WS-CLOSE-DATE
           .

       410-REPORT-ONE-DRAWER-RTN.
           MOVE DRW-OPERATOR-ID (DRW-IDX) TO RPT-OPERATOR-OUT
           MOVE 'CASH' TO RPT-TENDER-OUT
           MOVE DRW-EXPECT-CASH (DRW-IDX) TO RPT-EXPECTED-OUT
           MOVE DRW-COUNTED-CASH (DRW-IDX) TO RPT-COUNTED-OUT
           COMPUTE WS-DIFFERENCE = DRW-COUNTED-CASH (DRW-IDX)
                                 - DRW-EXPECT-CASH (DRW-IDX)
           PERFORM 420-WRITE-DETAIL-RTN
           MOVE SPACES TO RPT-OPERATOR-OUT
           MOVE 'CARD' TO RPT-TENDER-OUT
           MOVE DRW-EXPECT-CARD (DRW-IDX) TO RPT-EXPECTED-OUT
           MOVE DRW-COUNTED-CARD (DRW-IDX) TO RPT-COUNTED-OUT
           COMPUTE WS-DIFFERENCE = DRW-COUNTED-CARD (DRW-IDX)
                                 - DRW-EXPECT-CARD (DRW-IDX)
           PERFORM 420-WRITE-DETAIL-RTN
           ADD DRW-EXPECT-CASH (DRW-IDX) TO STT-EXPECT-CASH
           ADD DRW-EXPECT-CARD (DRW-IDX) TO STT-EXPECT-CARD
           ADD DRW-COUNTED-CASH (DRW-IDX) TO STT-COUNTED-CASH
           ADD DRW-COUNTED-CARD (DRW-IDX) TO STT-COUNTED-CARD
           ADD DRW-ON-ACCOUNT (DRW-IDX) TO STT-ON-ACCOUNT
           COPY AUDITLOG REPLACING
               ==:RECORD-KEY:== BY ==DRW-OPERATOR-ID (DRW-IDX)==
               ==:ACTION:==     BY =='DRAWER CLOSE'==.
           .

       420-WRITE-DETAIL-RTN.
           MOVE WS-DIFFERENCE TO RPT-DIFFERENCE-OUT
           EVALUATE TRUE
               WHEN WS-DIFFERENCE > ZERO
                   MOVE 'OVER' TO RPT-FLAG-OUT
               WHEN WS-DIFFERENCE < ZERO
                   MOVE 'SHORT' TO RPT-FLAG-OUT
               WHEN OTHER
                   MOVE SPACES TO RPT-FLAG-OUT
           END-EVALUATE
           WRITE CLOSE-REPORT-REC FROM RPT-DETAIL-LINE
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY RPT-OPERATOR-OUT ' ' RPT-TENDER-OUT ' '
                       RPT-FLAG-OUT ' ' RPT-DIFFERENCE-OUT
           END-IF
           .

       500-CLOSE-FILES.
           CLOSE CLOSE-REPORT-FILE
           CLOSE ERROR-LOG-FILE
           CLOSE AUDIT-LOG-FILE
           .

           COPY IOERRPARA.
           COPY AUDITPARA.

       COPY OPERPARA.
