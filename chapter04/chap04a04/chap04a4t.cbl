       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04A4T.

      *****************************************************************
      * PROGRAM NAME : Video Store Transfer Register and Suggestions   *
      * PROGRAM ID   : CHAP04A4T                                       *
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
      *   Two listings off the inter-store transfers CHAP04A04C logs   *
      *   at the counter. The transfer register shows every transfer   *
      *   still in transit or received in the last XFER-LOOKBACK-DAYS  *
      *   days - title, rental or sales copies, the stores, the        *
      *   quantity, when it shipped and when it was received - with    *
      *   the ones still in transit flagged and totalled. The          *
      *   suggested-transfer list picks out titles whose rental        *
      *   copies sit idle at one store (no rentals in the last         *
      *   XFER-LOOKBACK-DAYS days and nobody waiting) while the other  *
      *   store has customers on the waiting list for it or has        *
      *   rented it at least XFER-HEAVY-RENTALS times in that window.  *
      *   A title already in transit to that store is left off.        *
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
      *   | master.dat             | Video master - store positions|  *
      *   | video-transfers.dat    | Transfer log (VIDXFERREC)     |  *
      *   | video-holds.dat        | Waiting list (VIDHOLDREC)     |  *
      *   | cust-activity.dat      | Rentals by title and store    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   ------------------------- --------------------------------  *
      *   | File Name              | Description                   |  *
      *   ------------------------- --------------------------------  *
      *   | video-xfer-register.dat| Transfer register             |  *
      *   | video-xfer-suggest.dat | Suggested transfers           |  *
      *   | io-error.log           | Shared shop-wide I/O error log|  *
      *   | run-stats.log          | Shared shop-wide run stats    |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - No video master: nothing to suggest, register without      *
      *     title names                                                *
      *   - No transfer, holds or activity file (status 35) is read   *
      *     as empty                                                   *
      *   - Titles past the title table are left out of the            *
      *     suggestions with a warning                                 *
      *   - File status validated on OPEN via IOERRCHK                *
      *                                                                *
      * RETURN CODES :                                                 *
      *   0  - Both listings written                                   *
      *   16 - A listing file could not be opened                      *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *   2026-10-15  MAM  MASTER-REC picks up TITLE-COST              *
      *   2026-10-15  MAM  MASTER-REC picks up TITLE-CATEGORY          *
      *   2026-10-15  MAM  The transfer table holds only transfers in  *
      *                    transit or received inside the look-back    *
      *                    window, bounded at WS-TRANSFER-MAX with a   *
      *                    warning; older receipts are no longer       *
      *                    listed.                                     *
      *   2026-10-15  MAM  The title table is bounded at WS-TITLE-MAX; *
      *                    titles past it are left out of the          *
      *                    suggestions with a warning.                 *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'data/master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-NO
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO 'data/video-transfers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT HOLDS-FILE ASSIGN TO 'data/video-holds.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT ACTIVITY-HISTORY-FILE
               ASSIGN TO 'data/cust-activity.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT F-REGISTER-REPORT
               ASSIGN TO 'data/video-xfer-register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT F-SUGGEST-REPORT
               ASSIGN TO 'data/video-xfer-suggest.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGGEST-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TRANSFER-FILE.
           COPY VIDXFERREC.

       FD  HOLDS-FILE.
           COPY VIDHOLDREC.

      *    LAYOUT MATCHED TO ACTIVITY-REC IN CHAP04A04C.
       FD  ACTIVITY-HISTORY-FILE.
       01  ACTIVITY-HISTORY-REC.
           05 AH-CUSTOMER-NAME-IN   PIC X(20).
           05 AH-ACTIVITY-TYPE-IN   PIC X.
           05 AH-ACTIVITY-DATE-IN   PIC 9(8).
           05 AH-ITEM-NO-IN         PIC X(3).
           05 AH-STORE-IN           PIC 9.

       FD  F-REGISTER-REPORT.
       01  REGISTER-LINE             PIC X(90).

       FD  F-SUGGEST-REPORT.
       01  SUGGEST-LINE              PIC X(90).

       COPY IOERRFD.
       COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX.
       01  WS-TRANSFER-STATUS        PIC XX.
       01  WS-HOLDS-STATUS           PIC XX.
       01  WS-ACTIVITY-STATUS        PIC XX.
       01  WS-REGISTER-STATUS        PIC XX.
       01  WS-SUGGEST-STATUS         PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.
       COPY BANNERWS.

       01  WS-EOF                    PIC X VALUE 'N'.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DATE            PIC 9(8) VALUE ZERO.

      *    THE RENTAL WINDOW A STORE'S COPIES ARE JUDGED ON, AND HOW
      *    MANY RENTALS IN IT MAKE A TITLE IN DEMAND THERE.
       01  XFER-LOOKBACK-DAYS        PIC 9(3) VALUE 030.
       01  XFER-HEAVY-RENTALS        PIC 9(3) VALUE 003.

       01  WS-RECORDS-READ           PIC 9(7) VALUE ZERO.
       01  WS-LINES-WRITTEN          PIC 9(7) VALUE ZERO.
       01  WS-SUGGEST-LINES          PIC 9(7) VALUE ZERO.
       01  WS-TRANSIT-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-TRANSIT-COPIES         PIC 9(7) VALUE ZERO.
       01  WS-SUGGEST-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-SUGGEST-COPIES         PIC 9(7) VALUE ZERO.
       01  WS-FROM-STORE             PIC 9 VALUE ZERO.
       01  WS-TO-STORE               PIC 9 VALUE ZERO.
       01  WS-IDLE-OH                PIC 9(3) VALUE ZERO.
       01  WS-SUGGEST-QTY            PIC 9(3) VALUE ZERO.
       01  WS-ITEM-KEY               PIC X(3) VALUE SPACES.

      *    ONE ENTRY PER TITLE ON THE MASTER, WITH EACH STORE'S RENTAL
      *    COPIES, ITS RENTALS IN THE WINDOW AND ITS WAITING LIST.
       01  TITLE-TABLE.
           05 TTL-ENTRY OCCURS 500 TIMES INDEXED BY TTL-IDX.
               10 TTL-ITEM-NO        PIC X(3)  VALUE SPACES.
               10 TTL-VIDEO-NAME     PIC X(17) VALUE SPACES.
               10 TTL-STORE OCCURS 2 TIMES.
                   15 TTL-RENTAL-OH  PIC 9(3)  VALUE ZERO.
                   15 TTL-RENTALS    PIC 9(5)  VALUE ZERO.
                   15 TTL-WAITING    PIC 9(3)  VALUE ZERO.
       01  WS-TITLE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-TITLE-MAX              PIC 9(3) VALUE 500.
       01  WS-TITLE-NO-ROOM          PIC 9(5) VALUE ZERO.
       01  WS-TITLE-FOUND-SW         PIC X VALUE 'N'.
           88 TITLE-FOUND            VALUE 'Y'.

      *    ONE ENTRY PER OPEN TRANSFER ON THE LOG, IN TRANSFER-NUMBER
      *    ORDER AS THE COUNTER ISSUED THEM. A ZERO RECEIVED DATE IS
      *    STILL IN TRANSIT. ONE RECEIVED BEFORE THE LOOK-BACK WINDOW
      *    IS CLOSED - ITS TRANSFER NUMBER IS ZEROED AND 226 SQUEEZES
      *    IT OUT - SO THE TABLE HOLDS ONLY WHAT THE REPORTS USE.
       01  TRANSFER-TABLE.
           05 TRF-ENTRY OCCURS 1000 TIMES INDEXED BY TRF-IDX.
               10 TRF-TRANSFER-NO    PIC 9(5)  VALUE ZERO.
               10 TRF-ITEM-NO        PIC X(3)  VALUE SPACES.
               10 TRF-COPY-TYPE      PIC X     VALUE SPACE.
               10 TRF-FROM-STORE     PIC 9     VALUE ZERO.
               10 TRF-TO-STORE       PIC 9     VALUE ZERO.
               10 TRF-QTY            PIC 9(3)  VALUE ZERO.
               10 TRF-SHIP-DATE      PIC 9(8)  VALUE ZERO.
               10 TRF-RECEIVE-DATE   PIC 9(8)  VALUE ZERO.
       01  WS-TRANSFER-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-TRANSFER-MAX           PIC 9(4) VALUE 1000.
       01  WS-TRANSFER-KEEP          PIC 9(4) VALUE ZERO.
       01  WS-TRANSFER-NO-ROOM       PIC 9(5) VALUE ZERO.
       01  WS-TRANSFER-FOUND-SW      PIC X VALUE 'N'.
           88 TRANSFER-FOUND         VALUE 'Y'.

       01  RPT-REGISTER-HEADING.
           05                        PIC X(40) VALUE
               'VIDEO TRAP - STORE TRANSFER REGISTER'.
           05                        PIC X(6) VALUE 'AS OF '.
           05  RH-REG-DATE-OUT       PIC 9999/99/99.
       01  RPT-REGISTER-COLUMNS.
           05                        PIC X(8)  VALUE 'XFER NO'.
           05                        PIC X(5)  VALUE 'ITEM'.
           05                        PIC X(19) VALUE 'TITLE'.
           05                        PIC X(8)  VALUE 'COPIES'.
           05                        PIC X(7)  VALUE 'FROM'.
           05                        PIC X(5)  VALUE 'TO'.
           05                        PIC X(5)  VALUE 'QTY'.
           05                        PIC X(12) VALUE 'SHIPPED'.
           05                        PIC X(10) VALUE 'RECEIVED'.

       01  RPT-REGISTER-DETAIL.
           05                        PIC X(2) VALUE SPACES.
           05  RR-TRANSFER-NO-OUT    PIC 9(5).
           05                        PIC X(1) VALUE SPACES.
           05  RR-ITEM-NO-OUT        PIC X(3).
           05                        PIC X(2) VALUE SPACES.
           05  RR-VIDEO-NAME-OUT     PIC X(17).
           05                        PIC X(2) VALUE SPACES.
           05  RR-COPY-TYPE-OUT      PIC X(6).
           05                        PIC X(4) VALUE SPACES.
           05  RR-FROM-STORE-OUT     PIC 9.
           05                        PIC X(4) VALUE SPACES.
           05  RR-TO-STORE-OUT       PIC 9.
           05                        PIC X(3) VALUE SPACES.
           05  RR-QTY-OUT            PIC ZZ9.
           05                        PIC X(2) VALUE SPACES.
           05  RR-SHIP-DATE-OUT      PIC 9999/99/99.
           05                        PIC X(2) VALUE SPACES.
      *    THE RECEIVED DATE, OR IN TRANSIT WHILE THERE IS NONE.
           05  RR-RECEIVED-OUT       PIC X(10).
           05  RR-RECEIVE-DATE-AREA REDEFINES RR-RECEIVED-OUT.
               10  RR-RECEIVE-DATE-OUT PIC 9999/99/99.

       01  RPT-SUGGEST-HEADING.
           05                        PIC X(40) VALUE
               'VIDEO TRAP - SUGGESTED STORE TRANSFERS'.
           05                        PIC X(6) VALUE 'AS OF '.
           05  RH-SUG-DATE-OUT       PIC 9999/99/99.
       01  RPT-SUGGEST-BASIS.
           05                        PIC X(38) VALUE
               'RENTAL COPIES IDLE AT ONE STORE - LAST'.
           05  RH-LOOKBACK-OUT       PIC ZZ9.
           05                        PIC X(40) VALUE
               ' DAYS - WANTED AT THE OTHER'.
       01  RPT-SUGGEST-COLUMNS.
           05                        PIC X(7)  VALUE 'ITEM'.
           05                        PIC X(19) VALUE 'TITLE'.
           05                        PIC X(7)  VALUE 'FROM'.
           05                        PIC X(5)  VALUE 'TO'.
           05                        PIC X(8)  VALUE 'IDLE'.
           05                        PIC X(9)  VALUE 'WAITING'.
           05                        PIC X(9)  VALUE 'RENTALS'.
           05                        PIC X(6)  VALUE 'MOVE'.

       01  RPT-SUGGEST-DETAIL.
           05                        PIC X(2) VALUE SPACES.
           05  RS-ITEM-NO-OUT        PIC X(3).
           05                        PIC X(2) VALUE SPACES.
           05  RS-VIDEO-NAME-OUT     PIC X(17).
           05                        PIC X(4) VALUE SPACES.
           05  RS-FROM-STORE-OUT     PIC 9.
           05                        PIC X(4) VALUE SPACES.
           05  RS-TO-STORE-OUT       PIC 9.
           05                        PIC X(3) VALUE SPACES.
           05  RS-IDLE-OUT           PIC ZZ9.
           05                        PIC X(5) VALUE SPACES.
           05  RS-WAITING-OUT        PIC ZZ9.
           05                        PIC X(5) VALUE SPACES.
           05  RS-RENTALS-OUT        PIC ZZZZ9.
           05                        PIC X(3) VALUE SPACES.
           05  RS-MOVE-OUT           PIC ZZ9.

       01  RPT-NONE-LINE.
           05                        PIC X(2) VALUE SPACES.
           05                        PIC X(20) VALUE 'NONE'.

       01  RPT-COUNT-LINE.
           05  RC-LABEL-OUT          PIC X(30).
           05  RC-COUNT-OUT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUNSTATS-START-TIME FROM TIME
           MOVE 'CHAP04A4T' TO WS-THIS-PROGRAM-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    - XFER-LOOKBACK-DAYS)
           PERFORM 200-OPEN-FILES
           PERFORM 210-LOAD-TITLES-RTN
           PERFORM 220-LOAD-TRANSFERS-RTN
           PERFORM 230-LOAD-WAITING-RTN
           PERFORM 240-LOAD-RENTALS-RTN

           PERFORM 500-WRITE-REGISTER-RTN
           PERFORM 600-WRITE-SUGGESTIONS-RTN
           DISPLAY 'CHAP04A4T: TRANSFERS: ' WS-TRANSFER-COUNT
                   '  IN TRANSIT: ' WS-TRANSIT-COUNT
                   '  SUGGESTED: ' WS-SUGGEST-COUNT

           COPY RUNSTATSLOG REPLACING
               ==:RECORDS-READ:==     BY ==WS-RECORDS-READ==
               ==:RECORDS-WRITTEN:==  BY ==WS-LINES-WRITTEN==
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

           OPEN OUTPUT F-REGISTER-REPORT
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open VIDEO-XFER-REGISTER file. '
                       'Status: ' WS-REGISTER-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='XFER-REGISTER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-REGISTER-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT F-SUGGEST-REPORT
           IF WS-SUGGEST-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open VIDEO-XFER-SUGGEST file. '
                       'Status: ' WS-SUGGEST-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='XFER-SUGGEST'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-SUGGEST-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    THE MASTER IS READ FRONT TO BACK ONCE FOR EACH TITLE'S
      *    RENTAL COPIES BY STORE.
       210-LOAD-TITLES-RTN.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF WS-TITLE-COUNT < WS-TITLE-MAX
                               PERFORM 215-ADD-TITLE-RTN
                           ELSE
                               ADD 1 TO WS-TITLE-NO-ROOM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
               IF WS-TITLE-NO-ROOM > ZERO
                   DISPLAY 'WARNING: More than ' WS-TITLE-MAX
                           ' titles - ' WS-TITLE-NO-ROOM
                           ' not considered'
               END-IF
           ELSE
               DISPLAY 'WARNING: Cannot open MASTER file. Status: '
                       WS-MASTER-STATUS ' - no suggestions made'
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='MASTER'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-MASTER-STATUS==.
           END-IF
           .

       215-ADD-TITLE-RTN.
           ADD 1 TO WS-TITLE-COUNT
           SET TTL-IDX TO WS-TITLE-COUNT
           MOVE ITEM-NO TO TTL-ITEM-NO (TTL-IDX)
           MOVE VIDEO-NAME TO TTL-VIDEO-NAME (TTL-IDX)
           MOVE STPOS-RENTAL-OH (1) TO TTL-RENTAL-OH (TTL-IDX, 1)
           MOVE STPOS-RENTAL-OH (2) TO TTL-RENTAL-OH (TTL-IDX, 2)
           .

      *    A SHIPMENT STARTS A REGISTER ENTRY AND ITS RECEIPT, UNDER
      *    THE SAME TRANSFER NUMBER, DATES IT RECEIVED.
       220-LOAD-TRANSFERS-RTN.
           OPEN INPUT TRANSFER-FILE
           IF WS-TRANSFER-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSFER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF VX-IS-SHIPMENT
                               PERFORM 222-ADD-SHIPMENT-RTN
                           ELSE
                               PERFORM 224-FIND-TRANSFER-RTN
                               IF TRANSFER-FOUND
                                   IF VX-ENTRY-DATE < WS-CUTOFF-DATE
                                       MOVE ZERO
                                         TO TRF-TRANSFER-NO (TRF-IDX)
                                   ELSE
                                       MOVE VX-ENTRY-DATE
                                         TO TRF-RECEIVE-DATE (TRF-IDX)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
               PERFORM 226-COMPACT-TRANSFERS-RTN
               IF WS-TRANSFER-NO-ROOM > ZERO
                   DISPLAY 'WARNING: More than ' WS-TRANSFER-MAX
                           ' open transfers - ' WS-TRANSFER-NO-ROOM
                           ' not listed'
               END-IF
           ELSE
               DISPLAY 'CHAP04A4T: No transfer log on file - '
                       'no transfers yet'
           END-IF
           .

      *    A FULL TABLE IS FIRST SQUEEZED OF CLOSED TRANSFERS.
       222-ADD-SHIPMENT-RTN.
           IF WS-TRANSFER-COUNT NOT < WS-TRANSFER-MAX
               PERFORM 226-COMPACT-TRANSFERS-RTN
           END-IF
           IF WS-TRANSFER-COUNT < WS-TRANSFER-MAX
               ADD 1 TO WS-TRANSFER-COUNT
               SET TRF-IDX TO WS-TRANSFER-COUNT
               MOVE VX-TRANSFER-NO TO TRF-TRANSFER-NO (TRF-IDX)
               MOVE VX-ITEM-NO TO TRF-ITEM-NO (TRF-IDX)
               MOVE VX-COPY-TYPE TO TRF-COPY-TYPE (TRF-IDX)
               MOVE VX-FROM-STORE TO TRF-FROM-STORE (TRF-IDX)
               MOVE VX-TO-STORE TO TRF-TO-STORE (TRF-IDX)
               MOVE VX-QTY TO TRF-QTY (TRF-IDX)
               MOVE VX-ENTRY-DATE TO TRF-SHIP-DATE (TRF-IDX)
           ELSE
               ADD 1 TO WS-TRANSFER-NO-ROOM
           END-IF
           .

       224-FIND-TRANSFER-RTN.
           MOVE 'N' TO WS-TRANSFER-FOUND-SW
           SET TRF-IDX TO 1
           SEARCH TRF-ENTRY
               AT END
                   CONTINUE
               WHEN TRF-IDX > WS-TRANSFER-COUNT
                   CONTINUE
               WHEN TRF-TRANSFER-NO (TRF-IDX) = VX-TRANSFER-NO
                   MOVE 'Y' TO WS-TRANSFER-FOUND-SW
           END-SEARCH
           .

      *    CLOSED TRANSFERS (ZERO TRANSFER NUMBER) ARE DROPPED AND THE
      *    REST SLIDE UP, STILL IN TRANSFER-NUMBER ORDER.
       226-COMPACT-TRANSFERS-RTN.
           MOVE ZERO TO WS-TRANSFER-KEEP
           PERFORM 228-KEEP-ONE-TRANSFER-RTN
               VARYING TRF-IDX FROM 1 BY 1
               UNTIL TRF-IDX > WS-TRANSFER-COUNT
           MOVE WS-TRANSFER-KEEP TO WS-TRANSFER-COUNT
           .

       228-KEEP-ONE-TRANSFER-RTN.
           IF TRF-TRANSFER-NO (TRF-IDX) NOT = ZERO
               ADD 1 TO WS-TRANSFER-KEEP
               MOVE TRF-ENTRY (TRF-IDX) TO TRF-ENTRY (WS-TRANSFER-KEEP)
           END-IF
           .

      *    CUSTOMERS STILL WAITING FOR A TITLE, COUNTED AT THE STORE
      *    THEY WILL PICK IT UP FROM.
       230-LOAD-WAITING-RTN.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLDS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF VH-WAITING
                              AND (VH-STORE = 1 OR VH-STORE = 2)
                               MOVE VH-ITEM-NO TO WS-ITEM-KEY
                               PERFORM 250-FIND-TITLE-RTN
                               IF TITLE-FOUND
                                   ADD 1 TO
                                       TTL-WAITING (TTL-IDX, VH-STORE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           .

      *    RENTALS INSIDE THE WINDOW, BY TITLE AND STORE. HISTORY
      *    WRITTEN BEFORE THE COUNTER RECORDED THE TITLE AND STORE
      *    CARRIES NEITHER AND IS PASSED OVER.
       240-LOAD-RENTALS-RTN.
           OPEN INPUT ACTIVITY-HISTORY-FILE
           IF WS-ACTIVITY-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACTIVITY-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF AH-ACTIVITY-TYPE-IN = 'R'
                              AND AH-ACTIVITY-DATE-IN > WS-CUTOFF-DATE
                              AND (AH-STORE-IN = 1 OR AH-STORE-IN = 2)
                               MOVE AH-ITEM-NO-IN TO WS-ITEM-KEY
                               PERFORM 250-FIND-TITLE-RTN
                               IF TITLE-FOUND
                                   ADD 1 TO TTL-RENTALS
                                       (TTL-IDX, AH-STORE-IN)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-HISTORY-FILE
           END-IF
           .

       250-FIND-TITLE-RTN.
           MOVE 'N' TO WS-TITLE-FOUND-SW
           SET TTL-IDX TO 1
           SEARCH TTL-ENTRY
               AT END
                   CONTINUE
               WHEN TTL-IDX > WS-TITLE-COUNT
                   CONTINUE
               WHEN TTL-ITEM-NO (TTL-IDX) = WS-ITEM-KEY
                   MOVE 'Y' TO WS-TITLE-FOUND-SW
           END-SEARCH
           .

       400-CLOSE-FILES.
           CLOSE F-REGISTER-REPORT
           CLOSE F-SUGGEST-REPORT
           CLOSE ERROR-LOG-FILE
           .

      *****************************************************************
      *    500-WRITE-REGISTER-RTN - EVERY OPEN OR RECENT TRANSFER IN   *
      *    THE ORDER IT WAS SHIPPED, THEN WHAT IS STILL IN TRANSIT.    *
      *****************************************************************
       500-WRITE-REGISTER-RTN.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04A4T'==
               ==:FILE-RECORD:== BY ==REGISTER-LINE==.
           MOVE WS-RUN-DATE TO RH-REG-DATE-OUT
           WRITE REGISTER-LINE FROM RPT-REGISTER-HEADING
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM RPT-REGISTER-COLUMNS
           MOVE ALL '-' TO REGISTER-LINE
           WRITE REGISTER-LINE
           ADD 4 TO WS-LINES-WRITTEN

           PERFORM 510-WRITE-TRANSFER-LINE-RTN
               VARYING TRF-IDX FROM 1 BY 1
               UNTIL TRF-IDX > WS-TRANSFER-COUNT
           IF WS-TRANSFER-COUNT = ZERO
               WRITE REGISTER-LINE FROM RPT-NONE-LINE
               ADD 1 TO WS-LINES-WRITTEN
           END-IF

           MOVE ALL '-' TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE 'TRANSFERS LISTED:' TO RC-LABEL-OUT
           MOVE WS-TRANSFER-COUNT TO RC-COUNT-OUT
           WRITE REGISTER-LINE FROM RPT-COUNT-LINE
           MOVE 'TRANSFERS IN TRANSIT:' TO RC-LABEL-OUT
           MOVE WS-TRANSIT-COUNT TO RC-COUNT-OUT
           WRITE REGISTER-LINE FROM RPT-COUNT-LINE
           MOVE 'COPIES IN TRANSIT:' TO RC-LABEL-OUT
           MOVE WS-TRANSIT-COPIES TO RC-COUNT-OUT
           WRITE REGISTER-LINE FROM RPT-COUNT-LINE
           ADD 4 TO WS-LINES-WRITTEN
           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04A4T'==
               ==:FILE-RECORD:==  BY ==REGISTER-LINE==
               ==:RECORD-COUNT:== BY ==WS-LINES-WRITTEN==.
           .

       510-WRITE-TRANSFER-LINE-RTN.
           MOVE TRF-TRANSFER-NO (TRF-IDX) TO RR-TRANSFER-NO-OUT
           MOVE TRF-ITEM-NO (TRF-IDX) TO RR-ITEM-NO-OUT
           MOVE TRF-ITEM-NO (TRF-IDX) TO WS-ITEM-KEY
           PERFORM 250-FIND-TITLE-RTN
           IF TITLE-FOUND
               MOVE TTL-VIDEO-NAME (TTL-IDX) TO RR-VIDEO-NAME-OUT
           ELSE
               MOVE 'NOT ON MASTER' TO RR-VIDEO-NAME-OUT
           END-IF
           IF TRF-COPY-TYPE (TRF-IDX) = 'S'
               MOVE 'SALES' TO RR-COPY-TYPE-OUT
           ELSE
               MOVE 'RENTAL' TO RR-COPY-TYPE-OUT
           END-IF
           MOVE TRF-FROM-STORE (TRF-IDX) TO RR-FROM-STORE-OUT
           MOVE TRF-TO-STORE (TRF-IDX) TO RR-TO-STORE-OUT
           MOVE TRF-QTY (TRF-IDX) TO RR-QTY-OUT
           MOVE TRF-SHIP-DATE (TRF-IDX) TO RR-SHIP-DATE-OUT
           IF TRF-RECEIVE-DATE (TRF-IDX) = ZERO
               MOVE 'IN TRANSIT' TO RR-RECEIVED-OUT
               ADD 1 TO WS-TRANSIT-COUNT
               ADD TRF-QTY (TRF-IDX) TO WS-TRANSIT-COPIES
           ELSE
               MOVE TRF-RECEIVE-DATE (TRF-IDX) TO RR-RECEIVE-DATE-OUT
           END-IF
           WRITE REGISTER-LINE FROM RPT-REGISTER-DETAIL
           ADD 1 TO WS-LINES-WRITTEN
           .

      *****************************************************************
      *    600-WRITE-SUGGESTIONS-RTN - EACH TITLE IS LOOKED AT BOTH    *
      *    WAYS, STORE 1 TO 2 AND STORE 2 TO 1.                        *
      *****************************************************************
       600-WRITE-SUGGESTIONS-RTN.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04A4T'==
               ==:FILE-RECORD:== BY ==SUGGEST-LINE==.
           MOVE WS-RUN-DATE TO RH-SUG-DATE-OUT
           WRITE SUGGEST-LINE FROM RPT-SUGGEST-HEADING
           MOVE XFER-LOOKBACK-DAYS TO RH-LOOKBACK-OUT
           WRITE SUGGEST-LINE FROM RPT-SUGGEST-BASIS
           MOVE SPACES TO SUGGEST-LINE
           WRITE SUGGEST-LINE
           WRITE SUGGEST-LINE FROM RPT-SUGGEST-COLUMNS
           MOVE ALL '-' TO SUGGEST-LINE
           WRITE SUGGEST-LINE
           ADD 5 TO WS-SUGGEST-LINES

           PERFORM VARYING WS-FROM-STORE FROM 1 BY 1
                   UNTIL WS-FROM-STORE > 2
               COMPUTE WS-TO-STORE = 3 - WS-FROM-STORE
               PERFORM 610-CHECK-TITLE-RTN
                   VARYING TTL-IDX FROM 1 BY 1
                   UNTIL TTL-IDX > WS-TITLE-COUNT
           END-PERFORM
           IF WS-SUGGEST-COUNT = ZERO
               WRITE SUGGEST-LINE FROM RPT-NONE-LINE
               ADD 1 TO WS-SUGGEST-LINES
           END-IF

           MOVE ALL '-' TO SUGGEST-LINE
           WRITE SUGGEST-LINE
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE 'TRANSFERS SUGGESTED:' TO RC-LABEL-OUT
           MOVE WS-SUGGEST-COUNT TO RC-COUNT-OUT
           WRITE SUGGEST-LINE FROM RPT-COUNT-LINE
           MOVE 'COPIES TO MOVE:' TO RC-LABEL-OUT
           MOVE WS-SUGGEST-COPIES TO RC-COUNT-OUT
           WRITE SUGGEST-LINE FROM RPT-COUNT-LINE
           ADD 3 TO WS-SUGGEST-LINES
           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04A4T'==
               ==:FILE-RECORD:==  BY ==SUGGEST-LINE==
               ==:RECORD-COUNT:== BY ==WS-SUGGEST-LINES==.
           ADD WS-SUGGEST-LINES TO WS-LINES-WRITTEN
           .

      *    IDLE AT THE SENDING STORE: COPIES ON HAND, NO RENTALS IN THE
      *    WINDOW AND NOBODY WAITING. WANTED AT THE OTHER: SOMEBODY
      *    WAITING OR HEAVY RENTALS. MOVE ENOUGH FOR THE WAITING LIST,
      *    OR ONE COPY ON RENTALS ALONE.
       610-CHECK-TITLE-RTN.
           MOVE TTL-RENTAL-OH (TTL-IDX, WS-FROM-STORE) TO WS-IDLE-OH
           IF WS-IDLE-OH > ZERO
              AND TTL-RENTALS (TTL-IDX, WS-FROM-STORE) = ZERO
              AND TTL-WAITING (TTL-IDX, WS-FROM-STORE) = ZERO
              AND (TTL-WAITING (TTL-IDX, WS-TO-STORE) > ZERO
                OR TTL-RENTALS (TTL-IDX, WS-TO-STORE)
                       NOT < XFER-HEAVY-RENTALS)
               PERFORM 620-CHECK-IN-TRANSIT-RTN
               IF NOT TRANSFER-FOUND
                   IF TTL-WAITING (TTL-IDX, WS-TO-STORE) > WS-IDLE-OH
                       MOVE WS-IDLE-OH TO WS-SUGGEST-QTY
                   ELSE IF TTL-WAITING (TTL-IDX, WS-TO-STORE) > ZERO
                       MOVE TTL-WAITING (TTL-IDX, WS-TO-STORE)
                           TO WS-SUGGEST-QTY
                   ELSE
                       MOVE 1 TO WS-SUGGEST-QTY
                   END-IF
                   END-IF
                   MOVE TTL-ITEM-NO (TTL-IDX) TO RS-ITEM-NO-OUT
                   MOVE TTL-VIDEO-NAME (TTL-IDX) TO RS-VIDEO-NAME-OUT
                   MOVE WS-FROM-STORE TO RS-FROM-STORE-OUT
                   MOVE WS-TO-STORE TO RS-TO-STORE-OUT
                   MOVE WS-IDLE-OH TO RS-IDLE-OUT
                   MOVE TTL-WAITING (TTL-IDX, WS-TO-STORE)
                       TO RS-WAITING-OUT
                   MOVE TTL-RENTALS (TTL-IDX, WS-TO-STORE)
                       TO RS-RENTALS-OUT
                   MOVE WS-SUGGEST-QTY TO RS-MOVE-OUT
                   WRITE SUGGEST-LINE FROM RPT-SUGGEST-DETAIL
                   ADD 1 TO WS-SUGGEST-LINES
                   ADD 1 TO WS-SUGGEST-COUNT
                   ADD WS-SUGGEST-QTY TO WS-SUGGEST-COPIES
               END-IF
           END-IF
           .

      *    RENTAL COPIES OF THE TITLE ALREADY ON THEIR WAY TO THE
      *    STORE THAT WANTS THEM.
       620-CHECK-IN-TRANSIT-RTN.
           MOVE 'N' TO WS-TRANSFER-FOUND-SW
           SET TRF-IDX TO 1
           SEARCH TRF-ENTRY
               AT END
                   CONTINUE
               WHEN TRF-IDX > WS-TRANSFER-COUNT
                   CONTINUE
               WHEN TRF-ITEM-NO (TRF-IDX) = TTL-ITEM-NO (TTL-IDX)
                AND TRF-COPY-TYPE (TRF-IDX) = 'R'
                AND TRF-TO-STORE (TRF-IDX) = WS-TO-STORE
                AND TRF-RECEIVE-DATE (TRF-IDX) = ZERO
                   MOVE 'Y' TO WS-TRANSFER-FOUND-SW
           END-SEARCH
           .

       COPY IOERRPARA.
       COPY RUNSTATSPARA.
