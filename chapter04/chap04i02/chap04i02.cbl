      *   inquiry audit trail with the clerk's operator ID, the date     *
      *   and time, and the employee number retrieved, separate from     *
      *   the customer-facing CHAP04I01 inquiry log.                     *
      *   The pay-history lookup shows the employee's record followed   *
      *   by every salary change on SALHIST.DAT - effective             *
      *   date, old and new salary, reason, and approver - and the      *
      *   date and amount of the last raise.                            *
      *                                                                *
      *================================================================*
      *                                                                *
      *   --------------------- ------------------------------------  *
      *   | prmast-idx.dat     | Indexed payroll master, keyed on     |  *
      *   |                    | employee number                      |  *
      *   | SALHIST.DAT        | Salary changes from CH01A06 and      |  *
      *   |                    | CHAP04M01 (optional)                 |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   2026-08-21  MAM  Added lookup by SSN and by territory/       *
      *                     office (alternate keys on PR-MASTER-IDX-   *
      *                     FILE); added a payroll inquiry audit log.  *
      *   2026-10-15  MAM  Added the H (pay history) lookup off        *
      *                     CH01A06's pay history, read as             *
      *                     SALHIST.DAT from CHAPTER01/ch01a06/DATA    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS  IS WS-IDX-STATUS.

      *    READ START TO FINISH FOR EACH PAY-HISTORY LOOKUP. NO FILE
      *    YET (STATUS 35) JUST MEANS NO SALARY CHANGES ON RECORD.
      *    KEPT BY CH01A06 IN ITS OWN DIRECTORY.
           SELECT SALARY-HISTORY-FILE
               ASSIGN TO 'CHAPTER01/ch01a06/DATA/SALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SALHIST-STATUS.

           SELECT INQUIRY-LOG-FILE
               ASSIGN TO 'data/chap04i02-audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PR-MASTER-IDX-FILE.
           COPY PRMIDXREC.

       FD  SALARY-HISTORY-FILE.
           COPY SALHISTREC.

      *    ONE LINE PER SUCCESSFUL LOOKUP - WHO ASKED FOR WHICH
      *    EMPLOYEE, AND WHEN. APPENDED TO, NEVER REWRITTEN.
       FD  INQUIRY-LOG-FILE.
       COPY OPERWS.
       01  WS-IDX-STATUS           PIC XX.
       01  WS-INQ-LOG-STATUS       PIC XX.
       01  WS-SALHIST-STATUS       PIC XX.
       01  WS-INQUIRY-KEY          PIC X(5).
       01  WS-INQUIRY-SSN          PIC X(9).
       01  WS-INQUIRY-LOCATION     PIC X(4).
           88 SEARCH-BY-EMP-NO     VALUE 'E'.
           88 SEARCH-BY-SSN        VALUE 'S'.
           88 SEARCH-BY-LOCATION   VALUE 'T'.
           88 SEARCH-PAY-HISTORY   VALUE 'H'.
       01  WS-LOCATION-EOF-SW      PIC X    VALUE 'N'.
           88 LOCATION-SCAN-DONE   VALUE 'Y'.
       01  WS-LOCATION-HIT-CNT       PIC 9(4) VALUE ZERO.
       01  WS-HISTORY-EOF-SW       PIC X    VALUE 'N'.
           88 HISTORY-SCAN-DONE    VALUE 'Y'.
       01  WS-HISTORY-HIT-CNT      PIC 9(4) VALUE ZERO.
       01  WS-HISTORY-CHANGE       PIC S9(7) VALUE ZERO.
      *    THE LATEST-DATED INCREASE SEEN SO FAR IN THE SCAN.
       01  WS-LAST-RAISE-DATE      PIC 9(8) VALUE ZERO.
       01  WS-LAST-RAISE-AMOUNT    PIC S9(7) VALUE ZERO.
       01  WS-HISTORY-HEADING.
           05                      PIC X(40) VALUE
               'EFFECTIVE   OLD SALARY  NEW SALARY    CH'.
           05                      PIC X(36) VALUE
               'ANGE  REASON       APPROVED BY'.
       01  WS-HISTORY-LINE.
           05 HL-EFFECTIVE-DATE-OUT PIC 9(8).
           05                      PIC X(4)  VALUE SPACES.
           05 HL-OLD-SALARY-OUT    PIC ZZZ,ZZ9.
           05                      PIC X(5)  VALUE SPACES.
           05 HL-NEW-SALARY-OUT    PIC ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 HL-CHANGE-OUT        PIC +ZZZ,ZZ9.
           05                      PIC X(2)  VALUE SPACES.
           05 HL-REASON-OUT        PIC X(11).
           05                      PIC X(2)  VALUE SPACES.
           05 HL-APPROVED-BY-OUT   PIC X(8).
       01  WS-LAST-RAISE-OUT       PIC ZZZ,ZZ9.
       01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.
      *    ACCEPT ... FROM TIME IS HHMMSSss - ACCEPTED INTO THIS 9(8)
      *    AND ONLY THE FIRST SIX DIGITS (HHMMSS) ARE MOVED TO THE
      *****************************************************************
       300-INQUIRY-RTN.
           DISPLAY ' '
           DISPLAY 'SEARCH BY EMPLOYEE NO, SSN, OR TERRITORY/OFFICE, '
                   'OR SHOW PAY HISTORY? (E/S/T/H) : '
           ACCEPT WS-SEARCH-MODE

           IF SEARCH-BY-EMP-NO
                   IF SEARCH-BY-LOCATION
                       PERFORM 330-LOCATION-LOOKUP-RTN
                   ELSE
                       IF SEARCH-PAY-HISTORY
                           PERFORM 340-PAY-HISTORY-RTN
                       ELSE
                           DISPLAY 'PLEASE ANSWER E, S, T, OR H'
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-READ
           .

      *    "WHEN WAS MY LAST RAISE AND HOW MUCH" - THE EMPLOYEE'S
      *    RECORD, THEN EVERY SALARY CHANGE ON FILE FOR THEM IN THE
      *    ORDER IT WAS RECORDED, THEN THE LATEST-DATED INCREASE.
       340-PAY-HISTORY-RTN.
           DISPLAY 'ENTER EMPLOYEE NO. (5 DIGITS) : '
           ACCEPT WS-INQUIRY-KEY

           MOVE WS-INQUIRY-KEY TO IDX-EMPLOYEE-NO
           READ PR-MASTER-IDX-FILE
               INVALID KEY
                   DISPLAY 'NO RECORD FOUND FOR EMPLOYEE NO. '
                           WS-INQUIRY-KEY
               NOT INVALID KEY
                   PERFORM 350-DISPLAY-RESULT-RTN
                   PERFORM 342-LIST-SALARY-HISTORY-RTN
           END-READ
           .

       342-LIST-SALARY-HISTORY-RTN.
           MOVE ZERO TO WS-HISTORY-HIT-CNT
                        WS-LAST-RAISE-DATE
                        WS-LAST-RAISE-AMOUNT
           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-SALHIST-STATUS = '00'
               DISPLAY ' '
               DISPLAY WS-HISTORY-HEADING
               MOVE 'N' TO WS-HISTORY-EOF-SW
               PERFORM 345-HISTORY-SCAN-RTN UNTIL HISTORY-SCAN-DONE
               CLOSE SALARY-HISTORY-FILE
           ELSE
               IF WS-SALHIST-STATUS NOT = '35'
                   DISPLAY 'WARNING: Cannot open SALARY-HISTORY file. '
                           'Status: ' WS-SALHIST-STATUS
               END-IF
           END-IF

           IF WS-HISTORY-HIT-CNT = ZERO
               DISPLAY 'NO SALARY CHANGES ON RECORD FOR EMPLOYEE NO. '
                       WS-INQUIRY-KEY
           ELSE
               IF WS-LAST-RAISE-DATE = ZERO
                   DISPLAY 'NO RAISE ON RECORD'
               ELSE
                   MOVE WS-LAST-RAISE-AMOUNT TO WS-LAST-RAISE-OUT
                   DISPLAY 'LAST RAISE        : ' WS-LAST-RAISE-DATE
                           '  AMOUNT ' WS-LAST-RAISE-OUT
               END-IF
           END-IF
           .

       345-HISTORY-SCAN-RTN.
           READ SALARY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
               NOT AT END
                   IF SH-EMPLOYEE-NO = WS-INQUIRY-KEY
                       ADD 1 TO WS-HISTORY-HIT-CNT
                       PERFORM 348-DISPLAY-HISTORY-LINE-RTN
                   END-IF
           END-READ
           .

       348-DISPLAY-HISTORY-LINE-RTN.
           COMPUTE WS-HISTORY-CHANGE = SH-NEW-SALARY - SH-OLD-SALARY
           MOVE SH-EFFECTIVE-DATE  TO HL-EFFECTIVE-DATE-OUT
           MOVE SH-OLD-SALARY      TO HL-OLD-SALARY-OUT
           MOVE SH-NEW-SALARY      TO HL-NEW-SALARY-OUT
           MOVE WS-HISTORY-CHANGE  TO HL-CHANGE-OUT
           MOVE SH-APPROVED-BY     TO HL-APPROVED-BY-OUT
           EVALUATE TRUE
               WHEN SH-MERIT
                   MOVE 'MERIT'      TO HL-REASON-OUT
               WHEN SH-RETRO
                   MOVE 'RETRO'      TO HL-REASON-OUT
               WHEN SH-PROMOTION
                   MOVE 'PROMOTION'  TO HL-REASON-OUT
               WHEN SH-ADJUSTMENT
                   MOVE 'ADJUSTMENT' TO HL-REASON-OUT
               WHEN OTHER
                   MOVE SH-REASON-CODE TO HL-REASON-OUT
           END-EVALUATE
           DISPLAY WS-HISTORY-LINE

           IF WS-HISTORY-CHANGE > ZERO
              AND SH-EFFECTIVE-DATE NOT < WS-LAST-RAISE-DATE
               MOVE SH-EFFECTIVE-DATE TO WS-LAST-RAISE-DATE
               MOVE WS-HISTORY-CHANGE TO WS-LAST-RAISE-AMOUNT
           END-IF
           .

       350-DISPLAY-RESULT-RTN.
           DISPLAY 'EMPLOYEE NO.      : ' IDX-EMPLOYEE-NO
           DISPLAY 'EMPLOYEE NAME     : ' IDX-EMPLOYEE-NAME
