      *   | employee.dat       | Appended - one seeded pay-feed      |  *
      *   |                    | record per hire                     |  *
      *   | new-hire-cklst.dat | Per-hire setup checklist            |  *
      *   | hire-history.dat   | Appended - every hire consumed off  |  *
      *   |                    | the queue, kept for CHAP04H01       |  *
      *   | io-error.log       | Shared shop-wide I/O error log      |  *
      *   | run-stats.log      | Shared shop-wide end-of-run stats   |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-09-01  MAM  Initial version                             *
      *   2026-10-15  MAM  Seeded pay-feed record now carries the      *
      *                     hire's EMPLOYEE-NO, which CHAP04P01 keys   *
      *                     every pay file on.                         *
      *   2026-10-15  MAM  Each hire consumed off the queue is also    *
      *                     appended to hire-history.dat before the    *
      *                     queue is truncated, so the hire date       *
      *                     survives for the headcount and turnover    *
      *                     report (CHAP04H01).                        *
      *   2026-10-15  MAM  Seeded pay-feed record carries pay type S,  *
      *                     since the weekly salary is derived from    *
      *                     the hire's annual figure.                  *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CHECKLIST-STATUS.

           SELECT HIRE-HISTORY-FILE ASSIGN TO 'data/hire-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-HIREHIST-STATUS.

           COPY IOERRSEL.
           COPY RUNSTATSEL.

      *    LAYOUT MATCHED TO EMPLOYEE-REC IN CHAP04P01.
       FD  EMPLOYEE-FEED-FILE.
       01  EMPLOYEE-FEED-REC.
           05 EF-EMPLOYEE-NO        PIC X(5).
           05 EF-EMPLOYEE-NAME      PIC X(20).
           05 EF-SALARY             PIC 9(5).
           05 EF-NO-DEPENDANTS      PIC X(1).
           05 EF-BANK-ACCOUNT-TYPE  PIC X(1).
           05 EF-GARNISHMENT        PIC 9(5).
           05 EF-VOLUNTARY-DEDUCT   PIC 9(5).
           05 EF-PAY-TYPE           PIC X(1).

       FD  CHECKLIST-FILE.
       01  CHECKLIST-REC.
           05                       PIC X(2).
           05 CL-ITEM-OUT           PIC X(44).

      *    NEW-HIRE-REC AS CONSUMED, KEPT IN THE NEWHIREREC LAYOUT.
       FD  HIRE-HISTORY-FILE.
       01  HIRE-HISTORY-REC         PIC X(56).

           COPY IOERRFD.
           COPY RUNSTATSFD.

       01  WS-NEWHIRE-STATUS        PIC XX.
       01  WS-EMPLOYEE-STATUS       PIC XX.
       01  WS-CHECKLIST-STATUS      PIC XX.
       01  WS-HIREHIST-STATUS       PIC XX.
       COPY IOERRWS.
       COPY RUNSTATSWS.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND HIRE-HISTORY-FILE
           IF WS-HIREHIST-STATUS = '35'
               OPEN OUTPUT HIRE-HISTORY-FILE
           END-IF
           IF WS-HIREHIST-STATUS NOT = '00'
              AND WS-HIREHIST-STATUS NOT = '05'
               DISPLAY 'ERROR: Cannot open HIRE-HISTORY file. '
                       'Status: ' WS-HIREHIST-STATUS
               COPY IOERRCHK REPLACING
                   ==:FILE-LABEL:==   BY =='HIRE-HISTORY'==
                   ==:OPERATION:==    BY =='OPEN'==
                   ==:STATUS-FIELD:== BY ==WS-HIREHIST-STATUS==.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
               WS-ANNUAL-SALARY-NUM / 52

           MOVE SPACES TO EMPLOYEE-FEED-REC
           MOVE NH-EMPLOYEE-NO         TO EF-EMPLOYEE-NO
           MOVE NH-EMPLOYEE-NAME       TO EF-EMPLOYEE-NAME
           MOVE WS-WEEKLY-SALARY       TO EF-SALARY
      *    PRMAST CARRIES DEPENDENTS AS TWO DIGITS; THE PAY FEED HAS
           MOVE SPACES                 TO EF-BANK-ROUTING-NO
                                          EF-BANK-ACCOUNT-NO
                                          EF-BANK-ACCOUNT-TYPE
      *    THE HIRE IS SEEDED FROM AN ANNUAL SALARY, SO SALARIED.
           MOVE 'S'                    TO EF-PAY-TYPE
           WRITE EMPLOYEE-FEED-REC
           ADD 1 TO WS-HIRES-SEEDED
           WRITE HIRE-HISTORY-REC FROM NEW-HIRE-REC

           PERFORM 250-WRITE-CHECKLIST-RTN
           .
       400-CLOSE-FILES.
           CLOSE EMPLOYEE-FEED-FILE
                 CHECKLIST-FILE
                 HIRE-HISTORY-FILE
           CLOSE ERROR-LOG-FILE
           .

