      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-08-21  MAM  Initial version                             *
      *   2026-10-15  MAM  W-2 summary lines now lead with the         *
      *                    employee number; prior-year lines are       *
      *                    matched on it instead of on name. A prior-  *
      *                    year archive written before the number was  *
      *                    added matches nobody, so every employee     *
      *                    reads NEW HIRE for that one comparison.     *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
      *    SAME LAYOUT CHAP04P03 WRITES.
       FD  CURRENT-W2-FILE.
       01  CUR-W2-REC.
           05 CUR-EMPLOYEE-NO-OUT    PIC X(5).
           05                        PIC X(2).
           05 CUR-EMPLOYEE-NAME-OUT  PIC X(20).
           05                        PIC X(2).
           05 CUR-ANNUAL-GROSS-OUT   PIC ZZZZZZ9.

       FD  PRIOR-W2-FILE.
       01  PRI-W2-REC.
           05 PRI-EMPLOYEE-NO-OUT    PIC X(5).
           05                        PIC X(2).
           05 PRI-EMPLOYEE-NAME-OUT  PIC X(20).
           05                        PIC X(2).
           05 PRI-ANNUAL-GROSS-OUT   PIC ZZZZZZ9.

       FD  COMPARISON-FILE.
       01  COMPARISON-REC.
           05 CMP-EMPLOYEE-NO-OUT    PIC X(5).
           05                        PIC X(2).
           05 CMP-EMPLOYEE-NAME-OUT  PIC X(20).
           05                        PIC X(2).
           05 CMP-CUR-GROSS-OUT      PIC ZZZZZZ9.
       01  WS-PRIOR-EOF           PIC X VALUE 'N'.

      *    LAST YEAR'S W2SUMMARY.DAT IS LOADED IN FULL, KEYED ON
      *    PW2-EMPLOYEE-NO, SO EACH CURRENT-YEAR RECORD CAN BE MATCHED
      *    AGAINST IT WITHOUT ASSUMING BOTH FILES ARE IN THE SAME
      *    EMPLOYEE ORDER.
       01  PRIOR-W2-TABLE.
           05  PW2-ENTRY OCCURS 500 TIMES
                   INDEXED BY PW2-IDX.
               10  PW2-EMPLOYEE-NO PIC X(5).
               10  PW2-NAME   PIC X(20).
               10  PW2-GROSS  PIC 9(7).
               10  PW2-NET    PIC 9(7).
                   MOVE 'Y' TO WS-PRIOR-EOF
               NOT AT END
                   ADD 1 TO PRIOR-W2-COUNT
                   MOVE PRI-EMPLOYEE-NO-OUT
                       TO PW2-EMPLOYEE-NO (PRIOR-W2-COUNT)
                   MOVE PRI-EMPLOYEE-NAME-OUT
                       TO PW2-NAME (PRIOR-W2-COUNT)
                   MOVE PRI-ANNUAL-GROSS-OUT
           END-READ
           .

      *    PW2-ENTRY IS SEARCHED BY NUMBER, THE SAME WAY CHAP04P03'S
      *    OWN EMPLOYEE-YTD-ENTRY TABLE IS SEARCHED.
       200-COMPARE-RTN.
           MOVE CUR-ANNUAL-GROSS-OUT TO WS-CUR-GROSS
           SEARCH PW2-ENTRY
               AT END
                   CONTINUE
               WHEN PW2-EMPLOYEE-NO (PW2-IDX) = CUR-EMPLOYEE-NO-OUT
                   MOVE 'Y' TO WS-PRIOR-FOUND-SW
           END-SEARCH

           MOVE SPACES TO COMPARISON-REC
           MOVE CUR-EMPLOYEE-NO-OUT   TO CMP-EMPLOYEE-NO-OUT
           MOVE CUR-EMPLOYEE-NAME-OUT TO CMP-EMPLOYEE-NAME-OUT
           MOVE WS-CUR-GROSS          TO CMP-CUR-GROSS-OUT
           MOVE WS-CUR-NET            TO CMP-CUR-NET-OUT
