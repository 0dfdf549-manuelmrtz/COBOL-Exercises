      *                PROCEDURE DIVISION, by every online program.    *
      * REVISION HISTORY :                                            *
      *   2026-09-01  MAM  Initial version                            *
      *   2026-10-15  MAM  Sign-on now asks for the operator's PIN    *
      *                    and refuses a disabled, locked-out or      *
      *                    expired operator. The third wrong PIN in a *
      *                    row locks the operator out. An operator    *
      *                    with no PIN on file yet chooses one at     *
      *                    sign-on. Every attempt is written to the   *
      *                    sign-on log, and a good one stamps the     *
      *                    last sign-on on the operator file. The     *
      *                    load, rewrite and PIN paragraphs are also  *
      *                    PERFORMed by CHAP04OPA                     *
      *   2026-10-15  MAM  The operator file is read again before a   *
      *                    sign-on updates and rewrites it, so a      *
      *                    change made while the PIN prompt was up is *
      *                    not lost. An operator with no PIN is       *
      *                    refused - CHAP04OPA action P sets it -     *
      *                    except a supervisor at CHAP04OPA choosing  *
      *                    the first PIN on a newly converted file    *
      *****************************************************************
       950-SIGN-ON-RTN.
           DISPLAY 'OPERATOR SIGN-ON - ENTER ID : '
           ACCEPT WS-OPERATOR-ID
           MOVE 'N' TO WS-OPERATOR-FOUND-SW
                       WS-OPERATOR-SEED-SW
           ACCEPT WS-OPERATOR-TODAY FROM DATE YYYYMMDD
           PERFORM 951-LOAD-OPERATORS-RTN
           IF NOT OPERATOR-FILE-ON-HAND
               DISPLAY 'NO OPERATOR FILE ON HAND - SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 960-FIND-OPERATOR-RTN
           PERFORM 961-CHECK-OPERATOR-RTN

           MOVE WS-OPERATOR-ID TO WS-OPERATOR-HASH-ID
           IF OPT-PIN-HASH (OPT-IDX) = SPACES
               PERFORM 962-SEED-FIRST-PIN-RTN
           ELSE
               DISPLAY 'ENTER PIN : '
               MOVE SPACES TO WS-OPERATOR-PIN
               ACCEPT WS-OPERATOR-PIN
               PERFORM 958-HASH-PIN-RTN
               IF WS-OPERATOR-PIN-HASH-X NOT = OPT-PIN-HASH (OPT-IDX)
                   PERFORM 963-COUNT-BAD-PIN-RTN
               END-IF
           END-IF

      *    THE OPERATOR MAY HAVE SAT AT THE PIN PROMPT FOR SOME TIME.
      *    THE FILE IS READ AGAIN BEFORE THE RECORD IS UPDATED, SO A
      *    CHAP04OPA CHANGE OR ANOTHER SIGN-ON MADE MEANWHILE IS KEPT
      *    - AND A DISABLE OR LOCKOUT MADE MEANWHILE STILL REFUSES.
           PERFORM 951-LOAD-OPERATORS-RTN
           PERFORM 960-FIND-OPERATOR-RTN
           PERFORM 961-CHECK-OPERATOR-RTN
           IF OPERATOR-PIN-SEEDING
               IF OPT-PIN-HASH (OPT-IDX) NOT = SPACES
                   MOVE 'NO-PIN' TO WS-OPERATOR-RESULT
                   MOVE 'A PIN WAS SET MEANWHILE - SIGN ON AGAIN'
                       TO WS-OPERATOR-MESSAGE
                   PERFORM 955-REFUSE-SIGN-ON-RTN
               END-IF
               MOVE WS-OPERATOR-PIN-HASH-X TO OPT-PIN-HASH (OPT-IDX)
               MOVE 'PIN-SET' TO WS-OPERATOR-RESULT
               PERFORM 954-LOG-SIGN-ON-RTN
           ELSE
               IF WS-OPERATOR-PIN-HASH-X NOT = OPT-PIN-HASH (OPT-IDX)
                   MOVE 'BAD-PIN' TO WS-OPERATOR-RESULT
                   MOVE 'PIN CHANGED MEANWHILE - SIGN ON AGAIN'
                       TO WS-OPERATOR-MESSAGE
                   PERFORM 955-REFUSE-SIGN-ON-RTN
               END-IF
           END-IF

           MOVE ZERO TO OPT-FAIL-COUNT (OPT-IDX)
           MOVE WS-OPERATOR-TODAY TO OPT-LAST-SIGNON-DATE (OPT-IDX)
           ACCEPT WS-OPERATOR-TIME-HOLD FROM TIME
           MOVE WS-OPERATOR-TIME-HOLD (1:6)
               TO OPT-LAST-SIGNON-TIME (OPT-IDX)
           PERFORM 956-REWRITE-OPERATORS-RTN
           MOVE 'SIGNED-ON' TO WS-OPERATOR-RESULT
           PERFORM 954-LOG-SIGN-ON-RTN

           MOVE 'Y' TO WS-OPERATOR-FOUND-SW
           MOVE OPT-NAME (OPT-IDX) TO WS-OPERATOR-NAME
           MOVE OPT-ROLE (OPT-IDX) TO WS-OPERATOR-ROLE
           DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME
           IF OPT-EXPIRY-DATE (OPT-IDX) NOT = ZERO
               COMPUTE WS-OPERATOR-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (OPT-EXPIRY-DATE (OPT-IDX))
                   - FUNCTION INTEGER-OF-DATE (WS-OPERATOR-TODAY)
               IF WS-OPERATOR-DAYS-LEFT < OPERATOR-EXPIRY-WARN-DAYS
                   DISPLAY 'ACCESS EXPIRES ' OPT-EXPIRY-DATE (OPT-IDX)
                           ' - ASK A SUPERVISOR TO RENEW IT'
               END-IF
           END-IF
           .

      *    LOADS THE WHOLE OPERATOR FILE INTO OPERATOR-TABLE. A
      *    RECORD IN THE OLD ID-ONLY LAYOUT COMES IN ACTIVE, WITH NO
      *    PIN, NO FAILURES AND NO EXPIRY.
       951-LOAD-OPERATORS-RTN.
           MOVE ZERO TO WS-OPERATOR-COUNT
           MOVE 'N' TO WS-OPERATOR-EOF
                       WS-OPERATOR-FILE-SW
                       WS-OPERATOR-FULL-SW
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = '00'
               MOVE 'Y' TO WS-OPERATOR-FILE-SW
               PERFORM 952-LOAD-ONE-OPERATOR-RTN
                   UNTIL WS-OPERATOR-EOF = 'Y'
               CLOSE OPERATOR-FILE
           END-IF
           .

       952-LOAD-ONE-OPERATOR-RTN.
           READ OPERATOR-FILE
               AT END
                   MOVE 'Y' TO WS-OPERATOR-EOF
               NOT AT END
                   IF WS-OPERATOR-COUNT NOT < 500
                       MOVE 'Y' TO WS-OPERATOR-FULL-SW
                   ELSE
                       ADD 1 TO WS-OPERATOR-COUNT
                       SET OPT-IDX TO WS-OPERATOR-COUNT
                       MOVE OPERATOR-REC TO OPT-ENTRY (OPT-IDX)
                       IF OPT-STATUS (OPT-IDX) = SPACE
                           MOVE 'A' TO OPT-STATUS (OPT-IDX)
                       END-IF
                       IF OPT-FAIL-COUNT (OPT-IDX) NOT NUMERIC
                           MOVE ZERO TO OPT-FAIL-COUNT (OPT-IDX)
                       END-IF
                       IF OPT-EXPIRY-DATE (OPT-IDX) NOT NUMERIC
                           MOVE ZERO TO OPT-EXPIRY-DATE (OPT-IDX)
                       END-IF
                       IF OPT-LAST-SIGNON-DATE (OPT-IDX) NOT NUMERIC
                          OR OPT-LAST-SIGNON-TIME (OPT-IDX) NOT NUMERIC
                           MOVE ZERO TO OPT-LAST-SIGNON-DATE (OPT-IDX)
                                        OPT-LAST-SIGNON-TIME (OPT-IDX)
                       END-IF
                       IF OPT-CHANGED-DATE (OPT-IDX) NOT NUMERIC
                           MOVE ZERO TO OPT-CHANGED-DATE (OPT-IDX)
                       END-IF
                   END-IF
           END-READ
           .

      *    TAKES A NEW PIN INTO WS-OPERATOR-PIN: 4 TO 8 DIGITS, KEYED
      *    TWICE THE SAME. OPERATOR-PIN-OK SAYS WHETHER IT WAS.
       953-TAKE-NEW-PIN-RTN.
           MOVE 'N' TO WS-OPERATOR-PIN-OK-SW
           MOVE SPACES TO WS-OPERATOR-PIN WS-OPERATOR-PIN-AGAIN
           DISPLAY 'NEW PIN (4 TO 8 DIGITS) : '
           ACCEPT WS-OPERATOR-PIN
           MOVE ZERO TO WS-OPERATOR-PIN-LEN WS-OPERATOR-PIN-SPACES
           INSPECT WS-OPERATOR-PIN TALLYING WS-OPERATOR-PIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-OPERATOR-PIN TALLYING WS-OPERATOR-PIN-SPACES
               FOR ALL SPACES
           IF WS-OPERATOR-PIN-LEN < 4
               DISPLAY 'A PIN IS 4 TO 8 DIGITS'
           ELSE
               IF WS-OPERATOR-PIN (1:WS-OPERATOR-PIN-LEN) NOT NUMERIC
                  OR WS-OPERATOR-PIN-LEN + WS-OPERATOR-PIN-SPACES
                       NOT = 8
                   DISPLAY 'A PIN IS 4 TO 8 DIGITS'
               ELSE
                   DISPLAY 'KEY THE SAME PIN AGAIN : '
                   ACCEPT WS-OPERATOR-PIN-AGAIN
                   IF WS-OPERATOR-PIN-AGAIN = WS-OPERATOR-PIN
                       MOVE 'Y' TO WS-OPERATOR-PIN-OK-SW
                   ELSE
                       DISPLAY 'THE TWO PINS DO NOT MATCH'
                   END-IF
               END-IF
           END-IF
           .

      *    ONE LINE ON THE SIGN-ON LOG FOR WS-OPERATOR-ID, RESULT IN
      *    WS-OPERATOR-RESULT. A LOG THAT CANNOT BE OPENED IS WARNED
      *    ABOUT BUT DOES NOT STOP THE SIGN-ON.
       954-LOG-SIGN-ON-RTN.
           OPEN EXTEND SIGNON-LOG-FILE
           IF WS-SIGNON-LOG-STATUS = '35'
               OPEN OUTPUT SIGNON-LOG-FILE
           END-IF
           IF WS-SIGNON-LOG-STATUS NOT = '00'
              AND WS-SIGNON-LOG-STATUS NOT = '05'
               DISPLAY 'WARNING: Cannot open SIGNON-LOG file. Status: '
                       WS-SIGNON-LOG-STATUS
           ELSE
               MOVE SPACES              TO SIGNON-LOG-REC
               MOVE WS-OPERATOR-ID      TO SO-OPERATOR-ID-OUT
               MOVE WS-THIS-PROGRAM-ID  TO SO-PROGRAM-ID-OUT
               MOVE WS-OPERATOR-RESULT  TO SO-RESULT-OUT
               MOVE WS-OPERATOR-TODAY (5:2) TO SO-LOG-MM-OUT
               MOVE '/'                 TO SO-LOG-SLASH-1
               MOVE WS-OPERATOR-TODAY (7:2) TO SO-LOG-DD-OUT
               MOVE '/'                 TO SO-LOG-SLASH-2
               MOVE WS-OPERATOR-TODAY (1:4) TO SO-LOG-CCYY-OUT
               ACCEPT WS-OPERATOR-TIME-HOLD FROM TIME
               MOVE WS-OPERATOR-TIME-HOLD (1:6) TO SO-LOG-TIME-OUT
               WRITE SIGNON-LOG-REC
               CLOSE SIGNON-LOG-FILE
           END-IF
           .

       955-REFUSE-SIGN-ON-RTN.
           PERFORM 954-LOG-SIGN-ON-RTN
           DISPLAY WS-OPERATOR-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .

      *    WRITES OPERATOR-TABLE BACK OVER THE OPERATOR FILE. NOT
      *    DONE IF THE FILE HELD MORE ROWS THAN THE TABLE - THE ROWS
      *    PAST THE END WOULD BE LOST.
       956-REWRITE-OPERATORS-RTN.
           IF OPERATOR-TABLE-FULL
               DISPLAY 'WARNING: Operator file has more than 500 '
                       'operators - not rewritten'
           ELSE
               OPEN OUTPUT OPERATOR-FILE
               IF WS-OPERATOR-STATUS NOT = '00'
                   DISPLAY 'WARNING: Cannot rewrite OPERATOR file. '
                           'Status: ' WS-OPERATOR-STATUS
               ELSE
                   PERFORM 957-WRITE-ONE-OPERATOR-RTN
                       VARYING OPT-WRITE-IDX FROM 1 BY 1
                       UNTIL OPT-WRITE-IDX > WS-OPERATOR-COUNT
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF
           .

       957-WRITE-ONE-OPERATOR-RTN.
           MOVE OPT-ENTRY (OPT-WRITE-IDX) TO OPERATOR-REC
           WRITE OPERATOR-REC
           .

      *    POINTS OPT-IDX AT WS-OPERATOR-ID; OPERATOR-ON-FILE SAYS
      *    WHETHER IT IS THERE.
       960-FIND-OPERATOR-RTN.
           MOVE 'N' TO WS-OPERATOR-ON-FILE-SW
           SET OPT-IDX TO 1
           SEARCH OPT-ENTRY
               AT END
                   CONTINUE
               WHEN OPT-IDX > WS-OPERATOR-COUNT
                   CONTINUE
               WHEN OPT-ID (OPT-IDX) = WS-OPERATOR-ID
                   MOVE 'Y' TO WS-OPERATOR-ON-FILE-SW
           END-SEARCH
           .

      *    REFUSES AN UNKNOWN, DISABLED, LOCKED-OUT OR EXPIRED
      *    OPERATOR AT OPT-IDX.
       961-CHECK-OPERATOR-RTN.
           MOVE SPACES TO WS-OPERATOR-MESSAGE
           EVALUATE TRUE
               WHEN NOT OPERATOR-ON-FILE
                   MOVE 'UNKNOWN-ID' TO WS-OPERATOR-RESULT
                   STRING 'OPERATOR ' WS-OPERATOR-ID
                          ' IS NOT AUTHORIZED - SESSION REFUSED'
                          DELIMITED BY SIZE INTO WS-OPERATOR-MESSAGE
                   END-STRING
               WHEN OPT-DISABLED (OPT-IDX)
                   MOVE 'DISABLED' TO WS-OPERATOR-RESULT
                   STRING 'OPERATOR ' WS-OPERATOR-ID
                          ' HAS BEEN DISABLED - SESSION REFUSED'
                          DELIMITED BY SIZE INTO WS-OPERATOR-MESSAGE
                   END-STRING
               WHEN OPT-LOCKED (OPT-IDX)
                   MOVE 'LOCKED' TO WS-OPERATOR-RESULT
                   STRING 'OPERATOR ' WS-OPERATOR-ID
                          ' IS LOCKED OUT - A SUPERVISOR MUST UNLOCK IT'
                          DELIMITED BY SIZE INTO WS-OPERATOR-MESSAGE
                   END-STRING
               WHEN OPT-EXPIRY-DATE (OPT-IDX) NOT = ZERO
                AND OPT-EXPIRY-DATE (OPT-IDX) < WS-OPERATOR-TODAY
                   MOVE 'EXPIRED' TO WS-OPERATOR-RESULT
                   STRING 'ACCESS FOR ' WS-OPERATOR-ID ' EXPIRED '
                          OPT-EXPIRY-DATE (OPT-IDX)
                          ' - SEE A SUPERVISOR'
                          DELIMITED BY SIZE INTO WS-OPERATOR-MESSAGE
                   END-STRING
           END-EVALUATE
           IF WS-OPERATOR-MESSAGE NOT = SPACES
               PERFORM 955-REFUSE-SIGN-ON-RTN
           END-IF
           .

      *    AN OPERATOR WITH NO PIN ON FILE IS REFUSED - A SUPERVISOR
      *    SETS THE PIN WITH CHAP04OPA ACTION P. THE ONE EXCEPTION IS
      *    THE FIRST SIGN-ON AFTER THE OPERATOR FILE CAME OVER FROM
      *    THE OLD ID-ONLY LAYOUT, WHEN NOBODY HAS A PIN YET: A
      *    SUPERVISOR SIGNING ON TO CHAP04OPA (WHICH SETS
      *    FIRST-PIN-ALLOWED) CHOOSES THEIR OWN, AND SETS EVERYONE
      *    ELSE'S FROM THERE.
       962-SEED-FIRST-PIN-RTN.
           MOVE 'N' TO WS-OPERATOR-ANY-PIN-SW
           PERFORM 964-CHECK-ONE-PIN-RTN
               VARYING OPT-WRITE-IDX FROM 1 BY 1
               UNTIL OPT-WRITE-IDX > WS-OPERATOR-COUNT
           IF FIRST-PIN-ALLOWED
              AND OPT-ROLE (OPT-IDX) = 'S'
              AND NOT OPERATOR-PIN-IN-USE
               DISPLAY 'NO OPERATOR HAS A PIN YET - ' WS-OPERATOR-ID
                       ' CHOOSES THE FIRST'
               PERFORM 953-TAKE-NEW-PIN-RTN
               IF NOT OPERATOR-PIN-OK
                   MOVE 'NO-PIN' TO WS-OPERATOR-RESULT
                   MOVE 'NO PIN SET - SESSION REFUSED'
                       TO WS-OPERATOR-MESSAGE
                   PERFORM 955-REFUSE-SIGN-ON-RTN
               END-IF
               PERFORM 958-HASH-PIN-RTN
               MOVE 'Y' TO WS-OPERATOR-SEED-SW
           ELSE
               MOVE 'NO-PIN' TO WS-OPERATOR-RESULT
               MOVE 'PIN NOT SET - SEE A SUPERVISOR'
                   TO WS-OPERATOR-MESSAGE
               PERFORM 955-REFUSE-SIGN-ON-RTN
           END-IF
           .

      *    A WRONG PIN IS COUNTED AGAINST THE RECORD AS IT STANDS ON
      *    FILE NOW, NOT AS IT WAS LOADED BEFORE THE PROMPT.
       963-COUNT-BAD-PIN-RTN.
           PERFORM 951-LOAD-OPERATORS-RTN
           PERFORM 960-FIND-OPERATOR-RTN
           MOVE 'BAD-PIN' TO WS-OPERATOR-RESULT
           MOVE 'PIN REJECTED - SESSION REFUSED'
               TO WS-OPERATOR-MESSAGE
           IF OPERATOR-ON-FILE
               ADD 1 TO OPT-FAIL-COUNT (OPT-IDX)
               IF OPT-FAIL-COUNT (OPT-IDX)
                       NOT < OPERATOR-MAX-PIN-FAILS
                   MOVE 'L' TO OPT-STATUS (OPT-IDX)
                   MOVE 'LOCKED-OUT' TO WS-OPERATOR-RESULT
                   MOVE SPACES TO WS-OPERATOR-MESSAGE
                   STRING 'PIN REJECTED - OPERATOR '
                          WS-OPERATOR-ID ' IS NOW LOCKED OUT'
                          DELIMITED BY SIZE
                          INTO WS-OPERATOR-MESSAGE
                   END-STRING
               END-IF
               PERFORM 956-REWRITE-OPERATORS-RTN
           END-IF
           PERFORM 955-REFUSE-SIGN-ON-RTN
           .

       964-CHECK-ONE-PIN-RTN.
           IF OPT-PIN-HASH (OPT-WRITE-IDX) NOT = SPACES
               MOVE 'Y' TO WS-OPERATOR-ANY-PIN-SW
           END-IF
           .

      *    ONE-WAY CHECK VALUE OF WS-OPERATOR-PIN, SEEDED WITH THE
      *    OPERATOR ID IN WS-OPERATOR-HASH-ID SO TWO OPERATORS WITH
      *    THE SAME PIN DO NOT CARRY THE SAME VALUE. ONLY THE CHECK
      *    VALUE IS EVER STORED.
       958-HASH-PIN-RTN.
           STRING WS-OPERATOR-PIN WS-OPERATOR-HASH-ID
                  DELIMITED BY SIZE INTO WS-OPERATOR-HASH-TEXT
           END-STRING
           MOVE 7 TO WS-OPERATOR-PIN-HASH
           PERFORM 959-HASH-ONE-CHAR-RTN
               VARYING WS-OPERATOR-HASH-SUB FROM 1 BY 1
               UNTIL WS-OPERATOR-HASH-SUB > 16
           .

       959-HASH-ONE-CHAR-RTN.
           COMPUTE WS-OPERATOR-PIN-HASH =
               FUNCTION MOD (WS-OPERATOR-PIN-HASH * 131
                   + FUNCTION ORD (WS-OPERATOR-HASH-TEXT
                                   (WS-OPERATOR-HASH-SUB:1)),
                   999999937)
           .
