      *****************************************************************
      * COPYBOOK     : GLACCTPARA                                      *
      * DESCRIPTION  : Shared chart of accounts paragraphs - load the  *
      *                chart into GL-ACCOUNT-TABLE, look an account    *
      *                up, and write the chart back. Copied at the end *
      *                of the PROCEDURE DIVISION by CHAP04GLA,         *
      *                CHAP04GLP and CHAP04GLT, with GLACCTSEL in      *
      *                FILE-CONTROL, an FD F-GL-ACCOUNTS over          *
      *                GLACCTREC, and GLACCTWS in WORKING-STORAGE.     *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
      *    LOADS THE WHOLE CHART. A LINE STARTING WITH AN ASTERISK
      *    (THE NOTES ON THE INSTALLED SEED) OR A BLANK LINE IS
      *    SKIPPED; AN ACCOUNT WITH NO STATUS COMES IN ACTIVE.
       980-LOAD-GL-ACCOUNTS-RTN.
           MOVE ZERO TO WS-GL-ACCOUNT-COUNT
           MOVE 'N' TO WS-GL-ACCOUNTS-EOF
                       WS-GL-CHART-SW
                       WS-GL-CHART-FULL-SW
           OPEN INPUT F-GL-ACCOUNTS
           IF WS-GL-ACCOUNTS-STATUS = '00'
               MOVE 'Y' TO WS-GL-CHART-SW
               PERFORM 981-LOAD-ONE-GL-ACCOUNT-RTN
                   UNTIL WS-GL-ACCOUNTS-EOF = 'Y'
               CLOSE F-GL-ACCOUNTS
           END-IF
           .

       981-LOAD-ONE-GL-ACCOUNT-RTN.
           READ F-GL-ACCOUNTS
               AT END
                   MOVE 'Y' TO WS-GL-ACCOUNTS-EOF
               NOT AT END
                   IF GL-ACCOUNT-REC (1:1) = '*'
                      OR GA-ACCOUNT = SPACES
                       CONTINUE
                   ELSE
                       IF WS-GL-ACCOUNT-COUNT NOT < 500
                           MOVE 'Y' TO WS-GL-CHART-FULL-SW
                       ELSE
                           ADD 1 TO WS-GL-ACCOUNT-COUNT
                           SET GAT-IDX TO WS-GL-ACCOUNT-COUNT
                           MOVE GL-ACCOUNT-REC TO GAT-ENTRY (GAT-IDX)
                           IF GAT-STATUS (GAT-IDX) = SPACE
                               MOVE 'A' TO GAT-STATUS (GAT-IDX)
                           END-IF
                           IF GAT-CHANGED-DATE (GAT-IDX) NOT NUMERIC
                               MOVE ZERO TO GAT-CHANGED-DATE (GAT-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       982-FIND-GL-ACCOUNT-RTN.
           MOVE 'N' TO WS-GL-ACCOUNT-FOUND-SW
           SET GAT-IDX TO 1
           SEARCH GAT-ENTRY
               AT END
                   CONTINUE
               WHEN GAT-IDX > WS-GL-ACCOUNT-COUNT
                   CONTINUE
               WHEN GAT-ACCOUNT (GAT-IDX) = WS-GL-FIND-ACCOUNT
                   MOVE 'Y' TO WS-GL-ACCOUNT-FOUND-SW
           END-SEARCH
           .

       985-REWRITE-GL-ACCOUNTS-RTN.
           IF GL-CHART-FULL
               DISPLAY 'WARNING: Chart of accounts has more than 500 '
                       'accounts - not rewritten'
           ELSE
               OPEN OUTPUT F-GL-ACCOUNTS
               IF WS-GL-ACCOUNTS-STATUS NOT = '00'
                   DISPLAY 'WARNING: Cannot rewrite GL-ACCOUNTS file. '
                           'Status: ' WS-GL-ACCOUNTS-STATUS
               ELSE
                   PERFORM 986-WRITE-ONE-GL-ACCOUNT-RTN
                       VARYING GAT-WRITE-IDX FROM 1 BY 1
                       UNTIL GAT-WRITE-IDX > WS-GL-ACCOUNT-COUNT
                   CLOSE F-GL-ACCOUNTS
               END-IF
           END-IF
           .

       986-WRITE-ONE-GL-ACCOUNT-RTN.
           MOVE GAT-ENTRY (GAT-WRITE-IDX) TO GL-ACCOUNT-REC
           WRITE GL-ACCOUNT-REC
           .
