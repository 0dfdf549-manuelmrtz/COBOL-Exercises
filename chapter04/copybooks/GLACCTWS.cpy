      *****************************************************************
      * COPYBOOK     : GLACCTWS                                        *
      * DESCRIPTION  : WORKING-STORAGE fields for the chart of         *
      *                accounts (see GLACCTPARA) - the whole chart     *
      *                held in account order, and the switches the     *
      *                load and look-up paragraphs set.                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  WS-GL-ACCOUNTS-STATUS    PIC XX.
       01  WS-GL-ACCOUNTS-EOF       PIC X VALUE 'N'.

      *    THE CHART, SAME LAYOUT AS GL-ACCOUNT-REC.
       01  GL-ACCOUNT-TABLE.
           05 GAT-ENTRY OCCURS 500 TIMES
                   INDEXED BY GAT-IDX GAT-WRITE-IDX.
               10 GAT-ACCOUNT       PIC X(8).
               10 GAT-NAME          PIC X(30).
               10 GAT-TYPE          PIC X.
                   88 GAT-IS-ASSET      VALUE 'A'.
                   88 GAT-IS-LIABILITY  VALUE 'L'.
                   88 GAT-IS-EQUITY     VALUE 'Q'.
                   88 GAT-IS-REVENUE    VALUE 'R'.
                   88 GAT-IS-EXPENSE    VALUE 'E'.
               10 GAT-STATUS        PIC X.
                   88 GAT-ACTIVE        VALUE 'A'.
                   88 GAT-INACTIVE      VALUE 'I'.
               10 GAT-CHANGED-DATE  PIC 9(8).
               10 GAT-CHANGED-BY    PIC X(8).
       01  WS-GL-ACCOUNT-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-GL-CHART-SW           PIC X VALUE 'N'.
           88 GL-CHART-ON-HAND      VALUE 'Y'.
       01  WS-GL-CHART-FULL-SW      PIC X VALUE 'N'.
           88 GL-CHART-FULL         VALUE 'Y'.

      *    982-FIND-GL-ACCOUNT-RTN LOOKS UP WS-GL-FIND-ACCOUNT AND
      *    LEAVES GAT-IDX ON IT WHEN IT IS FOUND.
       01  WS-GL-FIND-ACCOUNT       PIC X(8) VALUE SPACES.
       01  WS-GL-ACCOUNT-FOUND-SW   PIC X VALUE 'N'.
           88 GL-ACCOUNT-FOUND      VALUE 'Y'.
