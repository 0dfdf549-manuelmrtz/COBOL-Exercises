      *****************************************************************
      * COPYBOOK     : GLPERREC                                        *
      * DESCRIPTION  : Record layout for F-GL-PERIOD (gl-period.dat)   *
      *                - the general ledger's one open period. An      *
      *                entry dated in a closed period is booked in     *
      *                the open one. Written by CHAP04GLP the first    *
      *                time it runs and rewritten with the next        *
      *                period by a CHAP04GLT CLOSE run, the same way   *
      *                CH01A05 keeps its PERIOD.DAT.                   *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  GL-PERIOD-REC.
           05 GP-OPEN-PERIOD        PIC 9(6).
      *    THE PERIOD CLOSED LAST AND THE DATE IT WAS CLOSED.
           05 GP-LAST-CLOSED        PIC 9(6).
           05 GP-CLOSED-DATE        PIC 9(8).
