      *****************************************************************
      * COPYBOOK     : EBILLREC                                        *
      * DESCRIPTION  : Record layout for F-EBILL-ENROLL                *
      *                (ebill-enroll.dat) - one record per account     *
      *                that has ever asked for paperless billing: its  *
      *                delivery choice, the email the portal sends to, *
      *                when it enrolled and when the choice last       *
      *                changed. Maintained by the CHAP04A3E enrollment *
      *                screen and read by CHAP04A3B, which leaves      *
      *                paperless accounts out of bill-print.dat.       *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  EBILL-ENROLL-REC.
           05 EB-ACCOUNT-NO         PIC X(5).
      *    E = PAPERLESS (EMAIL ONLY), P = BACK ON PAPER. AN ACCOUNT
      *    WITH NO RECORD AT ALL GETS PAPER.
           05 EB-DELIVERY           PIC X.
               88 EB-PAPERLESS          VALUE 'E'.
               88 EB-PAPER              VALUE 'P'.
           05 EB-EMAIL              PIC X(50).
           05 EB-ENROLL-DATE        PIC 9(8).
           05 EB-CHANGE-DATE        PIC 9(8).
