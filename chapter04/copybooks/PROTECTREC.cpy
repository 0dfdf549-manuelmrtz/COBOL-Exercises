      *****************************************************************
      * COPYBOOK     : PROTECTREC                                      *
      * DESCRIPTION  : Record layout for F-PROTECTED                   *
      *                (protected-accounts.dat) - one record per       *
      *                account the state bars us from shutting off:    *
      *                why it is protected, when a medical certificate *
      *                runs out, and who to call about it. Maintained  *
      *                by the CHAP04A3K registry screen and read by    *
      *                CHAP04A03D, which holds the disconnect of any   *
      *                account protected on the night it runs.         *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  PROTECTED-ACCT-REC.
           05 PR-ACCOUNT-NO         PIC X(5).
      *    M = MEDICAL CERTIFICATE ON FILE (PROTECTED THROUGH ITS
      *    EXPIRY DATE), E = ELDERLY CUSTOMER (NO EXPIRY).
           05 PR-PROTECT-TYPE       PIC X.
               88 PR-MEDICAL            VALUE 'M'.
               88 PR-ELDERLY            VALUE 'E'.
      *    LAST DAY THE MEDICAL CERTIFICATE COVERS; ZERO FOR ELDERLY.
           05 PR-CERT-EXPIRY-DATE   PIC 9(8).
           05 PR-CONTACT-NAME       PIC X(20).
           05 PR-CONTACT-PHONE      PIC X(10).
      *    A = PROTECTED, R = REMOVED FROM THE REGISTRY (THE RECORD
      *    IS KEPT SO A RETURN SHOWS WHAT WAS ON FILE).
           05 PR-STATUS             PIC X.
               88 PR-ACTIVE             VALUE 'A'.
               88 PR-REMOVED            VALUE 'R'.
           05 PR-ADDED-DATE         PIC 9(8).
           05 PR-STATUS-DATE        PIC 9(8).
