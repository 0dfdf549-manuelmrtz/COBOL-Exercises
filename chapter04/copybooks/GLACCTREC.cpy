      *****************************************************************
      * COPYBOOK     : GLACCTREC                                       *
      * DESCRIPTION  : Record layout for F-GL-ACCOUNTS                 *
      *                (gl-accounts.dat) - the shop-wide chart of      *
      *                accounts, one record per general ledger         *
      *                account, kept in account order. Maintained by   *
      *                CHAP04GLA; CHAP04GLP posts only to an active    *
      *                account on it, and CHAP04GLT prints the trial   *
      *                balance in its order. A line starting with an   *
      *                asterisk is a comment and is skipped.           *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *****************************************************************
       01  GL-ACCOUNT-REC.
      *    FOUR-DIGIT MAJOR ACCOUNT AND A FOUR-CHARACTER QUALIFIER
      *    (5100 WAGE EXPENSE IS QUALIFIED BY DEPARTMENT).
           05 GA-ACCOUNT            PIC X(8).
           05 GA-NAME               PIC X(30).
           05 GA-TYPE               PIC X.
               88 GA-IS-ASSET           VALUE 'A'.
               88 GA-IS-LIABILITY       VALUE 'L'.
               88 GA-IS-EQUITY          VALUE 'Q'.
               88 GA-IS-REVENUE         VALUE 'R'.
               88 GA-IS-EXPENSE         VALUE 'E'.
               88 GA-VALID-TYPE         VALUES 'A' 'L' 'Q' 'R' 'E'.
           05 GA-STATUS             PIC X.
               88 GA-IS-ACTIVE          VALUE 'A'.
               88 GA-IS-INACTIVE        VALUE 'I'.
           05 GA-CHANGED-DATE       PIC 9(8).
           05 GA-CHANGED-BY         PIC X(8).
      *    ROOM FOR A FULL-WIDTH COMMENT LINE IN THE SEED FILE.
           05                       PIC X(24).
