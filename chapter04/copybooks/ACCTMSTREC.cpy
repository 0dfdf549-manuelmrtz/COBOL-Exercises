      *   2026-09-01  MAM  Initial version - pulled out of CHAP04A03  *
      *                    and CHAP04A03T, which had carried this     *
      *                    layout duplicated verbatim in each program.*
      *   2026-10-15  MAM  Added MUNICIPALITY-IN, the town whose      *
      *                    franchise fee and utility tax the account  *
      *                    bills under (blank outside town limits).   *
      *****************************************************************
       01  MASTER-REC.
           05 ACCOUNT-NO-IN     PIC X(5).
      *    BILLING CYCLE 01-20 - WHICH NIGHT OF THE MONTH THIS
      *    ACCOUNT BILLS ON (SEE CHAP04A03'S CYCLE PARM).
           05 BILLING-CYCLE-IN  PIC 9(2).
      *    MUNICIPALITY CODE - KEYS THE TOWN'S ROWS ON THE MUNICIPAL
      *    FEE TABLE (MUNIFEEFD). SPACES = OUTSIDE ANY TOWN'S LIMITS,
      *    NO FRANCHISE FEE OR UTILITY TAX.
           05 MUNICIPALITY-IN   PIC X(4).
