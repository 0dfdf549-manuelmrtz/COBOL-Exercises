      *                     other chain step, so CHAP04BAL can        *
      *                     balance the good-record count against     *
      *                     the downstream consumer's read count      *
      *   2026-10-15  MAM  Salary ranges moved into the shared         *
      *                     SALRANGE copybook, used by CHAP04H03 too   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    OUTSIDE ITS CLASSIFICATION'S RANGE IS A PROBABLE KEYING
      *    ERROR (AN EXTRA OR DROPPED DIGIT) AND IS REJECTED FOR
      *    REVIEW INSTEAD OF PASSED THROUGH TO THE PAYROLL LISTING.
       COPY SALRANGE.
       01  WS-SALARY-NUM          PIC 9(6) VALUE ZERO.

      *    RUN MODE. THE NIGHTLY DEFAULT IS INCREMENTAL - APPROVED
