      *****************************************************************
      * COPYBOOK     : SALHISTREC                                     *
      * DESCRIPTION  : Record layout for SALARY-HISTORY-FILE           *
      *                (SALHIST.DAT) - one record per salary           *
      *                change that took effect, appended by the        *
      *                CH01A06 raise run and by every approved (or     *
      *                undone) salary change in CHAP04M01. Never       *
      *                rewritten, so it is the employee's full pay     *
      *                history; CHAP04I02 lists it.                    *
      *                CH01A06 declares the same layout inline.        *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Initial version - layout of the            *
      *                    file, SALHIST.DAT in CH01A06's DATA        *
      *                    directory                                  *
      *****************************************************************
       01  SALARY-HISTORY-REC.
           05 SH-EMPLOYEE-NO        PIC X(5).
           05 SH-EFFECTIVE-DATE     PIC 9(8).
           05 SH-OLD-SALARY         PIC 9(6).
           05 SH-NEW-SALARY         PIC 9(6).
           05 SH-REASON-CODE        PIC X.
               88 SH-MERIT          VALUE 'M'.
               88 SH-RETRO          VALUE 'R'.
               88 SH-PROMOTION      VALUE 'P'.
               88 SH-ADJUSTMENT     VALUE 'A'.
      *    OPERATOR ID OF THE SUPERVISOR WHO APPROVED THE CHANGE;
      *    'BATCH' FOR A RAISE-RUN RECORD.
           05 SH-APPROVED-BY        PIC X(8).
           05 SH-SOURCE-PROGRAM     PIC X(9).
