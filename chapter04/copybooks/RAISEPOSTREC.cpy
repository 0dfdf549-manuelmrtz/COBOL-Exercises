      *****************************************************************
      * COPYBOOK     : RAISEPOSTREC                                   *
      * DESCRIPTION  : Record layout for the raise-posting queue       *
      *                (RAISPOST.DAT). The CH01A06 raise run appends   *
      *                one record per raise or retro correction it     *
      *                gives; CHAP04M02 stages each one as a salary    *
      *                change for CHAP04M01 approval and truncates     *
      *                the queue. CH01A06 declares the same layout     *
      *                inline.                                         *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Initial version - layout of the            *
      *                    queue, RAISPOST.DAT in CH01A06's DATA      *
      *                    directory                                  *
      *****************************************************************
       01  RAISE-POSTING-REC.
           05 RP-EMPLOYEE-NO        PIC X(5).
           05 RP-EMPLOYEE-NAME      PIC X(20).
           05 RP-OLD-SALARY         PIC 9(6).
           05 RP-NEW-SALARY         PIC 9(6).
      *    'M' = MERIT (NORMAL RUN), 'R' = RETRO CORRECTION.
           05 RP-REASON-CODE        PIC X.
           05 RP-EFFECTIVE-DATE     PIC 9(8).
