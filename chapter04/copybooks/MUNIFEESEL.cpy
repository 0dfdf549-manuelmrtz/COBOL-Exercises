      *****************************************************************
      * COPYBOOK     : MUNIFEESEL                                     *
      * DESCRIPTION  : SELECT clause for the municipal fee table (see  *
      *                MUNIFEEFD), copied into FILE-CONTROL by every   *
      *                program that prices a town's franchise fee or   *
      *                utility tax (see MUNIFEEPARA).                  *
      * REVISION HISTORY :                                            *
      *   2026-10-15  MAM  Initial version                            *
      *****************************************************************
           SELECT F-MUNI-FEES ASSIGN TO 'data/municipal-fees.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUNI-FEE-STATUS.
