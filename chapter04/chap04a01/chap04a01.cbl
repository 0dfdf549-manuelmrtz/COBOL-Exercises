      *                     separator line, and "<mode> RESTART nnnnn" *
      *                     regenerates the print files from that      *
      *                     label onward after a printer jam           *
      *   2026-10-15  MAM  ACTIVITY-HISTORY-REC picks up the title and *
      *                     store the counter now records on each      *
      *                     rental and sale                            *
      *                                                               *
      *****************************************************************
       
           05  AH-CUSTOMER-NAME-IN      PIC X(20).
           05  AH-ACTIVITY-TYPE-IN      PIC X.
           05  AH-ACTIVITY-DATE-IN     PIC 9(8).
           05  AH-ITEM-NO-IN            PIC X(3).
           05  AH-STORE-IN              PIC 9.

       COPY IOERRFD.
       COPY AUDITFD.
