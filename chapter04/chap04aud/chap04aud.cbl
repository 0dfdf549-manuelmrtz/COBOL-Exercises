       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHAP04AUD.

      *****************************************************************
      * PROGRAM NAME : Audit Trail Search and Reporting                *
      * PROGRAM ID   : CHAP04AUD                                       *
      *                                                                *
      * AUTHOR       : Manuel A. Martinez                              *
      * DATE WRITTEN : 2026-10-15                                      *
      * DATE COMPILED:                                                 *
      *                                                                *
      * INSTALLATION : Manuel Martinez Development Lab                 *
      * ENVIRONMENT  : Linux ARM64 GnuCOBOL 3.2                        *
      *                                                                *
      * PROGRAM TYPE : Batch Report                                    *
      *                                                                *
      *================================================================*
      *                                                                *
      * DESCRIPTION :                                                  *
      *   Searches every audit log the chapter04 system keeps -- the   *
      *   shop-wide audit trail, the CHAP04I01/I02/I03 inquiry audit   *
      *   logs, the CHAP04M01 payroll master transaction log and the   *
      *   batch driver's restart histories -- in one pass and lists    *
      *   the matching entries as a single timeline in date and time   *
      *   order. Entries can be selected by operator, record key       *
      *   (customer name, employee number or account number),         *
      *   program, action and a date/time range. The standard        *
      *   listings an auditor asks for are built in: every master     *
      *   change an operator made (REPORT=CHANGES OPER=...) and every  *
      *   lookup of one record (REPORT=LOOKUPS KEY=...). The          *
      *   selection criteria are printed in the listing header.       *
      *                                                                *
      *================================================================*
      *                                                                *
      * BUSINESS PURPOSE :                                             *
      *   Educational                                                  *
      *                                                                *
      *================================================================*
      *                                                                *
      * INPUT FILES :                                                  *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | audit-trail.log    | Shop-wide audit trail (AUDITLOG)   |  *
      *   | prmast-trans.log   | CHAP04M01 master field changes     |  *
      *   | chap04i01-audit.log| Customer lookups (CHAP04I01)       |  *
      *   | chap04i02-audit.log| Employee lookups (CHAP04I02)       |  *
      *   | chap04i03-audit.log| Account lookups (CHAP04I03)        |  *
      *   | chap04-restart-    | Nightly chain restart history      |  *
      *   |   hist.dat         |                                    |  *
      *   | weekly-restart-    | Weekly chain restart history       |  *
      *   |   hist.dat         |                                    |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   --------------------- ------------------------------------  *
      *   | File Name          | Description                        |  *
      *   --------------------- ------------------------------------  *
      *   | audit-inquiry.dat  | Printable merged timeline listing  |  *
      *   | audsort.tmp        | Sort work file                     |  *
      *   --------------------- ------------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * ERROR HANDLING :                                               *
      *   - An unknown keyword, an empty value, an unknown report or   *
      *     a bad date/time in the PARM is refused                     *
      *   - A log not on file (status 35) simply contributes no        *
      *     entries; any other OPEN failure stops the run              *
      *   - A log line whose date or time is not numeric is skipped    *
      *     and counted                                                *
      *                                                                *
      * RETURN CODES :                                                 *
      *   00 - One or more entries listed                              *
      *   04 - No entry matched the selection                          *
      *   16 - Bad PARM, or a file could not be opened                 *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   PARM is any of these keyword=value words, in any order:     *
      *     REPORT=TIMELINE|CHANGES|LOOKUPS   (default TIMELINE)       *
      *     OPER=operator-id      PGM=program-id                       *
      *     KEY=record-key        ACTION=action                        *
      *     FROM=CCYYMMDD[HHMMSS] TO=CCYYMMDD[HHMMSS]                  *
      *   TIMELINE searches every log; CHANGES only the audit trail    *
      *   and the master transaction log; LOOKUPS only the three       *
      *   inquiry logs. KEY and ACTION match on the leading           *
      *   characters given, so KEY=SMITH finds every customer name    *
      *   beginning SMITH; write an embedded space as an underscore    *
      *   (KEY=SMITH_JOHN, ACTION=NEW_HIRE). A FROM or TO date        *
      *   without a time means the start or the end of that day.     *
      *   Restart history and unattended batch entries carry no       *
      *   operator, so an OPER= selection never lists them.           *
      *   The inquiry logs and the restart histories are read one     *
      *   after another through the DD_AUDINQ and DD_AUDRST mappings,  *
      *   the same shared-FD arrangement CHAP04RCY uses for the        *
      *   reject files.                                                *
      *                                                                *
      * REVISION HISTORY :                                             *
      *   2026-10-15  MAM  Initial version                             *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDITSEL.

           SELECT F-TRANS-LOG ASSIGN TO 'data/prmast-trans.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TRANSLOG-STATUS.

           SELECT F-INQUIRY-LOG ASSIGN TO FILE-AUDINQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-INQLOG-STATUS.

           SELECT F-RESTART-HIST ASSIGN TO FILE-AUDRST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RSTHIST-STATUS.

           SELECT F-AUDIT-REPORT ASSIGN TO 'data/audit-inquiry.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "data/audsort.tmp".

       DATA DIVISION.
       FILE SECTION.
           COPY AUDITFD.

      *    LAYOUT MATCHED TO TRANS-LOG-REC IN CHAP04M01.
       FD  F-TRANS-LOG.
       01  TRANS-LOG-IN-REC.
           05 TI-TRANS-CODE-IN      PIC X(8).
           05                       PIC X(2).
           05 TI-EMPLOYEE-NO-IN     PIC X(5).
           05                       PIC X(2).
           05 TI-EMPLOYEE-NAME-IN   PIC X(20).
           05                       PIC X(2).
           05 TI-FIELD-IN           PIC X(10).
           05                       PIC X(2).
           05 TI-OLD-VALUE-IN       PIC X(20).
           05                       PIC X(2).
           05 TI-NEW-VALUE-IN       PIC X(20).
           05                       PIC X(2).
           05 TI-TRANS-MM-IN        PIC 99.
           05                       PIC X.
           05 TI-TRANS-DD-IN        PIC 99.
           05                       PIC X.
           05 TI-TRANS-CCYY-IN      PIC 9(4).
           05                       PIC X(2).
           05 TI-TRANS-TIME-IN      PIC 9(6).
           05                       PIC X(2).
           05 TI-OPERATOR-ID-IN     PIC X(8).

      *    ALL THREE INQUIRY AUDIT LOGS SHARE THIS SHAPE: OPERATOR,
      *    THE KEY LOOKED UP (20 WIDE FOR I01, 5 FOR I02/I03), THEN
      *    DATE AND TIME - SO THE DATE MOVES WITH THE KEY WIDTH.
       FD  F-INQUIRY-LOG.
       01  INQUIRY-LOG-IN-REC       PIC X(50).

      *    LAYOUT MATCHED TO RESTART-HISTORY-REC IN CHAP04DRV.
       FD  F-RESTART-HIST.
       01  RESTART-HIST-IN-REC.
           05 RI-EVENT-IN           PIC X(10).
           05                       PIC X.
           05 RI-DATE-MM-IN         PIC 99.
           05                       PIC X.
           05 RI-DATE-DD-IN         PIC 99.
           05                       PIC X.
           05 RI-DATE-CCYY-IN       PIC 9(4).
           05                       PIC X.
           05 RI-TIME-IN            PIC 9(6).
           05                       PIC X.
           05 RI-RESUME-STEP-IN     PIC X(9).

       FD  F-AUDIT-REPORT.
       01  AUDIT-REPORT-REC         PIC X(132).

      *    ONE TIMELINE ENTRY, WHATEVER LOG IT CAME FROM. ENTRIES WITH
      *    THE SAME STAMP KEEP THE ORDER THEY WERE GATHERED IN.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05 SW-STAMP.
               10 SW-DATE.
                   15 SW-DATE-CCYY  PIC 9(4).
                   15 SW-DATE-MM    PIC 99.
                   15 SW-DATE-DD    PIC 99.
               10 SW-TIME           PIC 9(6).
           05 SW-PROGRAM            PIC X(9).
           05 SW-OPERATOR           PIC X(8).
           05 SW-KEY                PIC X(20).
           05 SW-ACTION             PIC X(14).
           05 SW-DETAIL             PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-THIS-PROGRAM-ID       PIC X(9) VALUE 'CHAP04AUD'.
           COPY AUDITWS.
       01  WS-TRANSLOG-STATUS       PIC XX.
       01  WS-INQLOG-STATUS         PIC XX.
       01  WS-RSTHIST-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF                   PIC X VALUE 'N'.

      *    DDNAME-STYLE MAPPINGS - SEE DD_AUDINQ AND DD_AUDRST.
       01  FILE-AUDINQ              PIC X(1) VALUE SPACE.
       01  FILE-AUDRST              PIC X(1) VALUE SPACE.

       01  WS-PARM-TEXT             PIC X(120) VALUE SPACES.
       01  WS-PARM-PTR              PIC 999 VALUE 1.
       01  WS-PARM-TOKEN            PIC X(40) VALUE SPACES.
       01  WS-PARM-KEYWORD          PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE            PIC X(30) VALUE SPACES.
       01  WS-PARM-VALUE-LEN        PIC 99 VALUE ZERO.

      *    THE SELECTION. BLANK MEANS "ANY"; THE KEY AND ACTION ARE
      *    MATCHED ON THEIR FIRST WS-SEL-KEY-LEN / WS-SEL-ACTION-LEN
      *    CHARACTERS.
       01  WS-REPORT-TYPE           PIC X(8) VALUE 'TIMELINE'.
           88 REPORT-TIMELINE                VALUE 'TIMELINE'.
           88 REPORT-CHANGES                 VALUE 'CHANGES'.
           88 REPORT-LOOKUPS                 VALUE 'LOOKUPS'.
       01  WS-SEL-OPERATOR          PIC X(8)  VALUE SPACES.
       01  WS-SEL-PROGRAM           PIC X(9)  VALUE SPACES.
       01  WS-SEL-KEY               PIC X(20) VALUE SPACES.
       01  WS-SEL-KEY-LEN           PIC 99    VALUE ZERO.
       01  WS-SEL-ACTION            PIC X(14) VALUE SPACES.
       01  WS-SEL-ACTION-LEN        PIC 99    VALUE ZERO.
       01  WS-SEL-FROM-STAMP.
           05 WS-SEL-FROM-DATE      PIC 9(8) VALUE ZERO.
           05 WS-SEL-FROM-TIME      PIC 9(6) VALUE ZERO.
       01  WS-SEL-TO-STAMP.
           05 WS-SEL-TO-DATE        PIC 9(8) VALUE 99999999.
           05 WS-SEL-TO-TIME        PIC 9(6) VALUE 235959.

      *    THE THREE INQUIRY LOGS: OWNING PROGRAM, WIDTH OF THE KEY
      *    ON THE LOG LINE, WHAT A LINE MEANS, AND THE PATH FOR
      *    DD_AUDINQ.
       01  INQUIRY-SOURCE-VALUES.
           05 FILLER PIC X(9)  VALUE 'CHAP04I01'.
           05 FILLER PIC 99    VALUE 20.
           05 FILLER PIC X(30) VALUE 'CUSTOMER RECORD LOOKED UP'.
           05 FILLER PIC X(30) VALUE 'data/chap04i01-audit.log'.
           05 FILLER PIC X(9)  VALUE 'CHAP04I02'.
           05 FILLER PIC 99    VALUE 05.
           05 FILLER PIC X(30) VALUE 'EMPLOYEE RECORD LOOKED UP'.
           05 FILLER PIC X(30) VALUE 'data/chap04i02-audit.log'.
           05 FILLER PIC X(9)  VALUE 'CHAP04I03'.
           05 FILLER PIC 99    VALUE 05.
           05 FILLER PIC X(30) VALUE 'ACCOUNT RECORD LOOKED UP'.
           05 FILLER PIC X(30) VALUE 'data/chap04i03-audit.log'.
       01  INQUIRY-SOURCE-TABLE REDEFINES INQUIRY-SOURCE-VALUES.
           05 INQ-SOURCE-ENTRY OCCURS 3 TIMES
                   INDEXED BY INQ-IDX.
               10 INQ-PROGRAM       PIC X(9).
               10 INQ-KEY-LEN       PIC 99.
               10 INQ-DETAIL        PIC X(30).
               10 INQ-PATH          PIC X(30).
       01  WS-INQ-DATE-POS          PIC 99 VALUE ZERO.

      *    THE BATCH DRIVER KEEPS ONE RESTART HISTORY PER CHAIN.
       01  RESTART-SOURCE-VALUES.
           05 FILLER PIC X(8)  VALUE 'NIGHTLY'.
           05 FILLER PIC X(30) VALUE 'data/chap04-restart-hist.dat'.
           05 FILLER PIC X(8)  VALUE 'WEEKLY'.
           05 FILLER PIC X(30) VALUE 'data/weekly-restart-hist.dat'.
       01  RESTART-SOURCE-TABLE REDEFINES RESTART-SOURCE-VALUES.
           05 RST-SOURCE-ENTRY OCCURS 2 TIMES
                   INDEXED BY RST-IDX.
               10 RST-CHAIN         PIC X(8).
               10 RST-PATH          PIC X(30).

       01  WS-MATCH-SW              PIC X VALUE 'N'.
           88 ENTRY-MATCHES                  VALUE 'Y'.
       01  WS-MATCH-UPPER           PIC X(20) VALUE SPACES.
       01  WS-ENTRIES-READ          PIC 9(7) VALUE ZERO.
       01  WS-ENTRIES-UNREADABLE    PIC 9(7) VALUE ZERO.
       01  WS-ENTRIES-SELECTED      PIC 9(7) VALUE ZERO.
       01  WS-ENTRIES-LISTED        PIC 9(7) VALUE ZERO.
       01  WS-LOGS-READ             PIC 9(2) VALUE ZERO.

      *    A STAMP EDITED FOR PRINT - USED FOR DETAIL LINES AND FOR
      *    THE DATE RANGE IN THE HEADER.
       01  WS-EDIT-STAMP.
           05 WS-EDIT-CCYY          PIC 9(4).
           05 WS-EDIT-MM            PIC 99.
           05 WS-EDIT-DD            PIC 99.
           05 WS-EDIT-HH            PIC 99.
           05 WS-EDIT-MN            PIC 99.
           05 WS-EDIT-SS            PIC 99.
       01  WS-EDIT-DATE-OUT.
           05 WS-EDIT-MM-OUT        PIC 99.
           05                       PIC X VALUE '/'.
           05 WS-EDIT-DD-OUT        PIC 99.
           05                       PIC X VALUE '/'.
           05 WS-EDIT-CCYY-OUT      PIC 9(4).
       01  WS-EDIT-TIME-OUT.
           05 WS-EDIT-HH-OUT        PIC 99.
           05                       PIC X VALUE ':'.
           05 WS-EDIT-MN-OUT        PIC 99.
           05                       PIC X VALUE ':'.
           05 WS-EDIT-SS-OUT        PIC 99.

       01  WS-CRITERIA-FIELDS.
           05 WS-CR-OPERATOR        PIC X(8).
           05 WS-CR-KEY             PIC X(20).
           05 WS-CR-PROGRAM         PIC X(9).
           05 WS-CR-ACTION          PIC X(14).
           05 WS-CR-FROM            PIC X(19).
           05 WS-CR-TO              PIC X(19).

       01  WS-RULE-LINE             PIC X(132) VALUE ALL '='.
       01  WS-DASH-LINE             PIC X(132) VALUE ALL '-'.
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-TITLE-LINE.
           05                       PIC X(24) VALUE
               'AUDIT TRAIL INQUIRY  -  '.
           05 TL-TITLE-OUT          PIC X(60).
           05                       PIC X(48) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05                       PIC X(12) VALUE 'DATE'.
           05                       PIC X(10) VALUE 'TIME'.
           05                       PIC X(11) VALUE 'PROGRAM'.
           05                       PIC X(10) VALUE 'OPERATOR'.
           05                       PIC X(22) VALUE 'RECORD KEY'.
           05                       PIC X(16) VALUE 'ACTION'.
           05                       PIC X(51) VALUE 'DETAIL'.

       01  WS-DETAIL-LINE.
           05 DL-DATE-OUT           PIC X(10).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-TIME-OUT           PIC X(8).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-PROGRAM-OUT        PIC X(9).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-OPERATOR-OUT       PIC X(8).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-KEY-OUT            PIC X(20).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-ACTION-OUT         PIC X(14).
           05                       PIC X(2)  VALUE SPACES.
           05 DL-DETAIL-OUT         PIC X(50).
           05                       PIC X(1)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05                       PIC X(16) VALUE 'ENTRIES LISTED: '.
           05 TT-LISTED-OUT         PIC Z,ZZZ,ZZ9.
           05                       PIC X(20) VALUE
               '   LOG LINES READ: '.
           05 TT-READ-OUT           PIC Z,ZZZ,ZZ9.
           05                       PIC X(22) VALUE
               '   UNREADABLE LINES: '.
           05 TT-UNREADABLE-OUT     PIC Z,ZZZ,ZZ9.
           05                       PIC X(47) VALUE SPACES.

           COPY BANNERWS.

       PROCEDURE DIVISION.

      ******************************************************************
      *  100-MAIN-MODULE - Reads the selection, gathers every matching *
      *                    log entry through the sort into one         *
      *                    timeline and prints it.                     *
      ******************************************************************
       100-MAIN-MODULE.
           PERFORM 120-GET-PARM-RTN
           PERFORM 150-OPEN-REPORT-RTN
           PERFORM 160-PRINT-HEADINGS-RTN

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DATE
                                SW-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 200-GATHER-ENTRIES-RTN
               OUTPUT PROCEDURE IS 400-PRINT-TIMELINE-RTN

           PERFORM 170-PRINT-TOTALS-RTN

           IF WS-ENTRIES-LISTED = ZERO
               DISPLAY 'WARNING: No audit entry matches the selection'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'CHAP04AUD: ' WS-ENTRIES-LISTED
                       ' entries listed to audit-inquiry.dat from '
                       WS-LOGS-READ ' log(s)'
           END-IF
           IF WS-ENTRIES-UNREADABLE > ZERO
               DISPLAY 'WARNING: ' WS-ENTRIES-UNREADABLE
                       ' log line(s) with no readable date/time skipped'
           END-IF
           STOP RUN
           .

      ******************************************************************
      *  120-GET-PARM-RTN - Reads the keyword=value words off the      *
      *                    command line one at a time.                 *
      ******************************************************************
       120-GET-PARM-RTN.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (WS-PARM-TEXT) TO WS-PARM-TEXT
           MOVE 1 TO WS-PARM-PTR
           PERFORM 125-NEXT-PARM-WORD-RTN
               UNTIL WS-PARM-PTR > 120
           IF WS-SEL-TO-STAMP < WS-SEL-FROM-STAMP
               DISPLAY 'ERROR: Range ends ' WS-SEL-TO-STAMP
                       ' before it starts ' WS-SEL-FROM-STAMP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       125-NEXT-PARM-WORD-RTN.
           MOVE SPACES TO WS-PARM-TOKEN
           UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN
               WITH POINTER WS-PARM-PTR
           END-UNSTRING
           IF WS-PARM-TOKEN NOT = SPACES
               PERFORM 130-APPLY-PARM-WORD-RTN
           END-IF
           .

       130-APPLY-PARM-WORD-RTN.
           MOVE SPACES TO WS-PARM-KEYWORD
                          WS-PARM-VALUE
           MOVE ZERO   TO WS-PARM-VALUE-LEN
           UNSTRING WS-PARM-TOKEN DELIMITED BY '=' OR ALL SPACE
               INTO WS-PARM-KEYWORD
                    WS-PARM-VALUE COUNT IN WS-PARM-VALUE-LEN
           END-UNSTRING
           IF WS-PARM-VALUE-LEN = ZERO
               PERFORM 139-PARM-ERROR-RTN
           END-IF
           EVALUATE WS-PARM-KEYWORD
               WHEN 'REPORT'
                   MOVE WS-PARM-VALUE TO WS-REPORT-TYPE
                   IF NOT REPORT-TIMELINE AND NOT REPORT-CHANGES
                      AND NOT REPORT-LOOKUPS
                       PERFORM 139-PARM-ERROR-RTN
                   END-IF
               WHEN 'OPER'
                   MOVE WS-PARM-VALUE TO WS-SEL-OPERATOR
               WHEN 'PGM'
                   MOVE WS-PARM-VALUE TO WS-SEL-PROGRAM
               WHEN 'KEY'
                   MOVE WS-PARM-VALUE TO WS-SEL-KEY
                   INSPECT WS-SEL-KEY REPLACING ALL '_' BY SPACE
                   MOVE WS-PARM-VALUE-LEN TO WS-SEL-KEY-LEN
                   IF WS-SEL-KEY-LEN > 20
                       MOVE 20 TO WS-SEL-KEY-LEN
                   END-IF
               WHEN 'ACTION'
                   MOVE WS-PARM-VALUE TO WS-SEL-ACTION
                   INSPECT WS-SEL-ACTION REPLACING ALL '_' BY SPACE
                   MOVE WS-PARM-VALUE-LEN TO WS-SEL-ACTION-LEN
                   IF WS-SEL-ACTION-LEN > 14
                       MOVE 14 TO WS-SEL-ACTION-LEN
                   END-IF
               WHEN 'FROM'
                   PERFORM 135-CHECK-PARM-STAMP-RTN
                   MOVE WS-PARM-VALUE (1:8) TO WS-SEL-FROM-DATE
                   IF WS-PARM-VALUE-LEN = 14
                       MOVE WS-PARM-VALUE (9:6) TO WS-SEL-FROM-TIME
                   ELSE
                       MOVE ZERO TO WS-SEL-FROM-TIME
                   END-IF
               WHEN 'TO'
                   PERFORM 135-CHECK-PARM-STAMP-RTN
                   MOVE WS-PARM-VALUE (1:8) TO WS-SEL-TO-DATE
                   IF WS-PARM-VALUE-LEN = 14
                       MOVE WS-PARM-VALUE (9:6) TO WS-SEL-TO-TIME
                   ELSE
                       MOVE 235959 TO WS-SEL-TO-TIME
                   END-IF
               WHEN OTHER
                   PERFORM 139-PARM-ERROR-RTN
           END-EVALUATE
           .

      *    A FROM/TO VALUE IS A VALID CCYYMMDD, OPTIONALLY FOLLOWED BY
      *    AN HHMMSS NO LATER THAN 235959.
       135-CHECK-PARM-STAMP-RTN.
           IF WS-PARM-VALUE-LEN NOT = 8 AND WS-PARM-VALUE-LEN NOT = 14
               PERFORM 139-PARM-ERROR-RTN
           END-IF
           IF WS-PARM-VALUE (1:WS-PARM-VALUE-LEN) IS NOT NUMERIC
               PERFORM 139-PARM-ERROR-RTN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL (WS-PARM-VALUE (1:8))) NOT = ZERO
               PERFORM 139-PARM-ERROR-RTN
           END-IF
           IF WS-PARM-VALUE-LEN = 14
              AND (WS-PARM-VALUE (9:2) > '23'
                OR WS-PARM-VALUE (11:2) > '59'
                OR WS-PARM-VALUE (13:2) > '59')
               PERFORM 139-PARM-ERROR-RTN
           END-IF
           .

       139-PARM-ERROR-RTN.
           DISPLAY 'ERROR: PARM word "' FUNCTION TRIM (WS-PARM-TOKEN)
                   '" not understood'
           DISPLAY 'ERROR: PARM is [REPORT=TIMELINE|CHANGES|LOOKUPS] '
                   '[OPER=id] [KEY=key] [PGM=program] [ACTION=action] '
                   '[FROM=CCYYMMDD[HHMMSS]] [TO=CCYYMMDD[HHMMSS]]'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       150-OPEN-REPORT-RTN.
           OPEN OUTPUT F-AUDIT-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: Cannot open AUDIT-INQUIRY file. Status: '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      *  160-PRINT-HEADINGS-RTN - Banner, report title and the         *
      *                    selection the listing was run with, so a    *
      *                    printout answers "what was asked for".      *
      ******************************************************************
       160-PRINT-HEADINGS-RTN.
           COPY BANNERHDR REPLACING
               ==:JOB-NAME:==    BY =='CHAP04AUD'==
               ==:FILE-RECORD:== BY ==AUDIT-REPORT-REC==.

           EVALUATE TRUE
               WHEN REPORT-CHANGES
                   MOVE 'MASTER CHANGES (AUDIT TRAIL, PRMAST TRANS LOG)'
                       TO TL-TITLE-OUT
               WHEN REPORT-LOOKUPS
                   MOVE 'RECORD LOOKUPS (INQUIRY AUDIT LOGS)'
                       TO TL-TITLE-OUT
               WHEN OTHER
                   MOVE 'MERGED TIMELINE (ALL AUDIT LOGS)'
                       TO TL-TITLE-OUT
           END-EVALUATE
           WRITE AUDIT-REPORT-REC FROM WS-RULE-LINE
           WRITE AUDIT-REPORT-REC FROM WS-TITLE-LINE
           WRITE AUDIT-REPORT-REC FROM WS-RULE-LINE

           MOVE 'ALL' TO WS-CR-OPERATOR WS-CR-KEY
                         WS-CR-PROGRAM WS-CR-ACTION
           IF WS-SEL-OPERATOR NOT = SPACES
               MOVE WS-SEL-OPERATOR TO WS-CR-OPERATOR
           END-IF
           IF WS-SEL-KEY-LEN > ZERO
               MOVE WS-SEL-KEY TO WS-CR-KEY
           END-IF
           IF WS-SEL-PROGRAM NOT = SPACES
               MOVE WS-SEL-PROGRAM TO WS-CR-PROGRAM
           END-IF
           IF WS-SEL-ACTION-LEN > ZERO
               MOVE WS-SEL-ACTION TO WS-CR-ACTION
           END-IF

           IF WS-SEL-FROM-DATE = ZERO AND WS-SEL-FROM-TIME = ZERO
               MOVE 'EARLIEST ON FILE' TO WS-CR-FROM
           ELSE
               MOVE WS-SEL-FROM-STAMP TO WS-EDIT-STAMP
               PERFORM 450-EDIT-STAMP-RTN
               STRING WS-EDIT-DATE-OUT ' ' WS-EDIT-TIME-OUT
                      DELIMITED BY SIZE INTO WS-CR-FROM
               END-STRING
           END-IF
           IF WS-SEL-TO-DATE = 99999999
               MOVE 'LATEST ON FILE' TO WS-CR-TO
           ELSE
               MOVE WS-SEL-TO-STAMP TO WS-EDIT-STAMP
               PERFORM 450-EDIT-STAMP-RTN
               STRING WS-EDIT-DATE-OUT ' ' WS-EDIT-TIME-OUT
                      DELIMITED BY SIZE INTO WS-CR-TO
               END-STRING
           END-IF

           MOVE SPACES TO AUDIT-REPORT-REC
           STRING 'SELECTION:   OPERATOR ' WS-CR-OPERATOR
                  '   RECORD KEY ' WS-CR-KEY
                  '   PROGRAM ' WS-CR-PROGRAM
                  '   ACTION ' WS-CR-ACTION
                  DELIMITED BY SIZE INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING 'DATE RANGE:  FROM ' WS-CR-FROM
                  '   TO ' WS-CR-TO
                  DELIMITED BY SIZE INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           WRITE AUDIT-REPORT-REC FROM WS-BLANK-LINE
           WRITE AUDIT-REPORT-REC FROM WS-COLUMN-LINE
           WRITE AUDIT-REPORT-REC FROM WS-DASH-LINE
           .

       170-PRINT-TOTALS-RTN.
           IF WS-ENTRIES-LISTED = ZERO
               MOVE SPACES TO AUDIT-REPORT-REC
               MOVE 'NO AUDIT ENTRY MATCHES THE SELECTION'
                   TO AUDIT-REPORT-REC
               WRITE AUDIT-REPORT-REC
           END-IF
           WRITE AUDIT-REPORT-REC FROM WS-DASH-LINE
           MOVE WS-ENTRIES-LISTED     TO TT-LISTED-OUT
           MOVE WS-ENTRIES-READ       TO TT-READ-OUT
           MOVE WS-ENTRIES-UNREADABLE TO TT-UNREADABLE-OUT
           WRITE AUDIT-REPORT-REC FROM WS-TOTAL-LINE

           COPY BANNERTRL REPLACING
               ==:JOB-NAME:==     BY =='CHAP04AUD'==
               ==:FILE-RECORD:==  BY ==AUDIT-REPORT-REC==
               ==:RECORD-COUNT:== BY ==WS-ENTRIES-LISTED==.

           CLOSE F-AUDIT-REPORT
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'WARNING: Error closing AUDIT-INQUIRY file. '
                       'Status: ' WS-REPORT-STATUS
           END-IF
           .

      *****************************************************************
      *    200-GATHER-ENTRIES-RTN - SORT INPUT PROCEDURE. READS THE    *
      *    LOGS THE REPORT COVERS AND RELEASES EVERY ENTRY THAT        *
      *    MEETS THE SELECTION.                                        *
      *****************************************************************
       200-GATHER-ENTRIES-RTN.
           IF REPORT-TIMELINE OR REPORT-CHANGES
               PERFORM 210-SCAN-AUDIT-TRAIL-RTN
               PERFORM 220-SCAN-TRANS-LOG-RTN
           END-IF
           IF REPORT-TIMELINE OR REPORT-LOOKUPS
               PERFORM 230-SCAN-INQUIRY-LOG-RTN
                   VARYING INQ-IDX FROM 1 BY 1
                   UNTIL INQ-IDX > 3
           END-IF
           IF REPORT-TIMELINE
               PERFORM 240-SCAN-RESTART-HIST-RTN
                   VARYING RST-IDX FROM 1 BY 1
                   UNTIL RST-IDX > 2
           END-IF
           .

       210-SCAN-AUDIT-TRAIL-RTN.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               DISPLAY 'CHAP04AUD: audit-trail.log not on file'
           ELSE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open AUDIT-TRAIL file. '
                           'Status: ' WS-AUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LOGS-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 215-BUILD-AUDIT-ENTRY-RTN
                           PERFORM 300-SELECT-ENTRY-RTN
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           .

       215-BUILD-AUDIT-ENTRY-RTN.
           MOVE SPACES              TO SORT-WORK-REC
           MOVE AUD-LOG-CCYY-OUT    TO SW-DATE-CCYY
           MOVE AUD-LOG-MM-OUT      TO SW-DATE-MM
           MOVE AUD-LOG-DD-OUT      TO SW-DATE-DD
           MOVE AUD-LOG-TIME-OUT    TO SW-TIME
           MOVE AUD-PROGRAM-ID-OUT  TO SW-PROGRAM
           MOVE AUD-OPERATOR-ID-OUT TO SW-OPERATOR
           MOVE AUD-RECORD-KEY-OUT  TO SW-KEY
           MOVE AUD-ACTION-OUT      TO SW-ACTION
           .

       220-SCAN-TRANS-LOG-RTN.
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-TRANS-LOG
           IF WS-TRANSLOG-STATUS = '35'
               DISPLAY 'CHAP04AUD: prmast-trans.log not on file'
           ELSE
               IF WS-TRANSLOG-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open PRMAST-TRANS-LOG file. '
                           'Status: ' WS-TRANSLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LOGS-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-TRANS-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 225-BUILD-TRANS-ENTRY-RTN
                           PERFORM 300-SELECT-ENTRY-RTN
                   END-READ
               END-PERFORM
               CLOSE F-TRANS-LOG
           END-IF
           .

      *    CHAP04M01 LOGS ITS MENU CODE; IT IS NAMED HERE THE WAY THE
      *    SAME CHANGE IS NAMED ON THE AUDIT TRAIL.
       225-BUILD-TRANS-ENTRY-RTN.
           MOVE SPACES              TO SORT-WORK-REC
           MOVE TI-TRANS-CCYY-IN    TO SW-DATE-CCYY
           MOVE TI-TRANS-MM-IN      TO SW-DATE-MM
           MOVE TI-TRANS-DD-IN      TO SW-DATE-DD
           MOVE TI-TRANS-TIME-IN    TO SW-TIME
           MOVE 'CHAP04M01'         TO SW-PROGRAM
           MOVE TI-OPERATOR-ID-IN   TO SW-OPERATOR
           MOVE TI-EMPLOYEE-NO-IN   TO SW-KEY
           EVALUATE TI-TRANS-CODE-IN
               WHEN 'A'
                   MOVE 'NEW HIRE'      TO SW-ACTION
               WHEN 'C'
                   MOVE 'CHANGE'        TO SW-ACTION
               WHEN 'D'
                   MOVE 'TERMINATION'   TO SW-ACTION
               WHEN OTHER
                   MOVE TI-TRANS-CODE-IN TO SW-ACTION
           END-EVALUATE
           STRING TI-FIELD-IN       DELIMITED BY '  '
                  ': '              DELIMITED BY SIZE
                  TI-OLD-VALUE-IN   DELIMITED BY '  '
                  ' -> '            DELIMITED BY SIZE
                  TI-NEW-VALUE-IN   DELIMITED BY '  '
                  INTO SW-DETAIL
           END-STRING
           .

      *****************************************************************
      *    230-SCAN-INQUIRY-LOG-RTN - POINTS DD_AUDINQ AT ONE INQUIRY  *
      *    AUDIT LOG AND GATHERS ITS LINES.                            *
      *****************************************************************
       230-SCAN-INQUIRY-LOG-RTN.
           DISPLAY 'DD_AUDINQ' UPON ENVIRONMENT-NAME
           DISPLAY INQ-PATH (INQ-IDX) UPON ENVIRONMENT-VALUE
           COMPUTE WS-INQ-DATE-POS = INQ-KEY-LEN (INQ-IDX) + 13
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-INQUIRY-LOG
           IF WS-INQLOG-STATUS = '35'
               DISPLAY 'CHAP04AUD: ' FUNCTION TRIM (INQ-PATH (INQ-IDX))
                       ' not on file'
           ELSE
               IF WS-INQLOG-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open '
                           FUNCTION TRIM (INQ-PATH (INQ-IDX))
                           '. Status: ' WS-INQLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LOGS-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-INQUIRY-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 235-BUILD-INQUIRY-ENTRY-RTN
                           PERFORM 300-SELECT-ENTRY-RTN
                   END-READ
               END-PERFORM
               CLOSE F-INQUIRY-LOG
           END-IF
           .

      *    OPERATOR AT 1, KEY AT 11, THEN MM/DD/CCYY AND HHMMSS TWO
      *    BYTES APART.
       235-BUILD-INQUIRY-ENTRY-RTN.
           MOVE SPACES TO SORT-WORK-REC
           MOVE INQUIRY-LOG-IN-REC (WS-INQ-DATE-POS + 6:4)
               TO SW-DATE-CCYY
           MOVE INQUIRY-LOG-IN-REC (WS-INQ-DATE-POS:2)
               TO SW-DATE-MM
           MOVE INQUIRY-LOG-IN-REC (WS-INQ-DATE-POS + 3:2)
               TO SW-DATE-DD
           MOVE INQUIRY-LOG-IN-REC (WS-INQ-DATE-POS + 12:6)
               TO SW-TIME
           MOVE INQ-PROGRAM (INQ-IDX)     TO SW-PROGRAM
           MOVE INQUIRY-LOG-IN-REC (1:8)  TO SW-OPERATOR
           MOVE INQUIRY-LOG-IN-REC (11:INQ-KEY-LEN (INQ-IDX))
               TO SW-KEY
           MOVE 'INQUIRY'                 TO SW-ACTION
           MOVE INQ-DETAIL (INQ-IDX)      TO SW-DETAIL
           .

      *****************************************************************
      *    240-SCAN-RESTART-HIST-RTN - POINTS DD_AUDRST AT ONE CHAIN'S *
      *    RESTART HISTORY AND GATHERS ITS EVENTS.                     *
      *****************************************************************
       240-SCAN-RESTART-HIST-RTN.
           DISPLAY 'DD_AUDRST' UPON ENVIRONMENT-NAME
           DISPLAY RST-PATH (RST-IDX) UPON ENVIRONMENT-VALUE
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-RESTART-HIST
           IF WS-RSTHIST-STATUS = '35'
               DISPLAY 'CHAP04AUD: ' FUNCTION TRIM (RST-PATH (RST-IDX))
                       ' not on file'
           ELSE
               IF WS-RSTHIST-STATUS NOT = '00'
                   DISPLAY 'ERROR: Cannot open '
                           FUNCTION TRIM (RST-PATH (RST-IDX))
                           '. Status: ' WS-RSTHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LOGS-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-RESTART-HIST
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 245-BUILD-RESTART-ENTRY-RTN
                           PERFORM 300-SELECT-ENTRY-RTN
                   END-READ
               END-PERFORM
               CLOSE F-RESTART-HIST
           END-IF
           .

       245-BUILD-RESTART-ENTRY-RTN.
           MOVE SPACES              TO SORT-WORK-REC
           MOVE RI-DATE-CCYY-IN     TO SW-DATE-CCYY
           MOVE RI-DATE-MM-IN       TO SW-DATE-MM
           MOVE RI-DATE-DD-IN       TO SW-DATE-DD
           MOVE RI-TIME-IN          TO SW-TIME
           MOVE 'CHAP04DRV'         TO SW-PROGRAM
           MOVE RI-RESUME-STEP-IN   TO SW-KEY
           MOVE RI-EVENT-IN         TO SW-ACTION
           STRING FUNCTION TRIM (RST-CHAIN (RST-IDX))
                  ' CHAIN RESTART HISTORY'
                  DELIMITED BY SIZE INTO SW-DETAIL
           END-STRING
           .

      *****************************************************************
      *    300-SELECT-ENTRY-RTN - APPLIES THE SELECTION TO THE ENTRY   *
      *    JUST BUILT AND RELEASES IT TO THE SORT IF IT QUALIFIES.     *
      *    OPERATOR, KEY, PROGRAM AND ACTION COMPARE WITHOUT REGARD    *
      *    TO CASE.                                                    *
      *****************************************************************
       300-SELECT-ENTRY-RTN.
           ADD 1 TO WS-ENTRIES-READ
           MOVE 'Y' TO WS-MATCH-SW
           IF SW-STAMP IS NOT NUMERIC
               ADD 1 TO WS-ENTRIES-UNREADABLE
               MOVE 'N' TO WS-MATCH-SW
           END-IF
           IF ENTRY-MATCHES
              AND (SW-STAMP < WS-SEL-FROM-STAMP
                OR SW-STAMP > WS-SEL-TO-STAMP)
               MOVE 'N' TO WS-MATCH-SW
           END-IF
           IF ENTRY-MATCHES AND WS-SEL-OPERATOR NOT = SPACES
               MOVE FUNCTION UPPER-CASE (SW-OPERATOR) TO WS-MATCH-UPPER
               IF WS-MATCH-UPPER (1:8) NOT = WS-SEL-OPERATOR
                   MOVE 'N' TO WS-MATCH-SW
               END-IF
           END-IF
           IF ENTRY-MATCHES AND WS-SEL-PROGRAM NOT = SPACES
               MOVE FUNCTION UPPER-CASE (SW-PROGRAM) TO WS-MATCH-UPPER
               IF WS-MATCH-UPPER (1:9) NOT = WS-SEL-PROGRAM
                   MOVE 'N' TO WS-MATCH-SW
               END-IF
           END-IF
           IF ENTRY-MATCHES AND WS-SEL-KEY-LEN > ZERO
               MOVE FUNCTION UPPER-CASE (SW-KEY) TO WS-MATCH-UPPER
               IF WS-MATCH-UPPER (1:WS-SEL-KEY-LEN)
                       NOT = WS-SEL-KEY (1:WS-SEL-KEY-LEN)
                   MOVE 'N' TO WS-MATCH-SW
               END-IF
           END-IF
           IF ENTRY-MATCHES AND WS-SEL-ACTION-LEN > ZERO
               MOVE FUNCTION UPPER-CASE (SW-ACTION) TO WS-MATCH-UPPER
               IF WS-MATCH-UPPER (1:WS-SEL-ACTION-LEN)
                       NOT = WS-SEL-ACTION (1:WS-SEL-ACTION-LEN)
                   MOVE 'N' TO WS-MATCH-SW
               END-IF
           END-IF
           IF ENTRY-MATCHES
               RELEASE SORT-WORK-REC
               ADD 1 TO WS-ENTRIES-SELECTED
           END-IF
           .

      *****************************************************************
      *    400-PRINT-TIMELINE-RTN - SORT OUTPUT PROCEDURE. ONE DETAIL  *
      *    LINE PER ENTRY, OLDEST FIRST.                               *
      *****************************************************************
       400-PRINT-TIMELINE-RTN.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 410-PRINT-DETAIL-RTN
               END-RETURN
           END-PERFORM
           .

       410-PRINT-DETAIL-RTN.
           MOVE SW-STAMP TO WS-EDIT-STAMP
           PERFORM 450-EDIT-STAMP-RTN
           MOVE WS-EDIT-DATE-OUT    TO DL-DATE-OUT
           MOVE WS-EDIT-TIME-OUT    TO DL-TIME-OUT
           MOVE SW-PROGRAM          TO DL-PROGRAM-OUT
           MOVE SW-OPERATOR         TO DL-OPERATOR-OUT
           MOVE SW-KEY              TO DL-KEY-OUT
           MOVE SW-ACTION           TO DL-ACTION-OUT
           MOVE SW-DETAIL           TO DL-DETAIL-OUT
           WRITE AUDIT-REPORT-REC FROM WS-DETAIL-LINE
           ADD 1 TO WS-ENTRIES-LISTED
           .

       450-EDIT-STAMP-RTN.
           MOVE WS-EDIT-MM   TO WS-EDIT-MM-OUT
           MOVE WS-EDIT-DD   TO WS-EDIT-DD-OUT
           MOVE WS-EDIT-CCYY TO WS-EDIT-CCYY-OUT
           MOVE WS-EDIT-HH   TO WS-EDIT-HH-OUT
           MOVE WS-EDIT-MN   TO WS-EDIT-MN-OUT
           MOVE WS-EDIT-SS   TO WS-EDIT-SS-OUT
           .
