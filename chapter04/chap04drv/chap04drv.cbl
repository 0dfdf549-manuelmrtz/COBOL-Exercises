      *   and without disturbing the rest of the chain's recorded      *
      *   progress - useful for rerunning one step by hand after a     *
      *   manual fix, without resetting or replaying the whole night.  *
      *   The schedule itself - each step's program, group, frequency, *
      *   enqueue, snapshot inputs, retry count and SLA, and the       *
      *   groups each step must run after - is read from the job      *
      *   definition file at start-up and edited in full before       *
      *   anything runs (duplicate steps, unknown groups, dependency   *
      *   loops). The effective schedule is listed at the top of every *
      *   run, so operations can change it without a program change.  *
      *   The same driver runs more than one chain. "CHAIN name" at    *
      *   the front of the PARM picks the chain (NIGHTLY when it is    *
      *   left off); each chain has its own job definition,            *
      *   checkpoint, failed-step marker, restart history, frequency   *
      *   last-run dates and snapshot directories, so restarting one   *
      *   chain never disturbs another's recorded progress. The        *
      *   WEEKLY chain carries the CHAPTER01 wage and commission runs  *
      *   and the chapter03 inventory and month-end receivables        *
      *   series; it is started every business night after NIGHTLY    *
      *   and its weekly and month-end steps skip on the nights they   *
      *   are not due. Those steps do not write run statistics of     *
      *   their own, so the driver logs one run-stats record for each *
      *   of them as it finishes.                                      *
      *                                                                *
      *================================================================*
      *                                                                *
      *   | File Name               | Description                  |  *
      *   ------------------------- --------------------------------  *
      *   | chap04-ckpt.dat         | Checkpoint of steps run so far|  *
      *   | chap04-jobdef.ctl       | Job definition - the schedule|  *
      *   | weekly-jobdef.ctl       | Job definition - WEEKLY chain|  *
      *   | weekly-ckpt.dat         | WEEKLY chain checkpoint      |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      * OUTPUT FILES :                                                 *
      *   | chap04-failed.dat       | Failed-step marker, per group|  *
      *   | chap04-alert.dat        | Operator failure notification|  *
      *   | chap04-restart-hist.dat | Checkpoint load/reset history|  *
      *   | weekly-ckpt.dat         | WEEKLY chain checkpoint      |  *
      *   | weekly-failed.dat       | WEEKLY failed-step marker    |  *
      *   | weekly-restart-hist.dat | WEEKLY restart history       |  *
      *   | run-stats.log           | Run stats for WEEKLY steps   |  *
      *   ------------------------- --------------------------------  *
      *                                                                *
      *================================================================*
      *                                                                *
      * RETURN CODES :                                                 *
      *   - 0  : All steps completed                                   *
      *   - 16 : One of the steps failed; see DISPLAY for which one,   *
      *          or the job definition file is missing or in error     *
      *                                                                *
      * SPECIAL NOTES :                                                *
      *   Steps are launched with CALL "SYSTEM" rather than JCL EXEC   *
      *   2026-09-01  MAM  Added the CHAP04A3M meter-read posting      *
      *                     pass to group 1, so the validators edit    *
      *                     usage the meters actually metered.         *
      *   2026-10-15  MAM  Added the CHAP04A3V month-end revenue and   *
      *                     usage report to group 8, behind the        *
      *                     night's billing.                           *
      *   2026-10-15  MAM  Added the CHAP04A3H autopay draft run to    *
      *                     group 8, behind the night's billing.       *
      *   2026-10-15  MAM  Added the CHAP04A3F month-end municipal     *
      *                     fee remittance report to group 9, once     *
      *                     group 8's drafts have posted their cash.   *
      *   2026-10-15  MAM  Added the CHAP04A4L video late-fee aging    *
      *                     list to group 9.                           *
      *   2026-10-15  MAM  Added the CHAP04A4H video hold expiry and   *
      *                     pickup list to group A, under the video    *
      *                     master enqueue.                            *
      *   2026-10-15  MAM  Added the CHAP04A4T video store transfer    *
      *                     register and suggested transfers to        *
      *                     group A, behind the hold expiry run.       *
      *   2026-10-15  MAM  Added the CHAP04A4S month-end video shrink  *
      *                     report to group 9.                         *
      *   2026-10-15  MAM  Schedule moved out of WORKING-STORAGE into  *
      *                     the data/chap04-jobdef.ctl job definition  *
      *                     file, edited at start-up and listed at the *
      *                     top of each run; group run order now comes *
      *                     from each step's runs-after groups, and    *
      *                     each step carries its own retry count and  *
      *                     an SLA that alerts when it is overrun.     *
      *   2026-10-15  MAM  "CHAIN name" PARM selects the chain; added  *
      *                     the WEEKLY chain (weekly wage run,         *
      *                     commissions, inventory update/valuation,   *
      *                     month-end receivables) with its own job    *
      *                     definition, checkpoint, failed marker,     *
      *                     restart history, last-run dates and        *
      *                     snapshots, and run-stats records for its   *
      *                     steps. Step commands may now hold single   *
      *                     spaces; snapshot paths widened to 40.      *
      *   2026-10-15  MAM  Job definition rows carry up to six         *
      *                     snapshot inputs (was two), so a step that  *
      *                     appends to its history files can have      *
      *                     every file it writes restored on backout;  *
      *                     snapshot paths widened to 50.              *
      *                     Each step snapshots into a folder of its   *
      *                     own, so two steps naming files of the same *
      *                     base name no longer overwrite each other.  *
      *   2026-10-15  MAM  Job definition column 14 is a per-step      *
      *                     run-stats flag (Y driver, N step, blank    *
      *                     chain default), so the weekly chain no     *
      *                     longer writes zero-count records for steps *
      *                     that log their own.                        *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE CHECKPOINT, FAILED-STEP, RESTART HISTORY, LAST-RUN AND
      *    JOB DEFINITION FILES BELONG TO THE CHAIN BEING RUN -
      *    155-SET-UP-CHAIN-RTN POINTS THEIR DDNAMES AT THE CHAIN'S
      *    OWN PATHS BEFORE ANY OF THEM IS OPENED.
           SELECT CKPT-FILE ASSIGN TO FILE-DRVCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CKPT-STATUS.

           SELECT FAILED-STEPS-FILE ASSIGN TO FILE-DRVFAILED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FAILED-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-ALERT-STATUS.

           SELECT RESTART-HISTORY-FILE ASSIGN TO FILE-DRVRSTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-HISTORY-STATUS.


      *    WHEN EACH FREQUENCY LAST ACTUALLY RAN, SO A MONTH-END THAT
      *    FELL ON A HOLIDAY IS CAUGHT UP ON THE NEXT BUSINESS DAY.
           SELECT FREQ-LASTRUN-FILE ASSIGN TO FILE-DRVLASTRUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LASTRUN-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SNAP-LATEST-STATUS.

      *    JOB DEFINITION - ONE ROW PER STEP OF THE CHAIN. READ AND
      *    EDITED AT START-UP; THE RUN DOES NOT START IF IT IS MISSING
      *    OR ANY ROW IS IN ERROR.
           SELECT JOB-DEF-FILE ASSIGN TO FILE-DRVJOBDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JOBDEF-STATUS.

           COPY ENQSEL.
           COPY RUNSTATSEL.

       DATA DIVISION.
       FILE SECTION.
           05 EQ-WAIT-SW-IN        PIC X.

       FD  SNAP-LATEST-FILE.
       01  SNAP-LATEST-REC         PIC X(30).

      *    A ROW WITH "*" IN COLUMN 1, OR A BLANK ROW, IS A COMMENT.
      *    AFTER-GROUPS NAMES UP TO FOUR GROUPS THAT MUST FINISH
      *    BEFORE THIS STEP'S GROUP STARTS. A BLANK RETRY COUNT TAKES
      *    MAX-RETRIES; A BLANK OR ZERO SLA MEANS NONE. THE RUN-STATS
      *    FLAG SAYS WHO WRITES THE STEP'S RUN-STATS RECORD: Y = THE
      *    DRIVER, N = THE STEP ITSELF, BLANK = THE CHAIN'S DEFAULT
      *    (CHN-DRIVER-STATS-SW). UP TO SIX
      *    SNAPSHOT INPUTS FOLLOW THE COMMAND, EACH 50 WIDE AFTER A
      *    ONE-COLUMN GAP (77-126, 128-177, ... 332-381).
       FD  JOB-DEF-FILE.
       01  JOB-DEF-REC.
           05 JD-STEP-CODE-IN      PIC X(9).
           05                      PIC X.
           05 JD-GROUP-IN          PIC X.
           05 JD-FREQ-IN           PIC X.
           05 JD-ENQ-IN            PIC X.
           05 JD-DRIVER-STATS-IN   PIC X.
           05 JD-AFTER-GROUPS-IN   PIC X(4).
           05                      PIC X.
           05 JD-RETRY-COUNT-IN    PIC X.
           05 JD-RETRY-COUNT-N-IN REDEFINES JD-RETRY-COUNT-IN
                                   PIC 9.
           05                      PIC X.
           05 JD-SLA-MINUTES-IN    PIC X(4).
           05 JD-SLA-MINUTES-N-IN REDEFINES JD-SLA-MINUTES-IN
                                   PIC 9(4).
           05                      PIC X.
           05 JD-COMMAND-IN        PIC X(49).
           05 JD-SNAP-SLOT-IN      OCCURS 6 TIMES.
               10                  PIC X.
               10 JD-SNAP-INPUT-IN PIC X(50).

           COPY ENQFD.
           COPY RUNSTATSFD.

       WORKING-STORAGE SECTION.
       01  FILE-DRVCKPT            PIC X(1) VALUE SPACE.
       01  FILE-DRVFAILED          PIC X(1) VALUE SPACE.
       01  FILE-DRVRSTHIST         PIC X(1) VALUE SPACE.
       01  FILE-DRVLASTRUN         PIC X(1) VALUE SPACE.
       01  FILE-DRVJOBDEF          PIC X(1) VALUE SPACE.

      *    ONE ROW PER CHAIN THIS DRIVER CAN RUN: NAME, WHETHER THE
      *    DRIVER WRITES A RUN-STATS RECORD FOR EACH STEP (Y WHEN THE
      *    STEPS DO NOT LOG THEIR OWN - A JOB DEFINITION ROW CAN SAY
      *    OTHERWISE FOR ITS OWN STEP), DAYS OF SNAPSHOTS KEPT, THE
      *    CHAIN'S JOB DEFINITION, CHECKPOINT, FAILED-STEP, RESTART
      *    HISTORY AND LAST-RUN FILES, AND THE NAME ITS SNAPSHOT
      *    DIRECTORIES START WITH UNDER data/.
       01  CHAIN-VALUES.
           05 FILLER PIC X(8)  VALUE 'NIGHTLY'.
           05 FILLER PIC X     VALUE 'N'.
           05 FILLER PIC 99    VALUE 03.
           05 FILLER PIC X(30) VALUE 'data/chap04-jobdef.ctl'.
           05 FILLER PIC X(30) VALUE 'data/chap04-ckpt.dat'.
           05 FILLER PIC X(30) VALUE 'data/chap04-failed.dat'.
           05 FILLER PIC X(30) VALUE 'data/chap04-restart-hist.dat'.
           05 FILLER PIC X(30) VALUE 'data/freq-lastrun.dat'.
           05 FILLER PIC X(12) VALUE 'snap-'.
           05 FILLER PIC X(8)  VALUE 'WEEKLY'.
           05 FILLER PIC X     VALUE 'Y'.
           05 FILLER PIC 99    VALUE 21.
           05 FILLER PIC X(30) VALUE 'data/weekly-jobdef.ctl'.
           05 FILLER PIC X(30) VALUE 'data/weekly-ckpt.dat'.
           05 FILLER PIC X(30) VALUE 'data/weekly-failed.dat'.
           05 FILLER PIC X(30) VALUE 'data/weekly-restart-hist.dat'.
           05 FILLER PIC X(30) VALUE 'data/weekly-freq-lastrun.dat'.
           05 FILLER PIC X(12) VALUE 'weekly-snap-'.
       01  CHAIN-TABLE REDEFINES CHAIN-VALUES.
           05 CHAIN-ENTRY OCCURS 2 TIMES
                   INDEXED BY CHN-IDX.
               10 CHN-NAME           PIC X(8).
               10 CHN-DRIVER-STATS-SW PIC X.
               10 CHN-RETENTION-DAYS PIC 99.
               10 CHN-JOBDEF-PATH    PIC X(30).
               10 CHN-CKPT-PATH      PIC X(30).
               10 CHN-FAILED-PATH    PIC X(30).
               10 CHN-HISTORY-PATH   PIC X(30).
               10 CHN-LASTRUN-PATH   PIC X(30).
               10 CHN-SNAP-PREFIX    PIC X(12).
      *    THE CHAIN THIS RUN WAS STARTED FOR, FROM CHAIN-TABLE.
       01  WS-CHAIN-NAME             PIC X(8)   VALUE 'NIGHTLY'.
       01  WS-DRIVER-STATS-SW        PIC X      VALUE 'N'.
       01  WS-JOBDEF-PATH            PIC X(30)  VALUE SPACES.
       01  WS-FAILED-PATH            PIC X(30)  VALUE SPACES.
       01  WS-SNAP-PREFIX            PIC X(12)  VALUE SPACES.

       01  WS-CKPT-STATUS          PIC XX.
       01  WS-CKPT-EOF             PIC X    VALUE 'N'.
       01  WS-FAILED-STATUS        PIC XX.
       01  WS-FAILED-EOF           PIC X    VALUE 'N'.
       01  WS-ALERT-STATUS         PIC XX.
       01  WS-HISTORY-STATUS       PIC XX.
       01  WS-LAST-COMPLETED-IDX   PIC 99   VALUE 0.
       01  WS-GROUP-END-IDX        PIC 99   VALUE 0.
       01  WS-MEMBER-IDX           PIC 99   VALUE 0.
       01  WS-THIS-STEP-RC         PIC S9(9) COMP VALUE 0.
           88 GROUP-MEMBER-FAILED  VALUE 'Y'.
       01  WS-AD-HOC-FOUND-SW      PIC X    VALUE 'N'.
           88 AD-HOC-STEP-FOUND    VALUE 'Y'.
      *    DEFAULT RETRY COUNT FOR A JOB DEFINITION ROW THAT LEAVES
      *    ITS OWN BLANK. THE SHELL FRAGMENTS BUILT BY
      *    332-APPEND-MEMBER-CMD-RTN AND 600-AD-HOC-RUN-RTN ARE
      *    COMPOSED AS "for t in $(seq 1 <STEP-RETRY-TBL>)".
       01  MAX-RETRIES              PIC 9    VALUE 3.

      *    CALENDAR/FREQUENCY CONTROL. EACH STEP CARRIES A FREQUENCY
       01  WS-DAY-OF-WEEK           PIC 9    VALUE ZERO.
       01  WS-DOW-QUOTIENT          PIC 9(7) VALUE ZERO.
       01  WS-STEP-DUE-TABLE.
           05 WS-STEP-DUE-SW OCCURS 40 TIMES
                   INDEXED BY DUE-IDX PIC X VALUE 'Y'.

      *    SHARED-MASTER ENQUEUE SUPPORT. EACH SCHEDULE ROW NAMES THE

      *    PRE-STEP INPUT SNAPSHOTS. BEFORE A GROUP LAUNCHES, EACH
      *    MEMBER'S INPUT MASTERS ARE COPIED INTO TONIGHT'S SNAPSHOT
      *    DIRECTORY (data/snap-CCYYMMDD, OR THE CHAIN'S OWN PREFIX IN
      *    PLACE OF "snap-"); "BACKOUT stepcode" COPIES
      *    THEM BACK AND TRIMS THE CHECKPOINT SO THAT STEP AND
      *    EVERYTHING AFTER IT MUST RERUN. THE LAST FEW NIGHTS OF
      *    SNAPSHOTS ARE KEPT; OLDER ONES ARE SWEPT AFTER A CLEAN
      *    RUN.
       01  WS-SNAP-DIR              PIC X(30) VALUE SPACES.
       01  WS-SNAP-LATEST-STATUS    PIC XX.
       01  WS-RESTORE-FAILED-SW     PIC X VALUE 'N'.
           88 RESTORE-FAILED        VALUE 'Y'.
       01  WS-SNAP-DIR-MADE-SW      PIC X VALUE 'N'.
           88 SNAP-DIR-MADE         VALUE 'Y'.
       01  SNAPSHOT-RETENTION-DAYS  PIC 99 VALUE 3.
      *    ONE ROW PER SNAPSHOT INPUT NAMED ON THE JOB DEFINITION,
      *    BUILT BY 535-ADD-SNAP-INPUT-RTN. THE BASE NAME IS THE PART
      *    OF THE PATH AFTER ITS LAST "/", AS "cp -p" LEAVES IT IN
      *    THE STEP'S OWN FOLDER OF THE SNAPSHOT DIRECTORY - TWO STEPS
      *    SNAPSHOTTING FILES OF THE SAME NAME KEEP SEPARATE COPIES.
       01  WS-SNAP-COUNT            PIC 999 VALUE 0.
       01  MAX-SNAP-INPUTS          PIC 9 VALUE 6.
       01  WS-SNAP-SLOT             PIC 9 VALUE 0.
       01  SNAP-SCHEDULE.
           05 SNAP-ENTRY OCCURS 240 TIMES
                   INDEXED BY SNAP-IDX.
               10 SNAP-STEP-CODE    PIC X(9).
               10 SNAP-INPUT-PATH   PIC X(50).
               10 SNAP-INPUT-BASE   PIC X(30).
       01  MAX-ENQ-WAIT-TRIES       PIC 99 VALUE 10.
       01  WS-SLEEP-CMD             PIC X(10) VALUE 'sleep 30'.

       01  WS-SHELL-CMD             PIC X(500) VALUE SPACES.
      *    THE SNAPSHOT COPIES RUN BETWEEN BUILDING A GROUP'S COMMAND
      *    AND LAUNCHING IT, SO THEY NEED A COMMAND AREA OF THEIR OWN.
       01  WS-SNAP-CMD              PIC X(200) VALUE SPACES.
       01  WS-CMD-PTR                PIC 9(4)   VALUE 1.

      *    PARM DISPATCH - RUN-MODE SELECTION FROM THE COMMAND LINE.
       01  WS-PARM-TEXT              PIC X(40)  VALUE SPACES.
       01  WS-PARM-REST              PIC X(40)  VALUE SPACES.
       01  WS-PARM-KEYWORD           PIC X(8)   VALUE SPACES.
       01  WS-PARM-PTR               PIC 99     VALUE 1.
       01  WS-RUN-MODE-SW            PIC X      VALUE 'N'.
           88 NORMAL-CHAIN-MODE      VALUE 'N'.
           88 DRY-RUN-MODE           VALUE 'D'.
       01  WS-LOG-TIME-HOLD-R REDEFINES WS-LOG-TIME-HOLD
                                 PIC X(8).

      *    JOB DEFINITION ROWS AS READ, IN FILE ORDER. ONLY THE
      *    FIRST WS-ROW-COUNT ENTRIES ARE LOADED.
       01  WS-JOBDEF-STATUS          PIC XX.
       01  WS-JOBDEF-EOF             PIC X      VALUE 'N'.
       01  WS-JOBDEF-LINE-NO         PIC 9(4)   VALUE 0.
       01  WS-JOBDEF-ERRORS          PIC 9(4)   VALUE 0.
       01  WS-JOBDEF-ERROR-TEXT      PIC X(40)  VALUE SPACES.
       01  WS-JOBDEF-ERROR-STEP      PIC X(9)   VALUE SPACES.
       01  MAX-SCHEDULE-STEPS        PIC 99     VALUE 40.
       01  WS-ROW-COUNT              PIC 99     VALUE 0.
       01  WS-ROW-SUB                PIC 99     VALUE 0.
       01  WS-DUPLICATE-SW           PIC X      VALUE 'N'.
           88 DUPLICATE-STEP         VALUE 'Y'.
       01  JOBDEF-ROW-TABLE.
           05 JR-ENTRY OCCURS 40 TIMES
                   INDEXED BY JR-IDX.
               10 JR-STEP-CODE      PIC X(9).
               10 JR-GROUP          PIC X.
               10 JR-FREQ           PIC X.
               10 JR-ENQ            PIC X.
               10 JR-DRIVER-STATS   PIC X.
               10 JR-AFTER-GROUPS.
                   15 JR-AFTER-GROUP PIC X OCCURS 4 TIMES
                           INDEXED BY AFT-IDX.
               10 JR-RETRY-COUNT    PIC 9.
               10 JR-SLA-MINUTES    PIC 9(4).
               10 JR-COMMAND        PIC X(49).
               10 JR-SNAP-INPUT     PIC X(50) OCCURS 6 TIMES
                       INDEXED BY JS-IDX.

      *    GROUP CODES IN THE ORDER A TIE IS BROKEN - WHEN MORE THAN
      *    ONE GROUP IS READY TO BE PLACED, THE LOWEST CODE GOES
      *    FIRST. THE STATE TABLE RUNS PARALLEL BY WS-GRP-SUB:
      *    N = NO STEP USES THE GROUP, U = NOT YET PLACED IN THE RUN
      *    ORDER, P = PLACED.
       01  VALID-GROUP-CODES         PIC X(35)  VALUE
               '123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  GROUP-CODE-TABLE REDEFINES VALID-GROUP-CODES.
           05 GRP-CODE OCCURS 35 TIMES PIC X.
       01  WS-GROUP-STATE-TABLE.
           05 WS-GROUP-STATE OCCURS 35 TIMES PIC X VALUE 'N'.
       01  WS-GRP-SUB                PIC 99     VALUE 0.
       01  WS-AFTER-SUB              PIC 99     VALUE 0.
       01  WS-FOUND-GRP-SUB          PIC 99     VALUE 0.
       01  WS-LOOKUP-GROUP           PIC X      VALUE SPACE.
       01  WS-GROUP-PLACED-SW        PIC X      VALUE 'N'.
           88 GROUP-PLACED           VALUE 'Y'.
       01  WS-GROUP-READY-SW         PIC X      VALUE 'N'.
           88 GROUP-READY            VALUE 'Y'.
       01  WS-LOOP-FOUND-SW          PIC X      VALUE 'N'.
           88 DEPENDENCY-LOOP-FOUND  VALUE 'Y'.
       01  WS-CHAR-POS               PIC 99     VALUE 0.
       01  WS-SLASH-POS              PIC 99     VALUE 0.

      *    RUN STATS WRITTEN BY THE DRIVER ON BEHALF OF A CHAIN'S
      *    STEPS (SEE CHN-DRIVER-STATS-SW). EACH MEMBER IS TIMED FROM
      *    ITS GROUP'S START, THE SAME AS THE SLA CHECK BELOW.
           COPY RUNSTATSWS.

      *    SLA CHECK - A GROUP'S MEMBERS RUN TOGETHER IN ONE SHELL
      *    COMMAND, SO EACH MEMBER IS MEASURED BY ITS GROUP'S ELAPSED
      *    TIME.
       01  WS-GROUP-START-TIME       PIC 9(8)   VALUE 0.
       01  WS-GROUP-START-R REDEFINES WS-GROUP-START-TIME.
           05 WS-START-HH            PIC 99.
           05 WS-START-MM            PIC 99.
           05 WS-START-SS            PIC 99.
           05                        PIC 99.
       01  WS-GROUP-END-TIME         PIC 9(8)   VALUE 0.
       01  WS-GROUP-END-R REDEFINES WS-GROUP-END-TIME.
           05 WS-END-HH              PIC 99.
           05 WS-END-MM              PIC 99.
           05 WS-END-SS              PIC 99.
           05                        PIC 99.
       01  WS-GROUP-ELAPSED-SECS     PIC S9(7)  VALUE 0.
       01  WS-ALERT-MESSAGE          PIC X(46)  VALUE
               'STEP FAILED - OPERATOR NOTIFICATION REQUIRED'.

      *    EFFECTIVE-SCHEDULE LISTING LINE, DISPLAYED AT THE TOP OF
      *    EVERY RUN.
       01  SCHED-LIST-HEADING.
           05 FILLER PIC X(45) VALUE
               'SEQ GRP STEP       FREQ ENQ AFTER RETRY SLA  '.
           05 FILLER PIC X(7)  VALUE 'PROGRAM'.
       01  SCHED-LIST-LINE.
           05 SL-SEQ-OUT             PIC ZZ9.
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 SL-GROUP-OUT           PIC X.
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 SL-STEP-CODE-OUT       PIC X(9).
           05 FILLER                 PIC X(3)   VALUE SPACES.
           05 SL-FREQ-OUT            PIC X.
           05 FILLER                 PIC X(4)   VALUE SPACES.
           05 SL-ENQ-OUT             PIC X.
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 SL-AFTER-OUT           PIC X(4).
           05 FILLER                 PIC X(4)   VALUE SPACES.
           05 SL-RETRY-OUT           PIC 9.
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 SL-SLA-OUT             PIC ZZZ9.
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 SL-COMMAND-OUT         PIC X(49).

      *    ONE ROW PER STEP OF THE NIGHTLY CHAIN, IN RUN ORDER, BUILT
      *    FROM THE JOB DEFINITION BY 520-ORDER-GROUPS-RTN. THE
      *    COMMAND FIELD IS THE PATH TO THE COMPILED STEP PROGRAM,
      *    RELATIVE TO THE DIRECTORY THIS DRIVER IS RUN FROM. GROUP
      *    NUMBER TIES TOGETHER STEPS THAT RUN CONCURRENTLY - EVERY
      *    MEMBER OF THE SAME GROUP IS LAUNCHED TOGETHER AND THE NEXT
      *    GROUP DOES NOT START UNTIL ALL OF THEM FINISH. FREQUENCY
      *    IS D=DAILY, W=WEEKLY/FRIDAYS, M=MONTH-END; THE ENQUEUE IS
      *    THE SHARED-MASTER LOCK GUARDING THE STEP'S INPUT
      *    (C=CUSTOMER, P=PRMAST, M=MASTER.DAT, BLANK=NONE). ONLY THE
      *    FIRST WS-STEP-COUNT ENTRIES ARE LOADED.
       01  WS-STEP-COUNT             PIC 99     VALUE 0.
       01  STEP-SCHEDULE.
           05 STEP-ENTRY OCCURS 40 TIMES
                   INDEXED BY STEP-IDX SCAN-IDX.
               10 STEP-GROUP-TBL    PIC X.
               10 STEP-FREQ-TBL     PIC X.
               10 STEP-ENQ-TBL      PIC X.
               10 STEP-CODE-TBL     PIC X(9).
               10 STEP-COMMAND-TBL  PIC X(49).
               10 STEP-AFTER-TBL    PIC X(4).
               10 STEP-RETRY-TBL    PIC 9.
               10 STEP-SLA-TBL      PIC 9(4).
               10 STEP-FAILED-TBL   PIC X.
               10 STEP-STATS-TBL    PIC X.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-GET-RUN-MODE-RTN
           PERFORM 500-LOAD-JOB-DEFINITION-RTN
           PERFORM 560-LIST-SCHEDULE-RTN

           IF AD-HOC-STEP-MODE
               PERFORM 600-AD-HOC-RUN-RTN
           END-IF
           PERFORM 170-SET-STEP-DUE-RTN
               VARYING DUE-IDX FROM 1 BY 1
               UNTIL DUE-IDX > WS-STEP-COUNT

           IF NOT DRY-RUN-MODE
               PERFORM 200-LOAD-CHECKPOINT-RTN

           PERFORM 300-RUN-GROUP-RTN
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > WS-STEP-COUNT
                  OR CHAIN-FAILED

           IF DRY-RUN-MODE
               IF CHAIN-FAILED
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY 'CHAP04DRV: ' FUNCTION TRIM (WS-CHAIN-NAME)
                           ' chain completed, all steps OK - '
                           'checkpoint reset'
                   PERFORM 400-RESET-CHECKPOINT-RTN
                   PERFORM 450-RECORD-FREQ-LASTRUN-RTN
                   PERFORM 460-SWEEP-OLD-SNAPSHOTS-RTN
      *    THIS PASS. "DRYRUN" WALKS THE SCHEDULE WITHOUT RUNNING      *
      *    ANYTHING; "RUN stepcode" RUNS ONE NAMED STEP AND EXITS;     *
      *    ANYTHING ELSE - INCLUDING A BLANK PARM - RUNS THE NORMAL    *
      *    CHECKPOINTED CHAIN. A LEADING "CHAIN name" PICKS THE CHAIN  *
      *    AND THE REST OF THE PARM IS READ THE SAME WAY.              *
      *****************************************************************
       150-GET-RUN-MODE-RTN.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (WS-PARM-TEXT) TO WS-PARM-TEXT
           IF WS-PARM-TEXT (1:6) = 'CHAIN '
               MOVE 1 TO WS-PARM-PTR
               UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
                   INTO WS-PARM-KEYWORD WS-CHAIN-NAME
                   WITH POINTER WS-PARM-PTR
               END-UNSTRING
               MOVE SPACES TO WS-PARM-REST
               IF WS-PARM-PTR NOT > 40
                   MOVE WS-PARM-TEXT (WS-PARM-PTR:) TO WS-PARM-REST
               END-IF
               MOVE WS-PARM-REST TO WS-PARM-TEXT
           END-IF
           PERFORM 155-SET-UP-CHAIN-RTN
           IF WS-PARM-TEXT NOT = SPACES
               IF WS-PARM-TEXT (1:6) = 'DRYRUN'
                   SET DRY-RUN-MODE TO TRUE
               ELSE
           END-IF
           .

      *****************************************************************
      *    155-SET-UP-CHAIN-RTN - FINDS THE CHAIN ON CHAIN-TABLE AND   *
      *    POINTS THE CHAIN'S OWN FILES AT ITS PATHS. AN UNKNOWN CHAIN *
      *    ENDS THE RUN BEFORE ANYTHING IS READ OR WRITTEN.            *
      *****************************************************************
       155-SET-UP-CHAIN-RTN.
           SET CHN-IDX TO 1
           SEARCH CHAIN-ENTRY
               AT END
                   DISPLAY 'ERROR: CHAP04DRV: "'
                           FUNCTION TRIM (WS-CHAIN-NAME)
                           '" is not a chain this driver runs'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN CHN-NAME (CHN-IDX) = WS-CHAIN-NAME
                   CONTINUE
           END-SEARCH
           MOVE CHN-DRIVER-STATS-SW (CHN-IDX) TO WS-DRIVER-STATS-SW
           MOVE CHN-RETENTION-DAYS (CHN-IDX)
               TO SNAPSHOT-RETENTION-DAYS
           MOVE CHN-JOBDEF-PATH (CHN-IDX)  TO WS-JOBDEF-PATH
           MOVE CHN-FAILED-PATH (CHN-IDX)  TO WS-FAILED-PATH
           MOVE CHN-SNAP-PREFIX (CHN-IDX)  TO WS-SNAP-PREFIX
           DISPLAY 'DD_DRVJOBDEF' UPON ENVIRONMENT-NAME
           DISPLAY CHN-JOBDEF-PATH (CHN-IDX) UPON ENVIRONMENT-VALUE
           DISPLAY 'DD_DRVCKPT' UPON ENVIRONMENT-NAME
           DISPLAY CHN-CKPT-PATH (CHN-IDX) UPON ENVIRONMENT-VALUE
           DISPLAY 'DD_DRVFAILED' UPON ENVIRONMENT-NAME
           DISPLAY CHN-FAILED-PATH (CHN-IDX) UPON ENVIRONMENT-VALUE
           DISPLAY 'DD_DRVRSTHIST' UPON ENVIRONMENT-NAME
           DISPLAY CHN-HISTORY-PATH (CHN-IDX) UPON ENVIRONMENT-VALUE
           DISPLAY 'DD_DRVLASTRUN' UPON ENVIRONMENT-NAME
           DISPLAY CHN-LASTRUN-PATH (CHN-IDX) UPON ENVIRONMENT-VALUE
           DISPLAY 'CHAP04DRV: Running the '
                   FUNCTION TRIM (WS-CHAIN-NAME) ' chain'
           .

      *****************************************************************
      *    READ WHATEVER CHECKPOINT RECORDS EXIST FROM A PRIOR, FAILED *
      *    RUN SO THIS RUN KNOWS WHERE TO PICK BACK UP. A MISSING      *
           SET STEP-IDX TO 1
           SEARCH STEP-ENTRY
               WHEN STEP-CODE-TBL (STEP-IDX) = CKPT-STEP-CODE-OUT
                AND STEP-IDX NOT > WS-STEP-COUNT
                   IF STEP-IDX > WS-LAST-COMPLETED-IDX
                       MOVE STEP-IDX TO WS-LAST-COMPLETED-IDX
                   END-IF
           IF WS-LAST-COMPLETED-IDX = 0
               MOVE 'START' TO WS-HISTORY-RESUME
           ELSE
               IF WS-LAST-COMPLETED-IDX < WS-STEP-COUNT
                   SET STEP-IDX TO WS-LAST-COMPLETED-IDX
                   SET STEP-IDX UP BY 1
                   MOVE STEP-CODE-TBL (STEP-IDX) TO WS-HISTORY-RESUME
      *    A CLEAN RUN SWEEPS THE OLDER DIRECTORIES.
       460-SWEEP-OLD-SNAPSHOTS-RTN.
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'find data -maxdepth 1 -type d -name "'
                                                 DELIMITED BY SIZE
                  WS-SNAP-PREFIX                 DELIMITED BY SPACE
                  '*" -mtime +' SNAPSHOT-RETENTION-DAYS
                  ' -exec rm -rf {} +'           DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-CMD
           .
                   PERFORM 330-BUILD-GROUP-CMD-RTN
                   IF GROUP-HAS-WORK AND NOT DRY-RUN-MODE
                       PERFORM 335-SNAPSHOT-GROUP-INPUTS-RTN
                       ACCEPT WS-GROUP-START-TIME FROM TIME
                       PERFORM 340-LAUNCH-GROUP-RTN
                       PERFORM 345-CHECK-GROUP-SLA-RTN
                       PERFORM 350-CHECK-GROUP-RESULT-RTN
                       PERFORM 380-LOG-GROUP-STATS-RTN
                   END-IF
                   IF NOT DRY-RUN-MODE
                       PERFORM 312-RELEASE-GROUP-ENQS-RTN
           SET WS-GROUP-END-IDX TO STEP-IDX
           SET SCAN-IDX TO STEP-IDX
           PERFORM 306-EXTEND-GROUP-RTN
               UNTIL SCAN-IDX = WS-STEP-COUNT
                  OR STEP-GROUP-TBL (SCAN-IDX + 1) NOT =
                     STEP-GROUP-TBL (STEP-IDX)
           .
           END-IF
           .

      *    EACH MEMBER'S FRAGMENT RETRIES THE STEP UP TO ITS OWN RETRY
      *    COUNT BEFORE GIVING UP, AND IS BACKGROUNDED (TRAILING "&")
      *    SO EVERY MEMBER OF A MULTI-STEP GROUP RUNS AT THE SAME TIME.
      *    A STEP THAT NEVER SUCCEEDS ECHOES ITS OWN CODE TO THE
      *    FAILED-STEPS FILE SO 350-CHECK-GROUP-RESULT-RTN CAN TELL
      *    WHICH MEMBER(S), IF ANY, FAILED. THE COMMAND RUNS TO THE
      *    FIRST DOUBLE SPACE, SO IT MAY CARRY ARGUMENTS OR A "cd".
       332-APPEND-MEMBER-CMD-RTN.
           SET DUE-IDX TO WS-MEMBER-IDX
           IF WS-STEP-DUE-SW (DUE-IDX) = 'N'
                   DISPLAY 'CHAP04DRV: Starting '
                           STEP-CODE-TBL (WS-MEMBER-IDX)
                   STRING '(for t in $(seq 1 ' DELIMITED BY SIZE
                          STEP-RETRY-TBL (WS-MEMBER-IDX)
                                                 DELIMITED BY SIZE
                          '); do '               DELIMITED BY SIZE
                          STEP-COMMAND-TBL (WS-MEMBER-IDX)
                              DELIMITED BY '  '
                          ' && break; done || echo ' DELIMITED BY SIZE
                          STEP-CODE-TBL (WS-MEMBER-IDX)
                              DELIMITED BY SPACE
                          ' >> '                 DELIMITED BY SIZE
                          WS-FAILED-PATH         DELIMITED BY SPACE
                          ') & '                 DELIMITED BY SIZE
                       INTO WS-SHELL-CMD
                       WITH POINTER WS-CMD-PTR
                   END-STRING
           CALL 'SYSTEM' USING WS-SHELL-CMD
           .

      *****************************************************************
      *    345-CHECK-GROUP-SLA-RTN - ALERTS FOR EVERY MEMBER LAUNCHED  *
      *    THIS PASS WHOSE SLA THE GROUP'S ELAPSED TIME RAN PAST. AN   *
      *    OVERRUN IS REPORTED, NOT FAILED - THE STEP'S OWN RETURN     *
      *    CODE STILL DECIDES WHETHER THE CHAIN GOES ON.               *
      *****************************************************************
       345-CHECK-GROUP-SLA-RTN.
           ACCEPT WS-GROUP-END-TIME FROM TIME
           COMPUTE WS-GROUP-ELAPSED-SECS =
               (WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS)
             - (WS-START-HH * 3600 + WS-START-MM * 60 + WS-START-SS)
      *    A GROUP THAT RAN PAST MIDNIGHT.
           IF WS-GROUP-ELAPSED-SECS < 0
               ADD 86400 TO WS-GROUP-ELAPSED-SECS
           END-IF
           PERFORM 346-CHECK-MEMBER-SLA-RTN
               VARYING WS-MEMBER-IDX FROM STEP-IDX BY 1
               UNTIL WS-MEMBER-IDX > WS-GROUP-END-IDX
           .

       346-CHECK-MEMBER-SLA-RTN.
           SET DUE-IDX TO WS-MEMBER-IDX
           IF WS-STEP-DUE-SW (DUE-IDX) = 'Y'
              AND WS-MEMBER-IDX > WS-LAST-COMPLETED-IDX
              AND STEP-SLA-TBL (WS-MEMBER-IDX) > 0
              AND WS-GROUP-ELAPSED-SECS >
                  STEP-SLA-TBL (WS-MEMBER-IDX) * 60
               DISPLAY 'CHAP04DRV: ' STEP-CODE-TBL (WS-MEMBER-IDX)
                       ' ran past its SLA of '
                       STEP-SLA-TBL (WS-MEMBER-IDX) ' minutes'
               MOVE STEP-CODE-TBL (WS-MEMBER-IDX) TO WS-ALERT-STEP-CODE
               MOVE 'STEP RAN PAST ITS SLA - CHECK DOWNSTREAM TIMES'
                   TO WS-ALERT-MESSAGE
               PERFORM 370-SEND-ALERT-RTN
               MOVE 'STEP FAILED - OPERATOR NOTIFICATION REQUIRED'
                   TO WS-ALERT-MESSAGE
           END-IF
           .

      *****************************************************************
      *    335-SNAPSHOT-GROUP-INPUTS-RTN - COPIES EVERY INPUT MASTER   *
      *    NAMED FOR THIS GROUP'S MEMBERS INTO TONIGHT'S SNAPSHOT      *
       335-SNAPSHOT-GROUP-INPUTS-RTN.
           IF NOT SNAP-DIR-MADE
               MOVE SPACES TO WS-SNAP-DIR
               STRING 'data/'        DELIMITED BY SIZE
                      WS-SNAP-PREFIX DELIMITED BY SPACE
                      WS-RUN-DATE    DELIMITED BY SIZE
                   INTO WS-SNAP-DIR
               END-STRING
               MOVE SPACES TO WS-SNAP-CMD
               STRING 'mkdir -p ' WS-SNAP-DIR
                   DELIMITED BY SIZE INTO WS-SNAP-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SNAP-CMD
               MOVE 'Y' TO WS-SNAP-DIR-MADE-SW
           END-IF
           PERFORM 336-SNAPSHOT-MEMBER-RTN
       336-SNAPSHOT-MEMBER-RTN.
           PERFORM 337-SNAPSHOT-ONE-INPUT-RTN
               VARYING SNAP-IDX FROM 1 BY 1
               UNTIL SNAP-IDX > WS-SNAP-COUNT
           .

      *    "cp -p" KEEPS THE ORIGINAL TIMESTAMP SO THE SNAPSHOT CAN
      *    BE TOLD APART FROM A FILE THE CHAIN REWROTE TONIGHT. A
      *    MISSING INPUT JUST MEANS THAT FEED HASN'T BEEN CUT YET -
      *    "2>/dev/null" KEEPS THE NOISE OUT OF THE JOB LOG. EACH
      *    STEP'S COPIES GO IN A FOLDER NAMED FOR THE STEP.
       337-SNAPSHOT-ONE-INPUT-RTN.
           IF SNAP-STEP-CODE (SNAP-IDX) =
                   STEP-CODE-TBL (WS-MEMBER-IDX)
               MOVE SPACES TO WS-SNAP-CMD
               STRING 'mkdir -p '                DELIMITED BY SIZE
                      WS-SNAP-DIR                DELIMITED BY SPACE
                      '/'                        DELIMITED BY SIZE
                      SNAP-STEP-CODE (SNAP-IDX)  DELIMITED BY SPACE
                      ' && cp -p '               DELIMITED BY SIZE
                      SNAP-INPUT-PATH (SNAP-IDX) DELIMITED BY SPACE
                      ' '                        DELIMITED BY SIZE
                      WS-SNAP-DIR                DELIMITED BY SPACE
                      '/'                        DELIMITED BY SIZE
                      SNAP-STEP-CODE (SNAP-IDX)  DELIMITED BY SPACE
                      '/ 2>/dev/null'            DELIMITED BY SIZE
                   INTO WS-SNAP-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SNAP-CMD
           END-IF
           .

                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN STEP-CODE-TBL (STEP-IDX) = WS-BACKOUT-STEP-CODE
                AND STEP-IDX NOT > WS-STEP-COUNT
                   CONTINUE
           END-SEARCH

           CLOSE FAILED-STEPS-FILE
           PERFORM 710-RESTORE-ONE-INPUT-RTN
               VARYING SNAP-IDX FROM 1 BY 1
               UNTIL SNAP-IDX > WS-SNAP-COUNT
           PERFORM 715-CHECK-RESTORE-RESULT-RTN

           IF RESTORE-FAILED
       705-FIND-LATEST-SNAPSHOT-RTN.
           MOVE SPACES TO WS-SNAP-DIR
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'ls -d data/'                  DELIMITED BY SIZE
                  WS-SNAP-PREFIX                 DELIMITED BY SPACE
                  '[0-9]* 2>/dev/null | sort | tail -1'
                  ' > data/snap-latest.tmp'      DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-CMD
           OPEN INPUT SNAP-LATEST-FILE
       710-RESTORE-ONE-INPUT-RTN.
           IF SNAP-STEP-CODE (SNAP-IDX) = WS-BACKOUT-STEP-CODE
               MOVE SPACES TO WS-SHELL-CMD
               STRING 'cp -p '                   DELIMITED BY SIZE
                      WS-SNAP-DIR                DELIMITED BY SPACE
                      '/'                        DELIMITED BY SIZE
                      SNAP-STEP-CODE (SNAP-IDX)  DELIMITED BY SPACE
                      '/'                        DELIMITED BY SIZE
                      SNAP-INPUT-BASE (SNAP-IDX) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      SNAP-INPUT-PATH (SNAP-IDX) DELIMITED BY SPACE
                      ' || echo ' DELIMITED BY SIZE
                      SNAP-INPUT-BASE (SNAP-IDX) DELIMITED BY SPACE
                      ' >> '                     DELIMITED BY SIZE
                      WS-FAILED-PATH             DELIMITED BY SPACE
                   INTO WS-SHELL-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SHELL-CMD
               AT END
                   CONTINUE
               WHEN STEP-CODE-TBL (SCAN-IDX) = WS-BACKOUT-STEP-CODE
                AND SCAN-IDX NOT > WS-STEP-COUNT
                   CONTINUE
           END-SEARCH
           OPEN OUTPUT CKPT-FILE
           MOVE FAILED-STEP-CODE-OUT TO WS-ALERT-STEP-CODE
           PERFORM 370-SEND-ALERT-RTN
           SET CHAIN-FAILED TO TRUE
           SET SCAN-IDX TO 1
           SEARCH STEP-ENTRY VARYING SCAN-IDX
               AT END
                   CONTINUE
               WHEN STEP-CODE-TBL (SCAN-IDX) = FAILED-STEP-CODE-OUT
                AND SCAN-IDX NOT > WS-STEP-COUNT
                   MOVE 'Y' TO STEP-FAILED-TBL (SCAN-IDX)
           END-SEARCH
           .

      *    ONE CHECKPOINT RECORD PER GROUP MEMBER THAT WAS ACTUALLY
           .

      *    APPENDS ONE OPERATOR NOTIFICATION FOR A FAILED STEP. THE
      *    CALLER SETS WS-ALERT-STEP-CODE BEFORE PERFORMING, AND
      *    WS-ALERT-MESSAGE WHEN IT IS NOT A FAILURE BEING ALERTED.
       370-SEND-ALERT-RTN.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '35'
               MOVE WS-ALERT-DATE-CCYY      TO ALERT-DATE-CCYY-OUT
               ACCEPT WS-LOG-TIME-HOLD FROM TIME
               MOVE WS-LOG-TIME-HOLD-R (1:6) TO ALERT-TIME-OUT
               MOVE WS-ALERT-MESSAGE        TO ALERT-MESSAGE-OUT
               WRITE ALERT-REC
               CLOSE ALERT-FILE
           END-IF
           .

      *****************************************************************
      *    380-LOG-GROUP-STATS-RTN - ONE RUN-STATS RECORD FOR EACH     *
      *    MEMBER LAUNCHED THIS PASS WHOSE STEP DOES NOT WRITE ITS     *
      *    OWN (STEP-STATS-TBL, FROM THE ROW'S RUN-STATS FLAG OR THE   *
      *    CHAIN'S DEFAULT). THE DRIVER CANNOT SEE A STEP'S RECORD     *
      *    COUNTS, SO THOSE ARE LOGGED AS ZERO; THE STATUS AND THE     *
      *    ELAPSED TIME SINCE THE GROUP STARTED ARE WHAT IT KNOWS.     *
      *****************************************************************
       380-LOG-GROUP-STATS-RTN.
           PERFORM 385-LOG-MEMBER-STATS-RTN
               VARYING WS-MEMBER-IDX FROM STEP-IDX BY 1
               UNTIL WS-MEMBER-IDX > WS-GROUP-END-IDX
           .

       385-LOG-MEMBER-STATS-RTN.
           SET DUE-IDX TO WS-MEMBER-IDX
           IF WS-STEP-DUE-SW (DUE-IDX) = 'Y'
              AND WS-MEMBER-IDX > WS-LAST-COMPLETED-IDX
              AND STEP-STATS-TBL (WS-MEMBER-IDX) = 'Y'
               MOVE SPACES TO RUN-STATS-REC
               MOVE STEP-CODE-TBL (WS-MEMBER-IDX) TO RS-PROGRAM-ID-OUT
               MOVE 0 TO RS-RECORDS-READ-OUT
               MOVE 0 TO RS-RECORDS-WRITTEN-OUT
               MOVE 0 TO RS-RECORDS-REJECTED-OUT
               IF STEP-FAILED-TBL (WS-MEMBER-IDX) = 'Y'
                   MOVE 'FAILED' TO RS-FINAL-STATUS-OUT
               ELSE
                   MOVE 'OK' TO RS-FINAL-STATUS-OUT
               END-IF
               MOVE WS-GROUP-START-TIME TO WS-RUNSTATS-START-TIME
               PERFORM 930-WRITE-RUN-STATS-RTN
           END-IF
           .

      *    A CLEAN RUN OF EVERY STEP MEANS TOMORROW NIGHT STARTS
      *    OVER AT GROUP 1, SO THE CHECKPOINT FILE IS TRUNCATED HERE.
       400-RESET-CHECKPOINT-RTN.
           PERFORM 220-LOG-RESTART-HISTORY-RTN
           .

      *****************************************************************
      *    500-LOAD-JOB-DEFINITION-RTN - READS AND EDITS EVERY ROW OF  *
      *    THE JOB DEFINITION, THEN PUTS THE GROUPS IN RUN ORDER. ANY  *
      *    ERROR - A MISSING FILE, A BAD OR DUPLICATE ROW, A STEP THAT *
      *    RUNS AFTER A GROUP NO STEP BELONGS TO, OR GROUPS THAT WAIT  *
      *    ON EACH OTHER - IS LISTED AND THE RUN ENDS BEFORE ANY STEP  *
      *    IS STARTED OR THE CHECKPOINT IS TOUCHED.                    *
      *****************************************************************
       500-LOAD-JOB-DEFINITION-RTN.
           OPEN INPUT JOB-DEF-FILE
           IF WS-JOBDEF-STATUS NOT = '00'
               DISPLAY 'ERROR: CHAP04DRV: Cannot open job definition '
                       FUNCTION TRIM (WS-JOBDEF-PATH) '. Status: '
                       WS-JOBDEF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-JOBDEF-EOF = 'Y'
               READ JOB-DEF-FILE
                   AT END
                       MOVE 'Y' TO WS-JOBDEF-EOF
                   NOT AT END
                       ADD 1 TO WS-JOBDEF-LINE-NO
                       PERFORM 505-EDIT-JOBDEF-ROW-RTN
               END-READ
           END-PERFORM
           CLOSE JOB-DEF-FILE

           IF WS-ROW-COUNT = 0
               MOVE SPACES TO WS-JOBDEF-ERROR-STEP
               MOVE 'NO STEPS ON THE JOB DEFINITION'
                   TO WS-JOBDEF-ERROR-TEXT
               PERFORM 590-JOBDEF-ERROR-RTN
           END-IF
           PERFORM 510-CHECK-ROW-AFTER-GROUPS-RTN
               VARYING JR-IDX FROM 1 BY 1
               UNTIL JR-IDX > WS-ROW-COUNT
      *    ORDERING IS ONLY ATTEMPTED ON AN OTHERWISE CLEAN FILE - A
      *    STEP WAITING ON AN UNKNOWN GROUP WOULD ALSO READ AS A LOOP.
           IF WS-JOBDEF-ERRORS = 0
               PERFORM 520-ORDER-GROUPS-RTN
           END-IF

           IF WS-JOBDEF-ERRORS > 0
               DISPLAY 'CHAP04DRV: ' WS-JOBDEF-ERRORS ' error(s) on '
                       'the job definition - no steps run'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       505-EDIT-JOBDEF-ROW-RTN.
           MOVE JD-STEP-CODE-IN TO WS-JOBDEF-ERROR-STEP
           IF JOB-DEF-REC = SPACES
              OR JD-STEP-CODE-IN (1:1) = '*'
               CONTINUE
           ELSE
           IF WS-ROW-COUNT NOT LESS THAN MAX-SCHEDULE-STEPS
               MOVE 'MORE STEPS THAN THE SCHEDULE HOLDS'
                   TO WS-JOBDEF-ERROR-TEXT
               PERFORM 590-JOBDEF-ERROR-RTN
           ELSE
               MOVE 'N' TO WS-DUPLICATE-SW
               PERFORM 507-CHECK-DUPLICATE-RTN
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               ADD 1 TO WS-ROW-COUNT
               SET JR-IDX TO WS-ROW-COUNT
               PERFORM 506-STORE-JOBDEF-ROW-RTN
               IF JD-STEP-CODE-IN = SPACES
                   MOVE 'STEP CODE MISSING' TO WS-JOBDEF-ERROR-TEXT
                   PERFORM 590-JOBDEF-ERROR-RTN
               END-IF
               IF DUPLICATE-STEP
                   MOVE 'DUPLICATE STEP' TO WS-JOBDEF-ERROR-TEXT
                   PERFORM 590-JOBDEF-ERROR-RTN
               END-IF
               MOVE JD-GROUP-IN TO WS-LOOKUP-GROUP
               PERFORM 515-FIND-GROUP-RTN
               IF WS-FOUND-GRP-SUB = 0
                   MOVE SPACES TO WS-JOBDEF-ERROR-TEXT
                   STRING 'UNKNOWN GROUP "' JD-GROUP-IN '"'
                       DELIMITED BY SIZE INTO WS-JOBDEF-ERROR-TEXT
                   END-STRING
                   PERFORM 590-JOBDEF-ERROR-RTN
               ELSE
                   MOVE 'U' TO WS-GROUP-STATE (WS-FOUND-GRP-SUB)
               END-IF
               IF JD-FREQ-IN NOT = 'D' AND NOT = 'W' AND NOT = 'M'
                   MOVE 'FREQUENCY NOT D, W OR M'
                       TO WS-JOBDEF-ERROR-TEXT
                   PERFORM 590-JOBDEF-ERROR-RTN
               END-IF
               IF JD-ENQ-IN NOT = SPACE
                   SET ENQ-IDX TO 1
                   SEARCH ENQ-PATH-ENTRY
                       AT END
                           MOVE 'ENQUEUE NOT C, P, M OR BLANK'
                               TO WS-JOBDEF-ERROR-TEXT
                           PERFORM 590-JOBDEF-ERROR-RTN
                       WHEN ENQ-CODE (ENQ-IDX) = JD-ENQ-IN
                           CONTINUE
                   END-SEARCH
               END-IF
               IF JD-DRIVER-STATS-IN NOT = SPACE AND NOT = 'Y'
                  AND NOT = 'N'
                   MOVE 'RUN-STATS FLAG NOT Y, N OR BLANK'
                       TO WS-JOBDEF-ERROR-TEXT
                   PERFORM 590-JOBDEF-ERROR-RTN
               END-IF
               IF JD-RETRY-COUNT-IN NOT = SPACE
                  AND (JD-RETRY-COUNT-IN NOT NUMERIC
                       OR JD-RETRY-COUNT-N-IN = 0)
                   MOVE 'RETRY COUNT NOT 1 TO 9'
                       TO WS-JOBDEF-ERROR-TEXT
                   PERFORM 590-JOBDEF-ERROR-RTN
               END-IF
               IF JD-SLA-MINUTES-IN NOT = SPACES
                  AND JD-SLA-MINUTES-IN NOT NUMERIC
                   MOVE 'SLA MINUTES NOT NUMERIC'
                       TO WS-JOBDEF-ERROR-TEXT
                   PERFORM 590-JOBDEF-ERROR-RTN
               END-IF
               IF JD-COMMAND-IN = SPACES
                   MOVE 'PROGRAM PATH MISSING' TO WS-JOBDEF-ERROR-TEXT
                   PERFORM 590-JOBDEF-ERROR-RTN
               END-IF
           END-IF
           END-IF
           .

      *    A BLANK RUN-STATS FLAG TAKES THE CHAIN'S DEFAULT.
      *    A BLANK RETRY COUNT TAKES MAX-RETRIES; A BAD ONE OR A BAD
      *    SLA IS HELD AS ZERO ONLY UNTIL 505 REJECTS THE FILE.
       506-STORE-JOBDEF-ROW-RTN.
           MOVE JD-STEP-CODE-IN    TO JR-STEP-CODE (JR-IDX)
           MOVE JD-GROUP-IN        TO JR-GROUP (JR-IDX)
           MOVE JD-FREQ-IN         TO JR-FREQ (JR-IDX)
           MOVE JD-ENQ-IN          TO JR-ENQ (JR-IDX)
           MOVE JD-AFTER-GROUPS-IN TO JR-AFTER-GROUPS (JR-IDX)
           MOVE JD-COMMAND-IN      TO JR-COMMAND (JR-IDX)
           IF JD-DRIVER-STATS-IN = SPACE
               MOVE WS-DRIVER-STATS-SW TO JR-DRIVER-STATS (JR-IDX)
           ELSE
               MOVE JD-DRIVER-STATS-IN TO JR-DRIVER-STATS (JR-IDX)
           END-IF
           PERFORM 506A-STORE-SNAP-INPUT-RTN
               VARYING WS-SNAP-SLOT FROM 1 BY 1
               UNTIL WS-SNAP-SLOT > MAX-SNAP-INPUTS
           IF JD-RETRY-COUNT-IN = SPACE
               MOVE MAX-RETRIES TO JR-RETRY-COUNT (JR-IDX)
           ELSE
               IF JD-RETRY-COUNT-IN NUMERIC
                   MOVE JD-RETRY-COUNT-N-IN TO JR-RETRY-COUNT (JR-IDX)
               ELSE
                   MOVE 0 TO JR-RETRY-COUNT (JR-IDX)
               END-IF
           END-IF
           IF JD-SLA-MINUTES-IN NUMERIC
               MOVE JD-SLA-MINUTES-N-IN TO JR-SLA-MINUTES (JR-IDX)
           ELSE
               MOVE 0 TO JR-SLA-MINUTES (JR-IDX)
           END-IF
           .

       506A-STORE-SNAP-INPUT-RTN.
           MOVE JD-SNAP-INPUT-IN (WS-SNAP-SLOT)
               TO JR-SNAP-INPUT (JR-IDX, WS-SNAP-SLOT)
           .

       507-CHECK-DUPLICATE-RTN.
           IF JR-STEP-CODE (WS-ROW-SUB) = JD-STEP-CODE-IN
              AND JD-STEP-CODE-IN NOT = SPACES
               SET DUPLICATE-STEP TO TRUE
           END-IF
           .

      *    EVERY GROUP A STEP RUNS AFTER MUST BE ONE SOME STEP
      *    BELONGS TO, AND NOT THE STEP'S OWN GROUP.
       510-CHECK-ROW-AFTER-GROUPS-RTN.
           PERFORM 512-CHECK-ONE-AFTER-GROUP-RTN
               VARYING AFT-IDX FROM 1 BY 1
               UNTIL AFT-IDX > 4
           .

       512-CHECK-ONE-AFTER-GROUP-RTN.
           IF JR-AFTER-GROUP (JR-IDX, AFT-IDX) NOT = SPACE
               MOVE JR-AFTER-GROUP (JR-IDX, AFT-IDX) TO WS-LOOKUP-GROUP
               PERFORM 515-FIND-GROUP-RTN
               MOVE SPACES TO WS-JOBDEF-ERROR-TEXT
               EVALUATE TRUE
                   WHEN WS-LOOKUP-GROUP = JR-GROUP (JR-IDX)
                       STRING 'DEPENDENCY LOOP - GROUP "'
                              WS-LOOKUP-GROUP '" AFTER ITSELF'
                           DELIMITED BY SIZE
                           INTO WS-JOBDEF-ERROR-TEXT
                       END-STRING
                   WHEN WS-FOUND-GRP-SUB = 0
                       STRING 'RUNS AFTER UNKNOWN GROUP "'
                              WS-LOOKUP-GROUP '"'
                           DELIMITED BY SIZE
                           INTO WS-JOBDEF-ERROR-TEXT
                       END-STRING
                   WHEN WS-GROUP-STATE (WS-FOUND-GRP-SUB) = 'N'
                       STRING 'RUNS AFTER UNKNOWN GROUP "'
                              WS-LOOKUP-GROUP '"'
                           DELIMITED BY SIZE
                           INTO WS-JOBDEF-ERROR-TEXT
                       END-STRING
               END-EVALUATE
               IF WS-JOBDEF-ERROR-TEXT NOT = SPACES
                   MOVE JR-STEP-CODE (JR-IDX) TO WS-JOBDEF-ERROR-STEP
                   MOVE 0 TO WS-JOBDEF-LINE-NO
                   PERFORM 590-JOBDEF-ERROR-RTN
               END-IF
           END-IF
           .

      *    SETS WS-FOUND-GRP-SUB TO WS-LOOKUP-GROUP'S POSITION IN
      *    VALID-GROUP-CODES, OR ZERO WHEN IT IS NOT A GROUP CODE.
      *    WS-GRP-SUB IS LEFT ALONE FOR 524, WHICH CALLS THIS WHILE
      *    STEPPING THROUGH THE GROUPS ITSELF.
       515-FIND-GROUP-RTN.
           MOVE 0 TO WS-FOUND-GRP-SUB
           PERFORM 516-MATCH-GROUP-RTN
               VARYING WS-AFTER-SUB FROM 1 BY 1
               UNTIL WS-AFTER-SUB > 35
                  OR WS-FOUND-GRP-SUB > 0
           .

       516-MATCH-GROUP-RTN.
           IF GRP-CODE (WS-AFTER-SUB) = WS-LOOKUP-GROUP
               MOVE WS-AFTER-SUB TO WS-FOUND-GRP-SUB
           END-IF
           .

      *****************************************************************
      *    520-ORDER-GROUPS-RTN - BUILDS STEP-ENTRY IN RUN ORDER. EACH *
      *    PASS PLACES THE LOWEST-CODED GROUP WHOSE RUNS-AFTER GROUPS  *
      *    ARE ALL ALREADY PLACED, AND COPIES ITS STEPS IN FILE ORDER. *
      *    A PASS THAT CAN PLACE NOTHING WHILE GROUPS REMAIN MEANS     *
      *    THOSE GROUPS WAIT ON EACH OTHER - A DEPENDENCY LOOP.        *
      *****************************************************************
       520-ORDER-GROUPS-RTN.
           MOVE 0 TO WS-STEP-COUNT WS-SNAP-COUNT
           PERFORM 522-PLACE-NEXT-GROUP-RTN
               UNTIL WS-STEP-COUNT = WS-ROW-COUNT
                  OR DEPENDENCY-LOOP-FOUND
           .

       522-PLACE-NEXT-GROUP-RTN.
           MOVE 'N' TO WS-GROUP-PLACED-SW
           PERFORM 524-TRY-ONE-GROUP-RTN
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > 35
                  OR GROUP-PLACED
           IF NOT GROUP-PLACED
               SET DEPENDENCY-LOOP-FOUND TO TRUE
               MOVE SPACES TO WS-JOBDEF-ERROR-STEP
               MOVE 0 TO WS-JOBDEF-LINE-NO
               PERFORM 528-REPORT-LOOP-GROUP-RTN
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > 35
           END-IF
           .

       524-TRY-ONE-GROUP-RTN.
           IF WS-GROUP-STATE (WS-GRP-SUB) = 'U'
               SET GROUP-READY TO TRUE
               PERFORM 526-CHECK-MEMBER-READY-RTN
                   VARYING JR-IDX FROM 1 BY 1
                   UNTIL JR-IDX > WS-ROW-COUNT
               IF GROUP-READY
                   MOVE 'P' TO WS-GROUP-STATE (WS-GRP-SUB)
                   SET GROUP-PLACED TO TRUE
                   PERFORM 530-ADD-GROUP-STEP-RTN
                       VARYING JR-IDX FROM 1 BY 1
                       UNTIL JR-IDX > WS-ROW-COUNT
               END-IF
           END-IF
           .

       526-CHECK-MEMBER-READY-RTN.
           IF JR-GROUP (JR-IDX) = GRP-CODE (WS-GRP-SUB)
               PERFORM 527-CHECK-AFTER-PLACED-RTN
                   VARYING AFT-IDX FROM 1 BY 1
                   UNTIL AFT-IDX > 4
           END-IF
           .

       527-CHECK-AFTER-PLACED-RTN.
           IF JR-AFTER-GROUP (JR-IDX, AFT-IDX) NOT = SPACE
               MOVE JR-AFTER-GROUP (JR-IDX, AFT-IDX) TO WS-LOOKUP-GROUP
               PERFORM 515-FIND-GROUP-RTN
               IF WS-GROUP-STATE (WS-FOUND-GRP-SUB) NOT = 'P'
                   MOVE 'N' TO WS-GROUP-READY-SW
               END-IF
           END-IF
           .

       528-REPORT-LOOP-GROUP-RTN.
           IF WS-GROUP-STATE (WS-GRP-SUB) = 'U'
               MOVE SPACES TO WS-JOBDEF-ERROR-TEXT
               STRING 'GROUP "' GRP-CODE (WS-GRP-SUB)
                      '" IN OR BEHIND A DEPENDENCY LOOP'
                   DELIMITED BY SIZE INTO WS-JOBDEF-ERROR-TEXT
               END-STRING
               PERFORM 590-JOBDEF-ERROR-RTN
           END-IF
           .

       530-ADD-GROUP-STEP-RTN.
           IF JR-GROUP (JR-IDX) = GRP-CODE (WS-GRP-SUB)
               ADD 1 TO WS-STEP-COUNT
               SET STEP-IDX TO WS-STEP-COUNT
               MOVE JR-GROUP (JR-IDX)     TO STEP-GROUP-TBL (STEP-IDX)
               MOVE JR-FREQ (JR-IDX)      TO STEP-FREQ-TBL (STEP-IDX)
               MOVE JR-ENQ (JR-IDX)       TO STEP-ENQ-TBL (STEP-IDX)
               MOVE JR-STEP-CODE (JR-IDX) TO STEP-CODE-TBL (STEP-IDX)
               MOVE JR-COMMAND (JR-IDX)
                   TO STEP-COMMAND-TBL (STEP-IDX)
               MOVE JR-AFTER-GROUPS (JR-IDX)
                   TO STEP-AFTER-TBL (STEP-IDX)
               MOVE JR-RETRY-COUNT (JR-IDX)
                   TO STEP-RETRY-TBL (STEP-IDX)
               MOVE JR-SLA-MINUTES (JR-IDX)
                   TO STEP-SLA-TBL (STEP-IDX)
               MOVE 'N' TO STEP-FAILED-TBL (STEP-IDX)
               MOVE JR-DRIVER-STATS (JR-IDX)
                   TO STEP-STATS-TBL (STEP-IDX)
               PERFORM 535-ADD-SNAP-INPUT-RTN
                   VARYING JS-IDX FROM 1 BY 1
                   UNTIL JS-IDX > MAX-SNAP-INPUTS
           END-IF
           .

       535-ADD-SNAP-INPUT-RTN.
           IF JR-SNAP-INPUT (JR-IDX, JS-IDX) NOT = SPACES
               ADD 1 TO WS-SNAP-COUNT
               SET SNAP-IDX TO WS-SNAP-COUNT
               MOVE JR-STEP-CODE (JR-IDX) TO SNAP-STEP-CODE (SNAP-IDX)
               MOVE JR-SNAP-INPUT (JR-IDX, JS-IDX)
                   TO SNAP-INPUT-PATH (SNAP-IDX)
               MOVE 0 TO WS-SLASH-POS
               PERFORM 536-FIND-LAST-SLASH-RTN
                   VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 50
               MOVE SNAP-INPUT-PATH (SNAP-IDX) (WS-SLASH-POS + 1:)
                   TO SNAP-INPUT-BASE (SNAP-IDX)
           END-IF
           .

       536-FIND-LAST-SLASH-RTN.
           IF SNAP-INPUT-PATH (SNAP-IDX) (WS-CHAR-POS:1) = '/'
               MOVE WS-CHAR-POS TO WS-SLASH-POS
           END-IF
           .

      *    THE EFFECTIVE SCHEDULE, IN RUN ORDER, AT THE TOP OF EVERY
      *    RUN'S LOG.
       560-LIST-SCHEDULE-RTN.
           DISPLAY 'CHAP04DRV: Effective schedule from '
                   FUNCTION TRIM (WS-JOBDEF-PATH) ' - '
                   WS-STEP-COUNT ' steps'
           DISPLAY SCHED-LIST-HEADING
           PERFORM 565-LIST-ONE-STEP-RTN
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > WS-STEP-COUNT
           .

       565-LIST-ONE-STEP-RTN.
           SET SL-SEQ-OUT TO SCAN-IDX
           MOVE STEP-GROUP-TBL (SCAN-IDX)   TO SL-GROUP-OUT
           MOVE STEP-CODE-TBL (SCAN-IDX)    TO SL-STEP-CODE-OUT
           MOVE STEP-FREQ-TBL (SCAN-IDX)    TO SL-FREQ-OUT
           MOVE STEP-ENQ-TBL (SCAN-IDX)     TO SL-ENQ-OUT
           MOVE STEP-AFTER-TBL (SCAN-IDX)   TO SL-AFTER-OUT
           MOVE STEP-RETRY-TBL (SCAN-IDX)   TO SL-RETRY-OUT
           MOVE STEP-SLA-TBL (SCAN-IDX)     TO SL-SLA-OUT
           MOVE STEP-COMMAND-TBL (SCAN-IDX) TO SL-COMMAND-OUT
           DISPLAY SCHED-LIST-LINE
           .

      *    ONE LINE PER JOB DEFINITION ERROR. THE CALLER SETS
      *    WS-JOBDEF-ERROR-TEXT; THE LINE NUMBER IS ZERO FOR AN ERROR
      *    FOUND ONLY ONCE THE WHOLE FILE WAS IN.
       590-JOBDEF-ERROR-RTN.
           ADD 1 TO WS-JOBDEF-ERRORS
           DISPLAY 'ERROR: CHAP04DRV: job definition line '
                   WS-JOBDEF-LINE-NO ' step ' WS-JOBDEF-ERROR-STEP
                   ' - '
                   WS-JOBDEF-ERROR-TEXT
           .

      *****************************************************************
      *    AD-HOC SINGLE-STEP MODE - "RUN stepcode" ON THE COMMAND     *
      *    LINE. LAUNCHES ONE NAMED STEP DIRECTLY, WITH THE SAME       *
               AT END
                   CONTINUE
               WHEN STEP-CODE-TBL (STEP-IDX) = WS-AD-HOC-STEP-CODE
                AND STEP-IDX NOT > WS-STEP-COUNT
                   SET AD-HOC-STEP-FOUND TO TRUE
           END-SEARCH

               MOVE SPACES TO WS-SHELL-CMD
               MOVE 1 TO WS-CMD-PTR
               STRING 'for t in $(seq 1 ' DELIMITED BY SIZE
                      STEP-RETRY-TBL (STEP-IDX) DELIMITED BY SIZE
                      '); do '             DELIMITED BY SIZE
                      STEP-COMMAND-TBL (STEP-IDX) DELIMITED BY '  '
                      ' && break; done' DELIMITED BY SIZE
                   INTO WS-SHELL-CMD
                   WITH POINTER WS-CMD-PTR
           .

       COPY ENQPARA.
       COPY RUNSTATSPARA.
