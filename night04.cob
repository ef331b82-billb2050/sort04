       IDENTIFICATION DIVISION.
       PROGRAM-ID. night04.
      * A GnuCOBOL program
      * On: 10/13/2026
      * By: Bill Blasingim
      *
      * Nightly job-stream driver. The night had grown to half a
      * dozen programs sequenced by hand off a run sheet; this runs
      * them as fixed steps, in order:
      *    FEED   - has the upstream extract (SORT04-INFILE) arrived?
      *             if not, regen04 rebuilds it from the master
      *             under that name, HDR source stamped MASTER
      *    BACKUP - bkup04 unloads the master to tonight's backup
      *             generation before anything changes it
      *    MAINT  - maint04 applies tonight's batch (MAINT04-TRANS)
      *             and whatever effective-dated transactions have
      *             come due; with no batch on disk it runs as
      *             maint04 PENDING, the due ones alone
      *    APPROVED - the changes appr04 has released since last
      *             night (./maint04-approved.dat): the file is
      *             renamed maint04-apv-yyyymmdd-hhmmss.dat, run
      *             through maint04 under that name, and appr04
      *             APPLIED then closes them on the approval queue,
      *             marking the ones maint04 rejected; nothing
      *             released skips the step
      *    AGING  - repair04 AGING, the suspense aging report
      *    SORT   - sort04 against the feed - the report suite
      *    PURGE  - purge04, Saturday and Sunday only (argument 2
      *             PURGE forces it, NOPURGE holds it)
      * Each step runs only when the one before it ended with an
      * acceptable return code (FEED and BACKUP must be 0, APPROVED
      * 8 or lower - its batch is too small for maint04's reject
      * rate to mean anything, and its rejects are marked on the
      * queue - the rest 4 or lower). Every step's start, end and
      * return code go on ./night04-joblog.dat - a STARTED line as
      * it begins and a COMPLETED, FAILED or SKIPPED line as it
      * ends, so a night that died mid-step still shows where.
      *
      * A step that fails stops the night and leaves a restart
      * record (./night04-restart.dat) naming it. The next run of
      * night04 resumes at that step instead of the top - a SORT
      * step resumes with sort04's own RESTART, from its checkpoint.
      * A failed MAINT batch has been partly applied: back it out
      * (maint04 BACKOUT) and correct it before restarting. So with
      * a failed APPROVED step: its batch keeps the renamed name,
      * which the restart record carries, and the resumed night
      * runs that batch again (not a new hand-off) and marks the
      * queue - or, when maint04 had applied it and only the
      * marking failed, just marks the queue. A night that runs to
      * the end removes the restart record.
      *
      * Argument 1 - blank resumes a failed night or starts a new
      * one, FRESH ignores a restart record and starts at the top,
      * or a step name starts there. The programs are run from the
      * directory in env var NIGHT04-BIN (default the current one).
      *
      * RETURN-CODE 0 when every step ended 0, 4 when a step ended
      * with a warning, the failing step's own code (at least 8)
      * when the night stopped, 16 when the driver itself could
      * not run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FEED-FILE ASSIGN TO WS-FEED-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-FEED-STATUS.
       SELECT BATCH-FILE ASSIGN TO WS-BATCH-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-BATCH-STATUS.
       SELECT RELEASE-FILE ASSIGN TO "./maint04-approved.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-RELEASE-STATUS.
       SELECT JOBLOG-FILE ASSIGN TO "./night04-joblog.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-JOBLOG-STATUS.
       SELECT RESTART-FILE ASSIGN TO WS-RESTART-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-RESTART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
         01 FEED-RECORD      PIC X(164).

       FD BATCH-FILE.
         01 BATCH-RECORD     PIC X(337).

      *  THE APPROVED CHANGES appr04 HAS RELEASED FOR THE NIGHT
       FD RELEASE-FILE.
         01 RELEASE-RECORD   PIC X(337).

      *  ONE LINE AS A STEP STARTS, ONE AS IT ENDS
       FD JOBLOG-FILE.
         01 JOBLOG-RECORD.
           05 JL-NIGHT       PIC X(08).
           05 FILLER         PIC X(02).
           05 JL-STEP-NO     PIC 9(02).
           05 FILLER         PIC X(01).
           05 JL-STEP        PIC X(08).
           05 FILLER         PIC X(02).
           05 JL-STATUS      PIC X(09).
           05 FILLER         PIC X(02).
           05 JL-START-DATE  PIC X(08).
           05 FILLER         PIC X(01).
           05 JL-START-TIME  PIC X(06).
           05 FILLER         PIC X(02).
           05 JL-END-DATE    PIC X(08).
           05 FILLER         PIC X(01).
           05 JL-END-TIME    PIC X(06).
           05 FILLER         PIC X(02).
           05 JL-RC          PIC X(03).
           05 FILLER         PIC X(02).
           05 JL-TEXT        PIC X(100).

      *  THE STEP A FAILED NIGHT STOPPED AT, AND THE APPROVED STEP'S
      *  RENAMED BATCH (Y - maint04 HAD APPLIED IT, ONLY THE QUEUE
      *  WAS LEFT TO MARK)
       FD RESTART-FILE.
         01 RESTART-RECORD.
           05 RS-NIGHT       PIC X(08).
           05 FILLER         PIC X(02).
           05 RS-STEP-NO     PIC 9(02).
           05 FILLER         PIC X(02).
           05 RS-STEP        PIC X(08).
           05 FILLER         PIC X(02).
           05 RS-RC          PIC 9(03).
           05 FILLER         PIC X(02).
           05 RS-PURGE-SW    PIC X(01).
           05 FILLER         PIC X(02).
           05 RS-FEED        PIC X(100).
           05 FILLER         PIC X(02).
           05 RS-APV-BATCH   PIC X(100).
           05 FILLER         PIC X(02).
           05 RS-APV-APPLIED PIC X(01).

       WORKING-STORAGE SECTION.
         01 MISC.
           05  WS-FAILED-SW  PIC X(01) VALUE 'N'.
               88  WS-NIGHT-FAILED   VALUE 'Y'.
           05  WS-SKIP-SW    PIC X(01) VALUE 'N'.
               88  WS-STEP-SKIPPED   VALUE 'Y'.
           05  WS-RESUME-SW  PIC X(01) VALUE 'N'.
               88  WS-RESUMING       VALUE 'Y'.
           05  WS-PURGE-SW   PIC X(01) VALUE 'N'.
               88  WS-PURGE-TONIGHT  VALUE 'Y'.
           05  WS-NO-BATCH-SW PIC X(01) VALUE 'N'.
               88  WS-NO-BATCH       VALUE 'Y'.
           05  WS-APV-APPLIED-SW PIC X(01) VALUE 'N'.
               88  WS-APV-APPLIED    VALUE 'Y'.
           05 WS-RC          PIC 9(4) VALUE 0 COMP.
           05 WS-STEP-RC     PIC 9(3) VALUE 0.
           05 WS-MARK-RC     PIC 9(3) VALUE 0.
           05 WS-SYS-STATUS  PIC S9(9) VALUE 0 COMP.
           05 WS-SYS-SIGNAL  PIC S9(9) VALUE 0 COMP.
           05 WS-STEP-STATUS PIC X(09) VALUE SPACES.
           05 WS-STEP-NOTE   PIC X(100) VALUE SPACES.
           05 WS-START-STEP  PIC 9(4) VALUE 1 COMP.
           05 WS-FAILED-STEP PIC 9(4) VALUE 0 COMP.
           05 STEP-IX        PIC 9(4) VALUE 0 COMP.
           05 STEPS-RUN-CNT  PIC 9(3) VALUE 0 COMP-3.
           05 STEPS-SKIP-CNT PIC 9(3) VALUE 0 COMP-3.
           05 WS-DOW         PIC 9(1) VALUE 0.
           05 WS-COMMAND     PIC X(300) VALUE SPACES.

      *    THE STEPS, IN RUN ORDER, WITH THE HIGHEST RETURN CODE
      *    EACH MAY END WITH AND STILL LET THE NIGHT GO ON
         01 STEP-TABLE-VALUES.
           05 FILLER         PIC X(11) VALUE "FEED    000".
           05 FILLER         PIC X(11) VALUE "BACKUP  000".
           05 FILLER         PIC X(11) VALUE "MAINT   004".
      *    APPROVED MAY END 8 - A BATCH OF ONE OR TWO RELEASED CHANGES
      *    REACHES maint04'S REJECT RATE ON A SINGLE REJECT
           05 FILLER         PIC X(11) VALUE "APPROVED008".
           05 FILLER         PIC X(11) VALUE "AGING   004".
           05 FILLER         PIC X(11) VALUE "SORT    004".
           05 FILLER         PIC X(11) VALUE "PURGE   004".
         01 STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05 STEP-ENTRY OCCURS 7 TIMES.
             10 ST-NAME      PIC X(08).
             10 ST-MAX-RC    PIC 9(03).
         77 STEP-CNT         PIC 9(4) VALUE 7 COMP.

      *    RUN-TIME PARAMETERS - see GET-PARMS-RTN
         01 RUN-PARMS.
           05 WS-FEED-NAME   PIC X(100) VALUE SPACES.
           05 WS-BATCH-NAME  PIC X(100) VALUE SPACES.
           05 WS-BIN         PIC X(100) VALUE SPACES.
           05 WS-HANDOFF-NAME PIC X(30)
               VALUE "./maint04-approved.dat".
           05 WS-APV-BATCH-NAME PIC X(100) VALUE SPACES.
           05 WS-RESTART-NAME PIC X(30)
               VALUE "./night04-restart.dat".
           05 WS-START-ARG   PIC X(100) VALUE SPACES.
           05 WS-PURGE-ARG   PIC X(100) VALUE SPACES.
           05 WS-ARG-NUM     PIC 9(4) VALUE 0.

         01 FILE-STATUSES.
           05 WS-FEED-STATUS    PIC X(02) VALUE SPACES.
           05 WS-BATCH-STATUS   PIC X(02) VALUE SPACES.
           05 WS-RELEASE-STATUS PIC X(02) VALUE SPACES.
           05 WS-JOBLOG-STATUS  PIC X(02) VALUE SPACES.
           05 WS-RESTART-STATUS PIC X(02) VALUE SPACES.

         01 CURRENT-DATE-WORK.
           05 WS-NIGHT-DATE  PIC X(08) VALUE SPACES.
           05 WS-RUN-DATE    PIC X(08) VALUE SPACES.
           05 WS-RUN-TIME    PIC X(08) VALUE SPACES.
           05 WS-START-DATE  PIC X(08) VALUE SPACES.
           05 WS-START-TIME  PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PARMS-RTN THRU GET-PARMS-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-DOW FROM DAY-OF-WEEK.
           MOVE WS-RUN-DATE TO WS-NIGHT-DATE.

           IF WS-DOW = 6 OR WS-DOW = 7 THEN
               MOVE 'Y' TO WS-PURGE-SW.
           PERFORM CHECK-RESTART-RTN THRU CHECK-RESTART-EXIT.
           IF WS-PURGE-ARG = "PURGE" THEN
               MOVE 'Y' TO WS-PURGE-SW.
           IF WS-PURGE-ARG = "NOPURGE" THEN
               MOVE 'N' TO WS-PURGE-SW.

           IF WS-FEED-NAME = SPACES THEN
               DISPLAY "NO FEED NAMED - set env var SORT04-INFILE "
                   "to the night's extract"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "NIGHT" TO JL-STEP.
           MOVE "STARTED" TO JL-STATUS.
           MOVE WS-RUN-DATE TO JL-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO JL-START-TIME.
           IF WS-RESUMING THEN
               STRING "RESUMED AT FAILED STEP "
                   ST-NAME(WS-START-STEP)
                   DELIMITED BY SIZE INTO JL-TEXT
           ELSE
               STRING "FROM STEP " ST-NAME(WS-START-STEP)
                   " FEED " WS-FEED-NAME
                   DELIMITED BY SIZE INTO JL-TEXT.
           PERFORM WRITE-LOG-RTN THRU WRITE-LOG-EXIT.

           MOVE WS-START-STEP TO STEP-IX.
           PERFORM RUN-STEP-RTN THRU RUN-STEP-EXIT
               UNTIL STEP-IX > STEP-CNT OR WS-NIGHT-FAILED.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "NIGHT" TO JL-STEP.
           MOVE WS-RUN-DATE TO JL-END-DATE.
           MOVE WS-RUN-TIME(1:6) TO JL-END-TIME.
           MOVE WS-RC TO WS-STEP-RC.
           MOVE WS-STEP-RC TO JL-RC.
           IF WS-NIGHT-FAILED THEN
               PERFORM SAVE-RESTART-RTN THRU SAVE-RESTART-EXIT
               MOVE "FAILED" TO JL-STATUS
               STRING "STOPPED AT STEP " ST-NAME(WS-FAILED-STEP)
                   " - RERUN night04 TO RESUME THERE"
                   DELIMITED BY SIZE INTO JL-TEXT
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-RESTART-NAME
               MOVE "COMPLETED" TO JL-STATUS.
           PERFORM WRITE-LOG-RTN THRU WRITE-LOG-EXIT.

           DISPLAY "Steps run " STEPS-RUN-CNT.
           DISPLAY "Steps skipped " STEPS-SKIP-CNT.
           IF WS-NIGHT-FAILED THEN
               DISPLAY "NIGHT STOPPED AT STEP "
                   ST-NAME(WS-FAILED-STEP)
                   " - rerun night04 to resume there".
           DISPLAY "Return code " WS-RC.
           DISPLAY "End of program!"
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------------
      *    GET-PARMS-RTN - pick up the run-time arguments:
      *       1 - blank (resume a failed night, else start at the
      *           top), FRESH (start at the top regardless), or the
      *           name of the step to start at
      *       2 - PURGE or NOPURGE to run or hold the purge step
      *           whatever the day
      *    and the environment the programs themselves read:
      *       SORT04-INFILE - the night's extract (required)
      *       MAINT04-TRANS - tonight's maint04 batch (optional -
      *                       none runs maint04 PENDING)
      *       NIGHT04-BIN   - where the programs live
      *--------------------------------------------------------------
       GET-PARMS-RTN.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-START-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-START-ARG
           END-ACCEPT.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-PURGE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PURGE-ARG
           END-ACCEPT.
           IF WS-PURGE-ARG NOT = SPACES AND
              WS-PURGE-ARG NOT = "PURGE" AND
              WS-PURGE-ARG NOT = "NOPURGE" THEN
               DISPLAY "BAD ARGUMENT 2 " WS-PURGE-ARG
                   " - use PURGE or NOPURGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           ACCEPT WS-FEED-NAME FROM ENVIRONMENT "SORT04-INFILE".
           ACCEPT WS-BATCH-NAME FROM ENVIRONMENT "MAINT04-TRANS".
           ACCEPT WS-BIN FROM ENVIRONMENT "NIGHT04-BIN".
           IF WS-BIN = SPACES THEN
               MOVE "." TO WS-BIN.
       GET-PARMS-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    CHECK-RESTART-RTN - where tonight starts. A named step
      *    wins; FRESH is the top; otherwise a restart record left
      *    by a failed night resumes that night at its failed step,
      *    with its date, its purge decision and (unless the
      *    environment names one) its feed.
      *--------------------------------------------------------------
       CHECK-RESTART-RTN.
           IF WS-START-ARG = "FRESH" THEN
               GO TO CHECK-RESTART-EXIT.
           IF WS-START-ARG NOT = SPACES THEN
               MOVE 1 TO STEP-IX
               PERFORM FIND-STEP-RTN THRU FIND-STEP-EXIT
                   UNTIL STEP-IX > STEP-CNT OR
                         ST-NAME(STEP-IX) = WS-START-ARG
               IF STEP-IX > STEP-CNT THEN
                   DISPLAY "NO STEP NAMED " WS-START-ARG(1:20)
                       " - FEED, BACKUP, MAINT, APPROVED, AGING, "
                       "SORT, PURGE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE STEP-IX TO WS-START-STEP
               GO TO CHECK-RESTART-EXIT.

           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-STATUS = "35" THEN
               GO TO CHECK-RESTART-EXIT.
           IF WS-RESTART-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN RESTART-FILE, STATUS "
                   WS-RESTART-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           READ RESTART-FILE
               AT END
                   MOVE SPACES TO RESTART-RECORD
           END-READ.
           CLOSE RESTART-FILE.
           IF RS-STEP-NO NOT NUMERIC OR RS-STEP-NO < 1 OR
              RS-STEP-NO > STEP-CNT THEN
               GO TO CHECK-RESTART-EXIT.

      *    THE STEP IS FOUND BY NAME - A RECORD LEFT BEFORE A STEP
      *    WAS ADDED HAS ITS OLD NUMBER
           MOVE 1 TO STEP-IX.
           PERFORM FIND-STEP-RTN THRU FIND-STEP-EXIT
               UNTIL STEP-IX > STEP-CNT OR
                     ST-NAME(STEP-IX) = RS-STEP.
           IF STEP-IX > STEP-CNT THEN
               GO TO CHECK-RESTART-EXIT.

           MOVE 'Y' TO WS-RESUME-SW.
           MOVE STEP-IX TO WS-START-STEP.
           MOVE RS-NIGHT TO WS-NIGHT-DATE.
           MOVE RS-PURGE-SW TO WS-PURGE-SW.
           IF WS-FEED-NAME = SPACES THEN
               MOVE RS-FEED TO WS-FEED-NAME.
           MOVE RS-APV-BATCH TO WS-APV-BATCH-NAME.
           IF RS-APV-APPLIED = 'Y' THEN
               MOVE 'Y' TO WS-APV-APPLIED-SW.
           DISPLAY "Resuming the night of " WS-NIGHT-DATE
               " at failed step " RS-STEP " (RC " RS-RC ")".
       CHECK-RESTART-EXIT.
           EXIT.

       FIND-STEP-RTN.
           ADD 1 TO STEP-IX.
       FIND-STEP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    RUN-STEP-RTN - one step: build its command (or find it
      *    has nothing to do tonight), log the start, run it, judge
      *    its return code against the step's limit, log the end.
      *--------------------------------------------------------------
       RUN-STEP-RTN.
           MOVE 'N' TO WS-SKIP-SW.
           MOVE SPACES TO WS-COMMAND, WS-STEP-NOTE.
           MOVE ZEROES TO WS-STEP-RC.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

           PERFORM SET-COMMAND-RTN THRU SET-COMMAND-EXIT.

           IF WS-STEP-SKIPPED THEN
               ADD 1 TO STEPS-SKIP-CNT
               MOVE "SKIPPED" TO WS-STEP-STATUS
               PERFORM LOG-STEP-END-RTN THRU LOG-STEP-END-EXIT
               GO TO RUN-STEP-NEXT.

           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "STARTED" TO JL-STATUS.
           MOVE WS-START-DATE TO JL-START-DATE.
           MOVE WS-START-TIME(1:6) TO JL-START-TIME.
           MOVE WS-COMMAND TO JL-TEXT.
           PERFORM WRITE-LOG-RTN THRU WRITE-LOG-EXIT.
           DISPLAY "night04 step " ST-NAME(STEP-IX) " - "
               WS-COMMAND(1:100).

           ADD 1 TO STEPS-RUN-CNT.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-SYS-STATUS.
           MOVE ZEROES TO RETURN-CODE.

      *    THE SHELL HANDS BACK A WAIT STATUS - EXIT CODE IN THE
      *    HIGH BYTE, A KILLING SIGNAL IN THE LOW
           IF WS-SYS-STATUS < 0 THEN
               MOVE 999 TO WS-STEP-RC
               MOVE "ABENDED" TO WS-STEP-STATUS
               MOVE "COULD NOT BE STARTED" TO WS-STEP-NOTE
           ELSE
               DIVIDE WS-SYS-STATUS BY 256 GIVING WS-STEP-RC
                   REMAINDER WS-SYS-SIGNAL
               IF WS-SYS-SIGNAL NOT = 0 THEN
                   MOVE 999 TO WS-STEP-RC
                   MOVE "ABENDED" TO WS-STEP-STATUS
                   MOVE "ENDED BY A SIGNAL" TO WS-STEP-NOTE
               ELSE
                   IF WS-STEP-RC > ST-MAX-RC(STEP-IX) THEN
                       MOVE "FAILED" TO WS-STEP-STATUS
                   ELSE
                       MOVE "COMPLETED" TO WS-STEP-STATUS.

           IF WS-STEP-STATUS = "COMPLETED" AND
              ST-NAME(STEP-IX) = "APPROVED" AND
              NOT WS-APV-APPLIED THEN
               MOVE 'Y' TO WS-APV-APPLIED-SW
               PERFORM MARK-QUEUE-RTN THRU MARK-QUEUE-EXIT.

           IF WS-STEP-STATUS = "COMPLETED" THEN
               IF WS-STEP-RC > 0 AND WS-RC < 4 THEN
                   MOVE 4 TO WS-RC
               END-IF
           ELSE
               MOVE 'Y' TO WS-FAILED-SW
               MOVE STEP-IX TO WS-FAILED-STEP
               IF WS-STEP-RC < 8 THEN
                   MOVE 8 TO WS-RC
               ELSE
                   IF WS-STEP-RC > 16 THEN
                       MOVE 16 TO WS-RC
                   ELSE
                       MOVE WS-STEP-RC TO WS-RC
                   END-IF
               END-IF
               IF ST-NAME(STEP-IX) = "MAINT" OR
                  (ST-NAME(STEP-IX) = "APPROVED" AND
                   WS-STEP-NOTE = SPACES AND
                   NOT WS-APV-APPLIED) THEN
                   STRING "BACK OUT AND CORRECT THE BATCH BEFORE "
                       "RESUMING" DELIMITED BY SIZE
                       INTO WS-STEP-NOTE
               END-IF
               IF ST-NAME(STEP-IX) = "APPROVED" AND
                  WS-STEP-NOTE = SPACES AND WS-APV-APPLIED THEN
                   STRING "APPLIED BUT QUEUE NOT MARKED - RESUMING "
                       "MARKS IT" DELIMITED BY SIZE
                       INTO WS-STEP-NOTE
               END-IF
           END-IF.
           PERFORM LOG-STEP-END-RTN THRU LOG-STEP-END-EXIT.
       RUN-STEP-NEXT.
           ADD 1 TO STEP-IX.
       RUN-STEP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    SET-COMMAND-RTN - the program and arguments for the step,
      *    or the reason there is nothing to run tonight
      *--------------------------------------------------------------
       SET-COMMAND-RTN.
           EVALUATE ST-NAME(STEP-IX)
               WHEN "FEED"
                   OPEN INPUT FEED-FILE
                   IF WS-FEED-STATUS = "00" THEN
                       CLOSE FEED-FILE
                       MOVE 'Y' TO WS-SKIP-SW
                       MOVE "UPSTREAM EXTRACT ARRIVED - NO REGEN"
                           TO WS-STEP-NOTE
                   ELSE
                       STRING WS-BIN DELIMITED BY SPACE
                           "/regen04 " DELIMITED BY SIZE
                           WS-FEED-NAME DELIMITED BY SPACE
                           INTO WS-COMMAND
                   END-IF
               WHEN "BACKUP"
                   STRING WS-BIN DELIMITED BY SPACE
                       "/bkup04 BACKUP" DELIMITED BY SIZE
                       INTO WS-COMMAND
               WHEN "MAINT"
                   PERFORM BATCH-CHECK-RTN THRU BATCH-CHECK-EXIT
                   IF WS-NO-BATCH THEN
                       STRING WS-BIN DELIMITED BY SPACE
                           "/maint04 PENDING" DELIMITED BY SIZE
                           INTO WS-COMMAND
                   ELSE
                       STRING WS-BIN DELIMITED BY SPACE
                           "/maint04 " DELIMITED BY SIZE
                           WS-BATCH-NAME DELIMITED BY SPACE
                           INTO WS-COMMAND
                   END-IF
      *        RESUMED AT A FAILED APPROVED STEP, THE HAND-OFF HAS
      *        ALREADY BEEN RENAMED - THAT BATCH IS RUN AGAIN, OR IF
      *        maint04 HAD APPLIED IT, ONLY THE QUEUE IS MARKED
               WHEN "APPROVED"
                   IF WS-RESUMING AND STEP-IX = WS-START-STEP AND
                      WS-APV-BATCH-NAME NOT = SPACES THEN
                       DISPLAY "Resuming approved batch "
                           WS-APV-BATCH-NAME
                   ELSE
                       MOVE 'N' TO WS-APV-APPLIED-SW
                       PERFORM RELEASE-CHECK-RTN
                           THRU RELEASE-CHECK-EXIT
                   END-IF
                   IF NOT WS-STEP-SKIPPED THEN
                       IF WS-APV-APPLIED THEN
                           STRING WS-BIN DELIMITED BY SPACE
                               "/appr04 APPLIED " DELIMITED BY SIZE
                               WS-APV-BATCH-NAME DELIMITED BY SPACE
                               INTO WS-COMMAND
                       ELSE
                           STRING WS-BIN DELIMITED BY SPACE
                               "/maint04 " DELIMITED BY SIZE
                               WS-APV-BATCH-NAME DELIMITED BY SPACE
                               INTO WS-COMMAND
                       END-IF
                   END-IF
               WHEN "AGING"
                   STRING WS-BIN DELIMITED BY SPACE
                       "/repair04 AGING" DELIMITED BY SIZE
                       INTO WS-COMMAND
      *        A SORT RESUMED AFTER IT FAILED PICKS UP FROM sort04'S
      *        CHECKPOINT; NO CHECKPOINT ON DISK IS A FULL RUN
               WHEN "SORT"
                   IF WS-RESUMING AND STEP-IX = WS-START-STEP THEN
                       STRING WS-BIN DELIMITED BY SPACE
                           "/sort04 " DELIMITED BY SIZE
                           WS-FEED-NAME DELIMITED BY SPACE
                           " RESTART" DELIMITED BY SIZE
                           INTO WS-COMMAND
                   ELSE
                       STRING WS-BIN DELIMITED BY SPACE
                           "/sort04 " DELIMITED BY SIZE
                           WS-FEED-NAME DELIMITED BY SPACE
                           INTO WS-COMMAND
                   END-IF
               WHEN "PURGE"
                   IF WS-PURGE-TONIGHT THEN
                       STRING WS-BIN DELIMITED BY SPACE
                           "/purge04" DELIMITED BY SIZE
                           INTO WS-COMMAND
                   ELSE
                       MOVE 'Y' TO WS-SKIP-SW
                       MOVE "WEEKDAY - PURGE RUNS SATURDAY AND SUNDAY"
                           TO WS-STEP-NOTE
                   END-IF
           END-EVALUATE.
       SET-COMMAND-EXIT.
           EXIT.

      *    NO BATCH NAMED, OR NONE ON DISK, IS A QUIET NIGHT FOR
      *    MAINTENANCE - NOT A FAILURE. maint04 STILL RUNS, FOR THE
      *    PENDING TRANSACTIONS THAT HAVE COME DUE.
       BATCH-CHECK-RTN.
           MOVE 'N' TO WS-NO-BATCH-SW.
           IF WS-BATCH-NAME = SPACES THEN
               MOVE 'Y' TO WS-NO-BATCH-SW
               MOVE "NO BATCH NAMED (MAINT04-TRANS) - PENDING ONLY"
                   TO WS-STEP-NOTE
               GO TO BATCH-CHECK-EXIT.
           OPEN INPUT BATCH-FILE.
           IF WS-BATCH-STATUS = "00" THEN
               CLOSE BATCH-FILE
               GO TO BATCH-CHECK-EXIT.
           MOVE 'Y' TO WS-NO-BATCH-SW.
           STRING "NO BATCH ON DISK - PENDING ONLY - " WS-BATCH-NAME
               DELIMITED BY SIZE INTO WS-STEP-NOTE.
       BATCH-CHECK-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    RELEASE-CHECK-RTN - nothing released since last night
      *    skips the step; otherwise the hand-off file is renamed to
      *    a batch name of its own (appr04 starts a new hand-off the
      *    next time it releases anything) for maint04 to apply,
      *    journal and back out by.
      *--------------------------------------------------------------
       RELEASE-CHECK-RTN.
           OPEN INPUT RELEASE-FILE.
           IF WS-RELEASE-STATUS NOT = "00" THEN
               MOVE 'Y' TO WS-SKIP-SW
               MOVE "NO APPROVED CHANGES RELEASED" TO WS-STEP-NOTE
               GO TO RELEASE-CHECK-EXIT.
           CLOSE RELEASE-FILE.
           MOVE SPACES TO WS-APV-BATCH-NAME.
           STRING "./maint04-apv-" WS-START-DATE "-"
               WS-START-TIME(1:6) ".dat"
               DELIMITED BY SIZE INTO WS-APV-BATCH-NAME.
           CALL "CBL_RENAME_FILE" USING WS-HANDOFF-NAME
               WS-APV-BATCH-NAME.
           IF RETURN-CODE NOT = 0 THEN
               MOVE 'Y' TO WS-SKIP-SW
               MOVE ZEROES TO RETURN-CODE
               IF WS-RC < 4 THEN
                   MOVE 4 TO WS-RC
               END-IF
               STRING "COULD NOT RENAME " WS-HANDOFF-NAME
                   DELIMITED BY SIZE INTO WS-STEP-NOTE.
       RELEASE-CHECK-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    MARK-QUEUE-RTN - the released batch is applied (RC 8 or
      *    lower - rejects and all); appr04 APPLIED closes its
      *    changes on the approval queue, X applied or R rejected,
      *    so the accounts can be maintained again. If that fails
      *    the step fails with it - the batch itself is on the
      *    master, so the queue is marked by hand before resuming.
      *--------------------------------------------------------------
       MARK-QUEUE-RTN.
           MOVE SPACES TO WS-COMMAND.
           STRING WS-BIN DELIMITED BY SPACE
               "/appr04 APPLIED " DELIMITED BY SIZE
               WS-APV-BATCH-NAME DELIMITED BY SPACE
               INTO WS-COMMAND.
           DISPLAY "night04 step " ST-NAME(STEP-IX) " - "
               WS-COMMAND(1:100).
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-SYS-STATUS.
           MOVE ZEROES TO RETURN-CODE.
           IF WS-SYS-STATUS = 0 THEN
               GO TO MARK-QUEUE-EXIT.

           MOVE 999 TO WS-MARK-RC.
           IF WS-SYS-STATUS > 0 THEN
               DIVIDE WS-SYS-STATUS BY 256 GIVING WS-MARK-RC
                   REMAINDER WS-SYS-SIGNAL
               IF WS-SYS-SIGNAL NOT = 0 THEN
                   MOVE 999 TO WS-MARK-RC.
           IF WS-MARK-RC > WS-STEP-RC THEN
               MOVE WS-MARK-RC TO WS-STEP-RC.
           IF WS-MARK-RC > 4 THEN
               MOVE "FAILED" TO WS-STEP-STATUS
               STRING "APPLIED BUT QUEUE NOT MARKED - RESUMING "
                   "MARKS IT" DELIMITED BY SIZE INTO WS-STEP-NOTE.
       MARK-QUEUE-EXIT.
           EXIT.

       LOG-STEP-END-RTN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE WS-STEP-STATUS TO JL-STATUS.
           MOVE WS-START-DATE TO JL-START-DATE.
           MOVE WS-START-TIME(1:6) TO JL-START-TIME.
           MOVE WS-RUN-DATE TO JL-END-DATE.
           MOVE WS-RUN-TIME(1:6) TO JL-END-TIME.
           IF NOT WS-STEP-SKIPPED THEN
               MOVE WS-STEP-RC TO JL-RC.
           MOVE WS-STEP-NOTE TO JL-TEXT.
           PERFORM WRITE-LOG-RTN THRU WRITE-LOG-EXIT.
           DISPLAY "night04 step " ST-NAME(STEP-IX) " "
               WS-STEP-STATUS " RC " WS-STEP-RC " "
               WS-STEP-NOTE(1:60).
       LOG-STEP-END-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    WRITE-LOG-RTN - the log is opened, written and closed per
      *    line, so a night that dies mid-step still has its STARTED
      *    line on disk
      *--------------------------------------------------------------
       WRITE-LOG-RTN.
           MOVE WS-NIGHT-DATE TO JL-NIGHT.
           IF JL-STEP = SPACES THEN
               MOVE STEP-IX TO JL-STEP-NO
               MOVE ST-NAME(STEP-IX) TO JL-STEP
           ELSE
               MOVE ZEROES TO JL-STEP-NO.
           OPEN EXTEND JOBLOG-FILE.
           IF WS-JOBLOG-STATUS = "35" THEN
               OPEN OUTPUT JOBLOG-FILE.
           IF WS-JOBLOG-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN JOBLOG-FILE, STATUS "
                   WS-JOBLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           WRITE JOBLOG-RECORD.
           CLOSE JOBLOG-FILE.
       WRITE-LOG-EXIT.
           EXIT.

       SAVE-RESTART-RTN.
           OPEN OUTPUT RESTART-FILE.
           IF WS-RESTART-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN RESTART-FILE, STATUS "
                   WS-RESTART-STATUS
               MOVE 16 TO WS-RC
               GO TO SAVE-RESTART-EXIT.
           MOVE SPACES TO RESTART-RECORD.
           MOVE WS-NIGHT-DATE TO RS-NIGHT.
           MOVE WS-FAILED-STEP TO RS-STEP-NO.
           MOVE ST-NAME(WS-FAILED-STEP) TO RS-STEP.
           MOVE WS-STEP-RC TO RS-RC.
           MOVE WS-PURGE-SW TO RS-PURGE-SW.
           MOVE WS-FEED-NAME TO RS-FEED.
           MOVE WS-APV-BATCH-NAME TO RS-APV-BATCH.
           MOVE WS-APV-APPLIED-SW TO RS-APV-APPLIED.
           WRITE RESTART-RECORD.
           CLOSE RESTART-FILE.
       SAVE-RESTART-EXIT.
           EXIT.
