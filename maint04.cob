      *            through as an A). The new purge04 companion
      *            retires long-flagged and dormant records to a
      *            sequential archive.
      * 10/09/2026 A transaction may carry an effective date
      *            (YYYYMMDD, after the record image). One dated
      *            after the run is parked on maint04-pending.dat
      *            and applied by the first run on or after its
      *            date - ahead of that run's own transactions, and
      *            journaled under that run's batch name, so a
      *            BACKOUT of the run reverses it with the rest. A
      *            parked C or D whose account is deleted or purged
      *            before its date is rejected with the reason, on
      *            the audit listing and on the pending-transactions
      *            report (maint04-pending.rpt) every run prints.
      * 10/12/2026 BACKOUT journals every reversal it makes (code B,
      *            batch "BACKOUT <batch>", the record as the batch
      *            left it as the before image and as restored as the
      *            after image - blank when an add was removed), so a
      *            roll-forward recovery (bkup04) replaying the
      *            journal does not put a backed-out batch back.
      * 10/13/2026 Runs now end with a graded RETURN-CODE for the
      *            night04 job stream: 0 every transaction applied
      *            or parked, 4 some rejected (tonight's or pending
      *            ones), 8 the reject rate reached the limit - env
      *            var MAINT04-REJECT-PCT, default 50 - so a batch
      *            that half failed stops the night, and 16 for any
      *            abort. BACKOUT ends 0, or 8 when a reversal
      *            failed or the batch had no journal entries.
      * 10/15/2026 A C may carry the record as it stood when the
      *            change was made up (after the effective date -
      *            coa04 and appr04 send it). Only the fields that
      *            differ between that before image and the new one
      *            are laid over the master, and if any of those
      *            fields has changed on the master in the meantime
      *            the C is rejected MASTER FIELD CHANGED instead of
      *            putting the old value back. A C parked for a later
      *            date keeps the master as it stood when it was
      *            parked for the same test on its date. Argument 1
      *            PENDING (or no transaction file named at all) runs
      *            just the pending pass - what has come due is
      *            applied, journaled under batch
      *            PENDING-yyyymmdd-hhmmss - so a night with no batch
      *            still applies it. BACKOUT of a BACKOUT run now
      *            reverses its B entries.
      * 10/15/2026 BACKOUT now squares the pending file with the
      *            master: what the batch parked is withdrawn, and
      *            what it applied or rejected off the file waits
      *            again. To make that possible an entry a run takes
      *            off stays on the file, marked A or R with the
      *            run's date and batch, for 30 days. An effective
      *            date must now be a real calendar date (20250231
      *            and 20230229 reject BAD EFFECTIVE DATE).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT BACKOUT-FILE ASSIGN TO "./maint04-backout.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-BACKOUT-STATUS.
       SELECT PENDING-FILE ASSIGN TO WS-PND-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-PENDING-STATUS.
       SELECT PND-NEW-FILE ASSIGN TO WS-PND-TMP-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-PND-NEW-STATUS.
       SELECT PND-RPT-FILE ASSIGN TO "./maint04-pending.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-PND-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRAN-FILE.
             10 T-CITY       PIC X(20).
             10 T-STATE      PIC X(2).
             10 T-ZIP        PIC X(5).
      *    OPTIONAL - BLANK (THE USUAL 165-BYTE LINE) MEANS TODAY
           05 T-EFF-DATE     PIC X(08).
           05 FILLER REDEFINES T-EFF-DATE.
             10 T-EFF-YYYY   PIC 9(4).
             10 T-EFF-MM     PIC 9(2).
             10 T-EFF-DD     PIC 9(2).
      *    OPTIONAL - THE RECORD AS IT STOOD WHEN THE C WAS MADE UP;
      *    BLANK MEANS THE WHOLE IMAGE REPLACES THE RECORD
           05 T-BEFORE       PIC X(164).

       FD MASTER-FILE.
         01 MASTREC.
           05 FILLER         PIC X(02).
           05 BKO-REASON     PIC X(24).

      *  A FUTURE-DATED TRANSACTION WAITING FOR ITS DATE - WHEN IT
      *  WAS PARKED, FROM WHICH BATCH, THE TRANSACTION ITSELF AND
      *  (FOR A C) THE MASTER AS IT STOOD - BLANK ON AN ENTRY PARKED
      *  BEFORE THE BEFORE IMAGE WAS KEPT. ONE A RUN HAS APPLIED OR
      *  REJECTED STAYS ON (STATUS A OR R, WITH THE RUN'S DATE AND
      *  BATCH) FOR WS-PND-KEEP-DAYS, SO A BACKOUT OF THAT RUN CAN
      *  PUT IT BACK; BLANK STATUS IS STILL WAITING
       FD PENDING-FILE.
         01 PENDING-RECORD.
           05 PND-EFF-DATE   PIC X(08).
           05 FILLER         PIC X(02).
           05 PND-PARK-DATE  PIC X(08).
           05 FILLER         PIC X(02).
           05 PND-BATCH      PIC X(100).
           05 FILLER         PIC X(02).
           05 PND-CODE       PIC X(01).
           05 PND-DATA       PIC X(164).
           05 FILLER         PIC X(02).
           05 PND-BEFORE     PIC X(164).
           05 FILLER         PIC X(02).
           05 PND-STATUS     PIC X(01).
           05 FILLER         PIC X(02).
           05 PND-DONE-DATE  PIC X(08).
           05 FILLER         PIC X(02).
           05 PND-DONE-BATCH PIC X(100).
           05 FILLER         PIC X(02).
           05 PND-REASON     PIC X(24).

       FD PND-NEW-FILE.
         01 PND-NEW-RECORD    PIC X(594).

       FD PND-RPT-FILE.
         01 PND-RPT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
         01 MISC.
           05  WS-EOF-SW     PIC X(01) VALUE 'N'.
               88  EOF               VALUE 'Y'.
           05  WS-REJECT-SW  PIC X(01) VALUE 'N'.
               88  WS-TRAN-REJECTED  VALUE 'Y'.
           05  WS-PND-ONLY-SW PIC X(01) VALUE 'N'.
               88  WS-PENDING-ONLY   VALUE 'Y'.
           05  WS-CONFLICT-SW PIC X(01) VALUE 'N'.
               88  WS-CONFLICT       VALUE 'Y'.
           05 FLD-IX         PIC 9(4) VALUE 0 COMP.
           05 WS-CHG-IMAGE   PIC X(164) VALUE SPACES.
           05 TRAN-CNT       PIC 9(7) VALUE 0 COMP-3.
           05 WS-REJ-REASON  PIC X(24) VALUE SPACES.
           05 APPLIED-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 REJECT-CNT     PIC 9(7) VALUE 0 COMP-3.
           05 WS-RC          PIC 9(4) VALUE 0 COMP.
           05 WS-REJECT-LIMIT PIC 9(3) VALUE 50.
           05 WS-REJ-PCT-TEXT PIC X(3) VALUE SPACES.
           05 WS-REJ-RATE    PIC 9(3)V99 VALUE 0 COMP-3.
           05 WS-EFF-MAX-DD  PIC 9(2) VALUE 0.
           05 WS-LEAP-QUOT   PIC 9(4) VALUE 0 COMP.
           05 WS-LEAP-REM    PIC 9(4) VALUE 0 COMP.

      *    DAYS IN EACH MONTH (FEBRUARY GETS 29 IN A LEAP YEAR)
         01 MONTH-DAYS-VALUES.
           05 FILLER           PIC X(24) VALUE
               "312831303130313130313031".
         01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05 MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.

      *    THE FIELDS A C WITH A BEFORE IMAGE MAY CHANGE - NAME,
      *    OFFSET AND LENGTH IN THE 164-BYTE RECORD IMAGE (SAME TABLE
      *    AS inq04's AND appr04's)
         01 MAINT-FIELD-VALUES.
           05 FILLER         PIC X(14) VALUE "FIRST   028015".
           05 FILLER         PIC X(14) VALUE "MIDDLE  043015".
           05 FILLER         PIC X(14) VALUE "LAST    058025".
           05 FILLER         PIC X(14) VALUE "BIRTHDAY091010".
           05 FILLER         PIC X(14) VALUE "ENROLLED101010".
           05 FILLER         PIC X(14) VALUE "AMOUNT  111007".
           05 FILLER         PIC X(14) VALUE "ADDRESS 118020".
           05 FILLER         PIC X(14) VALUE "CITY    138020".
           05 FILLER         PIC X(14) VALUE "STATE   158002".
           05 FILLER         PIC X(14) VALUE "ZIP     160005".
         01 MAINT-FIELD-TABLE REDEFINES MAINT-FIELD-VALUES.
           05 MAINT-FIELD OCCURS 10.
              10 FLD-NAME    PIC X(08).
              10 FLD-OFF     PIC 9(03).
              10 FLD-LEN     PIC 9(03).

      *    JOURNAL/BACKOUT WORKING STORAGE - the images the current
      *    transaction journals, today's date/time stamp, and the
                 15 BKT-CODE    PIC X(01).
                 15 BKT-ACCOUNT PIC X(17).
                 15 BKT-BEFORE  PIC X(164).
                 15 BKT-AFTER   PIC X(164).

      *    PENDING (EFFECTIVE-DATED) WORKING STORAGE - the pending
      *    file is pulled into a table at the start of the run, the
      *    due entries applied, tonight's future-dated ones added,
      *    and what is still waiting written back at the end. Each
      *    entry's status for this run: P still pending, A applied,
      *    R rejected (with the reason), X applied or rejected by an
      *    earlier run (PT-DONE-CODE says which) and kept for
      *    BACKOUT, W withdrawn by a BACKOUT of the batch that
      *    parked it.
         01 PENDING-WORK.
           05  WS-PND-EOF-SW  PIC X(01) VALUE 'N'.
               88  WS-PND-EOF           VALUE 'Y'.
           05 WS-PND-NAME     PIC X(30)
               VALUE "./maint04-pending.dat".
           05 WS-PND-TMP-NAME PIC X(30)
               VALUE "./maint04-pending.tmp".
           05 PND-CNT         PIC 9(5) VALUE 0 COMP.
           05 PND-IX          PIC 9(5) VALUE 0 COMP.
           05 PND-LOADED-CNT  PIC 9(7) VALUE 0 COMP-3.
           05 PARKED-CNT      PIC 9(7) VALUE 0 COMP-3.
           05 PND-APPLIED-CNT PIC 9(7) VALUE 0 COMP-3.
           05 PND-REJECT-CNT  PIC 9(7) VALUE 0 COMP-3.
           05 PND-WAIT-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 PND-WITHDRAWN-CNT PIC 9(7) VALUE 0 COMP-3.
           05 PND-RESTORED-CNT PIC 9(7) VALUE 0 COMP-3.
      *    HOW LONG AN APPLIED OR REJECTED ENTRY IS KEPT FOR BACKOUT
           05 WS-PND-KEEP-DAYS PIC 9(4) VALUE 30.
           05 WS-PND-AGE-DAYS PIC S9(7) VALUE 0 COMP-3.
           05 WS-RUN-DATE-9   PIC 9(08) VALUE 0.
           05 FILLER REDEFINES WS-RUN-DATE-9.
             10 WS-RD-YYYY    PIC 9(4).
             10 WS-RD-MM      PIC 9(2).
             10 WS-RD-DD      PIC 9(2).
           05 WS-DONE-DATE-9  PIC 9(08) VALUE 0.
           05 FILLER REDEFINES WS-DONE-DATE-9.
             10 WS-DD-YYYY    PIC 9(4).
             10 WS-DD-MM      PIC 9(2).
             10 WS-DD-DD      PIC 9(2).
           05 PENDING-TABLE.
              10 PND-ENTRY OCCURS 5000.
                 15 PT-STATUS    PIC X(01).
                 15 PT-EFF-DATE  PIC X(08).
                 15 PT-PARK-DATE PIC X(08).
                 15 PT-BATCH     PIC X(100).
                 15 PT-CODE      PIC X(01).
                 15 PT-DATA      PIC X(164).
                 15 PT-BEFORE    PIC X(164).
                 15 PT-REASON    PIC X(24).
                 15 PT-DONE-CODE PIC X(01).
                 15 PT-DONE-DATE PIC X(08).
                 15 PT-DONE-BATCH PIC X(100).

         01 PND-HEAD-LINE.
            05 FILLER         PIC X(36) VALUE
            "PENDING TRANSACTIONS REPORT - RUN ".
            05 PH-DATE         PIC X(08).
            05 FILLER         PIC X(08) VALUE "  BATCH ".
            05 PH-BATCH        PIC X(48).

         01 PND-COL-LINE.
            05 FILLER         PIC X(03) VALUE "CD".
            05 FILLER         PIC X(19) VALUE "ACCOUNT".
            05 FILLER         PIC X(10) VALUE "EFFECTIVE".
            05 FILLER         PIC X(10) VALUE "PARKED".
            05 FILLER         PIC X(10) VALUE "STATUS".
            05 FILLER         PIC X(26) VALUE "REASON / FROM BATCH".

         01 PND-DETAIL-LINE.
            05 PD-CODE         PIC X(01).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 PD-ACCOUNT      PIC X(17).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 PD-EFF-DATE     PIC X(08).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 PD-PARK-DATE    PIC X(08).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 PD-STATUS       PIC X(08).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 PD-TEXT         PIC X(48).

         01 PND-SUM-LINE.
            05 PS-LABEL        PIC X(30).
            05 PS-COUNT        PIC ZZZ,ZZ9.

      *    RUN-TIME PARAMETERS - transaction file name, master file
      *    name (default is the name sort04 knows the master by)
           05 WS-AUDIT-STATUS  PIC X(02) VALUE SPACES.
           05 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           05 WS-BACKOUT-STATUS PIC X(02) VALUE SPACES.
           05 WS-PENDING-STATUS PIC X(02) VALUE SPACES.
           05 WS-PND-NEW-STATUS PIC X(02) VALUE SPACES.
           05 WS-PND-RPT-STATUS PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PARMS-RTN THRU GET-PARMS-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
      *    A PENDING-ONLY RUN'S BATCH NAME CARRIES THE TIME AS WELL,
      *    SO A SECOND ONE THE SAME DAY CAN BE BACKED OUT ON ITS OWN
           IF WS-PENDING-ONLY THEN
               STRING "PENDING-" WS-RUN-DATE "-" WS-RUN-TIME(1:6)
                   DELIMITED BY SIZE INTO WS-TRAN-NAME
               DISPLAY "No transaction file - pending transactions "
                   "only, batch " WS-TRAN-NAME(1:23).

           IF WS-BACKOUT-MODE THEN
               PERFORM BACKOUT-RTN THRU BACKOUT-EXIT
               DISPLAY "Journal entries reversed " REVERSED-CNT
               DISPLAY "Reversals failed " BKO-FAIL-CNT
               DISPLAY "Pending transactions withdrawn "
                   PND-WITHDRAWN-CNT
               DISPLAY "Pending transactions put back "
                   PND-RESTORED-CNT
               IF BKO-FAIL-CNT > 0 THEN
                   MOVE 8 TO WS-RC
               END-IF
               DISPLAY "Return code " WS-RC
               DISPLAY "End of program!"
               MOVE WS-RC TO RETURN-CODE
               STOP RUN.

           PERFORM LOAD-PENDING-RTN THRU LOAD-PENDING-EXIT.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-EXIT.

      *    WHAT HAS COME DUE GOES ON FIRST - IT TOOK EFFECT BEFORE
      *    ANYTHING IN TONIGHT'S BATCH
           MOVE 1 TO PND-IX.
           PERFORM APPLY-DUE-RTN THRU APPLY-DUE-EXIT
               UNTIL PND-IX > PND-CNT.

           IF WS-PENDING-ONLY THEN
               SET EOF TO TRUE
           ELSE
               PERFORM READ-TRAN-RTN THRU READ-TRAN-EXIT.
           PERFORM APPLY-TRAN-RTN THRU APPLY-TRAN-EXIT
               UNTIL EOF.

           MOVE 1 TO PND-IX.
           PERFORM CHECK-PENDING-RTN THRU CHECK-PENDING-EXIT
               UNTIL PND-IX > PND-CNT.

           IF NOT WS-PENDING-ONLY THEN
               CLOSE TRAN-FILE.
           CLOSE MASTER-FILE, AUDIT-FILE, JOURNAL-FILE.
           PERFORM SAVE-PENDING-RTN THRU SAVE-PENDING-EXIT.
           PERFORM PENDING-REPORT-RTN THRU PENDING-REPORT-EXIT.
           DISPLAY "Transactions read " TRAN-CNT.
           DISPLAY "Transactions applied " APPLIED-CNT.
           DISPLAY "Transactions rejected " REJECT-CNT.
           DISPLAY "Transactions parked for a later date "
               PARKED-CNT.
           DISPLAY "Pending transactions applied " PND-APPLIED-CNT.
           DISPLAY "Pending transactions rejected " PND-REJECT-CNT.
           DISPLAY "Pending transactions still waiting "
               PND-WAIT-CNT.
           PERFORM GRADE-RUN-RTN THRU GRADE-RUN-EXIT.
           DISPLAY "Return code " WS-RC.
           DISPLAY "End of program!"
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------------
      *    GET-PARMS-RTN - pick up the run-time arguments:
      *       1 - transaction file name (else env var MAINT04-TRANS;
      *           neither, or the literal PENDING, runs the pending
      *           pass alone) - or the literal BACKOUT, which makes
      *           argument 2 the batch to back out (the transaction
      *           file name its journal entries were stamped with)
      *           and argument 3 the master name
      *       2 - master file name - default ./sort04-master.dat,
      *           the name sort04 knows the master by
      *    and env var MAINT04-REJECT-PCT, the reject rate (pct of
      *    the transactions read) at which the run ends RC 8
      *--------------------------------------------------------------
       GET-PARMS-RTN.
           MOVE 1 TO WS-ARG-NUM.
                   THRU GET-BACKOUT-PARMS-EXIT
               GO TO GET-PARMS-EXIT.

           IF WS-ARG = "PENDING" THEN
               MOVE 'Y' TO WS-PND-ONLY-SW
           ELSE
               MOVE WS-ARG TO WS-TRAN-NAME.

           IF WS-TRAN-NAME = SPACES AND NOT WS-PENDING-ONLY THEN
               ACCEPT WS-TRAN-NAME FROM ENVIRONMENT "MAINT04-TRANS".

           IF WS-TRAN-NAME = SPACES THEN
               MOVE 'Y' TO WS-PND-ONLY-SW.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           END-ACCEPT.
           IF WS-ARG NOT = SPACES THEN
               MOVE WS-ARG TO WS-MASTER-NAME.

           ACCEPT WS-REJ-PCT-TEXT FROM ENVIRONMENT
                   "MAINT04-REJECT-PCT"
               ON EXCEPTION
                   MOVE SPACES TO WS-REJ-PCT-TEXT
           END-ACCEPT.
           EVALUATE TRUE
               WHEN WS-REJ-PCT-TEXT = SPACES
                   CONTINUE
               WHEN WS-REJ-PCT-TEXT IS NUMERIC
                   MOVE WS-REJ-PCT-TEXT TO WS-REJECT-LIMIT
               WHEN WS-REJ-PCT-TEXT(1:2) IS NUMERIC AND
                    WS-REJ-PCT-TEXT(3:1) = SPACE
                   MOVE WS-REJ-PCT-TEXT(1:2) TO WS-REJECT-LIMIT(2:2)
                   MOVE "0" TO WS-REJECT-LIMIT(1:1)
               WHEN WS-REJ-PCT-TEXT(1:1) IS NUMERIC AND
                    WS-REJ-PCT-TEXT(2:1) = SPACE
                   MOVE WS-REJ-PCT-TEXT(1:1) TO WS-REJECT-LIMIT(3:1)
                   MOVE "00" TO WS-REJECT-LIMIT(1:2)
               WHEN OTHER
                   DISPLAY "MAINT04-REJECT-PCT not numeric, using "
                       WS-REJECT-LIMIT "%"
           END-EVALUATE.
       GET-PARMS-EXIT.
           EXIT.

           IF WS-BATCH-NAME = SPACES THEN
               DISPLAY "NO BATCH NAMED - BACKOUT needs the "
                   "transaction file name as argument 2"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE 3 TO WS-ARG-NUM.
      *    special case.
      *--------------------------------------------------------------
       OPEN-FILES-RTN.
           IF WS-PENDING-ONLY THEN
               GO TO OPEN-FILES-AUDIT.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN TRAN-FILE, STATUS "
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       OPEN-FILES-AUDIT.
           OPEN OUTPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN AUDIT-FILE, STATUS "
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MASTER-FILE, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    THE JOURNAL GROWS ACROSS RUNS (EXTEND) SO A BATCH STAYS
           IF WS-JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN JOURNAL-FILE, STATUS "
                   WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       OPEN-FILES-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    GRADE-RUN-RTN - the return code the job stream steps on:
      *    a reject rate at the limit means the batch itself is
      *    suspect, any reject at all is a warning. Pending entries
      *    rejected tonight are warnings, not part of the rate -
      *    they were not in tonight's batch.
      *--------------------------------------------------------------
       GRADE-RUN-RTN.
           MOVE ZEROES TO WS-REJ-RATE.
           IF TRAN-CNT > 0 THEN
               COMPUTE WS-REJ-RATE ROUNDED =
                   (REJECT-CNT * 100) / TRAN-CNT
                   ON SIZE ERROR MOVE 999 TO WS-REJ-RATE
               END-COMPUTE.

           IF REJECT-CNT > 0 AND
              WS-REJ-RATE NOT < WS-REJECT-LIMIT THEN
               MOVE 8 TO WS-RC
               GO TO GRADE-RUN-EXIT.
           IF REJECT-CNT > 0 OR PND-REJECT-CNT > 0 THEN
               MOVE 4 TO WS-RC.
       GRADE-RUN-EXIT.
           EXIT.

       READ-TRAN-RTN.
           READ TRAN-FILE
             AT END
               ADD 1 TO REJECT-CNT
               GO TO APPLY-TRAN-NEXT.

           IF T-EFF-DATE NOT = SPACES AND
              T-EFF-DATE > WS-RUN-DATE THEN
               PERFORM PARK-TRAN-RTN THRU PARK-TRAN-EXIT
               GO TO APPLY-TRAN-NEXT.

           PERFORM UPDATE-MASTER-RTN THRU UPDATE-MASTER-EXIT.
           IF WS-TRAN-REJECTED THEN
               ADD 1 TO REJECT-CNT
           ELSE
               ADD 1 TO APPLIED-CNT.

       APPLY-TRAN-NEXT.
           PERFORM READ-TRAN-RTN THRU READ-TRAN-EXIT.
       APPLY-TRAN-EXIT.
           EXIT.

      *    THE MASTER UPDATE ITSELF, SHARED BY TONIGHT'S TRANSACTIONS
      *    AND THE PENDING ONES THAT HAVE COME DUE
       UPDATE-MASTER-RTN.
           EVALUATE TRUE
               WHEN T-ADD
                   PERFORM ADD-RTN THRU ADD-EXIT
                   PERFORM DELETE-RTN THRU DELETE-EXIT
           END-EVALUATE.

           IF NOT WS-TRAN-REJECTED THEN
               PERFORM AUDIT-RTN THRU AUDIT-EXIT
               PERFORM JOURNAL-RTN THRU JOURNAL-EXIT.
       UPDATE-MASTER-EXIT.
           EXIT.

      *--------------------------------------------------------------
               PERFORM REJECT-TRAN-RTN THRU REJECT-TRAN-EXIT
               GO TO EDIT-TRAN-EXIT.

      *    A REAL CALENDAR DATE - DAYS IN THE MONTH, FEBRUARY 29
      *    ONLY IN A LEAP YEAR (THE RULE sort04 CHECKS BIRTH DATES BY)
           IF T-EFF-DATE NOT = SPACES THEN
               IF T-EFF-DATE NOT NUMERIC OR
                  T-EFF-MM < 1 OR T-EFF-MM > 12 THEN
                   MOVE "BAD EFFECTIVE DATE" TO WS-REJ-REASON
                   PERFORM REJECT-TRAN-RTN THRU REJECT-TRAN-EXIT
                   GO TO EDIT-TRAN-EXIT
               END-IF
               MOVE MONTH-DAYS(T-EFF-MM) TO WS-EFF-MAX-DD
               IF T-EFF-MM = 2 THEN
                   PERFORM LEAP-YEAR-RTN THRU LEAP-YEAR-EXIT
               END-IF
               IF T-EFF-DD < 1 OR T-EFF-DD > WS-EFF-MAX-DD THEN
                   MOVE "BAD EFFECTIVE DATE" TO WS-REJ-REASON
                   PERFORM REJECT-TRAN-RTN THRU REJECT-TRAN-EXIT
                   GO TO EDIT-TRAN-EXIT
               END-IF
           END-IF.

           IF T-DELETE THEN
               GO TO EDIT-TRAN-EXIT.

       EDIT-TRAN-EXIT.
           EXIT.

      *    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
      *    CENTURY YEAR NOT DIVISIBLE BY 400
       LEAP-YEAR-RTN.
           DIVIDE T-EFF-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0 THEN
               GO TO LEAP-YEAR-EXIT.
           DIVIDE T-EFF-YYYY BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0 THEN
               MOVE 29 TO WS-EFF-MAX-DD
               GO TO LEAP-YEAR-EXIT.
           DIVIDE T-EFF-YYYY BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0 THEN
               MOVE 29 TO WS-EFF-MAX-DD.
       LEAP-YEAR-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    ADD-RTN - a fresh account WRITEs; an account whose record
      *    is on file but flagged deleted is REINSTATED with the
               PERFORM REJECT-TRAN-RTN THRU REJECT-TRAN-EXIT
               GO TO CHANGE-EXIT.
           MOVE MASTREC TO WS-BEFORE-IMAGE.
           IF T-BEFORE = SPACES THEN
               MOVE T-DATA TO MASTREC
               GO TO CHANGE-REWRITE.

           MOVE 'N' TO WS-CONFLICT-SW.
           MOVE MASTREC TO WS-CHG-IMAGE.
           MOVE 1 TO FLD-IX.
           PERFORM OVERLAY-FIELD-RTN THRU OVERLAY-FIELD-EXIT
               UNTIL FLD-IX > 10.
           IF WS-CONFLICT THEN
               MOVE "MASTER FIELD CHANGED" TO WS-REJ-REASON
               PERFORM REJECT-TRAN-RTN THRU REJECT-TRAN-EXIT
               GO TO CHANGE-EXIT.
           MOVE WS-CHG-IMAGE TO MASTREC.
       CHANGE-REWRITE.
           MOVE MASTREC TO WS-AFTER-IMAGE.
           REWRITE MASTREC
               INVALID KEY
       CHANGE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    OVERLAY-FIELD-RTN - a field the C changes (new value not
      *    the same as the before image's) is laid over the current
      *    record; one the master no longer holds at its before
      *    value was changed by someone else meanwhile - a conflict,
      *    the way appr04 guards a release.
      *--------------------------------------------------------------
       OVERLAY-FIELD-RTN.
           IF T-DATA(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) NOT =
              T-BEFORE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) THEN
               IF MASTREC(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) NOT =
                  T-BEFORE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) THEN
                   SET WS-CONFLICT TO TRUE
               END-IF
               MOVE T-DATA(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) TO
                   WS-CHG-IMAGE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX))
           END-IF.
           ADD 1 TO FLD-IX.
       OVERLAY-FIELD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    DELETE-RTN - a logical delete: the record stays on file
      *    with the flag and the date it was dropped, so inquiry
           MOVE T-CODE TO AUD-CODE.
           MOVE T-ACCOUNT TO AUD-ACCOUNT.
           MOVE "APPLIED" TO AUD-ACTION.
           IF T-EFF-DATE NOT = SPACES THEN
               STRING "EFFECTIVE " T-EFF-DATE
                   DELIMITED BY SIZE INTO AUD-REASON.
           WRITE AUDIT-RECORD.
       AUDIT-EXIT.
           EXIT.
      *    replay them LAST-FIRST (a batch can touch the same account
      *    more than once, so order matters) - an applied ADD is
      *    deleted, an applied DELETE's before image is rewritten,
      *    an applied CHANGE's before image is put back, and a
      *    BACKOUT run's own reversal (B) puts back the record as
      *    that run found it. Every
      *    reversal gets its own audit line on maint04-backout.rpt,
      *    REVERSED or FAILED with the reason, same shape as the
      *    forward audit listing. Then the pending file: what the
      *    batch parked is withdrawn, and what the batch applied or
      *    rejected off it is put back to wait again (BACKOUT-PND-
      *    ENTRY-RTN), each with its own line.
      *--------------------------------------------------------------
       BACKOUT-RTN.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35" THEN
               DISPLAY "NO JOURNAL FILE - nothing to back out"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN JOURNAL-FILE, STATUS "
                   WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           PERFORM LOAD-BKO-ENTRY-RTN THRU LOAD-BKO-ENTRY-EXIT
               UNTIL WS-JRNL-EOF.
           CLOSE JOURNAL-FILE.
           PERFORM LOAD-PENDING-RTN THRU LOAD-PENDING-EXIT.

           OPEN OUTPUT BACKOUT-FILE.
           IF WS-BACKOUT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN BACKOUT-FILE, STATUS "
                   WS-BACKOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    A BATCH THAT ONLY PARKED TRANSACTIONS HAS NO JOURNAL
      *    ENTRIES BUT STILL HAS PENDING ONES TO WITHDRAW
           IF BKO-ENTRY-CNT = 0 THEN
               DISPLAY "NO JOURNAL ENTRIES FOR BATCH "
                   WS-BATCH-NAME
               GO TO BACKOUT-PENDING.

           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MASTER-FILE, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN JOURNAL-FILE, STATUS "
                   WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE BKO-ENTRY-CNT TO BKO-IX.
           PERFORM REVERSE-ENTRY-RTN THRU REVERSE-ENTRY-EXIT
               UNTIL BKO-IX < 1.
           CLOSE MASTER-FILE, JOURNAL-FILE.

       BACKOUT-PENDING.
           MOVE 1 TO PND-IX.
           PERFORM BACKOUT-PND-ENTRY-RTN THRU BACKOUT-PND-ENTRY-EXIT
               UNTIL PND-IX > PND-CNT.
           CLOSE BACKOUT-FILE.
           IF PND-WITHDRAWN-CNT > 0 OR PND-RESTORED-CNT > 0 THEN
               PERFORM SAVE-PENDING-RTN THRU SAVE-PENDING-EXIT.
           IF BKO-ENTRY-CNT = 0 AND PND-WITHDRAWN-CNT = 0 AND
              PND-RESTORED-CNT = 0 THEN
               DISPLAY "NOTHING TO BACK OUT FOR BATCH "
                   WS-BATCH-NAME
               MOVE 8 TO WS-RC.
       BACKOUT-EXIT.
           EXIT.

               DISPLAY "BACKOUT ABORTED - more than 10000 journal "
                   "entries for batch " WS-BATCH-NAME
                   " - master untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO BKO-ENTRY-CNT.
           MOVE JRN-CODE TO BKT-CODE(BKO-ENTRY-CNT).
           MOVE JRN-ACCOUNT TO BKT-ACCOUNT(BKO-ENTRY-CNT).
           MOVE JRN-BEFORE TO BKT-BEFORE(BKO-ENTRY-CNT).
           MOVE JRN-AFTER TO BKT-AFTER(BKO-ENTRY-CNT).
       LOAD-BKO-ENTRY-EXIT.
           EXIT.

                                   TO WS-REJ-REASON
                       END-REWRITE
                   END-IF
      *        A REVERSAL'S BEFORE IMAGE IS THE RECORD AS THE BACKOUT
      *        FOUND IT - BLANK WHEN THAT REVERSAL PUT BACK AN ADD IT
      *        HAD ITSELF REMOVED, SO THE RECORD GOES AGAIN; A BLANK
      *        AFTER IMAGE (AN ADD IT REMOVED) MEANS A WRITE
               WHEN 'B'
                   MOVE BKT-ACCOUNT(BKO-IX) TO M-ACCOUNT
                   IF BKT-BEFORE(BKO-IX) = SPACES THEN
                       DELETE MASTER-FILE
                           INVALID KEY
                               MOVE "ACCOUNT NOT ON FILE"
                                   TO WS-REJ-REASON
                       END-DELETE
                   ELSE
                       READ MASTER-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                       MOVE BKT-BEFORE(BKO-IX) TO MASTREC
                       IF WS-MASTER-STATUS = "00" THEN
                           REWRITE MASTREC
                               INVALID KEY
                                   MOVE "REWRITE FAILED"
                                       TO WS-REJ-REASON
                           END-REWRITE
                       ELSE
                           WRITE MASTREC
                               INVALID KEY
                                   MOVE "ACCOUNT ALREADY ON FILE"
                                       TO WS-REJ-REASON
                           END-WRITE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "BAD JOURNAL CODE" TO WS-REJ-REASON
           END-EVALUATE.
           IF WS-REJ-REASON = SPACES THEN
               ADD 1 TO REVERSED-CNT
               MOVE "REVERSED" TO BKO-ACTION
               PERFORM JOURNAL-REVERSAL-RTN
                   THRU JOURNAL-REVERSAL-EXIT
           ELSE
               ADD 1 TO BKO-FAIL-CNT
               MOVE "FAILED" TO BKO-ACTION
           SUBTRACT 1 FROM BKO-IX.
       REVERSE-ENTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    BACKOUT-PND-ENTRY-RTN - one pending entry against the batch
      *    being backed out. Parked by it: withdrawn (REMOVED) - one
      *    a later run has since applied is withdrawn too, but that
      *    run's change stays on the master until it is backed out
      *    itself. Applied or rejected by it: waiting again
      *    (RESTORED), for the rerun to take up on its date.
      *--------------------------------------------------------------
       BACKOUT-PND-ENTRY-RTN.
           MOVE SPACES TO BACKOUT-RECORD.
           MOVE PT-CODE(PND-IX) TO BKO-CODE.
           MOVE PT-DATA(PND-IX)(1:17) TO BKO-ACCOUNT.
           IF PT-BATCH(PND-IX) = WS-BATCH-NAME THEN
               IF PT-STATUS(PND-IX) = 'X' AND
                  PT-DONE-CODE(PND-IX) = 'A' THEN
                   MOVE "APPLIED LATER - ON FILE" TO BKO-REASON
               ELSE
                   STRING "PARKED FOR " PT-EFF-DATE(PND-IX)
                       DELIMITED BY SIZE INTO BKO-REASON
               END-IF
               MOVE 'W' TO PT-STATUS(PND-IX)
               ADD 1 TO PND-WITHDRAWN-CNT
               MOVE "REMOVED" TO BKO-ACTION
               WRITE BACKOUT-RECORD
               GO TO BACKOUT-PND-ENTRY-NEXT.
           IF PT-STATUS(PND-IX) = 'X' AND
              PT-DONE-BATCH(PND-IX) = WS-BATCH-NAME THEN
               MOVE 'P' TO PT-STATUS(PND-IX)
               MOVE SPACES TO PT-DONE-CODE(PND-IX)
               MOVE SPACES TO PT-DONE-DATE(PND-IX)
               MOVE SPACES TO PT-DONE-BATCH(PND-IX)
               MOVE SPACES TO PT-REASON(PND-IX)
               ADD 1 TO PND-RESTORED-CNT
               MOVE "RESTORED" TO BKO-ACTION
               STRING "PENDING AGAIN " PT-EFF-DATE(PND-IX)
                   DELIMITED BY SIZE INTO BKO-REASON
               WRITE BACKOUT-RECORD.
       BACKOUT-PND-ENTRY-NEXT.
           ADD 1 TO PND-IX.
       BACKOUT-PND-ENTRY-EXIT.
           EXIT.

      *    THE REVERSAL IS A CHANGE TO THE MASTER LIKE ANY OTHER -
      *    JOURNALED SO A ROLL-FORWARD FROM A BACKUP REPLAYS IT TOO
       JOURNAL-REVERSAL-RTN.
           MOVE SPACES TO JRNL-RECORD.
           MOVE WS-RUN-DATE TO JRN-DATE.
           MOVE WS-RUN-TIME(1:6) TO JRN-TIME.
           STRING "BACKOUT " WS-BATCH-NAME
               DELIMITED BY SIZE INTO JRN-BATCH.
           MOVE 'B' TO JRN-CODE.
           MOVE BKT-ACCOUNT(BKO-IX) TO JRN-ACCOUNT.
           MOVE BKT-AFTER(BKO-IX) TO JRN-BEFORE.
           MOVE BKT-BEFORE(BKO-IX) TO JRN-AFTER.
           WRITE JRNL-RECORD.
       JOURNAL-REVERSAL-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    LOAD-PENDING-RTN - pull the pending file into the table.
      *    No file just means nothing has ever been future-dated.
      *    Too many to hold stops the run before the master is
      *    opened, the way BACKOUT-RTN does.
      *--------------------------------------------------------------
       LOAD-PENDING-RTN.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "35" THEN
               GO TO LOAD-PENDING-EXIT.
           IF WS-PENDING-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN PENDING-FILE, STATUS "
                   WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-PND-ENTRY-RTN THRU LOAD-PND-ENTRY-EXIT
               UNTIL WS-PND-EOF.
           CLOSE PENDING-FILE.
       LOAD-PENDING-EXIT.
           EXIT.

       LOAD-PND-ENTRY-RTN.
           READ PENDING-FILE
               AT END
                   SET WS-PND-EOF TO TRUE
                   GO TO LOAD-PND-ENTRY-EXIT
           END-READ.
           IF PND-CNT >= 5000 THEN
               DISPLAY "RUN ABORTED - more than 5000 pending "
                   "transactions on " WS-PND-NAME
                   " - master untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO PND-CNT.
           IF PND-STATUS = 'A' OR PND-STATUS = 'R' THEN
               MOVE 'X' TO PT-STATUS(PND-CNT)
           ELSE
               ADD 1 TO PND-LOADED-CNT
               MOVE 'P' TO PT-STATUS(PND-CNT).
           MOVE PND-STATUS TO PT-DONE-CODE(PND-CNT).
           MOVE PND-DONE-DATE TO PT-DONE-DATE(PND-CNT).
           MOVE PND-DONE-BATCH TO PT-DONE-BATCH(PND-CNT).
           MOVE PND-EFF-DATE TO PT-EFF-DATE(PND-CNT).
           MOVE PND-PARK-DATE TO PT-PARK-DATE(PND-CNT).
           MOVE PND-BATCH TO PT-BATCH(PND-CNT).
           MOVE PND-CODE TO PT-CODE(PND-CNT).
           MOVE PND-DATA TO PT-DATA(PND-CNT).
           MOVE PND-BEFORE TO PT-BEFORE(PND-CNT).
           MOVE PND-REASON TO PT-REASON(PND-CNT).
       LOAD-PND-ENTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    APPLY-DUE-RTN - a pending entry whose date has come goes
      *    through the same master update as a transaction keyed
      *    tonight (it was edited when it was parked), audited and
      *    journaled under tonight's batch name. A C goes on with
      *    the master as it stood when it was parked as its before
      *    image, so only what it changes is applied and a field
      *    changed on the master since rejects it (CHANGE-RTN).
      *--------------------------------------------------------------
       APPLY-DUE-RTN.
           IF PT-STATUS(PND-IX) NOT = 'P' OR
              PT-EFF-DATE(PND-IX) > WS-RUN-DATE THEN
               GO TO APPLY-DUE-NEXT.
           MOVE SPACES TO TRANREC.
           MOVE PT-CODE(PND-IX) TO T-CODE.
           MOVE PT-DATA(PND-IX) TO T-DATA.
           MOVE PT-EFF-DATE(PND-IX) TO T-EFF-DATE.
           MOVE PT-BEFORE(PND-IX) TO T-BEFORE.
           MOVE 'N' TO WS-REJECT-SW.
           MOVE T-CODE TO WS-JRN-CODE.
           PERFORM UPDATE-MASTER-RTN THRU UPDATE-MASTER-EXIT.
           IF WS-TRAN-REJECTED THEN
               ADD 1 TO PND-REJECT-CNT
               MOVE 'R' TO PT-STATUS(PND-IX)
               MOVE WS-REJ-REASON TO PT-REASON(PND-IX)
           ELSE
               ADD 1 TO PND-APPLIED-CNT
               MOVE 'A' TO PT-STATUS(PND-IX).
       APPLY-DUE-NEXT.
           ADD 1 TO PND-IX.
       APPLY-DUE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    PARK-TRAN-RTN - tonight's transaction dated after tonight.
      *    A C or D has to find a live account now, the same test
      *    CHANGE-RTN and DELETE-RTN would make; an A is left for
      *    ADD-RTN to judge on the day. A C that came without a
      *    before image keeps the master record as it is now.
      *--------------------------------------------------------------
       PARK-TRAN-RTN.
           IF NOT T-ADD THEN
               MOVE T-ACCOUNT TO M-ACCOUNT
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO WS-REJ-REASON
                       PERFORM REJECT-TRAN-RTN THRU REJECT-TRAN-EXIT
                       ADD 1 TO REJECT-CNT
                       GO TO PARK-TRAN-EXIT
               END-READ
               IF M-DELETED THEN
                   MOVE "ACCOUNT DELETED" TO WS-REJ-REASON
                   PERFORM REJECT-TRAN-RTN THRU REJECT-TRAN-EXIT
                   ADD 1 TO REJECT-CNT
                   GO TO PARK-TRAN-EXIT
               END-IF
           END-IF.

           IF PND-CNT >= 5000 THEN
               MOVE "PENDING FILE FULL" TO WS-REJ-REASON
               PERFORM REJECT-TRAN-RTN THRU REJECT-TRAN-EXIT
               ADD 1 TO REJECT-CNT
               GO TO PARK-TRAN-EXIT.

           ADD 1 TO PND-CNT.
           ADD 1 TO PARKED-CNT.
           MOVE 'P' TO PT-STATUS(PND-CNT).
           MOVE T-EFF-DATE TO PT-EFF-DATE(PND-CNT).
           MOVE WS-RUN-DATE TO PT-PARK-DATE(PND-CNT).
           MOVE WS-TRAN-NAME TO PT-BATCH(PND-CNT).
           MOVE T-CODE TO PT-CODE(PND-CNT).
           MOVE T-DATA TO PT-DATA(PND-CNT).
           MOVE T-BEFORE TO PT-BEFORE(PND-CNT).
           IF T-CHANGE AND T-BEFORE = SPACES THEN
               MOVE MASTREC TO PT-BEFORE(PND-CNT).
           MOVE SPACES TO PT-REASON(PND-CNT).
           MOVE SPACES TO PT-DONE-CODE(PND-CNT).
           MOVE SPACES TO PT-DONE-DATE(PND-CNT).
           MOVE SPACES TO PT-DONE-BATCH(PND-CNT).

           MOVE SPACES TO AUDIT-RECORD.
           MOVE T-CODE TO AUD-CODE.
           MOVE T-ACCOUNT TO AUD-ACCOUNT.
           MOVE "PENDING" TO AUD-ACTION.
           STRING "EFFECTIVE " T-EFF-DATE
               DELIMITED BY SIZE INTO AUD-REASON.
           WRITE AUDIT-RECORD.
       PARK-TRAN-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    CHECK-PENDING-RTN - after tonight's batch, every C or D
      *    still waiting must still have a live account to land on.
      *    One deleted, or gone from the master altogether (purge04
      *    archived it - it was on file when it was parked), is
      *    rejected now with the reason instead of waiting to fail
      *    on its date - or worse, being dropped without a word.
      *--------------------------------------------------------------
       CHECK-PENDING-RTN.
           IF PT-STATUS(PND-IX) NOT = 'P' OR
              PT-CODE(PND-IX) = 'A' THEN
               GO TO CHECK-PENDING-NEXT.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE PT-DATA(PND-IX)(1:17) TO M-ACCOUNT.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT PURGED" TO WS-REJ-REASON
           END-READ.
           IF WS-REJ-REASON = SPACES AND M-DELETED THEN
               MOVE SPACES TO WS-REJ-REASON
               STRING "ACCOUNT DELETED " M-DEL-DATE
                   DELIMITED BY SIZE INTO WS-REJ-REASON.
           IF WS-REJ-REASON = SPACES THEN
               GO TO CHECK-PENDING-NEXT.

           ADD 1 TO PND-REJECT-CNT.
           MOVE 'R' TO PT-STATUS(PND-IX).
           MOVE WS-REJ-REASON TO PT-REASON(PND-IX).
           MOVE SPACES TO AUDIT-RECORD.
           MOVE PT-CODE(PND-IX) TO AUD-CODE.
           MOVE PT-DATA(PND-IX)(1:17) TO AUD-ACCOUNT.
           MOVE "REJECTED" TO AUD-ACTION.
           MOVE WS-REJ-REASON TO AUD-REASON.
           WRITE AUDIT-RECORD.
       CHECK-PENDING-NEXT.
           ADD 1 TO PND-IX.
       CHECK-PENDING-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    SAVE-PENDING-RTN - write back what is still waiting, and
      *    what this run (or one in the last WS-PND-KEEP-DAYS) took
      *    off it, marked A or R with that run's date and batch, for
      *    BACKOUT - through a temp name renamed over the pending
      *    file (the way repair04 rewrites the suspense file), so a
      *    crash here leaves the old file intact.
      *--------------------------------------------------------------
       SAVE-PENDING-RTN.
           IF PND-CNT = 0 THEN
               GO TO SAVE-PENDING-EXIT.
           OPEN OUTPUT PND-NEW-FILE.
           IF WS-PND-NEW-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN PND-NEW-FILE, STATUS "
                   WS-PND-NEW-STATUS " - PENDING FILE NOT UPDATED"
               GO TO SAVE-PENDING-EXIT.
           MOVE 1 TO PND-IX.
           PERFORM SAVE-PND-ENTRY-RTN THRU SAVE-PND-ENTRY-EXIT
               UNTIL PND-IX > PND-CNT.
           CLOSE PND-NEW-FILE.
           CALL "CBL_RENAME_FILE" USING WS-PND-TMP-NAME
               WS-PND-NAME.
       SAVE-PENDING-EXIT.
           EXIT.

       SAVE-PND-ENTRY-RTN.
           MOVE SPACES TO PENDING-RECORD.
           EVALUATE PT-STATUS(PND-IX)
               WHEN 'P'
                   ADD 1 TO PND-WAIT-CNT
               WHEN 'A'
               WHEN 'R'
                   MOVE PT-STATUS(PND-IX) TO PND-STATUS
                   MOVE WS-RUN-DATE TO PND-DONE-DATE
                   MOVE WS-TRAN-NAME TO PND-DONE-BATCH
                   MOVE PT-REASON(PND-IX) TO PND-REASON
               WHEN 'X'
                   PERFORM PND-AGE-RTN THRU PND-AGE-EXIT
                   IF WS-PND-AGE-DAYS > WS-PND-KEEP-DAYS THEN
                       GO TO SAVE-PND-ENTRY-NEXT
                   END-IF
                   MOVE PT-DONE-CODE(PND-IX) TO PND-STATUS
                   MOVE PT-DONE-DATE(PND-IX) TO PND-DONE-DATE
                   MOVE PT-DONE-BATCH(PND-IX) TO PND-DONE-BATCH
                   MOVE PT-REASON(PND-IX) TO PND-REASON
               WHEN OTHER
                   GO TO SAVE-PND-ENTRY-NEXT
           END-EVALUATE.
           MOVE PT-EFF-DATE(PND-IX) TO PND-EFF-DATE.
           MOVE PT-PARK-DATE(PND-IX) TO PND-PARK-DATE.
           MOVE PT-BATCH(PND-IX) TO PND-BATCH.
           MOVE PT-CODE(PND-IX) TO PND-CODE.
           MOVE PT-DATA(PND-IX) TO PND-DATA.
           MOVE PT-BEFORE(PND-IX) TO PND-BEFORE.
           WRITE PND-NEW-RECORD FROM PENDING-RECORD.
       SAVE-PND-ENTRY-NEXT.
           ADD 1 TO PND-IX.
       SAVE-PND-ENTRY-EXIT.
           EXIT.

      *    DAYS SINCE AN EARLIER RUN TOOK THE ENTRY OFF - 360-DAY
      *    YEARS, 30-DAY MONTHS, AS purge04 AGES A DELETE; A DATE
      *    THAT WILL NOT READ AGES IT OUT
       PND-AGE-RTN.
           MOVE 9999 TO WS-PND-AGE-DAYS.
           IF PT-DONE-DATE(PND-IX) NOT NUMERIC OR
              WS-RUN-DATE NOT NUMERIC THEN
               GO TO PND-AGE-EXIT.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-9.
           MOVE PT-DONE-DATE(PND-IX) TO WS-DONE-DATE-9.
           COMPUTE WS-PND-AGE-DAYS =
               (WS-RD-YYYY - WS-DD-YYYY) * 360 +
               (WS-RD-MM - WS-DD-MM) * 30 +
               (WS-RD-DD - WS-DD-DD)
               ON SIZE ERROR MOVE 9999 TO WS-PND-AGE-DAYS
           END-COMPUTE.
       PND-AGE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    PENDING-REPORT-RTN - every entry the run touched or still
      *    holds: APPLIED today, REJECTED with the reason, PARKED
      *    tonight, or still PENDING - each with its effective date
      *    and the batch it came in on.
      *--------------------------------------------------------------
       PENDING-REPORT-RTN.
           OPEN OUTPUT PND-RPT-FILE.
           IF WS-PND-RPT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN PND-RPT-FILE, STATUS "
                   WS-PND-RPT-STATUS
               GO TO PENDING-REPORT-EXIT.
           MOVE WS-RUN-DATE TO PH-DATE.
           MOVE WS-TRAN-NAME TO PH-BATCH.
           WRITE PND-RPT-RECORD FROM PND-HEAD-LINE.
           MOVE SPACES TO PND-RPT-RECORD.
           WRITE PND-RPT-RECORD.
           WRITE PND-RPT-RECORD FROM PND-COL-LINE.

           MOVE 1 TO PND-IX.
           PERFORM PND-DETAIL-RTN THRU PND-DETAIL-EXIT
               UNTIL PND-IX > PND-CNT.

           MOVE SPACES TO PND-RPT-RECORD.
           WRITE PND-RPT-RECORD.
           MOVE "ON THE PENDING FILE AT START" TO PS-LABEL.
           MOVE PND-LOADED-CNT TO PS-COUNT.
           WRITE PND-RPT-RECORD FROM PND-SUM-LINE.
           MOVE "PARKED TONIGHT" TO PS-LABEL.
           MOVE PARKED-CNT TO PS-COUNT.
           WRITE PND-RPT-RECORD FROM PND-SUM-LINE.
           MOVE "CAME DUE AND APPLIED" TO PS-LABEL.
           MOVE PND-APPLIED-CNT TO PS-COUNT.
           WRITE PND-RPT-RECORD FROM PND-SUM-LINE.
           MOVE "REJECTED" TO PS-LABEL.
           MOVE PND-REJECT-CNT TO PS-COUNT.
           WRITE PND-RPT-RECORD FROM PND-SUM-LINE.
           MOVE "STILL PENDING" TO PS-LABEL.
           MOVE PND-WAIT-CNT TO PS-COUNT.
           WRITE PND-RPT-RECORD FROM PND-SUM-LINE.
           CLOSE PND-RPT-FILE.
       PENDING-REPORT-EXIT.
           EXIT.

       PND-DETAIL-RTN.
           IF PT-STATUS(PND-IX) = 'X' OR PT-STATUS(PND-IX) = 'W' THEN
               GO TO PND-DETAIL-NEXT.
           MOVE PT-CODE(PND-IX) TO PD-CODE.
           MOVE PT-DATA(PND-IX)(1:17) TO PD-ACCOUNT.
           MOVE PT-EFF-DATE(PND-IX) TO PD-EFF-DATE.
           MOVE PT-PARK-DATE(PND-IX) TO PD-PARK-DATE.
           EVALUATE PT-STATUS(PND-IX)
               WHEN 'A'
                   MOVE "APPLIED" TO PD-STATUS
                   MOVE PT-BATCH(PND-IX) TO PD-TEXT
               WHEN 'R'
                   MOVE "REJECTED" TO PD-STATUS
                   MOVE PT-REASON(PND-IX) TO PD-TEXT
               WHEN OTHER
                   IF PT-PARK-DATE(PND-IX) = WS-RUN-DATE THEN
                       MOVE "PARKED" TO PD-STATUS
                   ELSE
                       MOVE "PENDING" TO PD-STATUS
                   END-IF
                   MOVE PT-BATCH(PND-IX) TO PD-TEXT
           END-EVALUATE.
           WRITE PND-RPT-RECORD FROM PND-DETAIL-LINE.
       PND-DETAIL-NEXT.
           ADD 1 TO PND-IX.
       PND-DETAIL-EXIT.
           EXIT.
