       IDENTIFICATION DIVISION.
       PROGRAM-ID. appr04.
      * A GnuCOBOL program
      * On: 10/06/2026
      * By: Bill Blasingim
      *
      * Second-operator approval of the master changes keyed on
      * inq04's maintenance screen (MAINT <account>). inq04 never
      * changes the master; it queues the before and after images
      * on maint04-approval.dat with the operator who keyed them.
      * This program signs a second operator on (as the login the
      * session runs under - USER, else LOGNAME - never a name
      * typed in, the same way inq04 takes the keying operator's
      * login), shows each pending
      * change field by field (old and new), and takes a decision
      * on each one:
      *    A - approve: released to tonight's maint04 batch
      *    R - reject, with a reason
      *    S - skip, leave it pending for later
      *    Q - quit, leave the rest pending
      * An operator can never approve (or reject) their own change -
      * those are passed over. That is the dual-control rule for
      * customer data, enforced here instead of on a clipboard.
      *
      * An approved change is released as a maint04 C transaction
      * built from the master record AS IT IS NOW with only the
      * changed fields laid over it, so a field the rep did not
      * touch can never overwrite good data. If any of the changed
      * fields no longer holds the value the rep started from
      * (another change got there first) the change is rejected
      * MASTER CHANGED SINCE ENTRY and has to be keyed again against
      * the current record.
      *
      * The C also carries the master record as it stood at
      * approval as its before image, so maint04 applies only the
      * changed fields and rejects the C if one of them changes on
      * the master before the batch runs.
      *
      * Released changes are added to the one hand-off file the
      * night picks up, maint04-approved.dat (argument 1 names a
      * batch of their own instead, for the operator to apply).
      * night04's APPROVED step renames the hand-off to
      * maint04-apv-yyyymmdd-hhmmss.dat, so every release is
      * applied - and backed out - by name, runs it through
      * maint04 and then runs this program as APPLIED <batch>,
      * which closes each approved change in that batch on the
      * queue: X when the master now holds its new values, R NOT
      * APPLIED when maint04 turned it down. inq04 takes no new
      * change for an account while one is P or A. The approval
      * listing (maint04-approval.rpt) shows every decision with
      * the fields involved.
      *
      * The queue file is rewritten through a temp name and renamed
      * over itself, the way repair04 rewrites the suspense file;
      * anything inq04 queued while this run was at work is copied
      * across behind the rest before the rename, so it is kept.
      *
      * RETURN-CODE 0 when every decision went through, 4 when an
      * approval could not be released (or, for APPLIED, a change
      * was not applied) or nobody signed on, 16 when a file will
      * not open.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT APPROVAL-FILE ASSIGN TO WS-APV-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-APPROVAL-STATUS.
       SELECT APV-NEW-FILE ASSIGN TO WS-APV-TMP-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-APV-NEW-STATUS.
       SELECT MASTER-FILE ASSIGN TO WS-MASTER-NAME
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY M-ACCOUNT
           ALTERNATE RECORD KEY M-LAST WITH DUPLICATES
           FILE STATUS WS-MASTER-STATUS.
       SELECT TRAN-FILE ASSIGN TO WS-TRAN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-TRAN-STATUS.
       SELECT APV-RPT-FILE ASSIGN TO "./maint04-approval.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-APV-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *  CHANGES AWAITING A SECOND OPERATOR - STATUS P PENDING,
      *  A APPROVED AND RELEASED TO A maint04 BATCH, X APPLIED BY
      *  THE NIGHT, R REJECTED
      *  (SAME LAYOUT inq04 QUEUES THEM IN)
       FD APPROVAL-FILE.
         01 APPROVAL-RECORD.
           05 APV-STATUS       PIC X(01).
           05 FILLER           PIC X(02).
           05 APV-ACCOUNT      PIC X(17).
           05 FILLER           PIC X(02).
           05 APV-ENTER-OPER   PIC X(08).
           05 FILLER           PIC X(02).
           05 APV-ENTER-DATE   PIC X(08).
           05 FILLER           PIC X(02).
           05 APV-ENTER-TIME   PIC X(06).
           05 FILLER           PIC X(02).
           05 APV-REVIEW-OPER  PIC X(08).
           05 FILLER           PIC X(02).
           05 APV-REVIEW-DATE  PIC X(08).
           05 FILLER           PIC X(02).
           05 APV-REASON       PIC X(24).
           05 FILLER           PIC X(02).
           05 APV-BEFORE       PIC X(164).
           05 FILLER           PIC X(02).
           05 APV-AFTER        PIC X(164).

       FD APV-NEW-FILE.
         01 APV-NEW-RECORD      PIC X(426).

       FD MASTER-FILE.
         01 MASTREC.
           05 M-ACCOUNT      PIC X(17).
           05 M-DATA         PIC X(147).
           05 FILLER REDEFINES M-DATA.
             10 M-DEL-FLAG   PIC X(1).
                 88 M-DELETED        VALUE 'D'.
             10 M-DEL-DATE   PIC X(8).
             10 FILLER       PIC X(1).
             10 M-NAME.
               15 M-FIRST    PIC X(15).
               15 M-MIDDLE   PIC X(15).
               15 M-LAST     PIC X(25).
             10 FILLER       PIC X(82).

       FD TRAN-FILE.
         01 TRANREC.
           05 T-CODE           PIC X(01).
           05 T-DATA           PIC X(164).
           05 T-EFF-DATE       PIC X(08).
           05 T-BEFORE         PIC X(164).

       FD APV-RPT-FILE.
         01 APV-RPT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
         01 MISC.
           05  WS-EOF-SW     PIC X(01) VALUE 'N'.
               88  EOF               VALUE 'Y'.
           05  WS-QUIT-SW    PIC X(01) VALUE 'N'.
               88  WS-QUIT           VALUE 'Y'.
           05  WS-CONFLICT-SW PIC X(01) VALUE 'N'.
               88  WS-CONFLICT       VALUE 'Y'.
           05  WS-APPLIED-SW PIC X(01) VALUE 'N'.
               88  WS-APPLIED-MODE   VALUE 'Y'.
           05  WS-HANDOFF-SW PIC X(01) VALUE 'N'.
               88  WS-HANDOFF        VALUE 'Y'.
           05  WS-TRAN-NEW-SW PIC X(01) VALUE 'N'.
               88  WS-TRAN-CREATED   VALUE 'Y'.
           05  WS-IN-BATCH-SW PIC X(01) VALUE 'N'.
               88  WS-IN-BATCH       VALUE 'Y'.
           05  WS-QUEUE-SW   PIC X(01) VALUE 'Y'.
               88  WS-QUEUE-OK       VALUE 'Y'.
           05 WS-RC          PIC 9(4) VALUE 0 COMP.
           05 WS-DECISION    PIC X(10) VALUE SPACES.
           05 WS-REJ-REASON  PIC X(24) VALUE SPACES.
           05 WS-APPROVER-ID PIC X(08) VALUE SPACES.
           05 WS-REL-IMAGE   PIC X(164) VALUE SPACES.
           05 FLD-IX         PIC 9(4) VALUE 0 COMP.
           05 PENDING-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 OWN-CNT        PIC 9(7) VALUE 0 COMP-3.
           05 APPROVED-CNT   PIC 9(7) VALUE 0 COMP-3.
           05 REJECTED-CNT   PIC 9(7) VALUE 0 COMP-3.
           05 SKIPPED-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 READ-CNT       PIC 9(7) VALUE 0 COMP-3.
           05 COPY-IX        PIC 9(7) VALUE 0 COMP-3.
           05 CAUGHT-UP-CNT  PIC 9(7) VALUE 0 COMP-3.
           05 MARKED-CNT     PIC 9(7) VALUE 0 COMP-3.
           05 NOT-APPLIED-CNT PIC 9(7) VALUE 0 COMP-3.

      *    APPLIED MODE - THE ACCOUNTS THE NAMED BATCH CHANGED
         01 BATCH-WORK.
           05 BATCH-CNT      PIC 9(4) VALUE 0 COMP.
           05 BATCH-IX       PIC 9(4) VALUE 0 COMP.
           05 BATCH-TABLE.
              10 BT-ACCOUNT  PIC X(17) OCCURS 5000.

      *    THE FIELDS A REP MAY CHANGE - NAME, OFFSET AND LENGTH IN
      *    THE 164-BYTE RECORD IMAGE (SAME TABLE AS inq04's)
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

      *    RUN-TIME PARAMETERS - release batch name (default the
      *    hand-off file the night picks up), master file name
      *    (default is the name sort04 knows the master by)
         01 RUN-PARMS.
           05 WS-TRAN-NAME   PIC X(100) VALUE SPACES.
           05 WS-MASTER-NAME PIC X(100)
               VALUE "./sort04-master.dat".
           05 WS-APV-NAME    PIC X(30)
               VALUE "./maint04-approval.dat".
           05 WS-APV-TMP-NAME PIC X(30)
               VALUE "./maint04-approval.tmp".
           05 WS-ARG-NUM     PIC 9(4) VALUE 0.
           05 WS-ARG         PIC X(100) VALUE SPACES.

         01 FILE-STATUSES.
           05 WS-APPROVAL-STATUS PIC X(02) VALUE SPACES.
           05 WS-APV-NEW-STATUS  PIC X(02) VALUE SPACES.
           05 WS-MASTER-STATUS   PIC X(02) VALUE SPACES.
           05 WS-TRAN-STATUS     PIC X(02) VALUE SPACES.
           05 WS-APV-RPT-STATUS  PIC X(02) VALUE SPACES.

         01 CURRENT-DATE-WORK.
           05 WS-CURRENT-DATE PIC X(08) VALUE SPACES.
           05 WS-RUN-TIME    PIC X(08) VALUE SPACES.

         01 APV-HEAD-LINE.
            05 FILLER         PIC X(30) VALUE
            "CHANGE APPROVAL LISTING - RUN ".
            05 FILLER         PIC X(05) VALUE "DATE ".
            05 AH-DATE         PIC X(08).
            05 FILLER         PIC X(11) VALUE "  APPROVER ".
            05 AH-APPROVER     PIC X(08).

         01 APV-HEAD-LINE-2.
            05 FILLER         PIC X(14) VALUE "  BATCH FILE ".
            05 AH-BATCH        PIC X(80).

         01 APV-DECISION-LINE.
            05 AD-ACCOUNT      PIC X(17).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 AD-ACTION       PIC X(08).
            05 FILLER         PIC X(10) VALUE "  KEYED BY".
            05 FILLER         PIC X(01) VALUE SPACE.
            05 AD-ENTER-OPER   PIC X(08).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 AD-ENTER-DATE   PIC X(08).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 AD-REASON       PIC X(24).

         01 APV-CHANGE-LINE.
            05 FILLER         PIC X(04) VALUE SPACES.
            05 AC-FIELD        PIC X(08).
            05 FILLER         PIC X(05) VALUE " OLD ".
            05 AC-OLD          PIC X(25).
            05 FILLER         PIC X(05) VALUE " NEW ".
            05 AC-NEW          PIC X(25).

         01 APV-SUM-LINE.
            05 AS-LABEL        PIC X(30).
            05 AS-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM GET-PARMS-RTN THRU GET-PARMS-EXIT.

           IF WS-APPLIED-MODE THEN
               PERFORM MARK-APPLIED-RTN THRU MARK-APPLIED-EXIT
               DISPLAY "Approved changes in the batch " BATCH-CNT
               DISPLAY "Marked applied " MARKED-CNT
               DISPLAY "Marked not applied " NOT-APPLIED-CNT
               DISPLAY "Queued meanwhile and kept " CAUGHT-UP-CNT
               DISPLAY "Return code " WS-RC
               DISPLAY "End of program!"
               MOVE WS-RC TO RETURN-CODE
               STOP RUN.

           PERFORM SIGN-ON-RTN THRU SIGN-ON-EXIT.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-EXIT.

           PERFORM REVIEW-ONE-RTN THRU REVIEW-ONE-EXIT
               UNTIL EOF.

           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.
           PERFORM REPLACE-QUEUE-RTN THRU REPLACE-QUEUE-EXIT.
           CLOSE MASTER-FILE, TRAN-FILE, APV-RPT-FILE.

      *    NOTHING APPROVED - NO EMPTY BATCH LEFT LYING AROUND FOR
      *    SOMEONE TO FEED maint04
           IF APPROVED-CNT = 0 THEN
               IF WS-TRAN-CREATED THEN
                   CALL "CBL_DELETE_FILE" USING WS-TRAN-NAME
               END-IF
               DISPLAY "No changes released"
           ELSE
               IF WS-HANDOFF THEN
                   DISPLAY "Approved changes released to "
                       WS-TRAN-NAME " - the night applies them"
               ELSE
                   DISPLAY "Approved changes released to "
                       WS-TRAN-NAME " - apply with maint04"
               END-IF
           END-IF.

           DISPLAY "Changes pending at start " PENDING-CNT.
           DISPLAY "Own changes passed over " OWN-CNT.
           DISPLAY "Changes approved " APPROVED-CNT.
           DISPLAY "Changes rejected " REJECTED-CNT.
           DISPLAY "Changes left pending " SKIPPED-CNT.
           DISPLAY "Queued meanwhile and kept " CAUGHT-UP-CNT.
           DISPLAY "Return code " WS-RC.
           DISPLAY "End of program!"
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------------
      *    GET-PARMS-RTN - pick up the run-time arguments:
      *       1 - release batch file name - default the hand-off
      *           file ./maint04-approved.dat, added to run after
      *           run until the night picks it up - or the literal
      *           APPLIED, which makes argument 2 the batch the
      *           night has just applied and argument 3 the master
      *       2 - master file name - default ./sort04-master.dat,
      *           the name sort04 knows the master by
      *--------------------------------------------------------------
       GET-PARMS-RTN.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           EVALUATE TRUE
               WHEN WS-ARG = "APPLIED"
                   MOVE 'Y' TO WS-APPLIED-SW
                   MOVE 2 TO WS-ARG-NUM
                   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT WS-TRAN-NAME FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           MOVE SPACES TO WS-TRAN-NAME
                   END-ACCEPT
                   IF WS-TRAN-NAME = SPACES THEN
                       DISPLAY "NO BATCH NAMED - APPLIED needs the "
                           "batch file name as argument 2"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 3 TO WS-ARG-NUM
               WHEN WS-ARG NOT = SPACES
                   MOVE WS-ARG TO WS-TRAN-NAME
                   MOVE 2 TO WS-ARG-NUM
               WHEN OTHER
                   MOVE "./maint04-approved.dat" TO WS-TRAN-NAME
                   MOVE 'Y' TO WS-HANDOFF-SW
                   MOVE 2 TO WS-ARG-NUM
           END-EVALUATE.

           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES THEN
               MOVE WS-ARG TO WS-MASTER-NAME.
       GET-PARMS-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    SIGN-ON-RTN - the approver is the login the session runs
      *    under, not a name keyed in, so one person cannot key a
      *    change under one name and approve it under another. No
      *    login to be had reviews nothing.
      *--------------------------------------------------------------
       SIGN-ON-RTN.
           DISPLAY "Change approval - review the changes keyed on "
               "the maintenance screen.".
           ACCEPT WS-APPROVER-ID FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE SPACES TO WS-APPROVER-ID
           END-ACCEPT.
           IF WS-APPROVER-ID = SPACES THEN
               ACCEPT WS-APPROVER-ID FROM ENVIRONMENT "LOGNAME"
                   ON EXCEPTION
                       MOVE SPACES TO WS-APPROVER-ID
               END-ACCEPT
           END-IF.
           IF WS-APPROVER-ID = SPACES THEN
               DISPLAY "NO LOGIN USER (USER/LOGNAME) - nothing "
                   "reviewed"
               MOVE 4 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Approver " WS-APPROVER-ID.
       SIGN-ON-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    OPEN-FILES-RTN - no queue file just means nothing has
      *    ever been keyed; the rest are hard stops.
      *--------------------------------------------------------------
       OPEN-FILES-RTN.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = "35" THEN
               DISPLAY "NO CHANGES AWAITING APPROVAL - no "
                   WS-APV-NAME
               MOVE 0 TO RETURN-CODE
               STOP RUN.
           IF WS-APPROVAL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN APPROVAL-FILE, STATUS "
                   WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MASTER-FILE, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT APV-NEW-FILE.
           IF WS-APV-NEW-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN APV-NEW-FILE, STATUS "
                   WS-APV-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    THE HAND-OFF FILE COLLECTS RUN AFTER RUN UNTIL THE NIGHT
      *    TAKES IT; A NAMED BATCH IS THIS RUN'S ALONE
           IF WS-HANDOFF THEN
               OPEN EXTEND TRAN-FILE
               IF WS-TRAN-STATUS = "35" THEN
                   OPEN OUTPUT TRAN-FILE
                   MOVE 'Y' TO WS-TRAN-NEW-SW
               END-IF
           ELSE
               OPEN OUTPUT TRAN-FILE
               MOVE 'Y' TO WS-TRAN-NEW-SW.
           IF WS-TRAN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN TRAN-FILE, STATUS "
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT APV-RPT-FILE.
           IF WS-APV-RPT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN APV-RPT-FILE, STATUS "
                   WS-APV-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE WS-CURRENT-DATE TO AH-DATE.
           MOVE WS-APPROVER-ID TO AH-APPROVER.
           WRITE APV-RPT-RECORD FROM APV-HEAD-LINE.
           MOVE WS-TRAN-NAME TO AH-BATCH.
           WRITE APV-RPT-RECORD FROM APV-HEAD-LINE-2.
           MOVE SPACES TO APV-RPT-RECORD.
           WRITE APV-RPT-RECORD.
       OPEN-FILES-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    REVIEW-ONE-RTN - copy the queue record by record to the
      *    temp name, stopping at each pending change keyed by
      *    someone else for the approver's decision. Decided,
      *    skipped and own changes go through as they are.
      *--------------------------------------------------------------
       REVIEW-ONE-RTN.
           READ APPROVAL-FILE
               AT END
                   SET EOF TO TRUE
                   GO TO REVIEW-ONE-EXIT
           END-READ.
           ADD 1 TO READ-CNT.
           IF APV-STATUS NOT = 'P' THEN
               GO TO REVIEW-ONE-WRITE.
           ADD 1 TO PENDING-CNT.
           IF WS-QUIT THEN
               ADD 1 TO SKIPPED-CNT
               GO TO REVIEW-ONE-WRITE.
           IF APV-ENTER-OPER = WS-APPROVER-ID THEN
               ADD 1 TO OWN-CNT
               ADD 1 TO SKIPPED-CNT
               GO TO REVIEW-ONE-WRITE.

           DISPLAY " ".
           DISPLAY "ACCOUNT " APV-ACCOUNT " KEYED BY " APV-ENTER-OPER
               " ON " APV-ENTER-DATE " AT " APV-ENTER-TIME.
           MOVE 1 TO FLD-IX.
           PERFORM SHOW-CHANGE-RTN THRU SHOW-CHANGE-EXIT
               UNTIL FLD-IX > 10.

           MOVE SPACES TO WS-DECISION.
           PERFORM GET-DECISION-RTN THRU GET-DECISION-EXIT
               UNTIL WS-DECISION = "A" OR WS-DECISION = "R" OR
                     WS-DECISION = "S" OR WS-DECISION = "Q".

           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM RELEASE-RTN THRU RELEASE-EXIT
               WHEN "R"
                   PERFORM REJECT-RTN THRU REJECT-EXIT
               WHEN "S"
                   ADD 1 TO SKIPPED-CNT
               WHEN "Q"
                   ADD 1 TO SKIPPED-CNT
                   SET WS-QUIT TO TRUE
           END-EVALUATE.

       REVIEW-ONE-WRITE.
           WRITE APV-NEW-RECORD FROM APPROVAL-RECORD.
       REVIEW-ONE-EXIT.
           EXIT.

       GET-DECISION-RTN.
           DISPLAY "A=APPROVE R=REJECT S=SKIP Q=QUIT> "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DECISION.
           ACCEPT WS-DECISION
               ON EXCEPTION
                   MOVE "Q" TO WS-DECISION
           END-ACCEPT.
           INSPECT WS-DECISION CONVERTING "arsq" TO "ARSQ".
       GET-DECISION-EXIT.
           EXIT.

       SHOW-CHANGE-RTN.
           IF APV-AFTER(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) NOT =
              APV-BEFORE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) THEN
               MOVE FLD-NAME(FLD-IX) TO AC-FIELD
               MOVE APV-BEFORE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX))
                   TO AC-OLD
               MOVE APV-AFTER(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX))
                   TO AC-NEW
               DISPLAY APV-CHANGE-LINE.
           ADD 1 TO FLD-IX.
       SHOW-CHANGE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    RELEASE-RTN - an approved change. The account must still
      *    be live on the master and every changed field must still
      *    hold the value the rep started from; then the C goes out
      *    as the current master record with just those fields laid
      *    over it, and the record as it is now as its before
      *    image. Anything else turns the approval into a reject
      *    with the reason.
      *--------------------------------------------------------------
       RELEASE-RTN.
           MOVE APV-ACCOUNT TO M-ACCOUNT.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REJ-REASON
                   MOVE 4 TO WS-RC
                   PERFORM DECLINE-RTN THRU DECLINE-EXIT
                   GO TO RELEASE-EXIT
           END-READ.
           IF M-DELETED THEN
               MOVE "ACCOUNT DELETED" TO WS-REJ-REASON
               MOVE 4 TO WS-RC
               PERFORM DECLINE-RTN THRU DECLINE-EXIT
               GO TO RELEASE-EXIT.

           MOVE 'N' TO WS-CONFLICT-SW.
           MOVE MASTREC TO WS-REL-IMAGE.
           MOVE 1 TO FLD-IX.
           PERFORM OVERLAY-FIELD-RTN THRU OVERLAY-FIELD-EXIT
               UNTIL FLD-IX > 10.
           IF WS-CONFLICT THEN
               MOVE "MASTER CHANGED SINCE ENTRY" TO WS-REJ-REASON
               MOVE 4 TO WS-RC
               PERFORM DECLINE-RTN THRU DECLINE-EXIT
               GO TO RELEASE-EXIT.

           MOVE SPACES TO TRANREC.
           MOVE 'C' TO T-CODE.
           MOVE WS-REL-IMAGE TO T-DATA.
           MOVE MASTREC TO T-BEFORE.
           WRITE TRANREC.

           ADD 1 TO APPROVED-CNT.
           MOVE 'A' TO APV-STATUS.
           MOVE WS-APPROVER-ID TO APV-REVIEW-OPER.
           MOVE WS-CURRENT-DATE TO APV-REVIEW-DATE.
           MOVE "RELEASED" TO APV-REASON.
           MOVE "APPROVED" TO AD-ACTION.
           PERFORM DECISION-LINE-RTN THRU DECISION-LINE-EXIT.
           DISPLAY "  APPROVED - released to the batch".
       RELEASE-EXIT.
           EXIT.

       OVERLAY-FIELD-RTN.
           IF APV-AFTER(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) NOT =
              APV-BEFORE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) THEN
               IF MASTREC(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) NOT =
                  APV-BEFORE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) THEN
                   SET WS-CONFLICT TO TRUE
               END-IF
               MOVE APV-AFTER(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) TO
                   WS-REL-IMAGE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX))
           END-IF.
           ADD 1 TO FLD-IX.
       OVERLAY-FIELD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    REJECT-RTN / DECLINE-RTN - the approver's own reject
      *    (with a keyed reason) and the reject RELEASE-RTN falls
      *    back to; both leave the change on the queue as R with
      *    who decided it and why.
      *--------------------------------------------------------------
       REJECT-RTN.
           DISPLAY "REASON> " WITH NO ADVANCING.
           MOVE SPACES TO WS-REJ-REASON.
           ACCEPT WS-REJ-REASON
               ON EXCEPTION
                   MOVE SPACES TO WS-REJ-REASON
           END-ACCEPT.
           IF WS-REJ-REASON = SPACES THEN
               MOVE "REJECTED BY APPROVER" TO WS-REJ-REASON.
           PERFORM DECLINE-RTN THRU DECLINE-EXIT.
       REJECT-EXIT.
           EXIT.

       DECLINE-RTN.
           ADD 1 TO REJECTED-CNT.
           MOVE 'R' TO APV-STATUS.
           MOVE WS-APPROVER-ID TO APV-REVIEW-OPER.
           MOVE WS-CURRENT-DATE TO APV-REVIEW-DATE.
           MOVE WS-REJ-REASON TO APV-REASON.
           MOVE "REJECTED" TO AD-ACTION.
           PERFORM DECISION-LINE-RTN THRU DECISION-LINE-EXIT.
           DISPLAY "  REJECTED - " WS-REJ-REASON.
       DECLINE-EXIT.
           EXIT.

       DECISION-LINE-RTN.
           MOVE APV-ACCOUNT TO AD-ACCOUNT.
           MOVE APV-ENTER-OPER TO AD-ENTER-OPER.
           MOVE APV-ENTER-DATE TO AD-ENTER-DATE.
           MOVE APV-REASON TO AD-REASON.
           WRITE APV-RPT-RECORD FROM APV-DECISION-LINE.
           MOVE 1 TO FLD-IX.
           PERFORM REPORT-CHANGE-RTN THRU REPORT-CHANGE-EXIT
               UNTIL FLD-IX > 10.
       DECISION-LINE-EXIT.
           EXIT.

       REPORT-CHANGE-RTN.
           IF APV-AFTER(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) NOT =
              APV-BEFORE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) THEN
               MOVE FLD-NAME(FLD-IX) TO AC-FIELD
               MOVE APV-BEFORE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX))
                   TO AC-OLD
               MOVE APV-AFTER(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX))
                   TO AC-NEW
               WRITE APV-RPT-RECORD FROM APV-CHANGE-LINE.
           ADD 1 TO FLD-IX.
       REPORT-CHANGE-EXIT.
           EXIT.

       WRITE-SUMMARY-RTN.
           MOVE SPACES TO APV-RPT-RECORD.
           WRITE APV-RPT-RECORD.
           MOVE "CHANGES PENDING AT START" TO AS-LABEL.
           MOVE PENDING-CNT TO AS-COUNT.
           WRITE APV-RPT-RECORD FROM APV-SUM-LINE.
           MOVE "OWN CHANGES PASSED OVER" TO AS-LABEL.
           MOVE OWN-CNT TO AS-COUNT.
           WRITE APV-RPT-RECORD FROM APV-SUM-LINE.
           MOVE "APPROVED AND RELEASED" TO AS-LABEL.
           MOVE APPROVED-CNT TO AS-COUNT.
           WRITE APV-RPT-RECORD FROM APV-SUM-LINE.
           MOVE "REJECTED" TO AS-LABEL.
           MOVE REJECTED-CNT TO AS-COUNT.
           WRITE APV-RPT-RECORD FROM APV-SUM-LINE.
           MOVE "LEFT PENDING" TO AS-LABEL.
           MOVE SKIPPED-CNT TO AS-COUNT.
           WRITE APV-RPT-RECORD FROM APV-SUM-LINE.
       WRITE-SUMMARY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    REPLACE-QUEUE-RTN - before the rewritten queue goes over
      *    the live one, anything inq04 added to the live one since
      *    this run read it (it appends) is copied across behind the
      *    rest. If the live queue cannot be read again it is left
      *    as it is and the rewrite kept under the temp name.
      *--------------------------------------------------------------
       REPLACE-QUEUE-RTN.
           CLOSE APPROVAL-FILE.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPROVAL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REOPEN APPROVAL-FILE, STATUS "
                   WS-APPROVAL-STATUS " - QUEUE NOT UPDATED, "
                   "DECISIONS ARE ON " WS-APV-TMP-NAME
               MOVE 'N' TO WS-QUEUE-SW
               MOVE 16 TO WS-RC
               CLOSE APV-NEW-FILE
               GO TO REPLACE-QUEUE-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZEROES TO COPY-IX.
           PERFORM CATCH-UP-RTN THRU CATCH-UP-EXIT
               UNTIL EOF.
           CLOSE APPROVAL-FILE, APV-NEW-FILE.
           CALL "CBL_RENAME_FILE" USING WS-APV-TMP-NAME
               WS-APV-NAME.
       REPLACE-QUEUE-EXIT.
           EXIT.

       CATCH-UP-RTN.
           READ APPROVAL-FILE
               AT END
                   SET EOF TO TRUE
                   GO TO CATCH-UP-EXIT
           END-READ.
           ADD 1 TO COPY-IX.
           IF COPY-IX > READ-CNT THEN
               WRITE APV-NEW-RECORD FROM APPROVAL-RECORD
               ADD 1 TO CAUGHT-UP-CNT.
       CATCH-UP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    MARK-APPLIED-RTN - APPLIED <batch>: the night has run the
      *    named release batch through maint04. Every approved (A)
      *    change on the queue for an account the batch changed is
      *    closed - X when the master now holds every one of its new
      *    values, R NOT APPLIED when it does not (maint04 rejected
      *    the C), so the rep can key it again.
      *--------------------------------------------------------------
       MARK-APPLIED-RTN.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN TRAN-FILE " WS-TRAN-NAME
                   " STATUS " WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM LOAD-BATCH-RTN THRU LOAD-BATCH-EXIT
               UNTIL EOF.
           CLOSE TRAN-FILE.

           OPEN INPUT APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = "35" THEN
               DISPLAY "NO APPROVAL QUEUE - nothing to mark"
               GO TO MARK-APPLIED-EXIT.
           IF WS-APPROVAL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN APPROVAL-FILE, STATUS "
                   WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MASTER-FILE, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT APV-NEW-FILE.
           IF WS-APV-NEW-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN APV-NEW-FILE, STATUS "
                   WS-APV-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM MARK-ONE-RTN THRU MARK-ONE-EXIT
               UNTIL EOF.
           PERFORM REPLACE-QUEUE-RTN THRU REPLACE-QUEUE-EXIT.
           CLOSE MASTER-FILE.
           IF NOT-APPLIED-CNT > 0 AND WS-RC < 4 THEN
               MOVE 4 TO WS-RC.
       MARK-APPLIED-EXIT.
           EXIT.

       LOAD-BATCH-RTN.
           READ TRAN-FILE
               AT END
                   SET EOF TO TRUE
                   GO TO LOAD-BATCH-EXIT
           END-READ.
           IF T-CODE NOT = 'C' THEN
               GO TO LOAD-BATCH-EXIT.
           IF BATCH-CNT >= 5000 THEN
               DISPLAY "APPLIED ABORTED - more than 5000 changes in "
                   WS-TRAN-NAME " - queue untouched"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO BATCH-CNT.
           MOVE T-DATA(1:17) TO BT-ACCOUNT(BATCH-CNT).
       LOAD-BATCH-EXIT.
           EXIT.

       MARK-ONE-RTN.
           READ APPROVAL-FILE
               AT END
                   SET EOF TO TRUE
                   GO TO MARK-ONE-EXIT
           END-READ.
           ADD 1 TO READ-CNT.
           IF APV-STATUS NOT = 'A' THEN
               GO TO MARK-ONE-WRITE.
           MOVE 'N' TO WS-IN-BATCH-SW.
           MOVE 1 TO BATCH-IX.
           PERFORM FIND-BATCH-RTN THRU FIND-BATCH-EXIT
               UNTIL BATCH-IX > BATCH-CNT OR WS-IN-BATCH.
           IF NOT WS-IN-BATCH THEN
               GO TO MARK-ONE-WRITE.

           MOVE 'N' TO WS-CONFLICT-SW.
           MOVE APV-ACCOUNT TO M-ACCOUNT.
           READ MASTER-FILE
               INVALID KEY
                   SET WS-CONFLICT TO TRUE
           END-READ.
           IF NOT WS-CONFLICT AND M-DELETED THEN
               SET WS-CONFLICT TO TRUE.
           MOVE 1 TO FLD-IX.
           PERFORM CHECK-AFTER-RTN THRU CHECK-AFTER-EXIT
               UNTIL FLD-IX > 10 OR WS-CONFLICT.

           MOVE SPACES TO APV-REASON.
           IF WS-CONFLICT THEN
               ADD 1 TO NOT-APPLIED-CNT
               MOVE 'R' TO APV-STATUS
               MOVE "NOT APPLIED BY maint04" TO APV-REASON
           ELSE
               ADD 1 TO MARKED-CNT
               MOVE 'X' TO APV-STATUS
               STRING "APPLIED " WS-CURRENT-DATE
                   DELIMITED BY SIZE INTO APV-REASON.
       MARK-ONE-WRITE.
           WRITE APV-NEW-RECORD FROM APPROVAL-RECORD.
       MARK-ONE-EXIT.
           EXIT.

       FIND-BATCH-RTN.
           IF BT-ACCOUNT(BATCH-IX) = APV-ACCOUNT THEN
               SET WS-IN-BATCH TO TRUE
           ELSE
               ADD 1 TO BATCH-IX.
       FIND-BATCH-EXIT.
           EXIT.

       CHECK-AFTER-RTN.
           IF APV-AFTER(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) NOT =
              APV-BEFORE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) AND
              MASTREC(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) NOT =
              APV-AFTER(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) THEN
               SET WS-CONFLICT TO TRUE.
           ADD 1 TO FLD-IX.
       CHECK-AFTER-EXIT.
           EXIT.
