      *            flag) are skipped on the name lookup; a direct
      *            ACCOUNT hit on one answers with the account and
      *            its delete date instead of the record.
      * 10/06/2026 MAINT <account> opens a keyed maintenance screen
      *            on the account: the rep signs on with an operator
      *            ID and steps through the fields, keying only the
      *            ones that change (Enter keeps a field, * clears
      *            it), with the same edits maint04 applies. The
      *            change is not applied here - the before and after
      *            images go to maint04-approval.dat with the
      *            operator ID, and a second operator approves or
      *            rejects it through appr04, which releases only
      *            approved changes as a maint04 batch. One change
      *            per account may wait for approval at a time.
      * 10/08/2026 HISTORY <account> shows the account's life as a
      *            dated timeline - every maint04 journal entry
      *            (add, change, delete, reinstate) with the fields
      *            it changed, before and after, and every sort04
      *            suspense record with its reject reason and repair
      *            status - followed by the archived image if
      *            purge04 retired the account. An ACCOUNT inquiry
      *            that is no longer on the master is now answered
      *            from sort04-archive.dat instead of NOT FOUND.
      * 10/12/2026 HISTORY labels maint04 BACKOUT reversals and
      *            purge04 purges, now both on the journal.
      * 10/13/2026 The session now ends with a RETURN-CODE like the
      *            batch programs: 0 clean, 4 when a history or
      *            archive lookup could not open its file (answers
      *            may be short), 8 when a keyed change could not
      *            be queued for approval, 16 when the master will
      *            not open.
      * 10/15/2026 An approved change blocks further maintenance on
      *            the account until the night has applied its batch
      *            (queue status X), whatever day it was approved; an
      *            approval queue that will not open refuses
      *            maintenance and ends the session RC 16.
      * 10/15/2026 The maintenance screen's operator is now the login
      *            the session runs under (USER, else LOGNAME) instead
      *            of an ID keyed in; appr04 takes the approver the
      *            same way, so nobody can approve their own change
      *            by keying a second name.
      *
      * NOTE - the alternate key is declared identically here, in
      * maint04 and in regen04; a master built before the alternate
           RECORD KEY M-ACCOUNT
           ALTERNATE RECORD KEY M-LAST WITH DUPLICATES
           FILE STATUS WS-MASTER-STATUS.
       SELECT APPROVAL-FILE ASSIGN TO "./maint04-approval.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-APPROVAL-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO "./maint04-journal.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.
       SELECT SUSPENSE-FILE ASSIGN TO "./sort04-suspense.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-SUSP-STATUS.
       SELECT ARCHIVE-FILE ASSIGN TO "./sort04-archive.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-ARCHIVE-STATUS.
       SELECT HIST-SORT-FILE ASSIGN TO "./inq04-srt.fil".
       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
             10 M-STATE      PIC X(2).
             10 M-ZIP        PIC X(5).

      *  CHANGES AWAITING A SECOND OPERATOR - STATUS P PENDING,
      *  A APPROVED AND RELEASED TO A maint04 BATCH, X APPLIED BY
      *  THE NIGHT, R REJECTED;
      *  THE MASTER IMAGE THE REP STARTED FROM AND THE EDITED IMAGE
      *  (SEE appr04, WHICH REVIEWS AND RELEASES THEM)
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

      *  maint04's JOURNAL - ONE ENTRY PER APPLIED TRANSACTION WITH
      *  THE BEFORE AND AFTER IMAGES (A REINSTATE JOURNALS AS C)
       FD JOURNAL-FILE.
         01 JRNL-RECORD.
           05 JRN-DATE       PIC X(08).
           05 FILLER         PIC X(02).
           05 JRN-TIME       PIC X(06).
           05 FILLER         PIC X(02).
           05 JRN-BATCH      PIC X(100).
           05 FILLER         PIC X(02).
           05 JRN-CODE       PIC X(01).
           05 FILLER         PIC X(02).
           05 JRN-ACCOUNT    PIC X(17).
           05 FILLER         PIC X(02).
           05 JRN-BEFORE     PIC X(164).
           05 FILLER         PIC X(02).
           05 JRN-AFTER      PIC X(164).

      *  sort04's REJECT SUSPENSE - R OPEN, F REPAIRED AND READY,
      *  P REPAIRED AND FED BACK INTO A RUN (SEE repair04)
       FD SUSPENSE-FILE.
         01 SUSP-RECORD.
           05 SUS-STATUS       PIC X(1).
           05 FILLER           PIC X(02).
           05 SUS-REASON       PIC X(8).
           05 FILLER           PIC X(02).
           05 SUS-DATE         PIC X(8).
           05 FILLER           PIC X(02).
           05 SUS-IMAGE        PIC X(164).
           05 FILLER REDEFINES SUS-IMAGE.
             10 SI-ACCOUNT     PIC X(17).
             10 FILLER         PIC X(147).

      *  purge04's ARCHIVE - THE CLEAN 164-BYTE IMAGE OF EVERY
      *  RECORD RETIRED FROM THE MASTER
       FD ARCHIVE-FILE.
         01 ARCHIVE-RECORD    PIC X(164).

      *  ONE HISTORY DISPLAY LINE, KEYED SO AN ENTRY'S LINES STAY
      *  TOGETHER AND THE ENTRIES COME OUT IN DATE/TIME ORDER
       SD  HIST-SORT-FILE.
         01 HIST-SORT-RECORD.
           05 HS-KEY.
             10 HS-DATE        PIC X(08).
             10 HS-TIME        PIC X(06).
             10 HS-ENTRY       PIC 9(05).
             10 HS-SEQ         PIC 9(03).
           05 HS-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
         01 MISC.
           05  WS-DONE-SW    PIC X(01) VALUE 'N'.
           05 INQUIRY-CNT    PIC 9(5) VALUE 0 COMP-3.
           05 WS-AMOUNT      PIC 9999V99.

      *    MAINTENANCE SCREEN WORKING STORAGE - the signed-on
      *    operator, the images being edited and the keyed entry
         01 MAINT-WORK.
           05  WS-QUEUED-SW  PIC X(01) VALUE 'N'.
               88  WS-CHANGE-QUEUED  VALUE 'Y'.
           05  WS-APV-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-APV-EOF        VALUE 'Y'.
           05  WS-ENTRY-SW   PIC X(01) VALUE 'N'.
               88  WS-ENTRY-BAD      VALUE 'Y'.
           05 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
           05 WS-MAINT-ACCT  PIC X(17) VALUE SPACES.
           05 WS-ENTRY       PIC X(30) VALUE SPACES.
           05 WS-CAND        PIC X(30) VALUE SPACES.
           05 WS-CONFIRM     PIC X(03) VALUE SPACES.
           05 WS-BEFORE-IMAGE PIC X(164) VALUE SPACES.
           05 WS-AFTER-IMAGE PIC X(164) VALUE SPACES.
           05 WS-QUEUE-MSG   PIC X(40) VALUE SPACES.
           05 CHANGED-CNT    PIC 9(4) VALUE 0 COMP.
           05 MAINT-CNT      PIC 9(5) VALUE 0 COMP-3.
           05 WS-RC          PIC 9(4) VALUE 0 COMP.
           05 FLD-IX         PIC 9(4) VALUE 0 COMP.

      *    HISTORY WORKING STORAGE - the account asked about, its
      *    status on the master, and the last archived image
         01 HIST-WORK.
           05  WS-HIST-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-HIST-EOF       VALUE 'Y'.
           05  WS-HIST-SRT-SW PIC X(01) VALUE 'N'.
               88  WS-HIST-SRT-EOF   VALUE 'Y'.
           05  WS-ON-MASTER-SW PIC X(01) VALUE 'N'.
               88  WS-ON-MASTER      VALUE 'Y'.
           05 WS-HIST-ACCT   PIC X(17) VALUE SPACES.
           05 WS-HIST-STATUS-MSG PIC X(40) VALUE SPACES.
           05 WS-ARCH-ACCT   PIC X(17) VALUE SPACES.
           05 WS-ARCH-IMAGE  PIC X(164) VALUE SPACES.
           05 ARCH-HIT-CNT   PIC 9(5) VALUE 0 COMP-3.
           05 HIST-ENTRY-CNT PIC 9(5) VALUE 0.
           05 HIST-SEQ       PIC 9(3) VALUE 0.
           05 HISTORY-CNT    PIC 9(5) VALUE 0 COMP-3.

      *    THE FIELDS A REP MAY CHANGE - NAME, OFFSET AND LENGTH IN
      *    THE 164-BYTE RECORD IMAGE (appr04 CARRIES THE SAME TABLE)
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

         01 CURRENT-DATE-WORK.
           05 WS-CURRENT-DATE PIC X(08) VALUE SPACES.
           05 WS-RUN-TIME    PIC X(08) VALUE SPACES.

      *    RUN-TIME PARAMETERS - master file name (default is the
      *    name sort04 knows the master by)
         01 RUN-PARMS.

         01 FILE-STATUSES.
           05 WS-MASTER-STATUS PIC X(02) VALUE SPACES.
           05 WS-APPROVAL-STATUS PIC X(02) VALUE SPACES.
           05 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           05 WS-SUSP-STATUS   PIC X(02) VALUE SPACES.
           05 WS-ARCHIVE-STATUS PIC X(02) VALUE SPACES.

      *    THE DISPLAY LINE - SAME SHAPE AS sort04's OUTREC SO THE
      *    REP READS IT THE WAY THE PRINTED REPORT READS
           05 FILLER          PIC X(11) VALUE "  ADDRESS ".
           05 QD-ADDRESS      PIC X(20).

         01 MAINT-CHANGE-LINE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 MC-FIELD        PIC X(08).
           05 FILLER          PIC X(05) VALUE " OLD ".
           05 MC-OLD          PIC X(25).
           05 FILLER          PIC X(05) VALUE " NEW ".
           05 MC-NEW          PIC X(25).

      *    A HISTORY ENTRY'S FIRST LINE - WHEN, WHERE FROM, WHAT
         01 HIST-LINE.
           05 HL-DATE.
             10 HL-YYYY        PIC X(04).
             10 FILLER         PIC X(01) VALUE "-".
             10 HL-MM          PIC X(02).
             10 FILLER         PIC X(01) VALUE "-".
             10 HL-DD          PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 HL-TIME.
             10 HL-HH          PIC X(02).
             10 HL-TIME-SEP-1  PIC X(01) VALUE ":".
             10 HL-MI          PIC X(02).
             10 HL-TIME-SEP-2  PIC X(01) VALUE ":".
             10 HL-SS          PIC X(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 HL-SOURCE       PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 HL-EVENT        PIC X(09).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 HL-TEXT         PIC X(40).

       PROCEDURE DIVISION.

           PERFORM GET-PARMS-RTN THRU GET-PARMS-EXIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-MASTER-RTN THRU OPEN-MASTER-EXIT.

           DISPLAY "Customer inquiry - enter an ACCOUNT or a last "
               "name, MAINT account to change one,".
           DISPLAY "HISTORY account for its timeline, END to quit.".
           PERFORM INQUIRY-RTN THRU INQUIRY-EXIT
               UNTIL WS-SESSION-DONE.

           CLOSE MASTER-FILE.
           DISPLAY "Inquiries run " INQUIRY-CNT.
           DISPLAY "Histories shown " HISTORY-CNT.
           DISPLAY "Changes queued for approval " MAINT-CNT.
           DISPLAY "Return code " WS-RC.
           DISPLAY "End of program!"
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------------
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "35" THEN
               DISPLAY "NO MASTER FILE AT " WS-MASTER-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MASTER-FILE, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       OPEN-MASTER-EXIT.
           EXIT.
      *    first (a rep with the number should not trip over a
      *    customer whose last name happens to look like one); if
      *    that misses, retry it as a last name off the alternate
      *    key and list every match; if nothing matches that either,
      *    an account purge04 retired is answered from the archive.
      *--------------------------------------------------------------
       INQUIRY-RTN.
           MOVE SPACES TO WS-INQ-ARG.
               SET WS-SESSION-DONE TO TRUE
               GO TO INQUIRY-EXIT.

           IF WS-INQ-ARG(1:6) = "MAINT " OR
              WS-INQ-ARG(1:6) = "maint " THEN
               PERFORM MAINT-RTN THRU MAINT-EXIT
               GO TO INQUIRY-EXIT.

           IF WS-INQ-ARG(1:8) = "HISTORY " OR
              WS-INQ-ARG(1:8) = "history " THEN
               PERFORM HISTORY-RTN THRU HISTORY-EXIT
               GO TO INQUIRY-EXIT.

           ADD 1 TO INQUIRY-CNT.

           MOVE WS-INQ-ARG(1:17) TO M-ACCOUNT.
               UNTIL WS-NAME-EOF.

           IF MATCH-CNT = 0 THEN
               MOVE WS-INQ-ARG(1:17) TO WS-ARCH-ACCT
               PERFORM ARCHIVE-SCAN-RTN THRU ARCHIVE-SCAN-EXIT
               IF ARCH-HIT-CNT > 0 THEN
                   DISPLAY "ACCOUNT " WS-ARCH-ACCT " PURGED - "
                       "archived record:"
                   MOVE WS-ARCH-IMAGE TO MASTREC
                   PERFORM SHOW-RECORD-RTN THRU SHOW-RECORD-EXIT
               ELSE
                   DISPLAY "NOT FOUND - no account and no last name "
                       "matching " WS-INQ-ARG
               END-IF
           ELSE
               DISPLAY "Matches for last name " WS-LOOK-LAST ": "
                   MATCH-CNT.
           DISPLAY INQ-DETAIL-LINE.
       SHOW-RECORD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    MAINT-RTN - the keyed maintenance screen for one account.
      *    Nothing here touches the master: the rep keys only the
      *    fields that change, and the before and after images are
      *    queued on maint04-approval.dat for a second operator
      *    (appr04) to approve or reject - dual control on customer
      *    data. A deleted account, or one that already has a
      *    change waiting, is refused.
      *--------------------------------------------------------------
       MAINT-RTN.
           MOVE WS-INQ-ARG(7:17) TO WS-MAINT-ACCT.
           IF WS-MAINT-ACCT = SPACES THEN
               DISPLAY "ACCOUNT> " WITH NO ADVANCING
               ACCEPT WS-MAINT-ACCT
                   ON EXCEPTION
                       MOVE SPACES TO WS-MAINT-ACCT
               END-ACCEPT.
           IF WS-MAINT-ACCT = SPACES THEN
               GO TO MAINT-EXIT.

           MOVE WS-MAINT-ACCT TO M-ACCOUNT.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "NOT FOUND - no account " WS-MAINT-ACCT
                   GO TO MAINT-EXIT
           END-READ.
           IF M-DELETED THEN
               DISPLAY "ACCOUNT " M-ACCOUNT " DELETED ON "
                   M-DEL-DATE " - no maintenance"
               GO TO MAINT-EXIT.

           PERFORM CHECK-QUEUE-RTN THRU CHECK-QUEUE-EXIT.
           IF WS-CHANGE-QUEUED THEN
               DISPLAY "ACCOUNT " M-ACCOUNT " " WS-QUEUE-MSG
               GO TO MAINT-EXIT.

      *    THE OPERATOR IS THE LOGIN THE SESSION RUNS UNDER - appr04
      *    TAKES THE APPROVER THE SAME WAY, SO THE SECOND PERSON
      *    REALLY IS A SECOND PERSON
           IF WS-OPERATOR-ID = SPACES THEN
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
                   ON EXCEPTION
                       MOVE SPACES TO WS-OPERATOR-ID
               END-ACCEPT
           END-IF.
           IF WS-OPERATOR-ID = SPACES THEN
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
                   ON EXCEPTION
                       MOVE SPACES TO WS-OPERATOR-ID
               END-ACCEPT
           END-IF.
           IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY "NO LOGIN USER (USER/LOGNAME) - maintenance "
                   "refused"
               GO TO MAINT-EXIT.

           PERFORM SHOW-RECORD-RTN THRU SHOW-RECORD-EXIT.
           DISPLAY "Key a new value, Enter to keep the field, "
               "* to clear it.".
           MOVE MASTREC TO WS-BEFORE-IMAGE.
           MOVE MASTREC TO WS-AFTER-IMAGE.
           MOVE 1 TO FLD-IX.
           PERFORM EDIT-FIELD-RTN THRU EDIT-FIELD-EXIT
               UNTIL FLD-IX > 10.

           MOVE ZEROES TO CHANGED-CNT.
           MOVE 1 TO FLD-IX.
           PERFORM SHOW-CHANGE-RTN THRU SHOW-CHANGE-EXIT
               UNTIL FLD-IX > 10.
           IF CHANGED-CNT = 0 THEN
               DISPLAY "NO CHANGES - nothing queued"
               GO TO MAINT-EXIT.

           DISPLAY "QUEUE THIS CHANGE FOR APPROVAL (Y/N)> "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRM.
           ACCEPT WS-CONFIRM
               ON EXCEPTION
                   MOVE SPACES TO WS-CONFIRM
           END-ACCEPT.
           IF WS-CONFIRM(1:1) NOT = "Y" AND
              WS-CONFIRM(1:1) NOT = "y" THEN
               DISPLAY "CHANGE DISCARDED"
               GO TO MAINT-EXIT.

           PERFORM QUEUE-CHANGE-RTN THRU QUEUE-CHANGE-EXIT.
       MAINT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    CHECK-QUEUE-RTN - one change per account in the queue at
      *    a time: a change still pending approval blocks a second
      *    one, and so does an approved change released to a batch
      *    the night has not applied yet (status A until appr04
      *    APPLIED marks it X) - keying against the old image would
      *    put the first change back when both batches are applied.
      *    A queue that will not open (other than not there yet)
      *    refuses maintenance rather than risk a second change.
      *--------------------------------------------------------------
       CHECK-QUEUE-RTN.
           MOVE 'N' TO WS-QUEUED-SW.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = "35" THEN
               GO TO CHECK-QUEUE-EXIT.
           IF WS-APPROVAL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN APPROVAL-FILE, STATUS "
                   WS-APPROVAL-STATUS
               MOVE "- APPROVAL QUEUE UNREADABLE"
                   TO WS-QUEUE-MSG
               SET WS-CHANGE-QUEUED TO TRUE
               MOVE 16 TO WS-RC
               GO TO CHECK-QUEUE-EXIT.
           MOVE 'N' TO WS-APV-EOF-SW.
           PERFORM CHECK-QUEUE-ONE-RTN THRU CHECK-QUEUE-ONE-EXIT
               UNTIL WS-APV-EOF OR WS-CHANGE-QUEUED.
           CLOSE APPROVAL-FILE.
       CHECK-QUEUE-EXIT.
           EXIT.

       CHECK-QUEUE-ONE-RTN.
           READ APPROVAL-FILE
               AT END
                   SET WS-APV-EOF TO TRUE
                   GO TO CHECK-QUEUE-ONE-EXIT
           END-READ.
           IF APV-ACCOUNT NOT = M-ACCOUNT THEN
               GO TO CHECK-QUEUE-ONE-EXIT.
           IF APV-STATUS = 'P' THEN
               MOVE "HAS A CHANGE AWAITING APPROVAL"
                   TO WS-QUEUE-MSG
               SET WS-CHANGE-QUEUED TO TRUE
               GO TO CHECK-QUEUE-ONE-EXIT.
           IF APV-STATUS = 'A' THEN
               MOVE "HAS AN APPROVED CHANGE NOT YET APPLIED"
                   TO WS-QUEUE-MSG
               SET WS-CHANGE-QUEUED TO TRUE.
       CHECK-QUEUE-ONE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    EDIT-FIELD-RTN - prompt for one field with its current
      *    value. Enter keeps it; * clears it; anything else is
      *    edited the way maint04's EDIT-TRAN-RTN (and sort04's
      *    VALIDATE-RTN) would edit it, and a bad entry prompts for
      *    the same field again instead of queueing a transaction
      *    maint04 would only reject.
      *--------------------------------------------------------------
       EDIT-FIELD-RTN.
           DISPLAY FLD-NAME(FLD-IX) " ["
               WS-AFTER-IMAGE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) "]> "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY
               ON EXCEPTION
                   MOVE SPACES TO WS-ENTRY
           END-ACCEPT.
           IF WS-ENTRY = SPACES THEN
               GO TO EDIT-FIELD-NEXT.

           IF WS-ENTRY = "*" THEN
               MOVE SPACES TO WS-CAND
           ELSE
               MOVE WS-ENTRY TO WS-CAND.

           IF WS-CAND(FLD-LEN(FLD-IX) + 1:) NOT = SPACES THEN
               DISPLAY "  TOO LONG - " FLD-LEN(FLD-IX)
                   " CHARACTERS AT MOST"
               GO TO EDIT-FIELD-EXIT.

           MOVE 'N' TO WS-ENTRY-SW.
           EVALUATE FLD-NAME(FLD-IX)
               WHEN "BIRTHDAY"
               WHEN "ENROLLED"
                   IF WS-CAND NOT = SPACES AND
                      (WS-CAND(1:4) NOT NUMERIC OR
                       WS-CAND(5:1) NOT = "-" OR
                       WS-CAND(6:2) NOT NUMERIC OR
                       WS-CAND(8:1) NOT = "-" OR
                       WS-CAND(9:2) NOT NUMERIC) THEN
                       DISPLAY "  BAD DATE - key YYYY-MM-DD"
                       SET WS-ENTRY-BAD TO TRUE
                   END-IF
               WHEN "AMOUNT"
                   IF WS-CAND(1:4) NOT NUMERIC OR
                      WS-CAND(5:1) NOT = "." OR
                      WS-CAND(6:2) NOT NUMERIC THEN
                       DISPLAY "  BAD AMOUNT - key 9999.99"
                       SET WS-ENTRY-BAD TO TRUE
                   END-IF
               WHEN "STATE"
                   IF WS-CAND(1:2) = SPACES OR
                      WS-CAND(1:2) NOT ALPHABETIC THEN
                       DISPLAY "  BAD STATE"
                       SET WS-ENTRY-BAD TO TRUE
                   END-IF
               WHEN "ZIP"
                   IF WS-CAND(1:5) NOT NUMERIC THEN
                       DISPLAY "  BAD ZIP - five digits"
                       SET WS-ENTRY-BAD TO TRUE
                   END-IF
           END-EVALUATE.
           IF WS-ENTRY-BAD THEN
               GO TO EDIT-FIELD-EXIT.

           MOVE WS-CAND TO
               WS-AFTER-IMAGE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)).
       EDIT-FIELD-NEXT.
           ADD 1 TO FLD-IX.
       EDIT-FIELD-EXIT.
           EXIT.

      *    LIST EACH FIELD THE REP CHANGED, OLD AND NEW, BEFORE THE
      *    CHANGE IS CONFIRMED
       SHOW-CHANGE-RTN.
           IF WS-AFTER-IMAGE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) NOT =
              WS-BEFORE-IMAGE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) THEN
               ADD 1 TO CHANGED-CNT
               MOVE FLD-NAME(FLD-IX) TO MC-FIELD
               MOVE WS-BEFORE-IMAGE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX))
                   TO MC-OLD
               MOVE WS-AFTER-IMAGE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX))
                   TO MC-NEW
               DISPLAY MAINT-CHANGE-LINE.
           ADD 1 TO FLD-IX.
       SHOW-CHANGE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    QUEUE-CHANGE-RTN - add the change to the approval queue
      *    (EXTEND, created on first use), stamped with the operator
      *    and the date and time it was keyed. The file is closed
      *    again straight away so the entry is on disk before the
      *    rep moves on to the next call.
      *--------------------------------------------------------------
       QUEUE-CHANGE-RTN.
           OPEN EXTEND APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = "35" THEN
               OPEN OUTPUT APPROVAL-FILE.
           IF WS-APPROVAL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN APPROVAL-FILE, STATUS "
                   WS-APPROVAL-STATUS " - CHANGE NOT QUEUED"
               IF WS-RC < 8 THEN
                   MOVE 8 TO WS-RC
               END-IF
               GO TO QUEUE-CHANGE-EXIT.

           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO APPROVAL-RECORD.
           MOVE 'P' TO APV-STATUS.
           MOVE M-ACCOUNT TO APV-ACCOUNT.
           MOVE WS-OPERATOR-ID TO APV-ENTER-OPER.
           MOVE WS-CURRENT-DATE TO APV-ENTER-DATE.
           MOVE WS-RUN-TIME(1:6) TO APV-ENTER-TIME.
           MOVE WS-BEFORE-IMAGE TO APV-BEFORE.
           MOVE WS-AFTER-IMAGE TO APV-AFTER.
           WRITE APPROVAL-RECORD.
           CLOSE APPROVAL-FILE.
           ADD 1 TO MAINT-CNT.
           DISPLAY "CHANGE QUEUED FOR APPROVAL - " CHANGED-CNT
               " FIELD(S), OPERATOR " WS-OPERATOR-ID.
       QUEUE-CHANGE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    ARCHIVE-SCAN-RTN - look for WS-ARCH-ACCT on purge04's
      *    archive; an account can be purged, reinstated and purged
      *    again, so every hit is counted and the last one (the
      *    most recent retirement) is kept.
      *--------------------------------------------------------------
       ARCHIVE-SCAN-RTN.
           MOVE ZEROES TO ARCH-HIT-CNT.
           MOVE SPACES TO WS-ARCH-IMAGE.
           IF WS-ARCH-ACCT = SPACES THEN
               GO TO ARCHIVE-SCAN-EXIT.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00" THEN
               IF WS-ARCHIVE-STATUS NOT = "35" THEN
                   DISPLAY "UNABLE TO OPEN ARCHIVE-FILE, STATUS "
                       WS-ARCHIVE-STATUS
                   IF WS-RC < 4 THEN
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
               GO TO ARCHIVE-SCAN-EXIT.
           MOVE 'N' TO WS-HIST-EOF-SW.
           PERFORM ARCHIVE-READ-RTN THRU ARCHIVE-READ-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE ARCHIVE-FILE.
       ARCHIVE-SCAN-EXIT.
           EXIT.

       ARCHIVE-READ-RTN.
           READ ARCHIVE-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO ARCHIVE-READ-EXIT
           END-READ.
           IF ARCHIVE-RECORD(1:17) = WS-ARCH-ACCT THEN
               ADD 1 TO ARCH-HIT-CNT
               MOVE ARCHIVE-RECORD TO WS-ARCH-IMAGE.
       ARCHIVE-READ-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    HISTORY-RTN - the account's timeline: where it stands on
      *    the master now, then every journal and suspense entry for
      *    it sorted into date/time order, then the archived image
      *    if purge04 retired it. Read-only - nothing is changed.
      *--------------------------------------------------------------
       HISTORY-RTN.
           MOVE WS-INQ-ARG(9:17) TO WS-HIST-ACCT.
           IF WS-HIST-ACCT = SPACES THEN
               DISPLAY "ACCOUNT> " WITH NO ADVANCING
               ACCEPT WS-HIST-ACCT
                   ON EXCEPTION
                       MOVE SPACES TO WS-HIST-ACCT
               END-ACCEPT.
           IF WS-HIST-ACCT = SPACES THEN
               GO TO HISTORY-EXIT.
           ADD 1 TO HISTORY-CNT.

           MOVE 'N' TO WS-ON-MASTER-SW.
           MOVE WS-HIST-ACCT TO M-ACCOUNT.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON THE MASTER" TO WS-HIST-STATUS-MSG
                   GO TO HISTORY-ARCHIVE
           END-READ.
           SET WS-ON-MASTER TO TRUE.
           IF M-DELETED THEN
               MOVE SPACES TO WS-HIST-STATUS-MSG
               STRING "DELETED ON " M-DEL-DATE
                   DELIMITED BY SIZE INTO WS-HIST-STATUS-MSG
           ELSE
               MOVE "ON FILE" TO WS-HIST-STATUS-MSG.

       HISTORY-ARCHIVE.
           MOVE WS-HIST-ACCT TO WS-ARCH-ACCT.
           PERFORM ARCHIVE-SCAN-RTN THRU ARCHIVE-SCAN-EXIT.
           IF NOT WS-ON-MASTER AND ARCH-HIT-CNT > 0 THEN
               MOVE "PURGED - RETIRED TO THE ARCHIVE"
                   TO WS-HIST-STATUS-MSG.

           DISPLAY "HISTORY FOR ACCOUNT " WS-HIST-ACCT
               " - NOW " WS-HIST-STATUS-MSG.
           MOVE ZEROES TO HIST-ENTRY-CNT.
           SORT HIST-SORT-FILE
                ASCENDING KEY  HS-KEY
                INPUT PROCEDURE HIST-COLLECT-PROCEDURE
                OUTPUT PROCEDURE HIST-SHOW-PROCEDURE.

      *    THE ARCHIVE CARRIES NO PURGE DATE - THE RETIREMENT CLOSES
      *    THE TIMELINE
           IF ARCH-HIT-CNT > 0 THEN
               DISPLAY "PURGED               ARCHIVE  RETIRED   "
                   "by purge04 (" ARCH-HIT-CNT " time(s)), "
                   "last image:"
               MOVE WS-ARCH-IMAGE TO MASTREC
               PERFORM SHOW-RECORD-RTN THRU SHOW-RECORD-EXIT.

           IF HIST-ENTRY-CNT = 0 AND ARCH-HIT-CNT = 0 THEN
               DISPLAY "NO HISTORY - no journal, suspense or "
                   "archive entries for " WS-HIST-ACCT
           ELSE
               DISPLAY "Timeline entries " HIST-ENTRY-CNT.
       HISTORY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    HIST-COLLECT-PROCEDURE - pass the journal and the suspense
      *    file, releasing an entry line (plus one line per changed
      *    field for a journal entry) for every record that belongs
      *    to the account. A file that isn't there yet just has no
      *    entries.
      *--------------------------------------------------------------
       HIST-COLLECT-PROCEDURE SECTION.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00" THEN
               MOVE 'N' TO WS-HIST-EOF-SW
               PERFORM HIST-JOURNAL-RTN THRU HIST-JOURNAL-EXIT
                   UNTIL WS-HIST-EOF
               CLOSE JOURNAL-FILE
           ELSE
               IF WS-JOURNAL-STATUS NOT = "35" THEN
                   DISPLAY "UNABLE TO OPEN JOURNAL-FILE, STATUS "
                       WS-JOURNAL-STATUS
                   IF WS-RC < 4 THEN
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
           END-IF.

           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00" THEN
               MOVE 'N' TO WS-HIST-EOF-SW
               PERFORM HIST-SUSPENSE-RTN THRU HIST-SUSPENSE-EXIT
                   UNTIL WS-HIST-EOF
               CLOSE SUSPENSE-FILE
           ELSE
               IF WS-SUSP-STATUS NOT = "35" THEN
                   DISPLAY "UNABLE TO OPEN SUSPENSE-FILE, STATUS "
                       WS-SUSP-STATUS
                   IF WS-RC < 4 THEN
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
           END-IF.

       END-HIST-COLLECT SECTION.

      *    A REINSTATE IS JOURNALED AS A C WHOSE BEFORE IMAGE STILL
      *    CARRIES THE DELETE FLAG; AN ADD'S BEFORE IMAGE IS BLANK,
      *    SO ITS FIELD LINES SHOW EVERYTHING IT LOADED
       HIST-JOURNAL-RTN.
           READ JOURNAL-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO HIST-JOURNAL-EXIT
           END-READ.
           IF JRN-ACCOUNT NOT = WS-HIST-ACCT THEN
               GO TO HIST-JOURNAL-EXIT.

           ADD 1 TO HIST-ENTRY-CNT.
           MOVE ZEROES TO HIST-SEQ.
           MOVE JRN-DATE TO HS-DATE.
           MOVE JRN-TIME TO HS-TIME.
           MOVE JRN-DATE(1:4) TO HL-YYYY.
           MOVE JRN-DATE(5:2) TO HL-MM.
           MOVE JRN-DATE(7:2) TO HL-DD.
           MOVE JRN-TIME(1:2) TO HL-HH.
           MOVE JRN-TIME(3:2) TO HL-MI.
           MOVE JRN-TIME(5:2) TO HL-SS.
           MOVE ":" TO HL-TIME-SEP-1, HL-TIME-SEP-2.
           MOVE "JOURNAL" TO HL-SOURCE.
           EVALUATE JRN-CODE
               WHEN 'A'
                   MOVE "ADD" TO HL-EVENT
               WHEN 'D'
                   MOVE "DELETE" TO HL-EVENT
               WHEN 'C'
                   IF JRN-BEFORE(18:1) = 'D' AND
                      JRN-AFTER(18:1) NOT = 'D' THEN
                       MOVE "REINSTATE" TO HL-EVENT
                   ELSE
                       MOVE "CHANGE" TO HL-EVENT
                   END-IF
               WHEN 'B'
                   MOVE "BACKOUT" TO HL-EVENT
               WHEN 'P'
                   MOVE "PURGE" TO HL-EVENT
               WHEN OTHER
                   MOVE JRN-CODE TO HL-EVENT
           END-EVALUATE.
           MOVE SPACES TO HL-TEXT.
           STRING "BATCH " JRN-BATCH
               DELIMITED BY SIZE INTO HL-TEXT.
           MOVE HIST-LINE TO HS-LINE.
           PERFORM HIST-RELEASE-RTN THRU HIST-RELEASE-EXIT.

      *    THE ARCHIVED IMAGE CLOSES THE TIMELINE - NO NEED TO LIST
      *    EVERY FIELD OF A PURGE AS GOING BLANK
           IF JRN-CODE = 'P' THEN
               GO TO HIST-JOURNAL-EXIT.
           MOVE 1 TO FLD-IX.
           PERFORM HIST-FIELD-RTN THRU HIST-FIELD-EXIT
               UNTIL FLD-IX > 10.
       HIST-JOURNAL-EXIT.
           EXIT.

       HIST-FIELD-RTN.
           IF JRN-AFTER(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) NOT =
              JRN-BEFORE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX)) THEN
               MOVE FLD-NAME(FLD-IX) TO MC-FIELD
               MOVE JRN-BEFORE(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX))
                   TO MC-OLD
               MOVE JRN-AFTER(FLD-OFF(FLD-IX):FLD-LEN(FLD-IX))
                   TO MC-NEW
               MOVE SPACES TO HS-LINE
               MOVE MAINT-CHANGE-LINE TO HS-LINE(11:)
               PERFORM HIST-RELEASE-RTN THRU HIST-RELEASE-EXIT.
           ADD 1 TO FLD-IX.
       HIST-FIELD-EXIT.
           EXIT.

      *    THE SUSPENSE CARRIES THE REJECT DATE ONLY - NO TIME, AND
      *    NO DATE FOR THE REPAIR, SO THE STATUS RIDES ON THE LINE
       HIST-SUSPENSE-RTN.
           READ SUSPENSE-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO HIST-SUSPENSE-EXIT
           END-READ.
           IF SI-ACCOUNT NOT = WS-HIST-ACCT THEN
               GO TO HIST-SUSPENSE-EXIT.

           ADD 1 TO HIST-ENTRY-CNT.
           MOVE ZEROES TO HIST-SEQ.
           MOVE SUS-DATE TO HS-DATE.
           MOVE SPACES TO HS-TIME.
           MOVE SUS-DATE(1:4) TO HL-YYYY.
           MOVE SUS-DATE(5:2) TO HL-MM.
           MOVE SUS-DATE(7:2) TO HL-DD.
           MOVE SPACES TO HL-TIME.
           MOVE "SUSPENSE" TO HL-SOURCE.
           MOVE "REJECTED" TO HL-EVENT.
           MOVE SPACES TO HL-TEXT.
           EVALUATE SUS-STATUS
               WHEN 'R'
                   STRING SUS-REASON " - OPEN, AWAITING REPAIR"
                       DELIMITED BY SIZE INTO HL-TEXT
               WHEN 'F'
                   STRING SUS-REASON " - REPAIRED, READY FOR RUN"
                       DELIMITED BY SIZE INTO HL-TEXT
               WHEN 'P'
                   STRING SUS-REASON " - REPAIRED AND FED BACK"
                       DELIMITED BY SIZE INTO HL-TEXT
               WHEN OTHER
                   STRING SUS-REASON " - STATUS " SUS-STATUS
                       DELIMITED BY SIZE INTO HL-TEXT
           END-EVALUATE.
           MOVE HIST-LINE TO HS-LINE.
           PERFORM HIST-RELEASE-RTN THRU HIST-RELEASE-EXIT.
       HIST-SUSPENSE-EXIT.
           EXIT.

       HIST-RELEASE-RTN.
           MOVE HIST-ENTRY-CNT TO HS-ENTRY.
           MOVE HIST-SEQ TO HS-SEQ.
           RELEASE HIST-SORT-RECORD.
           ADD 1 TO HIST-SEQ.
       HIST-RELEASE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    HIST-SHOW-PROCEDURE - the timeline, oldest first.
      *--------------------------------------------------------------
       HIST-SHOW-PROCEDURE SECTION.
           MOVE 'N' TO WS-HIST-SRT-SW.
           PERFORM HIST-RETURN-RTN THRU HIST-RETURN-EXIT
               UNTIL WS-HIST-SRT-EOF.

       END-HIST-SHOW SECTION.

       HIST-RETURN-RTN.
           RETURN HIST-SORT-FILE
               AT END
                   SET WS-HIST-SRT-EOF TO TRUE
                   GO TO HIST-RETURN-EXIT
           END-RETURN.
           DISPLAY HS-LINE.
       HIST-RETURN-EXIT.
           EXIT.
