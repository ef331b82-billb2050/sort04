       IDENTIFICATION DIVISION.
       PROGRAM-ID. coa04.
      * A GnuCOBOL program
      * On: 10/10/2026
      * By: Bill Blasingim
      *
      * Postal change-of-address processing against the customer
      * master. The monthly change-of-address file from the post
      * office used to be checked against the mailing labels by
      * eye; this program matches every entry to the master on
      * LAST NAME (the master's alternate key, the same lookup
      * inq04 runs) plus the OLD ADDRESS and OLD ZIP, and:
      *    - a confident match - exactly one live account at the
      *      old address and ZIP - is written as a maint04 C
      *      transaction: the account's current record with the new
      *      address, city, state and ZIP laid over it, carrying the
      *      move date as its effective date, so a move reported
      *      ahead of time waits on maint04's pending file until the
      *      day it happens. The record as it was read rides on the
      *      transaction as its before image, so maint04 lays only
      *      the address fields over the master and rejects the
      *      change if the address was changed some other way before
      *      it applied;
      *    - a partial match - the name is on file but not at that
      *      address, or several accounts at the address with no
      *      first name to settle it - goes on the review report
      *      (coa04.rpt) with every candidate's current address;
      *    - an entry whose name is not on the master at all (or
      *      that is missing what a match needs) is listed for review
      *      too, and an account already at the new address is
      *      counted, so every entry is accounted for on the totals.
      * Several accounts at the old address and ZIP are settled by
      * the first name on the entry when exactly one of them has it.
      * Every live account under the name is counted, but only the
      * first 50 are held; a name with more than that goes to review
      * (with those 50 listed) rather than being matched on part of
      * the file.
      * Addresses compare without regard to upper/lower case.
      *
      * RETURN-CODE 0 when every entry matched or needed nothing,
      * 4 when anything went on the review report, 16 when a file
      * will not open.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COA-FILE ASSIGN TO WS-COA-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-COA-STATUS.
       SELECT MASTER-FILE ASSIGN TO WS-MASTER-NAME
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY M-ACCOUNT
           ALTERNATE RECORD KEY M-LAST WITH DUPLICATES
           FILE STATUS WS-MASTER-STATUS.
       SELECT TRAN-FILE ASSIGN TO WS-TRAN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-TRAN-STATUS.
       SELECT COA-RPT-FILE ASSIGN TO "./coa04.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-COA-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *  ONE CHANGE-OF-ADDRESS ENTRY - WHO MOVED, FROM WHERE, TO
      *  WHERE, AND WHEN (YYYYMMDD)
       FD COA-FILE.
         01 COA-RECORD.
           05 COA-LAST         PIC X(25).
           05 COA-FIRST        PIC X(15).
           05 COA-OLD-ADDRESS  PIC X(20).
           05 COA-OLD-CITY     PIC X(20).
           05 COA-OLD-STATE    PIC X(2).
           05 COA-OLD-ZIP      PIC X(5).
           05 COA-NEW-ADDRESS  PIC X(20).
           05 COA-NEW-CITY     PIC X(20).
           05 COA-NEW-STATE    PIC X(2).
           05 COA-NEW-ZIP      PIC X(5).
           05 COA-MOVE-DATE    PIC X(8).

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
             10 FILLER       PIC X(8).
             10 M-BIRTHDAY   PIC X(10).
             10 M-ED         PIC X(10).
             10 M-AMOUNT     PIC 9999.99.
             10 M-ADDRESS    PIC X(20).
             10 M-CITY       PIC X(20).
             10 M-STATE      PIC X(2).
             10 M-ZIP        PIC X(5).

      *  A maint04 TRANSACTION - CODE, RECORD IMAGE, EFFECTIVE DATE
      *  AND THE RECORD AS IT WAS READ (THE BEFORE IMAGE)
       FD TRAN-FILE.
         01 TRANREC.
           05 T-CODE           PIC X(01).
           05 T-DATA.
             10 FILLER         PIC X(117).
             10 T-ADDRESS      PIC X(20).
             10 T-CITY         PIC X(20).
             10 T-STATE        PIC X(2).
             10 T-ZIP          PIC X(5).
           05 T-EFF-DATE       PIC X(08).
           05 T-BEFORE         PIC X(164).

       FD COA-RPT-FILE.
         01 COA-RPT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
         01 MISC.
           05  WS-EOF-SW     PIC X(01) VALUE 'N'.
               88  EOF               VALUE 'Y'.
           05  WS-NAME-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-NAME-EOF       VALUE 'Y'.
           05  WS-CAND-FULL-SW PIC X(01) VALUE 'N'.
               88  WS-CAND-FULL      VALUE 'Y'.
           05 WS-HIT-FLAG    PIC X(01) VALUE 'N'.
           05 WS-FIRST-FLAG  PIC X(01) VALUE 'N'.
           05 WS-NAME-CNT-ED PIC ZZZZ9.
           05 WS-RC          PIC 9(4) VALUE 0 COMP.
           05 WS-REVIEW-REASON PIC X(30) VALUE SPACES.
           05 WS-CMP-OLD     PIC X(20) VALUE SPACES.
           05 WS-CMP-NEW     PIC X(20) VALUE SPACES.
           05 WS-CMP-MASTER  PIC X(20) VALUE SPACES.
           05 COA-READ-CNT   PIC 9(7) VALUE 0 COMP-3.
           05 MATCHED-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 ALREADY-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 ADDR-MISS-CNT  PIC 9(7) VALUE 0 COMP-3.
           05 SEVERAL-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 NO-MATCH-CNT   PIC 9(7) VALUE 0 COMP-3.
           05 TOO-MANY-CNT   PIC 9(7) VALUE 0 COMP-3.
           05 BAD-ENTRY-CNT  PIC 9(7) VALUE 0 COMP-3.

      *    THE ACCOUNTS ON FILE UNDER THE ENTRY'S LAST NAME - THE
      *    FIRST 50 LIVE ONES ARE HELD SO THE REVIEW REPORT CAN LIST
      *    THEM, NAME-CNT COUNTS THEM ALL; CD-HIT MARKS THOSE AT THE
      *    OLD ADDRESS AND ZIP, CD-FIRST-HIT THOSE WITH THE ENTRY'S
      *    FIRST NAME AS WELL; THE HIT COUNTS TAKE IN EVERY ONE, HELD
      *    OR NOT; NEW-HIT-CNT COUNTS THOSE ALREADY AT THE NEW
      *    ADDRESS AND ZIP
         01 CANDIDATE-WORK.
           05 CAND-CNT       PIC 9(4) VALUE 0 COMP.
           05 NAME-CNT       PIC 9(5) VALUE 0 COMP.
           05 CAND-IX        PIC 9(4) VALUE 0 COMP.
           05 HIT-CNT        PIC 9(4) VALUE 0 COMP.
           05 FIRST-HIT-CNT  PIC 9(4) VALUE 0 COMP.
           05 NEW-HIT-CNT    PIC 9(4) VALUE 0 COMP.
           05 PICK-IX        PIC 9(4) VALUE 0 COMP.
           05 CAND-TABLE.
              10 CAND-ENTRY OCCURS 50.
                 15 CD-HIT       PIC X(01).
                 15 CD-FIRST-HIT PIC X(01).
                 15 CD-IMAGE     PIC X(164).

      *    RUN-TIME PARAMETERS - change-of-address file name,
      *    transaction file name, master file name
         01 RUN-PARMS.
           05 WS-COA-NAME    PIC X(100) VALUE SPACES.
           05 WS-TRAN-NAME   PIC X(100)
               VALUE "./coa04-trans.dat".
           05 WS-MASTER-NAME PIC X(100)
               VALUE "./sort04-master.dat".
           05 WS-ARG-NUM     PIC 9(4) VALUE 0.
           05 WS-ARG         PIC X(100) VALUE SPACES.

         01 FILE-STATUSES.
           05 WS-COA-STATUS    PIC X(02) VALUE SPACES.
           05 WS-MASTER-STATUS PIC X(02) VALUE SPACES.
           05 WS-TRAN-STATUS   PIC X(02) VALUE SPACES.
           05 WS-COA-RPT-STATUS PIC X(02) VALUE SPACES.

         01 CURRENT-DATE-WORK.
           05 WS-CURRENT-DATE PIC X(08) VALUE SPACES.

         01 COA-HEAD-LINE.
            05 FILLER         PIC X(36) VALUE
            "CHANGE-OF-ADDRESS REVIEW - RUN DATE ".
            05 CH-DATE         PIC X(08).
            05 FILLER         PIC X(08) VALUE "  FILE ".
            05 CH-FILE         PIC X(48).

      *    THE ENTRY AS THE POST OFFICE SENT IT, THEN WHY IT IS HERE
         01 COA-ENTRY-LINE.
            05 CE-LAST         PIC X(20).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 CE-FIRST        PIC X(12).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 CE-OLD-ADDRESS  PIC X(20).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 CE-OLD-ZIP      PIC X(05).
            05 FILLER         PIC X(04) VALUE " TO ".
            05 CE-NEW-ADDRESS  PIC X(20).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 CE-NEW-ZIP      PIC X(05).

         01 COA-REASON-LINE.
            05 FILLER         PIC X(04) VALUE SPACES.
            05 FILLER         PIC X(08) VALUE "REVIEW: ".
            05 CR-REASON       PIC X(30).
            05 FILLER         PIC X(07) VALUE "  MOVE ".
            05 CR-MOVE-DATE    PIC X(08).

         01 COA-CAND-LINE.
            05 FILLER         PIC X(06) VALUE SPACES.
            05 CC-ACCOUNT      PIC X(17).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 CC-FIRST        PIC X(12).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 CC-ADDRESS      PIC X(20).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 CC-CITY         PIC X(15).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 CC-STATE        PIC X(02).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 CC-ZIP          PIC X(05).

         01 COA-SUM-LINE.
            05 CS-LABEL        PIC X(40).
            05 CS-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM GET-PARMS-RTN THRU GET-PARMS-EXIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-EXIT.

           PERFORM READ-COA-RTN THRU READ-COA-EXIT.
           PERFORM MATCH-COA-RTN THRU MATCH-COA-EXIT
               UNTIL EOF.

           PERFORM WRITE-TOTALS-RTN THRU WRITE-TOTALS-EXIT.
           CLOSE COA-FILE, MASTER-FILE, TRAN-FILE, COA-RPT-FILE.

           IF ADDR-MISS-CNT > 0 OR SEVERAL-CNT > 0 OR
              NO-MATCH-CNT > 0 OR BAD-ENTRY-CNT > 0 OR
              TOO-MANY-CNT > 0 THEN
               MOVE 4 TO WS-RC.

           DISPLAY "Change-of-address entries read " COA-READ-CNT.
           DISPLAY "Matched - C transactions written " MATCHED-CNT
               " to " WS-TRAN-NAME.
           DISPLAY "Already at the new address " ALREADY-CNT.
           DISPLAY "For review - address does not match "
               ADDR-MISS-CNT.
           DISPLAY "For review - several candidates " SEVERAL-CNT.
           DISPLAY "For review - name not on master " NO-MATCH-CNT.
           DISPLAY "For review - too many under name " TOO-MANY-CNT.
           DISPLAY "For review - incomplete entries " BAD-ENTRY-CNT.
           DISPLAY "Return code " WS-RC.
           DISPLAY "End of program!"
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------------
      *    GET-PARMS-RTN - pick up the run-time arguments:
      *       1 - change-of-address file name (else env var
      *           COA04-INFILE; one of the two must be supplied)
      *       2 - transaction file to write - default
      *           ./coa04-trans.dat, a maint04 batch
      *       3 - master file name - default ./sort04-master.dat,
      *           the name sort04 knows the master by
      *--------------------------------------------------------------
       GET-PARMS-RTN.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           MOVE WS-ARG TO WS-COA-NAME.

           IF WS-COA-NAME = SPACES THEN
               ACCEPT WS-COA-NAME FROM ENVIRONMENT "COA04-INFILE".

           IF WS-COA-NAME = SPACES THEN
               DISPLAY "NO CHANGE-OF-ADDRESS FILE - supply argument "
                   "1 or env var COA04-INFILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES THEN
               MOVE WS-ARG TO WS-TRAN-NAME.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES THEN
               MOVE WS-ARG TO WS-MASTER-NAME.
       GET-PARMS-EXIT.
           EXIT.

       OPEN-FILES-RTN.
           OPEN INPUT COA-FILE.
           IF WS-COA-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN COA-FILE " WS-COA-NAME
                   " STATUS " WS-COA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

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

           OPEN OUTPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN TRAN-FILE, STATUS "
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT COA-RPT-FILE.
           IF WS-COA-RPT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN COA-RPT-FILE, STATUS "
                   WS-COA-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE WS-CURRENT-DATE TO CH-DATE.
           MOVE WS-COA-NAME TO CH-FILE.
           WRITE COA-RPT-RECORD FROM COA-HEAD-LINE.
           MOVE SPACES TO COA-RPT-RECORD.
           WRITE COA-RPT-RECORD.
       OPEN-FILES-EXIT.
           EXIT.

       READ-COA-RTN.
           READ COA-FILE
             AT END
               SET EOF TO TRUE
           END-READ.
       READ-COA-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    MATCH-COA-RTN - one entry: gather every live account on
      *    file under its last name, mark the ones at the old
      *    address and ZIP, and decide - one hit is a match, none
      *    or several go to review.
      *--------------------------------------------------------------
       MATCH-COA-RTN.
           ADD 1 TO COA-READ-CNT.
           IF COA-LAST = SPACES OR COA-OLD-ADDRESS = SPACES OR
              COA-OLD-ZIP = SPACES OR COA-NEW-ADDRESS = SPACES OR
              COA-NEW-ZIP NOT NUMERIC OR
              COA-NEW-STATE = SPACES OR
              COA-NEW-STATE NOT ALPHABETIC THEN
               ADD 1 TO BAD-ENTRY-CNT
               MOVE "ENTRY INCOMPLETE OR BAD NEW ZIP" TO
                   WS-REVIEW-REASON
               MOVE ZEROES TO CAND-CNT
               PERFORM REVIEW-RTN THRU REVIEW-EXIT
               GO TO MATCH-COA-NEXT.

           PERFORM GATHER-RTN THRU GATHER-EXIT.

           IF CAND-CNT = 0 THEN
               ADD 1 TO NO-MATCH-CNT
               MOVE "LAST NAME NOT ON MASTER" TO WS-REVIEW-REASON
               PERFORM REVIEW-RTN THRU REVIEW-EXIT
               GO TO MATCH-COA-NEXT.

      *    MORE UNDER THE NAME THAN THE TABLE HOLDS - THE ONE TO
      *    CHANGE MAY NOT BE AMONG THOSE HELD, SO A PERSON DECIDES
           IF WS-CAND-FULL THEN
               ADD 1 TO TOO-MANY-CNT
               MOVE SPACES TO WS-REVIEW-REASON
               MOVE NAME-CNT TO WS-NAME-CNT-ED
               STRING "UNDER NAME" WS-NAME-CNT-ED ", 50 SHOWN"
                   DELIMITED BY SIZE INTO WS-REVIEW-REASON
               PERFORM REVIEW-RTN THRU REVIEW-EXIT
               GO TO MATCH-COA-NEXT.

      *    NOBODY AT THE OLD ADDRESS - BUT ONE ALREADY AT THE NEW
      *    ONE HAS BEEN MOVED BY HAND (OR BY LAST MONTH'S FILE)
           IF HIT-CNT = 0 AND NEW-HIT-CNT = 1 THEN
               ADD 1 TO ALREADY-CNT
               GO TO MATCH-COA-NEXT.

           IF HIT-CNT = 0 THEN
               ADD 1 TO ADDR-MISS-CNT
               MOVE "NAME ON FILE, ADDRESS DIFFERS" TO
                   WS-REVIEW-REASON
               PERFORM REVIEW-RTN THRU REVIEW-EXIT
               GO TO MATCH-COA-NEXT.

      *    SEVERAL AT THE ADDRESS - THE FIRST NAME CAN SETTLE IT
           IF HIT-CNT > 1 THEN
               IF FIRST-HIT-CNT = 1 THEN
                   MOVE 1 TO CAND-IX
                   PERFORM PICK-FIRST-RTN THRU PICK-FIRST-EXIT
                       UNTIL CAND-IX > CAND-CNT
               ELSE
                   ADD 1 TO SEVERAL-CNT
                   MOVE "SEVERAL ACCOUNTS AT ADDRESS" TO
                       WS-REVIEW-REASON
                   PERFORM REVIEW-RTN THRU REVIEW-EXIT
                   GO TO MATCH-COA-NEXT
               END-IF
           ELSE
               MOVE 1 TO CAND-IX
               PERFORM PICK-HIT-RTN THRU PICK-HIT-EXIT
                   UNTIL CAND-IX > CAND-CNT.

           PERFORM WRITE-CHANGE-RTN THRU WRITE-CHANGE-EXIT.
       MATCH-COA-NEXT.
           PERFORM READ-COA-RTN THRU READ-COA-EXIT.
       MATCH-COA-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    GATHER-RTN - START on the alternate last-name key and walk
      *    forward while the name still matches, the way inq04's
      *    name lookup does - to the end of the name, table full or
      *    not. Deleted records are passed over.
      *--------------------------------------------------------------
       GATHER-RTN.
           MOVE ZEROES TO CAND-CNT, HIT-CNT, FIRST-HIT-CNT,
               NEW-HIT-CNT, NAME-CNT.
           MOVE 'N' TO WS-NAME-EOF-SW.
           MOVE 'N' TO WS-CAND-FULL-SW.
           MOVE COA-LAST TO M-LAST.
           START MASTER-FILE KEY = M-LAST
               INVALID KEY
                   SET WS-NAME-EOF TO TRUE
           END-START.
           PERFORM GATHER-NEXT-RTN THRU GATHER-NEXT-EXIT
               UNTIL WS-NAME-EOF.
       GATHER-EXIT.
           EXIT.

       GATHER-NEXT-RTN.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-NAME-EOF TO TRUE
                   GO TO GATHER-NEXT-EXIT
           END-READ.
           IF M-LAST NOT = COA-LAST THEN
               SET WS-NAME-EOF TO TRUE
               GO TO GATHER-NEXT-EXIT.
           IF M-DELETED THEN
               GO TO GATHER-NEXT-EXIT.

           ADD 1 TO NAME-CNT.
           MOVE 'N' TO WS-HIT-FLAG.
           MOVE 'N' TO WS-FIRST-FLAG.
           MOVE COA-OLD-ADDRESS TO WS-CMP-OLD.
           MOVE COA-NEW-ADDRESS TO WS-CMP-NEW.
           MOVE M-ADDRESS TO WS-CMP-MASTER.
           INSPECT WS-CMP-OLD CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-CMP-NEW CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-CMP-MASTER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CMP-MASTER = WS-CMP-OLD AND
              M-ZIP = COA-OLD-ZIP THEN
               MOVE 'Y' TO WS-HIT-FLAG
               ADD 1 TO HIT-CNT
               IF COA-FIRST NOT = SPACES AND
                  M-FIRST = COA-FIRST THEN
                   MOVE 'Y' TO WS-FIRST-FLAG
                   ADD 1 TO FIRST-HIT-CNT
               END-IF
           END-IF.
           IF WS-CMP-MASTER = WS-CMP-NEW AND
              M-ZIP = COA-NEW-ZIP THEN
               ADD 1 TO NEW-HIT-CNT.

           IF CAND-CNT >= 50 THEN
               SET WS-CAND-FULL TO TRUE
               GO TO GATHER-NEXT-EXIT.
           ADD 1 TO CAND-CNT.
           MOVE MASTREC TO CD-IMAGE(CAND-CNT).
           MOVE WS-HIT-FLAG TO CD-HIT(CAND-CNT).
           MOVE WS-FIRST-FLAG TO CD-FIRST-HIT(CAND-CNT).
       GATHER-NEXT-EXIT.
           EXIT.

       PICK-HIT-RTN.
           IF CD-HIT(CAND-IX) = 'Y' THEN
               MOVE CAND-IX TO PICK-IX.
           ADD 1 TO CAND-IX.
       PICK-HIT-EXIT.
           EXIT.

       PICK-FIRST-RTN.
           IF CD-FIRST-HIT(CAND-IX) = 'Y' THEN
               MOVE CAND-IX TO PICK-IX.
           ADD 1 TO CAND-IX.
       PICK-FIRST-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    WRITE-CHANGE-RTN - the matched account's record as it is
      *    on the master with the new address, city, state and ZIP
      *    laid over it, so nothing else on the record moves. An
      *    account already at the new address needs nothing. The
      *    move date rides as the effective date (maint04 parks it
      *    if it is still to come) and the record as read as the
      *    before image.
      *--------------------------------------------------------------
       WRITE-CHANGE-RTN.
           MOVE SPACES TO TRANREC.
           MOVE 'C' TO T-CODE.
           MOVE CD-IMAGE(PICK-IX) TO T-DATA.
           MOVE CD-IMAGE(PICK-IX) TO T-BEFORE.

           MOVE COA-NEW-ADDRESS TO WS-CMP-NEW.
           MOVE T-ADDRESS TO WS-CMP-MASTER.
           INSPECT WS-CMP-NEW CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-CMP-MASTER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CMP-MASTER = WS-CMP-NEW AND
              T-ZIP = COA-NEW-ZIP THEN
               ADD 1 TO ALREADY-CNT
               GO TO WRITE-CHANGE-EXIT.

           MOVE COA-NEW-ADDRESS TO T-ADDRESS.
           MOVE COA-NEW-CITY TO T-CITY.
           MOVE COA-NEW-STATE TO T-STATE.
           MOVE COA-NEW-ZIP TO T-ZIP.
           IF COA-MOVE-DATE NUMERIC THEN
               MOVE COA-MOVE-DATE TO T-EFF-DATE.
           WRITE TRANREC.
           ADD 1 TO MATCHED-CNT.
       WRITE-CHANGE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    REVIEW-RTN - the entry, why it needs a person, and every
      *    live account on file under the name with its current
      *    address so the reviewer can pick (or rule out) one.
      *--------------------------------------------------------------
       REVIEW-RTN.
           MOVE COA-LAST TO CE-LAST.
           MOVE COA-FIRST TO CE-FIRST.
           MOVE COA-OLD-ADDRESS TO CE-OLD-ADDRESS.
           MOVE COA-OLD-ZIP TO CE-OLD-ZIP.
           MOVE COA-NEW-ADDRESS TO CE-NEW-ADDRESS.
           MOVE COA-NEW-ZIP TO CE-NEW-ZIP.
           WRITE COA-RPT-RECORD FROM COA-ENTRY-LINE.
           MOVE WS-REVIEW-REASON TO CR-REASON.
           MOVE COA-MOVE-DATE TO CR-MOVE-DATE.
           WRITE COA-RPT-RECORD FROM COA-REASON-LINE.
           MOVE 1 TO CAND-IX.
           PERFORM REVIEW-CAND-RTN THRU REVIEW-CAND-EXIT
               UNTIL CAND-IX > CAND-CNT.
           MOVE SPACES TO COA-RPT-RECORD.
           WRITE COA-RPT-RECORD.
       REVIEW-EXIT.
           EXIT.

       REVIEW-CAND-RTN.
           MOVE CD-IMAGE(CAND-IX) TO MASTREC.
           MOVE M-ACCOUNT TO CC-ACCOUNT.
           MOVE M-FIRST TO CC-FIRST.
           MOVE M-ADDRESS TO CC-ADDRESS.
           MOVE M-CITY TO CC-CITY.
           MOVE M-STATE TO CC-STATE.
           MOVE M-ZIP TO CC-ZIP.
           WRITE COA-RPT-RECORD FROM COA-CAND-LINE.
           ADD 1 TO CAND-IX.
       REVIEW-CAND-EXIT.
           EXIT.

       WRITE-TOTALS-RTN.
           MOVE SPACES TO COA-RPT-RECORD.
           WRITE COA-RPT-RECORD.
           MOVE "ENTRIES READ" TO CS-LABEL.
           MOVE COA-READ-CNT TO CS-COUNT.
           WRITE COA-RPT-RECORD FROM COA-SUM-LINE.
           MOVE "MATCHED - C TRANSACTIONS WRITTEN" TO CS-LABEL.
           MOVE MATCHED-CNT TO CS-COUNT.
           WRITE COA-RPT-RECORD FROM COA-SUM-LINE.
           MOVE "ALREADY AT THE NEW ADDRESS" TO CS-LABEL.
           MOVE ALREADY-CNT TO CS-COUNT.
           WRITE COA-RPT-RECORD FROM COA-SUM-LINE.
           MOVE "REVIEW - NAME ON FILE, ADDRESS DIFFERS" TO CS-LABEL.
           MOVE ADDR-MISS-CNT TO CS-COUNT.
           WRITE COA-RPT-RECORD FROM COA-SUM-LINE.
           MOVE "REVIEW - SEVERAL ACCOUNTS AT ADDRESS" TO CS-LABEL.
           MOVE SEVERAL-CNT TO CS-COUNT.
           WRITE COA-RPT-RECORD FROM COA-SUM-LINE.
           MOVE "REVIEW - LAST NAME NOT ON MASTER" TO CS-LABEL.
           MOVE NO-MATCH-CNT TO CS-COUNT.
           WRITE COA-RPT-RECORD FROM COA-SUM-LINE.
           MOVE "REVIEW - TOO MANY ACCOUNTS UNDER NAME" TO CS-LABEL.
           MOVE TOO-MANY-CNT TO CS-COUNT.
           WRITE COA-RPT-RECORD FROM COA-SUM-LINE.
           MOVE "REVIEW - INCOMPLETE ENTRIES" TO CS-LABEL.
           MOVE BAD-ENTRY-CNT TO CS-COUNT.
           WRITE COA-RPT-RECORD FROM COA-SUM-LINE.
       WRITE-TOTALS-EXIT.
           EXIT.
