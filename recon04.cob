       IDENTIFICATION DIVISION.
       PROGRAM-ID. recon04.
      * A GnuCOBOL program
      * On: 10/05/2026
      * By: Bill Blasingim
      *
      * Reconciliation of the customer master (sort04-master.dat,
      * kept current by maint04) against the nightly INFILE extract
      * sort04 reads. Nothing else ever holds the two side by side,
      * so drift between them went unnoticed until regen04 rebuilt
      * a night from a stale master.
      *
      * The extract is sorted to ACCOUNT order (HDR/TRL labels
      * dropped on the way in) and matched against the master read
      * in key order - the same two-file match sort04's compare
      * mode runs - into four groups on recon04.rpt:
      *    - accounts only on the extract
      *    - accounts only on the master (logically deleted records
      *      are left out - they are supposed to be gone upstream)
      *    - accounts on both with a field that differs (first,
      *      middle or last name, address, city, state, ZIP or
      *      amount), one line per field with the master's value and
      *      the extract's value
      *    - the totals for each group
      * An extract account that lands on a deleted master record is
      * listed with the extract-only group, marked with the delete
      * date. A repeated account on the extract is compared once
      * and the repeats are counted on the totals page.
      *
      * Optionally (argument 2) the differences are also written as
      * a maint04 transaction file that takes the extract as the
      * truth: an A for each extract-only account (which reinstates
      * a deleted one), a D for each master-only account, and a C
      * carrying the extract's whole record image for each account
      * that differs. Review the report before applying it - a
      * same-day maint04 correction the extract has not caught up
      * with yet shows up as a difference too.
      *
      * RETURN-CODE 0 when the files agree, 4 when any difference
      * was found, 16 when a file will not open.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INFILE ASSIGN TO WS-INFILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-INFILE-STATUS.
       SELECT MASTER-FILE ASSIGN TO WS-MASTER-NAME
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY M-ACCOUNT
           ALTERNATE RECORD KEY M-LAST WITH DUPLICATES
           FILE STATUS WS-MASTER-STATUS.
       SELECT RECON-FILE ASSIGN TO "./recon04.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-RECON-STATUS.
       SELECT RECON-WORK-FILE ASSIGN TO "./recon04.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-RWK-STATUS.
       SELECT TRAN-FILE ASSIGN TO WS-TRAN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-TRAN-STATUS.
       SELECT SORT-FILE ASSIGN TO "./recon04-srt.fil".
       DATA DIVISION.
       FILE SECTION.
       FD INFILE.
         01 INREC.
           05 ACCOUNT        PIC X(17).
           05 FILLER         PIC X(147).
      *  UPSTREAM'S BATCH LABELS RIDE IN THE SAME 164-BYTE IMAGE
         01 BATCH-LABEL-REC.
           05 BL-ID            PIC X(3).
           05 BL-DATA          PIC X(161).
           05 FILLER REDEFINES BL-DATA.
             10 BL-FILE-DATE   PIC X(10).
             10 BL-SOURCE      PIC X(10).
             10 FILLER         PIC X(141).

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
             10 FILLER REDEFINES M-AMOUNT.
               15 M-DOLLARS  PIC 9999.
               15 FILLER     PIC X.
               15 M-CENTS    PIC 99.
             10 M-ADDRESS    PIC X(20).
             10 M-CITY       PIC X(20).
             10 M-STATE      PIC X(2).
             10 M-ZIP        PIC X(5).

       FD RECON-FILE.
         01 RECON-RECORD        PIC X(100).

      *  ONE TAGGED REPORT LINE PER DIFFERENCE - 1 EXTRACT ONLY,
      *  2 MASTER ONLY, 3 FIELD DIFFERS - FOLDED INTO THE REPORT ONE
      *  SECTION AT A TIME BY RECON-REPORT-RTN
       FD RECON-WORK-FILE.
         01 RWK-RECORD.
           05 RWK-TAG          PIC X(01).
           05 RWK-LINE         PIC X(100).

       FD TRAN-FILE.
         01 TRANREC.
           05 T-CODE           PIC X(01).
           05 T-DATA           PIC X(164).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACCOUNT      PIC X(17).
           05 SRT-DATA         PIC X(147).
           05 FILLER REDEFINES SRT-DATA.
             10 FILLER         PIC X(10).
             10 S-FIRST        PIC X(15).
             10 S-MIDDLE       PIC X(15).
             10 S-LAST         PIC X(25).
             10 FILLER         PIC X(8).
             10 S-BIRTHDAY     PIC X(10).
             10 S-ED           PIC X(10).
             10 S-AMOUNT       PIC 9999.99.
             10 FILLER REDEFINES S-AMOUNT.
               15 S-DOLLARS    PIC 9999.
               15 FILLER       PIC X.
               15 S-CENTS      PIC 99.
             10 S-ADDRESS      PIC X(20).
             10 S-CITY         PIC X(20).
             10 S-STATE        PIC X(2).
             10 S-ZIP          PIC X(5).

       WORKING-STORAGE SECTION.
         01 MISC.
           05  WS-EOF-SW     PIC X(01) VALUE 'N'.
               88  EOF               VALUE 'Y'.
           05  WS-SRT-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-SRT-EOF        VALUE 'Y'.
           05  WS-MST-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-MST-EOF        VALUE 'Y'.
           05  WS-RWK-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-RWK-EOF        VALUE 'Y'.
           05  WS-TRAN-SW    PIC X(01) VALUE 'N'.
               88  WS-TRAN-WANTED    VALUE 'Y'.
           05  WS-DIFF-SW    PIC X(01) VALUE 'N'.
               88  WS-ACCT-DIFFERS   VALUE 'Y'.
           05 WS-EXT-ACCT    PIC X(17) VALUE SPACES.
           05 WS-PREV-ACCT   PIC X(17) VALUE SPACES.
           05 WS-MST-ACCT    PIC X(17) VALUE SPACES.
           05 WS-RECON-PASS  PIC X(01) VALUE SPACES.
           05 WS-AMOUNT      PIC 9999V99 VALUE 0.
           05 WS-RC          PIC 9(4) VALUE 0 COMP.
           05 EXT-READ-CNT   PIC 9(9) VALUE 0 COMP-3.
           05 MST-READ-CNT   PIC 9(9) VALUE 0 COMP-3.
           05 MST-DEL-CNT    PIC 9(9) VALUE 0 COMP-3.
           05 EXT-DUP-CNT    PIC 9(9) VALUE 0 COMP-3.
           05 AGREE-CNT      PIC 9(9) VALUE 0 COMP-3.
           05 EXT-ONLY-CNT   PIC 9(9) VALUE 0 COMP-3.
           05 EXT-ONLY-AMT   PIC 9(11)V99 VALUE 0 COMP-3.
           05 MST-ONLY-CNT   PIC 9(9) VALUE 0 COMP-3.
           05 MST-ONLY-AMT   PIC 9(11)V99 VALUE 0 COMP-3.
           05 DIFF-ACCT-CNT  PIC 9(9) VALUE 0 COMP-3.
           05 DIFF-FIELD-CNT PIC 9(9) VALUE 0 COMP-3.
           05 DIFF-OLD-AMT   PIC 9(11)V99 VALUE 0 COMP-3.
           05 DIFF-NEW-AMT   PIC 9(11)V99 VALUE 0 COMP-3.
           05 TRAN-OUT-CNT   PIC 9(9) VALUE 0 COMP-3.
           05 WS-HDR-FILE-DATE PIC X(10) VALUE SPACES.
           05 WS-HDR-SOURCE  PIC X(10) VALUE SPACES.

      *    RUN-TIME PARAMETERS - extract name, transaction output
      *    name (none means report only), master file name (default
      *    is the name sort04 knows the master by)
         01 RUN-PARMS.
           05 WS-INFILE-NAME PIC X(100) VALUE SPACES.
           05 WS-TRAN-NAME   PIC X(100) VALUE SPACES.
           05 WS-MASTER-NAME PIC X(100)
               VALUE "./sort04-master.dat".
           05 WS-ARG-NUM     PIC 9(4) VALUE 0.
           05 WS-ARG         PIC X(100) VALUE SPACES.

         01 FILE-STATUSES.
           05 WS-INFILE-STATUS PIC X(02) VALUE SPACES.
           05 WS-MASTER-STATUS PIC X(02) VALUE SPACES.
           05 WS-RECON-STATUS  PIC X(02) VALUE SPACES.
           05 WS-RWK-STATUS    PIC X(02) VALUE SPACES.
           05 WS-TRAN-STATUS   PIC X(02) VALUE SPACES.

         01 CURRENT-DATE-WORK.
           05 WS-CURRENT-DATE  PIC X(08) VALUE SPACES.

         01 RECON-HEAD-LINE.
            05 FILLER         PIC X(35) VALUE
            "MASTER/EXTRACT RECONCILIATION - RUN".
            05 FILLER         PIC X(06) VALUE " DATE ".
            05 RH-DATE         PIC X(8).

         01 RECON-HEAD-LINE-2.
            05 FILLER         PIC X(10) VALUE "  EXTRACT ".
            05 RH-INFILE       PIC X(60).
            05 FILLER         PIC X(05) VALUE " HDR ".
            05 RH-FILE-DATE    PIC X(10).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 RH-SOURCE       PIC X(10).

         01 RECON-HEAD-LINE-3.
            05 FILLER         PIC X(10) VALUE "   MASTER ".
            05 RH-MASTER       PIC X(60).

      *    ONE-ACCOUNT LINE FOR THE EXTRACT-ONLY AND MASTER-ONLY
      *    GROUPS
         01 RECON-ACCT-LINE.
            05 RA-ACCOUNT      PIC X(17).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 RA-LAST         PIC X(20).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 RA-FIRST        PIC X(15).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 RA-STATE        PIC X(02).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 RA-AMOUNT       PIC $$,$$9.99.
            05 RA-AMOUNT-X REDEFINES RA-AMOUNT PIC X(9).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 RA-NOTE         PIC X(25).

      *    ONE LINE PER FIELD THAT DIFFERS - MASTER VALUE (OLD) AND
      *    EXTRACT VALUE (NEW)
         01 RECON-DIFF-LINE.
            05 RD-ACCOUNT      PIC X(17).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 RD-FIELD        PIC X(08).
            05 FILLER         PIC X(05) VALUE " OLD ".
            05 RD-OLD          PIC X(25).
            05 FILLER         PIC X(05) VALUE " NEW ".
            05 RD-NEW          PIC X(25).

         01 RECON-CNT-LINE.
            05 FILLER         PIC X(10) VALUE "ACCOUNTS: ".
            05 RC-CNT          PIC ZZ,ZZZ,ZZ9.
            05 FILLER         PIC X(10) VALUE "  AMOUNT ".
            05 RC-AMT          PIC $$$,$$$,$$9.99.

         01 RECON-DIFF-CNT-LINE.
            05 FILLER         PIC X(10) VALUE "ACCOUNTS: ".
            05 RDC-ACCTS       PIC ZZ,ZZZ,ZZ9.
            05 FILLER         PIC X(10) VALUE "  FIELDS: ".
            05 RDC-FIELDS      PIC ZZ,ZZZ,ZZ9.

         01 RECON-TOTAL-LINE.
            05 RT-LABEL        PIC X(32).
            05 RT-CNT          PIC ZZ,ZZZ,ZZ9.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 RT-AMT          PIC $$$,$$$,$$9.99.
            05 RT-AMT-X REDEFINES RT-AMT PIC X(14).

       PROCEDURE DIVISION.

           PERFORM GET-PARMS-RTN THRU GET-PARMS-EXIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-EXIT.

           SORT SORT-FILE
                ASCENDING KEY  SRT-ACCOUNT
                INPUT PROCEDURE EXT-INPUT-PROCEDURE
                OUTPUT PROCEDURE RECON-MATCH-PROCEDURE.

           CLOSE MASTER-FILE, RECON-WORK-FILE.
           IF WS-TRAN-WANTED THEN
               CLOSE TRAN-FILE.

           PERFORM RECON-REPORT-RTN THRU RECON-REPORT-EXIT.

           IF EXT-ONLY-CNT > 0 OR MST-ONLY-CNT > 0 OR
              DIFF-ACCT-CNT > 0 THEN
               MOVE 4 TO WS-RC.

           DISPLAY "Extract records read " EXT-READ-CNT.
           DISPLAY "Master records read " MST-READ-CNT.
           DISPLAY "Accounts only on extract " EXT-ONLY-CNT.
           DISPLAY "Accounts only on master " MST-ONLY-CNT.
           DISPLAY "Accounts with differences " DIFF-ACCT-CNT.
           IF WS-TRAN-WANTED THEN
               DISPLAY "Transactions written " TRAN-OUT-CNT
                   " to " WS-TRAN-NAME.
           DISPLAY "Return code " WS-RC.
           DISPLAY "End of program!"
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------------
      *    GET-PARMS-RTN - pick up the run-time arguments:
      *       1 - extract name (else env var SORT04-INFILE, the same
      *           name sort04 reads; one of the two must be supplied)
      *       2 - transaction file to write the differences to as a
      *           maint04 batch - omitted means report only
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
           MOVE WS-ARG TO WS-INFILE-NAME.

           IF WS-INFILE-NAME = SPACES THEN
               ACCEPT WS-INFILE-NAME FROM ENVIRONMENT "SORT04-INFILE".

           IF WS-INFILE-NAME = SPACES THEN
               DISPLAY "NO EXTRACT FILE - supply argument 1 "
                   "or env var SORT04-INFILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES THEN
               MOVE WS-ARG TO WS-TRAN-NAME
               MOVE 'Y' TO WS-TRAN-SW.

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

      *--------------------------------------------------------------
      *    OPEN-FILES-RTN - no master (or no extract, see
      *    EXT-INPUT-PROCEDURE) is a hard stop; a reconciliation
      *    against nothing would report every account as drift.
      *--------------------------------------------------------------
       OPEN-FILES-RTN.
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

           OPEN OUTPUT RECON-WORK-FILE.
           IF WS-RWK-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN RECON-WORK-FILE, STATUS "
                   WS-RWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           IF WS-TRAN-WANTED THEN
               OPEN OUTPUT TRAN-FILE
               IF WS-TRAN-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN TRAN-FILE, STATUS "
                       WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       OPEN-FILES-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    EXT-INPUT-PROCEDURE - read the extract, note the HDR for
      *    the report heading, drop the batch labels and release
      *    every data record whole. Nothing is edited here - a bad
      *    field on the extract is exactly the kind of thing the
      *    reconciliation should show.
      *--------------------------------------------------------------
       EXT-INPUT-PROCEDURE SECTION.
           OPEN INPUT INFILE.
           IF WS-INFILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN INFILE " WS-INFILE-NAME
                   " STATUS " WS-INFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           PERFORM EXT-RELEASE-RTN THRU EXT-RELEASE-EXIT
               UNTIL EOF.
           CLOSE INFILE.

       END-EXT-INPUT SECTION.

       EXT-RELEASE-RTN.
           READ INFILE
             AT END
               SET EOF TO TRUE
               GO TO EXT-RELEASE-EXIT
           END-READ.
           IF BL-ID = "HDR" THEN
               MOVE BL-FILE-DATE TO WS-HDR-FILE-DATE
               MOVE BL-SOURCE TO WS-HDR-SOURCE
               GO TO EXT-RELEASE-EXIT.
           IF BL-ID = "TRL" THEN
               GO TO EXT-RELEASE-EXIT.
           ADD 1 TO EXT-READ-CNT.
           MOVE INREC TO SORT-RECORD.
           RELEASE SORT-RECORD.
       EXT-RELEASE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    RECON-MATCH-PROCEDURE - the two-file match: the sorted
      *    extract against the master read in ACCOUNT (key) order,
      *    each side's current key held (HIGH-VALUES at end of file)
      *    until both run out.
      *--------------------------------------------------------------
       RECON-MATCH-PROCEDURE SECTION.
           PERFORM RETURN-EXT-RTN THRU RETURN-EXT-EXIT.
           PERFORM READ-MASTER-RTN THRU READ-MASTER-EXIT.
           PERFORM RECON-MATCH-RTN THRU RECON-MATCH-EXIT
               UNTIL WS-EXT-ACCT = HIGH-VALUES AND
                     WS-MST-ACCT = HIGH-VALUES.

       END-RECON-MATCH SECTION.

      *    A REPEATED ACCOUNT ON THE EXTRACT IS COUNTED AND SKIPPED -
      *    THE FIRST OCCURRENCE IS THE ONE COMPARED
       RETURN-EXT-RTN.
           RETURN SORT-FILE
               AT END
                   SET WS-SRT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-EXT-ACCT
                   GO TO RETURN-EXT-EXIT
           END-RETURN.
           IF SRT-ACCOUNT = WS-PREV-ACCT THEN
               ADD 1 TO EXT-DUP-CNT
               GO TO RETURN-EXT-RTN.
           MOVE SRT-ACCOUNT TO WS-EXT-ACCT.
           MOVE SRT-ACCOUNT TO WS-PREV-ACCT.
       RETURN-EXT-EXIT.
           EXIT.

       READ-MASTER-RTN.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MST-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MST-ACCT
                   GO TO READ-MASTER-EXIT
           END-READ.
           ADD 1 TO MST-READ-CNT.
           MOVE M-ACCOUNT TO WS-MST-ACCT.
       READ-MASTER-EXIT.
           EXIT.

       RECON-MATCH-RTN.
           IF WS-EXT-ACCT < WS-MST-ACCT THEN
               MOVE SPACES TO RA-NOTE
               PERFORM EXT-ONLY-RTN THRU EXT-ONLY-EXIT
               PERFORM RETURN-EXT-RTN THRU RETURN-EXT-EXIT
               GO TO RECON-MATCH-EXIT.

           IF WS-EXT-ACCT > WS-MST-ACCT THEN
               IF M-DELETED THEN
                   ADD 1 TO MST-DEL-CNT
               ELSE
                   PERFORM MST-ONLY-RTN THRU MST-ONLY-EXIT
               END-IF
               PERFORM READ-MASTER-RTN THRU READ-MASTER-EXIT
               GO TO RECON-MATCH-EXIT.

      *    ON BOTH - A DELETED MASTER RECORD STILL RIDING THE
      *    EXTRACT IS REPORTED WITH THE EXTRACT-ONLY GROUP
           IF M-DELETED THEN
               ADD 1 TO MST-DEL-CNT
               MOVE SPACES TO RA-NOTE
               STRING "MASTER DELETED " M-DEL-DATE
                   DELIMITED BY SIZE INTO RA-NOTE
               PERFORM EXT-ONLY-RTN THRU EXT-ONLY-EXIT
           ELSE
               PERFORM COMPARE-FIELDS-RTN THRU COMPARE-FIELDS-EXIT
           END-IF.
           PERFORM RETURN-EXT-RTN THRU RETURN-EXT-EXIT.
           PERFORM READ-MASTER-RTN THRU READ-MASTER-EXIT.
       RECON-MATCH-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    EXT-ONLY-RTN / MST-ONLY-RTN - one line per account on one
      *    side only, the group's count and amount, and (when a
      *    transaction file was asked for) the A or D that brings
      *    the master into line with the extract.
      *--------------------------------------------------------------
       EXT-ONLY-RTN.
           ADD 1 TO EXT-ONLY-CNT.
           MOVE SRT-ACCOUNT TO RA-ACCOUNT.
           MOVE S-LAST TO RA-LAST.
           MOVE S-FIRST TO RA-FIRST.
           MOVE S-STATE TO RA-STATE.
           IF S-DOLLARS NUMERIC AND S-CENTS NUMERIC THEN
               MOVE S-AMOUNT TO WS-AMOUNT
               MOVE WS-AMOUNT TO RA-AMOUNT
               ADD WS-AMOUNT TO EXT-ONLY-AMT
           ELSE
               MOVE S-AMOUNT TO RA-AMOUNT-X
           END-IF.
           MOVE SPACES TO RWK-RECORD.
           MOVE '1' TO RWK-TAG.
           MOVE RECON-ACCT-LINE TO RWK-LINE.
           WRITE RWK-RECORD.

           IF WS-TRAN-WANTED THEN
               MOVE SPACES TO TRANREC
               MOVE 'A' TO T-CODE
               MOVE SORT-RECORD TO T-DATA
               WRITE TRANREC
               ADD 1 TO TRAN-OUT-CNT.
       EXT-ONLY-EXIT.
           EXIT.

       MST-ONLY-RTN.
           ADD 1 TO MST-ONLY-CNT.
           MOVE M-ACCOUNT TO RA-ACCOUNT.
           MOVE M-LAST TO RA-LAST.
           MOVE M-FIRST TO RA-FIRST.
           MOVE M-STATE TO RA-STATE.
           MOVE SPACES TO RA-NOTE.
           IF M-DOLLARS NUMERIC AND M-CENTS NUMERIC THEN
               MOVE M-AMOUNT TO WS-AMOUNT
               MOVE WS-AMOUNT TO RA-AMOUNT
               ADD WS-AMOUNT TO MST-ONLY-AMT
           ELSE
               MOVE M-AMOUNT TO RA-AMOUNT-X
           END-IF.
           MOVE SPACES TO RWK-RECORD.
           MOVE '2' TO RWK-TAG.
           MOVE RECON-ACCT-LINE TO RWK-LINE.
           WRITE RWK-RECORD.

           IF WS-TRAN-WANTED THEN
               MOVE SPACES TO TRANREC
               MOVE 'D' TO T-CODE
               MOVE M-ACCOUNT TO T-DATA
               WRITE TRANREC
               ADD 1 TO TRAN-OUT-CNT.
       MST-ONLY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    COMPARE-FIELDS-RTN - an account on both sides: every field
      *    maint04 maintains is compared as it sits in the record
      *    image, and each one that differs gets its own line (old
      *    = master, new = extract). An account with any difference
      *    gets one C transaction carrying the extract's image.
      *--------------------------------------------------------------
       COMPARE-FIELDS-RTN.
           MOVE 'N' TO WS-DIFF-SW.
           MOVE SRT-ACCOUNT TO RD-ACCOUNT.

           IF S-FIRST NOT = M-FIRST THEN
               MOVE "FIRST" TO RD-FIELD
               MOVE M-FIRST TO RD-OLD
               MOVE S-FIRST TO RD-NEW
               PERFORM WRITE-DIFF-RTN THRU WRITE-DIFF-EXIT.
           IF S-MIDDLE NOT = M-MIDDLE THEN
               MOVE "MIDDLE" TO RD-FIELD
               MOVE M-MIDDLE TO RD-OLD
               MOVE S-MIDDLE TO RD-NEW
               PERFORM WRITE-DIFF-RTN THRU WRITE-DIFF-EXIT.
           IF S-LAST NOT = M-LAST THEN
               MOVE "LAST" TO RD-FIELD
               MOVE M-LAST TO RD-OLD
               MOVE S-LAST TO RD-NEW
               PERFORM WRITE-DIFF-RTN THRU WRITE-DIFF-EXIT.
           IF S-ADDRESS NOT = M-ADDRESS THEN
               MOVE "ADDRESS" TO RD-FIELD
               MOVE M-ADDRESS TO RD-OLD
               MOVE S-ADDRESS TO RD-NEW
               PERFORM WRITE-DIFF-RTN THRU WRITE-DIFF-EXIT.
           IF S-CITY NOT = M-CITY THEN
               MOVE "CITY" TO RD-FIELD
               MOVE M-CITY TO RD-OLD
               MOVE S-CITY TO RD-NEW
               PERFORM WRITE-DIFF-RTN THRU WRITE-DIFF-EXIT.
           IF S-STATE NOT = M-STATE THEN
               MOVE "STATE" TO RD-FIELD
               MOVE M-STATE TO RD-OLD
               MOVE S-STATE TO RD-NEW
               PERFORM WRITE-DIFF-RTN THRU WRITE-DIFF-EXIT.
           IF S-ZIP NOT = M-ZIP THEN
               MOVE "ZIP" TO RD-FIELD
               MOVE M-ZIP TO RD-OLD
               MOVE S-ZIP TO RD-NEW
               PERFORM WRITE-DIFF-RTN THRU WRITE-DIFF-EXIT.
           IF S-AMOUNT NOT = M-AMOUNT THEN
               MOVE "AMOUNT" TO RD-FIELD
               MOVE M-AMOUNT TO RD-OLD
               MOVE S-AMOUNT TO RD-NEW
               PERFORM WRITE-DIFF-RTN THRU WRITE-DIFF-EXIT
               IF M-DOLLARS NUMERIC AND M-CENTS NUMERIC THEN
                   MOVE M-AMOUNT TO WS-AMOUNT
                   ADD WS-AMOUNT TO DIFF-OLD-AMT
               END-IF
               IF S-DOLLARS NUMERIC AND S-CENTS NUMERIC THEN
                   MOVE S-AMOUNT TO WS-AMOUNT
                   ADD WS-AMOUNT TO DIFF-NEW-AMT
               END-IF
           END-IF.

           IF NOT WS-ACCT-DIFFERS THEN
               ADD 1 TO AGREE-CNT
               GO TO COMPARE-FIELDS-EXIT.

           ADD 1 TO DIFF-ACCT-CNT.
           IF WS-TRAN-WANTED THEN
               MOVE SPACES TO TRANREC
               MOVE 'C' TO T-CODE
               MOVE SORT-RECORD TO T-DATA
               WRITE TRANREC
               ADD 1 TO TRAN-OUT-CNT.
       COMPARE-FIELDS-EXIT.
           EXIT.

       WRITE-DIFF-RTN.
           MOVE 'Y' TO WS-DIFF-SW.
           ADD 1 TO DIFF-FIELD-CNT.
           MOVE SPACES TO RWK-RECORD.
           MOVE '3' TO RWK-TAG.
           MOVE RECON-DIFF-LINE TO RWK-LINE.
           WRITE RWK-RECORD.
       WRITE-DIFF-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    RECON-REPORT-RTN - fold the tagged work file into the
      *    report, one read pass of the work file per group so each
      *    group comes out together, then the totals page.
      *--------------------------------------------------------------
       RECON-REPORT-RTN.
           OPEN OUTPUT RECON-FILE.
           IF WS-RECON-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN RECON-FILE, STATUS "
                   WS-RECON-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE WS-CURRENT-DATE TO RH-DATE.
           WRITE RECON-RECORD FROM RECON-HEAD-LINE.
           MOVE WS-INFILE-NAME TO RH-INFILE.
           MOVE WS-HDR-FILE-DATE TO RH-FILE-DATE.
           MOVE WS-HDR-SOURCE TO RH-SOURCE.
           WRITE RECON-RECORD FROM RECON-HEAD-LINE-2.
           MOVE WS-MASTER-NAME TO RH-MASTER.
           WRITE RECON-RECORD FROM RECON-HEAD-LINE-3.

           MOVE SPACES TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE "ACCOUNTS ONLY ON THE EXTRACT" TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE '1' TO WS-RECON-PASS.
           PERFORM RECON-SECTION-RTN THRU RECON-SECTION-EXIT.
           MOVE EXT-ONLY-CNT TO RC-CNT.
           MOVE EXT-ONLY-AMT TO RC-AMT.
           WRITE RECON-RECORD FROM RECON-CNT-LINE.

           MOVE SPACES TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE "ACCOUNTS ONLY ON THE MASTER" TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE '2' TO WS-RECON-PASS.
           PERFORM RECON-SECTION-RTN THRU RECON-SECTION-EXIT.
           MOVE MST-ONLY-CNT TO RC-CNT.
           MOVE MST-ONLY-AMT TO RC-AMT.
           WRITE RECON-RECORD FROM RECON-CNT-LINE.

           MOVE SPACES TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE "ACCOUNTS ON BOTH WITH FIELDS THAT DIFFER"
               TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE "  (OLD = MASTER VALUE, NEW = EXTRACT VALUE)"
               TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE '3' TO WS-RECON-PASS.
           PERFORM RECON-SECTION-RTN THRU RECON-SECTION-EXIT.
           MOVE DIFF-ACCT-CNT TO RDC-ACCTS.
           MOVE DIFF-FIELD-CNT TO RDC-FIELDS.
           WRITE RECON-RECORD FROM RECON-DIFF-CNT-LINE.

           PERFORM RECON-TOTALS-RTN THRU RECON-TOTALS-EXIT.
           CLOSE RECON-FILE.
       RECON-REPORT-EXIT.
           EXIT.

       RECON-SECTION-RTN.
           OPEN INPUT RECON-WORK-FILE.
           MOVE 'N' TO WS-RWK-EOF-SW.
           PERFORM RECON-SECT-READ-RTN THRU RECON-SECT-READ-EXIT
               UNTIL WS-RWK-EOF.
           CLOSE RECON-WORK-FILE.
       RECON-SECTION-EXIT.
           EXIT.

       RECON-SECT-READ-RTN.
           READ RECON-WORK-FILE
               AT END
                   SET WS-RWK-EOF TO TRUE
                   GO TO RECON-SECT-READ-EXIT
           END-READ.
           IF RWK-TAG NOT = WS-RECON-PASS THEN
               GO TO RECON-SECT-READ-EXIT.
           WRITE RECON-RECORD FROM RWK-LINE.
       RECON-SECT-READ-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    RECON-TOTALS-RTN - the totals for each group, plus the
      *    read counts that prove every record on both sides was
      *    accounted for.
      *--------------------------------------------------------------
       RECON-TOTALS-RTN.
           MOVE SPACES TO RECON-RECORD.
           WRITE RECON-RECORD.
           MOVE "RECONCILIATION TOTALS" TO RECON-RECORD.
           WRITE RECON-RECORD.

           MOVE "EXTRACT DATA RECORDS READ" TO RT-LABEL.
           MOVE EXT-READ-CNT TO RT-CNT.
           MOVE SPACES TO RT-AMT-X.
           WRITE RECON-RECORD FROM RECON-TOTAL-LINE.
           MOVE "  REPEATED ACCOUNTS SKIPPED" TO RT-LABEL.
           MOVE EXT-DUP-CNT TO RT-CNT.
           WRITE RECON-RECORD FROM RECON-TOTAL-LINE.
           MOVE "MASTER RECORDS READ" TO RT-LABEL.
           MOVE MST-READ-CNT TO RT-CNT.
           WRITE RECON-RECORD FROM RECON-TOTAL-LINE.
           MOVE "  LOGICALLY DELETED" TO RT-LABEL.
           MOVE MST-DEL-CNT TO RT-CNT.
           WRITE RECON-RECORD FROM RECON-TOTAL-LINE.
           MOVE "ACCOUNTS IN AGREEMENT" TO RT-LABEL.
           MOVE AGREE-CNT TO RT-CNT.
           WRITE RECON-RECORD FROM RECON-TOTAL-LINE.

           MOVE "ONLY ON THE EXTRACT" TO RT-LABEL.
           MOVE EXT-ONLY-CNT TO RT-CNT.
           MOVE EXT-ONLY-AMT TO RT-AMT.
           WRITE RECON-RECORD FROM RECON-TOTAL-LINE.
           MOVE "ONLY ON THE MASTER" TO RT-LABEL.
           MOVE MST-ONLY-CNT TO RT-CNT.
           MOVE MST-ONLY-AMT TO RT-AMT.
           WRITE RECON-RECORD FROM RECON-TOTAL-LINE.
           MOVE "FIELDS DIFFER - MASTER AMOUNT" TO RT-LABEL.
           MOVE DIFF-ACCT-CNT TO RT-CNT.
           MOVE DIFF-OLD-AMT TO RT-AMT.
           WRITE RECON-RECORD FROM RECON-TOTAL-LINE.
           MOVE "FIELDS DIFFER - EXTRACT AMOUNT" TO RT-LABEL.
           MOVE DIFF-ACCT-CNT TO RT-CNT.
           MOVE DIFF-NEW-AMT TO RT-AMT.
           WRITE RECON-RECORD FROM RECON-TOTAL-LINE.

           IF WS-TRAN-WANTED THEN
               MOVE "MAINT04 TRANSACTIONS WRITTEN" TO RT-LABEL
               MOVE TRAN-OUT-CNT TO RT-CNT
               MOVE SPACES TO RT-AMT-X
               WRITE RECON-RECORD FROM RECON-TOTAL-LINE
           END-IF.
       RECON-TOTALS-EXIT.
           EXIT.
