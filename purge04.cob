      *
      * Declares the master's alternate last-name key so the file
      * opens; keys must match maint04's declaration exactly.
      *
      * 10/12/2026 Every purged record is also journaled on
      *            maint04-journal.dat (code P, the record as it
      *            stood as the before image, a blank after image,
      *            batch "purge04"), so bkup04's roll-forward
      *            recovery removes it again and inq04's HISTORY
      *            shows the date it was retired.
      * 10/13/2026 Runs now end with a RETURN-CODE for the night04
      *            job stream: 0 clean, 8 when a DELETE failed (the
      *            record is on the archive AND still on the
      *            master - sort it out before the next purge), 16
      *            for any abort.
      * 10/15/2026 The journal entry is now written (and its status
      *            checked) before the record is archived or deleted;
      *            one that will not write stops the purge RC 16
      *            with that record still on the master.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT PURGE-RPT-FILE ASSIGN TO "./sort04-purge.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-PURGE-RPT-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO "./maint04-journal.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
       FD PURGE-RPT-FILE.
         01 PURGE-RPT-RECORD  PIC X(80).

      *  maint04's JOURNAL - SAME LAYOUT; A PURGE GOES DOWN AS CODE P
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

       WORKING-STORAGE SECTION.
         01 MISC.
           05  WS-EOF-SW     PIC X(01) VALUE 'N'.
           05 PURGED-DEL-CNT PIC 9(7) VALUE 0 COMP-3.
           05 PURGED-DOR-CNT PIC 9(7) VALUE 0 COMP-3.
           05 KEPT-CNT       PIC 9(7) VALUE 0 COMP-3.
           05 DEL-FAIL-CNT   PIC 9(7) VALUE 0 COMP-3.
           05 WS-RC          PIC 9(4) VALUE 0 COMP.
           05 WS-PURGE-REASON PIC X(8) VALUE SPACES.
           05 WS-AGE-DAYS    PIC S9(7) VALUE 0 COMP-3.
           05 WS-DORM-YEARS  PIC S9(4) VALUE 0 COMP.
           05 WS-RUN-TIME    PIC X(08) VALUE SPACES.
           05 WS-BEFORE-IMAGE PIC X(164) VALUE SPACES.

      *    RUN-TIME PARAMETERS - retention days for flagged deletes,
      *    dormancy cutoff in years off the enrollment date, master
           05 WS-MASTER-STATUS PIC X(02) VALUE SPACES.
           05 WS-ARCHIVE-STATUS PIC X(02) VALUE SPACES.
           05 WS-PURGE-RPT-STATUS PIC X(02) VALUE SPACES.
           05 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.

         01 CURRENT-DATE-WORK.
           05 WS-CURRENT-DATE.

           PERFORM GET-PARMS-RTN THRU GET-PARMS-EXIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-EXIT.

           PERFORM READ-MASTER-RTN THRU READ-MASTER-EXIT.
               UNTIL EOF.

           PERFORM WRITE-SUMMARY-RTN THRU WRITE-SUMMARY-EXIT.
           CLOSE MASTER-FILE, ARCHIVE-FILE, PURGE-RPT-FILE,
               JOURNAL-FILE.

           DISPLAY "Records read " READ-CNT.
           DISPLAY "Purged (deleted past retention) "
               PURGED-DEL-CNT.
           DISPLAY "Purged (dormant past cutoff) " PURGED-DOR-CNT.
           DISPLAY "Records kept " KEPT-CNT.
           IF DEL-FAIL-CNT > 0 THEN
               DISPLAY "Deletes failed " DEL-FAIL-CNT
               MOVE 8 TO WS-RC.
           DISPLAY "Return code " WS-RC.
           DISPLAY "End of program!"
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------------
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS = "35" THEN
               DISPLAY "NO MASTER FILE AT " WS-MASTER-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MASTER-FILE, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *    THE ARCHIVE ONLY EVER GROWS (EXTEND) - IT IS THE LONG-TERM
           IF WS-ARCHIVE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN ARCHIVE-FILE, STATUS "
                   WS-ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT PURGE-RPT-FILE.
           IF WS-PURGE-RPT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN PURGE-RPT-FILE, STATUS "
                   WS-PURGE-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35" THEN
               OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN JOURNAL-FILE, STATUS "
                   WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE WS-CURRENT-DATE TO PH-DATE.
           EXIT.

      *--------------------------------------------------------------
      *    ARCHIVE-RTN - the record moves: the journal entry first -
      *    if that will not write the run stops there, with nothing
      *    archived or deleted that the journal does not know of -
      *    then the report line, the clean extract image (flag and
      *    date blanked, so an A transaction reinstates it as-is)
      *    onto the archive, then the DELETE off the master. A
      *    DELETE that fails after the P entry went down gets an
      *    entry putting the record back, so a roll-forward does
      *    not drop an account the master still has.
      *--------------------------------------------------------------
       ARCHIVE-RTN.
           MOVE MASTREC TO WS-BEFORE-IMAGE.
           MOVE SPACES TO JRNL-RECORD.
           MOVE WS-CURRENT-DATE TO JRN-DATE.
           MOVE WS-RUN-TIME(1:6) TO JRN-TIME.
           MOVE "purge04" TO JRN-BATCH.
           MOVE 'P' TO JRN-CODE.
           MOVE M-ACCOUNT TO JRN-ACCOUNT.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE.
           PERFORM WRITE-JOURNAL-RTN THRU WRITE-JOURNAL-EXIT.

           MOVE SPACES TO PURGE-RPT-RECORD.
           MOVE M-ACCOUNT TO PD-ACCOUNT.
           MOVE WS-PURGE-REASON TO PD-REASON.
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR " M-ACCOUNT
                       " STATUS " WS-MASTER-STATUS
                   ADD 1 TO DEL-FAIL-CNT
                   MOVE SPACES TO JRNL-RECORD
                   MOVE WS-CURRENT-DATE TO JRN-DATE
                   MOVE WS-RUN-TIME(1:6) TO JRN-TIME
                   MOVE "purge04" TO JRN-BATCH
                   MOVE 'A' TO JRN-CODE
                   MOVE M-ACCOUNT TO JRN-ACCOUNT
                   MOVE WS-BEFORE-IMAGE TO JRN-AFTER
                   PERFORM WRITE-JOURNAL-RTN THRU WRITE-JOURNAL-EXIT
           END-DELETE.
       ARCHIVE-EXIT.
           EXIT.

       WRITE-JOURNAL-RTN.
           WRITE JRNL-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE JOURNAL-FILE, STATUS "
                   WS-JOURNAL-STATUS " - PURGE STOPPED AT "
                   JRN-ACCOUNT
               CLOSE MASTER-FILE, ARCHIVE-FILE, PURGE-RPT-FILE,
                   JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       WRITE-JOURNAL-EXIT.
           EXIT.

       WRITE-SUMMARY-RTN.
           MOVE SPACES TO PURGE-RPT-RECORD.
           WRITE PURGE-RPT-RECORD.
