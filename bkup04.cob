       IDENTIFICATION DIVISION.
       PROGRAM-ID. bkup04.
      * A GnuCOBOL program
      * On: 10/12/2026
      * By: Bill Blasingim
      *
      * Backup generations and roll-forward recovery for the
      * customer master. Until now the only way back from a damaged
      * master was a hand rebuild from whatever copy was lying
      * around; maint04's BACKOUT only reverses a named batch on a
      * master that is still readable.
      *
      * BACKUP (the default - argument 1 blank or BACKUP) unloads
      * every master record, logically deleted ones included, to a
      * dated generation file, ./sort04-master-YYYYMMDD-HHMMSS.gen,
      * between HDR/TRL labels of its own (backup date and time,
      * master name; record count, deleted count and M-AMOUNT hash),
      * and catalogs it on ./sort04-master.cat, oldest first. Only
      * the newest N generations are kept (argument 2, default 7) -
      * older generation files are deleted and dropped from the
      * catalog.
      *
      * RECOVER reloads a chosen generation into a new master
      * (./sort04-master.rcv unless named - the live master is not
      * touched unless it is named as the output), proves the load
      * against the generation's trailer, then rolls it forward by
      * re-applying every maint04-journal.dat entry stamped from
      * the second the backup was taken on, up to an optional
      * recovery point (date, or date and time). Each entry's
      * after image is the record as it stood once the change was
      * made, so replay is a straight REWRITE (or WRITE, for an
      * add) of that image, or
      * a DELETE where the after image is blank (purge04 purges,
      * BACKOUT reversals of an add). An entry whose before image
      * does not match the record being replaced onto is applied
      * anyway, and listed - unless the record already stands as
      * its after image (an entry from the backup's own second that
      * the generation already holds).
      *
      * The counts proof on ./bkup04-recover.rpt shows generation
      * records loaded, journal entries re-applied (by code) and the
      * final master count, and proves loaded + added - removed =
      * final.
      *
      * RETURN-CODE 0 when the recovery is in balance, 4 when it is
      * in balance but a before image did not match, 8 when it is
      * out of balance, the generation fails its trailer (record
      * count, deleted count or amount hash) or a replay failed, 16
      * when a file will not open or no generation can be found. A
      * generation that cannot be written in full is deleted and
      * BACKUP ends 16 without touching the catalog.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MASTER-FILE ASSIGN TO WS-MASTER-NAME
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY M-ACCOUNT
           ALTERNATE RECORD KEY M-LAST WITH DUPLICATES
           FILE STATUS WS-MASTER-STATUS.
       SELECT GEN-FILE ASSIGN TO WS-GEN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-GEN-STATUS.
       SELECT CATALOG-FILE ASSIGN TO WS-CAT-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-CAT-STATUS.
       SELECT CAT-NEW-FILE ASSIGN TO WS-CAT-TMP-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-CAT-NEW-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO "./maint04-journal.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.
       SELECT RCV-RPT-FILE ASSIGN TO "./bkup04-recover.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-RCV-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
             10 FILLER       PIC X(10).
             10 FILLER       PIC X(10).
             10 M-AMOUNT     PIC 9999.99.
             10 FILLER REDEFINES M-AMOUNT.
               15 M-DOLLARS  PIC 9999.
               15 FILLER     PIC X.
               15 M-CENTS    PIC 99.
             10 FILLER       PIC X(47).

       FD GEN-FILE.
         01 GEN-RECORD       PIC X(164).

      *  ONE LINE PER GENERATION KEPT, OLDEST FIRST
       FD CATALOG-FILE.
         01 CATALOG-RECORD.
           05 CAT-DATE       PIC X(08).
           05 FILLER         PIC X(02).
           05 CAT-TIME       PIC X(06).
           05 FILLER         PIC X(02).
           05 CAT-COUNT      PIC 9(09).
           05 FILLER         PIC X(02).
           05 CAT-NAME       PIC X(100).

       FD CAT-NEW-FILE.
         01 CAT-NEW-RECORD   PIC X(129).

      *  maint04's JOURNAL - SAME LAYOUT
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

       FD RCV-RPT-FILE.
         01 RCV-RPT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
         01 MISC.
           05  WS-EOF-SW     PIC X(01) VALUE 'N'.
               88  EOF               VALUE 'Y'.
           05  WS-JRNL-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-JRNL-EOF       VALUE 'Y'.
           05  WS-CAT-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-CAT-EOF        VALUE 'Y'.
           05  WS-MODE-SW    PIC X(01) VALUE 'B'.
               88  WS-BACKUP-MODE    VALUE 'B'.
               88  WS-RECOVER-MODE   VALUE 'R'.
           05  WS-FOUND-SW   PIC X(01) VALUE 'N'.
               88  WS-FOUND          VALUE 'Y'.
           05  WS-TRL-SW     PIC X(01) VALUE 'N'.
               88  WS-TRL-SEEN       VALUE 'Y'.
           05  WS-TRL-OK-SW  PIC X(01) VALUE 'N'.
               88  WS-TRL-OK         VALUE 'Y'.
           05  WS-JOURNAL-SW PIC X(01) VALUE 'Y'.
               88  WS-JOURNAL-THERE  VALUE 'Y'.
           05 WS-RC          PIC 9(4) VALUE 0 COMP.
           05 WS-KEEP        PIC 9(2) VALUE 7.
           05 UNLOAD-CNT     PIC 9(9) VALUE 0 COMP-3.
           05 UNLOAD-DEL-CNT PIC 9(9) VALUE 0 COMP-3.
           05 DROP-CNT       PIC 9(9) VALUE 0 COMP-3.
           05 LOAD-CNT       PIC 9(9) VALUE 0 COMP-3.
           05 LOAD-DEL-CNT   PIC 9(9) VALUE 0 COMP-3.
           05 LOAD-FAIL-CNT  PIC 9(9) VALUE 0 COMP-3.
           05 JRN-READ-CNT   PIC 9(9) VALUE 0 COMP-3.
           05 JRN-EARLY-CNT  PIC 9(9) VALUE 0 COMP-3.
           05 JRN-LATE-CNT   PIC 9(9) VALUE 0 COMP-3.
           05 JRN-APPLIED-CNT PIC 9(9) VALUE 0 COMP-3.
           05 JRN-A-CNT      PIC 9(9) VALUE 0 COMP-3.
           05 JRN-C-CNT      PIC 9(9) VALUE 0 COMP-3.
           05 JRN-D-CNT      PIC 9(9) VALUE 0 COMP-3.
           05 JRN-B-CNT      PIC 9(9) VALUE 0 COMP-3.
           05 JRN-P-CNT      PIC 9(9) VALUE 0 COMP-3.
           05 JRN-OTHER-CNT  PIC 9(9) VALUE 0 COMP-3.
           05 MISMATCH-CNT   PIC 9(9) VALUE 0 COMP-3.
           05 REPLAY-FAIL-CNT PIC 9(9) VALUE 0 COMP-3.
           05 REPLAY-ADD-CNT PIC 9(9) VALUE 0 COMP-3.
           05 REPLAY-DEL-CNT PIC 9(9) VALUE 0 COMP-3.
           05 FINAL-CNT      PIC 9(9) VALUE 0 COMP-3.
           05 FINAL-DEL-CNT  PIC 9(9) VALUE 0 COMP-3.
           05 WS-EXPECT-CNT  PIC S9(9) VALUE 0 COMP-3.
           05 WS-AMT-HASH    PIC 9(13)V99 VALUE 0 COMP-3.
           05 WS-HASH-AMT    PIC 9999V99.
           05 WS-BKUP-STAMP  PIC X(14) VALUE SPACES.
           05 WS-UPTO-STAMP  PIC X(14) VALUE "99999999999999".
           05 WS-JRN-STAMP   PIC X(14) VALUE SPACES.
           05 WS-GEN-ARG     PIC X(100) VALUE SPACES.
           05 WS-BKUP-MASTER PIC X(100) VALUE SPACES.
           05 WS-NOTE        PIC X(40) VALUE SPACES.

      *    THE GENERATION FILE'S OWN LABELS - THE HEADER SAYS WHEN
      *    AND FROM WHAT, THE TRAILER PROVES THE RELOAD
         01 GEN-LABEL-REC.
           05 GL-ID            PIC X(3).
           05 GL-DATA          PIC X(161).
           05 FILLER REDEFINES GL-DATA.
             10 GL-DATE        PIC X(8).
             10 GL-TIME        PIC X(6).
             10 GL-SOURCE      PIC X(10).
             10 GL-MASTER      PIC X(100).
             10 FILLER         PIC X(37).
           05 FILLER REDEFINES GL-DATA.
             10 GL-REC-COUNT   PIC 9(9).
             10 GL-DEL-COUNT   PIC 9(9).
             10 GL-AMT-HASH    PIC 9(13)V99.
             10 FILLER         PIC X(128).

      *    THE CATALOG IN CORE - AT MOST 99 KEPT PLUS TONIGHT'S
         01 CATALOG-TABLE.
           05 CAT-ENTRY-CNT  PIC 9(4) VALUE 0 COMP.
           05 CAT-IX         PIC 9(4) VALUE 0 COMP.
           05 CAT-DROP       PIC 9(4) VALUE 0 COMP.
           05 CT-ENTRY OCCURS 100 TIMES.
             10 CT-REC.
               15 CT-DATE    PIC X(08).
               15 FILLER     PIC X(02).
               15 CT-TIME    PIC X(06).
               15 FILLER     PIC X(02).
               15 CT-COUNT   PIC 9(09).
               15 FILLER     PIC X(02).
               15 CT-NAME    PIC X(100).

      *    RUN-TIME PARAMETERS - see GET-PARMS-RTN
         01 RUN-PARMS.
           05 WS-MASTER-NAME PIC X(100)
               VALUE "./sort04-master.dat".
           05 WS-GEN-NAME    PIC X(100) VALUE SPACES.
           05 WS-CAT-NAME    PIC X(100)
               VALUE "./sort04-master.cat".
           05 WS-CAT-TMP-NAME PIC X(100)
               VALUE "./sort04-master.cat.tmp".
           05 WS-ARG-NUM     PIC 9(4) VALUE 0.
           05 WS-ARG         PIC X(100) VALUE SPACES.

         01 FILE-STATUSES.
           05 WS-MASTER-STATUS  PIC X(02) VALUE SPACES.
           05 WS-GEN-STATUS     PIC X(02) VALUE SPACES.
           05 WS-CAT-STATUS     PIC X(02) VALUE SPACES.
           05 WS-CAT-NEW-STATUS PIC X(02) VALUE SPACES.
           05 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           05 WS-RCV-RPT-STATUS PIC X(02) VALUE SPACES.

         01 CURRENT-DATE-WORK.
           05 WS-RUN-DATE    PIC X(08) VALUE SPACES.
           05 WS-RUN-TIME    PIC X(08) VALUE SPACES.

         01 RCV-HEAD-LINE.
            05 FILLER         PIC X(38) VALUE
            "MASTER ROLL-FORWARD RECOVERY - RUN DAT".
            05 FILLER         PIC X(02) VALUE "E ".
            05 RH-DATE         PIC X(8).

         01 RCV-HEAD-LINE-2.
            05 RH-LABEL        PIC X(20).
            05 RH-VALUE        PIC X(80).

      *    ONE LINE PER JOURNAL ENTRY THAT DID NOT REPLAY CLEANLY
         01 RCV-DETAIL-LINE.
            05 RD-DATE         PIC X(08).
            05 FILLER         PIC X(01) VALUE SPACE.
            05 RD-TIME         PIC X(06).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 RD-CODE         PIC X(01).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 RD-ACCOUNT      PIC X(17).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 RD-NOTE         PIC X(40).

         01 RCV-TOTAL-LINE.
            05 RT-LABEL        PIC X(40).
            05 RT-CNT          PIC ZZ,ZZZ,ZZ9-.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 RT-NOTE         PIC X(20).

       PROCEDURE DIVISION.

           PERFORM GET-PARMS-RTN THRU GET-PARMS-EXIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           IF WS-RECOVER-MODE THEN
               PERFORM RECOVER-RTN THRU RECOVER-EXIT
           ELSE
               PERFORM BACKUP-RTN THRU BACKUP-EXIT.

           DISPLAY "Return code " WS-RC.
           DISPLAY "End of program!"
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------------
      *    GET-PARMS-RTN - pick up the run-time arguments:
      *       1 - BACKUP (or blank) or RECOVER
      *     BACKUP:
      *       2 - generations to keep, 1-99 - default 7
      *       3 - master file name - default ./sort04-master.dat,
      *           the name sort04 knows the master by
      *     RECOVER:
      *       2 - the generation to reload - a generation file
      *           name, or a date YYYYMMDD (the newest generation
      *           cataloged that day), or blank for the newest
      *       3 - recover through - YYYYMMDDHHMMSS, or YYYYMMDD
      *           for the whole day - blank re-applies the whole
      *           journal after the backup
      *       4 - recovered master name - default
      *           ./sort04-master.rcv
      *--------------------------------------------------------------
       GET-PARMS-RTN.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.

           IF WS-ARG = "RECOVER" THEN
               SET WS-RECOVER-MODE TO TRUE
               PERFORM GET-RECOVER-PARMS-RTN
                   THRU GET-RECOVER-PARMS-EXIT
               GO TO GET-PARMS-EXIT.

           IF WS-ARG NOT = SPACES AND WS-ARG NOT = "BACKUP" THEN
               DISPLAY "UNKNOWN MODE " WS-ARG
                   " - argument 1 is BACKUP or RECOVER"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG(1:2) NUMERIC AND WS-ARG(3:) = SPACES THEN
               MOVE WS-ARG(1:2) TO WS-KEEP
           ELSE
               IF WS-ARG(1:1) NUMERIC AND WS-ARG(2:) = SPACES THEN
                   MOVE WS-ARG(1:1) TO WS-KEEP
               ELSE
                   IF WS-ARG NOT = SPACES THEN
                       MOVE 0 TO WS-KEEP.
           IF WS-KEEP = 0 THEN
               DISPLAY "GENERATIONS TO KEEP MUST BE 1-99, NOT "
                   WS-ARG
               MOVE 16 TO RETURN-CODE
               STOP RUN.

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

       GET-RECOVER-PARMS-RTN.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-GEN-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-GEN-ARG
           END-ACCEPT.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG(1:14) NUMERIC AND WS-ARG(15:) = SPACES THEN
               MOVE WS-ARG(1:14) TO WS-UPTO-STAMP
           ELSE
               IF WS-ARG(1:8) NUMERIC AND WS-ARG(9:) = SPACES THEN
                   MOVE WS-ARG(1:8) TO WS-UPTO-STAMP(1:8)
                   MOVE "235959" TO WS-UPTO-STAMP(9:6)
               ELSE
                   IF WS-ARG NOT = SPACES THEN
                       DISPLAY "BAD RECOVERY POINT " WS-ARG
                           " - YYYYMMDD or YYYYMMDDHHMMSS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN.

           MOVE "./sort04-master.rcv" TO WS-MASTER-NAME.
           MOVE 4 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES THEN
               MOVE WS-ARG TO WS-MASTER-NAME.
       GET-RECOVER-PARMS-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    BACKUP-RTN - unload the master to tonight's generation,
      *    then catalog it and let the oldest generations go. The
      *    catalog is only touched once the generation is closed, so
      *    a backup that dies part way never replaces a good one.
      *--------------------------------------------------------------
       BACKUP-RTN.
           STRING "./sort04-master-" WS-RUN-DATE "-"
               WS-RUN-TIME(1:6) ".gen"
               DELIMITED BY SIZE INTO WS-GEN-NAME.

           PERFORM LOAD-CATALOG-RTN THRU LOAD-CATALOG-EXIT.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MASTER-FILE, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN GEN-FILE, STATUS "
                   WS-GEN-STATUS
               PERFORM GEN-FAILED-RTN THRU GEN-FAILED-EXIT.

           MOVE SPACES TO GEN-LABEL-REC.
           MOVE "HDR" TO GL-ID.
           MOVE WS-RUN-DATE TO GL-DATE.
           MOVE WS-RUN-TIME(1:6) TO GL-TIME.
           MOVE "MASTER" TO GL-SOURCE.
           MOVE WS-MASTER-NAME TO GL-MASTER.
           WRITE GEN-RECORD FROM GEN-LABEL-REC.
           IF WS-GEN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE GEN-FILE HEADER, STATUS "
                   WS-GEN-STATUS
               PERFORM GEN-FAILED-RTN THRU GEN-FAILED-EXIT.

           PERFORM READ-MASTER-RTN THRU READ-MASTER-EXIT.
           PERFORM UNLOAD-RTN THRU UNLOAD-EXIT
               UNTIL EOF.

           MOVE SPACES TO GEN-LABEL-REC.
           MOVE "TRL" TO GL-ID.
           MOVE UNLOAD-CNT TO GL-REC-COUNT.
           MOVE UNLOAD-DEL-CNT TO GL-DEL-COUNT.
           MOVE WS-AMT-HASH TO GL-AMT-HASH.
           WRITE GEN-RECORD FROM GEN-LABEL-REC.
           IF WS-GEN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE GEN-FILE TRAILER, STATUS "
                   WS-GEN-STATUS
               PERFORM GEN-FAILED-RTN THRU GEN-FAILED-EXIT.
           CLOSE MASTER-FILE.
           CLOSE GEN-FILE.
           IF WS-GEN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO CLOSE GEN-FILE, STATUS "
                   WS-GEN-STATUS
               PERFORM GEN-FAILED-RTN THRU GEN-FAILED-EXIT.

           ADD 1 TO CAT-ENTRY-CNT.
           MOVE SPACES TO CT-REC(CAT-ENTRY-CNT).
           MOVE WS-RUN-DATE TO CT-DATE(CAT-ENTRY-CNT).
           MOVE WS-RUN-TIME(1:6) TO CT-TIME(CAT-ENTRY-CNT).
           MOVE UNLOAD-CNT TO CT-COUNT(CAT-ENTRY-CNT).
           MOVE WS-GEN-NAME TO CT-NAME(CAT-ENTRY-CNT).
           PERFORM SAVE-CATALOG-RTN THRU SAVE-CATALOG-EXIT.

           DISPLAY "Master " WS-MASTER-NAME " backed up to "
               WS-GEN-NAME.
           DISPLAY "Records unloaded " UNLOAD-CNT.
           DISPLAY "  logically deleted " UNLOAD-DEL-CNT.
           DISPLAY "Amount hash " WS-AMT-HASH.
           DISPLAY "Generations kept " WS-KEEP.
           DISPLAY "Old generations dropped " DROP-CNT.
       BACKUP-EXIT.
           EXIT.

       READ-MASTER-RTN.
           READ MASTER-FILE NEXT RECORD
             AT END
               SET EOF TO TRUE
           END-READ.
       READ-MASTER-EXIT.
           EXIT.

      *    EVERYTHING GOES - A DELETED RECORD IS STILL PART OF THE
      *    MASTER UNTIL purge04 RETIRES IT
       UNLOAD-RTN.
           WRITE GEN-RECORD FROM MASTREC.
           IF WS-GEN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE GEN-FILE, STATUS "
                   WS-GEN-STATUS " AT RECORD " UNLOAD-CNT
               PERFORM GEN-FAILED-RTN THRU GEN-FAILED-EXIT.
           ADD 1 TO UNLOAD-CNT.
           IF M-DELETED THEN
               ADD 1 TO UNLOAD-DEL-CNT.
           IF M-DOLLARS NUMERIC AND M-CENTS NUMERIC THEN
               MOVE M-AMOUNT TO WS-HASH-AMT
               ADD WS-HASH-AMT TO WS-AMT-HASH
                   ON SIZE ERROR
                       DISPLAY "AMOUNT HASH OVERFLOW AT RECORD "
                           UNLOAD-CNT
               END-ADD
           END-IF.
           PERFORM READ-MASTER-RTN THRU READ-MASTER-EXIT.
       UNLOAD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    GEN-FAILED-RTN - the generation could not be written in
      *    full. The part written is deleted and the run stops before
      *    the catalog is touched, so the good generations stand.
      *--------------------------------------------------------------
       GEN-FAILED-RTN.
           CLOSE MASTER-FILE, GEN-FILE.
           CALL "CBL_DELETE_FILE" USING WS-GEN-NAME.
           DISPLAY "Partial generation " WS-GEN-NAME " deleted".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       GEN-FAILED-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    LOAD-CATALOG-RTN - the generations kept so far, oldest
      *    first. No catalog yet is an empty one.
      *--------------------------------------------------------------
       LOAD-CATALOG-RTN.
           MOVE 0 TO CAT-ENTRY-CNT.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS = "35" THEN
               GO TO LOAD-CATALOG-EXIT.
           IF WS-CAT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN CATALOG-FILE, STATUS "
                   WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE 'N' TO WS-CAT-EOF-SW.
           PERFORM CATALOG-READ-RTN THRU CATALOG-READ-EXIT
               UNTIL WS-CAT-EOF.
           CLOSE CATALOG-FILE.
       LOAD-CATALOG-EXIT.
           EXIT.

       CATALOG-READ-RTN.
           READ CATALOG-FILE
               AT END
                   SET WS-CAT-EOF TO TRUE
                   GO TO CATALOG-READ-EXIT
           END-READ.
           IF CAT-NAME = SPACES THEN
               GO TO CATALOG-READ-EXIT.
           IF CAT-ENTRY-CNT >= 99 THEN
               DISPLAY "CATALOG " WS-CAT-NAME
                   " HOLDS MORE THAN 99 GENERATIONS"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CAT-ENTRY-CNT.
           MOVE CATALOG-RECORD TO CT-REC(CAT-ENTRY-CNT).
       CATALOG-READ-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    SAVE-CATALOG-RTN - the oldest generations beyond the
      *    number kept are deleted; the rest are written to a new
      *    catalog, which then replaces the old one (CBL_RENAME_FILE)
      *--------------------------------------------------------------
       SAVE-CATALOG-RTN.
           MOVE 0 TO CAT-DROP.
           IF CAT-ENTRY-CNT > WS-KEEP THEN
               COMPUTE CAT-DROP = CAT-ENTRY-CNT - WS-KEEP.

           OPEN OUTPUT CAT-NEW-FILE.
           IF WS-CAT-NEW-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN CAT-NEW-FILE, STATUS "
                   WS-CAT-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 1 TO CAT-IX.
           PERFORM CAT-WRITE-RTN THRU CAT-WRITE-EXIT
               UNTIL CAT-IX > CAT-ENTRY-CNT.
           CLOSE CAT-NEW-FILE.
           CALL "CBL_RENAME_FILE" USING WS-CAT-TMP-NAME
               WS-CAT-NAME.
       SAVE-CATALOG-EXIT.
           EXIT.

       CAT-WRITE-RTN.
           IF CAT-IX > CAT-DROP THEN
               WRITE CAT-NEW-RECORD FROM CT-REC(CAT-IX)
           ELSE
               CALL "CBL_DELETE_FILE" USING CT-NAME(CAT-IX)
               ADD 1 TO DROP-CNT
               DISPLAY "Generation dropped " CT-NAME(CAT-IX).
           ADD 1 TO CAT-IX.
       CAT-WRITE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    RECOVER-RTN - reload the generation, roll it forward from
      *    the journal, count what came out, and prove it.
      *--------------------------------------------------------------
       RECOVER-RTN.
           PERFORM PICK-GEN-RTN THRU PICK-GEN-EXIT.

           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN GEN-FILE " WS-GEN-NAME
                   " STATUS " WS-GEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           READ GEN-FILE INTO GEN-LABEL-REC
               AT END
                   MOVE SPACES TO GEN-LABEL-REC
           END-READ.
           IF GL-ID NOT = "HDR" THEN
               DISPLAY WS-GEN-NAME " IS NOT A MASTER GENERATION - "
                   "no HDR label"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE GL-DATE TO WS-BKUP-STAMP(1:8).
           MOVE GL-TIME TO WS-BKUP-STAMP(9:6).
           MOVE GL-MASTER TO WS-BKUP-MASTER.
           IF WS-UPTO-STAMP < WS-BKUP-STAMP THEN
               DISPLAY "RECOVERY POINT " WS-UPTO-STAMP
                   " IS BEFORE THE BACKUP " WS-BKUP-STAMP
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MASTER-FILE, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RCV-RPT-FILE.
           IF WS-RCV-RPT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN RCV-RPT-FILE, STATUS "
                   WS-RCV-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM RECOVER-HEAD-RTN THRU RECOVER-HEAD-EXIT.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM RELOAD-RTN THRU RELOAD-EXIT
               UNTIL EOF.
           CLOSE GEN-FILE, MASTER-FILE.
           IF WS-TRL-SEEN AND GL-REC-COUNT = LOAD-CNT AND
              GL-DEL-COUNT = LOAD-DEL-CNT AND
              GL-AMT-HASH = WS-AMT-HASH THEN
               SET WS-TRL-OK TO TRUE.

           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MASTER-FILE, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35" THEN
               MOVE 'N' TO WS-JOURNAL-SW
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN JOURNAL-FILE, STATUS "
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           IF WS-JOURNAL-THERE THEN
               PERFORM REPLAY-RTN THRU REPLAY-EXIT
                   UNTIL WS-JRNL-EOF
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "No journal - nothing to roll forward".
           CLOSE MASTER-FILE.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MASTER-FILE, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-MASTER-RTN THRU READ-MASTER-EXIT.
           PERFORM COUNT-FINAL-RTN THRU COUNT-FINAL-EXIT
               UNTIL EOF.
           CLOSE MASTER-FILE.

           COMPUTE WS-EXPECT-CNT =
               LOAD-CNT + REPLAY-ADD-CNT - REPLAY-DEL-CNT.
           IF MISMATCH-CNT > 0 THEN
               MOVE 4 TO WS-RC.
           IF WS-EXPECT-CNT NOT = FINAL-CNT OR NOT WS-TRL-OK OR
              LOAD-FAIL-CNT > 0 OR REPLAY-FAIL-CNT > 0 THEN
               MOVE 8 TO WS-RC.

           PERFORM RECOVER-TOTALS-RTN THRU RECOVER-TOTALS-EXIT.
           CLOSE RCV-RPT-FILE.

           DISPLAY "Generation " WS-GEN-NAME " taken "
               WS-BKUP-STAMP.
           DISPLAY "Generation records loaded " LOAD-CNT.
           DISPLAY "Journal entries re-applied " JRN-APPLIED-CNT.
           DISPLAY "Before-image mismatches " MISMATCH-CNT.
           DISPLAY "Replays failed " REPLAY-FAIL-CNT.
           DISPLAY "Final master records " FINAL-CNT.
           IF WS-RC < 8 THEN
               DISPLAY "Recovered master " WS-MASTER-NAME
                   " IN BALANCE"
           ELSE
               DISPLAY "Recovered master " WS-MASTER-NAME
                   " OUT OF BALANCE - see bkup04-recover.rpt".
       RECOVER-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    PICK-GEN-RTN - a name is taken as given; a date or
      *    nothing is looked up on the catalog (newest entry for
      *    the date, or newest of all)
      *--------------------------------------------------------------
       PICK-GEN-RTN.
           IF WS-GEN-ARG NOT = SPACES AND
              NOT (WS-GEN-ARG(1:8) NUMERIC AND
                   WS-GEN-ARG(9:) = SPACES) THEN
               MOVE WS-GEN-ARG TO WS-GEN-NAME
               GO TO PICK-GEN-EXIT.

           PERFORM LOAD-CATALOG-RTN THRU LOAD-CATALOG-EXIT.
           MOVE CAT-ENTRY-CNT TO CAT-IX.
           PERFORM PICK-GEN-SCAN-RTN THRU PICK-GEN-SCAN-EXIT
               UNTIL CAT-IX < 1 OR WS-GEN-NAME NOT = SPACES.
           IF WS-GEN-NAME = SPACES THEN
               DISPLAY "NO GENERATION CATALOGED ON " WS-CAT-NAME
                   " FOR " WS-GEN-ARG
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       PICK-GEN-EXIT.
           EXIT.

       PICK-GEN-SCAN-RTN.
           IF WS-GEN-ARG = SPACES OR
              WS-GEN-ARG(1:8) = CT-DATE(CAT-IX) THEN
               MOVE CT-NAME(CAT-IX) TO WS-GEN-NAME.
           SUBTRACT 1 FROM CAT-IX.
       PICK-GEN-SCAN-EXIT.
           EXIT.

       RECOVER-HEAD-RTN.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE RCV-RPT-RECORD FROM RCV-HEAD-LINE.
           MOVE SPACES TO RCV-RPT-RECORD.
           WRITE RCV-RPT-RECORD.
           MOVE "  GENERATION" TO RH-LABEL.
           MOVE WS-GEN-NAME TO RH-VALUE.
           WRITE RCV-RPT-RECORD FROM RCV-HEAD-LINE-2.
           MOVE "  BACKED UP FROM" TO RH-LABEL.
           MOVE WS-BKUP-MASTER TO RH-VALUE.
           WRITE RCV-RPT-RECORD FROM RCV-HEAD-LINE-2.
           MOVE "  BACKUP TAKEN" TO RH-LABEL.
           MOVE SPACES TO RH-VALUE.
           STRING WS-BKUP-STAMP(1:8) " " WS-BKUP-STAMP(9:6)
               DELIMITED BY SIZE INTO RH-VALUE.
           WRITE RCV-RPT-RECORD FROM RCV-HEAD-LINE-2.
           MOVE "  RECOVERED THROUGH" TO RH-LABEL.
           MOVE SPACES TO RH-VALUE.
           IF WS-UPTO-STAMP = "99999999999999" THEN
               MOVE "END OF JOURNAL" TO RH-VALUE
           ELSE
               STRING WS-UPTO-STAMP(1:8) " " WS-UPTO-STAMP(9:6)
                   DELIMITED BY SIZE INTO RH-VALUE.
           WRITE RCV-RPT-RECORD FROM RCV-HEAD-LINE-2.
           MOVE "  RECOVERED MASTER" TO RH-LABEL.
           MOVE WS-MASTER-NAME TO RH-VALUE.
           WRITE RCV-RPT-RECORD FROM RCV-HEAD-LINE-2.
           MOVE SPACES TO RCV-RPT-RECORD.
           WRITE RCV-RPT-RECORD.
           MOVE "JOURNAL ENTRIES NOT REPLAYED CLEANLY" TO
               RCV-RPT-RECORD.
           WRITE RCV-RPT-RECORD.
       RECOVER-HEAD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    RELOAD-RTN - the generation back into the new master,
      *    accumulating the count and hash its trailer is proved
      *    against. Anything after the trailer is ignored.
      *--------------------------------------------------------------
       RELOAD-RTN.
           READ GEN-FILE INTO GEN-LABEL-REC
               AT END
                   SET EOF TO TRUE
                   GO TO RELOAD-EXIT
           END-READ.
           IF GL-ID = "TRL" THEN
               SET WS-TRL-SEEN TO TRUE
               SET EOF TO TRUE
               GO TO RELOAD-EXIT.

           MOVE GEN-RECORD TO MASTREC.
           WRITE MASTREC
               INVALID KEY
                   ADD 1 TO LOAD-FAIL-CNT
                   DISPLAY "RELOAD FAILED FOR " M-ACCOUNT
                       " STATUS " WS-MASTER-STATUS
                   GO TO RELOAD-EXIT
           END-WRITE.
           ADD 1 TO LOAD-CNT.
           IF M-DELETED THEN
               ADD 1 TO LOAD-DEL-CNT.
           IF M-DOLLARS NUMERIC AND M-CENTS NUMERIC THEN
               MOVE M-AMOUNT TO WS-HASH-AMT
               ADD WS-HASH-AMT TO WS-AMT-HASH
                   ON SIZE ERROR
                       DISPLAY "AMOUNT HASH OVERFLOW AT RECORD "
                           LOAD-CNT
               END-ADD
           END-IF.
       RELOAD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    REPLAY-RTN - one journal entry. Only entries stamped no
      *    earlier than the backup and no later than the recovery
      *    point are applied; the after image is what the record
      *    became. The stamps are to the second, and night04 runs
      *    maint04 straight after the backup, so an entry from the
      *    backup's own second is replayed - one that was already
      *    in the generation finds its after image there and is
      *    rewritten as it stands.
      *--------------------------------------------------------------
       REPLAY-RTN.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
                   GO TO REPLAY-EXIT
           END-READ.
           ADD 1 TO JRN-READ-CNT.
           MOVE JRN-DATE TO WS-JRN-STAMP(1:8).
           MOVE JRN-TIME TO WS-JRN-STAMP(9:6).
           IF WS-JRN-STAMP < WS-BKUP-STAMP THEN
               ADD 1 TO JRN-EARLY-CNT
               GO TO REPLAY-EXIT.
           IF WS-JRN-STAMP > WS-UPTO-STAMP THEN
               ADD 1 TO JRN-LATE-CNT
               GO TO REPLAY-EXIT.

           ADD 1 TO JRN-APPLIED-CNT.
           EVALUATE JRN-CODE
               WHEN 'A'
                   ADD 1 TO JRN-A-CNT
               WHEN 'C'
                   ADD 1 TO JRN-C-CNT
               WHEN 'D'
                   ADD 1 TO JRN-D-CNT
               WHEN 'B'
                   ADD 1 TO JRN-B-CNT
               WHEN 'P'
                   ADD 1 TO JRN-P-CNT
               WHEN OTHER
                   ADD 1 TO JRN-OTHER-CNT
           END-EVALUATE.

           MOVE JRN-ACCOUNT TO M-ACCOUNT.
           MOVE 'Y' TO WS-FOUND-SW.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
           END-READ.

      *    THE RECORD BEING REPLACED SHOULD BE WHAT THE JOURNAL SAYS
      *    IT WAS - IF NOT, SOMETHING CHANGED THE MASTER OFF THE
      *    JOURNAL; APPLY ANYWAY AND LIST IT. ONE ALREADY AS THE
      *    AFTER IMAGE LEAVES IT (OR ITS DELETE WAS IN THE BACKUP)
           IF WS-FOUND THEN
               IF MASTREC NOT = JRN-BEFORE AND
                  MASTREC NOT = JRN-AFTER THEN
                   ADD 1 TO MISMATCH-CNT
                   MOVE "BEFORE IMAGE DOES NOT MATCH" TO WS-NOTE
                   PERFORM EXCEPTION-LINE-RTN
                       THRU EXCEPTION-LINE-EXIT
               END-IF
           ELSE
               IF JRN-BEFORE NOT = SPACES AND
                  JRN-AFTER NOT = SPACES THEN
                   ADD 1 TO MISMATCH-CNT
                   MOVE "NOT ON MASTER - BEFORE IMAGE EXPECTED"
                       TO WS-NOTE
                   PERFORM EXCEPTION-LINE-RTN
                       THRU EXCEPTION-LINE-EXIT.

           IF JRN-AFTER = SPACES THEN
               IF WS-FOUND THEN
                   PERFORM REPLAY-DELETE-RTN THRU REPLAY-DELETE-EXIT
               END-IF
               GO TO REPLAY-EXIT.

           MOVE JRN-AFTER TO MASTREC.
           IF WS-FOUND THEN
               REWRITE MASTREC
                   INVALID KEY
                       ADD 1 TO REPLAY-FAIL-CNT
                       MOVE SPACES TO WS-NOTE
                       STRING "REWRITE FAILED, STATUS "
                           WS-MASTER-STATUS
                           DELIMITED BY SIZE INTO WS-NOTE
                       PERFORM EXCEPTION-LINE-RTN
                           THRU EXCEPTION-LINE-EXIT
               END-REWRITE
           ELSE
               WRITE MASTREC
                   INVALID KEY
                       ADD 1 TO REPLAY-FAIL-CNT
                       MOVE SPACES TO WS-NOTE
                       STRING "WRITE FAILED, STATUS "
                           WS-MASTER-STATUS
                           DELIMITED BY SIZE INTO WS-NOTE
                       PERFORM EXCEPTION-LINE-RTN
                           THRU EXCEPTION-LINE-EXIT
                       GO TO REPLAY-EXIT
               END-WRITE
               ADD 1 TO REPLAY-ADD-CNT.
       REPLAY-EXIT.
           EXIT.

       REPLAY-DELETE-RTN.
           DELETE MASTER-FILE
               INVALID KEY
                   ADD 1 TO REPLAY-FAIL-CNT
                   MOVE SPACES TO WS-NOTE
                   STRING "DELETE FAILED, STATUS "
                       WS-MASTER-STATUS
                       DELIMITED BY SIZE INTO WS-NOTE
                   PERFORM EXCEPTION-LINE-RTN
                       THRU EXCEPTION-LINE-EXIT
                   GO TO REPLAY-DELETE-EXIT
           END-DELETE.
           ADD 1 TO REPLAY-DEL-CNT.
       REPLAY-DELETE-EXIT.
           EXIT.

       EXCEPTION-LINE-RTN.
           MOVE JRN-DATE TO RD-DATE.
           MOVE JRN-TIME TO RD-TIME.
           MOVE JRN-CODE TO RD-CODE.
           MOVE JRN-ACCOUNT TO RD-ACCOUNT.
           MOVE WS-NOTE TO RD-NOTE.
           WRITE RCV-RPT-RECORD FROM RCV-DETAIL-LINE.
       EXCEPTION-LINE-EXIT.
           EXIT.

       COUNT-FINAL-RTN.
           ADD 1 TO FINAL-CNT.
           IF M-DELETED THEN
               ADD 1 TO FINAL-DEL-CNT.
           PERFORM READ-MASTER-RTN THRU READ-MASTER-EXIT.
       COUNT-FINAL-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    RECOVER-TOTALS-RTN - the counts proof: what the
      *    generation held, what the journal did to it, what came
      *    out, and whether they add up.
      *--------------------------------------------------------------
       RECOVER-TOTALS-RTN.
           IF MISMATCH-CNT = 0 AND REPLAY-FAIL-CNT = 0 THEN
               MOVE "  (NONE)" TO RCV-RPT-RECORD
               WRITE RCV-RPT-RECORD.
           MOVE SPACES TO RCV-RPT-RECORD.
           WRITE RCV-RPT-RECORD.
           MOVE "RECOVERY COUNTS PROOF" TO RCV-RPT-RECORD.
           WRITE RCV-RPT-RECORD.

           MOVE SPACES TO RT-NOTE.
           MOVE "GENERATION RECORDS LOADED" TO RT-LABEL.
           MOVE LOAD-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "  LOGICALLY DELETED" TO RT-LABEL.
           MOVE LOAD-DEL-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "  RELOAD FAILURES" TO RT-LABEL.
           MOVE LOAD-FAIL-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "  GENERATION TRAILER COUNT" TO RT-LABEL.
           IF WS-TRL-SEEN THEN
               MOVE GL-REC-COUNT TO RT-CNT
           ELSE
               MOVE 0 TO RT-CNT.
           IF WS-TRL-OK THEN
               MOVE "AGREES" TO RT-NOTE
           ELSE
               IF WS-TRL-SEEN THEN
                   MOVE "DOES NOT AGREE" TO RT-NOTE
               ELSE
                   MOVE "NO TRAILER" TO RT-NOTE.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE SPACES TO RT-NOTE.
           MOVE "  GENERATION TRAILER DELETED" TO RT-LABEL.
           IF WS-TRL-SEEN THEN
               MOVE GL-DEL-COUNT TO RT-CNT
           ELSE
               MOVE 0 TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.

           MOVE "JOURNAL ENTRIES READ" TO RT-LABEL.
           MOVE JRN-READ-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "  BEFORE THE BACKUP - SKIPPED" TO RT-LABEL.
           MOVE JRN-EARLY-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "  AFTER THE RECOVERY POINT - SKIPPED" TO RT-LABEL.
           MOVE JRN-LATE-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "  RE-APPLIED" TO RT-LABEL.
           MOVE JRN-APPLIED-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "    ADDS" TO RT-LABEL.
           MOVE JRN-A-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "    CHANGES AND REINSTATES" TO RT-LABEL.
           MOVE JRN-C-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "    DELETES" TO RT-LABEL.
           MOVE JRN-D-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "    BACKOUT REVERSALS" TO RT-LABEL.
           MOVE JRN-B-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "    PURGES" TO RT-LABEL.
           MOVE JRN-P-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           IF JRN-OTHER-CNT > 0 THEN
               MOVE "    OTHER CODES" TO RT-LABEL
               MOVE JRN-OTHER-CNT TO RT-CNT
               WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "  BEFORE-IMAGE MISMATCHES" TO RT-LABEL.
           MOVE MISMATCH-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "  REPLAYS FAILED" TO RT-LABEL.
           MOVE REPLAY-FAIL-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.

           MOVE SPACES TO RCV-RPT-RECORD.
           WRITE RCV-RPT-RECORD.
           MOVE "GENERATION RECORDS LOADED" TO RT-LABEL.
           MOVE LOAD-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "  PLUS RECORDS ADDED BY REPLAY" TO RT-LABEL.
           MOVE REPLAY-ADD-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "  LESS RECORDS REMOVED BY REPLAY" TO RT-LABEL.
           MOVE REPLAY-DEL-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "  EXPECTED MASTER RECORDS" TO RT-LABEL.
           MOVE WS-EXPECT-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE "FINAL MASTER RECORD COUNT" TO RT-LABEL.
           MOVE FINAL-CNT TO RT-CNT.
           IF WS-EXPECT-CNT = FINAL-CNT THEN
               MOVE "IN BALANCE" TO RT-NOTE
           ELSE
               MOVE "OUT OF BALANCE" TO RT-NOTE.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
           MOVE SPACES TO RT-NOTE.
           MOVE "  LOGICALLY DELETED" TO RT-LABEL.
           MOVE FINAL-DEL-CNT TO RT-CNT.
           WRITE RCV-RPT-RECORD FROM RCV-TOTAL-LINE.
       RECOVER-TOTALS-EXIT.
           EXIT.
