       IDENTIFICATION DIVISION.
       PROGRAM-ID. part04.
      * A GnuCOBOL program
      * On: 10/14/2026
      * By: Bill Blasingim
      *
      * Partitioned run of sort04 for the million-record extract.
      * Even the single-pass ALL mode puts the whole file through
      * one SORT in one process; this cuts the extract into STATE
      * ranges and runs sort04 on every range at the same time,
      * then merges the partitions back into the one set of
      * outputs a normal STATE, CITY run leaves behind.
      *
      * SPLIT reads the extract once (HDR/TRL verified the way
      * sort04 verifies them) and sorts each record to its
      * partition - the first range whose high STATE is not below
      * the record's STATE; a state in a gap rides with the next
      * range up, anything past the last range (a bad STATE sort04
      * will reject anyway) with the last. Ranges come from
      * ./sort04-parts.dat (low state, high state per line, in
      * order) or default to four. Each partition gets its own
      * working directory, ./sort04-part-NN, because sort04 writes
      * every output under a fixed ./ name: a labeled extract
      * (sort04-part.dat, with its own HDR/TRL count and hash), the
      * ZIP reference, and the suspense records repair04 has marked
      * ready for that range's states (sort04-suspense.in - the
      * partition recycles them, so they leave the main suspense
      * file until the merge hands them back). The split is filed
      * on ./sort04-part.ctl.
      *
      * RUN starts sort04 in every partition directory at once and
      * waits for them all. Each partition's return code lands on
      * its sort04-part.rc and its console on sort04-part.log. A
      * partition that ended above 8 (or never ended) has failed;
      * RUN with no partition number reruns only those - fresh,
      * from the split's own files - and RUN nn reruns just that
      * one. RESTART as argument 3 (or as argument 2, for every
      * failed partition) resumes them from their sort04
      * checkpoints instead.
      *
      * MERGE, once every partition has completed, builds the main
      * outputs from the partition outputs: PRINTFILE (partition
      * reports in STATE order under one GRAND TOTAL, with the
      * variance alert page against the last run of this extract),
      * the state summary (pct and rank over the whole run), the GL
      * posting file, one run-history record, the reject,
      * exception, extract, birthday and suspense files, the
      * minors and impossible-birth-date listings under one
      * heading and count each, the age demographics report
      * rebuilt from every partition's staged age bands, and the
      * end-of-job control report - which also shows every
      * partition's return code, records and total and proves
      * the merged grand totals equal the sum of the partitions
      * (the split's count and hash are proven by each partition's
      * sort04 against its own HDR/TRL).
      * A control file already merged cannot be merged twice,
      * and a new SPLIT is refused until the last one has been
      * merged.
      *
      * Argument 1 - SPLIT, RUN, MERGE, or blank/ALL for all three
      * in turn (the merge only when every partition completes).
      * Argument 2 - the extract for SPLIT/ALL (else env var
      * SORT04-INFILE), the partition number for RUN. Env var
      * PART04-SORT04 names the sort04 each partition runs, from
      * inside its directory (default ../sort04). sort04's own
      * SORT04-REJECT-PCT and SORT04-TOLERANCE are honored by the
      * merge the same way. SORT04-VENDOR=Y is refused: the vendor-
      * safe run draws its tokens against the one in-house token
      * file, and partitions each in their own directory would
      * hand the same customer different tokens - run sort04
      * itself for the vendor files.
      *
      * RETURN-CODE as sort04 grades a run - 0 clean, 4 rejects,
      * variance, impossible birth dates or a partition warning,
      * 8 reject rate over the
      * limit or the merge out of balance, 16 a failed partition,
      * a bad split or a file that will not open.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INFILE ASSIGN TO WS-INFILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-INFILE-STATUS.
       SELECT RANGE-FILE ASSIGN TO "./sort04-parts.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-RANGE-STATUS.
       SELECT CTL-FILE ASSIGN TO WS-CTL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-CTL-STATUS.
       SELECT CTL-NEW-FILE ASSIGN TO WS-CTL-TMP-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-CTL-NEW-STATUS.
       SELECT PART-OUT-FILE ASSIGN TO WS-PART-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-PART-OUT-STATUS.
       SELECT PART-IN-FILE ASSIGN TO WS-PART-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-PART-IN-STATUS.
       SELECT MERGE-OUT-FILE ASSIGN TO WS-MERGE-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-MERGE-OUT-STATUS.
       SELECT SUSPENSE-FILE ASSIGN TO WS-SUSP-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-SUSP-STATUS.
       SELECT SUSP-NEW-FILE ASSIGN TO WS-SUSP-TMP-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-SUSP-NEW-STATUS.
       SELECT PRINTFILE ASSIGN TO PRINTER
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-PRINT-STATUS.
       SELECT STATE-SUM-FILE ASSIGN TO "./sort04-statesum.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-STSUM-STATUS.
       SELECT GLMAP-FILE ASSIGN TO "./sort04-glmap.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-GLMAP-STATUS.
       SELECT GL-FILE ASSIGN TO "./sort04-glpost.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-GL-STATUS.
       SELECT RUN-HISTORY-FILE ASSIGN TO "./sort04-runhist.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-RUNHIST-STATUS.
       SELECT DEMOG-FILE ASSIGN TO "./sort04-demog.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-DEMOG-STATUS.
       SELECT EOJ-FILE ASSIGN TO "./sort04-eoj.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-EOJ-STATUS.
       SELECT SORT-FILE  ASSIGN TO "./part04-srtwork.fil".
       DATA DIVISION.
       FILE SECTION.
      *  sort04's INREC - ONLY THE FIELDS THE SPLIT LOOKS AT
       FD INFILE.
         01 INREC.
           05 ACCOUNT          PIC X(17).
           05 FILLER           PIC X(93).
           05 I-AMOUNT         PIC 9999.99.
           05 FILLER REDEFINES I-AMOUNT.
              10 I-DOLLARS     PIC 9999.
              10 FILLER        PIC X.
              10 I-CENTS       PIC 99.
           05 FILLER           PIC X(40).
           05 I-STATE          PIC X(2).
           05 I-ZIP            PIC X(5).
         01 BATCH-LABEL-REC.
           05 BL-ID            PIC X(3).
           05 BL-DATA          PIC X(161).
           05 FILLER REDEFINES BL-DATA.
             10 BL-FILE-DATE   PIC X(10).
             10 BL-SOURCE      PIC X(10).
             10 FILLER         PIC X(141).
           05 FILLER REDEFINES BL-DATA.
             10 BL-REC-COUNT   PIC 9(9).
             10 BL-AMT-HASH    PIC 9(13)V99.
             10 FILLER         PIC X(137).

      *  ONE STATE RANGE PER LINE, LOWEST FIRST
       FD RANGE-FILE.
         01 RANGE-RECORD.
           05 RG-LO            PIC X(2).
           05 FILLER           PIC X(02).
           05 RG-HI            PIC X(2).

      *  THE SPLIT ON FILE - ONE HEADER LINE, ONE LINE PER PARTITION
       FD CTL-FILE.
         01 CTL-RECORD.
           05 CTL-TYPE         PIC X(1).
           05 FILLER           PIC X(02).
           05 CTL-DATE         PIC X(8).
           05 FILLER           PIC X(01).
           05 CTL-TIME         PIC X(6).
           05 FILLER           PIC X(02).
           05 CTL-STATE        PIC X(1).
           05 FILLER           PIC X(02).
           05 CTL-PART-CNT     PIC 9(2).
           05 FILLER           PIC X(02).
           05 CTL-IN-COUNT     PIC 9(9).
           05 FILLER           PIC X(02).
           05 CTL-IN-HASH      PIC 9(13)V99.
           05 FILLER           PIC X(02).
           05 CTL-HDR-DATE     PIC X(10).
           05 FILLER           PIC X(02).
           05 CTL-HDR-SOURCE   PIC X(10).
           05 FILLER           PIC X(02).
           05 CTL-INFILE       PIC X(100).
         01 CTL-PART-RECORD.
           05 CTP-TYPE         PIC X(1).
           05 FILLER           PIC X(02).
           05 CTP-NO           PIC 9(2).
           05 FILLER           PIC X(02).
           05 CTP-LO           PIC X(2).
           05 FILLER           PIC X(02).
           05 CTP-HI           PIC X(2).
           05 FILLER           PIC X(02).
           05 CTP-COUNT        PIC 9(9).
           05 FILLER           PIC X(02).
           05 CTP-HASH         PIC 9(13)V99.
           05 FILLER           PIC X(02).
           05 CTP-SUSP         PIC 9(7).

       FD CTL-NEW-FILE.
         01 CTL-NEW-RECORD     PIC X(181).

      *  A PARTITION'S EXTRACT, OR ITS READY SUSPENSE RECORDS
       FD PART-OUT-FILE.
         01 POUT-RECORD        PIC X(187).
         01 POUT-LABEL.
           05 POUT-ID          PIC X(3).
           05 POUT-DATA        PIC X(161).
           05 FILLER REDEFINES POUT-DATA.
             10 POUT-FILE-DATE PIC X(10).
             10 POUT-SOURCE    PIC X(10).
             10 FILLER         PIC X(141).
           05 FILLER REDEFINES POUT-DATA.
             10 POUT-REC-COUNT PIC 9(9).
             10 POUT-AMT-HASH  PIC 9(13)V99.
             10 FILLER         PIC X(137).

      *  WHATEVER PARTITION FILE IS BEING READ BACK - THE PRINTFILE
      *  AND FLAT FILES AS TEXT, AND THE sort04 LAYOUTS BELOW
       FD PART-IN-FILE.
         01 PIN-RECORD         PIC X(210).
         01 PIN-RC-RECORD.
           05 PIN-RC           PIC X(3).
      *    sort04's STATE-SUMMARY STAGING ROW
         01 PIN-SSW-RECORD.
           05 PIN-SSW-STATE    PIC X(2).
           05 FILLER           PIC X(02).
           05 PIN-SSW-CNT      PIC 9(7).
           05 FILLER           PIC X(02).
           05 PIN-SSW-TOT      PIC 9(9)V99.
           05 FILLER           PIC X(02).
           05 PIN-SSW-MIN      PIC 9(4)V99.
           05 FILLER           PIC X(02).
           05 PIN-SSW-MAX      PIC 9(4)V99.
      *    sort04's AGE-BAND STAGING ROW
         01 PIN-DGW-RECORD.
           05 PIN-DGW-STATE    PIC X(2).
           05 FILLER           PIC X(02).
           05 PIN-DGW-BAND     PIC 9.
           05 FILLER           PIC X(02).
           05 PIN-DGW-CNT      PIC 9(7).
           05 FILLER           PIC X(02).
           05 PIN-DGW-TOT      PIC 9(9)V99.
      *    sort04's RUN-HISTORY RECORD
         01 PIN-HIST-RECORD.
           05 PIN-HIST-DATE    PIC X(8).
           05 FILLER           PIC X(02).
           05 PIN-HIST-TIME    PIC X(6).
           05 FILLER           PIC X(02).
           05 PIN-HIST-MODE    PIC X(01).
           05 FILLER           PIC X(02).
           05 PIN-HIST-RECIN   PIC 9(7).
           05 FILLER           PIC X(02).
           05 PIN-HIST-REJECTS PIC 9(7).
           05 FILLER           PIC X(02).
           05 PIN-HIST-GRAND   PIC 9(9)V99.
           05 FILLER           PIC X(02).
           05 PIN-HIST-BKT-1   PIC 9(7).
           05 FILLER           PIC X(02).
           05 PIN-HIST-BKT-2   PIC 9(7).
           05 FILLER           PIC X(02).
           05 PIN-HIST-BKT-3   PIC 9(7).
           05 FILLER           PIC X(02).
           05 PIN-HIST-BKT-4   PIC 9(7).
           05 FILLER           PIC X(02).
           05 PIN-HIST-BKT-5   PIC 9(7).
      *    sort04's SUSPENSE RECORD
         01 PIN-SUSP-RECORD.
           05 PIN-SUS-STATUS   PIC X(1).
           05 FILLER           PIC X(186).

       FD MERGE-OUT-FILE.
         01 MOUT-RECORD        PIC X(210).

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
             10 FILLER         PIC X(157).
             10 SUS-STATE      PIC X(2).
             10 FILLER         PIC X(5).

       FD SUSP-NEW-FILE.
         01 SUSP-NEW-RECORD    PIC X(187).

       FD PRINTFILE.
         01 OUTREC             PIC X(133).

       FD STATE-SUM-FILE.
         01 STSUM-RECORD       PIC X(110).

       FD GLMAP-FILE.
         01 GLMAP-RECORD.
           05 GM-STATE         PIC X(2).
           05 FILLER           PIC X(02).
           05 GM-ACCOUNT       PIC X(8).

       FD GL-FILE.
         01 GL-RECORD          PIC X(40).

       FD RUN-HISTORY-FILE.
         01 HIST-RECORD.
           05 HIST-RUN-DATE    PIC X(8).
           05 FILLER           PIC X(02).
           05 HIST-RUN-TIME    PIC X(6).
           05 FILLER           PIC X(02).
           05 HIST-SORT-MODE   PIC X(01).
           05 FILLER           PIC X(02).
           05 HIST-RECIN       PIC 9(7).
           05 FILLER           PIC X(02).
           05 HIST-REJECT-CNT  PIC 9(7).
           05 FILLER           PIC X(02).
           05 HIST-GRAND-AMT   PIC 9(9)V99.
           05 FILLER           PIC X(02).
           05 HIST-AGE-BKT-1   PIC 9(7).
           05 FILLER           PIC X(02).
           05 HIST-AGE-BKT-2   PIC 9(7).
           05 FILLER           PIC X(02).
           05 HIST-AGE-BKT-3   PIC 9(7).
           05 FILLER           PIC X(02).
           05 HIST-AGE-BKT-4   PIC 9(7).
           05 FILLER           PIC X(02).
           05 HIST-AGE-BKT-5   PIC 9(7).
           05 FILLER           PIC X(02).
           05 HIST-INFILE-NAME PIC X(100).
           05 FILLER           PIC X(02).
           05 HIST-SOURCE      PIC X(10).

       FD DEMOG-FILE.
         01 DEMOG-RECORD        PIC X(80).

       FD EOJ-FILE.
         01 EOJ-RECORD         PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-PART         PIC 9(2).
           05 SRT-IMAGE        PIC X(164).

       WORKING-STORAGE SECTION.
         01 MISC.
           05  WS-EOF-SW     PIC X(01) VALUE 'N'.
               88  EOF               VALUE 'Y'.
           05  EOF-FLAG      PIC X(01) VALUE 'N'.
               88  EOF2              VALUE 'Y'.
           05  WS-PIN-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-PIN-EOF        VALUE 'Y'.
           05  WS-RANGE-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-RANGE-EOF      VALUE 'Y'.
           05  WS-RESTART-SW PIC X(01) VALUE 'N'.
               88  WS-RESTART-RUN    VALUE 'Y'.
           05  WS-BALANCE-SW PIC X(01) VALUE 'Y'.
               88  WS-IN-BALANCE     VALUE 'Y'.
           05 WS-MODE        PIC X(10) VALUE SPACES.
               88  WS-MODE-ALL       VALUE SPACES "ALL".
               88  WS-MODE-SPLIT     VALUE "SPLIT".
               88  WS-MODE-RUN       VALUE "RUN".
               88  WS-MODE-MERGE     VALUE "MERGE".
           05  WS-CMD-OVER-SW PIC X(01) VALUE 'N'.
               88  WS-CMD-OVERFLOW   VALUE 'Y'.
           05 WS-RC          PIC 9(4) VALUE 0 COMP.
           05 WS-SORT-PGM    PIC X(100) VALUE SPACES.
      *    20 PARTITIONS OF (CD DIR; PGM ... ECHO $? >RC) &, UP TO
      *    130 BYTES OF DIRECTORY AND PROGRAM PATH PLUS 92 FIXED EACH
           05 WS-COMMAND     PIC X(4500) VALUE SPACES.
           05 WS-CMD-PTR     PIC 9(4) VALUE 0 COMP.
           05 WS-ARG-NUM     PIC 9(4) VALUE 0.
           05 WS-ARG         PIC X(100) VALUE SPACES.
           05 WS-ONLY-PART   PIC 9(2) VALUE 0.
           05 WS-RUN-CNT     PIC 9(4) VALUE 0 COMP.
           05 WS-FAILED-CNT  PIC 9(4) VALUE 0 COMP.
           05 WS-RC-TEXT     PIC X(3) VALUE SPACES.
           05 WS-RC-NUM      PIC 9(3) VALUE 0.
           05 WS-CTL-NEW-STATE PIC X(01) VALUE SPACE.

         01 FILE-STATUSES.
           05 WS-INFILE-STATUS    PIC X(02) VALUE SPACES.
           05 WS-RANGE-STATUS     PIC X(02) VALUE SPACES.
           05 WS-CTL-STATUS       PIC X(02) VALUE SPACES.
           05 WS-CTL-NEW-STATUS   PIC X(02) VALUE SPACES.
           05 WS-PART-OUT-STATUS  PIC X(02) VALUE SPACES.
           05 WS-PART-IN-STATUS   PIC X(02) VALUE SPACES.
           05 WS-MERGE-OUT-STATUS PIC X(02) VALUE SPACES.
           05 WS-SUSP-STATUS      PIC X(02) VALUE SPACES.
           05 WS-SUSP-NEW-STATUS  PIC X(02) VALUE SPACES.
           05 WS-PRINT-STATUS     PIC X(02) VALUE SPACES.
           05 WS-STSUM-STATUS     PIC X(02) VALUE SPACES.
           05 WS-GLMAP-STATUS     PIC X(02) VALUE SPACES.
           05 WS-GL-STATUS        PIC X(02) VALUE SPACES.
           05 WS-RUNHIST-STATUS   PIC X(02) VALUE SPACES.
           05 WS-DEMOG-STATUS     PIC X(02) VALUE SPACES.
           05 WS-EOJ-STATUS       PIC X(02) VALUE SPACES.

         01 FILE-NAMES.
           05 WS-INFILE-NAME      PIC X(100) VALUE SPACES.
           05 WS-CTL-NAME         PIC X(30)
               VALUE "./sort04-part.ctl".
           05 WS-CTL-TMP-NAME     PIC X(30)
               VALUE "./sort04-part.ctl.tmp".
           05 WS-SUSP-NAME        PIC X(30)
               VALUE "./sort04-suspense.dat".
           05 WS-SUSP-TMP-NAME    PIC X(30)
               VALUE "./sort04-suspense.tmp".
           05 WS-ZIPREF-NAME      PIC X(30)
               VALUE "./sort04-zipref.dat".
           05 WS-PART-DIR         PIC X(30) VALUE SPACES.
           05 WS-PART-FILE-NAME   PIC X(60) VALUE SPACES.
           05 WS-PART-FILE-2      PIC X(60) VALUE SPACES.
           05 WS-MERGE-FILE-NAME  PIC X(60) VALUE SPACES.
           05 WS-LEAF-NAME        PIC X(30) VALUE SPACES.

      *    HDR/TRL BATCH CONTROL ON THE SPLIT'S READ PASS - SAME
      *    CHECKS sort04 MAKES (SEE SPLIT-VERIFY-RTN)
         01 BATCH-CONTROL.
           05  WS-HDR-SW       PIC X(01) VALUE 'N'.
               88  WS-HEADER-SEEN        VALUE 'Y'.
           05  WS-TRL-SW       PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN       VALUE 'Y'.
           05 WS-DATA-READ-CNT PIC 9(9) VALUE 0 COMP-3.
           05 WS-AMT-HASH      PIC 9(13)V99 VALUE 0 COMP-3.
           05 WS-HASH-AMT      PIC 9999V99.
           05 WS-TRL-COUNT     PIC 9(9) VALUE 0 COMP-3.
           05 WS-TRL-HASH      PIC 9(13)V99 VALUE 0 COMP-3.
           05 WS-HDR-FILE-DATE PIC X(10) VALUE SPACES.
           05 WS-HDR-SOURCE    PIC X(10) VALUE SPACES.
           05 WS-SPLIT-DATE    PIC X(8) VALUE SPACES.
           05 WS-SPLIT-TIME    PIC X(6) VALUE SPACES.

      *    THE PARTITIONS - STATE RANGE, WHAT THE SPLIT PUT IN EACH,
      *    AND (ONCE RUN) WHAT sort04 MADE OF IT
         01 PART-WORK.
           05 PART-CNT         PIC 9(4) VALUE 0 COMP.
           05 PART-IX          PIC 9(4) VALUE 0 COMP.
           05 WS-CUR-PART      PIC 9(4) VALUE 0 COMP.
           05 WS-NEXT-PART     PIC 9(4) VALUE 0 COMP.
           05 WS-FIND-STATE    PIC X(2) VALUE SPACES.
           05 WS-FIND-IX       PIC 9(4) VALUE 0 COMP.
           05 WS-PART-NO       PIC 9(2) VALUE 0.
           05 PART-TABLE.
              10 PART-ENTRY OCCURS 20.
                 15 PT-LO        PIC X(2).
                 15 PT-HI        PIC X(2).
                 15 PT-COUNT     PIC 9(9) COMP-3.
                 15 PT-HASH      PIC 9(13)V99 COMP-3.
                 15 PT-WRITTEN   PIC 9(9) COMP-3.
                 15 PT-SUSP      PIC 9(7) COMP-3.
                 15 PT-SELECT-SW PIC X(01).
                    88 PT-SELECTED       VALUE 'Y'.
                 15 PT-STATUS    PIC X(01).
                    88 PT-COMPLETED      VALUE 'C'.
                    88 PT-FAILED         VALUE 'F'.
                    88 PT-NOT-RUN        VALUE 'N'.
                 15 PT-RC        PIC 9(3).
                 15 PT-RECIN     PIC 9(7) COMP-3.
                 15 PT-REJECTS   PIC 9(7) COMP-3.
                 15 PT-GRAND     PIC 9(9)V99 COMP-3.
                 15 PT-BKT-1     PIC 9(7) COMP-3.
                 15 PT-BKT-2     PIC 9(7) COMP-3.
                 15 PT-BKT-3     PIC 9(7) COMP-3.
                 15 PT-BKT-4     PIC 9(7) COMP-3.
                 15 PT-BKT-5     PIC 9(7) COMP-3.
                 15 PT-ROW-CNT   PIC 9(7) COMP-3.
                 15 PT-ROW-TOT   PIC 9(9)V99 COMP-3.
                 15 PT-RECYCLED  PIC 9(7) COMP-3.

      *    FOUR RANGES WHEN THERE IS NO ./sort04-parts.dat
         01 DEFAULT-RANGE-VALUES.
           05 FILLER           PIC X(04) VALUE "AAFZ".
           05 FILLER           PIC X(04) VALUE "GAMD".
           05 FILLER           PIC X(04) VALUE "MENY".
           05 FILLER           PIC X(04) VALUE "OAZZ".
         01 DEFAULT-RANGES REDEFINES DEFAULT-RANGE-VALUES.
           05 DEFAULT-RANGE OCCURS 4 TIMES.
             10 DR-LO          PIC X(2).
             10 DR-HI          PIC X(2).

      *    THE MERGED RUN'S FIGURES - WHAT A SINGLE sort04 RUN
      *    WOULD HAVE HELD AT END OF JOB
         01 MERGE-WORK.
           05 RECIN            PIC 9(7) VALUE 0 COMP-3.
           05 REJECT-CNT       PIC 9(7) VALUE 0 COMP-3.
           05 GRAND-TOT-AMT    PIC 9(9)V99 VALUE 0 COMP-3.
           05 RUN-BKT-1        PIC 9(7) VALUE 0 COMP-3.
           05 RUN-BKT-2        PIC 9(7) VALUE 0 COMP-3.
           05 RUN-BKT-3        PIC 9(7) VALUE 0 COMP-3.
           05 RUN-BKT-4        PIC 9(7) VALUE 0 COMP-3.
           05 RUN-BKT-5        PIC 9(7) VALUE 0 COMP-3.
           05 WS-PART-GRAND    PIC 9(9)V99 VALUE 0 COMP-3.
           05 WS-SPLIT-CNT-TOT PIC 9(9) VALUE 0 COMP-3.
           05 WS-SUSP-BACK-CNT PIC 9(7) VALUE 0 COMP-3.
           05 RECYCLED-CNT     PIC 9(7) VALUE 0 COMP-3.
           05 RECYC-FAIL-CNT   PIC 9(7) VALUE 0 COMP-3.
           05 SUSP-OUT-CNT     PIC 9(7) VALUE 0 COMP-3.
           05 WS-PRINT-CNT     PIC 9(7) VALUE 0 COMP-3.
           05 WS-COPY-CNT      PIC 9(7) VALUE 0 COMP-3.
           05 WS-PIN-LINE-CNT  PIC 9(7) VALUE 0 COMP-3.
           05 WS-BLANK-PEND    PIC 9(4) VALUE 0 COMP.
           05 WS-REJ-LINE-CNT  PIC 9(7) VALUE 0 COMP-3.
           05 WS-EXC-LINE-CNT  PIC 9(7) VALUE 0 COMP-3.
           05 WS-EXTRACT-CNT   PIC 9(7) VALUE 0 COMP-3.
           05 WS-REJ-STATUS    PIC X(02) VALUE SPACES.
           05 WS-EXC-STATUS    PIC X(02) VALUE SPACES.
           05 WS-EXTRACT-STATUS PIC X(02) VALUE SPACES.
           05 WS-BDAY-CNT      PIC 9(7) VALUE 0 COMP-3.
           05 WS-BDAY-STATUS   PIC X(02) VALUE SPACES.
           05 WS-MINOR-CNT     PIC 9(7) VALUE 0 COMP-3.
           05 WS-MINOR-STATUS  PIC X(02) VALUE SPACES.
           05 WS-BADDOB-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 WS-BADDOB-STATUS PIC X(02) VALUE SPACES.
           05 WS-LIST-HEAD     PIC X(110) VALUE SPACES.
           05 WS-LIST-COL      PIC X(110) VALUE SPACES.
           05 WS-LIST-SKIP     PIC 9(4) VALUE 0 COMP.
           05 WS-REJ-PCT-TEXT  PIC X(3) VALUE SPACES.
           05 WS-REJECT-LIMIT  PIC 9(3) VALUE 10.
           05 WS-REJ-RATE      PIC 9(3)V99 VALUE 0 COMP-3.
           05 WS-PART-WARN-SW  PIC X(01) VALUE 'N'.
               88  WS-PART-WARNED        VALUE 'Y'.

      *    RUN-HISTORY / VARIANCE - AS sort04 (SEE VARIANCE-CHECK-RTN)
         01 HISTORY-WORK.
           05  WS-HIST-EOF-SW  PIC X(01) VALUE 'N'.
               88  WS-HIST-EOF           VALUE 'Y'.
           05  WS-PREV-RUN-SW  PIC X(01) VALUE 'N'.
               88  WS-PREV-RUN-FOUND     VALUE 'Y'.
           05  WS-VAR-ALERT-SW PIC X(01) VALUE 'N'.
               88  WS-VARIANCE-ALERTED   VALUE 'Y'.
           05 WS-PREV-RECIN    PIC 9(7) VALUE 0 COMP-3.
           05 WS-PREV-GRAND    PIC 9(9)V99 VALUE 0 COMP-3.
           05 WS-TOL-TEXT      PIC X(3) VALUE SPACES.
           05 WS-VENDOR-TEXT   PIC X(3) VALUE SPACES.
           05 WS-TOLERANCE-PCT PIC 9(3) VALUE 10.
           05 WS-REC-VAR-PCT   PIC S9(5)V99 VALUE 0 COMP-3.
           05 WS-AMT-VAR-PCT   PIC S9(5)V99 VALUE 0 COMP-3.
           05 WS-CURRENT-DATE  PIC X(8) VALUE SPACES.
           05 WS-RUN-TIME      PIC X(8) VALUE SPACES.

      *    STATE SUMMARY - EVERY PARTITION'S STAGED ROWS, IN STATE
      *    ORDER BECAUSE THE PARTITIONS ARE
         01 STATE-SUM-WORK.
           05 STSUM-CNT        PIC 9(4) VALUE 0 COMP.
           05 STSUM-IX         PIC 9(4) VALUE 0 COMP.
           05 STSUM-JX         PIC 9(4) VALUE 0 COMP.
           05 WS-ST-RANK       PIC 9(4) VALUE 0 COMP.
           05 WS-ST-AVG        PIC 9(7)V99 VALUE 0 COMP-3.
           05 WS-ST-PCT        PIC 9(3)V99 VALUE 0 COMP-3.
           05 WS-SUM-CNT-TOT   PIC 9(7) VALUE 0 COMP-3.
           05 STSUM-TABLE.
              10 STSUM-ENTRY OCCURS 60.
                 15 STSUM-STATE  PIC X(2).
                 15 STSUM-CNT-N  PIC 9(7) COMP-3.
                 15 STSUM-TOT    PIC 9(9)V99 COMP-3.
                 15 STSUM-MIN    PIC 9(4)V99 COMP-3.
                 15 STSUM-MAX    PIC 9(4)V99 COMP-3.

      *    AGE DEMOGRAPHICS - EVERY PARTITION'S STAGED AGE BANDS,
      *    IN STATE ORDER BECAUSE THE PARTITIONS ARE
         01 DEMOG-WORK.
           05  WS-DEMOG-FULL-SW PIC X(01) VALUE 'N'.
               88  WS-DEMOG-FULL          VALUE 'Y'.
           05 DEMOG-CNT        PIC 9(4) VALUE 0 COMP.
           05 DEMOG-IX         PIC 9(4) VALUE 0 COMP.
           05 DEMOG-BX         PIC 9(4) VALUE 0 COMP.
           05 WS-DG-ST-CNT     PIC 9(9) VALUE 0 COMP-3.
           05 WS-DG-ST-TOT     PIC 9(11)V99 VALUE 0 COMP-3.
           05 WS-DG-RUN-CNT    PIC 9(9) VALUE 0 COMP-3.
           05 WS-DG-RUN-TOT    PIC 9(11)V99 VALUE 0 COMP-3.
           05 WS-DG-PCT        PIC 9(3)V99 VALUE 0 COMP-3.
           05 DEMOG-RUN-BANDS.
              10 DEMOG-RUN-BAND OCCURS 8.
                 15 DG-RUN-CNT  PIC 9(9) COMP-3.
                 15 DG-RUN-TOT  PIC 9(11)V99 COMP-3.
           05 DEMOG-TABLE.
              10 DEMOG-ENTRY OCCURS 60.
                 15 DG-STATE    PIC X(2).
                 15 DG-BAND OCCURS 8.
                    20 DG-CNT   PIC 9(7) COMP-3.
                    20 DG-TOT   PIC 9(9)V99 COMP-3.

      *    THE AGE BANDS - AS sort04
         01 AGE-BAND-VALUES.
           05 FILLER           PIC X(12) VALUE "UNDER 18".
           05 FILLER           PIC X(12) VALUE "18-24".
           05 FILLER           PIC X(12) VALUE "25-34".
           05 FILLER           PIC X(12) VALUE "35-44".
           05 FILLER           PIC X(12) VALUE "45-54".
           05 FILLER           PIC X(12) VALUE "55-64".
           05 FILLER           PIC X(12) VALUE "65 AND OVER".
           05 FILLER           PIC X(12) VALUE "NO VALID DOB".
         01 AGE-BAND-TABLE REDEFINES AGE-BAND-VALUES.
           05 AGE-BAND-NAME    PIC X(12) OCCURS 8 TIMES.

      *    GL POSTING - AS sort04 (SEE GL-POST-RTN)
         01 GL-WORK.
           05  WS-GLMAP-EOF-SW PIC X(01) VALUE 'N'.
               88  WS-GLMAP-EOF          VALUE 'Y'.
           05  WS-GLMAP-SW     PIC X(01) VALUE 'N'.
               88  WS-GLMAP-LOADED       VALUE 'Y'.
           05 GLMAP-CNT        PIC 9(4) VALUE 0 COMP.
           05 GLMAP-IX         PIC 9(4) VALUE 0 COMP.
           05 WS-GL-ACCT       PIC X(8) VALUE SPACES.
           05 WS-GL-DEBIT-ACCT PIC X(8) VALUE "99999998".
           05 WS-GL-SUSP-ACCT  PIC X(8) VALUE "99999999".
           05 WS-GL-HASH       PIC 9(11)V99 VALUE 0 COMP-3.
           05 WS-GL-REC-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 GL-SUSP-CNT      PIC 9(4) VALUE 0 COMP.
           05 GL-SUSP-IX       PIC 9(4) VALUE 0 COMP.
           05 GL-SUSP-STATES.
              10 GL-SUSP-STATE OCCURS 60 PIC X(2).
           05 GL-MAP-TABLE.
              10 GLMAP-ENTRY OCCURS 60.
                 15 GLM-STATE  PIC X(2).
                 15 GLM-ACCT   PIC X(8).

         01 TOTAL-LINE.
            05 FILLER         PIC X(73) VALUE SPACES.
            05 GND             PIC X(06) VALUE "GRAND ".
            05 FILLER         PIC X(06) VALUE "TOTAL ".
            05 T-AMOUNT         PIC $$$,$$$,$$9.99.

         01 VAR-HEAD-LINE.
            05 FILLER         PIC X(20) VALUE SPACES.
            05 FILLER         PIC X(34) VALUE
            "*** RUN VARIANCE ALERT, TOLERANCE ".
            05 VH-TOL          PIC ZZ9.
            05 FILLER         PIC X(05) VALUE "% ***".

         01 VAR-COUNT-LINE.
            05 FILLER         PIC X(06) VALUE SPACES.
            05 FILLER         PIC X(08) VALUE "RECORDS ".
            05 FILLER         PIC X(07) VALUE "PRIOR ".
            05 VC-PRIOR        PIC ZZ,ZZZ,ZZ9.
            05 FILLER         PIC X(10) VALUE "  TONIGHT ".
            05 VC-TONIGHT      PIC ZZ,ZZZ,ZZ9.
            05 FILLER         PIC X(09) VALUE "  CHANGE ".
            05 VC-PCT          PIC +ZZ,ZZ9.99.
            05 FILLER         PIC X(01) VALUE "%".

         01 VAR-AMOUNT-LINE.
            05 FILLER         PIC X(06) VALUE SPACES.
            05 FILLER         PIC X(08) VALUE "AMOUNT ".
            05 FILLER         PIC X(07) VALUE "PRIOR ".
            05 VA-PRIOR        PIC $$$,$$$,$$9.99.
            05 FILLER         PIC X(10) VALUE "  TONIGHT ".
            05 VA-TONIGHT      PIC $$$,$$$,$$9.99.
            05 FILLER         PIC X(09) VALUE "  CHANGE ".
            05 VA-PCT          PIC +ZZ,ZZ9.99.
            05 FILLER         PIC X(01) VALUE "%".

         01 STSUM-HEAD-LINE.
            05 FILLER         PIC X(26) VALUE
            "STATE SUMMARY - RUN DATE ".
            05 SSH-DATE        PIC X(8).

         01 STSUM-COL-LINE.
            05 FILLER         PIC X(04) VALUE "ST".
            05 FILLER         PIC X(12) VALUE "     COUNT".
            05 FILLER         PIC X(16) VALUE "          TOTAL".
            05 FILLER         PIC X(15) VALUE "       AVERAGE".
            05 FILLER         PIC X(11) VALUE "   MINIMUM".
            05 FILLER         PIC X(11) VALUE "   MAXIMUM".
            05 FILLER         PIC X(09) VALUE "     PCT".
            05 FILLER         PIC X(06) VALUE "  RANK".

         01 STSUM-DETAIL-LINE.
            05 SSD-STATE       PIC X(2).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 SSD-CNT         PIC ZZ,ZZZ,ZZ9.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 SSD-TOT         PIC $$$,$$$,$$9.99.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 SSD-AVG         PIC $$,$$$,$$9.99.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 SSD-MIN         PIC $$,$$9.99.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 SSD-MAX         PIC $$,$$9.99.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 SSD-PCT         PIC ZZ9.99.
            05 FILLER         PIC X(01) VALUE "%".
            05 FILLER         PIC X(02) VALUE SPACES.
            05 SSD-RANK        PIC ZZZ9.

         01 STSUM-GRAND-LINE.
            05 FILLER         PIC X(02) VALUE "**".
            05 FILLER         PIC X(02) VALUE SPACES.
            05 SSG-CNT         PIC ZZ,ZZZ,ZZ9.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 SSG-TOT         PIC $$$,$$$,$$9.99.
            05 FILLER         PIC X(49) VALUE SPACES.
            05 FILLER         PIC X(07) VALUE "100.00%".

         01 DEMOG-HEAD-LINE.
            05 FILLER         PIC X(37) VALUE
            "AGE DEMOGRAPHICS BY STATE - RUN DATE ".
            05 DGH-DATE        PIC X(8).

         01 DEMOG-COL-LINE.
            05 FILLER         PIC X(04) VALUE "ST".
            05 FILLER         PIC X(14) VALUE "AGE BAND".
            05 FILLER         PIC X(10) VALUE "     COUNT".
            05 FILLER         PIC X(09) VALUE "    SHARE".
            05 FILLER         PIC X(16) VALUE "           TOTAL".
            05 FILLER         PIC X(09) VALUE "    SHARE".

         01 DEMOG-DETAIL-LINE.
            05 DGD-STATE       PIC X(2).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 DGD-BAND        PIC X(12).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 DGD-CNT         PIC ZZ,ZZZ,ZZ9.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 DGD-CNT-PCT     PIC ZZ9.99.
            05 FILLER         PIC X(01) VALUE "%".
            05 FILLER         PIC X(02) VALUE SPACES.
            05 DGD-TOT         PIC $$$,$$$,$$9.99.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 DGD-AMT-PCT     PIC ZZ9.99.
            05 FILLER         PIC X(01) VALUE "%".

         01 MINOR-HEAD-LINE.
            05 FILLER         PIC X(30) VALUE
            "CUSTOMERS UNDER 18 - RUN DATE ".
            05 MNH-DATE        PIC X(8).

         01 MINOR-COL-LINE.
            05 FILLER         PIC X(19) VALUE "ACCOUNT".
            05 FILLER         PIC X(42) VALUE "NAME".
            05 FILLER         PIC X(12) VALUE "BIRTH DATE".
            05 FILLER         PIC X(05) VALUE "AGE".
            05 FILLER         PIC X(02) VALUE "ST".

         01 BADDOB-HEAD-LINE.
            05 FILLER         PIC X(34) VALUE
            "IMPOSSIBLE BIRTH DATES - RUN DATE ".
            05 BDH-DATE        PIC X(8).

         01 BADDOB-COL-LINE.
            05 FILLER         PIC X(19) VALUE "ACCOUNT".
            05 FILLER         PIC X(42) VALUE "NAME".
            05 FILLER         PIC X(12) VALUE "BIRTH DATE".
            05 FILLER         PIC X(12) VALUE "ENROLLED".
            05 FILLER         PIC X(18) VALUE "REASON".
            05 FILLER         PIC X(02) VALUE "ST".

         01 LISTING-TOTAL-LINE.
            05 LT-LABEL        PIC X(24).
            05 LT-COUNT        PIC ZZ,ZZZ,ZZ9.

         01 GL-HDR-LINE.
            05 FILLER         PIC X(01) VALUE "H".
            05 FILLER         PIC X(02) VALUE SPACES.
            05 GLH-DATE        PIC X(8).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 GLH-HASH        PIC 9(11)V99.

         01 GL-POST-LINE.
            05 GLP-TYPE        PIC X(01).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 GLP-ACCOUNT     PIC X(8).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 GLP-STATE       PIC X(2).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 GLP-AMOUNT      PIC 9(9)V99.

         01 GL-SUSP-LINE.
            05 FILLER         PIC X(06) VALUE "STATE ".
            05 GS-STATE        PIC X(2).
            05 FILLER         PIC X(32) VALUE
            " POSTED TO GL SUSPENSE - NO MAP ".

         01 EOJ-HEAD-LINE.
            05 FILLER         PIC X(37) VALUE
            "END-OF-JOB CONTROL REPORT - RUN DATE ".
            05 EJ-DATE         PIC X(8).
            05 FILLER         PIC X(16) VALUE
            " - PARTITIONED, ".
            05 EJ-PARTS        PIC Z9.
            05 FILLER         PIC X(11) VALUE " PARTITIONS".

         01 EOJ-FILE-LINE.
            05 EJ-FILE-NAME    PIC X(22).
            05 FILLER         PIC X(07) VALUE "STATUS ".
            05 EJ-STATUS       PIC X(02).
            05 FILLER         PIC X(10) VALUE "  RECORDS ".
            05 EJ-COUNT        PIC ZZ,ZZZ,ZZ9.

         01 EOJ-PART-COL-LINE.
            05 FILLER         PIC X(10) VALUE "PARTITION".
            05 FILLER         PIC X(08) VALUE "STATES".
            05 FILLER         PIC X(03) VALUE " RC".
            05 FILLER         PIC X(12) VALUE "     RECORDS".
            05 FILLER         PIC X(12) VALUE "    REJECTED".
            05 FILLER         PIC X(16) VALUE "           TOTAL".

         01 EOJ-PART-LINE.
            05 FILLER         PIC X(05) VALUE "PART ".
            05 EP-NO           PIC 99.
            05 FILLER         PIC X(03) VALUE SPACES.
            05 EP-LO           PIC X(2).
            05 FILLER         PIC X(01) VALUE "-".
            05 EP-HI           PIC X(2).
            05 FILLER         PIC X(03) VALUE SPACES.
            05 EP-RC           PIC ZZ9.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 EP-RECS         PIC ZZ,ZZZ,ZZ9.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 EP-REJ          PIC ZZ,ZZZ,ZZ9.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 EP-TOT          PIC $$$,$$$,$$9.99.

         01 EOJ-PROOF-LINE.
            05 EPF-LABEL       PIC X(23).
            05 EPF-RECS        PIC ZZ,ZZZ,ZZ9.
            05 FILLER         PIC X(14) VALUE SPACES.
            05 EPF-TOT         PIC $$$,$$$,$$9.99.

         01 EOJ-BALANCE-LINE.
            05 FILLER         PIC X(23) VALUE "PARTITIONS TO MERGE ".
            05 EB-VERDICT      PIC X(30).

         01 EOJ-VERDICT-LINE.
            05 FILLER         PIC X(12) VALUE "REJECT RATE ".
            05 EJ-RATE         PIC ZZ9.99.
            05 FILLER         PIC X(01) VALUE "%".
            05 FILLER         PIC X(08) VALUE "  LIMIT ".
            05 EJ-LIMIT        PIC ZZ9.
            05 FILLER         PIC X(01) VALUE "%".
            05 FILLER         PIC X(02) VALUE SPACES.
            05 EJ-VERDICT      PIC X(24).

         01 EOJ-RC-LINE.
            05 FILLER         PIC X(12) VALUE "RETURN CODE ".
            05 EJ-RC           PIC 99.

       PROCEDURE DIVISION.

           PERFORM GET-PARMS-RTN THRU GET-PARMS-EXIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           IF WS-MODE-ALL OR WS-MODE-SPLIT THEN
               PERFORM SPLIT-RTN THRU SPLIT-EXIT
           ELSE
               PERFORM LOAD-CTL-RTN THRU LOAD-CTL-EXIT.

           IF WS-MODE-ALL OR WS-MODE-RUN THEN
               PERFORM RUN-PARTS-RTN THRU RUN-PARTS-EXIT.

      *    A SINGLE PARTITION RERUN LEAVES THE MERGE TO ITS OWN STEP
           IF WS-MODE-MERGE OR
              ((WS-MODE-ALL OR WS-MODE-RUN) AND WS-ONLY-PART = 0
                AND WS-FAILED-CNT = 0) THEN
               PERFORM MERGE-RTN THRU MERGE-EXIT.

           DISPLAY "Return code " WS-RC.
           DISPLAY "End of program!"
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------------
      *    GET-PARMS-RTN - pick up the run-time arguments:
      *       1 - SPLIT, RUN, MERGE, or blank/ALL for all three
      *       2 - SPLIT/ALL: the extract (else env var
      *           SORT04-INFILE); RUN: one partition number, or
      *           RESTART to resume every unfinished partition
      *       3 - RUN: RESTART resumes from sort04's checkpoints
      *    and the environment: PART04-SORT04 (the sort04 each
      *    partition runs), SORT04-REJECT-PCT, SORT04-TOLERANCE,
      *    SORT04-VENDOR (refused - see the program notes)
      *--------------------------------------------------------------
       GET-PARMS-RTN.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MODE
           END-ACCEPT.
           IF NOT WS-MODE-ALL AND NOT WS-MODE-SPLIT AND
              NOT WS-MODE-RUN AND NOT WS-MODE-MERGE THEN
               DISPLAY "BAD ARGUMENT 1 " WS-MODE
                   " - use SPLIT, RUN, MERGE or ALL"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-MODE-RUN THEN
               EVALUATE TRUE
                   WHEN WS-ARG = SPACES
                       CONTINUE
                   WHEN WS-ARG = "RESTART"
                       MOVE 'Y' TO WS-RESTART-SW
                   WHEN WS-ARG(1:2) IS NUMERIC AND
                        WS-ARG(3:1) = SPACE
                       MOVE WS-ARG(1:2) TO WS-ONLY-PART
                   WHEN WS-ARG(1:1) IS NUMERIC AND
                        WS-ARG(2:1) = SPACE
                       MOVE WS-ARG(1:1) TO WS-ONLY-PART(2:1)
                       MOVE "0" TO WS-ONLY-PART(1:1)
                   WHEN OTHER
                       DISPLAY "BAD PARTITION NUMBER " WS-ARG(1:20)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           ELSE
               MOVE WS-ARG TO WS-INFILE-NAME
           END-IF.
           IF (WS-MODE-ALL OR WS-MODE-SPLIT) AND
              WS-INFILE-NAME = SPACES THEN
               ACCEPT WS-INFILE-NAME FROM ENVIRONMENT "SORT04-INFILE"
               IF WS-INFILE-NAME = SPACES THEN
                   DISPLAY "NO EXTRACT NAMED - argument 2 or env var "
                       "SORT04-INFILE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-MODE-RUN AND WS-ARG = "RESTART" THEN
               MOVE 'Y' TO WS-RESTART-SW.

           ACCEPT WS-SORT-PGM FROM ENVIRONMENT "PART04-SORT04".
           IF WS-SORT-PGM = SPACES THEN
               MOVE "../sort04" TO WS-SORT-PGM.

           ACCEPT WS-TOL-TEXT FROM ENVIRONMENT "SORT04-TOLERANCE"
               ON EXCEPTION
                   MOVE SPACES TO WS-TOL-TEXT
           END-ACCEPT.
           EVALUATE TRUE
               WHEN WS-TOL-TEXT = SPACES
                   CONTINUE
               WHEN WS-TOL-TEXT IS NUMERIC
                   MOVE WS-TOL-TEXT TO WS-TOLERANCE-PCT
               WHEN WS-TOL-TEXT(1:2) IS NUMERIC AND
                    WS-TOL-TEXT(3:1) = SPACE
                   MOVE WS-TOL-TEXT(1:2) TO WS-TOLERANCE-PCT(2:2)
                   MOVE "0" TO WS-TOLERANCE-PCT(1:1)
               WHEN WS-TOL-TEXT(1:1) IS NUMERIC AND
                    WS-TOL-TEXT(2:1) = SPACE
                   MOVE WS-TOL-TEXT(1:1) TO WS-TOLERANCE-PCT(3:1)
                   MOVE "00" TO WS-TOLERANCE-PCT(1:2)
               WHEN OTHER
                   DISPLAY "SORT04-TOLERANCE not numeric, using "
                       WS-TOLERANCE-PCT "%"
           END-EVALUATE.

           ACCEPT WS-REJ-PCT-TEXT FROM ENVIRONMENT
                   "SORT04-REJECT-PCT"
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
                   DISPLAY "SORT04-REJECT-PCT not numeric, using "
                       WS-REJECT-LIMIT "%"
           END-EVALUATE.

           ACCEPT WS-VENDOR-TEXT FROM ENVIRONMENT "SORT04-VENDOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-VENDOR-TEXT
           END-ACCEPT.
           IF WS-VENDOR-TEXT = "Y" OR "YES" THEN
               DISPLAY "SORT04-VENDOR not supported partitioned - "
                   "the tokens need the one token file; run sort04"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       GET-PARMS-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    SPLIT-RTN - refuse to split over a run not yet merged
      *    (its ready suspense records are still out in the
      *    partitions), set up the ranges and the directories, sort
      *    the extract out to the partitions, hand each partition
      *    its ready suspense records, and file the split.
      *--------------------------------------------------------------
       SPLIT-RTN.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = "00" THEN
               READ CTL-FILE
                   AT END
                       MOVE SPACES TO CTL-RECORD
               END-READ
               CLOSE CTL-FILE
               IF CTL-TYPE = "H" AND CTL-STATE = "S" THEN
                   DISPLAY "SPLIT REFUSED - the " CTL-DATE " split "
                       "has not been merged (part04 RUN to finish "
                       "it): " CTL-INFILE(1:40)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM LOAD-RANGES-RTN THRU LOAD-RANGES-EXIT.
           MOVE WS-CURRENT-DATE TO WS-SPLIT-DATE.
           MOVE WS-RUN-TIME(1:6) TO WS-SPLIT-TIME.

           MOVE 1 TO PART-IX.
           PERFORM PREPARE-DIR-RTN THRU PREPARE-DIR-EXIT
               UNTIL PART-IX > PART-CNT.

           SORT SORT-FILE
                ASCENDING KEY  SRT-PART
                INPUT PROCEDURE SPLIT-INPUT-PROCEDURE
                OUTPUT PROCEDURE SPLIT-OUTPUT-PROCEDURE.

           PERFORM SPLIT-SUSPENSE-RTN THRU SPLIT-SUSPENSE-EXIT.

           MOVE "S" TO WS-CTL-NEW-STATE.
           PERFORM WRITE-CTL-RTN THRU WRITE-CTL-EXIT.

           DISPLAY "Extract split: " WS-DATA-READ-CNT " records, "
               "amount hash " WS-AMT-HASH.
           MOVE 1 TO PART-IX.
           PERFORM SHOW-SPLIT-RTN THRU SHOW-SPLIT-EXIT
               UNTIL PART-IX > PART-CNT.
       SPLIT-EXIT.
           EXIT.

       SHOW-SPLIT-RTN.
           MOVE PART-IX TO WS-PART-NO.
           DISPLAY "  Partition " WS-PART-NO " " PT-LO(PART-IX) "-"
               PT-HI(PART-IX) " records " PT-COUNT(PART-IX)
               " ready suspense " PT-SUSP(PART-IX).
           ADD 1 TO PART-IX.
       SHOW-SPLIT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    LOAD-RANGES-RTN - the STATE ranges off ./sort04-parts.dat,
      *    checked to run upward without overlapping, or the four
      *    defaults when there is no file on disk
      *--------------------------------------------------------------
       LOAD-RANGES-RTN.
           MOVE ZEROES TO PART-CNT.
           OPEN INPUT RANGE-FILE.
           IF WS-RANGE-STATUS = "35" THEN
               DISPLAY "No ./sort04-parts.dat - default four "
                   "partitions"
               MOVE 1 TO PART-IX
               PERFORM DEFAULT-RANGE-RTN THRU DEFAULT-RANGE-EXIT
                   UNTIL PART-IX > 4
               GO TO LOAD-RANGES-EXIT.
           IF WS-RANGE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN RANGE-FILE, STATUS "
                   WS-RANGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'N' TO WS-RANGE-EOF-SW.
           PERFORM LOAD-RANGE-ENTRY-RTN THRU LOAD-RANGE-ENTRY-EXIT
               UNTIL WS-RANGE-EOF.
           CLOSE RANGE-FILE.
           IF PART-CNT < 1 THEN
               DISPLAY "NO RANGES ON ./sort04-parts.dat"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       LOAD-RANGES-EXIT.
           EXIT.

       DEFAULT-RANGE-RTN.
           ADD 1 TO PART-CNT.
           INITIALIZE PART-ENTRY(PART-CNT).
           MOVE DR-LO(PART-IX) TO PT-LO(PART-CNT).
           MOVE DR-HI(PART-IX) TO PT-HI(PART-CNT).
           ADD 1 TO PART-IX.
       DEFAULT-RANGE-EXIT.
           EXIT.

       LOAD-RANGE-ENTRY-RTN.
           READ RANGE-FILE
               AT END
                   SET WS-RANGE-EOF TO TRUE
                   GO TO LOAD-RANGE-ENTRY-EXIT
           END-READ.
           IF RANGE-RECORD = SPACES THEN
               GO TO LOAD-RANGE-ENTRY-EXIT.
           IF PART-CNT >= 20 THEN
               DISPLAY "MORE THAN 20 RANGES ON ./sort04-parts.dat"
               CLOSE RANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF RG-LO NOT ALPHABETIC OR RG-HI NOT ALPHABETIC OR
              RG-LO > RG-HI THEN
               DISPLAY "BAD RANGE " RANGE-RECORD
                   " ON ./sort04-parts.dat"
               CLOSE RANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF PART-CNT > 0 THEN
               IF RG-LO NOT > PT-HI(PART-CNT) THEN
                   DISPLAY "RANGE " RANGE-RECORD " OVERLAPS OR IS "
                       "OUT OF ORDER ON ./sort04-parts.dat"
                   CLOSE RANGE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO PART-CNT.
           INITIALIZE PART-ENTRY(PART-CNT).
           MOVE RG-LO TO PT-LO(PART-CNT).
           MOVE RG-HI TO PT-HI(PART-CNT).
       LOAD-RANGE-ENTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    PREPARE-DIR-RTN - a partition's working directory, cleared
      *    of the last split's results so nothing stale is taken for
      *    tonight's, with a copy of the ZIP reference for sort04's
      *    ZIP/STATE cross-check
      *--------------------------------------------------------------
       PREPARE-DIR-RTN.
           PERFORM SET-PART-DIR-RTN THRU SET-PART-DIR-EXIT.
           CALL "CBL_CREATE_DIR" USING WS-PART-DIR.
           MOVE "sort04-part.rc" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           CALL "CBL_DELETE_FILE" USING WS-PART-FILE-NAME.
           MOVE "sort04-runhist.dat" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           CALL "CBL_DELETE_FILE" USING WS-PART-FILE-NAME.
           MOVE "sort04.ckpt" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           CALL "CBL_DELETE_FILE" USING WS-PART-FILE-NAME.
           MOVE "sort04-suspense.in" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           CALL "CBL_DELETE_FILE" USING WS-PART-FILE-NAME.
           MOVE "sort04-zipref.dat" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           CALL "CBL_DELETE_FILE" USING WS-PART-FILE-NAME.
           CALL "CBL_COPY_FILE" USING WS-ZIPREF-NAME
               WS-PART-FILE-NAME.
           MOVE ZEROES TO RETURN-CODE.
           ADD 1 TO PART-IX.
       PREPARE-DIR-EXIT.
           EXIT.

      *    ./sort04-part-NN FOR PARTITION PART-IX, AND A FILE IN IT
       SET-PART-DIR-RTN.
           MOVE PART-IX TO WS-PART-NO.
           MOVE SPACES TO WS-PART-DIR.
           STRING "./sort04-part-" WS-PART-NO
               DELIMITED BY SIZE INTO WS-PART-DIR.
       SET-PART-DIR-EXIT.
           EXIT.

       SET-PART-FILE-RTN.
           MOVE SPACES TO WS-PART-FILE-NAME.
           STRING WS-PART-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-LEAF-NAME DELIMITED BY SPACE
               INTO WS-PART-FILE-NAME.
       SET-PART-FILE-EXIT.
           EXIT.

      *    FIRST RANGE WHOSE HIGH STATE IS NOT BELOW WS-FIND-STATE;
      *    PAST THE LAST RANGE IS THE LAST PARTITION
       FIND-PART-RTN.
           MOVE 1 TO WS-FIND-IX.
           PERFORM FIND-PART-SCAN-RTN THRU FIND-PART-SCAN-EXIT
               UNTIL WS-FIND-IX >= PART-CNT OR
                     WS-FIND-STATE NOT > PT-HI(WS-FIND-IX).
       FIND-PART-EXIT.
           EXIT.

       FIND-PART-SCAN-RTN.
           ADD 1 TO WS-FIND-IX.
       FIND-PART-SCAN-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    SPLIT-SUSPENSE-RTN - every suspense record repair04 has
      *    marked F (ready) goes to its partition's
      *    sort04-suspense.in for that partition's sort04 to
      *    recycle, and leaves the main file (rewritten through a
      *    temp name and renamed over itself, as sort04 does) until
      *    the merge brings it back processed or re-rejected
      *--------------------------------------------------------------
       SPLIT-SUSPENSE-RTN.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00" THEN
               GO TO SPLIT-SUSPENSE-EXIT.
           OPEN OUTPUT SUSP-NEW-FILE.
           IF WS-SUSP-NEW-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SUSP-NEW-FILE, STATUS "
                   WS-SUSP-NEW-STATUS " - ready suspense records "
                   "stay on the main file"
               CLOSE SUSPENSE-FILE
               GO TO SPLIT-SUSPENSE-EXIT.
           MOVE 'N' TO WS-PIN-EOF-SW.
           PERFORM SPLIT-SUSP-ONE-RTN THRU SPLIT-SUSP-ONE-EXIT
               UNTIL WS-PIN-EOF.
           CLOSE SUSPENSE-FILE, SUSP-NEW-FILE.
           CALL "CBL_RENAME_FILE" USING WS-SUSP-TMP-NAME
               WS-SUSP-NAME.
       SPLIT-SUSPENSE-EXIT.
           EXIT.

       SPLIT-SUSP-ONE-RTN.
           READ SUSPENSE-FILE
               AT END
                   SET WS-PIN-EOF TO TRUE
                   GO TO SPLIT-SUSP-ONE-EXIT
           END-READ.
           IF SUS-STATUS NOT = 'F' THEN
               WRITE SUSP-NEW-RECORD FROM SUSP-RECORD
               GO TO SPLIT-SUSP-ONE-EXIT.

           MOVE SUS-STATE TO WS-FIND-STATE.
           PERFORM FIND-PART-RTN THRU FIND-PART-EXIT.
           MOVE WS-FIND-IX TO PART-IX.
           PERFORM SET-PART-DIR-RTN THRU SET-PART-DIR-EXIT.
           MOVE "sort04-suspense.in" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           OPEN EXTEND PART-OUT-FILE.
           IF WS-PART-OUT-STATUS = "35" THEN
               OPEN OUTPUT PART-OUT-FILE.
           IF WS-PART-OUT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " WS-PART-FILE-NAME
                   ", STATUS " WS-PART-OUT-STATUS
                   " - ready record stays on the main file"
               WRITE SUSP-NEW-RECORD FROM SUSP-RECORD
               GO TO SPLIT-SUSP-ONE-EXIT.
           WRITE POUT-RECORD FROM SUSP-RECORD.
           CLOSE PART-OUT-FILE.
           ADD 1 TO PT-SUSP(PART-IX).
       SPLIT-SUSP-ONE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    WRITE-CTL-RTN - the split on file (CTL-STATE S split, M
      *    merged), through a temp name renamed over the old one
      *--------------------------------------------------------------
       WRITE-CTL-RTN.
           OPEN OUTPUT CTL-NEW-FILE.
           IF WS-CTL-NEW-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN CTL-NEW-FILE, STATUS "
                   WS-CTL-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO CTL-RECORD.
           MOVE "H" TO CTL-TYPE.
           MOVE WS-SPLIT-DATE TO CTL-DATE.
           MOVE WS-SPLIT-TIME TO CTL-TIME.
           MOVE WS-CTL-NEW-STATE TO CTL-STATE.
           MOVE PART-CNT TO CTL-PART-CNT.
           MOVE WS-DATA-READ-CNT TO CTL-IN-COUNT.
           MOVE WS-AMT-HASH TO CTL-IN-HASH.
           MOVE WS-HDR-FILE-DATE TO CTL-HDR-DATE.
           MOVE WS-HDR-SOURCE TO CTL-HDR-SOURCE.
           MOVE WS-INFILE-NAME TO CTL-INFILE.
           WRITE CTL-NEW-RECORD FROM CTL-RECORD.
           MOVE 1 TO PART-IX.
           PERFORM WRITE-CTL-PART-RTN THRU WRITE-CTL-PART-EXIT
               UNTIL PART-IX > PART-CNT.
           CLOSE CTL-NEW-FILE.
           CALL "CBL_RENAME_FILE" USING WS-CTL-TMP-NAME
               WS-CTL-NAME.
       WRITE-CTL-EXIT.
           EXIT.

       WRITE-CTL-PART-RTN.
           MOVE SPACES TO CTL-PART-RECORD.
           MOVE "P" TO CTP-TYPE.
           MOVE PART-IX TO CTP-NO.
           MOVE PT-LO(PART-IX) TO CTP-LO.
           MOVE PT-HI(PART-IX) TO CTP-HI.
           MOVE PT-COUNT(PART-IX) TO CTP-COUNT.
           MOVE PT-HASH(PART-IX) TO CTP-HASH.
           MOVE PT-SUSP(PART-IX) TO CTP-SUSP.
           WRITE CTL-NEW-RECORD FROM CTL-PART-RECORD.
           ADD 1 TO PART-IX.
       WRITE-CTL-PART-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    LOAD-CTL-RTN - the split RUN and MERGE work from; one
      *    already merged is finished with
      *--------------------------------------------------------------
       LOAD-CTL-RTN.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = "35" THEN
               DISPLAY "NO SPLIT ON FILE - run part04 SPLIT first"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-CTL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN CTL-FILE, STATUS "
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           READ CTL-FILE
               AT END
                   MOVE SPACES TO CTL-RECORD
           END-READ.
           IF CTL-TYPE NOT = "H" OR CTL-PART-CNT NOT NUMERIC OR
              CTL-PART-CNT < 1 OR CTL-PART-CNT > 20 THEN
               DISPLAY "CTL-FILE HEADER DAMAGED - run part04 SPLIT"
               CLOSE CTL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF CTL-STATE = "M" THEN
               DISPLAY "The " CTL-DATE " split is already merged - "
                   "nothing to do: " CTL-INFILE(1:40)
               CLOSE CTL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE CTL-DATE TO WS-SPLIT-DATE.
           MOVE CTL-TIME TO WS-SPLIT-TIME.
           MOVE CTL-IN-COUNT TO WS-DATA-READ-CNT.
           MOVE CTL-IN-HASH TO WS-AMT-HASH.
           MOVE CTL-HDR-DATE TO WS-HDR-FILE-DATE.
           MOVE CTL-HDR-SOURCE TO WS-HDR-SOURCE.
           MOVE CTL-INFILE TO WS-INFILE-NAME.
           MOVE CTL-PART-CNT TO PART-CNT.
           MOVE 1 TO PART-IX.
           PERFORM LOAD-CTL-PART-RTN THRU LOAD-CTL-PART-EXIT
               UNTIL PART-IX > PART-CNT.
           CLOSE CTL-FILE.
       LOAD-CTL-EXIT.
           EXIT.

       LOAD-CTL-PART-RTN.
           READ CTL-FILE
               AT END
                   DISPLAY "CTL-FILE SHORT - " PART-CNT
                       " partitions expected"
                   CLOSE CTL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF CTP-TYPE NOT = "P" OR CTP-NO NOT = PART-IX THEN
               DISPLAY "CTL-FILE PARTITION LINE DAMAGED - "
                   CTL-PART-RECORD(1:40)
               CLOSE CTL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           INITIALIZE PART-ENTRY(PART-IX).
           MOVE CTP-LO TO PT-LO(PART-IX).
           MOVE CTP-HI TO PT-HI(PART-IX).
           MOVE CTP-COUNT TO PT-COUNT(PART-IX).
           MOVE CTP-HASH TO PT-HASH(PART-IX).
           MOVE CTP-SUSP TO PT-SUSP(PART-IX).
           ADD 1 TO PART-IX.
       LOAD-CTL-PART-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    RUN-PARTS-RTN - pick the partitions to run (the one named,
      *    else every one not yet completed), reset each to the
      *    split's own files unless it is resuming, and start them
      *    all at once in a single shell that waits for the last of
      *    them. Then every partition's return code is read back:
      *    above 8, or none at all, is a failure to rerun.
      *--------------------------------------------------------------
       RUN-PARTS-RTN.
           IF WS-ONLY-PART > PART-CNT THEN
               DISPLAY "NO PARTITION " WS-ONLY-PART " - the split "
                   "has " PART-CNT
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE ZEROES TO WS-RUN-CNT.
           MOVE SPACES TO WS-COMMAND.
           MOVE 1 TO WS-CMD-PTR.
           MOVE 'N' TO WS-CMD-OVER-SW.
           MOVE 1 TO PART-IX.
           PERFORM SELECT-PART-RTN THRU SELECT-PART-EXIT
               UNTIL PART-IX > PART-CNT.
           IF WS-RUN-CNT = 0 THEN
               DISPLAY "Every partition has already completed"
               GO TO RUN-PARTS-CHECK.

           STRING "wait" DELIMITED BY SIZE
               INTO WS-COMMAND WITH POINTER WS-CMD-PTR
               ON OVERFLOW MOVE 'Y' TO WS-CMD-OVER-SW.
           IF WS-CMD-OVERFLOW THEN
               DISPLAY "PARTITION RUN COMMAND TOO LONG - NOTHING "
                   "STARTED, SHORTEN PART04-SORT04"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Starting " WS-RUN-CNT " partition run(s)".
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE ZEROES TO RETURN-CODE.

       RUN-PARTS-CHECK.
           MOVE ZEROES TO WS-FAILED-CNT.
           MOVE 1 TO PART-IX.
           PERFORM CHECK-PART-RTN THRU CHECK-PART-EXIT
               UNTIL PART-IX > PART-CNT.
           IF WS-FAILED-CNT > 0 THEN
               DISPLAY WS-FAILED-CNT " partition(s) to rerun - "
                   "part04 RUN (or part04 RUN nn RESTART), then "
                   "part04 MERGE if it does not follow"
               MOVE 16 TO WS-RC.
       RUN-PARTS-EXIT.
           EXIT.

       SELECT-PART-RTN.
           MOVE 'N' TO PT-SELECT-SW(PART-IX).
           IF WS-ONLY-PART > 0 THEN
               IF WS-ONLY-PART = PART-IX THEN
                   MOVE 'Y' TO PT-SELECT-SW(PART-IX)
               END-IF
           ELSE
               PERFORM READ-PART-RC-RTN THRU READ-PART-RC-EXIT
               IF NOT PT-COMPLETED(PART-IX) THEN
                   MOVE 'Y' TO PT-SELECT-SW(PART-IX)
               END-IF
           END-IF.
           IF NOT PT-SELECTED(PART-IX) THEN
               GO TO SELECT-PART-NEXT.

           ADD 1 TO WS-RUN-CNT.
           PERFORM SET-PART-DIR-RTN THRU SET-PART-DIR-EXIT.
           MOVE "sort04-part.rc" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           CALL "CBL_DELETE_FILE" USING WS-PART-FILE-NAME.
           IF NOT WS-RESTART-RUN THEN
               PERFORM RESET-PART-RTN THRU RESET-PART-EXIT.
           MOVE ZEROES TO RETURN-CODE.

      *    NO DIRECTORY, NO RC FILE - THE PARTITION SHOWS AS FAILED
           STRING "(cd " DELIMITED BY SIZE
               WS-PART-DIR DELIMITED BY SPACE
               " || exit 16; " DELIMITED BY SIZE
               WS-SORT-PGM DELIMITED BY SPACE
               " sort04-part.dat" DELIMITED BY SIZE
               INTO WS-COMMAND WITH POINTER WS-CMD-PTR
               ON OVERFLOW MOVE 'Y' TO WS-CMD-OVER-SW.
           IF WS-RESTART-RUN THEN
               STRING " RESTART" DELIMITED BY SIZE
                   INTO WS-COMMAND WITH POINTER WS-CMD-PTR
                   ON OVERFLOW MOVE 'Y' TO WS-CMD-OVER-SW.
           STRING " >sort04-part.log 2>&1; echo $? >sort04-part.rc"
               ") & " DELIMITED BY SIZE
               INTO WS-COMMAND WITH POINTER WS-CMD-PTR
               ON OVERFLOW MOVE 'Y' TO WS-CMD-OVER-SW.
           DISPLAY "  Partition " WS-PART-NO " " PT-LO(PART-IX) "-"
               PT-HI(PART-IX) " started".
       SELECT-PART-NEXT.
           ADD 1 TO PART-IX.
       SELECT-PART-EXIT.
           EXIT.

      *    A FRESH RUN STARTS FROM THE SPLIT'S READY SUSPENSE
      *    RECORDS AGAIN (A FAILED RUN MAY HAVE RECYCLED THEM) AND
      *    WITH NO RUN HISTORY (THE MERGE READS THE ONE RECORD)
       RESET-PART-RTN.
           MOVE "sort04-suspense.in" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           MOVE WS-PART-FILE-NAME TO WS-PART-FILE-2.
           MOVE "sort04-suspense.dat" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           CALL "CBL_DELETE_FILE" USING WS-PART-FILE-NAME.
           IF PT-SUSP(PART-IX) > 0 THEN
               CALL "CBL_COPY_FILE" USING WS-PART-FILE-2
                   WS-PART-FILE-NAME.
           MOVE "sort04-runhist.dat" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           CALL "CBL_DELETE_FILE" USING WS-PART-FILE-NAME.
       RESET-PART-EXIT.
           EXIT.

       CHECK-PART-RTN.
           PERFORM READ-PART-RC-RTN THRU READ-PART-RC-EXIT.
           IF NOT PT-COMPLETED(PART-IX) THEN
               ADD 1 TO WS-FAILED-CNT.
           IF PT-SELECTED(PART-IX) OR NOT PT-COMPLETED(PART-IX) THEN
               EVALUATE TRUE
                   WHEN PT-COMPLETED(PART-IX)
                       DISPLAY "  Partition " WS-PART-NO " "
                           PT-LO(PART-IX) "-" PT-HI(PART-IX)
                           " completed, RC " PT-RC(PART-IX)
                   WHEN PT-FAILED(PART-IX)
                       DISPLAY "  Partition " WS-PART-NO " "
                           PT-LO(PART-IX) "-" PT-HI(PART-IX)
                           " FAILED, RC " PT-RC(PART-IX)
                           " - see " WS-PART-DIR(1:16)
                           "/sort04-part.log"
                   WHEN OTHER
                       DISPLAY "  Partition " WS-PART-NO " "
                           PT-LO(PART-IX) "-" PT-HI(PART-IX)
                           " has not run"
               END-EVALUATE
           END-IF.
           ADD 1 TO PART-IX.
       CHECK-PART-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    READ-PART-RC-RTN - partition PART-IX's return code off
      *    its sort04-part.rc: C completed (8 or under), F failed,
      *    N no code on file (never run, or killed before the end)
      *--------------------------------------------------------------
       READ-PART-RC-RTN.
           PERFORM SET-PART-DIR-RTN THRU SET-PART-DIR-EXIT.
           MOVE 'N' TO PT-STATUS(PART-IX).
           MOVE 999 TO PT-RC(PART-IX).
           MOVE "sort04-part.rc" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           OPEN INPUT PART-IN-FILE.
           IF WS-PART-IN-STATUS NOT = "00" THEN
               GO TO READ-PART-RC-EXIT.
           MOVE SPACES TO PIN-RECORD.
           READ PART-IN-FILE
               AT END
                   MOVE SPACES TO PIN-RECORD
           END-READ.
           CLOSE PART-IN-FILE.
           MOVE PIN-RC TO WS-RC-TEXT.
           EVALUATE TRUE
               WHEN WS-RC-TEXT IS NUMERIC
                   MOVE WS-RC-TEXT TO WS-RC-NUM
               WHEN WS-RC-TEXT(1:2) IS NUMERIC AND
                    WS-RC-TEXT(3:1) = SPACE
                   MOVE WS-RC-TEXT(1:2) TO WS-RC-NUM(2:2)
                   MOVE "0" TO WS-RC-NUM(1:1)
               WHEN WS-RC-TEXT(1:1) IS NUMERIC AND
                    WS-RC-TEXT(2:1) = SPACE
                   MOVE WS-RC-TEXT(1:1) TO WS-RC-NUM(3:1)
                   MOVE "00" TO WS-RC-NUM(1:2)
               WHEN OTHER
                   GO TO READ-PART-RC-EXIT
           END-EVALUATE.
           MOVE WS-RC-NUM TO PT-RC(PART-IX).
           IF WS-RC-NUM > 8 THEN
               MOVE 'F' TO PT-STATUS(PART-IX)
           ELSE
               MOVE 'C' TO PT-STATUS(PART-IX).
       READ-PART-RC-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    MERGE-RTN - with every partition completed, pull their
      *    figures back, build the main outputs in the order sort04
      *    builds them, prove the merge, grade it and close the
      *    split as merged
      *--------------------------------------------------------------
       MERGE-RTN.
           MOVE ZEROES TO WS-FAILED-CNT.
           MOVE 1 TO PART-IX.
           PERFORM MERGE-CHECK-RTN THRU MERGE-CHECK-EXIT
               UNTIL PART-IX > PART-CNT.
           IF WS-FAILED-CNT > 0 THEN
               DISPLAY "MERGE REFUSED - " WS-FAILED-CNT
                   " partition(s) not completed - part04 RUN"
               MOVE 16 TO WS-RC
               GO TO MERGE-EXIT.

           MOVE 1 TO PART-IX.
           PERFORM LOAD-PART-RESULTS-RTN THRU LOAD-PART-RESULTS-EXIT
               UNTIL PART-IX > PART-CNT.
           IF WS-FAILED-CNT > 0 THEN
               DISPLAY "MERGE REFUSED - " WS-FAILED-CNT
                   " partition(s) left no run history - rerun them"
               MOVE 16 TO WS-RC
               GO TO MERGE-EXIT.

           PERFORM LOAD-GLMAP-RTN THRU LOAD-GLMAP-EXIT.
           PERFORM READ-RUN-HISTORY-RTN THRU READ-RUN-HISTORY-EXIT.

           PERFORM MERGE-PRINT-RTN THRU MERGE-PRINT-EXIT.

           MOVE "./sort04-reject.rpt" TO WS-MERGE-FILE-NAME.
           MOVE "sort04-reject.rpt" TO WS-LEAF-NAME.
           PERFORM MERGE-FLAT-RTN THRU MERGE-FLAT-EXIT.
           MOVE WS-COPY-CNT TO WS-REJ-LINE-CNT.
           MOVE WS-MERGE-OUT-STATUS TO WS-REJ-STATUS.
           MOVE "./sort04-exception.rpt" TO WS-MERGE-FILE-NAME.
           MOVE "sort04-exception.rpt" TO WS-LEAF-NAME.
           PERFORM MERGE-FLAT-RTN THRU MERGE-FLAT-EXIT.
           MOVE WS-COPY-CNT TO WS-EXC-LINE-CNT.
           MOVE WS-MERGE-OUT-STATUS TO WS-EXC-STATUS.
           MOVE "./sort04-extract.csv" TO WS-MERGE-FILE-NAME.
           MOVE "sort04-extract.csv" TO WS-LEAF-NAME.
           PERFORM MERGE-FLAT-RTN THRU MERGE-FLAT-EXIT.
           MOVE WS-COPY-CNT TO WS-EXTRACT-CNT.
           MOVE WS-MERGE-OUT-STATUS TO WS-EXTRACT-STATUS.
           MOVE "./sort04-birthday.csv" TO WS-MERGE-FILE-NAME.
           MOVE "sort04-birthday.csv" TO WS-LEAF-NAME.
           PERFORM MERGE-FLAT-RTN THRU MERGE-FLAT-EXIT.
           MOVE WS-COPY-CNT TO WS-BDAY-CNT.
           MOVE WS-MERGE-OUT-STATUS TO WS-BDAY-STATUS.

           MOVE "./sort04-minors.rpt" TO WS-MERGE-FILE-NAME.
           MOVE "sort04-minors.rpt" TO WS-LEAF-NAME.
           MOVE WS-CURRENT-DATE TO MNH-DATE.
           MOVE MINOR-HEAD-LINE TO WS-LIST-HEAD.
           MOVE MINOR-COL-LINE TO WS-LIST-COL.
           MOVE "CUSTOMERS UNDER 18" TO LT-LABEL.
           PERFORM MERGE-LISTING-RTN THRU MERGE-LISTING-EXIT.
           MOVE WS-COPY-CNT TO WS-MINOR-CNT.
           MOVE WS-MERGE-OUT-STATUS TO WS-MINOR-STATUS.
           MOVE "./sort04-baddob.rpt" TO WS-MERGE-FILE-NAME.
           MOVE "sort04-baddob.rpt" TO WS-LEAF-NAME.
           MOVE WS-CURRENT-DATE TO BDH-DATE.
           MOVE BADDOB-HEAD-LINE TO WS-LIST-HEAD.
           MOVE BADDOB-COL-LINE TO WS-LIST-COL.
           MOVE "IMPOSSIBLE BIRTH DATES" TO LT-LABEL.
           PERFORM MERGE-LISTING-RTN THRU MERGE-LISTING-EXIT.
           MOVE WS-COPY-CNT TO WS-BADDOB-CNT.
           MOVE WS-MERGE-OUT-STATUS TO WS-BADDOB-STATUS.
           IF WS-BADDOB-CNT > 0 THEN
               DISPLAY "Impossible birth dates " WS-BADDOB-CNT
                   " - see sort04-baddob.rpt".
           PERFORM MERGE-SUSPENSE-RTN THRU MERGE-SUSPENSE-EXIT.

           PERFORM WRITE-STATE-SUMMARY-RTN
               THRU WRITE-STATE-SUMMARY-EXIT.
           PERFORM WRITE-DEMOG-RTN THRU WRITE-DEMOG-EXIT.
           IF WS-GLMAP-LOADED THEN
               PERFORM GL-POST-RTN THRU GL-POST-EXIT.

           PERFORM PROVE-MERGE-RTN THRU PROVE-MERGE-EXIT.
           PERFORM WRITE-RUN-HISTORY-RTN THRU WRITE-RUN-HISTORY-EXIT.
           PERFORM EOJ-GRADE-RTN THRU EOJ-GRADE-EXIT.
           PERFORM EOJ-REPORT-RTN THRU EOJ-REPORT-EXIT.

           MOVE "M" TO WS-CTL-NEW-STATE.
           PERFORM WRITE-CTL-RTN THRU WRITE-CTL-EXIT.

           DISPLAY "Records read " WS-DATA-READ-CNT.
           DISPLAY "Records rejected " REJECT-CNT.
           IF WS-IN-BALANCE THEN
               DISPLAY "Merge in balance: " PART-CNT
                   " partitions, grand total " GRAND-TOT-AMT
           ELSE
               DISPLAY "MERGE OUT OF BALANCE - see sort04-eoj.rpt".
       MERGE-EXIT.
           EXIT.

       MERGE-CHECK-RTN.
           PERFORM READ-PART-RC-RTN THRU READ-PART-RC-EXIT.
           IF NOT PT-COMPLETED(PART-IX) THEN
               ADD 1 TO WS-FAILED-CNT
               DISPLAY "  Partition " WS-PART-NO " "
                   PT-LO(PART-IX) "-" PT-HI(PART-IX)
                   " not completed, RC " PT-RC(PART-IX).
           ADD 1 TO PART-IX.
       MERGE-CHECK-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    LOAD-PART-RESULTS-RTN - one partition's figures: its
      *    run-history record (the only one, or the last after a
      *    resumed run), its staged state-summary and age-band
      *    rows, and how
      *    many of the ready suspense records it was given came
      *    back processed
      *--------------------------------------------------------------
       LOAD-PART-RESULTS-RTN.
           PERFORM SET-PART-DIR-RTN THRU SET-PART-DIR-EXIT.
           MOVE "sort04-runhist.dat" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           OPEN INPUT PART-IN-FILE.
           IF WS-PART-IN-STATUS NOT = "00" THEN
               ADD 1 TO WS-FAILED-CNT
               GO TO LOAD-PART-RESULTS-NEXT.
           MOVE 'N' TO WS-PIN-EOF-SW.
           MOVE 'N' TO PT-STATUS(PART-IX).
           PERFORM LOAD-PART-HIST-RTN THRU LOAD-PART-HIST-EXIT
               UNTIL WS-PIN-EOF.
           CLOSE PART-IN-FILE.
           IF PT-NOT-RUN(PART-IX) THEN
               ADD 1 TO WS-FAILED-CNT
               GO TO LOAD-PART-RESULTS-NEXT.
           MOVE 'C' TO PT-STATUS(PART-IX).
           ADD PT-RECIN(PART-IX) TO RECIN.
           ADD PT-REJECTS(PART-IX) TO REJECT-CNT.
           ADD PT-GRAND(PART-IX) TO WS-PART-GRAND.
           ADD PT-BKT-1(PART-IX) TO RUN-BKT-1.
           ADD PT-BKT-2(PART-IX) TO RUN-BKT-2.
           ADD PT-BKT-3(PART-IX) TO RUN-BKT-3.
           ADD PT-BKT-4(PART-IX) TO RUN-BKT-4.
           ADD PT-BKT-5(PART-IX) TO RUN-BKT-5.
           ADD PT-COUNT(PART-IX) TO WS-SPLIT-CNT-TOT.
           IF PT-RC(PART-IX) > 0 THEN
               SET WS-PART-WARNED TO TRUE.

           MOVE "sort04-statesum.tmp" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           OPEN INPUT PART-IN-FILE.
           IF WS-PART-IN-STATUS = "00" THEN
               MOVE 'N' TO WS-PIN-EOF-SW
               PERFORM LOAD-PART-ROW-RTN THRU LOAD-PART-ROW-EXIT
                   UNTIL WS-PIN-EOF
               CLOSE PART-IN-FILE
           END-IF.

           MOVE "sort04-demog.tmp" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           OPEN INPUT PART-IN-FILE.
           IF WS-PART-IN-STATUS = "00" THEN
               MOVE 'N' TO WS-PIN-EOF-SW
               PERFORM LOAD-DEMOG-ROW-RTN THRU LOAD-DEMOG-ROW-EXIT
                   UNTIL WS-PIN-EOF
               CLOSE PART-IN-FILE
           END-IF.

           IF PT-SUSP(PART-IX) > 0 THEN
               MOVE "sort04-suspense.dat" TO WS-LEAF-NAME
               PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT
               OPEN INPUT PART-IN-FILE
               IF WS-PART-IN-STATUS = "00" THEN
                   MOVE 'N' TO WS-PIN-EOF-SW
                   PERFORM COUNT-RECYCLED-RTN
                       THRU COUNT-RECYCLED-EXIT
                       UNTIL WS-PIN-EOF
                   CLOSE PART-IN-FILE
               END-IF
               ADD PT-RECYCLED(PART-IX) TO RECYCLED-CNT
               COMPUTE RECYC-FAIL-CNT = RECYC-FAIL-CNT
                   + PT-SUSP(PART-IX) - PT-RECYCLED(PART-IX)
           END-IF.
       LOAD-PART-RESULTS-NEXT.
           ADD 1 TO PART-IX.
       LOAD-PART-RESULTS-EXIT.
           EXIT.

       LOAD-PART-HIST-RTN.
           READ PART-IN-FILE
               AT END
                   SET WS-PIN-EOF TO TRUE
                   GO TO LOAD-PART-HIST-EXIT
           END-READ.
           IF PIN-HIST-RECIN NOT NUMERIC OR
              PIN-HIST-REJECTS NOT NUMERIC OR
              PIN-HIST-GRAND NOT NUMERIC THEN
               GO TO LOAD-PART-HIST-EXIT.
           MOVE 'Y' TO PT-STATUS(PART-IX).
           MOVE PIN-HIST-RECIN TO PT-RECIN(PART-IX).
           MOVE PIN-HIST-REJECTS TO PT-REJECTS(PART-IX).
           MOVE PIN-HIST-GRAND TO PT-GRAND(PART-IX).
           MOVE PIN-HIST-BKT-1 TO PT-BKT-1(PART-IX).
           MOVE PIN-HIST-BKT-2 TO PT-BKT-2(PART-IX).
           MOVE PIN-HIST-BKT-3 TO PT-BKT-3(PART-IX).
           MOVE PIN-HIST-BKT-4 TO PT-BKT-4(PART-IX).
           MOVE PIN-HIST-BKT-5 TO PT-BKT-5(PART-IX).
       LOAD-PART-HIST-EXIT.
           EXIT.

       LOAD-PART-ROW-RTN.
           READ PART-IN-FILE
               AT END
                   SET WS-PIN-EOF TO TRUE
                   GO TO LOAD-PART-ROW-EXIT
           END-READ.
           IF PIN-SSW-CNT NOT NUMERIC OR PIN-SSW-TOT NOT NUMERIC THEN
               GO TO LOAD-PART-ROW-EXIT.
           ADD PIN-SSW-CNT TO PT-ROW-CNT(PART-IX).
           ADD PIN-SSW-TOT TO PT-ROW-TOT(PART-IX).
           ADD PIN-SSW-CNT TO WS-SUM-CNT-TOT.
           ADD PIN-SSW-TOT TO GRAND-TOT-AMT.
           IF STSUM-CNT >= 60 THEN
               DISPLAY "STATE SUMMARY TABLE FULL AT 60 - ROW FOR "
                   PIN-SSW-STATE " DROPPED"
               GO TO LOAD-PART-ROW-EXIT.
           ADD 1 TO STSUM-CNT.
           MOVE PIN-SSW-STATE TO STSUM-STATE(STSUM-CNT).
           MOVE PIN-SSW-CNT TO STSUM-CNT-N(STSUM-CNT).
           MOVE PIN-SSW-TOT TO STSUM-TOT(STSUM-CNT).
           MOVE PIN-SSW-MIN TO STSUM-MIN(STSUM-CNT).
           MOVE PIN-SSW-MAX TO STSUM-MAX(STSUM-CNT).
       LOAD-PART-ROW-EXIT.
           EXIT.

      *    A PARTITION'S ROWS COME STATE BY STATE, EIGHT BANDS EACH -
      *    A NEW STATE OPENS THE NEXT ENTRY
       LOAD-DEMOG-ROW-RTN.
           READ PART-IN-FILE
               AT END
                   SET WS-PIN-EOF TO TRUE
                   GO TO LOAD-DEMOG-ROW-EXIT
           END-READ.
           IF PIN-DGW-CNT NOT NUMERIC OR PIN-DGW-TOT NOT NUMERIC OR
              PIN-DGW-BAND NOT NUMERIC OR PIN-DGW-BAND = 0 THEN
               GO TO LOAD-DEMOG-ROW-EXIT.
           IF DEMOG-CNT = 0 OR
              DG-STATE(DEMOG-CNT) NOT = PIN-DGW-STATE THEN
               IF DEMOG-CNT >= 60 THEN
                   SET WS-DEMOG-FULL TO TRUE
                   GO TO LOAD-DEMOG-ROW-EXIT
               END-IF
               ADD 1 TO DEMOG-CNT
               INITIALIZE DEMOG-ENTRY(DEMOG-CNT)
               MOVE PIN-DGW-STATE TO DG-STATE(DEMOG-CNT)
           END-IF.
           MOVE PIN-DGW-BAND TO DEMOG-BX.
           ADD PIN-DGW-CNT TO DG-CNT(DEMOG-CNT, DEMOG-BX).
           ADD PIN-DGW-TOT TO DG-TOT(DEMOG-CNT, DEMOG-BX).
       LOAD-DEMOG-ROW-EXIT.
           EXIT.

       COUNT-RECYCLED-RTN.
           READ PART-IN-FILE
               AT END
                   SET WS-PIN-EOF TO TRUE
                   GO TO COUNT-RECYCLED-EXIT
           END-READ.
           IF PIN-SUS-STATUS = 'P' THEN
               ADD 1 TO PT-RECYCLED(PART-IX).
       COUNT-RECYCLED-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    MERGE-PRINT-RTN - the partition reports one after another
      *    (partition order is STATE order) with each one's own
      *    GRAND TOTAL line left out, then the run's GRAND TOTAL and
      *    the variance page. A form feed read back off a report
      *    line goes out again as a page advance.
      *--------------------------------------------------------------
       MERGE-PRINT-RTN.
           OPEN OUTPUT PRINTFILE.
           IF WS-PRINT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN PRINTFILE, STATUS "
                   WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 1 TO PART-IX.
           PERFORM MERGE-PRINT-PART-RTN THRU MERGE-PRINT-PART-EXIT
               UNTIL PART-IX > PART-CNT.

           MOVE GRAND-TOT-AMT TO T-AMOUNT.
           WRITE OUTREC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
           MOVE RECIN TO WS-PRINT-CNT.

           PERFORM VARIANCE-CHECK-RTN THRU VARIANCE-CHECK-EXIT.
           CLOSE PRINTFILE.
       MERGE-PRINT-EXIT.
           EXIT.

       MERGE-PRINT-PART-RTN.
           PERFORM SET-PART-DIR-RTN THRU SET-PART-DIR-EXIT.
           MOVE "PRINTER" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           OPEN INPUT PART-IN-FILE.
           IF WS-PART-IN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " WS-PART-FILE-NAME
                   ", STATUS " WS-PART-IN-STATUS
               MOVE 'N' TO WS-BALANCE-SW
               GO TO MERGE-PRINT-PART-NEXT.
           MOVE 'N' TO WS-PIN-EOF-SW.
           MOVE ZEROES TO WS-PIN-LINE-CNT WS-BLANK-PEND.
           PERFORM MERGE-PRINT-LINE-RTN THRU MERGE-PRINT-LINE-EXIT
               UNTIL WS-PIN-EOF.
           CLOSE PART-IN-FILE.
       MERGE-PRINT-PART-NEXT.
           ADD 1 TO PART-IX.
       MERGE-PRINT-PART-EXIT.
           EXIT.

      *    sort04 STARTS EVERY PAGE WITH A BLANK LINE AND THEN THE
      *    FORM FEED, SO READ BACK THE BLANK LINE IS THE FIRST LINE
      *    OF THE FILE OR RIDES IN FRONT OF THE FORM FEED - BOTH GO
      *    OUT AGAIN THAT WAY. BLANK LINES ARE HELD UNTIL THE NEXT
      *    LINE SHOWS THEY ARE NOT THE GAP OVER A GRAND TOTAL.
       MERGE-PRINT-LINE-RTN.
           READ PART-IN-FILE
               AT END
                   SET WS-PIN-EOF TO TRUE
                   PERFORM FLUSH-BLANK-RTN THRU FLUSH-BLANK-EXIT
                       UNTIL WS-BLANK-PEND = 0
                   GO TO MERGE-PRINT-LINE-EXIT
           END-READ.
           ADD 1 TO WS-PIN-LINE-CNT.
           IF PIN-RECORD = SPACES THEN
               IF WS-PIN-LINE-CNT > 1 THEN
                   ADD 1 TO WS-BLANK-PEND
               END-IF
               GO TO MERGE-PRINT-LINE-EXIT.
           IF PIN-RECORD(74:12) = "GRAND TOTAL " THEN
               MOVE ZEROES TO WS-BLANK-PEND
               GO TO MERGE-PRINT-LINE-EXIT.
           PERFORM FLUSH-BLANK-RTN THRU FLUSH-BLANK-EXIT
               UNTIL WS-BLANK-PEND = 0.
           IF PIN-RECORD(1:1) = X"0C" THEN
               MOVE SPACES TO OUTREC
               WRITE OUTREC AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM PIN-RECORD(2:133)
                   AFTER ADVANCING PAGE
           ELSE
               WRITE OUTREC FROM PIN-RECORD(1:133)
                   AFTER ADVANCING 1 LINE.
       MERGE-PRINT-LINE-EXIT.
           EXIT.

       FLUSH-BLANK-RTN.
           MOVE SPACES TO OUTREC.
           WRITE OUTREC AFTER ADVANCING 1 LINE.
           SUBTRACT 1 FROM WS-BLANK-PEND.
       FLUSH-BLANK-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    MERGE-FLAT-RTN - one main file (WS-MERGE-FILE-NAME) built
      *    from the partitions' copies of it (WS-LEAF-NAME in each
      *    directory), in partition order; WS-COPY-CNT lines
      *--------------------------------------------------------------
       MERGE-FLAT-RTN.
           MOVE ZEROES TO WS-COPY-CNT.
           OPEN OUTPUT MERGE-OUT-FILE.
           IF WS-MERGE-OUT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " WS-MERGE-FILE-NAME
                   ", STATUS " WS-MERGE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 1 TO PART-IX.
           PERFORM MERGE-FLAT-PART-RTN THRU MERGE-FLAT-PART-EXIT
               UNTIL PART-IX > PART-CNT.
           CLOSE MERGE-OUT-FILE.
       MERGE-FLAT-EXIT.
           EXIT.

       MERGE-FLAT-PART-RTN.
           PERFORM SET-PART-DIR-RTN THRU SET-PART-DIR-EXIT.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           OPEN INPUT PART-IN-FILE.
           IF WS-PART-IN-STATUS NOT = "00" THEN
               GO TO MERGE-FLAT-PART-NEXT.
           MOVE 'N' TO WS-PIN-EOF-SW.
           PERFORM COPY-LINE-RTN THRU COPY-LINE-EXIT
               UNTIL WS-PIN-EOF.
           CLOSE PART-IN-FILE.
       MERGE-FLAT-PART-NEXT.
           ADD 1 TO PART-IX.
       MERGE-FLAT-PART-EXIT.
           EXIT.

       COPY-LINE-RTN.
           READ PART-IN-FILE
               AT END
                   SET WS-PIN-EOF TO TRUE
                   GO TO COPY-LINE-EXIT
           END-READ.
           WRITE MOUT-RECORD FROM PIN-RECORD.
           ADD 1 TO WS-COPY-CNT.
       COPY-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    MERGE-LISTING-RTN - one of sort04's listings (the minors
      *    or the impossible birth dates) built from the partitions'
      *    copies: one heading (WS-LIST-HEAD, WS-LIST-COL), every
      *    partition's detail lines - its three heading lines
      *    skipped, down to the blank line before its count - and
      *    one count (LT-LABEL) of the WS-COPY-CNT lines copied
      *--------------------------------------------------------------
       MERGE-LISTING-RTN.
           MOVE ZEROES TO WS-COPY-CNT.
           OPEN OUTPUT MERGE-OUT-FILE.
           IF WS-MERGE-OUT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " WS-MERGE-FILE-NAME
                   ", STATUS " WS-MERGE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           WRITE MOUT-RECORD FROM WS-LIST-HEAD.
           MOVE SPACES TO MOUT-RECORD.
           WRITE MOUT-RECORD.
           WRITE MOUT-RECORD FROM WS-LIST-COL.
           MOVE 1 TO PART-IX.
           PERFORM MERGE-LISTING-PART-RTN THRU MERGE-LISTING-PART-EXIT
               UNTIL PART-IX > PART-CNT.
           MOVE SPACES TO MOUT-RECORD.
           WRITE MOUT-RECORD.
           MOVE WS-COPY-CNT TO LT-COUNT.
           WRITE MOUT-RECORD FROM LISTING-TOTAL-LINE.
           CLOSE MERGE-OUT-FILE.
       MERGE-LISTING-EXIT.
           EXIT.

       MERGE-LISTING-PART-RTN.
           PERFORM SET-PART-DIR-RTN THRU SET-PART-DIR-EXIT.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           OPEN INPUT PART-IN-FILE.
           IF WS-PART-IN-STATUS NOT = "00" THEN
               GO TO MERGE-LISTING-PART-NEXT.
           MOVE 'N' TO WS-PIN-EOF-SW.
           MOVE ZEROES TO WS-LIST-SKIP.
           PERFORM COPY-LISTING-LINE-RTN THRU COPY-LISTING-LINE-EXIT
               UNTIL WS-PIN-EOF.
           CLOSE PART-IN-FILE.
       MERGE-LISTING-PART-NEXT.
           ADD 1 TO PART-IX.
       MERGE-LISTING-PART-EXIT.
           EXIT.

       COPY-LISTING-LINE-RTN.
           READ PART-IN-FILE
               AT END
                   SET WS-PIN-EOF TO TRUE
                   GO TO COPY-LISTING-LINE-EXIT
           END-READ.
           IF WS-LIST-SKIP < 3 THEN
               ADD 1 TO WS-LIST-SKIP
               GO TO COPY-LISTING-LINE-EXIT.
           IF PIN-RECORD = SPACES THEN
               SET WS-PIN-EOF TO TRUE
               GO TO COPY-LISTING-LINE-EXIT.
           WRITE MOUT-RECORD FROM PIN-RECORD.
           ADD 1 TO WS-COPY-CNT.
       COPY-LISTING-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    MERGE-SUSPENSE-RTN - every partition's suspense file goes
      *    back on the end of the main one: tonight's rejects (R)
      *    and the ready records it was given, now P or R again
      *--------------------------------------------------------------
       MERGE-SUSPENSE-RTN.
           MOVE WS-SUSP-NAME TO WS-MERGE-FILE-NAME.
           OPEN EXTEND MERGE-OUT-FILE.
           IF WS-MERGE-OUT-STATUS = "35" THEN
               OPEN OUTPUT MERGE-OUT-FILE.
           IF WS-MERGE-OUT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SUSPENSE-FILE, STATUS "
                   WS-MERGE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROES TO WS-COPY-CNT.
           MOVE "sort04-suspense.dat" TO WS-LEAF-NAME.
           MOVE 1 TO PART-IX.
           PERFORM MERGE-FLAT-PART-RTN THRU MERGE-FLAT-PART-EXIT
               UNTIL PART-IX > PART-CNT.
           CLOSE MERGE-OUT-FILE.
           MOVE WS-MERGE-OUT-STATUS TO WS-SUSP-STATUS.
           MOVE WS-COPY-CNT TO WS-SUSP-BACK-CNT.
           COMPUTE SUSP-OUT-CNT = WS-SUSP-BACK-CNT - RECYCLED-CNT
               - RECYC-FAIL-CNT
               ON SIZE ERROR MOVE ZEROES TO SUSP-OUT-CNT
           END-COMPUTE.
       MERGE-SUSPENSE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    PROVE-MERGE-RTN - the merged grand total and record count
      *    (off the state rows every partition staged) must equal
      *    the sum of the partitions' own run totals, and every
      *    partition's rows must add to its own total. The split
      *    itself is proven partition by partition: each sort04
      *    verifies its file against the HDR/TRL count and hash
      *    SPLIT wrote, and ends 16 (failed) if they differ
      *--------------------------------------------------------------
       PROVE-MERGE-RTN.
           IF GRAND-TOT-AMT NOT = WS-PART-GRAND OR
              WS-SUM-CNT-TOT NOT = RECIN THEN
               MOVE 'N' TO WS-BALANCE-SW.
           MOVE 1 TO PART-IX.
           PERFORM PROVE-PART-RTN THRU PROVE-PART-EXIT
               UNTIL PART-IX > PART-CNT.
       PROVE-MERGE-EXIT.
           EXIT.

       PROVE-PART-RTN.
           IF PT-ROW-TOT(PART-IX) NOT = PT-GRAND(PART-IX) OR
              PT-ROW-CNT(PART-IX) NOT = PT-RECIN(PART-IX) THEN
               MOVE 'N' TO WS-BALANCE-SW
               MOVE PART-IX TO WS-PART-NO
               DISPLAY "  Partition " WS-PART-NO " state rows "
                   PT-ROW-CNT(PART-IX) " / " PT-ROW-TOT(PART-IX)
                   " against its run " PT-RECIN(PART-IX) " / "
                   PT-GRAND(PART-IX).
           ADD 1 TO PART-IX.
       PROVE-PART-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    READ-RUN-HISTORY-RTN / VARIANCE-CHECK-RTN - as sort04:
      *    the last run of this same extract on the main history,
      *    and an alert page when tonight swings past tolerance
      *--------------------------------------------------------------
       READ-RUN-HISTORY-RTN.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS = "35" THEN
               GO TO READ-RUN-HISTORY-EXIT.
           IF WS-RUNHIST-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN RUN-HISTORY-FILE, STATUS "
                   WS-RUNHIST-STATUS
               GO TO READ-RUN-HISTORY-EXIT.
           PERFORM SCAN-HIST-RTN THRU SCAN-HIST-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE RUN-HISTORY-FILE.
       READ-RUN-HISTORY-EXIT.
           EXIT.

       SCAN-HIST-RTN.
           READ RUN-HISTORY-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO SCAN-HIST-EXIT
           END-READ.
           IF HIST-INFILE-NAME = WS-INFILE-NAME AND
              HIST-RECIN NUMERIC AND HIST-GRAND-AMT NUMERIC THEN
               SET WS-PREV-RUN-FOUND TO TRUE
               MOVE HIST-RECIN TO WS-PREV-RECIN
               MOVE HIST-GRAND-AMT TO WS-PREV-GRAND
           END-IF.
       SCAN-HIST-EXIT.
           EXIT.

       VARIANCE-CHECK-RTN.
           IF NOT WS-PREV-RUN-FOUND THEN
               GO TO VARIANCE-CHECK-EXIT.

           MOVE ZEROES TO WS-REC-VAR-PCT WS-AMT-VAR-PCT.
           IF WS-PREV-RECIN > 0 THEN
               COMPUTE WS-REC-VAR-PCT ROUNDED =
                   ((RECIN - WS-PREV-RECIN) * 100) / WS-PREV-RECIN
                   ON SIZE ERROR MOVE 99999 TO WS-REC-VAR-PCT
               END-COMPUTE.
           IF WS-PREV-GRAND > 0 THEN
               COMPUTE WS-AMT-VAR-PCT ROUNDED =
                   ((GRAND-TOT-AMT - WS-PREV-GRAND) * 100)
                   / WS-PREV-GRAND
                   ON SIZE ERROR MOVE 99999 TO WS-AMT-VAR-PCT
               END-COMPUTE.

           IF WS-REC-VAR-PCT > WS-TOLERANCE-PCT OR
              WS-REC-VAR-PCT < (0 - WS-TOLERANCE-PCT) OR
              WS-AMT-VAR-PCT > WS-TOLERANCE-PCT OR
              WS-AMT-VAR-PCT < (0 - WS-TOLERANCE-PCT) THEN
               SET WS-VARIANCE-ALERTED TO TRUE
           ELSE
               GO TO VARIANCE-CHECK-EXIT.

           MOVE WS-TOLERANCE-PCT TO VH-TOL.
           WRITE OUTREC FROM VAR-HEAD-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO OUTREC.
           WRITE OUTREC AFTER ADVANCING 1 LINE.

           MOVE WS-PREV-RECIN TO VC-PRIOR.
           MOVE RECIN TO VC-TONIGHT.
           MOVE WS-REC-VAR-PCT TO VC-PCT.
           WRITE OUTREC FROM VAR-COUNT-LINE AFTER ADVANCING 1 LINE.

           MOVE WS-PREV-GRAND TO VA-PRIOR.
           MOVE GRAND-TOT-AMT TO VA-TONIGHT.
           MOVE WS-AMT-VAR-PCT TO VA-PCT.
           WRITE OUTREC FROM VAR-AMOUNT-LINE AFTER ADVANCING 1 LINE.

           DISPLAY "RUN VARIANCE ALERT - records "
               WS-REC-VAR-PCT "% amount " WS-AMT-VAR-PCT
               "% against prior run, tolerance "
               WS-TOLERANCE-PCT "%".
       VARIANCE-CHECK-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    WRITE-STATE-SUMMARY-RTN - as sort04's, off the merged
      *    rows: each state's average, pct of the run's grand total
      *    and rank by total across every partition
      *--------------------------------------------------------------
       WRITE-STATE-SUMMARY-RTN.
           OPEN OUTPUT STATE-SUM-FILE.
           IF WS-STSUM-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN STATE-SUM-FILE, STATUS "
                   WS-STSUM-STATUS
               GO TO WRITE-STATE-SUMMARY-EXIT.

           MOVE WS-CURRENT-DATE TO SSH-DATE.
           WRITE STSUM-RECORD FROM STSUM-HEAD-LINE.
           MOVE SPACES TO STSUM-RECORD.
           WRITE STSUM-RECORD.
           WRITE STSUM-RECORD FROM STSUM-COL-LINE.

           MOVE 1 TO STSUM-IX.
           PERFORM WRITE-STSUM-ROW-RTN THRU WRITE-STSUM-ROW-EXIT
               UNTIL STSUM-IX > STSUM-CNT.

           MOVE SPACES TO STSUM-RECORD.
           WRITE STSUM-RECORD.
           MOVE WS-SUM-CNT-TOT TO SSG-CNT.
           MOVE GRAND-TOT-AMT TO SSG-TOT.
           WRITE STSUM-RECORD FROM STSUM-GRAND-LINE.
           CLOSE STATE-SUM-FILE.
       WRITE-STATE-SUMMARY-EXIT.
           EXIT.

       WRITE-STSUM-ROW-RTN.
           MOVE STSUM-STATE(STSUM-IX) TO SSD-STATE.
           MOVE STSUM-CNT-N(STSUM-IX) TO SSD-CNT.
           MOVE STSUM-TOT(STSUM-IX) TO SSD-TOT.
           MOVE STSUM-MIN(STSUM-IX) TO SSD-MIN.
           MOVE STSUM-MAX(STSUM-IX) TO SSD-MAX.

           MOVE ZEROES TO WS-ST-AVG.
           IF STSUM-CNT-N(STSUM-IX) > 0 THEN
               COMPUTE WS-ST-AVG ROUNDED =
                   STSUM-TOT(STSUM-IX) / STSUM-CNT-N(STSUM-IX)
                   ON SIZE ERROR MOVE ZEROES TO WS-ST-AVG
               END-COMPUTE.
           MOVE WS-ST-AVG TO SSD-AVG.

           MOVE ZEROES TO WS-ST-PCT.
           IF GRAND-TOT-AMT > 0 THEN
               COMPUTE WS-ST-PCT ROUNDED =
                   (STSUM-TOT(STSUM-IX) * 100) / GRAND-TOT-AMT
                   ON SIZE ERROR MOVE ZEROES TO WS-ST-PCT
               END-COMPUTE.
           MOVE WS-ST-PCT TO SSD-PCT.

           MOVE 1 TO WS-ST-RANK.
           MOVE 1 TO STSUM-JX.
           PERFORM RANK-STSUM-ROW-RTN THRU RANK-STSUM-ROW-EXIT
               UNTIL STSUM-JX > STSUM-CNT.
           MOVE WS-ST-RANK TO SSD-RANK.

           WRITE STSUM-RECORD FROM STSUM-DETAIL-LINE.
           ADD 1 TO STSUM-IX.
       WRITE-STSUM-ROW-EXIT.
           EXIT.

       RANK-STSUM-ROW-RTN.
           IF STSUM-TOT(STSUM-JX) > STSUM-TOT(STSUM-IX) THEN
               ADD 1 TO WS-ST-RANK.
           ADD 1 TO STSUM-JX.
       RANK-STSUM-ROW-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    WRITE-DEMOG-RTN - sort04's age demographics report over
      *    the whole run: each state's eight bands as shares of the
      *    state, then the bands as shares of the run
      *--------------------------------------------------------------
       WRITE-DEMOG-RTN.
           IF WS-DEMOG-FULL THEN
               DISPLAY "AGE BAND TABLE FULL AT 60 STATES - LATER "
                   "STATES LEFT OFF sort04-demog.rpt".
           OPEN OUTPUT DEMOG-FILE.
           IF WS-DEMOG-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DEMOG-FILE, STATUS "
                   WS-DEMOG-STATUS
               GO TO WRITE-DEMOG-EXIT.

           MOVE WS-CURRENT-DATE TO DGH-DATE.
           WRITE DEMOG-RECORD FROM DEMOG-HEAD-LINE.
           MOVE SPACES TO DEMOG-RECORD.
           WRITE DEMOG-RECORD.
           WRITE DEMOG-RECORD FROM DEMOG-COL-LINE.
           MOVE SPACES TO DEMOG-RECORD.
           WRITE DEMOG-RECORD.

           INITIALIZE DEMOG-RUN-BANDS.
           MOVE ZEROES TO WS-DG-RUN-CNT WS-DG-RUN-TOT.
           MOVE 1 TO DEMOG-IX.
           PERFORM WRITE-DEMOG-STATE-RTN THRU WRITE-DEMOG-STATE-EXIT
               UNTIL DEMOG-IX > DEMOG-CNT.

           MOVE 1 TO DEMOG-BX.
           PERFORM WRITE-DEMOG-RUN-RTN THRU WRITE-DEMOG-RUN-EXIT
               UNTIL DEMOG-BX > 8.
           MOVE "**" TO DGD-STATE.
           MOVE "ALL STATES" TO DGD-BAND.
           MOVE WS-DG-RUN-CNT TO DGD-CNT.
           MOVE WS-DG-RUN-TOT TO DGD-TOT.
           MOVE 100 TO DGD-CNT-PCT DGD-AMT-PCT.
           WRITE DEMOG-RECORD FROM DEMOG-DETAIL-LINE.
           CLOSE DEMOG-FILE.
       WRITE-DEMOG-EXIT.
           EXIT.

       WRITE-DEMOG-STATE-RTN.
           MOVE ZEROES TO WS-DG-ST-CNT WS-DG-ST-TOT.
           MOVE 1 TO DEMOG-BX.
           PERFORM SUM-DEMOG-BAND-RTN THRU SUM-DEMOG-BAND-EXIT
               UNTIL DEMOG-BX > 8.
           MOVE 1 TO DEMOG-BX.
           PERFORM WRITE-DEMOG-BAND-RTN THRU WRITE-DEMOG-BAND-EXIT
               UNTIL DEMOG-BX > 8.
           MOVE SPACES TO DGD-STATE.
           MOVE "STATE TOTAL" TO DGD-BAND.
           MOVE WS-DG-ST-CNT TO DGD-CNT.
           MOVE WS-DG-ST-TOT TO DGD-TOT.
           MOVE 100 TO DGD-CNT-PCT DGD-AMT-PCT.
           WRITE DEMOG-RECORD FROM DEMOG-DETAIL-LINE.
           MOVE SPACES TO DEMOG-RECORD.
           WRITE DEMOG-RECORD.
           ADD WS-DG-ST-CNT TO WS-DG-RUN-CNT.
           ADD WS-DG-ST-TOT TO WS-DG-RUN-TOT.
           ADD 1 TO DEMOG-IX.
       WRITE-DEMOG-STATE-EXIT.
           EXIT.

       SUM-DEMOG-BAND-RTN.
           ADD DG-CNT(DEMOG-IX, DEMOG-BX) TO WS-DG-ST-CNT.
           ADD DG-TOT(DEMOG-IX, DEMOG-BX) TO WS-DG-ST-TOT.
           ADD DG-CNT(DEMOG-IX, DEMOG-BX) TO DG-RUN-CNT(DEMOG-BX).
           ADD DG-TOT(DEMOG-IX, DEMOG-BX) TO DG-RUN-TOT(DEMOG-BX).
           ADD 1 TO DEMOG-BX.
       SUM-DEMOG-BAND-EXIT.
           EXIT.

       WRITE-DEMOG-BAND-RTN.
           MOVE SPACES TO DGD-STATE.
           IF DEMOG-BX = 1 THEN
               MOVE DG-STATE(DEMOG-IX) TO DGD-STATE.
           MOVE AGE-BAND-NAME(DEMOG-BX) TO DGD-BAND.
           MOVE DG-CNT(DEMOG-IX, DEMOG-BX) TO DGD-CNT.
           MOVE DG-TOT(DEMOG-IX, DEMOG-BX) TO DGD-TOT.
           MOVE ZEROES TO WS-DG-PCT.
           IF WS-DG-ST-CNT > 0 THEN
               COMPUTE WS-DG-PCT ROUNDED =
                   (DG-CNT(DEMOG-IX, DEMOG-BX) * 100) / WS-DG-ST-CNT
                   ON SIZE ERROR MOVE ZEROES TO WS-DG-PCT
               END-COMPUTE.
           MOVE WS-DG-PCT TO DGD-CNT-PCT.
           MOVE ZEROES TO WS-DG-PCT.
           IF WS-DG-ST-TOT > 0 THEN
               COMPUTE WS-DG-PCT ROUNDED =
                   (DG-TOT(DEMOG-IX, DEMOG-BX) * 100) / WS-DG-ST-TOT
                   ON SIZE ERROR MOVE ZEROES TO WS-DG-PCT
               END-COMPUTE.
           MOVE WS-DG-PCT TO DGD-AMT-PCT.
           WRITE DEMOG-RECORD FROM DEMOG-DETAIL-LINE.
           ADD 1 TO DEMOG-BX.
       WRITE-DEMOG-BAND-EXIT.
           EXIT.

       WRITE-DEMOG-RUN-RTN.
           MOVE SPACES TO DGD-STATE.
           IF DEMOG-BX = 1 THEN
               MOVE "**" TO DGD-STATE.
           MOVE AGE-BAND-NAME(DEMOG-BX) TO DGD-BAND.
           MOVE DG-RUN-CNT(DEMOG-BX) TO DGD-CNT.
           MOVE DG-RUN-TOT(DEMOG-BX) TO DGD-TOT.
           MOVE ZEROES TO WS-DG-PCT.
           IF WS-DG-RUN-CNT > 0 THEN
               COMPUTE WS-DG-PCT ROUNDED =
                   (DG-RUN-CNT(DEMOG-BX) * 100) / WS-DG-RUN-CNT
                   ON SIZE ERROR MOVE ZEROES TO WS-DG-PCT
               END-COMPUTE.
           MOVE WS-DG-PCT TO DGD-CNT-PCT.
           MOVE ZEROES TO WS-DG-PCT.
           IF WS-DG-RUN-TOT > 0 THEN
               COMPUTE WS-DG-PCT ROUNDED =
                   (DG-RUN-TOT(DEMOG-BX) * 100) / WS-DG-RUN-TOT
                   ON SIZE ERROR MOVE ZEROES TO WS-DG-PCT
               END-COMPUTE.
           MOVE WS-DG-PCT TO DGD-AMT-PCT.
           WRITE DEMOG-RECORD FROM DEMOG-DETAIL-LINE.
           ADD 1 TO DEMOG-BX.
       WRITE-DEMOG-RUN-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    LOAD-GLMAP-RTN / GL-POST-RTN - as sort04: no map on disk,
      *    no posting file; one credit per state, one balancing
      *    debit for the run's grand total, unmapped states to the
      *    suspense account and flagged on the control report
      *--------------------------------------------------------------
       LOAD-GLMAP-RTN.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = "00" THEN
               DISPLAY "No GL map (sort04-glmap.dat) - GL posting "
                   "file not written"
               GO TO LOAD-GLMAP-EXIT.
           PERFORM LOAD-GLMAP-ENTRY-RTN THRU LOAD-GLMAP-ENTRY-EXIT
               UNTIL WS-GLMAP-EOF.
           CLOSE GLMAP-FILE.
           SET WS-GLMAP-LOADED TO TRUE.
       LOAD-GLMAP-EXIT.
           EXIT.

       LOAD-GLMAP-ENTRY-RTN.
           READ GLMAP-FILE
               AT END
                   SET WS-GLMAP-EOF TO TRUE
                   GO TO LOAD-GLMAP-ENTRY-EXIT
           END-READ.
           IF GM-STATE = "**" THEN
               MOVE GM-ACCOUNT TO WS-GL-DEBIT-ACCT
               GO TO LOAD-GLMAP-ENTRY-EXIT.
           IF GLMAP-CNT >= 60 THEN
               DISPLAY "GL MAP TABLE FULL AT 60 - " GM-STATE
                   " IGNORED"
               GO TO LOAD-GLMAP-ENTRY-EXIT.
           ADD 1 TO GLMAP-CNT.
           MOVE GM-STATE TO GLM-STATE(GLMAP-CNT).
           MOVE GM-ACCOUNT TO GLM-ACCT(GLMAP-CNT).
       LOAD-GLMAP-ENTRY-EXIT.
           EXIT.

       GL-POST-RTN.
           OPEN OUTPUT GL-FILE.
           IF WS-GL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN GL-FILE, STATUS "
                   WS-GL-STATUS
               GO TO GL-POST-EXIT.

           MOVE ZEROES TO WS-GL-HASH.
           COMPUTE WS-GL-HASH = GRAND-TOT-AMT + GRAND-TOT-AMT
               ON SIZE ERROR
                   DISPLAY "GL HASH OVERFLOW"
                   MOVE ZEROES TO WS-GL-HASH
           END-COMPUTE.
           MOVE WS-CURRENT-DATE TO GLH-DATE.
           MOVE WS-GL-HASH TO GLH-HASH.
           WRITE GL-RECORD FROM GL-HDR-LINE.
           ADD 1 TO WS-GL-REC-CNT.

           MOVE 1 TO STSUM-IX.
           PERFORM GL-CREDIT-RTN THRU GL-CREDIT-EXIT
               UNTIL STSUM-IX > STSUM-CNT.

           MOVE 'D' TO GLP-TYPE.
           MOVE WS-GL-DEBIT-ACCT TO GLP-ACCOUNT.
           MOVE SPACES TO GLP-STATE.
           MOVE GRAND-TOT-AMT TO GLP-AMOUNT.
           WRITE GL-RECORD FROM GL-POST-LINE.
           ADD 1 TO WS-GL-REC-CNT.
           CLOSE GL-FILE.

           DISPLAY "GL posting file written, " WS-GL-REC-CNT
               " records, " GL-SUSP-CNT " states to suspense".
       GL-POST-EXIT.
           EXIT.

       GL-CREDIT-RTN.
           MOVE SPACES TO WS-GL-ACCT.
           MOVE 1 TO GLMAP-IX.
           PERFORM GL-LOOKUP-RTN THRU GL-LOOKUP-EXIT
               UNTIL GLMAP-IX > GLMAP-CNT OR
                     WS-GL-ACCT NOT = SPACES.
           IF WS-GL-ACCT = SPACES THEN
               MOVE WS-GL-SUSP-ACCT TO WS-GL-ACCT
               IF GL-SUSP-CNT < 60 THEN
                   ADD 1 TO GL-SUSP-CNT
                   MOVE STSUM-STATE(STSUM-IX)
                       TO GL-SUSP-STATE(GL-SUSP-CNT)
               END-IF
           END-IF.
           MOVE 'C' TO GLP-TYPE.
           MOVE WS-GL-ACCT TO GLP-ACCOUNT.
           MOVE STSUM-STATE(STSUM-IX) TO GLP-STATE.
           MOVE STSUM-TOT(STSUM-IX) TO GLP-AMOUNT.
           WRITE GL-RECORD FROM GL-POST-LINE.
           ADD 1 TO WS-GL-REC-CNT.
           ADD 1 TO STSUM-IX.
       GL-CREDIT-EXIT.
           EXIT.

       GL-LOOKUP-RTN.
           IF GLM-STATE(GLMAP-IX) = STSUM-STATE(STSUM-IX) THEN
               MOVE GLM-ACCT(GLMAP-IX) TO WS-GL-ACCT
               GO TO GL-LOOKUP-EXIT.
           ADD 1 TO GLMAP-IX.
       GL-LOOKUP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    WRITE-RUN-HISTORY-RTN - ONE record for the whole run,
      *    filed against the extract that was split so the trend
      *    and the next variance check read it as that night's run
      *--------------------------------------------------------------
       WRITE-RUN-HISTORY-RTN.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS = "35" THEN
               OPEN OUTPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE RUN-HISTORY-FILE, STATUS "
                   WS-RUNHIST-STATUS
               GO TO WRITE-RUN-HISTORY-EXIT.

           MOVE SPACES TO HIST-RECORD.
           MOVE WS-CURRENT-DATE TO HIST-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO HIST-RUN-TIME.
           MOVE '1' TO HIST-SORT-MODE.
           MOVE RECIN TO HIST-RECIN.
           MOVE REJECT-CNT TO HIST-REJECT-CNT.
           MOVE GRAND-TOT-AMT TO HIST-GRAND-AMT.
           MOVE RUN-BKT-1 TO HIST-AGE-BKT-1.
           MOVE RUN-BKT-2 TO HIST-AGE-BKT-2.
           MOVE RUN-BKT-3 TO HIST-AGE-BKT-3.
           MOVE RUN-BKT-4 TO HIST-AGE-BKT-4.
           MOVE RUN-BKT-5 TO HIST-AGE-BKT-5.
           MOVE WS-INFILE-NAME TO HIST-INFILE-NAME.
           MOVE WS-HDR-SOURCE TO HIST-SOURCE.
           WRITE HIST-RECORD.
           CLOSE RUN-HISTORY-FILE.
       WRITE-RUN-HISTORY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    EOJ-GRADE-RTN - as sort04, over the whole run, plus 8 for
      *    a merge out of balance and 4 for a partition that ended
      *    with a warning of its own
      *--------------------------------------------------------------
       EOJ-GRADE-RTN.
           MOVE ZEROES TO WS-REJ-RATE.
           IF WS-DATA-READ-CNT > 0 THEN
               COMPUTE WS-REJ-RATE ROUNDED =
                   (REJECT-CNT * 100) / WS-DATA-READ-CNT
                   ON SIZE ERROR MOVE 999 TO WS-REJ-RATE
               END-COMPUTE.

           IF WS-REJ-RATE > WS-REJECT-LIMIT OR NOT WS-IN-BALANCE THEN
               MOVE 8 TO WS-RC
               GO TO EOJ-GRADE-EXIT.
           IF REJECT-CNT > 0 OR WS-VARIANCE-ALERTED OR
              WS-BADDOB-CNT > 0 OR WS-PART-WARNED THEN
               MOVE 4 TO WS-RC.
       EOJ-GRADE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    EOJ-REPORT-RTN - sort04's control report for the merged
      *    run, with the partitions and the proof that the merge
      *    adds up to them
      *--------------------------------------------------------------
       EOJ-REPORT-RTN.
           OPEN OUTPUT EOJ-FILE.
           IF WS-EOJ-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN EOJ-FILE, STATUS "
                   WS-EOJ-STATUS
               GO TO EOJ-REPORT-EXIT.

           MOVE WS-CURRENT-DATE TO EJ-DATE.
           MOVE PART-CNT TO EJ-PARTS.
           WRITE EOJ-RECORD FROM EOJ-HEAD-LINE.
           MOVE SPACES TO EOJ-RECORD.
           WRITE EOJ-RECORD.

           MOVE "PRINTFILE" TO EJ-FILE-NAME.
           MOVE WS-PRINT-STATUS TO EJ-STATUS.
           MOVE WS-PRINT-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           MOVE "REJECT-FILE" TO EJ-FILE-NAME.
           MOVE WS-REJ-STATUS TO EJ-STATUS.
           MOVE WS-REJ-LINE-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           MOVE "EXCEPTION-FILE" TO EJ-FILE-NAME.
           MOVE WS-EXC-STATUS TO EJ-STATUS.
           MOVE WS-EXC-LINE-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           MOVE "EXTRACT-FILE" TO EJ-FILE-NAME.
           MOVE WS-EXTRACT-STATUS TO EJ-STATUS.
           MOVE WS-EXTRACT-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           MOVE "BIRTHDAY-FILE" TO EJ-FILE-NAME.
           MOVE WS-BDAY-STATUS TO EJ-STATUS.
           MOVE WS-BDAY-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           MOVE "MINOR-FILE" TO EJ-FILE-NAME.
           MOVE WS-MINOR-STATUS TO EJ-STATUS.
           MOVE WS-MINOR-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           MOVE "BADDOB-FILE" TO EJ-FILE-NAME.
           MOVE WS-BADDOB-STATUS TO EJ-STATUS.
           MOVE WS-BADDOB-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           MOVE "DEMOG-FILE" TO EJ-FILE-NAME.
           MOVE WS-DEMOG-STATUS TO EJ-STATUS.
           MOVE DEMOG-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           IF WS-GLMAP-LOADED THEN
               MOVE "GL-FILE" TO EJ-FILE-NAME
               MOVE WS-GL-STATUS TO EJ-STATUS
               MOVE WS-GL-REC-CNT TO EJ-COUNT
               WRITE EOJ-RECORD FROM EOJ-FILE-LINE
               MOVE 1 TO GL-SUSP-IX
               PERFORM EOJ-GL-SUSP-RTN THRU EOJ-GL-SUSP-EXIT
                   UNTIL GL-SUSP-IX > GL-SUSP-CNT
           END-IF.

           MOVE "STATE-SUM-FILE" TO EJ-FILE-NAME.
           MOVE WS-STSUM-STATUS TO EJ-STATUS.
           MOVE STSUM-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           MOVE "RUN-HISTORY-FILE" TO EJ-FILE-NAME.
           MOVE WS-RUNHIST-STATUS TO EJ-STATUS.
           MOVE 1 TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           MOVE SPACES TO EOJ-RECORD.
           WRITE EOJ-RECORD.
           WRITE EOJ-RECORD FROM EOJ-PART-COL-LINE.
           MOVE 1 TO PART-IX.
           PERFORM EOJ-PART-RTN THRU EOJ-PART-EXIT
               UNTIL PART-IX > PART-CNT.
           MOVE SPACES TO EOJ-RECORD.
           WRITE EOJ-RECORD.
           MOVE "SUM OF PARTITIONS" TO EPF-LABEL.
           MOVE RECIN TO EPF-RECS.
           MOVE WS-PART-GRAND TO EPF-TOT.
           WRITE EOJ-RECORD FROM EOJ-PROOF-LINE.
           MOVE "MERGED GRAND TOTAL" TO EPF-LABEL.
           MOVE WS-SUM-CNT-TOT TO EPF-RECS.
           MOVE GRAND-TOT-AMT TO EPF-TOT.
           WRITE EOJ-RECORD FROM EOJ-PROOF-LINE.
           IF WS-IN-BALANCE THEN
               MOVE "IN BALANCE" TO EB-VERDICT
           ELSE
               MOVE "OUT OF BALANCE - RC 8" TO EB-VERDICT.
           WRITE EOJ-RECORD FROM EOJ-BALANCE-LINE.

           MOVE SPACES TO EOJ-RECORD.
           WRITE EOJ-RECORD.
           MOVE "RECORDS READ" TO EJ-FILE-NAME.
           MOVE "  " TO EJ-STATUS.
           MOVE WS-DATA-READ-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.
           MOVE "RECORDS SPLIT" TO EJ-FILE-NAME.
           MOVE WS-SPLIT-CNT-TOT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.
           MOVE "RECORDS REJECTED" TO EJ-FILE-NAME.
           MOVE REJECT-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           MOVE "SUSPENSE-FILE" TO EJ-FILE-NAME.
           MOVE WS-SUSP-STATUS TO EJ-STATUS.
           MOVE SUSP-OUT-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.
           MOVE "RECORDS RECYCLED" TO EJ-FILE-NAME.
           MOVE "  " TO EJ-STATUS.
           MOVE RECYCLED-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.
           MOVE "RECYCLE RE-REJECTS" TO EJ-FILE-NAME.
           MOVE RECYC-FAIL-CNT TO EJ-COUNT.
           WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           MOVE WS-REJ-RATE TO EJ-RATE.
           MOVE WS-REJECT-LIMIT TO EJ-LIMIT.
           IF WS-REJ-RATE > WS-REJECT-LIMIT THEN
               MOVE "OVER LIMIT - RC 8" TO EJ-VERDICT
           ELSE
               IF WS-RC = 4 THEN
                   MOVE "WARNINGS - RC 4" TO EJ-VERDICT
               ELSE
                   IF WS-RC = 8 THEN
                       MOVE "OUT OF BALANCE - RC 8" TO EJ-VERDICT
                   ELSE
                       MOVE "CLEAN" TO EJ-VERDICT
                   END-IF
               END-IF
           END-IF.
           WRITE EOJ-RECORD FROM EOJ-VERDICT-LINE.

           MOVE WS-RC TO EJ-RC.
           WRITE EOJ-RECORD FROM EOJ-RC-LINE.
           CLOSE EOJ-FILE.
       EOJ-REPORT-EXIT.
           EXIT.

       EOJ-GL-SUSP-RTN.
           MOVE GL-SUSP-STATE(GL-SUSP-IX) TO GS-STATE.
           WRITE EOJ-RECORD FROM GL-SUSP-LINE.
           ADD 1 TO GL-SUSP-IX.
       EOJ-GL-SUSP-EXIT.
           EXIT.

       EOJ-PART-RTN.
           MOVE PART-IX TO EP-NO.
           MOVE PT-LO(PART-IX) TO EP-LO.
           MOVE PT-HI(PART-IX) TO EP-HI.
           MOVE PT-RC(PART-IX) TO EP-RC.
           MOVE PT-RECIN(PART-IX) TO EP-RECS.
           MOVE PT-REJECTS(PART-IX) TO EP-REJ.
           MOVE PT-GRAND(PART-IX) TO EP-TOT.
           WRITE EOJ-RECORD FROM EOJ-PART-LINE.
           ADD 1 TO PART-IX.
       EOJ-PART-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    SPLIT-INPUT-PROCEDURE - one pass of the extract: the
      *    labels are held for the verify, every data record is
      *    counted and hashed whole-file and per partition, and
      *    released keyed on its partition number
      *--------------------------------------------------------------
       SPLIT-INPUT-PROCEDURE SECTION.
           OPEN INPUT INFILE.
           IF WS-INFILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN INFILE " WS-INFILE-NAME(1:40)
                   ", STATUS " WS-INFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM SPLIT-READ-RTN THRU SPLIT-READ-EXIT.
           PERFORM SPLIT-PROCESS-RTN THRU SPLIT-PROCESS-EXIT
               UNTIL EOF.
           CLOSE INFILE.
           PERFORM SPLIT-VERIFY-RTN THRU SPLIT-VERIFY-EXIT.

       END-SPLIT-INPUT SECTION.

       SPLIT-READ-RTN.
           READ INFILE
               AT END
                   SET EOF TO TRUE
           END-READ.
       SPLIT-READ-EXIT.
           EXIT.

       SPLIT-PROCESS-RTN.
           IF BL-ID = "HDR" THEN
               SET WS-HEADER-SEEN TO TRUE
               MOVE BL-FILE-DATE TO WS-HDR-FILE-DATE
               MOVE BL-SOURCE TO WS-HDR-SOURCE
               GO TO SPLIT-PROCESS-NEXT.
           IF BL-ID = "TRL" THEN
               IF WS-TRAILER-SEEN THEN
                   DISPLAY "SPLIT ABORTED - more than one TRL "
                       "record in " WS-INFILE-NAME(1:40)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF BL-REC-COUNT NOT NUMERIC OR
                  BL-AMT-HASH NOT NUMERIC THEN
                   DISPLAY "SPLIT ABORTED - TRL record count/hash "
                       "not numeric in " WS-INFILE-NAME(1:40)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-TRAILER-SEEN TO TRUE
               MOVE BL-REC-COUNT TO WS-TRL-COUNT
               MOVE BL-AMT-HASH TO WS-TRL-HASH
               GO TO SPLIT-PROCESS-NEXT.

           ADD 1 TO WS-DATA-READ-CNT.
           MOVE I-STATE TO WS-FIND-STATE.
           PERFORM FIND-PART-RTN THRU FIND-PART-EXIT.
           ADD 1 TO PT-COUNT(WS-FIND-IX).
           IF I-DOLLARS NUMERIC AND I-CENTS NUMERIC THEN
               MOVE I-AMOUNT TO WS-HASH-AMT
               ADD WS-HASH-AMT TO WS-AMT-HASH
                   ON SIZE ERROR
                       DISPLAY "AMOUNT HASH OVERFLOW AT RECORD "
                           WS-DATA-READ-CNT
               END-ADD
               ADD WS-HASH-AMT TO PT-HASH(WS-FIND-IX)
           END-IF.
           MOVE WS-FIND-IX TO SRT-PART.
           MOVE INREC TO SRT-IMAGE.
           RELEASE SORT-RECORD.
       SPLIT-PROCESS-NEXT.
           PERFORM SPLIT-READ-RTN THRU SPLIT-READ-EXIT.
       SPLIT-PROCESS-EXIT.
           EXIT.

      *    SAME RULES AS sort04's VERIFY-BATCH-RTN - BETTER TO STOP
      *    HERE THAN IN EVERY PARTITION AT ONCE
       SPLIT-VERIFY-RTN.
           IF NOT WS-HEADER-SEEN AND NOT WS-TRAILER-SEEN THEN
               DISPLAY "No HDR/TRL batch labels on "
                   WS-INFILE-NAME(1:40)
                   " - record count/hash not verified"
               GO TO SPLIT-VERIFY-EXIT.
           IF NOT WS-TRAILER-SEEN THEN
               DISPLAY "SPLIT ABORTED - header but no trailer on "
                   WS-INFILE-NAME(1:40) " - file looks truncated"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-TRL-COUNT NOT = WS-DATA-READ-CNT THEN
               DISPLAY "SPLIT ABORTED - trailer says " WS-TRL-COUNT
                   " records, read " WS-DATA-READ-CNT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-TRL-HASH NOT = WS-AMT-HASH THEN
               DISPLAY "SPLIT ABORTED - trailer amount hash "
                   WS-TRL-HASH " does not match running sum "
                   WS-AMT-HASH
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Batch controls verified: " WS-DATA-READ-CNT
               " records, amount hash " WS-AMT-HASH.
       SPLIT-VERIFY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    SPLIT-OUTPUT-PROCEDURE - the records come back grouped by
      *    partition; one FD writes every partition file in turn,
      *    each between an HDR (the extract's own date and source)
      *    and a TRL carrying that partition's count and hash. A
      *    partition no record fell into still gets its labeled,
      *    empty file.
      *--------------------------------------------------------------
       SPLIT-OUTPUT-PROCEDURE SECTION.
           MOVE ZEROES TO WS-CUR-PART.
           MOVE 1 TO WS-NEXT-PART.
           MOVE 'N' TO EOF-FLAG.
           RETURN SORT-FILE RECORD AT END
               MOVE 'Y' TO EOF-FLAG.
           PERFORM SPLIT-WRITE-RTN THRU SPLIT-WRITE-EXIT
               UNTIL EOF2.
           PERFORM OPEN-NEXT-PART-RTN THRU OPEN-NEXT-PART-EXIT
               UNTIL WS-NEXT-PART > PART-CNT.
           PERFORM CLOSE-PART-RTN THRU CLOSE-PART-EXIT.

       END-SPLIT-OUTPUT SECTION.

       SPLIT-WRITE-RTN.
           IF SRT-PART NOT = WS-CUR-PART THEN
               PERFORM OPEN-NEXT-PART-RTN THRU OPEN-NEXT-PART-EXIT
                   UNTIL WS-NEXT-PART > SRT-PART.
           WRITE POUT-RECORD FROM SRT-IMAGE.
           ADD 1 TO PT-WRITTEN(WS-CUR-PART).
           RETURN SORT-FILE RECORD AT END
               MOVE 'Y' TO EOF-FLAG.
       SPLIT-WRITE-EXIT.
           EXIT.

       OPEN-NEXT-PART-RTN.
           PERFORM CLOSE-PART-RTN THRU CLOSE-PART-EXIT.
           MOVE WS-NEXT-PART TO PART-IX.
           PERFORM SET-PART-DIR-RTN THRU SET-PART-DIR-EXIT.
           MOVE "sort04-part.dat" TO WS-LEAF-NAME.
           PERFORM SET-PART-FILE-RTN THRU SET-PART-FILE-EXIT.
           OPEN OUTPUT PART-OUT-FILE.
           IF WS-PART-OUT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " WS-PART-FILE-NAME
                   ", STATUS " WS-PART-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO POUT-RECORD.
           MOVE "HDR" TO POUT-ID.
           MOVE WS-HDR-FILE-DATE TO POUT-FILE-DATE.
           MOVE WS-HDR-SOURCE TO POUT-SOURCE.
           WRITE POUT-LABEL.
           MOVE WS-NEXT-PART TO WS-CUR-PART.
           ADD 1 TO WS-NEXT-PART.
       OPEN-NEXT-PART-EXIT.
           EXIT.

       CLOSE-PART-RTN.
           IF WS-CUR-PART = 0 THEN
               GO TO CLOSE-PART-EXIT.
           MOVE SPACES TO POUT-RECORD.
           MOVE "TRL" TO POUT-ID.
           MOVE PT-COUNT(WS-CUR-PART) TO POUT-REC-COUNT.
           MOVE PT-HASH(WS-CUR-PART) TO POUT-AMT-HASH.
           WRITE POUT-LABEL.
           CLOSE PART-OUT-FILE.
           IF PT-WRITTEN(WS-CUR-PART) NOT = PT-COUNT(WS-CUR-PART)
               THEN
               DISPLAY "SPLIT ABORTED - partition " WS-PART-NO
                   " wrote " PT-WRITTEN(WS-CUR-PART) " of "
                   PT-COUNT(WS-CUR-PART) " records"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROES TO WS-CUR-PART.
       CLOSE-PART-EXIT.
           EXIT.
