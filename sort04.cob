      *            catch-all file, flagged on the manifest. No more
      *            shipping each regional manager the whole stack.
      *            Off on RESTART (office counts not checkpointed).
      * 10/14/2026 I-BIRTHDAY was only ever looked at for the
      *            birthday-month pickup. Every record read is now
      *            aged off it (DOB-CHECK-RTN): a birth date that is
      *            missing, not a date, in the future, after the
      *            I-ED enrollment date or more than 110 years back
      *            is listed on sort04-baddob.rpt (and grades the
      *            run 4), every customer under 18 is listed on
      *            sort04-minors.rpt for Compliance - no account
      *            without a guardian on file - and the records that
      *            make the report are counted and totalled into
      *            age bands per STATE on sort04-demog.rpt, each
      *            band's share of its state and of the run. The
      *            band rows are also staged on sort04-demog.tmp,
      *            like the state summary rows, so part04 can merge
      *            a partitioned run's bands.
      * 10/15/2026 The CSV extract, labels and letters go to the
      *            outside print/mail vendor, and the extract (and
      *            birthday list) carried the real ACCOUNT and full
      *            birth date. Env var SORT04-VENDOR=Y now makes the
      *            run vendor-safe: every ACCOUNT on the extract and
      *            birthday list is replaced by a random token and
      *            the birth date cut to its month (MM), each label
      *            carries the token as a keyline above the name, and
      *            letters get &ACCOUNT as the token. Tokens live on
      *            sort04-token.dat, keyed by ACCOUNT with the token
      *            as alternate key - an in-house file that is never
      *            shipped - and a customer keeps the same token
      *            from month to month, new accounts drawing a new
      *            one (see TOKEN-RTN). vret04 maps the vendor's
      *            returns back through the same file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT BIRTHDAY-FILE ASSIGN TO "./sort04-birthday.csv"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-BIRTHDAY-STATUS.
       SELECT MINOR-FILE ASSIGN TO "./sort04-minors.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-MINOR-STATUS.
       SELECT BADDOB-FILE ASSIGN TO "./sort04-baddob.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-BADDOB-STATUS.
       SELECT DEMOG-WORK-FILE ASSIGN TO "./sort04-demog.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-DGW-STATUS.
       SELECT DEMOG-FILE ASSIGN TO "./sort04-demog.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-DEMOG-STATUS.
       SELECT ZIP-REF-FILE ASSIGN TO "./sort04-zipref.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-ZIPREF-STATUS.
       SELECT MANIFEST-FILE ASSIGN TO "./sort04-manifest.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-MANIFEST-STATUS.
       SELECT TOKEN-FILE ASSIGN TO "./sort04-token.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY TKX-ACCOUNT
           ALTERNATE RECORD KEY TKX-TOKEN
           FILE STATUS WS-TOKEN-STATUS.
       SELECT SORT-FILE  ASSIGN TO "./srtwork.fil".
       DATA DIVISION.
       FILE SECTION.
       FD BIRTHDAY-FILE.
         01 BIRTHDAY-RECORD     PIC X(120).

       FD MINOR-FILE.
         01 MINOR-RECORD        PIC X(110).

       FD BADDOB-FILE.
         01 BADDOB-RECORD       PIC X(110).

      *  ONE ROW PER STATE PER AGE BAND (SEE WRITE-DEMOG-RTN)
       FD DEMOG-WORK-FILE.
         01 DGW-RECORD.
           05 DGW-STATE        PIC X(2).
           05 FILLER           PIC X(02).
           05 DGW-BAND         PIC 9.
           05 FILLER           PIC X(02).
           05 DGW-CNT          PIC 9(7).
           05 FILLER           PIC X(02).
           05 DGW-TOT          PIC 9(9)V99.

       FD DEMOG-FILE.
         01 DEMOG-RECORD        PIC X(80).

       FD ZIP-REF-FILE.
         01 ZIPREF-RECORD.
           05 ZR-LO            PIC X(5).
         01 HOUSE-RPT-RECORD    PIC X(80).

      *  LETTER TEMPLATE (ONE LINE PER PRINT LINE, &NAME/&FIRST/
      *  &LAST/&ADDRESS/&CITY/&STATE/&ZIP/&AMOUNT/&ED/&ACCOUNT
      *  SUBSTITUTED PER CUSTOMER) AND THE FORMATTED LETTER PRINT
      *  FILE
       FD TEMPLATE-FILE.
         01 TMPL-RECORD         PIC X(80).

       FD LETTER-FILE.
         01 LETTER-RECORD       PIC X(80).

      *  VENDOR TOKEN CROSS-REFERENCE - ONE RECORD PER ACCOUNT EVER
      *  SENT OUT IN VENDOR MODE. STAYS IN HOUSE (SEE TOKEN-RTN)
       FD TOKEN-FILE.
         01 TOKEN-RECORD.
           05 TKX-ACCOUNT      PIC X(17).
           05 FILLER           PIC X(02).
           05 TKX-TOKEN        PIC X(12).
           05 FILLER           PIC X(02).
           05 TKX-ISSUED       PIC X(8).
           05 FILLER           PIC X(02).
           05 TKX-LAST-USED    PIC X(8).

      *  PRESORT RATE RULES - ONE LINE: MINIMUM PIECES PER 5-DIGIT
      *  ZIP BUNDLE, MINIMUM PIECES PER 3-DIGIT TRAY (SEE
      *  LOAD-RATES-RTN; NO FILE ON DISK JUST MEANS PRESORT IS OFF)
           05 RSW-ADDR         PIC X(20).
           05 FILLER           PIC X(02).
           05 RSW-CSZ          PIC X(40).
           05 FILLER           PIC X(02).
           05 RSW-KEY          PIC X(12).

      *  STATE ROUTING TABLE - STATE TO OFFICE CODE AND OFFICE NAME,
      *  LOADED AT STARTUP LIKE THE ZIP REFERENCE (SEE
           05 WS-LTR-OUT       PIC X(100) VALUE SPACES.
           05 WS-PASTE         PIC X(40) VALUE SPACES.
           05 WS-VAL-NAME      PIC X(40) VALUE SPACES.
           05 WS-VAL-ACCOUNT   PIC X(17) VALUE SPACES.
           05 WS-VAL-AMOUNT    PIC $$,$$9.99.
           05 TMPL-TABLE.
              10 TMPL-LINE-T OCCURS 60 PIC X(80).
           05 WS-HH-IN-ADDR    PIC X(20) VALUE SPACES.
           05 WS-HH-IN-CSZ     PIC X(40) VALUE SPACES.
           05 WS-HH-IN-ZIP     PIC X(5) VALUE SPACES.
           05 WS-HH-IN-KEY     PIC X(12) VALUE SPACES.
           05 HH-CNT           PIC 9(4) VALUE 0 COMP.
           05 HH-IX            PIC 9(4) VALUE 0 COMP.
           05 HH-FOUND-IX      PIC 9(4) VALUE 0 COMP.
                 15 HH-CSZ     PIC X(40).
                 15 HH-ZIP     PIC X(5).
                 15 HH-NAME    PIC X(40).
                 15 HH-KEY     PIC X(12).
                 15 HH-LAST    PIC X(20).
                 15 HH-MIXED   PIC X(1).
                 15 HH-COUNT   PIC 9(4) COMP.
                 15 PC-NAME    PIC X(40).
                 15 PC-ADDR    PIC X(20).
                 15 PC-CSZ     PIC X(40).
                 15 PC-KEY     PIC X(12).

      *    END-OF-JOB GRADING - the graded return code, the reject
      *    rate it is graded on, and the per-file write counts for
                 15 STSUM-MIN   PIC 9(4)V99 COMP-3.
                 15 STSUM-MAX   PIC 9(4)V99 COMP-3.

      *    BIRTH-DATE CHECKS AND AGE DEMOGRAPHICS - the record's
      *    birth date and enrollment date as numbers, its age and
      *    band, the two listing counts, and the per-state band
      *    table, kept in STATE order as states turn up (see
      *    DOB-CHECK-RTN / DEMOG-ACCUM-RTN / WRITE-DEMOG-RTN)
         01 DEMOG-WORK.
           05 WS-MINOR-STATUS  PIC X(02) VALUE SPACES.
           05 WS-BADDOB-STATUS PIC X(02) VALUE SPACES.
           05 WS-DGW-STATUS    PIC X(02) VALUE SPACES.
           05 WS-DEMOG-STATUS  PIC X(02) VALUE SPACES.
           05  WS-DEMOG-FULL-SW PIC X(01) VALUE 'N'.
               88  WS-DEMOG-FULL          VALUE 'Y'.
           05 WS-MINOR-CNT     PIC 9(7) VALUE 0 COMP-3.
           05 WS-BADDOB-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 WS-DOB-DATE.
              10 WS-DOB-YYYY   PIC 9(4).
              10 WS-DOB-MM     PIC 9(2).
              10 WS-DOB-DD     PIC 9(2).
           05 WS-DOB-ED-DATE.
              10 WS-DOB-ED-YYYY PIC 9(4).
              10 WS-DOB-ED-MM  PIC 9(2).
              10 WS-DOB-ED-DD  PIC 9(2).
           05 WS-DOB-MAX-DD    PIC 9(2) VALUE 0.
           05 WS-DOB-AGE       PIC 9(4) VALUE 0 COMP.
           05 WS-DOB-BAND      PIC 9(4) VALUE 0 COMP.
           05 WS-DOB-REASON    PIC X(16) VALUE SPACES.
           05 WS-DOB-AMT       PIC 9(4)V99 VALUE 0.
           05 WS-LEAP-QUOT     PIC 9(4) VALUE 0 COMP.
           05 WS-LEAP-REM      PIC 9(4) VALUE 0 COMP.
           05 DEMOG-CNT        PIC 9(4) VALUE 0 COMP.
           05 DEMOG-IX         PIC 9(4) VALUE 0 COMP.
           05 DEMOG-JX         PIC 9(4) VALUE 0 COMP.
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

      *    VENDOR-MODE WORKING STORAGE - the switch, the account
      *    being looked up and its token, what the extract and
      *    birthday list print in the account and birth date
      *    columns, and the random draw for a new token (see
      *    TOKEN-RTN / NEW-TOKEN-RTN)
         01 TOKEN-WORK.
           05 WS-TOKEN-STATUS  PIC X(02) VALUE SPACES.
           05  WS-VENDOR-SW    PIC X(01) VALUE 'N'.
               88  WS-VENDOR-MODE        VALUE 'Y'.
           05  WS-TKN-FREE-SW  PIC X(01) VALUE 'N'.
               88  WS-TKN-FREE           VALUE 'Y'.
           05 WS-VENDOR-TEXT   PIC X(3) VALUE SPACES.
           05 WS-TKN-ACCOUNT   PIC X(17) VALUE SPACES.
           05 WS-TKN-LAST-ACCOUNT PIC X(17) VALUE LOW-VALUES.
           05 WS-TOKEN         PIC X(12) VALUE SPACES.
           05 WS-VND-KEY       PIC X(17) VALUE SPACES.
           05 WS-VND-BIRTH     PIC X(10) VALUE SPACES.
           05 WS-TKN-TIME      PIC 9(8) VALUE 0.
           05 WS-TKN-HUND      PIC 9(4) VALUE 0 COMP.
           05 WS-TKN-SEED      PIC 9(10) VALUE 1 COMP-3.
           05 WS-TKN-PROD      PIC 9(15) VALUE 0 COMP-3.
           05 WS-TKN-QUOT      PIC 9(15) VALUE 0 COMP-3.
           05 WS-TKN-REM       PIC 9(4) VALUE 0 COMP.
           05 WS-TKN-CX        PIC 9(4) VALUE 0 COMP.
           05 WS-TKN-TRIES     PIC 9(4) VALUE 0 COMP.
           05 WS-TKN-NEW-CNT   PIC 9(7) VALUE 0 COMP-3.

      *    THE 32 TOKEN CHARACTERS - NO 0/O OR 1/I, SO A TOKEN READ
      *    BACK OFF A RETURNED PIECE CANNOT BE MISKEYED ONE FOR THE
      *    OTHER
         01 TOKEN-CHAR-VALUES.
           05 FILLER           PIC X(32) VALUE
               "23456789ABCDEFGHJKLMNPQRSTUVWXYZ".
         01 TOKEN-CHAR-TABLE REDEFINES TOKEN-CHAR-VALUES.
           05 TOKEN-CHAR       PIC X(01) OCCURS 32 TIMES.

      *    DAYS IN EACH MONTH (FEBRUARY GETS 29 IN A LEAP YEAR)
         01 MONTH-DAYS-VALUES.
           05 FILLER           PIC X(24) VALUE
               "312831303130313130313031".
         01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05 MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.

      *    THE AGE BANDS - BAND 8 HOLDS THE BIRTH DATES THAT FAILED
      *    DOB-CHECK-RTN, SO EVERY STATE'S BANDS ADD UP TO THE STATE
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

      *    COMPARE-MODE (DELTA) WORKING STORAGE - the prior extract
      *    name, the current account group off each sorted side, and
      *    the section counts (see DELTA-COMPARE-RTN)
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

         01 MINOR-DETAIL-LINE.
            05 MND-ACCOUNT     PIC X(17).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 MND-NAME        PIC X(40).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 MND-BIRTHDAY    PIC X(10).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 MND-AGE         PIC Z9.
            05 FILLER         PIC X(03) VALUE SPACES.
            05 MND-STATE       PIC X(2).

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

         01 BADDOB-DETAIL-LINE.
            05 BDD-ACCOUNT     PIC X(17).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 BDD-NAME        PIC X(40).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 BDD-BIRTHDAY    PIC X(10).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 BDD-ED          PIC X(10).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 BDD-REASON      PIC X(16).
            05 FILLER         PIC X(02) VALUE SPACES.
            05 BDD-STATE       PIC X(2).

         01 LISTING-TOTAL-LINE.
            05 LT-LABEL        PIC X(24).
            05 LT-COUNT        PIC ZZ,ZZZ,ZZ9.

         01 GL-SUSP-LINE.
            05 FILLER         PIC X(06) VALUE "STATE ".
            05 GS-STATE        PIC X(2).

      *    THE THREE LABEL LINES AS BUILT FOR ONE PIECE - WRITTEN
      *    STRAIGHT OUT WHEN PRESORT IS OFF, STAGED TO PIECE-TABLE
      *    WHEN IT IS ON - AND IN VENDOR MODE THE TOKEN KEYLINE
      *    PRINTED ABOVE THEM
         01 LABEL-LINES.
           05 WS-LBL-NAME     PIC X(40) VALUE SPACES.
           05 WS-LBL-ADDR     PIC X(20) VALUE SPACES.
           05 WS-LBL-CSZ      PIC X(40) VALUE SPACES.
           05 WS-LBL-ZIP      PIC X(5) VALUE SPACES.
           05 WS-LBL-KEY      PIC X(12) VALUE SPACES.

         01 HOUSE-HEAD-LINE.
            05 FILLER         PIC X(36) VALUE
           IF WS-LETTER-MODE THEN
               PERFORM LOAD-TEMPLATE-RTN THRU LOAD-TEMPLATE-EXIT.
           PERFORM LOAD-ROUTES-RTN THRU LOAD-ROUTES-EXIT.
           IF WS-VENDOR-MODE THEN
               PERFORM OPEN-TOKEN-RTN THRU OPEN-TOKEN-EXIT.

           IF WS-RESTART-RUN THEN
               PERFORM CHECK-RESTART-RTN THRU CHECK-RESTART-EXIT
               END-IF
           END-IF.

           PERFORM WRITE-DEMOG-RTN THRU WRITE-DEMOG-EXIT.

           PERFORM VARIANCE-CHECK-RTN THRU VARIANCE-CHECK-EXIT.
           PERFORM WRITE-RUN-HISTORY-RTN THRU WRITE-RUN-HISTORY-EXIT.

               CLOSE LABEL-FILE.
           IF WS-LETTER-MODE THEN
               CLOSE LETTER-FILE.
           IF WS-VENDOR-MODE THEN
               CLOSE TOKEN-FILE
               DISPLAY "Vendor mode - " WS-TKN-NEW-CNT
                   " new tokens issued".

           PERFORM EOJ-GRADE-RTN THRU EOJ-GRADE-EXIT.
           PERFORM EOJ-REPORT-RTN THRU EOJ-REPORT-EXIT.
      *           sort04-letters.txt with a page break per letter
      *       7 - letter selection - MONTH=mm (enrollment month) or
      *           STATE=xx; omitted means every customer
      *    and env var SORT04-VENDOR - Y for the vendor-safe run
      *    (tokens for accounts, birth month only; see TOKEN-RTN)
      *--------------------------------------------------------------
       GET-PARMS-RTN.
           MOVE 1 TO WS-ARG-NUM.
                       WS-REJECT-LIMIT "%"
           END-EVALUATE.

           ACCEPT WS-VENDOR-TEXT FROM ENVIRONMENT "SORT04-VENDOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-VENDOR-TEXT
           END-ACCEPT.
           IF WS-VENDOR-TEXT = "Y" OR "YES" THEN
               MOVE 'Y' TO WS-VENDOR-SW
               DISPLAY "Vendor mode - accounts tokenized, birth "
                   "dates cut to month".

       GET-PARMS-EXIT.
           EXIT.

                   WS-BIRTHDAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM OPEN-DOB-LISTINGS-RTN THRU OPEN-DOB-LISTINGS-EXIT.
           IF WS-RUN-ALL-ORDERS THEN
               OPEN OUTPUT VALID-FILE.

               PERFORM RECYCLE-SUSPENSE-RTN
                   THRU RECYCLE-SUSPENSE-EXIT.

           PERFORM CLOSE-DOB-LISTINGS-RTN THRU CLOSE-DOB-LISTINGS-EXIT.
           IF WS-RUN-ALL-ORDERS THEN
               CLOSE VALID-FILE.


           IF WS-BIRTHDAY-MODE-ON AND MM = WS-BIRTH-MONTH THEN
               PERFORM WRITE-BIRTHDAY-RTN THRU WRITE-BIRTHDAY-EXIT.
           PERFORM DOB-CHECK-RTN THRU DOB-CHECK-EXIT.

           IF WS-RECORD-REJECTED THEN
               ADD 1 TO REJECT-CNT
      *    with a bad STATE/AMOUNT/ZIP still gets a birthday card.
      *--------------------------------------------------------------
       WRITE-BIRTHDAY-RTN.
           IF WS-VENDOR-MODE THEN
               MOVE ACCOUNT TO WS-TKN-ACCOUNT
               PERFORM TOKEN-RTN THRU TOKEN-EXIT
               MOVE WS-TOKEN TO WS-VND-KEY
               MOVE SPACES TO WS-VND-BIRTH
               MOVE MM TO WS-VND-BIRTH
           ELSE
               MOVE ACCOUNT TO WS-VND-KEY
               MOVE I-BIRTHDAY TO WS-VND-BIRTH
           END-IF.
           MOVE SPACES TO BIRTHDAY-RECORD.
           STRING
               WS-VND-KEY    DELIMITED BY SPACE
               ","           DELIMITED BY SIZE
               I-FIRST       DELIMITED BY SPACE
               " "           DELIMITED BY SIZE
               " "           DELIMITED BY SIZE
               I-LAST        DELIMITED BY SPACE
               ","           DELIMITED BY SIZE
               WS-VND-BIRTH  DELIMITED BY "  "
               ","           DELIMITED BY SIZE
               I-CITY        DELIMITED BY SPACE
               ","           DELIMITED BY SIZE
       WRITE-BIRTHDAY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    OPEN-DOB-LISTINGS-RTN / CLOSE-DOB-LISTINGS-RTN - the minors
      *    and impossible-birth-date listings, headed at the start of
      *    the read pass and closed with their counts at the end of
      *    it. A RESTART re-reads the whole extract, so both are
      *    rebuilt complete.
      *--------------------------------------------------------------
       OPEN-DOB-LISTINGS-RTN.
           OPEN OUTPUT MINOR-FILE.
           IF WS-MINOR-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MINOR-FILE, STATUS "
                   WS-MINOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT BADDOB-FILE.
           IF WS-BADDOB-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN BADDOB-FILE, STATUS "
                   WS-BADDOB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE WS-CURRENT-DATE TO MNH-DATE.
           WRITE MINOR-RECORD FROM MINOR-HEAD-LINE.
           MOVE SPACES TO MINOR-RECORD.
           WRITE MINOR-RECORD.
           WRITE MINOR-RECORD FROM MINOR-COL-LINE.

           MOVE WS-CURRENT-DATE TO BDH-DATE.
           WRITE BADDOB-RECORD FROM BADDOB-HEAD-LINE.
           MOVE SPACES TO BADDOB-RECORD.
           WRITE BADDOB-RECORD.
           WRITE BADDOB-RECORD FROM BADDOB-COL-LINE.
       OPEN-DOB-LISTINGS-EXIT.
           EXIT.

       CLOSE-DOB-LISTINGS-RTN.
           MOVE SPACES TO MINOR-RECORD.
           WRITE MINOR-RECORD.
           MOVE "CUSTOMERS UNDER 18" TO LT-LABEL.
           MOVE WS-MINOR-CNT TO LT-COUNT.
           WRITE MINOR-RECORD FROM LISTING-TOTAL-LINE.
           CLOSE MINOR-FILE.

           MOVE SPACES TO BADDOB-RECORD.
           WRITE BADDOB-RECORD.
           MOVE "IMPOSSIBLE BIRTH DATES" TO LT-LABEL.
           MOVE WS-BADDOB-CNT TO LT-COUNT.
           WRITE BADDOB-RECORD FROM LISTING-TOTAL-LINE.
           CLOSE BADDOB-FILE.

           IF WS-BADDOB-CNT > 0 THEN
               DISPLAY "Impossible birth dates " WS-BADDOB-CNT
                   " - see sort04-baddob.rpt".
           IF WS-DEMOG-FULL THEN
               DISPLAY "AGE BAND TABLE FULL AT 60 STATES - LATER "
                   "STATES LEFT OFF sort04-demog.rpt".
       CLOSE-DOB-LISTINGS-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    DOB-CHECK-RTN - ages this record off I-BIRTHDAY against
      *    the run date. A birth date that is missing, not numeric,
      *    has no such month or day, lies in the future, falls after
      *    the I-ED enrollment date or makes the customer older than
      *    110 goes on the impossible-birth-date listing (first
      *    reason found) and into the NO VALID DOB band; a customer
      *    under 18 goes on the minors listing. Like the birthday
      *    pickup, the listings see every record read, rejects and
      *    all - the age bands only the records that make the
      *    report, so they tie to the STATE totals.
      *--------------------------------------------------------------
       DOB-CHECK-RTN.
           MOVE SPACES TO WS-DOB-REASON.
           MOVE 8 TO WS-DOB-BAND.
           IF I-BIRTHDAY = SPACES THEN
               MOVE "MISSING" TO WS-DOB-REASON
               GO TO DOB-CHECK-BAD.
           IF YYYY NOT NUMERIC OR MM NOT NUMERIC OR
              DD NOT NUMERIC THEN
               MOVE "NOT A DATE" TO WS-DOB-REASON
               GO TO DOB-CHECK-BAD.
           MOVE YYYY TO WS-DOB-YYYY.
           MOVE MM TO WS-DOB-MM.
           MOVE DD TO WS-DOB-DD.
           IF WS-DOB-MM < 1 OR WS-DOB-MM > 12 THEN
               MOVE "INVALID MONTH" TO WS-DOB-REASON
               GO TO DOB-CHECK-BAD.
           MOVE MONTH-DAYS(WS-DOB-MM) TO WS-DOB-MAX-DD.
           IF WS-DOB-MM = 2 THEN
               PERFORM LEAP-YEAR-RTN THRU LEAP-YEAR-EXIT.
           IF WS-DOB-DD < 1 OR WS-DOB-DD > WS-DOB-MAX-DD THEN
               MOVE "INVALID DAY" TO WS-DOB-REASON
               GO TO DOB-CHECK-BAD.
           IF WS-DOB-DATE > WS-CURRENT-DATE THEN
               MOVE "FUTURE DATE" TO WS-DOB-REASON
               GO TO DOB-CHECK-BAD.
           IF E-YYYY NUMERIC AND E-MM NUMERIC AND E-DD NUMERIC THEN
               MOVE E-YYYY TO WS-DOB-ED-YYYY
               MOVE E-MM TO WS-DOB-ED-MM
               MOVE E-DD TO WS-DOB-ED-DD
               IF WS-DOB-DATE > WS-DOB-ED-DATE THEN
                   MOVE "AFTER ENROLLMENT" TO WS-DOB-REASON
                   GO TO DOB-CHECK-BAD
               END-IF
           END-IF.

           SUBTRACT WS-DOB-YYYY FROM WS-CD-YYYY GIVING WS-DOB-AGE.
           IF WS-CURRENT-DATE(5:4) < WS-DOB-DATE(5:4) THEN
               SUBTRACT 1 FROM WS-DOB-AGE.
           IF WS-DOB-AGE > 110 THEN
               MOVE "AGE OVER 110" TO WS-DOB-REASON
               GO TO DOB-CHECK-BAD.

           EVALUATE TRUE
               WHEN WS-DOB-AGE < 18
                   MOVE 1 TO WS-DOB-BAND
               WHEN WS-DOB-AGE < 25
                   MOVE 2 TO WS-DOB-BAND
               WHEN WS-DOB-AGE < 35
                   MOVE 3 TO WS-DOB-BAND
               WHEN WS-DOB-AGE < 45
                   MOVE 4 TO WS-DOB-BAND
               WHEN WS-DOB-AGE < 55
                   MOVE 5 TO WS-DOB-BAND
               WHEN WS-DOB-AGE < 65
                   MOVE 6 TO WS-DOB-BAND
               WHEN OTHER
                   MOVE 7 TO WS-DOB-BAND
           END-EVALUATE.
           IF WS-DOB-BAND = 1 THEN
               PERFORM WRITE-MINOR-RTN THRU WRITE-MINOR-EXIT.
           GO TO DOB-CHECK-BAND.

       DOB-CHECK-BAD.
           MOVE SPACES TO BADDOB-DETAIL-LINE.
           MOVE ACCOUNT TO BDD-ACCOUNT.
           STRING I-LAST DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               I-FIRST DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               I-MIDDLE DELIMITED BY SPACE
               INTO BDD-NAME
           END-STRING.
           MOVE I-BIRTHDAY TO BDD-BIRTHDAY.
           MOVE I-ED TO BDD-ED.
           MOVE WS-DOB-REASON TO BDD-REASON.
           MOVE I-STATE TO BDD-STATE.
           WRITE BADDOB-RECORD FROM BADDOB-DETAIL-LINE.
           ADD 1 TO WS-BADDOB-CNT.

       DOB-CHECK-BAND.
           IF NOT WS-RECORD-REJECTED THEN
               PERFORM DEMOG-ACCUM-RTN THRU DEMOG-ACCUM-EXIT.
       DOB-CHECK-EXIT.
           EXIT.

      *    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
      *    CENTURY YEAR NOT DIVISIBLE BY 400
       LEAP-YEAR-RTN.
           DIVIDE WS-DOB-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0 THEN
               GO TO LEAP-YEAR-EXIT.
           DIVIDE WS-DOB-YYYY BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0 THEN
               MOVE 29 TO WS-DOB-MAX-DD
               GO TO LEAP-YEAR-EXIT.
           DIVIDE WS-DOB-YYYY BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0 THEN
               MOVE 29 TO WS-DOB-MAX-DD.
       LEAP-YEAR-EXIT.
           EXIT.

       WRITE-MINOR-RTN.
           MOVE SPACES TO MINOR-DETAIL-LINE.
           MOVE ACCOUNT TO MND-ACCOUNT.
           STRING I-LAST DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               I-FIRST DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               I-MIDDLE DELIMITED BY SPACE
               INTO MND-NAME
           END-STRING.
           MOVE I-BIRTHDAY TO MND-BIRTHDAY.
           MOVE WS-DOB-AGE TO MND-AGE.
           MOVE I-STATE TO MND-STATE.
           WRITE MINOR-RECORD FROM MINOR-DETAIL-LINE.
           ADD 1 TO WS-MINOR-CNT.
       WRITE-MINOR-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    DEMOG-ACCUM-RTN - count and total this record into its
      *    state's age band. States go into the table in STATE order
      *    as they first turn up (the read pass is not sorted), so
      *    the report needs no sort of its own.
      *--------------------------------------------------------------
       DEMOG-ACCUM-RTN.
           MOVE 1 TO DEMOG-IX.
           PERFORM DEMOG-SCAN-RTN THRU DEMOG-SCAN-EXIT
               UNTIL DEMOG-IX > DEMOG-CNT OR
                     DG-STATE(DEMOG-IX) NOT < I-STATE.
           IF DEMOG-IX > DEMOG-CNT OR
              DG-STATE(DEMOG-IX) NOT = I-STATE THEN
               IF DEMOG-CNT >= 60 THEN
                   SET WS-DEMOG-FULL TO TRUE
                   GO TO DEMOG-ACCUM-EXIT
               END-IF
               MOVE DEMOG-CNT TO DEMOG-JX
               PERFORM DEMOG-SHIFT-RTN THRU DEMOG-SHIFT-EXIT
                   UNTIL DEMOG-JX < DEMOG-IX
               ADD 1 TO DEMOG-CNT
               INITIALIZE DEMOG-ENTRY(DEMOG-IX)
               MOVE I-STATE TO DG-STATE(DEMOG-IX)
           END-IF.
           MOVE I-AMOUNT TO WS-DOB-AMT.
           ADD 1 TO DG-CNT(DEMOG-IX, WS-DOB-BAND).
           ADD WS-DOB-AMT TO DG-TOT(DEMOG-IX, WS-DOB-BAND)
               ON SIZE ERROR
                   DISPLAY "AGE BAND TOTAL OVERFLOW FOR "
                       I-STATE
           END-ADD.
       DEMOG-ACCUM-EXIT.
           EXIT.

       DEMOG-SCAN-RTN.
           ADD 1 TO DEMOG-IX.
       DEMOG-SCAN-EXIT.
           EXIT.

      *    OPEN A SLOT AT DEMOG-IX - EVERY ENTRY FROM THERE UP MOVES
      *    ONE PLACE, LAST FIRST
       DEMOG-SHIFT-RTN.
           MOVE DEMOG-ENTRY(DEMOG-JX) TO DEMOG-ENTRY(DEMOG-JX + 1).
           SUBTRACT 1 FROM DEMOG-JX.
       DEMOG-SHIFT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    WRITE-SUSPENSE-RTN - the rejected record itself, not just
      *    its reject line: the original 164-byte INREC image tagged
               WRITE SUSP-NEW-RECORD FROM SUSP-RECORD
               GO TO RECYCLE-ONE-EXIT.

      *    A RE-REJECT WAS LISTED AND AGED THE NIGHT IT WAS READ; ONE
      *    THAT NOW PASSES JOINS TONIGHT'S LISTINGS AND AGE BANDS
           PERFORM DOB-CHECK-RTN THRU DOB-CHECK-EXIT.
           MOVE ACCOUNT TO SRT-ACCOUNT.
           MOVE I-NAME TO SRT-NAME.
           MOVE I-BIRTHDAY TO SRT-BIRTHDAY.
      *    (account, name, birthday, city, state, zip, amount) so it
      *    can be loaded into Excel or another system without anyone
      *    having to re-parse PRINTFILE's fixed print columns.
      *    In vendor mode the account column is the token and the
      *    birthday column the birth month.
      *--------------------------------------------------------------
       WRITE-EXTRACT-RTN.
           MOVE SRT-AMOUNT TO WS-CSV-AMOUNT.
           IF WS-VENDOR-MODE THEN
               MOVE SRT-ACCOUNT TO WS-TKN-ACCOUNT
               PERFORM TOKEN-RTN THRU TOKEN-EXIT
               MOVE WS-TOKEN TO WS-VND-KEY
               MOVE SPACES TO WS-VND-BIRTH
               MOVE SRT-BIRTHDAY(6:2) TO WS-VND-BIRTH
           ELSE
               MOVE SRT-ACCOUNT TO WS-VND-KEY
               MOVE SRT-BIRTHDAY TO WS-VND-BIRTH
           END-IF.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING
               WS-VND-KEY    DELIMITED BY SPACE
               ","           DELIMITED BY SIZE
               S-FIRST       DELIMITED BY SPACE
               " "           DELIMITED BY SIZE
               " "           DELIMITED BY SIZE
               S-LAST        DELIMITED BY SPACE
               ","           DELIMITED BY SIZE
               WS-VND-BIRTH  DELIMITED BY SPACE
               ","           DELIMITED BY SIZE
               SRT-CITY      DELIMITED BY SPACE
               ","           DELIMITED BY SIZE
      *    through the household table first (one label per address,
      *    see HOUSEHOLD-RTN); with presort on the finished label is
      *    staged to the current tray's table and written at the
      *    tray flush, under its tray/bundle separator cards. In
      *    vendor mode every label opens with the customer's token
      *    as a keyline, so a returned piece can be traced (vret04).
      *--------------------------------------------------------------
       WRITE-LABEL-RTN.
           MOVE SPACES TO WS-LBL-NAME.
               INTO WS-LBL-CSZ
           END-STRING.
           MOVE SRT-ZIP TO WS-LBL-ZIP.
           MOVE SPACES TO WS-LBL-KEY.
           IF WS-VENDOR-MODE THEN
               MOVE SRT-ACCOUNT TO WS-TKN-ACCOUNT
               PERFORM TOKEN-RTN THRU TOKEN-EXIT
               MOVE WS-TOKEN TO WS-LBL-KEY.

           IF WS-HOUSE-ON THEN
               PERFORM HOUSEHOLD-RTN THRU HOUSEHOLD-EXIT
               PERFORM STAGE-PIECE-RTN THRU STAGE-PIECE-EXIT
               GO TO EMIT-LABEL-EXIT.

           IF WS-VENDOR-MODE THEN
               MOVE WS-LBL-KEY TO LABEL-RECORD
               WRITE LABEL-RECORD.
           MOVE WS-LBL-NAME TO LABEL-RECORD.
           WRITE LABEL-RECORD.
           MOVE WS-LBL-ADDR TO LABEL-RECORD.
           MOVE WS-LBL-ADDR TO WS-HH-IN-ADDR.
           MOVE WS-LBL-CSZ TO WS-HH-IN-CSZ.
           MOVE WS-LBL-ZIP TO WS-HH-IN-ZIP.
           MOVE WS-LBL-KEY TO WS-HH-IN-KEY.

           IF HH-CNT > 0 AND SRT-ZIP NOT = WS-HH-ZIP THEN
               PERFORM FLUSH-HOUSEHOLDS-RTN
           MOVE WS-HH-IN-ADDR TO WS-LBL-ADDR.
           MOVE WS-HH-IN-CSZ TO WS-LBL-CSZ.
           MOVE WS-HH-IN-ZIP TO WS-LBL-ZIP.
           MOVE WS-HH-IN-KEY TO WS-LBL-KEY.

           MOVE ZEROES TO HH-FOUND-IX.
           MOVE 1 TO HH-IX.
           MOVE WS-LBL-CSZ TO HH-CSZ(HH-CNT).
           MOVE WS-LBL-ZIP TO HH-ZIP(HH-CNT).
           MOVE WS-LBL-NAME TO HH-NAME(HH-CNT).
      *    A HOUSEHOLD'S KEYLINE IS ITS FIRST-LISTED MEMBER'S TOKEN
           MOVE WS-LBL-KEY TO HH-KEY(HH-CNT).
           MOVE S-LAST TO HH-LAST(HH-CNT).
           MOVE 'N' TO HH-MIXED(HH-CNT).
           MOVE 1 TO HH-COUNT(HH-CNT).
           MOVE HH-ADDR(HH-IX) TO WS-LBL-ADDR.
           MOVE HH-CSZ(HH-IX) TO WS-LBL-CSZ.
           MOVE HH-ZIP(HH-IX) TO WS-LBL-ZIP.
           MOVE HH-KEY(HH-IX) TO WS-LBL-KEY.
           PERFORM EMIT-LABEL-RTN THRU EMIT-LABEL-EXIT.
           ADD 1 TO HOUSE-LABEL-CNT.

           MOVE WS-LBL-NAME TO PC-NAME(PIECE-CNT).
           MOVE WS-LBL-ADDR TO PC-ADDR(PIECE-CNT).
           MOVE WS-LBL-CSZ TO PC-CSZ(PIECE-CNT).
           MOVE WS-LBL-KEY TO PC-KEY(PIECE-CNT).
           MOVE WS-LBL-ZIP(1:3) TO WS-CUR-TRAY.
       STAGE-PIECE-EXIT.
           EXIT.
           EXIT.

       WRITE-PIECE-RTN.
           IF WS-VENDOR-MODE THEN
               MOVE PC-KEY(PIECE-KX) TO LABEL-RECORD
               WRITE LABEL-RECORD.
           MOVE PC-NAME(PIECE-KX) TO LABEL-RECORD.
           WRITE LABEL-RECORD.
           MOVE PC-ADDR(PIECE-KX) TO LABEL-RECORD.

       WRITE-LEFT3-RTN.
           IF PC-KEEP(PIECE-KX) = '3' THEN
               IF WS-VENDOR-MODE THEN
                   MOVE PC-KEY(PIECE-KX) TO LABEL-RECORD
                   WRITE LABEL-RECORD
               END-IF
               MOVE PC-NAME(PIECE-KX) TO LABEL-RECORD
               WRITE LABEL-RECORD
               MOVE PC-ADDR(PIECE-KX) TO LABEL-RECORD
               MOVE PC-NAME(PIECE-KX) TO RSW-NAME
               MOVE PC-ADDR(PIECE-KX) TO RSW-ADDR
               MOVE PC-CSZ(PIECE-KX) TO RSW-CSZ
               MOVE PC-KEY(PIECE-KX) TO RSW-KEY
               WRITE RESID-RECORD
           END-IF.
           ADD 1 TO PIECE-KX.
                   SET WS-RESID-EOF TO TRUE
                   GO TO WRITE-RESID-PIECE-EXIT
           END-READ.
           IF WS-VENDOR-MODE THEN
               MOVE RSW-KEY TO LABEL-RECORD
               WRITE LABEL-RECORD.
           MOVE RSW-NAME TO LABEL-RECORD.
           WRITE LABEL-RECORD.
           MOVE RSW-ADDR TO LABEL-RECORD.
      *    or no selection for everyone). The template rides the
      *    table from LOAD-TEMPLATE-RTN; each line is copied with
      *    the &-variables substituted and the first line of every
      *    letter advances to a new page. &ACCOUNT is the account,
      *    or in vendor mode the customer's token.
      *--------------------------------------------------------------
       WRITE-LETTER-RTN.
           EVALUATE WS-SEL-KEY
               INTO WS-VAL-NAME
           END-STRING.
           MOVE SRT-AMOUNT TO WS-VAL-AMOUNT.
           IF WS-VENDOR-MODE THEN
               MOVE SRT-ACCOUNT TO WS-TKN-ACCOUNT
               PERFORM TOKEN-RTN THRU TOKEN-EXIT
               MOVE WS-TOKEN TO WS-VAL-ACCOUNT
           ELSE
               MOVE SRT-ACCOUNT TO WS-VAL-ACCOUNT
           END-IF.

           ADD 1 TO LETTER-CNT.
           MOVE 1 TO TMPL-IX.

           MOVE SPACES TO WS-PASTE.
           EVALUATE TRUE
               WHEN LT-IX <= 73 AND
                    WS-TMPL-LINE(LT-IX:8) = "&ACCOUNT"
                   MOVE WS-VAL-ACCOUNT TO WS-PASTE
                   ADD 8 TO LT-IX
               WHEN LT-IX <= 73 AND
                    WS-TMPL-LINE(LT-IX:8) = "&ADDRESS"
                   MOVE SRT-ADDRESS TO WS-PASTE
       PASTE-CHAR-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    OPEN-TOKEN-RTN - vendor-safe run only. Opens the token
      *    cross-reference (sort04-token.dat, keyed by ACCOUNT with
      *    the token as a unique alternate key) for update, starting
      *    an empty one the first time, and seeds the token generator
      *    off the run time. The file stays in-house - it is the only
      *    way back from a token to an account (see vret04).
      *--------------------------------------------------------------
       OPEN-TOKEN-RTN.
           OPEN I-O TOKEN-FILE.
           IF WS-TOKEN-STATUS = "35" THEN
               DISPLAY "No sort04-token.dat - starting a new token "
                   "cross-reference"
               OPEN OUTPUT TOKEN-FILE
               CLOSE TOKEN-FILE
               OPEN I-O TOKEN-FILE.
           IF WS-TOKEN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN TOKEN-FILE, STATUS "
                   WS-TOKEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE WS-RUN-TIME TO WS-TKN-TIME.
           ADD 1 WS-TKN-TIME GIVING WS-TKN-SEED.
       OPEN-TOKEN-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    TOKEN-RTN - returns WS-TOKEN for the account in
      *    WS-TKN-ACCOUNT. An account already on the cross-reference
      *    keeps the token it was first issued, so the vendor sees
      *    the same customer under the same token month after month;
      *    only a new account draws a new one. The extract, label and
      *    letter for one record all ask for the same account, so the
      *    last answer is kept and handed straight back.
      *--------------------------------------------------------------
       TOKEN-RTN.
           IF WS-TKN-ACCOUNT = WS-TKN-LAST-ACCOUNT THEN
               GO TO TOKEN-EXIT.

           MOVE WS-TKN-ACCOUNT TO TKX-ACCOUNT.
           READ TOKEN-FILE KEY IS TKX-ACCOUNT
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-TOKEN-STATUS
               WHEN "00"
                   MOVE TKX-TOKEN TO WS-TOKEN
                   IF TKX-LAST-USED NOT = WS-CURRENT-DATE THEN
                       MOVE WS-CURRENT-DATE TO TKX-LAST-USED
                       REWRITE TOKEN-RECORD
                       IF WS-TOKEN-STATUS NOT = "00" THEN
                           GO TO TOKEN-FAIL
                       END-IF
                   END-IF
               WHEN "23"
                   PERFORM NEW-TOKEN-RTN THRU NEW-TOKEN-EXIT
               WHEN OTHER
                   GO TO TOKEN-FAIL
           END-EVALUATE.
           MOVE WS-TKN-ACCOUNT TO WS-TKN-LAST-ACCOUNT.
           GO TO TOKEN-EXIT.

       TOKEN-FAIL.
           DISPLAY "RUN ABORTED - TOKEN-FILE STATUS " WS-TOKEN-STATUS
               " on account " WS-TKN-ACCOUNT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       TOKEN-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    NEW-TOKEN-RTN - draws random tokens until one is not
      *    already on file (checked by reading the alternate key),
      *    then adds this account to the cross-reference. The seed
      *    is stirred with the clock's hundredths first so the
      *    draws do not follow on from one run to the next.
      *--------------------------------------------------------------
       NEW-TOKEN-RTN.
           ACCEPT WS-TKN-TIME FROM TIME.
           DIVIDE WS-TKN-TIME BY 100 GIVING WS-TKN-QUOT
               REMAINDER WS-TKN-HUND.
           ADD WS-TKN-HUND TO WS-TKN-SEED.
           MOVE 'N' TO WS-TKN-FREE-SW.
           MOVE 0 TO WS-TKN-TRIES.
           PERFORM DRAW-TOKEN-RTN THRU DRAW-TOKEN-EXIT
               UNTIL WS-TKN-FREE OR WS-TKN-TRIES >= 100.
           IF NOT WS-TKN-FREE THEN
               DISPLAY "RUN ABORTED - no unused token found in "
                   WS-TKN-TRIES " draws"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE SPACES TO TOKEN-RECORD.
           MOVE WS-TKN-ACCOUNT TO TKX-ACCOUNT.
           MOVE WS-TOKEN TO TKX-TOKEN.
           MOVE WS-CURRENT-DATE TO TKX-ISSUED.
           MOVE WS-CURRENT-DATE TO TKX-LAST-USED.
           WRITE TOKEN-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-TOKEN-STATUS NOT = "00" THEN
               GO TO TOKEN-FAIL.
           ADD 1 TO WS-TKN-NEW-CNT.
       NEW-TOKEN-EXIT.
           EXIT.

       DRAW-TOKEN-RTN.
           ADD 1 TO WS-TKN-TRIES.
           MOVE 1 TO WS-TKN-CX.
           PERFORM TOKEN-CHAR-RTN THRU TOKEN-CHAR-EXIT
               UNTIL WS-TKN-CX > 12.
           MOVE WS-TOKEN TO TKX-TOKEN.
           READ TOKEN-FILE KEY IS TKX-TOKEN
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-TOKEN-STATUS
               WHEN "23"
                   MOVE 'Y' TO WS-TKN-FREE-SW
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   GO TO TOKEN-FAIL
           END-EVALUATE.
       DRAW-TOKEN-EXIT.
           EXIT.

       TOKEN-CHAR-RTN.
           PERFORM NEXT-RANDOM-RTN THRU NEXT-RANDOM-EXIT.
           DIVIDE WS-TKN-SEED BY 32 GIVING WS-TKN-QUOT
               REMAINDER WS-TKN-REM.
           ADD 1 TO WS-TKN-REM.
           MOVE TOKEN-CHAR(WS-TKN-REM) TO WS-TOKEN(WS-TKN-CX:1).
           ADD 1 TO WS-TKN-CX.
       TOKEN-CHAR-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    NEXT-RANDOM-RTN - minimal standard (Park-Miller) generator,
      *    SEED = SEED * 16807 MOD (2**31 - 1). The seed never goes to
      *    zero, where it would stick.
      *--------------------------------------------------------------
       NEXT-RANDOM-RTN.
           MULTIPLY WS-TKN-SEED BY 16807 GIVING WS-TKN-PROD.
           DIVIDE WS-TKN-PROD BY 2147483647 GIVING WS-TKN-QUOT
               REMAINDER WS-TKN-SEED.
           IF WS-TKN-SEED = 0 THEN
               MOVE 1 TO WS-TKN-SEED.
       NEXT-RANDOM-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    AGE-BUCKET-RTN - buckets this record into one of 5
      *    years-since-enrollment ranges (off SRT-ED, the enrollment
       RANK-STSUM-ROW-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    WRITE-DEMOG-RTN - the age-band rows go to the work file
      *    (one per state per band, for part04 to merge a
      *    partitioned run), then the report: for each state its
      *    eight bands with count and total, each as a share of
      *    the state, and a state line; then the same bands for the
      *    whole run, as shares of the run.
      *--------------------------------------------------------------
       WRITE-DEMOG-RTN.
           OPEN OUTPUT DEMOG-WORK-FILE.
           IF WS-DGW-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DEMOG-WORK-FILE, STATUS "
                   WS-DGW-STATUS
           ELSE
               MOVE 1 TO DEMOG-IX
               PERFORM STAGE-DEMOG-STATE-RTN
                   THRU STAGE-DEMOG-STATE-EXIT
                   UNTIL DEMOG-IX > DEMOG-CNT
               CLOSE DEMOG-WORK-FILE
           END-IF.

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
           MOVE SPACES TO DGD-STATE.
           MOVE "**" TO DGD-STATE.
           MOVE "ALL STATES" TO DGD-BAND.
           MOVE WS-DG-RUN-CNT TO DGD-CNT.
           MOVE WS-DG-RUN-TOT TO DGD-TOT.
           MOVE 100 TO DGD-CNT-PCT DGD-AMT-PCT.
           WRITE DEMOG-RECORD FROM DEMOG-DETAIL-LINE.
           CLOSE DEMOG-FILE.
       WRITE-DEMOG-EXIT.
           EXIT.

       STAGE-DEMOG-STATE-RTN.
           MOVE 1 TO DEMOG-BX.
           PERFORM STAGE-DEMOG-BAND-RTN THRU STAGE-DEMOG-BAND-EXIT
               UNTIL DEMOG-BX > 8.
           ADD 1 TO DEMOG-IX.
       STAGE-DEMOG-STATE-EXIT.
           EXIT.

       STAGE-DEMOG-BAND-RTN.
           MOVE SPACES TO DGW-RECORD.
           MOVE DG-STATE(DEMOG-IX) TO DGW-STATE.
           MOVE DEMOG-BX TO DGW-BAND.
           MOVE DG-CNT(DEMOG-IX, DEMOG-BX) TO DGW-CNT.
           MOVE DG-TOT(DEMOG-IX, DEMOG-BX) TO DGW-TOT.
           WRITE DGW-RECORD.
           ADD 1 TO DEMOG-BX.
       STAGE-DEMOG-BAND-EXIT.
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
      *    GL-POST-RTN - the GL posting interface file off the state
      *    totals the summary table already holds: a batch header

      *--------------------------------------------------------------
      *    EOJ-GRADE-RTN - grade the run for the scheduler: 0 clean,
      *    4 warnings (some rejects, a variance alert, or impossible
      *    birth dates on the DOB listing), 8 reject
      *    rate over the limit, 16 hard failure (set at the abort
      *    sites themselves). The rate is rejects over records read
      *    on the input pass, so a 40%-reject night stops the
           IF WS-REJ-RATE > WS-REJECT-LIMIT THEN
               MOVE 8 TO WS-RC
               GO TO EOJ-GRADE-EXIT.
           IF REJECT-CNT > 0 OR WS-VARIANCE-ALERTED OR
              WS-BADDOB-CNT > 0 THEN
               MOVE 4 TO WS-RC.
       EOJ-GRADE-EXIT.
           EXIT.
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

           IF WS-SORT-BY-ACCOUNT OR WS-RUN-ALL-ORDERS THEN
               MOVE "DUP-FILE" TO EJ-FILE-NAME
               MOVE WS-DUP-STATUS TO EJ-STATUS
               MOVE LETTER-CNT TO EJ-COUNT
               WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           IF WS-VENDOR-MODE THEN
               MOVE "TOKEN-FILE" TO EJ-FILE-NAME
               MOVE WS-TOKEN-STATUS TO EJ-STATUS
               MOVE WS-TKN-NEW-CNT TO EJ-COUNT
               WRITE EOJ-RECORD FROM EOJ-FILE-LINE.

           IF WS-ROUTES-ON THEN
               MOVE "MANIFEST-FILE" TO EJ-FILE-NAME
               MOVE WS-MANIFEST-STATUS TO EJ-STATUS
