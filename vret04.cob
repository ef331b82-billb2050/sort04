       IDENTIFICATION DIVISION.
       PROGRAM-ID. vret04.
      * A GnuCOBOL program
      * On: 10/15/2026
      * By: Bill Blasingim
      *
      * Maps the print/mail vendor's returned file back to our
      * accounts. Since sort04's vendor-safe run (SORT04-VENDOR=Y)
      * the vendor never sees an ACCOUNT - every customer goes out
      * under a random token, and whatever comes back
      * (undeliverable pieces, responses) comes back under that
      * token. This program looks every token up on the in-house
      * token cross-reference, sort04-token.dat (the token is its
      * alternate key), and writes the results under the real
      * ACCOUNT to vret04-post.dat for posting. The cross-reference
      * is only read here; it never leaves the building, and
      * neither does the posting file.
      *
      * The vendor's file is comma-delimited, one return per line:
      *    token,code,date,detail
      * code U for an undeliverable piece, R for a response, date
      * as YYYYMMDD, and the detail (the reason the piece came
      * back, or the response itself) is the rest of the line,
      * commas and all. Blank lines and a heading line (first
      * field TOKEN) are passed over. Tokens are matched without
      * regard to upper/lower case.
      *
      * A token not on the cross-reference, or a line that is not
      * token,code,date, is not posted - it is listed on vret04.rpt
      * with its line number for follow-up with the vendor, and the
      * report ends with the totals.
      *
      * RETURN-CODE 0 when every return posted, 4 when anything
      * went on the report, 16 when a file will not open.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RETURN-FILE ASSIGN TO WS-RETURN-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-RETURN-STATUS.
       SELECT TOKEN-FILE ASSIGN TO WS-TOKEN-NAME
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY TKX-ACCOUNT
           ALTERNATE RECORD KEY TKX-TOKEN
           FILE STATUS WS-TOKEN-STATUS.
       SELECT POST-FILE ASSIGN TO WS-POST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-POST-STATUS.
       SELECT VRET-RPT-FILE ASSIGN TO "./vret04.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS WS-VRET-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *  ONE LINE OF THE VENDOR'S RETURNED FILE - TOKEN,CODE,DATE,
      *  DETAIL
       FD RETURN-FILE.
         01 RETURN-RECORD      PIC X(120).

      *  THE TOKEN CROSS-REFERENCE sort04 KEEPS (SEE sort04 TOKEN-RTN)
       FD TOKEN-FILE.
         01 TOKEN-RECORD.
           05 TKX-ACCOUNT      PIC X(17).
           05 FILLER           PIC X(02).
           05 TKX-TOKEN        PIC X(12).
           05 FILLER           PIC X(02).
           05 TKX-ISSUED       PIC X(8).
           05 FILLER           PIC X(02).
           05 TKX-LAST-USED    PIC X(8).

      *  ONE RETURN READY TO POST - THE REAL ACCOUNT, WHAT CAME BACK
      *  AND WHEN, THE TOKEN IT CAME BACK UNDER, AND THE DETAIL
       FD POST-FILE.
         01 POST-RECORD.
           05 VP-ACCOUNT       PIC X(17).
           05 FILLER           PIC X(02).
           05 VP-CODE          PIC X(01).
               88 VP-UNDELIVERABLE     VALUE 'U'.
               88 VP-RESPONSE          VALUE 'R'.
           05 FILLER           PIC X(02).
           05 VP-DATE          PIC X(08).
           05 FILLER           PIC X(02).
           05 VP-TOKEN         PIC X(12).
           05 FILLER           PIC X(02).
           05 VP-DETAIL        PIC X(80).

       FD VRET-RPT-FILE.
         01 VRET-RPT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
         01 MISC.
           05  WS-EOF-SW     PIC X(01) VALUE 'N'.
               88  EOF               VALUE 'Y'.
           05 WS-RC          PIC 9(4) VALUE 0 COMP.
           05 WS-REVIEW-REASON PIC X(30) VALUE SPACES.
           05 LINE-CNT       PIC 9(7) VALUE 0 COMP-3.
           05 SKIP-CNT       PIC 9(7) VALUE 0 COMP-3.
           05 UNDELIV-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 RESPONSE-CNT   PIC 9(7) VALUE 0 COMP-3.
           05 UNKNOWN-CNT    PIC 9(7) VALUE 0 COMP-3.
           05 BAD-LINE-CNT   PIC 9(7) VALUE 0 COMP-3.

      *    THE LINE TAKEN APART - EACH OF THE FIRST THREE FIELDS WITH
      *    ITS LENGTH AS SENT, SO AN OVERLONG ONE IS CAUGHT RATHER
      *    THAN CUT DOWN TO FIT (SPACES END A FIELD AS WELL, SO A
      *    LINE WITH NO DETAIL STILL HAS AN 8-BYTE DATE); THE POINTER
      *    IS LEFT AT THE DETAIL
         01 RETURN-WORK.
           05 RT-TOKEN       PIC X(12) VALUE SPACES.
           05 RT-CODE        PIC X(01) VALUE SPACES.
           05 RT-DATE        PIC X(08) VALUE SPACES.
           05 RT-DETAIL      PIC X(80) VALUE SPACES.
           05 RT-TOKEN-LEN   PIC 9(4) VALUE 0 COMP.
           05 RT-CODE-LEN    PIC 9(4) VALUE 0 COMP.
           05 RT-DATE-LEN    PIC 9(4) VALUE 0 COMP.
           05 RT-FIELDS      PIC 9(4) VALUE 0 COMP.
           05 RT-PTR         PIC 9(4) VALUE 0 COMP.

      *    RUN-TIME PARAMETERS - vendor return file name, posting
      *    file name, token cross-reference name
         01 RUN-PARMS.
           05 WS-RETURN-NAME PIC X(100) VALUE SPACES.
           05 WS-POST-NAME   PIC X(100)
               VALUE "./vret04-post.dat".
           05 WS-TOKEN-NAME  PIC X(100)
               VALUE "./sort04-token.dat".
           05 WS-ARG-NUM     PIC 9(4) VALUE 0.
           05 WS-ARG         PIC X(100) VALUE SPACES.

         01 FILE-STATUSES.
           05 WS-RETURN-STATUS   PIC X(02) VALUE SPACES.
           05 WS-TOKEN-STATUS    PIC X(02) VALUE SPACES.
           05 WS-POST-STATUS     PIC X(02) VALUE SPACES.
           05 WS-VRET-RPT-STATUS PIC X(02) VALUE SPACES.

         01 CURRENT-DATE-WORK.
           05 WS-CURRENT-DATE PIC X(08) VALUE SPACES.

         01 VRET-HEAD-LINE.
            05 FILLER         PIC X(36) VALUE
            "VENDOR RETURNS NOT POSTED - RUN DATE".
            05 FILLER         PIC X(01) VALUE SPACE.
            05 VH-DATE         PIC X(08).
            05 FILLER         PIC X(07) VALUE "  FILE ".
            05 VH-FILE         PIC X(48).

      *    THE LINE AS THE VENDOR SENT IT, THEN WHY IT WAS NOT POSTED
         01 VRET-ENTRY-LINE.
            05 FILLER         PIC X(05) VALUE "LINE ".
            05 VE-LINE         PIC ZZZZZZ9.
            05 FILLER         PIC X(02) VALUE SPACES.
            05 VE-TEXT         PIC X(86).

         01 VRET-REASON-LINE.
            05 FILLER         PIC X(04) VALUE SPACES.
            05 FILLER         PIC X(12) VALUE "NOT POSTED: ".
            05 VR-REASON       PIC X(30).

         01 VRET-SUM-LINE.
            05 VS-LABEL        PIC X(40).
            05 VS-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM GET-PARMS-RTN THRU GET-PARMS-EXIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-EXIT.

           PERFORM READ-RETURN-RTN THRU READ-RETURN-EXIT.
           PERFORM MAP-RETURN-RTN THRU MAP-RETURN-EXIT
               UNTIL EOF.

           PERFORM WRITE-TOTALS-RTN THRU WRITE-TOTALS-EXIT.
           CLOSE RETURN-FILE, TOKEN-FILE, POST-FILE, VRET-RPT-FILE.

           IF UNKNOWN-CNT > 0 OR BAD-LINE-CNT > 0 THEN
               MOVE 4 TO WS-RC.

           DISPLAY "Vendor return lines read " LINE-CNT.
           DISPLAY "Undeliverables posted " UNDELIV-CNT
               " to " WS-POST-NAME.
           DISPLAY "Responses posted " RESPONSE-CNT.
           DISPLAY "Not posted - token not on file " UNKNOWN-CNT.
           DISPLAY "Not posted - bad lines " BAD-LINE-CNT.
           DISPLAY "Blank and heading lines skipped " SKIP-CNT.
           DISPLAY "Return code " WS-RC.
           DISPLAY "End of program!"
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------------
      *    GET-PARMS-RTN - pick up the run-time arguments:
      *       1 - the vendor's returned file (else env var
      *           VRET04-INFILE; one of the two must be supplied)
      *       2 - posting file to write - default ./vret04-post.dat
      *       3 - token cross-reference - default
      *           ./sort04-token.dat, the name sort04 keeps it by
      *--------------------------------------------------------------
       GET-PARMS-RTN.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           MOVE WS-ARG TO WS-RETURN-NAME.

           IF WS-RETURN-NAME = SPACES THEN
               ACCEPT WS-RETURN-NAME FROM ENVIRONMENT
                   "VRET04-INFILE".

           IF WS-RETURN-NAME = SPACES THEN
               DISPLAY "NO VENDOR RETURN FILE - supply argument "
                   "1 or env var VRET04-INFILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES THEN
               MOVE WS-ARG TO WS-POST-NAME.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES THEN
               MOVE WS-ARG TO WS-TOKEN-NAME.
       GET-PARMS-EXIT.
           EXIT.

       OPEN-FILES-RTN.
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN RETURN-FILE " WS-RETURN-NAME
                   " STATUS " WS-RETURN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT TOKEN-FILE.
           IF WS-TOKEN-STATUS = "35" THEN
               DISPLAY "NO TOKEN CROSS-REFERENCE AT " WS-TOKEN-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-TOKEN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN TOKEN-FILE, STATUS "
                   WS-TOKEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT POST-FILE.
           IF WS-POST-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN POST-FILE, STATUS "
                   WS-POST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT VRET-RPT-FILE.
           IF WS-VRET-RPT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN VRET-RPT-FILE, STATUS "
                   WS-VRET-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE WS-CURRENT-DATE TO VH-DATE.
           MOVE WS-RETURN-NAME TO VH-FILE.
           WRITE VRET-RPT-RECORD FROM VRET-HEAD-LINE.
           MOVE SPACES TO VRET-RPT-RECORD.
           WRITE VRET-RPT-RECORD.
       OPEN-FILES-EXIT.
           EXIT.

       READ-RETURN-RTN.
           READ RETURN-FILE
             AT END
               SET EOF TO TRUE
           END-READ.
       READ-RETURN-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    MAP-RETURN-RTN - one line: take it apart, check it, look
      *    the token up on its alternate key and post it under the
      *    account it was issued to.
      *--------------------------------------------------------------
       MAP-RETURN-RTN.
           ADD 1 TO LINE-CNT.
           IF RETURN-RECORD = SPACES THEN
               ADD 1 TO SKIP-CNT
               GO TO MAP-RETURN-NEXT.

           MOVE SPACES TO RT-TOKEN, RT-CODE, RT-DATE, RT-DETAIL.
           MOVE ZEROES TO RT-TOKEN-LEN, RT-CODE-LEN, RT-DATE-LEN,
               RT-FIELDS.
           MOVE 1 TO RT-PTR.
           UNSTRING RETURN-RECORD DELIMITED BY "," OR ALL SPACE
               INTO RT-TOKEN COUNT IN RT-TOKEN-LEN
                    RT-CODE  COUNT IN RT-CODE-LEN
                    RT-DATE  COUNT IN RT-DATE-LEN
               WITH POINTER RT-PTR
               TALLYING IN RT-FIELDS
           END-UNSTRING.
           IF RT-PTR <= 120 THEN
               MOVE RETURN-RECORD(RT-PTR:) TO RT-DETAIL.
           INSPECT RT-TOKEN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RT-CODE CONVERTING "ur" TO "UR".

           IF RT-TOKEN = "TOKEN" THEN
               ADD 1 TO SKIP-CNT
               GO TO MAP-RETURN-NEXT.

           IF RT-FIELDS < 3 OR RT-TOKEN-LEN NOT = 12 OR
              RT-CODE-LEN NOT = 1 OR RT-DATE-LEN NOT = 8 OR
              RT-DATE NOT NUMERIC THEN
               ADD 1 TO BAD-LINE-CNT
               MOVE "NOT TOKEN,CODE,YYYYMMDD,DETAIL" TO
                   WS-REVIEW-REASON
               PERFORM REVIEW-RTN THRU REVIEW-EXIT
               GO TO MAP-RETURN-NEXT.
           IF RT-CODE NOT = "U" AND RT-CODE NOT = "R" THEN
               ADD 1 TO BAD-LINE-CNT
               MOVE "CODE NOT U OR R" TO WS-REVIEW-REASON
               PERFORM REVIEW-RTN THRU REVIEW-EXIT
               GO TO MAP-RETURN-NEXT.

           MOVE RT-TOKEN TO TKX-TOKEN.
           READ TOKEN-FILE KEY IS TKX-TOKEN
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TOKEN-STATUS = "23" THEN
               ADD 1 TO UNKNOWN-CNT
               MOVE "TOKEN NOT ON CROSS-REFERENCE" TO
                   WS-REVIEW-REASON
               PERFORM REVIEW-RTN THRU REVIEW-EXIT
               GO TO MAP-RETURN-NEXT.
           IF WS-TOKEN-STATUS NOT = "00" THEN
               DISPLAY "RUN ABORTED - TOKEN-FILE STATUS "
                   WS-TOKEN-STATUS " at line " LINE-CNT
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           PERFORM WRITE-POST-RTN THRU WRITE-POST-EXIT.
       MAP-RETURN-NEXT.
           PERFORM READ-RETURN-RTN THRU READ-RETURN-EXIT.
       MAP-RETURN-EXIT.
           EXIT.

       WRITE-POST-RTN.
           MOVE SPACES TO POST-RECORD.
           MOVE TKX-ACCOUNT TO VP-ACCOUNT.
           MOVE RT-CODE TO VP-CODE.
           MOVE RT-DATE TO VP-DATE.
           MOVE TKX-TOKEN TO VP-TOKEN.
           MOVE RT-DETAIL TO VP-DETAIL.
           WRITE POST-RECORD.
           IF VP-UNDELIVERABLE THEN
               ADD 1 TO UNDELIV-CNT
           ELSE
               ADD 1 TO RESPONSE-CNT.
       WRITE-POST-EXIT.
           EXIT.

      *--------------------------------------------------------------
      *    REVIEW-RTN - the line as the vendor sent it and why it was
      *    not posted.
      *--------------------------------------------------------------
       REVIEW-RTN.
           MOVE LINE-CNT TO VE-LINE.
           MOVE RETURN-RECORD TO VE-TEXT.
           WRITE VRET-RPT-RECORD FROM VRET-ENTRY-LINE.
           MOVE WS-REVIEW-REASON TO VR-REASON.
           WRITE VRET-RPT-RECORD FROM VRET-REASON-LINE.
           MOVE SPACES TO VRET-RPT-RECORD.
           WRITE VRET-RPT-RECORD.
       REVIEW-EXIT.
           EXIT.

       WRITE-TOTALS-RTN.
           MOVE SPACES TO VRET-RPT-RECORD.
           WRITE VRET-RPT-RECORD.
           MOVE "LINES READ" TO VS-LABEL.
           MOVE LINE-CNT TO VS-COUNT.
           WRITE VRET-RPT-RECORD FROM VRET-SUM-LINE.
           MOVE "UNDELIVERABLES POSTED" TO VS-LABEL.
           MOVE UNDELIV-CNT TO VS-COUNT.
           WRITE VRET-RPT-RECORD FROM VRET-SUM-LINE.
           MOVE "RESPONSES POSTED" TO VS-LABEL.
           MOVE RESPONSE-CNT TO VS-COUNT.
           WRITE VRET-RPT-RECORD FROM VRET-SUM-LINE.
           MOVE "NOT POSTED - TOKEN NOT ON FILE" TO VS-LABEL.
           MOVE UNKNOWN-CNT TO VS-COUNT.
           WRITE VRET-RPT-RECORD FROM VRET-SUM-LINE.
           MOVE "NOT POSTED - BAD LINES" TO VS-LABEL.
           MOVE BAD-LINE-CNT TO VS-COUNT.
           WRITE VRET-RPT-RECORD FROM VRET-SUM-LINE.
           MOVE "BLANK AND HEADING LINES SKIPPED" TO VS-LABEL.
           MOVE SKIP-CNT TO VS-COUNT.
           WRITE VRET-RPT-RECORD FROM VRET-SUM-LINE.
       WRITE-TOTALS-EXIT.
           EXIT.
