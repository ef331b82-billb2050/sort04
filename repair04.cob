      * itself (CBL_RENAME_FILE), the same way sort04 saves its
      * checkpoint, so a crash mid-repair leaves the old suspense
      * file intact.
      *
      * 10/13/2026 Runs now end with a RETURN-CODE for the night04
      *            job stream: 0 clean, 4 when the named account had
      *            no open suspense record or (aging) when anything
      *            has sat open over 90 days, 16 for any abort.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 OPEN-CNT       PIC 9(7) VALUE 0 COMP-3.
           05 READY-CNT      PIC 9(7) VALUE 0 COMP-3.
           05 DONE-CNT       PIC 9(7) VALUE 0 COMP-3.
           05 WS-RC          PIC 9(4) VALUE 0 COMP.

      *    RUN-TIME PARAMETERS - AGING for the report alone, or the
      *    account to repair with an optional field name and value
           DISPLAY "Suspense records " SUSP-CNT " (" OPEN-CNT
               " open, " READY-CNT " ready, " DONE-CNT
               " processed)".
           DISPLAY "Return code " WS-RC.
           DISPLAY "End of program!"
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------------
           IF WS-ARG = SPACES THEN
               DISPLAY "NO ARGUMENTS - give AGING for the report, "
                   "or account, field, value to repair"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-ARG TO WS-FIX-ACCOUNT.

              WS-FIX-FIELD NOT = "CITY" THEN
               DISPLAY "BAD FIELD " WS-FIX-FIELD " - use STATE, "
                   "ZIP, AMOUNT, ADDRESS or CITY"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE 3 TO WS-ARG-NUM.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35" THEN
               DISPLAY "NO SUSPENSE FILE AT " WS-SUSP-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF WS-SUSP-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SUSPENSE-FILE, STATUS "
                   WS-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT SUSP-NEW-FILE.
           IF WS-SUSP-NEW-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SUSP-NEW-FILE, STATUS "
                   WS-SUSP-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           PERFORM REPAIR-ONE-RTN THRU REPAIR-ONE-EXIT
                   " marked ready for recycle"
           ELSE
               DISPLAY "NO OPEN SUSPENSE RECORD FOR ACCOUNT "
                   WS-FIX-ACCOUNT
               MOVE 4 TO WS-RC.
       REPAIR-PASS-EXIT.
           EXIT.

           IF WS-SUSP-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SUSPENSE-FILE, STATUS "
                   WS-SUSP-STATUS
               MOVE 16 TO WS-RC
               GO TO AGING-PASS-EXIT.

           MOVE 'N' TO WS-EOF-SW.
                   ADD 1 TO AG-BKT-3(AGE-IX)
               WHEN OTHER
                   ADD 1 TO AG-BKT-4(AGE-IX)
                   IF WS-RC < 4 THEN
                       MOVE 4 TO WS-RC
                   END-IF
           END-EVALUATE.
       AGE-ONE-EXIT.
           EXIT.
           IF WS-AGING-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN AGING-RPT-FILE, STATUS "
                   WS-AGING-STATUS
               MOVE 16 TO WS-RC
               GO TO WRITE-AGING-RPT-EXIT.

           MOVE WS-CURRENT-DATE TO AH-DATE.
