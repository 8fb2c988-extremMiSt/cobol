       01 bus-date PIC X(8).
       01 aud-reccount PIC 9(10).
       01 aud-total PIC 9(15).
       01 ldg-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 ldg-day PIC 9(2) VALUE 1.
       01 ldg-part PIC X(1) VALUE "1".
       01 ldg-answer PIC 9(15).
       01 qrn-action PIC X(1).
       01 qrn-file PIC X(40).
       01 qrn-held PIC X.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO aud-start.
           CALL "BusDate" USING bus-date.
           PERFORM 0400-CHECK-SEASON.
           PERFORM 0500-APPLY-CONFIG.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE
           CALL "Ledger" USING ldg-year, ldg-day, ldg-part, ldg-answer.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * The season year comes from the site configuration, and a
      * season YearEnd has closed is refused here rather than at
      * the ledger write, unless it has been forced open for the
      * business date.
       0400-CHECK-SEASON.
           CALL "SeasonYr" USING ldg-year, syr-open.
           IF syr-open = "N"
              DISPLAY "SEASON " ldg-year " IS CLOSED - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
       0500-APPLY-CONFIG.
      * The default input name is a site tunable; an explicit
      * command-line file name still wins over it.
       0600-CHECK-DOUBLE-RUN.
           IF force-token = "FORCE"
              DISPLAY "FORCE GIVEN - DOUBLE-RUN GUARD BYPASSED"
      * The override is put on record under the run's id, so the
      * forced run can be told apart from the runs it repeats.
              MOVE "WARNING" TO alt-severity
              MOVE SPACES TO alt-message
              STRING "FORCE GIVEN - DOUBLE-RUN GUARD BYPASSED FOR "
                 infile-name(1:30)
                 DELIMITED BY SIZE INTO alt-message
              CALL "Alert" USING alt-prog, alt-severity, alt-message
           ELSE
              OPEN INPUT guardauditfile
              PERFORM UNTIL guard-eof > 0
