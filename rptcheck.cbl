           SELECT manifestfile
           ASSIGN TO "RPTMANIFEST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL distfile
           ASSIGN TO "DISTMST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL reportfile
           ASSIGN TO DYNAMIC report-name
           ORGANIZATION IS LINE SEQUENTIAL.
          05 man-prog PIC X(20).
          05 FILLER PIC X(1).
          05 man-required PIC X(1).
       FD distfile.
       01 distline PIC X(40).
       FD reportfile.
       01 reportline PIC X(240).
       WORKING-STORAGE SECTION.
       COPY DISTREC.
      * Morning-after completeness check over the expected-reports
      * manifest (report file, producing program, required-daily
      * flag). Every RptWrite-conventioned report must exist, carry
      * the business date in its page heading, and close with the
      * END OF REPORT trailer whose LINES= count matches a recount
      * of the detail lines - a report cut short by a crash reads
      * fine until the end, so the end is what is checked. The
      * per-recipient copies DistBurst cuts from the reports on the
      * DISTMST.TXT distribution list are held to the same checks;
      * a copy is only expected where its original is present.
       01 bus-date PIC X(8).
       01 chk-eof PIC 9 VALUE 0.
       01 rpt-eof PIC 9 VALUE 0.
       01 report-name PIC X(40).
       01 chk-file PIC X(40).
       01 chk-prog PIC X(20).
       01 burst-stem PIC X(20).
       01 file-details PIC X(64).
       01 exist-rc PIC 9(4) COMP-5.
       01 total-lines PIC 9(8).
       01 jst-prog PIC X(20) VALUE "RPTCHECK".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              END-READ
           END-PERFORM.
           CLOSE manifestfile.
           PERFORM 6000-CHECK-BURSTS.
           MOVE SPACES TO rw-line.
           STRING "REPORTS CHECKED=" reports-checked
              " EXCEPTIONS=" reports-bad
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       2000-CHECK-ONE-REPORT.
           MOVE man-file TO chk-file.
           MOVE man-prog TO chk-prog.
           MOVE man-file TO report-name.
           MOVE SPACES TO verdict.
           CALL "CBL_CHECK_FILE_EXIST" USING report-name,
           END-EVALUATE.
       5000-WRITE-VERDICT-LINE.
           MOVE SPACES TO rw-line.
           STRING chk-file(1:30)
              " PROGRAM=" chk-prog(1:12)
              " " verdict
              DELIMITED BY SIZE INTO rw-line.
           MOVE "W" TO rw-action.
              ADD 1 TO reports-bad
              MOVE "ERROR" TO alt-severity
              MOVE SPACES TO alt-message
              STRING "REPORT " chk-file(1:30) " " verdict
                 DELIMITED BY SIZE INTO alt-message
              CALL "Alert" USING alt-prog, alt-severity, alt-message
           END-IF.
      * A recipient's copy is named as DistBurst names it, from the
      * stem of the original and the recipient.
       6000-CHECK-BURSTS.
           MOVE 0 TO chk-eof.
           OPEN INPUT distfile.
           PERFORM UNTIL chk-eof > 0
              READ distfile
                 AT END
                    MOVE 1 TO chk-eof
                 NOT AT END
                    IF distline NOT = SPACES
                       AND distline(1:1) NOT = "*"
                       MOVE distline TO dst-rec-fields
                       IF dst-report NOT = SPACES
                          AND dst-recipient NOT = SPACES
                          ADD 1 TO reports-checked
                          PERFORM 6100-CHECK-ONE-BURST
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE distfile.
       6100-CHECK-ONE-BURST.
           MOVE SPACES TO burst-stem.
           UNSTRING dst-report DELIMITED BY "."
              INTO burst-stem.
           MOVE SPACES TO chk-file.
           STRING burst-stem DELIMITED BY SPACE
              "_" DELIMITED BY SIZE
              dst-recipient DELIMITED BY SPACE
              ".TXT" DELIMITED BY SIZE
              INTO chk-file.
           MOVE "DISTBURST" TO chk-prog.
           MOVE SPACES TO verdict.
           MOVE dst-report TO report-name.
           CALL "CBL_CHECK_FILE_EXIST" USING report-name,
              file-details
              RETURNING exist-rc.
           IF exist-rc NOT = 0
              MOVE "NOT PRESENT - NOT REQUIRED" TO verdict
           ELSE
              MOVE chk-file TO report-name
              CALL "CBL_CHECK_FILE_EXIST" USING report-name,
                 file-details
                 RETURNING exist-rc
              IF exist-rc NOT = 0
                 MOVE "MISSING - BURST NOT PRODUCED" TO verdict
              ELSE
                 PERFORM 3000-SCAN-REPORT-FILE
                 PERFORM 4000-JUDGE-REPORT
              END-IF
           END-IF.
           PERFORM 5000-WRITE-VERDICT-LINE.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE reports-checked TO jst-recs.
