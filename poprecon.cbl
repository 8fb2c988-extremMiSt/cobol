       IDENTIFICATION DIVISION.
       PROGRAM-ID. PopRecon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL rosterfile
           ASSIGN TO "ELFROSTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL workfile
           ASSIGN TO "AOC2201_1_WRK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL auditfile
           ASSIGN TO "RUNAUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL manifestfile
           ASSIGN TO "BADGEMANIFEST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD rosterfile.
       01 rosterline PIC X(40).
       FD workfile.
       01 workrecord.
          05 wrk-elf PIC 9(7).
          05 FILLER PIC X(1).
          05 wrk-subtotal PIC 9(10).
       FD auditfile.
       01 auditline PIC X(160).
       FD manifestfile.
       01 manifestline.
          05 mfs-group-lit PIC X(6).
          05 mfs-group PIC 9(6).
          05 FILLER PIC X(188).
       WORKING-STORAGE SECTION.
       COPY AUDITREC.
      * Several solvers take the line ordinal as the elf number:
      * AOC2201_1 numbers elves by blank-line groups, AOC2203_1 by
      * rucksack line and AOC2203_2 by groups of three lines. Each
      * balances on its own, so a short feed in one of them still
      * reads clean. This reconciliation puts the four populations
      * side by side - the roster, the calorie work file, the
      * rucksack lines (the record count of the latest AOC2203_1
      * run on the audit log) and the badge groups times three - and
      * lists every elf present in one and missing from another.
      * Past the site tolerance of such elves it raises an alert and
      * ends RC 8.
       01 rcn-eof PIC 9 VALUE 0.
       01 max-elf PIC 9(5) VALUE 99999.
       01 elf-flags.
          05 elf-flag-entry OCCURS 99999 TIMES.
             10 on-roster PIC X.
             10 on-calorie PIC X.
       01 elf-idx PIC 9(7).
       01 scan-limit PIC 9(7) VALUE 0.
       01 in-num PIC 9(7).
       01 line-good PIC X.
       01 wide-count PIC 9(4) VALUE 0.
       01 wide-elves.
          05 wide-elf OCCURS 2000 TIMES PIC 9(7).
       01 wide-idx PIC 9(4).
       01 roster-count PIC 9(7) VALUE 0.
       01 calorie-count PIC 9(7) VALUE 0.
       01 rucksack-count PIC 9(10) VALUE 0.
       01 rucksack-date PIC X(8) VALUE SPACES.
       01 group-count PIC 9(6) VALUE 0.
       01 badge-count PIC 9(7) VALUE 0.
       01 flag-r PIC X.
       01 flag-c PIC X.
       01 flag-s PIC X.
       01 flag-b PIC X.
       01 discrepant-count PIC 9(7) VALUE 0.
       01 elf-name PIC X(20).
       01 ros-found PIC X.
       01 pop-tolerance PIC 9(8) VALUE 0.
       01 cfg-key PIC X(20).
       01 cfg-value PIC 9(8).
       01 cfg-found PIC X.
       01 alt-prog PIC X(20) VALUE "POPRECON".
       01 alt-severity PIC X(8).
       01 alt-message PIC X(80).
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "POPRECON.TXT".
       01 rw-title PIC X(40) VALUE "ELF POPULATION RECONCILIATION".
       01 rw-prog PIC X(20) VALUE "POPRECON".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "POPRECON".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 0500-APPLY-CONFIG.
           PERFORM VARYING elf-idx FROM 1 BY 1 UNTIL elf-idx > max-elf
              MOVE "N" TO on-roster(elf-idx)
              MOVE "N" TO on-calorie(elf-idx)
           END-PERFORM.
           PERFORM 1000-LOAD-ROSTER.
           PERFORM 2000-LOAD-CALORIE-ELVES.
           PERFORM 3000-FIND-RUCKSACK-COUNT.
           PERFORM 4000-COUNT-BADGE-GROUPS.
           PERFORM 5000-PRINT-REPORT.
           IF discrepant-count > pop-tolerance
              MOVE "ERROR" TO alt-severity
              MOVE SPACES TO alt-message
              STRING "ELF POPULATIONS DRIFTED - " discrepant-count
                 " ELVES MISSING FROM A POPULATION"
                 DELIMITED BY SIZE INTO alt-message
              CALL "Alert" USING alt-prog, alt-severity, alt-message
              MOVE 8 TO RETURN-CODE
           ELSE
              IF discrepant-count > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       0500-APPLY-CONFIG.
           MOVE "POP-TOLERANCE" TO cfg-key.
           MOVE pop-tolerance TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           IF cfg-found = "Y"
              MOVE cfg-value TO pop-tolerance
              DISPLAY "EFFECTIVE SETTINGS: POP-TOLERANCE="
                 pop-tolerance " (SITE)"
           ELSE
              DISPLAY "EFFECTIVE SETTINGS: POP-TOLERANCE="
                 pop-tolerance " (DEFAULT)"
           END-IF.
      * Both roster line formats, told apart by the separator
      * column exactly as the Roster lookup does. Roster numbers
      * past the ordinal range cannot appear in any solver
      * population and are held aside to be listed as such.
       1000-LOAD-ROSTER.
           MOVE 0 TO rcn-eof.
           OPEN INPUT rosterfile.
           PERFORM UNTIL rcn-eof > 0
              READ rosterfile
                 AT END
                    MOVE 1 TO rcn-eof
                 NOT AT END
                    PERFORM 1100-PARSE-ROSTER-LINE
                    IF line-good = "Y"
                       ADD 1 TO roster-count
                       IF in-num > max-elf
                          IF wide-count < 2000
                             ADD 1 TO wide-count
                             MOVE in-num TO wide-elf(wide-count)
                          END-IF
                       ELSE
                          MOVE "Y" TO on-roster(in-num)
                          IF in-num > scan-limit
                             MOVE in-num TO scan-limit
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE rosterfile.
       1100-PARSE-ROSTER-LINE.
           MOVE "N" TO line-good.
           EVALUATE TRUE
              WHEN rosterline(1:4) NUMERIC
                 AND rosterline(5:1) = SPACE
                 AND rosterline(1:4) NOT = "0000"
                 COMPUTE in-num = FUNCTION NUMVAL(rosterline(1:4))
                 MOVE "Y" TO line-good
              WHEN rosterline(1:7) NUMERIC
                 AND rosterline(8:1) = SPACE
                 AND rosterline(1:7) NOT = "0000000"
                 COMPUTE in-num = FUNCTION NUMVAL(rosterline(1:7))
                 MOVE "Y" TO line-good
           END-EVALUATE.
       2000-LOAD-CALORIE-ELVES.
           MOVE 0 TO rcn-eof.
           OPEN INPUT workfile.
           PERFORM UNTIL rcn-eof > 0
              READ workfile
                 AT END
                    MOVE 1 TO rcn-eof
                 NOT AT END
                    IF wrk-elf NUMERIC AND wrk-elf > 0
                       ADD 1 TO calorie-count
                       IF wrk-elf > max-elf
                          DISPLAY "CALORIE ELF " wrk-elf
                             " PAST THE RECONCILIATION RANGE"
                          MOVE 16 TO RETURN-CODE
                          PERFORM 9600-REGISTER-STATUS
                          STOP RUN
                       END-IF
                       MOVE "Y" TO on-calorie(wrk-elf)
                       IF wrk-elf > scan-limit
                          MOVE wrk-elf TO scan-limit
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE workfile.
      * The rucksack input is archived once the day's consumers are
      * done, so its line count is taken from the latest AOC2203_1
      * entry on the run audit log.
       3000-FIND-RUCKSACK-COUNT.
           MOVE 0 TO rcn-eof.
           OPEN INPUT auditfile.
           PERFORM UNTIL rcn-eof > 0
              READ auditfile
                 AT END
                    MOVE 1 TO rcn-eof
                 NOT AT END
                    MOVE auditline TO audit-rec-fields
                    IF audit-prog = "AOC2203_1"
                       AND audit-reccount NUMERIC
                       MOVE audit-reccount TO rucksack-count
                       MOVE audit-date TO rucksack-date
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE auditfile.
           IF rucksack-count > max-elf
              DISPLAY "RUCKSACK LINES " rucksack-count
                 " PAST THE RECONCILIATION RANGE"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           IF rucksack-count > scan-limit
              MOVE rucksack-count TO scan-limit
           END-IF.
      * Issued and not-issued groups both carry a GROUP record, so
      * the highest group number is the number of groups formed.
       4000-COUNT-BADGE-GROUPS.
           MOVE 0 TO rcn-eof.
           OPEN INPUT manifestfile.
           PERFORM UNTIL rcn-eof > 0
              READ manifestfile
                 AT END
                    MOVE 1 TO rcn-eof
                 NOT AT END
                    IF mfs-group-lit = "GROUP " AND mfs-group NUMERIC
                       AND mfs-group > group-count
                       MOVE mfs-group TO group-count
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE manifestfile.
           COMPUTE badge-count = group-count * 3.
           IF badge-count > max-elf
              DISPLAY "BADGE ELVES " badge-count
                 " PAST THE RECONCILIATION RANGE"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           IF badge-count > scan-limit
              MOVE badge-count TO scan-limit
           END-IF.
       5000-PRINT-REPORT.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           STRING "ROSTER ELVES      =" roster-count
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           STRING "CALORIE WORK ELVES=" calorie-count
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           STRING "RUCKSACK LINES    =" rucksack-count
              " (AOC2203_1 RUN OF " rucksack-date ")"
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           STRING "BADGE GROUPS X 3  =" badge-count
              " (" group-count " GROUPS)"
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING elf-idx FROM 1 BY 1
              UNTIL elf-idx > scan-limit
              PERFORM 5100-CHECK-ONE-ELF
           END-PERFORM.
           PERFORM VARYING wide-idx FROM 1 BY 1
              UNTIL wide-idx > wide-count
              ADD 1 TO discrepant-count
              MOVE wide-elf(wide-idx) TO elf-idx
              CALL "Roster" USING elf-idx, elf-name, ros-found
              STRING "ELF " elf-idx " " elf-name
                 " ROSTER=Y CALORIE=N RUCKSACK=N BADGE=N"
                 " - NUMBER PAST ANY SOLVER ORDINAL"
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-PERFORM.
           STRING "ELVES MISSING FROM A POPULATION=" discrepant-count
              " TOLERANCE=" pop-tolerance
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:80).
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
      * An elf in none of the four is just a gap in the roster
      * numbering; an elf in some but not all is a discrepancy.
       5100-CHECK-ONE-ELF.
           MOVE on-roster(elf-idx) TO flag-r.
           MOVE on-calorie(elf-idx) TO flag-c.
           IF elf-idx <= rucksack-count
              MOVE "Y" TO flag-s
           ELSE
              MOVE "N" TO flag-s
           END-IF.
           IF elf-idx <= badge-count
              MOVE "Y" TO flag-b
           ELSE
              MOVE "N" TO flag-b
           END-IF.
           IF (flag-r = "Y" OR flag-c = "Y" OR flag-s = "Y"
                 OR flag-b = "Y")
              AND (flag-r = "N" OR flag-c = "N" OR flag-s = "N"
                 OR flag-b = "N")
              ADD 1 TO discrepant-count
              IF flag-r = "Y"
                 CALL "Roster" USING elf-idx, elf-name, ros-found
              ELSE
                 MOVE "NOT ON ROSTER" TO elf-name
              END-IF
              STRING "ELF " elf-idx " " elf-name
                 " ROSTER=" flag-r
                 " CALORIE=" flag-c
                 " RUCKSACK=" flag-s
                 " BADGE=" flag-b
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE roster-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM PopRecon.
