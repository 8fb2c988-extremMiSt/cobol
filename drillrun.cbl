       IDENTIFICATION DIVISION.
       PROGRAM-ID. DrillRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT catalogfile
           ASSIGN TO "PUZZLECAT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL scenfile
           ASSIGN TO DYNAMIC scen-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL configfile
           ASSIGN TO "SITECFG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT scratchfile
           ASSIGN TO DYNAMIC scratch-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL resultfile
           ASSIGN TO DYNAMIC result-name
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD catalogfile.
       01 catalogline.
          05 cat-in-year PIC 9(4).
          05 FILLER PIC X(1).
          05 cat-in-day PIC 9(2).
          05 FILLER PIC X(1).
          05 cat-in-part PIC X(1).
          05 FILLER PIC X(1).
          05 cat-in-prog PIC X(12).
          05 FILLER PIC X(1).
          05 cat-in-dir PIC X(17).
       FD scenfile.
       01 scenline PIC X(160).
       FD configfile.
       01 configline PIC X(60).
       FD scratchfile.
       01 scratchline PIC X(60).
       FD resultfile.
       01 resultline PIC X(300).
       WORKING-STORAGE SECTION.
      * Runs the fault drills from a scenario file and scores what
      * the hardening actually did against what it should have
      * done, so after any change it can be shown the breakers
      * still fire. DRILLRUN [<scenario-file>], DRILLSCEN.TXT by
      * default. One scenario per line:
      *
      *   <name> <type> <count> <items-per> <fault-pct> [BADTRL|NOTRL]
      *      EXPECT RC=<n> BREAKER=Y|N QUARANTINE=Y|N ALERT=Y|N
      *      LEDGER=Y|N [SOLVER=<program>]
      *
      * (all on the one line). Everything between the name and
      * EXPECT is handed to TestGen as its command line; items-per
      * is still given for the 2202 and 2203 types, where TestGen
      * ignores it. The solver is the cataloged program for the
      * type's year and day (part 1) unless SOLVER= names another
      * cataloged program. An expectation left out is not checked.
      * Lines starting "*" and blank lines are skipped.
      *
      * Each scenario runs in a scratch directory of its own under
      * DRILL.<timestamp>, in the DRILL environment, with the site
      * configuration and business date copied in, so the breakers
      * trip at the site's limits but the alerts, quarantine holds
      * and ledger entries the drill provokes never reach the live
      * files. The actual outcome is read back from the scratch
      * directory: the solver's RC, a REJECT RATE TRIPPED alert for
      * the breaker, a HELD entry in QUARREG.TXT, any entry in
      * OPRALERT.LOG, and any entry in ANSWERS.LOG. The scorecard
      * goes to DRILLCARD.TXT.
       01 cmdline PIC X(40).
       01 scen-name PIC X(40) VALUE "DRILLSCEN.TXT".
       01 drl-eof PIC 9 VALUE 0.
       01 scen-eof PIC 9 VALUE 0.
       01 cat-count PIC 9(3) VALUE 0.
       01 cat-idx PIC 9(3).
       01 cat-found PIC 9(3).
       01 puzzle-catalog.
          05 cat-entry OCCURS 100 TIMES.
             10 cat-year PIC 9(4).
             10 cat-day PIC 9(2).
             10 cat-part PIC X(1).
             10 cat-prog PIC X(12).
             10 cat-dir PIC X(17).
       01 gen-part PIC X(160).
       01 expect-part PIC X(160).
       01 scen-id PIC X(20).
       01 scen-ptr PIC 9(3).
       01 gen-args PIC X(80).
       01 gen-type PIC X(4).
       01 want-year PIC 9(4).
       01 want-day PIC 9(2).
       01 exp-token PIC X(20) OCCURS 8 TIMES.
       01 tok-idx PIC 9(2).
       01 exp-rc PIC X(4).
       01 exp-breaker PIC X(1).
       01 exp-quarantine PIC X(1).
       01 exp-alert PIC X(1).
       01 exp-ledger PIC X(1).
       01 exp-solver PIC X(12).
       01 exp-rc-num PIC 9(4).
       01 parse-pos PIC 9(3).
       01 act-rc PIC 9(4).
       01 act-breaker PIC X(1).
       01 act-quarantine PIC X(1).
       01 act-alert PIC X(1).
       01 act-ledger PIC X(1).
       01 hit-count PIC 9(4).
       01 input-name PIC X(20).
       01 testin-name PIC X(20).
       01 roster-name PIC X(20) VALUE "ELFROSTER.TXT".
       01 busdate-name PIC X(20) VALUE "BUSDATE.TXT".
       01 scratch-base PIC X(30).
       01 scratch-dir PIC X(40).
       01 scratch-name PIC X(80).
       01 result-name PIC X(80).
       01 area-prefix PIC X(6) VALUE SPACES.
       01 area-dir PIC X(50).
       01 climb-path PIC X(9) VALUE "../../".
       01 drl-timestamp PIC X(26).
       01 drl-seq PIC 9(3) VALUE 0.
       01 dir-rc PIC 9(4) COMP-5.
       01 copy-rc PIC 9(4) COMP-5.
       01 cfg-key-in PIC X(20).
       01 sys-cmd PIC X(250).
       01 check-name PIC X(12).
       01 check-want PIC X(4).
       01 check-got PIC X(4).
       01 check-verdict PIC X(4).
       01 scen-bad PIC X(1).
       01 parse-msg PIC X(80).
       01 scen-count PIC 9(4) VALUE 0.
       01 scen-pass PIC 9(4) VALUE 0.
       01 scen-fail PIC 9(4) VALUE 0.
       01 check-count PIC 9(5) VALUE 0.
       01 miss-count PIC 9(5) VALUE 0.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "DRILLCARD.TXT".
       01 rw-title PIC X(40) VALUE "FAULT DRILL SCORECARD".
       01 rw-prog PIC X(20) VALUE "DRILLRUN".
       01 rw-line PIC X(240) VALUE SPACES.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE.
           IF cmdline NOT = SPACES
              MOVE cmdline TO scen-name
           END-IF.
           PERFORM 1000-LOAD-CATALOG.
           MOVE FUNCTION CURRENT-DATE TO drl-timestamp.
           MOVE SPACES TO scratch-base.
           STRING "DRILL." drl-timestamp(1:14)
              DELIMITED BY SIZE INTO scratch-base.
           IF run-env NOT = "PROD"
              STRING run-env DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE INTO area-prefix
              MOVE "../../../" TO climb-path
           END-IF.
           MOVE SPACES TO area-dir.
           STRING area-prefix DELIMITED BY SPACE
              scratch-base DELIMITED BY SPACE INTO area-dir.
           CALL "CBL_CREATE_DIR" USING area-dir
              RETURNING dir-rc.
           IF dir-rc NOT = 0
              DISPLAY "SCRATCH DIRECTORY " area-dir
                 " NOT CREATED RC=" dir-rc
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           STRING "SCENARIOS FROM " DELIMITED BY SIZE
              scen-name DELIMITED BY SPACE
              " SCRATCH AREA " scratch-base
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           OPEN INPUT scenfile.
           PERFORM UNTIL scen-eof > 0
              READ scenfile
                 AT END
                    MOVE 1 TO scen-eof
                 NOT AT END
                    IF scenline NOT = SPACES
                       AND scenline(1:1) NOT = "*"
                       PERFORM 2000-RUN-SCENARIO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE scenfile.
           PERFORM 8000-WRITE-LINE.
           STRING "SCENARIOS=" scen-count
              " PASSED=" scen-pass
              " FAILED=" scen-fail
              " CHECKS=" check-count
              " MISMATCHES=" miss-count
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:80).
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           EVALUATE TRUE
              WHEN scen-fail > 0
                 MOVE 8 TO RETURN-CODE
              WHEN scen-count = 0
                 DISPLAY "NO SCENARIOS FOUND IN " scen-name
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       1000-LOAD-CATALOG.
           OPEN INPUT catalogfile.
           PERFORM UNTIL drl-eof > 0
              READ catalogfile
                 AT END
                    MOVE 1 TO drl-eof
                 NOT AT END
                    IF cat-in-year NUMERIC AND cat-in-day NUMERIC
                       AND cat-in-prog NOT = SPACES
                       IF cat-count >= 100
                          DISPLAY "TOO MANY CATALOG ENTRIES - "
                             "TABLE FULL"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO cat-count
                       MOVE cat-in-year TO cat-year(cat-count)
                       MOVE cat-in-day TO cat-day(cat-count)
                       MOVE cat-in-part TO cat-part(cat-count)
                       MOVE cat-in-prog TO cat-prog(cat-count)
                       MOVE cat-in-dir TO cat-dir(cat-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE catalogfile.
           MOVE 0 TO drl-eof.
       2000-RUN-SCENARIO.
           ADD 1 TO scen-count.
           MOVE "N" TO scen-bad.
           MOVE SPACES TO parse-msg.
           PERFORM 2100-PARSE-SCENARIO.
           PERFORM 8000-WRITE-LINE.
           STRING "SCENARIO=" DELIMITED BY SIZE
              scen-id DELIMITED BY SPACE
              " TESTGEN " gen-args
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           IF parse-msg NOT = SPACES
              STRING "  " parse-msg DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
           IF scen-bad = "N"
              PERFORM 2200-FIND-SOLVER
           END-IF.
           IF scen-bad = "N"
              PERFORM 3000-RUN-DRILL
              PERFORM 4000-READ-OUTCOME
              STRING "  CHECK        EXPECTED ACTUAL RESULT"
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
              IF exp-rc NOT = SPACES
                 MOVE "RC" TO check-name
                 MOVE exp-rc-num TO check-want
                 MOVE act-rc TO check-got
                 PERFORM 5000-SCORE-CHECK
              END-IF
              IF exp-breaker NOT = SPACES
                 MOVE "BREAKER" TO check-name
                 MOVE exp-breaker TO check-want
                 MOVE act-breaker TO check-got
                 PERFORM 5000-SCORE-CHECK
              END-IF
              IF exp-quarantine NOT = SPACES
                 MOVE "QUARANTINE" TO check-name
                 MOVE exp-quarantine TO check-want
                 MOVE act-quarantine TO check-got
                 PERFORM 5000-SCORE-CHECK
              END-IF
              IF exp-alert NOT = SPACES
                 MOVE "ALERT" TO check-name
                 MOVE exp-alert TO check-want
                 MOVE act-alert TO check-got
                 PERFORM 5000-SCORE-CHECK
              END-IF
              IF exp-ledger NOT = SPACES
                 MOVE "LEDGER" TO check-name
                 MOVE exp-ledger TO check-want
                 MOVE act-ledger TO check-got
                 PERFORM 5000-SCORE-CHECK
              END-IF
           END-IF.
           IF scen-bad = "N"
              ADD 1 TO scen-pass
              STRING "  SCENARIO " DELIMITED BY SIZE
                 scen-id DELIMITED BY SPACE
                 " PASSED" DELIMITED BY SIZE INTO rw-line
           ELSE
              ADD 1 TO scen-fail
              STRING "  SCENARIO " DELIMITED BY SIZE
                 scen-id DELIMITED BY SPACE
                 " FAILED" DELIMITED BY SIZE INTO rw-line
           END-IF.
           PERFORM 8000-WRITE-LINE.
      * The name is the first word; the TestGen command line runs
      * up to EXPECT and the expectations follow it as KEY=value
      * words.
       2100-PARSE-SCENARIO.
           MOVE SPACES TO gen-part, expect-part, scen-id, gen-args.
           MOVE SPACES TO gen-type, exp-rc, exp-breaker,
              exp-quarantine, exp-alert, exp-ledger, exp-solver.
           MOVE 0 TO exp-rc-num.
           UNSTRING scenline DELIMITED BY " EXPECT "
              INTO gen-part, expect-part.
           MOVE 1 TO scen-ptr.
           UNSTRING gen-part DELIMITED BY ALL SPACE
              INTO scen-id WITH POINTER scen-ptr.
           IF scen-ptr <= 160
              MOVE gen-part(scen-ptr:) TO gen-args
           END-IF.
           UNSTRING gen-args DELIMITED BY ALL SPACE INTO gen-type.
           IF gen-args = SPACES OR expect-part = SPACES
              OR gen-type(1:4) NOT NUMERIC
              STRING "UNREADABLE SCENARIO - NEEDS <NAME> <TYPE> "
                 "<COUNT> ... EXPECT <KEY>=<VALUE> ..."
                 DELIMITED BY SIZE INTO parse-msg
              MOVE "Y" TO scen-bad
           ELSE
              MOVE SPACES TO exp-token(1) exp-token(2) exp-token(3)
                 exp-token(4) exp-token(5) exp-token(6)
                 exp-token(7) exp-token(8)
              UNSTRING expect-part DELIMITED BY ALL SPACE
                 INTO exp-token(1) exp-token(2) exp-token(3)
                    exp-token(4) exp-token(5) exp-token(6)
                    exp-token(7) exp-token(8)
              PERFORM VARYING tok-idx FROM 1 BY 1 UNTIL tok-idx > 8
                 PERFORM 2110-TAKE-EXPECTATION
              END-PERFORM
           END-IF.
       2110-TAKE-EXPECTATION.
           EVALUATE TRUE
              WHEN exp-token(tok-idx) = SPACES
                 CONTINUE
              WHEN exp-token(tok-idx)(1:3) = "RC="
                 MOVE exp-token(tok-idx)(4:4) TO exp-rc
                 COMPUTE parse-pos = FUNCTION TEST-NUMVAL(exp-rc)
                 IF parse-pos = 0
                    COMPUTE exp-rc-num = FUNCTION NUMVAL(exp-rc)
                 ELSE
                    PERFORM 2120-BAD-EXPECTATION
                 END-IF
              WHEN exp-token(tok-idx)(1:8) = "BREAKER="
                 MOVE exp-token(tok-idx)(9:1) TO exp-breaker
              WHEN exp-token(tok-idx)(1:11) = "QUARANTINE="
                 MOVE exp-token(tok-idx)(12:1) TO exp-quarantine
              WHEN exp-token(tok-idx)(1:6) = "ALERT="
                 MOVE exp-token(tok-idx)(7:1) TO exp-alert
              WHEN exp-token(tok-idx)(1:7) = "LEDGER="
                 MOVE exp-token(tok-idx)(8:1) TO exp-ledger
              WHEN exp-token(tok-idx)(1:7) = "SOLVER="
                 MOVE exp-token(tok-idx)(8:12) TO exp-solver
              WHEN OTHER
                 PERFORM 2120-BAD-EXPECTATION
           END-EVALUATE.
       2120-BAD-EXPECTATION.
           STRING "UNREADABLE EXPECTATION " exp-token(tok-idx)
              DELIMITED BY SIZE INTO parse-msg.
           MOVE "Y" TO scen-bad.
      * TestGen type yydd is season 20yy, day dd; the drill runs the
      * part-1 program cataloged for that day unless the scenario
      * names its own.
       2200-FIND-SOLVER.
           COMPUTE want-year = 2000 + FUNCTION NUMVAL(gen-type(1:2)).
           MOVE gen-type(3:2) TO want-day.
           MOVE 0 TO cat-found.
           PERFORM VARYING cat-idx FROM 1 BY 1
              UNTIL cat-idx > cat-count OR cat-found > 0
              IF exp-solver = SPACES
                 IF cat-year(cat-idx) = want-year
                    AND cat-day(cat-idx) = want-day
                    AND cat-part(cat-idx) = "1"
                    MOVE cat-idx TO cat-found
                 END-IF
              ELSE
                 IF cat-prog(cat-idx) = exp-solver
                    MOVE cat-idx TO cat-found
                 END-IF
              END-IF
           END-PERFORM.
           IF cat-found = 0
              STRING "  NO CATALOGED SOLVER FOR TYPE " gen-type
                 " " exp-solver
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
              MOVE "Y" TO scen-bad
           END-IF.
       3000-RUN-DRILL.
           ADD 1 TO drl-seq.
           MOVE SPACES TO scratch-dir.
           STRING scratch-base DELIMITED BY SPACE
              "/" drl-seq DELIMITED BY SIZE INTO scratch-dir.
           MOVE SPACES TO area-dir.
           STRING area-prefix DELIMITED BY SPACE
              scratch-dir DELIMITED BY SPACE INTO area-dir.
           CALL "CBL_CREATE_DIR" USING area-dir
              RETURNING dir-rc.
           STRING "  SOLVER=" DELIMITED BY SIZE
              cat-prog(cat-found) DELIMITED BY SPACE
              " SCRATCH=" scratch-dir
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 3100-PREPARE-SCRATCH.
           MOVE SPACES TO sys-cmd.
           STRING "cd " DELIMITED BY SIZE
              area-dir DELIMITED BY SPACE
              " && COB_FILE_PATH=. RUNENV=DRILL " DELIMITED BY SIZE
              climb-path DELIMITED BY SPACE
              "testgen " DELIMITED BY SIZE
              gen-args DELIMITED BY "  "
              " > DRILL.OUT 2>&1" DELIMITED BY SIZE
              INTO sys-cmd.
           DISPLAY "DRILL " scen-id " - TESTGEN " gen-args(1:40).
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING sys-cmd.
           MOVE 0 TO RETURN-CODE.
      * TestGen writes TESTIN_<type>.TXT; the solver reads the day's
      * input under its standard name.
           MOVE SPACES TO testin-name.
           STRING "TESTIN_" gen-type ".TXT"
              DELIMITED BY SIZE INTO testin-name.
           MOVE SPACES TO input-name.
           STRING "aoc" gen-type "_in.txt"
              DELIMITED BY SIZE INTO input-name.
           MOVE SPACES TO scratch-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/" testin-name DELIMITED BY SIZE INTO scratch-name.
           MOVE SPACES TO result-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/" input-name DELIMITED BY SIZE INTO result-name.
           CALL "CBL_COPY_FILE" USING scratch-name, result-name
              RETURNING copy-rc.
           MOVE SPACES TO sys-cmd.
           STRING "cd " DELIMITED BY SIZE
              area-dir DELIMITED BY SPACE
              " && COB_FILE_PATH=. RUNENV=DRILL " DELIMITED BY SIZE
              climb-path DELIMITED BY SPACE
              cat-dir(cat-found) DELIMITED BY SPACE
              cat-prog(cat-found) DELIMITED BY SPACE
              " >> DRILL.OUT 2>&1" DELIMITED BY SIZE
              INTO sys-cmd.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING sys-cmd.
           COMPUTE act-rc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
      * The site configuration comes across with the drill's season
      * in place of every SEASON-YEAR line, dated or not - a dated
      * line would otherwise win over the undated one under Config's
      * effective-date rule - so the limits under test are the
      * site's own; the business date and roster come across as
      * they are.
       3100-PREPARE-SCRATCH.
           MOVE SPACES TO scratch-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/ELFROSTER.TXT" DELIMITED BY SIZE INTO scratch-name.
           CALL "CBL_COPY_FILE" USING roster-name, scratch-name
              RETURNING copy-rc.
           MOVE SPACES TO scratch-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/BUSDATE.TXT" DELIMITED BY SIZE INTO scratch-name.
           CALL "CBL_COPY_FILE" USING busdate-name, scratch-name
              RETURNING copy-rc.
           MOVE SPACES TO scratch-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/SITECFG.TXT" DELIMITED BY SIZE INTO scratch-name.
           OPEN OUTPUT scratchfile.
           MOVE SPACES TO scratchline.
           STRING "SEASON-YEAR=" want-year
              DELIMITED BY SIZE INTO scratchline.
           WRITE scratchline.
           OPEN INPUT configfile.
           PERFORM UNTIL drl-eof > 0
              READ configfile
                 AT END
                    MOVE 1 TO drl-eof
                 NOT AT END
                    MOVE SPACES TO cfg-key-in
                    UNSTRING configline DELIMITED BY "@" OR "="
                       INTO cfg-key-in
                    IF cfg-key-in NOT = "SEASON-YEAR"
                       MOVE configline TO scratchline
                       WRITE scratchline
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE configfile.
           CLOSE scratchfile.
           MOVE 0 TO drl-eof.
      * Nothing but the drill has written to the scratch directory,
      * so any alert or ledger entry there is the drill's own.
       4000-READ-OUTCOME.
           MOVE "N" TO act-breaker, act-quarantine, act-alert,
              act-ledger.
           MOVE SPACES TO result-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/OPRALERT.LOG" DELIMITED BY SIZE INTO result-name.
           OPEN INPUT resultfile.
           PERFORM UNTIL drl-eof > 0
              READ resultfile
                 AT END
                    MOVE 1 TO drl-eof
                 NOT AT END
                    MOVE "Y" TO act-alert
                    MOVE 0 TO hit-count
                    INSPECT resultline TALLYING hit-count
                       FOR ALL "MESSAGE=REJECT RATE TRIPPED"
                    IF hit-count > 0
                       MOVE "Y" TO act-breaker
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE resultfile.
           MOVE 0 TO drl-eof.
      * QUARREG.TXT status sits at column 130, as Quarantine writes
      * it.
           MOVE SPACES TO result-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/QUARREG.TXT" DELIMITED BY SIZE INTO result-name.
           OPEN INPUT resultfile.
           PERFORM UNTIL drl-eof > 0
              READ resultfile
                 AT END
                    MOVE 1 TO drl-eof
                 NOT AT END
                    IF resultline(130:4) = "HELD"
                       MOVE "Y" TO act-quarantine
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE resultfile.
           MOVE 0 TO drl-eof.
           MOVE SPACES TO result-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/ANSWERS.LOG" DELIMITED BY SIZE INTO result-name.
           OPEN INPUT resultfile.
           PERFORM UNTIL drl-eof > 0
              READ resultfile
                 AT END
                    MOVE 1 TO drl-eof
                 NOT AT END
                    MOVE "Y" TO act-ledger
              END-READ
           END-PERFORM.
           CLOSE resultfile.
           MOVE 0 TO drl-eof.
       5000-SCORE-CHECK.
           ADD 1 TO check-count.
           IF check-want = check-got
              MOVE "PASS" TO check-verdict
           ELSE
              MOVE "MISS" TO check-verdict
              ADD 1 TO miss-count
              MOVE "Y" TO scen-bad
           END-IF.
           STRING "  " check-name " " check-want "     "
              check-got "   " check-verdict
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       END PROGRAM DrillRun.
