       IDENTIFICATION DIVISION.
       PROGRAM-ID. DurFcst.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL stepfile
           ASSIGN TO "BATCHSTEPS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL joblogfile
           ASSIGN TO "BATCHLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL auditfile
           ASSIGN TO "RUNAUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL stagectlfile
           ASSIGN TO "STAGECTL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL slawindowfile
           ASSIGN TO "SLAWINDOWS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL fcstfile
           ASSIGN TO "DURFCST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD stepfile.
       01 stepline PIC X(80).
       FD joblogfile.
       01 joblogline PIC X(120).
       FD auditfile.
       01 auditline PIC X(220).
       FD stagectlfile.
       01 stagectlline PIC X(200).
       FD slawindowfile.
       01 slawindowline.
          05 sla-win-prog PIC X(20).
          05 FILLER PIC X(1).
          05 sla-win-max PIC 9(6).
       FD fcstfile.
       01 fcstline PIC X(200).
       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       COPY DFCREC.
      * Pre-flight forecast of tonight's batch duration, run after
      * StageIn and before the solvers so a window the batch is
      * going to miss is known while there is still time to start
      * it sooner or defer optional steps - SlaReport only says so
      * the morning after. Each due BATCHSTEPS.TXT step not yet
      * run tonight is projected from its program's history in
      * RUNAUDIT.LOG: tonight's staged GOOD count from STAGECTL.TXT
      * at the program's elapsed seconds per record over earlier
      * nights where the step's input is a staged feed, else the
      * program's average elapsed. The program is the first word
      * of the step command, as for Impact; the staged feed is the
      * one whose staged or raw name the command names or the
      * program's last audited run read. A group takes as long as
      * its longest member, and the groups follow one another from
      * the time the forecast is made.
      * SLAWINDOWS.TXT limits are checked in its own layout: a
      * program line is the step's maximum elapsed seconds, as for
      * SlaReport; a GROUP-nn line is the HHMMSS clock time group nn
      * must finish by and a BATCH-END line the same for the whole
      * batch. A deadline earlier in the day than the forecast by
      * up to twelve hours has already passed; one further back
      * falls on the next calendar day. A projected breach raises
      * an Alert - WARNING for a step over its own limit, SEVERE
      * for a group or the batch past its deadline, with the SKIP
      * policy steps still to run listed as the ones that can be
      * deferred. The forecast is kept in DURFCST.TXT, replaced
      * each run; DURFCST COMPARE reads it back after the batch
      * against the night's RUNAUDIT.LOG and BATCHLOG.TXT entries
      * and prints forecast against actual to DURFCMP.TXT, so the
      * projection's record can be judged before it is trusted.
       01 cmdline PIC X(80).
       01 mode-in PIC X(10).
       01 bus-date PIC X(8).
       01 fc-timestamp PIC X(26).
       01 dfc-eof PIC 9.
       01 dfc-rc PIC 9(4) VALUE 0.
       01 step-count PIC 9(2) VALUE 0.
       01 step-table.
          05 step-entry OCCURS 20 TIMES.
             10 step-num PIC 9(2).
             10 step-group PIC 9(2).
             10 step-policy PIC X(4).
             10 step-cmd PIC X(60).
             10 step-prog PIC X(20).
             10 step-due PIC X.
             10 step-secs PIC 9(6).
             10 step-recs PIC 9(8).
             10 step-basis PIC X(7).
       01 step-num-in PIC X(2).
       01 step-group-in PIC X(4).
       01 step-policy-in PIC X(4).
       01 step-maxrc-in PIC X(2).
       01 step-cmd-in PIC X(60).
       01 step-freq-in PIC X(16).
       01 cmd-word PIC X(40).
       01 parse-ptr PIC 9(3).
       01 freq-ptr PIC 9(3).
       01 step-idx PIC 9(2).
       01 grp-first PIC 9(2).
       01 grp-last PIC 9(2).
       01 mem-idx PIC 9(2).
       01 logged-table.
          05 logged-end OCCURS 100 TIMES PIC X(6).
       01 prg-count PIC 9(3) VALUE 0.
       01 prg-table.
          05 prg-entry OCCURS 50 TIMES.
             10 prg-name PIC X(20).
             10 prg-timed PIC 9(6).
             10 prg-sum-el PIC 9(10).
             10 prg-rate-el PIC 9(10).
             10 prg-rate-recs PIC 9(12).
             10 prg-last-infile PIC X(20).
             10 prg-today PIC X.
             10 prg-today-el PIC 9(6).
       01 prg-idx PIC 9(3).
       01 prg-found PIC 9(3).
       01 audit-prog-up PIC X(20).
       01 ctl-count PIC 9(3) VALUE 0.
       01 ctl-table.
          05 ctl-entry OCCURS 50 TIMES.
             10 ctl-t-file PIC X(40).
             10 ctl-t-staged PIC X(40).
             10 ctl-t-good PIC 9(8).
       01 ctl-idx PIC 9(3).
      * Positional layout of one STAGECTL.TXT control line, matching
      * the fixed STRING StageIn builds.
       01 stagectl-fields.
          05 ctl-file-lit PIC X(5).
          05 ctl-file PIC X(40).
          05 FILLER PIC X(6).
          05 ctl-recs PIC 9(8).
          05 FILLER PIC X(8).
          05 ctl-blanks PIC 9(8).
          05 FILLER PIC X(9).
          05 ctl-rejects PIC 9(8).
          05 FILLER PIC X(6).
          05 ctl-good PIC 9(8).
          05 FILLER PIC X(8).
          05 ctl-staged PIC X(40).
       01 cmd-upper PIC X(60).
       01 staged-len PIC 9(3).
       01 staged-trail PIC 9(3).
       01 name-hits PIC 9(3).
       01 recs-found PIC X.
       01 win-count PIC 9(3) VALUE 0.
       01 win-table.
          05 win-entry OCCURS 50 TIMES.
             10 win-name PIC X(20).
             10 win-max PIC 9(6).
       01 win-idx PIC 9(3).
       01 win-key PIC X(20).
       01 win-found PIC X.
       01 win-value PIC 9(6).
       01 now-secs PIC 9(6).
       01 made-clock PIC X(6).
       01 cum-secs PIC 9(6).
       01 grp-secs PIC 9(6).
       01 grp-projected PIC 9(2).
       01 steps-projected PIC 9(4) VALUE 0.
       01 steps-done PIC 9(4) VALUE 0.
       01 step-breaches PIC 9(4) VALUE 0.
       01 deadline-breaches PIC 9(4) VALUE 0.
       01 off-secs PIC 9(6).
       01 clock-secs PIC 9(6).
       01 clock-fields.
          05 clock-hh PIC 9(2).
          05 clock-mm PIC 9(2).
          05 clock-ss PIC 9(2).
       01 clock-text REDEFINES clock-fields PIC X(6).
       01 dl-secs PIC 9(6).
       01 dl-off PIC S9(6).
       01 deadline-hit PIC X.
       01 disp-secs PIC Z(5)9.
       01 fc-count PIC 9(3) VALUE 0.
       01 fc-table.
          05 fc-line OCCURS 60 TIMES PIC X(200).
       01 fc-idx PIC 9(3).
       01 fc-mem PIC 9(3).
       01 cmp-group PIC X(2).
       01 made-secs PIC 9(6).
       01 fcst-off PIC 9(6).
       01 act-max PIC 9(6).
       01 act-seen PIC X.
       01 var-secs PIC S9(6).
       01 var-disp PIC -(5)9.
       01 var-text PIC X(6).
       01 fin-var-text PIC X(6).
       01 cmp-steps PIC 9(4) VALUE 0.
       01 cmp-finishes PIC 9(4) VALUE 0.
       01 cmp-groups PIC 9(4) VALUE 0.
       01 sum-abs-var PIC 9(10) VALUE 0.
       01 sum-abs-fin PIC 9(10) VALUE 0.
       01 sum-abs-grp PIC 9(10) VALUE 0.
       01 mean-var PIC 9(6).
       01 act-secs-text PIC X(6).
       01 act-fin-text PIC X(6).
       01 sdu-freq PIC X(10).
       01 sdu-step PIC 9(2).
       01 sdu-due PIC X(1).
       01 alt-prog PIC X(20) VALUE "DURFCST".
       01 alt-severity PIC X(8).
       01 alt-message PIC X(80).
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "DURFCMP.TXT".
       01 rw-title PIC X(40)
          VALUE "BATCH DURATION FORECAST AGAINST ACTUAL".
       01 rw-prog PIC X(20) VALUE "DURFCST".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "DURFCST".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10) VALUE 0.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           ACCEPT cmdline FROM COMMAND-LINE
           MOVE SPACES TO mode-in.
           UNSTRING cmdline DELIMITED BY ALL SPACE INTO mode-in.
           MOVE SPACES TO logged-table.
           EVALUATE mode-in
              WHEN SPACES
              WHEN "FORECAST"
                 PERFORM 1000-LOAD-STEPS
                 PERFORM 1200-LOAD-BATCH-LOG
                 PERFORM 1300-LOAD-HISTORY
                 PERFORM 1400-LOAD-STAGE-CONTROL
                 PERFORM 1500-LOAD-WINDOWS
                 PERFORM 2000-PROJECT-BATCH
              WHEN "COMPARE"
                 PERFORM 1200-LOAD-BATCH-LOG
                 PERFORM 1300-LOAD-HISTORY
                 PERFORM 5000-COMPARE-FORECAST
              WHEN OTHER
                 DISPLAY "USAGE: DURFCST [FORECAST | COMPARE]"
                 MOVE 16 TO dfc-rc
           END-EVALUATE.
           MOVE dfc-rc TO RETURN-CODE.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * Step lines are read the way BatchRun reads them; a step the
      * calendar does not make due tonight takes no time.
       1000-LOAD-STEPS.
           MOVE 0 TO dfc-eof.
           OPEN INPUT stepfile.
           PERFORM UNTIL dfc-eof > 0
              READ stepfile
                 AT END
                    MOVE 1 TO dfc-eof
                 NOT AT END
                    IF stepline NOT = SPACES AND step-count < 20
                       PERFORM 1100-PARSE-STEP-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE stepfile.
       1100-PARSE-STEP-LINE.
           MOVE 1 TO parse-ptr.
           MOVE SPACES TO step-num-in, step-group-in, step-policy-in,
              step-maxrc-in.
           UNSTRING stepline DELIMITED BY ALL SPACE
              INTO step-num-in, step-group-in
              WITH POINTER parse-ptr.
           IF step-group-in = "STOP" OR step-group-in = "SKIP"
              MOVE step-group-in TO step-policy-in
              MOVE step-num-in TO step-group-in(1:2)
              MOVE SPACES TO step-group-in(3:2)
              UNSTRING stepline DELIMITED BY ALL SPACE
                 INTO step-maxrc-in
                 WITH POINTER parse-ptr
           ELSE
              UNSTRING stepline DELIMITED BY ALL SPACE
                 INTO step-policy-in, step-maxrc-in
                 WITH POINTER parse-ptr
           END-IF.
           MOVE SPACES TO step-freq-in.
           MOVE parse-ptr TO freq-ptr.
           IF freq-ptr <= 80
              UNSTRING stepline DELIMITED BY ALL SPACE
                 INTO step-freq-in
                 WITH POINTER freq-ptr
           END-IF.
           IF step-freq-in(1:5) = "FREQ="
              MOVE freq-ptr TO parse-ptr
              MOVE step-freq-in(6:11) TO sdu-freq
           ELSE
              MOVE "DAILY" TO sdu-freq
           END-IF.
           MOVE "X" TO sdu-due.
           IF step-num-in NUMERIC
              MOVE step-num-in TO sdu-step
              CALL "StepDue" USING sdu-freq, sdu-step, bus-date,
                 sdu-due
           END-IF.
           MOVE SPACES TO step-cmd-in.
           IF parse-ptr <= 80
              MOVE stepline(parse-ptr:) TO step-cmd-in
           END-IF.
           IF step-num-in NUMERIC AND step-maxrc-in NUMERIC
              AND step-group-in(1:2) NUMERIC
              AND step-cmd-in NOT = SPACES
              AND sdu-due NOT = "X"
              ADD 1 TO step-count
              MOVE step-num-in TO step-num(step-count)
              MOVE step-group-in(1:2) TO step-group(step-count)
              MOVE step-policy-in TO step-policy(step-count)
              MOVE step-cmd-in TO step-cmd(step-count)
              MOVE sdu-due TO step-due(step-count)
              MOVE SPACES TO cmd-word
              UNSTRING step-cmd-in DELIMITED BY ALL SPACE
                 INTO cmd-word
              IF cmd-word(1:2) = "./"
                 MOVE cmd-word(3:38) TO cmd-word
              END-IF
              MOVE FUNCTION UPPER-CASE(cmd-word)
                 TO step-prog(step-count)
           END-IF.
      * The time each step logged its RC tonight; a step logged is
      * already run and a rerun's line replaces the first.
       1200-LOAD-BATCH-LOG.
           MOVE 0 TO dfc-eof.
           OPEN INPUT joblogfile.
           PERFORM UNTIL dfc-eof > 0
              READ joblogfile
                 AT END
                    MOVE 1 TO dfc-eof
                 NOT AT END
                    IF joblogline(1:8) = bus-date
                       AND joblogline(16:6) = " STEP="
                       AND joblogline(22:2) NUMERIC
                       AND joblogline(89:8) NOT = " NOT DUE"
                       MOVE joblogline(10:6) TO logged-end(
                          FUNCTION NUMVAL(joblogline(22:2)) + 1)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE joblogfile.
      * Earlier nights' timed runs make the rates; tonight's own
      * entries are the actuals the comparison is made against.
       1300-LOAD-HISTORY.
           MOVE 0 TO dfc-eof.
           OPEN INPUT auditfile.
           PERFORM UNTIL dfc-eof > 0
              READ auditfile
                 AT END
                    MOVE 1 TO dfc-eof
                 NOT AT END
                    MOVE auditline TO audit-rec-fields
                    IF audit-prog NOT = SPACES
                       AND audit-elapsed NUMERIC
                       AND audit-reccount NUMERIC
                       AND audit-date <= bus-date
                       PERFORM 1350-TALLY-RUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE auditfile.
       1350-TALLY-RUN.
           MOVE FUNCTION UPPER-CASE(audit-prog) TO audit-prog-up.
           PERFORM 8500-FIND-PROGRAM.
           IF prg-found = 0 AND prg-count < 50
              ADD 1 TO prg-count
              MOVE prg-count TO prg-found
              MOVE audit-prog-up TO prg-name(prg-found)
              MOVE 0 TO prg-timed(prg-found)
              MOVE 0 TO prg-sum-el(prg-found)
              MOVE 0 TO prg-rate-el(prg-found)
              MOVE 0 TO prg-rate-recs(prg-found)
              MOVE SPACES TO prg-last-infile(prg-found)
              MOVE "N" TO prg-today(prg-found)
              MOVE 0 TO prg-today-el(prg-found)
           END-IF.
           IF prg-found > 0
              IF audit-date = bus-date
                 MOVE "Y" TO prg-today(prg-found)
                 MOVE audit-elapsed TO prg-today-el(prg-found)
              ELSE
                 ADD 1 TO prg-timed(prg-found)
                 ADD audit-elapsed TO prg-sum-el(prg-found)
                 IF audit-reccount > 0
                    ADD audit-elapsed TO prg-rate-el(prg-found)
                    ADD audit-reccount TO prg-rate-recs(prg-found)
                 END-IF
                 MOVE FUNCTION UPPER-CASE(audit-infile)
                    TO prg-last-infile(prg-found)
              END-IF
           END-IF.
       1400-LOAD-STAGE-CONTROL.
           MOVE 0 TO dfc-eof.
           OPEN INPUT stagectlfile.
           PERFORM UNTIL dfc-eof > 0
              READ stagectlfile
                 AT END
                    MOVE 1 TO dfc-eof
                 NOT AT END
                    MOVE stagectlline TO stagectl-fields
                    IF ctl-file-lit = "FILE=" AND ctl-good NUMERIC
                       AND ctl-staged NOT = SPACES
                       AND ctl-count < 50
                       ADD 1 TO ctl-count
                       MOVE FUNCTION UPPER-CASE(ctl-file)
                          TO ctl-t-file(ctl-count)
                       MOVE FUNCTION UPPER-CASE(ctl-staged)
                          TO ctl-t-staged(ctl-count)
                       MOVE ctl-good TO ctl-t-good(ctl-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE stagectlfile.
       1500-LOAD-WINDOWS.
           MOVE 0 TO dfc-eof.
           OPEN INPUT slawindowfile.
           PERFORM UNTIL dfc-eof > 0
              READ slawindowfile
                 AT END
                    MOVE 1 TO dfc-eof
                 NOT AT END
                    IF sla-win-max NUMERIC AND win-count < 50
                       ADD 1 TO win-count
                       MOVE FUNCTION UPPER-CASE(sla-win-prog)
                          TO win-name(win-count)
                       MOVE sla-win-max TO win-max(win-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE slawindowfile.
       2000-PROJECT-BATCH.
           MOVE FUNCTION CURRENT-DATE TO fc-timestamp.
           MOVE fc-timestamp(9:6) TO made-clock.
           COMPUTE now-secs =
              FUNCTION NUMVAL(fc-timestamp(9:2)) * 3600
              + FUNCTION NUMVAL(fc-timestamp(11:2)) * 60
              + FUNCTION NUMVAL(fc-timestamp(13:2)).
           MOVE 0 TO cum-secs.
           OPEN OUTPUT fcstfile.
           MOVE 1 TO step-idx.
           PERFORM UNTIL step-idx > step-count
              PERFORM 2100-PROJECT-GROUP
              COMPUTE step-idx = grp-last + 1
           END-PERFORM.
           IF steps-projected > 0
              PERFORM 2400-PROJECT-BATCH-END
           END-IF.
           CLOSE fcstfile.
           MOVE cum-secs TO disp-secs.
           DISPLAY "DURFCST STEPS PROJECTED=" steps-projected
              " ALREADY RUN=" steps-done
              " REMAINING SECS=" disp-secs
              " STEP BREACHES=" step-breaches
              " DEADLINE BREACHES=" deadline-breaches.
           IF deadline-breaches > 0
              PERFORM 2500-LIST-DEFERRABLE
           END-IF.
           IF step-breaches > 0 OR deadline-breaches > 0
              MOVE 4 TO dfc-rc
           END-IF.
           MOVE steps-projected TO jst-recs.
      * Consecutive steps sharing a group number run together, as
      * BatchRun runs them.
       2100-PROJECT-GROUP.
           MOVE step-idx TO grp-first.
           MOVE step-idx TO grp-last.
           PERFORM UNTIL grp-last >= step-count
              OR step-group(grp-last + 1) NOT = step-group(grp-first)
              ADD 1 TO grp-last
           END-PERFORM.
           MOVE 0 TO grp-secs.
           MOVE 0 TO grp-projected.
           PERFORM VARYING mem-idx FROM grp-first BY 1
              UNTIL mem-idx > grp-last
              IF step-due(mem-idx) = "Y"
                 PERFORM 2200-PROJECT-STEP
              END-IF
           END-PERFORM.
           IF grp-projected > 0
              ADD grp-secs TO cum-secs
              PERFORM 2300-WRITE-GROUP-LINE
           END-IF.
       2200-PROJECT-STEP.
           PERFORM 8050-CLEAR-FORECAST.
           MOVE bus-date TO dfc-date.
           MOVE "STEP" TO dfc-kind.
           MOVE step-num(mem-idx) TO dfc-step.
           MOVE step-group(mem-idx) TO dfc-group.
           MOVE step-prog(mem-idx) TO dfc-prog.
           MOVE made-clock TO dfc-made.
           MOVE "N" TO dfc-breach.
           IF logged-end(step-num(mem-idx) + 1) NOT = SPACES
              ADD 1 TO steps-done
              MOVE 0 TO dfc-recs
              MOVE "DONE" TO dfc-basis
              MOVE 0 TO dfc-secs
              MOVE logged-end(step-num(mem-idx) + 1) TO dfc-finish
           ELSE
              ADD 1 TO steps-projected
              ADD 1 TO grp-projected
              MOVE step-prog(mem-idx) TO audit-prog-up
              PERFORM 8500-FIND-PROGRAM
              PERFORM 2210-ESTIMATE-STEP
              MOVE step-recs(mem-idx) TO dfc-recs
              MOVE step-basis(mem-idx) TO dfc-basis
              MOVE step-secs(mem-idx) TO dfc-secs
              IF step-secs(mem-idx) > grp-secs
                 MOVE step-secs(mem-idx) TO grp-secs
              END-IF
              COMPUTE off-secs = cum-secs + step-secs(mem-idx)
              PERFORM 8100-OFFSET-TO-CLOCK
              MOVE clock-text TO dfc-finish
              MOVE step-prog(mem-idx) TO win-key
              PERFORM 8300-FIND-WINDOW
              IF win-found = "Y"
                 MOVE win-value TO dfc-window
                 IF step-secs(mem-idx) > win-value
                    MOVE "Y" TO dfc-breach
                    ADD 1 TO step-breaches
                    PERFORM 2220-ALERT-STEP
                 END-IF
              END-IF
           END-IF.
           PERFORM 8000-WRITE-FORECAST.
       2210-ESTIMATE-STEP.
           MOVE 0 TO step-recs(mem-idx).
           MOVE 0 TO step-secs(mem-idx).
           MOVE "NONE" TO step-basis(mem-idx).
           IF prg-found > 0
              PERFORM 2230-FIND-TONIGHT-RECS
              IF recs-found = "Y" AND prg-rate-recs(prg-found) > 0
                 COMPUTE step-secs(mem-idx) ROUNDED =
                    prg-rate-el(prg-found) * step-recs(mem-idx)
                    / prg-rate-recs(prg-found)
                 MOVE "RATE" TO step-basis(mem-idx)
              ELSE
                 IF prg-timed(prg-found) > 0
                    COMPUTE step-secs(mem-idx) ROUNDED =
                       prg-sum-el(prg-found) / prg-timed(prg-found)
                    MOVE "AVERAGE" TO step-basis(mem-idx)
                 END-IF
              END-IF
           END-IF.
       2220-ALERT-STEP.
           MOVE "WARNING" TO alt-severity.
           MOVE SPACES TO alt-message.
           STRING "FORECAST STEP " step-num(mem-idx) " "
              DELIMITED BY SIZE
              step-prog(mem-idx) DELIMITED BY SPACE
              " PROJECTED " step-secs(mem-idx)
              " SECS OVER ITS " win-value " SLA"
              DELIMITED BY SIZE INTO alt-message.
           CALL "Alert" USING alt-prog, alt-severity, alt-message.
      * The staged feed the command names, else the one the
      * program's last audited run read.
       2230-FIND-TONIGHT-RECS.
           MOVE "N" TO recs-found.
           MOVE FUNCTION UPPER-CASE(step-cmd(mem-idx)) TO cmd-upper.
           PERFORM VARYING ctl-idx FROM 1 BY 1
              UNTIL ctl-idx > ctl-count OR recs-found = "Y"
              MOVE 0 TO staged-trail
              INSPECT FUNCTION REVERSE(ctl-t-staged(ctl-idx))
                 TALLYING staged-trail FOR LEADING SPACE
              COMPUTE staged-len = 40 - staged-trail
              MOVE 0 TO name-hits
              INSPECT cmd-upper TALLYING name-hits
                 FOR ALL ctl-t-staged(ctl-idx)(1:staged-len)
              IF name-hits > 0
                 MOVE "Y" TO recs-found
                 MOVE ctl-t-good(ctl-idx) TO step-recs(mem-idx)
              END-IF
           END-PERFORM.
           PERFORM VARYING ctl-idx FROM 1 BY 1
              UNTIL ctl-idx > ctl-count OR recs-found = "Y"
              IF prg-last-infile(prg-found) NOT = SPACES
                 AND (prg-last-infile(prg-found) =
                    ctl-t-staged(ctl-idx)(1:20)
                 OR prg-last-infile(prg-found) =
                    ctl-t-file(ctl-idx)(1:20))
                 MOVE "Y" TO recs-found
                 MOVE ctl-t-good(ctl-idx) TO step-recs(mem-idx)
              END-IF
           END-PERFORM.
       2300-WRITE-GROUP-LINE.
           PERFORM 8050-CLEAR-FORECAST.
           MOVE bus-date TO dfc-date.
           MOVE "GROUP" TO dfc-kind.
           MOVE step-group(grp-first) TO dfc-group.
           MOVE 0 TO dfc-recs.
           MOVE grp-secs TO dfc-secs.
           MOVE made-clock TO dfc-made.
           MOVE cum-secs TO off-secs.
           PERFORM 8100-OFFSET-TO-CLOCK.
           MOVE clock-text TO dfc-finish.
           MOVE "N" TO dfc-breach.
           MOVE SPACES TO win-key.
           STRING "GROUP-" step-group(grp-first)
              DELIMITED BY SIZE INTO win-key.
           PERFORM 8300-FIND-WINDOW.
           IF win-found = "Y"
              PERFORM 8200-CHECK-DEADLINE
              IF deadline-hit = "Y"
                 MOVE "Y" TO dfc-breach
                 ADD 1 TO deadline-breaches
                 MOVE "SEVERE" TO alt-severity
                 MOVE SPACES TO alt-message
                 STRING "GROUP " step-group(grp-first)
                    " FINISHES " dfc-finish " PAST ITS " dfc-window
                    " DEADLINE - START EARLY/DEFER STEPS"
                    DELIMITED BY SIZE INTO alt-message
                 CALL "Alert" USING alt-prog, alt-severity,
                    alt-message
              END-IF
           END-IF.
           PERFORM 8000-WRITE-FORECAST.
       2400-PROJECT-BATCH-END.
           PERFORM 8050-CLEAR-FORECAST.
           MOVE bus-date TO dfc-date.
           MOVE "BATCH" TO dfc-kind.
           MOVE 0 TO dfc-recs.
           MOVE cum-secs TO dfc-secs.
           MOVE made-clock TO dfc-made.
           MOVE cum-secs TO off-secs.
           PERFORM 8100-OFFSET-TO-CLOCK.
           MOVE clock-text TO dfc-finish.
           MOVE "N" TO dfc-breach.
           MOVE "BATCH-END" TO win-key.
           PERFORM 8300-FIND-WINDOW.
           IF win-found = "Y"
              PERFORM 8200-CHECK-DEADLINE
              IF deadline-hit = "Y"
                 MOVE "Y" TO dfc-breach
                 ADD 1 TO deadline-breaches
                 MOVE "SEVERE" TO alt-severity
                 MOVE SPACES TO alt-message
                 STRING "BATCH FINISHES " dfc-finish
                    " PAST ITS " dfc-window
                    " DEADLINE - START EARLY/DEFER STEPS"
                    DELIMITED BY SIZE INTO alt-message
                 CALL "Alert" USING alt-prog, alt-severity,
                    alt-message
              END-IF
           END-IF.
           PERFORM 8000-WRITE-FORECAST.
           DISPLAY "BATCH PROJECTED TO FINISH AT " dfc-finish
              " FORECAST MADE AT " made-clock.
      * Steps that stop nothing when they are not run are the ones
      * an operator can hold back to bring the batch in.
       2500-LIST-DEFERRABLE.
           PERFORM VARYING mem-idx FROM 1 BY 1
              UNTIL mem-idx > step-count
              IF step-due(mem-idx) = "Y"
                 AND step-policy(mem-idx) = "SKIP"
                 AND logged-end(step-num(mem-idx) + 1) = SPACES
                 MOVE step-secs(mem-idx) TO disp-secs
                 DISPLAY "DEFERRABLE STEP " step-num(mem-idx)
                    " PROJECTED " disp-secs " SECS: "
                    step-cmd(mem-idx)(1:40)
              END-IF
           END-PERFORM.
      * Forecast against actual: each step's projected seconds
      * against its program's elapsed in tonight's RUNAUDIT.LOG
      * entry, and each step, group and the batch's projected
      * finish against the time BATCHLOG.TXT logged the step's RC.
       5000-COMPARE-FORECAST.
           PERFORM 5100-LOAD-FORECAST.
           IF fc-count = 0
              DISPLAY "NO DURATION FORECAST ON FILE FOR " bus-date
              MOVE 4 TO dfc-rc
           ELSE
              PERFORM 5200-PRINT-COMPARISON
           END-IF.
       5100-LOAD-FORECAST.
           MOVE 0 TO dfc-eof.
           OPEN INPUT fcstfile.
           PERFORM UNTIL dfc-eof > 0
              READ fcstfile
                 AT END
                    MOVE 1 TO dfc-eof
                 NOT AT END
                    MOVE fcstline TO dfc-rec-fields
                    IF dfc-date = bus-date AND fc-count < 60
                       ADD 1 TO fc-count
                       MOVE fcstline TO fc-line(fc-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE fcstfile.
       5200-PRINT-COMPARISON.
           MOVE fc-line(1) TO dfc-rec-fields.
           MOVE dfc-made TO made-clock.
           MOVE made-clock TO clock-text.
           COMPUTE made-secs = clock-hh * 3600 + clock-mm * 60
              + clock-ss.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           STRING "FORECAST MADE AT " made-clock
              " FOR BUSINESS DATE " bus-date
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8900-WRITE-LINE.
           PERFORM 8900-WRITE-LINE.
           MOVE "KIND  STEP GRP PROGRAM      BASIS   FCST-SECS"
              TO rw-line.
           MOVE "ACT-SECS    VAR  FCST-FIN ACT-FIN    VAR"
              TO rw-line(50:40).
           PERFORM 8900-WRITE-LINE.
           PERFORM VARYING fc-idx FROM 1 BY 1 UNTIL fc-idx > fc-count
              MOVE fc-line(fc-idx) TO dfc-rec-fields
              IF dfc-basis NOT = "DONE"
                 PERFORM 5300-COMPARE-ONE-LINE
              END-IF
           END-PERFORM.
           PERFORM 8900-WRITE-LINE.
           MOVE 0 TO mean-var.
           IF cmp-steps > 0
              COMPUTE mean-var ROUNDED = sum-abs-var / cmp-steps
           END-IF.
           MOVE mean-var TO disp-secs.
           STRING "STEPS TIMED=" cmp-steps
              " MEAN ABSOLUTE ELAPSED VARIANCE SECS=" disp-secs
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8900-WRITE-LINE.
           MOVE 0 TO mean-var.
           IF cmp-finishes > 0
              COMPUTE mean-var ROUNDED = sum-abs-fin / cmp-finishes
           END-IF.
           MOVE mean-var TO disp-secs.
           STRING "STEPS FINISHED=" cmp-finishes
              " MEAN ABSOLUTE FINISH VARIANCE SECS=" disp-secs
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8900-WRITE-LINE.
           MOVE 0 TO mean-var.
           IF cmp-groups > 0
              COMPUTE mean-var ROUNDED = sum-abs-grp / cmp-groups
           END-IF.
           MOVE mean-var TO disp-secs.
           STRING "GROUPS FINISHED=" cmp-groups
              " MEAN ABSOLUTE FINISH VARIANCE SECS=" disp-secs
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8900-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           DISPLAY "DURFCST COMPARED STEPS TIMED=" cmp-steps
              " STEPS FINISHED=" cmp-finishes
              " GROUPS FINISHED=" cmp-groups.
           COMPUTE jst-recs = cmp-finishes + cmp-groups.
       5300-COMPARE-ONE-LINE.
           MOVE "   N/A" TO act-secs-text.
           MOVE "  N/A " TO act-fin-text.
           MOVE SPACES TO var-text.
           MOVE SPACES TO fin-var-text.
           MOVE dfc-finish TO clock-text.
           PERFORM 8400-CLOCK-TO-OFFSET.
           MOVE off-secs TO fcst-off.
           EVALUATE dfc-kind
              WHEN "STEP"
                 PERFORM 5400-ACTUAL-STEP
              WHEN OTHER
                 PERFORM 5500-ACTUAL-GROUP
           END-EVALUATE.
           MOVE dfc-secs TO disp-secs.
           MOVE SPACES TO rw-line.
           MOVE dfc-kind TO rw-line(1:5).
           MOVE dfc-step TO rw-line(8:2).
           MOVE dfc-group TO rw-line(12:2).
           MOVE dfc-prog(1:12) TO rw-line(15:12).
           MOVE dfc-basis TO rw-line(28:7).
           MOVE disp-secs TO rw-line(40:6).
           MOVE act-secs-text TO rw-line(50:6).
           MOVE var-text TO rw-line(57:6).
           MOVE dfc-finish TO rw-line(66:6).
           MOVE act-fin-text TO rw-line(75:6).
           MOVE fin-var-text TO rw-line(82:6).
           IF dfc-breach = "Y"
              MOVE "FORECAST BREACH" TO rw-line(90:15)
           END-IF.
           PERFORM 8900-WRITE-LINE.
       5400-ACTUAL-STEP.
           MOVE dfc-prog TO audit-prog-up.
           PERFORM 8500-FIND-PROGRAM.
           IF prg-found > 0
              IF prg-today(prg-found) = "Y"
                 MOVE prg-today-el(prg-found) TO disp-secs
                 MOVE disp-secs TO act-secs-text
                 COMPUTE var-secs = prg-today-el(prg-found) - dfc-secs
                 MOVE var-secs TO var-disp
                 MOVE var-disp TO var-text
                 ADD FUNCTION ABS(var-secs) TO sum-abs-var
                 ADD 1 TO cmp-steps
              END-IF
           END-IF.
           IF dfc-step NUMERIC
              IF logged-end(FUNCTION NUMVAL(dfc-step) + 1) NOT = SPACES
                 MOVE logged-end(FUNCTION NUMVAL(dfc-step) + 1)
                    TO act-fin-text clock-text
                 PERFORM 8400-CLOCK-TO-OFFSET
                 COMPUTE var-secs = off-secs - fcst-off
                 MOVE var-secs TO var-disp
                 MOVE var-disp TO fin-var-text
                 ADD FUNCTION ABS(var-secs) TO sum-abs-fin
                 ADD 1 TO cmp-finishes
              END-IF
           END-IF.
      * A group finishes when its last projected member logs its
      * RC; the batch when the last projected step does.
       5500-ACTUAL-GROUP.
           MOVE dfc-group TO cmp-group.
           MOVE 0 TO act-max.
           MOVE "N" TO act-seen.
           PERFORM VARYING fc-mem FROM 1 BY 1 UNTIL fc-mem > fc-count
              MOVE fc-line(fc-mem) TO dfc-rec-fields
              IF dfc-kind = "STEP" AND dfc-basis NOT = "DONE"
                 AND dfc-step NUMERIC
                 AND (cmp-group = dfc-group OR cmp-group = SPACES)
                 IF logged-end(FUNCTION NUMVAL(dfc-step) + 1)
                    NOT = SPACES
                    MOVE logged-end(FUNCTION NUMVAL(dfc-step) + 1)
                       TO clock-text
                    PERFORM 8400-CLOCK-TO-OFFSET
                    MOVE "Y" TO act-seen
                    IF off-secs > act-max
                       MOVE off-secs TO act-max
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE fc-line(fc-idx) TO dfc-rec-fields.
           IF act-seen = "Y"
              MOVE act-max TO off-secs
              PERFORM 8120-CLOCK-FROM-MADE
              MOVE clock-text TO act-fin-text
              COMPUTE var-secs = act-max - fcst-off
              MOVE var-secs TO var-disp
              MOVE var-disp TO fin-var-text
              IF dfc-kind = "GROUP"
                 ADD FUNCTION ABS(var-secs) TO sum-abs-grp
                 ADD 1 TO cmp-groups
              END-IF
           END-IF.
       8000-WRITE-FORECAST.
           MOVE dfc-rec-fields TO fcstline.
           WRITE fcstline.
       8050-CLEAR-FORECAST.
           MOVE SPACES TO dfc-date, dfc-kind, dfc-step, dfc-group,
              dfc-prog, dfc-basis, dfc-made, dfc-finish, dfc-window,
              dfc-breach.
           MOVE 0 TO dfc-recs.
           MOVE 0 TO dfc-secs.
      * Seconds after the forecast was made, as a clock time.
       8100-OFFSET-TO-CLOCK.
           COMPUTE clock-secs =
              FUNCTION MOD(now-secs + off-secs, 86400).
           PERFORM 8110-SPLIT-CLOCK.
       8120-CLOCK-FROM-MADE.
           COMPUTE clock-secs =
              FUNCTION MOD(made-secs + off-secs, 86400).
           PERFORM 8110-SPLIT-CLOCK.
       8110-SPLIT-CLOCK.
           COMPUTE clock-hh = clock-secs / 3600.
           COMPUTE clock-mm = FUNCTION MOD(clock-secs, 3600) / 60.
           COMPUTE clock-ss = FUNCTION MOD(clock-secs, 60).
       8200-CHECK-DEADLINE.
           MOVE win-value TO dfc-window.
           MOVE "N" TO deadline-hit.
           MOVE win-value TO clock-fields.
           COMPUTE dl-secs = clock-hh * 3600 + clock-mm * 60
              + clock-ss.
           COMPUTE dl-off = dl-secs - now-secs.
           IF dl-off < -43200
              ADD 86400 TO dl-off
           END-IF.
           IF dl-off < 0 OR cum-secs > dl-off
              MOVE "Y" TO deadline-hit
           END-IF.
       8300-FIND-WINDOW.
           MOVE "N" TO win-found.
           PERFORM VARYING win-idx FROM 1 BY 1
              UNTIL win-idx > win-count OR win-found = "Y"
              IF win-name(win-idx) = win-key
                 MOVE "Y" TO win-found
                 MOVE win-max(win-idx) TO win-value
              END-IF
           END-PERFORM.
      * A clock time as seconds after the forecast was made; the
      * batch is taken to finish within the day after it.
       8400-CLOCK-TO-OFFSET.
           MOVE 0 TO off-secs.
           IF clock-text NUMERIC
              COMPUTE off-secs = FUNCTION MOD(clock-hh * 3600
                 + clock-mm * 60 + clock-ss - made-secs + 86400,
                 86400)
           END-IF.
       8500-FIND-PROGRAM.
           MOVE 0 TO prg-found.
           PERFORM VARYING prg-idx FROM 1 BY 1
              UNTIL prg-idx > prg-count OR prg-found > 0
              IF prg-name(prg-idx) = audit-prog-up
                 MOVE prg-idx TO prg-found
              END-IF
           END-PERFORM.
       8900-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM DurFcst.
