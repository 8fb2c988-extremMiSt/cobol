      * per-step RC policy and BATCHLOG.TXT entries are unchanged,
      * and a stop points the restart file at the first step of
      * the stopped group.
      * A FREQ=<code> token after the maximum RC gives the step's
      * run frequency (StepDue lists the codes); a step without one
      * runs every night as before. A step not due on the business
      * date is not run and is logged NOT DUE in its place.
       01 run-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 step-eof PIC 9 VALUE 0.
             10 step-policy PIC X(4).
             10 step-maxrc PIC 9(2).
             10 step-cmd PIC X(60).
             10 step-freq PIC X(10).
             10 step-due PIC X.
             10 step-rcs PIC 9(4).
             10 step-done PIC X.
       01 step-num-in PIC X(2).
       01 step-policy-in PIC X(4).
       01 step-maxrc-in PIC X(2).
       01 step-cmd-in PIC X(60).
       01 step-freq-in PIC X(16).
       01 parse-ptr PIC 9(3).
       01 freq-ptr PIC 9(3).
       01 start-in PIC X(2).
       01 start-pos PIC 9(3).
       01 start-step PIC 9(2) VALUE 1.
       01 exist-rc PIC 9(4) COMP-5.
       01 worst-rc PIC 9(4) VALUE 0.
       01 batch-stopped PIC X VALUE "N".
       01 sdu-freq PIC X(10).
       01 sdu-step PIC 9(2).
       01 sdu-due PIC X(1).
       01 jst-prog PIC X(20) VALUE "BATCHRUN".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           PERFORM 1000-LOAD-STEP-TABLE.
           PERFORM 1500-FIND-START-STEP.
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
           IF step-num-in NOT NUMERIC OR step-maxrc-in NOT NUMERIC
              OR step-group-in(1:2) NOT NUMERIC
              OR step-cmd-in = SPACES
              OR sdu-due = "X"
              OR (step-policy-in NOT = "STOP"
                 AND step-policy-in NOT = "SKIP")
              DISPLAY "BAD STEP LINE IGNORED: " stepline
              MOVE step-policy-in TO step-policy(step-count)
              MOVE step-maxrc-in TO step-maxrc(step-count)
              MOVE step-cmd-in TO step-cmd(step-count)
              MOVE sdu-freq TO step-freq(step-count)
              MOVE sdu-due TO step-due(step-count)
              MOVE 0 TO step-rcs(step-count)
              MOVE "N" TO step-done(step-count)
           END-IF.
           IF start-step = 0 OR start-step > step-count
              MOVE 1 TO start-step
           END-IF.
           IF start-step > 1
              PERFORM 3600-LOG-BATCH-RESTART
           END-IF.
      * The group runs from step-idx through every following step
      * carrying the same group number. A group of one runs in
      * place, exactly as the serial batch always did; a bigger
           END-IF.
       2100-RUN-STEP-IN-PLACE.
           MOVE step-idx TO mem-idx.
           IF step-due(step-idx) = "N"
              PERFORM 2400-JUDGE-GROUP-MEMBER
           ELSE
              PERFORM 2150-RUN-DUE-STEP
           END-IF.
       2150-RUN-DUE-STEP.
           MOVE SPACES TO sys-cmd.
           MOVE step-cmd(step-idx) TO sys-cmd.
           DISPLAY "STEP " step-num(step-idx) " RUNNING "
           MOVE "Y" TO step-done(step-idx).
           PERFORM 2400-JUDGE-GROUP-MEMBER.
       2200-LAUNCH-GROUP-MEMBER.
           IF step-due(mem-idx) NOT = "N"
              PERFORM 2250-LAUNCH-DUE-MEMBER
           END-IF.
       2250-LAUNCH-DUE-MEMBER.
           PERFORM 8000-FORM-RC-FILE-NAME.
           CALL "CBL_DELETE_FILE" USING steprc-name
              RETURNING del-rc.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING sys-cmd.
           MOVE 0 TO RETURN-CODE.
      * Members not due were never launched and are not waited for.
       2300-JOIN-GROUP.
           MOVE grp-size TO grp-pending.
           PERFORM UNTIL grp-pending = 0
              MOVE 0 TO grp-pending
              PERFORM VARYING mem-idx FROM grp-first BY 1
                 UNTIL mem-idx > grp-last
                 IF step-due(mem-idx) NOT = "N"
                    PERFORM 8000-FORM-RC-FILE-NAME
                    CALL "CBL_CHECK_FILE_EXIST" USING steprc-name,
                       file-details
                       RETURNING exist-rc
                    IF exist-rc NOT = 0
                       ADD 1 TO grp-pending
                    END-IF
                 END-IF
              END-PERFORM
              IF grp-pending > 0
           END-PERFORM.
           PERFORM VARYING mem-idx FROM grp-first BY 1
              UNTIL mem-idx > grp-last
              IF step-due(mem-idx) NOT = "N"
                 PERFORM 8000-FORM-RC-FILE-NAME
                 PERFORM 8100-READ-RC-FILE
                 MOVE step-rc TO step-rcs(mem-idx)
                 MOVE "Y" TO step-done(mem-idx)
                 CALL "CBL_DELETE_FILE" USING steprc-name
                    RETURNING del-rc
              END-IF
           END-PERFORM.
      * Judgment and logging per member are the same as the serial
      * batch: log the RC, track the worst, skip or stop per the
      * step's own policy. A stop points the restart at the first
      * step of the group so the whole group reruns together. A step
      * not due is only logged, and can neither stop nor skip.
       2400-JUDGE-GROUP-MEMBER.
           IF step-due(mem-idx) = "N"
              PERFORM 3100-LOG-STEP-NOT-DUE
           ELSE
              PERFORM 2450-JUDGE-STEP-RC
           END-IF.
       2450-JUDGE-STEP-RC.
           MOVE step-rcs(mem-idx) TO step-rc.
           PERFORM 3000-LOG-STEP-RESULT.
           IF step-rc > step-maxrc(mem-idx)
              DELIMITED BY SIZE INTO joblogline.
           WRITE joblogline.
           CLOSE joblogfile.
      * The NOT DUE entry sits where a run's RC would, so BatchMon
      * and DayClose read it off the same step line.
       3100-LOG-STEP-NOT-DUE.
           DISPLAY "STEP " step-num(mem-idx) " NOT DUE - FREQ="
              step-freq(mem-idx).
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.
           OPEN EXTEND joblogfile.
           MOVE SPACES TO joblogline.
           STRING bus-date "-" run-timestamp(9:6)
              " STEP=" step-num(mem-idx)
              " CMD=" step-cmd(mem-idx)
              " NOT DUE"
              " FREQ=" step-freq(mem-idx)
              DELIMITED BY SIZE INTO joblogline.
           WRITE joblogline.
           CLOSE joblogfile.
       3500-LOG-BATCH-END.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.
           OPEN EXTEND joblogfile.
           END-IF.
           WRITE joblogline.
           CLOSE joblogfile.
      * A batch picking up part way is logged as a restart, so the
      * runs it makes can be told from the night's first pass.
       3600-LOG-BATCH-RESTART.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.
           OPEN EXTEND joblogfile.
           MOVE SPACES TO joblogline.
           STRING bus-date "-" run-timestamp(9:6)
              " BATCH RESTARTED AT STEP " step-num(start-step)
              DELIMITED BY SIZE INTO joblogline.
           WRITE joblogline.
           CLOSE joblogfile.
       4000-WRITE-RESTART-STEP.
           MOVE 0 TO rst-step.
           PERFORM 4100-REWRITE-RESTART-FILE.
