      * marks the step a stopped batch restarts from, and the last
      * JOBSTATUS.LOG completion is shown for good measure. R
      * refreshes the picture on demand; no more tailing the log.
      * A step whose run frequency does not fall due on the business
      * date shows NOT DUE, from StepDue before the batch reaches it
      * and from BatchRun's log entry after.
       01 batchlog-fields.
          05 blf-date PIC X(8).
          05 FILLER PIC X(7).
             10 step-policy PIC X(4).
             10 step-maxrc PIC 9(2).
             10 step-cmd PIC X(60).
             10 step-freq PIC X(10).
             10 step-due PIC X.
             10 step-state PIC X(24).
             10 step-rc PIC 9(4).
             10 step-logged PIC X.
       01 step-policy-in PIC X(4).
       01 step-maxrc-in PIC X(2).
       01 step-cmd-in PIC X(60).
       01 step-freq-in PIC X(16).
       01 parse-ptr PIC 9(3).
       01 freq-ptr PIC 9(3).
       01 sdu-freq PIC X(10).
       01 sdu-step PIC 9(2).
       01 sdu-due PIC X(1).
       01 step-idx PIC 9(2).
       01 batch-state PIC X(30) VALUE "NOT STARTED TODAY".
       01 restart-step PIC 9(2) VALUE 0.
          05 mon-line OCCURS 20 TIMES PIC X(74).
       01 choice-in PIC X(1) VALUE SPACE.
       01 monitor-done PIC X VALUE "N".
       01 run-env PIC X(5).
       SCREEN SECTION.
       01 monitor-screen.
          05 BLANK SCREEN.
          05 LINE 24 COLUMN 21 PIC X(1) TO choice-in.
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           PERFORM 1000-LOAD-STEP-TABLE.
           IF step-count = 0
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
           END-IF.
       2000-GATHER-STEP-STATES.
           PERFORM VARYING step-idx FROM 1 BY 1
                    UNTIL step-idx > step-count
                    IF step-num(step-idx) = blf-step
                       MOVE "Y" TO step-logged(step-idx)
                       IF joblogline(89:8) = " NOT DUE"
                          MOVE "D" TO step-logged(step-idx)
                       END-IF
                       IF blf-rc NUMERIC
                          MOVE blf-rc TO step-rc(step-idx)
                       END-IF
           PERFORM VARYING step-idx FROM 1 BY 1
              UNTIL step-idx > step-count
              EVALUATE TRUE
                 WHEN step-logged(step-idx) = "D"
                    MOVE "NOT DUE" TO step-state(step-idx)
                 WHEN step-logged(step-idx) = "Y"
                    AND step-rc(step-idx) > step-maxrc(step-idx)
                    AND step-policy(step-idx) = "STOP"
                    MOVE "SKIPPED" TO step-state(step-idx)
                 WHEN step-logged(step-idx) = "Y"
                    MOVE "DONE" TO step-state(step-idx)
                 WHEN step-due(step-idx) = "N"
                    MOVE "NOT DUE" TO step-state(step-idx)
                 WHEN batch-state = "IN PROGRESS"
                    AND running-marked = "N"
                    MOVE "RUNNING" TO step-state(step-idx)
