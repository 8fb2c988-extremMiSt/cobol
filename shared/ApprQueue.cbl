       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprQueue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL apprfile
           ASSIGN TO "APPROVALS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL apprnewfile
           ASSIGN TO "APPROVALS.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL apprlogfile
           ASSIGN TO "APPROVALS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD apprfile.
       01 apprline PIC X(254).
       FD apprnewfile.
       01 apprnewline PIC X(254).
       FD apprlogfile.
       01 apprlogline PIC X(300).
       WORKING-STORAGE SECTION.
       COPY APPRREC.
      * Keeper of the maker-checker queue. Actions:
      *   S  submit - ACTION, TARGET, DETAIL and MAKER filled in;
      *      a caller that stages a copy of its data passes STAGED
      *      non-blank and gets back the name to write it under.
      *      The next id is assigned and the request goes PENDING.
      *   G  get the request whose ID is passed.
      *   F  find the open (PENDING or APPROVED) request for the
      *      ACTION and TARGET passed.
      *   A  approve / R reject the PENDING request whose ID is
      *      passed, by the CHECKER passed - never its own maker.
      *   P  the APPROVED request was applied / X could not be.
      * Every change of state is appended to APPROVALS.LOG with
      * the whole request line, so both operator ids and all the
      * timestamps are kept whatever later happens to the queue.
      * The OK flag comes back Y when done, N when there is no such
      * request in the right state, D when an open request for the
      * same action and target already exists, M when the checker
      * is the maker, L when the queue is locked.
       01 aq-timestamp PIC X(26).
       01 aq-stamp PIC X(15).
       01 bus-date PIC X(8).
       01 aq-eof PIC 9 VALUE 0.
       01 next-appr-id PIC 9(6).
       01 want-id PIC 9(6).
       01 want-action PIC X(10).
       01 want-target PIC X(40).
       01 want-checker PIC X(8).
       01 hit-flag PIC X(1).
       01 log-event PIC X(8).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "APPROVALS".
       01 lock-held PIC X(1).
       01 new-appr-name PIC X(20) VALUE "APPROVALS.NEW".
       01 cur-appr-name PIC X(20) VALUE "APPROVALS.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 aq-action PIC X(1).
       01 aq-record PIC X(254).
       01 aq-ok PIC X(1).
       PROCEDURE DIVISION USING aq-action, aq-record, aq-ok.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE "N" TO aq-ok.
           MOVE aq-record TO appr-rec-fields.
           MOVE appr-id TO want-id.
           MOVE appr-action TO want-action.
           MOVE appr-target TO want-target.
           MOVE appr-checker TO want-checker.
           MOVE FUNCTION CURRENT-DATE TO aq-timestamp.
      * Stamps carry the batch's business date, as the security log
      * does, so the night shift's requests stay on the batch's day.
           CALL "BusDate" USING bus-date.
           MOVE SPACES TO aq-stamp.
           STRING bus-date "-" aq-timestamp(9:6)
              DELIMITED BY SIZE INTO aq-stamp.
           IF aq-action NOT = "G"
              MOVE "A" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
              IF lock-held = "N"
                 DISPLAY "APPROVAL QUEUE LOCKED - REQUEST NOT "
                    "RECORDED"
                 MOVE "L" TO aq-ok
                 GOBACK
              END-IF
           END-IF.
           EVALUATE aq-action
              WHEN "S"
                 PERFORM 1000-SUBMIT-REQUEST
              WHEN "G"
                 PERFORM 2000-GET-REQUEST
              WHEN "F"
                 PERFORM 3000-FIND-OPEN-REQUEST
              WHEN OTHER
                 PERFORM 4000-CHANGE-STATE
           END-EVALUATE.
           IF aq-action NOT = "G"
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
           END-IF.
           GOBACK.
      * One open request per action and target: a second release of
      * the same file, or a second save of the same line file, is
      * refused while the first is still waiting.
       1000-SUBMIT-REQUEST.
           MOVE 0 TO next-appr-id.
           MOVE "N" TO hit-flag.
           OPEN INPUT apprfile.
           PERFORM UNTIL aq-eof > 0
              READ apprfile
                 AT END
                    MOVE 1 TO aq-eof
                 NOT AT END
                    MOVE apprline TO appr-rec-fields
                    IF appr-id NUMERIC AND appr-id > next-appr-id
                       MOVE appr-id TO next-appr-id
                    END-IF
                    IF appr-action = want-action
                       AND appr-target = want-target
                       AND (appr-status = "PENDING"
                          OR appr-status = "APPROVED")
                       MOVE "Y" TO hit-flag
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE apprfile.
           MOVE 0 TO aq-eof.
           IF hit-flag = "Y"
              MOVE appr-rec-fields TO aq-record
              MOVE "D" TO aq-ok
           ELSE
              MOVE aq-record TO appr-rec-fields
              ADD 1 TO next-appr-id
              MOVE next-appr-id TO appr-id
              IF appr-staged NOT = SPACES
                 MOVE SPACES TO appr-staged
                 STRING "APPR" appr-id ".STG"
                    DELIMITED BY SIZE INTO appr-staged
              END-IF
              MOVE aq-stamp TO appr-made-ts
              MOVE "PENDING" TO appr-status
              MOVE SPACES TO appr-checker
              MOVE SPACES TO appr-checked-ts
              MOVE SPACES TO appr-applied-ts
              OPEN EXTEND apprfile
              MOVE appr-rec-fields TO apprline
              WRITE apprline
              CLOSE apprfile
              MOVE appr-rec-fields TO aq-record
              MOVE "REQUEST" TO log-event
              PERFORM 5000-WRITE-LOG
              MOVE "Y" TO aq-ok
           END-IF.
       2000-GET-REQUEST.
           OPEN INPUT apprfile.
           PERFORM UNTIL aq-eof > 0
              READ apprfile
                 AT END
                    MOVE 1 TO aq-eof
                 NOT AT END
                    MOVE apprline TO appr-rec-fields
                    IF appr-id NUMERIC AND appr-id = want-id
                       MOVE appr-rec-fields TO aq-record
                       MOVE "Y" TO aq-ok
                       MOVE 1 TO aq-eof
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE apprfile.
           MOVE 0 TO aq-eof.
       3000-FIND-OPEN-REQUEST.
           OPEN INPUT apprfile.
           PERFORM UNTIL aq-eof > 0
              READ apprfile
                 AT END
                    MOVE 1 TO aq-eof
                 NOT AT END
                    MOVE apprline TO appr-rec-fields
                    IF appr-action = want-action
                       AND appr-target = want-target
                       AND (appr-status = "PENDING"
                          OR appr-status = "APPROVED")
                       MOVE appr-rec-fields TO aq-record
                       MOVE "Y" TO aq-ok
                       MOVE 1 TO aq-eof
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE apprfile.
           MOVE 0 TO aq-eof.
      * The queue is rewritten through a .NEW swap with the one
      * request's line changed, under the lock submissions take.
       4000-CHANGE-STATE.
           OPEN INPUT apprfile.
           OPEN OUTPUT apprnewfile.
           PERFORM UNTIL aq-eof > 0
              READ apprfile
                 AT END
                    MOVE 1 TO aq-eof
                 NOT AT END
                    MOVE apprline TO appr-rec-fields
                    IF appr-id NUMERIC AND appr-id = want-id
                       PERFORM 4100-APPLY-STATE-CHANGE
                       MOVE appr-rec-fields TO apprline
                    END-IF
                    MOVE apprline TO apprnewline
                    WRITE apprnewline
              END-READ
           END-PERFORM.
           CLOSE apprfile.
           CLOSE apprnewfile.
           MOVE 0 TO aq-eof.
           IF aq-ok NOT = "Y"
              CALL "CBL_DELETE_FILE" USING new-appr-name
                 RETURNING ren-rc
           ELSE
              CALL "CBL_RENAME_FILE" USING new-appr-name,
                 cur-appr-name
                 RETURNING ren-rc
              IF ren-rc NOT = 0
                 DISPLAY "APPROVAL QUEUE SWAP FAILED RC=" ren-rc
                    " - QUEUE UNCHANGED, NEW COPY LEFT AS "
                    new-appr-name
                 MOVE "L" TO aq-ok
              ELSE
                 PERFORM 5000-WRITE-LOG
              END-IF
           END-IF.
       4100-APPLY-STATE-CHANGE.
           EVALUATE TRUE
              WHEN (aq-action = "A" OR aq-action = "R")
                 AND appr-status NOT = "PENDING"
                 CONTINUE
              WHEN (aq-action = "A" OR aq-action = "R")
                 AND want-checker = appr-maker
                 MOVE "M" TO aq-ok
              WHEN aq-action = "A" OR aq-action = "R"
                 IF aq-action = "A"
                    MOVE "APPROVED" TO appr-status
                 ELSE
                    MOVE "REJECTED" TO appr-status
                 END-IF
                 MOVE want-checker TO appr-checker
                 MOVE aq-stamp TO appr-checked-ts
                 MOVE appr-status TO log-event
                 MOVE "Y" TO aq-ok
              WHEN (aq-action = "P" OR aq-action = "X")
                 AND appr-status = "APPROVED"
                 IF aq-action = "P"
                    MOVE "APPLIED" TO appr-status
                 ELSE
                    MOVE "FAILED" TO appr-status
                 END-IF
                 MOVE aq-stamp TO appr-applied-ts
                 MOVE appr-status TO log-event
                 MOVE "Y" TO aq-ok
           END-EVALUATE.
           IF aq-ok = "Y"
              MOVE appr-rec-fields TO aq-record
           END-IF.
       5000-WRITE-LOG.
           OPEN EXTEND apprlogfile.
           MOVE SPACES TO apprlogline.
           STRING aq-stamp " EVENT=" log-event " "
              aq-record
              DELIMITED BY SIZE INTO apprlogline.
           WRITE apprlogline.
           CLOSE apprlogfile.
       END PROGRAM ApprQueue.
