       IDENTIFICATION DIVISION.
       PROGRAM-ID. Approve.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL apprfile
           ASSIGN TO "APPROVALS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD apprfile.
       01 apprline PIC X(254).
       WORKING-STORAGE SECTION.
       COPY APPRREC.
      * Pending-approvals screen, the checker's half of the
      * maker-checker rule: every open request on the approval
      * queue - quarantine releases, roster transaction batches,
      * tagged line file saves, master restores - is presented
      * with who asked for it and when, and an operator with
      * maintain authority who is not the maker approves or rejects
      * it. An approval runs the owning program's APPLY step there
      * and then; a rejection closes the request and throws the
      * staged copy away. A request approved earlier whose apply
      * did not go through stays on the screen, and approving it
      * again retries the apply.
       01 apr-eof PIC 9 VALUE 0.
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1) VALUE 0.
       01 son-ok PIC X.
       01 req-table.
          05 req-entry OCCURS 200 TIMES PIC X(254).
       01 req-count PIC 9(3) VALUE 0.
       01 cur-req PIC 9(3) VALUE 0.
       01 maint-done PIC X VALUE "N".
       01 command-in PIC X(1).
       01 show-id PIC X(6).
       01 show-action PIC X(10).
       01 show-target PIC X(40).
       01 show-detail PIC X(40).
       01 show-maker PIC X(8).
       01 show-made PIC X(15).
       01 show-status PIC X(8).
       01 decided-count PIC 9(4) VALUE 0.
       01 aq-action PIC X(1).
       01 aq-ok PIC X(1).
       01 sys-cmd PIC X(80).
       01 apply-rc PIC 9(4).
       01 del-rc PIC 9(4) COMP-5.
       01 msg-line PIC X(60) VALUE SPACES.
       01 own-msg PIC X(60) VALUE
           "YOU MADE THIS REQUEST - ANOTHER OPERATOR MUST DECIDE IT".
       01 position-disp PIC X(20).
       01 run-env PIC X(5).
       SCREEN SECTION.
       01 signon-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "PENDING APPROVALS".
          05 LINE 03 COLUMN 05 VALUE "OPERATOR: ".
          05 LINE 03 COLUMN 15 PIC X(8) TO operator-id.
          05 LINE 04 COLUMN 05 VALUE "PIN     : ".
          05 LINE 04 COLUMN 15 PIC X(8) TO operator-pin SECURE.
       01 browse-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "PENDING APPROVALS".
          05 LINE 02 COLUMN 05 PIC X(20) FROM position-disp.
          05 LINE 04 COLUMN 05 VALUE "REQUEST : ".
          05 LINE 04 COLUMN 15 PIC X(6) FROM show-id.
          05 LINE 04 COLUMN 25 VALUE "STATUS: ".
          05 LINE 04 COLUMN 33 PIC X(8) FROM show-status.
          05 LINE 05 COLUMN 05 VALUE "ACTION  : ".
          05 LINE 05 COLUMN 15 PIC X(10) FROM show-action.
          05 LINE 06 COLUMN 05 VALUE "TARGET  : ".
          05 LINE 06 COLUMN 15 PIC X(40) FROM show-target.
          05 LINE 07 COLUMN 05 VALUE "DETAIL  : ".
          05 LINE 07 COLUMN 15 PIC X(40) FROM show-detail.
          05 LINE 08 COLUMN 05 VALUE "MAKER   : ".
          05 LINE 08 COLUMN 15 PIC X(8) FROM show-maker.
          05 LINE 08 COLUMN 25 VALUE "AT: ".
          05 LINE 08 COLUMN 29 PIC X(15) FROM show-made.
          05 LINE 10 COLUMN 05 VALUE
             "N=NEXT P=PREV A=APPROVE R=REJECT X=EXIT".
          05 LINE 11 COLUMN 05 PIC X(60) FROM msg-line.
          05 LINE 12 COLUMN 05 VALUE "COMMAND: ".
          05 LINE 12 COLUMN 14 PIC X(1) TO command-in.
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           DISPLAY signon-screen.
           ACCEPT signon-screen.
      * Only an operator who could have made the change may pass it.
           MOVE "N" TO son-ok.
           IF operator-id NOT = SPACES
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           IF son-ok NOT = "Y" OR oper-level < 3
              DISPLAY "MAINTAIN AUTHORITY REQUIRED - "
                 "APPROVAL SESSION ENDED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1000-LOAD-OPEN-REQUESTS.
           IF req-count = 0
              DISPLAY "NO REQUESTS AWAITING APPROVAL"
              PERFORM 9900-SIGN-OFF
              STOP RUN
           END-IF.
           MOVE 1 TO cur-req.
           PERFORM UNTIL maint-done = "Y"
              PERFORM 2000-SHOW-CURRENT-REQUEST
              DISPLAY browse-screen
              ACCEPT browse-screen
              MOVE SPACES TO msg-line
              PERFORM 3000-HANDLE-COMMAND
           END-PERFORM.
           DISPLAY "REQUESTS DECIDED=" decided-count.
           PERFORM 9900-SIGN-OFF.
           STOP RUN.
       1000-LOAD-OPEN-REQUESTS.
           MOVE 0 TO req-count.
           OPEN INPUT apprfile.
           PERFORM UNTIL apr-eof > 0
              READ apprfile
                 AT END
                    MOVE 1 TO apr-eof
                 NOT AT END
                    MOVE apprline TO appr-rec-fields
                    IF appr-id NUMERIC
                       AND (appr-status = "PENDING"
                          OR appr-status = "APPROVED")
                       IF req-count >= 200
                          DISPLAY "MORE THAN 200 OPEN REQUESTS - "
                             "ONLY THE FIRST 200 SHOWN"
                          MOVE 1 TO apr-eof
                       ELSE
                          ADD 1 TO req-count
                          MOVE apprline TO req-entry(req-count)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE apprfile.
           MOVE 0 TO apr-eof.
           IF cur-req > req-count
              MOVE req-count TO cur-req
           END-IF.
       2000-SHOW-CURRENT-REQUEST.
           IF cur-req = 0
              MOVE "QUEUE IS EMPTY" TO position-disp
              MOVE SPACES TO show-id show-action show-target
                 show-detail show-maker show-made show-status
           ELSE
              MOVE SPACES TO position-disp
              STRING "REQUEST " cur-req " OF " req-count
                 DELIMITED BY SIZE INTO position-disp
              MOVE req-entry(cur-req) TO appr-rec-fields
              MOVE appr-id TO show-id
              MOVE appr-action TO show-action
              MOVE appr-target TO show-target
              MOVE appr-detail TO show-detail
              MOVE appr-maker TO show-maker
              MOVE appr-made-ts TO show-made
              MOVE appr-status TO show-status
           END-IF.
       3000-HANDLE-COMMAND.
           EVALUATE command-in
              WHEN "N"
              WHEN "n"
                 IF cur-req < req-count
                    ADD 1 TO cur-req
                 ELSE
                    MOVE "AT LAST REQUEST" TO msg-line
                 END-IF
              WHEN "P"
              WHEN "p"
                 IF cur-req > 1
                    SUBTRACT 1 FROM cur-req
                 ELSE
                    MOVE "AT FIRST REQUEST" TO msg-line
                 END-IF
              WHEN "A"
              WHEN "a"
                 PERFORM 4000-APPROVE-REQUEST
              WHEN "R"
              WHEN "r"
                 PERFORM 5000-REJECT-REQUEST
              WHEN "X"
              WHEN "x"
                 MOVE "Y" TO maint-done
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE "UNKNOWN COMMAND" TO msg-line
           END-EVALUATE.
      * The maker check is made here for a clear message and again
      * by the queue itself, which is what actually enforces it.
       4000-APPROVE-REQUEST.
           IF cur-req = 0
              MOVE "NOTHING TO APPROVE" TO msg-line
           ELSE
              MOVE req-entry(cur-req) TO appr-rec-fields
              EVALUATE TRUE
                 WHEN appr-maker = operator-id
                    MOVE own-msg TO msg-line
                 WHEN appr-status = "APPROVED"
                    PERFORM 6000-RUN-APPLY
                 WHEN OTHER
                    MOVE operator-id TO appr-checker
                    MOVE "A" TO aq-action
                    CALL "ApprQueue" USING aq-action,
                       appr-rec-fields, aq-ok
                    PERFORM 4100-CHECK-DECISION
                    IF aq-ok = "Y"
                       ADD 1 TO decided-count
                       PERFORM 6000-RUN-APPLY
                    END-IF
              END-EVALUATE
              PERFORM 1000-LOAD-OPEN-REQUESTS
              IF req-count = 0
                 MOVE 0 TO cur-req
              END-IF
           END-IF.
       4100-CHECK-DECISION.
           EVALUATE aq-ok
              WHEN "M"
                 MOVE own-msg TO msg-line
              WHEN "N"
                 MOVE "REQUEST NO LONGER PENDING - ALREADY DECIDED"
                    TO msg-line
              WHEN "L"
                 MOVE "APPROVAL QUEUE LOCKED - TRY AGAIN" TO msg-line
           END-EVALUATE.
      * A rejected line file save also marks the LineMaint journal,
      * so a rebuild discards the edits behind it; any other staged
      * copy is simply removed.
       5000-REJECT-REQUEST.
           IF cur-req = 0
              MOVE "NOTHING TO REJECT" TO msg-line
           ELSE
              MOVE req-entry(cur-req) TO appr-rec-fields
              EVALUATE TRUE
                 WHEN appr-maker = operator-id
                    MOVE own-msg TO msg-line
                 WHEN appr-status = "APPROVED"
                    MOVE "ALREADY APPROVED - A TO RETRY THE APPLY"
                       TO msg-line
                 WHEN OTHER
                    MOVE operator-id TO appr-checker
                    MOVE "R" TO aq-action
                    CALL "ApprQueue" USING aq-action,
                       appr-rec-fields, aq-ok
                    PERFORM 4100-CHECK-DECISION
                    IF aq-ok = "Y"
                       ADD 1 TO decided-count
                       IF appr-action = "LINEMAINT"
                          MOVE SPACES TO sys-cmd
                          STRING "./linemaint REJECT " appr-id
                             DELIMITED BY SIZE INTO sys-cmd
                          MOVE 0 TO RETURN-CODE
                          CALL "SYSTEM" USING sys-cmd
                          MOVE 0 TO RETURN-CODE
                       ELSE
                          IF appr-staged NOT = SPACES
                             CALL "CBL_DELETE_FILE" USING
                                appr-staged
                                RETURNING del-rc
                          END-IF
                       END-IF
                       MOVE SPACES TO msg-line
                       STRING "REQUEST " appr-id " REJECTED"
                          DELIMITED BY SIZE INTO msg-line
                    END-IF
              END-EVALUATE
              PERFORM 1000-LOAD-OPEN-REQUESTS
              IF req-count = 0
                 MOVE 0 TO cur-req
              END-IF
           END-IF.
      * The owning program does the work, so a release, a roster
      * apply, a line file save or a restore goes through the same
      * code however it was asked for. The request's state after
      * the run says whether it went through.
       6000-RUN-APPLY.
           MOVE SPACES TO sys-cmd.
           STRING "./" FUNCTION LOWER-CASE(appr-action)
              DELIMITED BY SPACE
              " APPLY " appr-id
              DELIMITED BY SIZE INTO sys-cmd.
           DISPLAY "RUNNING " sys-cmd.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING sys-cmd.
           COMPUTE apply-rc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           MOVE "G" TO aq-action.
           CALL "ApprQueue" USING aq-action, appr-rec-fields, aq-ok.
           MOVE SPACES TO msg-line.
           EVALUATE appr-status
              WHEN "APPLIED"
                 STRING "REQUEST " appr-id " APPROVED AND APPLIED RC="
                    apply-rc DELIMITED BY SIZE INTO msg-line
              WHEN "FAILED"
                 STRING "REQUEST " appr-id " APPROVED BUT FAILED RC="
                    apply-rc DELIMITED BY SIZE INTO msg-line
              WHEN OTHER
                 STRING "REQUEST " appr-id " APPROVED - APPLY RC="
                    apply-rc " - STILL OPEN"
                    DELIMITED BY SIZE INTO msg-line
           END-EVALUATE.
      * Signing off clears the session record SignOn wrote, so
      * later batch-launched completions are not attributed to
      * this operator.
       9900-SIGN-OFF.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
       END PROGRAM Approve.
