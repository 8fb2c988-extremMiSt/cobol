       WORKING-STORAGE SECTION.
      * Nightly insurance for the small masters the suite cannot
      * run without. BACKUP copies each to its .BAK beside the
      * live file; RESTORE <master> puts the .BAK back over the
      * live file and records what it restored in the run audit
      * log, so the morning after a bad night there is one command
      * and a paper trail instead of a scramble.
      * A restore takes two operators: RESTORE signs on an operator
      * with maintain authority, copies the .BAK aside as it stands
      * and holds the restore on the approval queue; once a
      * different maintain operator approves it, the approval
      * screen runs MSTBACK APPLY <request>, which copies that
      * staged backup over the live master - so a nightly BACKUP
      * in between cannot change what was approved.
      * An APPLY is refused while a maintenance freeze is in force
      * (FreezeChk), the request staying approved for a later retry;
      * BACKUP is a batch step and never frozen.
       01 cmdline PIC X(60).
       01 verb-in PIC X(8).
       01 restore-in PIC X(40).
       01 jst-prog PIC X(20) VALUE "MSTBACK".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 apply-id-in PIC X(6).
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1).
       01 son-ok PIC X.
       01 signoff-rc PIC S9(4) COMP-5.
       01 copy-rc PIC 9(4) COMP-5.
       01 back-rc PIC 9(4) VALUE 0.
       01 aq-action PIC X(1).
       01 aq-ok PIC X(1).
       01 frz-caller PIC X(20) VALUE "MSTBACK".
       01 frz-update PIC X(40).
       01 frz-ok PIC X(1).
       01 frz-msg PIC X(60).
       COPY APPRREC.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO aud-start.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE
                 PERFORM 1000-BACKUP-ALL-MASTERS
              WHEN "RESTORE"
                 PERFORM 2000-RESTORE-ONE-MASTER
              WHEN "APPLY"
                 PERFORM 3000-APPLY-APPROVED-RESTORE
              WHEN OTHER
                 DISPLAY "USAGE: MSTBACK BACKUP | RESTORE <MASTER>"
                    " | APPLY <REQUEST>"
                 MOVE 16 TO back-rc
           END-EVALUATE.
           MOVE back-rc TO RETURN-CODE.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       1000-BACKUP-ALL-MASTERS.
              ELSE
                 DISPLAY "MASTER " master-name(master-idx)
                    " NOT ON DISK - NOT BACKED UP"
                 MOVE 4 TO back-rc
              END-IF
           END-PERFORM.
           DISPLAY "MASTERS BACKED UP=" backed-count
              DISPLAY "UNKNOWN MASTER: " restore-in
              DISPLAY "RESTORABLE MASTERS ARE THE FIVE THE NIGHTLY "
                 "BACKUP COVERS"
              MOVE 16 TO back-rc
           ELSE
              MOVE SPACES TO source-name
              STRING restore-in DELIMITED BY SPACE
                 RETURNING exist-rc
              IF exist-rc NOT = 0
                 DISPLAY "NO BACKUP ON DISK: " source-name(1:20)
                 MOVE 8 TO back-rc
              ELSE
                 PERFORM 7000-SIGN-ON
                 PERFORM 7100-SUBMIT-FOR-APPROVAL
                 MOVE back-rc TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 PERFORM 9900-SIGN-OFF
                 STOP RUN
              END-IF
           END-IF.
      * Run by the approval screen once a different operator has
      * approved the request: the staged backup goes over the live
      * master, the run audit log records it, and the request is
      * closed APPLIED.
       3000-APPLY-APPROVED-RESTORE.
           MOVE restore-in(1:6) TO apply-id-in.
           IF apply-id-in NOT NUMERIC
              DISPLAY "USAGE: MSTBACK APPLY <REQUEST>"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE apply-id-in TO appr-id.
           MOVE "G" TO aq-action.
           CALL "ApprQueue" USING aq-action, appr-rec-fields, aq-ok.
           IF aq-ok NOT = "Y" OR appr-action NOT = "MSTBACK"
              OR appr-status NOT = "APPROVED"
              DISPLAY "REQUEST " apply-id-in
                 " IS NOT AN APPROVED MASTER RESTORE"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE SPACES TO frz-update.
           STRING "RESTORE APPLY REQUEST "
              apply-id-in DELIMITED BY SIZE
              INTO frz-update.
           CALL "FreezeChk" USING frz-caller, frz-update, frz-ok,
              frz-msg.
           IF frz-ok = "N"
              DISPLAY frz-msg
              DISPLAY "REQUEST " apply-id-in " STAYS APPROVED - "
                 "APPLY IT AGAIN ONCE THE FREEZE LIFTS"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           IF frz-msg NOT = SPACES
              DISPLAY frz-msg
           END-IF.
           MOVE appr-staged TO source-name.
           CALL "CBL_CHECK_FILE_EXIST" USING source-name,
              file-details
              RETURNING exist-rc.
           IF exist-rc NOT = 0
              DISPLAY "STAGED BACKUP " source-name(1:20)
                 " IS MISSING - REQUEST " apply-id-in " FAILED"
              MOVE 8 TO back-rc
              MOVE "X" TO aq-action
           ELSE
              MOVE appr-target TO restore-in
              MOVE restore-in TO target-name
              PERFORM 5000-COPY-FILE
              DISPLAY "RESTORED " restore-in(1:20)
                 " FROM " source-name(1:20)
                 " RECORDS=" copy-count
              MOVE restore-in TO aud-infile
              MOVE copy-count TO aud-reccount
              CALL "AuditLog" USING aud-prog, aud-infile,
                 aud-reccount, aud-total, aud-start
              CALL "CBL_DELETE_FILE" USING source-name
                 RETURNING copy-rc
              MOVE "P" TO aq-action
           END-IF.
           CALL "ApprQueue" USING aq-action, appr-rec-fields, aq-ok.
       5000-COPY-FILE.
           MOVE 0 TO copy-eof.
           MOVE 0 TO copy-count.
           END-PERFORM.
           CLOSE sourcefile.
           CLOSE targetfile.
       7000-SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT operator-id.
           DISPLAY "PIN: " WITH NO ADVANCING.
           ACCEPT operator-pin WITH SECURE.
           MOVE "N" TO son-ok.
           IF operator-id NOT = SPACES
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           IF son-ok NOT = "Y" OR oper-level < 3
              DISPLAY "MAINTAIN AUTHORITY REQUIRED TO RESTORE A "
                 "MASTER - NOTHING CHANGED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
       7100-SUBMIT-FOR-APPROVAL.
           MOVE "MSTBACK" TO appr-action.
           MOVE restore-in TO appr-target.
           MOVE SPACES TO appr-detail.
           STRING "RESTORE FROM " source-name
              DELIMITED BY SIZE INTO appr-detail.
           MOVE "STAGED" TO appr-staged.
           MOVE operator-id TO appr-maker.
           MOVE "S" TO aq-action.
           CALL "ApprQueue" USING aq-action, appr-rec-fields, aq-ok.
           EVALUATE aq-ok
              WHEN "Y"
                 CALL "CBL_COPY_FILE" USING source-name, appr-staged
                    RETURNING copy-rc
                 IF copy-rc = 0
                    DISPLAY "RESTORE OF " restore-in(1:20)
                       " HELD FOR APPROVAL AS REQUEST " appr-id
                 ELSE
                    DISPLAY "BACKUP NOT STAGED RC=" copy-rc
                       " - REQUEST " appr-id
                       " WILL FAIL WHEN APPLIED"
                    MOVE 12 TO back-rc
                 END-IF
              WHEN "D"
                 DISPLAY "A RESTORE OF " restore-in(1:20)
                    " IS ALREADY AWAITING APPROVAL AS REQUEST "
                    appr-id
                 MOVE 4 TO back-rc
              WHEN OTHER
                 DISPLAY "RESTORE NOT REQUESTED - NOTHING CHANGED"
                 MOVE 12 TO back-rc
           END-EVALUATE.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE backed-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
      * Signing off clears the session record SignOn wrote. It runs
      * after the status registration so the request still carries
      * the operator's stamp.
      * The run's return code is held across the call, which
      * would otherwise hand back SignOn's.
       9900-SIGN-OFF.
           MOVE RETURN-CODE TO signoff-rc.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
           MOVE signoff-rc TO RETURN-CODE.
       END PROGRAM MstBack.
