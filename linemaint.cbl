      * enforced by construction, plus an audit trail of who
      * changed what in LINEMNT.LOG - the raw-editor tag typos and
      * missing separators stop here.
      * A save does not touch the file: the edited image is written
      * to a staged copy and held on the approval queue, and the
      * file stays browse-only until a different operator with
      * maintain authority decides. On approval the approval screen
      * runs LINEMAINT APPLY <request>, which copies the staged
      * image over the file and drops the journal's "S" save
      * marker; on rejection it runs LINEMAINT REJECT <request>,
      * which drops an "R" marker so a rebuild discards the edits
      * that led up to the refused save.
      * An APPLY is refused while a maintenance freeze is in force
      * (FreezeChk), the request staying approved for a later retry.
       01 infile-name PIC X(40) VALUE "line.txt".
       01 textlen PIC 99.
       01 mnt-eof PIC 9 VALUE 0.
       01 mnt-timestamp PIC X(26).
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1) VALUE 0.
       01 son-ok PIC X.
       01 known-tag-count PIC 9(2) VALUE 0.
       01 after-image PIC X(80).
       01 msg-line PIC X(60) VALUE SPACES.
       01 position-disp PIC X(20).
       01 cmdline PIC X(20).
       01 mode-in PIC X(8).
       01 apply-id-in PIC X(6).
       01 apply-run PIC X VALUE "N".
       01 save-held PIC X VALUE "N".
       01 held-msg PIC X(60) VALUE
           "A SAVE OF THIS FILE AWAITS APPROVAL - BROWSE ONLY".
       01 marker-action PIC X(1).
       01 file-details PIC X(64).
       01 exist-rc PIC 9(4) COMP-5.
       01 del-rc PIC 9(4) COMP-5.
       01 aq-action PIC X(1).
       01 aq-ok PIC X(1).
       COPY APPRREC.
       01 frz-caller PIC X(20) VALUE "LINEMAINT".
       01 frz-update PIC X(40).
       01 frz-ok PIC X(1).
       01 frz-msg PIC X(60).
       01 run-env PIC X(5).
       SCREEN SECTION.
       01 signon-screen.
          05 BLANK SCREEN.
          05 LINE 03 COLUMN 15 PIC X(40) USING infile-name.
          05 LINE 04 COLUMN 05 VALUE "OPERATOR: ".
          05 LINE 04 COLUMN 15 PIC X(8) TO operator-id.
          05 LINE 05 COLUMN 05 VALUE "PIN     : ".
          05 LINE 05 COLUMN 15 PIC X(8) TO operator-pin SECURE.
       01 browse-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "TAGGED LINE FILE MAINTENANCE".
          05 LINE 12 COLUMN 17 PIC X(69) USING edit-text.
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE.
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO mode-in, apply-id-in.
           IF mode-in = "APPLY" OR mode-in = "REJECT"
              PERFORM 7500-DECIDED-SAVE
              STOP RUN
           END-IF.
           DISPLAY signon-screen.
           ACCEPT signon-screen.
      * The operator must be on the authority file; browsing takes
      * any signed-on level, changing the file takes maintain.
           MOVE "N" TO son-ok.
           IF operator-id NOT = SPACES
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           IF son-ok NOT = "Y"
              DISPLAY "SIGN-ON FAILED - MAINTENANCE ENDED"
           IF rec-count > 0
              MOVE 1 TO cur-rec
           END-IF.
           MOVE "LINEMAINT" TO appr-action.
           MOVE infile-name TO appr-target.
           MOVE "F" TO aq-action.
           CALL "ApprQueue" USING aq-action, appr-rec-fields, aq-ok.
           IF aq-ok = "Y"
              MOVE "Y" TO save-held
              MOVE held-msg TO msg-line
           END-IF.
           PERFORM UNTIL maint-done = "Y"
              PERFORM 2000-SHOW-CURRENT-RECORD
              DISPLAY browse-screen
              MOVE "MAINTAIN AUTHORITY REQUIRED" TO msg-line
              MOVE SPACE TO command-in
           END-IF.
           IF (command-in = "A" OR command-in = "a"
              OR command-in = "C" OR command-in = "c"
              OR command-in = "D" OR command-in = "d"
              OR command-in = "S" OR command-in = "s")
              AND save-held = "Y"
              MOVE held-msg TO msg-line
              MOVE SPACE TO command-in
           END-IF.
           EVALUATE command-in
              WHEN "N"
              WHEN "n"
              MOVE "RECORD MARKED DELETED - SAVE TO APPLY"
                 TO msg-line
           END-IF.
      * The edited image goes to the staged copy the approval queue
      * names, never to the file itself.
       7000-SAVE-FILE.
           MOVE 0 TO live-count.
           PERFORM VARYING rec-idx FROM 1 BY 1
              UNTIL rec-idx > rec-count
              IF rec-deleted(rec-idx) NOT = "Y"
                 ADD 1 TO live-count
              END-IF
           END-PERFORM.
           MOVE "LINEMAINT" TO appr-action.
           MOVE infile-name TO appr-target.
           MOVE SPACES TO appr-detail.
           STRING "SAVE OF " live-count " RECORDS"
              DELIMITED BY SIZE INTO appr-detail.
           MOVE "STAGED" TO appr-staged.
           MOVE operator-id TO appr-maker.
           MOVE "S" TO aq-action.
           CALL "ApprQueue" USING aq-action, appr-rec-fields, aq-ok.
           EVALUATE aq-ok
              WHEN "Y"
                 MOVE appr-staged TO infile-name
                 PERFORM 7100-WRITE-FILE
                 MOVE appr-target TO infile-name
                 PERFORM 7200-COMPACT-TABLE
                 MOVE "N" TO dirty
                 MOVE "Y" TO save-held
                 MOVE SPACES TO msg-line
                 STRING "SAVE HELD FOR APPROVAL AS REQUEST " appr-id
                    DELIMITED BY SIZE INTO msg-line
              WHEN "D"
                 MOVE "Y" TO save-held
                 MOVE held-msg TO msg-line
              WHEN OTHER
                 MOVE "APPROVAL QUEUE LOCKED - NOT SAVED, TRY AGAIN"
                    TO msg-line
           END-EVALUATE.
       7100-WRITE-FILE.
           OPEN OUTPUT linedat.
           MOVE 0 TO live-count.
           PERFORM VARYING rec-idx FROM 1 BY 1
              END-IF
           END-PERFORM.
           CLOSE linedat.
      * The table is compacted to match the image just written, so
      * the browse numbering stays in step with what was saved.
       7200-COMPACT-TABLE.
           MOVE 0 TO live-count.
           PERFORM VARYING rec-idx FROM 1 BY 1
              UNTIL rec-idx > rec-count
                 MOVE 1 TO cur-rec
              END-IF
           END-IF.
      * Run by the approval screen once a different operator has
      * decided. APPLY puts the staged image over the file and
      * marks the save in the journal in the maker's name; REJECT
      * marks the journal so the refused edits are discarded. The
      * staged copy goes either way.
       7500-DECIDED-SAVE.
           MOVE "Y" TO apply-run.
           IF apply-id-in NOT NUMERIC
              DISPLAY "USAGE: LINEMAINT APPLY|REJECT <REQUEST>"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE apply-id-in TO appr-id.
           MOVE "G" TO aq-action.
           CALL "ApprQueue" USING aq-action, appr-rec-fields, aq-ok.
           IF aq-ok NOT = "Y" OR appr-action NOT = "LINEMAINT"
              OR (mode-in = "APPLY" AND appr-status NOT = "APPROVED")
              OR (mode-in = "REJECT" AND appr-status NOT = "REJECTED")
              DISPLAY "REQUEST " apply-id-in
                 " IS NOT A LINE FILE SAVE READY TO " mode-in
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE appr-maker TO operator-id.
           MOVE appr-staged TO infile-name.
           IF mode-in = "REJECT"
              MOVE appr-target TO infile-name
              MOVE 0 TO live-count
              MOVE "R" TO marker-action
              PERFORM 9200-WRITE-SAVE-MARKER
              CALL "CBL_DELETE_FILE" USING appr-staged
                 RETURNING del-rc
              DISPLAY "REJECTED SAVE OF " infile-name(1:30)
                 " DISCARDED"
              STOP RUN
           END-IF.
           MOVE SPACES TO frz-update.
           STRING "LINE FILE APPLY REQUEST "
              apply-id-in DELIMITED BY SIZE
              INTO frz-update.
           CALL "FreezeChk" USING frz-caller, frz-update, frz-ok,
              frz-msg.
           IF frz-ok = "N"
              DISPLAY frz-msg
              DISPLAY "REQUEST " apply-id-in " STAYS APPROVED - "
                 "APPLY IT AGAIN ONCE THE FREEZE LIFTS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF frz-msg NOT = SPACES
              DISPLAY frz-msg
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING infile-name,
              file-details
              RETURNING exist-rc.
           IF exist-rc NOT = 0
              DISPLAY "STAGED IMAGE " appr-staged
                 " IS MISSING - REQUEST " apply-id-in " FAILED"
              MOVE "X" TO aq-action
              CALL "ApprQueue" USING aq-action, appr-rec-fields,
                 aq-ok
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1500-LOAD-RECORDS.
           MOVE appr-target TO infile-name.
           PERFORM 7100-WRITE-FILE.
           MOVE "S" TO marker-action.
           PERFORM 9200-WRITE-SAVE-MARKER.
           CALL "CBL_DELETE_FILE" USING appr-staged
              RETURNING del-rc.
           MOVE "P" TO aq-action.
           CALL "ApprQueue" USING aq-action, appr-rec-fields, aq-ok.
           DISPLAY "SAVED " live-count " RECORDS TO "
              infile-name(1:30).
       8000-VALIDATE-TAG.
           MOVE "N" TO tag-ok.
           PERFORM VARYING tag-idx FROM 1 BY 1
           END-IF.
           CLOSE mntlogfile.
      * Every action is journaled with its full before and after
      * record, and every approved save drops an "S" marker - changes
      * that were never saved were discarded on exit, so the rebuild
      * utility replays up to a marker and no further; a rejected
      * save drops an "R" marker that discards them. One line per
      * entry, fixed positions, so the replay can parse it back.
       9100-WRITE-JOURNAL.
           OPEN EXTEND jrnlfile.
           STRING mnt-timestamp(1:8) "-" mnt-timestamp(9:6)
              " FILE=" infile-name
              " OPERATOR=" operator-id
              " ACTION=" marker-action
              " RECORD=" live-count
              " BEFORE=" SPACE
              DELIMITED BY SIZE INTO jrnlline.
           CLOSE jrnlfile.
      * Signing off clears the session record SignOn wrote, so
      * later batch-launched completions are not attributed to
      * this operator. An APPLY or REJECT run never signed on - the
      * session belongs to the approving operator's screen - so it
      * leaves it alone.
       9900-SIGN-OFF.
           IF apply-run = "N"
              MOVE SPACES TO operator-id
              MOVE SPACES TO operator-pin
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
       END PROGRAM LineMaint.
