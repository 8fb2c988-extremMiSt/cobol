       DATA DIVISION.
       FILE SECTION.
       FD quarregfile.
       01 quarregline PIC X(200).
       FD quarregnewfile.
       01 quarregnewline PIC X(200).
       WORKING-STORAGE SECTION.
      * Register line positions as Quarantine writes them.
       01 reg-fields.
          05 reg-by PIC X(8).
          05 FILLER PIC X(8).
          05 reg-reason PIC X(30).
          05 FILLER PIC X(4).
          05 reg-released PIC X(8).
      * Release action for a quarantined input: an operator with
      * operate authority names the file and a reason, and the
      * release is held on the approval queue until a different
      * operator with maintain authority approves it. The approval
      * screen then runs QUARREL APPLY <request>: the .QUAR copy is
      * restored to its run name, the register entry is closed to
      * RELEASED with the requesting operator, the reason and the
      * business date of the release on it, and the release is
      * recorded as an Alert naming both operators - so taking a
      * file out of investigation is as visible as putting it in.
      * An APPLY is refused while a maintenance freeze is in force
      * (FreezeChk), the request staying approved for a later retry.
       01 cmdline PIC X(90).
       01 bus-date PIC X(8).
       01 file-in PIC X(40).
       01 reason-in PIC X(30).
       01 parse-ptr PIC 9(3).
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1).
       01 son-ok PIC X.
       01 signoff-rc PIC S9(4) COMP-5.
       01 quar-name PIC X(46).
       01 ren-rc PIC 9(4) COMP-5.
       01 rel-rc PIC 9(4) VALUE 0.
       01 rel-eof PIC 9 VALUE 0.
       01 released-flag PIC X VALUE "N".
       01 held-flag PIC X VALUE "N".
       01 apply-run PIC X VALUE "N".
       01 apply-id-in PIC X(6).
       01 aq-action PIC X(1).
       01 aq-ok PIC X(1).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "QUARREG".
       01 lock-held PIC X(1).
       01 jst-prog PIC X(20) VALUE "QUARREL".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 frz-caller PIC X(20) VALUE "QUARREL".
       01 frz-update PIC X(40).
       01 frz-ok PIC X(1).
       01 frz-msg PIC X(60).
       COPY APPRREC.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           MOVE 1 TO parse-ptr.
           UNSTRING cmdline DELIMITED BY ALL SPACE
           IF parse-ptr <= 90
              MOVE cmdline(parse-ptr:) TO reason-in
           END-IF.
           IF file-in = "APPLY"
              PERFORM 4000-APPLY-APPROVED-RELEASE
              MOVE rel-rc TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           IF file-in = SPACES OR reason-in = SPACES
              DISPLAY "USAGE: QUARREL <FILE> <REASON>"
              DISPLAY "       QUARREL APPLY <REQUEST>"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 1000-SIGN-ON.
           PERFORM 1500-CHECK-HELD-ENTRY.
           IF held-flag = "N"
              DISPLAY "NO HELD REGISTER ENTRY FOR " file-in(1:30)
              MOVE 8 TO rel-rc
           ELSE
              PERFORM 1600-SUBMIT-FOR-APPROVAL
           END-IF.
           MOVE rel-rc TO RETURN-CODE.
           PERFORM 9600-REGISTER-STATUS
           PERFORM 9900-SIGN-OFF
           STOP RUN.
       1000-SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT operator-id.
           DISPLAY "PIN: " WITH NO ADVANCING.
           ACCEPT operator-pin WITH SECURE.
           MOVE "N" TO son-ok.
           IF operator-id NOT = SPACES
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           IF son-ok NOT = "Y" OR oper-level < 2
              DISPLAY "OPERATE AUTHORITY REQUIRED TO RELEASE - "
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
      * Only a file actually held can be put up for release.
       1500-CHECK-HELD-ENTRY.
           OPEN INPUT quarregfile.
           PERFORM UNTIL rel-eof > 0
              READ quarregfile
                 AT END
                    MOVE 1 TO rel-eof
                 NOT AT END
                    MOVE quarregline TO reg-fields
                    IF reg-file = file-in
                       AND reg-status(1:4) = "HELD"
                       MOVE "Y" TO held-flag
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE quarregfile.
           MOVE 0 TO rel-eof.
       1600-SUBMIT-FOR-APPROVAL.
           MOVE "QUARREL" TO appr-action.
           MOVE file-in TO appr-target.
           MOVE reason-in TO appr-detail.
           MOVE SPACES TO appr-staged.
           MOVE operator-id TO appr-maker.
           MOVE "S" TO aq-action.
           CALL "ApprQueue" USING aq-action, appr-rec-fields, aq-ok.
           EVALUATE aq-ok
              WHEN "Y"
                 DISPLAY "RELEASE OF " file-in(1:30)
                    " HELD FOR APPROVAL AS REQUEST " appr-id
              WHEN "D"
                 DISPLAY "A RELEASE OF " file-in(1:30)
                    " IS ALREADY AWAITING APPROVAL AS REQUEST "
                    appr-id
                 MOVE 4 TO rel-rc
              WHEN OTHER
                 DISPLAY "RELEASE NOT REQUESTED - NOTHING CHANGED"
                 MOVE 12 TO rel-rc
           END-EVALUATE.
      * The register is rewritten under the same lock Quarantine
      * appends under, through a .NEW swap like the other masters.
       2000-RELEASE-REGISTER-ENTRY.
           CALL "BusDate" USING bus-date.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
                       MOVE "RELEASED" TO reg-status
                       MOVE operator-id TO reg-by
                       MOVE reason-in TO reg-reason
                       MOVE " ON=" TO reg-fields(188:4)
                       MOVE bus-date TO reg-released
                       MOVE reg-fields TO quarregline
                       MOVE "Y" TO released-flag
                    END-IF
                 " - REGISTER UNCHANGED, NEW COPY LEFT AS "
                 new-reg-name
              MOVE "N" TO released-flag
              MOVE 12 TO rel-rc
           END-IF.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           ELSE
              DISPLAY "FILE NOT RESTORED - RENAME FAILED RC="
                 ren-rc " - REGISTER ALREADY SHOWS RELEASED"
              MOVE 4 TO rel-rc
           END-IF.
      * Run by the approval screen once a different operator has
      * approved the request. The release goes through in the
      * requesting operator's name; the request is closed APPLIED,
      * or FAILED when the file is no longer held, and left open
      * for another try when the register was locked.
       4000-APPLY-APPROVED-RELEASE.
           MOVE "Y" TO apply-run.
           MOVE reason-in(1:6) TO apply-id-in.
           IF apply-id-in NOT NUMERIC
              DISPLAY "USAGE: QUARREL APPLY <REQUEST>"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE apply-id-in TO appr-id.
           MOVE "G" TO aq-action.
           CALL "ApprQueue" USING aq-action, appr-rec-fields, aq-ok.
           IF aq-ok NOT = "Y" OR appr-action NOT = "QUARREL"
              OR appr-status NOT = "APPROVED"
              DISPLAY "REQUEST " apply-id-in
                 " IS NOT AN APPROVED QUARANTINE RELEASE"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE SPACES TO frz-update.
           STRING "RELEASE APPLY REQUEST "
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
           MOVE appr-target TO file-in.
           MOVE appr-detail TO reason-in.
           MOVE appr-maker TO operator-id.
           PERFORM 2000-RELEASE-REGISTER-ENTRY.
           IF released-flag = "Y"
              PERFORM 3000-RESTORE-FILE
              MOVE "WARNING" TO alt-severity
              MOVE SPACES TO alt-message
              STRING "QUARANTINE RELEASED: " DELIMITED BY SIZE
                 file-in DELIMITED BY SPACE
                 " BY " DELIMITED BY SIZE
                 appr-maker DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE
                 appr-checker DELIMITED BY SPACE
                 " - " reason-in
                 DELIMITED BY SIZE INTO alt-message
              CALL "Alert" USING alt-prog, alt-severity, alt-message
              DISPLAY "QUARANTINE RELEASED FOR " file-in(1:30)
              MOVE "P" TO aq-action
           ELSE
              IF rel-rc = 0
                 DISPLAY "NO HELD REGISTER ENTRY FOR "
                    file-in(1:30)
                 MOVE 8 TO rel-rc
                 MOVE "X" TO aq-action
              END-IF
           END-IF.
           IF rel-rc NOT = 12
              CALL "ApprQueue" USING aq-action, appr-rec-fields,
                 aq-ok
           END-IF.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
      * Signing off clears the session record SignOn wrote, so
      * later batch-launched completions are not attributed to
      * this operator. It runs after the status registration so
      * the release itself still carries its owner's stamp. An
      * APPLY run never signed on - the session belongs to the
      * approving operator's screen - so it leaves it alone.
      * The run's return code is held across the call, which
      * would otherwise hand back SignOn's.
       9900-SIGN-OFF.
           MOVE RETURN-CODE TO signoff-rc.
           IF apply-run = "N"
              MOVE SPACES TO operator-id
              MOVE SPACES TO operator-pin
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           MOVE signoff-rc TO RETURN-CODE.
       END PROGRAM QuarRel.
