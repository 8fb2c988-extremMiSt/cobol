       IDENTIFICATION DIVISION.
       PROGRAM-ID. Escalate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL alertfile
           ASSIGN TO "OPRALERT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL oncallfile
           ASSIGN TO "ONCALL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL escalatefile
           ASSIGN TO "ESCALATE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD alertfile.
       01 alertline.
          05 alt-stamp PIC X(15).
          05 FILLER PIC X(8).
          05 alt-status PIC X(4).
          05 FILLER PIC X(1).
          05 FILLER PIC X(10).
          05 alt-severity PIC X(8).
          05 FILLER PIC X(9).
          05 alt-prog PIC X(20).
          05 FILLER PIC X(9).
          05 alt-message PIC X(86).
       FD oncallfile.
       01 oncallline PIC X(90).
       FD escalatefile.
       01 escalateline PIC X(200).
       WORKING-STORAGE SECTION.
       COPY ONCALLREC.
       COPY ESCREC.
      * Alert escalation, run as a batch step so an alert raised in
      * the small hours does not wait for the day shift. Every OPEN
      * alert in OPRALERT.LOG is aged against the site's wait for
      * its severity - ESC-SEVERE-MINS, ESC-WARNING-MINS and
      * ESC-OTHER-MINS, zero meaning never - and once it has waited
      * one period it is escalated to the primary on call, after
      * two to the backup, after three to the supervisor, taken
      * from the ONCALL.TXT window covering the present moment.
      * Each escalation is written once to ESCALATE.LOG, which
      * AlertBrowse and DayClose show; an acknowledged alert goes
      * no further. An escalation due when the rota names nobody
      * is written to NOBODY and ends the step RC 4 as well, so the
      * gap in cover is seen.
       01 bus-date PIC X(8).
       01 esc-timestamp PIC X(26).
       01 now-wall PIC X(12).
       01 now-mins PIC S9(11).
       01 alert-mins PIC S9(11).
       01 alert-age PIC S9(11).
       01 alert-date PIC 9(8).
       01 wait-mins PIC 9(8).
       01 severe-mins PIC 9(8) VALUE 30.
       01 warning-mins PIC 9(8) VALUE 120.
       01 other-mins PIC 9(8) VALUE 0.
       01 due-level PIC 9(8).
       01 esc-eof PIC 9 VALUE 0.
       01 rota-found PIC X VALUE "N".
       01 rota-primary PIC X(8) VALUE SPACES.
       01 rota-backup PIC X(8) VALUE SPACES.
       01 rota-supervisor PIC X(8) VALUE SPACES.
       01 win-from PIC X(12).
       01 win-to PIC X(12).
       01 open-table.
          05 open-entry OCCURS 500 TIMES.
             10 opn-stamp PIC X(15).
             10 opn-severity PIC X(8).
             10 opn-prog PIC X(20).
             10 opn-msg PIC X(60).
             10 opn-lvl PIC 9(1).
       01 open-idx PIC 9(3).
       01 open-hit PIC 9(3).
       01 open-count PIC 9(6) VALUE 0.
       01 escalated-count PIC 9(6) VALUE 0.
       01 uncovered-count PIC 9(6) VALUE 0.
       01 cfg-key PIC X(20).
       01 cfg-value PIC 9(8).
       01 cfg-found PIC X.
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "ESCALATE".
       01 lock-held PIC X(1).
       01 jst-prog PIC X(20) VALUE "ESCALATE".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           MOVE "ESC-SEVERE-MINS" TO cfg-key.
           MOVE severe-mins TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           MOVE cfg-value TO severe-mins.
           MOVE "ESC-WARNING-MINS" TO cfg-key.
           MOVE warning-mins TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           MOVE cfg-value TO warning-mins.
           MOVE "ESC-OTHER-MINS" TO cfg-key.
           MOVE other-mins TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           MOVE cfg-value TO other-mins.
      * Alerts are stamped with the business date and the wall
      * time, so age is measured the same way; a run past midnight
      * on the same business date wraps the clock.
           MOVE FUNCTION CURRENT-DATE TO esc-timestamp.
           MOVE esc-timestamp(1:12) TO now-wall.
           MOVE bus-date TO alert-date.
           COMPUTE now-mins =
              FUNCTION INTEGER-OF-DATE(alert-date) * 1440
              + FUNCTION NUMVAL(esc-timestamp(9:2)) * 60
              + FUNCTION NUMVAL(esc-timestamp(11:2)).
           MOVE bus-date TO esc-timestamp(1:8).
           PERFORM 1000-LOAD-ROTA.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "ESCALATION LOG LOCKED - NOTHING ESCALATED"
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 2000-LOAD-OPEN-ALERTS.
           PERFORM 3000-SCAN-ESCALATIONS.
           PERFORM 4000-AGE-ONE-ALERT
              VARYING open-idx FROM 1 BY 1 UNTIL open-idx > open-count.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           DISPLAY "OPEN ALERTS=" open-count
              " ESCALATED=" escalated-count
              " NO COVER=" uncovered-count.
           IF escalated-count > 0 OR uncovered-count > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       1000-LOAD-ROTA.
           OPEN INPUT oncallfile.
           PERFORM UNTIL esc-eof > 0
              READ oncallfile
                 AT END
                    MOVE 1 TO esc-eof
                 NOT AT END
                    IF oncallline NOT = SPACES
                       AND oncallline(1:1) NOT = "*"
                       PERFORM 1100-CHECK-ROTA-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE oncallfile.
           MOVE 0 TO esc-eof.
           IF rota-found = "N"
              DISPLAY "NO ON-CALL WINDOW IN ONCALL.TXT COVERS "
                 now-wall
           END-IF.
       1100-CHECK-ROTA-LINE.
           MOVE oncallline TO oncall-rec-fields.
           MOVE SPACES TO win-from.
           MOVE SPACES TO win-to.
           STRING onc-from-date onc-from-time
              DELIMITED BY SIZE INTO win-from.
           STRING onc-to-date onc-to-time
              DELIMITED BY SIZE INTO win-to.
           IF win-from NOT NUMERIC OR win-to NOT NUMERIC
              DISPLAY "BAD ROTA LINE IGNORED: " oncallline(1:60)
           ELSE
              IF win-from <= now-wall AND now-wall < win-to
                 MOVE "Y" TO rota-found
                 MOVE onc-primary TO rota-primary
                 MOVE onc-backup TO rota-backup
                 MOVE onc-supervisor TO rota-supervisor
              END-IF
           END-IF.
      * The open alerts are taken first, so the table is bounded by
      * what is still unacknowledged rather than by the history.
       2000-LOAD-OPEN-ALERTS.
           OPEN INPUT alertfile.
           PERFORM UNTIL esc-eof > 0
              READ alertfile
                 AT END
                    MOVE 1 TO esc-eof
                 NOT AT END
                    IF alt-status = "OPEN"
                       AND alt-stamp(1:8) NUMERIC
                       PERFORM 2100-KEEP-OPEN-ALERT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE alertfile.
           MOVE 0 TO esc-eof.
       2100-KEEP-OPEN-ALERT.
           IF open-count >= 500
              DISPLAY "TOO MANY OPEN ALERTS - TABLE FULL"
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO open-count.
           MOVE alt-stamp TO opn-stamp(open-count).
           MOVE alt-severity TO opn-severity(open-count).
           MOVE alt-prog TO opn-prog(open-count).
           MOVE alt-message(1:60) TO opn-msg(open-count).
           MOVE 0 TO opn-lvl(open-count).
      * The highest level each open alert has already reached, so
      * an alert is escalated to each level once only.
       3000-SCAN-ESCALATIONS.
           OPEN INPUT escalatefile.
           PERFORM UNTIL esc-eof > 0
              READ escalatefile
                 AT END
                    MOVE 1 TO esc-eof
                 NOT AT END
                    MOVE escalateline TO esc-rec-fields
                    PERFORM 3100-FIND-OPEN-ALERT
                    IF open-hit > 0 AND esc-level NUMERIC
                       AND esc-level > opn-lvl(open-hit)
                       MOVE esc-level TO opn-lvl(open-hit)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE escalatefile.
           MOVE 0 TO esc-eof.
       3100-FIND-OPEN-ALERT.
           MOVE 0 TO open-hit.
           PERFORM VARYING open-idx FROM 1 BY 1
              UNTIL open-idx > open-count OR open-hit > 0
              IF opn-stamp(open-idx) = esc-alert-stamp
                 AND opn-prog(open-idx) = esc-prog
                 AND opn-msg(open-idx) = esc-message
                 MOVE open-idx TO open-hit
              END-IF
           END-PERFORM.
       4000-AGE-ONE-ALERT.
           EVALUATE TRUE
              WHEN opn-severity(open-idx)(1:6) = "SEVERE"
                 MOVE severe-mins TO wait-mins
              WHEN opn-severity(open-idx)(1:7) = "WARNING"
                 MOVE warning-mins TO wait-mins
              WHEN OTHER
                 MOVE other-mins TO wait-mins
           END-EVALUATE.
           IF wait-mins > 0
              MOVE opn-stamp(open-idx)(1:8) TO alert-date
              COMPUTE alert-mins =
                 FUNCTION INTEGER-OF-DATE(alert-date) * 1440
                 + FUNCTION NUMVAL(opn-stamp(open-idx)(10:2)) * 60
                 + FUNCTION NUMVAL(opn-stamp(open-idx)(12:2))
              COMPUTE alert-age = now-mins - alert-mins
              IF alert-age < 0
                 ADD 1440 TO alert-age
              END-IF
              IF alert-age < 0
                 MOVE 0 TO alert-age
              END-IF
              COMPUTE due-level = alert-age / wait-mins
              IF due-level > 3
                 MOVE 3 TO due-level
              END-IF
              IF due-level > opn-lvl(open-idx)
                 PERFORM 4100-WRITE-ESCALATION
              END-IF
           END-IF.
      * One record for the level now due; an alert that has waited
      * past several levels since the last run goes straight to
      * the one it has reached.
       4100-WRITE-ESCALATION.
           MOVE esc-timestamp(1:8) TO esc-stamp(1:8).
           MOVE "-" TO esc-stamp(9:1).
           MOVE esc-timestamp(9:6) TO esc-stamp(10:6).
           MOVE due-level TO esc-level.
           EVALUATE due-level
              WHEN 1
                 MOVE rota-primary TO esc-to
                 MOVE "PRIMARY" TO esc-role
              WHEN 2
                 MOVE rota-backup TO esc-to
                 MOVE "BACKUP" TO esc-role
              WHEN OTHER
                 MOVE rota-supervisor TO esc-to
                 MOVE "SUPERVISOR" TO esc-role
           END-EVALUATE.
           IF esc-to = SPACES
              MOVE "NOBODY" TO esc-to
              ADD 1 TO uncovered-count
           END-IF.
           IF alert-age > 99999
              MOVE 99999 TO esc-age
           ELSE
              MOVE alert-age TO esc-age
           END-IF.
           MOVE opn-stamp(open-idx) TO esc-alert-stamp.
           MOVE opn-severity(open-idx) TO esc-severity.
           MOVE opn-prog(open-idx) TO esc-prog.
           MOVE opn-msg(open-idx) TO esc-message.
           OPEN EXTEND escalatefile.
           MOVE esc-rec-fields TO escalateline.
           WRITE escalateline.
           CLOSE escalatefile.
           ADD 1 TO escalated-count.
           MOVE due-level TO opn-lvl(open-idx).
           DISPLAY "ESCALATED LEVEL " esc-level " TO " esc-to
              " (" esc-role ") " esc-severity " " esc-prog
              " WAITING " esc-age " MIN".
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE escalated-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM Escalate.
