           SELECT OPTIONAL incidentfile
           ASSIGN TO "INCIDENT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL apprfile
           ASSIGN TO "APPROVALS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL escalatefile
           ASSIGN TO "ESCALATE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD jobstatusfile.
          05 FILLER PIC X(9).
          05 alt-message PIC X(86).
       FD incidentfile.
       01 incidentline PIC X(170).
       FD apprfile.
       01 apprline PIC X(254).
       FD escalatefile.
       01 escalateline PIC X(200).
       WORKING-STORAGE SECTION.
       COPY JOBSTREC.
       COPY INCREC.
       COPY APPRREC.
       COPY ESCREC.
      * The day's story on one page, run as the last batch step:
      * every program that completed today with its worst RC and
      * severity, the batch step outcomes with the stop/restart
      * position, the alerts raised with their OPEN/ACK state and
      * the escalations made to the on-call operators for those
      * left unacknowledged, and a banner verdict - CLEAN,
      * WARNINGS or ATTENTION REQUIRED - so the morning operator
      * knows at a glance whether to dig into JOBSTATUS.LOG,
      * BATCHLOG.TXT or OPRALERT.LOG. Requests still waiting on the
      * approval queue are listed at the foot, whatever day they
      * were made, so nothing sits unseen. Each open incident
      * carries the known error it matches and the runbook action
      * that entry suggests. Steps BatchRun passed over as not due
      * on the business date under their run frequency are listed
      * under the batch line, just as BatchMon shows them.
       01 bus-date PIC X(8).
       01 cls-eof PIC 9 VALUE 0.
       01 prog-idx PIC 9(3).
       01 batch-ended PIC X(40) VALUE
           "NO BATCH END LINE LOGGED TODAY".
       01 batch-stopped PIC X VALUE "N".
       01 notdue-count PIC 9(2) VALUE 0.
       01 notdue-table.
          05 notdue-entry OCCURS 20 TIMES.
             10 nd-step PIC X(2).
             10 nd-freq PIC X(10).
             10 nd-cmd PIC X(40).
       01 nd-idx PIC 9(2).
       01 nd-found PIC X.
       01 restart-note PIC X(50) VALUE SPACES.
       01 incidents-open PIC 9(4) VALUE 0.
       01 alerts-open PIC 9(4) VALUE 0.
       01 approvals-open PIC 9(4) VALUE 0.
       01 escalations-today PIC 9(4) VALUE 0.
       01 escalations-super PIC 9(4) VALUE 0.
       01 alerts-acked PIC 9(4) VALUE 0.
       01 open-severe PIC 9(4) VALUE 0.
       01 worst-rc-seen PIC 9(4) VALUE 0.
       01 verdict PIC X(20).
       01 ker-action PIC X(1).
       01 ker-id PIC 9(4).
       01 ker-diag PIC X(40).
       01 ker-runbook PIC X(40).
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "DAYCLOSE.TXT".
       01 rw-title PIC X(40) VALUE "OPERATIONS DAY CLOSE-OUT".
       01 jst-prog PIC X(20) VALUE "DAYCLOSE".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           PERFORM 1000-SCAN-JOB-STATUS.
           PERFORM 2000-SCAN-BATCH-LOG.
           PERFORM 3000-SCAN-ALERTS.
           PERFORM 3500-COUNT-OPEN-INCIDENTS.
           PERFORM 3600-COUNT-OPEN-APPROVALS.
           PERFORM 3700-COUNT-ESCALATIONS.
           PERFORM 4000-FORM-VERDICT.
           PERFORM 5000-PRINT-REPORT.
           PERFORM 9600-REGISTER-STATUS
                 NOT AT END
                    IF joblogline(1:8) = bus-date
                       EVALUATE TRUE
                          WHEN joblogline(16:6) = " STEP="
                             AND joblogline(89:8) = " NOT DUE"
                             PERFORM 2100-NOTE-NOT-DUE
                          WHEN joblogline(16:6) = " STEP="
                             ADD 1 TO batch-lines
                          WHEN joblogline(17:13) = "BATCH STOPPED"
              STRING "RESTART POSITION: TABLE ENTRY " rst-step
                 DELIMITED BY SIZE INTO restart-note
           END-IF.
      * A restarted batch logs its passed-over steps again; each
      * step is listed once.
       2100-NOTE-NOT-DUE.
           MOVE "N" TO nd-found.
           PERFORM VARYING nd-idx FROM 1 BY 1
              UNTIL nd-idx > notdue-count
              IF nd-step(nd-idx) = joblogline(22:2)
                 MOVE "Y" TO nd-found
              END-IF
           END-PERFORM.
           IF nd-found = "N" AND notdue-count < 20
              ADD 1 TO notdue-count
              MOVE joblogline(22:2) TO nd-step(notdue-count)
              MOVE joblogline(103:10) TO nd-freq(notdue-count)
              MOVE joblogline(29:40) TO nd-cmd(notdue-count)
           END-IF.
       3000-SCAN-ALERTS.
           OPEN INPUT alertfile.
           PERFORM UNTIL cls-eof > 0
           END-PERFORM.
           CLOSE incidentfile.
           MOVE 0 TO cls-eof.
       3600-COUNT-OPEN-APPROVALS.
           OPEN INPUT apprfile.
           PERFORM UNTIL cls-eof > 0
              READ apprfile
                 AT END
                    MOVE 1 TO cls-eof
                 NOT AT END
                    MOVE apprline TO appr-rec-fields
                    IF appr-id NUMERIC
                       AND (appr-status = "PENDING"
                          OR appr-status = "APPROVED")
                       ADD 1 TO approvals-open
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE apprfile.
           MOVE 0 TO cls-eof.
       3700-COUNT-ESCALATIONS.
           OPEN INPUT escalatefile.
           PERFORM UNTIL cls-eof > 0
              READ escalatefile
                 AT END
                    MOVE 1 TO cls-eof
                 NOT AT END
                    MOVE escalateline TO esc-rec-fields
                    IF esc-stamp(1:8) = bus-date
                       ADD 1 TO escalations-today
                       IF esc-level = 3
                          ADD 1 TO escalations-super
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE escalatefile.
           MOVE 0 TO cls-eof.
       4000-FORM-VERDICT.
           EVALUATE TRUE
              WHEN worst-rc-seen > 4
           END-PERFORM.
           MOVE SPACES TO rw-line.
           STRING "-- BATCH: STEPS LOGGED=" batch-lines
              " NOT DUE=" notdue-count
              " " batch-ended
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 5900-WRITE-LINE.
           PERFORM VARYING nd-idx FROM 1 BY 1
              UNTIL nd-idx > notdue-count
              MOVE SPACES TO rw-line
              STRING "STEP=" nd-step(nd-idx)
                 " NOT DUE FREQ=" nd-freq(nd-idx)
                 " CMD=" nd-cmd(nd-idx)
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 5900-WRITE-LINE
           END-PERFORM.
           IF restart-note NOT = SPACES
              MOVE SPACES TO rw-line
              MOVE restart-note TO rw-line(1:50)
           PERFORM 5900-WRITE-LINE.
           PERFORM 5500-LIST-OPEN-ALERTS.
           MOVE SPACES TO rw-line.
           STRING "-- ALERT ESCALATIONS TODAY: " escalations-today
              " (TO SUPERVISOR=" escalations-super ")"
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 5900-WRITE-LINE.
           PERFORM 5550-LIST-ESCALATIONS.
           MOVE SPACES TO rw-line.
           STRING "-- INCIDENTS STILL OPEN: " incidents-open
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 5900-WRITE-LINE.
           PERFORM 5600-LIST-OPEN-INCIDENTS.
           MOVE SPACES TO rw-line.
           STRING "-- APPROVALS STILL OPEN: " approvals-open
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 5900-WRITE-LINE.
           PERFORM 5700-LIST-OPEN-APPROVALS.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           END-PERFORM.
           CLOSE alertfile.
           MOVE 0 TO cls-eof.
       5550-LIST-ESCALATIONS.
           OPEN INPUT escalatefile.
           PERFORM UNTIL cls-eof > 0
              READ escalatefile
                 AT END
                    MOVE 1 TO cls-eof
                 NOT AT END
                    MOVE escalateline TO esc-rec-fields
                    IF esc-stamp(1:8) = bus-date
                       MOVE SPACES TO rw-line
                       STRING "ESCALATED " esc-stamp(10:6)
                          " LEVEL " esc-level
                          " TO " esc-to
                          " " esc-role
                          " AFTER " esc-age " MIN "
                          esc-severity
                          " " esc-prog(1:12)
                          " " esc-message(1:40)
                          DELIMITED BY SIZE INTO rw-line
                       PERFORM 5900-WRITE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE escalatefile.
           MOVE 0 TO cls-eof.
       5600-LIST-OPEN-INCIDENTS.
           OPEN INPUT incidentfile.
           PERFORM UNTIL cls-eof > 0
                          " LINK=" inc-link
                          DELIMITED BY SIZE INTO rw-line
                       PERFORM 5900-WRITE-LINE
                       PERFORM 5650-SHOW-KNOWN-ERROR
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE incidentfile.
           MOVE 0 TO cls-eof.
      * An incident opened before a fitting known error existed is
      * matched again here, so a promotion made today shows against
      * everything still open for the same failure.
       5650-SHOW-KNOWN-ERROR.
           IF inc-known NUMERIC AND inc-known NOT = "0000"
              MOVE "L" TO ker-action
              MOVE inc-known TO ker-id
           ELSE
              MOVE "M" TO ker-action
           END-IF.
           CALL "KnownErr" USING ker-action, inc-prog, inc-rc,
              inc-run, ker-id, ker-diag, ker-runbook.
           IF ker-id > 0
              MOVE SPACES TO rw-line
              STRING "   KNOWN ERROR " ker-id
                 " SUGGESTED ACTION: " ker-runbook
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 5900-WRITE-LINE
           END-IF.
      * An APPROVED request still open is one whose apply did not
      * go through - it waits on the approval screen for a retry.
       5700-LIST-OPEN-APPROVALS.
           OPEN INPUT apprfile.
           PERFORM UNTIL cls-eof > 0
              READ apprfile
                 AT END
                    MOVE 1 TO cls-eof
                 NOT AT END
                    MOVE apprline TO appr-rec-fields
                    IF appr-id NUMERIC
                       AND (appr-status = "PENDING"
                          OR appr-status = "APPROVED")
                       MOVE SPACES TO rw-line
                       STRING "REQUEST " appr-id
                          " " appr-status
                          " " appr-action
                          " " appr-target(1:30)
                          " MAKER=" appr-maker
                          " AT " appr-made-ts
                          DELIMITED BY SIZE INTO rw-line
                       PERFORM 5900-WRITE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE apprfile.
           MOVE 0 TO cls-eof.
       5900-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
