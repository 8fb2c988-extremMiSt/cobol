       IDENTIFICATION DIVISION.
       PROGRAM-ID. Timeline.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL auditfile
           ASSIGN TO "RUNAUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL jobstatusfile
           ASSIGN TO "JOBSTATUS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL joblogfile
           ASSIGN TO "BATCHLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL alertfile
           ASSIGN TO "OPRALERT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL acklogfile
           ASSIGN TO "OPRACK.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL incidentfile
           ASSIGN TO "INCIDENT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL mntlogfile
           ASSIGN TO "LINEMNT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL fixlogfile
           ASSIGN TO "REJFIX.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL quarregfile
           ASSIGN TO "QUARREG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL contlogfile
           ASSIGN TO "LOCKCONT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT workfile
           ASSIGN TO "TIMELINE.WRK"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT sortfile
           ASSIGN TO "TIMELINE.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD auditfile.
       01 auditline PIC X(200).
       FD jobstatusfile.
       01 jobstatusline PIC X(120).
       FD joblogfile.
       01 joblogline PIC X(120).
       FD alertfile.
       01 alertline PIC X(190).
       FD acklogfile.
       01 acklogline PIC X(80).
       FD incidentfile.
       01 incidentline PIC X(170).
       FD mntlogfile.
       01 mntlogline PIC X(130).
       FD fixlogfile.
       01 fixlogline PIC X(130).
       FD quarregfile.
       01 quarregline PIC X(190).
       FD contlogfile.
       01 contlogline PIC X(80).
       FD workfile.
       01 workline PIC X(151).
       SD sortfile.
       01 sortrecord.
          05 srt-date PIC X(8).
          05 srt-day PIC 9.
          05 srt-time PIC X(6).
          05 srt-rank PIC 9(2).
          05 srt-seq PIC 9(6).
          05 srt-source PIC X(9).
          05 srt-prog PIC X(20).
          05 srt-oper PIC X(8).
          05 srt-fail PIC X.
          05 srt-event PIC X(90).
       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       COPY JOBSTREC.
       COPY INCREC.
      * What happened on a given business date, in one listing:
      * every entry the batch and operations logs hold for the date
      * - RUNAUDIT.LOG, JOBSTATUS.LOG, BATCHLOG.TXT, OPRALERT.LOG,
      * OPRACK.LOG, INCIDENT.LOG, LINEMNT.LOG, REJFIX.LOG,
      * QUARREG.TXT and LOCKCONT.LOG - merged into time order, each
      * line showing the log it came from, the program, the operator
      * where the log records one, and the event. A program name
      * after the date narrows the listing to that program; a batch
      * step counts as the program its command runs. The summary at
      * the head names the first failure of the night - a completion
      * at ERROR or SEVERE, an alert at ERROR or SEVERE, a step over
      * its MAXRC or a stopped batch, a quarantined input or a lock
      * timeout - and the events that followed it. The batch logs
      * carry the business date, so a run past midnight stays on the
      * batch's day; a log's clock going back from the afternoon to
      * the morning marks the crossing, and those entries sort after
      * the evening's as the next day's early hours (shown +1).
      * Operator acknowledgements, line and reject corrections and
      * lock timeouts carry the clock date and are taken for that
      * date. Entries in the same second keep the order the batch
      * writes them in - input read, alerts, completion, incident,
      * step result.
       01 cmdline PIC X(40).
       01 date-in PIC X(8) VALUE SPACES.
       01 prog-in PIC X(20) VALUE SPACES.
       01 bus-date PIC X(8).
       01 want-date PIC X(8).
       01 want-prog PIC X(20).
       01 tl-eof PIC 9 VALUE 0.
       01 ev-date PIC X(8).
       01 ev-time PIC X(6).
       01 ev-rank PIC 9(2).
       01 ev-source PIC X(9).
       01 ev-prog PIC X(20).
       01 ev-oper PIC X(8).
       01 ev-fail PIC X.
       01 ev-event PIC X(90).
       01 ev-day PIC 9.
       01 prev-time PIC X(6).
       01 ev-seq PIC 9(6) VALUE 0.
       01 step-cmd PIC X(60).
       01 cmd-word PIC X(40).
       01 step-rc PIC 9(4).
       01 step-maxrc PIC 9(2).
       01 tl-fields.
          05 tl-date PIC X(8).
          05 tl-day PIC 9.
          05 tl-time PIC X(6).
          05 tl-rank PIC 9(2).
          05 tl-seq PIC 9(6).
          05 tl-source PIC X(9).
          05 tl-prog PIC X(20).
          05 tl-oper PIC X(8).
          05 tl-fail PIC X.
          05 tl-event PIC X(90).
       01 event-count PIC 9(6) VALUE 0.
       01 fail-count PIC 9(6) VALUE 0.
       01 first-fail-pos PIC 9(6) VALUE 0.
       01 pos-idx PIC 9(6).
       01 after-count PIC 9(6) VALUE 0.
       01 after-shown PIC 9(6) VALUE 0.
       01 after-max PIC 9(2) VALUE 20.
       01 first-fail-time PIC X(10) VALUE SPACES.
       01 first-fail-prog PIC X(20) VALUE SPACES.
       01 mark-disp PIC X(2).
       01 time-disp PIC X(10).
       01 work-name PIC X(40) VALUE "TIMELINE.WRK".
       01 del-rc PIC 9(4) COMP-5.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "TIMELINE.TXT".
       01 rw-title PIC X(40) VALUE "BUSINESS DATE EVENT TIMELINE".
       01 rw-prog PIC X(20) VALUE "TIMELINE".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "TIMELINE".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO date-in, prog-in.
           IF date-in = SPACES
              MOVE bus-date TO date-in
           END-IF.
           IF date-in NOT NUMERIC
              DISPLAY "USAGE: TIMELINE [<YYYYMMDD> [<PROGRAM>]]"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(date-in))
              NOT = 0
              DISPLAY "USAGE: TIMELINE [<YYYYMMDD> [<PROGRAM>]]"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE date-in TO want-date.
           MOVE FUNCTION UPPER-CASE(prog-in) TO want-prog.
           SORT sortfile ON ASCENDING KEY srt-date
              ASCENDING KEY srt-day
              ASCENDING KEY srt-time
              ASCENDING KEY srt-rank
              ASCENDING KEY srt-seq
              INPUT PROCEDURE IS 1000-LOAD-EVENTS
              OUTPUT PROCEDURE IS 2000-SAVE-EVENTS.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           PERFORM 3000-PRINT-SUMMARY.
           PERFORM 4000-PRINT-TIMELINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           CALL "CBL_DELETE_FILE" USING work-name
              RETURNING del-rc.
           IF fail-count > 0
              DISPLAY "DATE " want-date " EVENTS=" event-count
                 " FAILURES=" fail-count " FIRST FAILURE "
                 first-fail-time " " first-fail-prog
           ELSE
              DISPLAY "DATE " want-date " EVENTS=" event-count
                 " NO FAILURE LOGGED"
           END-IF.
           IF event-count = 0
              DISPLAY "NO LOG ENTRY FOR " want-date
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       1000-LOAD-EVENTS.
           PERFORM 1100-LOAD-AUDIT.
           PERFORM 1200-LOAD-QUARANTINES.
           PERFORM 1300-LOAD-LOCK-TIMEOUTS.
           PERFORM 1400-LOAD-ALERTS.
           PERFORM 1500-LOAD-COMPLETIONS.
           PERFORM 1600-LOAD-INCIDENTS.
           PERFORM 1700-LOAD-BATCH-STEPS.
           PERFORM 1800-LOAD-ACKS.
           PERFORM 1850-LOAD-LINE-MAINT.
           PERFORM 1870-LOAD-REJECT-FIXES.
       1100-LOAD-AUDIT.
           MOVE 1 TO ev-rank.
           MOVE "RUNAUDIT" TO ev-source.
           MOVE SPACES TO prev-time.
           MOVE 0 TO ev-day.
           OPEN INPUT auditfile.
           PERFORM UNTIL tl-eof > 0
              READ auditfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    MOVE auditline TO audit-rec-fields
                    MOVE audit-date TO ev-date
                    MOVE audit-time TO ev-time
                    MOVE audit-prog TO ev-prog
                    MOVE SPACES TO ev-oper
                    MOVE "N" TO ev-fail
                    MOVE SPACES TO ev-event
                    STRING "READ " DELIMITED BY SIZE
                       audit-infile DELIMITED BY SPACE
                       " RECS=" audit-reccount
                       DELIMITED BY SIZE INTO ev-event
                    PERFORM 1900-RELEASE-EVENT
              END-READ
           END-PERFORM.
           CLOSE auditfile.
           MOVE 0 TO tl-eof.
       1200-LOAD-QUARANTINES.
           MOVE 2 TO ev-rank.
           MOVE "QUARREG" TO ev-source.
           MOVE SPACES TO prev-time.
           MOVE 0 TO ev-day.
           OPEN INPUT quarregfile.
           PERFORM UNTIL tl-eof > 0
              READ quarregfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    MOVE quarregline(1:8) TO ev-date
                    MOVE quarregline(10:6) TO ev-time
                    MOVE quarregline(71:20) TO ev-prog
                    MOVE quarregline(142:8) TO ev-oper
                    MOVE "Y" TO ev-fail
                    MOVE SPACES TO ev-event
                    STRING "INPUT QUARANTINED " DELIMITED BY SIZE
                       quarregline(22:40) DELIMITED BY SPACE
                       " REJECTS=" quarregline(100:6)
                       " STATUS=" quarregline(130:8)
                       DELIMITED BY SIZE INTO ev-event
                    PERFORM 1900-RELEASE-EVENT
              END-READ
           END-PERFORM.
           CLOSE quarregfile.
           MOVE 0 TO tl-eof.
       1300-LOAD-LOCK-TIMEOUTS.
           MOVE 3 TO ev-rank.
           MOVE "LOCKCONT" TO ev-source.
           MOVE SPACES TO prev-time.
           MOVE 0 TO ev-day.
           OPEN INPUT contlogfile.
           PERFORM UNTIL tl-eof > 0
              READ contlogfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    MOVE contlogline(1:8) TO ev-date
                    MOVE contlogline(10:6) TO ev-time
                    MOVE SPACES TO ev-prog
                    MOVE SPACES TO ev-oper
                    MOVE "Y" TO ev-fail
                    MOVE SPACES TO ev-event
                    STRING "LOCK TIMEOUT ON " DELIMITED BY SIZE
                       contlogline(22:20) DELIMITED BY SPACE
                       " - WRITE SKIPPED" DELIMITED BY SIZE
                       INTO ev-event
                    PERFORM 1900-RELEASE-EVENT
              END-READ
           END-PERFORM.
           CLOSE contlogfile.
           MOVE 0 TO tl-eof.
       1400-LOAD-ALERTS.
           MOVE 4 TO ev-rank.
           MOVE "OPRALERT" TO ev-source.
           MOVE SPACES TO prev-time.
           MOVE 0 TO ev-day.
           OPEN INPUT alertfile.
           PERFORM UNTIL tl-eof > 0
              READ alertfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    MOVE alertline(1:8) TO ev-date
                    MOVE alertline(10:6) TO ev-time
                    MOVE alertline(56:20) TO ev-prog
                    MOVE SPACES TO ev-oper
                    MOVE "N" TO ev-fail
                    IF alertline(39:8) = "ERROR"
                       OR alertline(39:8) = "SEVERE"
                       MOVE "Y" TO ev-fail
                    END-IF
                    MOVE SPACES TO ev-event
                    STRING "ALERT " alertline(39:8) " "
                       alertline(85:76)
                       DELIMITED BY SIZE INTO ev-event
                    PERFORM 1900-RELEASE-EVENT
              END-READ
           END-PERFORM.
           CLOSE alertfile.
           MOVE 0 TO tl-eof.
       1500-LOAD-COMPLETIONS.
           MOVE 5 TO ev-rank.
           MOVE "JOBSTATUS" TO ev-source.
           MOVE SPACES TO prev-time.
           MOVE 0 TO ev-day.
           OPEN INPUT jobstatusfile.
           PERFORM UNTIL tl-eof > 0
              READ jobstatusfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    MOVE jobstatusline TO jobst-rec-fields
                    MOVE jobst-date TO ev-date
                    MOVE jobst-time TO ev-time
                    MOVE jobst-prog TO ev-prog
                    MOVE jobst-oper TO ev-oper
                    MOVE "N" TO ev-fail
                    IF jobst-sev = "ERROR" OR jobst-sev = "SEVERE"
                       MOVE "Y" TO ev-fail
                    END-IF
                    MOVE SPACES TO ev-event
                    STRING "ENDED RC=" jobst-rc
                       " RECS=" jobst-recs
                       " SEVERITY=" jobst-sev
                       DELIMITED BY SIZE INTO ev-event
                    PERFORM 1900-RELEASE-EVENT
              END-READ
           END-PERFORM.
           CLOSE jobstatusfile.
           MOVE 0 TO tl-eof.
       1600-LOAD-INCIDENTS.
           MOVE 6 TO ev-rank.
           MOVE "INCIDENT" TO ev-source.
           MOVE SPACES TO prev-time.
           MOVE 0 TO ev-day.
           OPEN INPUT incidentfile.
           PERFORM UNTIL tl-eof > 0
              READ incidentfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    MOVE incidentline TO inc-rec-fields
                    MOVE inc-date TO ev-date
                    MOVE inc-time TO ev-time
                    MOVE inc-prog TO ev-prog
                    MOVE SPACES TO ev-oper
                    MOVE "N" TO ev-fail
                    MOVE SPACES TO ev-event
                    STRING "INCIDENT " inc-id " OPENED RC=" inc-rc
                       " NOW " inc-status
                       DELIMITED BY SIZE INTO ev-event
                    PERFORM 1900-RELEASE-EVENT
              END-READ
           END-PERFORM.
           CLOSE incidentfile.
           MOVE 0 TO tl-eof.
      * A step line names the command it ran; the program is the
      * command's first word without its path, as the other logs
      * name it. Batch start, stop and restart lines belong to the
      * batch driver itself.
       1700-LOAD-BATCH-STEPS.
           MOVE 7 TO ev-rank.
           MOVE "BATCHLOG" TO ev-source.
           MOVE SPACES TO prev-time.
           MOVE 0 TO ev-day.
           OPEN INPUT joblogfile.
           PERFORM UNTIL tl-eof > 0
              READ joblogfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    MOVE joblogline(1:8) TO ev-date
                    MOVE joblogline(10:6) TO ev-time
                    MOVE SPACES TO ev-oper
                    MOVE "N" TO ev-fail
                    MOVE SPACES TO ev-event
                    IF joblogline(17:5) = "STEP="
                       PERFORM 1750-PARSE-STEP-LINE
                    ELSE
                       MOVE "BATCHRUN" TO ev-prog
                       MOVE joblogline(17:90) TO ev-event
                       IF joblogline(17:13) = "BATCH STOPPED"
                          MOVE "Y" TO ev-fail
                       END-IF
                    END-IF
                    PERFORM 1900-RELEASE-EVENT
              END-READ
           END-PERFORM.
           CLOSE joblogfile.
           MOVE 0 TO tl-eof.
       1750-PARSE-STEP-LINE.
           MOVE joblogline(29:60) TO step-cmd.
           MOVE SPACES TO cmd-word.
           UNSTRING step-cmd DELIMITED BY ALL SPACE INTO cmd-word.
           IF cmd-word(1:2) = "./"
              MOVE cmd-word(3:38) TO cmd-word
           END-IF.
           MOVE FUNCTION UPPER-CASE(cmd-word) TO ev-prog.
           IF joblogline(93:4) NUMERIC AND joblogline(104:2) NUMERIC
              MOVE joblogline(93:4) TO step-rc
              MOVE joblogline(104:2) TO step-maxrc
              IF step-rc > step-maxrc
                 MOVE "Y" TO ev-fail
              END-IF
           END-IF.
           IF joblogline(89:8) = " NOT DUE"
              STRING "STEP " joblogline(22:2)
                 " NOT DUE FREQ=" joblogline(103:10)
                 " CMD=" step-cmd
                 DELIMITED BY SIZE INTO ev-event
           ELSE
              STRING "STEP " joblogline(22:2)
                 " RC=" joblogline(93:4)
                 " MAXRC=" joblogline(104:2)
                 " POLICY=" joblogline(114:4)
                 " CMD=" step-cmd
                 DELIMITED BY SIZE INTO ev-event
           END-IF.
       1800-LOAD-ACKS.
           MOVE 8 TO ev-rank.
           MOVE "OPRACK" TO ev-source.
           MOVE SPACES TO prev-time.
           MOVE 0 TO ev-day.
           OPEN INPUT acklogfile.
           PERFORM UNTIL tl-eof > 0
              READ acklogfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    MOVE acklogline(1:8) TO ev-date
                    MOVE acklogline(10:6) TO ev-time
                    MOVE "ALERTBROWSE" TO ev-prog
                    MOVE acklogline(39:8) TO ev-oper
                    MOVE "N" TO ev-fail
                    MOVE SPACES TO ev-event
                    STRING acklogline(17:12) " ACKNOWLEDGED"
                       DELIMITED BY SIZE INTO ev-event
                    PERFORM 1900-RELEASE-EVENT
              END-READ
           END-PERFORM.
           CLOSE acklogfile.
           MOVE 0 TO tl-eof.
      * The BEFORE/AFTER image lines under each change carry no
      * stamp of their own and are left to LINEMNT.LOG itself.
       1850-LOAD-LINE-MAINT.
           MOVE 9 TO ev-rank.
           MOVE "LINEMNT" TO ev-source.
           MOVE SPACES TO prev-time.
           MOVE 0 TO ev-day.
           OPEN INPUT mntlogfile.
           PERFORM UNTIL tl-eof > 0
              READ mntlogfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    IF mntlogline(1:8) NUMERIC
                       MOVE mntlogline(1:8) TO ev-date
                       MOVE mntlogline(10:6) TO ev-time
                       MOVE "LINEMAINT" TO ev-prog
                       MOVE mntlogline(26:8) TO ev-oper
                       MOVE "N" TO ev-fail
                       MOVE SPACES TO ev-event
                       STRING "LINE FILE " mntlogline(35:19)
                          DELIMITED BY SIZE INTO ev-event
                       PERFORM 1900-RELEASE-EVENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE mntlogfile.
           MOVE 0 TO tl-eof.
       1870-LOAD-REJECT-FIXES.
           MOVE 10 TO ev-rank.
           MOVE "REJFIX" TO ev-source.
           MOVE SPACES TO prev-time.
           MOVE 0 TO ev-day.
           OPEN INPUT fixlogfile.
           PERFORM UNTIL tl-eof > 0
              READ fixlogfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    MOVE fixlogline(1:8) TO ev-date
                    MOVE fixlogline(10:6) TO ev-time
                    MOVE "REJFIX" TO ev-prog
                    MOVE fixlogline(26:8) TO ev-oper
                    MOVE "N" TO ev-fail
                    MOVE SPACES TO ev-event
                    STRING "REJECT CORRECTED " fixlogline(35:26)
                       DELIMITED BY SIZE INTO ev-event
                    PERFORM 1900-RELEASE-EVENT
              END-READ
           END-PERFORM.
           CLOSE fixlogfile.
           MOVE 0 TO tl-eof.
      * Each log is appended in time order, so within the date a
      * clock that falls back from the afternoon to the morning has
      * passed midnight, and the rest of that log's entries for the
      * date are the next day's early hours.
       1900-RELEASE-EVENT.
           IF ev-date = want-date
              IF prev-time NOT = SPACES AND prev-time >= "120000"
                 AND ev-time < "120000"
                 MOVE 1 TO ev-day
              END-IF
              MOVE ev-time TO prev-time
              IF want-prog = SPACES OR ev-prog = want-prog
                 ADD 1 TO ev-seq
                 MOVE ev-date TO srt-date
                 MOVE ev-day TO srt-day
                 MOVE ev-time TO srt-time
                 MOVE ev-rank TO srt-rank
                 MOVE ev-seq TO srt-seq
                 MOVE ev-source TO srt-source
                 MOVE ev-prog TO srt-prog
                 MOVE ev-oper TO srt-oper
                 MOVE ev-fail TO srt-fail
                 MOVE ev-event TO srt-event
                 RELEASE sortrecord
              END-IF
           END-IF.
      * The sorted events go to a work file so the summary can be
      * printed ahead of the listing it is drawn from.
       2000-SAVE-EVENTS.
           OPEN OUTPUT workfile.
           MOVE 0 TO tl-eof.
           PERFORM UNTIL tl-eof > 0
              RETURN sortfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    ADD 1 TO event-count
                    IF srt-fail = "Y"
                       ADD 1 TO fail-count
                       IF first-fail-pos = 0
                          MOVE event-count TO first-fail-pos
                       END-IF
                    END-IF
                    MOVE sortrecord TO workline
                    WRITE workline
              END-RETURN
           END-PERFORM.
           CLOSE workfile.
           MOVE 0 TO tl-eof.
       3000-PRINT-SUMMARY.
           IF want-prog = SPACES
              STRING "BUSINESS DATE " want-date " - ALL PROGRAMS"
                 DELIMITED BY SIZE INTO rw-line
           ELSE
              STRING "BUSINESS DATE " want-date " - PROGRAM "
                 want-prog
                 DELIMITED BY SIZE INTO rw-line
           END-IF.
           PERFORM 8000-WRITE-LINE.
           STRING "EVENTS=" event-count " FAILURES=" fail-count
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           IF first-fail-pos = 0
              MOVE "NO FAILURE LOGGED ON THIS DATE" TO rw-line
              PERFORM 8000-WRITE-LINE
           ELSE
              PERFORM 3100-PRINT-FIRST-FAILURE
           END-IF.
           PERFORM 8000-WRITE-LINE.
       3100-PRINT-FIRST-FAILURE.
           COMPUTE after-count = event-count - first-fail-pos.
           MOVE 0 TO after-shown.
           MOVE 0 TO pos-idx.
           OPEN INPUT workfile.
           PERFORM UNTIL tl-eof > 0
              READ workfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    ADD 1 TO pos-idx
                    MOVE workline TO tl-fields
                    EVALUATE TRUE
                       WHEN pos-idx = first-fail-pos
                          PERFORM 7000-FORMAT-TIME
                          MOVE time-disp TO first-fail-time
                          MOVE tl-prog TO first-fail-prog
                          MOVE "FIRST FAILURE:" TO rw-line
                          PERFORM 8000-WRITE-LINE
                          MOVE ">>" TO mark-disp
                          PERFORM 7100-FORMAT-EVENT
                          PERFORM 8000-WRITE-LINE
                          IF after-count > 0
                             STRING "FOLLOWED BY " after-count
                                " EVENTS:"
                                DELIMITED BY SIZE INTO rw-line
                             PERFORM 8000-WRITE-LINE
                          END-IF
                       WHEN pos-idx > first-fail-pos
                          AND after-shown < after-max
                          ADD 1 TO after-shown
                          MOVE SPACES TO mark-disp
                          IF tl-fail = "Y"
                             MOVE "**" TO mark-disp
                          END-IF
                          PERFORM 7100-FORMAT-EVENT
                          PERFORM 8000-WRITE-LINE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE workfile.
           MOVE 0 TO tl-eof.
           IF after-count > after-shown
              SUBTRACT after-shown FROM after-count
              STRING "   ... AND " after-count
                 " MORE - SEE THE TIMELINE BELOW"
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
       4000-PRINT-TIMELINE.
           MOVE "   TIME       SOURCE    PROGRAM              OPERATOR"
              TO rw-line.
           MOVE "EVENT" TO rw-line(55:5).
           PERFORM 8000-WRITE-LINE.
           MOVE 0 TO pos-idx.
           OPEN INPUT workfile.
           PERFORM UNTIL tl-eof > 0
              READ workfile
                 AT END
                    MOVE 1 TO tl-eof
                 NOT AT END
                    ADD 1 TO pos-idx
                    MOVE workline TO tl-fields
                    MOVE SPACES TO mark-disp
                    IF tl-fail = "Y"
                       MOVE "**" TO mark-disp
                    END-IF
                    IF pos-idx = first-fail-pos
                       MOVE ">>" TO mark-disp
                    END-IF
                    PERFORM 7100-FORMAT-EVENT
                    PERFORM 8000-WRITE-LINE
              END-READ
           END-PERFORM.
           CLOSE workfile.
           MOVE 0 TO tl-eof.
           IF event-count = 0
              MOVE "NO LOG ENTRY FOR THIS DATE" TO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
       7000-FORMAT-TIME.
           MOVE SPACES TO time-disp.
           STRING tl-time(1:2) ":" tl-time(3:2) ":" tl-time(5:2)
              DELIMITED BY SIZE INTO time-disp.
           IF tl-day > 0
              MOVE "+1" TO time-disp(9:2)
           END-IF.
       7100-FORMAT-EVENT.
           PERFORM 7000-FORMAT-TIME.
           STRING mark-disp " " time-disp " " tl-source " "
              tl-prog " " tl-oper " " tl-event
              DELIMITED BY SIZE INTO rw-line.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE event-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM Timeline.
