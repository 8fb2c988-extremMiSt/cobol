       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainChk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL chainlogfile
           ASSIGN TO DYNAMIC walk-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL carryfile
           ASSIGN TO "LOGCHAIN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD chainlogfile.
       01 chainlogline PIC X(320).
       FD carryfile.
       01 carryline PIC X(140).
       WORKING-STORAGE SECTION.
       COPY LGCHREC.
      * Walks the hash chain of ANSWERS.LOG, RUNAUDIT.LOG and
      * JOBSTATUS.LOG, and of every archive LogRoll has recorded in
      * LOGCHAIN.TXT, entry by entry from the value the first entry
      * should link to. The first entry that does not link to the
      * one before it - edited, inserted, or with entries removed
      * ahead of it - is reported with its timestamp and raises a
      * SEVERE alert; so does an entry with no chain value once the
      * chain has begun. Entries written before chaining are counted
      * and left alone. A live log is walked under its writers'
      * lock. One log or archive can be named to walk it alone.
      * Printed to CHAINCHK.TXT.
       01 cmdline PIC X(80).
       01 name-in PIC X(40).
       01 walk-name PIC X(40).
       01 walk-stem PIC X(20).
       01 walk-live PIC X.
       01 walk-eof PIC 9.
       01 walk-started PIC X.
       01 walk-entries PIC 9(8).
       01 walk-unchained PIC 9(8).
       01 walk-chained PIC 9(8).
       01 walk-break PIC 9(8).
       01 walk-break-stamp PIC X(15).
       01 walk-break-why PIC X(40).
       01 walk-result PIC X(12).
       01 live-count PIC 9 VALUE 3.
       01 live-names-values PIC X(60) VALUE
           "ANSWERS.LOG         RUNAUDIT.LOG        JOBSTATUS.LOG".
       01 live-names-tbl REDEFINES live-names-values.
           05 live-name OCCURS 3 TIMES PIC X(20).
       01 live-idx PIC 9.
       01 live-hit PIC 9.
       01 arc-count PIC 9(3) VALUE 0.
       01 arc-table.
          05 arc-name OCCURS 200 TIMES PIC X(40).
       01 arc-idx PIC 9(3).
       01 arc-found PIC X.
       01 carry-eof PIC 9.
       01 logs-walked PIC 9(4) VALUE 0.
       01 logs-broken PIC 9(4) VALUE 0.
       01 logs-locked PIC 9(4) VALUE 0.
       01 entries-walked PIC 9(10) VALUE 0.
       01 chn-action PIC X(1).
       01 chn-log PIC X(40).
       01 chn-line PIC X(320).
       01 chn-prev PIC 9(10).
       01 chn-value PIC 9(10).
       01 chn-state PIC X(1).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20).
       01 lock-held PIC X(1).
       01 alt-prog PIC X(20) VALUE "CHAINCHK".
       01 alt-severity PIC X(8).
       01 alt-message PIC X(80).
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "CHAINCHK.TXT".
       01 rw-title PIC X(40) VALUE "LOG CHAIN VERIFICATION".
       01 rw-prog PIC X(20) VALUE "CHAINCHK".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "CHAINCHK".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           MOVE SPACES TO name-in.
           UNSTRING cmdline DELIMITED BY ALL SPACE INTO name-in.
           MOVE FUNCTION UPPER-CASE(name-in) TO name-in.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           MOVE "LOG" TO rw-line(1:3).
           MOVE "ENTRIES" TO rw-line(32:7).
           MOVE "UNCHAINED" TO rw-line(41:9).
           MOVE "CHAINED" TO rw-line(52:7).
           MOVE "RESULT" TO rw-line(62:6).
           PERFORM 8000-WRITE-LINE.
           IF name-in NOT = SPACES
              MOVE name-in TO walk-name
              PERFORM 2000-WALK-ONE-LOG
           ELSE
              PERFORM VARYING live-idx FROM 1 BY 1
                 UNTIL live-idx > live-count
                 MOVE live-name(live-idx) TO walk-name
                 PERFORM 2000-WALK-ONE-LOG
              END-PERFORM
              PERFORM 1000-LOAD-ARCHIVES
              PERFORM VARYING arc-idx FROM 1 BY 1
                 UNTIL arc-idx > arc-count
                 MOVE arc-name(arc-idx) TO walk-name
                 PERFORM 2000-WALK-ONE-LOG
              END-PERFORM
           END-IF.
           PERFORM 8000-WRITE-LINE.
           MOVE SPACES TO rw-line.
           STRING "LOGS=" logs-walked " ENTRIES=" entries-walked
              " BROKEN=" logs-broken
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           DISPLAY "LOGS=" logs-walked " ENTRIES=" entries-walked
              " BROKEN=" logs-broken.
           EVALUATE TRUE
              WHEN logs-locked > 0
                 MOVE 12 TO RETURN-CODE
              WHEN logs-broken > 0
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * Each archive once, in the order LogRoll first wrote them.
       1000-LOAD-ARCHIVES.
           MOVE 0 TO carry-eof.
           OPEN INPUT carryfile.
           PERFORM UNTIL carry-eof > 0
              READ carryfile
                 AT END
                    MOVE 1 TO carry-eof
                 NOT AT END
                    MOVE carryline TO lgch-rec-fields
                    PERFORM 1100-NOTE-ARCHIVE
              END-READ
           END-PERFORM.
           CLOSE carryfile.
       1100-NOTE-ARCHIVE.
           MOVE "N" TO arc-found.
           PERFORM VARYING arc-idx FROM 1 BY 1
              UNTIL arc-idx > arc-count
              IF arc-name(arc-idx) = lgch-archive
                 MOVE "Y" TO arc-found
              END-IF
           END-PERFORM.
           IF arc-found = "N" AND lgch-archive NOT = SPACES
              IF arc-count >= 200
                 DISPLAY "TOO MANY ARCHIVES IN LOGCHAIN.TXT - "
                    "TABLE FULL"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 STOP RUN
              END-IF
              ADD 1 TO arc-count
              MOVE lgch-archive TO arc-name(arc-count)
           END-IF.
       2000-WALK-ONE-LOG.
           MOVE "N" TO walk-live.
           PERFORM VARYING live-hit FROM 1 BY 1
              UNTIL live-hit > live-count
              IF live-name(live-hit) = walk-name
                 MOVE "Y" TO walk-live
              END-IF
           END-PERFORM.
           IF walk-live = "Y"
              MOVE SPACES TO walk-stem
              UNSTRING walk-name DELIMITED BY "." INTO walk-stem
              MOVE walk-stem TO lock-stem
              MOVE "A" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
           END-IF.
           IF walk-live = "Y" AND lock-held = "N"
              DISPLAY "LOG " walk-name(1:20)
                 " NOT CHECKED - LOCK NOT OBTAINED"
              ADD 1 TO logs-locked
              MOVE walk-name TO rw-line(1:30)
              MOVE "NOT CHECKED - LOCKED" TO rw-line(62:20)
              PERFORM 8000-WRITE-LINE
           ELSE
              PERFORM 2050-WALK-ENTRIES
           END-IF.
       2050-WALK-ENTRIES.
           MOVE "S" TO chn-action.
           MOVE walk-name TO chn-log.
           CALL "LogChain" USING chn-action, chn-log, chn-line,
              chn-prev, chn-value, chn-state.
           MOVE 0 TO walk-entries.
           MOVE 0 TO walk-unchained.
           MOVE 0 TO walk-chained.
           MOVE 0 TO walk-break.
           MOVE SPACES TO walk-break-stamp.
           MOVE SPACES TO walk-break-why.
           MOVE "N" TO walk-started.
           IF chn-prev > 0
              MOVE "Y" TO walk-started
           END-IF.
           MOVE 0 TO walk-eof.
           OPEN INPUT chainlogfile.
           PERFORM UNTIL walk-eof > 0
              READ chainlogfile
                 AT END
                    MOVE 1 TO walk-eof
                 NOT AT END
                    PERFORM 2100-CHECK-ONE-ENTRY
              END-READ
           END-PERFORM.
           CLOSE chainlogfile.
           IF walk-live = "Y"
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
           END-IF.
           ADD 1 TO logs-walked.
           ADD walk-entries TO entries-walked.
           PERFORM 3000-REPORT-ONE-LOG.
      * A link that fails is reported once; the walk carries on from
      * the value the entry holds, so the counts cover the whole log.
       2100-CHECK-ONE-ENTRY.
           ADD 1 TO walk-entries.
           MOVE "C" TO chn-action.
           MOVE chainlogline TO chn-line.
           CALL "LogChain" USING chn-action, chn-log, chn-line,
              chn-prev, chn-value, chn-state.
           EVALUATE chn-state
              WHEN "P"
                 ADD 1 TO walk-unchained
                 IF walk-started = "Y" AND walk-break = 0
                    MOVE walk-entries TO walk-break
                    MOVE chainlogline(1:15) TO walk-break-stamp
                    MOVE "ENTRY CARRIES NO CHAIN VALUE"
                       TO walk-break-why
                 END-IF
                 MOVE 0 TO chn-prev
              WHEN "N"
                 ADD 1 TO walk-chained
                 IF walk-break = 0
                    MOVE walk-entries TO walk-break
                    MOVE chainlogline(1:15) TO walk-break-stamp
                    MOVE "ENTRY ALTERED OR ONE BEFORE IT REMOVED"
                       TO walk-break-why
                 END-IF
                 MOVE "Y" TO walk-started
                 MOVE chn-value TO chn-prev
              WHEN OTHER
                 ADD 1 TO walk-chained
                 MOVE "Y" TO walk-started
                 MOVE chn-value TO chn-prev
           END-EVALUATE.
       3000-REPORT-ONE-LOG.
           EVALUATE TRUE
              WHEN walk-break > 0
                 MOVE "BROKEN" TO walk-result
              WHEN walk-entries = 0
                 MOVE "EMPTY" TO walk-result
              WHEN walk-chained = 0
                 MOVE "NOT CHAINED" TO walk-result
              WHEN OTHER
                 MOVE "INTACT" TO walk-result
           END-EVALUATE.
           MOVE walk-name TO rw-line(1:30).
           MOVE walk-entries TO rw-line(31:8).
           MOVE walk-unchained TO rw-line(42:8).
           MOVE walk-chained TO rw-line(51:8).
           MOVE walk-result TO rw-line(62:12).
           PERFORM 8000-WRITE-LINE.
           IF walk-break > 0
              ADD 1 TO logs-broken
              MOVE SPACES TO rw-line
              STRING "   FIRST BROKEN LINK AT ENTRY " walk-break
                 " " walk-break-stamp " - " walk-break-why
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
              MOVE "SEVERE" TO alt-severity
              MOVE SPACES TO alt-message
              STRING "CHAIN BROKEN IN " DELIMITED BY SIZE
                 walk-name DELIMITED BY SPACE
                 " AT ENTRY " walk-break " " walk-break-stamp
                 DELIMITED BY SIZE INTO alt-message
              CALL "Alert" USING alt-prog, alt-severity, alt-message
              DISPLAY "CHAIN BROKEN IN " walk-name(1:20)
                 " AT ENTRY " walk-break " " walk-break-stamp
           END-IF.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE entries-walked TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM ChainChk.
