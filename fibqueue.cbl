       IDENTIFICATION DIVISION.
       PROGRAM-ID. FibQueue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL queuefile
           ASSIGN TO "FIBREQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL queuenewfile
           ASSIGN TO "FIBREQ.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL fibmstfile
           ASSIGN TO "FIBMST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL responsefile
           ASSIGN TO DYNAMIC rsp-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL reqlogfile
           ASSIGN TO "FIBREQ.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD queuefile.
       01 queueline PIC X(200).
       FD queuenewfile.
       01 queuenewline PIC X(200).
       FD fibmstfile.
       01 fibmstrecord.
          05 mst-n PIC 9(3).
          05 FILLER PIC X(1).
          05 mst-value PIC X(210).
       FD responsefile.
       01 responseline PIC X(250).
       FD reqlogfile.
       01 reqlogline PIC X(180).
       WORKING-STORAGE SECTION.
       COPY FIBQREC.
      * Fibonacci request queue, in place of every team dropping its
      * N values into the one batch input and picking its results
      * out of the shared report. A team queues a request with
      *   FIBQUEUE ADD <requester> <request-id> <n> [<n> ...]
      * and the batch step FIBQUEUE RUN answers every pending
      * request from the FIBMST.TXT master: each requester gets its
      * own response file FIBRSP_<requester>.TXT holding all of its
      * requests answered in the run, between an HDR line and a TRL
      * line carrying the detail count and length hash in the
      * interchange convention StageIn checks. An N past the
      * master's range, missing from it or not a number is answered
      * with a REJECTED line and its reason - never computed on the
      * side and never dropped. Each answered request is marked DONE
      * on the queue and written to FIBREQ.LOG with its turnaround
      * from queueing to answer. DONE requests stay on the queue for
      * the business date they were answered on and are dropped by
      * the next day's run; the log keeps them. The queue is read
      * and rewritten under its FIBREQ lock through a .NEW swap.
       01 cmdline PIC X(160).
       01 verb-in PIC X(8).
       01 requester-in PIC X(8).
       01 reqid-in PIC X(8).
       01 list-in PIC X(80).
       01 parse-ptr PIC 9(3).
       01 bus-date PIC X(8).
       01 q-timestamp PIC X(26).
       01 now-stamp PIC X(15).
       01 q-eof PIC 9.
       01 q-count PIC 9(3) VALUE 0.
       01 queue-table.
          05 queue-entry OCCURS 200 TIMES.
             10 q-line PIC X(200).
             10 q-answered PIC X.
       01 req-idx PIC 9(3).
       01 grp-idx PIC 9(3).
       01 cur-requester PIC X(8).
       01 dup-found PIC X.
       01 mst-eof PIC 9 VALUE 0.
       01 mst-idx PIC 9(4).
       01 mst-count PIC 9(4) VALUE 0.
       01 mst-max PIC 9(3) VALUE 0.
       01 fib-master-tbl.
          05 fib-master OCCURS 1000 TIMES.
             10 master-known PIC X VALUE "N".
             10 master-value PIC X(210).
       01 n PIC 9(3).
       01 n-token PIC X(6).
       01 n-ptr PIC 9(3).
       01 n-len PIC 9(3).
       01 n-trail PIC 9(3).
       01 n-reason PIC X(40).
       01 fib-disp PIC X(210).
       01 fib-trim PIC X(210).
       01 lead-zeros PIC 9(3).
       01 disp-len PIC 9(3).
       01 rsp-name PIC X(40).
       01 rsp-count PIC 9(10).
       01 rsp-hash PIC 9(10).
       01 rsp-len PIC 9(3).
       01 rsp-trail PIC 9(3).
       01 req-answered PIC 9(3).
       01 req-rejected PIC 9(3).
       01 reqs-done PIC 9(4) VALUE 0.
       01 reqs-pending PIC 9(4) VALUE 0.
       01 files-written PIC 9(4) VALUE 0.
       01 vals-answered PIC 9(6) VALUE 0.
       01 vals-rejected PIC 9(6) VALUE 0.
       01 from-secs PIC 9(12).
       01 to-secs PIC 9(12).
       01 tat-mins PIC 9(6).
       01 queue-rc PIC 9(4) VALUE 0.
       01 ren-rc PIC 9(4) COMP-5.
       01 new-q-name PIC X(20) VALUE "FIBREQ.NEW".
       01 cur-q-name PIC X(20) VALUE "FIBREQ.TXT".
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "FIBREQ".
       01 lock-held PIC X(1).
       01 jst-prog PIC X(20) VALUE "FIBQUEUE".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           ACCEPT cmdline FROM COMMAND-LINE
           MOVE SPACES TO verb-in, requester-in, reqid-in, list-in.
           MOVE 1 TO parse-ptr.
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO verb-in, requester-in, reqid-in
              WITH POINTER parse-ptr.
           IF parse-ptr <= 160
              MOVE cmdline(parse-ptr:) TO list-in
           END-IF.
           EVALUATE verb-in
              WHEN "ADD"
                 PERFORM 1000-ADD-REQUEST
              WHEN "RUN"
                 PERFORM 2000-RUN-QUEUE
              WHEN OTHER
                 DISPLAY "USAGE: FIBQUEUE ADD <REQUESTER> <REQUEST-ID>"
                    " <N> [<N> ...]"
                 DISPLAY "       FIBQUEUE RUN"
                 MOVE 16 TO queue-rc
           END-EVALUATE.
           MOVE queue-rc TO RETURN-CODE.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * The requester id names a file, so it must be one word; the
      * same request id twice for one requester is refused.
       1000-ADD-REQUEST.
           IF requester-in = SPACES OR reqid-in = SPACES
              OR list-in = SPACES
              OR (parse-ptr <= 80 AND cmdline(parse-ptr + 80:) NOT =
                 SPACES)
              DISPLAY "USAGE: FIBQUEUE ADD <REQUESTER> <REQUEST-ID>"
                 " <N> [<N> ...] - AT MOST 80 CHARACTERS OF N VALUES"
              MOVE 16 TO queue-rc
           ELSE
              PERFORM 1050-QUEUE-REQUEST
           END-IF.
       1050-QUEUE-REQUEST.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "REQUEST QUEUE LOCKED - REQUEST NOT QUEUED"
              MOVE 12 TO queue-rc
           ELSE
              PERFORM 1100-LOAD-QUEUE
              MOVE "N" TO dup-found
              PERFORM VARYING req-idx FROM 1 BY 1
                 UNTIL req-idx > q-count
                 MOVE q-line(req-idx) TO fbq-rec-fields
                 IF fbq-requester = requester-in
                    AND fbq-req-id = reqid-in
                    MOVE "Y" TO dup-found
                 END-IF
              END-PERFORM
              IF dup-found = "Y"
                 DISPLAY "REQUEST " reqid-in " FOR " requester-in
                    " IS ALREADY ON THE QUEUE - NOT QUEUED AGAIN"
                 MOVE 8 TO queue-rc
              ELSE
                 PERFORM 1200-APPEND-REQUEST
              END-IF
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
           END-IF.
       1100-LOAD-QUEUE.
           MOVE 0 TO q-count.
           MOVE 0 TO q-eof.
           OPEN INPUT queuefile.
           PERFORM UNTIL q-eof > 0
              READ queuefile
                 AT END
                    MOVE 1 TO q-eof
                 NOT AT END
                    IF queueline NOT = SPACES
                       PERFORM 1150-TAKE-QUEUE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE queuefile.
       1150-TAKE-QUEUE-LINE.
           IF q-count >= 200
              DISPLAY "REQUEST QUEUE FULL AT 200 LINES - NOTHING "
                 "CHANGED"
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO q-count.
           MOVE queueline TO q-line(q-count).
           MOVE "N" TO q-answered(q-count).
       1200-APPEND-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO q-timestamp.
           MOVE SPACES TO now-stamp.
           STRING q-timestamp(1:8) "-" q-timestamp(9:6)
              DELIMITED BY SIZE INTO now-stamp.
           MOVE "PEND" TO fbq-status.
           MOVE requester-in TO fbq-requester.
           MOVE reqid-in TO fbq-req-id.
           MOVE now-stamp TO fbq-queued.
           MOVE SPACES TO fbq-done.
           MOVE 0 TO fbq-answered.
           MOVE 0 TO fbq-rejected.
           MOVE list-in TO fbq-n-list.
           OPEN EXTEND queuefile.
           MOVE fbq-rec-fields TO queueline.
           WRITE queueline.
           CLOSE queuefile.
           DISPLAY "REQUEST " reqid-in " FOR " requester-in
              " QUEUED AT " now-stamp.
      * Without the master nothing can be answered, and computing on
      * the side is exactly what the queue is not to do; the
      * requests stay pending for a run that has it.
       2000-RUN-QUEUE.
           PERFORM 2100-LOAD-MASTER.
           IF mst-count = 0
              DISPLAY "NO FIBONACCI MASTER ON FILE - REQUESTS LEFT "
                 "PENDING"
              MOVE 8 TO queue-rc
           ELSE
              PERFORM 2050-ANSWER-QUEUE
           END-IF.
       2050-ANSWER-QUEUE.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "REQUEST QUEUE LOCKED - NO REQUESTS ANSWERED"
              MOVE 12 TO queue-rc
           ELSE
              PERFORM 1100-LOAD-QUEUE
              PERFORM VARYING req-idx FROM 1 BY 1
                 UNTIL req-idx > q-count
                 MOVE q-line(req-idx) TO fbq-rec-fields
                 IF fbq-status = "PEND"
                    AND q-answered(req-idx) = "N"
                    PERFORM 2200-ANSWER-REQUESTER
                 END-IF
              END-PERFORM
              IF q-count > 0
                 PERFORM 2800-REWRITE-QUEUE
              END-IF
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
              DISPLAY "FIBQUEUE REQUESTS ANSWERED=" reqs-done
                 " RESPONSE FILES=" files-written
                 " VALUES=" vals-answered
                 " REJECTED=" vals-rejected
              IF queue-rc = 0 AND vals-rejected > 0
                 MOVE 4 TO queue-rc
              END-IF
           END-IF.
      * The master covers F(0) up to the highest N it holds.
       2100-LOAD-MASTER.
           OPEN INPUT fibmstfile.
           PERFORM UNTIL mst-eof > 0
              READ fibmstfile
                 AT END
                    MOVE 1 TO mst-eof
                 NOT AT END
                    IF mst-n NUMERIC AND mst-value NUMERIC
                       COMPUTE mst-idx = mst-n + 1
                       MOVE "Y" TO master-known(mst-idx)
                       MOVE mst-value TO master-value(mst-idx)
                       ADD 1 TO mst-count
                       IF mst-n > mst-max
                          MOVE mst-n TO mst-max
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE fibmstfile.
      * One response file per requester per run, holding every one
      * of its pending requests in queue order.
       2200-ANSWER-REQUESTER.
           MOVE fbq-requester TO cur-requester.
           MOVE SPACES TO rsp-name.
           STRING "FIBRSP_" DELIMITED BY SIZE
              cur-requester DELIMITED BY SPACE
              ".TXT" DELIMITED BY SIZE INTO rsp-name.
           MOVE 0 TO rsp-count.
           MOVE 0 TO rsp-hash.
           OPEN OUTPUT responsefile.
           MOVE SPACES TO responseline.
           STRING "HDR FIBQUEUE " bus-date
              " REQUESTER=" cur-requester
              DELIMITED BY SIZE INTO responseline.
           WRITE responseline.
           PERFORM VARYING grp-idx FROM req-idx BY 1
              UNTIL grp-idx > q-count
              MOVE q-line(grp-idx) TO fbq-rec-fields
              IF fbq-status = "PEND"
                 AND fbq-requester = cur-requester
                 AND q-answered(grp-idx) = "N"
                 PERFORM 2300-ANSWER-ONE-REQUEST
              END-IF
           END-PERFORM.
           MOVE SPACES TO responseline.
           STRING "TRL COUNT=" rsp-count " HASH=" rsp-hash
              DELIMITED BY SIZE INTO responseline.
           WRITE responseline.
           CLOSE responsefile.
           ADD 1 TO files-written.
           DISPLAY "RESPONSE FILE " rsp-name(1:30)
              " DETAIL LINES=" rsp-count.
       2300-ANSWER-ONE-REQUEST.
           MOVE 0 TO req-answered.
           MOVE 0 TO req-rejected.
           MOVE 1 TO n-ptr.
           PERFORM UNTIL n-ptr > 80
              MOVE SPACES TO n-token
              UNSTRING fbq-n-list DELIMITED BY ALL SPACE OR ","
                 INTO n-token
                 WITH POINTER n-ptr
              IF n-token NOT = SPACES
                 PERFORM 2400-ANSWER-ONE-N
              END-IF
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO q-timestamp.
           MOVE SPACES TO now-stamp.
           STRING q-timestamp(1:8) "-" q-timestamp(9:6)
              DELIMITED BY SIZE INTO now-stamp.
           MOVE "DONE" TO fbq-status.
           MOVE now-stamp TO fbq-done.
           MOVE req-answered TO fbq-answered.
           MOVE req-rejected TO fbq-rejected.
           MOVE fbq-rec-fields TO q-line(grp-idx).
           MOVE "Y" TO q-answered(grp-idx).
           ADD 1 TO reqs-done.
           PERFORM 2600-LOG-REQUEST.
      * A token longer than three digits is past any master this
      * system builds; one within three digits is checked against
      * the master actually loaded.
       2400-ANSWER-ONE-N.
           MOVE 0 TO n-trail.
           INSPECT FUNCTION REVERSE(n-token)
              TALLYING n-trail FOR LEADING SPACE.
           COMPUTE n-len = 6 - n-trail.
           MOVE SPACES TO n-reason.
           EVALUATE TRUE
              WHEN n-token(1:n-len) NOT NUMERIC
                 MOVE "NOT A WHOLE NUMBER" TO n-reason
              WHEN n-len > 3
                 PERFORM 2450-PAST-RANGE-REASON
              WHEN OTHER
                 COMPUTE n = FUNCTION NUMVAL(n-token(1:n-len))
                 IF n > mst-max
                    PERFORM 2450-PAST-RANGE-REASON
                 ELSE
                    IF master-known(n + 1) NOT = "Y"
                       MOVE "NOT ON THE MASTER" TO n-reason
                    END-IF
                 END-IF
           END-EVALUATE.
           MOVE SPACES TO responseline.
           IF n-reason = SPACES
              MOVE master-value(n + 1) TO fib-disp
              PERFORM 5900-TRIM-LEADING-ZEROS
              STRING "REQ=" fbq-req-id " N=" n " VALUE="
                 DELIMITED BY SIZE
                 fib-disp DELIMITED BY SPACE
                 INTO responseline
              ADD 1 TO req-answered
              ADD 1 TO vals-answered
           ELSE
              STRING "REQ=" fbq-req-id " N=" n-token
                 " REJECTED - " n-reason
                 DELIMITED BY SIZE INTO responseline
              ADD 1 TO req-rejected
              ADD 1 TO vals-rejected
           END-IF.
           WRITE responseline.
           ADD 1 TO rsp-count.
           MOVE 0 TO rsp-trail.
           INSPECT FUNCTION REVERSE(responseline)
              TALLYING rsp-trail FOR LEADING SPACE.
           COMPUTE rsp-len = 250 - rsp-trail.
           COMPUTE rsp-hash =
              FUNCTION MOD(rsp-hash + rsp-len, 10000000000).
       2450-PAST-RANGE-REASON.
           STRING "PAST THE MASTER'S RANGE OF 0 TO " mst-max
              DELIMITED BY SIZE INTO n-reason.
      * Turnaround runs from the wall-clock queueing to the answer,
      * in whole minutes; a request keyed without its queueing stamp
      * is logged without one.
       2600-LOG-REQUEST.
           MOVE 0 TO tat-mins.
           IF fbq-queued(1:8) NUMERIC AND fbq-queued(10:6) NUMERIC
              COMPUTE from-secs = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(fbq-queued(1:8))) * 86400
                 + FUNCTION NUMVAL(fbq-queued(10:2)) * 3600
                 + FUNCTION NUMVAL(fbq-queued(12:2)) * 60
                 + FUNCTION NUMVAL(fbq-queued(14:2))
              COMPUTE to-secs = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(fbq-done(1:8))) * 86400
                 + FUNCTION NUMVAL(fbq-done(10:2)) * 3600
                 + FUNCTION NUMVAL(fbq-done(12:2)) * 60
                 + FUNCTION NUMVAL(fbq-done(14:2))
              IF to-secs > from-secs
                 COMPUTE tat-mins = (to-secs - from-secs) / 60
              END-IF
           END-IF.
           MOVE SPACES TO reqlogline.
           STRING bus-date "-" fbq-done(10:6)
              " REQUESTER=" fbq-requester
              " REQ=" fbq-req-id
              " QUEUED=" fbq-queued
              " DONE=" fbq-done
              " TURNAROUND-MINS=" tat-mins
              " ANSWERED=" fbq-answered
              " REJECTED=" fbq-rejected
              " FILE=" rsp-name
              DELIMITED BY SIZE INTO reqlogline.
           OPEN EXTEND reqlogfile.
           WRITE reqlogline.
           CLOSE reqlogfile.
      * Requests answered on an earlier business date leave the
      * queue here; the log has them.
       2800-REWRITE-QUEUE.
           OPEN OUTPUT queuenewfile.
           PERFORM VARYING req-idx FROM 1 BY 1
              UNTIL req-idx > q-count
              MOVE q-line(req-idx) TO fbq-rec-fields
              IF fbq-status = "DONE"
                 AND q-answered(req-idx) = "N"
                 AND fbq-done(1:8) < bus-date
                 CONTINUE
              ELSE
                 MOVE q-line(req-idx) TO queuenewline
                 WRITE queuenewline
              END-IF
           END-PERFORM.
           CLOSE queuenewfile.
           CALL "CBL_RENAME_FILE" USING new-q-name, cur-q-name
              RETURNING ren-rc.
           IF ren-rc NOT = 0
              DISPLAY "QUEUE SWAP FAILED RC=" ren-rc
                 " - REQUESTS NOT MARKED DONE, NEW COPY LEFT AS "
                 new-q-name
              MOVE 12 TO queue-rc
           END-IF.
      * Values carry 210 digit positions; the response shows them
      * without the leading zero fill.
       5900-TRIM-LEADING-ZEROS.
           MOVE 0 TO lead-zeros.
           INSPECT fib-disp TALLYING lead-zeros FOR LEADING "0".
           IF lead-zeros >= 210
              MOVE "0" TO fib-disp
           ELSE
              COMPUTE disp-len = 210 - lead-zeros
              MOVE SPACES TO fib-trim
              MOVE fib-disp(lead-zeros + 1:disp-len)
                 TO fib-trim(1:disp-len)
              MOVE fib-trim TO fib-disp
           END-IF.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE reqs-done TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM FibQueue.
