       IDENTIFICATION DIVISION.
       PROGRAM-ID. KerRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL kefile
           ASSIGN TO "KNOWNERR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL incidentfile
           ASSIGN TO "INCIDENT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD kefile.
       01 keline PIC X(220).
       FD incidentfile.
       01 incidentline PIC X(170).
       WORKING-STORAGE SECTION.
       COPY KERREC.
       COPY INCREC.
      * Monthly recurrence of the known errors in KNOWNERR.TXT. Every
      * incident opened in the month is put against the known error
      * it was linked to when it was opened or promoted; one opened
      * before a fitting entry existed is matched again now, so an
      * entry added mid-month counts the failures it would have
      * caught. Each entry is listed with its count for the month
      * and for the month before, the first and last day it struck
      * and how many of its incidents are still open, the most
      * frequent first - an entry that keeps coming back is a fix
      * worth making properly, one that has gone quiet may be ready
      * to retire. Incidents no entry covers follow by program, as
      * the candidates for promotion from IncidentQ.
       01 kr-eof PIC 9 VALUE 0.
       01 cmdline PIC X(80).
       01 month-in PIC X(6).
       01 prior-month PIC X(6).
       01 prior-year PIC 9(4).
       01 prior-mm PIC 9(2).
       01 bus-date PIC X(8).
       01 bad-ke-count PIC 9(3) VALUE 0.
       01 month-incidents PIC 9(6) VALUE 0.
       01 month-matched PIC 9(6) VALUE 0.
       01 month-unmatched PIC 9(6) VALUE 0.
       01 ke-count PIC 9(3) VALUE 0.
       01 ke-table.
          05 ke-entry OCCURS 500 TIMES.
             10 kt-id PIC 9(4).
             10 kt-prog PIC X(20).
             10 kt-rc PIC X(4).
             10 kt-pattern PIC X(30).
             10 kt-diag PIC X(40).
             10 kt-this PIC 9(5).
             10 kt-prior PIC 9(5).
             10 kt-open PIC 9(5).
             10 kt-first PIC X(8).
             10 kt-last PIC X(8).
       01 hold-ke PIC X(129).
       01 ke-idx PIC 9(3).
       01 ke-jdx PIC 9(3).
       01 ke-slot PIC 9(3).
       01 ke-hit PIC 9(3).
       01 un-count PIC 9(3) VALUE 0.
       01 un-table.
          05 un-entry OCCURS 200 TIMES.
             10 un-prog PIC X(20).
             10 un-rc PIC 9(4).
             10 un-this PIC 9(5).
             10 un-open PIC 9(5).
       01 un-idx PIC 9(3).
       01 un-hit PIC 9(3).
       01 inc-ke-id PIC 9(4).
       01 ker-action PIC X(1) VALUE "M".
       01 ker-id PIC 9(4).
       01 ker-diag PIC X(40).
       01 ker-runbook PIC X(40).
       01 key-disp PIC X(21).
       01 trend-disp PIC X(6).
       01 count-disp PIC Z(4)9.
       01 prior-disp PIC Z(4)9.
       01 open-disp PIC Z(4)9.
       01 pct-disp PIC ZZ9.
       01 cover-pct PIC 9(3).
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "KERECUR.TXT".
       01 rw-title PIC X(40) VALUE "KNOWN ERROR RECURRENCE".
       01 rw-prog PIC X(20) VALUE "KERRPT".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "KERRPT".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE INTO month-in.
           IF month-in = SPACES
              MOVE bus-date(1:6) TO month-in
           END-IF.
           IF month-in NOT NUMERIC
              OR month-in(5:2) < "01" OR month-in(5:2) > "12"
              DISPLAY "USAGE: KERRPT [<YYYYMM>]"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE month-in(1:4) TO prior-year.
           MOVE month-in(5:2) TO prior-mm.
           IF prior-mm = 1
              MOVE 12 TO prior-mm
              SUBTRACT 1 FROM prior-year
           ELSE
              SUBTRACT 1 FROM prior-mm
           END-IF.
           MOVE prior-year TO prior-month(1:4).
           MOVE prior-mm TO prior-month(5:2).
           PERFORM 1000-LOAD-KNOWN-ERRORS.
           PERFORM 2000-COUNT-INCIDENTS.
           PERFORM 3000-RANK-KNOWN-ERRORS.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           PERFORM 4000-PRINT-KNOWN-ERRORS.
           PERFORM 5000-PRINT-UNMATCHED.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           DISPLAY "MONTH " month-in " INCIDENTS=" month-incidents
              " KNOWN=" month-matched " UNKNOWN=" month-unmatched.
           IF bad-ke-count > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       1000-LOAD-KNOWN-ERRORS.
           OPEN INPUT kefile.
           PERFORM UNTIL kr-eof > 0
              READ kefile
                 AT END
                    MOVE 1 TO kr-eof
                 NOT AT END
                    IF keline NOT = SPACES
                       AND keline(1:1) NOT = "*"
                       MOVE keline TO ke-rec-fields
                       PERFORM 1100-TAKE-KNOWN-ERROR
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE kefile.
       1100-TAKE-KNOWN-ERROR.
           IF ke-id NOT NUMERIC OR ke-id = 0 OR ke-prog = SPACES
              OR (ke-rc NOT NUMERIC AND ke-pattern = SPACES)
              OR ke-count >= 500
              DISPLAY "BAD KNOWN-ERROR LINE IGNORED: " keline(1:60)
              ADD 1 TO bad-ke-count
           ELSE
              ADD 1 TO ke-count
              MOVE ke-id TO kt-id(ke-count)
              MOVE ke-prog TO kt-prog(ke-count)
              MOVE ke-rc TO kt-rc(ke-count)
              MOVE ke-pattern TO kt-pattern(ke-count)
              MOVE ke-diag TO kt-diag(ke-count)
              MOVE 0 TO kt-this(ke-count)
              MOVE 0 TO kt-prior(ke-count)
              MOVE 0 TO kt-open(ke-count)
              MOVE SPACES TO kt-first(ke-count)
              MOVE SPACES TO kt-last(ke-count)
           END-IF.
       2000-COUNT-INCIDENTS.
           MOVE 0 TO kr-eof.
           OPEN INPUT incidentfile.
           PERFORM UNTIL kr-eof > 0
              READ incidentfile
                 AT END
                    MOVE 1 TO kr-eof
                 NOT AT END
                    MOVE incidentline TO inc-rec-fields
                    IF inc-id NUMERIC
                       AND (inc-date(1:6) = month-in
                       OR inc-date(1:6) = prior-month)
                       PERFORM 2100-COUNT-ONE-INCIDENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE incidentfile.
       2100-COUNT-ONE-INCIDENT.
           IF inc-known NUMERIC AND inc-known NOT = "0000"
              MOVE inc-known TO inc-ke-id
           ELSE
              CALL "KnownErr" USING ker-action, inc-prog, inc-rc,
                 inc-run, ker-id, ker-diag, ker-runbook
              MOVE ker-id TO inc-ke-id
           END-IF.
           MOVE 0 TO ke-hit.
           IF inc-ke-id > 0
              PERFORM VARYING ke-idx FROM 1 BY 1
                 UNTIL ke-idx > ke-count OR ke-hit > 0
                 IF kt-id(ke-idx) = inc-ke-id
                    MOVE ke-idx TO ke-hit
                 END-IF
              END-PERFORM
           END-IF.
           IF inc-date(1:6) = prior-month
              IF ke-hit > 0
                 ADD 1 TO kt-prior(ke-hit)
              END-IF
           ELSE
              ADD 1 TO month-incidents
              IF ke-hit > 0
                 ADD 1 TO month-matched
                 ADD 1 TO kt-this(ke-hit)
                 IF kt-first(ke-hit) = SPACES
                    OR inc-date < kt-first(ke-hit)
                    MOVE inc-date TO kt-first(ke-hit)
                 END-IF
                 IF inc-date > kt-last(ke-hit)
                    MOVE inc-date TO kt-last(ke-hit)
                 END-IF
                 IF inc-status = "OPEN  "
                    ADD 1 TO kt-open(ke-hit)
                 END-IF
              ELSE
                 ADD 1 TO month-unmatched
                 PERFORM 2200-COUNT-UNMATCHED
              END-IF
           END-IF.
       2200-COUNT-UNMATCHED.
           MOVE 0 TO un-hit.
           PERFORM VARYING un-idx FROM 1 BY 1
              UNTIL un-idx > un-count OR un-hit > 0
              IF un-prog(un-idx) = inc-prog
                 AND un-rc(un-idx) = inc-rc
                 MOVE un-idx TO un-hit
              END-IF
           END-PERFORM.
           IF un-hit = 0
              IF un-count >= 200
                 DISPLAY "TOO MANY UNMATCHED FAILURES - TABLE FULL"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 STOP RUN
              END-IF
              ADD 1 TO un-count
              MOVE un-count TO un-hit
              MOVE inc-prog TO un-prog(un-hit)
              MOVE inc-rc TO un-rc(un-hit)
              MOVE 0 TO un-this(un-hit)
              MOVE 0 TO un-open(un-hit)
           END-IF.
           ADD 1 TO un-this(un-hit).
           IF inc-status = "OPEN  "
              ADD 1 TO un-open(un-hit)
           END-IF.
      * Straight selection sort on the month's count, the most often
      * recurring first; entries level on count keep master order.
       3000-RANK-KNOWN-ERRORS.
           PERFORM VARYING ke-idx FROM 1 BY 1
              UNTIL ke-idx >= ke-count
              MOVE ke-idx TO ke-slot
              PERFORM VARYING ke-jdx FROM ke-idx BY 1
                 UNTIL ke-jdx > ke-count
                 IF kt-this(ke-jdx) > kt-this(ke-slot)
                    MOVE ke-jdx TO ke-slot
                 END-IF
              END-PERFORM
              IF ke-slot NOT = ke-idx
                 MOVE ke-entry(ke-idx) TO hold-ke
                 MOVE ke-entry(ke-slot) TO ke-entry(ke-idx)
                 MOVE hold-ke TO ke-entry(ke-slot)
              END-IF
           END-PERFORM.
       4000-PRINT-KNOWN-ERRORS.
           MOVE SPACES TO rw-line.
           STRING "MONTH " month-in " AGAINST " prior-month
              " - KNOWN ERRORS ON KNOWNERR.TXT=" ke-count
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 8000-WRITE-LINE.
           MOVE "KE   PROGRAM              MATCHES ON" TO rw-line(1:36).
           MOVE "        MONTH  PRIOR  TREND   OPEN" TO rw-line(41:34).
           MOVE "FIRST    LAST     DIAGNOSIS" TO rw-line(77:27).
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING ke-idx FROM 1 BY 1 UNTIL ke-idx > ke-count
              PERFORM 4100-PRINT-ONE-KNOWN-ERROR
           END-PERFORM.
           PERFORM 8000-WRITE-LINE.
           IF month-incidents > 0
              COMPUTE cover-pct = month-matched * 100 / month-incidents
           ELSE
              MOVE 0 TO cover-pct
           END-IF.
           MOVE cover-pct TO pct-disp.
           STRING "INCIDENTS IN MONTH=" month-incidents
              " MATCHED A KNOWN ERROR=" month-matched
              " (" pct-disp "%) UNMATCHED=" month-unmatched
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
       4100-PRINT-ONE-KNOWN-ERROR.
           MOVE SPACES TO key-disp.
           IF kt-rc(ke-idx) NUMERIC
              STRING "RC=" kt-rc(ke-idx)
                 DELIMITED BY SIZE INTO key-disp
           ELSE
              STRING "ALERT=" kt-pattern(ke-idx)(1:15)
                 DELIMITED BY SIZE INTO key-disp
           END-IF.
           EVALUATE TRUE
              WHEN kt-this(ke-idx) = 0 AND kt-prior(ke-idx) = 0
                 MOVE "QUIET" TO trend-disp
              WHEN kt-prior(ke-idx) = 0
                 MOVE "NEW" TO trend-disp
              WHEN kt-this(ke-idx) > kt-prior(ke-idx)
                 MOVE "UP" TO trend-disp
              WHEN kt-this(ke-idx) < kt-prior(ke-idx)
                 MOVE "DOWN" TO trend-disp
              WHEN OTHER
                 MOVE "SAME" TO trend-disp
           END-EVALUATE.
           MOVE kt-this(ke-idx) TO count-disp.
           MOVE kt-prior(ke-idx) TO prior-disp.
           MOVE kt-open(ke-idx) TO open-disp.
           MOVE kt-id(ke-idx) TO rw-line(1:4).
           MOVE kt-prog(ke-idx) TO rw-line(6:20).
           MOVE key-disp TO rw-line(27:21).
           MOVE count-disp TO rw-line(49:5).
           MOVE prior-disp TO rw-line(56:5).
           MOVE trend-disp TO rw-line(63:6).
           MOVE open-disp TO rw-line(70:5).
           MOVE kt-first(ke-idx) TO rw-line(77:8).
           MOVE kt-last(ke-idx) TO rw-line(86:8).
           MOVE kt-diag(ke-idx) TO rw-line(95:40).
           PERFORM 8000-WRITE-LINE.
       5000-PRINT-UNMATCHED.
           PERFORM 8000-WRITE-LINE.
           MOVE "FAILURES NO KNOWN ERROR COVERS - CANDIDATES FOR"
              TO rw-line(1:47).
           MOVE " PROMOTION" TO rw-line(48:10).
           PERFORM 8000-WRITE-LINE.
           IF un-count = 0
              MOVE "NONE" TO rw-line
              PERFORM 8000-WRITE-LINE
           ELSE
              MOVE "PROGRAM              RC    MONTH   OPEN"
                 TO rw-line(1:39)
              PERFORM 8000-WRITE-LINE
           END-IF.
           PERFORM VARYING un-idx FROM 1 BY 1 UNTIL un-idx > un-count
              MOVE un-this(un-idx) TO count-disp
              MOVE un-open(un-idx) TO open-disp
              MOVE un-prog(un-idx) TO rw-line(1:20)
              MOVE un-rc(un-idx) TO rw-line(22:4)
              MOVE count-disp TO rw-line(28:5)
              MOVE open-disp TO rw-line(35:5)
              PERFORM 8000-WRITE-LINE
           END-PERFORM.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE month-incidents TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM KerRpt.
