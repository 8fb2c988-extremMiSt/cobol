       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChgBack.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ownerfile
           ASSIGN TO "PGMOWNER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL auditfile
           ASSIGN TO "RUNAUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL joblogfile
           ASSIGN TO "BATCHLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL alertfile
           ASSIGN TO "OPRALERT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ownerfile.
       01 ownerline PIC X(80).
       FD auditfile.
       01 auditline PIC X(200).
       FD joblogfile.
       01 joblogline PIC X(120).
       FD alertfile.
       01 alertline PIC X(190).
       WORKING-STORAGE SECTION.
       COPY PGMOREC.
       COPY AUDITREC.
      * Monthly chargeback of the batch window to the teams that own
      * the programs run in it. Every RUNAUDIT.LOG entry of the month
      * is priced at its program's rates from PGMOWNER.TXT - elapsed
      * seconds and thousands of records processed - and the cost
      * is rolled up by owning team. Each run is put in one class:
      *   FORCE    - its run id carries a FORCE override alert in
      *              OPRALERT.LOG;
      *   RESTART  - made by a batch restarted part way, between a
      *              BATCH RESTARTED line in BATCHLOG.TXT and the end
      *              of that batch;
      *   RERUN    - the same program over the same input file
      *              again on the same business date;
      *   FIRST    - the night's own run.
      * The three repeat classes are totalled apart so the team whose
      * program caused them carries their cost. A program with no
      * owner is charged nothing and listed as UNOWNED. The month is
      * the first argument (YYYYMM) and defaults to the business
      * date's.
       01 cb-eof PIC 9 VALUE 0.
       01 cmdline PIC X(80).
       01 month-in PIC X(6).
       01 bus-date PIC X(8).
       01 bad-owner-count PIC 9(3) VALUE 0.
       01 unowned-count PIC 9(3) VALUE 0.
       01 runs-priced PIC 9(7) VALUE 0.
       01 untimed-runs PIC 9(7) VALUE 0.
       01 class-names-values.
          05 FILLER PIC X(8) VALUE "FIRST".
          05 FILLER PIC X(8) VALUE "RERUN".
          05 FILLER PIC X(8) VALUE "RESTART".
          05 FILLER PIC X(8) VALUE "FORCE".
       01 class-names-tbl REDEFINES class-names-values.
          05 class-name PIC X(8) OCCURS 4 TIMES.
       01 cls-idx PIC 9.
       01 run-class PIC 9.
       01 prog-count PIC 9(3) VALUE 0.
       01 prog-table.
          05 prog-entry OCCURS 200 TIMES.
             10 pg-prog PIC X(20).
             10 pg-team PIC X(10).
             10 pg-sec-rate PIC 9(4)V9(4).
             10 pg-krec-rate PIC 9(4)V9(4).
             10 pg-class OCCURS 4 TIMES.
                15 pg-runs PIC 9(5).
                15 pg-secs PIC 9(9).
                15 pg-recs PIC 9(11).
                15 pg-cost PIC 9(9)V99.
       01 prog-idx PIC 9(3).
       01 prog-hit PIC 9(3).
       01 team-count PIC 9(2) VALUE 0.
       01 team-table.
          05 team-entry OCCURS 50 TIMES.
             10 tm-team PIC X(10).
             10 tm-class OCCURS 4 TIMES.
                15 tm-runs PIC 9(5).
                15 tm-secs PIC 9(9).
                15 tm-recs PIC 9(11).
                15 tm-cost PIC 9(9)V99.
       01 team-idx PIC 9(2).
       01 team-hit PIC 9(2).
      * Runs already seen this month, to know a rerun when it comes.
       01 seen-count PIC 9(4) VALUE 0.
       01 seen-table.
          05 seen-entry OCCURS 3000 TIMES.
             10 sn-date PIC X(8).
             10 sn-prog PIC X(20).
             10 sn-infile PIC X(20).
       01 seen-idx PIC 9(4).
       01 seen-hit PIC 9(4).
       01 force-count PIC 9(3) VALUE 0.
       01 force-table.
          05 force-run PIC X(15) OCCURS 300 TIMES.
       01 force-idx PIC 9(3).
       01 window-count PIC 9(3) VALUE 0.
       01 window-table.
          05 window-entry OCCURS 100 TIMES.
             10 win-date PIC X(8).
             10 win-start PIC X(6).
             10 win-end PIC X(6).
       01 win-idx PIC 9(3).
       01 win-open PIC 9(3) VALUE 0.
       01 run-secs PIC 9(6).
       01 run-recs PIC 9(10).
       01 run-cost PIC 9(9)V99.
       01 sum-runs PIC 9(5).
       01 sum-secs PIC 9(9).
       01 sum-recs PIC 9(11).
       01 sum-cost PIC 9(9)V99.
       01 grand-cost PIC 9(9)V99 VALUE 0.
       01 runs-disp PIC Z(4)9.
       01 secs-disp PIC Z(8)9.
       01 recs-disp PIC Z(10)9.
       01 cost-disp PIC Z(8)9.99.
       01 rate-disp PIC Z(3)9.9999.
       01 krate-disp PIC Z(3)9.9999.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "CHARGEBACK.TXT".
       01 rw-title PIC X(40) VALUE "BATCH CHARGEBACK BY OWNING TEAM".
       01 rw-prog PIC X(20) VALUE "CHGBACK".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "CHGBACK".
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
              DISPLAY "USAGE: CHGBACK [<YYYYMM>]"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 1000-LOAD-OWNERS.
           PERFORM 1500-LOAD-FORCE-RUNS.
           PERFORM 1600-LOAD-RESTART-WINDOWS.
           PERFORM 2000-PRICE-AUDITED-RUNS.
           PERFORM 3000-ROLL-UP-TEAMS.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           PERFORM 4000-PRINT-PROGRAMS.
           PERFORM 5000-PRINT-TEAMS.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE grand-cost TO cost-disp.
           DISPLAY "MONTH " month-in " RUNS PRICED=" runs-priced
              " TOTAL COST=" cost-disp
              " UNOWNED PROGRAMS=" unowned-count.
           IF runs-priced = 0 OR unowned-count > 0
              OR bad-owner-count > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       1000-LOAD-OWNERS.
           OPEN INPUT ownerfile.
           PERFORM UNTIL cb-eof > 0
              READ ownerfile
                 AT END
                    MOVE 1 TO cb-eof
                 NOT AT END
                    IF ownerline NOT = SPACES
                       AND ownerline(1:1) NOT = "*"
                       MOVE ownerline TO own-rec-fields
                       PERFORM 1100-TAKE-OWNER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ownerfile.
       1100-TAKE-OWNER.
           IF own-prog = SPACES OR own-team = SPACES
              OR FUNCTION TEST-NUMVAL(own-sec-rate) NOT = 0
              OR FUNCTION TEST-NUMVAL(own-krec-rate) NOT = 0
              OR prog-count >= 200
              DISPLAY "BAD OWNERSHIP LINE IGNORED: " ownerline
              ADD 1 TO bad-owner-count
           ELSE
              MOVE own-prog TO audit-prog
              PERFORM 7000-FIND-PROGRAM
              IF prog-hit > 0
                 DISPLAY "DUPLICATE OWNERSHIP LINE IGNORED: "
                    ownerline
                 ADD 1 TO bad-owner-count
              ELSE
                 PERFORM 7100-ADD-PROGRAM
                 MOVE own-team TO pg-team(prog-hit)
                 COMPUTE pg-sec-rate(prog-hit) =
                    FUNCTION NUMVAL(own-sec-rate)
                 COMPUTE pg-krec-rate(prog-hit) =
                    FUNCTION NUMVAL(own-krec-rate)
              END-IF
           END-IF.
      * FORCE override alerts carry the run id of the forced run.
       1500-LOAD-FORCE-RUNS.
           MOVE 0 TO cb-eof.
           OPEN INPUT alertfile.
           PERFORM UNTIL cb-eof > 0
              READ alertfile
                 AT END
                    MOVE 1 TO cb-eof
                 NOT AT END
                    IF alertline(1:6) = month-in
                       AND alertline(85:20) = "FORCE GIVEN - DOUBLE"
                       AND alertline(171:5) = " RUN="
                       AND force-count < 300
                       ADD 1 TO force-count
                       MOVE alertline(176:15) TO force-run(force-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE alertfile.
      * A restart window runs from the BATCH RESTARTED line to the
      * end line of the same batch; one never ended runs to the end
      * of its business date.
       1600-LOAD-RESTART-WINDOWS.
           MOVE 0 TO cb-eof.
           OPEN INPUT joblogfile.
           PERFORM UNTIL cb-eof > 0
              READ joblogfile
                 AT END
                    MOVE 1 TO cb-eof
                 NOT AT END
                    IF joblogline(1:6) = month-in
                       PERFORM 1700-TAKE-BATCH-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE joblogfile.
       1700-TAKE-BATCH-LINE.
           EVALUATE TRUE
              WHEN joblogline(17:15) = "BATCH RESTARTED"
                 AND window-count < 100
                 ADD 1 TO window-count
                 MOVE window-count TO win-open
                 MOVE joblogline(1:8) TO win-date(win-open)
                 MOVE joblogline(10:6) TO win-start(win-open)
                 MOVE "999999" TO win-end(win-open)
              WHEN win-open > 0
                 AND (joblogline(17:13) = "BATCH STOPPED"
                 OR joblogline(17:14) = "BATCH COMPLETE")
                 IF joblogline(1:8) = win-date(win-open)
                    MOVE joblogline(10:6) TO win-end(win-open)
                 END-IF
                 MOVE 0 TO win-open
           END-EVALUATE.
       2000-PRICE-AUDITED-RUNS.
           MOVE 0 TO cb-eof.
           OPEN INPUT auditfile.
           PERFORM UNTIL cb-eof > 0
              READ auditfile
                 AT END
                    MOVE 1 TO cb-eof
                 NOT AT END
                    MOVE auditline TO audit-rec-fields
                    IF audit-date(1:6) = month-in
                       AND audit-prog NOT = SPACES
                       PERFORM 2100-PRICE-ONE-RUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE auditfile.
       2100-PRICE-ONE-RUN.
           PERFORM 7000-FIND-PROGRAM.
           IF prog-hit = 0
              PERFORM 7100-ADD-PROGRAM
              IF prog-hit = 0
                 DISPLAY "TOO MANY PROGRAMS - TABLE FULL"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 STOP RUN
              END-IF
              MOVE "UNOWNED" TO pg-team(prog-hit)
              ADD 1 TO unowned-count
           END-IF.
           PERFORM 2200-CLASSIFY-RUN.
           MOVE 0 TO run-secs.
           IF audit-elapsed NUMERIC
              MOVE audit-elapsed TO run-secs
           ELSE
              ADD 1 TO untimed-runs
           END-IF.
           MOVE 0 TO run-recs.
           IF audit-reccount NUMERIC
              MOVE audit-reccount TO run-recs
           END-IF.
           COMPUTE run-cost ROUNDED =
              run-secs * pg-sec-rate(prog-hit)
              + run-recs * pg-krec-rate(prog-hit) / 1000.
           ADD 1 TO pg-runs(prog-hit, run-class).
           ADD run-secs TO pg-secs(prog-hit, run-class).
           ADD run-recs TO pg-recs(prog-hit, run-class).
           ADD run-cost TO pg-cost(prog-hit, run-class).
           ADD run-cost TO grand-cost.
           ADD 1 TO runs-priced.
       2200-CLASSIFY-RUN.
           MOVE 0 TO seen-hit.
           PERFORM VARYING seen-idx FROM 1 BY 1
              UNTIL seen-idx > seen-count OR seen-hit > 0
              IF sn-date(seen-idx) = audit-date
                 AND sn-prog(seen-idx) = audit-prog
                 AND sn-infile(seen-idx) = audit-infile
                 MOVE seen-idx TO seen-hit
              END-IF
           END-PERFORM.
           IF seen-hit = 0 AND seen-count < 3000
              ADD 1 TO seen-count
              MOVE audit-date TO sn-date(seen-count)
              MOVE audit-prog TO sn-prog(seen-count)
              MOVE audit-infile TO sn-infile(seen-count)
           END-IF.
           MOVE 1 TO run-class.
           IF seen-hit > 0
              MOVE 2 TO run-class
           END-IF.
           PERFORM VARYING win-idx FROM 1 BY 1
              UNTIL win-idx > window-count
              IF win-date(win-idx) = audit-date
                 AND audit-time >= win-start(win-idx)
                 AND audit-time <= win-end(win-idx)
                 MOVE 3 TO run-class
              END-IF
           END-PERFORM.
           IF audit-run NOT = SPACES
              PERFORM VARYING force-idx FROM 1 BY 1
                 UNTIL force-idx > force-count
                 IF force-run(force-idx) = audit-run
                    MOVE 4 TO run-class
                 END-IF
              END-PERFORM
           END-IF.
       3000-ROLL-UP-TEAMS.
           PERFORM VARYING prog-idx FROM 1 BY 1
              UNTIL prog-idx > prog-count
              MOVE 0 TO team-hit
              PERFORM VARYING team-idx FROM 1 BY 1
                 UNTIL team-idx > team-count OR team-hit > 0
                 IF tm-team(team-idx) = pg-team(prog-idx)
                    MOVE team-idx TO team-hit
                 END-IF
              END-PERFORM
              IF team-hit = 0
                 IF team-count >= 50
                    DISPLAY "TOO MANY TEAMS - TABLE FULL"
                    MOVE 16 TO RETURN-CODE
                    PERFORM 9600-REGISTER-STATUS
                    STOP RUN
                 END-IF
                 ADD 1 TO team-count
                 MOVE team-count TO team-hit
                 INITIALIZE team-entry(team-hit)
                 MOVE pg-team(prog-idx) TO tm-team(team-hit)
              END-IF
              PERFORM VARYING cls-idx FROM 1 BY 1 UNTIL cls-idx > 4
                 ADD pg-runs(prog-idx, cls-idx)
                    TO tm-runs(team-hit, cls-idx)
                 ADD pg-secs(prog-idx, cls-idx)
                    TO tm-secs(team-hit, cls-idx)
                 ADD pg-recs(prog-idx, cls-idx)
                    TO tm-recs(team-hit, cls-idx)
                 ADD pg-cost(prog-idx, cls-idx)
                    TO tm-cost(team-hit, cls-idx)
              END-PERFORM
           END-PERFORM.
       4000-PRINT-PROGRAMS.
           MOVE SPACES TO rw-line.
           STRING "MONTH " month-in " - RUNS FROM RUNAUDIT.LOG PRICED "
              "AT PGMOWNER.TXT RATES"
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 8000-WRITE-LINE.
           MOVE "BY PROGRAM" TO rw-line.
           PERFORM 8000-WRITE-LINE.
           MOVE "PROGRAM              TEAM       CLASS     RUNS"
              TO rw-line(1:46).
           MOVE "   SECONDS      RECORDS         COST  SEC RATE"
              TO rw-line(47:46).
           MOVE "  KREC RATE" TO rw-line(93:11).
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING prog-idx FROM 1 BY 1
              UNTIL prog-idx > prog-count
              PERFORM 4100-PRINT-ONE-PROGRAM
           END-PERFORM.
      * A program's total line carries its rates; a class line
      * follows for each class it ran in.
       4100-PRINT-ONE-PROGRAM.
           MOVE 0 TO sum-runs.
           MOVE 0 TO sum-secs.
           MOVE 0 TO sum-recs.
           MOVE 0 TO sum-cost.
           PERFORM VARYING cls-idx FROM 1 BY 1 UNTIL cls-idx > 4
              ADD pg-runs(prog-idx, cls-idx) TO sum-runs
              ADD pg-secs(prog-idx, cls-idx) TO sum-secs
              ADD pg-recs(prog-idx, cls-idx) TO sum-recs
              ADD pg-cost(prog-idx, cls-idx) TO sum-cost
           END-PERFORM.
           IF sum-runs > 0
              MOVE pg-sec-rate(prog-idx) TO rate-disp
              MOVE pg-krec-rate(prog-idx) TO krate-disp
              MOVE SPACES TO rw-line
              MOVE pg-prog(prog-idx) TO rw-line(1:20)
              MOVE pg-team(prog-idx) TO rw-line(22:10)
              MOVE "TOTAL" TO rw-line(33:8)
              PERFORM 7200-FORMAT-AMOUNTS
              MOVE rate-disp TO rw-line(84:9)
              MOVE krate-disp TO rw-line(95:9)
              PERFORM 8000-WRITE-LINE
              PERFORM VARYING cls-idx FROM 1 BY 1 UNTIL cls-idx > 4
                 IF pg-runs(prog-idx, cls-idx) > 0
                    MOVE pg-runs(prog-idx, cls-idx) TO sum-runs
                    MOVE pg-secs(prog-idx, cls-idx) TO sum-secs
                    MOVE pg-recs(prog-idx, cls-idx) TO sum-recs
                    MOVE pg-cost(prog-idx, cls-idx) TO sum-cost
                    MOVE SPACES TO rw-line
                    MOVE class-name(cls-idx) TO rw-line(35:8)
                    PERFORM 7200-FORMAT-AMOUNTS
                    PERFORM 8000-WRITE-LINE
                 END-IF
              END-PERFORM
           END-IF.
       5000-PRINT-TEAMS.
           PERFORM 8000-WRITE-LINE.
           MOVE "BY OWNING TEAM - REPEAT RUNS CHARGED TO THE TEAM THAT"
              TO rw-line(1:53).
           MOVE " OWNS THE PROGRAM REPEATED" TO rw-line(54:26).
           PERFORM 8000-WRITE-LINE.
           MOVE "TEAM                            CLASS     RUNS"
              TO rw-line(1:46).
           MOVE "   SECONDS      RECORDS         COST"
              TO rw-line(47:36).
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING team-idx FROM 1 BY 1
              UNTIL team-idx > team-count
              PERFORM 5100-PRINT-ONE-TEAM
           END-PERFORM.
           PERFORM 8000-WRITE-LINE.
           MOVE grand-cost TO cost-disp.
           MOVE SPACES TO rw-line.
           STRING "RUNS PRICED=" runs-priced
              " UNTIMED=" untimed-runs
              " TOTAL COST=" cost-disp
              " UNOWNED PROGRAMS=" unowned-count
              " BAD OWNERSHIP LINES=" bad-owner-count
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
       5100-PRINT-ONE-TEAM.
           MOVE 0 TO sum-runs.
           MOVE 0 TO sum-secs.
           MOVE 0 TO sum-recs.
           MOVE 0 TO sum-cost.
           PERFORM VARYING cls-idx FROM 1 BY 1 UNTIL cls-idx > 4
              ADD tm-runs(team-idx, cls-idx) TO sum-runs
              ADD tm-secs(team-idx, cls-idx) TO sum-secs
              ADD tm-recs(team-idx, cls-idx) TO sum-recs
              ADD tm-cost(team-idx, cls-idx) TO sum-cost
           END-PERFORM.
           IF sum-runs > 0
              MOVE SPACES TO rw-line
              MOVE tm-team(team-idx) TO rw-line(1:10)
              MOVE "TOTAL" TO rw-line(33:8)
              PERFORM 7200-FORMAT-AMOUNTS
              PERFORM 8000-WRITE-LINE
              PERFORM VARYING cls-idx FROM 1 BY 1 UNTIL cls-idx > 4
                 MOVE tm-runs(team-idx, cls-idx) TO sum-runs
                 MOVE tm-secs(team-idx, cls-idx) TO sum-secs
                 MOVE tm-recs(team-idx, cls-idx) TO sum-recs
                 MOVE tm-cost(team-idx, cls-idx) TO sum-cost
                 MOVE SPACES TO rw-line
                 MOVE class-name(cls-idx) TO rw-line(35:8)
                 PERFORM 7200-FORMAT-AMOUNTS
                 PERFORM 8000-WRITE-LINE
              END-PERFORM
           END-IF.
       7000-FIND-PROGRAM.
           MOVE 0 TO prog-hit.
           PERFORM VARYING prog-idx FROM 1 BY 1
              UNTIL prog-idx > prog-count OR prog-hit > 0
              IF pg-prog(prog-idx) = audit-prog
                 MOVE prog-idx TO prog-hit
              END-IF
           END-PERFORM.
      * Leaves prog-hit at 0 when the table is full.
       7100-ADD-PROGRAM.
           MOVE 0 TO prog-hit.
           IF prog-count < 200
              ADD 1 TO prog-count
              MOVE prog-count TO prog-hit
              INITIALIZE prog-entry(prog-hit)
              MOVE audit-prog TO pg-prog(prog-hit)
           END-IF.
       7200-FORMAT-AMOUNTS.
           MOVE sum-runs TO runs-disp.
           MOVE sum-secs TO secs-disp.
           MOVE sum-recs TO recs-disp.
           MOVE sum-cost TO cost-disp.
           MOVE runs-disp TO rw-line(42:5).
           MOVE secs-disp TO rw-line(48:9).
           MOVE recs-disp TO rw-line(59:11).
           MOVE cost-disp TO rw-line(71:12).
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE runs-priced TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM ChgBack.
