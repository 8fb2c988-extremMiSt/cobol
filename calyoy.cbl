       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalYoY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL histfile
           ASSIGN TO "CALHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT sortfile
           ASSIGN TO "CALYOY.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD histfile.
       01 histline.
          05 hst-year PIC 9(4).
          05 FILLER PIC X(1).
          05 hst-elf PIC 9(7).
          05 FILLER PIC X(1).
          05 hst-subtotal PIC 9(10).
       SD sortfile.
       01 sortrecord.
          05 srt-year PIC 9(4).
          05 srt-subtotal PIC 9(10).
          05 srt-elf PIC 9(7).
       WORKING-STORAGE SECTION.
      * Year-over-year calorie comparison from the CALHIST.TXT
      * history master: the season (SEASON-YEAR, or the year on the
      * command line) against the one before it. Each elf's subtotal
      * is ranked within its own season by an external sort pass,
      * then every elf carried in either season is listed with both
      * subtotals, both ranks and the change. Roster teams are
      * rolled up the same way, each season's subtotal credited to
      * the team the elf was on at that season's last puzzle day
      * (25 December), so an elf who moved counts for the old team
      * last season and the new one this season. An elf whose
      * subtotal moved by more than YOY-PCT-LIMIT percent of
      * last season's is flagged and the run ends RC 4 so the
      * change is looked at; an elf new this season has nothing to
      * compare against and is only marked.
       01 cmdline PIC X(20).
       01 yoy-eof PIC 9 VALUE 0.
       01 season-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 prior-year PIC 9(4).
       01 rank-year PIC 9(4) VALUE 0.
       01 rank-counter PIC 9(7) VALUE 0.
       01 pct-limit PIC 9(8) VALUE 25.
       01 max-elf PIC 9(5) VALUE 99999.
       01 high-elf PIC 9(7) VALUE 0.
       01 elf-table.
          05 elf-entry OCCURS 99999 TIMES.
             10 el-cur-sub PIC 9(10).
             10 el-cur-rank PIC 9(7).
             10 el-prior-sub PIC 9(10).
             10 el-prior-rank PIC 9(7).
       01 elf-idx PIC 9(7).
       01 cur-elves PIC 9(7) VALUE 0.
       01 prior-elves PIC 9(7) VALUE 0.
       01 cur-grand PIC 9(15) VALUE 0.
       01 prior-grand PIC 9(15) VALUE 0.
       01 flagged-count PIC 9(7) VALUE 0.
       01 team-count PIC 9(3) VALUE 0.
       01 team-table.
          05 team-entry OCCURS 200 TIMES.
             10 tm-team PIC X(10).
             10 tm-cur-sub PIC 9(15).
             10 tm-prior-sub PIC 9(15).
             10 tm-cur-rank PIC 9(3).
             10 tm-prior-rank PIC 9(3).
       01 trp-idx PIC 9(3).
       01 trp-jdx PIC 9(3).
       01 trp-found PIC 9.
       01 change-amt PIC S9(15).
       01 change-disp PIC -(15)9.
       01 change-pct PIC S9(7)V9.
       01 pct-disp PIC -(7)9.9.
       01 abs-pct PIC 9(7)V9.
       01 pct-note PIC X(24).
       01 sub-cur PIC 9(15).
       01 sub-prior PIC 9(15).
       01 elf-name PIC X(20).
       01 elf-team PIC X(10).
       01 ros-found PIC X.
       01 ros-as-of PIC X(8) VALUE SPACES.
       01 cur-as-of PIC X(8).
       01 prior-as-of PIC X(8).
       01 credit-season PIC X(1).
       01 cfg-key PIC X(20).
       01 cfg-value PIC 9(8).
       01 cfg-found PIC X.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "CALYOY.TXT".
       01 rw-title PIC X(40) VALUE "CALORIE YEAR-OVER-YEAR COMPARISON".
       01 rw-prog PIC X(20) VALUE "CALYOY".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "CALYOY".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 0500-APPLY-CONFIG.
           ACCEPT cmdline FROM COMMAND-LINE.
           IF cmdline NOT = SPACES
              IF cmdline(1:4) NUMERIC AND cmdline(5:1) = SPACE
                 MOVE cmdline(1:4) TO season-year
              ELSE
                 DISPLAY "USAGE: calyoy [yyyy]"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 STOP RUN
              END-IF
           END-IF.
           CALL "SeasonYr" USING season-year, syr-open.
           COMPUTE prior-year = season-year - 1.
           MOVE season-year TO cur-as-of(1:4).
           MOVE "1225" TO cur-as-of(5:4).
           MOVE prior-year TO prior-as-of(1:4).
           MOVE "1225" TO prior-as-of(5:4).
           PERFORM VARYING elf-idx FROM 1 BY 1 UNTIL elf-idx > max-elf
              MOVE 0 TO el-cur-sub(elf-idx)
              MOVE 0 TO el-cur-rank(elf-idx)
              MOVE 0 TO el-prior-sub(elf-idx)
              MOVE 0 TO el-prior-rank(elf-idx)
           END-PERFORM.
           SORT sortfile ON ASCENDING KEY srt-year
              DESCENDING KEY srt-subtotal
              INPUT PROCEDURE IS 1000-LOAD-TWO-SEASONS
              OUTPUT PROCEDURE IS 2000-RANK-SEASONS.
           IF cur-elves = 0
              DISPLAY "NO HISTORY FOR SEASON " season-year
                 " IN CALHIST.TXT"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 3000-ROLL-UP-TEAMS.
           PERFORM 4000-PRINT-REPORT.
           IF flagged-count > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       0500-APPLY-CONFIG.
           MOVE "YOY-PCT-LIMIT" TO cfg-key.
           MOVE pct-limit TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           IF cfg-found = "Y"
              MOVE cfg-value TO pct-limit
              DISPLAY "EFFECTIVE SETTINGS: YOY-PCT-LIMIT="
                 pct-limit " (SITE)"
           ELSE
              DISPLAY "EFFECTIVE SETTINGS: YOY-PCT-LIMIT="
                 pct-limit " (DEFAULT)"
           END-IF.
       1000-LOAD-TWO-SEASONS.
           OPEN INPUT histfile.
           PERFORM UNTIL yoy-eof > 0
              READ histfile
                 AT END
                    MOVE 1 TO yoy-eof
                 NOT AT END
                    IF hst-year NUMERIC AND hst-elf NUMERIC
                       AND hst-subtotal NUMERIC AND hst-elf > 0
                       AND (hst-year = season-year
                          OR hst-year = prior-year)
                       PERFORM 1100-TAKE-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE histfile.
       1100-TAKE-RECORD.
           IF hst-elf > max-elf
              DISPLAY "ELF " hst-elf " PAST THE COMPARISON RANGE"
                 " - TABLE FULL"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           IF hst-year = season-year
              ADD 1 TO cur-elves
              ADD hst-subtotal TO cur-grand
              MOVE hst-subtotal TO el-cur-sub(hst-elf)
           ELSE
              ADD 1 TO prior-elves
              ADD hst-subtotal TO prior-grand
              MOVE hst-subtotal TO el-prior-sub(hst-elf)
           END-IF.
           IF hst-elf > high-elf
              MOVE hst-elf TO high-elf
           END-IF.
           MOVE hst-year TO srt-year.
           MOVE hst-subtotal TO srt-subtotal.
           MOVE hst-elf TO srt-elf.
           RELEASE sortrecord.
      * The prior season comes back first, highest subtotal first,
      * then the current one; the rank counter restarts when the
      * year changes.
       2000-RANK-SEASONS.
           MOVE 0 TO yoy-eof.
           PERFORM UNTIL yoy-eof > 0
              RETURN sortfile
                 AT END
                    MOVE 1 TO yoy-eof
                 NOT AT END
                    IF srt-year NOT = rank-year
                       MOVE srt-year TO rank-year
                       MOVE 0 TO rank-counter
                    END-IF
                    ADD 1 TO rank-counter
                    IF srt-year = season-year
                       MOVE rank-counter TO el-cur-rank(srt-elf)
                    ELSE
                       MOVE rank-counter TO el-prior-rank(srt-elf)
                    END-IF
              END-RETURN
           END-PERFORM.
      * Elves without a roster entry roll up under UNKNOWN, as on
      * the team standings. Each season is credited separately, by
      * the membership in force at its own end.
       3000-ROLL-UP-TEAMS.
           PERFORM VARYING elf-idx FROM 1 BY 1
              UNTIL elf-idx > high-elf
              IF el-cur-rank(elf-idx) > 0
                 MOVE cur-as-of TO ros-as-of
                 MOVE "C" TO credit-season
                 PERFORM 3100-CREDIT-TEAM
              END-IF
              IF el-prior-rank(elf-idx) > 0
                 MOVE prior-as-of TO ros-as-of
                 MOVE "P" TO credit-season
                 PERFORM 3100-CREDIT-TEAM
              END-IF
           END-PERFORM.
           PERFORM VARYING trp-idx FROM 1 BY 1
              UNTIL trp-idx > team-count
              MOVE 1 TO tm-cur-rank(trp-idx)
              MOVE 1 TO tm-prior-rank(trp-idx)
              PERFORM VARYING trp-jdx FROM 1 BY 1
                 UNTIL trp-jdx > team-count
                 IF tm-cur-sub(trp-jdx) > tm-cur-sub(trp-idx)
                    ADD 1 TO tm-cur-rank(trp-idx)
                 END-IF
                 IF tm-prior-sub(trp-jdx) > tm-prior-sub(trp-idx)
                    ADD 1 TO tm-prior-rank(trp-idx)
                 END-IF
              END-PERFORM
           END-PERFORM.
       3100-CREDIT-TEAM.
           CALL "RosterTeam" USING elf-idx, ros-as-of, elf-name,
              elf-team, ros-found.
           IF elf-team = SPACES
              MOVE "UNKNOWN" TO elf-team
           END-IF.
           MOVE 0 TO trp-found.
           PERFORM VARYING trp-idx FROM 1 BY 1
              UNTIL trp-idx > team-count OR trp-found = 1
              IF tm-team(trp-idx) = elf-team
                 MOVE 1 TO trp-found
                 SUBTRACT 1 FROM trp-idx
              END-IF
           END-PERFORM.
           IF trp-found = 0
              IF team-count >= 200
                 DISPLAY "TOO MANY TEAMS - TABLE FULL"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 STOP RUN
              END-IF
              ADD 1 TO team-count
              MOVE team-count TO trp-idx
              MOVE elf-team TO tm-team(trp-idx)
              MOVE 0 TO tm-cur-sub(trp-idx)
              MOVE 0 TO tm-prior-sub(trp-idx)
           END-IF.
           IF credit-season = "C"
              ADD el-cur-sub(elf-idx) TO tm-cur-sub(trp-idx)
           ELSE
              ADD el-prior-sub(elf-idx) TO tm-prior-sub(trp-idx)
           END-IF.
       4000-PRINT-REPORT.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           STRING "SEASON " season-year " AGAINST " prior-year
              " - FLAG LIMIT " pct-limit "%"
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 8000-WRITE-LINE.
           STRING "===== ELVES =====" DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING elf-idx FROM 1 BY 1
              UNTIL elf-idx > high-elf
              IF el-cur-rank(elf-idx) > 0
                 OR el-prior-rank(elf-idx) > 0
                 PERFORM 4100-PRINT-ONE-ELF
              END-IF
           END-PERFORM.
           PERFORM 8000-WRITE-LINE.
           STRING "===== TEAMS =====" DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING trp-idx FROM 1 BY 1
              UNTIL trp-idx > team-count
              PERFORM 4200-PRINT-ONE-TEAM
           END-PERFORM.
           PERFORM 8000-WRITE-LINE.
           MOVE cur-grand TO sub-cur.
           MOVE prior-grand TO sub-prior.
           PERFORM 5000-COMPUTE-CHANGE.
           STRING "ELVES " season-year "=" cur-elves
              " " prior-year "=" prior-elves
              " TOTAL " season-year "=" cur-grand
              " " prior-year "=" prior-grand
              " CHANGE=" change-disp
              " FLAGGED=" flagged-count
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:132).
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
       4100-PRINT-ONE-ELF.
           MOVE el-cur-sub(elf-idx) TO sub-cur.
           MOVE el-prior-sub(elf-idx) TO sub-prior.
           PERFORM 5000-COMPUTE-CHANGE.
           EVALUATE TRUE
              WHEN el-prior-rank(elf-idx) = 0
                 MOVE "NEW THIS SEASON" TO pct-note
              WHEN el-cur-rank(elf-idx) = 0
                 MOVE "NOT LOADED THIS SEASON" TO pct-note
              WHEN abs-pct > pct-limit
                 MOVE "** MOVED PAST LIMIT **" TO pct-note
                 ADD 1 TO flagged-count
              WHEN OTHER
                 MOVE SPACES TO pct-note
           END-EVALUATE.
           CALL "Roster" USING elf-idx, elf-name, ros-found.
           STRING "ELF " elf-idx " " elf-name
              " SUB=" el-cur-sub(elf-idx)
              " RANK=" el-cur-rank(elf-idx)
              " PRIOR=" el-prior-sub(elf-idx)
              " RANK=" el-prior-rank(elf-idx)
              " CHANGE=" change-disp
              " PCT=" pct-disp
              " " pct-note
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
       4200-PRINT-ONE-TEAM.
           MOVE tm-cur-sub(trp-idx) TO sub-cur.
           MOVE tm-prior-sub(trp-idx) TO sub-prior.
           PERFORM 5000-COMPUTE-CHANGE.
           STRING "TEAM " tm-team(trp-idx)
              " SUB=" tm-cur-sub(trp-idx)
              " RANK=" tm-cur-rank(trp-idx)
              " PRIOR=" tm-prior-sub(trp-idx)
              " RANK=" tm-prior-rank(trp-idx)
              " CHANGE=" change-disp
              " PCT=" pct-disp
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
      * A change against a zero prior subtotal has no percentage;
      * it is shown as zero and never flagged.
       5000-COMPUTE-CHANGE.
           COMPUTE change-amt = sub-cur - sub-prior.
           MOVE change-amt TO change-disp.
           MOVE 0 TO change-pct.
           IF sub-prior > 0
              COMPUTE change-pct ROUNDED =
                 change-amt * 100 / sub-prior
                 ON SIZE ERROR
                    MOVE 9999999.9 TO change-pct
              END-COMPUTE
           END-IF.
           MOVE change-pct TO pct-disp.
           IF change-pct < 0
              COMPUTE abs-pct = 0 - change-pct
           ELSE
              MOVE change-pct TO abs-pct
           END-IF.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE cur-elves TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM CalYoY.
