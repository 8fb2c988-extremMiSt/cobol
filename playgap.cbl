       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlayGap.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dtlfile
           ASSIGN TO "AOC2202_1_DTL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD dtlfile.
       01 dtlline PIC X(60).
       WORKING-STORAGE SECTION.
       COPY WINRULES.
      * Scored detail lines look like
      * "ROUND 0000000001 ELF=A YOU=Y AWARD=6 SCORE=0000000008";
      * reject echoes in the same file do not fit this shape and
      * are passed over.
       01 dtl-fields.
          05 dtl-round-lit PIC X(6).
          05 dtl-round PIC 9(10).
          05 dtl-elf-lit PIC X(5).
          05 dtl-elf PIC X(1).
          05 dtl-you-lit PIC X(5).
          05 dtl-you PIC X(1).
          05 dtl-award-lit PIC X(7).
          05 dtl-award PIC 9(1).
          05 dtl-score-lit PIC X(7).
          05 dtl-score PIC 9(10).
      * What the strategy guide cost: for every scored round the
      * best response to the elf's shape is taken from the WINRULES
      * matrix - the shape scoring the most shape-plus-award points
      * - and set against what the guide's letter actually earned,
      * read both ways the league plays it: as our shape (the
      * AOC2202_1 reading) and as the outcome we must reach (the
      * AOC2202_2 reading, our shape derived from the elf's). The
      * shortfall is totalled by matchup type (elf shape against
      * guide letter) and by block of PLAYGAP-BLOCK rounds, so the
      * league can see where the points went and which reading of
      * the guide comes closer to optimal play.
       01 gap-eof PIC 9 VALUE 0.
       01 gap-rc PIC 9(4) VALUE 0.
       01 rnd-count PIC 9(8) VALUE 0.
       01 rnd-skipped PIC 9(8) VALUE 0.
       01 elf-idx PIC 9.
       01 you-idx PIC 9.
       01 shape-idx PIC 9.
       01 best-shape PIC 9.
       01 best-pts PIC 9(2).
       01 try-pts PIC 9(2).
       01 shp-shape PIC 9.
       01 shp-pts PIC 9(2).
       01 shp-short PIC 9(2).
       01 out-shape PIC 9.
       01 out-pts PIC 9(2).
       01 out-short PIC 9(2).
       01 out-award PIC 9.
       01 best-total PIC 9(12) VALUE 0.
       01 shp-total PIC 9(12) VALUE 0.
       01 out-total PIC 9(12) VALUE 0.
       01 shp-short-total PIC 9(12) VALUE 0.
       01 out-short-total PIC 9(12) VALUE 0.
      * matchup tallies by elf shape and guide letter X/Y/Z.
       01 matchup-tallies.
          05 mt-row OCCURS 3 TIMES.
             10 mt-col OCCURS 3 TIMES.
                15 mt-rounds PIC 9(8) VALUE 0.
                15 mt-shp-short PIC 9(10) VALUE 0.
                15 mt-out-short PIC 9(10) VALUE 0.
       01 block-size PIC 9(8) VALUE 100.
       01 block-count PIC 9(4) VALUE 0.
       01 block-idx PIC 9(4).
       01 block-no PIC 9(8).
       01 block-tallies.
          05 block-entry OCCURS 1000 TIMES.
             10 blk-rounds PIC 9(8).
             10 blk-shp-short PIC 9(10).
             10 blk-out-short PIC 9(10).
       01 block-first PIC 9(10).
       01 block-last PIC 9(10).
       01 shape-names-values PIC X(24) VALUE
           "ROCK    PAPER   SCISSORS".
       01 shape-names-tbl REDEFINES shape-names-values.
           05 shape-name OCCURS 3 TIMES PIC X(8).
       01 letter-values PIC X(3) VALUE "XYZ".
       01 letter-tbl REDEFINES letter-values.
           05 guide-letter OCCURS 3 TIMES PIC X(1).
       01 verdict PIC X(40).
       01 cfg-key PIC X(20).
       01 cfg-value PIC 9(8).
       01 cfg-found PIC X.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "PLAYGAP.TXT".
       01 rw-title PIC X(40) VALUE "AOC2202 POINTS LEFT ON THE TABLE".
       01 rw-prog PIC X(20) VALUE "PLAYGAP".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "PLAYGAP".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 prq-ok PIC X.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "PreReq" USING jst-prog, prq-ok.
           IF prq-ok = "N"
              DISPLAY "PREREQUISITES NOT MET - RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 0500-APPLY-CONFIG.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           STRING "===== ROUND BY ROUND =====" DELIMITED BY SIZE
              INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           OPEN INPUT dtlfile.
           PERFORM UNTIL gap-eof > 0
              READ dtlfile
                 AT END
                    MOVE 1 TO gap-eof
                 NOT AT END
                    MOVE dtlline TO dtl-fields
                    IF dtl-round-lit = "ROUND " AND dtl-round NUMERIC
                       AND dtl-elf-lit = " ELF=" AND dtl-award NUMERIC
                       PERFORM 2000-SCORE-ROUND
                    ELSE
                       ADD 1 TO rnd-skipped
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE dtlfile.
           IF rnd-count = 0
              DISPLAY "NO SCORED ROUNDS FOUND IN AOC2202_1_DTL.TXT"
              MOVE 8 TO gap-rc
           END-IF.
           PERFORM 3000-PRINT-TOTALS.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE gap-rc TO RETURN-CODE.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       0500-APPLY-CONFIG.
           MOVE "PLAYGAP-BLOCK" TO cfg-key.
           MOVE block-size TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           IF cfg-found = "Y" AND cfg-value > 0
              MOVE cfg-value TO block-size
              DISPLAY "EFFECTIVE SETTINGS: PLAYGAP-BLOCK="
                 block-size " (SITE)"
           ELSE
              DISPLAY "EFFECTIVE SETTINGS: PLAYGAP-BLOCK="
                 block-size " (DEFAULT)"
           END-IF.
       2000-SCORE-ROUND.
           EVALUATE dtl-elf
              WHEN "A" MOVE 1 TO elf-idx
              WHEN "B" MOVE 2 TO elf-idx
              WHEN "C" MOVE 3 TO elf-idx
              WHEN OTHER MOVE 0 TO elf-idx
           END-EVALUATE.
           EVALUATE dtl-you
              WHEN "X" MOVE 1 TO you-idx
              WHEN "Y" MOVE 2 TO you-idx
              WHEN "Z" MOVE 3 TO you-idx
              WHEN OTHER MOVE 0 TO you-idx
           END-EVALUATE.
           IF elf-idx = 0 OR you-idx = 0
              ADD 1 TO rnd-skipped
           ELSE
              ADD 1 TO rnd-count
              PERFORM 2100-FIND-BEST-RESPONSE
              PERFORM 2200-SCORE-BOTH-READINGS
              PERFORM 2300-TALLY-ROUND
              STRING "ROUND " dtl-round
                 " ELF=" shape-name(elf-idx)
                 " BEST=" shape-name(best-shape) " " best-pts
                 " | AS SHAPE " shape-name(shp-shape) " " shp-pts
                 " SHORT=" shp-short
                 " | AS OUTCOME " shape-name(out-shape) " " out-pts
                 " SHORT=" out-short
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
      * Straight from the matrix rather than "the shape that beats
      * it", so the report follows WINRULES if the rules change.
       2100-FIND-BEST-RESPONSE.
           MOVE 0 TO best-pts.
           MOVE 1 TO best-shape.
           PERFORM VARYING shape-idx FROM 1 BY 1 UNTIL shape-idx > 3
              COMPUTE try-pts = shape-idx
                 + win-points(elf-idx, shape-idx)
              IF try-pts > best-pts
                 MOVE try-pts TO best-pts
                 MOVE shape-idx TO best-shape
              END-IF
           END-PERFORM.
      * Under the outcome reading X/Y/Z ask for a loss, draw or
      * win: the shape played is the one the matrix gives that
      * award against the elf's shape.
       2200-SCORE-BOTH-READINGS.
           MOVE you-idx TO shp-shape.
           COMPUTE shp-pts = shp-shape
              + win-points(elf-idx, shp-shape).
           COMPUTE shp-short = best-pts - shp-pts.
           COMPUTE out-award = (you-idx - 1) * 3.
           MOVE 1 TO out-shape.
           PERFORM VARYING shape-idx FROM 1 BY 1 UNTIL shape-idx > 3
              IF win-points(elf-idx, shape-idx) = out-award
                 MOVE shape-idx TO out-shape
              END-IF
           END-PERFORM.
           COMPUTE out-pts = out-shape + out-award.
           COMPUTE out-short = best-pts - out-pts.
       2300-TALLY-ROUND.
           ADD best-pts TO best-total.
           ADD shp-pts TO shp-total.
           ADD out-pts TO out-total.
           ADD shp-short TO shp-short-total.
           ADD out-short TO out-short-total.
           ADD 1 TO mt-rounds(elf-idx, you-idx).
           ADD shp-short TO mt-shp-short(elf-idx, you-idx).
           ADD out-short TO mt-out-short(elf-idx, you-idx).
           COMPUTE block-no = ((dtl-round - 1) / block-size) + 1.
           IF block-no > 1000
              DISPLAY "MORE THAN 1000 ROUND BLOCKS - RAISE "
                 "PLAYGAP-BLOCK"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL block-count >= block-no
              ADD 1 TO block-count
              MOVE 0 TO blk-rounds(block-count)
              MOVE 0 TO blk-shp-short(block-count)
              MOVE 0 TO blk-out-short(block-count)
           END-PERFORM.
           ADD 1 TO blk-rounds(block-no).
           ADD shp-short TO blk-shp-short(block-no).
           ADD out-short TO blk-out-short(block-no).
       3000-PRINT-TOTALS.
           PERFORM 8000-WRITE-LINE.
           STRING "===== SHORTFALL BY MATCHUP =====" DELIMITED BY SIZE
              INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING elf-idx FROM 1 BY 1 UNTIL elf-idx > 3
              PERFORM VARYING you-idx FROM 1 BY 1 UNTIL you-idx > 3
                 STRING "ELF-" shape-name(elf-idx)
                    " GUIDE " guide-letter(you-idx)
                    " ROUNDS=" mt-rounds(elf-idx, you-idx)
                    " SHORT AS SHAPE=" mt-shp-short(elf-idx, you-idx)
                    " AS OUTCOME=" mt-out-short(elf-idx, you-idx)
                    DELIMITED BY SIZE INTO rw-line
                 PERFORM 8000-WRITE-LINE
              END-PERFORM
           END-PERFORM.
           PERFORM 8000-WRITE-LINE.
           STRING "===== SHORTFALL BY BLOCK OF " block-size
              " ROUNDS =====" DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING block-idx FROM 1 BY 1
              UNTIL block-idx > block-count
              COMPUTE block-first = ((block-idx - 1) * block-size) + 1
              COMPUTE block-last = block-idx * block-size
              STRING "ROUNDS " block-first "-" block-last
                 " PLAYED=" blk-rounds(block-idx)
                 " SHORT AS SHAPE=" blk-shp-short(block-idx)
                 " AS OUTCOME=" blk-out-short(block-idx)
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-PERFORM.
           PERFORM 8000-WRITE-LINE.
           EVALUATE TRUE
              WHEN shp-short-total < out-short-total
                 MOVE "SHAPE READING (AOC2202_1) IS CLOSER"
                    TO verdict
              WHEN out-short-total < shp-short-total
                 MOVE "OUTCOME READING (AOC2202_2) IS CLOSER"
                    TO verdict
              WHEN OTHER
                 MOVE "BOTH READINGS EQUALLY CLOSE" TO verdict
           END-EVALUATE.
           STRING "ROUNDS=" rnd-count
              " SKIPPED-LINES=" rnd-skipped
              " OPTIMAL=" best-total
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:100).
           PERFORM 8000-WRITE-LINE.
           STRING "AS SHAPE EARNED=" shp-total
              " SHORT=" shp-short-total
              " AS OUTCOME EARNED=" out-total
              " SHORT=" out-short-total
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:100).
           PERFORM 8000-WRITE-LINE.
           MOVE verdict TO rw-line.
           DISPLAY rw-line(1:100).
           PERFORM 8000-WRITE-LINE.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE rnd-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM PlayGap.
