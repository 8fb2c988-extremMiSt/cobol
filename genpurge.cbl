          05 cat-date PIC X(8).
          05 FILLER PIC X(1).
          05 cat-file PIC X(40).
          05 cat-run-lit PIC X(5).
          05 cat-run PIC X(15).
       FD gencatnewfile.
       01 gencatnewline PIC X(90).
       WORKING-STORAGE SECTION.
       01 prg-eof PIC 9 VALUE 0.
       01 prg-idx PIC 9(3).
             10 prg-stem PIC X(20).
             10 prg-date PIC X(8).
             10 prg-file PIC X(40).
             10 prg-run-lit PIC X(5).
             10 prg-run PIC X(15).
             10 prg-keep PIC X.
       01 newer-dates PIC 9(3).
       01 prg-kdx PIC 9(3).
       01 jst-prog PIC X(20) VALUE "GENPURGE".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE "GENERATIONS-KEPT" TO cfg-key.
           MOVE gens-kept TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
                       MOVE cat-stem TO prg-stem(prg-count)
                       MOVE cat-date TO prg-date(prg-count)
                       MOVE cat-file TO prg-file(prg-count)
                       MOVE cat-run-lit TO prg-run-lit(prg-count)
                       MOVE cat-run TO prg-run(prg-count)
                       MOVE "N" TO prg-keep(prg-count)
                    END-IF
              END-READ
                 MOVE prg-stem(prg-idx) TO cat-stem
                 MOVE prg-date(prg-idx) TO cat-date
                 MOVE prg-file(prg-idx) TO cat-file
                 MOVE prg-run-lit(prg-idx) TO cat-run-lit
                 MOVE prg-run(prg-idx) TO cat-run
                 MOVE gencatline TO gencatnewline
                 WRITE gencatnewline
              END-IF
