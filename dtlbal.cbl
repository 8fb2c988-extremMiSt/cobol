       FD dtlfile.
       01 dtlline PIC X(60).
       FD answermstfile.
       01 answermstline PIC X(283).
       FD balreportfile.
       01 balreportline PIC X(100).
       WORKING-STORAGE SECTION.
      * total is recomputed from each line's AWARD and shape value,
      * the running SCORE= must never step backwards and must end
      * at the recomputed total, and that total must equal the
      * answer the ledger carries for day 2 part 1 of the current
      * season (SEASON-YEAR in the site configuration). A detail
      * file cut short by a crash or edited after the fact shows up
      * here before RoundRpt builds analytics on it.
       01 bal-eof PIC 9 VALUE 0.
       01 you-err PIC X.
       01 master-answer PIC 9(15).
       01 master-found PIC X VALUE "N".
       01 season-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 fail-count PIC 9(2) VALUE 0.
       01 alt-prog PIC X(20) VALUE "DTLBAL".
       01 alt-severity PIC X(8).
       01 jst-prog PIC X(20) VALUE "DTLBAL".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "SeasonYr" USING season-year, syr-open.
           PERFORM 1000-FIND-LEDGERED-ANSWER.
           OPEN OUTPUT balreportfile.
           MOVE SPACES TO balreportline.
                    MOVE answermstline TO ansm-rec-fields
                    IF answermstline(1:2) NOT = "L "
                       AND ansm-year NUMERIC
                       AND ansm-year = season-year AND ansm-day = 2
                       AND ansm-part = "1"
                       MOVE ansm-answer TO master-answer
                       MOVE "Y" TO master-found
           IF master-found = "N"
              ADD 1 TO fail-count
              MOVE SPACES TO balreportline
              STRING "NO LEDGERED ANSWER FOR " season-year
                 " DAY 2 PART 1"
                 DELIMITED BY SIZE INTO balreportline
              DISPLAY balreportline
              WRITE balreportline
