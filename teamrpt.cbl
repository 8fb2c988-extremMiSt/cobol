      * file to the roster's team column: one rollup entry per team
      * with the calorie total, member count and top carrier, ranked
      * by team total. Elves without a roster entry roll up under
      * the UNKNOWN team so provisioning can see the gap. Teams are
      * taken as they stood on the business date the work file was
      * built for, so a rerun of a past day rolls a moved elf into
      * the team it was on that day.
       01 trp-eof PIC 9 VALUE 0.
       01 trp-idx PIC 9(3).
       01 trp-jdx PIC 9(3).
       01 elf-name PIC X(20).
       01 elf-team PIC X(10).
       01 ros-found PIC X.
       01 bus-date PIC X(8).
       01 elves-read PIC 9(7) VALUE 0.
       01 grand-total PIC 9(15) VALUE 0.
       01 jst-prog PIC X(20) VALUE "TEAMRPT".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           PERFORM 1000-ROLL-UP-WORK-FILE.
           IF team-count = 0
              DISPLAY "NO ELF SUBTOTALS FOUND IN AOC2201_1_WRK.TXT"
           END-PERFORM.
           CLOSE workfile.
       1100-CREDIT-TEAM.
           CALL "RosterTeam" USING wrk-elf, bus-date, elf-name,
              elf-team, ros-found.
           IF elf-team = SPACES
              MOVE "UNKNOWN" TO elf-team
           END-IF.
