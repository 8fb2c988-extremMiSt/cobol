          05 missed-elf OCCURS 2000 TIMES PIC 9(7).
       01 missed-idx PIC 9(4).
       01 missed-seen PIC 9.
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 ros-elf PIC 9(7).
       01 ros-out-name PIC X(20).
       01 ros-found PIC X.
       PROCEDURE DIVISION USING ros-elf, ros-out-name, ros-found.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           IF ros-loaded = "N"
              PERFORM 1000-LOAD-ROSTER
              MOVE "Y" TO ros-loaded
