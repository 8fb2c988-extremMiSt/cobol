       01 lock-max-tries PIC 9(2) VALUE 10.
       01 lock-wait-sec PIC 9(8) COMP-5 VALUE 1.
       01 alt-prog PIC X(20) VALUE "LOGLOCK".
       01 run-env PIC X(5).
       LOCAL-STORAGE SECTION.
       01 lock-name PIC X(30).
       01 lock-timestamp PIC X(26).
       01 lock-held PIC X(1).
       PROCEDURE DIVISION USING lock-action, lock-stem, lock-held.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE SPACES TO lock-name.
           STRING lock-stem DELIMITED BY SPACE ".LCK"
              DELIMITED BY SIZE INTO lock-name.
