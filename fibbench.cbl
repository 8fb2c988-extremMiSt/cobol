       01 jst-prog PIC X(20) VALUE "FIBBENCH".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE "BENCH-REPS" TO cfg-key.
           MOVE bench-reps TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
