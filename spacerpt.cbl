       01 jst-prog PIC X(20) VALUE "SPACERPT".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           MOVE "SPACE-TOTAL-KB" TO cfg-key.
           MOVE total-limit-kb TO cfg-value.
