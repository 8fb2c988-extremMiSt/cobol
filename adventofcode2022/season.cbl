       01 jst-prog PIC X(20) VALUE "SEASON".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 1000-LOAD-SCHEDULE.
           OPEN INPUT seasonlistfile.
           OPEN OUTPUT seasonreportfile.
