       01 jst-prog PIC X(20) VALUE "PIPEBAL".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           PERFORM 1000-READ-STAGE-CONTROL.
           PERFORM 2000-READ-JOB-STATUS.
