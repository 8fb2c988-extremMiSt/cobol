       01 jst-prog PIC X(20) VALUE "FORECAST".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 0500-APPLY-CONFIG.
           PERFORM 1000-MEASURE-CONSUMPTION.
           PERFORM 2000-COUNT-ROSTER-BY-TEAM.
