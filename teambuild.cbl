       01 jst-prog PIC X(20) VALUE "TEAMBUILD".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 0500-APPLY-CONFIG.
           PERFORM VARYING team-idx FROM 1 BY 1
              UNTIL team-idx > 20
