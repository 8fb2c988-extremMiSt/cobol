       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 prq-ok PIC X.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "PreReq" USING jst-prog, prq-ok.
           IF prq-ok = "N"
              DISPLAY "PREREQUISITES NOT MET - RUN STOPPED"
