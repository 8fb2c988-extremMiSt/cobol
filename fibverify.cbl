       01 jst-prog PIC X(20) VALUE "FIBVERIFY".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           IF cmdline = "REPAIR"
              MOVE "Y" TO repair-mode
