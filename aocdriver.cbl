       01 jst-prog PIC X(20) VALUE "AOCDRIVER".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 1000-LOAD-CATALOG.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY SPACE
