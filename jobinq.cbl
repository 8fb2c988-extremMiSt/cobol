             10 inq-rc PIC 9(4).
             10 inq-recs PIC 9(10).
             10 inq-sev PIC X(8).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO from-date, to-date.
