       01 cfg-key PIC X(20).
       01 cfg-str-value PIC X(40).
       01 cfg-found PIC X.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 0500-APPLY-CONFIG.
           PERFORM 4000-LOAD-MASTER.
           ACCEPT infile-name FROM COMMAND-LINE
