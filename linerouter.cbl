       01 jst-prog PIC X(20) VALUE "LINEROUTER".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT infile-name FROM COMMAND-LINE
           IF infile-name = SPACES
              MOVE "line.txt" TO infile-name
