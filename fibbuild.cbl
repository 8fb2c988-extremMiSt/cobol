       01 jst-prog PIC X(20) VALUE "FIBBUILD".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           OPEN OUTPUT fibmstfile.
           PERFORM 2000-BUILD-ONE-ENTRY
              VARYING build-idx FROM 0 BY 1 UNTIL build-idx > 999.
