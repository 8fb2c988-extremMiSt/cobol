       FD ledgerfile.
       01 ledgerline PIC X(80).
       FD answermstfile.
       01 answermstline PIC X(120).
       WORKING-STORAGE SECTION.
       COPY LDGRREC.
       COPY ANSMREC.
       01 jst-prog PIC X(20) VALUE "ANSLOAD".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           OPEN INPUT ledgerfile.
           PERFORM UNTIL cnv-eof > 0
              READ ledgerfile
