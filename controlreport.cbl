       01 jst-prog PIC X(20) VALUE "CONTROLREPORT".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           OPEN INPUT auditfile.
           PERFORM UNTIL rpt-eof > 0
              READ auditfile
