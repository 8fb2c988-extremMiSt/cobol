       DATA DIVISION.
       FILE SECTION.
       FD ledgerfile.
       01 ledgerline PIC X(320).
       FD auditfile.
       01 auditline PIC X(160).
       FD ledgercsvfile.
       01 ledgercsvline PIC X(160).
       FD auditcsvfile.
       01 auditcsvline PIC X(160).
       WORKING-STORAGE SECTION.
       01 jst-prog PIC X(20) VALUE "EXPORT".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO from-date, to-date.
       1000-EXPORT-LEDGER.
           OPEN INPUT ledgerfile.
           OPEN OUTPUT ledgercsvfile.
           MOVE "DATE,TIME,YEAR,DAY,PART,ANSWER,CORRECTION,REASON,BY"
              TO ledgercsvline.
           WRITE ledgercsvline.
           PERFORM UNTIL exp-eof > 0
              READ ledgerfile
                          MOVE SPACES TO ledgercsvline
                          STRING ldgr-date "," ldgr-time ","
                             ldgr-year "," ldgr-day "," ldgr-part
                             "," ldgr-answer ","
                             DELIMITED BY SIZE
                             ldgr-corr DELIMITED BY SPACE
                             "," DELIMITED BY SIZE
                             ldgr-reason DELIMITED BY SPACE
                             "," DELIMITED BY SIZE
                             ldgr-by DELIMITED BY SPACE
                             INTO ledgercsvline
                          WRITE ledgercsvline
                       WHEN OTHER
                          ADD 1 TO ldg-skip-count
