       DATA DIVISION.
       FILE SECTION.
       FD ledgerfile.
       01 ledgerline PIC X(320).
       FD auditfile.
       01 auditline PIC X(160).
       FD reconreportfile.
       01 jst-prog PIC X(20) VALUE "RECONCILE".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 1000-SCAN-LEDGER.
           PERFORM 2000-SCAN-AUDIT.
           PERFORM 3000-PRINT-REPORT.
                    MOVE 1 TO rcn-eof
                 NOT AT END
                    MOVE ledgerline TO ledger-rec-fields
      * AnsFix correction records belong to no run of their own.
                    IF ldgr-year NUMERIC AND ldgr-day NUMERIC
                       AND ldgr-corr = SPACES
                       PERFORM 1100-DERIVE-PROGRAM
                       MOVE ldgr-date TO audit-date
                       PERFORM 8000-FIND-OR-ADD-KEY
