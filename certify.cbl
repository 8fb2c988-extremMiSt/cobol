          05 exp-part PIC X(1).
          05 FILLER PIC X(1).
          05 exp-answer PIC 9(15).
      * A text answer (the crate letters of day 5) is expected in
      * the same columns as the number, left-justified.
       01 expectedtextline.
          05 FILLER PIC X(10).
          05 exp-text PIC X(40).
       FD ledgerfile.
       01 ledgerline PIC X(264).
       FD certreportfile.
       01 certreportline PIC X(100).
       WORKING-STORAGE SECTION.
       01 cert-count PIC 9(3) VALUE 0.
       01 cert-fails PIC 9(3) VALUE 0.
       01 cert-misses PIC 9(3) VALUE 0.
       01 cert-voids PIC 9(3) VALUE 0.
       01 corr-pos PIC 9(3).
       01 cert-masters.
          05 cert-master OCCURS 100 TIMES.
             10 cert-year PIC 9(4).
             10 cert-expected PIC 9(15).
             10 cert-actual PIC 9(15).
             10 cert-seen PIC X VALUE "N".
             10 cert-kind PIC X.
             10 cert-exp-text PIC X(40).
             10 cert-act-text PIC X(40).
             10 cert-corr PIC X.
             10 cert-void-reason PIC X(8).
             10 cert-void-by PIC X(8).
       01 long-key PIC X(12).
       01 puzzle-key PIC X(12).
       01 jst-prog PIC X(20) VALUE "CERTIFY".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 1000-LOAD-MASTER.
           PERFORM 2000-SCAN-LEDGER.
           PERFORM 3000-PRINT-REPORT.
           IF cert-voids > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF cert-fails > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
                 NOT AT END
                    IF exp-year NOT NUMERIC
                       OR exp-day NOT NUMERIC
                       OR exp-text = SPACES
                       DISPLAY "BAD EXPECTED LINE IGNORED: "
                          expectedline
                    ELSE
                       MOVE exp-year TO cert-year(cert-count)
                       MOVE exp-day TO cert-day(cert-count)
                       MOVE exp-part TO cert-part(cert-count)
                       IF exp-answer NUMERIC
                          MOVE "N" TO cert-kind(cert-count)
                          MOVE exp-answer TO cert-expected(cert-count)
                       ELSE
                          MOVE "T" TO cert-kind(cert-count)
                          MOVE 0 TO cert-expected(cert-count)
                          MOVE exp-text TO cert-exp-text(cert-count)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
                    MOVE 1 TO cert-eof
                 NOT AT END
                    MOVE ledgerline TO ledger-rec-fields
                    EVALUATE TRUE
                       WHEN ledgerline(17:4) = "KEY="
                          PERFORM 2200-MATCH-LONG-ENTRY
                       WHEN ldgr-year NUMERIC AND ldgr-day NUMERIC
                          AND ldgr-answer NUMERIC
                          PERFORM 2100-MATCH-LEDGER-ENTRY
                       WHEN OTHER
                          DISPLAY "BAD LEDGER LINE IGNORED: "
                             ledgerline(1:60)
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE ledgerfile.
      * An AnsFix correction record stands like any later entry: a
      * VOID leaves the answer with nothing to certify, a RESTORE
      * puts the prior answer back to be certified as corrected.
       2100-MATCH-LEDGER-ENTRY.
           MOVE 0 TO cert-found.
           PERFORM VARYING cert-idx FROM 1 BY 1
                 AND cert-day(cert-idx) = ldgr-day
                 AND cert-part(cert-idx) = ldgr-part
                 MOVE 1 TO cert-found
                 IF ldgr-corr = "VOID"
                    MOVE "V" TO cert-seen(cert-idx)
                    MOVE ldgr-reason TO cert-void-reason(cert-idx)
                    MOVE ldgr-by TO cert-void-by(cert-idx)
                 ELSE
                    MOVE ldgr-answer TO cert-actual(cert-idx)
                    MOVE "Y" TO cert-seen(cert-idx)
                    IF ldgr-corr = "RESTORE"
                       MOVE "Y" TO cert-corr(cert-idx)
                    ELSE
                       MOVE "N" TO cert-corr(cert-idx)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      * LedgerLong journal lines read "<stamp> KEY=<key> ANSWERL=
      * <value>". Only puzzle keys ("yyyy dd p") can be certified;
      * other long keys (the fibonacci results) are passed over.
       2200-MATCH-LONG-ENTRY.
           MOVE ledgerline(21:12) TO long-key.
           MOVE 0 TO cert-found.
           PERFORM VARYING cert-idx FROM 1 BY 1
              UNTIL cert-idx > cert-count OR cert-found = 1
              MOVE SPACES TO puzzle-key
              STRING cert-year(cert-idx) " " cert-day(cert-idx)
                 " " cert-part(cert-idx)
                 DELIMITED BY SIZE INTO puzzle-key
              IF cert-kind(cert-idx) = "T" AND puzzle-key = long-key
                 MOVE 1 TO cert-found
                 MOVE ledgerline(42:40) TO cert-act-text(cert-idx)
                 MOVE "Y" TO cert-seen(cert-idx)
              END-IF
           END-PERFORM.
                       " PART=" cert-part(cert-idx)
                       " - NO LEDGER ENTRY FOUND"
                       DELIMITED BY SIZE INTO certreportline
                 WHEN cert-seen(cert-idx) = "V"
                    ADD 1 TO cert-voids
                    STRING "VOID  YEAR=" cert-year(cert-idx)
                       " DAY=" cert-day(cert-idx)
                       " PART=" cert-part(cert-idx)
                       " - ANSWER VOIDED REASON="
                       cert-void-reason(cert-idx)
                       " BY=" cert-void-by(cert-idx)
                       DELIMITED BY SIZE INTO certreportline
                 WHEN cert-kind(cert-idx) = "T"
                    AND cert-act-text(cert-idx)
                       = cert-exp-text(cert-idx)
                    STRING "PASS  YEAR=" cert-year(cert-idx)
                       " DAY=" cert-day(cert-idx)
                       " PART=" cert-part(cert-idx)
                       " ANSWER=" cert-act-text(cert-idx)
                       DELIMITED BY SIZE INTO certreportline
                 WHEN cert-kind(cert-idx) = "T"
                    ADD 1 TO cert-fails
                    STRING "FAIL  YEAR=" cert-year(cert-idx)
                       " DAY=" cert-day(cert-idx)
                       " PART=" cert-part(cert-idx)
                       " EXPECTED=" DELIMITED BY SIZE
                       cert-exp-text(cert-idx) DELIMITED BY SPACE
                       " GOT=" DELIMITED BY SIZE
                       cert-act-text(cert-idx) DELIMITED BY SPACE
                       INTO certreportline
                 WHEN cert-actual(cert-idx) = cert-expected(cert-idx)
                    STRING "PASS  YEAR=" cert-year(cert-idx)
                       " DAY=" cert-day(cert-idx)
                       " GOT=" cert-actual(cert-idx)
                       DELIMITED BY SIZE INTO certreportline
              END-EVALUATE
              IF cert-seen(cert-idx) = "Y"
                 AND cert-corr(cert-idx) = "Y"
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(certreportline
                    TRAILING)) TO corr-pos
                 MOVE " CORRECTED" TO certreportline(corr-pos + 1:10)
              END-IF
              DISPLAY certreportline
              WRITE certreportline
           END-PERFORM.
           MOVE SPACES TO certreportline.
           STRING "CERTIFIED=" cert-count " FAILS=" cert-fails
              " NORUNS=" cert-misses " VOIDED=" cert-voids
              DELIMITED BY SIZE INTO certreportline.
           DISPLAY certreportline.
           WRITE certreportline.
