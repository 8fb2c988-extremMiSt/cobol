       DATA DIVISION.
       FILE SECTION.
       FD ledgerfile.
       01 ledgerline PIC X(320).
       FD chkreportfile.
       01 chkreportline PIC X(120).
       WORKING-STORAGE SECTION.
       COPY LDGRREC.
       01 chk-eof PIC 9 VALUE 0.
       01 chk-found PIC 9.
       01 chk-count PIC 9(3) VALUE 0.
       01 chk-changes PIC 9(6) VALUE 0.
       01 chk-corrections PIC 9(6) VALUE 0.
       01 chk-voids PIC 9(6) VALUE 0.
       01 chk-puzzles.
          05 chk-puzzle OCCURS 100 TIMES.
             10 chk-year PIC 9(4).
             10 chk-last-date PIC X(08).
             10 chk-last-time PIC X(06).
             10 chk-entries PIC 9(6).
             10 chk-corr PIC X(7).
             10 chk-reason PIC X(8).
             10 chk-by PIC X(8).
       01 jst-prog PIC X(20) VALUE "ANSWERCHECK".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           OPEN INPUT ledgerfile.
           PERFORM UNTIL chk-eof > 0
              READ ledgerfile
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * AnsFix correction records are not regressions: a VOID
      * leaves the answer where it was and is reported as voided,
      * and a RESTORE's change of answer is reported as corrected,
      * with the reason and operator - neither fails the check. A
      * run recording the answer afresh puts it back under watch.
       2000-TALLY-ENTRY.
           MOVE 0 TO chk-found.
           PERFORM VARYING chk-idx FROM 1 BY 1
              IF chk-year(chk-idx) = ldgr-year
                 AND chk-day(chk-idx) = ldgr-day
                 AND chk-part(chk-idx) = ldgr-part
                 AND ldgr-corr = "VOID"
                 MOVE 1 TO chk-found
                 MOVE ldgr-corr TO chk-corr(chk-idx)
                 MOVE ldgr-reason TO chk-reason(chk-idx)
                 MOVE ldgr-by TO chk-by(chk-idx)
              END-IF
              IF chk-year(chk-idx) = ldgr-year
                 AND chk-day(chk-idx) = ldgr-day
                 AND chk-part(chk-idx) = ldgr-part
                 AND ldgr-corr NOT = "VOID"
                 MOVE 1 TO chk-found
                 MOVE ldgr-corr TO chk-corr(chk-idx)
                 MOVE ldgr-reason TO chk-reason(chk-idx)
                 MOVE ldgr-by TO chk-by(chk-idx)
                 MOVE chk-last-answer(chk-idx)
                    TO chk-prev-answer(chk-idx)
                 MOVE ldgr-answer TO chk-last-answer(chk-idx)
              MOVE ldgr-date TO chk-last-date(chk-count)
              MOVE ldgr-time TO chk-last-time(chk-count)
              MOVE 1 TO chk-entries(chk-count)
              MOVE ldgr-corr TO chk-corr(chk-count)
              MOVE ldgr-reason TO chk-reason(chk-count)
              MOVE ldgr-by TO chk-by(chk-count)
           END-IF.
       3000-PRINT-REPORT.
           OPEN EXTEND chkreportfile.
           DISPLAY chkreportline.
           WRITE chkreportline.
           PERFORM VARYING chk-idx FROM 1 BY 1 UNTIL chk-idx > chk-count
              IF chk-corr(chk-idx) = "VOID"
                 ADD 1 TO chk-voids
                 MOVE SPACES TO chkreportline
                 STRING "VOIDED  YEAR=" chk-year(chk-idx)
                    " DAY=" chk-day(chk-idx)
                    " PART=" chk-part(chk-idx)
                    " ANSWER=" chk-last-answer(chk-idx)
                    " REASON=" chk-reason(chk-idx)
                    " BY=" chk-by(chk-idx)
                    DELIMITED BY SIZE INTO chkreportline
                 DISPLAY chkreportline
                 WRITE chkreportline
              END-IF
              IF chk-corr(chk-idx) = "RESTORE"
                 AND chk-last-answer(chk-idx)
                    NOT = chk-prev-answer(chk-idx)
                 ADD 1 TO chk-corrections
                 MOVE SPACES TO chkreportline
                 STRING "CORRECTED YEAR=" chk-year(chk-idx)
                    " DAY=" chk-day(chk-idx)
                    " PART=" chk-part(chk-idx)
                    " WAS=" chk-prev-answer(chk-idx)
                    " NOW=" chk-last-answer(chk-idx)
                    " REASON=" chk-reason(chk-idx)
                    " BY=" chk-by(chk-idx)
                    DELIMITED BY SIZE INTO chkreportline
                 DISPLAY chkreportline
                 WRITE chkreportline
              END-IF
              IF chk-corr(chk-idx) = SPACES
                 AND chk-entries(chk-idx) > 1
                 AND chk-last-answer(chk-idx)
                    NOT = chk-prev-answer(chk-idx)
                 ADD 1 TO chk-changes
           END-PERFORM.
           MOVE SPACES TO chkreportline.
           STRING "PUZZLES=" chk-count " CHANGES=" chk-changes
              " CORRECTED=" chk-corrections " VOIDED=" chk-voids
              DELIMITED BY SIZE INTO chkreportline.
           DISPLAY chkreportline.
           WRITE chkreportline.
