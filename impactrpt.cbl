       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImpactRpt.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Downstream impact of one input, for the operator deciding
      * what a late or quarantined feed will cost tonight: every
      * file that goes stale behind it, every batch step that will
      * fail or run on stale data, every report on the manifest and
      * every puzzle answer that will be missing or stale, each
      * with the reason it is caught up. The analysis is Impact's,
      * over the FILEUSE.TXT registry with JOBDEPS.TXT,
      * BATCHSTEPS.TXT, RPTMANIFEST.TXT and the answer ledger;
      * ArrivalChk and the quarantine trip attach the same list to
      * their alerts. Printed to IMPACT.TXT.
       01 cmdline PIC X(80).
       01 file-in PIC X(40).
       01 imp-action PIC X(1).
       01 imp-file PIC X(40).
       01 imp-prog PIC X(20) VALUE "IMPACTRPT".
       01 imp-count PIC 9(4).
       01 imp-idx PIC 9(4).
       01 imp-kind PIC X(8).
       01 imp-name PIC X(40).
       01 imp-detail PIC X(40).
       01 prev-kind PIC X(8).
       01 kind-counts.
          05 files-hit PIC 9(4) VALUE 0.
          05 steps-hit PIC 9(4) VALUE 0.
          05 progs-hit PIC 9(4) VALUE 0.
          05 reports-hit PIC 9(4) VALUE 0.
          05 answers-hit PIC 9(4) VALUE 0.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "IMPACT.TXT".
       01 rw-title PIC X(40) VALUE "DOWNSTREAM IMPACT ANALYSIS".
       01 rw-prog PIC X(20) VALUE "IMPACTRPT".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "IMPACTRPT".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           MOVE SPACES TO file-in.
           UNSTRING cmdline DELIMITED BY ALL SPACE INTO file-in.
           IF file-in = SPACES
              DISPLAY "USAGE: IMPACTRPT <INPUT-FILE>"
              MOVE 0 TO imp-count
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE "B" TO imp-action.
           MOVE file-in TO imp-file.
           CALL "Impact" USING imp-action, imp-file, imp-prog,
              imp-count, imp-idx, imp-kind, imp-name, imp-detail.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           STRING "DOWNSTREAM OF INPUT " DELIMITED BY SIZE
              file-in DELIMITED BY SPACE
              INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 8000-WRITE-LINE.
           IF imp-count = 0
              MOVE "NO PROGRAM IS REGISTERED IN FILEUSE.TXT AS READING"
                 TO rw-line
              MOVE "THIS FILE - NOTHING DOWNSTREAM IS KNOWN"
                 TO rw-line(52:39)
              PERFORM 8000-WRITE-LINE
           ELSE
              MOVE "KIND" TO rw-line(1:4)
              MOVE "AFFECTED" TO rw-line(10:8)
              MOVE "BECAUSE" TO rw-line(52:7)
              PERFORM 8000-WRITE-LINE
              MOVE SPACES TO prev-kind
              PERFORM 2000-PRINT-ITEM
                 VARYING imp-idx FROM 1 BY 1 UNTIL imp-idx > imp-count
           END-IF.
           PERFORM 8000-WRITE-LINE.
           MOVE SPACES TO rw-line.
           STRING "FILES=" files-hit " STEPS=" steps-hit
              " OTHER-PROGRAMS=" progs-hit " REPORTS=" reports-hit
              " ANSWERS=" answers-hit
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           DISPLAY "IMPACT OF " file-in(1:30) " FILES=" files-hit
              " STEPS=" steps-hit " OTHER-PROGRAMS=" progs-hit
              " REPORTS=" reports-hit " ANSWERS=" answers-hit.
           IF imp-count = 0
              DISPLAY "NO DOWNSTREAM USE REGISTERED FOR " file-in(1:30)
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * A blank line between kinds keeps the list readable.
       2000-PRINT-ITEM.
           MOVE "G" TO imp-action.
           CALL "Impact" USING imp-action, imp-file, imp-prog,
              imp-count, imp-idx, imp-kind, imp-name, imp-detail.
           IF prev-kind NOT = SPACES AND imp-kind NOT = prev-kind
              PERFORM 8000-WRITE-LINE
           END-IF.
           MOVE imp-kind TO prev-kind.
           EVALUATE imp-kind
              WHEN "FILE"
                 ADD 1 TO files-hit
              WHEN "STEP"
                 ADD 1 TO steps-hit
              WHEN "PROGRAM"
                 ADD 1 TO progs-hit
              WHEN "REPORT"
                 ADD 1 TO reports-hit
              WHEN "ANSWER"
                 ADD 1 TO answers-hit
           END-EVALUATE.
           MOVE imp-kind TO rw-line(1:8).
           MOVE imp-name TO rw-line(10:40).
           MOVE imp-detail TO rw-line(52:40).
           PERFORM 8000-WRITE-LINE.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE imp-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM ImpactRpt.
