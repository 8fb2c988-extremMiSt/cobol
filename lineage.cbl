       IDENTIFICATION DIVISION.
       PROGRAM-ID. Lineage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL auditfile
           ASSIGN TO "RUNAUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ledgerfile
           ASSIGN TO "ANSWERS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL gencatfile
           ASSIGN TO "GENCAT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL jobstatusfile
           ASSIGN TO "JOBSTATUS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL alertfile
           ASSIGN TO "OPRALERT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL incidentfile
           ASSIGN TO "INCIDENT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD auditfile.
       01 auditline PIC X(200).
       FD ledgerfile.
       01 ledgerline PIC X(300).
       FD gencatfile.
       01 gencatline PIC X(90).
       FD jobstatusfile.
       01 jobstatusline PIC X(120).
       FD alertfile.
       01 alertline PIC X(190).
       FD incidentfile.
       01 incidentline PIC X(160).
       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       COPY LDGRREC.
       COPY INCREC.
      * Answers "where did this come from": given a run id, or the
      * YEAR/DAY/PART of a ledgered answer (whose latest journal
      * entry names the run that recorded it), lists the input the
      * run read with its HDR date and length hash, the answers and
      * generations it wrote, its completion status, and the alerts
      * and incidents it raised. Every log writer stamps
      * " RUN=<id>" on its entries, so one search string finds the
      * run's lines in each of them.
       01 cmdline PIC X(40).
       01 arg1 PIC X(15) VALUE SPACES.
       01 arg2 PIC X(2) VALUE SPACES.
       01 arg3 PIC X(1) VALUE SPACES.
       01 lin-run PIC X(15) VALUE SPACES.
       01 lin-key PIC X(12) VALUE SPACES.
       01 lin-year PIC 9(4).
       01 lin-day PIC 9(2).
       01 lin-eof PIC 9 VALUE 0.
       01 run-search PIC X(20).
       01 run-hits PIC 9(4).
       01 before-run PIC X(300).
       01 after-run PIC X(300).
       01 key-answer PIC X(40) VALUE SPACES.
       01 key-stamp PIC X(15) VALUE SPACES.
       01 input-count PIC 9(6) VALUE 0.
       01 answer-count PIC 9(6) VALUE 0.
       01 gen-count PIC 9(6) VALUE 0.
       01 status-count PIC 9(6) VALUE 0.
       01 alert-count PIC 9(6) VALUE 0.
       01 incident-count PIC 9(6) VALUE 0.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO arg1, arg2, arg3.
           EVALUATE TRUE
              WHEN arg1(1:8) NUMERIC AND arg1(9:1) = "-"
                 AND arg1(10:6) NUMERIC AND arg2 = SPACES
                 MOVE arg1 TO lin-run
              WHEN arg1(1:4) NUMERIC AND arg1(5:11) = SPACES
                 AND arg2 NUMERIC AND arg3 NOT = SPACE
                 MOVE arg1(1:4) TO lin-year
                 MOVE arg2 TO lin-day
                 STRING lin-year " " lin-day " " arg3
                    DELIMITED BY SIZE INTO lin-key
                 PERFORM 1000-FIND-ANSWER-RUN
              WHEN OTHER
                 DISPLAY "USAGE: LINEAGE <RUN-ID yyyymmdd-nnnnnn>"
                 DISPLAY "       LINEAGE <YEAR> <DAY> <PART>"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           MOVE SPACES TO run-search.
           STRING " RUN=" lin-run DELIMITED BY SIZE INTO run-search.
           DISPLAY "===== LINEAGE OF RUN " lin-run " =====".
           PERFORM 2000-LIST-INPUT.
           PERFORM 3000-LIST-ANSWERS.
           PERFORM 4000-LIST-GENERATIONS.
           PERFORM 5000-LIST-STATUS.
           PERFORM 6000-LIST-ALERTS.
           PERFORM 7000-LIST-INCIDENTS.
           IF input-count + answer-count + gen-count + status-count
              + alert-count + incident-count = 0
              DISPLAY "NO LOG ENTRY CARRIES RUN " lin-run
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      * The latest journal entry for the key is the one the master
      * holds as current, so its run is the answer's lineage. Short
      * answers are matched on YEAR/DAY/PART, long ones on KEY=.
       1000-FIND-ANSWER-RUN.
           OPEN INPUT ledgerfile.
           PERFORM UNTIL lin-eof > 0
              READ ledgerfile
                 AT END
                    MOVE 1 TO lin-eof
                 NOT AT END
                    MOVE ledgerline TO ledger-rec-fields
                    EVALUATE TRUE
                       WHEN ledgerline(17:4) = "KEY="
                          AND ledgerline(21:12) = lin-key
                          MOVE ledgerline(42:40) TO key-answer
                          PERFORM 1100-KEEP-ANSWER-RUN
                       WHEN ledgerline(17:4) NOT = "KEY="
                          AND ldgr-year NUMERIC
                          AND ldgr-year = lin-year
                          AND ldgr-day NUMERIC
                          AND ldgr-day = lin-day
                          AND ldgr-part = arg3
                          MOVE ldgr-answer TO key-answer
                          PERFORM 1100-KEEP-ANSWER-RUN
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE ledgerfile.
           MOVE 0 TO lin-eof.
           IF key-stamp = SPACES
              DISPLAY "NO LEDGER ENTRY FOR " lin-key
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "ANSWER " lin-key " = " key-answer.
           DISPLAY "RECORDED " key-stamp.
           IF lin-run = SPACES
              DISPLAY "ANSWER WAS RECORDED BEFORE RUN IDS WERE STAMPED"
                 " - NO LINEAGE"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
       1100-KEEP-ANSWER-RUN.
           MOVE ledgerline(1:15) TO key-stamp.
           MOVE SPACES TO lin-run.
           MOVE SPACES TO after-run.
           UNSTRING ledgerline DELIMITED BY " RUN="
              INTO before-run, after-run.
           MOVE after-run(1:15) TO lin-run.
       2000-LIST-INPUT.
           DISPLAY "----- INPUT READ (RUNAUDIT.LOG) -----".
           OPEN INPUT auditfile.
           PERFORM UNTIL lin-eof > 0
              READ auditfile
                 AT END
                    MOVE 1 TO lin-eof
                 NOT AT END
                    MOVE 0 TO run-hits
                    INSPECT auditline TALLYING run-hits
                       FOR ALL run-search
                    IF run-hits > 0
                       ADD 1 TO input-count
                       MOVE auditline TO audit-rec-fields
                       DISPLAY "PROGRAM=" audit-prog
                          " INFILE=" audit-infile
                       DISPLAY "   RECS=" audit-reccount
                          " TOTAL=" audit-total
                          " HDR=" audit-hdr-date
                          " HASH=" audit-hash
                       DISPLAY "   RUN " audit-date "-" audit-start
                          " TO " audit-end
                          " ELAPSED=" audit-elapsed
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE auditfile.
           MOVE 0 TO lin-eof.
           IF input-count = 0
              DISPLAY "NO AUDIT ENTRY FOR THIS RUN"
           END-IF.
       3000-LIST-ANSWERS.
           DISPLAY "----- ANSWERS RECORDED (ANSWERS.LOG) -----".
           OPEN INPUT ledgerfile.
           PERFORM UNTIL lin-eof > 0
              READ ledgerfile
                 AT END
                    MOVE 1 TO lin-eof
                 NOT AT END
                    MOVE 0 TO run-hits
                    INSPECT ledgerline TALLYING run-hits
                       FOR ALL run-search
                    IF run-hits > 0
                       ADD 1 TO answer-count
                       IF ledgerline(17:4) = "KEY="
                          DISPLAY ledgerline(1:81)
                       ELSE
                          DISPLAY ledgerline(1:62)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ledgerfile.
           MOVE 0 TO lin-eof.
           IF answer-count = 0
              DISPLAY "NO ANSWERS RECORDED BY THIS RUN"
           END-IF.
       4000-LIST-GENERATIONS.
           DISPLAY "----- GENERATIONS WRITTEN (GENCAT.TXT) -----".
           OPEN INPUT gencatfile.
           PERFORM UNTIL lin-eof > 0
              READ gencatfile
                 AT END
                    MOVE 1 TO lin-eof
                 NOT AT END
                    MOVE 0 TO run-hits
                    INSPECT gencatline TALLYING run-hits
                       FOR ALL run-search
                    IF run-hits > 0
                       ADD 1 TO gen-count
                       DISPLAY gencatline(1:70)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE gencatfile.
           MOVE 0 TO lin-eof.
           IF gen-count = 0
              DISPLAY "NO GENERATIONS WRITTEN BY THIS RUN"
           END-IF.
       5000-LIST-STATUS.
           DISPLAY "----- COMPLETION STATUS (JOBSTATUS.LOG) -----".
           OPEN INPUT jobstatusfile.
           PERFORM UNTIL lin-eof > 0
              READ jobstatusfile
                 AT END
                    MOVE 1 TO lin-eof
                 NOT AT END
                    MOVE 0 TO run-hits
                    INSPECT jobstatusline TALLYING run-hits
                       FOR ALL run-search
                    IF run-hits > 0
                       ADD 1 TO status-count
                       DISPLAY jobstatusline(1:100)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE jobstatusfile.
           MOVE 0 TO lin-eof.
           IF status-count = 0
              DISPLAY "NO COMPLETION RECORDED - RUN DID NOT FINISH"
           END-IF.
       6000-LIST-ALERTS.
           DISPLAY "----- ALERTS RAISED (OPRALERT.LOG) -----".
           OPEN INPUT alertfile.
           PERFORM UNTIL lin-eof > 0
              READ alertfile
                 AT END
                    MOVE 1 TO lin-eof
                 NOT AT END
                    MOVE 0 TO run-hits
                    INSPECT alertline TALLYING run-hits
                       FOR ALL run-search
                    IF run-hits > 0
                       ADD 1 TO alert-count
                       DISPLAY alertline(1:170)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE alertfile.
           MOVE 0 TO lin-eof.
           IF alert-count = 0
              DISPLAY "NO ALERTS RAISED BY THIS RUN"
           END-IF.
       7000-LIST-INCIDENTS.
           DISPLAY "----- INCIDENTS OPENED (INCIDENT.LOG) -----".
           OPEN INPUT incidentfile.
           PERFORM UNTIL lin-eof > 0
              READ incidentfile
                 AT END
                    MOVE 1 TO lin-eof
                 NOT AT END
                    MOVE 0 TO run-hits
                    INSPECT incidentline TALLYING run-hits
                       FOR ALL run-search
                    IF run-hits > 0
                       ADD 1 TO incident-count
                       MOVE incidentline TO inc-rec-fields
                       DISPLAY "INC=" inc-id " " inc-date "-" inc-time
                          " RC=" inc-rc " STATUS=" inc-status
                          " NOTE=" inc-note
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE incidentfile.
           MOVE 0 TO lin-eof.
           IF incident-count = 0
              DISPLAY "NO INCIDENTS OPENED BY THIS RUN"
           END-IF.
       END PROGRAM Lineage.
