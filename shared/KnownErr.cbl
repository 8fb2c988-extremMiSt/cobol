       IDENTIFICATION DIVISION.
       PROGRAM-ID. KnownErr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL kefile
           ASSIGN TO "KNOWNERR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL alertfile
           ASSIGN TO "OPRALERT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD kefile.
       01 keline PIC X(220).
       FD alertfile.
       01 alertline PIC X(190).
       WORKING-STORAGE SECTION.
       COPY KERREC.
      * Looks failures up in the KNOWNERR.TXT known-error master.
      * Action M matches a failure - the program, its RC and its run
      * id - against the master: an RC entry matches on program and
      * RC, a text entry on program and a piece of the message of
      * any alert the same run raised in OPRALERT.LOG. The first
      * entry on the master that matches wins, so the more specific
      * entries belong nearer the top. Action L looks an entry up
      * by its id. Either way a miss answers id zero with the
      * diagnosis and action blank.
       01 ke-eof PIC 9.
       01 alerts-loaded PIC X.
       01 run-alert-count PIC 9(2).
       01 run-alerts.
          05 run-alert PIC X(80) OCCURS 20 TIMES.
       01 ra-idx PIC 9(2).
       01 pat-len PIC 9(2).
       01 pat-hits PIC 9(3).
       01 ke-hit PIC X.
       01 lookup-id PIC 9(4).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 ker-action PIC X(1).
       01 ker-prog PIC X(20).
       01 ker-rc PIC 9(4).
       01 ker-run PIC X(15).
       01 ker-id PIC 9(4).
       01 ker-diag PIC X(40).
       01 ker-runbook PIC X(40).
       PROCEDURE DIVISION USING ker-action, ker-prog, ker-rc,
           ker-run, ker-id, ker-diag, ker-runbook.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE 0 TO lookup-id.
           IF ker-action = "L"
              MOVE ker-id TO lookup-id
           END-IF.
           MOVE 0 TO ker-id.
           MOVE SPACES TO ker-diag.
           MOVE SPACES TO ker-runbook.
           MOVE "N" TO alerts-loaded.
           MOVE "N" TO ke-hit.
           IF ker-action = "L" AND lookup-id = 0
              GOBACK
           END-IF.
           MOVE 0 TO ke-eof.
           OPEN INPUT kefile.
           PERFORM UNTIL ke-eof > 0
              READ kefile
                 AT END
                    MOVE 1 TO ke-eof
                 NOT AT END
                    IF keline NOT = SPACES AND keline(1:1) NOT = "*"
                       PERFORM 1000-TRY-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE kefile.
           GOBACK.
       1000-TRY-ENTRY.
           IF ker-action = "L"
              IF keline(1:4) = lookup-id
                 MOVE keline TO ke-rec-fields
                 PERFORM 3000-TAKE-ENTRY
              END-IF
           ELSE
              MOVE keline TO ke-rec-fields
              IF ke-id NUMERIC AND ke-prog = ker-prog
                 EVALUATE TRUE
                    WHEN ke-rc NUMERIC
                       IF ke-rc = ker-rc
                          PERFORM 3000-TAKE-ENTRY
                       END-IF
                    WHEN ke-pattern NOT = SPACES
                       PERFORM 2000-MATCH-ALERT-TEXT
                 END-EVALUATE
              END-IF
           END-IF.
       2000-MATCH-ALERT-TEXT.
           IF alerts-loaded = "N"
              PERFORM 2100-LOAD-RUN-ALERTS
           END-IF.
           COMPUTE pat-len =
              FUNCTION LENGTH(FUNCTION TRIM(ke-pattern TRAILING)).
           MOVE 0 TO pat-hits.
           PERFORM VARYING ra-idx FROM 1 BY 1
              UNTIL ra-idx > run-alert-count
              INSPECT run-alert(ra-idx) TALLYING pat-hits
                 FOR ALL ke-pattern(1:pat-len)
           END-PERFORM.
           IF pat-hits > 0
              PERFORM 3000-TAKE-ENTRY
           END-IF.
      * The run's own alerts are the ones carrying its run id.
       2100-LOAD-RUN-ALERTS.
           MOVE "Y" TO alerts-loaded.
           MOVE 0 TO run-alert-count.
           IF ker-run NOT = SPACES
              OPEN INPUT alertfile
              PERFORM UNTIL ke-eof > 0
                 READ alertfile
                    AT END
                       MOVE 1 TO ke-eof
                    NOT AT END
                       IF alertline(176:15) = ker-run
                          AND alertline(56:20) = ker-prog
                          AND run-alert-count < 20
                          ADD 1 TO run-alert-count
                          MOVE alertline(85:80)
                             TO run-alert(run-alert-count)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE alertfile
              MOVE 0 TO ke-eof
           END-IF.
      * Only the first hit counts; reading on to the end keeps the
      * master's open and close in the one place.
       3000-TAKE-ENTRY.
           IF ke-hit = "N"
              MOVE "Y" TO ke-hit
              MOVE ke-id TO ker-id
              MOVE ke-diag TO ker-diag
              MOVE ke-action TO ker-runbook
           END-IF.
       END PROGRAM KnownErr.
