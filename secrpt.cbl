       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL securityfile
           ASSIGN TO "SECURITY.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL operpinfile
           ASSIGN TO "OPERPIN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD securityfile.
       01 securityline PIC X(120).
       FD operpinfile.
       01 operpinline PIC X(64).
       WORKING-STORAGE SECTION.
       COPY SECREC.
       COPY PINREC.
      * Daily security exception report for the shift supervisor:
      * SECRPT [<yyyymmdd>], the business date by default. Lists
      * every security event logged for the day - failed PINs,
      * lockouts, sign-ons refused while locked, unlocks, expiries,
      * changes, enrolments and resets - with a count per event,
      * then the ids locked out now and the PINs that will force a
      * change at next sign-on (temporary or past PIN-EXPIRY-DAYS).
      * Ends RC 4 when anything is locked out or locked today, so
      * the batch log shows there is something to look at.
       01 cmdline PIC X(20).
       01 rpt-date PIC X(8).
       01 sec-eof PIC 9 VALUE 0.
       01 today-date PIC 9(8).
       01 pin-age PIC S9(8).
       01 expiry-days PIC 9(4) VALUE 90.
       01 cfg-key PIC X(20).
       01 cfg-value PIC 9(8).
       01 cfg-found PIC X.
       01 event-count PIC 9(6) VALUE 0.
       01 cnt-failed PIC 9(6) VALUE 0.
       01 cnt-locked PIC 9(6) VALUE 0.
       01 cnt-refused PIC 9(6) VALUE 0.
       01 cnt-unlocked PIC 9(6) VALUE 0.
       01 cnt-expired PIC 9(6) VALUE 0.
       01 cnt-changed PIC 9(6) VALUE 0.
       01 cnt-enrolled PIC 9(6) VALUE 0.
       01 cnt-reset PIC 9(6) VALUE 0.
       01 locked-now PIC 9(6) VALUE 0.
       01 change-due PIC 9(6) VALUE 0.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "SECRPT.TXT".
       01 rw-title PIC X(40) VALUE "SECURITY EXCEPTIONS".
       01 rw-prog PIC X(20) VALUE "SECRPT".
       01 rw-line PIC X(240) VALUE SPACES.
       01 jst-prog PIC X(20) VALUE "SECRPT".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE.
           IF cmdline = SPACES
              CALL "BusDate" USING rpt-date
           ELSE
              MOVE cmdline(1:8) TO rpt-date
           END-IF.
           IF rpt-date NOT NUMERIC
              DISPLAY "USAGE: SECRPT [<YYYYMMDD>]"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
           MOVE "PIN-EXPIRY-DAYS" TO cfg-key.
           MOVE expiry-days TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           IF cfg-found = "Y" AND cfg-value <= 9999
              MOVE cfg-value TO expiry-days
           END-IF.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           PERFORM 1000-LIST-EVENTS.
           PERFORM 2000-LIST-PIN-STATE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           DISPLAY "SECURITY EVENTS=" event-count
              " LOCKOUTS=" cnt-locked " LOCKED NOW=" locked-now.
           IF locked-now > 0 OR cnt-locked > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       1000-LIST-EVENTS.
           STRING "SECURITY EVENTS FOR " rpt-date
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 8000-WRITE-LINE.
           OPEN INPUT securityfile.
           PERFORM UNTIL sec-eof > 0
              READ securityfile
                 AT END
                    MOVE 1 TO sec-eof
                 NOT AT END
                    MOVE securityline TO sec-rec-fields
                    IF sec-date = rpt-date
                       PERFORM 1100-LIST-ONE-EVENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE securityfile.
           MOVE 0 TO sec-eof.
           IF event-count = 0
              MOVE "  NO SECURITY EVENTS LOGGED" TO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
           PERFORM 8000-WRITE-LINE.
           STRING "FAILED=" cnt-failed
              " LOCKED=" cnt-locked
              " REFUSED=" cnt-refused
              " UNLOCKED=" cnt-unlocked
              " EXPIRED=" cnt-expired
              " CHANGED=" cnt-changed
              " ENROLLED=" cnt-enrolled
              " RESET=" cnt-reset
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
       1100-LIST-ONE-EVENT.
           ADD 1 TO event-count.
           EVALUATE sec-rec-event
              WHEN "FAILED"
                 ADD 1 TO cnt-failed
              WHEN "LOCKED"
                 ADD 1 TO cnt-locked
              WHEN "REFUSED"
                 ADD 1 TO cnt-refused
              WHEN "UNLOCKED"
                 ADD 1 TO cnt-unlocked
              WHEN "EXPIRED"
                 ADD 1 TO cnt-expired
              WHEN "CHANGED"
                 ADD 1 TO cnt-changed
              WHEN "ENROLLED"
                 ADD 1 TO cnt-enrolled
              WHEN "RESET"
                 ADD 1 TO cnt-reset
           END-EVALUATE.
           STRING "  " sec-time " " sec-rec-event " " sec-rec-oper
              " BY=" sec-rec-by " " sec-rec-detail
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
      * The PIN master as it stands now, whatever the report date.
       2000-LIST-PIN-STATE.
           PERFORM 8000-WRITE-LINE.
           MOVE "PIN MASTER NOW - LOCKED OUT OR CHANGE DUE" TO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 8000-WRITE-LINE.
           OPEN INPUT operpinfile.
           PERFORM UNTIL sec-eof > 0
              READ operpinfile
                 AT END
                    MOVE 1 TO sec-eof
                 NOT AT END
                    MOVE operpinline TO pin-rec-fields
                    PERFORM 2100-CHECK-ONE-PIN
              END-READ
           END-PERFORM.
           CLOSE operpinfile.
           MOVE 0 TO sec-eof.
           IF locked-now = 0 AND change-due = 0
              MOVE "  NONE" TO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
           PERFORM 8000-WRITE-LINE.
           STRING "LOCKED NOW=" locked-now
              " CHANGE DUE=" change-due
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
       2100-CHECK-ONE-PIN.
           IF pin-set-date NUMERIC
              AND FUNCTION INTEGER-OF-DATE(pin-set-date) > 0
              COMPUTE pin-age = FUNCTION INTEGER-OF-DATE(today-date)
                 - FUNCTION INTEGER-OF-DATE(pin-set-date)
           ELSE
              MOVE 99999 TO pin-age
           END-IF.
           EVALUATE TRUE
              WHEN pin-locked = "Y"
                 ADD 1 TO locked-now
                 STRING "  " pin-oper " LOCKED OUT AFTER " pin-fails
                    " FAILED PINS - PINADMIN UNLOCK NEEDED"
                    DELIMITED BY SIZE INTO rw-line
                 PERFORM 8000-WRITE-LINE
              WHEN pin-change = "Y"
                 ADD 1 TO change-due
                 STRING "  " pin-oper " TEMPORARY PIN ISSUED "
                    pin-set-date " - CHANGE DUE AT NEXT SIGN-ON"
                    DELIMITED BY SIZE INTO rw-line
                 PERFORM 8000-WRITE-LINE
              WHEN expiry-days > 0 AND pin-age >= expiry-days
                 ADD 1 TO change-due
                 STRING "  " pin-oper " PIN SET " pin-set-date
                    " HAS EXPIRED - CHANGE DUE AT NEXT SIGN-ON"
                    DELIMITED BY SIZE INTO rw-line
                 PERFORM 8000-WRITE-LINE
           END-EVALUATE.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE event-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM SecRpt.
