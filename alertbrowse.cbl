           SELECT OPTIONAL acklogfile
           ASSIGN TO "OPRACK.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL escalatefile
           ASSIGN TO "ESCALATE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD alertfile.
          05 alt-prog PIC X(20).
          05 FILLER PIC X(9).
          05 alt-message PIC X(86).
          05 FILLER PIC X(5).
          05 alt-run PIC X(15).
       FD alertnewfile.
       01 alertnewline PIC X(190).
       FD acklogfile.
       01 acklogline PIC X(80).
       FD escalatefile.
       01 escalateline PIC X(200).
       WORKING-STORAGE SECTION.
       COPY ESCREC.
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1).
       01 son-ok PIC X.
       01 ack-timestamp PIC X(26).
       01 ack-num PIC 9(6) VALUE 0.
       01 ack-pos PIC 9(3).
       01 brw-eof PIC 9 VALUE 0.
       01 esc-eof PIC 9 VALUE 0.
       01 esc-count PIC 9(6) VALUE 0.
       01 bus-date PIC X(8).
       01 alert-seq PIC 9(6) VALUE 0.
       01 open-count PIC 9(6) VALUE 0.
       01 acked-flag PIC X VALUE "N".
       01 new-log-name PIC X(20) VALUE "OPRALERT.NEW".
       01 cur-log-name PIC X(20) VALUE "OPRALERT.LOG".
       01 ren-rc PIC 9(4) COMP-5.
       01 run-env PIC X(5).
      * With no argument every OPEN alert is listed with its
      * sequence number; "ACK <number>" rewrites the log with that
      * alert marked ACK. The sequence number is the alert's
      * position in the log, so it is stable until someone rolls
      * the file. Under each open alert come the escalations
      * already made for it - who it went to and when - and "ESC"
      * lists every escalation made on the business date, whether
      * or not the alert has since been acknowledged.
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO ack-verb, ack-num-in.
           IF ack-verb = "ACK"
              COMPUTE ack-pos = FUNCTION TEST-NUMVAL(ack-num-in)
              IF ack-num-in = SPACES OR ack-pos NOT = 0
                 DISPLAY "USAGE: ALERTBROWSE [ESC | ACK <ALERT-NUMBER>]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 2000-ACKNOWLEDGE-ALERT
              PERFORM 9900-SIGN-OFF
           ELSE
              IF ack-verb = "ESC"
                 PERFORM 3000-LIST-TODAYS-ESCALATIONS
              ELSE
                 PERFORM 1000-LIST-OPEN-ALERTS
              END-IF
           END-IF.
           STOP RUN.
       1000-LIST-OPEN-ALERTS.
                       DISPLAY "ALERT " alert-seq " " alt-stamp
                          " " alt-severity " " alt-prog
                          " " alt-message(1:60)
                       PERFORM 1100-LIST-ALERT-ESCALATIONS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE alertfile.
           DISPLAY "OPEN ALERTS=" open-count.
       1100-LIST-ALERT-ESCALATIONS.
           OPEN INPUT escalatefile.
           PERFORM UNTIL esc-eof > 0
              READ escalatefile
                 AT END
                    MOVE 1 TO esc-eof
                 NOT AT END
                    MOVE escalateline TO esc-rec-fields
                    IF esc-alert-stamp = alt-stamp
                       AND esc-prog = alt-prog
                       AND esc-message = alt-message(1:60)
                       DISPLAY "    ESCALATED " esc-stamp
                          " LEVEL " esc-level " TO " esc-to
                          " (" esc-role ") AFTER " esc-age " MIN"
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE escalatefile.
           MOVE 0 TO esc-eof.
      * An acknowledgement needs an owner: the operator signs on
      * against the authority file and must hold operate authority
      * before a SEVERE alert can be waved through.
       1500-SIGN-ON-FOR-ACK.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT operator-id.
           DISPLAY "PIN: " WITH NO ADVANCING.
           ACCEPT operator-pin WITH SECURE.
           MOVE "N" TO son-ok.
           IF operator-id NOT = SPACES
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           IF son-ok NOT = "Y" OR oper-level < 2
              DISPLAY "OPERATE AUTHORITY REQUIRED TO ACKNOWLEDGE - "
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       3000-LIST-TODAYS-ESCALATIONS.
           CALL "BusDate" USING bus-date.
           OPEN INPUT escalatefile.
           PERFORM UNTIL esc-eof > 0
              READ escalatefile
                 AT END
                    MOVE 1 TO esc-eof
                 NOT AT END
                    MOVE escalateline TO esc-rec-fields
                    IF esc-stamp(1:8) = bus-date
                       ADD 1 TO esc-count
                       DISPLAY esc-stamp " LEVEL " esc-level
                          " TO " esc-to " (" esc-role ") "
                          esc-severity " " esc-prog
                          " " esc-message(1:40)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE escalatefile.
           DISPLAY "ESCALATIONS ON " bus-date "=" esc-count.
      * Signing off clears the session record SignOn wrote, so
      * later batch-launched completions are not attributed to
      * this operator.
       9900-SIGN-OFF.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
       END PROGRAM AlertBrowse.
