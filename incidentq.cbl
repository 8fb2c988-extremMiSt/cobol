           SELECT OPTIONAL incidentnewfile
           ASSIGN TO "INCIDENT.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL kefile
           ASSIGN TO "KNOWNERR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD incidentfile.
       01 incidentline PIC X(170).
       FD incidentnewfile.
       01 incidentnewline PIC X(170).
       FD kefile.
       01 keline PIC X(220).
       WORKING-STORAGE SECTION.
       COPY INCREC.
       COPY KERREC.
      * Incident inquiry and update over the records JobStatus
      * opens: with no argument every OPEN incident is listed with
      * its repeat chain; "NOTE <id> <text>" annotates an incident
      * resolution stops living in people's heads. The update
      * rewrites the log under the INCIDENT lock through a .NEW
      * swap, the way the other masters are rewritten.
      * Each open incident is listed with the known error it matched
      * and that entry's runbook action; one opened before a fitting
      * entry existed is matched again as it is listed. "PROMOTE
      * <id> <diagnosis>" turns a worked incident - one carrying a
      * note - into a new KNOWNERR.TXT entry for its program and RC,
      * the note becoming the runbook action, and links the incident
      * to it. Promotion changes a master, so it takes maintain
      * authority, stamps the entry with the operator, and is
      * refused while a maintenance freeze (FreezeChk) is in force.
       01 cmdline PIC X(70).
       01 verb-in PIC X(7).
       01 id-in PIC X(6).
       01 id-pos PIC 9(3).
       01 target-id PIC 9(6) VALUE 0.
       01 new-log-name PIC X(20) VALUE "INCIDENT.NEW".
       01 cur-log-name PIC X(20) VALUE "INCIDENT.LOG".
       01 ren-rc PIC 9(4) COMP-5.
       01 ker-action PIC X(1).
       01 ker-id PIC 9(4).
       01 ker-diag PIC X(40).
       01 ker-runbook PIC X(40).
       01 ke-lock-stem PIC X(20) VALUE "KNOWNERR".
       01 ke-eof PIC 9 VALUE 0.
       01 next-ke-id PIC 9(4) VALUE 0.
       01 dup-ke-id PIC 9(4) VALUE 0.
       01 promote-id PIC 9(4) VALUE 0.
       01 tgt-prog PIC X(20).
       01 tgt-rc PIC 9(4).
       01 tgt-note PIC X(40).
       01 tgt-known PIC X(4).
       01 bus-date PIC X(8).
       01 inq-rc PIC 9(4) VALUE 0.
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1).
       01 son-ok PIC X.
       01 frz-caller PIC X(20) VALUE "INCIDENTQ".
       01 frz-update PIC X(40).
       01 frz-ok PIC X(1).
       01 frz-msg PIC X(60).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           MOVE 1 TO parse-ptr.
           UNSTRING cmdline DELIMITED BY ALL SPACE
              MOVE cmdline(parse-ptr:) TO note-in
           END-IF.
           IF verb-in = "CLOSE" OR verb-in = "NOTE"
              OR verb-in = "PROMOTE"
              COMPUTE id-pos = FUNCTION TEST-NUMVAL(id-in)
              IF id-in = SPACES OR id-pos NOT = 0
                 DISPLAY "USAGE: INCIDENTQ "
                    "[CLOSE <ID> <NOTE> | NOTE <ID> <NOTE> | "
                    "PROMOTE <ID> [<DIAGNOSIS>]]"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE target-id = FUNCTION NUMVAL(id-in)
              IF verb-in = "PROMOTE"
                 PERFORM 7000-SIGN-ON
                 PERFORM 3000-PROMOTE-INCIDENT
              END-IF
              PERFORM 2000-UPDATE-INCIDENT
              PERFORM 9900-SIGN-OFF
           ELSE
              PERFORM 1000-LIST-OPEN-INCIDENTS
           END-IF.
           MOVE inq-rc TO RETURN-CODE.
           STOP RUN.
       1000-LIST-OPEN-INCIDENTS.
           OPEN INPUT incidentfile.
                          " RC=" inc-rc
                          " LINK=" inc-link
                          " " inc-note(1:30)
                       PERFORM 1100-SHOW-KNOWN-ERROR
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE incidentfile.
           DISPLAY "OPEN INCIDENTS=" open-count.
       1100-SHOW-KNOWN-ERROR.
           IF inc-known NUMERIC AND inc-known NOT = "0000"
              MOVE "L" TO ker-action
              MOVE inc-known TO ker-id
           ELSE
              MOVE "M" TO ker-action
           END-IF.
           CALL "KnownErr" USING ker-action, inc-prog, inc-rc,
              inc-run, ker-id, ker-diag, ker-runbook.
           IF ker-id > 0
              DISPLAY "   KNOWN ERROR " ker-id " " ker-diag
              DISPLAY "   SUGGESTED ACTION: " ker-runbook
           END-IF.
       2000-UPDATE-INCIDENT.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "INCIDENT LOG LOCKED - NOTHING UPDATED"
              PERFORM 9900-SIGN-OFF
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
                    IF inc-id NUMERIC AND inc-id = target-id
                       MOVE "Y" TO found-flag
                       IF note-in NOT = SPACES
                          AND verb-in NOT = "PROMOTE"
                          MOVE note-in TO inc-note
                       END-IF
                       IF verb-in = "PROMOTE"
                          MOVE " KE=" TO inc-rec-fields(156:4)
                          MOVE promote-id TO inc-known
                       END-IF
                       IF verb-in = "CLOSE"
                          MOVE "CLOSED" TO inc-status
                       END-IF
              DISPLAY "INCIDENT LOG SWAP FAILED RC=" ren-rc
                 " - LOG UNCHANGED, NEW COPY LEFT AS INCIDENT.NEW"
              MOVE "N" TO found-flag
              MOVE 12 TO inq-rc
           END-IF.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF found-flag = "Y"
              DISPLAY "INCIDENT " target-id " " verb-in "D"
           ELSE
              IF inq-rc = 0
                 DISPLAY "INCIDENT " target-id " NOT FOUND"
                 MOVE 8 TO inq-rc
              END-IF
           END-IF.
      * Promotion refuses an incident nobody has worked - the note is
      * what becomes the runbook action - and one whose program and
      * RC an entry already covers. The entry is appended under the
      * KNOWNERR lock; the incident is then linked to it by the same
      * rewrite NOTE and CLOSE use.
       3000-PROMOTE-INCIDENT.
           PERFORM 3100-FIND-TARGET.
           IF found-flag = "N"
              DISPLAY "INCIDENT " target-id " NOT FOUND"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO found-flag.
           IF tgt-note = SPACES
              DISPLAY "INCIDENT " target-id " HAS NO NOTE - "
                 "NOTE OR CLOSE IT WITH THE FIX BEFORE PROMOTING"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF tgt-known NUMERIC AND tgt-known NOT = "0000"
              DISPLAY "INCIDENT " target-id " ALREADY LINKED TO "
                 "KNOWN ERROR " tgt-known
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO frz-update.
           STRING "PROMOTE INCIDENT " target-id
              DELIMITED BY SIZE INTO frz-update.
           CALL "FreezeChk" USING frz-caller, frz-update, frz-ok,
              frz-msg.
           IF frz-ok = "N"
              DISPLAY frz-msg
              DISPLAY "NOTHING PROMOTED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF frz-msg NOT = SPACES
              DISPLAY frz-msg
           END-IF.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, ke-lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "KNOWN-ERROR MASTER LOCKED - NOTHING PROMOTED"
              PERFORM 9900-SIGN-OFF
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 3200-SCAN-KNOWN-ERRORS.
           IF dup-ke-id > 0
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, ke-lock-stem,
                 lock-held
              DISPLAY "KNOWN ERROR " dup-ke-id " ALREADY COVERS "
                 FUNCTION TRIM(tgt-prog) " RC=" tgt-rc
                 " - NOTHING PROMOTED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO next-ke-id.
           MOVE next-ke-id TO promote-id.
           CALL "BusDate" USING bus-date.
           MOVE SPACES TO ke-rec-fields.
           MOVE next-ke-id TO ke-id.
           MOVE " PROGRAM=" TO ke-rec-fields(5:9).
           MOVE tgt-prog TO ke-prog.
           MOVE " RC=" TO ke-rec-fields(34:4).
           MOVE tgt-rc TO ke-rc.
           MOVE " ALERT=" TO ke-rec-fields(42:7).
           MOVE " DIAG=" TO ke-rec-fields(79:6).
           IF note-in = SPACES
              STRING "AS SEEN ON INCIDENT " DELIMITED BY SIZE
                 target-id DELIMITED BY SIZE
                 INTO ke-diag
              END-STRING
           ELSE
              MOVE note-in TO ke-diag
           END-IF.
           MOVE " ACTION=" TO ke-rec-fields(125:8).
           MOVE tgt-note TO ke-action.
           MOVE " ADDED=" TO ke-rec-fields(173:7).
           MOVE bus-date TO ke-added.
           MOVE " FROM=" TO ke-rec-fields(188:6).
           MOVE target-id TO ke-from-inc.
           MOVE " BY=" TO ke-rec-fields(200:4).
           MOVE operator-id TO ke-by.
           OPEN EXTEND kefile.
           MOVE ke-rec-fields TO keline.
           WRITE keline.
           CLOSE kefile.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, ke-lock-stem, lock-held.
           DISPLAY "KNOWN ERROR " next-ke-id " ADDED FOR "
              FUNCTION TRIM(tgt-prog) " RC=" tgt-rc.
       3100-FIND-TARGET.
           MOVE "N" TO found-flag.
           OPEN INPUT incidentfile.
           PERFORM UNTIL inq-eof > 0
              READ incidentfile
                 AT END
                    MOVE 1 TO inq-eof
                 NOT AT END
                    MOVE incidentline TO inc-rec-fields
                    IF inc-id NUMERIC AND inc-id = target-id
                       MOVE "Y" TO found-flag
                       MOVE inc-prog TO tgt-prog
                       MOVE inc-rc TO tgt-rc
                       MOVE inc-note TO tgt-note
                       MOVE inc-known TO tgt-known
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE incidentfile.
           MOVE 0 TO inq-eof.
       3200-SCAN-KNOWN-ERRORS.
           OPEN INPUT kefile.
           PERFORM UNTIL ke-eof > 0
              READ kefile
                 AT END
                    MOVE 1 TO ke-eof
                 NOT AT END
                    MOVE keline TO ke-rec-fields
                    IF keline(1:1) NOT = "*" AND ke-id NUMERIC
                       IF ke-id > next-ke-id
                          MOVE ke-id TO next-ke-id
                       END-IF
                       IF ke-prog = tgt-prog AND ke-rc NUMERIC
                          AND ke-rc = tgt-rc
                          MOVE ke-id TO dup-ke-id
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE kefile.
       7000-SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT operator-id.
           DISPLAY "PIN: " WITH NO ADVANCING.
           ACCEPT operator-pin WITH SECURE.
           MOVE "N" TO son-ok.
           IF operator-id NOT = SPACES
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           IF son-ok NOT = "Y" OR oper-level < 3
              DISPLAY "MAINTAIN AUTHORITY REQUIRED TO PROMOTE AN "
                 "INCIDENT - NOTHING PROMOTED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      * Signing off clears the session record SignOn wrote; only a
      * promotion signs on, so NOTE and CLOSE leave the session
      * alone.
       9900-SIGN-OFF.
           IF operator-id NOT = SPACES
              MOVE SPACES TO operator-id
              MOVE SPACES TO operator-pin
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
       END PROGRAM IncidentQ.
