       IDENTIFICATION DIVISION.
       PROGRAM-ID. PinAdmin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL operpinfile
           ASSIGN TO "OPERPIN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL operpinnewfile
           ASSIGN TO "OPERPIN.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL operauthfile
           ASSIGN TO "OPERAUTH.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD operpinfile.
       01 operpinline PIC X(64).
       FD operpinnewfile.
       01 operpinnewline PIC X(64).
       FD operauthfile.
       01 operauthline.
          05 auth-oper PIC X(8).
          05 FILLER PIC X(1).
          05 auth-level PIC 9(1).
       WORKING-STORAGE SECTION.
      * Supervisor actions on the PIN master: PINADMIN UNLOCK <id>
      * clears a lockout and the failure count; PINADMIN RESET <id>
      * issues a temporary PIN, typed twice by the supervisor, that
      * the operator must change at the next sign-on (it also
      * enrols an operator who has no PIN yet). Both take maintain
      * authority, neither can be done to one's own id, and both go
      * to the security log with the supervisor as BY.
      *
      * While OPERPIN.TXT holds no entries at all nobody can sign
      * on, so a RESET is then taken without a sign-on - for an id
      * with maintain authority on OPERAUTH.TXT only - to give the
      * first supervisor a temporary PIN. It is logged with BY
      * BOOTSTRP, and refused once the file has any entry.
       COPY PINREC.
       01 cmdline PIC X(40).
       01 action-in PIC X(8).
       01 target-oper PIC X(8).
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1).
       01 son-ok PIC X.
       01 signoff-rc PIC S9(4) COMP-5.
       01 adm-eof PIC 9 VALUE 0.
       01 entry-found PIC X(1) VALUE "N".
       01 temp-pin PIC X(8).
       01 confirm-pin PIC X(8).
       01 temp-pin-len PIC 9(2).
       01 temp-hash PIC 9(10).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "OPERPIN".
       01 lock-held PIC X(1).
       01 new-pin-name PIC X(20) VALUE "OPERPIN.NEW".
       01 cur-pin-name PIC X(20) VALUE "OPERPIN.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 adm-rc PIC 9(4) VALUE 0.
       01 pin-count PIC 9(6) VALUE 0.
       01 bootstrap-run PIC X(1) VALUE "N".
       01 target-level PIC 9(1) VALUE 0.
       01 sec-event PIC X(8).
       01 sec-by PIC X(8).
       01 sec-detail PIC X(50).
       01 jst-prog PIC X(20) VALUE "PINADMIN".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE.
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO action-in, target-oper.
           MOVE FUNCTION UPPER-CASE(action-in) TO action-in.
           IF (action-in NOT = "UNLOCK" AND action-in NOT = "RESET")
              OR target-oper = SPACES
              DISPLAY "USAGE: PINADMIN UNLOCK|RESET <OPERATOR-ID>"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           IF action-in = "RESET"
              PERFORM 3100-COUNT-PIN-ENTRIES
           END-IF.
           IF action-in = "RESET" AND pin-count = 0
              PERFORM 1100-CHECK-BOOTSTRAP
           ELSE
              PERFORM 1000-SIGN-ON
           END-IF.
           IF target-oper = operator-id
              DISPLAY "A SUPERVISOR CANNOT UNLOCK OR RESET THEIR "
                 "OWN ID - NOTHING CHANGED"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              STOP RUN
           END-IF.
           IF action-in = "RESET"
              PERFORM 2000-TAKE-TEMPORARY-PIN
           END-IF.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "PIN FILE LOCKED - NOTHING CHANGED"
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              STOP RUN
           END-IF.
      * Counted again under the lock: another run may have issued
      * the first PIN since this one looked.
           IF bootstrap-run = "Y"
              PERFORM 3100-COUNT-PIN-ENTRIES
              IF pin-count > 0
                 DISPLAY "OPERPIN.TXT IS NO LONGER EMPTY - A "
                    "SUPERVISOR MUST SIGN ON TO RESET - NOTHING CHANGED"
                 MOVE "R" TO lock-action
                 CALL "LogLock" USING lock-action, lock-stem,
                    lock-held
                 MOVE 8 TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 STOP RUN
              END-IF
           END-IF.
           PERFORM 3000-FIND-PIN-ENTRY.
           EVALUATE TRUE
              WHEN action-in = "UNLOCK" AND entry-found = "N"
                 DISPLAY "NO PIN ON FILE FOR " target-oper
                    " - NOTHING TO UNLOCK"
                 MOVE 4 TO adm-rc
              WHEN action-in = "UNLOCK" AND pin-locked NOT = "Y"
                 DISPLAY "OPERATOR " target-oper " IS NOT LOCKED"
                 MOVE 4 TO adm-rc
              WHEN action-in = "UNLOCK"
                 MOVE "N" TO pin-locked
                 MOVE 0 TO pin-fails
                 PERFORM 4000-REWRITE-PIN-FILE
                 IF adm-rc = 0
                    DISPLAY "OPERATOR " target-oper " UNLOCKED"
                    MOVE "UNLOCKED" TO sec-event
                    MOVE "LOCKOUT CLEARED BY SUPERVISOR" TO sec-detail
                    MOVE operator-id TO sec-by
                    CALL "SecLog" USING sec-event, target-oper,
                       sec-by, sec-detail
                 END-IF
              WHEN OTHER
                 MOVE target-oper TO pin-oper
                 MOVE temp-hash TO pin-hash
                 MOVE FUNCTION CURRENT-DATE(1:8) TO pin-set-date
                 MOVE 0 TO pin-fails
                 MOVE "N" TO pin-locked
                 MOVE "Y" TO pin-change
                 PERFORM 4000-REWRITE-PIN-FILE
                 IF adm-rc = 0
                    DISPLAY "TEMPORARY PIN ISSUED TO " target-oper
                       " - TO BE CHANGED AT NEXT SIGN-ON"
                    MOVE "RESET" TO sec-event
                    IF bootstrap-run = "Y"
                       MOVE "BOOTSTRP" TO sec-by
                       MOVE "FIRST PIN ISSUED - OPERPIN.TXT WAS EMPTY"
                          TO sec-detail
                    ELSE
                       MOVE operator-id TO sec-by
                       MOVE "TEMPORARY PIN ISSUED BY SUPERVISOR"
                          TO sec-detail
                    END-IF
                    CALL "SecLog" USING sec-event, target-oper,
                       sec-by, sec-detail
                 END-IF
           END-EVALUATE.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           MOVE adm-rc TO RETURN-CODE.
           PERFORM 9600-REGISTER-STATUS
           PERFORM 9900-SIGN-OFF
           STOP RUN.
       1000-SIGN-ON.
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
              DISPLAY "MAINTAIN AUTHORITY REQUIRED FOR PIN "
                 "ADMINISTRATION - NOTHING CHANGED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
      * No sign-on is possible with an empty PIN file, so the
      * first PIN goes only to an id the authority file already
      * trusts with maintain level; it then signs on, changes the
      * PIN and enrols everyone else.
       1100-CHECK-BOOTSTRAP.
           MOVE 0 TO adm-eof.
           MOVE 0 TO target-level.
           OPEN INPUT operauthfile.
           PERFORM UNTIL adm-eof > 0
              READ operauthfile
                 AT END
                    MOVE 1 TO adm-eof
                 NOT AT END
                    IF auth-oper = target-oper
                       AND auth-level NUMERIC
                       MOVE auth-level TO target-level
                       MOVE 1 TO adm-eof
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE operauthfile.
           IF target-level < 3
              DISPLAY "NO PINS ON FILE - THE FIRST PIN CAN ONLY GO TO "
                 "A MAINTAIN OPERATOR - NOTHING CHANGED"
              MOVE "REFUSED" TO sec-event
              MOVE "BOOTSTRP" TO sec-by
              MOVE "FIRST PIN REFUSED - NO MAINTAIN AUTHORITY"
                 TO sec-detail
              CALL "SecLog" USING sec-event, target-oper, sec-by,
                 sec-detail
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           DISPLAY "NO PINS ON FILE - ISSUING THE FIRST PIN TO "
              target-oper " WITHOUT SIGN-ON".
           MOVE "Y" TO bootstrap-run.
      * The temporary PIN follows the same rule as any other: four
      * to eight digits, typed twice.
       2000-TAKE-TEMPORARY-PIN.
           MOVE SPACES TO temp-pin confirm-pin.
           DISPLAY "TEMPORARY PIN FOR " target-oper " (4-8 DIGITS): "
              WITH NO ADVANCING.
           ACCEPT temp-pin WITH SECURE.
           DISPLAY "TEMPORARY PIN AGAIN: " WITH NO ADVANCING.
           ACCEPT confirm-pin WITH SECURE.
           MOVE 0 TO temp-pin-len.
           INSPECT temp-pin TALLYING temp-pin-len
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF temp-pin-len < 4
              OR temp-pin(1:temp-pin-len) NOT NUMERIC
              OR (temp-pin-len < 8
                 AND temp-pin(temp-pin-len + 1:) NOT = SPACES)
              OR temp-pin NOT = confirm-pin
              DISPLAY "TEMPORARY PIN NOT ACCEPTED - FOUR TO EIGHT "
                 "DIGITS, THE SAME BOTH TIMES - NOTHING CHANGED"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              STOP RUN
           END-IF.
           CALL "PinHash" USING target-oper, temp-pin, temp-hash.
       3000-FIND-PIN-ENTRY.
           MOVE 0 TO adm-eof.
           OPEN INPUT operpinfile.
           PERFORM UNTIL adm-eof > 0
              READ operpinfile
                 AT END
                    MOVE 1 TO adm-eof
                 NOT AT END
                    IF operpinline(1:8) = target-oper
                       MOVE operpinline TO pin-rec-fields
                       MOVE "Y" TO entry-found
                       MOVE 1 TO adm-eof
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE operpinfile.
       3100-COUNT-PIN-ENTRIES.
           MOVE 0 TO adm-eof.
           MOVE 0 TO pin-count.
           OPEN INPUT operpinfile.
           PERFORM UNTIL adm-eof > 0
              READ operpinfile
                 AT END
                    MOVE 1 TO adm-eof
                 NOT AT END
                    IF operpinline(1:8) NOT = SPACES
                       ADD 1 TO pin-count
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE operpinfile.
      * Rewritten through a .NEW swap under the lock SignOn takes,
      * the operator's line replaced or added at the end.
       4000-REWRITE-PIN-FILE.
           MOVE 0 TO adm-eof.
           OPEN INPUT operpinfile.
           OPEN OUTPUT operpinnewfile.
           PERFORM UNTIL adm-eof > 0
              READ operpinfile
                 AT END
                    MOVE 1 TO adm-eof
                 NOT AT END
                    IF operpinline(1:8) = target-oper
                       MOVE pin-rec-fields TO operpinnewline
                    ELSE
                       MOVE operpinline TO operpinnewline
                    END-IF
                    WRITE operpinnewline
              END-READ
           END-PERFORM.
           IF entry-found = "N"
              MOVE pin-rec-fields TO operpinnewline
              WRITE operpinnewline
           END-IF.
           CLOSE operpinfile.
           CLOSE operpinnewfile.
           CALL "CBL_RENAME_FILE" USING new-pin-name, cur-pin-name
              RETURNING ren-rc.
           IF ren-rc NOT = 0
              DISPLAY "PIN FILE SWAP FAILED RC=" ren-rc
                 " - PIN FILE UNCHANGED, NEW COPY LEFT AS "
                 new-pin-name
              MOVE 12 TO adm-rc
           END-IF.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE 0 TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
      * Signing off clears the session record SignOn wrote. It runs
      * after the status registration so the action still carries
      * the supervisor's stamp. A first-PIN run never signed on,
      * so it leaves whatever session is recorded alone.
      * The run's return code is held across the call, which
      * would otherwise hand back SignOn's.
       9900-SIGN-OFF.
           MOVE RETURN-CODE TO signoff-rc.
           IF bootstrap-run = "N"
              MOVE SPACES TO operator-id
              MOVE SPACES TO operator-pin
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           MOVE signoff-rc TO RETURN-CODE.
       END PROGRAM PinAdmin.
