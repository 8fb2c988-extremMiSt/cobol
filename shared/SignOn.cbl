           SELECT OPTIONAL opersessfile
           ASSIGN TO "OPERSESS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL operpinfile
           ASSIGN TO "OPERPIN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL operpinnewfile
           ASSIGN TO "OPERPIN.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD operauthfile.
          05 auth-level PIC 9(1).
       FD opersessfile.
       01 opersessline PIC X(8).
       FD operpinfile.
       01 operpinline PIC X(64).
       FD operpinnewfile.
       01 operpinnewline PIC X(64).
       WORKING-STORAGE SECTION.
       01 son-eof PIC 9 VALUE 0.
       01 run-env PIC X(5).
      * Sign-on for the interactive programs: the operator id is
      * validated against the OPERAUTH.TXT authority file and comes
      * back with its level - 1 inquiry, 2 operate, 3 maintain -
      * stamps into completion entries so actions have owners;
      * calling with a blank id signs the session off and clears
      * the record. An id not on the authority file is refused.
      *
      * The id alone is not enough: the PIN typed with it must hash
      * to the one on OPERPIN.TXT. Wrong PINs are counted, and the
      * id locks at PIN-MAX-FAILS in a row (site setting, default
      * 3) until a supervisor unlocks it with PinAdmin. A PIN older
      * than PIN-EXPIRY-DAYS (default 90, 0 for never), or a
      * temporary one from a supervisor reset, must be changed
      * before the sign-on completes. An operator with no PIN on
      * file is refused: the first PIN is a temporary one a
      * supervisor issues with PinAdmin RESET, changed at the first
      * sign-on like any other. While OPERPIN.TXT is still empty,
      * PinAdmin RESET issues that first PIN to a maintain operator
      * without a sign-on. Every failure, lockout, expiry and
      * change goes to the security log through SecLog.
       COPY PINREC.
       01 found-level PIC 9(1).
       01 auth-found PIC X(1).
       01 entry-found PIC X(1).
       01 pin-ok PIC X(1).
       01 pin-dirty PIC X(1).
       01 new-pin-ok PIC X(1).
       01 try-hash PIC 9(10).
       01 new-hash PIC 9(10).
       01 new-pin PIC X(8).
       01 confirm-pin PIC X(8).
       01 new-pin-len PIC 9(2).
       01 today-date PIC 9(8).
       01 pin-age PIC S9(8).
       01 max-fails PIC 9(2) VALUE 3.
       01 expiry-days PIC 9(4) VALUE 90.
       01 cfg-key PIC X(20).
       01 cfg-value PIC 9(8).
       01 cfg-found PIC X.
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "OPERPIN".
       01 lock-held PIC X(1).
       01 new-pin-name PIC X(20) VALUE "OPERPIN.NEW".
       01 cur-pin-name PIC X(20) VALUE "OPERPIN.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 sec-event PIC X(8).
       01 sec-by PIC X(8) VALUE SPACES.
       01 sec-detail PIC X(50).
       01 alt-prog PIC X(20) VALUE "SIGNON".
       01 alt-severity PIC X(8).
       01 alt-message PIC X(80).
       LINKAGE SECTION.
       01 son-oper PIC X(8).
       01 son-pin PIC X(8).
       01 son-level PIC 9(1).
       01 son-ok PIC X.
       PROCEDURE DIVISION USING son-oper, son-pin, son-level, son-ok.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE 0 TO son-level.
           IF son-oper = SPACES
              MOVE "Y" TO son-ok
              GOBACK
           END-IF.
           MOVE "N" TO son-ok.
           MOVE "N" TO auth-found.
           MOVE 0 TO son-eof.
           OPEN INPUT operauthfile.
           PERFORM UNTIL son-eof > 0
                    IF auth-oper = son-oper
                       AND auth-level NUMERIC
                       AND auth-level >= 1 AND auth-level <= 3
                       MOVE auth-level TO found-level
                       MOVE "Y" TO auth-found
                       MOVE 1 TO son-eof
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE operauthfile.
           IF auth-found = "N"
              DISPLAY "OPERATOR " son-oper
                 " NOT ON THE AUTHORITY FILE"
              MOVE "FAILED" TO sec-event
              MOVE "NOT ON THE AUTHORITY FILE" TO sec-detail
              PERFORM 8000-LOG-EVENT
              GOBACK
           END-IF.
           PERFORM 0500-APPLY-CONFIG.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "SIGN-ON UNAVAILABLE - OPERPIN.TXT LOCKED, "
                 "TRY AGAIN"
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.
           MOVE "N" TO pin-ok.
           MOVE "N" TO pin-dirty.
           PERFORM 4000-FIND-PIN-ENTRY.
           PERFORM 5000-CHECK-PIN.
           IF pin-dirty = "Y"
              PERFORM 7000-REWRITE-PIN-FILE
           END-IF.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF pin-ok = "Y"
              MOVE found-level TO son-level
              MOVE "Y" TO son-ok
              PERFORM 2000-RECORD-SESSION
           END-IF.
           GOBACK.
       0500-APPLY-CONFIG.
           MOVE "PIN-MAX-FAILS" TO cfg-key.
           MOVE max-fails TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           IF cfg-found = "Y" AND cfg-value > 0 AND cfg-value <= 99
              MOVE cfg-value TO max-fails
           END-IF.
           MOVE "PIN-EXPIRY-DAYS" TO cfg-key.
           MOVE expiry-days TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           IF cfg-found = "Y" AND cfg-value <= 9999
              MOVE cfg-value TO expiry-days
           END-IF.
       2000-RECORD-SESSION.
           OPEN OUTPUT opersessfile.
           MOVE son-oper TO opersessline.
           MOVE SPACES TO opersessline.
           WRITE opersessline.
           CLOSE opersessfile.
       4000-FIND-PIN-ENTRY.
           MOVE "N" TO entry-found.
           MOVE 0 TO son-eof.
           OPEN INPUT operpinfile.
           PERFORM UNTIL son-eof > 0
              READ operpinfile
                 AT END
                    MOVE 1 TO son-eof
                 NOT AT END
                    IF operpinline(1:8) = son-oper
                       MOVE operpinline TO pin-rec-fields
                       MOVE "Y" TO entry-found
                       MOVE 1 TO son-eof
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE operpinfile.
       5000-CHECK-PIN.
           EVALUATE TRUE
              WHEN entry-found = "N"
                 DISPLAY "NO PIN ON FILE FOR " son-oper
                    " - SEE THE SHIFT SUPERVISOR FOR A TEMPORARY PIN"
                 MOVE "REFUSED" TO sec-event
                 MOVE "SIGN-ON TRIED WITH NO PIN ON FILE" TO sec-detail
                 PERFORM 8000-LOG-EVENT
              WHEN pin-locked = "Y"
                 DISPLAY "OPERATOR " son-oper
                    " IS LOCKED OUT - SEE THE SHIFT SUPERVISOR"
                 MOVE "REFUSED" TO sec-event
                 MOVE "SIGN-ON TRIED WHILE LOCKED OUT" TO sec-detail
                 PERFORM 8000-LOG-EVENT
              WHEN OTHER
                 CALL "PinHash" USING son-oper, son-pin, try-hash
                 IF try-hash NOT = pin-hash
                    PERFORM 5100-WRONG-PIN
                 ELSE
                    PERFORM 5200-RIGHT-PIN
                 END-IF
           END-EVALUATE.
       5100-WRONG-PIN.
           ADD 1 TO pin-fails.
           MOVE "Y" TO pin-dirty.
           MOVE "FAILED" TO sec-event.
           MOVE SPACES TO sec-detail.
           STRING "WRONG PIN - ATTEMPT " pin-fails " OF " max-fails
              DELIMITED BY SIZE INTO sec-detail.
           PERFORM 8000-LOG-EVENT.
           IF pin-fails >= max-fails
              MOVE "Y" TO pin-locked
              DISPLAY "WRONG PIN - OPERATOR " son-oper
                 " IS NOW LOCKED OUT"
              MOVE "LOCKED" TO sec-event
              MOVE SPACES TO sec-detail
              STRING "LOCKED AFTER " pin-fails " FAILED PINS"
                 DELIMITED BY SIZE INTO sec-detail
              PERFORM 8000-LOG-EVENT
              MOVE "WARNING" TO alt-severity
              MOVE SPACES TO alt-message
              STRING "OPERATOR " son-oper " LOCKED OUT AFTER "
                 pin-fails " FAILED PIN ATTEMPTS"
                 DELIMITED BY SIZE INTO alt-message
              CALL "Alert" USING alt-prog, alt-severity, alt-message
           ELSE
              DISPLAY "WRONG PIN"
           END-IF.
      * A good PIN clears the failure run. The age is counted in
      * calendar days, whatever the business date says.
       5200-RIGHT-PIN.
           IF pin-fails > 0
              MOVE 0 TO pin-fails
              MOVE "Y" TO pin-dirty
           END-IF.
           IF pin-set-date NUMERIC
              AND FUNCTION INTEGER-OF-DATE(pin-set-date) > 0
              COMPUTE pin-age = FUNCTION INTEGER-OF-DATE(today-date)
                 - FUNCTION INTEGER-OF-DATE(pin-set-date)
           ELSE
              MOVE 99999 TO pin-age
           END-IF.
           IF pin-change = "Y"
              OR (expiry-days > 0 AND pin-age >= expiry-days)
              MOVE "EXPIRED" TO sec-event
              MOVE SPACES TO sec-detail
              IF pin-change = "Y"
                 DISPLAY "TEMPORARY PIN - A NEW PIN MUST BE SET"
                 MOVE "TEMPORARY PIN MUST BE CHANGED" TO sec-detail
              ELSE
                 DISPLAY "PIN EXPIRED - A NEW PIN MUST BE SET"
                 STRING "PIN SET " pin-set-date " - LIMIT "
                    expiry-days " DAYS"
                    DELIMITED BY SIZE INTO sec-detail
              END-IF
              PERFORM 8000-LOG-EVENT
              PERFORM 6000-SET-NEW-PIN
              IF new-pin-ok = "Y"
                 MOVE new-hash TO pin-hash
                 MOVE today-date TO pin-set-date
                 MOVE "N" TO pin-change
                 MOVE "Y" TO pin-dirty
                 MOVE "Y" TO pin-ok
                 MOVE "CHANGED" TO sec-event
                 MOVE "NEW PIN SET AT SIGN-ON" TO sec-detail
                 PERFORM 8000-LOG-EVENT
              END-IF
           ELSE
              MOVE "Y" TO pin-ok
           END-IF.
      * A new PIN is four to eight digits, typed twice, and must not
      * be the PIN it replaces.
       6000-SET-NEW-PIN.
           MOVE "N" TO new-pin-ok.
           MOVE SPACES TO new-pin confirm-pin.
           DISPLAY "NEW PIN (4-8 DIGITS): " WITH NO ADVANCING.
           ACCEPT new-pin WITH SECURE.
           DISPLAY "NEW PIN AGAIN: " WITH NO ADVANCING.
           ACCEPT confirm-pin WITH SECURE.
           MOVE 0 TO new-pin-len.
           INSPECT new-pin TALLYING new-pin-len
              FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
              WHEN new-pin-len < 4
                 DISPLAY "PIN NOT SET - FOUR TO EIGHT DIGITS NEEDED"
              WHEN new-pin(1:new-pin-len) NOT NUMERIC
                 DISPLAY "PIN NOT SET - DIGITS ONLY"
              WHEN new-pin-len < 8
                 AND new-pin(new-pin-len + 1:) NOT = SPACES
                 DISPLAY "PIN NOT SET - DIGITS ONLY"
              WHEN new-pin NOT = confirm-pin
                 DISPLAY "PIN NOT SET - THE TWO ENTRIES DIFFER"
              WHEN OTHER
                 CALL "PinHash" USING son-oper, new-pin, new-hash
                 IF new-hash = pin-hash
                    DISPLAY "PIN NOT SET - NEW PIN MUST DIFFER FROM "
                       "THE OLD ONE"
                 ELSE
                    MOVE "Y" TO new-pin-ok
                 END-IF
           END-EVALUATE.
      * The PIN master is rewritten through a .NEW swap like the
      * other masters, the operator's line replaced. A failed swap
      * leaves the old PIN in force, so a sign-on that depended on
      * the change is refused.
       7000-REWRITE-PIN-FILE.
           MOVE 0 TO son-eof.
           OPEN INPUT operpinfile.
           OPEN OUTPUT operpinnewfile.
           PERFORM UNTIL son-eof > 0
              READ operpinfile
                 AT END
                    MOVE 1 TO son-eof
                 NOT AT END
                    IF operpinline(1:8) = son-oper
                       MOVE pin-rec-fields TO operpinnewline
                    ELSE
                       MOVE operpinline TO operpinnewline
                    END-IF
                    WRITE operpinnewline
              END-READ
           END-PERFORM.
           CLOSE operpinfile.
           CLOSE operpinnewfile.
           CALL "CBL_RENAME_FILE" USING new-pin-name, cur-pin-name
              RETURNING ren-rc.
           IF ren-rc NOT = 0
              DISPLAY "PIN FILE SWAP FAILED RC=" ren-rc
                 " - PIN FILE UNCHANGED, NEW COPY LEFT AS "
                 new-pin-name
              MOVE "N" TO pin-ok
           END-IF.
       8000-LOG-EVENT.
           CALL "SecLog" USING sec-event, son-oper, sec-by,
              sec-detail.
       END PROGRAM SignOn.
