       IDENTIFICATION DIVISION.
       PROGRAM-ID. CfgMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL configfile
           ASSIGN TO "SITECFG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL confignewfile
           ASSIGN TO "SITECFG.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD configfile.
       01 configline PIC X(60).
       FD confignewfile.
       01 confignewline PIC X(60).
       WORKING-STORAGE SECTION.
       COPY CFGDICT.
      * Full-screen maintenance of the site configuration, for
      * operators with maintain authority. Every setting line of
      * SITECFG.TXT is browsed with what the key dictionary says of
      * it - type, allowed range, the programs that read it and
      * what it controls - and whether the line is the one in
      * effect today, superseded by a later one, or waiting for a
      * future business date. A line may be added, changed or
      * deleted; the key must be in the dictionary and the value
      * must suit its type and range. A value keyed with an
      * effective date (KEY@yyyymmdd=VALUE on file) takes over from
      * that business date; with no date it applies from the next
      * run. Comment lines are carried through a save untouched.
      * Each line added, changed or deleted is written to the
      * configuration audit trail at save, old value and new, with
      * the operator's id. While a maintenance freeze is in force
      * (FreezeChk) a save is refused and the file stays
      * browse-only.
       01 cfm-eof PIC 9 VALUE 0.
       01 bus-date PIC X(8).
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1) VALUE 0.
       01 son-ok PIC X.
       01 set-table.
          05 set-entry OCCURS 100 TIMES.
             10 set-kind PIC X(1).
             10 set-line PIC X(60).
             10 set-key PIC X(20).
             10 set-eff PIC X(8).
             10 set-value PIC X(40).
             10 set-deleted PIC X(1).
             10 set-origin PIC X(1).
             10 set-old-eff PIC X(8).
             10 set-old-value PIC X(40).
       01 set-count PIC 9(3) VALUE 0.
       01 cur-set PIC 9(3) VALUE 0.
       01 set-idx PIC 9(3).
       01 set-hit PIC X.
       01 edit-idx PIC 9(3).
       01 live-count PIC 9(3).
       01 in-field PIC X(30).
       01 dict-idx PIC 9(2).
       01 cur-dict PIC 9(2).
       01 maint-done PIC X VALUE "N".
       01 dirty PIC X VALUE "N".
       01 command-in PIC X(1).
       01 edit-key PIC X(20).
       01 edit-eff PIC X(8).
       01 edit-value PIC X(40).
       01 entry-ok PIC X.
       01 val-len PIC 9(2).
       01 key-len PIC 9(2).
       01 num-val PIC 9(8).
       01 eff-num PIC 9(8).
       01 eff-rank PIC 9(8).
       01 cmp-rank PIC 9(8).
       01 show-state PIC X(10).
       01 show-type PIC X(7).
       01 show-range PIC X(20).
       01 show-owners PIC X(30).
       01 show-desc PIC X(40).
       01 msg-line PIC X(60) VALUE SPACES.
       01 position-disp PIC X(20).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "SITECFG".
       01 lock-held PIC X(1).
       01 new-config-name PIC X(20) VALUE "SITECFG.NEW".
       01 cur-config-name PIC X(20) VALUE "SITECFG.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 audit-count PIC 9(4) VALUE 0.
       01 aud-event PIC X(8).
       01 aud-old PIC X(40).
       01 aud-new PIC X(40).
       01 frz-caller PIC X(20) VALUE "CFGMAINT".
       01 frz-update PIC X(40).
       01 frz-ok PIC X(1).
       01 frz-msg PIC X(60).
       01 run-env PIC X(5).
       SCREEN SECTION.
       01 signon-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "SITE CONFIGURATION MAINTENANCE".
          05 LINE 03 COLUMN 05 VALUE "OPERATOR: ".
          05 LINE 03 COLUMN 15 PIC X(8) TO operator-id.
          05 LINE 04 COLUMN 05 VALUE "PIN     : ".
          05 LINE 04 COLUMN 15 PIC X(8) TO operator-pin SECURE.
       01 browse-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "SITE CONFIGURATION MAINTENANCE".
          05 LINE 01 COLUMN 40 VALUE "BUSINESS DATE: ".
          05 LINE 01 COLUMN 55 PIC X(8) FROM bus-date.
          05 LINE 02 COLUMN 05 PIC X(20) FROM position-disp.
          05 LINE 04 COLUMN 05 VALUE "KEY     : ".
          05 LINE 04 COLUMN 15 PIC X(20) FROM edit-key.
          05 LINE 04 COLUMN 40 VALUE "STATE: ".
          05 LINE 04 COLUMN 47 PIC X(10) FROM show-state.
          05 LINE 05 COLUMN 05 VALUE "VALUE   : ".
          05 LINE 05 COLUMN 15 PIC X(40) FROM edit-value.
          05 LINE 06 COLUMN 05 VALUE "EFFECT. : ".
          05 LINE 06 COLUMN 15 PIC X(8) FROM edit-eff.
          05 LINE 08 COLUMN 05 VALUE "TYPE    : ".
          05 LINE 08 COLUMN 15 PIC X(7) FROM show-type.
          05 LINE 08 COLUMN 25 VALUE "RANGE: ".
          05 LINE 08 COLUMN 32 PIC X(20) FROM show-range.
          05 LINE 09 COLUMN 05 VALUE "READ BY : ".
          05 LINE 09 COLUMN 15 PIC X(30) FROM show-owners.
          05 LINE 10 COLUMN 05 VALUE "CONTROLS: ".
          05 LINE 10 COLUMN 15 PIC X(40) FROM show-desc.
          05 LINE 12 COLUMN 05 VALUE
             "N=NEXT P=PREV A=ADD C=CHANGE D=DELETE S=SAVE X=EXIT".
          05 LINE 13 COLUMN 05 PIC X(60) FROM msg-line.
          05 LINE 14 COLUMN 05 VALUE "COMMAND: ".
          05 LINE 14 COLUMN 14 PIC X(1) TO command-in.
       01 add-screen.
          05 LINE 16 COLUMN 05 VALUE "ENTER KEY  : ".
          05 LINE 16 COLUMN 18 PIC X(20) USING edit-key.
       01 edit-screen.
          05 LINE 17 COLUMN 05 VALUE "ENTER VALUE: ".
          05 LINE 17 COLUMN 18 PIC X(40) USING edit-value.
          05 LINE 18 COLUMN 05 VALUE "EFFECTIVE  : ".
          05 LINE 18 COLUMN 18 PIC X(8) USING edit-eff.
          05 LINE 18 COLUMN 28 VALUE "(YYYYMMDD, BLANK = NEXT RUN)".
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           DISPLAY signon-screen.
           ACCEPT signon-screen.
           MOVE "N" TO son-ok.
           IF operator-id NOT = SPACES
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           IF son-ok NOT = "Y" OR oper-level < 3
              DISPLAY "MAINTAIN AUTHORITY REQUIRED - "
                 "CONFIGURATION MAINTENANCE ENDED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1000-LOAD-SETTINGS.
           MOVE 0 TO cur-set.
           PERFORM 3100-NEXT-SETTING.
           MOVE SPACES TO msg-line.
           PERFORM UNTIL maint-done = "Y"
              PERFORM 2000-SHOW-CURRENT-SETTING
              DISPLAY browse-screen
              ACCEPT browse-screen
              MOVE SPACES TO msg-line
              PERFORM 3000-HANDLE-COMMAND
           END-PERFORM.
           IF dirty = "Y"
              DISPLAY "UNSAVED CHANGES DISCARDED"
           END-IF.
           DISPLAY "CONFIGURATION CHANGES AUDITED=" audit-count.
           PERFORM 9900-SIGN-OFF.
           STOP RUN.
      * A line that is not KEY=VALUE is kept as it stands, like a
      * comment, so a save never loses anything it did not show.
       1000-LOAD-SETTINGS.
           OPEN INPUT configfile.
           PERFORM UNTIL cfm-eof > 0
              READ configfile
                 AT END
                    MOVE 1 TO cfm-eof
                 NOT AT END
                    IF set-count >= 100
                       DISPLAY "TOO MANY LINES - SITECFG.TXT EXCEEDS "
                          "THE 100-LINE MAINTENANCE LIMIT"
                       PERFORM 9900-SIGN-OFF
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO set-count
                    PERFORM 1100-PARSE-SITE-LINE
              END-READ
           END-PERFORM.
           CLOSE configfile.
           MOVE 0 TO cfm-eof.
       1100-PARSE-SITE-LINE.
           MOVE configline TO set-line(set-count).
           MOVE "C" TO set-kind(set-count).
           MOVE SPACES TO set-key(set-count) set-eff(set-count)
              set-value(set-count).
           MOVE "N" TO set-deleted(set-count).
           MOVE "L" TO set-origin(set-count).
           IF configline NOT = SPACES AND configline(1:1) NOT = "*"
              MOVE SPACES TO in-field
              UNSTRING configline DELIMITED BY "="
                 INTO in-field, set-value(set-count)
              UNSTRING in-field DELIMITED BY "@"
                 INTO set-key(set-count), set-eff(set-count)
              IF set-key(set-count) = SPACES
                 OR set-value(set-count) = SPACES
                 OR (set-eff(set-count) NOT = SPACES
                    AND set-eff(set-count) NOT NUMERIC)
                 DISPLAY "LINE " set-count
                    " IS NOT A SETTING - KEPT AS IT STANDS"
                 MOVE SPACES TO set-key(set-count)
                    set-eff(set-count) set-value(set-count)
              ELSE
                 MOVE "S" TO set-kind(set-count)
              END-IF
           END-IF.
           MOVE set-eff(set-count) TO set-old-eff(set-count).
           MOVE set-value(set-count) TO set-old-value(set-count).
       2000-SHOW-CURRENT-SETTING.
           IF cur-set = 0
              MOVE "NO SETTINGS ON FILE" TO position-disp
              MOVE SPACES TO edit-key edit-eff edit-value
                 show-state show-type show-range show-owners
                 show-desc
           ELSE
              MOVE SPACES TO position-disp
              STRING "LINE " cur-set " OF " set-count
                 DELIMITED BY SIZE INTO position-disp
              MOVE set-key(cur-set) TO edit-key
              MOVE set-eff(cur-set) TO edit-eff
              MOVE set-value(cur-set) TO edit-value
              PERFORM 2100-SETTING-STATE
              PERFORM 8000-FIND-DICTIONARY-KEY
              PERFORM 2200-SHOW-DICTIONARY-ENTRY
              IF set-deleted(cur-set) = "Y"
                 MOVE "LINE MARKED DELETED - SAVE TO APPLY"
                    TO msg-line
              END-IF
           END-IF.
      * The same rule Config applies: the latest effective date not
      * after the business date wins, undated counting as the
      * earliest, and a later line winning a tie.
       2100-SETTING-STATE.
           MOVE set-eff(cur-set) TO edit-eff.
           PERFORM 8300-EFFECTIVE-RANK.
           MOVE eff-num TO eff-rank.
           EVALUATE TRUE
              WHEN set-deleted(cur-set) = "Y"
                 MOVE "DELETED" TO show-state
              WHEN eff-rank > bus-date
                 MOVE "FUTURE" TO show-state
              WHEN OTHER
                 MOVE "IN EFFECT" TO show-state
                 PERFORM VARYING set-idx FROM 1 BY 1
                    UNTIL set-idx > set-count
                    IF set-idx NOT = cur-set
                       AND set-kind(set-idx) = "S"
                       AND set-deleted(set-idx) = "N"
                       AND set-key(set-idx) = set-key(cur-set)
                       MOVE set-eff(set-idx) TO edit-eff
                       PERFORM 8300-EFFECTIVE-RANK
                       MOVE eff-num TO cmp-rank
                       IF cmp-rank NOT > bus-date
                          AND (cmp-rank > eff-rank
                             OR (cmp-rank = eff-rank
                                AND set-idx > cur-set))
                          MOVE "SUPERSEDED" TO show-state
                       END-IF
                    END-IF
                 END-PERFORM
           END-EVALUATE.
           MOVE set-eff(cur-set) TO edit-eff.
       2200-SHOW-DICTIONARY-ENTRY.
           IF cur-dict = 0
              MOVE SPACES TO show-type show-range show-owners
              MOVE "KEY NOT IN DICTIONARY" TO show-desc
           ELSE
              MOVE SPACES TO show-range
              IF dict-type(cur-dict) = "N"
                 MOVE "NUMBER" TO show-type
                 STRING dict-min(cur-dict) " - " dict-max(cur-dict)
                    DELIMITED BY SIZE INTO show-range
              ELSE
                 MOVE "STRING" TO show-type
              END-IF
              MOVE dict-owners(cur-dict) TO show-owners
              MOVE dict-desc(cur-dict) TO show-desc
           END-IF.
       3000-HANDLE-COMMAND.
           EVALUATE command-in
              WHEN "N"
              WHEN "n"
                 PERFORM 3100-NEXT-SETTING
              WHEN "P"
              WHEN "p"
                 PERFORM 3200-PREV-SETTING
              WHEN "A"
              WHEN "a"
                 PERFORM 4000-ADD-SETTING
              WHEN "C"
              WHEN "c"
                 PERFORM 5000-CHANGE-SETTING
              WHEN "D"
              WHEN "d"
                 PERFORM 6000-DELETE-SETTING
              WHEN "S"
              WHEN "s"
                 PERFORM 6900-CHECK-FREEZE
                 IF frz-ok = "Y"
                    PERFORM 7000-SAVE-FILE
                 END-IF
              WHEN "X"
              WHEN "x"
                 MOVE "Y" TO maint-done
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE "UNKNOWN COMMAND" TO msg-line
           END-EVALUATE.
      * Browsing steps over comment lines to the next setting.
       3100-NEXT-SETTING.
           MOVE "N" TO set-hit.
           PERFORM VARYING set-idx FROM cur-set BY 1
              UNTIL set-idx >= set-count OR set-hit = "Y"
              IF set-kind(set-idx + 1) = "S"
                 MOVE "Y" TO set-hit
                 COMPUTE cur-set = set-idx + 1
              END-IF
           END-PERFORM.
           IF set-hit = "N"
              MOVE "AT LAST SETTING" TO msg-line
           END-IF.
       3200-PREV-SETTING.
           MOVE "N" TO set-hit.
           PERFORM VARYING set-idx FROM cur-set BY -1
              UNTIL set-idx <= 1 OR set-hit = "Y"
              IF set-kind(set-idx - 1) = "S"
                 MOVE "Y" TO set-hit
                 COMPUTE cur-set = set-idx - 1
              END-IF
           END-PERFORM.
           IF set-hit = "N"
              MOVE "AT FIRST SETTING" TO msg-line
           END-IF.
       4000-ADD-SETTING.
           IF set-count >= 100
              MOVE "TABLE FULL - SAVE AND RESTART" TO msg-line
           ELSE
              MOVE SPACES TO edit-key edit-eff edit-value
              DISPLAY add-screen
              ACCEPT add-screen
              DISPLAY edit-screen
              ACCEPT edit-screen
              MOVE FUNCTION UPPER-CASE(edit-key) TO edit-key
              MOVE 0 TO edit-idx
              PERFORM 8100-VALIDATE-ENTRY
              IF entry-ok = "Y"
                 ADD 1 TO set-count
                 MOVE "S" TO set-kind(set-count)
                 MOVE SPACES TO set-line(set-count)
                 MOVE edit-key TO set-key(set-count)
                 MOVE edit-eff TO set-eff(set-count)
                 MOVE edit-value TO set-value(set-count)
                 MOVE "N" TO set-deleted(set-count)
                 MOVE "A" TO set-origin(set-count)
                 MOVE SPACES TO set-old-eff(set-count)
                    set-old-value(set-count)
                 MOVE set-count TO cur-set
                 MOVE "Y" TO dirty
                 MOVE "SETTING ADDED - SAVE TO APPLY" TO msg-line
              END-IF
           END-IF.
      * The key of a line stays as it is; a value for another key
      * is an add.
       5000-CHANGE-SETTING.
           IF cur-set = 0
              MOVE "NOTHING TO CHANGE" TO msg-line
           ELSE
              IF set-deleted(cur-set) = "Y"
                 MOVE "LINE MARKED DELETED - NOT CHANGED" TO msg-line
              ELSE
                 MOVE set-key(cur-set) TO edit-key
                 MOVE set-eff(cur-set) TO edit-eff
                 MOVE set-value(cur-set) TO edit-value
                 DISPLAY edit-screen
                 ACCEPT edit-screen
                 MOVE cur-set TO edit-idx
                 PERFORM 8100-VALIDATE-ENTRY
                 IF entry-ok = "Y"
                    MOVE edit-eff TO set-eff(cur-set)
                    MOVE edit-value TO set-value(cur-set)
                    MOVE "Y" TO dirty
                    MOVE "SETTING CHANGED - SAVE TO APPLY" TO msg-line
                 END-IF
              END-IF
           END-IF.
       6000-DELETE-SETTING.
           IF cur-set = 0
              MOVE "NOTHING TO DELETE" TO msg-line
           ELSE
              MOVE "Y" TO set-deleted(cur-set)
              MOVE "Y" TO dirty
              MOVE "LINE MARKED DELETED - SAVE TO APPLY" TO msg-line
           END-IF.
      * Rewritten through a .NEW swap under the file's lock, then
      * each line that differs from what was loaded goes to the
      * audit trail and the table is taken as the new starting
      * point.
       6900-CHECK-FREEZE.
           MOVE "Y" TO frz-ok.
           IF dirty = "Y"
              MOVE "SITE CONFIGURATION SAVE" TO frz-update
              CALL "FreezeChk" USING frz-caller, frz-update, frz-ok,
                 frz-msg
              MOVE frz-msg TO msg-line
           END-IF.
       7000-SAVE-FILE.
           IF dirty = "N"
              MOVE "NO CHANGES TO SAVE" TO msg-line
           ELSE
              MOVE "A" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
              IF lock-held = "N"
                 MOVE "SITE CONFIGURATION LOCKED - NOT SAVED"
                    TO msg-line
              ELSE
                 PERFORM 7100-WRITE-FILE
                 CALL "CBL_RENAME_FILE" USING new-config-name,
                    cur-config-name
                    RETURNING ren-rc
                 MOVE "R" TO lock-action
                 CALL "LogLock" USING lock-action, lock-stem,
                    lock-held
                 IF ren-rc NOT = 0
                    DISPLAY "SITE CONFIG SWAP FAILED RC=" ren-rc
                       " - SITECFG.TXT UNCHANGED, NEW COPY LEFT AS "
                       new-config-name
                    MOVE "SAVE FAILED - SITECFG.TXT UNCHANGED"
                       TO msg-line
                 ELSE
                    PERFORM 7200-AUDIT-CHANGES
                    PERFORM 7300-COMPACT-TABLE
                    MOVE "N" TO dirty
                    MOVE SPACES TO msg-line
                    STRING "SITE CONFIGURATION SAVED - "
                       live-count " LINES"
                       DELIMITED BY SIZE INTO msg-line
                 END-IF
              END-IF
           END-IF.
       7100-WRITE-FILE.
           OPEN OUTPUT confignewfile.
           MOVE 0 TO live-count.
           PERFORM VARYING set-idx FROM 1 BY 1
              UNTIL set-idx > set-count
              IF set-deleted(set-idx) NOT = "Y"
                 ADD 1 TO live-count
                 IF set-kind(set-idx) = "C"
                    MOVE set-line(set-idx) TO confignewline
                 ELSE
                    PERFORM 7110-BUILD-SETTING-LINE
                    MOVE confignewline TO set-line(set-idx)
                 END-IF
                 WRITE confignewline
              END-IF
           END-PERFORM.
           CLOSE confignewfile.
       7110-BUILD-SETTING-LINE.
           MOVE SPACES TO confignewline.
           IF set-eff(set-idx) = SPACES
              STRING set-key(set-idx) DELIMITED BY SPACE
                 "=" set-value(set-idx) DELIMITED BY SIZE
                 INTO confignewline
           ELSE
              STRING set-key(set-idx) DELIMITED BY SPACE
                 "@" set-eff(set-idx) "=" set-value(set-idx)
                 DELIMITED BY SIZE INTO confignewline
           END-IF.
       7200-AUDIT-CHANGES.
           PERFORM VARYING set-idx FROM 1 BY 1
              UNTIL set-idx > set-count
              MOVE SPACES TO aud-event
              EVALUATE TRUE
                 WHEN set-kind(set-idx) NOT = "S"
                    CONTINUE
                 WHEN set-origin(set-idx) = "A"
                    AND set-deleted(set-idx) = "N"
                    MOVE "ADDED" TO aud-event
                    MOVE SPACES TO aud-old
                    MOVE set-value(set-idx) TO aud-new
                 WHEN set-origin(set-idx) = "L"
                    AND set-deleted(set-idx) = "Y"
                    MOVE "DELETED" TO aud-event
                    MOVE set-old-value(set-idx) TO aud-old
                    MOVE SPACES TO aud-new
                 WHEN set-origin(set-idx) = "L"
                    AND (set-eff(set-idx) NOT = set-old-eff(set-idx)
                       OR set-value(set-idx)
                          NOT = set-old-value(set-idx))
                    MOVE "CHANGED" TO aud-event
                    MOVE set-old-value(set-idx) TO aud-old
                    MOVE set-value(set-idx) TO aud-new
              END-EVALUATE
              IF aud-event NOT = SPACES
                 ADD 1 TO audit-count
                 CALL "CfgAudit" USING aud-event, set-key(set-idx),
                    set-eff(set-idx), aud-old, aud-new, operator-id
              END-IF
           END-PERFORM.
      * The table is compacted to match the file just written, so
      * the line numbering stays in step with what was saved.
       7300-COMPACT-TABLE.
           MOVE 0 TO live-count.
           PERFORM VARYING set-idx FROM 1 BY 1
              UNTIL set-idx > set-count
              IF set-deleted(set-idx) NOT = "Y"
                 ADD 1 TO live-count
                 MOVE set-entry(set-idx) TO set-entry(live-count)
                 MOVE "L" TO set-origin(live-count)
                 MOVE set-eff(live-count) TO set-old-eff(live-count)
                 MOVE set-value(live-count)
                    TO set-old-value(live-count)
              END-IF
           END-PERFORM.
           MOVE live-count TO set-count.
           IF cur-set > set-count
              MOVE set-count TO cur-set
           END-IF.
           IF cur-set > 0
              IF set-kind(cur-set) NOT = "S"
                 PERFORM 3200-PREV-SETTING
              END-IF
           END-IF.
           IF cur-set > 0
              IF set-kind(cur-set) NOT = "S"
                 PERFORM 3100-NEXT-SETTING
              END-IF
           END-IF.
           IF cur-set > 0
              IF set-kind(cur-set) NOT = "S"
                 MOVE 0 TO cur-set
              END-IF
           END-IF.
       8000-FIND-DICTIONARY-KEY.
           MOVE 0 TO cur-dict.
           PERFORM VARYING dict-idx FROM 1 BY 1
              UNTIL dict-idx > cfg-dict-count OR cur-dict > 0
              IF dict-key(dict-idx) = edit-key
                 MOVE dict-idx TO cur-dict
              END-IF
           END-PERFORM.
      * Checks the keyed entry against the dictionary. edit-idx holds
      * the line being changed, zero for an add. A new effective
      * date may not be in the past - backdating would rewrite what
      * the batch has already run with.
       8100-VALIDATE-ENTRY.
           MOVE "N" TO entry-ok.
           PERFORM 8000-FIND-DICTIONARY-KEY.
           MOVE 0 TO val-len.
           IF edit-value NOT = SPACES
              COMPUTE val-len =
                 FUNCTION LENGTH(FUNCTION TRIM(edit-value TRAILING))
           END-IF.
           MOVE 0 TO key-len.
           INSPECT edit-key TALLYING key-len
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO eff-num.
           IF edit-eff NOT = SPACES
              ADD 9 TO key-len
              IF edit-eff NUMERIC
                 MOVE edit-eff TO eff-num
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN cur-dict = 0
                 MOVE "KEY NOT IN DICTIONARY - NOTHING CHANGED"
                    TO msg-line
              WHEN edit-eff NOT = SPACES
                 AND (edit-eff NOT NUMERIC
                    OR FUNCTION TEST-DATE-YYYYMMDD(eff-num) NOT = 0)
                 MOVE "EFFECTIVE DATE NOT A VALID YYYYMMDD DATE"
                    TO msg-line
              WHEN edit-eff NOT = SPACES
                 AND edit-eff < bus-date
                 AND (edit-idx = 0
                    OR edit-eff NOT = set-eff(edit-idx))
                 MOVE SPACES TO msg-line
                 STRING "EFFECTIVE DATE MAY NOT BE BEFORE "
                    bus-date DELIMITED BY SIZE INTO msg-line
              WHEN val-len = 0
                 MOVE "A VALUE IS REQUIRED - NOTHING CHANGED"
                    TO msg-line
              WHEN key-len + 1 + val-len > 60
                 MOVE "VALUE TOO LONG FOR THE SITE FILE LINE"
                    TO msg-line
              WHEN dict-type(cur-dict) = "N"
                 PERFORM 8200-VALIDATE-NUMBER
              WHEN OTHER
                 MOVE "Y" TO entry-ok
           END-EVALUATE.
           IF entry-ok = "Y"
              PERFORM 8400-CHECK-DUPLICATE
           END-IF.
       8200-VALIDATE-NUMBER.
           IF val-len > 8
              OR edit-value(1:val-len) NOT NUMERIC
              MOVE "VALUE MUST BE A WHOLE NUMBER OF UP TO 8 DIGITS"
                 TO msg-line
           ELSE
              COMPUTE num-val = FUNCTION NUMVAL(edit-value(1:val-len))
              IF num-val < dict-min(cur-dict)
                 OR num-val > dict-max(cur-dict)
                 MOVE SPACES TO msg-line
                 STRING "VALUE OUTSIDE RANGE " dict-min(cur-dict)
                    " - " dict-max(cur-dict)
                    DELIMITED BY SIZE INTO msg-line
              ELSE
                 MOVE "Y" TO entry-ok
              END-IF
           END-IF.
       8300-EFFECTIVE-RANK.
           IF edit-eff = SPACES
              MOVE 0 TO eff-num
           ELSE
              MOVE edit-eff TO eff-num
           END-IF.
      * Two live lines for the same key and date would leave the
      * winner to file order, so the second is refused.
       8400-CHECK-DUPLICATE.
           MOVE "N" TO set-hit.
           PERFORM VARYING set-idx FROM 1 BY 1
              UNTIL set-idx > set-count OR set-hit = "Y"
              IF set-idx NOT = edit-idx
                 AND set-kind(set-idx) = "S"
                 AND set-deleted(set-idx) = "N"
                 AND set-key(set-idx) = edit-key
                 AND set-eff(set-idx) = edit-eff
                 MOVE "Y" TO set-hit
              END-IF
           END-PERFORM.
           IF set-hit = "Y"
              MOVE "N" TO entry-ok
              MOVE "KEY ALREADY HAS A LINE FOR THAT DATE - USE C"
                 TO msg-line
           END-IF.
      * Signing off clears the session record SignOn wrote.
       9900-SIGN-OFF.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
       END PROGRAM CfgMaint.
