       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEnd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL answermstfile
           ASSIGN TO "ANSWERMST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL answernewfile
           ASSIGN TO "ANSWERMST.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL archivefile
           ASSIGN TO DYNAMIC archive-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL certreportfile
           ASSIGN TO "CERTRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL submitfile
           ASSIGN TO "SUBMIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL incidentfile
           ASSIGN TO "INCIDENT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL quarregfile
           ASSIGN TO "QUARREG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL catalogfile
           ASSIGN TO "PUZZLECAT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL schedfile
           ASSIGN TO "SEASONSCHED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL configfile
           ASSIGN TO "SITECFG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL confignewfile
           ASSIGN TO "SITECFG.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL yearclosefile
           ASSIGN TO "YEARCLOSE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD answermstfile.
       01 answermstline PIC X(283).
       FD answernewfile.
       01 answernewline PIC X(283).
       FD archivefile.
       01 archiveline PIC X(283).
       FD certreportfile.
       01 certreportline PIC X(100).
       FD submitfile.
       01 submitline.
          05 sub-lit PIC X(4).
          05 sub-year PIC X(4).
          05 FILLER PIC X(1).
          05 sub-day PIC X(2).
          05 FILLER PIC X(1).
          05 sub-part PIC X(1).
          05 FILLER PIC X(67).
       FD incidentfile.
       01 incidentline PIC X(140).
       FD quarregfile.
       01 quarregline PIC X(190).
       FD catalogfile.
       01 catalogline.
          05 cat-in-year PIC 9(4).
          05 FILLER PIC X(1).
          05 cat-in-day PIC 9(2).
          05 FILLER PIC X(1).
          05 cat-in-part PIC X(1).
          05 FILLER PIC X(1).
          05 cat-in-prog PIC X(12).
          05 FILLER PIC X(1).
          05 cat-in-dir PIC X(17).
       FD schedfile.
       01 schedline.
          05 sch-date PIC 9(8).
          05 FILLER PIC X(1).
          05 sch-file PIC X(40).
          05 FILLER PIC X(1).
          05 sch-status PIC X(8).
       FD configfile.
       01 configline PIC X(60).
       FD confignewfile.
       01 confignewline PIC X(60).
       FD yearclosefile.
       01 yearcloseline PIC X(80).
       WORKING-STORAGE SECTION.
       COPY ANSMREC.
       COPY ANSMLREC.
       COPY INCREC.
      * Positional layout of a Certify verdict line, matching the
      * fixed STRING Certify builds.
       01 cert-fields.
          05 crt-status PIC X(5).
          05 FILLER PIC X(6).
          05 crt-year PIC 9(4).
          05 FILLER PIC X(5).
          05 crt-day PIC 9(2).
          05 FILLER PIC X(6).
          05 crt-part PIC X(1).
      * Register line positions as Quarantine writes them.
       01 reg-fields.
          05 reg-ts PIC X(15).
          05 FILLER PIC X(6).
          05 reg-file PIC X(40).
          05 FILLER PIC X(9).
          05 reg-prog PIC X(20).
          05 FILLER PIC X(9).
          05 reg-rejects PIC 9(6).
          05 FILLER PIC X(6).
          05 reg-recs PIC 9(10).
          05 FILLER PIC X(8).
          05 reg-status PIC X(8).
      * Closes a puzzle season. The closing year's answer master
      * records, short and long, are moved out of ANSWERMST.TXT into
      * the year archive ANSWERMST.Y<yyyy>, so the live master starts
      * the new season empty and the closed year's answers are
      * frozen where no rerun can touch them. An annual summary
      * (YEAREND.<yyyy>.TXT) lists every archived puzzle with its
      * certification verdict and whether it was submitted, and
      * totals the year's incidents and quarantine rejects. The
      * catalog and season schedule are then seeded for the new
      * year - each closing-year catalog puzzle gets a new-year entry
      * with no program yet, each schedule date is carried forward a
      * year as PLANNED - and SEASON-YEAR in the site configuration
      * moves on, so the solvers post to the new season from the
      * next run. The close is recorded in YEARCLOSE.TXT, after
      * which SeasonYr reports the year closed and every ledger
      * write for it is refused.
      * A maintain-level operator may force a closed year open for
      * the current business date with FORCE after the year; the
      * force is recorded and alerted, and lets a solver rerun or a
      * repeat close go through that day only. A repeat close adds
      * the rerun's records to the archive after the first close's,
      * so the later record for a puzzle is the current one.
      * Neither a close nor a force goes through while a maintenance
      * freeze (FreezeChk) is in force, unless a supervisor override
      * covers YearEnd.
       01 cmdline PIC X(40).
       01 year-in PIC X(8).
       01 mode-in PIC X(8).
       01 close-year PIC 9(4) VALUE 0.
       01 new-year PIC 9(4).
       01 syr-open PIC X.
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1).
       01 son-ok PIC X.
       01 frz-caller PIC X(20) VALUE "YEAREND".
       01 frz-update PIC X(40).
       01 frz-ok PIC X(1).
       01 frz-msg PIC X(60).
       01 signoff-rc PIC S9(4) COMP-5.
       01 ye-eof PIC 9 VALUE 0.
       01 ye-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 archive-name PIC X(40).
       01 archived-count PIC 9(6) VALUE 0.
       01 kept-count PIC 9(6) VALUE 0.
       01 new-master-name PIC X(20) VALUE "ANSWERMST.NEW".
       01 cur-master-name PIC X(20) VALUE "ANSWERMST.TXT".
       01 new-config-name PIC X(20) VALUE "SITECFG.NEW".
       01 cur-config-name PIC X(20) VALUE "SITECFG.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "ANSWERS".
       01 lock-held PIC X(1).
       01 puz-count PIC 9(3) VALUE 0.
       01 puz-idx PIC 9(3).
       01 puz-found PIC 9.
       01 puz-table.
          05 puz-entry OCCURS 200 TIMES.
             10 puz-key PIC X(12).
             10 puz-answer PIC X(40).
             10 puz-cert PIC X(5).
             10 puz-sub PIC X(1).
       01 match-key PIC X(12).
       01 cert-pass PIC 9(3) VALUE 0.
       01 cert-fail PIC 9(3) VALUE 0.
       01 submitted-count PIC 9(3) VALUE 0.
       01 incident-count PIC 9(6) VALUE 0.
       01 incident-open PIC 9(6) VALUE 0.
       01 trip-count PIC 9(6) VALUE 0.
       01 trip-held PIC 9(6) VALUE 0.
       01 trip-rejects PIC 9(10) VALUE 0.
       01 trip-recs PIC 9(12) VALUE 0.
       01 cat-count PIC 9(3) VALUE 0.
       01 cat-idx PIC 9(3).
       01 cat-hit PIC 9.
       01 cat-table.
          05 cat-entry OCCURS 200 TIMES.
             10 cat-year PIC 9(4).
             10 cat-day PIC 9(2).
             10 cat-part PIC X(1).
       01 cat-seeded PIC 9(3) VALUE 0.
       01 sch-count PIC 9(3) VALUE 0.
       01 sch-idx PIC 9(3).
       01 sch-hit PIC 9.
       01 sch-table.
          05 sch-entry OCCURS 200 TIMES.
             10 sct-date PIC 9(8).
             10 sct-file PIC X(40).
       01 sch-seeded PIC 9(3) VALUE 0.
       01 seed-count PIC 9(3).
       01 seed-date PIC 9(8).
       01 seed-table.
          05 seed-entry OCCURS 200 TIMES.
             10 sd-date PIC 9(8).
             10 sd-file PIC X(40).
             10 sd-day PIC 9(2).
             10 sd-part PIC X(1).
       01 cfg-field-in PIC X(30).
       01 cfg-key-in PIC X(20).
       01 cfg-eff-in PIC X(8).
       01 cfg-old-value PIC X(40) VALUE SPACES.
       01 cfg-year-seen PIC X VALUE "N".
       01 aud-event PIC X(8).
       01 aud-key PIC X(20) VALUE "SEASON-YEAR".
       01 aud-eff PIC X(8) VALUE SPACES.
       01 aud-new PIC X(40).
       01 alt-prog PIC X(20) VALUE "YEAREND".
       01 alt-severity PIC X(8).
       01 alt-message PIC X(80).
       01 rw-action PIC X(1).
       01 rw-name PIC X(40).
       01 rw-title PIC X(40) VALUE "SEASON YEAR-END CLOSE SUMMARY".
       01 rw-prog PIC X(20) VALUE "YEAREND".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "YEAREND".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO ye-timestamp.
           CALL "BusDate" USING bus-date.
           ACCEPT cmdline FROM COMMAND-LINE
           MOVE SPACES TO year-in.
           MOVE SPACES TO mode-in.
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO year-in, mode-in.
           IF year-in NOT = SPACES
              IF year-in(1:4) NUMERIC AND year-in(5:4) = SPACES
                 MOVE year-in(1:4) TO close-year
              ELSE
                 MOVE "?" TO mode-in
              END-IF
           END-IF.
           IF mode-in NOT = SPACES AND mode-in NOT = "FORCE"
              DISPLAY "USAGE: YEAREND [<YEAR> [FORCE]]"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           CALL "SeasonYr" USING close-year, syr-open.
           COMPUTE new-year = close-year + 1.
           PERFORM 1000-SIGN-ON.
           PERFORM 1100-CHECK-FREEZE.
           IF mode-in = "FORCE"
              PERFORM 1500-FORCE-OPEN
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              STOP RUN
           END-IF.
           IF syr-open = "N"
              DISPLAY "SEASON " close-year " IS ALREADY CLOSED - "
                 "RERUN REFUSED"
              DISPLAY "A MAINTAIN-LEVEL OPERATOR MUST RUN YEAREND "
                 close-year " FORCE FIRST"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              STOP RUN
           END-IF.
           DISPLAY "CLOSING SEASON " close-year
              " - NEW SEASON " new-year.
           PERFORM 2000-ARCHIVE-ANSWERS.
           PERFORM 3000-GATHER-VERDICTS.
           PERFORM 3500-GATHER-INCIDENTS.
           PERFORM 4000-SEED-CATALOG.
           PERFORM 4500-SEED-SCHEDULE.
           PERFORM 5000-WRITE-SUMMARY.
           PERFORM 6000-ADVANCE-SEASON-YEAR.
           PERFORM 7000-RECORD-CLOSE.
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
              DISPLAY "MAINTAIN AUTHORITY REQUIRED FOR YEAR-END - "
                 "NOTHING CHANGED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
       1100-CHECK-FREEZE.
           MOVE SPACES TO frz-update.
           IF mode-in = "FORCE"
              STRING "YEAR-END FORCE OPEN " close-year
                 DELIMITED BY SIZE INTO frz-update
           ELSE
              STRING "YEAR-END CLOSE " close-year
                 DELIMITED BY SIZE INTO frz-update
           END-IF.
           CALL "FreezeChk" USING frz-caller, frz-update, frz-ok,
              frz-msg.
           IF frz-ok = "N"
              DISPLAY frz-msg
              DISPLAY "NOTHING CHANGED"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              STOP RUN
           END-IF.
           IF frz-msg NOT = SPACES
              DISPLAY frz-msg
           END-IF.
       1500-FORCE-OPEN.
           IF syr-open = "Y"
              DISPLAY "SEASON " close-year " IS NOT CLOSED - "
                 "NOTHING TO FORCE"
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN EXTEND yearclosefile
              MOVE SPACES TO yearcloseline
              STRING close-year " FORCED  " bus-date "-"
                 ye-timestamp(9:6)
                 " OPERATOR=" operator-id
                 DELIMITED BY SIZE INTO yearcloseline
              WRITE yearcloseline
              CLOSE yearclosefile
              MOVE "WARNING" TO alt-severity
              MOVE SPACES TO alt-message
              STRING "CLOSED SEASON " close-year
                 " FORCED OPEN FOR " bus-date
                 " BY " operator-id
                 DELIMITED BY SIZE INTO alt-message
              CALL "Alert" USING alt-prog, alt-severity, alt-message
              DISPLAY "SEASON " close-year " OPEN FOR RERUNS ON "
                 bus-date " ONLY"
           END-IF.
      * Short records carry the year in their first four columns;
      * long records carry it at the head of their answer key. Both
      * go to the archive as read, everything else to the
      * replacement master, under the lock Ledger writes under.
       2000-ARCHIVE-ANSWERS.
           MOVE SPACES TO archive-name.
           STRING "ANSWERMST.Y" close-year
              DELIMITED BY SIZE INTO archive-name.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "ANSWER MASTER LOCKED - NOTHING CLOSED"
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              STOP RUN
           END-IF.
           OPEN INPUT answermstfile.
           OPEN OUTPUT answernewfile.
           OPEN EXTEND archivefile.
           PERFORM UNTIL ye-eof > 0
              READ answermstfile
                 AT END
                    MOVE 1 TO ye-eof
                 NOT AT END
                    PERFORM 2100-SORT-ONE-RECORD
              END-READ
           END-PERFORM.
           CLOSE answermstfile.
           CLOSE answernewfile.
           CLOSE archivefile.
           CALL "CBL_RENAME_FILE" USING new-master-name,
              cur-master-name
              RETURNING ren-rc.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF ren-rc NOT = 0
              DISPLAY "ANSWER MASTER SWAP FAILED RC=" ren-rc
                 " - MASTER UNCHANGED, NEW COPY LEFT AS "
                 new-master-name
              DISPLAY "SEASON NOT CLOSED - CLEAR "
                 archive-name(1:20) " BEFORE RERUNNING"
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              STOP RUN
           END-IF.
           DISPLAY "ANSWERS ARCHIVED=" archived-count
              " TO " archive-name(1:20)
              " KEPT ON MASTER=" kept-count.
       2100-SORT-ONE-RECORD.
           MOVE SPACES TO match-key.
           IF answermstline(1:2) = "L "
              MOVE answermstline TO ansml-rec-fields
              IF ansml-key(1:4) = close-year
                 MOVE ansml-key TO match-key
              END-IF
           ELSE
              MOVE answermstline TO ansm-rec-fields
              IF ansm-year NUMERIC AND ansm-year = close-year
                 STRING ansm-year " " ansm-day " " ansm-part
                    DELIMITED BY SIZE INTO match-key
              END-IF
           END-IF.
           IF match-key = SPACES
              ADD 1 TO kept-count
              MOVE answermstline TO answernewline
              WRITE answernewline
           ELSE
              ADD 1 TO archived-count
              MOVE answermstline TO archiveline
              WRITE archiveline
              PERFORM 2200-NOTE-PUZZLE
           END-IF.
       2200-NOTE-PUZZLE.
           IF puz-count >= 200
              DISPLAY "TOO MANY PUZZLES FOR THE SUMMARY - "
                 match-key " ARCHIVED BUT NOT LISTED"
           ELSE
              ADD 1 TO puz-count
              MOVE match-key TO puz-key(puz-count)
              MOVE SPACES TO puz-answer(puz-count)
              IF answermstline(1:2) = "L "
                 MOVE ansml-answer TO puz-answer(puz-count)
              ELSE
                 MOVE ansm-answer TO puz-answer(puz-count)
              END-IF
              MOVE "NONE " TO puz-cert(puz-count)
              MOVE "N" TO puz-sub(puz-count)
           END-IF.
       2500-FIND-PUZZLE.
           MOVE 0 TO puz-found.
           PERFORM VARYING puz-idx FROM 1 BY 1
              UNTIL puz-idx > puz-count OR puz-found = 1
              IF puz-key(puz-idx) = match-key
                 MOVE 1 TO puz-found
                 SUBTRACT 1 FROM puz-idx
              END-IF
           END-PERFORM.
      * The latest Certify report and submission file are the ones
      * that count for the year; a puzzle with no verdict line shows
      * NONE.
       3000-GATHER-VERDICTS.
           MOVE 0 TO ye-eof.
           OPEN INPUT certreportfile.
           PERFORM UNTIL ye-eof > 0
              READ certreportfile
                 AT END
                    MOVE 1 TO ye-eof
                 NOT AT END
                    MOVE certreportline TO cert-fields
                    IF (crt-status = "PASS " OR crt-status = "FAIL "
                          OR crt-status = "NORUN")
                       AND crt-year NUMERIC AND crt-year = close-year
                       MOVE SPACES TO match-key
                       STRING crt-year " " crt-day " " crt-part
                          DELIMITED BY SIZE INTO match-key
                       PERFORM 2500-FIND-PUZZLE
                       IF puz-found = 1
                          MOVE crt-status TO puz-cert(puz-idx)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE certreportfile.
           MOVE 0 TO ye-eof.
           OPEN INPUT submitfile.
           PERFORM UNTIL ye-eof > 0
              READ submitfile
                 AT END
                    MOVE 1 TO ye-eof
                 NOT AT END
                    IF sub-lit = "SUB " AND sub-year = close-year
                       MOVE submitline(5:9) TO match-key
                       PERFORM 2500-FIND-PUZZLE
                       IF puz-found = 1
                          MOVE "Y" TO puz-sub(puz-idx)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE submitfile.
           PERFORM VARYING puz-idx FROM 1 BY 1
              UNTIL puz-idx > puz-count
              IF puz-cert(puz-idx) = "PASS "
                 ADD 1 TO cert-pass
              END-IF
              IF puz-cert(puz-idx) = "FAIL "
                 ADD 1 TO cert-fail
              END-IF
              IF puz-sub(puz-idx) = "Y"
                 ADD 1 TO submitted-count
              END-IF
           END-PERFORM.
      * Incidents and quarantine trips are counted by the year of
      * their own timestamps.
       3500-GATHER-INCIDENTS.
           MOVE 0 TO ye-eof.
           OPEN INPUT incidentfile.
           PERFORM UNTIL ye-eof > 0
              READ incidentfile
                 AT END
                    MOVE 1 TO ye-eof
                 NOT AT END
                    MOVE incidentline TO inc-rec-fields
                    IF inc-id NUMERIC
                       AND inc-date(1:4) = close-year
                       ADD 1 TO incident-count
                       IF inc-status = "OPEN  "
                          ADD 1 TO incident-open
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE incidentfile.
           MOVE 0 TO ye-eof.
           OPEN INPUT quarregfile.
           PERFORM UNTIL ye-eof > 0
              READ quarregfile
                 AT END
                    MOVE 1 TO ye-eof
                 NOT AT END
                    MOVE quarregline TO reg-fields
                    IF reg-ts(1:4) = close-year
                       AND reg-rejects NUMERIC AND reg-recs NUMERIC
                       ADD 1 TO trip-count
                       ADD reg-rejects TO trip-rejects
                       ADD reg-recs TO trip-recs
                       IF reg-status(1:4) = "HELD"
                          ADD 1 TO trip-held
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE quarregfile.
      * A new-year entry carries no program - the new season's
      * solvers have not been written yet - and is skipped when the
      * catalog already has the puzzle.
       4000-SEED-CATALOG.
           MOVE 0 TO ye-eof.
           MOVE 0 TO seed-count.
           OPEN INPUT catalogfile.
           PERFORM UNTIL ye-eof > 0
              READ catalogfile
                 AT END
                    MOVE 1 TO ye-eof
                 NOT AT END
                    IF cat-in-year NUMERIC AND cat-in-day NUMERIC
                       AND cat-count < 200
                       ADD 1 TO cat-count
                       MOVE cat-in-year TO cat-year(cat-count)
                       MOVE cat-in-day TO cat-day(cat-count)
                       MOVE cat-in-part TO cat-part(cat-count)
                       IF cat-in-year = close-year
                          AND seed-count < 200
                          ADD 1 TO seed-count
                          MOVE cat-in-day TO sd-day(seed-count)
                          MOVE cat-in-part TO sd-part(seed-count)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE catalogfile.
           OPEN EXTEND catalogfile.
           PERFORM VARYING sch-idx FROM 1 BY 1
              UNTIL sch-idx > seed-count
              MOVE 0 TO cat-hit
              PERFORM VARYING cat-idx FROM 1 BY 1
                 UNTIL cat-idx > cat-count
                 IF cat-year(cat-idx) = new-year
                    AND cat-day(cat-idx) = sd-day(sch-idx)
                    AND cat-part(cat-idx) = sd-part(sch-idx)
                    MOVE 1 TO cat-hit
                 END-IF
              END-PERFORM
              IF cat-hit = 0
                 MOVE SPACES TO catalogline
                 MOVE new-year TO cat-in-year
                 MOVE sd-day(sch-idx) TO cat-in-day
                 MOVE sd-part(sch-idx) TO cat-in-part
                 WRITE catalogline
                 ADD 1 TO cat-seeded
              END-IF
           END-PERFORM.
           CLOSE catalogfile.
      * Each closing-year date moves forward one year, the 29th of
      * February to the 28th, and the day file is planned again
      * under the same name.
       4500-SEED-SCHEDULE.
           MOVE 0 TO ye-eof.
           MOVE 0 TO seed-count.
           OPEN INPUT schedfile.
           PERFORM UNTIL ye-eof > 0
              READ schedfile
                 AT END
                    MOVE 1 TO ye-eof
                 NOT AT END
                    IF sch-date NUMERIC AND sch-count < 200
                       ADD 1 TO sch-count
                       MOVE sch-date TO sct-date(sch-count)
                       MOVE sch-file TO sct-file(sch-count)
                       IF sch-date(1:4) = close-year
                          AND seed-count < 200
                          ADD 1 TO seed-count
                          MOVE sch-date TO seed-date
                          MOVE new-year TO seed-date(1:4)
                          IF seed-date(5:4) = "0229"
                             MOVE "0228" TO seed-date(5:4)
                          END-IF
                          MOVE seed-date TO sd-date(seed-count)
                          MOVE sch-file TO sd-file(seed-count)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE schedfile.
           OPEN EXTEND schedfile.
           PERFORM VARYING cat-idx FROM 1 BY 1
              UNTIL cat-idx > seed-count
              MOVE 0 TO sch-hit
              PERFORM VARYING sch-idx FROM 1 BY 1
                 UNTIL sch-idx > sch-count
                 IF sct-date(sch-idx) = sd-date(cat-idx)
                    AND sct-file(sch-idx) = sd-file(cat-idx)
                    MOVE 1 TO sch-hit
                 END-IF
              END-PERFORM
              IF sch-hit = 0
                 MOVE SPACES TO schedline
                 MOVE sd-date(cat-idx) TO sch-date
                 MOVE sd-file(cat-idx) TO sch-file
                 MOVE "PLANNED" TO sch-status
                 WRITE schedline
                 ADD 1 TO sch-seeded
              END-IF
           END-PERFORM.
           CLOSE schedfile.
       5000-WRITE-SUMMARY.
           MOVE SPACES TO rw-name.
           STRING "YEAREND." close-year ".TXT"
              DELIMITED BY SIZE INTO rw-name.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           STRING "SEASON " close-year " CLOSED ON " bus-date
              " BY " operator-id
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 8000-WRITE-LINE.
           STRING "===== PUZZLES =====" DELIMITED BY SIZE
              INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING puz-idx FROM 1 BY 1
              UNTIL puz-idx > puz-count
              STRING puz-key(puz-idx)
                 " ANSWER=" puz-answer(puz-idx)
                 " CERTIFIED=" puz-cert(puz-idx)
                 " SUBMITTED=" puz-sub(puz-idx)
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-PERFORM.
           PERFORM 8000-WRITE-LINE.
           STRING "PUZZLES SOLVED=" puz-count
              " CERTIFIED PASS=" cert-pass
              " FAIL=" cert-fail
              " SUBMITTED=" submitted-count
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:100).
           PERFORM 8000-WRITE-LINE.
           STRING "INCIDENTS=" incident-count
              " STILL OPEN=" incident-open
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:100).
           PERFORM 8000-WRITE-LINE.
           STRING "QUARANTINE TRIPS=" trip-count
              " REJECTS=" trip-rejects
              " OF RECORDS=" trip-recs
              " STILL HELD=" trip-held
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:100).
           PERFORM 8000-WRITE-LINE.
           STRING "ANSWER RECORDS ARCHIVED=" archived-count
              " TO " archive-name
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           STRING "SEEDED FOR " new-year
              ": CATALOG ENTRIES=" cat-seeded
              " SCHEDULE DATES=" sch-seeded
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:100).
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
      * Every site line is carried across as written; the undated
      * SEASON-YEAR line is replaced, or added when the site file
      * did not carry one. A dated SEASON-YEAR line already in
      * effect would mask the new year and is dropped; one dated
      * after the business date is kept to take over on its day.
      * The change goes to the configuration audit trail.
       6000-ADVANCE-SEASON-YEAR.
           MOVE 0 TO ye-eof.
           OPEN INPUT configfile.
           OPEN OUTPUT confignewfile.
           PERFORM UNTIL ye-eof > 0
              READ configfile
                 AT END
                    MOVE 1 TO ye-eof
                 NOT AT END
                    PERFORM 6100-CARRY-CONFIG-LINE
              END-READ
           END-PERFORM.
           IF cfg-year-seen = "N"
              MOVE SPACES TO confignewline
              STRING "SEASON-YEAR=" new-year
                 DELIMITED BY SIZE INTO confignewline
              WRITE confignewline
           END-IF.
           CLOSE configfile.
           CLOSE confignewfile.
           CALL "CBL_RENAME_FILE" USING new-config-name,
              cur-config-name
              RETURNING ren-rc.
           IF ren-rc = 0
              DISPLAY "SEASON-YEAR ADVANCED TO " new-year
              IF cfg-year-seen = "N"
                 MOVE "ADDED" TO aud-event
              ELSE
                 MOVE "CHANGED" TO aud-event
              END-IF
              MOVE new-year TO aud-new
              CALL "CfgAudit" USING aud-event, aud-key, aud-eff,
                 cfg-old-value, aud-new, operator-id
           ELSE
              DISPLAY "SITE CONFIG SWAP FAILED RC=" ren-rc
                 " - SET SEASON-YEAR=" new-year " BY HAND"
              MOVE 4 TO RETURN-CODE
           END-IF.
       6100-CARRY-CONFIG-LINE.
           MOVE SPACES TO cfg-field-in.
           MOVE SPACES TO cfg-key-in.
           MOVE SPACES TO cfg-eff-in.
           UNSTRING configline DELIMITED BY "="
              INTO cfg-field-in.
           UNSTRING cfg-field-in DELIMITED BY "@"
              INTO cfg-key-in, cfg-eff-in.
           MOVE configline TO confignewline.
           EVALUATE TRUE
              WHEN configline(1:1) = "*"
                 OR cfg-key-in NOT = "SEASON-YEAR"
                 WRITE confignewline
              WHEN cfg-eff-in = SPACES
                 MOVE configline(13:) TO cfg-old-value
                 MOVE SPACES TO confignewline
                 STRING "SEASON-YEAR=" new-year
                    DELIMITED BY SIZE INTO confignewline
                 MOVE "Y" TO cfg-year-seen
                 WRITE confignewline
              WHEN cfg-eff-in > bus-date
                 WRITE confignewline
              WHEN OTHER
                 DISPLAY "SUPERSEDED SITE LINE DROPPED: " configline
           END-EVALUATE.
       7000-RECORD-CLOSE.
           OPEN EXTEND yearclosefile.
           MOVE SPACES TO yearcloseline.
           STRING close-year " CLOSED  " bus-date "-"
              ye-timestamp(9:6)
              " OPERATOR=" operator-id
              DELIMITED BY SIZE INTO yearcloseline.
           WRITE yearcloseline.
           CLOSE yearclosefile.
           DISPLAY "SEASON " close-year " CLOSED".
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE archived-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
      * Signing off clears the session record SignOn wrote, so
      * later batch-launched completions are not attributed to
      * this operator. The call would otherwise hand back SignOn's
      * return code in place of the run's.
       9900-SIGN-OFF.
           MOVE RETURN-CODE TO signoff-rc.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
           MOVE signoff-rc TO RETURN-CODE.
       END PROGRAM YearEnd.
