       IDENTIFICATION DIVISION.
       PROGRAM-ID. Replay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT catalogfile
           ASSIGN TO "PUZZLECAT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ledgerfile
           ASSIGN TO DYNAMIC ledger-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL gencatfile
           ASSIGN TO DYNAMIC gencat-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL livegencatfile
           ASSIGN TO "GENCAT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL cmpfile
           ASSIGN TO DYNAMIC cmp-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL configfile
           ASSIGN TO "SITECFG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT scratchfile
           ASSIGN TO DYNAMIC scratch-name
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD ledgerfile.
       01 ledgerline PIC X(300).
       FD gencatfile.
       01 gencatline.
          05 gen-stem PIC X(20).
          05 FILLER PIC X(1).
          05 gen-date PIC X(8).
          05 FILLER PIC X(1).
          05 gen-file PIC X(40).
          05 FILLER PIC X(20).
       FD livegencatfile.
       01 livegencatline.
          05 live-stem PIC X(20).
          05 FILLER PIC X(1).
          05 live-date PIC X(8).
          05 FILLER PIC X(1).
          05 live-file PIC X(40).
          05 FILLER PIC X(20).
       FD cmpfile.
       01 cmpline PIC X(100).
       FD configfile.
       01 configline PIC X(60).
       FD scratchfile.
       01 scratchline PIC X(60).
       WORKING-STORAGE SECTION.
       COPY LDGRREC.
      * Proves tonight's build still gets last month's answers from
      * last month's data. For every business date in the range and
      * every cataloged puzzle program, an archived input
      * <input>.P<yyyymmdd> left by ArchInput is copied into a
      * scratch directory of its own and the owning solver is rerun
      * there against it, with the date as its business date and
      * the puzzle's year as its season. Everything the solver
      * writes - ledger, audit, job status, generations - lands in
      * the scratch directory, never in the live files. Its answers
      * are then held against the live ANSWERS.LOG entries of that
      * business date, and any report generation it cataloged is
      * held against the live generation of the same stem and date
      * by RptCompare, run in the scratch directory so its own
      * bookkeeping stays there too. The scratch directories are
      * left behind under REPLAY.<timestamp> for whoever has to
      * look into a failure. Outside PROD the scratch area sits in
      * the environment's own directory like every other file; the
      * directories are made, and the steps run, under that path,
      * and each step is told to keep its files in the scratch
      * directory it is run from.
       01 cmdline PIC X(40).
       01 from-in PIC X(8) VALUE SPACES.
       01 to-in PIC X(8) VALUE SPACES.
       01 from-date PIC 9(8).
       01 to-date PIC 9(8).
       01 from-int PIC 9(8).
       01 to-int PIC 9(8).
       01 day-int PIC 9(8).
       01 rpl-date PIC 9(8).
       01 rpl-date-x REDEFINES rpl-date PIC X(8).
       01 rpl-eof PIC 9 VALUE 0.
       01 cat-count PIC 9(3) VALUE 0.
       01 cat-idx PIC 9(3).
       01 cat-jdx PIC 9(3).
       01 cat-seen PIC X.
       01 puzzle-catalog.
          05 cat-entry OCCURS 100 TIMES.
             10 cat-year PIC 9(4).
             10 cat-day PIC 9(2).
             10 cat-part PIC X(1).
             10 cat-prog PIC X(12).
             10 cat-dir PIC X(17).
       01 input-name PIC X(20).
       01 archive-name PIC X(40).
       01 roster-name PIC X(20) VALUE "ELFROSTER.TXT".
       01 scratch-base PIC X(30).
       01 area-prefix PIC X(6) VALUE SPACES.
       01 area-dir PIC X(50).
       01 climb-path PIC X(9) VALUE "../../".
       01 scratch-dir PIC X(40).
       01 scratch-name PIC X(80).
       01 ledger-name PIC X(80).
       01 gencat-name PIC X(80).
       01 cmp-name PIC X(80).
       01 rpl-timestamp PIC X(26).
       01 rpl-seq PIC 9(3) VALUE 0.
       01 file-details PIC X(64).
       01 exist-rc PIC 9(4) COMP-5.
       01 dir-rc PIC 9(4) COMP-5.
       01 copy-rc PIC 9(4) COMP-5.
       01 cfg-key-in PIC X(20).
       01 sys-cmd PIC X(200).
       01 solver-rc PIC 9(4).
       01 want-key PIC X(12).
       01 want-date PIC X(8).
       01 found-answer PIC X(40).
       01 replay-answer PIC X(40).
       01 ledger-answer PIC X(40).
       01 verdict PIC X(5).
       01 live-gen-file PIC X(40).
       01 cmp-summary PIC X(100).
       01 cmp-hits PIC 9(4).
       01 replay-count PIC 9(6) VALUE 0.
       01 check-count PIC 9(6) VALUE 0.
       01 pass-count PIC 9(6) VALUE 0.
       01 fail-count PIC 9(6) VALUE 0.
       01 noref-count PIC 9(6) VALUE 0.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "REPLAY.TXT".
       01 rw-title PIC X(40) VALUE "ARCHIVED INPUT REPLAY".
       01 rw-prog PIC X(20) VALUE "REPLAY".
       01 rw-line PIC X(240) VALUE SPACES.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO from-in, to-in.
           IF to-in = SPACES
              MOVE from-in TO to-in
           END-IF.
           IF from-in NOT NUMERIC OR to-in NOT NUMERIC
              OR to-in < from-in
              DISPLAY "USAGE: REPLAY <FROM-DATE> [<TO-DATE>]"
              DISPLAY "DATES ARE BUSINESS DATES YYYYMMDD"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE from-in TO from-date.
           MOVE to-in TO to-date.
           COMPUTE from-int = FUNCTION INTEGER-OF-DATE(from-date).
           COMPUTE to-int = FUNCTION INTEGER-OF-DATE(to-date).
           IF from-int = 0 OR to-int = 0
              DISPLAY "NOT A CALENDAR DATE: " from-in " " to-in
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1000-LOAD-CATALOG.
           MOVE FUNCTION CURRENT-DATE TO rpl-timestamp.
           MOVE SPACES TO scratch-base.
           STRING "REPLAY." rpl-timestamp(1:14)
              DELIMITED BY SIZE INTO scratch-base.
           IF run-env NOT = "PROD"
              STRING run-env DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE INTO area-prefix
              MOVE "../../../" TO climb-path
           END-IF.
           MOVE SPACES TO area-dir.
           STRING area-prefix DELIMITED BY SPACE
              scratch-base DELIMITED BY SPACE INTO area-dir.
           CALL "CBL_CREATE_DIR" USING area-dir
              RETURNING dir-rc.
           IF dir-rc NOT = 0
              DISPLAY "SCRATCH DIRECTORY " area-dir
                 " NOT CREATED RC=" dir-rc
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           STRING "BUSINESS DATES " from-in " THRU " to-in
              " SCRATCH AREA " scratch-base
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 2000-REPLAY-ONE-DATE
              VARYING day-int FROM from-int BY 1
              UNTIL day-int > to-int.
           PERFORM 8000-WRITE-LINE.
           STRING "REPLAYS=" replay-count
              " CHECKS=" check-count
              " PASS=" pass-count
              " FAIL=" fail-count
              " NO-REFERENCE=" noref-count
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:100).
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           EVALUATE TRUE
              WHEN fail-count > 0
                 MOVE 8 TO RETURN-CODE
              WHEN replay-count = 0 OR noref-count > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       1000-LOAD-CATALOG.
           OPEN INPUT catalogfile.
           PERFORM UNTIL rpl-eof > 0
              READ catalogfile
                 AT END
                    MOVE 1 TO rpl-eof
                 NOT AT END
                    IF cat-in-year NUMERIC AND cat-in-day NUMERIC
                       AND cat-in-prog NOT = SPACES
                       IF cat-count >= 100
                          DISPLAY "TOO MANY CATALOG ENTRIES - "
                             "TABLE FULL"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO cat-count
                       MOVE cat-in-year TO cat-year(cat-count)
                       MOVE cat-in-day TO cat-day(cat-count)
                       MOVE cat-in-part TO cat-part(cat-count)
                       MOVE cat-in-prog TO cat-prog(cat-count)
                       MOVE cat-in-dir TO cat-dir(cat-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE catalogfile.
           MOVE 0 TO rpl-eof.
           IF cat-count = 0
              DISPLAY "NO PUZZLE PROGRAMS FOUND IN PUZZLECAT.TXT"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      * A program answering both parts of a day is cataloged once
      * per part but replayed once per date.
       2000-REPLAY-ONE-DATE.
           COMPUTE rpl-date = FUNCTION DATE-OF-INTEGER(day-int).
           PERFORM VARYING cat-idx FROM 1 BY 1
              UNTIL cat-idx > cat-count
              MOVE "N" TO cat-seen
              PERFORM VARYING cat-jdx FROM 1 BY 1
                 UNTIL cat-jdx >= cat-idx
                 IF cat-year(cat-jdx) = cat-year(cat-idx)
                    AND cat-day(cat-jdx) = cat-day(cat-idx)
                    AND cat-prog(cat-jdx) = cat-prog(cat-idx)
                    MOVE "Y" TO cat-seen
                 END-IF
              END-PERFORM
              IF cat-seen = "N"
                 PERFORM 2100-FIND-ARCHIVE
              END-IF
           END-PERFORM.
      * The solvers read the season's day input under its standard
      * name, aoc<yy><dd>_in.txt; ArchInput retires it with the
      * business date appended.
       2100-FIND-ARCHIVE.
           MOVE SPACES TO input-name.
           STRING "aoc" cat-year(cat-idx)(3:2) cat-day(cat-idx)
              "_in.txt" DELIMITED BY SIZE INTO input-name.
           MOVE SPACES TO archive-name.
           STRING input-name DELIMITED BY SPACE
              ".P" rpl-date-x DELIMITED BY SIZE INTO archive-name.
           CALL "CBL_CHECK_FILE_EXIST" USING archive-name,
              file-details
              RETURNING exist-rc.
           IF exist-rc = 0
              PERFORM 3000-REPLAY-PROGRAM
           END-IF.
       3000-REPLAY-PROGRAM.
           ADD 1 TO replay-count.
           ADD 1 TO rpl-seq.
           MOVE SPACES TO scratch-dir.
           STRING scratch-base DELIMITED BY SPACE
              "/" rpl-seq DELIMITED BY SIZE INTO scratch-dir.
           MOVE SPACES TO area-dir.
           STRING area-prefix DELIMITED BY SPACE
              scratch-dir DELIMITED BY SPACE INTO area-dir.
           CALL "CBL_CREATE_DIR" USING area-dir
              RETURNING dir-rc.
           PERFORM 8000-WRITE-LINE.
           STRING "DATE=" rpl-date-x
              " INPUT=" archive-name
              " PROGRAM=" cat-prog(cat-idx)
              " SCRATCH=" scratch-dir
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 3100-PREPARE-SCRATCH.
           MOVE SPACES TO sys-cmd.
           STRING "cd " DELIMITED BY SIZE
              area-prefix DELIMITED BY SPACE
              scratch-dir DELIMITED BY SPACE
              " && COB_FILE_PATH=. " DELIMITED BY SIZE
              climb-path DELIMITED BY SPACE
              cat-dir(cat-idx) DELIMITED BY SPACE
              cat-prog(cat-idx) DELIMITED BY SPACE
              " > REPLAY.OUT 2>&1" DELIMITED BY SIZE
              INTO sys-cmd.
           DISPLAY "REPLAYING " cat-prog(cat-idx) " FOR " rpl-date-x.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING sys-cmd.
           COMPUTE solver-rc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           STRING "  SOLVER RC=" solver-rc
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING cat-jdx FROM cat-idx BY 1
              UNTIL cat-jdx > cat-count
              IF cat-year(cat-jdx) = cat-year(cat-idx)
                 AND cat-day(cat-jdx) = cat-day(cat-idx)
                 AND cat-prog(cat-jdx) = cat-prog(cat-idx)
                 PERFORM 4000-CHECK-ANSWER
              END-IF
           END-PERFORM.
           PERFORM 5000-CHECK-GENERATIONS.
      * The scratch directory gets the archived input under its
      * working name, the roster the detail files look names up
      * in, the replayed business date, and the site configuration
      * with the puzzle's own year in place of every SEASON-YEAR
      * line, dated or not - a dated line would otherwise win over
      * the undated one under Config's effective-date rule.
       3100-PREPARE-SCRATCH.
           MOVE SPACES TO scratch-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/" input-name DELIMITED BY SIZE INTO scratch-name.
           CALL "CBL_COPY_FILE" USING archive-name, scratch-name
              RETURNING copy-rc.
           MOVE SPACES TO scratch-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/ELFROSTER.TXT" DELIMITED BY SIZE INTO scratch-name.
           CALL "CBL_COPY_FILE" USING roster-name, scratch-name
              RETURNING copy-rc.
           MOVE SPACES TO scratch-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/BUSDATE.TXT" DELIMITED BY SIZE INTO scratch-name.
           OPEN OUTPUT scratchfile.
           MOVE rpl-date-x TO scratchline.
           WRITE scratchline.
           CLOSE scratchfile.
           MOVE SPACES TO scratch-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/SITECFG.TXT" DELIMITED BY SIZE INTO scratch-name.
           OPEN OUTPUT scratchfile.
           MOVE SPACES TO scratchline.
           STRING "SEASON-YEAR=" cat-year(cat-idx)
              DELIMITED BY SIZE INTO scratchline.
           WRITE scratchline.
           OPEN INPUT configfile.
           PERFORM UNTIL rpl-eof > 0
              READ configfile
                 AT END
                    MOVE 1 TO rpl-eof
                 NOT AT END
                    MOVE SPACES TO cfg-key-in
                    UNSTRING configline DELIMITED BY "@" OR "="
                       INTO cfg-key-in
                    IF cfg-key-in NOT = "SEASON-YEAR"
                       MOVE configline TO scratchline
                       WRITE scratchline
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE configfile.
           CLOSE scratchfile.
           MOVE 0 TO rpl-eof.
       4000-CHECK-ANSWER.
           ADD 1 TO check-count.
           MOVE SPACES TO want-key.
           STRING cat-year(cat-jdx) " " cat-day(cat-jdx) " "
              cat-part(cat-jdx) DELIMITED BY SIZE INTO want-key.
           MOVE SPACES TO ledger-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/ANSWERS.LOG" DELIMITED BY SIZE INTO ledger-name.
           MOVE SPACES TO want-date.
           PERFORM 4100-FIND-LEDGER-ANSWER.
           MOVE found-answer TO replay-answer.
           MOVE "ANSWERS.LOG" TO ledger-name.
           MOVE rpl-date-x TO want-date.
           PERFORM 4100-FIND-LEDGER-ANSWER.
           MOVE found-answer TO ledger-answer.
           EVALUATE TRUE
              WHEN ledger-answer = SPACES
                 MOVE "NOREF" TO verdict
                 ADD 1 TO noref-count
              WHEN replay-answer = ledger-answer
                 MOVE "PASS" TO verdict
                 ADD 1 TO pass-count
              WHEN OTHER
                 MOVE "FAIL" TO verdict
                 ADD 1 TO fail-count
           END-EVALUATE.
           STRING "  " verdict " ANSWER " want-key
              " REPLAY=" replay-answer(1:20)
              " LEDGER=" ledger-answer(1:20)
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
      * Last entry for the key wins; a want-date of spaces takes any
      * date (the scratch ledger only holds the replay's own run).
       4100-FIND-LEDGER-ANSWER.
           MOVE SPACES TO found-answer.
           OPEN INPUT ledgerfile.
           PERFORM UNTIL rpl-eof > 0
              READ ledgerfile
                 AT END
                    MOVE 1 TO rpl-eof
                 NOT AT END
                    MOVE ledgerline TO ledger-rec-fields
                    IF want-date = SPACES OR ldgr-date = want-date
                       EVALUATE TRUE
                          WHEN ledgerline(17:4) = "KEY="
                             IF ledgerline(21:12) = want-key
                                MOVE ledgerline(42:40) TO found-answer
                             END-IF
                          WHEN ldgr-year NUMERIC
                             AND ldgr-year = cat-year(cat-jdx)
                             AND ldgr-day NUMERIC
                             AND ldgr-day = cat-day(cat-jdx)
                             AND ldgr-part = cat-part(cat-jdx)
                             MOVE ledgerline(48:15) TO found-answer
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ledgerfile.
           MOVE 0 TO rpl-eof.
      * Every generation the replay cataloged in its scratch GENCAT
      * is compared with the live generation of the same stem and
      * business date, if GenPurge has not already retired it.
       5000-CHECK-GENERATIONS.
           MOVE SPACES TO gencat-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/GENCAT.TXT" DELIMITED BY SIZE INTO gencat-name.
           OPEN INPUT gencatfile.
           PERFORM UNTIL rpl-eof > 0
              READ gencatfile
                 AT END
                    MOVE 1 TO rpl-eof
                 NOT AT END
                    IF gen-stem NOT = SPACES
                       PERFORM 5100-COMPARE-GENERATION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE gencatfile.
           MOVE 0 TO rpl-eof.
       5100-COMPARE-GENERATION.
           ADD 1 TO check-count.
           MOVE SPACES TO live-gen-file.
           OPEN INPUT livegencatfile.
           PERFORM UNTIL rpl-eof > 0
              READ livegencatfile
                 AT END
                    MOVE 1 TO rpl-eof
                 NOT AT END
                    IF live-stem = gen-stem AND live-date = rpl-date-x
                       MOVE live-file TO live-gen-file
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE livegencatfile.
           MOVE 0 TO rpl-eof.
           IF live-gen-file NOT = SPACES
              CALL "CBL_CHECK_FILE_EXIST" USING live-gen-file,
                 file-details
                 RETURNING exist-rc
              IF exist-rc NOT = 0
                 MOVE SPACES TO live-gen-file
              END-IF
           END-IF.
           IF live-gen-file = SPACES
              ADD 1 TO noref-count
              STRING "  NOREF REPORT " gen-stem
                 " NO LIVE GENERATION FOR " rpl-date-x
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           ELSE
              PERFORM 5200-RUN-RPTCOMPARE
           END-IF.
      * The live generation is compared from a copy beside the
      * replayed one, so neither name needs a path in the compare.
       5200-RUN-RPTCOMPARE.
           MOVE SPACES TO scratch-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/LIVEGEN.TXT" DELIMITED BY SIZE INTO scratch-name.
           CALL "CBL_COPY_FILE" USING live-gen-file, scratch-name
              RETURNING copy-rc.
           MOVE SPACES TO sys-cmd.
           STRING "cd " DELIMITED BY SIZE
              area-prefix DELIMITED BY SPACE
              scratch-dir DELIMITED BY SPACE
              " && COB_FILE_PATH=. " DELIMITED BY SIZE
              climb-path DELIMITED BY SPACE
              "rptcompare LIVEGEN.TXT " DELIMITED BY SIZE
              gen-file DELIMITED BY SPACE
              " >> REPLAY.OUT 2>&1" DELIMITED BY SIZE
              INTO sys-cmd.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING sys-cmd.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO cmp-name.
           STRING scratch-dir DELIMITED BY SPACE
              "/RPTCMP.TXT" DELIMITED BY SIZE INTO cmp-name.
           MOVE SPACES TO cmp-summary.
           OPEN INPUT cmpfile.
           PERFORM UNTIL rpl-eof > 0
              READ cmpfile
                 AT END
                    MOVE 1 TO rpl-eof
                 NOT AT END
                    IF cmpline(1:4) = "OLD="
                       MOVE cmpline TO cmp-summary
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE cmpfile.
           MOVE 0 TO rpl-eof.
           MOVE 0 TO cmp-hits.
           INSPECT cmp-summary TALLYING cmp-hits FOR ALL
              " ADDED=0000 DROPPED=0000 CHANGED=0000".
           EVALUATE TRUE
              WHEN cmp-summary = SPACES
                 MOVE "FAIL" TO verdict
                 ADD 1 TO fail-count
                 MOVE "RPTCOMPARE PRODUCED NO SUMMARY" TO cmp-summary
              WHEN cmp-hits > 0
                 MOVE "PASS" TO verdict
                 ADD 1 TO pass-count
              WHEN OTHER
                 MOVE "FAIL" TO verdict
                 ADD 1 TO fail-count
           END-EVALUATE.
           STRING "  " verdict " REPORT " gen-stem
              " LIVE=" live-gen-file
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           STRING "        " cmp-summary
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       END PROGRAM Replay.
