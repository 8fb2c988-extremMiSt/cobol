       IDENTIFICATION DIVISION.
       PROGRAM-ID. PackRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL inputfile
           ASSIGN TO "aoc2203_in.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL dupfile
           ASSIGN TO "AOC2203_1_DUP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL packhistfile
           ASSIGN TO "PACKHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL packhistnewfile
           ASSIGN TO "PACKHIST.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT sortfile
           ASSIGN TO "PACKHIST.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD inputfile.
       01 inputline PIC X(80).
      * Duplicate lines as AOC2203_1 writes them: "LINE nnnnnnnnnn
      * ITEM c name CAT=cat ..." - the rucksack line is the elf
      * number.
       FD dupfile.
       01 dupline.
          05 dup-line-lit PIC X(5).
          05 dup-line PIC 9(10).
          05 dup-item-lit PIC X(6).
          05 dup-char PIC X(1).
          05 FILLER PIC X(1).
          05 dup-name PIC X(20).
          05 dup-cat-lit PIC X(5).
          05 dup-cat PIC X(12).
          05 FILLER PIC X(60).
       FD packhistfile.
       01 packhistline.
          05 phs-year PIC 9(4).
          05 FILLER PIC X(1).
          05 phs-team PIC X(10).
          05 FILLER PIC X(1).
          05 phs-rucksacks PIC 9(7).
          05 FILLER PIC X(1).
          05 phs-clean PIC 9(7).
       FD packhistnewfile.
       01 packhistnewline.
          05 phn-year PIC 9(4).
          05 FILLER PIC X(1).
          05 phn-team PIC X(10).
          05 FILLER PIC X(1).
          05 phn-rucksacks PIC 9(7).
          05 FILLER PIC X(1).
          05 phn-clean PIC 9(7).
       SD sortfile.
       01 sortrecord.
          05 srt-year PIC 9(4).
          05 srt-team PIC X(10).
          05 srt-rucksacks PIC 9(7).
          05 srt-clean PIC 9(7).
       WORKING-STORAGE SECTION.
      * Packing compliance off the AOC2203_1 duplicate file: the
      * duplicates rolled up by item category from the item master
      * and by roster team, the rucksack line being the elf number
      * and teams taken as they stood on the business date. Shows
      * the most frequently misplaced items, then every team worst
      * first by its compliance rate - the percentage of its
      * rucksacks in the puzzle input with no duplicate at all -
      * against the same team's rate the season before. Each
      * season's team counts are kept in PACKHIST.TXT, one
      * "yyyy team rucksacks clean" record per season and team; a
      * run replaces the open season's records, the way CalLoad
      * keeps CALHIST.TXT, and a closed season is reported but not
      * rewritten.
       01 pk-eof PIC 9 VALUE 0.
       01 bus-date PIC X(8).
       01 season-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 prior-year PIC 9(4).
       01 line-no PIC 9(10) VALUE 0.
       01 prev-dup-line PIC 9(10) VALUE 0.
       01 bad-dup-count PIC 9(7) VALUE 0.
       01 elf-no PIC 9(7).
       01 elf-name PIC X(20).
       01 elf-team PIC X(10).
       01 ros-found PIC X.
       01 team-count PIC 9(3) VALUE 0.
       01 team-table.
          05 team-entry OCCURS 200 TIMES.
             10 tm-team PIC X(10).
             10 tm-rucksacks PIC 9(7).
             10 tm-dup-rucksacks PIC 9(7).
             10 tm-dup-items PIC 9(7).
             10 tm-prior-rucksacks PIC 9(7).
             10 tm-prior-clean PIC 9(7).
             10 tm-rate PIC 9(3)V9.
             10 tm-prior-rate PIC 9(3)V9.
             10 tm-order-key PIC 9(4)V9.
       01 hold-team PIC X(58).
       01 trp-idx PIC 9(3).
       01 trp-jdx PIC 9(3).
       01 trp-slot PIC 9(3).
       01 trp-found PIC 9.
      * Items are counted by character ordinal, as ItemName keys
      * them; the misplaced list is then gathered and sorted.
       01 item-table.
          05 item-entry OCCURS 128 TIMES.
             10 it-count PIC 9(7).
             10 it-name PIC X(20).
             10 it-cat PIC X(12).
       01 chr-ord PIC 9(3).
       01 itm-char PIC X(1).
       01 itm-found PIC X.
       01 top-limit PIC 9(3) VALUE 10.
       01 top-count PIC 9(3) VALUE 0.
       01 top-table.
          05 top-entry OCCURS 128 TIMES.
             10 top-count-val PIC 9(7).
             10 top-char PIC X(1).
             10 top-name PIC X(20).
             10 top-cat PIC X(12).
       01 hold-top PIC X(40).
       01 cat-count PIC 9(3) VALUE 0.
       01 cat-table.
          05 cat-entry OCCURS 50 TIMES.
             10 ct-cat PIC X(12).
             10 ct-dup-items PIC 9(7).
       01 cat-idx PIC 9(3).
       01 cat-found PIC 9.
       01 share-pct PIC 9(3)V9.
       01 share-disp PIC ZZ9.9.
       01 rate-disp PIC ZZ9.9.
       01 prior-disp PIC X(6).
       01 change-pts PIC S9(3)V9.
       01 change-disp PIC -(3)9.9.
       01 trend-note PIC X(20).
       01 total-rucksacks PIC 9(7) VALUE 0.
       01 total-dup-rucksacks PIC 9(7) VALUE 0.
       01 total-dup-items PIC 9(7) VALUE 0.
       01 total-clean PIC 9(7).
       01 total-rate PIC 9(3)V9.
       01 prior-found PIC 9(3) VALUE 0.
       01 kept-count PIC 9(8) VALUE 0.
       01 replaced-count PIC 9(8) VALUE 0.
       01 new-master-name PIC X(20) VALUE "PACKHIST.NEW".
       01 cur-master-name PIC X(20) VALUE "PACKHIST.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "PACKRPT.TXT".
       01 rw-title PIC X(40) VALUE "PACKING COMPLIANCE".
       01 rw-prog PIC X(20) VALUE "PACKRPT".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "PACKRPT".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           CALL "SeasonYr" USING season-year, syr-open.
           COMPUTE prior-year = season-year - 1.
           PERFORM 1000-COUNT-RUCKSACKS.
           IF total-rucksacks = 0
              DISPLAY "NO RUCKSACKS FOUND IN aoc2203_in.txt"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 2000-ROLL-UP-DUPLICATES.
           PERFORM 2500-ROLL-UP-CATEGORIES.
           PERFORM 3000-LOAD-PRIOR-SEASON.
           PERFORM 3500-RANK-TEAMS.
           PERFORM 3600-RANK-ITEMS.
           PERFORM 4000-PRINT-REPORT.
           IF syr-open = "N"
              DISPLAY "SEASON " season-year " IS CLOSED - "
                 "PACKHIST.TXT NOT UPDATED"
           ELSE
              PERFORM 5000-UPDATE-HISTORY
           END-IF.
           IF bad-dup-count > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * Every rucksack line is one elf's; the interchange header and
      * trailer are not rucksacks.
       1000-COUNT-RUCKSACKS.
           OPEN INPUT inputfile.
           PERFORM UNTIL pk-eof > 0
              READ inputfile
                 AT END
                    MOVE 1 TO pk-eof
                 NOT AT END
                    IF inputline(1:4) NOT = "HDR "
                       AND inputline(1:4) NOT = "TRL "
                       ADD 1 TO line-no
                       ADD 1 TO total-rucksacks
                       MOVE line-no TO elf-no
                       PERFORM 1100-FIND-TEAM
                       ADD 1 TO tm-rucksacks(trp-idx)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE inputfile.
      * Elves without a roster entry roll up under UNKNOWN, as on
      * the team standings.
       1100-FIND-TEAM.
           CALL "RosterTeam" USING elf-no, bus-date, elf-name,
              elf-team, ros-found.
           IF elf-team = SPACES
              MOVE "UNKNOWN" TO elf-team
           END-IF.
           PERFORM 1200-TEAM-SLOT.
       1200-TEAM-SLOT.
           MOVE 0 TO trp-found.
           PERFORM VARYING trp-idx FROM 1 BY 1
              UNTIL trp-idx > team-count OR trp-found = 1
              IF tm-team(trp-idx) = elf-team
                 MOVE 1 TO trp-found
                 SUBTRACT 1 FROM trp-idx
              END-IF
           END-PERFORM.
           IF trp-found = 0
              IF team-count >= 200
                 DISPLAY "TOO MANY TEAMS - TABLE FULL"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 STOP RUN
              END-IF
              ADD 1 TO team-count
              MOVE team-count TO trp-idx
              MOVE elf-team TO tm-team(trp-idx)
              MOVE 0 TO tm-rucksacks(trp-idx)
              MOVE 0 TO tm-dup-rucksacks(trp-idx)
              MOVE 0 TO tm-dup-items(trp-idx)
              MOVE 0 TO tm-prior-rucksacks(trp-idx)
              MOVE 0 TO tm-prior-clean(trp-idx)
           END-IF.
      * The duplicate file is in line order, so a rucksack counts
      * once against its team however many items it duplicates.
       2000-ROLL-UP-DUPLICATES.
           PERFORM VARYING chr-ord FROM 1 BY 1 UNTIL chr-ord > 128
              MOVE 0 TO it-count(chr-ord)
              MOVE SPACES TO it-name(chr-ord)
              MOVE SPACES TO it-cat(chr-ord)
           END-PERFORM.
           MOVE 0 TO pk-eof.
           OPEN INPUT dupfile.
           PERFORM UNTIL pk-eof > 0
              READ dupfile
                 AT END
                    MOVE 1 TO pk-eof
                 NOT AT END
                    IF dup-line-lit = "LINE " AND dup-line NUMERIC
                       AND dup-line > 0
                       AND dup-line <= total-rucksacks
                       PERFORM 2100-TAKE-DUPLICATE
                    ELSE
                       ADD 1 TO bad-dup-count
                       DISPLAY "BAD DUPLICATE LINE IGNORED: "
                          dupline(1:60)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE dupfile.
       2100-TAKE-DUPLICATE.
           MOVE dup-line TO elf-no.
           PERFORM 1100-FIND-TEAM.
           ADD 1 TO tm-dup-items(trp-idx).
           ADD 1 TO total-dup-items.
           IF dup-line NOT = prev-dup-line
              MOVE dup-line TO prev-dup-line
              ADD 1 TO tm-dup-rucksacks(trp-idx)
              ADD 1 TO total-dup-rucksacks
           END-IF.
           COMPUTE chr-ord = FUNCTION ORD(dup-char).
           IF chr-ord >= 1 AND chr-ord <= 128
              IF it-count(chr-ord) = 0
                 MOVE dup-name TO it-name(chr-ord)
                 MOVE dup-cat TO it-cat(chr-ord)
              END-IF
              ADD 1 TO it-count(chr-ord)
           END-IF.
      * An item the master lacked when the solver ran is looked up
      * again, in case it has been filed since; one still missing
      * goes down as UNKNOWN.
       2500-ROLL-UP-CATEGORIES.
           PERFORM VARYING chr-ord FROM 1 BY 1 UNTIL chr-ord > 128
              IF it-count(chr-ord) > 0
                 IF it-cat(chr-ord) = "UNKNOWN"
                    OR it-cat(chr-ord) = SPACES
                    MOVE FUNCTION CHAR(chr-ord) TO itm-char
                    CALL "ItemName" USING itm-char, it-name(chr-ord),
                       it-cat(chr-ord), itm-found
                 END-IF
                 PERFORM 2600-CREDIT-CATEGORY
              END-IF
           END-PERFORM.
       2600-CREDIT-CATEGORY.
           MOVE 0 TO cat-found.
           PERFORM VARYING cat-idx FROM 1 BY 1
              UNTIL cat-idx > cat-count OR cat-found = 1
              IF ct-cat(cat-idx) = it-cat(chr-ord)
                 MOVE 1 TO cat-found
                 SUBTRACT 1 FROM cat-idx
              END-IF
           END-PERFORM.
           IF cat-found = 0
              IF cat-count >= 50
                 DISPLAY "TOO MANY CATEGORIES - TABLE FULL"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 STOP RUN
              END-IF
              ADD 1 TO cat-count
              MOVE cat-count TO cat-idx
              MOVE it-cat(chr-ord) TO ct-cat(cat-idx)
              MOVE 0 TO ct-dup-items(cat-idx)
           END-IF.
           ADD it-count(chr-ord) TO ct-dup-items(cat-idx).
      * A team on file last season but with no rucksacks this one
      * is still listed, so a team that disappeared is seen.
       3000-LOAD-PRIOR-SEASON.
           MOVE 0 TO pk-eof.
           OPEN INPUT packhistfile.
           PERFORM UNTIL pk-eof > 0
              READ packhistfile
                 AT END
                    MOVE 1 TO pk-eof
                 NOT AT END
                    IF phs-year NUMERIC AND phs-year = prior-year
                       AND phs-rucksacks NUMERIC
                       AND phs-clean NUMERIC
                       ADD 1 TO prior-found
                       MOVE phs-team TO elf-team
                       PERFORM 1200-TEAM-SLOT
                       MOVE phs-rucksacks TO
                          tm-prior-rucksacks(trp-idx)
                       MOVE phs-clean TO tm-prior-clean(trp-idx)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE packhistfile.
      * Worst first: the lowest compliance rate heads the list, and
      * teams with no rucksacks this season go to the bottom.
       3500-RANK-TEAMS.
           PERFORM VARYING trp-idx FROM 1 BY 1
              UNTIL trp-idx > team-count
              MOVE 0 TO tm-rate(trp-idx)
              MOVE 0 TO tm-prior-rate(trp-idx)
              MOVE 9999 TO tm-order-key(trp-idx)
              IF tm-rucksacks(trp-idx) > 0
                 COMPUTE tm-rate(trp-idx) ROUNDED =
                    (tm-rucksacks(trp-idx) - tm-dup-rucksacks(trp-idx))
                    * 100 / tm-rucksacks(trp-idx)
                 MOVE tm-rate(trp-idx) TO tm-order-key(trp-idx)
              END-IF
              IF tm-prior-rucksacks(trp-idx) > 0
                 COMPUTE tm-prior-rate(trp-idx) ROUNDED =
                    tm-prior-clean(trp-idx) * 100
                    / tm-prior-rucksacks(trp-idx)
              END-IF
           END-PERFORM.
           PERFORM VARYING trp-idx FROM 1 BY 1
              UNTIL trp-idx >= team-count
              MOVE trp-idx TO trp-slot
              PERFORM VARYING trp-jdx FROM trp-idx BY 1
                 UNTIL trp-jdx > team-count
                 IF tm-order-key(trp-jdx) < tm-order-key(trp-slot)
                    MOVE trp-jdx TO trp-slot
                 END-IF
              END-PERFORM
              IF trp-slot NOT = trp-idx
                 MOVE team-entry(trp-idx) TO hold-team
                 MOVE team-entry(trp-slot) TO team-entry(trp-idx)
                 MOVE hold-team TO team-entry(trp-slot)
              END-IF
           END-PERFORM.
      * Straight selection sort on the item counts, most often
      * duplicated first.
       3600-RANK-ITEMS.
           PERFORM VARYING chr-ord FROM 1 BY 1 UNTIL chr-ord > 128
              IF it-count(chr-ord) > 0
                 ADD 1 TO top-count
                 MOVE it-count(chr-ord) TO top-count-val(top-count)
                 MOVE FUNCTION CHAR(chr-ord) TO top-char(top-count)
                 MOVE it-name(chr-ord) TO top-name(top-count)
                 MOVE it-cat(chr-ord) TO top-cat(top-count)
              END-IF
           END-PERFORM.
           PERFORM VARYING trp-idx FROM 1 BY 1
              UNTIL trp-idx >= top-count
              MOVE trp-idx TO trp-slot
              PERFORM VARYING trp-jdx FROM trp-idx BY 1
                 UNTIL trp-jdx > top-count
                 IF top-count-val(trp-jdx) > top-count-val(trp-slot)
                    MOVE trp-jdx TO trp-slot
                 END-IF
              END-PERFORM
              IF trp-slot NOT = trp-idx
                 MOVE top-entry(trp-idx) TO hold-top
                 MOVE top-entry(trp-slot) TO top-entry(trp-idx)
                 MOVE hold-top TO top-entry(trp-slot)
              END-IF
           END-PERFORM.
       4000-PRINT-REPORT.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           STRING "SEASON " season-year " AGAINST " prior-year
              " - TEAMS AS AT " bus-date
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           IF prior-found = 0
              STRING "NO " prior-year " SEASON IN PACKHIST.TXT - "
                 "NOTHING TO COMPARE AGAINST"
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
           PERFORM 8000-WRITE-LINE.
           STRING "===== DUPLICATES BY CATEGORY ====="
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING cat-idx FROM 1 BY 1
              UNTIL cat-idx > cat-count
              COMPUTE share-pct ROUNDED =
                 ct-dup-items(cat-idx) * 100 / total-dup-items
              MOVE share-pct TO share-disp
              STRING "CATEGORY " ct-cat(cat-idx)
                 " DUPLICATES=" ct-dup-items(cat-idx)
                 " SHARE=" share-disp "%"
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-PERFORM.
           PERFORM 8000-WRITE-LINE.
           STRING "===== MOST FREQUENTLY MISPLACED ITEMS ====="
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING trp-idx FROM 1 BY 1
              UNTIL trp-idx > top-count OR trp-idx > top-limit
              STRING "RANK " trp-idx
                 " ITEM " top-char(trp-idx)
                 " " top-name(trp-idx)
                 " CAT=" top-cat(trp-idx)
                 " DUPLICATES=" top-count-val(trp-idx)
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-PERFORM.
           PERFORM 8000-WRITE-LINE.
           STRING "===== TEAMS, WORST COMPLIANCE FIRST ====="
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING trp-idx FROM 1 BY 1
              UNTIL trp-idx > team-count
              PERFORM 4100-PRINT-ONE-TEAM
           END-PERFORM.
           PERFORM 8000-WRITE-LINE.
           COMPUTE total-clean = total-rucksacks - total-dup-rucksacks.
           COMPUTE total-rate ROUNDED =
              total-clean * 100 / total-rucksacks.
           MOVE total-rate TO rate-disp.
           STRING "RUCKSACKS=" total-rucksacks
              " CLEAN=" total-clean
              " WITH-DUPLICATES=" total-dup-rucksacks
              " DUPLICATE-ITEMS=" total-dup-items
              " COMPLIANCE=" rate-disp "%"
              " TEAMS=" team-count
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:132).
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
      * The change is in percentage points of compliance; a team
      * with nothing on file for one of the two seasons has none.
       4100-PRINT-ONE-TEAM.
           MOVE tm-rate(trp-idx) TO rate-disp.
           MOVE "NONE" TO prior-disp.
           MOVE 0 TO change-pts.
           IF tm-prior-rucksacks(trp-idx) > 0
              MOVE tm-prior-rate(trp-idx) TO share-disp
              STRING share-disp "%" DELIMITED BY SIZE INTO prior-disp
              IF tm-rucksacks(trp-idx) > 0
                 COMPUTE change-pts =
                    tm-rate(trp-idx) - tm-prior-rate(trp-idx)
              END-IF
           END-IF.
           MOVE change-pts TO change-disp.
           EVALUATE TRUE
              WHEN tm-rucksacks(trp-idx) = 0
                 MOVE "NO RUCKSACKS" TO trend-note
              WHEN tm-prior-rucksacks(trp-idx) = 0
                 MOVE "NEW THIS SEASON" TO trend-note
              WHEN change-pts > 0
                 MOVE "IMPROVED" TO trend-note
              WHEN change-pts < 0
                 MOVE "** WORSE **" TO trend-note
              WHEN OTHER
                 MOVE "UNCHANGED" TO trend-note
           END-EVALUATE.
           STRING "RANK " trp-idx
              " TEAM " tm-team(trp-idx)
              " RUCKSACKS=" tm-rucksacks(trp-idx)
              " WITH-DUPLICATES=" tm-dup-rucksacks(trp-idx)
              " DUPLICATE-ITEMS=" tm-dup-items(trp-idx)
              " RATE=" rate-disp "%"
              " PRIOR=" prior-disp
              " CHANGE=" change-disp
              " " trend-note
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
      * Every other season's records pass straight through; the
      * season reported replaces whatever the master held for it.
       5000-UPDATE-HISTORY.
           SORT sortfile ON ASCENDING KEY srt-year srt-team
              INPUT PROCEDURE IS 5100-GATHER-HISTORY
              OUTPUT PROCEDURE IS 5200-WRITE-HISTORY.
           CALL "CBL_RENAME_FILE" USING new-master-name,
              cur-master-name
              RETURNING ren-rc.
           IF ren-rc NOT = 0
              DISPLAY "PACKHIST SWAP FAILED RC=" ren-rc
                 " - MASTER UNCHANGED, NEW COPY LEFT AS "
                 new-master-name
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           DISPLAY "PACKHIST SEASON=" season-year
              " REPLACED=" replaced-count
              " KEPT=" kept-count.
       5100-GATHER-HISTORY.
           MOVE 0 TO pk-eof.
           OPEN INPUT packhistfile.
           PERFORM UNTIL pk-eof > 0
              READ packhistfile
                 AT END
                    MOVE 1 TO pk-eof
                 NOT AT END
                    IF phs-year NUMERIC AND phs-rucksacks NUMERIC
                       AND phs-clean NUMERIC
                       IF phs-year = season-year
                          ADD 1 TO replaced-count
                       ELSE
                          ADD 1 TO kept-count
                          MOVE phs-year TO srt-year
                          MOVE phs-team TO srt-team
                          MOVE phs-rucksacks TO srt-rucksacks
                          MOVE phs-clean TO srt-clean
                          RELEASE sortrecord
                       END-IF
                    ELSE
                       DISPLAY "BAD HISTORY RECORD IGNORED: "
                          packhistline
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE packhistfile.
           PERFORM VARYING trp-idx FROM 1 BY 1
              UNTIL trp-idx > team-count
              IF tm-rucksacks(trp-idx) > 0
                 MOVE season-year TO srt-year
                 MOVE tm-team(trp-idx) TO srt-team
                 MOVE tm-rucksacks(trp-idx) TO srt-rucksacks
                 COMPUTE srt-clean = tm-rucksacks(trp-idx)
                    - tm-dup-rucksacks(trp-idx)
                 RELEASE sortrecord
              END-IF
           END-PERFORM.
       5200-WRITE-HISTORY.
           MOVE 0 TO pk-eof.
           OPEN OUTPUT packhistnewfile.
           PERFORM UNTIL pk-eof > 0
              RETURN sortfile
                 AT END
                    MOVE 1 TO pk-eof
                 NOT AT END
                    MOVE SPACES TO packhistnewline
                    MOVE srt-year TO phn-year
                    MOVE srt-team TO phn-team
                    MOVE srt-rucksacks TO phn-rucksacks
                    MOVE srt-clean TO phn-clean
                    WRITE packhistnewline
              END-RETURN
           END-PERFORM.
           CLOSE packhistnewfile.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE total-rucksacks TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM PackRpt.
