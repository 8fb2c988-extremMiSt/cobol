       IDENTIFICATION DIVISION.
       PROGRAM-ID. RepackWo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL dupfile
           ASSIGN TO "AOC2203_1_DUP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL wofile
           ASSIGN TO "REPACKWO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL wonewfile
           ASSIGN TO "REPACKWO.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL donefile
           ASSIGN TO "REPACKDONE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT sortfile
           ASSIGN TO "REPACKWO.SRT".
       DATA DIVISION.
       FILE SECTION.
      * Duplicate lines as AOC2203_1 writes them: "LINE nnnnnnnnnn
      * ITEM c name CAT=cat COMP1=nnn COMP2=nnn" - the rucksack line
      * is the elf number and the counts are the item's occurrences
      * in each compartment.
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
          05 FILLER PIC X(7).
          05 dup-comp1 PIC X(3).
          05 FILLER PIC X(7).
          05 dup-comp2 PIC X(3).
          05 FILLER PIC X(40).
       FD wofile.
       01 woline PIC X(160).
       FD wonewfile.
       01 wonewline PIC X(160).
       FD donefile.
       01 doneline PIC X(80).
       SD sortfile.
       01 sortrecord.
          05 srt-team PIC X(10).
          05 srt-season PIC 9(4).
          05 srt-order PIC 9(7).
          05 srt-char PIC X(1).
          05 srt-line PIC X(160).
       WORKING-STORAGE SECTION.
       COPY RPWOREC.
      * Rucksack repack work orders off the AOC2203_1 duplicate
      * detail, so the packers are told what to move instead of
      * working it out by hand from the compliance listing.
      *   REPACKWO ISSUE  one order per elf whose rucksack has an
      *                   item in both compartments, with a line per
      *                   item: remove it from the compartment that
      *                   holds fewer of it (the first on a tie), as
      *                   many as are there. Items are named by
      *                   ItemName and elves by roster name and team
      *                   as at the business date. Orders go on the
      *                   REPACKWO.TXT master for the season and are
      *                   printed to REPACKORD.TXT by team, one
      *                   section per packing station. A season's
      *                   orders are issued once. The same run
      *                   checks last season's confirmed orders
      *                   against this season's duplicates - CLEAN
      *                   where the elf's rucksack has none now,
      *                   REPEAT where it has - and prints the
      *                   result ahead of the new orders.
      *   REPACKWO DONE   applies the packers' completion feed,
      *                   REPACKDONE.TXT, one "<season>-<order>"
      *                   (or "<season> <order>") per line, marking
      *                   the order DONE on the business date. An
      *                   order not on file is reported and the run
      *                   ends RC 4; a line for an order already
      *                   done changes nothing, so the feed may be
      *                   re-run.
      *   REPACKWO OPEN   lists every order not yet confirmed done,
      *                   by team, with its age in days, to
      *                   REPACKOPEN.TXT.
      * The master is read and rewritten under its REPACKWO lock
      * through a .NEW swap.
       01 cmdline PIC X(80).
       01 verb-in PIC X(10).
       01 bus-date PIC X(8).
       01 season-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 prior-year PIC 9(4).
       01 rp-eof PIC 9.
       01 rp-rc PIC 9(4) VALUE 0.
       01 dup-count PIC 9(4) VALUE 0.
       01 dup-table.
          05 dup-entry OCCURS 3000 TIMES.
             10 dt-elf PIC 9(7).
             10 dt-char PIC X(1).
             10 dt-comp1 PIC X(3).
             10 dt-comp2 PIC X(3).
       01 dup-idx PIC 9(4).
       01 bad-dup-count PIC 9(6) VALUE 0.
       01 elf-no PIC 9(7).
       01 elf-name PIC X(20).
       01 elf-team PIC X(10).
       01 ros-found PIC X.
       01 itm-char PIC X(1).
       01 itm-name PIC X(20).
       01 itm-cat PIC X(12).
       01 itm-found PIC X.
       01 already-issued PIC X VALUE "N".
       01 orders-issued PIC 9(6) VALUE 0.
       01 items-issued PIC 9(6) VALUE 0.
       01 lines-kept PIC 9(8) VALUE 0.
       01 prev-elf PIC 9(7).
       01 prev-key PIC X(12).
       01 cur-key PIC X(12).
       01 elf-repeats PIC X.
       01 checked-clean PIC 9(6) VALUE 0.
       01 checked-repeat PIC 9(6) VALUE 0.
       01 never-done PIC 9(6) VALUE 0.
       01 prior-heading PIC X VALUE "N".
       01 done-count PIC 9(3) VALUE 0.
       01 done-table.
          05 done-entry OCCURS 500 TIMES.
             10 df-season PIC 9(4).
             10 df-order PIC 9(7).
             10 df-matched PIC X.
       01 done-idx PIC 9(3).
       01 done-season-in PIC X(10).
       01 done-order-in PIC X(10).
       01 bad-done-count PIC 9(4) VALUE 0.
       01 orders-confirmed PIC 9(4) VALUE 0.
       01 lines-confirmed PIC 9(6) VALUE 0.
       01 print-mode PIC X(1).
       01 prt-eof PIC 9.
       01 prev-team PIC X(11).
       01 prev-order-key PIC X(12).
       01 print-orders PIC 9(6) VALUE 0.
       01 print-items PIC 9(6) VALUE 0.
       01 team-orders PIC 9(6) VALUE 0.
       01 age-days PIC 9(5).
       01 qty-text PIC X(6).
       01 new-wo-name PIC X(20) VALUE "REPACKWO.NEW".
       01 cur-wo-name PIC X(20) VALUE "REPACKWO.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "REPACKWO".
       01 lock-held PIC X(1).
       01 rw-action PIC X(1).
       01 rw-name PIC X(40).
       01 rw-title PIC X(40).
       01 rw-prog PIC X(20) VALUE "REPACKWO".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "REPACKWO".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10) VALUE 0.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           CALL "SeasonYr" USING season-year, syr-open.
           COMPUTE prior-year = season-year - 1.
           ACCEPT cmdline FROM COMMAND-LINE
           MOVE SPACES TO verb-in.
           UNSTRING cmdline DELIMITED BY ALL SPACE INTO verb-in.
           EVALUATE verb-in
              WHEN SPACES
              WHEN "ISSUE"
                 PERFORM 1000-ISSUE-ORDERS
              WHEN "DONE"
                 PERFORM 3000-CONFIRM-DONE
              WHEN "OPEN"
                 PERFORM 5000-OUTSTANDING-REPORT
              WHEN OTHER
                 DISPLAY "USAGE: REPACKWO [ISSUE | DONE | OPEN]"
                 MOVE 16 TO rp-rc
           END-EVALUATE.
           MOVE rp-rc TO RETURN-CODE.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       1000-ISSUE-ORDERS.
           IF syr-open = "N"
              DISPLAY "SEASON " season-year " IS CLOSED - NO REPACK "
                 "ORDERS ISSUED"
              MOVE 8 TO rp-rc
           ELSE
              MOVE "A" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
              IF lock-held = "N"
                 DISPLAY "REPACK ORDER MASTER LOCKED - NO ORDERS "
                    "ISSUED"
                 MOVE 12 TO rp-rc
              ELSE
                 PERFORM 1050-ISSUE-UNDER-LOCK
                 MOVE "R" TO lock-action
                 CALL "LogLock" USING lock-action, lock-stem,
                    lock-held
              END-IF
           END-IF.
      * An empty duplicate file is far more often a solver that has
      * not run than a season with no misplaced item, so it neither
      * issues nor checks; the season stays open for a later run.
       1050-ISSUE-UNDER-LOCK.
           PERFORM 1100-LOAD-DUPLICATES.
           PERFORM 1200-SCAN-FOR-SEASON.
           EVALUATE TRUE
              WHEN dup-count = 0
                 DISPLAY "NO DUPLICATES ON AOC2203_1_DUP.TXT - NO "
                    "ORDERS ISSUED, LAST SEASON NOT CHECKED"
                 MOVE 4 TO rp-rc
              WHEN already-issued = "Y"
                 DISPLAY "REPACK ORDERS FOR SEASON " season-year
                    " ALREADY ISSUED - NOTHING CHANGED"
                 MOVE 8 TO rp-rc
              WHEN OTHER
                 PERFORM 1300-ISSUE-SEASON
           END-EVALUATE.
       1100-LOAD-DUPLICATES.
           MOVE 0 TO rp-eof.
           OPEN INPUT dupfile.
           PERFORM UNTIL rp-eof > 0
              READ dupfile
                 AT END
                    MOVE 1 TO rp-eof
                 NOT AT END
                    IF dup-line-lit = "LINE " AND dup-line NUMERIC
                       AND dup-line > 0 AND dup-line <= 9999999
                       AND dup-item-lit = " ITEM "
                       PERFORM 1150-TAKE-DUPLICATE
                    ELSE
                       ADD 1 TO bad-dup-count
                       DISPLAY "BAD DUPLICATE LINE IGNORED: "
                          dupline(1:60)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE dupfile.
       1150-TAKE-DUPLICATE.
           IF dup-count >= 3000
              DISPLAY "TOO MANY DUPLICATES - TABLE FULL"
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO dup-count.
           MOVE dup-line TO dt-elf(dup-count).
           MOVE dup-char TO dt-char(dup-count).
           MOVE dup-comp1 TO dt-comp1(dup-count).
           MOVE dup-comp2 TO dt-comp2(dup-count).
       1200-SCAN-FOR-SEASON.
           MOVE 0 TO rp-eof.
           OPEN INPUT wofile.
           PERFORM UNTIL rp-eof > 0
              READ wofile
                 AT END
                    MOVE 1 TO rp-eof
                 NOT AT END
                    MOVE woline TO rpw-rec-fields
                    IF rpw-season NUMERIC
                       AND rpw-season = season-year
                       MOVE "Y" TO already-issued
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE wofile.
       1300-ISSUE-SEASON.
           MOVE "O" TO rw-action.
           MOVE "REPACKORD.TXT" TO rw-name.
           MOVE "RUCKSACK REPACK WORK ORDERS" TO rw-title.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           STRING "SEASON " season-year " ORDERS - TEAMS AS AT "
              bus-date DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 8000-WRITE-LINE.
           OPEN OUTPUT wonewfile.
           PERFORM 2000-CHECK-AND-COPY.
           PERFORM 2300-WRITE-NEW-ORDERS.
           CLOSE wonewfile.
           CALL "CBL_RENAME_FILE" USING new-wo-name, cur-wo-name
              RETURNING ren-rc.
           IF ren-rc NOT = 0
              DISPLAY "REPACKWO SWAP FAILED RC=" ren-rc
                 " - MASTER UNCHANGED, NEW COPY LEFT AS " new-wo-name
              MOVE "ORDERS NOT FILED - MASTER SWAP FAILED" TO rw-line
              PERFORM 8000-WRITE-LINE
              MOVE 12 TO rp-rc
           ELSE
              MOVE "I" TO print-mode
              PERFORM 2500-PRINT-ORDERS
              IF bad-dup-count > 0
                 MOVE 4 TO rp-rc
              END-IF
           END-IF.
           PERFORM 8000-WRITE-LINE.
           STRING "ORDERS ISSUED=" orders-issued
              " ITEMS=" items-issued
              " LAST SEASON CHECKED CLEAN=" checked-clean
              " REPEAT=" checked-repeat
              " NEVER CONFIRMED=" never-done
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:132).
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE orders-issued TO jst-recs.
      * Every line passes to the new master; last season's orders
      * the packers confirmed and no season has checked yet take
      * this season's verdict on the way through. An order's lines
      * are together on the master, so each is judged once.
       2000-CHECK-AND-COPY.
           MOVE SPACES TO prev-key.
           MOVE 0 TO rp-eof.
           OPEN INPUT wofile.
           PERFORM UNTIL rp-eof > 0
              READ wofile
                 AT END
                    MOVE 1 TO rp-eof
                 NOT AT END
                    MOVE woline TO rpw-rec-fields
                    IF rpw-season NUMERIC
                       AND rpw-season = prior-year
                       PERFORM 2100-CHECK-PRIOR-LINE
                    END-IF
                    MOVE rpw-rec-fields TO wonewline
                    WRITE wonewline
                    ADD 1 TO lines-kept
              END-READ
           END-PERFORM.
           CLOSE wofile.
           IF prior-heading = "Y"
              PERFORM 8000-WRITE-LINE
           END-IF.
       2100-CHECK-PRIOR-LINE.
           MOVE SPACES TO cur-key.
           STRING rpw-season "-" rpw-order DELIMITED BY SIZE
              INTO cur-key.
           IF cur-key NOT = prev-key
              MOVE cur-key TO prev-key
              IF prior-heading = "N"
                 MOVE "Y" TO prior-heading
                 STRING "===== SEASON " prior-year
                    " REPACKS AGAINST THIS SEASON ====="
                    DELIMITED BY SIZE INTO rw-line
                 PERFORM 8000-WRITE-LINE
              END-IF
              PERFORM 2200-JUDGE-PRIOR-ORDER
           END-IF.
           IF rpw-status = "DONE" AND rpw-check = SPACES
              IF elf-repeats = "Y"
                 MOVE "REPEAT" TO rpw-check
              ELSE
                 MOVE "CLEAN" TO rpw-check
              END-IF
           END-IF.
       2200-JUDGE-PRIOR-ORDER.
           MOVE "N" TO elf-repeats.
           PERFORM VARYING dup-idx FROM 1 BY 1
              UNTIL dup-idx > dup-count OR elf-repeats = "Y"
              IF dt-elf(dup-idx) = rpw-order
                 MOVE "Y" TO elf-repeats
              END-IF
           END-PERFORM.
           STRING "ORDER " cur-key " TEAM " rpw-team
              " " rpw-name DELIMITED BY SIZE INTO rw-line.
           EVALUATE TRUE
              WHEN rpw-status NOT = "DONE"
                 ADD 1 TO never-done
                 MOVE "NEVER CONFIRMED DONE" TO rw-line(60:20)
              WHEN rpw-check NOT = SPACES
                 MOVE "ALREADY CHECKED " TO rw-line(60:16)
                 MOVE rpw-check TO rw-line(76:6)
              WHEN elf-repeats = "Y"
                 ADD 1 TO checked-repeat
                 MOVE "REPACKED " TO rw-line(60:9)
                 MOVE rpw-done TO rw-line(69:8)
                 MOVE " ** REPEAT **" TO rw-line(77:13)
              WHEN OTHER
                 ADD 1 TO checked-clean
                 MOVE "REPACKED " TO rw-line(60:9)
                 MOVE rpw-done TO rw-line(69:8)
                 MOVE " CLEAN" TO rw-line(77:6)
           END-EVALUATE.
           PERFORM 8000-WRITE-LINE.
      * The duplicate file is in line order, so each elf's items
      * arrive together and the elf is looked up once.
       2300-WRITE-NEW-ORDERS.
           MOVE 0 TO prev-elf.
           PERFORM VARYING dup-idx FROM 1 BY 1
              UNTIL dup-idx > dup-count
              IF dt-elf(dup-idx) NOT = prev-elf
                 MOVE dt-elf(dup-idx) TO prev-elf
                 MOVE dt-elf(dup-idx) TO elf-no
                 CALL "RosterTeam" USING elf-no, bus-date, elf-name,
                    elf-team, ros-found
                 IF elf-team = SPACES
                    MOVE "UNKNOWN" TO elf-team
                 END-IF
                 ADD 1 TO orders-issued
              END-IF
              PERFORM 2400-WRITE-ORDER-LINE
           END-PERFORM.
      * The item comes out of the compartment holding fewer of it;
      * detail written before the counts were carried gives no
      * count, and the whole of the item is moved out of the second.
       2400-WRITE-ORDER-LINE.
           MOVE dt-char(dup-idx) TO itm-char.
           CALL "ItemName" USING itm-char, itm-name, itm-cat,
              itm-found.
           MOVE season-year TO rpw-season.
           MOVE dt-elf(dup-idx) TO rpw-order.
           MOVE elf-team TO rpw-team.
           MOVE elf-name TO rpw-name.
           MOVE dt-char(dup-idx) TO rpw-char.
           MOVE itm-name TO rpw-item-name.
           IF dt-comp1(dup-idx) NUMERIC AND dt-comp2(dup-idx) NUMERIC
              IF dt-comp1(dup-idx) <= dt-comp2(dup-idx)
                 MOVE 1 TO rpw-from
                 MOVE dt-comp1(dup-idx) TO rpw-qty
              ELSE
                 MOVE 2 TO rpw-from
                 MOVE dt-comp2(dup-idx) TO rpw-qty
              END-IF
           ELSE
              MOVE 2 TO rpw-from
              MOVE 0 TO rpw-qty
           END-IF.
           MOVE "OPEN" TO rpw-status.
           MOVE bus-date TO rpw-issued.
           MOVE SPACES TO rpw-done.
           MOVE SPACES TO rpw-check.
           MOVE rpw-rec-fields TO wonewline.
           WRITE wonewline.
           ADD 1 TO items-issued.
      * Orders print by team for the packing stations, then by
      * order and item; print-mode I prints the season just issued,
      * O every order still open.
       2500-PRINT-ORDERS.
           MOVE SPACES TO prev-team.
           MOVE SPACES TO prev-order-key.
           SORT sortfile ON ASCENDING KEY srt-team srt-season
              srt-order srt-char
              INPUT PROCEDURE IS 2600-GATHER-ORDERS
              OUTPUT PROCEDURE IS 2700-PRINT-SORTED.
       2600-GATHER-ORDERS.
           MOVE 0 TO prt-eof.
           OPEN INPUT wofile.
           PERFORM UNTIL prt-eof > 0
              READ wofile
                 AT END
                    MOVE 1 TO prt-eof
                 NOT AT END
                    MOVE woline TO rpw-rec-fields
                    IF rpw-season NUMERIC
                       AND ((print-mode = "I"
                          AND rpw-season = season-year)
                       OR (print-mode = "O" AND rpw-status = "OPEN"))
                       MOVE rpw-team TO srt-team
                       MOVE rpw-season TO srt-season
                       MOVE rpw-order TO srt-order
                       MOVE rpw-char TO srt-char
                       MOVE woline TO srt-line
                       RELEASE sortrecord
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE wofile.
       2700-PRINT-SORTED.
           MOVE 0 TO prt-eof.
           PERFORM UNTIL prt-eof > 0
              RETURN sortfile
                 AT END
                    MOVE 1 TO prt-eof
                 NOT AT END
                    MOVE srt-line TO rpw-rec-fields
                    PERFORM 2800-PRINT-ORDER-LINE
              END-RETURN
           END-PERFORM.
           IF prev-team NOT = SPACES
              PERFORM 2900-TEAM-TOTAL
           END-IF.
       2800-PRINT-ORDER-LINE.
           IF rpw-team NOT = prev-team
              IF prev-team NOT = SPACES
                 PERFORM 2900-TEAM-TOTAL
              END-IF
              MOVE rpw-team TO prev-team
              MOVE 0 TO team-orders
              PERFORM 8000-WRITE-LINE
              STRING "===== PACKING STATION - TEAM " rpw-team
                 " =====" DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
           MOVE SPACES TO cur-key.
           STRING rpw-season "-" rpw-order DELIMITED BY SIZE
              INTO cur-key.
           IF cur-key NOT = prev-order-key
              MOVE cur-key TO prev-order-key
              ADD 1 TO print-orders
              ADD 1 TO team-orders
              STRING "ORDER " cur-key " ELF " rpw-order
                 " " rpw-name " ISSUED " rpw-issued
                 DELIMITED BY SIZE INTO rw-line
              IF print-mode = "O"
                 COMPUTE age-days =
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(bus-date))
                    - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(rpw-issued))
                 MOVE " AGE=" TO rw-line(71:5)
                 MOVE age-days TO rw-line(76:5)
                 MOVE " DAYS" TO rw-line(81:5)
              END-IF
              PERFORM 8000-WRITE-LINE
           END-IF.
           ADD 1 TO print-items.
           IF rpw-qty = 0
              MOVE "ALL OF" TO qty-text
           ELSE
              MOVE SPACES TO qty-text
              MOVE rpw-qty TO qty-text(1:3)
           END-IF.
           STRING "    REMOVE " qty-text " ITEM " rpw-char
              " " rpw-item-name " FROM COMPARTMENT " rpw-from
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
       2900-TEAM-TOTAL.
           STRING "TEAM " prev-team " ORDERS=" team-orders
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
       3000-CONFIRM-DONE.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "REPACK ORDER MASTER LOCKED - NO CONFIRMATIONS "
                 "APPLIED"
              MOVE 12 TO rp-rc
           ELSE
              PERFORM 3100-LOAD-DONE-FEED
              IF done-count = 0
                 DISPLAY "NO CONFIRMATIONS IN REPACKDONE.TXT"
                 MOVE 4 TO rp-rc
              ELSE
                 PERFORM 3200-APPLY-DONE
              END-IF
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
           END-IF.
       3100-LOAD-DONE-FEED.
           MOVE 0 TO rp-eof.
           OPEN INPUT donefile.
           PERFORM UNTIL rp-eof > 0
              READ donefile
                 AT END
                    MOVE 1 TO rp-eof
                 NOT AT END
                    IF doneline NOT = SPACES
                       AND doneline(1:1) NOT = "*"
                       PERFORM 3150-TAKE-DONE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE donefile.
       3150-TAKE-DONE-LINE.
           MOVE SPACES TO done-season-in, done-order-in.
           UNSTRING doneline DELIMITED BY "-" OR ALL SPACE
              INTO done-season-in, done-order-in.
           IF done-season-in(1:4) NUMERIC
              AND done-season-in(5:6) = SPACES
              AND done-order-in NOT = SPACES
              AND FUNCTION TEST-NUMVAL(done-order-in) = 0
              AND done-count < 500
              ADD 1 TO done-count
              MOVE done-season-in(1:4) TO df-season(done-count)
              COMPUTE df-order(done-count) =
                 FUNCTION NUMVAL(done-order-in)
              MOVE "N" TO df-matched(done-count)
           ELSE
              ADD 1 TO bad-done-count
              DISPLAY "BAD CONFIRMATION LINE IGNORED: "
                 doneline(1:40)
           END-IF.
       3200-APPLY-DONE.
           MOVE 0 TO rp-eof.
           OPEN INPUT wofile.
           OPEN OUTPUT wonewfile.
           PERFORM UNTIL rp-eof > 0
              READ wofile
                 AT END
                    MOVE 1 TO rp-eof
                 NOT AT END
                    MOVE woline TO rpw-rec-fields
                    IF rpw-season NUMERIC AND rpw-order NUMERIC
                       PERFORM 3250-MATCH-CONFIRMATION
                    END-IF
                    MOVE rpw-rec-fields TO wonewline
                    WRITE wonewline
              END-READ
           END-PERFORM.
           CLOSE wofile.
           CLOSE wonewfile.
           CALL "CBL_RENAME_FILE" USING new-wo-name, cur-wo-name
              RETURNING ren-rc.
           IF ren-rc NOT = 0
              DISPLAY "REPACKWO SWAP FAILED RC=" ren-rc
                 " - MASTER UNCHANGED, NEW COPY LEFT AS " new-wo-name
              MOVE 12 TO rp-rc
           ELSE
              PERFORM 3300-REPORT-CONFIRMATIONS
           END-IF.
       3250-MATCH-CONFIRMATION.
           PERFORM VARYING done-idx FROM 1 BY 1
              UNTIL done-idx > done-count
              IF df-season(done-idx) = rpw-season
                 AND df-order(done-idx) = rpw-order
                 IF rpw-status = "OPEN"
                    MOVE "DONE" TO rpw-status
                    MOVE bus-date TO rpw-done
                    MOVE "Y" TO df-matched(done-idx)
                    ADD 1 TO lines-confirmed
                 ELSE
                    IF df-matched(done-idx) = "N"
                       MOVE "A" TO df-matched(done-idx)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       3300-REPORT-CONFIRMATIONS.
           PERFORM VARYING done-idx FROM 1 BY 1
              UNTIL done-idx > done-count
              EVALUATE df-matched(done-idx)
                 WHEN "Y"
                    ADD 1 TO orders-confirmed
                 WHEN "A"
                    DISPLAY "ORDER " df-season(done-idx) "-"
                       df-order(done-idx) " ALREADY DONE"
                 WHEN OTHER
                    DISPLAY "NO ORDER " df-season(done-idx) "-"
                       df-order(done-idx)
                       " ON FILE - CONFIRMATION IGNORED"
                    MOVE 4 TO rp-rc
              END-EVALUATE
           END-PERFORM.
           IF bad-done-count > 0
              MOVE 4 TO rp-rc
           END-IF.
           DISPLAY "REPACK ORDERS CONFIRMED DONE=" orders-confirmed
              " ITEM LINES=" lines-confirmed.
           MOVE orders-confirmed TO jst-recs.
       5000-OUTSTANDING-REPORT.
           MOVE "O" TO rw-action.
           MOVE "REPACKOPEN.TXT" TO rw-name.
           MOVE "OUTSTANDING REPACK ORDERS" TO rw-title.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           STRING "ORDERS NOT CONFIRMED DONE AS AT " bus-date
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           MOVE "O" TO print-mode.
           PERFORM 2500-PRINT-ORDERS.
           PERFORM 8000-WRITE-LINE.
           STRING "OPEN ORDERS=" print-orders " ITEMS=" print-items
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:80).
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE print-orders TO jst-recs.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM RepackWo.
