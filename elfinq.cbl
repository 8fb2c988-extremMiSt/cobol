       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElfInq.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL workfile
           ASSIGN TO "AOC2201_1_WRK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL standingsfile
           ASSIGN TO "STANDINGS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL itemfile
           ASSIGN TO "AOC2201_1_ITM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL itemexcfile
           ASSIGN TO "ITEMEXC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL dupfile
           ASSIGN TO "AOC2203_1_DUP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL manifestfile
           ASSIGN TO "BADGEMANIFEST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL inqlogfile
           ASSIGN TO "ELFINQ.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD workfile.
       01 workrecord.
          05 wrk-elf PIC 9(7).
          05 FILLER PIC X(1).
          05 wrk-subtotal PIC 9(10).
      * Standings lines: "RANK nnnnnnn ELF nnnnnnn name ...".
       FD standingsfile.
       01 standingsline.
          05 std-rank-lit PIC X(5).
          05 std-rank PIC 9(7).
          05 std-elf-lit PIC X(5).
          05 std-elf PIC 9(7).
          05 FILLER PIC X(96).
       FD itemfile.
       01 itemrecord.
          05 itm-elf PIC 9(7).
          05 FILLER PIC X(1).
          05 itm-seq PIC 9(4).
          05 FILLER PIC X(1).
          05 itm-cal PIC 9(10).
      * ItemChk exception lines: "ELF nnnnnnn name ..." with the
      * reason from column 34 on.
       FD itemexcfile.
       01 itemexcline.
          05 exc-elf-lit PIC X(4).
          05 exc-elf PIC 9(7).
          05 FILLER PIC X(22).
          05 exc-reason PIC X(87).
      * Duplicate detail lines: "LINE nnnnnnnnnn ITEM c name
      * CAT=cat ..." - the rucksack line is the elf number.
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
      * Manifest lines open "GROUP nnnnnn"; an issued badge sits at
      * column 119 with its name from column 121, a group with no
      * common item carries the NOT ISSUED text instead.
       FD manifestfile.
       01 manifestline.
          05 mfs-group-lit PIC X(6).
          05 mfs-group PIC 9(6).
          05 FILLER PIC X(99).
          05 mfs-badge-lit PIC X(7).
          05 mfs-badge PIC X(1).
          05 FILLER PIC X(1).
          05 mfs-badge-name PIC X(20).
          05 FILLER PIC X(60).
       FD inqlogfile.
       01 inqlogline PIC X(100).
       WORKING-STORAGE SECTION.
      * One-screen dossier for a single elf, pulled from every file
      * that carries per-elf data: roster name and team, calorie
      * subtotal and standings rank, item count and any ItemChk
      * outlier flags, rucksack duplicates with item names, and the
      * badge group and badge item. The elf numbering is the one
      * the solvers use - calorie group ordinal, rucksack line,
      * badge group of three consecutive lines. Any signed-on level
      * may look; every inquiry is logged with the operator id.
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1) VALUE 0.
       01 son-ok PIC X.
       01 inq-done PIC X VALUE "N".
       01 inq-eof PIC 9.
       01 inq-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 elf-in PIC X(7).
       01 inq-elf PIC 9(7).
       01 inq-group PIC 9(6).
       01 elf-name PIC X(20).
       01 elf-team PIC X(10).
       01 ros-found PIC X.
       01 ros-as-of PIC X(8) VALUE SPACES.
       01 subtotal-disp PIC X(10).
       01 rank-disp PIC X(7).
       01 item-count PIC 9(4).
       01 outlier-count PIC 9(4).
       01 dup-count PIC 9(4).
       01 flag-lines.
          05 flag-line PIC X(60) OCCURS 3 TIMES.
       01 dup-idx PIC 9.
       01 dup-lines.
          05 dup-disp PIC X(60) OCCURS 5 TIMES.
       01 badge-disp PIC X(60).
       01 msg-line PIC X(60) VALUE SPACES.
       01 run-env PIC X(5).
       SCREEN SECTION.
       01 signon-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "ELF DOSSIER INQUIRY".
          05 LINE 03 COLUMN 05 VALUE "OPERATOR: ".
          05 LINE 03 COLUMN 15 PIC X(8) TO operator-id.
          05 LINE 04 COLUMN 05 VALUE "PIN     : ".
          05 LINE 04 COLUMN 15 PIC X(8) TO operator-pin SECURE.
       01 dossier-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "ELF DOSSIER INQUIRY".
          05 LINE 01 COLUMN 50 VALUE "OPERATOR: ".
          05 LINE 01 COLUMN 60 PIC X(8) FROM operator-id.
          05 LINE 03 COLUMN 05 VALUE "ELF     : ".
          05 LINE 03 COLUMN 15 PIC 9(7) FROM inq-elf.
          05 LINE 04 COLUMN 05 VALUE "NAME    : ".
          05 LINE 04 COLUMN 15 PIC X(20) FROM elf-name.
          05 LINE 04 COLUMN 40 VALUE "TEAM: ".
          05 LINE 04 COLUMN 46 PIC X(10) FROM elf-team.
          05 LINE 06 COLUMN 05 VALUE "SUBTOTAL: ".
          05 LINE 06 COLUMN 15 PIC X(10) FROM subtotal-disp.
          05 LINE 06 COLUMN 40 VALUE "RANK: ".
          05 LINE 06 COLUMN 46 PIC X(7) FROM rank-disp.
          05 LINE 07 COLUMN 05 VALUE "ITEMS   : ".
          05 LINE 07 COLUMN 15 PIC 9(4) FROM item-count.
          05 LINE 07 COLUMN 40 VALUE "OUTLIER FLAGS: ".
          05 LINE 07 COLUMN 55 PIC 9(4) FROM outlier-count.
          05 LINE 08 COLUMN 07 PIC X(60) FROM flag-line(1).
          05 LINE 09 COLUMN 07 PIC X(60) FROM flag-line(2).
          05 LINE 10 COLUMN 07 PIC X(60) FROM flag-line(3).
          05 LINE 12 COLUMN 05 VALUE "RUCKSACK DUPLICATES: ".
          05 LINE 12 COLUMN 26 PIC 9(4) FROM dup-count.
          05 LINE 13 COLUMN 07 PIC X(60) FROM dup-disp(1).
          05 LINE 14 COLUMN 07 PIC X(60) FROM dup-disp(2).
          05 LINE 15 COLUMN 07 PIC X(60) FROM dup-disp(3).
          05 LINE 16 COLUMN 07 PIC X(60) FROM dup-disp(4).
          05 LINE 17 COLUMN 07 PIC X(60) FROM dup-disp(5).
          05 LINE 19 COLUMN 05 VALUE "BADGE   : ".
          05 LINE 19 COLUMN 15 PIC X(60) FROM badge-disp.
          05 LINE 21 COLUMN 05 PIC X(60) FROM msg-line.
          05 LINE 22 COLUMN 05 VALUE "ELF NUMBER (BLANK TO EXIT): ".
          05 LINE 22 COLUMN 33 PIC X(7) TO elf-in.
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           DISPLAY signon-screen.
           ACCEPT signon-screen.
           MOVE "N" TO son-ok.
           IF operator-id NOT = SPACES
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           IF son-ok NOT = "Y"
              DISPLAY "SIGN-ON FAILED - INQUIRY ENDED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO inq-elf.
           PERFORM 1000-CLEAR-DOSSIER.
           MOVE "ENTER AN ELF NUMBER" TO msg-line.
           PERFORM UNTIL inq-done = "Y"
              MOVE SPACES TO elf-in
              DISPLAY dossier-screen
              ACCEPT dossier-screen
              MOVE SPACES TO msg-line
              PERFORM 2000-HANDLE-ENTRY
           END-PERFORM.
           PERFORM 9900-SIGN-OFF.
           STOP RUN.
       1000-CLEAR-DOSSIER.
           MOVE SPACES TO elf-name.
           MOVE SPACES TO elf-team.
           MOVE "NONE" TO subtotal-disp.
           MOVE "NONE" TO rank-disp.
           MOVE 0 TO item-count.
           MOVE 0 TO outlier-count.
           MOVE 0 TO dup-count.
           MOVE SPACES TO flag-lines.
           MOVE SPACES TO dup-lines.
           MOVE SPACES TO badge-disp.
       2000-HANDLE-ENTRY.
           EVALUATE TRUE
              WHEN elf-in = SPACES
                 MOVE "Y" TO inq-done
              WHEN FUNCTION TEST-NUMVAL(elf-in) NOT = 0
                 MOVE "ELF NUMBER MUST BE NUMERIC" TO msg-line
              WHEN OTHER
                 COMPUTE inq-elf = FUNCTION NUMVAL(elf-in)
                 IF inq-elf = 0
                    MOVE "ELF NUMBER MUST BE NUMERIC" TO msg-line
                 ELSE
                    PERFORM 3000-BUILD-DOSSIER
                    PERFORM 9000-LOG-INQUIRY
                 END-IF
           END-EVALUATE.
       3000-BUILD-DOSSIER.
           PERFORM 1000-CLEAR-DOSSIER.
           CALL "RosterTeam" USING inq-elf, ros-as-of, elf-name,
              elf-team, ros-found.
           IF ros-found NOT = "Y"
              MOVE "ELF NOT ON THE ROSTER" TO msg-line
           END-IF.
           PERFORM 3100-FIND-SUBTOTAL.
           PERFORM 3200-FIND-RANK.
           PERFORM 3300-COUNT-ITEMS.
           PERFORM 3400-FIND-OUTLIER-FLAGS.
           PERFORM 3500-FIND-DUPLICATES.
           PERFORM 3600-FIND-BADGE.
       3100-FIND-SUBTOTAL.
           MOVE 0 TO inq-eof.
           OPEN INPUT workfile.
           PERFORM UNTIL inq-eof > 0
              READ workfile
                 AT END
                    MOVE 1 TO inq-eof
                 NOT AT END
                    IF wrk-elf NUMERIC AND wrk-elf = inq-elf
                       MOVE wrk-subtotal TO subtotal-disp
                       MOVE 1 TO inq-eof
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE workfile.
       3200-FIND-RANK.
           MOVE 0 TO inq-eof.
           OPEN INPUT standingsfile.
           PERFORM UNTIL inq-eof > 0
              READ standingsfile
                 AT END
                    MOVE 1 TO inq-eof
                 NOT AT END
                    IF std-rank-lit = "RANK " AND std-rank NUMERIC
                       AND std-elf NUMERIC AND std-elf = inq-elf
                       MOVE std-rank TO rank-disp
                       MOVE 1 TO inq-eof
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE standingsfile.
       3300-COUNT-ITEMS.
           MOVE 0 TO inq-eof.
           OPEN INPUT itemfile.
           PERFORM UNTIL inq-eof > 0
              READ itemfile
                 AT END
                    MOVE 1 TO inq-eof
                 NOT AT END
                    IF itm-elf NUMERIC AND itm-elf = inq-elf
                       ADD 1 TO item-count
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE itemfile.
       3400-FIND-OUTLIER-FLAGS.
           MOVE 0 TO inq-eof.
           OPEN INPUT itemexcfile.
           PERFORM UNTIL inq-eof > 0
              READ itemexcfile
                 AT END
                    MOVE 1 TO inq-eof
                 NOT AT END
                    IF exc-elf-lit = "ELF " AND exc-elf NUMERIC
                       AND exc-elf = inq-elf
                       ADD 1 TO outlier-count
                       IF outlier-count <= 3
                          MOVE exc-reason TO flag-line(outlier-count)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE itemexcfile.
       3500-FIND-DUPLICATES.
           MOVE 0 TO inq-eof.
           OPEN INPUT dupfile.
           PERFORM UNTIL inq-eof > 0
              READ dupfile
                 AT END
                    MOVE 1 TO inq-eof
                 NOT AT END
                    IF dup-line-lit = "LINE " AND dup-line NUMERIC
                       AND dup-line = inq-elf
                       ADD 1 TO dup-count
                       IF dup-count <= 5
                          MOVE dup-count TO dup-idx
                          STRING "ITEM " dup-char " " dup-name
                             " CAT=" dup-cat
                             DELIMITED BY SIZE INTO dup-disp(dup-idx)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE dupfile.
      * Badge groups are three consecutive rucksack lines, so elf n
      * sits in group (n + 2) / 3.
       3600-FIND-BADGE.
           COMPUTE inq-group = (inq-elf + 2) / 3.
           MOVE "NO MANIFEST RECORD" TO badge-disp.
           MOVE 0 TO inq-eof.
           OPEN INPUT manifestfile.
           PERFORM UNTIL inq-eof > 0
              READ manifestfile
                 AT END
                    MOVE 1 TO inq-eof
                 NOT AT END
                    IF mfs-group-lit = "GROUP " AND mfs-group NUMERIC
                       AND mfs-group = inq-group
                       MOVE SPACES TO badge-disp
                       IF mfs-badge-lit = " BADGE "
                          STRING "GROUP " mfs-group
                             " ITEM " mfs-badge " " mfs-badge-name
                             DELIMITED BY SIZE INTO badge-disp
                       ELSE
                          STRING "GROUP " mfs-group
                             " NO COMMON BADGE ITEM - NOT ISSUED"
                             DELIMITED BY SIZE INTO badge-disp
                       END-IF
                       MOVE 1 TO inq-eof
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE manifestfile.
       9000-LOG-INQUIRY.
           MOVE FUNCTION CURRENT-DATE TO inq-timestamp.
           CALL "BusDate" USING bus-date.
           OPEN EXTEND inqlogfile.
           MOVE SPACES TO inqlogline.
           STRING bus-date "-" inq-timestamp(9:6)
              " OPERATOR=" operator-id
              " ELF=" inq-elf
              " ROSTER=" ros-found
              DELIMITED BY SIZE INTO inqlogline.
           WRITE inqlogline.
           CLOSE inqlogfile.
      * Signing off clears the session record SignOn wrote.
       9900-SIGN-OFF.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
       END PROGRAM ElfInq.
