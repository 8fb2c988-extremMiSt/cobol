       IDENTIFICATION DIVISION.
       PROGRAM-ID. DistBurst.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL distfile
           ASSIGN TO "DISTMST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL reportfile
           ASSIGN TO DYNAMIC report-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL distlogfile
           ASSIGN TO "DISTRIB.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD distfile.
       01 distline PIC X(40).
       FD reportfile.
       01 reportline PIC X(240).
       FD distlogfile.
       01 distlogline PIC X(160).
       WORKING-STORAGE SECTION.
       COPY DISTREC.
      * Bursts the team-level reports into one copy per recipient on
      * the DISTMST.TXT distribution master. Each detail line of a
      * report is tied to the roster teams it is about - an elf's
      * line to the elf's team as it stood on the business date, a
      * team's line to that team, a badge group to the teams of its
      * three members - and a line tied to no team (headings of
      * sections, totals) goes to every recipient. A recipient with
      * team ALL receives the report whole. Each copy is written
      * through RptWrite, so it carries its own page headings, page
      * numbers and END OF REPORT trailer, and is checked by
      * RptCheck like the report it came from. The original's own
      * headings, rules and trailer are left behind. Every page of
      * every copy is logged to DISTRIB.LOG with the recipient and
      * the pages of the original it was cut from; an original
      * with no pages of its own is counted in pages of the size
      * RptWrite prints.
       01 burst-report-values.
           05 FILLER PIC X(20) VALUE "AOC2201_1_RPT.TXT".
           05 FILLER PIC X(1) VALUE "E".
           05 FILLER PIC X(1) VALUE "Y".
           05 FILLER PIC X(40) VALUE "ELF CALORIE SUBTOTALS".
           05 FILLER PIC X(20) VALUE "AOC2201_1".
           05 FILLER PIC X(20) VALUE "TEAMRPT.TXT".
           05 FILLER PIC X(1) VALUE "T".
           05 FILLER PIC X(1) VALUE "N".
           05 FILLER PIC X(40) VALUE "TEAM CALORIE STANDINGS".
           05 FILLER PIC X(20) VALUE "TEAMRPT".
           05 FILLER PIC X(20) VALUE "TEAMBUILD.TXT".
           05 FILLER PIC X(1) VALUE "B".
           05 FILLER PIC X(1) VALUE "N".
           05 FILLER PIC X(40) VALUE "BALANCED SUPPLY TEAMS".
           05 FILLER PIC X(20) VALUE "TEAMBUILD".
           05 FILLER PIC X(20) VALUE "FORECAST.TXT".
           05 FILLER PIC X(1) VALUE "F".
           05 FILLER PIC X(1) VALUE "N".
           05 FILLER PIC X(40) VALUE "PROVISIONING FORECAST".
           05 FILLER PIC X(20) VALUE "FORECAST".
           05 FILLER PIC X(20) VALUE "BADGEMANIFEST.TXT".
           05 FILLER PIC X(1) VALUE "M".
           05 FILLER PIC X(1) VALUE "N".
           05 FILLER PIC X(40) VALUE "BADGE MANIFEST".
           05 FILLER PIC X(20) VALUE "AOC2203_2".
      * The reports that can be burst: how a line is tied to a team
      * (E elf number at the start, T team standings rank line,
      * B supply-team member line, F forecast team line, M badge
      * group), whether the original is an RptWrite report, and
      * the title and program the copies are headed with.
       01 burst-report-tbl REDEFINES burst-report-values.
           05 burst-report-entry OCCURS 5 TIMES.
              10 brp-file PIC X(20).
              10 brp-kind PIC X(1).
              10 brp-paged PIC X(1).
              10 brp-title PIC X(40).
              10 brp-prog PIC X(20).
       01 burst-report-count PIC 9(2) VALUE 5.
       01 brp-idx PIC 9(2).
       01 brp-hit PIC 9(2).
       01 dist-count PIC 9(3) VALUE 0.
       01 dist-table.
          05 dist-entry OCCURS 200 TIMES.
             10 dt-report PIC X(20).
             10 dt-recipient PIC X(8).
             10 dt-team PIC X(10).
             10 dt-kind-idx PIC 9(2).
       01 dist-idx PIC 9(3).
       01 db-eof PIC 9 VALUE 0.
       01 bad-dist-count PIC 9(3) VALUE 0.
       01 missing-count PIC 9(3) VALUE 0.
       01 burst-count PIC 9(3) VALUE 0.
       01 bus-date PIC X(8).
       01 db-timestamp PIC X(26).
       01 report-name PIC X(40).
       01 burst-stem PIC X(20).
       01 burst-name PIC X(40).
       01 file-details PIC X(64).
       01 exist-rc PIC 9(4) COMP-5.
       01 after-heading PIC X.
       01 orig-page PIC 9(4).
       01 orig-details PIC 9(8).
       01 burst-lines PIC 9(8).
       01 burst-pages PIC 9(4).
       01 page-first PIC 9(4).
       01 page-last PIC 9(4).
       01 page-size PIC 9(2) VALUE 55.
       01 line-for-us PIC X.
       01 line-team-count PIC 9.
       01 line-teams.
          05 line-team PIC X(10) OCCURS 3 TIMES.
       01 lt-idx PIC 9.
       01 elf-no PIC 9(7).
       01 elf-name PIC X(20).
       01 elf-team PIC X(10).
       01 ros-found PIC X.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40).
       01 rw-title PIC X(40).
       01 rw-prog PIC X(20).
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "DISTBURST".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           MOVE FUNCTION CURRENT-DATE TO db-timestamp.
           OPEN EXTEND distlogfile.
           PERFORM 1000-LOAD-DISTRIBUTION.
           IF dist-count = 0
              DISPLAY "NO DISTRIBUTION ENTRIES IN DISTMST.TXT"
              CLOSE distlogfile
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM VARYING dist-idx FROM 1 BY 1
              UNTIL dist-idx > dist-count
              PERFORM 2000-BURST-ONE-COPY
           END-PERFORM.
           CLOSE distlogfile.
           DISPLAY "DISTRIBUTION ENTRIES=" dist-count
              " COPIES=" burst-count
              " ORIGINALS-MISSING=" missing-count
              " BAD-ENTRIES=" bad-dist-count.
           IF missing-count > 0 OR bad-dist-count > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       1000-LOAD-DISTRIBUTION.
           OPEN INPUT distfile.
           PERFORM UNTIL db-eof > 0
              READ distfile
                 AT END
                    MOVE 1 TO db-eof
                 NOT AT END
                    IF distline NOT = SPACES
                       AND distline(1:1) NOT = "*"
                       MOVE distline TO dst-rec-fields
                       PERFORM 1100-TAKE-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE distfile.
       1100-TAKE-ENTRY.
           MOVE 0 TO brp-hit.
           PERFORM VARYING brp-idx FROM 1 BY 1
              UNTIL brp-idx > burst-report-count OR brp-hit > 0
              IF brp-file(brp-idx) = dst-report
                 MOVE brp-idx TO brp-hit
              END-IF
           END-PERFORM.
           MOVE SPACES TO distlogline.
           EVALUATE TRUE
              WHEN brp-hit = 0
                 STRING "BAD ENTRY - REPORT NOT BURSTABLE: " distline
                    DELIMITED BY SIZE INTO distlogline
              WHEN dst-recipient = SPACES OR dst-team = SPACES
                 STRING "BAD ENTRY - RECIPIENT OR TEAM BLANK: "
                    distline
                    DELIMITED BY SIZE INTO distlogline
              WHEN dist-count >= 200
                 STRING "BAD ENTRY - DISTRIBUTION TABLE FULL: "
                    distline
                    DELIMITED BY SIZE INTO distlogline
              WHEN OTHER
                 ADD 1 TO dist-count
                 MOVE dst-report TO dt-report(dist-count)
                 MOVE dst-recipient TO dt-recipient(dist-count)
                 MOVE dst-team TO dt-team(dist-count)
                 MOVE brp-hit TO dt-kind-idx(dist-count)
           END-EVALUATE.
           IF distlogline NOT = SPACES
              ADD 1 TO bad-dist-count
              DISPLAY distlogline(1:100)
              PERFORM 8100-WRITE-LOG-LINE
           END-IF.
      * One pass of the original per recipient - RptWrite holds one
      * report open at a time.
       2000-BURST-ONE-COPY.
           MOVE dt-report(dist-idx) TO report-name.
           MOVE dt-kind-idx(dist-idx) TO brp-idx.
           CALL "CBL_CHECK_FILE_EXIST" USING report-name,
              file-details
              RETURNING exist-rc.
           IF exist-rc NOT = 0
              ADD 1 TO missing-count
              MOVE SPACES TO distlogline
              STRING "REPORT " dt-report(dist-idx)
                 " RECIPIENT " dt-recipient(dist-idx)
                 " - ORIGINAL NOT PRESENT - NOTHING SENT"
                 DELIMITED BY SIZE INTO distlogline
              PERFORM 8100-WRITE-LOG-LINE
           ELSE
              PERFORM 2100-WRITE-COPY
           END-IF.
       2100-WRITE-COPY.
           MOVE SPACES TO burst-stem.
           UNSTRING dt-report(dist-idx) DELIMITED BY "."
              INTO burst-stem.
           MOVE SPACES TO burst-name.
           STRING burst-stem DELIMITED BY SPACE
              "_" DELIMITED BY SIZE
              dt-recipient(dist-idx) DELIMITED BY SPACE
              ".TXT" DELIMITED BY SIZE
              INTO burst-name.
           MOVE burst-name TO rw-name.
           MOVE brp-title(brp-idx) TO rw-title.
           MOVE brp-prog(brp-idx) TO rw-prog.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE 0 TO orig-page.
           MOVE 0 TO orig-details.
           MOVE 0 TO burst-lines.
           MOVE 0 TO burst-pages.
           MOVE 0 TO page-first.
           MOVE 0 TO page-last.
           MOVE "N" TO after-heading.
           IF brp-paged(brp-idx) = "N"
              MOVE 1 TO orig-page
           END-IF.
           MOVE SPACES TO rw-line.
           STRING "DISTRIBUTION COPY FOR " dt-recipient(dist-idx)
              " - TEAM " dt-team(dist-idx)
              " - FROM " dt-report(dist-idx)
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 3000-SEND-LINE.
           MOVE 0 TO db-eof.
           OPEN INPUT reportfile.
           PERFORM UNTIL db-eof > 0
              READ reportfile
                 AT END
                    MOVE 1 TO db-eof
                 NOT AT END
                    PERFORM 2200-TAKE-REPORT-LINE
              END-READ
           END-PERFORM.
           CLOSE reportfile.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           IF page-first > 0
              PERFORM 3100-LOG-PAGE
           END-IF.
           ADD 1 TO burst-count.
           MOVE SPACES TO distlogline.
           STRING "REPORT " dt-report(dist-idx)
              " RECIPIENT " dt-recipient(dist-idx)
              " TEAM " dt-team(dist-idx)
              " COPY " burst-name(1:30)
              " LINES=" burst-lines
              " PAGES=" burst-pages
              DELIMITED BY SIZE INTO distlogline.
           PERFORM 8100-WRITE-LOG-LINE.
      * The original's page headings advance its page count and are
      * dropped with their rule lines and the trailer; an original
      * without headings is paged as RptWrite would have paged it.
       2200-TAKE-REPORT-LINE.
           EVALUATE TRUE
              WHEN brp-paged(brp-idx) = "Y"
                 AND reportline(1:8) = "REPORT: "
                 ADD 1 TO orig-page
                 MOVE "Y" TO after-heading
              WHEN brp-paged(brp-idx) = "Y"
                 AND after-heading = "Y"
                 AND reportline(1:4) = "----"
                 MOVE "N" TO after-heading
              WHEN brp-paged(brp-idx) = "Y"
                 AND reportline(1:17) = "*** END OF REPORT"
                 CONTINUE
              WHEN OTHER
                 MOVE "N" TO after-heading
                 ADD 1 TO orig-details
                 IF brp-paged(brp-idx) = "N"
                    COMPUTE orig-page =
                       (orig-details - 1) / page-size + 1
                 END-IF
                 PERFORM 2300-TIE-LINE-TO-TEAMS
                 PERFORM 2400-DECIDE-LINE
                 IF line-for-us = "Y"
                    MOVE reportline TO rw-line
                    PERFORM 3000-SEND-LINE
                 END-IF
           END-EVALUATE.
      * Leaves the teams the line is about in line-teams; none
      * means the line is for everyone.
       2300-TIE-LINE-TO-TEAMS.
           MOVE 0 TO line-team-count.
           MOVE SPACES TO line-teams.
           EVALUATE brp-kind(brp-idx)
              WHEN "E"
                 IF reportline(1:4) = "ELF " AND reportline(5:7) NUMERIC
                    MOVE reportline(5:7) TO elf-no
                    PERFORM 2350-ADD-ELF-TEAM
                 END-IF
              WHEN "T"
                 IF reportline(1:5) = "RANK "
                    AND reportline(9:6) = " TEAM "
                    MOVE 1 TO line-team-count
                    MOVE reportline(15:10) TO line-team(1)
                 END-IF
              WHEN "B"
                 IF reportline(1:6) = "  ELF "
                    AND reportline(7:7) NUMERIC
                    MOVE reportline(7:7) TO elf-no
                    PERFORM 2350-ADD-ELF-TEAM
                 END-IF
              WHEN "F"
                 IF reportline(1:5) = "TEAM "
                    MOVE 1 TO line-team-count
                    MOVE reportline(6:10) TO line-team(1)
                 END-IF
              WHEN "M"
                 PERFORM 2320-TIE-BADGE-GROUP
           END-EVALUATE.
      * An issued group names its members at columns 18, 51 and 84;
      * a group with no common item lists them after ELVES at 20,
      * 28 and 36.
       2320-TIE-BADGE-GROUP.
           IF reportline(1:6) = "GROUP "
              IF reportline(13:5) = " ELF "
                 AND reportline(18:7) NUMERIC
                 AND reportline(51:7) NUMERIC
                 AND reportline(84:7) NUMERIC
                 MOVE reportline(18:7) TO elf-no
                 PERFORM 2350-ADD-ELF-TEAM
                 MOVE reportline(51:7) TO elf-no
                 PERFORM 2350-ADD-ELF-TEAM
                 MOVE reportline(84:7) TO elf-no
                 PERFORM 2350-ADD-ELF-TEAM
              END-IF
              IF reportline(13:7) = " ELVES "
                 AND reportline(20:7) NUMERIC
                 AND reportline(28:7) NUMERIC
                 AND reportline(36:7) NUMERIC
                 MOVE reportline(20:7) TO elf-no
                 PERFORM 2350-ADD-ELF-TEAM
                 MOVE reportline(28:7) TO elf-no
                 PERFORM 2350-ADD-ELF-TEAM
                 MOVE reportline(36:7) TO elf-no
                 PERFORM 2350-ADD-ELF-TEAM
              END-IF
           END-IF.
      * Elves without a roster entry belong to UNKNOWN, as on the
      * team standings.
       2350-ADD-ELF-TEAM.
           CALL "RosterTeam" USING elf-no, bus-date, elf-name,
              elf-team, ros-found.
           IF elf-team = SPACES
              MOVE "UNKNOWN" TO elf-team
           END-IF.
           ADD 1 TO line-team-count.
           MOVE elf-team TO line-team(line-team-count).
       2400-DECIDE-LINE.
           MOVE "N" TO line-for-us.
           IF dt-team(dist-idx) = "ALL" OR line-team-count = 0
              MOVE "Y" TO line-for-us
           END-IF.
           PERFORM VARYING lt-idx FROM 1 BY 1
              UNTIL lt-idx > line-team-count
              IF line-team(lt-idx) = dt-team(dist-idx)
                 MOVE "Y" TO line-for-us
              END-IF
           END-PERFORM.
      * Mirrors RptWrite's paging: a line past a full page starts
      * the next, so the page just filled is logged first.
       3000-SEND-LINE.
           IF burst-lines > 0
              AND FUNCTION MOD(burst-lines, page-size) = 0
              PERFORM 3100-LOG-PAGE
           END-IF.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           ADD 1 TO burst-lines.
           IF page-first = 0 OR orig-page < page-first
              MOVE orig-page TO page-first
           END-IF.
           IF orig-page > page-last
              MOVE orig-page TO page-last
           END-IF.
      * The copy's opening line comes before the original is read
      * and is not from any page of it.
       3100-LOG-PAGE.
           ADD 1 TO burst-pages.
           MOVE SPACES TO distlogline.
           IF page-first = 0
              STRING "REPORT " dt-report(dist-idx)
                 " RECIPIENT " dt-recipient(dist-idx)
                 " TEAM " dt-team(dist-idx)
                 " PAGE " burst-pages
                 " - NO LINES FOR THIS RECIPIENT"
                 DELIMITED BY SIZE INTO distlogline
           ELSE
              STRING "REPORT " dt-report(dist-idx)
                 " RECIPIENT " dt-recipient(dist-idx)
                 " TEAM " dt-team(dist-idx)
                 " PAGE " burst-pages
                 " FROM ORIGINAL PAGES " page-first "-" page-last
                 DELIMITED BY SIZE INTO distlogline
           END-IF.
           PERFORM 8100-WRITE-LOG-LINE.
           MOVE 0 TO page-first.
           MOVE 0 TO page-last.
       8100-WRITE-LOG-LINE.
           MOVE distlogline TO reportline.
           MOVE SPACES TO distlogline.
           STRING bus-date "-" db-timestamp(9:6) " "
              reportline(1:140)
              DELIMITED BY SIZE INTO distlogline.
           WRITE distlogline.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE burst-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM DistBurst.
