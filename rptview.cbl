       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptView.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL gencatfile
           ASSIGN TO "GENCAT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL viewfile
           ASSIGN TO DYNAMIC view-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL printfile
           ASSIGN TO "REPRINT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL viewlogfile
           ASSIGN TO "RPTVIEW.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD gencatfile.
       01 gencatline.
          05 cat-stem PIC X(20).
          05 FILLER PIC X(1).
          05 cat-date PIC X(8).
          05 FILLER PIC X(1).
          05 cat-file PIC X(40).
          05 FILLER PIC X(5).
          05 cat-run PIC X(15).
       FD viewfile.
       01 viewline PIC X(240).
       FD printfile.
       01 printline PIC X(240).
       FD viewlogfile.
       01 viewlogline PIC X(120).
       WORKING-STORAGE SECTION.
      * Online viewer over the dated report generations GenName
      * catalogs in GENCAT.TXT. The operator picks a report stem,
      * then one of its generations (newest first), and pages
      * through it by the RptWrite page headings - a report written
      * without them is paged as RptWrite would have paged it. A
      * page longer than the viewer holds is carried on over the
      * next page number. The viewer finds a string (an elf number,
      * a name) forward from the top line on screen, sets a second
      * generation of the same report beside the first, page for
      * page, and reprints a range of pages to REPRINT.TXT under a
      * banner naming the generation and the operator. Any signed-
      * on level may look; every open, comparison and reprint is
      * logged with the operator id.
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1) VALUE 0.
       01 son-ok PIC X.
       01 view-done PIC X VALUE "N".
       01 viewing PIC X VALUE "N".
       01 vw-eof PIC 9.
       01 vw-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 view-name PIC X(40).
       01 gen-count PIC 9(3) VALUE 0.
       01 gen-entries.
          05 gen-entry OCCURS 500 TIMES.
             10 gen-stem PIC X(20).
             10 gen-date PIC X(8).
             10 gen-file PIC X(40).
       01 gen-idx PIC 9(3).
       01 stem-count PIC 9(3) VALUE 0.
       01 stem-entries.
          05 stem-entry OCCURS 100 TIMES.
             10 stem-name PIC X(20).
             10 stem-gens PIC 9(3).
             10 stem-latest PIC X(8).
       01 stem-idx PIC 9(3).
       01 stem-hit PIC 9(3).
       01 cur-stem PIC 9(3) VALUE 0.
      * The generations of the chosen stem, newest first, one per
      * business date.
       01 pick-count PIC 9(3) VALUE 0.
       01 pick-entries.
          05 pick-gen PIC 9(3) OCCURS 500 TIMES.
       01 pick-idx PIC 9(3).
       01 pick-hit PIC 9(3).
       01 list-mode PIC X VALUE "S".
       01 list-top PIC 9(3) VALUE 1.
       01 list-total PIC 9(3).
       01 list-title PIC X(60).
       01 list-lines.
          05 list-line01 PIC X(70).
          05 list-line02 PIC X(70).
          05 list-line03 PIC X(70).
          05 list-line04 PIC X(70).
          05 list-line05 PIC X(70).
          05 list-line06 PIC X(70).
          05 list-line07 PIC X(70).
          05 list-line08 PIC X(70).
          05 list-line09 PIC X(70).
          05 list-line10 PIC X(70).
          05 list-line11 PIC X(70).
          05 list-line12 PIC X(70).
          05 list-line13 PIC X(70).
          05 list-line14 PIC X(70).
          05 list-line15 PIC X(70).
          05 list-line16 PIC X(70).
       01 list-lines-r REDEFINES list-lines.
          05 list-line OCCURS 16 TIMES PIC X(70).
       01 scr-idx PIC 9(2).
       01 scr-size PIC 9(2) VALUE 16.
      * Side 1 is the generation opened, side 2 the one set beside
      * it. Each page is found by the line number it starts on.
       01 side-tbl.
          05 side-entry OCCURS 2 TIMES.
             10 sd-gen PIC 9(3).
             10 sd-headed PIC X.
             10 sd-line-count PIC 9(7).
             10 sd-page-count PIC 9(4).
             10 sd-page-start PIC 9(7) OCCURS 2000 TIMES.
       01 buf-tbl.
          05 buf-side OCCURS 2 TIMES.
             10 buf-count PIC 9(2).
             10 buf-line PIC X(240) OCCURS 60 TIMES.
       01 ix-side PIC 9.
       01 side-mode PIC X VALUE "N".
       01 cur-page PIC 9(4).
       01 ld-page PIC 9(4).
       01 top-offset PIC 9(2).
       01 col-shift PIC 9(3).
       01 max-shift PIC 9(3).
       01 max-lines PIC 9(2).
       01 line-no PIC 9(7).
       01 first-line PIC 9(7).
       01 last-line PIC 9(7).
       01 lines-in-page PIC 9(2).
       01 buf-idx PIC 9(2).
       01 rpt-page-size PIC 9(2) VALUE 55.
       01 hdr-line1 PIC X(78).
       01 hdr-line2 PIC X(78).
       01 view-lines.
          05 view-line01 PIC X(78).
          05 view-line02 PIC X(78).
          05 view-line03 PIC X(78).
          05 view-line04 PIC X(78).
          05 view-line05 PIC X(78).
          05 view-line06 PIC X(78).
          05 view-line07 PIC X(78).
          05 view-line08 PIC X(78).
          05 view-line09 PIC X(78).
          05 view-line10 PIC X(78).
          05 view-line11 PIC X(78).
          05 view-line12 PIC X(78).
          05 view-line13 PIC X(78).
          05 view-line14 PIC X(78).
          05 view-line15 PIC X(78).
          05 view-line16 PIC X(78).
       01 view-lines-r REDEFINES view-lines.
          05 view-line OCCURS 16 TIMES PIC X(78).
       01 page-disp PIC 9(4).
       01 count-disp PIC 9(4).
       01 col-disp PIC 9(3).
       01 cmd-in PIC X(1) VALUE SPACE.
       01 arg-in PIC X(30) VALUE SPACES.
       01 arg-num PIC 9(7).
       01 srch-str PIC X(30) VALUE SPACES.
       01 srch-len PIC 9(2) VALUE 0.
       01 srch-hits PIC 9(3).
       01 found-line PIC 9(7).
       01 rp-from-in PIC X(10).
       01 rp-to-in PIC X(10).
       01 rp-from PIC 9(4).
       01 rp-to PIC 9(4).
       01 rp-lines PIC 9(7).
       01 log-event PIC X(8).
       01 log-file PIC X(40).
       01 log-pages PIC X(16) VALUE SPACES.
       01 msg-line PIC X(60) VALUE SPACES.
       01 run-env PIC X(5).
       SCREEN SECTION.
       01 signon-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "REPORT GENERATION VIEWER".
          05 LINE 03 COLUMN 05 VALUE "OPERATOR: ".
          05 LINE 03 COLUMN 15 PIC X(8) TO operator-id.
          05 LINE 04 COLUMN 05 VALUE "PIN     : ".
          05 LINE 04 COLUMN 15 PIC X(8) TO operator-pin SECURE.
       01 list-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "REPORT GENERATION VIEWER".
          05 LINE 01 COLUMN 50 VALUE "OPERATOR: ".
          05 LINE 01 COLUMN 60 PIC X(8) FROM operator-id.
          05 LINE 02 COLUMN 05 PIC X(60) FROM list-title.
          05 LINE 04 COLUMN 05 PIC X(70) FROM list-line01.
          05 LINE 05 COLUMN 05 PIC X(70) FROM list-line02.
          05 LINE 06 COLUMN 05 PIC X(70) FROM list-line03.
          05 LINE 07 COLUMN 05 PIC X(70) FROM list-line04.
          05 LINE 08 COLUMN 05 PIC X(70) FROM list-line05.
          05 LINE 09 COLUMN 05 PIC X(70) FROM list-line06.
          05 LINE 10 COLUMN 05 PIC X(70) FROM list-line07.
          05 LINE 11 COLUMN 05 PIC X(70) FROM list-line08.
          05 LINE 12 COLUMN 05 PIC X(70) FROM list-line09.
          05 LINE 13 COLUMN 05 PIC X(70) FROM list-line10.
          05 LINE 14 COLUMN 05 PIC X(70) FROM list-line11.
          05 LINE 15 COLUMN 05 PIC X(70) FROM list-line12.
          05 LINE 16 COLUMN 05 PIC X(70) FROM list-line13.
          05 LINE 17 COLUMN 05 PIC X(70) FROM list-line14.
          05 LINE 18 COLUMN 05 PIC X(70) FROM list-line15.
          05 LINE 19 COLUMN 05 PIC X(70) FROM list-line16.
          05 LINE 21 COLUMN 05 PIC X(60) FROM msg-line.
          05 LINE 22 COLUMN 05 VALUE "COMMAND: ".
          05 LINE 22 COLUMN 14 PIC X(1) TO cmd-in.
          05 LINE 22 COLUMN 17 VALUE "ARG: ".
          05 LINE 22 COLUMN 22 PIC X(30) TO arg-in.
          05 LINE 23 COLUMN 05 VALUE
             "S nnn SELECT   N NEXT   P PREVIOUS   X BACK".
       01 view-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "REPORT GENERATION VIEWER".
          05 LINE 01 COLUMN 50 VALUE "OPERATOR: ".
          05 LINE 01 COLUMN 60 PIC X(8) FROM operator-id.
          05 LINE 02 COLUMN 02 PIC X(78) FROM hdr-line1.
          05 LINE 03 COLUMN 02 PIC X(78) FROM hdr-line2.
          05 LINE 04 COLUMN 02 PIC X(78) FROM view-line01.
          05 LINE 05 COLUMN 02 PIC X(78) FROM view-line02.
          05 LINE 06 COLUMN 02 PIC X(78) FROM view-line03.
          05 LINE 07 COLUMN 02 PIC X(78) FROM view-line04.
          05 LINE 08 COLUMN 02 PIC X(78) FROM view-line05.
          05 LINE 09 COLUMN 02 PIC X(78) FROM view-line06.
          05 LINE 10 COLUMN 02 PIC X(78) FROM view-line07.
          05 LINE 11 COLUMN 02 PIC X(78) FROM view-line08.
          05 LINE 12 COLUMN 02 PIC X(78) FROM view-line09.
          05 LINE 13 COLUMN 02 PIC X(78) FROM view-line10.
          05 LINE 14 COLUMN 02 PIC X(78) FROM view-line11.
          05 LINE 15 COLUMN 02 PIC X(78) FROM view-line12.
          05 LINE 16 COLUMN 02 PIC X(78) FROM view-line13.
          05 LINE 17 COLUMN 02 PIC X(78) FROM view-line14.
          05 LINE 18 COLUMN 02 PIC X(78) FROM view-line15.
          05 LINE 19 COLUMN 02 PIC X(78) FROM view-line16.
          05 LINE 21 COLUMN 05 PIC X(60) FROM msg-line.
          05 LINE 22 COLUMN 05 VALUE "COMMAND: ".
          05 LINE 22 COLUMN 14 PIC X(1) TO cmd-in.
          05 LINE 22 COLUMN 17 VALUE "ARG: ".
          05 LINE 22 COLUMN 22 PIC X(30) TO arg-in.
          05 LINE 23 COLUMN 02 VALUE
             "N/P PAGE  G GOTO  D/U SCROLL  >/< SHIFT  S FIND".
          05 LINE 23 COLUMN 50 VALUE
             "C COMPARE  V SINGLE  R REPRINT".
          05 LINE 24 COLUMN 02 VALUE "X LIST".
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
              DISPLAY "SIGN-ON FAILED - VIEWER ENDED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1000-LOAD-CATALOG.
           IF stem-count = 0
              DISPLAY "NO REPORT GENERATIONS CATALOGED IN GENCAT.TXT"
              PERFORM 9900-SIGN-OFF
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "SELECT A REPORT" TO msg-line.
           PERFORM UNTIL view-done = "Y"
              PERFORM 2000-BUILD-LIST-LINES
              MOVE SPACE TO cmd-in
              MOVE SPACES TO arg-in
              DISPLAY list-screen
              ACCEPT list-screen
              MOVE SPACES TO msg-line
              PERFORM 2100-HANDLE-LIST-COMMAND
           END-PERFORM.
           PERFORM 9900-SIGN-OFF.
           STOP RUN.
       1000-LOAD-CATALOG.
           MOVE 0 TO vw-eof.
           OPEN INPUT gencatfile.
           PERFORM UNTIL vw-eof > 0
              READ gencatfile
                 AT END
                    MOVE 1 TO vw-eof
                 NOT AT END
                    IF cat-stem NOT = SPACES AND cat-date NUMERIC
                       AND cat-file NOT = SPACES
                       AND gen-count < 500
                       ADD 1 TO gen-count
                       MOVE cat-stem TO gen-stem(gen-count)
                       MOVE cat-date TO gen-date(gen-count)
                       MOVE cat-file TO gen-file(gen-count)
                       PERFORM 1100-COUNT-STEM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE gencatfile.
       1100-COUNT-STEM.
           MOVE 0 TO stem-hit.
           PERFORM VARYING stem-idx FROM 1 BY 1
              UNTIL stem-idx > stem-count OR stem-hit > 0
              IF stem-name(stem-idx) = cat-stem
                 MOVE stem-idx TO stem-hit
              END-IF
           END-PERFORM.
           IF stem-hit = 0 AND stem-count < 100
              ADD 1 TO stem-count
              MOVE stem-count TO stem-hit
              MOVE cat-stem TO stem-name(stem-hit)
              MOVE 0 TO stem-gens(stem-hit)
              MOVE SPACES TO stem-latest(stem-hit)
           END-IF.
           IF stem-hit > 0
              ADD 1 TO stem-gens(stem-hit)
              IF cat-date > stem-latest(stem-hit)
                 MOVE cat-date TO stem-latest(stem-hit)
              END-IF
           END-IF.
       2000-BUILD-LIST-LINES.
           MOVE SPACES TO list-lines.
           IF list-mode = "S"
              MOVE stem-count TO list-total
              MOVE "REPORTS IN THE GENERATION CATALOG" TO list-title
           ELSE
              MOVE pick-count TO list-total
              MOVE SPACES TO list-title
              STRING "GENERATIONS OF " stem-name(cur-stem)
                 " - NEWEST FIRST"
                 DELIMITED BY SIZE INTO list-title
           END-IF.
           PERFORM VARYING scr-idx FROM 1 BY 1
              UNTIL scr-idx > scr-size
              OR list-top + scr-idx - 1 > list-total
              COMPUTE pick-idx = list-top + scr-idx - 1
              IF list-mode = "S"
                 STRING pick-idx " " stem-name(pick-idx)
                    " GENERATIONS=" stem-gens(pick-idx)
                    " LATEST=" stem-latest(pick-idx)
                    DELIMITED BY SIZE INTO list-line(scr-idx)
              ELSE
                 MOVE pick-gen(pick-idx) TO gen-idx
                 STRING pick-idx " " gen-date(gen-idx)
                    " " gen-file(gen-idx)
                    DELIMITED BY SIZE INTO list-line(scr-idx)
              END-IF
           END-PERFORM.
       2100-HANDLE-LIST-COMMAND.
           MOVE FUNCTION UPPER-CASE(cmd-in) TO cmd-in.
           EVALUATE cmd-in
              WHEN "N"
                 IF list-top + scr-size <= list-total
                    ADD scr-size TO list-top
                 ELSE
                    MOVE "END OF LIST" TO msg-line
                 END-IF
              WHEN "P"
                 IF list-top > scr-size
                    SUBTRACT scr-size FROM list-top
                 ELSE
                    MOVE 1 TO list-top
                 END-IF
              WHEN "S"
                 PERFORM 2200-SELECT-ENTRY
              WHEN "X"
                 IF list-mode = "G"
                    MOVE "S" TO list-mode
                    MOVE 1 TO list-top
                 ELSE
                    MOVE "Y" TO view-done
                 END-IF
              WHEN OTHER
                 MOVE "UNKNOWN COMMAND" TO msg-line
           END-EVALUATE.
       2200-SELECT-ENTRY.
           MOVE 0 TO arg-num.
           IF arg-in NOT = SPACES
              AND FUNCTION TEST-NUMVAL(arg-in) = 0
              COMPUTE arg-num = FUNCTION NUMVAL(arg-in)
           END-IF.
           IF arg-num = 0 OR arg-num > list-total
              MOVE "ENTER THE NUMBER OF A LINE ON THE LIST" TO msg-line
           ELSE
              IF list-mode = "S"
                 MOVE arg-num TO cur-stem
                 PERFORM 2300-PICK-GENERATIONS
                 MOVE "G" TO list-mode
                 MOVE 1 TO list-top
                 MOVE "SELECT A GENERATION" TO msg-line
              ELSE
                 MOVE pick-gen(arg-num) TO sd-gen(1)
                 PERFORM 3000-OPEN-GENERATION
              END-IF
           END-IF.
      * The catalog is appended as runs happen, so walking it from
      * the end gives the newest first; a same-day rerun shares its
      * date and file with the first run and is listed once.
       2300-PICK-GENERATIONS.
           MOVE 0 TO pick-count.
           PERFORM VARYING gen-idx FROM gen-count BY -1
              UNTIL gen-idx < 1
              IF gen-stem(gen-idx) = stem-name(cur-stem)
                 MOVE 0 TO pick-hit
                 PERFORM VARYING pick-idx FROM 1 BY 1
                    UNTIL pick-idx > pick-count OR pick-hit > 0
                    IF gen-date(pick-gen(pick-idx)) = gen-date(gen-idx)
                       MOVE pick-idx TO pick-hit
                    END-IF
                 END-PERFORM
                 IF pick-hit = 0
                    ADD 1 TO pick-count
                    MOVE gen-idx TO pick-gen(pick-count)
                 END-IF
              END-IF
           END-PERFORM.
       3000-OPEN-GENERATION.
           MOVE 1 TO ix-side.
           PERFORM 4000-INDEX-SIDE.
           IF sd-page-count(1) = 0
              MOVE "GENERATION FILE IS EMPTY OR NO LONGER ON DISK"
                 TO msg-line
           ELSE
              MOVE "N" TO side-mode
              MOVE 1 TO cur-page
              MOVE 0 TO top-offset
              MOVE 0 TO col-shift
              PERFORM 4200-LOAD-CURRENT-PAGES
              MOVE "OPEN" TO log-event
              MOVE gen-file(sd-gen(1)) TO log-file
              PERFORM 9000-LOG-EVENT
              MOVE "Y" TO viewing
              PERFORM UNTIL viewing = "N"
                 PERFORM 5000-BUILD-VIEW
                 MOVE SPACE TO cmd-in
                 MOVE SPACES TO arg-in
                 DISPLAY view-screen
                 ACCEPT view-screen
                 MOVE SPACES TO msg-line
                 PERFORM 5100-HANDLE-VIEW-COMMAND
              END-PERFORM
           END-IF.
      * Pages start at each RptWrite page heading; a report without
      * headings starts a page every RptWrite page's worth of lines.
       4000-INDEX-SIDE.
           MOVE gen-file(sd-gen(ix-side)) TO view-name.
           MOVE "N" TO sd-headed(ix-side).
           MOVE 0 TO sd-line-count(ix-side).
           MOVE 0 TO sd-page-count(ix-side).
           MOVE 0 TO lines-in-page.
           MOVE 0 TO vw-eof.
           OPEN INPUT viewfile.
           PERFORM UNTIL vw-eof > 0
              READ viewfile
                 AT END
                    MOVE 1 TO vw-eof
                 NOT AT END
                    ADD 1 TO sd-line-count(ix-side)
                    IF sd-line-count(ix-side) = 1
                       AND viewline(1:8) = "REPORT: "
                       MOVE "Y" TO sd-headed(ix-side)
                    END-IF
                    EVALUATE TRUE
                       WHEN sd-line-count(ix-side) = 1
                          PERFORM 4100-START-PAGE
                       WHEN sd-headed(ix-side) = "Y"
                          AND viewline(1:8) = "REPORT: "
                          PERFORM 4100-START-PAGE
                       WHEN sd-headed(ix-side) = "N"
                          AND lines-in-page >= rpt-page-size
                          PERFORM 4100-START-PAGE
                       WHEN lines-in-page >= 60
                          PERFORM 4100-START-PAGE
                       WHEN OTHER
                          ADD 1 TO lines-in-page
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE viewfile.
       4100-START-PAGE.
           IF sd-page-count(ix-side) < 2000
              ADD 1 TO sd-page-count(ix-side)
              MOVE sd-line-count(ix-side)
                 TO sd-page-start(ix-side, sd-page-count(ix-side))
              MOVE 1 TO lines-in-page
           ELSE
              ADD 1 TO lines-in-page
           END-IF.
       4200-LOAD-CURRENT-PAGES.
           MOVE cur-page TO ld-page.
           MOVE 1 TO ix-side.
           PERFORM 4300-LOAD-PAGE.
           IF side-mode = "Y"
              MOVE 2 TO ix-side
              PERFORM 4300-LOAD-PAGE
           END-IF.
       4300-LOAD-PAGE.
           MOVE 0 TO buf-count(ix-side).
           IF ld-page > 0 AND ld-page <= sd-page-count(ix-side)
              MOVE gen-file(sd-gen(ix-side)) TO view-name
              PERFORM 4400-PAGE-BOUNDS
              MOVE 0 TO line-no
              MOVE 0 TO vw-eof
              OPEN INPUT viewfile
              PERFORM UNTIL vw-eof > 0
                 READ viewfile
                    AT END
                       MOVE 1 TO vw-eof
                    NOT AT END
                       ADD 1 TO line-no
                       IF line-no >= first-line
                          AND buf-count(ix-side) < 60
                          ADD 1 TO buf-count(ix-side)
                          MOVE buf-count(ix-side) TO buf-idx
                          MOVE viewline
                             TO buf-line(ix-side, buf-idx)
                       END-IF
                       IF line-no >= last-line
                          MOVE 1 TO vw-eof
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE viewfile
           END-IF.
       4400-PAGE-BOUNDS.
           MOVE sd-page-start(ix-side, ld-page) TO first-line.
           IF ld-page < sd-page-count(ix-side)
              COMPUTE last-line =
                 sd-page-start(ix-side, ld-page + 1) - 1
           ELSE
              MOVE sd-line-count(ix-side) TO last-line
           END-IF.
      * Side by side, each generation gets half the screen from the
      * same column.
       5000-BUILD-VIEW.
           MOVE SPACES TO hdr-line1.
           MOVE SPACES TO hdr-line2.
           MOVE cur-page TO page-disp.
           MOVE sd-page-count(1) TO count-disp.
           COMPUTE col-disp = col-shift + 1.
           STRING gen-file(sd-gen(1)) DELIMITED BY SPACE
              " PAGE " page-disp " OF " count-disp
              " FROM COLUMN " col-disp DELIMITED BY SIZE
              INTO hdr-line1.
           IF side-mode = "Y"
              MOVE sd-page-count(2) TO count-disp
              STRING "BESIDE " DELIMITED BY SIZE
                 gen-file(sd-gen(2)) DELIMITED BY SPACE
                 " (" count-disp " PAGES)" DELIMITED BY SIZE
                 INTO hdr-line2
              IF buf-count(2) = 0
                 MOVE "PAGE NOT IN THE SECOND GENERATION"
                    TO msg-line
              END-IF
           END-IF.
           MOVE SPACES TO view-lines.
           PERFORM VARYING scr-idx FROM 1 BY 1
              UNTIL scr-idx > scr-size
              COMPUTE buf-idx = top-offset + scr-idx
              IF side-mode = "N"
                 IF buf-idx <= buf-count(1)
                    MOVE buf-line(1, buf-idx)(col-shift + 1:78)
                       TO view-line(scr-idx)
                 END-IF
              ELSE
                 IF buf-idx <= buf-count(1)
                    MOVE buf-line(1, buf-idx)(col-shift + 1:38)
                       TO view-line(scr-idx)(1:38)
                 END-IF
                 MOVE "|" TO view-line(scr-idx)(40:1)
                 IF buf-idx <= buf-count(2)
                    MOVE buf-line(2, buf-idx)(col-shift + 1:38)
                       TO view-line(scr-idx)(41:38)
                 END-IF
              END-IF
           END-PERFORM.
       5100-HANDLE-VIEW-COMMAND.
           MOVE FUNCTION UPPER-CASE(cmd-in) TO cmd-in.
           MOVE buf-count(1) TO max-lines.
           IF side-mode = "Y" AND buf-count(2) > max-lines
              MOVE buf-count(2) TO max-lines
           END-IF.
           IF side-mode = "Y"
              MOVE 202 TO max-shift
           ELSE
              MOVE 162 TO max-shift
           END-IF.
           EVALUATE cmd-in
              WHEN "N"
                 IF cur-page < sd-page-count(1)
                    ADD 1 TO cur-page
                    MOVE 0 TO top-offset
                    PERFORM 4200-LOAD-CURRENT-PAGES
                 ELSE
                    MOVE "LAST PAGE" TO msg-line
                 END-IF
              WHEN "P"
                 IF cur-page > 1
                    SUBTRACT 1 FROM cur-page
                    MOVE 0 TO top-offset
                    PERFORM 4200-LOAD-CURRENT-PAGES
                 ELSE
                    MOVE "FIRST PAGE" TO msg-line
                 END-IF
              WHEN "G"
                 PERFORM 5200-GO-TO-PAGE
              WHEN "D"
                 IF top-offset + scr-size < max-lines
                    ADD scr-size TO top-offset
                 ELSE
                    MOVE "BOTTOM OF PAGE" TO msg-line
                 END-IF
              WHEN "U"
                 IF top-offset > scr-size
                    SUBTRACT scr-size FROM top-offset
                 ELSE
                    MOVE 0 TO top-offset
                 END-IF
              WHEN ">"
                 IF col-shift + 20 <= max-shift
                    ADD 20 TO col-shift
                 ELSE
                    MOVE max-shift TO col-shift
                 END-IF
              WHEN "<"
                 IF col-shift > 20
                    SUBTRACT 20 FROM col-shift
                 ELSE
                    MOVE 0 TO col-shift
                 END-IF
              WHEN "S"
                 PERFORM 6000-FIND-STRING
              WHEN "C"
                 PERFORM 6500-SET-BESIDE
              WHEN "V"
                 MOVE "N" TO side-mode
                 IF col-shift > 162
                    MOVE 162 TO col-shift
                 END-IF
              WHEN "R"
                 PERFORM 7000-REPRINT-PAGES
              WHEN "X"
                 MOVE "N" TO viewing
              WHEN OTHER
                 MOVE "UNKNOWN COMMAND" TO msg-line
           END-EVALUATE.
       5200-GO-TO-PAGE.
           MOVE 0 TO arg-num.
           IF arg-in NOT = SPACES
              AND FUNCTION TEST-NUMVAL(arg-in) = 0
              COMPUTE arg-num = FUNCTION NUMVAL(arg-in)
           END-IF.
           IF arg-num = 0 OR arg-num > sd-page-count(1)
              MOVE "NO SUCH PAGE" TO msg-line
           ELSE
              MOVE arg-num TO cur-page
              MOVE 0 TO top-offset
              PERFORM 4200-LOAD-CURRENT-PAGES
           END-IF.
      * Searches the generation opened, from the line after the top
      * one on screen; a blank argument repeats the last search, so
      * repeating it walks through every occurrence.
       6000-FIND-STRING.
           IF arg-in NOT = SPACES
              MOVE FUNCTION UPPER-CASE(arg-in) TO srch-str
              COMPUTE srch-len =
                 FUNCTION LENGTH(FUNCTION TRIM(srch-str TRAILING))
           END-IF.
           IF srch-len = 0
              MOVE "ENTER THE STRING TO FIND" TO msg-line
           ELSE
              COMPUTE first-line = sd-page-start(1, cur-page)
                 + top-offset + 1
              MOVE gen-file(sd-gen(1)) TO view-name
              MOVE 0 TO found-line
              MOVE 0 TO line-no
              MOVE 0 TO vw-eof
              OPEN INPUT viewfile
              PERFORM UNTIL vw-eof > 0
                 READ viewfile
                    AT END
                       MOVE 1 TO vw-eof
                    NOT AT END
                       ADD 1 TO line-no
                       IF line-no >= first-line
                          MOVE 0 TO srch-hits
                          INSPECT viewline TALLYING srch-hits
                             FOR ALL srch-str(1:srch-len)
                          IF srch-hits > 0
                             MOVE line-no TO found-line
                             MOVE 1 TO vw-eof
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE viewfile
              IF found-line = 0
                 MOVE SPACES TO msg-line
                 STRING srch-str(1:srch-len)
                    " NOT FOUND FURTHER ON"
                    DELIMITED BY SIZE INTO msg-line
              ELSE
                 PERFORM 6100-SHOW-FOUND-LINE
              END-IF
           END-IF.
       6100-SHOW-FOUND-LINE.
           MOVE 1 TO cur-page.
           PERFORM VARYING ld-page FROM 1 BY 1
              UNTIL ld-page > sd-page-count(1)
              IF sd-page-start(1, ld-page) <= found-line
                 MOVE ld-page TO cur-page
              END-IF
           END-PERFORM.
           COMPUTE top-offset = found-line
              - sd-page-start(1, cur-page).
           PERFORM 4200-LOAD-CURRENT-PAGES.
           MOVE cur-page TO page-disp.
           MOVE SPACES TO msg-line.
           STRING srch-str(1:srch-len) " FOUND ON PAGE " page-disp
              DELIMITED BY SIZE INTO msg-line.
      * The second generation is named by its business date; left
      * blank, the next older generation than the one opened is
      * taken.
       6500-SET-BESIDE.
           MOVE 0 TO pick-hit.
           PERFORM VARYING pick-idx FROM 1 BY 1
              UNTIL pick-idx > pick-count OR pick-hit > 0
              MOVE pick-gen(pick-idx) TO gen-idx
              IF arg-in = SPACES
                 IF gen-date(gen-idx) < gen-date(sd-gen(1))
                    MOVE pick-idx TO pick-hit
                 END-IF
              ELSE
                 IF gen-date(gen-idx) = arg-in(1:8)
                    MOVE pick-idx TO pick-hit
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN pick-hit = 0
                 MOVE "NO SUCH GENERATION OF THIS REPORT" TO msg-line
              WHEN pick-gen(pick-hit) = sd-gen(1)
                 MOVE "THAT IS THE GENERATION OPENED" TO msg-line
              WHEN OTHER
                 MOVE pick-gen(pick-hit) TO sd-gen(2)
                 MOVE 2 TO ix-side
                 PERFORM 4000-INDEX-SIDE
                 MOVE "Y" TO side-mode
                 IF col-shift > 202
                    MOVE 202 TO col-shift
                 END-IF
                 PERFORM 4200-LOAD-CURRENT-PAGES
                 MOVE "COMPARE" TO log-event
                 MOVE gen-file(sd-gen(2)) TO log-file
                 PERFORM 9000-LOG-EVENT
           END-EVALUATE.
      * "a-b" reprints pages a to b, "a" the one page, blank the
      * page on screen - each with its original headings.
       7000-REPRINT-PAGES.
           MOVE SPACES TO rp-from-in.
           MOVE SPACES TO rp-to-in.
           UNSTRING arg-in DELIMITED BY "-" OR ALL SPACE
              INTO rp-from-in, rp-to-in.
           MOVE cur-page TO rp-from.
           IF rp-from-in NOT = SPACES
              MOVE 0 TO rp-from
              IF FUNCTION TEST-NUMVAL(rp-from-in) = 0
                 COMPUTE rp-from = FUNCTION NUMVAL(rp-from-in)
              END-IF
           END-IF.
           MOVE rp-from TO rp-to.
           IF rp-to-in NOT = SPACES
              MOVE 0 TO rp-to
              IF FUNCTION TEST-NUMVAL(rp-to-in) = 0
                 COMPUTE rp-to = FUNCTION NUMVAL(rp-to-in)
              END-IF
           END-IF.
           IF rp-from = 0 OR rp-to < rp-from
              OR rp-to > sd-page-count(1)
              MOVE "REPRINT RANGE MUST BE PAGES a-b OF THIS REPORT"
                 TO msg-line
           ELSE
              PERFORM 7100-WRITE-REPRINT
           END-IF.
       7100-WRITE-REPRINT.
           MOVE 1 TO ix-side.
           MOVE rp-from TO ld-page.
           PERFORM 4400-PAGE-BOUNDS.
           MOVE first-line TO found-line.
           MOVE rp-to TO ld-page.
           PERFORM 4400-PAGE-BOUNDS.
           MOVE found-line TO first-line.
           MOVE FUNCTION CURRENT-DATE TO vw-timestamp.
           CALL "BusDate" USING bus-date.
           OPEN EXTEND printfile.
           MOVE SPACES TO printline.
           STRING "*** REPRINT OF " DELIMITED BY SIZE
              gen-file(sd-gen(1)) DELIMITED BY SPACE
              " PAGES " rp-from "-" rp-to
              " FOR " operator-id
              " AT " bus-date "-" vw-timestamp(9:6) " ***"
              DELIMITED BY SIZE INTO printline.
           WRITE printline.
           MOVE gen-file(sd-gen(1)) TO view-name.
           MOVE 0 TO rp-lines.
           MOVE 0 TO line-no.
           MOVE 0 TO vw-eof.
           OPEN INPUT viewfile.
           PERFORM UNTIL vw-eof > 0
              READ viewfile
                 AT END
                    MOVE 1 TO vw-eof
                 NOT AT END
                    ADD 1 TO line-no
                    IF line-no >= first-line
                       MOVE viewline TO printline
                       WRITE printline
                       ADD 1 TO rp-lines
                    END-IF
                    IF line-no >= last-line
                       MOVE 1 TO vw-eof
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE viewfile.
           CLOSE printfile.
           MOVE "REPRINT" TO log-event.
           STRING " PAGES=" rp-from "-" rp-to
              DELIMITED BY SIZE INTO log-pages.
           MOVE gen-file(sd-gen(1)) TO log-file.
           PERFORM 9000-LOG-EVENT.
           MOVE SPACES TO msg-line.
           STRING "PAGES " rp-from "-" rp-to " REPRINTED - "
              rp-lines " LINES TO REPRINT.TXT"
              DELIMITED BY SIZE INTO msg-line.
       9000-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE TO vw-timestamp.
           CALL "BusDate" USING bus-date.
           OPEN EXTEND viewlogfile.
           MOVE SPACES TO viewlogline.
           STRING bus-date "-" vw-timestamp(9:6)
              " OPERATOR=" operator-id
              " EVENT=" log-event
              " FILE=" log-file
              log-pages
              DELIMITED BY SIZE INTO viewlogline.
           MOVE SPACES TO log-pages.
           WRITE viewlogline.
           CLOSE viewlogfile.
      * Signing off clears the session record SignOn wrote.
       9900-SIGN-OFF.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
       END PROGRAM RptView.
