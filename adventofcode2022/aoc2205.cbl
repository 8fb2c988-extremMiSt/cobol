       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC2205.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inputfile
           ASSIGN TO "aoc2205_in.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL movauditfile
           ASSIGN TO "AOC2205_MOV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL rejfile
           ASSIGN TO "AOC2205_REJ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD inputfile RECORD CONTAINS 80 CHARACTERS.
       01 inputline PIC X(80).
       FD movauditfile.
       01 movauditline PIC X(160).
       FD rejfile.
       01 rejline PIC X(130).
       WORKING-STORAGE SECTION.
      * Supply stacks: the input opens with a drawing of the crate
      * stacks - "[X]" cells four columns apart, top row first -
      * closed by the stack label line, then a blank line, then the
      * crane instructions "move n from x to y". Both cranes are run
      * side by side over the same instructions: the CrateMover
      * 9000 lifts one crate at a time (part 1), the 9001 lifts the
      * whole group keeping its order (part 2). Each answer is the
      * string of top crates read left to right, so it goes to the
      * answer master through LedgerLong under the puzzle key
      * "yyyy dd p".
       01 input-phase PIC X VALUE "D".
       01 drawing-count PIC 9(3) VALUE 0.
       01 drawing-lines.
          05 drawing-line OCCURS 100 TIMES PIC X(36).
       01 stack-count PIC 9 VALUE 0.
       01 crane-stacks.
          05 crane OCCURS 2 TIMES.
             10 stack-entry OCCURS 9 TIMES.
                15 stack-height PIC 9(3).
                15 stack-crates PIC X(200).
       01 crane-idx PIC 9.
       01 stack-idx PIC 9(2).
       01 draw-idx PIC 9(3).
       01 cell-pos PIC 9(2).
       01 crate-idx PIC 9(3).
       01 crate-char PIC X.
       01 move-lit PIC X(8).
       01 from-lit PIC X(8).
       01 to-lit PIC X(8).
       01 count-txt PIC X(8).
       01 src-txt PIC X(8).
       01 dst-txt PIC X(8).
       01 extra-txt PIC X(8).
       01 txt-len PIC 9(2).
       01 move-qty PIC 9(3).
       01 move-src PIC 9.
       01 move-dst PIC 9.
       01 move-count PIC 9(6) VALUE 0.
       01 blank-count PIC 9(6) VALUE 0.
       01 src-height PIC 9(3).
       01 dst-height PIC 9(3).
       01 height-list.
          05 height-cell OCCURS 2 TIMES.
             10 height-item OCCURS 9 TIMES.
                15 FILLER PIC X VALUE SPACE.
                15 height-disp PIC 9(3).
       01 top-crates.
          05 top-answer PIC X(210) OCCURS 2 TIMES.
       COPY EOFCTL.
       01 line-len PIC 999.
       01 line-valid PIC X VALUE "Y".
       01 rej-reason PIC X(30).
       01 rej-count PIC 9(6) VALUE 0.
       01 reject-limit PIC 9(6) VALUE 100.
       01 reject-pct PIC 9(3) VALUE 10.
       01 cur-reject-pct PIC 9(3).
       01 cfg-key PIC X(20).
       01 cfg-value PIC 9(8).
       01 cfg-found PIC X.
       01 qrn-action PIC X(1).
       01 qrn-file PIC X(40).
       01 qrn-held PIC X.
       01 alt-prog PIC X(20) VALUE "AOC2205".
       01 alt-severity PIC X(8).
       01 alt-message PIC X(80).
       01 aud-prog PIC X(20) VALUE "AOC2205".
       01 aud-start PIC X(26).
       01 aud-infile PIC X(80) VALUE "aoc2205_in.txt".
       01 aud-reccount PIC 9(10).
       01 aud-total PIC 9(15).
       01 ldg-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 ldg-day PIC 9(2) VALUE 5.
       01 ldgl-key PIC X(12).
       01 ldgl-answer PIC X(210).
       01 jst-prog PIC X(20) VALUE "AOC2205".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO aud-start.
           PERFORM 0400-CHECK-SEASON.
           PERFORM 0500-APPLY-CONFIG.
           PERFORM 0700-CHECK-QUARANTINE.
           OPEN INPUT inputfile.
           OPEN OUTPUT movauditfile.
           OPEN OUTPUT rejfile.
           PERFORM UNTIL eof > 0
              PERFORM 9500-READ-INPUT-RECORD
              IF eof = 0
                 IF input-phase = "D"
                    PERFORM 2000-TAKE-DRAWING-LINE
                 ELSE
                    PERFORM 3000-TAKE-MOVE-LINE
                 END-IF
                 IF line-valid = "N"
                    ADD 1 TO rej-count
                    MOVE SPACES TO rejline
                    STRING "LINE " rec-count " REJECTED - "
                       rej-reason ": " inputline
                       DELIMITED BY SIZE INTO rejline
                    WRITE rejline
                    PERFORM 2600-CHECK-REJECT-RATE
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 2600-CHECK-REJECT-RATE.
      * A file that never reached its stack label line has no
      * stacks to move - there is no answer to record.
           IF stack-count = 0
              DISPLAY "NO STACK LABEL LINE FOUND - NO STACKS BUILT"
              CLOSE movauditfile
              CLOSE rejfile
              CLOSE inputfile
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 4000-READ-TOP-CRATES.
           DISPLAY "CRATEMOVER 9000 TOP CRATES=" top-answer(1)(1:20).
           DISPLAY "CRATEMOVER 9001 TOP CRATES=" top-answer(2)(1:20).
           DISPLAY "MOVES APPLIED=" move-count.
           DISPLAY "MALFORMED LINES REJECTED=" rej-count.
           CLOSE movauditfile.
           CLOSE rejfile.
           CLOSE inputfile.
           MOVE move-count TO aud-total.
           MOVE rec-count TO aud-reccount.
           CALL "AuditLog" USING aud-prog, aud-infile, aud-reccount,
              aud-total, aud-start.
           MOVE SPACES TO ldgl-key.
           STRING ldg-year " " ldg-day " 1"
              DELIMITED BY SIZE INTO ldgl-key.
           MOVE top-answer(1) TO ldgl-answer.
           CALL "LedgerLong" USING ldgl-key, ldgl-answer.
           MOVE SPACES TO ldgl-key.
           STRING ldg-year " " ldg-day " 2"
              DELIMITED BY SIZE INTO ldgl-key.
           MOVE top-answer(2) TO ldgl-answer.
           CALL "LedgerLong" USING ldgl-key, ldgl-answer.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * The season year comes from the site configuration, and a
      * season YearEnd has closed is refused here rather than at
      * the ledger write, unless it has been forced open for the
      * business date.
       0400-CHECK-SEASON.
           CALL "SeasonYr" USING ldg-year, syr-open.
           IF syr-open = "N"
              DISPLAY "SEASON " ldg-year " IS CLOSED - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
       0500-APPLY-CONFIG.
           MOVE "REJECT-LIMIT" TO cfg-key.
           MOVE reject-limit TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           IF cfg-found = "Y" AND cfg-value > 0
              AND cfg-value <= 999999
              MOVE cfg-value TO reject-limit
              DISPLAY "EFFECTIVE SETTINGS: REJECT-LIMIT="
                 reject-limit " (SITE)"
           ELSE
              DISPLAY "EFFECTIVE SETTINGS: REJECT-LIMIT="
                 reject-limit " (DEFAULT)"
           END-IF.
           MOVE "REJECT-PCT" TO cfg-key.
           MOVE reject-pct TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           IF cfg-found = "Y" AND cfg-value > 0 AND cfg-value <= 100
              MOVE cfg-value TO reject-pct
              DISPLAY "EFFECTIVE SETTINGS: REJECT-PCT="
                 reject-pct " (SITE)"
           ELSE
              DISPLAY "EFFECTIVE SETTINGS: REJECT-PCT="
                 reject-pct " (DEFAULT)"
           END-IF.
      * An input the register still holds in quarantine must not be
      * rerun until an authorized operator releases it.
       0700-CHECK-QUARANTINE.
           MOVE "C" TO qrn-action.
           MOVE aud-infile(1:40) TO qrn-file.
           CALL "Quarantine" USING qrn-action, qrn-file, aud-prog,
              rej-count, rec-count, qrn-held.
           IF qrn-held = "Y"
              DISPLAY "INPUT " aud-infile(1:40)
                 " IS QUARANTINED - RELEASE IT BEFORE RERUNNING"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
      * Data-quality circuit breaker, as on the other solvers: past
      * the site reject limit or reject share the run stops with
      * RC 10, no ledger entry, and the input goes to quarantine.
       2600-CHECK-REJECT-RATE.
           IF rec-count >= 20
              COMPUTE cur-reject-pct =
                 rej-count * 100 / rec-count
           ELSE
              MOVE 0 TO cur-reject-pct
           END-IF.
           IF rej-count > reject-limit
              OR cur-reject-pct > reject-pct
              DISPLAY "REJECT RATE TRIPPED AT LINE " rec-count
                 " - REJECTS=" rej-count
                 " PCT=" cur-reject-pct
                 " - RUN STOPPED, NO LEDGER ENTRY"
              MOVE "SEVERE" TO alt-severity
              MOVE SPACES TO alt-message
              STRING "REJECT RATE TRIPPED - REJECTS=" rej-count
                 " OF " rec-count " LINES"
                 DELIMITED BY SIZE INTO alt-message
              CALL "Alert" USING alt-prog, alt-severity, alt-message
              CLOSE inputfile
              MOVE "T" TO qrn-action
              MOVE aud-infile(1:40) TO qrn-file
              CALL "Quarantine" USING qrn-action, qrn-file,
                 aud-prog, rej-count, rec-count, qrn-held
              MOVE 10 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
      * Drawing rows are held until the label line arrives, since
      * the stacks are built bottom-up. A row is good when every
      * four-column cell is either "[X]" with a letter or blank.
       2000-TAKE-DRAWING-LINE.
           MOVE "Y" TO line-valid.
           CALL "StrLen" USING inputline, line-len.
           IF line-len = 0 OR line-len > 35
              MOVE "N" TO line-valid
              MOVE "BAD DRAWING ROW" TO rej-reason
           ELSE
              IF inputline(2:1) = "1"
                 PERFORM 2200-BUILD-STACKS
              ELSE
                 PERFORM 2100-VALIDATE-DRAWING-ROW
                 IF line-valid = "Y"
                    IF drawing-count >= 100
                       DISPLAY "TOO MANY DRAWING ROWS - TABLE FULL"
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9600-REGISTER-STATUS
                       STOP RUN
                    END-IF
                    ADD 1 TO drawing-count
                    MOVE inputline(1:36) TO drawing-line(drawing-count)
                 END-IF
              END-IF
           END-IF.
       2100-VALIDATE-DRAWING-ROW.
           PERFORM VARYING stack-idx FROM 1 BY 1
              UNTIL stack-idx > 9 OR line-valid = "N"
              COMPUTE cell-pos = (stack-idx * 4) - 3
              IF inputline(cell-pos:3) NOT = SPACES
                 IF inputline(cell-pos:1) NOT = "["
                    OR inputline(cell-pos + 2:1) NOT = "]"
                    OR inputline(cell-pos + 1:1) NOT ALPHABETIC
                    OR inputline(cell-pos + 1:1) = SPACE
                    MOVE "N" TO line-valid
                 END-IF
              END-IF
              IF inputline(cell-pos + 3:1) NOT = SPACE
                 MOVE "N" TO line-valid
              END-IF
           END-PERFORM.
           IF line-valid = "N"
              MOVE "BAD DRAWING ROW" TO rej-reason
           END-IF.
      * The label line " 1   2   3 ..." fixes the stack count; the
      * held rows are then stacked from the bottom row up, the
      * same crates going onto both cranes' stacks.
       2200-BUILD-STACKS.
           MOVE 0 TO stack-count.
           PERFORM VARYING stack-idx FROM 1 BY 1 UNTIL stack-idx > 9
              COMPUTE cell-pos = (stack-idx * 4) - 2
              IF inputline(cell-pos:1) IS NUMERIC
                 AND inputline(cell-pos:1) NOT = "0"
                 MOVE stack-idx TO stack-count
              END-IF
           END-PERFORM.
           IF stack-count = 0
              MOVE "N" TO line-valid
              MOVE "BAD STACK LABEL LINE" TO rej-reason
           ELSE
              PERFORM VARYING crane-idx FROM 1 BY 1
                 UNTIL crane-idx > 2
                 PERFORM VARYING stack-idx FROM 1 BY 1
                    UNTIL stack-idx > 9
                    MOVE 0 TO stack-height(crane-idx, stack-idx)
                    MOVE SPACES TO stack-crates(crane-idx, stack-idx)
                 END-PERFORM
              END-PERFORM
              PERFORM VARYING draw-idx FROM drawing-count BY -1
                 UNTIL draw-idx < 1
                 PERFORM 2300-STACK-ONE-ROW
              END-PERFORM
              MOVE "M" TO input-phase
           END-IF.
       2300-STACK-ONE-ROW.
           PERFORM VARYING stack-idx FROM 1 BY 1
              UNTIL stack-idx > stack-count
              COMPUTE cell-pos = (stack-idx * 4) - 2
              MOVE drawing-line(draw-idx)(cell-pos:1) TO crate-char
              IF crate-char NOT = SPACE
                 PERFORM VARYING crane-idx FROM 1 BY 1
                    UNTIL crane-idx > 2
                    ADD 1 TO stack-height(crane-idx, stack-idx)
                    MOVE crate-char TO stack-crates(crane-idx,
                       stack-idx)(stack-height(crane-idx,
                       stack-idx):1)
                 END-PERFORM
              END-IF
           END-PERFORM.
      * The blank separator and any trailing blanks are passed over;
      * everything else must be a move the stacks can carry out.
       3000-TAKE-MOVE-LINE.
           MOVE "Y" TO line-valid.
           CALL "StrLen" USING inputline, line-len.
           IF line-len = 0
              ADD 1 TO blank-count
           ELSE
              PERFORM 3100-VALIDATE-MOVE
              IF line-valid = "Y"
                 PERFORM 3200-APPLY-MOVE
                 PERFORM 3300-WRITE-MOVE-AUDIT
              END-IF
           END-IF.
       3100-VALIDATE-MOVE.
           MOVE SPACES TO move-lit from-lit to-lit count-txt
              src-txt dst-txt extra-txt.
           UNSTRING inputline DELIMITED BY ALL SPACE
              INTO move-lit, count-txt, from-lit, src-txt,
                 to-lit, dst-txt, extra-txt.
           MOVE 0 TO txt-len.
           INSPECT count-txt TALLYING txt-len
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF move-lit NOT = "move" OR from-lit NOT = "from"
              OR to-lit NOT = "to" OR extra-txt NOT = SPACES
              OR txt-len = 0 OR txt-len > 3
              OR src-txt(2:7) NOT = SPACES
              OR dst-txt(2:7) NOT = SPACES
              MOVE "N" TO line-valid
              MOVE "BAD MOVE INSTRUCTION" TO rej-reason
           ELSE
              IF count-txt(1:txt-len) NOT NUMERIC
                 OR src-txt(1:1) NOT NUMERIC
                 OR dst-txt(1:1) NOT NUMERIC
                 MOVE "N" TO line-valid
                 MOVE "BAD MOVE INSTRUCTION" TO rej-reason
              END-IF
           END-IF.
           IF line-valid = "Y"
              MOVE count-txt(1:txt-len) TO move-qty
              MOVE src-txt(1:1) TO move-src
              MOVE dst-txt(1:1) TO move-dst
              IF move-src = 0 OR move-src > stack-count
                 OR move-dst = 0 OR move-dst > stack-count
                 OR move-src = move-dst
                 MOVE "N" TO line-valid
                 MOVE "NO SUCH STACK" TO rej-reason
              ELSE
                 IF move-qty = 0
                    OR move-qty > stack-height(1, move-src)
                    OR stack-height(1, move-dst) + move-qty > 200
                    MOVE "N" TO line-valid
                    MOVE "MORE CRATES THAN THE STACK HOLDS"
                       TO rej-reason
                 END-IF
              END-IF
           END-IF.
      * The 9000 lifts the top crate n times, so the group lands
      * reversed; the 9001 lifts the group at once and keeps its
      * order. Both stacks lose and gain the same number of crates,
      * so the heights stay in step between the cranes.
       3200-APPLY-MOVE.
           ADD 1 TO move-count.
           MOVE stack-height(1, move-src) TO src-height.
           MOVE stack-height(1, move-dst) TO dst-height.
           PERFORM VARYING crate-idx FROM 1 BY 1
              UNTIL crate-idx > move-qty
              MOVE stack-crates(1, move-src)
                 (src-height - crate-idx + 1:1)
                 TO stack-crates(1, move-dst)(dst-height + crate-idx:1)
           END-PERFORM.
           MOVE stack-crates(2, move-src)
              (src-height - move-qty + 1:move-qty)
              TO stack-crates(2, move-dst)(dst-height + 1:move-qty).
           PERFORM VARYING crane-idx FROM 1 BY 1 UNTIL crane-idx > 2
              MOVE SPACES TO stack-crates(crane-idx, move-src)
                 (src-height - move-qty + 1:move-qty)
              SUBTRACT move-qty FROM stack-height(crane-idx, move-src)
              ADD move-qty TO stack-height(crane-idx, move-dst)
           END-PERFORM.
      * One audit line per instruction with every stack height under
      * both cranes, so a wrong answer can be walked back to the
      * move where the stacks went wrong.
       3300-WRITE-MOVE-AUDIT.
           PERFORM VARYING crane-idx FROM 1 BY 1 UNTIL crane-idx > 2
              PERFORM VARYING stack-idx FROM 1 BY 1
                 UNTIL stack-idx > 9
                 MOVE stack-height(crane-idx, stack-idx)
                    TO height-disp(crane-idx, stack-idx)
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO movauditline.
           STRING "MOVE " move-count " LINE " rec-count
              " QTY=" move-qty
              " FROM=" move-src
              " TO=" move-dst
              " CM9000" height-cell(1)(1:stack-count * 4)
              " CM9001" height-cell(2)(1:stack-count * 4)
              DELIMITED BY SIZE INTO movauditline.
           WRITE movauditline.
      * An empty stack has no top crate and adds nothing to the
      * answer string.
       4000-READ-TOP-CRATES.
           PERFORM VARYING crane-idx FROM 1 BY 1 UNTIL crane-idx > 2
              MOVE SPACES TO top-answer(crane-idx)
              MOVE 0 TO crate-idx
              PERFORM VARYING stack-idx FROM 1 BY 1
                 UNTIL stack-idx > stack-count
                 IF stack-height(crane-idx, stack-idx) > 0
                    ADD 1 TO crate-idx
                    MOVE stack-crates(crane-idx, stack-idx)
                       (stack-height(crane-idx, stack-idx):1)
                       TO top-answer(crane-idx)(crate-idx:1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       COPY EOFREAD.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE rec-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM AOC2205.
