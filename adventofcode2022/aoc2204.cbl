       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC2204.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inputfile
           ASSIGN TO "aoc2204_in.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL detailfile
           ASSIGN TO "AOC2204_DTL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL rejfile
           ASSIGN TO "AOC2204_REJ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD inputfile RECORD CONTAINS 80 CHARACTERS.
       01 inputline PIC X(80).
       FD detailfile.
       01 detailline PIC X(130).
       FD rejfile.
       01 rejline PIC X(130).
       WORKING-STORAGE SECTION.
      * Camp cleanup: every line pairs two elves' section
      * assignments as "a-b,c-d". Part 1 counts the pairs where one
      * range fully contains the other, part 2 the pairs whose
      * ranges overlap at all. Line n of the cleanup list pairs
      * roster elves 2n-1 and 2n, so the overlap detail can name
      * both elves for the camp supervisors.
       01 left-range PIC X(20).
       01 right-range PIC X(20).
       01 range-txt.
          05 range-part PIC X(8) OCCURS 4 TIMES.
       01 range-val.
          05 range-num PIC 9(6) OCCURS 4 TIMES.
       01 range-idx PIC 9.
       01 part-len PIC 9(2).
       01 comma-count PIC 9(3).
       01 dash-count PIC 9(3).
       01 space-count PIC 9(3).
       01 range-disp.
          05 range-a PIC X(13).
          05 range-b PIC X(13).
       01 overlap-kind PIC X(8).
       01 contain-count PIC 9(10) VALUE 0.
       01 overlap-count PIC 9(10) VALUE 0.
       01 first-elf PIC 9(7).
       01 second-elf PIC 9(7).
       01 first-name PIC X(20).
       01 second-name PIC X(20).
       01 ros-found PIC X.
       COPY EOFCTL.
       01 line-len PIC 999.
       01 line-valid PIC X VALUE "Y".
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
       01 alt-prog PIC X(20) VALUE "AOC2204".
       01 alt-severity PIC X(8).
       01 alt-message PIC X(80).
       01 aud-prog PIC X(20) VALUE "AOC2204".
       01 aud-start PIC X(26).
       01 aud-infile PIC X(80) VALUE "aoc2204_in.txt".
       01 aud-reccount PIC 9(10).
       01 aud-total PIC 9(15).
       01 ldg-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 ldg-day PIC 9(2) VALUE 4.
       01 ldg-part PIC X(1).
       01 ldg-answer PIC 9(15).
       01 jst-prog PIC X(20) VALUE "AOC2204".
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
           OPEN OUTPUT detailfile.
           OPEN OUTPUT rejfile.
           PERFORM UNTIL eof > 0
              PERFORM 9500-READ-INPUT-RECORD
              IF eof = 0
                 PERFORM 2000-VALIDATE-LINE
                 IF line-valid = "N"
                    ADD 1 TO rej-count
                    MOVE SPACES TO rejline
                    STRING "PAIR " rec-count
                       " REJECTED - MALFORMED LINE: " inputline
                       DELIMITED BY SIZE INTO rejline
                    WRITE rejline
                    PERFORM 2600-CHECK-REJECT-RATE
                 ELSE
                    PERFORM 3000-SCORE-PAIR
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 2600-CHECK-REJECT-RATE.
           DISPLAY "FULLY CONTAINED PAIRS=" contain-count.
           DISPLAY "OVERLAPPING PAIRS=" overlap-count.
           DISPLAY "MALFORMED LINES REJECTED=" rej-count.
           CLOSE detailfile.
           CLOSE rejfile.
           CLOSE inputfile.
           MOVE contain-count TO aud-total.
           MOVE rec-count TO aud-reccount.
           CALL "AuditLog" USING aud-prog, aud-infile, aud-reccount,
              aud-total, aud-start.
           MOVE "1" TO ldg-part.
           MOVE contain-count TO ldg-answer.
           CALL "Ledger" USING ldg-year, ldg-day, ldg-part, ldg-answer.
           MOVE "2" TO ldg-part.
           MOVE overlap-count TO ldg-answer.
           CALL "Ledger" USING ldg-year, ldg-day, ldg-part, ldg-answer.
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
              DISPLAY "REJECT RATE TRIPPED AT PAIR " rec-count
                 " - REJECTS=" rej-count
                 " PCT=" cur-reject-pct
                 " - RUN STOPPED, NO LEDGER ENTRY"
              MOVE "SEVERE" TO alt-severity
              MOVE SPACES TO alt-message
              STRING "REJECT RATE TRIPPED - REJECTS=" rej-count
                 " OF " rec-count " PAIRS"
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
      * A good line is exactly "a-b,c-d": one comma, two dashes, no
      * embedded blanks, four section numbers of one to six digits,
      * and each range running low to high.
       2000-VALIDATE-LINE.
           MOVE "Y" TO line-valid.
           CALL "StrLen" USING inputline, line-len.
           IF line-len = 0
              MOVE "N" TO line-valid
           ELSE
              MOVE 0 TO comma-count
              MOVE 0 TO dash-count
              MOVE 0 TO space-count
              INSPECT inputline(1:line-len)
                 TALLYING comma-count FOR ALL ","
                          dash-count FOR ALL "-"
                          space-count FOR ALL SPACE
              IF comma-count NOT = 1 OR dash-count NOT = 2
                 OR space-count NOT = 0
                 MOVE "N" TO line-valid
              END-IF
           END-IF.
           IF line-valid = "Y"
              MOVE SPACES TO left-range
              MOVE SPACES TO right-range
              MOVE SPACES TO range-txt
              UNSTRING inputline DELIMITED BY ","
                 INTO left-range, right-range
              UNSTRING left-range DELIMITED BY "-"
                 INTO range-part(1), range-part(2)
              UNSTRING right-range DELIMITED BY "-"
                 INTO range-part(3), range-part(4)
              PERFORM VARYING range-idx FROM 1 BY 1
                 UNTIL range-idx > 4 OR line-valid = "N"
                 MOVE 0 TO part-len
                 INSPECT range-part(range-idx) TALLYING part-len
                    FOR CHARACTERS BEFORE INITIAL SPACE
                 IF part-len = 0 OR part-len > 6
                    MOVE "N" TO line-valid
                 ELSE
                    IF range-part(range-idx)(1:part-len) NOT NUMERIC
                       MOVE "N" TO line-valid
                    ELSE
                       MOVE range-part(range-idx)(1:part-len)
                          TO range-num(range-idx)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           IF line-valid = "Y"
              IF range-num(1) > range-num(2)
                 OR range-num(3) > range-num(4)
                 MOVE "N" TO line-valid
              END-IF
           END-IF.
      * Full containment counts for both parts; an overlap that
      * contains neither range counts for part 2 only. Every
      * overlapping pair goes to the detail file with both elves.
       3000-SCORE-PAIR.
           MOVE SPACES TO overlap-kind.
           IF (range-num(1) <= range-num(3)
                 AND range-num(2) >= range-num(4))
              OR (range-num(3) <= range-num(1)
                 AND range-num(4) >= range-num(2))
              ADD 1 TO contain-count
              MOVE "CONTAINS" TO overlap-kind
           END-IF.
           IF range-num(1) <= range-num(4)
              AND range-num(3) <= range-num(2)
              ADD 1 TO overlap-count
              IF overlap-kind = SPACES
                 MOVE "PARTIAL" TO overlap-kind
              END-IF
              PERFORM 3100-WRITE-OVERLAP-DETAIL
           END-IF.
       3100-WRITE-OVERLAP-DETAIL.
           COMPUTE second-elf = rec-count * 2.
           COMPUTE first-elf = second-elf - 1.
           CALL "Roster" USING first-elf, first-name, ros-found.
           CALL "Roster" USING second-elf, second-name, ros-found.
           MOVE SPACES TO range-disp.
           STRING range-num(1) "-" range-num(2)
              DELIMITED BY SIZE INTO range-a.
           STRING range-num(3) "-" range-num(4)
              DELIMITED BY SIZE INTO range-b.
           MOVE SPACES TO detailline.
           STRING "PAIR " rec-count
              " ELF " first-elf " " first-name
              " " range-a
              " ELF " second-elf " " second-name
              " " range-b
              " " overlap-kind
              DELIMITED BY SIZE INTO detailline.
           WRITE detailline.
       COPY EOFREAD.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE rec-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM AOC2204.
