       DATA DIVISION.
       FILE SECTION.
       FD ledgerfile.
       01 ledgerline PIC X(320).
       FD answermstfile.
       01 answermstline PIC X(283).
       FD answernewfile.
       01 answernewline PIC X(283).
       WORKING-STORAGE SECTION.
       01 new-master-name PIC X(20) VALUE "ANSWERMST.NEW".
       01 cur-master-name PIC X(20) VALUE "ANSWERMST.TXT".
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "ANSWERS".
       01 lock-held PIC X(1).
       01 syr-year PIC 9(4).
       01 syr-open PIC X.
       COPY ANSMLREC.
       01 trim-value PIC X(210).
       01 trim-work PIC X(210).
       01 mst-full PIC X.
       01 short-count PIC 9(3).
       01 short-lines.
          05 short-line OCCURS 200 TIMES PIC X(120).
       01 long-count PIC 9(2).
       01 rid-action PIC X(1) VALUE "G".
       01 rid-id PIC X(15).
       01 rid-hdr-date PIC X(8).
       01 rid-hash PIC 9(10).
       01 chn-action PIC X(1) VALUE "N".
       01 chn-log PIC X(40) VALUE "ANSWERS.LOG".
       01 chn-line PIC X(320).
       01 chn-prev PIC 9(10).
       01 chn-value PIC 9(10).
       01 chn-state PIC X(1).
      * Long answers vary in length, so the run stamp sits at a
      * fixed column past the widest answer rather than after it.
       01 run-stamp.
          05 FILLER PIC X(5) VALUE " RUN=".
          05 stp-run PIC X(15).
          05 FILLER PIC X(5) VALUE " HDR=".
          05 stp-hdr-date PIC X(8).
          05 FILLER PIC X(6) VALUE " HASH=".
          05 stp-hash PIC 9(10).
       01 long-entries.
          05 long-entry OCCURS 50 TIMES.
             10 lng-key PIC X(12).
             10 lng-first PIC X(15).
             10 lng-last PIC X(15).
             10 lng-times PIC 9(6).
             10 lng-auth-status PIC X(9).
             10 lng-auth-date PIC X(8).
       01 run-env PIC X(5).
      * Long-form companion to Ledger for answers past the 15-digit
      * picture: the full value is journaled to ANSWERS.LOG and
      * folded into an "L "-prefixed ANSWERMST.TXT record keyed by
       01 ldgl-answer PIC X(210).
       PROCEDURE DIVISION USING ldgl-key, ldgl-answer.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO ldgl-timestamp.
           CALL "BusDate" USING bus-date.
           MOVE bus-date TO ldgl-timestamp(1:8).
           PERFORM 1000-TRIM-LEADING-ZEROS.
      * Puzzle keys lead with their season year and are refused once
      * YearEnd has closed that season, as Ledger refuses them; keys
      * of other shapes (the Fibonacci results) carry no season.
           IF ldgl-key(1:4) NUMERIC AND ldgl-key(5:1) = SPACE
              MOVE ldgl-key(1:4) TO syr-year
              CALL "SeasonYr" USING syr-year, syr-open
              IF syr-open = "N"
                 DISPLAY "LEDGER ENTRY NOT WRITTEN - SEASON "
                    syr-year " IS CLOSED"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO chn-line.
           STRING ldgl-timestamp(1:8) "-" ldgl-timestamp(9:6)
              " KEY=" ldgl-key
              " ANSWERL=" DELIMITED BY SIZE
              trim-value DELIMITED BY SPACE
              INTO chn-line.
           CALL "RunId" USING rid-action, rid-id, rid-hdr-date,
              rid-hash.
           MOVE rid-id TO stp-run.
           MOVE rid-hdr-date TO stp-hdr-date.
           MOVE rid-hash TO stp-hash.
           MOVE run-stamp TO chn-line(252:49).
           CALL "LogChain" USING chn-action, chn-log, chn-line,
              chn-prev, chn-value, chn-state.
           OPEN EXTEND ledgerfile.
           MOVE chn-line TO ledgerline.
           WRITE ledgerline.
           CLOSE ledgerfile.
           PERFORM 2000-UPDATE-MASTER.
                    MOVE long-count TO mst-idx
                    MOVE ldgl-key TO lng-key(mst-idx)
                    MOVE 0 TO lng-times(mst-idx)
                    MOVE SPACES TO lng-auth-status(mst-idx)
                    MOVE SPACES TO lng-auth-date(mst-idx)
                    MOVE SPACES TO lng-first(mst-idx)
                    STRING ldgl-timestamp(1:8) "-"
                       ldgl-timestamp(9:6)
                 END-IF
              END-IF
           END-IF.
      * A changed answer is no longer the one the authority saw, so
      * its authority status goes until it is submitted again.
           IF mst-full = "N"
              AND trim-value NOT = lng-answer(mst-idx)
              MOVE SPACES TO lng-auth-status(mst-idx)
              MOVE SPACES TO lng-auth-date(mst-idx)
           END-IF.
           IF mst-full = "N"
              MOVE trim-value TO lng-answer(mst-idx)
              MOVE SPACES TO lng-last(mst-idx)
              MOVE ansml-answer TO lng-answer(long-count)
              MOVE ansml-first TO lng-first(long-count)
              MOVE ansml-last TO lng-last(long-count)
              MOVE ansml-auth-status TO lng-auth-status(long-count)
              MOVE ansml-auth-date TO lng-auth-date(long-count)
              IF ansml-times NUMERIC
                 MOVE ansml-times TO lng-times(long-count)
              ELSE
              MOVE "Y" TO mst-full
           ELSE
              ADD 1 TO short-count
              MOVE answermstline(1:120) TO short-line(short-count)
           END-IF.
      * The replacement master is built beside the old one and
      * swapped in only once complete - a crash mid-rewrite leaves
           PERFORM VARYING mst-idx FROM 1 BY 1
              UNTIL mst-idx > short-count
              MOVE SPACES TO answernewline
              MOVE short-line(mst-idx) TO answernewline(1:120)
              WRITE answernewline
           END-PERFORM.
           PERFORM VARYING mst-idx FROM 1 BY 1
              MOVE lng-first(mst-idx) TO ansml-first
              MOVE lng-last(mst-idx) TO ansml-last
              MOVE lng-times(mst-idx) TO ansml-times
              MOVE lng-auth-status(mst-idx) TO ansml-auth-status
              MOVE lng-auth-date(mst-idx) TO ansml-auth-date
              MOVE ansml-rec-fields TO answernewline
              WRITE answernewline
           END-PERFORM.
