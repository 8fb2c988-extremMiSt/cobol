       IDENTIFICATION DIVISION.
       PROGRAM-ID. LogChain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL chainlogfile
           ASSIGN TO DYNAMIC chain-log-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL carryfile
           ASSIGN TO "LOGCHAIN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD chainlogfile.
       01 chainlogline PIC X(320).
       FD carryfile.
       01 carryline PIC X(140).
       WORKING-STORAGE SECTION.
       COPY LGCHREC.
      * Tamper-evident chaining of the answer, audit and completion
      * logs. Every entry carries a chain value at a fixed column of
      * its log, worked from the entry's own text ahead of that
      * column and the chain value of the entry before it, so an
      * entry edited, inserted or removed after it was written no
      * longer links to its neighbours. The first entry of a log
      * links to zero, or to the chain carry LogRoll left in
      * LOGCHAIN.TXT when it moved the log's leading entries into an
      * archive; entries from before chaining carry no value and
      * the chain starts at the first one that does.
      * Action N stamps the entry the caller is about to append, and
      * must be called under the caller's lock on the log; C checks
      * one entry read back against the chain value before it; S
      * answers the value a log or archive's first entry links to.
       01 chain-log-name PIC X(40).
       01 chain-stem PIC X(10).
       01 chain-col PIC 9(3).
       01 chain-idx PIC 9(3).
       01 chain-acc PIC 9(18).
       01 chain-modulus PIC 9(10) VALUE 9999999967.
       01 chain-eof PIC 9.
       01 chain-lines PIC 9(8).
       01 last-line PIC X(320).
       01 link-text PIC X(10).
       01 link-num REDEFINES link-text PIC 9(10).
       01 archive-found PIC X.
       01 chained-count PIC 9 VALUE 3.
       01 chained-stems-values PIC X(30) VALUE
           "ANSWERS   RUNAUDIT  JOBSTATUS ".
       01 chained-stems-tbl REDEFINES chained-stems-values.
           05 chained-stem OCCURS 3 TIMES PIC X(10).
       01 chained-cols-values PIC X(9) VALUE "301199121".
       01 chained-cols-tbl REDEFINES chained-cols-values.
           05 chained-col OCCURS 3 TIMES PIC 9(3).
       01 chained-idx PIC 9.
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 chn-action PIC X(1).
       01 chn-log PIC X(40).
       01 chn-line PIC X(320).
       01 chn-prev PIC 9(10).
       01 chn-value PIC 9(10).
       01 chn-state PIC X(1).
       PROCEDURE DIVISION USING chn-action, chn-log, chn-line,
           chn-prev, chn-value, chn-state.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 1000-FIND-COLUMN.
           EVALUATE chn-action
              WHEN "N"
                 PERFORM 2000-STAMP-ENTRY
              WHEN "C"
                 PERFORM 3000-CHECK-ENTRY
              WHEN OTHER
                 PERFORM 4000-FIND-CARRY
           END-EVALUATE.
           GOBACK.
      * The chain column belongs to the log, so an archive of it
      * (ANSWERS.20261001.ARC) keeps the column of ANSWERS.LOG.
       1000-FIND-COLUMN.
           MOVE SPACES TO chain-stem.
           UNSTRING chn-log DELIMITED BY "." INTO chain-stem.
           MOVE 0 TO chain-col.
           PERFORM VARYING chained-idx FROM 1 BY 1
              UNTIL chained-idx > chained-count
              IF chained-stem(chained-idx) = chain-stem
                 MOVE chained-col(chained-idx) TO chain-col
              END-IF
           END-PERFORM.
       2000-STAMP-ENTRY.
           MOVE 0 TO chn-prev.
           MOVE 0 TO chn-value.
           MOVE "P" TO chn-state.
           IF chain-col > 0
              PERFORM 2100-FIND-LAST-LINK
              PERFORM 5000-WORK-LINK
              MOVE chain-acc TO chn-value
              MOVE " CHAIN=" TO chn-line(chain-col:7)
              MOVE chn-value TO link-num
              MOVE link-text TO chn-line(chain-col + 7:10)
              MOVE "Y" TO chn-state
           END-IF.
      * The entry links to the last one in the log; an empty log
      * links to the carry from its last roll, and a log whose last
      * entry predates chaining starts the chain afresh at zero.
       2100-FIND-LAST-LINK.
           MOVE chn-log TO chain-log-name.
           MOVE 0 TO chain-lines.
           MOVE 0 TO chain-eof.
           MOVE SPACES TO last-line.
           OPEN INPUT chainlogfile.
           PERFORM UNTIL chain-eof > 0
              READ chainlogfile
                 AT END
                    MOVE 1 TO chain-eof
                 NOT AT END
                    ADD 1 TO chain-lines
                    MOVE chainlogline TO last-line
              END-READ
           END-PERFORM.
           CLOSE chainlogfile.
           IF chain-lines = 0
              PERFORM 4000-FIND-CARRY
           ELSE
              MOVE last-line(chain-col + 7:10) TO link-text
              IF last-line(chain-col:7) = " CHAIN="
                 AND link-text NUMERIC
                 MOVE link-num TO chn-prev
              END-IF
           END-IF.
      * P - the entry carries no chain value; Y - it links to the
      * value before it; N - it does not, and chn-value answers the
      * value it carries so the walk can go on from there.
       3000-CHECK-ENTRY.
           MOVE 0 TO chn-value.
           MOVE "P" TO chn-state.
           IF chain-col > 0
              MOVE chn-line(chain-col + 7:10) TO link-text
              IF chn-line(chain-col:7) = " CHAIN="
                 AND link-text NUMERIC
                 PERFORM 5000-WORK-LINK
                 MOVE link-num TO chn-value
                 IF chain-acc = link-num
                    MOVE "Y" TO chn-state
                 ELSE
                    MOVE "N" TO chn-state
                 END-IF
              END-IF
           END-IF.
      * A live log links to the TO of its latest roll; an archive to
      * the FROM of the roll that first wrote it.
       4000-FIND-CARRY.
           MOVE 0 TO chn-prev.
           MOVE "N" TO archive-found.
           MOVE 0 TO chain-eof.
           OPEN INPUT carryfile.
           PERFORM UNTIL chain-eof > 0
              READ carryfile
                 AT END
                    MOVE 1 TO chain-eof
                 NOT AT END
                    MOVE carryline TO lgch-rec-fields
                    IF lgch-log = chn-log AND lgch-to NUMERIC
                       MOVE lgch-to TO chn-prev
                    END-IF
                    IF lgch-archive = chn-log AND lgch-from NUMERIC
                       AND archive-found = "N"
                       MOVE lgch-from TO chn-prev
                       MOVE "Y" TO archive-found
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE carryfile.
       5000-WORK-LINK.
           MOVE chn-prev TO chain-acc.
           PERFORM VARYING chain-idx FROM 1 BY 1
              UNTIL chain-idx >= chain-col
              COMPUTE chain-acc = FUNCTION MOD(chain-acc * 131
                 + FUNCTION ORD(chn-line(chain-idx:1)), chain-modulus)
           END-PERFORM.
       END PROGRAM LogChain.
