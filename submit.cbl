       DATA DIVISION.
       FILE SECTION.
       FD answermstfile.
       01 answermstline PIC X(283).
       FD certreportfile.
       01 certreportline PIC X(100).
       FD chkreportfile.
       01 submitline PIC X(60).
       WORKING-STORAGE SECTION.
       COPY ANSMREC.
       COPY ANSMLREC.
      * Positional layout of a Certify verdict line, matching the
      * fixed STRING Certify builds.
       01 cert-fields.
          05 crt-day PIC 9(2).
          05 FILLER PIC X(6).
          05 crt-part PIC X(1).
          05 FILLER PIC X(8).
          05 crt-answer PIC X(15).
      * Positional layout of an AnswerCheck change line.
       01 chk-fields.
          05 chg-lit PIC X(7).
      * is refused, listed, and fails the run. The file carries a
      * header, one record per year/day/part, and a control trailer
      * with the record count and an answer hash so the authority's
      * side can balance the transmission. Text answers come off the
      * long-form master records keyed "yyyy dd p" and go out as
      * their letters; they add their length to the hash, the same
      * length-hash rule the HDR/TRL interchange uses. Every answer
      * sent is marked SUBMITTED on the master with the business
      * date, for AuthResp to move on to ACCEPTED or REJECTED when
      * the authority's response comes back. An answer AnsFix has
      * voided is refused whatever its verdict, and one it has put
      * back to a prior answer goes only once Certify has passed
      * that answer.
       01 cmdline PIC X(30).
       01 year-in PIC X(4).
       01 from-in PIC X(2).
             10 sk-day PIC 9(2).
             10 sk-part PIC X(1).
             10 sk-answer PIC 9(15).
             10 sk-kind PIC X.
             10 sk-text PIC X(40).
             10 sk-cert PIC X(5).
             10 sk-changed PIC X.
             10 sk-corr PIC X(9).
             10 sk-cert-answer PIC X(15).
             10 sk-sent PIC X.
       01 out-count PIC 9(6) VALUE 0.
       01 refused-count PIC 9(6) VALUE 0.
       01 answer-hash PIC 9(10) VALUE 0.
       01 text-len PIC 9(3).
       01 answer-disp PIC X(15).
       01 ast-status PIC X(9) VALUE "SUBMITTED".
       01 ast-ok PIC X(1).
       01 unmarked-count PIC 9(6) VALUE 0.
       01 jst-prog PIC X(20) VALUE "SUBMIT".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE
           PERFORM 2000-APPLY-CERTIFICATION.
           PERFORM 3000-APPLY-CHANGE-FLAGS.
           PERFORM 4000-WRITE-SUBMISSION.
           PERFORM 5000-MARK-SUBMITTED.
           DISPLAY "SUBMITTED=" out-count
              " REFUSED=" refused-count.
           IF unmarked-count > 0
              DISPLAY "MASTER NOT MARKED SUBMITTED FOR "
                 unmarked-count " ANSWER(S)"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF refused-count > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
                    MOVE 1 TO sub-eof
                 NOT AT END
                    MOVE answermstline TO ansm-rec-fields
                    IF answermstline(1:2) = "L "
                       PERFORM 1100-TAKE-TEXT-ANSWER
                    ELSE
                       IF ansm-year NUMERIC
                          AND ansm-year = req-year
                          AND ansm-day >= from-day
                          AND ansm-day <= to-day
                          PERFORM 1200-ADD-KEY-ENTRY
                          MOVE ansm-answer TO sk-answer(key-count)
                          MOVE "N" TO sk-kind(key-count)
                          MOVE ansm-corr-status TO sk-corr(key-count)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE answermstfile.
           MOVE 0 TO sub-eof.
      * A long-form record whose key reads "yyyy dd p" is a puzzle
      * text answer; any other long key is not a puzzle answer.
       1100-TAKE-TEXT-ANSWER.
           MOVE answermstline TO ansml-rec-fields.
           IF ansml-key(1:4) NUMERIC AND ansml-key(6:2) NUMERIC
              AND ansml-key(5:1) = SPACE AND ansml-key(8:1) = SPACE
              MOVE ansml-key(1:4) TO ansm-year
              MOVE ansml-key(6:2) TO ansm-day
              MOVE ansml-key(9:1) TO ansm-part
              IF ansm-year = req-year
                 AND ansm-day >= from-day
                 AND ansm-day <= to-day
                 PERFORM 1200-ADD-KEY-ENTRY
                 MOVE 0 TO sk-answer(key-count)
                 MOVE "T" TO sk-kind(key-count)
                 MOVE ansml-answer(1:40) TO sk-text(key-count)
              END-IF
           END-IF.
       1200-ADD-KEY-ENTRY.
           IF key-count >= 100
              DISPLAY "TOO MANY ANSWERS IN RANGE - "
                 "TABLE FULL"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO key-count.
           MOVE ansm-year TO sk-year(key-count).
           MOVE ansm-day TO sk-day(key-count).
           MOVE ansm-part TO sk-part(key-count).
           MOVE SPACES TO sk-text(key-count).
           MOVE SPACES TO sk-cert(key-count).
           MOVE "N" TO sk-changed(key-count).
           MOVE SPACES TO sk-corr(key-count).
           MOVE SPACES TO sk-cert-answer(key-count).
           MOVE "N" TO sk-sent(key-count).
      * Certify appends every run, so the latest verdict for a key
      * is the one that stands.
       2000-APPLY-CERTIFICATION.
                    MOVE certreportline TO cert-fields
                    IF (crt-status = "PASS "
                       OR crt-status = "FAIL "
                       OR crt-status = "NORUN"
                       OR crt-status = "VOID ")
                       AND crt-year NUMERIC AND crt-day NUMERIC
                       PERFORM 2100-APPLY-ONE-VERDICT
                    END-IF
                 AND sk-day(key-idx) = crt-day
                 AND sk-part(key-idx) = crt-part
                 MOVE crt-status TO sk-cert(key-idx)
                 MOVE crt-answer TO sk-cert-answer(key-idx)
              END-IF
           END-PERFORM.
      * AnswerCheck appends a fresh section per run, so only the
           WRITE submitline.
           PERFORM VARYING key-idx FROM 1 BY 1
              UNTIL key-idx > key-count
              MOVE sk-answer(key-idx) TO answer-disp
              EVALUATE TRUE
                 WHEN sk-corr(key-idx) = "VOIDED"
                    ADD 1 TO refused-count
                    DISPLAY "REFUSED YEAR=" sk-year(key-idx)
                       " DAY=" sk-day(key-idx)
                       " PART=" sk-part(key-idx)
                       " - ANSWER VOIDED"
                 WHEN sk-cert(key-idx) NOT = "PASS "
                    ADD 1 TO refused-count
                    DISPLAY "REFUSED YEAR=" sk-year(key-idx)
                       " DAY=" sk-day(key-idx)
                       " PART=" sk-part(key-idx)
                       " - ANSWER CHANGED SINCE CERTIFICATION"
                 WHEN sk-corr(key-idx) = "CORRECTED"
                    AND sk-kind(key-idx) = "N"
                    AND sk-cert-answer(key-idx) NOT = answer-disp
                    ADD 1 TO refused-count
                    DISPLAY "REFUSED YEAR=" sk-year(key-idx)
                       " DAY=" sk-day(key-idx)
                       " PART=" sk-part(key-idx)
                       " - CORRECTED SINCE CERTIFICATION"
                 WHEN sk-kind(key-idx) = "T"
                    ADD 1 TO out-count
                    MOVE "Y" TO sk-sent(key-idx)
                    MOVE 0 TO text-len
                    INSPECT sk-text(key-idx) TALLYING text-len
                       FOR CHARACTERS BEFORE INITIAL SPACE
                    COMPUTE answer-hash =
                       FUNCTION MOD(answer-hash
                       + text-len, 10000000000)
                    MOVE SPACES TO submitline
                    STRING "SUB " sk-year(key-idx)
                       " " sk-day(key-idx)
                       " " sk-part(key-idx)
                       " " sk-text(key-idx)
                       DELIMITED BY SIZE INTO submitline
                    WRITE submitline
                 WHEN OTHER
                    ADD 1 TO out-count
                    MOVE "Y" TO sk-sent(key-idx)
                    COMPUTE answer-hash =
                       FUNCTION MOD(answer-hash
                       + sk-answer(key-idx), 10000000000)
              DELIMITED BY SIZE INTO submitline.
           WRITE submitline.
           CLOSE submitfile.
       5000-MARK-SUBMITTED.
           PERFORM VARYING key-idx FROM 1 BY 1
              UNTIL key-idx > key-count
              IF sk-sent(key-idx) = "Y"
                 CALL "AnsStat" USING sk-year(key-idx),
                    sk-day(key-idx), sk-part(key-idx),
                    ast-status, bus-date, ast-ok
                 IF ast-ok NOT = "Y"
                    ADD 1 TO unmarked-count
                 END-IF
              END-IF
           END-PERFORM.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE out-count TO jst-recs.
