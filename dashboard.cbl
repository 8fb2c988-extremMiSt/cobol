          05 FILLER PIC X(1).
          05 cat-in-dir PIC X(17).
       FD answermstfile.
       01 answermstline PIC X(283).
       FD dashreportfile.
       01 dashreportline PIC X(130).
       WORKING-STORAGE SECTION.
       COPY ANSMREC.
       COPY ANSMLREC.
      * Joins the puzzle catalog to the answer master: SOLVED when
      * the master carries an answer for the puzzle that has not
      * gone to the scoring authority, SUBMITTED, ACCEPTED or
      * REJECTED (with the date) once it has, UNSOLVED when a
      * program is cataloged but no answer has been recorded,
      * NO-PROGRAM when the catalog line has no program yet.
       01 dsh-eof PIC 9 VALUE 0.
       01 dsh-idx PIC 9(3).
       01 dsh-found PIC 9.
       01 solved-count PIC 9(3) VALUE 0.
       01 submitted-count PIC 9(3) VALUE 0.
       01 accepted-count PIC 9(3) VALUE 0.
       01 rejected-count PIC 9(3) VALUE 0.
       01 unsolved-count PIC 9(3) VALUE 0.
       01 answer-state PIC X(11).
       01 answer-auth-date PIC X(8).
       01 noprog-count PIC 9(3) VALUE 0.
       01 ans-count PIC 9(3) VALUE 0.
       01 long-ans-count PIC 9(2) VALUE 0.
       01 long-digits PIC 9(3).
       01 long-idx PIC 9(2).
       01 long-hit PIC 9.
       01 puzzle-key PIC X(12).
       01 long-answers.
          05 long-answer-entry OCCURS 50 TIMES.
             10 lng-key PIC X(12).
             10 lng-digits PIC 9(3).
             10 lng-text PIC X(40).
             10 lng-joined PIC X.
             10 lng-auth-status PIC X(9).
             10 lng-auth-date PIC X(8).
       01 ans-entries.
          05 ans-entry OCCURS 200 TIMES.
             10 ans-year PIC 9(4).
             10 ans-day PIC 9(2).
             10 ans-part PIC X(1).
             10 ans-answer PIC 9(15).
             10 ans-auth-status PIC X(9).
             10 ans-auth-date PIC X(8).
       01 jst-prog PIC X(20) VALUE "DASHBOARD".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 1000-LOAD-ANSWER-MASTER.
           OPEN INPUT catalogfile.
           OPEN OUTPUT dashreportfile.
           CLOSE catalogfile.
           PERFORM VARYING long-idx FROM 1 BY 1
              UNTIL long-idx > long-ans-count
              IF lng-joined(long-idx) = "N"
                 MOVE SPACES TO dashreportline
                 STRING "LONG       KEY=" lng-key(long-idx)
                    " DIGITS=" lng-digits(long-idx)
                    " ANSWER ON FILE"
                    DELIMITED BY SIZE INTO dashreportline
                 DISPLAY dashreportline
                 WRITE dashreportline
              END-IF
           END-PERFORM.
           MOVE SPACES TO dashreportline.
           STRING "SOLVED=" solved-count
              " SUBMITTED=" submitted-count
              " ACCEPTED=" accepted-count
              " REJECTED=" rejected-count
              " UNSOLVED=" unsolved-count
              " NO-PROGRAM=" noprog-count
              " LONG-ANSWERS=" long-ans-count
                       MOVE ansm-day TO ans-day(ans-count)
                       MOVE ansm-part TO ans-part(ans-count)
                       MOVE ansm-answer TO ans-answer(ans-count)
                       MOVE ansm-auth-status
                          TO ans-auth-status(ans-count)
                       MOVE ansm-auth-date TO ans-auth-date(ans-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE answermstfile.
           MOVE 0 TO dsh-eof.
      * Long-form records (LedgerLong's "L " prefix) keyed by a
      * puzzle key "yyyy dd p" are text answers - the crate letters
      * of day 5 - and join their catalog row like any other answer.
      * The rest (the fibonacci results) have no catalog row to
      * join; they are listed on their own so the dashboard shows
      * the answer is on file.
       1100-NOTE-LONG-RECORD.
           IF long-ans-count >= 50
              DISPLAY "TOO MANY LONG ANSWER RECORDS - EXTRAS SKIPPED"
              INSPECT ansml-answer TALLYING long-digits
                 FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE long-digits TO lng-digits(long-ans-count)
              MOVE ansml-answer(1:40) TO lng-text(long-ans-count)
              MOVE "N" TO lng-joined(long-ans-count)
              MOVE ansml-auth-status TO lng-auth-status(long-ans-count)
              MOVE ansml-auth-date TO lng-auth-date(long-ans-count)
           END-IF.
       2000-REPORT-ONE-PUZZLE.
           MOVE 0 TO dsh-found.
                 SUBTRACT 1 FROM dsh-idx
              END-IF
           END-PERFORM.
           MOVE 0 TO long-hit.
           IF dsh-found = 0
              MOVE SPACES TO puzzle-key
              STRING cat-in-year " " cat-in-day " " cat-in-part
                 DELIMITED BY SIZE INTO puzzle-key
              PERFORM VARYING long-idx FROM 1 BY 1
                 UNTIL long-idx > long-ans-count OR long-hit = 1
                 IF lng-key(long-idx) = puzzle-key
                    MOVE 1 TO long-hit
                    MOVE "Y" TO lng-joined(long-idx)
                    SUBTRACT 1 FROM long-idx
                 END-IF
              END-PERFORM
           END-IF.
           MOVE SPACES TO dashreportline.
           EVALUATE TRUE
              WHEN cat-in-prog = SPACES
                    " DAY=" cat-in-day " PART=" cat-in-part
                    DELIMITED BY SIZE INTO dashreportline
              WHEN dsh-found = 1
                 MOVE ans-auth-status(dsh-idx) TO answer-state
                 MOVE ans-auth-date(dsh-idx) TO answer-auth-date
                 PERFORM 2100-COUNT-ANSWER-STATE
                 STRING answer-state "YEAR=" cat-in-year
                    " DAY=" cat-in-day " PART=" cat-in-part
                    " PROGRAM=" cat-in-prog
                    " ANSWER=" ans-answer(dsh-idx)
                    DELIMITED BY SIZE INTO dashreportline
                 IF answer-auth-date NOT = SPACES
                    MOVE " ON=" TO dashreportline(79:4)
                    MOVE answer-auth-date TO dashreportline(83:8)
                 END-IF
              WHEN long-hit = 1
                 MOVE lng-auth-status(long-idx) TO answer-state
                 MOVE lng-auth-date(long-idx) TO answer-auth-date
                 PERFORM 2100-COUNT-ANSWER-STATE
                 STRING answer-state "YEAR=" cat-in-year
                    " DAY=" cat-in-day " PART=" cat-in-part
                    " PROGRAM=" cat-in-prog
                    " ANSWER=" lng-text(long-idx)
                    DELIMITED BY SIZE INTO dashreportline
                 IF answer-auth-date NOT = SPACES
                    MOVE " ON=" TO dashreportline(104:4)
                    MOVE answer-auth-date TO dashreportline(108:8)
                 END-IF
              WHEN OTHER
                 ADD 1 TO unsolved-count
                 STRING "UNSOLVED   YEAR=" cat-in-year
           END-EVALUATE.
           DISPLAY dashreportline.
           WRITE dashreportline.
      * An answer the authority has not seen is SOLVED; once sent it
      * shows the authority status instead.
       2100-COUNT-ANSWER-STATE.
           EVALUATE answer-state
              WHEN "SUBMITTED"
                 ADD 1 TO submitted-count
              WHEN "ACCEPTED"
                 ADD 1 TO accepted-count
              WHEN "REJECTED"
                 ADD 1 TO rejected-count
              WHEN OTHER
                 ADD 1 TO solved-count
                 MOVE "SOLVED" TO answer-state
                 MOVE SPACES TO answer-auth-date
           END-EVALUATE.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE ans-count TO jst-recs.
