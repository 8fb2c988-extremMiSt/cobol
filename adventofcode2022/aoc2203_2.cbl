       01 aud-infile PIC X(80) VALUE "aoc2203_in.txt".
       01 aud-reccount PIC 9(10).
       01 aud-total PIC 9(15).
       01 ldg-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 ldg-day PIC 9(2) VALUE 3.
       01 ldg-part PIC X(1) VALUE "2".
       01 ldg-answer PIC 9(15).
       01 jst-prog PIC X(20) VALUE "AOC2203_2".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO aud-start.
           PERFORM 0400-CHECK-SEASON.
           OPEN INPUT inputfile.
           OPEN OUTPUT manifestfile.
      * Member lines are numbered as they arrive - the line ordinal
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
       COPY EOFREAD.
       2000-FIND-BADGE-ITEM.
           ADD 1 TO group-count.
