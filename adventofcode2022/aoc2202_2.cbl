       01 win-err PIC X.
       01 score PIC 9(10) VALUE 0.
       COPY EOFCTL.
       01 ldg-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 ldg-day PIC 9(2) VALUE 2.
       01 ldg-part PIC X(1) VALUE "2".
       01 ldg-answer PIC 9(15).
       01 jst-prog PIC X(20) VALUE "AOC2202_2".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 0400-CHECK-SEASON.
           OPEN INPUT inputfile.
           OPEN OUTPUT excfile.
           PERFORM UNTIL eof > 0
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
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
