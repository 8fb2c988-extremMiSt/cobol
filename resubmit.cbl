       01 aud-start PIC X(26).
       01 aud-reccount PIC 9(10).
       01 aud-total PIC 9(15).
       01 ldg-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 ldg-day PIC 9(2) VALUE 1.
       01 ldg-part PIC X(1) VALUE "1".
       01 ldg-answer PIC 9(15).
       01 jst-prog PIC X(20) VALUE "RESUBMIT".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO aud-start.
           CALL "BusDate" USING bus-date.
           PERFORM 0400-CHECK-SEASON.
           PERFORM 1000-LOAD-SUPPLEMENTAL.
           IF sup-count = 0
              DISPLAY "NO CORRECTED RECORDS IN AOC2201_1_SUP.TXT - "
              " NEW MAX=" max.
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
       1000-LOAD-SUPPLEMENTAL.
           OPEN INPUT supfile.
           PERFORM UNTIL rsb-eof > 0
