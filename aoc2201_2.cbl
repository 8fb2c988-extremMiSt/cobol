       01 elf-name PIC X(20).
       01 tie-name PIC X(20).
       01 ros-found PIC X.
       01 ldg-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 ldg-day PIC 9(2) VALUE 1.
       01 ldg-part PIC X(1) VALUE "2".
       01 ldg-answer PIC 9(15).
       01 cfg-key PIC X(20).
       01 cfg-value PIC 9(8).
       01 cfg-found PIC X.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 0400-CHECK-SEASON.
           PERFORM 0500-APPLY-CONFIG.
           ACCEPT topn-in FROM COMMAND-LINE
           COMPUTE topn-pos = FUNCTION TEST-NUMVAL(topn-in)
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
           MOVE "CKPT-INTERVAL" TO cfg-key.
           MOVE ckpt-interval TO cfg-value.
