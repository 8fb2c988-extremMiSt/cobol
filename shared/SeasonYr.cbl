       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeasonYr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL yearclosefile
           ASSIGN TO "YEARCLOSE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD yearclosefile.
       01 yearcloseline.
          05 ycl-year PIC 9(4).
          05 FILLER PIC X(1).
          05 ycl-action PIC X(6).
          05 FILLER PIC X(2).
          05 ycl-date PIC X(8).
          05 FILLER PIC X(48).
       WORKING-STORAGE SECTION.
       01 ycl-eof PIC 9.
       01 ycl-closed PIC X.
       01 ycl-forced PIC X.
       01 bus-date PIC X(8).
       01 cfg-key PIC X(20) VALUE "SEASON-YEAR".
       01 cfg-value PIC 9(8).
       01 cfg-found PIC X.
       01 run-env PIC X(5).
      * Serves the puzzle season a run belongs to and whether that
      * season is still open for posting. A caller with no year of
      * its own passes zero and gets SEASON-YEAR from the site
      * configuration (2022 when the site file does not carry it);
      * a caller that already knows its year passes it in. The
      * answer comes back "Y" for an open season, "N" for a season
      * YearEnd has closed, and "F" for a closed season a maintain-
      * level operator has forced open for the current business
      * date - a force lasts one business day and must be asked for
      * again for the next.
       LINKAGE SECTION.
       01 syr-year PIC 9(4).
       01 syr-open PIC X.
       PROCEDURE DIVISION USING syr-year, syr-open.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           IF syr-year = 0
              MOVE 2022 TO cfg-value
              CALL "Config" USING cfg-key, cfg-value, cfg-found
              MOVE cfg-value TO syr-year
              IF cfg-found = "Y"
                 DISPLAY "EFFECTIVE SETTINGS: SEASON-YEAR="
                    syr-year " (SITE)"
              ELSE
                 DISPLAY "EFFECTIVE SETTINGS: SEASON-YEAR="
                    syr-year " (DEFAULT)"
              END-IF
           END-IF.
           CALL "BusDate" USING bus-date.
           MOVE "N" TO ycl-closed.
           MOVE "N" TO ycl-forced.
           MOVE 0 TO ycl-eof.
           OPEN INPUT yearclosefile.
           PERFORM UNTIL ycl-eof > 0
              READ yearclosefile
                 AT END
                    MOVE 1 TO ycl-eof
                 NOT AT END
                    IF ycl-year NUMERIC AND ycl-year = syr-year
                       IF ycl-action = "CLOSED"
                          MOVE "Y" TO ycl-closed
                       END-IF
                       IF ycl-action = "FORCED"
                          AND ycl-date = bus-date
                          MOVE "Y" TO ycl-forced
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE yearclosefile.
           EVALUATE TRUE
              WHEN ycl-closed = "N"
                 MOVE "Y" TO syr-open
              WHEN ycl-forced = "Y"
                 MOVE "F" TO syr-open
              WHEN OTHER
                 MOVE "N" TO syr-open
           END-EVALUATE.
           GOBACK.
       END PROGRAM SeasonYr.
