       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalLoad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT workfile
           ASSIGN TO "AOC2201_1_WRK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL histfile
           ASSIGN TO "CALHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL histnewfile
           ASSIGN TO "CALHIST.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT sortfile
           ASSIGN TO "CALHIST.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD workfile.
       01 workrecord.
          05 wrk-elf PIC 9(7).
          05 FILLER PIC X(1).
          05 wrk-subtotal PIC 9(10).
       FD histfile.
       01 histline.
          05 hst-year PIC 9(4).
          05 FILLER PIC X(1).
          05 hst-elf PIC 9(7).
          05 FILLER PIC X(1).
          05 hst-subtotal PIC 9(10).
       FD histnewfile.
       01 histnewline.
          05 hnw-year PIC 9(4).
          05 FILLER PIC X(1).
          05 hnw-elf PIC 9(7).
          05 FILLER PIC X(1).
          05 hnw-subtotal PIC 9(10).
       SD sortfile.
       01 sortrecord.
          05 srt-year PIC 9(4).
          05 srt-elf PIC 9(7).
          05 srt-subtotal PIC 9(10).
       WORKING-STORAGE SECTION.
      * The calorie work file is overwritten every season, so each
      * season's subtotals are folded into CALHIST.TXT, one
      * "yyyy nnnnnnn ssssssssss" record per season year and elf,
      * kept in year and elf order. The load replaces whatever the
      * master already holds for the season being loaded, so a
      * rerun after a corrected solver run leaves one copy, not
      * two. The season is SEASON-YEAR from the site configuration
      * unless a year is given on the command line, and a season
      * YearEnd has closed is not reloaded unless forced open.
       01 cmdline PIC X(20).
       01 cl-eof PIC 9 VALUE 0.
       01 season-year PIC 9(4) VALUE 0.
       01 syr-open PIC X.
       01 kept-count PIC 9(8) VALUE 0.
       01 loaded-count PIC 9(8) VALUE 0.
       01 replaced-count PIC 9(8) VALUE 0.
       01 written-count PIC 9(8) VALUE 0.
       01 loaded-total PIC 9(15) VALUE 0.
       01 new-master-name PIC X(20) VALUE "CALHIST.NEW".
       01 cur-master-name PIC X(20) VALUE "CALHIST.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 jst-prog PIC X(20) VALUE "CALLOAD".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE.
           IF cmdline NOT = SPACES
              IF cmdline(1:4) NUMERIC AND cmdline(5:1) = SPACE
                 MOVE cmdline(1:4) TO season-year
              ELSE
                 DISPLAY "USAGE: calload [yyyy]"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 STOP RUN
              END-IF
           END-IF.
           CALL "SeasonYr" USING season-year, syr-open.
           IF syr-open = "N"
              DISPLAY "SEASON " season-year " IS CLOSED - LOAD REFUSED"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           DISPLAY "LOADING SEASON " season-year " INTO CALHIST.TXT".
           SORT sortfile ON ASCENDING KEY srt-year srt-elf
              INPUT PROCEDURE IS 1000-GATHER-RECORDS
              OUTPUT PROCEDURE IS 2000-WRITE-MASTER.
           IF loaded-count = 0
              DISPLAY "NO ELF SUBTOTALS FOUND IN AOC2201_1_WRK.TXT"
                 " - MASTER UNCHANGED"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           CALL "CBL_RENAME_FILE" USING new-master-name,
              cur-master-name
              RETURNING ren-rc.
           IF ren-rc NOT = 0
              DISPLAY "CALHIST SWAP FAILED RC=" ren-rc
                 " - MASTER UNCHANGED, NEW COPY LEFT AS "
                 new-master-name
              MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY "SEASON=" season-year
              " LOADED=" loaded-count
              " REPLACED=" replaced-count
              " KEPT=" kept-count
              " TOTAL=" loaded-total.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * Every other season's records pass straight through; the
      * loaded season's old records are dropped and the work file
      * supplies its replacement.
       1000-GATHER-RECORDS.
           OPEN INPUT histfile.
           PERFORM UNTIL cl-eof > 0
              READ histfile
                 AT END
                    MOVE 1 TO cl-eof
                 NOT AT END
                    IF hst-year NUMERIC AND hst-elf NUMERIC
                       AND hst-subtotal NUMERIC
                       IF hst-year = season-year
                          ADD 1 TO replaced-count
                       ELSE
                          ADD 1 TO kept-count
                          MOVE hst-year TO srt-year
                          MOVE hst-elf TO srt-elf
                          MOVE hst-subtotal TO srt-subtotal
                          RELEASE sortrecord
                       END-IF
                    ELSE
                       DISPLAY "BAD HISTORY RECORD IGNORED: " histline
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE histfile.
           MOVE 0 TO cl-eof.
           OPEN INPUT workfile.
           PERFORM UNTIL cl-eof > 0
              READ workfile
                 AT END
                    MOVE 1 TO cl-eof
                 NOT AT END
                    IF wrk-elf NUMERIC AND wrk-subtotal NUMERIC
                       ADD 1 TO loaded-count
                       ADD wrk-subtotal TO loaded-total
                       MOVE season-year TO srt-year
                       MOVE wrk-elf TO srt-elf
                       MOVE wrk-subtotal TO srt-subtotal
                       RELEASE sortrecord
                    ELSE
                       DISPLAY "BAD WORK RECORD IGNORED: " workrecord
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE workfile.
       2000-WRITE-MASTER.
           MOVE 0 TO cl-eof.
           OPEN OUTPUT histnewfile.
           PERFORM UNTIL cl-eof > 0
              RETURN sortfile
                 AT END
                    MOVE 1 TO cl-eof
                 NOT AT END
                    MOVE SPACES TO histnewline
                    MOVE srt-year TO hnw-year
                    MOVE srt-elf TO hnw-elf
                    MOVE srt-subtotal TO hnw-subtotal
                    WRITE histnewline
                    ADD 1 TO written-count
              END-RETURN
           END-PERFORM.
           CLOSE histnewfile.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE loaded-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM CalLoad.
