       IDENTIFICATION DIVISION.
       PROGRAM-ID. RosHist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL rosterhistfile
           ASSIGN TO "ROSTERHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT sortfile
           ASSIGN TO "ROSHIST.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD rosterhistfile.
       01 rosterhistline PIC X(84).
       SD sortfile.
       01 sortrecord.
          05 srt-elf PIC 9(7).
          05 srt-from PIC X(8).
          05 srt-seq PIC 9(5).
          05 srt-name PIC X(20).
          05 srt-team PIC X(10).
          05 srt-to PIC X(8).
          05 srt-open-act PIC X(3).
          05 srt-close-act PIC X(3).
       WORKING-STORAGE SECTION.
       COPY ROSHREC.
      * Roster history report off the ROSTERHIST.TXT periods that
      * RosterUpd keeps: every elf's memberships in date order, each
      * with the dates it was in force and the transactions that
      * began and ended it, and a MOVED line wherever the elf went
      * from one team to another. A period that began with history
      * (OLD) shows FROM as BEGINNING. An elf number on the command
      * line limits the report to that elf.
       01 cmdline PIC X(20).
       01 want-elf PIC 9(7) VALUE 0.
       01 rh-eof PIC 9 VALUE 0.
       01 line-seq PIC 9(5) VALUE 0.
       01 prev-elf PIC 9(7) VALUE 0.
       01 prev-team PIC X(10).
       01 prev-open PIC X VALUE "N".
       01 from-disp PIC X(9).
       01 to-disp PIC X(9).
       01 elf-count PIC 9(7) VALUE 0.
       01 period-count PIC 9(7) VALUE 0.
       01 move-count PIC 9(7) VALUE 0.
       01 left-count PIC 9(7) VALUE 0.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "ROSHIST.TXT".
       01 rw-title PIC X(40) VALUE "ROSTER MEMBERSHIP HISTORY".
       01 rw-prog PIC X(20) VALUE "ROSHIST".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "ROSHIST".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE.
           IF cmdline NOT = SPACES
              IF FUNCTION TEST-NUMVAL(cmdline) = 0
                 COMPUTE want-elf = FUNCTION NUMVAL(cmdline)
              ELSE
                 DISPLAY "USAGE: ROSHIST [ELF-NUMBER]"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 STOP RUN
              END-IF
           END-IF.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           SORT sortfile ON ASCENDING KEY srt-elf
              ASCENDING KEY srt-from
              ASCENDING KEY srt-seq
              INPUT PROCEDURE IS 1000-LOAD-HISTORY
              OUTPUT PROCEDURE IS 2000-PRINT-HISTORY.
           PERFORM 8000-WRITE-LINE.
           STRING "ELVES=" elf-count
              " PERIODS=" period-count
              " TEAM-MOVES=" move-count
              " LEFT-ROSTER=" left-count
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:80).
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           IF period-count = 0
              DISPLAY "NO ROSTER HISTORY ON FILE"
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * The file order breaks ties between periods that begin on
      * the same day, so a same-day correction prints after the
      * period it corrected.
       1000-LOAD-HISTORY.
           OPEN INPUT rosterhistfile.
           PERFORM UNTIL rh-eof > 0
              READ rosterhistfile
                 AT END
                    MOVE 1 TO rh-eof
                 NOT AT END
                    MOVE rosterhistline TO rsh-rec-fields
                    ADD 1 TO line-seq
                    IF rsh-elf NUMERIC
                       AND (want-elf = 0 OR rsh-elf = want-elf)
                       MOVE rsh-elf TO srt-elf
                       MOVE rsh-from TO srt-from
                       MOVE line-seq TO srt-seq
                       MOVE rsh-name TO srt-name
                       MOVE rsh-team TO srt-team
                       MOVE rsh-to TO srt-to
                       MOVE rsh-open-act TO srt-open-act
                       MOVE rsh-close-act TO srt-close-act
                       RELEASE sortrecord
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE rosterhistfile.
       2000-PRINT-HISTORY.
           MOVE 0 TO rh-eof.
           PERFORM UNTIL rh-eof > 0
              RETURN sortfile
                 AT END
                    MOVE 1 TO rh-eof
                 NOT AT END
                    PERFORM 2100-PRINT-ONE-PERIOD
              END-RETURN
           END-PERFORM.
       2100-PRINT-ONE-PERIOD.
           IF srt-elf NOT = prev-elf
              IF elf-count > 0
                 PERFORM 8000-WRITE-LINE
              END-IF
              ADD 1 TO elf-count
              MOVE srt-elf TO prev-elf
              MOVE "N" TO prev-open
              STRING "ELF " srt-elf DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
           IF prev-open = "Y" AND srt-team NOT = prev-team
              ADD 1 TO move-count
              STRING "   MOVED " prev-team " TO " srt-team
                 " ON " srt-from
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
           ADD 1 TO period-count.
           MOVE srt-from TO from-disp.
           IF srt-open-act = "OLD"
              MOVE "BEGINNING" TO from-disp
           END-IF.
           MOVE srt-to TO to-disp.
           IF srt-to = SPACES
              MOVE "IN FORCE" TO to-disp
           END-IF.
           STRING "   FROM " from-disp " TO " to-disp
              " TEAM " srt-team " NAME " srt-name
              " OPENED BY " srt-open-act
              " CLOSED BY " srt-close-act
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           MOVE srt-team TO prev-team.
           MOVE "Y" TO prev-open.
           IF srt-close-act = "DEL"
              ADD 1 TO left-count
              MOVE "N" TO prev-open
           END-IF.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE period-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM RosHist.
