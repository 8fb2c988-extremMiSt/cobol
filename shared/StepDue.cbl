       IDENTIFICATION DIVISION.
       PROGRAM-ID. StepDue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL requestfile
           ASSIGN TO "BATCHREQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD requestfile.
       01 requestline PIC X(80).
       WORKING-STORAGE SECTION.
      * Answers whether a batch step's run-frequency code makes it
      * due on a business date, for BatchRun deciding what to run
      * and for BatchMon and DayClose showing the same answer.
      *   DAILY          every business date (a step with no code)
      *   WEEKLY-MON..   the first business date on or after the
      *   WEEKLY-SUN     named day, so a week's run is not lost
      *                  when the day itself is not processed
      *   MONTHEND       the last processing day of the month
      *   YEAREND        the last processing day of the year
      *   REQUEST        only when BATCHREQ.TXT holds a line
      *                  "<YYYYMMDD> <nn>" for the business date
      * The processing days are ProcCal's. sdu-due comes back Y or
      * N, or X for a code that is none of these.
       01 req-eof PIC 9.
       01 req-date-in PIC X(8).
       01 req-step-in PIC X(2).
       01 day-names PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 day-name-tbl REDEFINES day-names.
          05 day-name OCCURS 7 TIMES PIC X(3).
       01 want-dow PIC 9.
       01 name-idx PIC 9.
       01 bus-int PIC 9(7).
       01 prev-int PIC 9(7).
       01 day-int PIC 9(7).
       01 day-dow PIC 9.
       01 pcl-action PIC X(1).
       01 pcl-date PIC X(8).
       01 pcl-found-date PIC X(8).
       01 pcl-flag PIC X(1).
       01 pcl-reason PIC X(40).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 sdu-freq PIC X(10).
       01 sdu-step PIC 9(2).
       01 sdu-date PIC X(8).
       01 sdu-due PIC X(1).
       PROCEDURE DIVISION USING sdu-freq, sdu-step, sdu-date, sdu-due.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE "X" TO sdu-due.
           EVALUATE TRUE
              WHEN sdu-freq = SPACES OR sdu-freq = "DAILY"
                 MOVE "Y" TO sdu-due
              WHEN sdu-freq(1:7) = "WEEKLY-"
                 PERFORM 1000-WEEKLY-DUE
              WHEN sdu-freq = "MONTHEND"
                 PERFORM 2000-FIND-NEXT-DAY
                 IF pcl-found-date(1:6) NOT = sdu-date(1:6)
                    MOVE "Y" TO sdu-due
                 ELSE
                    MOVE "N" TO sdu-due
                 END-IF
              WHEN sdu-freq = "YEAREND"
                 PERFORM 2000-FIND-NEXT-DAY
                 IF pcl-found-date(1:4) NOT = sdu-date(1:4)
                    MOVE "Y" TO sdu-due
                 ELSE
                    MOVE "N" TO sdu-due
                 END-IF
              WHEN sdu-freq = "REQUEST"
                 PERFORM 3000-FIND-REQUEST
           END-EVALUATE.
           GOBACK.
      * Due when the named day falls after the last processing day
      * before the business date, up to and including the business
      * date itself. Day 1 of the integer calendar was a Monday.
       1000-WEEKLY-DUE.
           MOVE 0 TO want-dow.
           PERFORM VARYING name-idx FROM 1 BY 1 UNTIL name-idx > 7
              IF day-name(name-idx) = sdu-freq(8:3)
                 MOVE name-idx TO want-dow
              END-IF
           END-PERFORM.
           IF want-dow > 0 AND sdu-date NUMERIC
              PERFORM 1100-SCAN-WEEK
           END-IF.
       1100-SCAN-WEEK.
           MOVE "N" TO sdu-due.
           MOVE "P" TO pcl-action.
           MOVE sdu-date TO pcl-date.
           CALL "ProcCal" USING pcl-action, pcl-date, pcl-found-date,
              pcl-flag, pcl-reason.
           COMPUTE bus-int =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(sdu-date)).
           IF pcl-found-date = sdu-date
              COMPUTE prev-int = bus-int - 1
           ELSE
              COMPUTE prev-int = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(pcl-found-date))
           END-IF.
           PERFORM VARYING day-int FROM bus-int BY -1
              UNTIL day-int <= prev-int
              COMPUTE day-dow = FUNCTION MOD(day-int - 1, 7) + 1
              IF day-dow = want-dow
                 MOVE "Y" TO sdu-due
              END-IF
           END-PERFORM.
       2000-FIND-NEXT-DAY.
           MOVE "N" TO pcl-action.
           MOVE sdu-date TO pcl-date.
           CALL "ProcCal" USING pcl-action, pcl-date, pcl-found-date,
              pcl-flag, pcl-reason.
       3000-FIND-REQUEST.
           MOVE "N" TO sdu-due.
           MOVE 0 TO req-eof.
           OPEN INPUT requestfile.
           PERFORM UNTIL req-eof > 0
              READ requestfile
                 AT END
                    MOVE 1 TO req-eof
                 NOT AT END
                    IF requestline(1:1) NOT = "*"
                       MOVE SPACES TO req-date-in, req-step-in
                       UNSTRING requestline DELIMITED BY ALL SPACE
                          INTO req-date-in, req-step-in
                       IF req-date-in = sdu-date
                          AND req-step-in NUMERIC
                          AND req-step-in = sdu-step
                          MOVE "Y" TO sdu-due
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE requestfile.
       END PROGRAM StepDue.
