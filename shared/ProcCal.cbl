       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProcCal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL proccalfile
           ASSIGN TO "PROCCAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD proccalfile.
       01 proccalline PIC X(80).
       WORKING-STORAGE SECTION.
       COPY PCALREC.
      * Processing calendar lookups over PROCCAL.TXT, loaded once
      * per run. Action C answers whether pcl-date is a processing
      * day and, when it is not, why; N answers the next processing
      * day after pcl-date, P the last one before it, and F the
      * first one on or after it, each in pcl-found-date with the
      * flag and reason of pcl-date itself. A date that is not a
      * real YYYYMMDD comes back flagged X. With no calendar on
      * file every day is a processing day, as it always was.
       01 pcal-loaded PIC X VALUE "N".
       01 pcal-eof PIC 9.
       01 week-mask PIC X(07) VALUE SPACES.
       01 off-count PIC 9(3) VALUE 0.
       01 off-table.
          05 off-entry OCCURS 300 TIMES.
             10 off-date PIC X(08).
             10 off-kind PIC X(01).
             10 off-reason PIC X(40).
       01 off-idx PIC 9(3).
       01 base-int PIC 9(7).
       01 day-int PIC 9(7).
       01 day-num PIC 9(8).
       01 day-text REDEFINES day-num PIC X(8).
       01 day-dow PIC 9.
       01 day-flag PIC X.
       01 day-reason PIC X(40).
       01 step-dir PIC S9 VALUE 1.
       01 search-count PIC 9(3).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 pcl-action PIC X(1).
       01 pcl-date PIC X(8).
       01 pcl-found-date PIC X(8).
       01 pcl-flag PIC X(1).
       01 pcl-reason PIC X(40).
       PROCEDURE DIVISION USING pcl-action, pcl-date, pcl-found-date,
           pcl-flag, pcl-reason.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           IF pcal-loaded = "N"
              PERFORM 1000-LOAD-CALENDAR
              MOVE "Y" TO pcal-loaded
           END-IF.
           MOVE SPACES TO pcl-found-date.
           MOVE SPACES TO pcl-reason.
           IF pcl-date NOT NUMERIC
              MOVE "X" TO pcl-flag
              MOVE "NOT A VALID DATE" TO pcl-reason
              GOBACK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(pcl-date))
              NOT = 0
              MOVE "X" TO pcl-flag
              MOVE "NOT A VALID DATE" TO pcl-reason
              GOBACK
           END-IF.
           COMPUTE base-int =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(pcl-date)).
           MOVE base-int TO day-int.
           PERFORM 3000-CHECK-DAY.
           MOVE day-flag TO pcl-flag.
           MOVE day-reason TO pcl-reason.
           EVALUATE pcl-action
              WHEN "N"
                 MOVE 1 TO step-dir
                 PERFORM 2000-SEARCH-DAY
              WHEN "P"
                 MOVE -1 TO step-dir
                 PERFORM 2000-SEARCH-DAY
              WHEN "F"
                 IF day-flag = "Y"
                    MOVE pcl-date TO pcl-found-date
                 ELSE
                    MOVE 1 TO step-dir
                    PERFORM 2000-SEARCH-DAY
                 END-IF
           END-EVALUATE.
           GOBACK.
       1000-LOAD-CALENDAR.
           MOVE 0 TO pcal-eof.
           OPEN INPUT proccalfile.
           PERFORM UNTIL pcal-eof > 0
              READ proccalfile
                 AT END
                    MOVE 1 TO pcal-eof
                 NOT AT END
                    IF proccalline NOT = SPACES
                       AND proccalline(1:1) NOT = "*"
                       MOVE proccalline TO pcal-rec-fields
                       PERFORM 1100-TAKE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE proccalfile.
       1100-TAKE-LINE.
           EVALUATE pcal-kind
              WHEN "W"
                 MOVE pcal-days TO week-mask
              WHEN "H"
              WHEN "N"
                 IF pcal-date NUMERIC AND off-count < 300
                    ADD 1 TO off-count
                    MOVE pcal-date TO off-date(off-count)
                    MOVE pcal-kind TO off-kind(off-count)
                    MOVE pcal-reason TO off-reason(off-count)
                 END-IF
           END-EVALUATE.
      * A calendar that shuts every day leaves nothing to find; the
      * search gives up after a year and a month and answers the
      * date it was asked about, flagged as it stands.
       2000-SEARCH-DAY.
           MOVE base-int TO day-int.
           MOVE 0 TO search-count.
           MOVE "N" TO day-flag.
           PERFORM UNTIL day-flag = "Y" OR search-count >= 400
              ADD 1 TO search-count
              COMPUTE day-int = day-int + step-dir
              PERFORM 3000-CHECK-DAY
           END-PERFORM.
           IF day-flag = "Y"
              MOVE day-text TO pcl-found-date
           ELSE
              MOVE pcl-date TO pcl-found-date
           END-IF.
      * Day 1 of the integer calendar was a Monday.
       3000-CHECK-DAY.
           COMPUTE day-num = FUNCTION DATE-OF-INTEGER(day-int).
           COMPUTE day-dow = FUNCTION MOD(day-int - 1, 7) + 1.
           MOVE "Y" TO day-flag.
           MOVE SPACES TO day-reason.
           IF week-mask(day-dow:1) = "-"
              MOVE "N" TO day-flag
              MOVE "NOT A PROCESSING DAY OF THE WEEK" TO day-reason
           END-IF.
           PERFORM VARYING off-idx FROM 1 BY 1
              UNTIL off-idx > off-count
              IF off-date(off-idx) = day-text
                 MOVE "N" TO day-flag
                 MOVE off-reason(off-idx) TO day-reason
                 IF day-reason = SPACES AND off-kind(off-idx) = "H"
                    MOVE "HOLIDAY" TO day-reason
                 END-IF
                 IF day-reason = SPACES
                    MOVE "NON-PROCESSING DAY" TO day-reason
                 END-IF
              END-IF
           END-PERFORM.
       END PROGRAM ProcCal.
