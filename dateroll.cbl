      * business date in BUSDATE.TXT that BusDate serves to every
      * stamping and guard routine for the rest of the night. With
      * no argument the wall-clock date at roll time becomes the
      * business date, rolled on to the next processing day when
      * the PROCCAL.TXT processing calendar has no processing that
      * day; an operator can pass YYYYMMDD to rerun a prior day's
      * batch under that day's date, taken as given but warned of
      * when the calendar has no processing on it.
       01 roll-timestamp PIC X(26).
       01 date-in PIC X(8).
       01 date-pos PIC 9(3).
       01 old-date PIC X(8) VALUE SPACES.
       01 new-date PIC X(8).
       01 pcl-action PIC X(1).
       01 pcl-date PIC X(8).
       01 pcl-found-date PIC X(8).
       01 pcl-flag PIC X(1).
       01 pcl-reason PIC X(40).
       01 jst-prog PIC X(20) VALUE "DATEROLL".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO roll-timestamp.
           ACCEPT date-in FROM COMMAND-LINE
           COMPUTE date-pos = FUNCTION TEST-NUMVAL(date-in).
           MOVE "F" TO pcl-action.
           MOVE "X" TO pcl-flag.
           IF date-in NOT = SPACES AND date-pos = 0
              AND date-in(1:8) NUMERIC
              MOVE date-in TO pcl-date
              CALL "ProcCal" USING pcl-action, pcl-date,
                 pcl-found-date, pcl-flag, pcl-reason
           END-IF.
           IF pcl-flag NOT = "X"
              MOVE date-in TO new-date
              IF pcl-flag = "N"
                 DISPLAY "WARNING - " new-date
                    " IS NOT A PROCESSING DAY: " pcl-reason
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              IF date-in NOT = SPACES
                 DISPLAY "INVALID DATE ARGUMENT - "
                    "USING WALL-CLOCK DATE"
              END-IF
              MOVE roll-timestamp(1:8) TO pcl-date
              CALL "ProcCal" USING pcl-action, pcl-date,
                 pcl-found-date, pcl-flag, pcl-reason
              MOVE pcl-found-date TO new-date
              IF pcl-flag = "N"
                 DISPLAY "WALL-CLOCK DATE " pcl-date
                    " IS NOT A PROCESSING DAY: " pcl-reason
              END-IF
           END-IF.
           MOVE SPACES TO busdateline.
           OPEN INPUT busdatefile.
