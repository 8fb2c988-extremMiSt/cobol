       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecLog.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL securityfile
           ASSIGN TO "SECURITY.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD securityfile.
       01 securityline PIC X(120).
       WORKING-STORAGE SECTION.
       01 sec-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "SECURITY".
       01 lock-held PIC X(1).
       01 run-env PIC X(5).
      * Writes one security event - a failed PIN, a lockout, an
      * unlock, a PIN expired, changed, enrolled or reset - with the
      * operator id it concerns and, where another operator acted
      * on it, who did. SecRpt lists a day's events for the shift
      * supervisor. Line positions:
      *   1-15  timestamp          16-22  " EVENT="
      *  23-30  event             31-36  " OPER="
      *  37-44  operator          45-48  " BY="
      *  49-56  acting operator   57-64  " DETAIL="
      *  65-114 detail text
       LINKAGE SECTION.
       01 sec-event PIC X(8).
       01 sec-oper PIC X(8).
       01 sec-by PIC X(8).
       01 sec-detail PIC X(50).
       PROCEDURE DIVISION USING sec-event, sec-oper, sec-by,
           sec-detail.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO sec-timestamp.
      * Entries carry the batch's business date, not the wall-clock
      * date, so the night shift's events stay on the batch's day.
           CALL "BusDate" USING bus-date.
           MOVE bus-date TO sec-timestamp(1:8).
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "SECURITY EVENT NOT WRITTEN - SECURITY.LOG "
                 "LOCKED: " sec-event " " sec-oper
              GOBACK
           END-IF.
           OPEN EXTEND securityfile.
           MOVE SPACES TO securityline.
           STRING sec-timestamp(1:8) "-" sec-timestamp(9:6)
              " EVENT=" sec-event
              " OPER=" sec-oper
              " BY=" sec-by
              " DETAIL=" sec-detail
              DELIMITED BY SIZE INTO securityline.
           WRITE securityline.
           CLOSE securityfile.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           GOBACK.
       END PROGRAM SecLog.
