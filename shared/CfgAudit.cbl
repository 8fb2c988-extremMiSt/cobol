       IDENTIFICATION DIVISION.
       PROGRAM-ID. CfgAudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL cfgauditfile
           ASSIGN TO "CFGAUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD cfgauditfile.
       01 cfgauditline PIC X(180).
       WORKING-STORAGE SECTION.
       01 aud-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "CFGAUDIT".
       01 lock-held PIC X(1).
       01 run-env PIC X(5).
      * Writes one change to the site configuration - a value added,
      * changed or deleted on CfgMaint, or rolled on by a program
      * such as YearEnd - with the key, the business date it takes
      * effect from (blank for an undated line), the value before
      * and after, and the operator who made it. Line positions:
      *   1-15  timestamp           16-22  " EVENT="
      *  23-30  event (ADDED, CHANGED, DELETED)
      *  31-35  " KEY="            36-55  key
      *  56-60  " EFF="            61-68  effective date
      *  69-73  " OLD="            74-113 old value
      * 114-118 " NEW="           119-158 new value
      * 159-163 " BY="            164-171 operator
       LINKAGE SECTION.
       01 aud-event PIC X(8).
       01 aud-key PIC X(20).
       01 aud-eff PIC X(8).
       01 aud-old PIC X(40).
       01 aud-new PIC X(40).
       01 aud-oper PIC X(8).
       PROCEDURE DIVISION USING aud-event, aud-key, aud-eff,
           aud-old, aud-new, aud-oper.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO aud-timestamp.
           CALL "BusDate" USING bus-date.
           MOVE bus-date TO aud-timestamp(1:8).
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "CONFIG CHANGE NOT AUDITED - CFGAUDIT.LOG "
                 "LOCKED: " aud-event " " aud-key
              GOBACK
           END-IF.
           OPEN EXTEND cfgauditfile.
           MOVE SPACES TO cfgauditline.
           STRING aud-timestamp(1:8) "-" aud-timestamp(9:6)
              " EVENT=" aud-event
              " KEY=" aud-key
              " EFF=" aud-eff
              " OLD=" aud-old
              " NEW=" aud-new
              " BY=" aud-oper
              DELIMITED BY SIZE INTO cfgauditline.
           WRITE cfgauditline.
           CLOSE cfgauditfile.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           GOBACK.
       END PROGRAM CfgAudit.
