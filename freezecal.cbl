       IDENTIFICATION DIVISION.
       PROGRAM-ID. FreezeCal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL freezefile
           ASSIGN TO "FREEZE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD freezefile.
       01 freezeline PIC X(140).
       WORKING-STORAGE SECTION.
       COPY FRZREC.
      * The maintenance freeze calendar FreezeChk enforces. With no
      * argument every line of FREEZE.TXT is listed with whether it
      * is in force now, so anyone can see why an update was
      * refused. "FREEZE <from> <to> <reason>", stamps as
      * YYYYMMDDHHMM, adds an ad-hoc freeze; "OVERRIDE <program>
      * <minutes> <reason>" grants a supervisor override letting
      * that program (or ALL) update through any freeze for the
      * minutes given, at most a shift. Both take maintain
      * authority and are appended under the FREEZE lock; an
      * override granted goes to the security log and is raised as
      * an Alert, as FreezeChk does again each time one is used.
      * The standing batch windows are keyed into FREEZE.TXT by
      * hand, as the other control files are.
       01 cmdline PIC X(100).
       01 verb-in PIC X(8).
       01 arg1-in PIC X(20).
       01 arg2-in PIC X(12).
       01 reason-in PIC X(40).
       01 parse-ptr PIC 9(3).
       01 arg-pos PIC 9(3).
       01 frz-eof PIC 9 VALUE 0.
       01 line-count PIC 9(4) VALUE 0.
       01 now-timestamp PIC X(21).
       01 now-stamp PIC X(12).
       01 now-hhmm PIC X(4).
       01 day-int PIC 9(7).
       01 today-dow PIC 9.
       01 prior-dow PIC 9.
       01 state-disp PIC X(9).
       01 in-force PIC X.
       01 override-mins PIC 9(3).
       01 until-mins PIC 9(11).
       01 until-day PIC 9(7).
       01 until-date PIC 9(8).
       01 until-hh PIC 9(2).
       01 until-mm PIC 9(2).
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1).
       01 son-ok PIC X.
       01 signoff-rc PIC S9(4) COMP-5.
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "FREEZE".
       01 lock-held PIC X(1).
       01 sec-event PIC X(8).
       01 sec-by PIC X(8).
       01 sec-detail PIC X(50).
       01 alt-prog PIC X(20) VALUE "FREEZECAL".
       01 alt-severity PIC X(8) VALUE "WARNING".
       01 alt-message PIC X(80).
       01 jst-prog PIC X(20) VALUE "FREEZECAL".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO now-timestamp.
           MOVE now-timestamp(1:12) TO now-stamp.
           MOVE now-timestamp(9:4) TO now-hhmm.
           ACCEPT cmdline FROM COMMAND-LINE
           MOVE 1 TO parse-ptr.
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO verb-in, arg1-in, arg2-in
              WITH POINTER parse-ptr.
           MOVE FUNCTION UPPER-CASE(verb-in) TO verb-in.
           MOVE SPACES TO reason-in.
           IF parse-ptr <= 100
              MOVE cmdline(parse-ptr:) TO reason-in
           END-IF.
           EVALUATE verb-in
              WHEN SPACES
                 PERFORM 1000-LIST-CALENDAR
                 STOP RUN
              WHEN "FREEZE"
                 IF arg1-in(1:12) NOT NUMERIC
                    OR arg1-in(13:) NOT = SPACES
                    OR arg2-in NOT NUMERIC
                    OR arg1-in(1:12) >= arg2-in
                    OR arg2-in <= now-stamp
                    OR reason-in = SPACES
                    PERFORM 9000-USAGE
                 END-IF
              WHEN "OVERRIDE"
                 COMPUTE arg-pos = FUNCTION TEST-NUMVAL(arg2-in)
                 IF arg1-in = SPACES OR arg2-in = SPACES
                    OR arg-pos NOT = 0 OR reason-in = SPACES
                    PERFORM 9000-USAGE
                 END-IF
                 IF FUNCTION NUMVAL(arg2-in) < 1
                    OR FUNCTION NUMVAL(arg2-in) > 480
                    DISPLAY "AN OVERRIDE RUNS FOR 1 TO 480 MINUTES"
                    PERFORM 9000-USAGE
                 END-IF
                 COMPUTE override-mins = FUNCTION NUMVAL(arg2-in)
                 MOVE FUNCTION UPPER-CASE(arg1-in) TO arg1-in
              WHEN OTHER
                 PERFORM 9000-USAGE
           END-EVALUATE.
           PERFORM 2000-SIGN-ON.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "FREEZE CALENDAR LOCKED - NOTHING CHANGED"
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              STOP RUN
           END-IF.
           IF verb-in = "FREEZE"
              PERFORM 3000-ADD-FREEZE
           ELSE
              PERFORM 4000-GRANT-OVERRIDE
           END-IF.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           MOVE operator-id TO sec-by.
           CALL "SecLog" USING sec-event, operator-id, sec-by,
              sec-detail.
           IF verb-in = "OVERRIDE"
              CALL "Alert" USING alt-prog, alt-severity, alt-message
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM 9600-REGISTER-STATUS
           PERFORM 9900-SIGN-OFF.
           STOP RUN.
       1000-LIST-CALENDAR.
      * Day 1 of the integer calendar was a Monday.
           COMPUTE day-int =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(now-stamp(1:8))).
           COMPUTE today-dow = FUNCTION MOD(day-int - 1, 7) + 1.
           IF today-dow = 1
              MOVE 7 TO prior-dow
           ELSE
              COMPUTE prior-dow = today-dow - 1
           END-IF.
           DISPLAY "FREEZE CALENDAR AT " now-stamp(1:8) "-"
              now-stamp(9:4).
           OPEN INPUT freezefile.
           PERFORM UNTIL frz-eof > 0
              READ freezefile
                 AT END
                    MOVE 1 TO frz-eof
                 NOT AT END
                    IF freezeline NOT = SPACES
                       AND freezeline(1:1) NOT = "*"
                       MOVE freezeline TO frz-rec-fields
                       PERFORM 1100-LIST-ONE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE freezefile.
           DISPLAY "CALENDAR LINES=" line-count.
       1100-LIST-ONE-LINE.
           ADD 1 TO line-count.
           MOVE "N" TO in-force.
           EVALUATE frz-kind
              WHEN "W"
                 PERFORM 1200-CHECK-WINDOW
                 IF in-force = "Y"
                    MOVE "IN FORCE" TO state-disp
                 ELSE
                    MOVE "DAILY" TO state-disp
                 END-IF
              WHEN "A"
              WHEN "O"
                 EVALUATE TRUE
                    WHEN now-stamp < frz-from
                       MOVE "PENDING" TO state-disp
                    WHEN now-stamp < frz-to
                       MOVE "IN FORCE" TO state-disp
                    WHEN OTHER
                       MOVE "EXPIRED" TO state-disp
                 END-EVALUATE
              WHEN OTHER
                 MOVE "BAD LINE" TO state-disp
           END-EVALUATE.
           IF frz-prog = SPACES
              MOVE "ALL" TO frz-prog
           END-IF.
           DISPLAY state-disp " " frz-kind " " frz-from " " frz-to
              " " frz-days " " frz-prog(1:12) " " frz-by
              " " frz-reason(1:30).
      * The same reading of a window FreezeChk makes: one past
      * midnight belongs to the day it opened on.
       1200-CHECK-WINDOW.
           IF frz-from(1:4) <= frz-to(1:4)
              IF now-hhmm >= frz-from(1:4) AND now-hhmm < frz-to(1:4)
                 AND (frz-days = SPACES
                    OR (frz-days(today-dow:1) NOT = "-"
                    AND frz-days(today-dow:1) NOT = SPACE))
                 MOVE "Y" TO in-force
              END-IF
           ELSE
              IF now-hhmm >= frz-from(1:4)
                 AND (frz-days = SPACES
                    OR (frz-days(today-dow:1) NOT = "-"
                    AND frz-days(today-dow:1) NOT = SPACE))
                 MOVE "Y" TO in-force
              END-IF
              IF now-hhmm < frz-to(1:4)
                 AND (frz-days = SPACES
                    OR (frz-days(prior-dow:1) NOT = "-"
                    AND frz-days(prior-dow:1) NOT = SPACE))
                 MOVE "Y" TO in-force
              END-IF
           END-IF.
       2000-SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT operator-id.
           DISPLAY "PIN: " WITH NO ADVANCING.
           ACCEPT operator-pin WITH SECURE.
           MOVE "N" TO son-ok.
           IF operator-id NOT = SPACES
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           IF son-ok NOT = "Y" OR oper-level < 3
              DISPLAY "MAINTAIN AUTHORITY REQUIRED TO CHANGE THE "
                 "FREEZE CALENDAR - NOTHING CHANGED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
       3000-ADD-FREEZE.
           MOVE SPACES TO frz-rec-fields.
           MOVE "A" TO frz-kind.
           MOVE arg1-in(1:12) TO frz-from.
           MOVE arg2-in TO frz-to.
           MOVE "ALL" TO frz-prog.
           MOVE operator-id TO frz-by.
           MOVE reason-in TO frz-reason.
           PERFORM 5000-APPEND-LINE.
           DISPLAY "FREEZE ADDED FROM " frz-from " TO " frz-to.
           MOVE "FRZADDED" TO sec-event.
           MOVE SPACES TO sec-detail.
           STRING frz-from "-" frz-to " " reason-in
              DELIMITED BY SIZE INTO sec-detail.
      * The override runs from now for the minutes granted, carried
      * over midnight through the integer calendar.
       4000-GRANT-OVERRIDE.
           COMPUTE until-mins =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(now-stamp(1:8)))
              * 1440
              + FUNCTION NUMVAL(now-stamp(9:2)) * 60
              + FUNCTION NUMVAL(now-stamp(11:2))
              + override-mins.
           COMPUTE until-day = until-mins / 1440.
           COMPUTE until-date = FUNCTION DATE-OF-INTEGER(until-day).
           COMPUTE until-hh = FUNCTION MOD(until-mins, 1440) / 60.
           COMPUTE until-mm = FUNCTION MOD(until-mins, 60).
           MOVE SPACES TO frz-rec-fields.
           MOVE "O" TO frz-kind.
           MOVE now-stamp TO frz-from.
           MOVE until-date TO frz-to(1:8).
           MOVE until-hh TO frz-to(9:2).
           MOVE until-mm TO frz-to(11:2).
           MOVE arg1-in TO frz-prog.
           MOVE operator-id TO frz-by.
           MOVE reason-in TO frz-reason.
           PERFORM 5000-APPEND-LINE.
           DISPLAY "OVERRIDE GRANTED FOR " frz-prog(1:12)
              " UNTIL " frz-to.
           MOVE "FRZGRANT" TO sec-event.
           MOVE SPACES TO sec-detail.
           STRING arg1-in DELIMITED BY SPACE
              " UNTIL " frz-to " " reason-in
              DELIMITED BY SIZE INTO sec-detail.
           MOVE SPACES TO alt-message.
           STRING "FREEZE OVERRIDE GRANTED FOR " DELIMITED BY SIZE
              arg1-in DELIMITED BY SPACE
              " BY " DELIMITED BY SIZE
              operator-id DELIMITED BY SPACE
              " UNTIL " frz-to ": " reason-in DELIMITED BY SIZE
              INTO alt-message.
       5000-APPEND-LINE.
           MOVE " FROM=" TO frz-rec-fields(2:6).
           MOVE " TO=" TO frz-rec-fields(20:4).
           MOVE " DAYS=" TO frz-rec-fields(36:6).
           MOVE " PROGRAM=" TO frz-rec-fields(49:9).
           MOVE " BY=" TO frz-rec-fields(78:4).
           MOVE " REASON=" TO frz-rec-fields(90:8).
           OPEN EXTEND freezefile.
           MOVE frz-rec-fields TO freezeline.
           WRITE freezeline.
           CLOSE freezefile.
       9000-USAGE.
           DISPLAY "USAGE: FREEZECAL [FREEZE <YYYYMMDDHHMM> "
              "<YYYYMMDDHHMM> <REASON>"
              " | OVERRIDE <PROGRAM|ALL> <MINUTES> <REASON>]".
           MOVE 16 TO RETURN-CODE.
           PERFORM 9600-REGISTER-STATUS.
           STOP RUN.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE 0 TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
      * Signing off clears the session record SignOn wrote. It runs
      * after the status registration so the change still carries
      * the supervisor's stamp.
      * The run's return code is held across the call, which
      * would otherwise hand back SignOn's.
       9900-SIGN-OFF.
           MOVE RETURN-CODE TO signoff-rc.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
           MOVE signoff-rc TO RETURN-CODE.
       END PROGRAM FreezeCal.
