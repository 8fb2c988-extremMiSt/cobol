       IDENTIFICATION DIVISION.
       PROGRAM-ID. FreezeChk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL freezefile
           ASSIGN TO "FREEZE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL opersessfile
           ASSIGN TO "OPERSESS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD freezefile.
       01 freezeline PIC X(140).
       FD opersessfile.
       01 opersessline PIC X(8).
       WORKING-STORAGE SECTION.
       COPY FRZREC.
      * Freeze check a maintenance program calls before it changes
      * anything: the FREEZE.TXT calendar is read against the wall
      * clock - batch windows run by the clock, not the business
      * date - and while a batch window or an ad-hoc freeze that
      * covers the caller is in force the update is refused and
      * the caller told why, with the text ready for its screen's
      * message line. Browsing and inquiry never call here. A
      * supervisor override in force for the caller (or for ALL)
      * lets the update through instead; every override used is
      * written to the security log with the operator and the
      * supervisor who granted it and raised as an Alert, and
      * every refusal goes to the security log as well.
       01 frz-eof PIC 9.
       01 frz-timestamp PIC X(21).
       01 now-stamp PIC X(12).
       01 now-hhmm PIC X(4).
       01 day-int PIC 9(7).
       01 today-dow PIC 9.
       01 prior-dow PIC 9.
       01 frozen-flag PIC X.
       01 frozen-until PIC X(13).
       01 frozen-reason PIC X(40).
       01 override-flag PIC X.
       01 override-by PIC X(8).
       01 session-oper PIC X(8).
       01 sec-event PIC X(8).
       01 sec-by PIC X(8).
       01 sec-detail PIC X(50).
       01 alt-severity PIC X(8) VALUE "WARNING".
       01 alt-message PIC X(80).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 frz-caller PIC X(20).
       01 frz-update PIC X(40).
       01 frz-ok PIC X(1).
       01 frz-msg PIC X(60).
       PROCEDURE DIVISION USING frz-caller, frz-update, frz-ok,
           frz-msg.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE "Y" TO frz-ok.
           MOVE SPACES TO frz-msg.
           MOVE "N" TO frozen-flag.
           MOVE "N" TO override-flag.
           MOVE FUNCTION CURRENT-DATE TO frz-timestamp.
           MOVE frz-timestamp(1:12) TO now-stamp.
           MOVE frz-timestamp(9:4) TO now-hhmm.
      * Day 1 of the integer calendar was a Monday.
           COMPUTE day-int =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(now-stamp(1:8))).
           COMPUTE today-dow = FUNCTION MOD(day-int - 1, 7) + 1.
           IF today-dow = 1
              MOVE 7 TO prior-dow
           ELSE
              COMPUTE prior-dow = today-dow - 1
           END-IF.
           MOVE 0 TO frz-eof.
           OPEN INPUT freezefile.
           PERFORM UNTIL frz-eof > 0
              READ freezefile
                 AT END
                    MOVE 1 TO frz-eof
                 NOT AT END
                    IF freezeline NOT = SPACES
                       AND freezeline(1:1) NOT = "*"
                       MOVE freezeline TO frz-rec-fields
                       PERFORM 1000-TRY-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE freezefile.
           IF frozen-flag = "N"
              GOBACK
           END-IF.
           PERFORM 2000-READ-SESSION-OPERATOR.
           MOVE SPACES TO sec-detail.
           STRING frz-caller DELIMITED BY SPACE
              " " frz-update DELIMITED BY SIZE
              INTO sec-detail.
           IF override-flag = "Y"
              STRING "FREEZE OVERRIDDEN BY " DELIMITED BY SIZE
                 override-by DELIMITED BY SPACE
                 " - UPDATE ALLOWED" DELIMITED BY SIZE
                 INTO frz-msg
              MOVE "FRZUSED" TO sec-event
              MOVE override-by TO sec-by
              CALL "SecLog" USING sec-event, session-oper, sec-by,
                 sec-detail
              MOVE SPACES TO alt-message
              STRING "FREEZE OVERRIDE USED BY " DELIMITED BY SIZE
                 session-oper DELIMITED BY SPACE
                 " (GRANTED BY " DELIMITED BY SIZE
                 override-by DELIMITED BY SPACE
                 "): " DELIMITED BY SIZE
                 frz-update DELIMITED BY SIZE
                 INTO alt-message
              CALL "Alert" USING frz-caller, alt-severity, alt-message
           ELSE
              MOVE "N" TO frz-ok
              STRING "UPDATE REFUSED - FREEZE UNTIL " DELIMITED BY SIZE
                 frozen-until DELIMITED BY SPACE
                 ": " frozen-reason DELIMITED BY SIZE
                 INTO frz-msg
              MOVE "FRZREFUS" TO sec-event
              MOVE SPACES TO sec-by
              CALL "SecLog" USING sec-event, session-oper, sec-by,
                 sec-detail
           END-IF.
           GOBACK.
      * The first freeze found in force is the one reported.
       1000-TRY-LINE.
           EVALUATE frz-kind
              WHEN "W"
                 IF frozen-flag = "N"
                    AND (frz-prog = SPACES OR frz-prog = "ALL"
                       OR frz-prog = frz-caller)
                    PERFORM 1100-TRY-WINDOW
                 END-IF
              WHEN "A"
                 IF frozen-flag = "N"
                    AND (frz-prog = SPACES OR frz-prog = "ALL"
                       OR frz-prog = frz-caller)
                    AND frz-from <= now-stamp AND now-stamp < frz-to
                    MOVE "Y" TO frozen-flag
                    MOVE SPACES TO frozen-until
                    STRING frz-to(1:8) "-" frz-to(9:4)
                       DELIMITED BY SIZE INTO frozen-until
                    MOVE frz-reason TO frozen-reason
                 END-IF
              WHEN "O"
                 IF (frz-prog = SPACES OR frz-prog = "ALL"
                       OR frz-prog = frz-caller)
                    AND frz-from <= now-stamp AND now-stamp < frz-to
                    MOVE "Y" TO override-flag
                    MOVE frz-by TO override-by
                 END-IF
           END-EVALUATE.
      * A window past midnight covers the early hours as part of the
      * day it opened on, so the day mask is read for that day.
       1100-TRY-WINDOW.
           IF frz-from(1:4) <= frz-to(1:4)
              IF now-hhmm >= frz-from(1:4) AND now-hhmm < frz-to(1:4)
                 AND (frz-days = SPACES
                    OR (frz-days(today-dow:1) NOT = "-"
                    AND frz-days(today-dow:1) NOT = SPACE))
                 MOVE "Y" TO frozen-flag
              END-IF
           ELSE
              IF now-hhmm >= frz-from(1:4)
                 AND (frz-days = SPACES
                    OR (frz-days(today-dow:1) NOT = "-"
                    AND frz-days(today-dow:1) NOT = SPACE))
                 MOVE "Y" TO frozen-flag
              END-IF
              IF now-hhmm < frz-to(1:4)
                 AND (frz-days = SPACES
                    OR (frz-days(prior-dow:1) NOT = "-"
                    AND frz-days(prior-dow:1) NOT = SPACE))
                 MOVE "Y" TO frozen-flag
              END-IF
           END-IF.
           IF frozen-flag = "Y"
              MOVE frz-to(1:4) TO frozen-until
              MOVE frz-reason TO frozen-reason
           END-IF.
       2000-READ-SESSION-OPERATOR.
           MOVE SPACES TO session-oper.
           MOVE SPACES TO opersessline.
           OPEN INPUT opersessfile.
           READ opersessfile
              AT END CONTINUE
              NOT AT END
                 MOVE opersessline TO session-oper
           END-READ.
           CLOSE opersessfile.
       END PROGRAM FreezeChk.
