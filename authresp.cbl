       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuthResp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL submitfile
           ASSIGN TO "SUBMIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL responsefile
           ASSIGN TO "SUBRESP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL respreportfile
           ASSIGN TO "AUTHRESP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD submitfile.
       01 submitline PIC X(60).
       FD responsefile.
       01 responseline PIC X(80).
       FD respreportfile.
       01 respreportline PIC X(120).
       WORKING-STORAGE SECTION.
      * Positional layout of a SUBMIT.TXT line, matching the fixed
      * STRINGs Submit builds; the header and trailer are told apart
      * by the HDR and TRL tags.
       01 sub-fields.
          05 sub-lit PIC X(3).
          05 FILLER PIC X(1).
          05 sub-year PIC 9(4).
          05 FILLER PIC X(1).
          05 sub-day PIC 9(2).
          05 FILLER PIC X(1).
          05 sub-part PIC X(1).
          05 FILLER PIC X(47).
       01 sub-trl-fields REDEFINES sub-fields.
          05 FILLER PIC X(14).
          05 sub-trl-count PIC 9(6).
          05 FILLER PIC X(40).
      * Positional layout of a SUBRESP.TXT line. The authority echoes
      * our header as "RSP HDR" with the same date, year and days,
      * answers each year/day/part with ACCEPTED or REJECTED and an
      * optional reason, and closes with a trailer counting the
      * records and each verdict:
      *   RSP HDR yyyymmdd YEAR=yyyy DAYS=dd-dd
      *   RSP yyyy dd p ACCEPTED
      *   RSP yyyy dd p REJECTED <reason>
      *   RSP TRL COUNT=nnnnnn ACCEPTED=nnnnnn REJECTED=nnnnnn
       01 rsp-fields.
          05 rsp-lit PIC X(3).
          05 FILLER PIC X(1).
          05 rsp-year PIC 9(4).
          05 FILLER PIC X(1).
          05 rsp-day PIC 9(2).
          05 FILLER PIC X(1).
          05 rsp-part PIC X(1).
          05 FILLER PIC X(1).
          05 rsp-verdict PIC X(8).
          05 FILLER PIC X(1).
          05 rsp-reason PIC X(40).
          05 FILLER PIC X(17).
       01 rsp-trl-fields REDEFINES rsp-fields.
          05 FILLER PIC X(14).
          05 rsp-trl-count PIC 9(6).
          05 FILLER PIC X(10).
          05 rsp-trl-accepted PIC 9(6).
          05 FILLER PIC X(10).
          05 rsp-trl-rejected PIC 9(6).
          05 FILLER PIC X(28).
      * Takes the scoring authority's response to the last SUBMIT.TXT
      * and records its verdicts on the answer master. The response
      * is balanced against what was sent before anything is touched:
      * the header must echo our header, every verdict must be for
      * an answer we sent and appear once, every answer sent must
      * have a verdict, and the trailer counts must agree with the
      * records. A response out of balance updates nothing, raises a
      * SEVERE alert and ends RC 8. A balanced one sets each answer
      * ACCEPTED or REJECTED with the business date through AnsStat;
      * each rejection raises an alert with the authority's reason
      * and the run ends RC 8, so JobStatus opens an incident for
      * the rejections to be worked.
       01 bus-date PIC X(8).
       01 ar-eof PIC 9 VALUE 0.
       01 sub-hdr PIC X(29) VALUE SPACES.
       01 sub-count PIC 9(6) VALUE 0.
       01 sub-trl-seen PIC X VALUE "N".
       01 rsp-hdr-seen PIC X VALUE "N".
       01 rsp-trl-seen PIC X VALUE "N".
       01 rsp-count PIC 9(6) VALUE 0.
       01 trl-count PIC 9(6) VALUE 0.
       01 trl-accepted PIC 9(6) VALUE 0.
       01 trl-rejected PIC 9(6) VALUE 0.
       01 accepted-count PIC 9(6) VALUE 0.
       01 rejected-count PIC 9(6) VALUE 0.
       01 break-count PIC 9(6) VALUE 0.
       01 unmarked-count PIC 9(6) VALUE 0.
       01 sent-idx PIC 9(3).
       01 sent-found PIC 9.
       01 sent-count PIC 9(3) VALUE 0.
       01 sent-table.
          05 sent-entry OCCURS 100 TIMES.
             10 snt-year PIC 9(4).
             10 snt-day PIC 9(2).
             10 snt-part PIC X(1).
             10 snt-verdict PIC X(8).
             10 snt-reason PIC X(40).
       01 break-text PIC X(80).
       01 ast-status PIC X(9).
       01 ast-ok PIC X(1).
       01 alt-prog PIC X(20) VALUE "AUTHRESP".
       01 alt-severity PIC X(8).
       01 alt-message PIC X(80).
       01 jst-prog PIC X(20) VALUE "AUTHRESP".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           PERFORM 1000-LOAD-SUBMISSION.
           IF sub-hdr = SPACES
              DISPLAY "NO SUBMISSION ON FILE - SUBMIT.TXT HAS NO "
                 "HEADER"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT respreportfile.
           MOVE SPACES TO respreportline.
           STRING "===== AUTHORITY RESPONSE " bus-date
              " FOR SUBMISSION " sub-hdr " ====="
              DELIMITED BY SIZE INTO respreportline.
           PERFORM 8000-PUT-REPORT-LINE.
           PERFORM 2000-READ-RESPONSE.
           PERFORM 3000-BALANCE-RESPONSE.
           IF break-count > 0
              MOVE SPACES TO respreportline
              STRING "RESPONSE OUT OF BALANCE - BREAKS=" break-count
                 " - ANSWER MASTER NOT UPDATED"
                 DELIMITED BY SIZE INTO respreportline
              PERFORM 8000-PUT-REPORT-LINE
              CLOSE respreportfile
              MOVE "SEVERE" TO alt-severity
              MOVE SPACES TO alt-message
              STRING "AUTHORITY RESPONSE OUT OF BALANCE - BREAKS="
                 break-count " - NOTHING UPDATED"
                 DELIMITED BY SIZE INTO alt-message
              CALL "Alert" USING alt-prog, alt-severity, alt-message
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 4000-APPLY-VERDICTS.
           MOVE SPACES TO respreportline.
           STRING "SENT=" sent-count
              " ACCEPTED=" accepted-count
              " REJECTED=" rejected-count
              " NOT-ON-MASTER=" unmarked-count
              DELIMITED BY SIZE INTO respreportline.
           PERFORM 8000-PUT-REPORT-LINE.
           CLOSE respreportfile.
           IF unmarked-count > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF rejected-count > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
       1000-LOAD-SUBMISSION.
           OPEN INPUT submitfile.
           PERFORM UNTIL ar-eof > 0
              READ submitfile
                 AT END
                    MOVE 1 TO ar-eof
                 NOT AT END
                    MOVE submitline TO sub-fields
                    EVALUATE TRUE
                       WHEN submitline(1:8) = "SUB HDR "
                          MOVE submitline(9:29) TO sub-hdr
                       WHEN submitline(1:8) = "SUB TRL "
                          MOVE "Y" TO sub-trl-seen
                          IF sub-trl-count NUMERIC
                             MOVE sub-trl-count TO sub-count
                          END-IF
                       WHEN sub-lit = "SUB" AND sub-year NUMERIC
                          AND sub-day NUMERIC
                          PERFORM 1100-ADD-SENT-ENTRY
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE submitfile.
           MOVE 0 TO ar-eof.
       1100-ADD-SENT-ENTRY.
           IF sent-count >= 100
              DISPLAY "TOO MANY ANSWERS IN SUBMISSION - TABLE FULL"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO sent-count.
           MOVE sub-year TO snt-year(sent-count).
           MOVE sub-day TO snt-day(sent-count).
           MOVE sub-part TO snt-part(sent-count).
           MOVE SPACES TO snt-verdict(sent-count).
           MOVE SPACES TO snt-reason(sent-count).
       2000-READ-RESPONSE.
           OPEN INPUT responsefile.
           PERFORM UNTIL ar-eof > 0
              READ responsefile
                 AT END
                    MOVE 1 TO ar-eof
                 NOT AT END
                    MOVE responseline TO rsp-fields
                    EVALUATE TRUE
                       WHEN responseline(1:8) = "RSP HDR "
                          PERFORM 2100-CHECK-HEADER
                       WHEN responseline(1:8) = "RSP TRL "
                          PERFORM 2200-TAKE-TRAILER
                       WHEN rsp-lit = "RSP" AND rsp-year NUMERIC
                          AND rsp-day NUMERIC
                          PERFORM 2300-TAKE-ONE-VERDICT
                       WHEN responseline = SPACES
                          CONTINUE
                       WHEN OTHER
                          MOVE SPACES TO break-text
                          STRING "UNREADABLE RESPONSE LINE: "
                             responseline(1:50)
                             DELIMITED BY SIZE INTO break-text
                          PERFORM 8100-NOTE-BREAK
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE responsefile.
           MOVE 0 TO ar-eof.
       2100-CHECK-HEADER.
           MOVE "Y" TO rsp-hdr-seen.
           IF responseline(9:29) NOT = sub-hdr
              MOVE SPACES TO break-text
              STRING "RESPONSE IS FOR " responseline(9:29)
                 " NOT THIS SUBMISSION"
                 DELIMITED BY SIZE INTO break-text
              PERFORM 8100-NOTE-BREAK
           END-IF.
       2200-TAKE-TRAILER.
           MOVE "Y" TO rsp-trl-seen.
           IF rsp-trl-count NUMERIC AND rsp-trl-accepted NUMERIC
              AND rsp-trl-rejected NUMERIC
              MOVE rsp-trl-count TO trl-count
              MOVE rsp-trl-accepted TO trl-accepted
              MOVE rsp-trl-rejected TO trl-rejected
           ELSE
              MOVE "UNREADABLE RESPONSE TRAILER" TO break-text
              PERFORM 8100-NOTE-BREAK
           END-IF.
       2300-TAKE-ONE-VERDICT.
           ADD 1 TO rsp-count.
           MOVE 0 TO sent-found.
           PERFORM VARYING sent-idx FROM 1 BY 1
              UNTIL sent-idx > sent-count OR sent-found = 1
              IF snt-year(sent-idx) = rsp-year
                 AND snt-day(sent-idx) = rsp-day
                 AND snt-part(sent-idx) = rsp-part
                 MOVE 1 TO sent-found
                 SUBTRACT 1 FROM sent-idx
              END-IF
           END-PERFORM.
           MOVE SPACES TO break-text.
           EVALUATE TRUE
              WHEN rsp-verdict NOT = "ACCEPTED"
                 AND rsp-verdict NOT = "REJECTED"
                 STRING "UNKNOWN VERDICT " rsp-verdict
                    " FOR YEAR=" rsp-year " DAY=" rsp-day
                    " PART=" rsp-part
                    DELIMITED BY SIZE INTO break-text
              WHEN sent-found = 0
                 STRING "VERDICT FOR AN ANSWER NOT SENT: YEAR="
                    rsp-year " DAY=" rsp-day " PART=" rsp-part
                    DELIMITED BY SIZE INTO break-text
              WHEN snt-verdict(sent-idx) NOT = SPACES
                 STRING "SECOND VERDICT FOR YEAR=" rsp-year
                    " DAY=" rsp-day " PART=" rsp-part
                    DELIMITED BY SIZE INTO break-text
              WHEN OTHER
                 MOVE rsp-verdict TO snt-verdict(sent-idx)
                 MOVE rsp-reason TO snt-reason(sent-idx)
                 IF rsp-verdict = "ACCEPTED"
                    ADD 1 TO accepted-count
                 ELSE
                    ADD 1 TO rejected-count
                 END-IF
           END-EVALUATE.
           IF break-text NOT = SPACES
              PERFORM 8100-NOTE-BREAK
           END-IF.
      * The control totals on both sides must agree with the records
      * actually carried, and every answer sent must be answered.
       3000-BALANCE-RESPONSE.
           IF rsp-hdr-seen = "N"
              MOVE "RESPONSE HAS NO HEADER" TO break-text
              PERFORM 8100-NOTE-BREAK
           END-IF.
           IF rsp-trl-seen = "N"
              MOVE "RESPONSE HAS NO TRAILER" TO break-text
              PERFORM 8100-NOTE-BREAK
           END-IF.
           IF sub-trl-seen = "N" OR sub-count NOT = sent-count
              MOVE SPACES TO break-text
              STRING "SUBMISSION TRAILER COUNT=" sub-count
                 " BUT RECORDS SENT=" sent-count
                 DELIMITED BY SIZE INTO break-text
              PERFORM 8100-NOTE-BREAK
           END-IF.
           IF rsp-trl-seen = "Y"
              AND (trl-count NOT = rsp-count
                 OR trl-accepted NOT = accepted-count
                 OR trl-rejected NOT = rejected-count)
              MOVE SPACES TO break-text
              STRING "TRAILER COUNT=" trl-count
                 " ACC=" trl-accepted " REJ=" trl-rejected
                 " RECORDS=" rsp-count
                 " ACC=" accepted-count " REJ=" rejected-count
                 DELIMITED BY SIZE INTO break-text
              PERFORM 8100-NOTE-BREAK
           END-IF.
           PERFORM VARYING sent-idx FROM 1 BY 1
              UNTIL sent-idx > sent-count
              IF snt-verdict(sent-idx) = SPACES
                 MOVE SPACES TO break-text
                 STRING "NO VERDICT FOR ANSWER SENT: YEAR="
                    snt-year(sent-idx) " DAY=" snt-day(sent-idx)
                    " PART=" snt-part(sent-idx)
                    DELIMITED BY SIZE INTO break-text
                 PERFORM 8100-NOTE-BREAK
              END-IF
           END-PERFORM.
       4000-APPLY-VERDICTS.
           PERFORM VARYING sent-idx FROM 1 BY 1
              UNTIL sent-idx > sent-count
              MOVE snt-verdict(sent-idx) TO ast-status
              CALL "AnsStat" USING snt-year(sent-idx),
                 snt-day(sent-idx), snt-part(sent-idx),
                 ast-status, bus-date, ast-ok
              MOVE SPACES TO respreportline
              STRING snt-verdict(sent-idx)
                 " YEAR=" snt-year(sent-idx)
                 " DAY=" snt-day(sent-idx)
                 " PART=" snt-part(sent-idx)
                 " " snt-reason(sent-idx)
                 DELIMITED BY SIZE INTO respreportline
              IF ast-ok NOT = "Y"
                 ADD 1 TO unmarked-count
                 MOVE "NOT ON MASTER - STATUS NOT SET"
                    TO respreportline(81:40)
              END-IF
              PERFORM 8000-PUT-REPORT-LINE
              IF snt-verdict(sent-idx) = "REJECTED"
                 MOVE "ERROR" TO alt-severity
                 MOVE SPACES TO alt-message
                 STRING "ANSWER REJECTED YEAR=" snt-year(sent-idx)
                    " DAY=" snt-day(sent-idx)
                    " PART=" snt-part(sent-idx)
                    " " snt-reason(sent-idx)
                    DELIMITED BY SIZE INTO alt-message
                 CALL "Alert" USING alt-prog, alt-severity,
                    alt-message
              END-IF
           END-PERFORM.
       8000-PUT-REPORT-LINE.
           DISPLAY respreportline.
           WRITE respreportline.
       8100-NOTE-BREAK.
           ADD 1 TO break-count.
           MOVE SPACES TO respreportline.
           STRING "OUT OF BALANCE: " break-text
              DELIMITED BY SIZE INTO respreportline.
           PERFORM 8000-PUT-REPORT-LINE.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE rsp-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM AuthResp.
