       IDENTIFICATION DIVISION.
       PROGRAM-ID. Impact.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL fileusefile
           ASSIGN TO "FILEUSE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL depsfile
           ASSIGN TO "JOBDEPS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL stepfile
           ASSIGN TO "BATCHSTEPS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL manifestfile
           ASSIGN TO "RPTMANIFEST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ledgerfile
           ASSIGN TO "ANSWERS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL auditfile
           ASSIGN TO "RUNAUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD fileusefile.
       01 fileuseline.
          05 use-file PIC X(40).
          05 FILLER PIC X(1).
          05 use-prog PIC X(20).
          05 FILLER PIC X(1).
          05 use-mode PIC X(1).
       FD depsfile.
       01 depsline.
          05 dep-consumer PIC X(20).
          05 FILLER PIC X(1).
          05 dep-producer PIC X(20).
          05 FILLER PIC X(1).
          05 dep-maxrc PIC 9(2).
          05 FILLER PIC X(1).
          05 dep-sameday PIC X(1).
       FD stepfile.
       01 stepline PIC X(80).
       FD manifestfile.
       01 manifestline.
          05 man-file PIC X(40).
          05 FILLER PIC X(1).
          05 man-prog PIC X(20).
          05 FILLER PIC X(1).
          05 man-required PIC X(1).
       FD ledgerfile.
       01 ledgerline PIC X(300).
       FD auditfile.
       01 auditline PIC X(200).
       WORKING-STORAGE SECTION.
       COPY LDGRREC.
       COPY AUDITREC.
      * Downstream impact of an input that will not be there, or not
      * be usable, tonight. FILEUSE.TXT is the file-usage registry -
      * one line per file and program, R where the program reads
      * the file and W where it writes it, in the column layout of
      * JOBDEPS.TXT. From the named file the registry is followed
      * through every program that reads it and every file those
      * programs write, and on through their readers; a program
      * JOBDEPS.TXT holds behind an affected producer is taken in
      * with it, since PreReq will refuse it or it would report off
      * stale files. The result is every downstream file, every
      * BATCHSTEPS.TXT step that runs an affected program (the
      * program is the first word of the step command), every
      * RPTMANIFEST.TXT report produced by one or written to an
      * affected file, and every puzzle answer whose latest
      * ANSWERS.LOG entry came from a run of one - by the run id,
      * through RUNAUDIT.LOG - which will be missing or stale.
      * Action B builds the list and answers the count; G hands back
      * entry imp-idx of the list last built; A builds the list and
      * attaches it to the alert the caller has just raised, as
      * INFO alerts under the caller's name packing as many entries
      * as fit on each.
       01 imp-eof PIC 9.
       01 use-count PIC 9(3) VALUE 0.
       01 use-table.
          05 use-entry OCCURS 300 TIMES.
             10 ut-file PIC X(40).
             10 ut-prog PIC X(20).
             10 ut-mode PIC X(1).
       01 use-idx PIC 9(3).
       01 dep-count PIC 9(3) VALUE 0.
       01 dep-table.
          05 dep-entry OCCURS 200 TIMES.
             10 dt-consumer PIC X(20).
             10 dt-producer PIC X(20).
       01 dep-idx PIC 9(3).
       01 step-count PIC 9(3) VALUE 0.
       01 step-table.
          05 step-entry OCCURS 50 TIMES.
             10 st-num PIC X(2).
             10 st-prog PIC X(20).
       01 step-idx PIC 9(3).
       01 step-word PIC X(20) OCCURS 6 TIMES.
       01 cmd-word PIC X(40).
       01 man-count PIC 9(3) VALUE 0.
       01 man-table.
          05 man-entry OCCURS 200 TIMES.
             10 mt-file PIC X(40).
             10 mt-prog PIC X(20).
       01 man-idx PIC 9(3).
       01 ans-count PIC 9(3) VALUE 0.
       01 ans-table.
          05 ans-entry OCCURS 500 TIMES.
             10 at-key PIC X(7).
             10 at-run PIC X(15).
             10 at-prog PIC X(20).
       01 ans-idx PIC 9(3).
       01 ans-hit PIC 9(3).
       01 ans-key PIC X(7).
       01 af-count PIC 9(3).
       01 af-table.
          05 af-entry OCCURS 200 TIMES.
             10 af-file PIC X(40).
             10 af-why PIC X(40).
       01 af-idx PIC 9(3).
       01 af-hit PIC 9(3).
       01 ap-count PIC 9(3).
       01 ap-table.
          05 ap-entry OCCURS 200 TIMES.
             10 ap-prog PIC X(20).
             10 ap-why PIC X(40).
             10 ap-step PIC X.
       01 ap-idx PIC 9(3).
       01 ap-hit PIC 9(3).
       01 find-file PIC X(40).
       01 find-prog PIC X(20).
       01 new-why PIC X(40).
       01 grew PIC X.
       01 it-count PIC 9(3) VALUE 0.
       01 it-table.
          05 it-entry OCCURS 300 TIMES.
             10 it-kind PIC X(8).
             10 it-name PIC X(40).
             10 it-detail PIC X(40).
             10 it-short PIC X(40).
       01 it-idx PIC 9(3).
       01 new-kind PIC X(8).
       01 new-name PIC X(40).
       01 new-detail PIC X(40).
       01 new-short PIC X(40).
       01 full-warned PIC X.
       01 msg-ptr PIC 9(3).
       01 msg-items PIC 9(3).
       01 tok-len PIC 9(3).
       01 alt-severity PIC X(8) VALUE "INFO".
       01 alt-message PIC X(80).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 imp-action PIC X(1).
       01 imp-file PIC X(40).
       01 imp-prog PIC X(20).
       01 imp-count PIC 9(4).
       01 imp-idx PIC 9(4).
       01 imp-kind PIC X(8).
       01 imp-name PIC X(40).
       01 imp-detail PIC X(40).
       PROCEDURE DIVISION USING imp-action, imp-file, imp-prog,
           imp-count, imp-idx, imp-kind, imp-name, imp-detail.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           EVALUATE imp-action
              WHEN "B"
                 PERFORM 1000-BUILD-IMPACT
                 MOVE it-count TO imp-count
              WHEN "A"
                 PERFORM 1000-BUILD-IMPACT
                 MOVE it-count TO imp-count
                 PERFORM 5000-ATTACH-TO-ALERT
              WHEN "G"
                 MOVE SPACES TO imp-kind
                 MOVE SPACES TO imp-name
                 MOVE SPACES TO imp-detail
                 IF imp-idx > 0 AND imp-idx <= it-count
                    MOVE it-kind(imp-idx) TO imp-kind
                    MOVE it-name(imp-idx) TO imp-name
                    MOVE it-detail(imp-idx) TO imp-detail
                 END-IF
              WHEN OTHER
                 DISPLAY "IMPACT: UNKNOWN ACTION " imp-action
           END-EVALUATE.
           GOBACK.
      * The masters are read afresh on every build - a caller may
      * ask about more than one file, and the registry may have
      * been changed between calls.
       1000-BUILD-IMPACT.
           MOVE "N" TO full-warned.
           MOVE 0 TO it-count.
           PERFORM 1100-LOAD-FILE-USE.
           PERFORM 1200-LOAD-DEPENDENCIES.
           PERFORM 1300-LOAD-BATCH-STEPS.
           PERFORM 1400-LOAD-MANIFEST.
           PERFORM 1500-LOAD-ANSWERS.
           MOVE 1 TO af-count.
           MOVE imp-file TO af-file(1).
           MOVE SPACES TO af-why(1).
           MOVE 0 TO ap-count.
           MOVE "Y" TO grew.
           PERFORM UNTIL grew = "N"
              MOVE "N" TO grew
              PERFORM 2100-SPREAD-BY-USE
                 VARYING use-idx FROM 1 BY 1 UNTIL use-idx > use-count
              PERFORM 2200-SPREAD-BY-DEPENDENCY
                 VARYING dep-idx FROM 1 BY 1 UNTIL dep-idx > dep-count
           END-PERFORM.
           PERFORM 3000-LIST-IMPACT.
       1100-LOAD-FILE-USE.
           MOVE 0 TO use-count.
           MOVE 0 TO imp-eof.
           OPEN INPUT fileusefile.
           PERFORM UNTIL imp-eof > 0
              READ fileusefile
                 AT END
                    MOVE 1 TO imp-eof
                 NOT AT END
                    IF use-file NOT = SPACES
                       AND fileuseline(1:1) NOT = "*"
                       AND use-prog NOT = SPACES
                       AND (use-mode = "R" OR use-mode = "W")
                       AND use-count < 300
                       ADD 1 TO use-count
                       MOVE use-file TO ut-file(use-count)
                       MOVE FUNCTION UPPER-CASE(use-prog)
                          TO ut-prog(use-count)
                       MOVE use-mode TO ut-mode(use-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE fileusefile.
       1200-LOAD-DEPENDENCIES.
           MOVE 0 TO dep-count.
           MOVE 0 TO imp-eof.
           OPEN INPUT depsfile.
           PERFORM UNTIL imp-eof > 0
              READ depsfile
                 AT END
                    MOVE 1 TO imp-eof
                 NOT AT END
                    IF dep-consumer NOT = SPACES
                       AND dep-producer NOT = SPACES
                       AND dep-count < 200
                       ADD 1 TO dep-count
                       MOVE dep-consumer TO dt-consumer(dep-count)
                       MOVE dep-producer TO dt-producer(dep-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE depsfile.
      * Step lines come in BatchRun's two shapes - with a group
      * number in the second column or without - and the command
      * follows the RC limit either way, after the FREQ= run
      * frequency when the step has one.
       1300-LOAD-BATCH-STEPS.
           MOVE 0 TO step-count.
           MOVE 0 TO imp-eof.
           OPEN INPUT stepfile.
           PERFORM UNTIL imp-eof > 0
              READ stepfile
                 AT END
                    MOVE 1 TO imp-eof
                 NOT AT END
                    IF stepline NOT = SPACES AND step-count < 50
                       PERFORM 1310-PARSE-STEP-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE stepfile.
       1310-PARSE-STEP-LINE.
           MOVE SPACES TO step-word(1), step-word(2), step-word(3),
              step-word(4), step-word(5), step-word(6).
           UNSTRING stepline DELIMITED BY ALL SPACE
              INTO step-word(1), step-word(2), step-word(3),
                 step-word(4), step-word(5), step-word(6).
           IF step-word(2) = "STOP" OR step-word(2) = "SKIP"
              MOVE step-word(4) TO cmd-word
              IF cmd-word(1:5) = "FREQ="
                 MOVE step-word(5) TO cmd-word
              END-IF
           ELSE
              MOVE step-word(5) TO cmd-word
              IF cmd-word(1:5) = "FREQ="
                 MOVE step-word(6) TO cmd-word
              END-IF
           END-IF.
           IF cmd-word(1:2) = "./"
              MOVE cmd-word(3:38) TO cmd-word
           END-IF.
           IF step-word(1)(1:2) NUMERIC AND cmd-word NOT = SPACES
              ADD 1 TO step-count
              MOVE step-word(1)(1:2) TO st-num(step-count)
              MOVE FUNCTION UPPER-CASE(cmd-word)
                 TO st-prog(step-count)
           END-IF.
       1400-LOAD-MANIFEST.
           MOVE 0 TO man-count.
           MOVE 0 TO imp-eof.
           OPEN INPUT manifestfile.
           PERFORM UNTIL imp-eof > 0
              READ manifestfile
                 AT END
                    MOVE 1 TO imp-eof
                 NOT AT END
                    IF man-file NOT = SPACES AND man-count < 200
                       ADD 1 TO man-count
                       MOVE man-file TO mt-file(man-count)
                       MOVE FUNCTION UPPER-CASE(man-prog)
                          TO mt-prog(man-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE manifestfile.
      * The latest ledger entry for each answer names the run that
      * recorded it; the audit entry of that run names the program.
      * Entries from before run ids were stamped cannot be traced.
       1500-LOAD-ANSWERS.
           MOVE 0 TO ans-count.
           MOVE 0 TO imp-eof.
           OPEN INPUT ledgerfile.
           PERFORM UNTIL imp-eof > 0
              READ ledgerfile
                 AT END
                    MOVE 1 TO imp-eof
                 NOT AT END
                    MOVE ledgerline TO ledger-rec-fields
                    IF ldgr-year NUMERIC AND ldgr-day NUMERIC
                       PERFORM 1510-KEEP-LATEST-ANSWER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ledgerfile.
           MOVE 0 TO imp-eof.
           OPEN INPUT auditfile.
           PERFORM UNTIL imp-eof > 0
              READ auditfile
                 AT END
                    MOVE 1 TO imp-eof
                 NOT AT END
                    MOVE auditline TO audit-rec-fields
                    IF audit-run NOT = SPACES
                       PERFORM VARYING ans-idx FROM 1 BY 1
                          UNTIL ans-idx > ans-count
                          IF at-run(ans-idx) = audit-run
                             MOVE FUNCTION UPPER-CASE(audit-prog)
                                TO at-prog(ans-idx)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE auditfile.
       1510-KEEP-LATEST-ANSWER.
           MOVE SPACES TO ans-key.
           STRING ldgr-year ldgr-day ldgr-part
              DELIMITED BY SIZE INTO ans-key.
           MOVE 0 TO ans-hit.
           PERFORM VARYING ans-idx FROM 1 BY 1
              UNTIL ans-idx > ans-count OR ans-hit > 0
              IF at-key(ans-idx) = ans-key
                 MOVE ans-idx TO ans-hit
              END-IF
           END-PERFORM.
           IF ans-hit = 0 AND ans-count < 500
              ADD 1 TO ans-count
              MOVE ans-count TO ans-hit
              MOVE ans-key TO at-key(ans-hit)
           END-IF.
           IF ans-hit > 0
              MOVE ldgr-run TO at-run(ans-hit)
              MOVE SPACES TO at-prog(ans-hit)
           END-IF.
      * A reader of an affected file is affected, and so is every
      * file an affected program writes.
       2100-SPREAD-BY-USE.
           IF ut-mode(use-idx) = "R"
              MOVE ut-file(use-idx) TO find-file
              PERFORM 7000-FIND-AFFECTED-FILE
              IF af-hit > 0
                 MOVE ut-prog(use-idx) TO find-prog
                 PERFORM 7100-FIND-AFFECTED-PROGRAM
                 IF ap-hit = 0
                    MOVE SPACES TO new-why
                    STRING "READS " DELIMITED BY SIZE
                       ut-file(use-idx) DELIMITED BY SPACE
                       INTO new-why
                    PERFORM 7300-ADD-AFFECTED-PROGRAM
                 END-IF
              END-IF
           ELSE
              MOVE ut-prog(use-idx) TO find-prog
              PERFORM 7100-FIND-AFFECTED-PROGRAM
              IF ap-hit > 0
                 MOVE ut-file(use-idx) TO find-file
                 PERFORM 7000-FIND-AFFECTED-FILE
                 IF af-hit = 0
                    MOVE SPACES TO new-why
                    STRING "WRITTEN BY " DELIMITED BY SIZE
                       ut-prog(use-idx) DELIMITED BY SPACE
                       INTO new-why
                    PERFORM 7200-ADD-AFFECTED-FILE
                 END-IF
              END-IF
           END-IF.
       2200-SPREAD-BY-DEPENDENCY.
           MOVE dt-producer(dep-idx) TO find-prog.
           PERFORM 7100-FIND-AFFECTED-PROGRAM.
           IF ap-hit > 0
              MOVE dt-consumer(dep-idx) TO find-prog
              PERFORM 7100-FIND-AFFECTED-PROGRAM
              IF ap-hit = 0
                 MOVE SPACES TO new-why
                 STRING "NEEDS " DELIMITED BY SIZE
                    dt-producer(dep-idx) DELIMITED BY SPACE
                    " (JOBDEPS)" DELIMITED BY SIZE
                    INTO new-why
                 PERFORM 7300-ADD-AFFECTED-PROGRAM
              END-IF
           END-IF.
      * Listed in the order an operator works through them: the
      * files that go stale, the steps that will fail or run on
      * them, the reports and the answers.
       3000-LIST-IMPACT.
           PERFORM VARYING af-idx FROM 2 BY 1 UNTIL af-idx > af-count
              MOVE "FILE" TO new-kind
              MOVE af-file(af-idx) TO new-name
              MOVE af-why(af-idx) TO new-detail
              MOVE SPACES TO new-short
              STRING "FILE " DELIMITED BY SIZE
                 af-file(af-idx) DELIMITED BY SPACE
                 INTO new-short
              PERFORM 7400-ADD-ITEM
           END-PERFORM.
           PERFORM VARYING ap-idx FROM 1 BY 1 UNTIL ap-idx > ap-count
              MOVE "N" TO ap-step(ap-idx)
           END-PERFORM.
           PERFORM VARYING step-idx FROM 1 BY 1
              UNTIL step-idx > step-count
              MOVE st-prog(step-idx) TO find-prog
              PERFORM 7100-FIND-AFFECTED-PROGRAM
              IF ap-hit > 0
                 MOVE "Y" TO ap-step(ap-hit)
                 MOVE "STEP" TO new-kind
                 MOVE SPACES TO new-name
                 STRING "STEP " st-num(step-idx) " "
                    DELIMITED BY SIZE
                    st-prog(step-idx) DELIMITED BY SPACE
                    INTO new-name
                 MOVE ap-why(ap-hit) TO new-detail
                 MOVE new-name TO new-short
                 PERFORM 7400-ADD-ITEM
              END-IF
           END-PERFORM.
           PERFORM VARYING ap-idx FROM 1 BY 1 UNTIL ap-idx > ap-count
              IF ap-step(ap-idx) = "N"
                 MOVE "PROGRAM" TO new-kind
                 MOVE ap-prog(ap-idx) TO new-name
                 MOVE ap-why(ap-idx) TO new-detail
                 MOVE SPACES TO new-short
                 STRING "PGM " DELIMITED BY SIZE
                    ap-prog(ap-idx) DELIMITED BY SPACE
                    INTO new-short
                 PERFORM 7400-ADD-ITEM
              END-IF
           END-PERFORM.
           PERFORM VARYING man-idx FROM 1 BY 1
              UNTIL man-idx > man-count
              MOVE mt-prog(man-idx) TO find-prog
              PERFORM 7100-FIND-AFFECTED-PROGRAM
              MOVE mt-file(man-idx) TO find-file
              PERFORM 7000-FIND-AFFECTED-FILE
              IF ap-hit > 0 OR af-hit > 0
                 MOVE "REPORT" TO new-kind
                 MOVE mt-file(man-idx) TO new-name
                 MOVE SPACES TO new-detail
                 STRING "FROM " DELIMITED BY SIZE
                    mt-prog(man-idx) DELIMITED BY SPACE
                    INTO new-detail
                 MOVE SPACES TO new-short
                 STRING "RPT " DELIMITED BY SIZE
                    mt-file(man-idx) DELIMITED BY SPACE
                    INTO new-short
                 PERFORM 7400-ADD-ITEM
              END-IF
           END-PERFORM.
           PERFORM VARYING ans-idx FROM 1 BY 1
              UNTIL ans-idx > ans-count
              IF at-prog(ans-idx) NOT = SPACES
                 MOVE at-prog(ans-idx) TO find-prog
                 PERFORM 7100-FIND-AFFECTED-PROGRAM
                 IF ap-hit > 0
                    MOVE "ANSWER" TO new-kind
                    MOVE SPACES TO new-name
                    STRING "YEAR " at-key(ans-idx)(1:4)
                       " DAY " at-key(ans-idx)(5:2)
                       " PART " at-key(ans-idx)(7:1)
                       DELIMITED BY SIZE INTO new-name
                    MOVE SPACES TO new-detail
                    STRING "LAST BY " DELIMITED BY SIZE
                       at-prog(ans-idx) DELIMITED BY SPACE
                       " RUN " at-run(ans-idx)
                       DELIMITED BY SIZE INTO new-detail
                    MOVE SPACES TO new-short
                    STRING "ANS " at-key(ans-idx)(1:4)
                       "/" at-key(ans-idx)(5:2)
                       "/" at-key(ans-idx)(7:1)
                       DELIMITED BY SIZE INTO new-short
                    PERFORM 7400-ADD-ITEM
                 END-IF
              END-IF
           END-PERFORM.
      * The caller's own alert says what happened to the file; the
      * INFO alerts that follow it say what that costs downstream.
       5000-ATTACH-TO-ALERT.
           PERFORM 5100-START-MESSAGE.
           IF it-count = 0
              STRING "NO DOWNSTREAM USE IN FILEUSE.TXT"
                 DELIMITED BY SIZE INTO alt-message
                 WITH POINTER msg-ptr
              CALL "Alert" USING imp-prog, alt-severity, alt-message
           ELSE
              PERFORM VARYING it-idx FROM 1 BY 1
                 UNTIL it-idx > it-count
                 COMPUTE tok-len =
                    FUNCTION LENGTH(FUNCTION TRIM(it-short(it-idx)))
                 IF msg-items > 0 AND msg-ptr + tok-len + 2 > 81
                    CALL "Alert" USING imp-prog, alt-severity,
                       alt-message
                    PERFORM 5100-START-MESSAGE
                 END-IF
                 IF msg-items > 0
                    STRING ", " DELIMITED BY SIZE
                       INTO alt-message WITH POINTER msg-ptr
                 END-IF
                 STRING it-short(it-idx)(1:tok-len) DELIMITED BY SIZE
                    INTO alt-message WITH POINTER msg-ptr
                 ADD 1 TO msg-items
              END-PERFORM
              CALL "Alert" USING imp-prog, alt-severity, alt-message
           END-IF.
       5100-START-MESSAGE.
           MOVE SPACES TO alt-message.
           MOVE 1 TO msg-ptr.
           MOVE 0 TO msg-items.
           STRING "IMPACT " DELIMITED BY SIZE
              imp-file DELIMITED BY SPACE
              ": " DELIMITED BY SIZE
              INTO alt-message WITH POINTER msg-ptr.
       7000-FIND-AFFECTED-FILE.
           MOVE 0 TO af-hit.
           PERFORM VARYING af-idx FROM 1 BY 1
              UNTIL af-idx > af-count OR af-hit > 0
              IF af-file(af-idx) = find-file
                 MOVE af-idx TO af-hit
              END-IF
           END-PERFORM.
       7100-FIND-AFFECTED-PROGRAM.
           MOVE 0 TO ap-hit.
           PERFORM VARYING ap-idx FROM 1 BY 1
              UNTIL ap-idx > ap-count OR ap-hit > 0
              IF ap-prog(ap-idx) = find-prog
                 MOVE ap-idx TO ap-hit
              END-IF
           END-PERFORM.
       7200-ADD-AFFECTED-FILE.
           IF af-count < 200
              ADD 1 TO af-count
              MOVE find-file TO af-file(af-count)
              MOVE new-why TO af-why(af-count)
              MOVE "Y" TO grew
           ELSE
              PERFORM 7900-WARN-TABLE-FULL
           END-IF.
       7300-ADD-AFFECTED-PROGRAM.
           IF ap-count < 200
              ADD 1 TO ap-count
              MOVE find-prog TO ap-prog(ap-count)
              MOVE new-why TO ap-why(ap-count)
              MOVE "Y" TO grew
           ELSE
              PERFORM 7900-WARN-TABLE-FULL
           END-IF.
       7400-ADD-ITEM.
           IF it-count < 300
              ADD 1 TO it-count
              MOVE new-kind TO it-kind(it-count)
              MOVE new-name TO it-name(it-count)
              MOVE new-detail TO it-detail(it-count)
              MOVE new-short TO it-short(it-count)
           ELSE
              PERFORM 7900-WARN-TABLE-FULL
           END-IF.
       7900-WARN-TABLE-FULL.
           IF full-warned = "N"
              DISPLAY "IMPACT: TABLE FULL - IMPACT LIST INCOMPLETE"
              MOVE "Y" TO full-warned
           END-IF.
       END PROGRAM Impact.
