       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnsFix.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ledgerfile
           ASSIGN TO "ANSWERS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL answermstfile
           ASSIGN TO "ANSWERMST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL answernewfile
           ASSIGN TO "ANSWERMST.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ledgerfile.
       01 ledgerline PIC X(320).
       FD answermstfile.
       01 answermstline PIC X(283).
       FD answernewfile.
       01 answernewline PIC X(283).
       WORKING-STORAGE SECTION.
       COPY LDGRREC.
       COPY ANSMREC.
       COPY ANSMLREC.
      * Correction transactions on the answer master, for the wrong
      * answer a run on the wrong input leaves behind:
      *   ANSFIX HISTORY <year> <day> <part>
      *     lists the journal entries for the answer, numbered, and
      *     its master record;
      *   ANSFIX VOID <year> <day> <part> <reason>
      *     marks the master answer VOIDED - kept for the record but
      *     not to be certified, submitted or relied on;
      *   ANSFIX RESTORE <year> <day> <part> <entry> <reason>
      *     puts the answer of a prior journal entry (numbered as
      *     HISTORY lists them) back on the master, marked CORRECTED.
      * Corrections take maintain authority and a reason code, are
      * refused while a maintenance freeze is in force (FreezeChk)
      * or once YearEnd has closed the season, and are journaled to
      * ANSWERS.LOG as correction records under the ANSWERS lock,
      * naming the operator; the security log gets them as well.
      * Certify, Submit, AnswerCheck and Export read the marks. Only
      * the numeric answers are corrected here; a long-form answer
      * (a text answer keyed "yyyy dd p" by LedgerLong) carries no
      * correction fields, so a VOID or RESTORE of one is refused
      * and it is put right by recording it again.
       01 cmdline PIC X(80).
       01 verb-in PIC X(8).
       01 year-in PIC X(4).
       01 day-in PIC X(2).
       01 part-in PIC X(1).
       01 arg5 PIC X(8).
       01 arg6 PIC X(8).
       01 reason-in PIC X(8).
       01 entry-in PIC X(8).
       01 entry-pos PIC 9(3).
       01 entry-no PIC 9(4) VALUE 0.
       01 fix-year PIC 9(4).
       01 fix-day PIC 9(2).
       01 reason-count PIC 9(2) VALUE 5.
       01 reason-codes-values PIC X(40) VALUE
           "WRONGINPBADCODE DUPRUN  AUTHREJ OTHER   ".
       01 reason-codes-tbl REDEFINES reason-codes-values.
           05 reason-code OCCURS 5 TIMES PIC X(8).
       01 reason-idx PIC 9(2).
       01 reason-known PIC X.
       01 fix-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 fix-eof PIC 9.
       01 hist-count PIC 9(4) VALUE 0.
       01 hist-table.
          05 hist-entry OCCURS 200 TIMES.
             10 hist-stamp PIC X(15).
             10 hist-answer PIC 9(15).
             10 hist-run PIC X(15).
             10 hist-hdr PIC X(8).
             10 hist-hash PIC 9(10).
             10 hist-corr PIC X(7).
             10 hist-reason PIC X(8).
             10 hist-by PIC X(8).
       01 hist-idx PIC 9(4).
       01 hist-skipped PIC 9(6) VALUE 0.
       01 master-found PIC X VALUE "N".
       01 long-found PIC X VALUE "N".
       01 long-key PIC X(12).
       01 master-fields PIC X(120).
       01 new-answer PIC 9(15).
       01 new-status PIC X(9).
       01 jrn-corr PIC X(7).
       01 jrn-answer PIC 9(15).
       01 jrn-run PIC X(15).
       01 jrn-hdr PIC X(8).
       01 jrn-hash PIC 9(10).
       01 jrn-was PIC X(15).
       01 chn-action PIC X(1) VALUE "N".
       01 chn-log PIC X(40) VALUE "ANSWERS.LOG".
       01 chn-line PIC X(320).
       01 chn-prev PIC 9(10).
       01 chn-value PIC 9(10).
       01 chn-state PIC X(1).
       01 new-master-name PIC X(20) VALUE "ANSWERMST.NEW".
       01 cur-master-name PIC X(20) VALUE "ANSWERMST.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "ANSWERS".
       01 lock-held PIC X(1).
       01 syr-year PIC 9(4).
       01 syr-open PIC X.
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1) VALUE 0.
       01 son-ok PIC X.
       01 frz-caller PIC X(20) VALUE "ANSFIX".
       01 frz-update PIC X(40).
       01 frz-ok PIC X(1).
       01 frz-msg PIC X(60).
       01 sec-event PIC X(8).
       01 sec-by PIC X(8) VALUE SPACES.
       01 sec-detail PIC X(50).
       01 jst-prog PIC X(20) VALUE "ANSFIX".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10) VALUE 0.
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           MOVE SPACES TO arg5 arg6.
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO verb-in, year-in, day-in, part-in, arg5, arg6.
           MOVE FUNCTION UPPER-CASE(verb-in) TO verb-in.
           MOVE SPACES TO reason-in.
           MOVE SPACES TO entry-in.
           EVALUATE verb-in
              WHEN "VOID"
                 MOVE arg5 TO reason-in
              WHEN "RESTORE"
                 MOVE arg5 TO entry-in
                 MOVE arg6 TO reason-in
           END-EVALUATE.
           MOVE FUNCTION UPPER-CASE(reason-in) TO reason-in.
           MOVE "N" TO reason-known.
           PERFORM VARYING reason-idx FROM 1 BY 1
              UNTIL reason-idx > reason-count
              IF reason-code(reason-idx) = reason-in
                 MOVE "Y" TO reason-known
              END-IF
           END-PERFORM.
           COMPUTE entry-pos = FUNCTION TEST-NUMVAL(entry-in).
           IF entry-in NOT = SPACES AND entry-pos = 0
              COMPUTE entry-no = FUNCTION NUMVAL(entry-in)
           END-IF.
           IF (verb-in NOT = "HISTORY" AND verb-in NOT = "VOID"
                 AND verb-in NOT = "RESTORE")
              OR year-in NOT NUMERIC OR day-in NOT NUMERIC
              OR part-in = SPACE
              OR (verb-in NOT = "HISTORY" AND reason-known = "N")
              OR (verb-in = "RESTORE" AND entry-no = 0)
              DISPLAY "USAGE: ANSFIX HISTORY <YEAR> <DAY> <PART>"
              DISPLAY "       ANSFIX VOID <YEAR> <DAY> <PART> <REASON>"
              DISPLAY "       ANSFIX RESTORE <YEAR> <DAY> <PART> "
                 "<ENTRY> <REASON>"
              DISPLAY "REASON CODES: WRONGINP BADCODE DUPRUN AUTHREJ "
                 "OTHER"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE year-in TO fix-year.
           MOVE day-in TO fix-day.
           IF verb-in = "HISTORY"
              PERFORM 1000-LOAD-HISTORY
              PERFORM 1100-FIND-MASTER-RECORD
              PERFORM 5000-SHOW-HISTORY
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 2000-SIGN-ON.
           PERFORM 2100-CHECK-FREEZE.
           MOVE fix-year TO syr-year.
           CALL "SeasonYr" USING syr-year, syr-open.
           IF syr-open = "N"
              DISPLAY "SEASON " fix-year " IS CLOSED - NOTHING CHANGED"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              MOVE jst-rc TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "ANSWERS LOCKED - NOTHING CHANGED"
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              MOVE jst-rc TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1000-LOAD-HISTORY.
           PERFORM 1100-FIND-MASTER-RECORD.
           PERFORM 3000-CHECK-CORRECTION.
           IF RETURN-CODE = 0
              PERFORM 4000-WRITE-CORRECTION
              PERFORM 4500-REWRITE-MASTER
           END-IF.
           IF RETURN-CODE = 0
              DISPLAY "ANSWER YEAR=" fix-year " DAY=" fix-day
                 " PART=" part-in " " new-status " " new-answer
                 " REASON=" reason-in " BY=" operator-id
              MOVE SPACES TO sec-detail
              STRING fix-year " " fix-day " " part-in " "
                 jrn-corr " " reason-in " " new-answer
                 DELIMITED BY SIZE INTO sec-detail
              IF verb-in = "VOID"
                 MOVE "ANSVOID" TO sec-event
              ELSE
                 MOVE "ANSREST" TO sec-event
              END-IF
              CALL "SecLog" USING sec-event, operator-id, sec-by,
                 sec-detail
              MOVE 1 TO jst-recs
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO jst-rc.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           MOVE jst-rc TO RETURN-CODE.
           PERFORM 9600-REGISTER-STATUS
           PERFORM 9900-SIGN-OFF
           MOVE jst-rc TO RETURN-CODE
           STOP RUN.
      * Every journal line for the answer, corrections included, in
      * journal order - the numbering HISTORY shows and RESTORE
      * takes. Long-form lines are never for a numeric answer.
       1000-LOAD-HISTORY.
           MOVE 0 TO hist-count.
           MOVE 0 TO fix-eof.
           OPEN INPUT ledgerfile.
           PERFORM UNTIL fix-eof > 0
              READ ledgerfile
                 AT END
                    MOVE 1 TO fix-eof
                 NOT AT END
                    MOVE ledgerline TO ledger-rec-fields
                    IF ledgerline(17:4) NOT = "KEY="
                       AND ldgr-year NUMERIC AND ldgr-day NUMERIC
                       AND ldgr-answer NUMERIC
                       AND ldgr-year = fix-year AND ldgr-day = fix-day
                       AND ldgr-part = part-in
                       PERFORM 1010-KEEP-HISTORY-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ledgerfile.
       1010-KEEP-HISTORY-ENTRY.
           IF hist-count >= 200
              ADD 1 TO hist-skipped
           ELSE
              ADD 1 TO hist-count
              MOVE SPACES TO hist-stamp(hist-count)
              STRING ldgr-date "-" ldgr-time
                 DELIMITED BY SIZE INTO hist-stamp(hist-count)
              MOVE ldgr-answer TO hist-answer(hist-count)
              MOVE ldgr-run TO hist-run(hist-count)
              MOVE ldgr-hdr-date TO hist-hdr(hist-count)
              IF ldgr-hash NUMERIC
                 MOVE ldgr-hash TO hist-hash(hist-count)
              ELSE
                 MOVE 0 TO hist-hash(hist-count)
              END-IF
              MOVE ldgr-corr TO hist-corr(hist-count)
              MOVE ldgr-reason TO hist-reason(hist-count)
              MOVE ldgr-by TO hist-by(hist-count)
           END-IF.
       1100-FIND-MASTER-RECORD.
           MOVE "N" TO master-found.
           MOVE "N" TO long-found.
           MOVE SPACES TO long-key.
           STRING fix-year " " fix-day " " part-in
              DELIMITED BY SIZE INTO long-key.
           MOVE 0 TO fix-eof.
           OPEN INPUT answermstfile.
           PERFORM UNTIL fix-eof > 0
              READ answermstfile
                 AT END
                    MOVE 1 TO fix-eof
                 NOT AT END
                    MOVE answermstline TO ansm-rec-fields
                    IF answermstline(1:2) NOT = "L "
                       AND ansm-year NUMERIC
                       AND ansm-year = fix-year AND ansm-day = fix-day
                       AND ansm-part = part-in
                       MOVE "Y" TO master-found
                       MOVE ansm-rec-fields TO master-fields
                    END-IF
                    IF answermstline(1:2) = "L "
                       MOVE answermstline TO ansml-rec-fields
                       IF ansml-key = long-key
                          MOVE "Y" TO long-found
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE answermstfile.
           IF master-found = "Y"
              MOVE master-fields TO ansm-rec-fields
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
              DISPLAY "MAINTAIN AUTHORITY REQUIRED TO CORRECT AN "
                 "ANSWER - NOTHING CHANGED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
       2100-CHECK-FREEZE.
           MOVE SPACES TO frz-update.
           STRING "ANSWER " verb-in DELIMITED BY SPACE
              " " fix-year " " fix-day " " part-in
              DELIMITED BY SIZE INTO frz-update.
           CALL "FreezeChk" USING frz-caller, frz-update, frz-ok,
              frz-msg.
           IF frz-ok = "N"
              DISPLAY frz-msg
              DISPLAY "NOTHING CHANGED"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              PERFORM 9900-SIGN-OFF
              MOVE jst-rc TO RETURN-CODE
              STOP RUN
           END-IF.
           IF frz-msg NOT = SPACES
              DISPLAY frz-msg
           END-IF.
      * A void carries the run that recorded the answer it voids; a
      * restore the run, HDR date and hash of the entry whose answer
      * it puts back, so the answer stays traceable to its input.
       3000-CHECK-CORRECTION.
           MOVE 0 TO RETURN-CODE.
           EVALUATE TRUE
              WHEN master-found = "N" AND long-found = "Y"
                 DISPLAY "LONG ANSWER - CANNOT BE CORRECTED - YEAR="
                    fix-year " DAY=" fix-day " PART=" part-in
                    " - NOTHING CHANGED"
                 MOVE 8 TO RETURN-CODE
              WHEN master-found = "N"
                 DISPLAY "NO ANSWER ON THE MASTER FOR YEAR=" fix-year
                    " DAY=" fix-day " PART=" part-in
                    " - NOTHING CHANGED"
                 MOVE 8 TO RETURN-CODE
              WHEN verb-in = "VOID"
                 AND ansm-corr-status = "VOIDED"
                 DISPLAY "ANSWER IS ALREADY VOIDED - NOTHING CHANGED"
                 MOVE 4 TO RETURN-CODE
              WHEN verb-in = "VOID"
                 MOVE "VOID" TO jrn-corr
                 MOVE "VOIDED" TO new-status
                 MOVE ansm-answer TO new-answer
                 MOVE ansm-answer TO jrn-answer
                 MOVE SPACES TO jrn-was
                 PERFORM 3100-TAKE-LATEST-RUN
              WHEN entry-no > hist-count
                 DISPLAY "NO JOURNAL ENTRY " entry-no " FOR THIS "
                    "ANSWER - " hist-count " ON FILE"
                 MOVE 8 TO RETURN-CODE
              WHEN hist-corr(entry-no) = "VOID"
                 DISPLAY "ENTRY " entry-no " IS A VOID, NOT AN "
                    "ANSWER - NOTHING CHANGED"
                 MOVE 8 TO RETURN-CODE
              WHEN hist-answer(entry-no) = ansm-answer
                 AND ansm-corr-status NOT = "VOIDED"
                 DISPLAY "ENTRY " entry-no " IS ALREADY THE CURRENT "
                    "ANSWER - NOTHING CHANGED"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE "RESTORE" TO jrn-corr
                 MOVE "CORRECTED" TO new-status
                 MOVE hist-answer(entry-no) TO new-answer
                 MOVE hist-answer(entry-no) TO jrn-answer
                 MOVE ansm-answer TO jrn-was
                 MOVE hist-run(entry-no) TO jrn-run
                 MOVE hist-hdr(entry-no) TO jrn-hdr
                 MOVE hist-hash(entry-no) TO jrn-hash
           END-EVALUATE.
       3100-TAKE-LATEST-RUN.
           MOVE SPACES TO jrn-run.
           MOVE SPACES TO jrn-hdr.
           MOVE 0 TO jrn-hash.
           IF hist-count > 0
              MOVE hist-run(hist-count) TO jrn-run
              MOVE hist-hdr(hist-count) TO jrn-hdr
              MOVE hist-hash(hist-count) TO jrn-hash
           END-IF.
      * Stamped with the business date like every journal entry.
       4000-WRITE-CORRECTION.
           MOVE FUNCTION CURRENT-DATE TO fix-timestamp.
           CALL "BusDate" USING bus-date.
           MOVE SPACES TO chn-line.
           STRING bus-date "-" fix-timestamp(9:6)
              " YEAR=" fix-year
              " DAY=" fix-day
              " PART=" part-in
              " ANSWER=" jrn-answer
              " RUN=" jrn-run
              " HDR=" jrn-hdr
              " HASH=" jrn-hash
              " CORR=" jrn-corr
              " REASON=" reason-in
              " BY=" operator-id
              " WAS=" jrn-was
              DELIMITED BY SIZE INTO chn-line.
           CALL "LogChain" USING chn-action, chn-log, chn-line,
              chn-prev, chn-value, chn-state.
           OPEN EXTEND ledgerfile.
           MOVE chn-line TO ledgerline.
           WRITE ledgerline.
           CLOSE ledgerfile.
      * The master is rewritten beside the old one and swapped in
      * whole, as Ledger does.
       4500-REWRITE-MASTER.
           MOVE 0 TO fix-eof.
           OPEN INPUT answermstfile.
           OPEN OUTPUT answernewfile.
           PERFORM UNTIL fix-eof > 0
              READ answermstfile
                 AT END
                    MOVE 1 TO fix-eof
                 NOT AT END
                    PERFORM 4510-CORRECT-ONE-RECORD
                    MOVE answermstline TO answernewline
                    WRITE answernewline
              END-READ
           END-PERFORM.
           CLOSE answermstfile.
           CLOSE answernewfile.
           CALL "CBL_RENAME_FILE" USING new-master-name,
              cur-master-name
              RETURNING ren-rc.
           IF ren-rc NOT = 0
              DISPLAY "ANSWER MASTER SWAP FAILED RC=" ren-rc
                 " - MASTER UNCHANGED, NEW COPY LEFT AS "
                 new-master-name
              MOVE 12 TO RETURN-CODE
           END-IF.
      * A restored answer that differs is no longer the one the
      * authority saw, so its authority status goes, as in Ledger.
       4510-CORRECT-ONE-RECORD.
           IF answermstline(1:2) NOT = "L "
              MOVE answermstline TO ansm-rec-fields
              IF ansm-year NUMERIC
                 AND ansm-year = fix-year AND ansm-day = fix-day
                 AND ansm-part = part-in
                 IF new-answer NOT = ansm-answer
                    MOVE SPACES TO ansm-auth-status
                    MOVE SPACES TO ansm-auth-date
                 END-IF
                 MOVE new-answer TO ansm-answer
                 MOVE new-status TO ansm-corr-status
                 MOVE reason-in TO ansm-corr-reason
                 MOVE operator-id TO ansm-corr-by
                 MOVE bus-date TO ansm-corr-date
                 MOVE ansm-rec-fields TO answermstline
              END-IF
           END-IF.
       5000-SHOW-HISTORY.
           DISPLAY "ANSWER HISTORY YEAR=" fix-year " DAY=" fix-day
              " PART=" part-in.
           IF hist-count = 0
              DISPLAY "NO JOURNAL ENTRIES"
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "ENTRY RECORDED        ANSWER          RUN"
                 "             CORRECTION"
              PERFORM VARYING hist-idx FROM 1 BY 1
                 UNTIL hist-idx > hist-count
                 IF hist-corr(hist-idx) = SPACES
                    DISPLAY hist-idx "  " hist-stamp(hist-idx) "  "
                       hist-answer(hist-idx) " " hist-run(hist-idx)
                 ELSE
                    DISPLAY hist-idx "  " hist-stamp(hist-idx) "  "
                       hist-answer(hist-idx) " " hist-run(hist-idx)
                       " " hist-corr(hist-idx) " "
                       hist-reason(hist-idx) " BY "
                       hist-by(hist-idx)
                 END-IF
              END-PERFORM
           END-IF.
           IF hist-skipped > 0
              DISPLAY hist-skipped " LATER ENTRIES NOT SHOWN"
           END-IF.
           IF master-found = "Y"
              IF ansm-corr-status = SPACES
                 DISPLAY "MASTER ANSWER=" ansm-answer
                    " RECORDED " ansm-times " TIMES"
              ELSE
                 DISPLAY "MASTER ANSWER=" ansm-answer " "
                    ansm-corr-status " REASON=" ansm-corr-reason
                    " BY=" ansm-corr-by " ON=" ansm-corr-date
              END-IF
           ELSE
              IF long-found = "Y"
                 DISPLAY "LONG ANSWER ON THE MASTER - CANNOT BE "
                    "CORRECTED"
              ELSE
                 DISPLAY "NOT ON THE ANSWER MASTER"
              END-IF
           END-IF.
           MOVE hist-count TO jst-recs.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
      * Signing off clears the session record SignOn wrote. It runs
      * after the status registration so the correction still
      * carries the operator's stamp.
       9900-SIGN-OFF.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
       END PROGRAM AnsFix.
