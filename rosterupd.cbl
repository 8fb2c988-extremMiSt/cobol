       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL txnfile
           ASSIGN TO DYNAMIC txn-file-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL rosterfile
           ASSIGN TO "ELFROSTER.TXT"
           SELECT OPTIONAL rosterexcfile
           ASSIGN TO "ROSTEREXC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL rosterhistfile
           ASSIGN TO "ROSTERHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL rosterhistnewfile
           ASSIGN TO "ROSTERHIST.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL updreportfile
           ASSIGN TO "ROSTERUPD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
          05 exc-elf-lit PIC X(4).
          05 exc-elf PIC 9(7).
          05 exc-rest PIC X(49).
       FD rosterhistfile.
       01 rosterhistline PIC X(84).
       FD rosterhistnewfile.
       01 rosterhistnewline PIC X(84).
       FD updreportfile.
       01 updreportline PIC X(100).
       WORKING-STORAGE SECTION.
      * (name left blank for the operator to complete) so the elves
      * coming up UNKNOWN get onto the feed without anyone touching
      * the master by hand.
      * Applying a batch to the master takes two operators. Run
      * plain, an operator with maintain authority signs on and the
      * batch as it stands is copied aside and held on the approval
      * queue; once a different maintain operator approves it, the
      * approval screen runs ROSTERUPD APPLY <request>, which
      * applies that copy - not whatever the feed holds by then.
      * Every transaction applied is also kept in ROSTERHIST.TXT as
      * membership periods effective from the business date: an ADD
      * opens a period, a DEL closes the elf's open period the day
      * before, and a CHG does both, so a team move leaves the old
      * team on the history for the days it was in force. An elf
      * with no history yet gets its standing membership recorded
      * as an OLD period first, so the history covers it from the
      * start. RosterTeam reads the history for as-of lookups.
      * An APPLY is refused while a maintenance freeze is in force
      * (FreezeChk), the request staying approved for a later retry.
       01 cmdline PIC X(20).
       01 txn-file-name PIC X(20) VALUE "ROSTERTXN.TXT".
       01 feed-name PIC X(20) VALUE "ROSTERTXN.TXT".
       01 apply-id-in PIC X(6).
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1).
       01 son-ok PIC X.
       01 signoff-rc PIC S9(4) COMP-5.
       01 file-details PIC X(64).
       01 exist-rc PIC 9(4) COMP-5.
       01 copy-rc PIC 9(4) COMP-5.
       01 aq-action PIC X(1).
       01 aq-ok PIC X(1).
       COPY APPRREC.
       COPY ROSHREC.
       01 upd-eof PIC 9 VALUE 0.
       01 upd-timestamp PIC X(26).
       01 ros-count PIC 9(5) VALUE 0.
       01 in-name PIC X(20).
       01 in-team PIC X(10).
       01 line-good PIC X.
       01 bus-date PIC X(8).
       01 prior-date PIC 9(8).
       01 hist-count PIC 9(5) VALUE 0.
       01 hist-idx PIC 9(5).
       01 hist-hit PIC 9(5).
       01 hist-entries.
          05 hist-entry OCCURS 20000 TIMES.
             10 hst-elf PIC 9(7).
             10 hst-name PIC X(20).
             10 hst-team PIC X(10).
             10 hst-from PIC X(8).
             10 hst-to PIC X(8).
             10 hst-open-act PIC X(3).
             10 hst-close-act PIC X(3).
       01 new-hist-name PIC X(20) VALUE "ROSTERHIST.NEW".
       01 cur-hist-name PIC X(20) VALUE "ROSTERHIST.TXT".
       01 live-count PIC 9(5).
       01 txn-count PIC 9(6) VALUE 0.
       01 applied-count PIC 9(6) VALUE 0.
       01 new-master-name PIC X(20) VALUE "ELFROSTER.NEW".
       01 cur-master-name PIC X(20) VALUE "ELFROSTER.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 upd-rc PIC 9(4) VALUE 0.
       01 jst-prog PIC X(20) VALUE "ROSTERUPD".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 frz-caller PIC X(20) VALUE "ROSTERUPD".
       01 frz-update PIC X(40).
       01 frz-ok PIC X(1).
       01 frz-msg PIC X(60).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           IF cmdline = "PREFILL"
              PERFORM 1000-LOAD-ROSTER
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           IF cmdline(1:6) = "APPLY "
              PERFORM 6000-APPLY-APPROVED-BATCH
              MOVE upd-rc TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           IF cmdline NOT = SPACES
              DISPLAY "USAGE: ROSTERUPD [PREFILL | APPLY <REQUEST>]"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 7000-SIGN-ON.
           PERFORM 7100-SUBMIT-FOR-APPROVAL.
           MOVE upd-rc TO RETURN-CODE.
           PERFORM 9600-REGISTER-STATUS
           PERFORM 9900-SIGN-OFF.
           STOP RUN.
       1000-LOAD-ROSTER.
           OPEN INPUT rosterfile.
                 MOVE rosterline(30:10) TO in-team
                 MOVE "Y" TO line-good
           END-EVALUATE.
       1200-LOAD-HISTORY.
           OPEN INPUT rosterhistfile.
           PERFORM UNTIL upd-eof > 0
              READ rosterhistfile
                 AT END
                    MOVE 1 TO upd-eof
                 NOT AT END
                    MOVE rosterhistline TO rsh-rec-fields
                    IF rsh-elf NUMERIC
                       IF hist-count >= 20000
                          DISPLAY "TOO MANY ROSTER HISTORY ENTRIES - "
                             "TABLE FULL"
                          MOVE 16 TO RETURN-CODE
                          PERFORM 9600-REGISTER-STATUS
                          STOP RUN
                       END-IF
                       ADD 1 TO hist-count
                       MOVE rsh-elf TO hst-elf(hist-count)
                       MOVE rsh-name TO hst-name(hist-count)
                       MOVE rsh-team TO hst-team(hist-count)
                       MOVE rsh-from TO hst-from(hist-count)
                       MOVE rsh-to TO hst-to(hist-count)
                       MOVE rsh-open-act TO hst-open-act(hist-count)
                       MOVE rsh-close-act TO hst-close-act(hist-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE rosterhistfile.
           MOVE 0 TO upd-eof.
       1500-FIND-ELF.
           MOVE 0 TO ros-hit.
           PERFORM VARYING ros-idx FROM 1 BY 1
           END-PERFORM.
       2000-APPLY-TRANSACTIONS.
           MOVE FUNCTION CURRENT-DATE TO upd-timestamp.
           CALL "BusDate" USING bus-date.
           COMPUTE prior-date = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(bus-date)) - 1).
           OPEN INPUT txnfile.
           OPEN OUTPUT updreportfile.
           MOVE SPACES TO updreportline.
           PERFORM 1500-FIND-ELF.
           PERFORM 2200-VALIDATE-TRANSACTION.
           IF reject-reason = SPACES
              PERFORM 2300-RECORD-HISTORY
              EVALUATE txn-action
                 WHEN "ADD"
                    ADD 1 TO ros-count
                 MOVE "ELF ALREADY ON ROSTER" TO reject-reason
              WHEN txn-action = "ADD" AND ros-count >= 20000
                 MOVE "ROSTER TABLE FULL" TO reject-reason
              WHEN hist-count > 19997
                 MOVE "ROSTER HISTORY TABLE FULL" TO reject-reason
              WHEN txn-action = "CHG" AND ros-hit = 0
                 MOVE "ELF NOT ON ROSTER" TO reject-reason
              WHEN txn-action = "DEL" AND ros-hit = 0
                 AND txn-name = SPACES
                 MOVE "NAME IS BLANK" TO reject-reason
           END-EVALUATE.
      * Runs before the roster table is touched, so a CHG or DEL
      * still sees the membership it is ending.
       2300-RECORD-HISTORY.
           IF txn-action = "CHG" OR txn-action = "DEL"
              PERFORM 2400-CLOSE-OPEN-PERIOD
           END-IF.
           IF txn-action = "ADD" OR txn-action = "CHG"
              ADD 1 TO hist-count
              MOVE txn-elf TO hst-elf(hist-count)
              MOVE txn-name TO hst-name(hist-count)
              MOVE txn-team TO hst-team(hist-count)
              MOVE bus-date TO hst-from(hist-count)
              MOVE SPACES TO hst-to(hist-count)
              MOVE txn-action TO hst-open-act(hist-count)
              MOVE SPACES TO hst-close-act(hist-count)
           END-IF.
       2400-CLOSE-OPEN-PERIOD.
           MOVE 0 TO hist-hit.
           PERFORM VARYING hist-idx FROM 1 BY 1
              UNTIL hist-idx > hist-count
              IF hst-elf(hist-idx) = txn-elf
                 AND hst-to(hist-idx) = SPACES
                 MOVE hist-idx TO hist-hit
              END-IF
           END-PERFORM.
           IF hist-hit = 0
              ADD 1 TO hist-count
              MOVE hist-count TO hist-hit
              MOVE txn-elf TO hst-elf(hist-hit)
              MOVE ros-name(ros-idx) TO hst-name(hist-hit)
              MOVE ros-team(ros-idx) TO hst-team(hist-hit)
              MOVE "00000000" TO hst-from(hist-hit)
              MOVE "OLD" TO hst-open-act(hist-hit)
           END-IF.
           MOVE prior-date TO hst-to(hist-hit).
           MOVE txn-action TO hst-close-act(hist-hit).
      * The replacement master is built beside the old one and
      * swapped in only on success, so a failure mid-write leaves
      * the old master intact. Every record goes out in the
              DISPLAY "ROSTER SWAP FAILED RC=" ren-rc
                 " - MASTER UNCHANGED, NEW COPY LEFT AS "
                 new-master-name
              MOVE 12 TO upd-rc
           END-IF.
      * The history follows the roster through the same .NEW swap,
      * once the roster itself is safely in. The roster change
      * stands if the history cannot be swapped in, so the request
      * still closes and the new copy is left for the operator.
       4100-REWRITE-HISTORY.
           OPEN OUTPUT rosterhistnewfile.
           PERFORM VARYING hist-idx FROM 1 BY 1
              UNTIL hist-idx > hist-count
              MOVE hst-elf(hist-idx) TO rsh-elf
              MOVE hst-name(hist-idx) TO rsh-name
              MOVE hst-team(hist-idx) TO rsh-team
              MOVE hst-from(hist-idx) TO rsh-from
              MOVE hst-to(hist-idx) TO rsh-to
              MOVE hst-open-act(hist-idx) TO rsh-open-act
              MOVE hst-close-act(hist-idx) TO rsh-close-act
              MOVE rsh-rec-fields TO rosterhistnewline
              WRITE rosterhistnewline
           END-PERFORM.
           CLOSE rosterhistnewfile.
           CALL "CBL_RENAME_FILE" USING new-hist-name,
              cur-hist-name
              RETURNING ren-rc.
           IF ren-rc NOT = 0
              DISPLAY "ROSTER HISTORY SWAP FAILED RC=" ren-rc
                 " - HISTORY UNCHANGED, NEW COPY LEFT AS "
                 new-hist-name
              MOVE 8 TO upd-rc
           END-IF.
      * Exception lines are "ELF nnnnnnn NOT ON ROSTER"; each
      * distinct elf not already on the master gets one skeleton
           CLOSE rosterexcfile.
           CLOSE txnfile.
           DISPLAY "PREFILLED ADD TRANSACTIONS=" prefill-count.
      * Run by the approval screen once a different operator has
      * approved the request: the staged batch is applied exactly
      * as a plain run used to apply the feed, and the request is
      * closed APPLIED - or left open for another try when the
      * master could not be swapped in.
       6000-APPLY-APPROVED-BATCH.
           MOVE cmdline(7:6) TO apply-id-in.
           IF apply-id-in NOT NUMERIC
              DISPLAY "USAGE: ROSTERUPD APPLY <REQUEST>"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE apply-id-in TO appr-id.
           MOVE "G" TO aq-action.
           CALL "ApprQueue" USING aq-action, appr-rec-fields, aq-ok.
           IF aq-ok NOT = "Y" OR appr-action NOT = "ROSTERUPD"
              OR appr-status NOT = "APPROVED"
              DISPLAY "REQUEST " apply-id-in
                 " IS NOT AN APPROVED ROSTER BATCH"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE SPACES TO frz-update.
           STRING "ROSTER APPLY REQUEST "
              apply-id-in DELIMITED BY SIZE
              INTO frz-update.
           CALL "FreezeChk" USING frz-caller, frz-update, frz-ok,
              frz-msg.
           IF frz-ok = "N"
              DISPLAY frz-msg
              DISPLAY "REQUEST " apply-id-in " STAYS APPROVED - "
                 "APPLY IT AGAIN ONCE THE FREEZE LIFTS"
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           IF frz-msg NOT = SPACES
              DISPLAY frz-msg
           END-IF.
           MOVE appr-staged TO txn-file-name.
           CALL "CBL_CHECK_FILE_EXIST" USING txn-file-name, file-details
              RETURNING exist-rc.
           IF exist-rc NOT = 0
              DISPLAY "STAGED BATCH " txn-file-name " IS MISSING - "
                 "REQUEST " apply-id-in " FAILED"
              MOVE 8 TO upd-rc
              MOVE "X" TO aq-action
              CALL "ApprQueue" USING aq-action, appr-rec-fields,
                 aq-ok
              MOVE upd-rc TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 1000-LOAD-ROSTER.
           PERFORM 1200-LOAD-HISTORY.
           PERFORM 2000-APPLY-TRANSACTIONS.
           IF applied-count > 0
              PERFORM 4000-REWRITE-ROSTER
           END-IF.
           IF applied-count > 0 AND upd-rc NOT = 12
              PERFORM 4100-REWRITE-HISTORY
           END-IF.
           DISPLAY "TRANSACTIONS=" txn-count
              " APPLIED=" applied-count
              " REJECTED=" rejected-count.
           IF rejected-count > 0 AND upd-rc = 0
              MOVE 4 TO upd-rc
           END-IF.
           IF upd-rc NOT = 12
              MOVE "P" TO aq-action
              CALL "ApprQueue" USING aq-action, appr-rec-fields,
                 aq-ok
              CALL "CBL_DELETE_FILE" USING txn-file-name
                 RETURNING copy-rc
           END-IF.
       7000-SIGN-ON.
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
              DISPLAY "MAINTAIN AUTHORITY REQUIRED TO APPLY ROSTER "
                 "TRANSACTIONS - NOTHING CHANGED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
      * The feed is counted first - an empty batch is not worth a
      * second operator's time - then the request is taken and the
      * feed copied to the staged name it hands back.
       7100-SUBMIT-FOR-APPROVAL.
           OPEN INPUT txnfile.
           PERFORM UNTIL upd-eof > 0
              READ txnfile
                 AT END
                    MOVE 1 TO upd-eof
                 NOT AT END
                    IF txnline NOT = SPACES
                       ADD 1 TO txn-count
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE txnfile.
           MOVE 0 TO upd-eof.
           IF txn-count = 0
              DISPLAY "NO TRANSACTIONS IN " feed-name
                 " - NOTHING TO APPROVE"
              MOVE 4 TO upd-rc
           ELSE
              MOVE "ROSTERUPD" TO appr-action
              MOVE cur-master-name TO appr-target
              MOVE SPACES TO appr-detail
              STRING "TRANSACTIONS=" txn-count
                 DELIMITED BY SIZE INTO appr-detail
              MOVE "STAGED" TO appr-staged
              MOVE operator-id TO appr-maker
              MOVE "S" TO aq-action
              CALL "ApprQueue" USING aq-action, appr-rec-fields,
                 aq-ok
              EVALUATE aq-ok
                 WHEN "Y"
                    CALL "CBL_COPY_FILE" USING feed-name,
                       appr-staged
                       RETURNING copy-rc
                    IF copy-rc = 0
                       DISPLAY "ROSTER BATCH OF " txn-count
                          " TRANSACTIONS HELD FOR APPROVAL AS "
                          "REQUEST " appr-id
                    ELSE
                       DISPLAY "BATCH NOT STAGED RC=" copy-rc
                          " - REQUEST " appr-id
                          " WILL FAIL WHEN APPLIED"
                       MOVE 12 TO upd-rc
                    END-IF
                 WHEN "D"
                    DISPLAY "A ROSTER BATCH IS ALREADY AWAITING "
                       "APPROVAL AS REQUEST " appr-id
                    MOVE 4 TO upd-rc
                 WHEN OTHER
                    DISPLAY "BATCH NOT SUBMITTED - NOTHING CHANGED"
                    MOVE 12 TO upd-rc
              END-EVALUATE
           END-IF.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE txn-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
      * Signing off clears the session record SignOn wrote. It runs
      * after the status registration so the request still carries
      * the operator's stamp.
      * The run's return code is held across the call, which
      * would otherwise hand back SignOn's.
       9900-SIGN-OFF.
           MOVE RETURN-CODE TO signoff-rc.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
           MOVE signoff-rc TO RETURN-CODE.
       END PROGRAM RosterUpd.
