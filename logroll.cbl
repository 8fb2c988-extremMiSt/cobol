           SELECT OPTIONAL wrklogfile
           ASSIGN TO DYNAMIC wrklog-name
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL carryfile
           ASSIGN TO "LOGCHAIN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD curlogfile.
       01 curlogline PIC X(320).
       FD arclogfile.
       01 arclogline PIC X(320).
       FD wrklogfile.
       01 wrklogline PIC X(320).
       FD carryfile.
       01 carryline PIC X(140).
       WORKING-STORAGE SECTION.
       COPY LGCHREC.
       01 curlog-name PIC X(40).
       01 arclog-name PIC X(40).
       01 wrklog-name PIC X(40).
       01 entry-date PIC X(8).
       01 moved-count PIC 9(8).
       01 kept-count PIC 9(8).
      * The logs are hash-chained entry to entry, so the archive
      * takes the log's leading run of entries dated before the
      * cutoff and nothing after the first one kept - each piece is
      * then an unbroken stretch of the chain. The chain value the
      * moved entries began from and the one they ended on are
      * recorded in LOGCHAIN.TXT, which is where ChainChk and the
      * next writer to an emptied log pick the chain up again.
       01 roll-keeping PIC X.
       01 carry-from PIC 9(10).
       01 carry-to PIC 9(10).
       01 roll-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 chn-action PIC X(1).
       01 chn-log PIC X(40).
       01 chn-line PIC X(320).
       01 chn-prev PIC 9(10).
       01 chn-value PIC 9(10).
       01 chn-state PIC X(1).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20).
       01 lock-held PIC X(1).
       01 jst-prog PIC X(20) VALUE "LOGROLL".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cutoff-in FROM COMMAND-LINE
           COMPUTE cutoff-pos = FUNCTION TEST-NUMVAL(cutoff-in).
           IF cutoff-in = SPACES OR cutoff-pos NOT = 0
           MOVE 0 TO moved-count.
           MOVE 0 TO kept-count.
           MOVE 0 TO roll-eof.
           MOVE "N" TO roll-keeping.
           MOVE "S" TO chn-action.
           MOVE log-name(log-idx) TO chn-log.
           CALL "LogChain" USING chn-action, chn-log, chn-line,
              chn-prev, chn-value, chn-state.
           MOVE chn-prev TO carry-from.
           MOVE chn-prev TO carry-to.
           OPEN INPUT curlogfile.
           OPEN EXTEND arclogfile.
           OPEN OUTPUT wrklogfile.
                    MOVE 1 TO roll-eof
                 NOT AT END
                    MOVE curlogline(1:8) TO entry-date
                    IF entry-date NOT < cutoff-in
                       MOVE "Y" TO roll-keeping
                    END-IF
                    IF roll-keeping = "N"
                       ADD 1 TO moved-count
                       MOVE curlogline TO arclogline
                       WRITE arclogline
                       PERFORM 2200-TAKE-CARRY
                    ELSE
                       ADD 1 TO kept-count
                       MOVE curlogline TO wrklogline
           CLOSE arclogfile.
           CLOSE wrklogfile.
           PERFORM 3000-REWRITE-CURRENT-LOG.
           IF moved-count > 0
              PERFORM 4000-RECORD-CARRY
           END-IF.
           DISPLAY "LOG=" log-name(log-idx)
              " MOVED=" moved-count " KEPT=" kept-count
              " ARCHIVE=" arclog-name.
      * An entry from before chaining carries no value, and the
      * next chained entry after it starts again from zero.
       2200-TAKE-CARRY.
           MOVE "C" TO chn-action.
           MOVE curlogline TO chn-line.
           MOVE carry-to TO chn-prev.
           CALL "LogChain" USING chn-action, chn-log, chn-line,
              chn-prev, chn-value, chn-state.
           IF chn-state = "P"
              MOVE 0 TO carry-to
           ELSE
              MOVE chn-value TO carry-to
           END-IF.
       3000-REWRITE-CURRENT-LOG.
           MOVE 0 TO roll-eof.
           OPEN INPUT wrklogfile.
           END-PERFORM.
           CLOSE wrklogfile.
           CLOSE curlogfile.
       4000-RECORD-CARRY.
           MOVE FUNCTION CURRENT-DATE TO roll-timestamp.
           CALL "BusDate" USING bus-date.
           MOVE SPACES TO lgch-rec-fields.
           MOVE bus-date TO lgch-date.
           MOVE "-" TO lgch-date-sep.
           MOVE roll-timestamp(9:6) TO lgch-time.
           MOVE " LOG=" TO lgch-rec-fields(16:5).
           MOVE log-name(log-idx) TO lgch-log.
           MOVE " ARCHIVE=" TO lgch-rec-fields(41:9).
           MOVE arclog-name TO lgch-archive.
           MOVE " FROM=" TO lgch-rec-fields(90:6).
           MOVE carry-from TO lgch-from.
           MOVE " TO=" TO lgch-rec-fields(106:4).
           MOVE carry-to TO lgch-to.
           MOVE " MOVED=" TO lgch-rec-fields(120:7).
           MOVE moved-count TO lgch-moved.
           OPEN EXTEND carryfile.
           MOVE lgch-rec-fields TO carryline.
           WRITE carryline.
           CLOSE carryfile.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE 0 TO jst-recs.
