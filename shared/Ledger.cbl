       DATA DIVISION.
       FILE SECTION.
       FD ledgerfile.
       01 ledgerline PIC X(320).
       FD answermstfile.
       01 answermstline PIC X(283).
       FD answernewfile.
       01 answernewline PIC X(283).
       WORKING-STORAGE SECTION.
       01 new-master-name PIC X(20) VALUE "ANSWERMST.NEW".
       01 cur-master-name PIC X(20) VALUE "ANSWERMST.TXT".
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "ANSWERS".
       01 lock-held PIC X(1).
       01 syr-year PIC 9(4).
       01 syr-open PIC X.
       01 rid-action PIC X(1) VALUE "G".
       01 rid-id PIC X(15).
       01 rid-hdr-date PIC X(8).
       01 rid-hash PIC 9(10).
       01 chn-action PIC X(1) VALUE "N".
       01 chn-log PIC X(40) VALUE "ANSWERS.LOG".
       01 chn-line PIC X(320).
       01 chn-prev PIC 9(10).
       01 chn-value PIC 9(10).
       01 chn-state PIC X(1).
       COPY ANSMREC.
       01 mst-eof PIC 9.
       01 mst-idx PIC 9(3).
             10 mst-first PIC X(15).
             10 mst-last PIC X(15).
             10 mst-times PIC 9(6).
             10 mst-auth-status PIC X(9).
             10 mst-auth-date PIC X(8).
             10 mst-corr-status PIC X(9).
             10 mst-corr-reason PIC X(8).
             10 mst-corr-by PIC X(8).
             10 mst-corr-date PIC X(8).
      * Long-form records ("L " prefix, maintained by LedgerLong)
      * share the master; they are held verbatim across the rewrite
      * so a short-answer update cannot lose them.
       01 long-held-count PIC 9(2).
       01 long-held-lines.
          05 long-held-line OCCURS 50 TIMES PIC X(283).
       01 run-env PIC X(5).
      * Every answer is appended to ANSWERS.LOG as the journal and
      * folded into the ANSWERMST.TXT master keyed by YEAR/DAY/PART,
      * which carries the current answer, the first- and last-
       01 ldg-answer PIC 9(15).
       PROCEDURE DIVISION USING ldg-year, ldg-day, ldg-part, ldg-answer.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO ldg-timestamp.
      * Entries carry the batch's business date, not the wall-clock
      * date, so a run past midnight stays on the batch's day.
           CALL "BusDate" USING bus-date.
           MOVE bus-date TO ldg-timestamp(1:8).
      * A season YearEnd has closed takes no further answers unless
      * a maintain-level operator has forced it open for the day.
           MOVE ldg-year TO syr-year.
           CALL "SeasonYr" USING syr-year, syr-open.
           IF syr-open = "N"
              DISPLAY "LEDGER ENTRY NOT WRITTEN - SEASON " ldg-year
                 " IS CLOSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
      * The entry carries the run id and the input's HDR date and
      * length hash, so an answer can be traced back to its input.
           CALL "RunId" USING rid-action, rid-id, rid-hdr-date,
              rid-hash.
           MOVE SPACES TO chn-line.
           STRING ldg-timestamp(1:8) "-" ldg-timestamp(9:6)
              " YEAR=" ldg-year
              " DAY=" ldg-day
              " PART=" ldg-part
              " ANSWER=" ldg-answer
              " RUN=" rid-id
              " HDR=" rid-hdr-date
              " HASH=" rid-hash
              DELIMITED BY SIZE INTO chn-line.
      * Chained to the entry before it, so an edited journal shows.
           CALL "LogChain" USING chn-action, chn-log, chn-line,
              chn-prev, chn-value, chn-state.
           OPEN EXTEND ledgerfile.
           MOVE chn-line TO ledgerline.
           WRITE ledgerline.
           CLOSE ledgerfile.
           PERFORM 2000-UPDATE-MASTER.
                       MOVE ansm-first TO mst-first(mst-count)
                       MOVE ansm-last TO mst-last(mst-count)
                       MOVE ansm-times TO mst-times(mst-count)
                       MOVE ansm-auth-status
                          TO mst-auth-status(mst-count)
                       MOVE ansm-auth-date TO mst-auth-date(mst-count)
                       MOVE ansm-corr-status
                          TO mst-corr-status(mst-count)
                       MOVE ansm-corr-reason
                          TO mst-corr-reason(mst-count)
                       MOVE ansm-corr-by TO mst-corr-by(mst-count)
                       MOVE ansm-corr-date TO mst-corr-date(mst-count)
                    END-IF
              END-READ
           END-PERFORM.
                    MOVE ldg-day TO mst-day(mst-idx)
                    MOVE ldg-part TO mst-part(mst-idx)
                    MOVE 0 TO mst-times(mst-idx)
                    MOVE SPACES TO mst-auth-status(mst-idx)
                    MOVE SPACES TO mst-auth-date(mst-idx)
                    MOVE SPACES TO mst-first(mst-idx)
                    STRING ldg-timestamp(1:8) "-" ldg-timestamp(9:6)
                       DELIMITED BY SIZE INTO mst-first(mst-idx)
                 END-IF
              END-IF
           END-IF.
      * A changed answer is no longer the one the authority saw, so
      * its authority status goes until it is submitted again.
           IF mst-full = "N"
              AND ldg-answer NOT = mst-answer(mst-idx)
              MOVE SPACES TO mst-auth-status(mst-idx)
              MOVE SPACES TO mst-auth-date(mst-idx)
           END-IF.
      * A run recording the answer afresh supersedes any correction
      * made to the one before it.
           IF mst-full = "N"
              MOVE SPACES TO mst-corr-status(mst-idx)
              MOVE SPACES TO mst-corr-reason(mst-idx)
              MOVE SPACES TO mst-corr-by(mst-idx)
              MOVE SPACES TO mst-corr-date(mst-idx)
              MOVE ldg-answer TO mst-answer(mst-idx)
              MOVE SPACES TO mst-last(mst-idx)
              STRING ldg-timestamp(1:8) "-" ldg-timestamp(9:6)
              MOVE mst-first(mst-idx) TO ansm-first
              MOVE mst-last(mst-idx) TO ansm-last
              MOVE mst-times(mst-idx) TO ansm-times
              MOVE mst-auth-status(mst-idx) TO ansm-auth-status
              MOVE mst-auth-date(mst-idx) TO ansm-auth-date
              MOVE mst-corr-status(mst-idx) TO ansm-corr-status
              MOVE mst-corr-reason(mst-idx) TO ansm-corr-reason
              MOVE mst-corr-by(mst-idx) TO ansm-corr-by
              MOVE mst-corr-date(mst-idx) TO ansm-corr-date
              MOVE ansm-rec-fields TO answernewline
              WRITE answernewline
           END-PERFORM.
