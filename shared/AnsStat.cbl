       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnsStat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL answermstfile
           ASSIGN TO "ANSWERMST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL answernewfile
           ASSIGN TO "ANSWERMST.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD answermstfile.
       01 answermstline PIC X(283).
       FD answernewfile.
       01 answernewline PIC X(283).
       WORKING-STORAGE SECTION.
       COPY ANSMREC.
       COPY ANSMLREC.
      * Sets the authority status of one answer on the master -
      * SUBMITTED when Submit sends it, ACCEPTED or REJECTED when
      * the authority's response comes back - with the business
      * date passed. A numeric answer is found on its short record
      * by YEAR/DAY/PART; a text answer on its long record keyed
      * "yyyy dd p". The master is copied through a .NEW swap with
      * the one record changed, under the ANSWERS lock Ledger and
      * LedgerLong take. The OK flag comes back Y when the status
      * was set, N when the master holds no such answer, L when the
      * master is locked or could not be swapped.
       01 new-master-name PIC X(20) VALUE "ANSWERMST.NEW".
       01 cur-master-name PIC X(20) VALUE "ANSWERMST.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "ANSWERS".
       01 lock-held PIC X(1).
       01 ast-eof PIC 9.
       01 want-key PIC X(12).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 ast-year PIC 9(4).
       01 ast-day PIC 9(2).
       01 ast-part PIC X(1).
       01 ast-status PIC X(9).
       01 ast-date PIC X(8).
       01 ast-ok PIC X(1).
       PROCEDURE DIVISION USING ast-year, ast-day, ast-part,
           ast-status, ast-date, ast-ok.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE "N" TO ast-ok.
           MOVE SPACES TO want-key.
           STRING ast-year " " ast-day " " ast-part
              DELIMITED BY SIZE INTO want-key.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "AUTHORITY STATUS NOT SET - ANSWER MASTER "
                 "LOCKED: " want-key
              MOVE "L" TO ast-ok
              GOBACK
           END-IF.
           MOVE 0 TO ast-eof.
           OPEN INPUT answermstfile.
           OPEN OUTPUT answernewfile.
           PERFORM UNTIL ast-eof > 0
              READ answermstfile
                 AT END
                    MOVE 1 TO ast-eof
                 NOT AT END
                    PERFORM 1000-MARK-ONE-RECORD
                    MOVE answermstline TO answernewline
                    WRITE answernewline
              END-READ
           END-PERFORM.
           CLOSE answermstfile.
           CLOSE answernewfile.
           IF ast-ok NOT = "Y"
              CALL "CBL_DELETE_FILE" USING new-master-name
                 RETURNING ren-rc
           ELSE
              CALL "CBL_RENAME_FILE" USING new-master-name,
                 cur-master-name
                 RETURNING ren-rc
              IF ren-rc NOT = 0
                 DISPLAY "ANSWER MASTER SWAP FAILED RC=" ren-rc
                    " - MASTER UNCHANGED, NEW COPY LEFT AS "
                    new-master-name
                 MOVE "L" TO ast-ok
              END-IF
           END-IF.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           GOBACK.
       1000-MARK-ONE-RECORD.
           IF answermstline(1:2) = "L "
              MOVE answermstline TO ansml-rec-fields
              IF ansml-key = want-key
                 MOVE ast-status TO ansml-auth-status
                 MOVE ast-date TO ansml-auth-date
                 MOVE ansml-rec-fields TO answermstline
                 MOVE "Y" TO ast-ok
              END-IF
           ELSE
              MOVE answermstline TO ansm-rec-fields
              IF ansm-year NUMERIC
                 AND ansm-year = ast-year
                 AND ansm-day = ast-day
                 AND ansm-part = ast-part
                 MOVE ast-status TO ansm-auth-status
                 MOVE ast-date TO ansm-auth-date
                 MOVE ansm-rec-fields TO answermstline
                 MOVE "Y" TO ast-ok
              END-IF
           END-IF.
       END PROGRAM AnsStat.
