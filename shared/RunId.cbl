       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunId.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL runseqfile
           ASSIGN TO "RUNSEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD runseqfile.
       01 runseqline.
          05 seq-last PIC 9(6).
          05 FILLER PIC X(34).
       WORKING-STORAGE SECTION.
      * Hands out the run id every log writer stamps on its entries,
      * so RUNAUDIT.LOG, ANSWERS.LOG, JOBSTATUS.LOG, OPRALERT.LOG,
      * INCIDENT.LOG and GENCAT.TXT lines from one run can be tied
      * together without matching timestamps. The id is the
      * business date and a six-digit sequence from RUNSEQ.TXT,
      * "yyyymmdd-nnnnnn", taken on the first call and held for the
      * life of the run unit, so every writer in the one run gets
      * the same id. The input's HDR date and length hash are lodged
      * here by the standard read routine once the input is read,
      * and handed back with the id to the writers that record the
      * run's lineage.
       01 held-id PIC X(15) VALUE SPACES.
       01 held-hdr-date PIC X(8) VALUE SPACES.
       01 held-hash PIC 9(10) VALUE 0.
       01 seq-next PIC 9(6).
       01 bus-date PIC X(8).
       01 rid-timestamp PIC X(26).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "RUNSEQ".
       01 lock-held PIC X(1).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 rid-action PIC X(1).
       01 rid-id PIC X(15).
       01 rid-hdr-date PIC X(8).
       01 rid-hash PIC 9(10).
       PROCEDURE DIVISION USING rid-action, rid-id, rid-hdr-date,
           rid-hash.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           IF held-id = SPACES
              PERFORM 2000-ALLOCATE-ID
           END-IF.
           IF rid-action = "I"
              MOVE rid-hdr-date TO held-hdr-date
              MOVE rid-hash TO held-hash
           END-IF.
           MOVE held-id TO rid-id.
           MOVE held-hdr-date TO rid-hdr-date.
           MOVE held-hash TO rid-hash.
           GOBACK.
      * Without the sequence lock the id falls back to the wall-
      * clock time, which is unique enough for a run that could not
      * be serialized and still reads as the run's own.
       2000-ALLOCATE-ID.
           CALL "BusDate" USING bus-date.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              MOVE FUNCTION CURRENT-DATE TO rid-timestamp
              STRING bus-date "-" rid-timestamp(9:6)
                 DELIMITED BY SIZE INTO held-id
              DISPLAY "RUN SEQUENCE LOCKED - RUN ID " held-id
                 " TAKEN FROM THE CLOCK"
           ELSE
              MOVE 0 TO seq-next
              OPEN INPUT runseqfile
              READ runseqfile
                 AT END CONTINUE
                 NOT AT END
                    IF seq-last NUMERIC
                       MOVE seq-last TO seq-next
                    END-IF
              END-READ
              CLOSE runseqfile
              ADD 1 TO seq-next
              OPEN OUTPUT runseqfile
              MOVE SPACES TO runseqline
              MOVE seq-next TO seq-last
              WRITE runseqline
              CLOSE runseqfile
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
              STRING bus-date "-" seq-next
                 DELIMITED BY SIZE INTO held-id
           END-IF.
       END PROGRAM RunId.
