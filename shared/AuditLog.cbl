       DATA DIVISION.
       FILE SECTION.
       FD auditfile.
       01 auditline PIC X(220).
       WORKING-STORAGE SECTION.
       01 aud-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 aud-start-sec PIC 9(8).
       01 aud-end-sec PIC 9(8).
       01 aud-elapsed PIC 9(6).
       01 rid-action PIC X(1) VALUE "G".
       01 rid-id PIC X(15).
       01 rid-hdr-date PIC X(8).
       01 rid-hash PIC 9(10).
       01 chn-action PIC X(1) VALUE "N".
       01 chn-log PIC X(40) VALUE "RUNAUDIT.LOG".
       01 chn-line PIC X(320).
       01 chn-prev PIC 9(10).
       01 chn-value PIC 9(10).
       01 chn-state PIC X(1).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 aud-prog PIC X(20).
       01 aud-infile PIC X(80).
       PROCEDURE DIVISION USING aud-prog, aud-infile, aud-reccount,
           aud-total, aud-start.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO aud-timestamp.
      * Entries are stamped with the batch's business date so the
      * double-run guard and the date-keyed reporting see one day
              ADD 86400 TO aud-end-sec
           END-IF.
           COMPUTE aud-elapsed = aud-end-sec - aud-start-sec.
      * The run id and the input's HDR date and length hash close the
      * entry, so a run's input can be traced from any log it wrote.
           CALL "RunId" USING rid-action, rid-id, rid-hdr-date,
              rid-hash.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO chn-line.
           STRING bus-date "-" aud-timestamp(9:6)
              " PROGRAM=" aud-prog
              " INFILE=" aud-infile(1:20)
              " START=" aud-start(9:6)
              " END=" aud-timestamp(9:6)
              " ELAPSED=" aud-elapsed
              " RUN=" rid-id
              " HDR=" rid-hdr-date
              " HASH=" rid-hash
              DELIMITED BY SIZE INTO chn-line.
      * Chained to the entry before it, so an edited log shows.
           CALL "LogChain" USING chn-action, chn-log, chn-line,
              chn-prev, chn-value, chn-state.
           OPEN EXTEND auditfile.
           MOVE chn-line TO auditline.
           WRITE auditline.
           CLOSE auditfile.
           MOVE "R" TO lock-action.
