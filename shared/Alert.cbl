       DATA DIVISION.
       FILE SECTION.
       FD alertfile.
       01 alertline PIC X(190).
       WORKING-STORAGE SECTION.
       01 alt-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "OPRALERT".
       01 lock-held PIC X(1).
       01 rid-action PIC X(1) VALUE "G".
       01 rid-id PIC X(15).
       01 rid-hdr-date PIC X(8).
       01 rid-hash PIC 9(10).
       01 run-env PIC X(5).
      * Writes one operator alert, born OPEN; AlertBrowse lists
      * them and marks them ACKED. Severe conditions that only
      * used to scroll past on the console call here so the event
       01 alt-message PIC X(80).
       PROCEDURE DIVISION USING alt-prog, alt-severity, alt-message.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO alt-timestamp.
      * Entries carry the batch's business date, not the wall-clock
      * date, so a run past midnight stays on the batch's day.
                 alt-message
              GOBACK
           END-IF.
           CALL "RunId" USING rid-action, rid-id, rid-hdr-date,
              rid-hash.
           OPEN EXTEND alertfile.
           MOVE SPACES TO alertline.
           STRING alt-timestamp(1:8) "-" alt-timestamp(9:6)
              " PROGRAM=" alt-prog
              " MESSAGE=" alt-message
              DELIMITED BY SIZE INTO alertline.
      * The run id goes past the widest message so AlertBrowse keeps
      * it in place when it rewrites the status.
           MOVE " RUN=" TO alertline(171:5).
           MOVE rid-id TO alertline(176:15).
           WRITE alertline.
           CLOSE alertfile.
           MOVE "R" TO lock-action.
