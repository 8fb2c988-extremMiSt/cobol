          05 cat-date PIC X(8).
          05 FILLER PIC X(1).
          05 cat-file PIC X(40).
          05 FILLER PIC X(5).
          05 cat-run PIC X(15).
       WORKING-STORAGE SECTION.
       01 bus-date PIC X(8).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "GENCAT".
       01 lock-held PIC X(1).
       01 rid-action PIC X(1) VALUE "G".
       01 rid-id PIC X(15).
       01 rid-hdr-date PIC X(8).
       01 rid-hash PIC 9(10).
       01 run-env PIC X(5).
      * Builds the dated generation name <stem>.D<yyyymmdd>.TXT for
      * a run output and records it in the generation catalog that
      * GenPurge retires old generations from. Recording the same
       01 gen-name-out PIC X(40).
       PROCEDURE DIVISION USING gen-stem, gen-name-out.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
      * Generations are dated with the batch's business date, so a
      * batch slipping past midnight keeps writing the same day's
      * generation instead of opening a second one mid-run.
           MOVE gen-stem TO cat-stem.
           MOVE bus-date TO cat-date.
           MOVE gen-name-out TO cat-file.
      * The generation carries the id of the run that wrote it.
           CALL "RunId" USING rid-action, rid-id, rid-hdr-date,
              rid-hash.
           MOVE " RUN=" TO gencatline(71:5).
           MOVE rid-id TO cat-run.
           WRITE gencatline.
           CLOSE gencatfile.
           MOVE "R" TO lock-action.
