       01 last-found PIC X.
       01 last-date PIC X(8).
       01 last-rc PIC 9(4).
       01 run-env PIC X(5).
      * Prerequisite check a consumer calls at start of run, driven
      * by JOBDEPS.TXT (consumer, producer, highest acceptable RC,
      * same-business-day flag). The producer's most recent
       01 prq-ok PIC X.
       PROCEDURE DIVISION USING prq-prog, prq-ok.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE "Y" TO prq-ok.
           MOVE 0 TO deps-checked.
           CALL "BusDate" USING bus-date.
