       01 bdt-loaded PIC X VALUE "N".
       01 bdt-held PIC X(8) VALUE SPACES.
       01 bdt-timestamp PIC X(26).
       01 run-env PIC X(5).
      * Serves the business date the date-roll step wrote to
      * BUSDATE.TXT at the start of the batch, so every stamp and
      * same-day guard keys to the batch's day rather than the wall
       01 bus-date PIC X(8).
       PROCEDURE DIVISION USING bus-date.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           IF bdt-loaded = "N"
              PERFORM 1000-LOAD-BUSINESS-DATE
              MOVE "Y" TO bdt-loaded
