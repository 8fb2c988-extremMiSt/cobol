       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunEnv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL envstampfile
           ASSIGN TO "RUNENV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD envstampfile.
       01 envstampline.
          05 stamp-env PIC X(5).
          05 FILLER PIC X(35).
       WORKING-STORAGE SECTION.
      * Settles which environment a run belongs to - PROD, TEST or
      * DRILL, from the RUNENV environment variable, PROD when it is
      * not set - before the run touches a file. PROD works in the
      * production directory as always. TEST and DRILL each work in
      * a directory of their own name beneath it, holding their own
      * logs, masters and SITECFG.TXT: the file path is pointed
      * there, so every file a program or shared subprogram opens by
      * name, and every step or utility it launches, lands in that
      * environment's area. A caller that has already pointed the
      * file path somewhere (a launcher running a step in a scratch
      * area) is left where it is.
      *
      * Each area carries a RUNENV.TXT stamp naming its environment,
      * written on its first run. A run whose stamp names another
      * environment is stopped before it can write anything, so a
      * TEST or DRILL run can never update a PROD master, nor a PROD
      * run pick up test data.
       01 env-loaded PIC X VALUE "N".
       01 env-held PIC X(5) VALUE SPACES.
       01 env-in PIC X(8) VALUE SPACES.
       01 file-path PIC X(40) VALUE SPACES.
       01 area-name PIC X(8).
       01 dir-rc PIC 9(4) COMP-5.
       LINKAGE SECTION.
       01 run-env PIC X(5).
       PROCEDURE DIVISION USING run-env.
       MAIN SECTION.
           IF env-loaded = "N"
              PERFORM 1000-SETTLE-ENVIRONMENT
              MOVE "Y" TO env-loaded
           END-IF.
           MOVE env-held TO run-env.
           GOBACK.
       1000-SETTLE-ENVIRONMENT.
           ACCEPT env-in FROM ENVIRONMENT "RUNENV".
           MOVE FUNCTION UPPER-CASE(env-in) TO env-in.
           IF env-in = SPACES
              MOVE "PROD" TO env-in
           END-IF.
           IF env-in NOT = "PROD" AND env-in NOT = "TEST"
              AND env-in NOT = "DRILL"
              DISPLAY "UNKNOWN RUN ENVIRONMENT " env-in
                 " - USE PROD, TEST OR DRILL - RUN REFUSED"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE env-in TO env-held.
           IF env-held NOT = "PROD"
              ACCEPT file-path FROM ENVIRONMENT "COB_FILE_PATH"
              IF file-path = SPACES
                 MOVE env-held TO area-name
                 CALL "CBL_CREATE_DIR" USING area-name
                    RETURNING dir-rc
                 SET ENVIRONMENT "COB_FILE_PATH" TO env-held
              END-IF
              DISPLAY "RUN ENVIRONMENT: " env-held
           END-IF.
           PERFORM 2000-CHECK-AREA-STAMP.
       2000-CHECK-AREA-STAMP.
           MOVE SPACES TO envstampline.
           OPEN INPUT envstampfile.
           READ envstampfile
              AT END CONTINUE
           END-READ.
           CLOSE envstampfile.
           IF stamp-env = SPACES
              OPEN OUTPUT envstampfile
              MOVE SPACES TO envstampline
              MOVE env-held TO stamp-env
              WRITE envstampline
              CLOSE envstampfile
           ELSE
              IF stamp-env NOT = env-held
                 DISPLAY "RUN ENVIRONMENT " env-held
                    " BUT FILES ARE STAMPED " stamp-env
                    " - RUN REFUSED, NOTHING WRITTEN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       END PROGRAM RunEnv.
