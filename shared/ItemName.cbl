             10 imt-known PIC X VALUE "N".
             10 imt-missed PIC X VALUE "N".
       01 chr-ord PIC 9(3).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 itm-char PIC X(1).
       01 itm-out-name PIC X(20).
       PROCEDURE DIVISION USING itm-char, itm-out-name, itm-out-cat,
           itm-found.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           IF imt-loaded = "N"
              PERFORM 1000-LOAD-ITEM-MASTER
              MOVE "Y" TO imt-loaded
