           SELECT OPTIONAL rosterfile
           ASSIGN TO "ELFROSTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL rosterhistfile
           ASSIGN TO "ROSTERHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD rosterfile.
       01 rosterline PIC X(40).
       FD rosterhistfile.
       01 rosterhistline PIC X(84).
       WORKING-STORAGE SECTION.
       COPY ROSHREC.
      * Name-and-team companion to the Roster lookup for the
      * reporting programs that roll up by team. Like Roster it
      * reads both master line formats and serves the full 9(7)
      * range through a keyed search. Misses are answered UNKNOWN
      * without an exception line - Roster already owns the
      * ROSTEREXC.TXT trail and a team rollup must not double it.
      * A blank as-of date asks for the roster as it stands. A
      * business date asks for the membership in force that day,
      * off the ROSTERHIST.TXT periods RosterUpd keeps, so a rerun
      * of a past day rolls each elf into the team it was on then;
      * an elf with no history has never moved and is answered off
      * the roster, and an elf whose history does not cover the
      * date was not on the roster that day.
       01 ros-loaded PIC X VALUE "N".
       01 ros-eof PIC 9 VALUE 0.
       01 ros-count PIC 9(5) VALUE 0.
       01 in-name PIC X(20).
       01 in-team PIC X(10).
       01 line-good PIC X.
       01 hist-loaded PIC X VALUE "N".
       01 hist-count PIC 9(5) VALUE 0.
       01 hist-idx PIC 9(5).
       01 hist-seen PIC 9.
       01 hist-entries.
          05 hist-entry OCCURS 20000 TIMES.
             10 hst-elf PIC 9(7).
             10 hst-name PIC X(20).
             10 hst-team PIC X(10).
             10 hst-from PIC X(8).
             10 hst-to PIC X(8).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 ros-elf PIC 9(7).
       01 ros-as-of PIC X(8).
       01 ros-out-name PIC X(20).
       01 ros-out-team PIC X(10).
       01 ros-found PIC X.
       PROCEDURE DIVISION USING ros-elf, ros-as-of, ros-out-name,
           ros-out-team, ros-found.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           IF ros-loaded = "N"
              PERFORM 1000-LOAD-ROSTER
              MOVE "Y" TO ros-loaded
           END-IF.
           MOVE 0 TO ros-hit.
           MOVE 0 TO hist-seen.
           IF ros-as-of NOT = SPACES AND ros-elf > 0
              IF hist-loaded = "N"
                 PERFORM 1200-LOAD-HISTORY
                 MOVE "Y" TO hist-loaded
              END-IF
              PERFORM 2000-FIND-AS-OF
           END-IF.
           IF ros-elf > 0 AND hist-seen = 0
              PERFORM VARYING ros-idx FROM 1 BY 1
                 UNTIL ros-idx > ros-count OR ros-hit = 1
                 IF ros-tbl-num(ros-idx) = ros-elf
                 END-IF
              END-PERFORM
           END-IF.
           EVALUATE TRUE
              WHEN hist-seen = 1 AND ros-hit = 1
                 MOVE hst-name(hist-idx) TO ros-out-name
                 MOVE hst-team(hist-idx) TO ros-out-team
                 MOVE "Y" TO ros-found
              WHEN hist-seen = 0 AND ros-hit = 1
                 MOVE ros-name(ros-idx) TO ros-out-name
                 MOVE ros-team(ros-idx) TO ros-out-team
                 MOVE "Y" TO ros-found
              WHEN OTHER
              MOVE "UNKNOWN" TO ros-out-name
              MOVE "UNKNOWN" TO ros-out-team
              MOVE "N" TO ros-found
           END-EVALUATE.
           GOBACK.
       1000-LOAD-ROSTER.
           OPEN INPUT rosterfile.
              END-READ
           END-PERFORM.
           CLOSE rosterfile.
       1200-LOAD-HISTORY.
           MOVE 0 TO ros-eof.
           OPEN INPUT rosterhistfile.
           PERFORM UNTIL ros-eof > 0
              READ rosterhistfile
                 AT END
                    MOVE 1 TO ros-eof
                 NOT AT END
                    MOVE rosterhistline TO rsh-rec-fields
                    IF rsh-elf NUMERIC AND hist-count >= 20000
                       DISPLAY "TOO MANY ROSTER HISTORY ENTRIES - "
                          "EXTRAS IGNORED"
                       MOVE 1 TO ros-eof
                    END-IF
                    IF rsh-elf NUMERIC AND hist-count < 20000
                       ADD 1 TO hist-count
                       MOVE rsh-elf TO hst-elf(hist-count)
                       MOVE rsh-name TO hst-name(hist-count)
                       MOVE rsh-team TO hst-team(hist-count)
                       MOVE rsh-from TO hst-from(hist-count)
                       MOVE rsh-to TO hst-to(hist-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE rosterhistfile.
      * Any period for the elf means the history speaks for it; the
      * one whose FROM-TO range takes in the date is the answer.
       2000-FIND-AS-OF.
           PERFORM VARYING hist-idx FROM 1 BY 1
              UNTIL hist-idx > hist-count OR ros-hit = 1
              IF hst-elf(hist-idx) = ros-elf
                 MOVE 1 TO hist-seen
                 IF hst-from(hist-idx) <= ros-as-of
                    AND (hst-to(hist-idx) = SPACES
                       OR hst-to(hist-idx) >= ros-as-of)
                    MOVE 1 TO ros-hit
                    SUBTRACT 1 FROM hist-idx
                 END-IF
              END-IF
           END-PERFORM.
      * The separator column tells the formats apart: a blank in
      * column five after four digits is the original layout, a
      * blank in column eight after seven digits the wide one.
