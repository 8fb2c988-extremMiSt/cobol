       01 sys-cmd PIC X(80).
       01 console-done PIC X VALUE "N".
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1) VALUE 0.
       01 son-ok PIC X.
       01 signon-tries PIC 9(1) VALUE 0.
       01 run-env PIC X(5).
       SCREEN SECTION.
       01 signon-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE
             "ADVENT-OF-CODE SUITE OPERATOR CONSOLE".
          05 LINE 01 COLUMN 45 VALUE "ENV: ".
          05 LINE 01 COLUMN 50 PIC X(5) FROM run-env.
          05 LINE 03 COLUMN 05 VALUE "OPERATOR: ".
          05 LINE 03 COLUMN 15 PIC X(8) TO operator-id.
          05 LINE 04 COLUMN 05 VALUE "PIN     : ".
          05 LINE 04 COLUMN 15 PIC X(8) TO operator-pin SECURE.
       01 menu-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE
             "ADVENT-OF-CODE SUITE OPERATOR CONSOLE".
          05 LINE 01 COLUMN 45 VALUE "ENV: ".
          05 LINE 01 COLUMN 50 PIC X(5) FROM run-env.
          05 LINE 03 COLUMN 05 VALUE "1 AOC2201_1  (INPUT FILE)".
          05 LINE 04 COLUMN 05 VALUE "2 AOC2201_2  (TOP-N)".
          05 LINE 05 COLUMN 05 VALUE "3 AOC2202_1".
          05 LINE 24 COLUMN 22 PIC X(40) TO parm-in.
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           PERFORM 0500-SIGN-ON.
           PERFORM UNTIL console-done = "Y"
              PERFORM 1000-LOAD-STATUS
      * Signing off clears the session record so later batch
      * completions are not stamped with this operator.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
           STOP RUN.
      * Anyone can look at the status panel once signed on, but
      * running anything takes operate authority - the FORCE-able
           PERFORM UNTIL son-ok = "Y" OR signon-tries >= 3
              ADD 1 TO signon-tries
              MOVE SPACES TO operator-id
              MOVE SPACES TO operator-pin
              DISPLAY signon-screen
              ACCEPT signon-screen
              MOVE "N" TO son-ok
              IF operator-id NOT = SPACES
                 CALL "SignOn" USING operator-id, operator-pin,
                    oper-level, son-ok
              END-IF
           END-PERFORM.
           IF son-ok NOT = "Y"
