      * calorie value, and the corrected record goes to the
      * supplemental input AOC2201_1_SUP.TXT for the Resubmit step -
      * a two-line data problem no longer costs a FORCE rerun of the
      * whole input during the batch window. A correction changes
      * what the batch reads, so none is taken while a maintenance
      * freeze is in force (FreezeChk); the rejects stay browsable.
       01 fix-eof PIC 9 VALUE 0.
       01 fix-timestamp PIC X(26).
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1) VALUE 0.
       01 son-ok PIC X.
       01 rej-table.
       01 out-cal PIC 9(10).
       01 msg-line PIC X(60) VALUE SPACES.
       01 position-disp PIC X(20).
       01 frz-caller PIC X(20) VALUE "REJFIX".
       01 frz-update PIC X(40).
       01 frz-ok PIC X(1).
       01 frz-msg PIC X(60).
       01 run-env PIC X(5).
       SCREEN SECTION.
       01 signon-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "AOC2201_1 REJECT CORRECTION".
          05 LINE 03 COLUMN 05 VALUE "OPERATOR: ".
          05 LINE 03 COLUMN 15 PIC X(8) TO operator-id.
          05 LINE 04 COLUMN 05 VALUE "PIN     : ".
          05 LINE 04 COLUMN 15 PIC X(8) TO operator-pin SECURE.
       01 browse-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "AOC2201_1 REJECT CORRECTION".
          05 LINE 11 COLUMN 18 PIC X(10) USING edit-cal.
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           DISPLAY signon-screen.
           ACCEPT signon-screen.
      * Corrections change what the resubmission step applies, so
      * the operator must hold maintain authority.
           MOVE "N" TO son-ok.
           IF operator-id NOT = SPACES
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           IF son-ok NOT = "Y" OR oper-level < 3
              DISPLAY "MAINTAIN AUTHORITY REQUIRED - "
                 END-IF
              WHEN "F"
              WHEN "f"
                 PERFORM 3900-CHECK-FREEZE
                 IF frz-ok = "Y"
                    PERFORM 4000-FIX-CURRENT-REJECT
                 END-IF
              WHEN "X"
              WHEN "x"
                 MOVE "Y" TO maint-done
              WHEN OTHER
                 MOVE "UNKNOWN COMMAND" TO msg-line
           END-EVALUATE.
       3900-CHECK-FREEZE.
           MOVE "REJECT CORRECTION" TO frz-update.
           CALL "FreezeChk" USING frz-caller, frz-update, frz-ok,
              frz-msg.
           MOVE frz-msg TO msg-line.
       4000-FIX-CURRENT-REJECT.
           MOVE SPACES TO edit-elf.
           MOVE SPACES TO edit-cal.
      * this operator.
       9900-SIGN-OFF.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
       END PROGRAM RejFix.
