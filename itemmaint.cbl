       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL itemmstfile
           ASSIGN TO "ITEMMST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL itemnewfile
           ASSIGN TO "ITEMMST.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL itemmexcfile
           ASSIGN TO "ITEMMEXC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL itemjrnlfile
           ASSIGN TO "ITEMJRNL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD itemmstfile.
       01 itemmstline.
          05 imt-char PIC X(1).
          05 FILLER PIC X(1).
          05 imt-name PIC X(20).
          05 FILLER PIC X(1).
          05 imt-category PIC X(12).
       FD itemnewfile.
       01 itemnewline PIC X(35).
       FD itemmexcfile.
       01 itemmexcline.
          05 exc-item-lit PIC X(5).
          05 exc-char PIC X(1).
          05 exc-rest PIC X(54).
       FD itemjrnlfile.
       01 itemjrnlline PIC X(130).
       WORKING-STORAGE SECTION.
       COPY ITEMCAT.
      * Full-screen maintenance of the ITEMMST.TXT item master that
      * ItemName serves the packing reports from, for operators with
      * maintain authority. Each entry is browsed with what its
      * category code covers; an entry may be added, changed or
      * deleted, the category must be one of the controlled codes
      * and a character already on the master is refused a second
      * entry. F prefills a blank entry for every character ItemName
      * has written to ITEMMEXC.TXT that the master still lacks, the
      * way RosterUpd PREFILL works for elves; the operator names
      * and files each one before the master can be saved. At save
      * every entry added, changed or deleted is journaled to
      * ITEMJRNL.TXT, before and after, with the operator's id.
      * While a maintenance freeze is in force (FreezeChk) a save is
      * refused and the master stays browse-only.
       01 itm-eof PIC 9 VALUE 0.
       01 bus-date PIC X(8).
       01 itm-timestamp PIC X(26).
       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-pin PIC X(8) VALUE SPACES.
       01 oper-level PIC 9(1) VALUE 0.
       01 son-ok PIC X.
       01 item-table.
          05 item-entry OCCURS 128 TIMES.
             10 itm-char PIC X(1).
             10 itm-name PIC X(20).
             10 itm-cat PIC X(12).
             10 itm-deleted PIC X(1).
             10 itm-origin PIC X(1).
             10 itm-old-name PIC X(20).
             10 itm-old-cat PIC X(12).
       01 item-count PIC 9(3) VALUE 0.
       01 cur-item PIC 9(3) VALUE 0.
       01 item-idx PIC 9(3).
       01 edit-idx PIC 9(3).
       01 item-hit PIC X.
       01 live-count PIC 9(3).
       01 prefill-count PIC 9(3).
       01 open-prefill PIC 9(3).
       01 cat-idx PIC 9(2).
       01 cur-cat PIC 9(2).
       01 maint-done PIC X VALUE "N".
       01 dirty PIC X VALUE "N".
       01 command-in PIC X(1).
       01 edit-char PIC X(1).
       01 edit-name PIC X(20).
       01 edit-cat PIC X(12).
       01 entry-ok PIC X.
       01 show-desc PIC X(40).
       01 msg-line PIC X(60) VALUE SPACES.
       01 position-disp PIC X(20).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "ITEMMST".
       01 lock-held PIC X(1).
       01 new-item-name PIC X(20) VALUE "ITEMMST.NEW".
       01 cur-item-name PIC X(20) VALUE "ITEMMST.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 jrnl-count PIC 9(4) VALUE 0.
      * One ITEMJRNL.TXT line: when, what happened to which item,
      * the name and category before and after, and who did it.
       01 jrnl-fields.
          05 jrn-stamp PIC X(15).
          05 FILLER PIC X(7) VALUE " EVENT=".
          05 jrn-event PIC X(8).
          05 FILLER PIC X(6) VALUE " ITEM=".
          05 jrn-char PIC X(1).
          05 FILLER PIC X(5) VALUE " OLD=".
          05 jrn-old-name PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 jrn-old-cat PIC X(12).
          05 FILLER PIC X(5) VALUE " NEW=".
          05 jrn-new-name PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 jrn-new-cat PIC X(12).
          05 FILLER PIC X(4) VALUE " BY=".
          05 jrn-oper PIC X(8).
       01 frz-caller PIC X(20) VALUE "ITEMMAINT".
       01 frz-update PIC X(40).
       01 frz-ok PIC X(1).
       01 frz-msg PIC X(60).
       01 run-env PIC X(5).
       SCREEN SECTION.
       01 signon-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "ITEM MASTER MAINTENANCE".
          05 LINE 03 COLUMN 05 VALUE "OPERATOR: ".
          05 LINE 03 COLUMN 15 PIC X(8) TO operator-id.
          05 LINE 04 COLUMN 05 VALUE "PIN     : ".
          05 LINE 04 COLUMN 15 PIC X(8) TO operator-pin SECURE.
       01 browse-screen.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 05 VALUE "ITEM MASTER MAINTENANCE".
          05 LINE 02 COLUMN 05 PIC X(20) FROM position-disp.
          05 LINE 04 COLUMN 05 VALUE "ITEM    : ".
          05 LINE 04 COLUMN 15 PIC X(1) FROM edit-char.
          05 LINE 05 COLUMN 05 VALUE "NAME    : ".
          05 LINE 05 COLUMN 15 PIC X(20) FROM edit-name.
          05 LINE 06 COLUMN 05 VALUE "CATEGORY: ".
          05 LINE 06 COLUMN 15 PIC X(12) FROM edit-cat.
          05 LINE 07 COLUMN 05 VALUE "COVERS  : ".
          05 LINE 07 COLUMN 15 PIC X(40) FROM show-desc.
          05 LINE 09 COLUMN 05 VALUE
             "N=NEXT P=PREV A=ADD C=CHANGE D=DELETE S=SAVE X=EXIT".
          05 LINE 10 COLUMN 05 VALUE
             "F=PREFILL FROM ITEMMEXC.TXT MISSES".
          05 LINE 11 COLUMN 05 PIC X(60) FROM msg-line.
          05 LINE 12 COLUMN 05 VALUE "COMMAND: ".
          05 LINE 12 COLUMN 14 PIC X(1) TO command-in.
       01 add-screen.
          05 LINE 14 COLUMN 05 VALUE "ENTER ITEM    : ".
          05 LINE 14 COLUMN 21 PIC X(1) USING edit-char.
       01 edit-screen.
          05 LINE 15 COLUMN 05 VALUE "ENTER NAME    : ".
          05 LINE 15 COLUMN 21 PIC X(20) USING edit-name.
          05 LINE 16 COLUMN 05 VALUE "ENTER CATEGORY: ".
          05 LINE 16 COLUMN 21 PIC X(12) USING edit-cat.
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           DISPLAY signon-screen.
           ACCEPT signon-screen.
           MOVE "N" TO son-ok.
           IF operator-id NOT = SPACES
              CALL "SignOn" USING operator-id, operator-pin,
                 oper-level, son-ok
           END-IF.
           IF son-ok NOT = "Y" OR oper-level < 3
              DISPLAY "MAINTAIN AUTHORITY REQUIRED - "
                 "ITEM MASTER MAINTENANCE ENDED"
              PERFORM 9900-SIGN-OFF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1000-LOAD-ITEMS.
           IF item-count > 0
              MOVE 1 TO cur-item
           END-IF.
           MOVE SPACES TO msg-line.
           PERFORM UNTIL maint-done = "Y"
              PERFORM 2000-SHOW-CURRENT-ITEM
              DISPLAY browse-screen
              ACCEPT browse-screen
              MOVE SPACES TO msg-line
              PERFORM 3000-HANDLE-COMMAND
           END-PERFORM.
           IF dirty = "Y"
              DISPLAY "UNSAVED CHANGES DISCARDED"
           END-IF.
           DISPLAY "ITEM MASTER CHANGES JOURNALED=" jrnl-count.
           PERFORM 9900-SIGN-OFF.
           STOP RUN.
      * Blank lines are dropped; any other line is kept, so a save
      * never loses an entry the screen did not like - it is shown
      * with its problem for the operator to put right.
       1000-LOAD-ITEMS.
           OPEN INPUT itemmstfile.
           PERFORM UNTIL itm-eof > 0
              READ itemmstfile
                 AT END
                    MOVE 1 TO itm-eof
                 NOT AT END
                    IF itemmstline NOT = SPACES
                       IF item-count >= 128
                          DISPLAY "TOO MANY LINES - ITEMMST.TXT "
                             "EXCEEDS THE 128-ITEM LIMIT"
                          PERFORM 9900-SIGN-OFF
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO item-count
                       MOVE imt-char TO itm-char(item-count)
                       MOVE imt-name TO itm-name(item-count)
                       MOVE imt-category TO itm-cat(item-count)
                       MOVE "N" TO itm-deleted(item-count)
                       MOVE "L" TO itm-origin(item-count)
                       MOVE imt-name TO itm-old-name(item-count)
                       MOVE imt-category TO itm-old-cat(item-count)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE itemmstfile.
           MOVE 0 TO itm-eof.
       2000-SHOW-CURRENT-ITEM.
           IF cur-item = 0
              MOVE "NO ITEMS ON FILE" TO position-disp
              MOVE SPACES TO edit-char edit-name edit-cat show-desc
           ELSE
              MOVE SPACES TO position-disp
              STRING "ITEM " cur-item " OF " item-count
                 DELIMITED BY SIZE INTO position-disp
              MOVE itm-char(cur-item) TO edit-char
              MOVE itm-name(cur-item) TO edit-name
              MOVE itm-cat(cur-item) TO edit-cat
              PERFORM 8000-FIND-CATEGORY
              IF cur-cat = 0
                 MOVE "CATEGORY NOT IN THE CONTROLLED TABLE"
                    TO show-desc
              ELSE
                 MOVE icat-desc(cur-cat) TO show-desc
              END-IF
              MOVE cur-item TO edit-idx
              PERFORM 8400-CHECK-DUPLICATE
              EVALUATE TRUE
                 WHEN msg-line NOT = SPACES
                    CONTINUE
                 WHEN itm-deleted(cur-item) = "Y"
                    MOVE "ITEM MARKED DELETED - SAVE TO APPLY"
                       TO msg-line
                 WHEN itm-name(cur-item) = SPACES
                    MOVE "PREFILLED - USE C TO NAME AND FILE IT"
                       TO msg-line
                 WHEN item-hit = "Y"
                    MOVE "ITEM IS ON FILE TWICE - DELETE ONE"
                       TO msg-line
              END-EVALUATE
           END-IF.
       3000-HANDLE-COMMAND.
           EVALUATE command-in
              WHEN "N"
              WHEN "n"
                 IF cur-item < item-count
                    ADD 1 TO cur-item
                 ELSE
                    MOVE "AT LAST ITEM" TO msg-line
                 END-IF
              WHEN "P"
              WHEN "p"
                 IF cur-item > 1
                    SUBTRACT 1 FROM cur-item
                 ELSE
                    MOVE "AT FIRST ITEM" TO msg-line
                 END-IF
              WHEN "A"
              WHEN "a"
                 PERFORM 4000-ADD-ITEM
              WHEN "C"
              WHEN "c"
                 PERFORM 5000-CHANGE-ITEM
              WHEN "D"
              WHEN "d"
                 PERFORM 6000-DELETE-ITEM
              WHEN "F"
              WHEN "f"
                 PERFORM 6500-PREFILL-FROM-EXCEPTIONS
              WHEN "S"
              WHEN "s"
                 PERFORM 6900-CHECK-FREEZE
                 IF frz-ok = "Y"
                    PERFORM 7000-SAVE-FILE
                 END-IF
              WHEN "X"
              WHEN "x"
                 MOVE "Y" TO maint-done
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE "UNKNOWN COMMAND" TO msg-line
           END-EVALUATE.
      * A new item goes to the end of the table.
       4000-ADD-ITEM.
           IF item-count >= 128
              MOVE "TABLE FULL - NOTHING ADDED" TO msg-line
           ELSE
              MOVE SPACES TO edit-char edit-name edit-cat
              DISPLAY add-screen
              ACCEPT add-screen
              DISPLAY edit-screen
              ACCEPT edit-screen
              MOVE FUNCTION UPPER-CASE(edit-cat) TO edit-cat
              MOVE 0 TO edit-idx
              PERFORM 8100-VALIDATE-ENTRY
              IF entry-ok = "Y"
                 ADD 1 TO item-count
                 MOVE edit-char TO itm-char(item-count)
                 MOVE edit-name TO itm-name(item-count)
                 MOVE edit-cat TO itm-cat(item-count)
                 MOVE "N" TO itm-deleted(item-count)
                 MOVE "A" TO itm-origin(item-count)
                 MOVE SPACES TO itm-old-name(item-count)
                    itm-old-cat(item-count)
                 MOVE item-count TO cur-item
                 MOVE "Y" TO dirty
                 MOVE "ITEM ADDED - SAVE TO APPLY" TO msg-line
              END-IF
           END-IF.
      * The character of an entry stays as it is; another character
      * is an add.
       5000-CHANGE-ITEM.
           EVALUATE TRUE
              WHEN cur-item = 0
                 MOVE "NOTHING TO CHANGE" TO msg-line
              WHEN itm-deleted(cur-item) = "Y"
                 MOVE "ITEM MARKED DELETED - NOT CHANGED" TO msg-line
              WHEN OTHER
                 MOVE itm-char(cur-item) TO edit-char
                 MOVE itm-name(cur-item) TO edit-name
                 MOVE itm-cat(cur-item) TO edit-cat
                 DISPLAY edit-screen
                 ACCEPT edit-screen
                 MOVE FUNCTION UPPER-CASE(edit-cat) TO edit-cat
                 MOVE cur-item TO edit-idx
                 PERFORM 8100-VALIDATE-ENTRY
                 IF entry-ok = "Y"
                    MOVE edit-name TO itm-name(cur-item)
                    MOVE edit-cat TO itm-cat(cur-item)
                    MOVE "Y" TO dirty
                    MOVE "ITEM CHANGED - SAVE TO APPLY" TO msg-line
                 END-IF
           END-EVALUATE.
       6000-DELETE-ITEM.
           IF cur-item = 0
              MOVE "NOTHING TO DELETE" TO msg-line
           ELSE
              MOVE "Y" TO itm-deleted(cur-item)
              MOVE "Y" TO dirty
              MOVE "ITEM MARKED DELETED - SAVE TO APPLY" TO msg-line
           END-IF.
      * Exception lines read "ITEM c NOT ON ITEM MASTER"; each
      * distinct character with no live entry gets one blank entry.
       6500-PREFILL-FROM-EXCEPTIONS.
           MOVE 0 TO prefill-count.
           OPEN INPUT itemmexcfile.
           PERFORM UNTIL itm-eof > 0
              READ itemmexcfile
                 AT END
                    MOVE 1 TO itm-eof
                 NOT AT END
                    IF exc-item-lit = "ITEM " AND exc-char NOT = SPACE
                       MOVE exc-char TO edit-char
                       MOVE 0 TO edit-idx
                       PERFORM 8400-CHECK-DUPLICATE
                       IF item-hit = "N" AND item-count < 128
                          ADD 1 TO item-count
                          MOVE exc-char TO itm-char(item-count)
                          MOVE SPACES TO itm-name(item-count)
                             itm-cat(item-count)
                             itm-old-name(item-count)
                             itm-old-cat(item-count)
                          MOVE "N" TO itm-deleted(item-count)
                          MOVE "A" TO itm-origin(item-count)
                          ADD 1 TO prefill-count
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE itemmexcfile.
           MOVE 0 TO itm-eof.
           MOVE SPACES TO msg-line.
           IF prefill-count = 0
              MOVE "NO MISSING ITEMS TO PREFILL" TO msg-line
           ELSE
              COMPUTE cur-item = item-count - prefill-count + 1
              MOVE "Y" TO dirty
              STRING "PREFILLED " prefill-count
                 " ITEMS - NAME AND FILE EACH, THEN SAVE"
                 DELIMITED BY SIZE INTO msg-line
           END-IF.
      * Rewritten through a .NEW swap under the master's lock, then
      * each entry that differs from what was loaded is journaled
      * and the table is taken as the new starting point. A
      * prefilled entry still without a name or category holds the
      * save back rather than reach ItemName half made.
       6900-CHECK-FREEZE.
           MOVE "Y" TO frz-ok.
           IF dirty = "Y"
              MOVE "ITEM MASTER SAVE" TO frz-update
              CALL "FreezeChk" USING frz-caller, frz-update, frz-ok,
                 frz-msg
              MOVE frz-msg TO msg-line
           END-IF.
       7000-SAVE-FILE.
           MOVE 0 TO open-prefill.
           PERFORM VARYING item-idx FROM 1 BY 1
              UNTIL item-idx > item-count
              IF itm-deleted(item-idx) = "N"
                 AND (itm-name(item-idx) = SPACES
                    OR itm-cat(item-idx) = SPACES)
                 ADD 1 TO open-prefill
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN dirty = "N"
                 MOVE "NO CHANGES TO SAVE" TO msg-line
              WHEN open-prefill > 0
                 MOVE SPACES TO msg-line
                 STRING open-prefill " ITEMS STILL UNNAMED - "
                    "COMPLETE OR DELETE THEM FIRST"
                    DELIMITED BY SIZE INTO msg-line
              WHEN OTHER
                 PERFORM 7050-SWAP-IN-MASTER
           END-EVALUATE.
       7050-SWAP-IN-MASTER.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              MOVE "ITEM MASTER LOCKED - NOT SAVED" TO msg-line
           ELSE
              PERFORM 7100-WRITE-FILE
              CALL "CBL_RENAME_FILE" USING new-item-name,
                 cur-item-name
                 RETURNING ren-rc
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
              IF ren-rc NOT = 0
                 DISPLAY "ITEM MASTER SWAP FAILED RC=" ren-rc
                    " - ITEMMST.TXT UNCHANGED, NEW COPY LEFT AS "
                    new-item-name
                 MOVE "SAVE FAILED - ITEMMST.TXT UNCHANGED"
                    TO msg-line
              ELSE
                 PERFORM 7200-JOURNAL-CHANGES
                 PERFORM 7300-COMPACT-TABLE
                 MOVE "N" TO dirty
                 MOVE SPACES TO msg-line
                 STRING "ITEM MASTER SAVED - " live-count " ITEMS"
                    DELIMITED BY SIZE INTO msg-line
              END-IF
           END-IF.
       7100-WRITE-FILE.
           OPEN OUTPUT itemnewfile.
           PERFORM VARYING item-idx FROM 1 BY 1
              UNTIL item-idx > item-count
              IF itm-deleted(item-idx) = "N"
                 MOVE SPACES TO itemmstline
                 MOVE itm-char(item-idx) TO imt-char
                 MOVE itm-name(item-idx) TO imt-name
                 MOVE itm-cat(item-idx) TO imt-category
                 MOVE itemmstline TO itemnewline
                 WRITE itemnewline
              END-IF
           END-PERFORM.
           CLOSE itemnewfile.
       7200-JOURNAL-CHANGES.
           MOVE FUNCTION CURRENT-DATE TO itm-timestamp.
           MOVE SPACES TO jrn-stamp.
           STRING bus-date "-" itm-timestamp(9:6)
              DELIMITED BY SIZE INTO jrn-stamp.
           MOVE operator-id TO jrn-oper.
           OPEN EXTEND itemjrnlfile.
           PERFORM VARYING item-idx FROM 1 BY 1
              UNTIL item-idx > item-count
              MOVE SPACES TO jrn-event
              EVALUATE TRUE
                 WHEN itm-origin(item-idx) = "A"
                    AND itm-deleted(item-idx) = "N"
                    MOVE "ADDED" TO jrn-event
                 WHEN itm-origin(item-idx) = "L"
                    AND itm-deleted(item-idx) = "Y"
                    MOVE "DELETED" TO jrn-event
                 WHEN itm-origin(item-idx) = "L"
                    AND (itm-name(item-idx) NOT = itm-old-name(item-idx)
                       OR itm-cat(item-idx) NOT = itm-old-cat(item-idx))
                    MOVE "CHANGED" TO jrn-event
              END-EVALUATE
              IF jrn-event NOT = SPACES
                 ADD 1 TO jrnl-count
                 MOVE itm-char(item-idx) TO jrn-char
                 MOVE itm-old-name(item-idx) TO jrn-old-name
                 MOVE itm-old-cat(item-idx) TO jrn-old-cat
                 MOVE itm-name(item-idx) TO jrn-new-name
                 MOVE itm-cat(item-idx) TO jrn-new-cat
                 IF jrn-event = "DELETED"
                    MOVE SPACES TO jrn-new-name jrn-new-cat
                 END-IF
                 MOVE jrnl-fields TO itemjrnlline
                 WRITE itemjrnlline
              END-IF
           END-PERFORM.
           CLOSE itemjrnlfile.
       7300-COMPACT-TABLE.
           MOVE 0 TO live-count.
           PERFORM VARYING item-idx FROM 1 BY 1
              UNTIL item-idx > item-count
              IF itm-deleted(item-idx) = "N"
                 ADD 1 TO live-count
                 MOVE item-entry(item-idx) TO item-entry(live-count)
                 MOVE "L" TO itm-origin(live-count)
                 MOVE itm-name(live-count) TO itm-old-name(live-count)
                 MOVE itm-cat(live-count) TO itm-old-cat(live-count)
              END-IF
           END-PERFORM.
           MOVE live-count TO item-count.
           IF cur-item > item-count
              MOVE item-count TO cur-item
           END-IF.
       8000-FIND-CATEGORY.
           MOVE 0 TO cur-cat.
           PERFORM VARYING cat-idx FROM 1 BY 1
              UNTIL cat-idx > item-cat-count OR cur-cat > 0
              IF icat-code(cat-idx) = edit-cat
                 MOVE cat-idx TO cur-cat
              END-IF
           END-PERFORM.
      * edit-idx holds the entry being changed, zero for an add.
      * Items are the rucksack letters, upper and lower case being
      * different items.
       8100-VALIDATE-ENTRY.
           MOVE "N" TO entry-ok.
           PERFORM 8000-FIND-CATEGORY.
           PERFORM 8400-CHECK-DUPLICATE.
           EVALUATE TRUE
              WHEN edit-char = SPACE OR edit-char NOT ALPHABETIC
                 MOVE "ITEM MUST BE A LETTER - NOTHING CHANGED"
                    TO msg-line
              WHEN edit-idx = 0 AND item-hit = "Y"
                 MOVE "ITEM ALREADY ON THE MASTER - USE C"
                    TO msg-line
              WHEN edit-name = SPACES
                 MOVE "A NAME IS REQUIRED - NOTHING CHANGED"
                    TO msg-line
              WHEN cur-cat = 0
                 MOVE "CATEGORY NOT IN THE CONTROLLED TABLE"
                    TO msg-line
              WHEN OTHER
                 MOVE "Y" TO entry-ok
           END-EVALUATE.
       8400-CHECK-DUPLICATE.
           MOVE "N" TO item-hit.
           PERFORM VARYING item-idx FROM 1 BY 1
              UNTIL item-idx > item-count OR item-hit = "Y"
              IF item-idx NOT = edit-idx
                 AND itm-deleted(item-idx) = "N"
                 AND itm-char(item-idx) = edit-char
                 MOVE "Y" TO item-hit
              END-IF
           END-PERFORM.
      * Signing off clears the session record SignOn wrote.
       9900-SIGN-OFF.
           MOVE SPACES TO operator-id.
           MOVE SPACES TO operator-pin.
           CALL "SignOn" USING operator-id, operator-pin,
              oper-level, son-ok.
       END PROGRAM ItemMaint.
