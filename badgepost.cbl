       IDENTIFICATION DIVISION.
       PROGRAM-ID. BadgePost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL stockfile
           ASSIGN TO "BADGESTOCK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL stocknewfile
           ASSIGN TO "BADGESTOCK.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL txnfile
           ASSIGN TO "BADGETXN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL manifestfile
           ASSIGN TO "BADGEMANIFEST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD stockfile.
       01 stockline PIC X(80).
       FD stocknewfile.
       01 stocknewline PIC X(80).
       FD txnfile.
       01 txnline.
          05 txn-action PIC X(3).
          05 FILLER PIC X(1).
          05 txn-char PIC X(1).
          05 FILLER PIC X(1).
          05 txn-sign PIC X(1).
          05 txn-qty PIC 9(7).
          05 FILLER PIC X(1).
          05 txn-ref PIC X(30).
      * Manifest lines open "GROUP nnnnnn"; an issued badge sits at
      * column 119 with its name from column 121, a group with no
      * common item carries the NOT ISSUED text instead.
       FD manifestfile.
       01 manifestline.
          05 mfs-group-lit PIC X(6).
          05 mfs-group PIC 9(6).
          05 FILLER PIC X(99).
          05 mfs-badge-lit PIC X(7).
          05 mfs-badge PIC X(1).
          05 FILLER PIC X(1).
          05 mfs-badge-name PIC X(20).
          05 FILLER PIC X(60).
       WORKING-STORAGE SECTION.
       COPY BSTKREC.
      * Nightly badge stock posting. The BADGESTOCK.TXT master is
      * loaded and the BADGETXN.TXT feed applied to it first, so a
      * delivery booked today can be issued tonight:
      *   RCV c +nnnnnnn reference   stock received (opens a new
      *                              item if it is not on file)
      *   ADJ c +nnnnnnn reason      stock count adjustment, up (+)
      *                              or down (-), reason required
      *   ROP c +nnnnnnn             reorder point for the item
      * Then every group the BADGEMANIFEST.TXT manifest issued a
      * badge to takes one of its item off the shelf. A group whose
      * item is out of stock is not issued and is listed apart from
      * the groups that never had a common badge item. The report
      * gives each item's stock on hand, tonight's issues and the
      * need - every group that asked for the item tonight, issued
      * or not, taken as what the next run will ask for - and an
      * Alert is raised for an item that ends below its reorder
      * point or ran out. The master is rewritten through a .NEW
      * swap with every line stamped with the business date, and a
      * second posting for the same business date is refused so a
      * rerun can never take the same manifest off the shelf twice.
      * Once the new master is in, the feed is renamed to
      * BADGETXN.<business date>, so the next night's posting cannot
      * apply the same receipts and adjustments again; a failed swap
      * leaves the feed where it is for the rerun.
       01 bp-eof PIC 9 VALUE 0.
       01 bus-date PIC X(8).
       01 chr-ord PIC 9(3).
       01 stock-table.
          05 stock-entry OCCURS 128 TIMES.
             10 stk-known PIC X(1).
             10 stk-on-hand PIC 9(7).
             10 stk-reorder PIC 9(7).
             10 stk-issued PIC 9(7).
             10 stk-received PIC 9(7).
             10 stk-rcv-today PIC 9(7).
             10 stk-adj-today PIC S9(7).
             10 stk-iss-today PIC 9(7).
             10 stk-out-today PIC 9(7).
       01 stock-count PIC 9(3) VALUE 0.
       01 posted-count PIC 9(3) VALUE 0.
       01 bad-stock-count PIC 9(5) VALUE 0.
       01 txn-count PIC 9(6) VALUE 0.
       01 applied-count PIC 9(6) VALUE 0.
       01 rejected-count PIC 9(6) VALUE 0.
       01 reject-reason PIC X(40).
       01 group-count PIC 9(6) VALUE 0.
       01 issued-count PIC 9(6) VALUE 0.
       01 stockout-count PIC 9(6) VALUE 0.
       01 nocommon-count PIC 9(6) VALUE 0.
       01 nocommon-hit PIC 9(3).
       01 need-qty PIC 9(7).
       01 stock-note PIC X(24).
       01 alert-count PIC 9(3) VALUE 0.
       01 adj-disp PIC +9(7).
       01 item-char PIC X(1).
       01 item-name PIC X(20).
       01 item-cat PIC X(12).
       01 item-known PIC X.
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "BADGESTOCK".
       01 lock-held PIC X(1).
       01 new-master-name PIC X(20) VALUE "BADGESTOCK.NEW".
       01 cur-master-name PIC X(20) VALUE "BADGESTOCK.TXT".
       01 ren-rc PIC 9(4) COMP-5.
       01 feed-name PIC X(20) VALUE "BADGETXN.TXT".
       01 feed-done-name PIC X(20).
       01 feed-rc PIC 9(4) COMP-5 VALUE 0.
       01 alt-prog PIC X(20) VALUE "BADGEPOST".
       01 alt-severity PIC X(8).
       01 alt-message PIC X(80).
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "BADGERPT.TXT".
       01 rw-title PIC X(40) VALUE "BADGE STOCK POSTING".
       01 rw-prog PIC X(20) VALUE "BADGEPOST".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "BADGEPOST".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              DISPLAY "BADGE STOCK MASTER LOCKED - NOTHING POSTED"
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           PERFORM 1000-LOAD-STOCK.
           IF posted-count > 0
              DISPLAY "BADGE STOCK ALREADY POSTED FOR BUSINESS DATE "
                 bus-date " - NOTHING POSTED"
              MOVE "R" TO lock-action
              CALL "LogLock" USING lock-action, lock-stem, lock-held
              MOVE 8 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           STRING "BUSINESS DATE " bus-date
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 8000-WRITE-LINE.
           PERFORM 2000-APPLY-TRANSACTIONS.
           PERFORM 3000-POST-MANIFEST.
           PERFORM 3500-LIST-NO-COMMON-ITEM.
           PERFORM 4000-PRINT-STOCK.
           PERFORM 5000-REWRITE-STOCK.
           MOVE "R" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           PERFORM 8000-WRITE-LINE.
           STRING "GROUPS=" group-count
              " ISSUED=" issued-count
              " STOCK-OUTS=" stockout-count
              " NO-COMMON-ITEM=" nocommon-count
              " TXNS=" txn-count
              " APPLIED=" applied-count
              " REJECTED=" rejected-count
              " STOCK-ALERTS=" alert-count
              DELIMITED BY SIZE INTO rw-line.
           DISPLAY rw-line(1:132).
           PERFORM 8000-WRITE-LINE.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           EVALUATE TRUE
              WHEN ren-rc NOT = 0
                 MOVE 12 TO RETURN-CODE
              WHEN rejected-count > 0 OR stockout-count > 0
                 OR alert-count > 0 OR bad-stock-count > 0
                 OR feed-rc NOT = 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * Stock is kept by character ordinal, as ItemName keys its
      * items.
       1000-LOAD-STOCK.
           PERFORM VARYING chr-ord FROM 1 BY 1 UNTIL chr-ord > 128
              MOVE "N" TO stk-known(chr-ord)
              MOVE 0 TO stk-on-hand(chr-ord)
              MOVE 0 TO stk-reorder(chr-ord)
              MOVE 0 TO stk-issued(chr-ord)
              MOVE 0 TO stk-received(chr-ord)
              MOVE 0 TO stk-rcv-today(chr-ord)
              MOVE 0 TO stk-adj-today(chr-ord)
              MOVE 0 TO stk-iss-today(chr-ord)
              MOVE 0 TO stk-out-today(chr-ord)
           END-PERFORM.
           OPEN INPUT stockfile.
           PERFORM UNTIL bp-eof > 0
              READ stockfile
                 AT END
                    MOVE 1 TO bp-eof
                 NOT AT END
                    MOVE stockline TO bsk-rec-fields
                    IF bsk-char NOT = SPACE
                       AND bsk-on-hand NUMERIC
                       AND bsk-reorder NUMERIC
                       AND bsk-issued NUMERIC
                       AND bsk-received NUMERIC
                       PERFORM 1100-TAKE-STOCK-LINE
                    ELSE
                       IF stockline NOT = SPACES
                          ADD 1 TO bad-stock-count
                          DISPLAY "BAD STOCK LINE IGNORED: "
                             stockline
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE stockfile.
       1100-TAKE-STOCK-LINE.
           COMPUTE chr-ord = FUNCTION ORD(bsk-char).
           IF chr-ord <= 128
              IF stk-known(chr-ord) = "N"
                 ADD 1 TO stock-count
              END-IF
              MOVE "Y" TO stk-known(chr-ord)
              MOVE bsk-on-hand TO stk-on-hand(chr-ord)
              MOVE bsk-reorder TO stk-reorder(chr-ord)
              MOVE bsk-issued TO stk-issued(chr-ord)
              MOVE bsk-received TO stk-received(chr-ord)
              IF bsk-posted = bus-date
                 ADD 1 TO posted-count
              END-IF
           END-IF.
       2000-APPLY-TRANSACTIONS.
           STRING "===== RECEIPTS AND ADJUSTMENTS ====="
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           MOVE 0 TO bp-eof.
           OPEN INPUT txnfile.
           PERFORM UNTIL bp-eof > 0
              READ txnfile
                 AT END
                    MOVE 1 TO bp-eof
                 NOT AT END
                    IF txnline NOT = SPACES
                       ADD 1 TO txn-count
                       PERFORM 2100-APPLY-ONE-TRANSACTION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE txnfile.
           IF txn-count = 0
              STRING "NO TRANSACTIONS IN BADGETXN.TXT"
                 DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
           PERFORM 8000-WRITE-LINE.
       2100-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO reject-reason.
           MOVE 0 TO chr-ord.
           IF txn-char NOT = SPACE
              COMPUTE chr-ord = FUNCTION ORD(txn-char)
           END-IF.
           PERFORM 2200-VALIDATE-TRANSACTION.
           IF reject-reason = SPACES
              EVALUATE txn-action
                 WHEN "RCV"
                    IF stk-known(chr-ord) = "N"
                       MOVE "Y" TO stk-known(chr-ord)
                       ADD 1 TO stock-count
                    END-IF
                    ADD txn-qty TO stk-on-hand(chr-ord)
                    ADD txn-qty TO stk-received(chr-ord)
                    ADD txn-qty TO stk-rcv-today(chr-ord)
                 WHEN "ADJ"
                    IF txn-sign = "-"
                       SUBTRACT txn-qty FROM stk-on-hand(chr-ord)
                       SUBTRACT txn-qty FROM stk-adj-today(chr-ord)
                    ELSE
                       ADD txn-qty TO stk-on-hand(chr-ord)
                       ADD txn-qty TO stk-adj-today(chr-ord)
                    END-IF
                 WHEN "ROP"
                    MOVE txn-qty TO stk-reorder(chr-ord)
              END-EVALUATE
              ADD 1 TO applied-count
              STRING "APPLIED  " txn-action " ITEM " txn-char
                 " QTY " txn-sign txn-qty " " txn-ref
                 " ONHAND=" stk-on-hand(chr-ord)
                 DELIMITED BY SIZE INTO rw-line
           ELSE
              ADD 1 TO rejected-count
              STRING "REJECTED " txn-action " ITEM " txn-char
                 " QTY " txn-sign txn-qty " - " reject-reason
                 DELIMITED BY SIZE INTO rw-line
           END-IF.
           PERFORM 8000-WRITE-LINE.
       2200-VALIDATE-TRANSACTION.
           EVALUATE TRUE
              WHEN txn-action NOT = "RCV" AND txn-action NOT = "ADJ"
                 AND txn-action NOT = "ROP"
                 MOVE "UNKNOWN ACTION" TO reject-reason
              WHEN txn-char = SPACE OR txn-char NOT ALPHABETIC
                 MOVE "ITEM MUST BE A LETTER" TO reject-reason
              WHEN txn-qty NOT NUMERIC
                 MOVE "QUANTITY NOT NUMERIC" TO reject-reason
              WHEN txn-sign NOT = SPACE AND txn-sign NOT = "+"
                 AND (txn-sign NOT = "-" OR txn-action NOT = "ADJ")
                 MOVE "SIGN MUST BE + (OR - ON AN ADJ)"
                    TO reject-reason
              WHEN txn-action NOT = "ROP" AND txn-qty = 0
                 MOVE "QUANTITY IS ZERO" TO reject-reason
              WHEN txn-action NOT = "RCV"
                 AND stk-known(chr-ord) = "N"
                 MOVE "ITEM NOT ON STOCK MASTER" TO reject-reason
              WHEN txn-action = "ADJ" AND txn-ref = SPACES
                 MOVE "ADJUSTMENT NEEDS A REASON" TO reject-reason
              WHEN txn-action = "ADJ" AND txn-sign = "-"
                 AND txn-qty > stk-on-hand(chr-ord)
                 MOVE "ADJUSTMENT WOULD TAKE STOCK BELOW ZERO"
                    TO reject-reason
              WHEN txn-action NOT = "ROP"
                 AND txn-sign NOT = "-"
                 AND stk-on-hand(chr-ord) + txn-qty > 9999999
                 MOVE "ON-HAND WOULD PASS 9999999" TO reject-reason
           END-EVALUATE.
      * One badge per group issued. An item with nothing on the
      * shelf - or no stock line at all - cannot be issued.
       3000-POST-MANIFEST.
           STRING "===== GROUPS NOT ISSUED - STOCK-OUT ====="
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           MOVE 0 TO bp-eof.
           OPEN INPUT manifestfile.
           PERFORM UNTIL bp-eof > 0
              READ manifestfile
                 AT END
                    MOVE 1 TO bp-eof
                 NOT AT END
                    IF mfs-group-lit = "GROUP "
                       ADD 1 TO group-count
                       IF mfs-badge-lit = " BADGE "
                          AND mfs-badge NOT = SPACE
                          PERFORM 3100-POST-ONE-GROUP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE manifestfile.
           IF stockout-count = 0
              STRING "NONE" DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
           PERFORM 8000-WRITE-LINE.
       3100-POST-ONE-GROUP.
           COMPUTE chr-ord = FUNCTION ORD(mfs-badge).
           IF chr-ord <= 128
              IF stk-known(chr-ord) = "Y"
                 AND stk-on-hand(chr-ord) > 0
                 SUBTRACT 1 FROM stk-on-hand(chr-ord)
                 ADD 1 TO stk-issued(chr-ord)
                 ADD 1 TO stk-iss-today(chr-ord)
                 ADD 1 TO issued-count
              ELSE
                 ADD 1 TO stk-out-today(chr-ord)
                 ADD 1 TO stockout-count
                 STRING "GROUP " mfs-group
                    " BADGE " mfs-badge " " mfs-badge-name
                    " - OUT OF STOCK - NOT ISSUED"
                    DELIMITED BY SIZE INTO rw-line
                 PERFORM 8000-WRITE-LINE
              END-IF
           END-IF.
       3500-LIST-NO-COMMON-ITEM.
           STRING "===== GROUPS NOT ISSUED - NO COMMON BADGE ITEM ====="
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           MOVE 0 TO bp-eof.
           OPEN INPUT manifestfile.
           PERFORM UNTIL bp-eof > 0
              READ manifestfile
                 AT END
                    MOVE 1 TO bp-eof
                 NOT AT END
                    MOVE 0 TO nocommon-hit
                    INSPECT manifestline TALLYING nocommon-hit
                       FOR ALL "NO COMMON BADGE ITEM"
                    IF mfs-group-lit = "GROUP " AND nocommon-hit > 0
                       ADD 1 TO nocommon-count
                       MOVE manifestline TO rw-line
                       PERFORM 8000-WRITE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE manifestfile.
           IF nocommon-count = 0
              STRING "NONE" DELIMITED BY SIZE INTO rw-line
              PERFORM 8000-WRITE-LINE
           END-IF.
           PERFORM 8000-WRITE-LINE.
      * Need is every group that asked for the item tonight, issued
      * or not; stock short of it will not cover a night like this
      * one.
       4000-PRINT-STOCK.
           STRING "===== STOCK BY ITEM ====="
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING chr-ord FROM 1 BY 1 UNTIL chr-ord > 128
              IF stk-known(chr-ord) = "Y"
                 OR stk-out-today(chr-ord) > 0
                 PERFORM 4100-PRINT-ONE-ITEM
              END-IF
           END-PERFORM.
       4100-PRINT-ONE-ITEM.
           MOVE FUNCTION CHAR(chr-ord) TO item-char.
           CALL "ItemName" USING item-char, item-name, item-cat,
              item-known.
           COMPUTE need-qty = stk-iss-today(chr-ord)
              + stk-out-today(chr-ord).
           MOVE stk-adj-today(chr-ord) TO adj-disp.
           EVALUATE TRUE
              WHEN stk-known(chr-ord) = "N"
                 MOVE "** NO STOCK LINE **" TO stock-note
              WHEN stk-out-today(chr-ord) > 0
                 MOVE "** RAN OUT **" TO stock-note
              WHEN stk-on-hand(chr-ord) < stk-reorder(chr-ord)
                 MOVE "** BELOW REORDER **" TO stock-note
              WHEN stk-on-hand(chr-ord) < need-qty
                 MOVE "SHORT FOR NEXT RUN" TO stock-note
              WHEN OTHER
                 MOVE SPACES TO stock-note
           END-EVALUATE.
           STRING "ITEM " item-char " " item-name
              " ONHAND=" stk-on-hand(chr-ord)
              " RECEIVED=" stk-rcv-today(chr-ord)
              " ADJUSTED=" adj-disp
              " ISSUED=" stk-iss-today(chr-ord)
              " TO-DATE=" stk-issued(chr-ord)
              " NEED=" need-qty
              " REORDER=" stk-reorder(chr-ord)
              " " stock-note
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           IF stk-out-today(chr-ord) > 0
              OR stk-on-hand(chr-ord) < stk-reorder(chr-ord)
              ADD 1 TO alert-count
              MOVE "WARNING" TO alt-severity
              MOVE SPACES TO alt-message
              IF stk-out-today(chr-ord) > 0
                 STRING "BADGE ITEM " item-char " OUT OF STOCK - "
                    stk-out-today(chr-ord) " GROUPS NOT ISSUED"
                    DELIMITED BY SIZE INTO alt-message
              ELSE
                 STRING "BADGE ITEM " item-char
                    " BELOW REORDER POINT ONHAND="
                    stk-on-hand(chr-ord)
                    " REORDER=" stk-reorder(chr-ord)
                    DELIMITED BY SIZE INTO alt-message
              END-IF
              CALL "Alert" USING alt-prog, alt-severity, alt-message
           END-IF.
      * The replacement master is built beside the old one and
      * swapped in only on success, every line carrying tonight's
      * business date as the posting it has been through.
       5000-REWRITE-STOCK.
           OPEN OUTPUT stocknewfile.
           PERFORM VARYING chr-ord FROM 1 BY 1 UNTIL chr-ord > 128
              IF stk-known(chr-ord) = "Y"
                 MOVE FUNCTION CHAR(chr-ord) TO bsk-char
                 MOVE stk-on-hand(chr-ord) TO bsk-on-hand
                 MOVE stk-reorder(chr-ord) TO bsk-reorder
                 MOVE stk-issued(chr-ord) TO bsk-issued
                 MOVE stk-received(chr-ord) TO bsk-received
                 MOVE bus-date TO bsk-posted
                 MOVE bsk-rec-fields TO stocknewline
                 WRITE stocknewline
              END-IF
           END-PERFORM.
           CLOSE stocknewfile.
           CALL "CBL_RENAME_FILE" USING new-master-name,
              cur-master-name
              RETURNING ren-rc.
           IF ren-rc NOT = 0
              DISPLAY "BADGE STOCK SWAP FAILED RC=" ren-rc
                 " - MASTER UNCHANGED, NEW COPY LEFT AS "
                 new-master-name
           END-IF.
           IF ren-rc = 0 AND txn-count > 0
              PERFORM 5100-CONSUME-FEED
           END-IF.
       5100-CONSUME-FEED.
           MOVE SPACES TO feed-done-name.
           STRING "BADGETXN." bus-date DELIMITED BY SIZE
              INTO feed-done-name.
           CALL "CBL_RENAME_FILE" USING feed-name, feed-done-name
              RETURNING feed-rc.
           IF feed-rc = 0
              STRING "TRANSACTION FEED POSTED AND KEPT AS "
                 feed-done-name DELIMITED BY SIZE INTO rw-line
           ELSE
              DISPLAY "TRANSACTION FEED NOT RENAMED RC=" feed-rc
                 " - MOVE BADGETXN.TXT ASIDE BEFORE THE NEXT POSTING"
              STRING "TRANSACTION FEED NOT RENAMED"
                 " - MOVE BADGETXN.TXT ASIDE BEFORE THE NEXT POSTING"
                 DELIMITED BY SIZE INTO rw-line
           END-IF.
           PERFORM 8000-WRITE-LINE.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE group-count TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM BadgePost.
