       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppScore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL suppsumfile
           ASSIGN TO "SUPPSUM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL alertfile
           ASSIGN TO "OPRALERT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL quarregfile
           ASSIGN TO "QUARREG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD suppsumfile.
       01 suppsumline PIC X(240).
       FD alertfile.
       01 alertline PIC X(190).
       FD quarregfile.
       01 quarregline PIC X(200).
       WORKING-STORAGE SECTION.
       COPY SUPPREC.
      * Monthly data-quality scorecard for the suppliers that feed
      * the batch, keyed by the source system their HDR records
      * name. From the SUPPSUM.TXT line StageIn writes for every
      * input: files received, trailer count or hash failures (and
      * truncated or malformed transmissions), and rejects as a
      * percentage of records read. A file received again for the
      * same feed date - the HDR date, or the day it was staged for
      * a feed without a header - is a resubmission. From
      * OPRALERT.LOG: files ArrivalChk found late against
      * ARRIVESCHED.TXT, once per file per night however often it
      * was rerun. From QUARREG.TXT: inputs quarantined, with the
      * days each was held - to its release date, or to today while
      * still held; releases from before the release date was
      * recorded count as quarantines without days. Late and
      * quarantined files are put to the supplier whose feed last
      * arrived under that raw or staged name (UNKNOWN when none
      * has). Each measure is shown against the month before with
      * its trend, and the suppliers are ranked on a score out of
      * 100: the late, trailer-failed, quarantined and resubmitted
      * files as a percentage of files received, and the reject
      * percentage, taken off 100. A supplier with nothing received
      * but late files scores 0; one with no activity in the month
      * is listed last, unscored.
       01 ss-eof PIC 9 VALUE 0.
       01 cmdline PIC X(80).
       01 month-in PIC X(6).
       01 prior-month PIC 9(6).
       01 prior-year PIC 9(4).
       01 prior-mm PIC 9(2).
       01 bus-date PIC X(8).
       01 per-idx PIC 9.
       01 line-month PIC X(6).
       01 sp-count PIC 9(3) VALUE 0.
       01 sp-table.
          05 sp-entry OCCURS 100 TIMES.
             10 sp-source PIC X(8).
             10 sp-sortkey PIC 9(3).
             10 sp-period OCCURS 2 TIMES.
                15 sp-files PIC 9(5).
                15 sp-late PIC 9(5).
                15 sp-trl PIC 9(5).
                15 sp-recs PIC 9(10).
                15 sp-rejects PIC 9(10).
                15 sp-quar PIC 9(5).
                15 sp-days PIC 9(5).
                15 sp-resub PIC 9(5).
                15 sp-rejpct PIC 9(3)V99.
                15 sp-score PIC 9(3).
                15 sp-active PIC X.
       01 hold-sp PIC X(129).
       01 sp-idx PIC 9(3).
       01 sp-jdx PIC 9(3).
       01 sp-slot PIC 9(3).
       01 sp-hit PIC 9(3).
       01 find-source PIC X(8).
       01 map-count PIC 9(3) VALUE 0.
       01 map-table.
          05 map-entry OCCURS 400 TIMES.
             10 map-file PIC X(40).
             10 map-source PIC X(8).
       01 map-idx PIC 9(3).
       01 map-hit PIC 9(3).
       01 find-file PIC X(40).
       01 seen-count PIC 9(4) VALUE 0.
       01 seen-table.
          05 seen-key PIC X(56) OCCURS 2000 TIMES.
       01 seen-idx PIC 9(4).
       01 seen-hit PIC 9(4).
       01 feed-key PIC X(56).
       01 late-count PIC 9(3) VALUE 0.
       01 late-table.
          05 late-key PIC X(48) OCCURS 500 TIMES.
       01 late-idx PIC 9(3).
       01 late-hit PIC 9(3).
       01 late-file PIC X(40).
       01 night-key PIC X(48).
       01 table-warned PIC X VALUE "N".
       01 trip-date PIC X(8).
       01 end-date PIC X(8).
       01 held-days PIC 9(5).
       01 issue-count PIC 9(6).
       01 issue-pct PIC 9(6).
       01 score-work PIC S9(6).
       01 tot-files PIC 9(6) VALUE 0.
       01 tot-late PIC 9(6) VALUE 0.
       01 tot-trl PIC 9(6) VALUE 0.
       01 tot-recs PIC 9(10) VALUE 0.
       01 tot-rejects PIC 9(10) VALUE 0.
       01 tot-quar PIC 9(6) VALUE 0.
       01 tot-days PIC 9(6) VALUE 0.
       01 tot-resub PIC 9(6) VALUE 0.
       01 tot-rejpct PIC 9(3)V99 VALUE 0.
       01 rank-no PIC 9(3) VALUE 0.
       01 rank-disp PIC ZZ9.
       01 count-disp PIC Z(6)9.
       01 pct-disp PIC ZZZ9.99.
       01 score-disp PIC Z(6)9.
       01 trend-disp PIC X(6).
       01 trend-this PIC 9(10)V99.
       01 trend-prior PIC 9(10)V99.
       01 trend-pos PIC 9(3).
       01 rw-action PIC X(1).
       01 rw-name PIC X(40) VALUE "SUPPSCORE.TXT".
       01 rw-title PIC X(40) VALUE "SUPPLIER DATA-QUALITY SCORECARD".
       01 rw-prog PIC X(20) VALUE "SUPPSCORE".
       01 rw-line PIC X(240).
       01 jst-prog PIC X(20) VALUE "SUPPSCORE".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE INTO month-in.
           IF month-in = SPACES
              MOVE bus-date(1:6) TO month-in
           END-IF.
           IF month-in NOT NUMERIC
              OR month-in(5:2) < "01" OR month-in(5:2) > "12"
              DISPLAY "USAGE: SUPPSCORE [<YYYYMM>]"
              MOVE 16 TO RETURN-CODE
              PERFORM 9600-REGISTER-STATUS
              STOP RUN
           END-IF.
           MOVE month-in(1:4) TO prior-year.
           MOVE month-in(5:2) TO prior-mm.
           IF prior-mm = 1
              MOVE 12 TO prior-mm
              SUBTRACT 1 FROM prior-year
           ELSE
              SUBTRACT 1 FROM prior-mm
           END-IF.
           COMPUTE prior-month = prior-year * 100 + prior-mm.
           PERFORM 1000-LOAD-RECEIPTS.
           PERFORM 2000-COUNT-LATE-FILES.
           PERFORM 3000-COUNT-QUARANTINES.
           PERFORM 4000-SCORE-SUPPLIERS
              VARYING sp-idx FROM 1 BY 1 UNTIL sp-idx > sp-count.
           PERFORM 5000-RANK-SUPPLIERS.
           MOVE "O" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
           PERFORM 6000-PRINT-SCORECARD.
           MOVE "C" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE tot-rejpct TO pct-disp.
           DISPLAY "MONTH " month-in " SUPPLIERS=" sp-count
              " FILES=" tot-files " LATE=" tot-late
              " TRAILER-FAILS=" tot-trl " REJECT%=" pct-disp
              " QUARANTINES=" tot-quar " RESUBMITS=" tot-resub.
           IF tot-files + tot-late + tot-quar = 0
              DISPLAY "NO SUPPLIER ACTIVITY IN " month-in
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF table-warned = "Y"
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           STOP RUN.
      * Lines of any month teach which supplier sends which file;
      * only the month and the one before are counted.
       1000-LOAD-RECEIPTS.
           OPEN INPUT suppsumfile.
           PERFORM UNTIL ss-eof > 0
              READ suppsumfile
                 AT END
                    MOVE 1 TO ss-eof
                 NOT AT END
                    MOVE suppsumline TO supp-rec-fields
                    IF supp-date NUMERIC
                       AND suppsumline(16:8) = " SOURCE="
                       PERFORM 1100-TAKE-RECEIPT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE suppsumfile.
           MOVE 0 TO ss-eof.
       1100-TAKE-RECEIPT.
           MOVE supp-file TO find-file.
           PERFORM 7200-MAP-FILE.
           IF supp-staged NOT = SPACES
              MOVE supp-staged TO find-file
              PERFORM 7200-MAP-FILE
           END-IF.
           MOVE supp-date(1:6) TO line-month.
           PERFORM 7000-FIND-PERIOD.
           IF per-idx > 0
              MOVE supp-source TO find-source
              PERFORM 7100-FIND-SUPPLIER
              ADD 1 TO sp-files(sp-hit, per-idx)
              MOVE "Y" TO sp-active(sp-hit, per-idx)
              ADD supp-recs TO sp-recs(sp-hit, per-idx)
              ADD supp-rejects TO sp-rejects(sp-hit, per-idx)
              IF supp-trailer NOT = "OK" AND supp-trailer NOT = "NONE"
                 ADD 1 TO sp-trl(sp-hit, per-idx)
              END-IF
              PERFORM 1200-CHECK-RESUBMISSION
           END-IF.
       1200-CHECK-RESUBMISSION.
           MOVE SPACES TO feed-key.
           MOVE supp-source TO feed-key(1:8).
           MOVE supp-file TO feed-key(9:40).
           IF supp-hdr-date = SPACES
              MOVE supp-date TO feed-key(49:8)
           ELSE
              MOVE supp-hdr-date TO feed-key(49:8)
           END-IF.
           MOVE 0 TO seen-hit.
           PERFORM VARYING seen-idx FROM 1 BY 1
              UNTIL seen-idx > seen-count OR seen-hit > 0
              IF seen-key(seen-idx) = feed-key
                 MOVE seen-idx TO seen-hit
              END-IF
           END-PERFORM.
           IF seen-hit > 0
              ADD 1 TO sp-resub(sp-hit, per-idx)
           ELSE
              IF seen-count < 2000
                 ADD 1 TO seen-count
                 MOVE feed-key TO seen-key(seen-count)
              ELSE
                 PERFORM 7900-WARN-TABLE-FULL
              END-IF
           END-IF.
      * ArrivalChk raises "INPUT LATE: <file> EXPECTED BY <hhmm>"
      * each time it runs past a cutoff with the file still absent.
       2000-COUNT-LATE-FILES.
           OPEN INPUT alertfile.
           PERFORM UNTIL ss-eof > 0
              READ alertfile
                 AT END
                    MOVE 1 TO ss-eof
                 NOT AT END
                    IF alertline(56:20) = "ARRIVALCHK"
                       AND alertline(85:12) = "INPUT LATE: "
                       MOVE alertline(1:6) TO line-month
                       PERFORM 7000-FIND-PERIOD
                       IF per-idx > 0
                          PERFORM 2100-TAKE-LATE-FILE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE alertfile.
           MOVE 0 TO ss-eof.
       2100-TAKE-LATE-FILE.
           MOVE SPACES TO late-file.
           UNSTRING alertline(97:68) DELIMITED BY " EXPECTED BY "
              INTO late-file.
           MOVE SPACES TO night-key.
           MOVE alertline(1:8) TO night-key(1:8).
           MOVE late-file TO night-key(9:40).
           MOVE 0 TO late-hit.
           PERFORM VARYING late-idx FROM 1 BY 1
              UNTIL late-idx > late-count OR late-hit > 0
              IF late-key(late-idx) = night-key
                 MOVE late-idx TO late-hit
              END-IF
           END-PERFORM.
           IF late-hit = 0
              IF late-count < 500
                 ADD 1 TO late-count
                 MOVE night-key TO late-key(late-count)
              ELSE
                 PERFORM 7900-WARN-TABLE-FULL
              END-IF
              MOVE late-file TO find-file
              PERFORM 7300-SOURCE-OF-FILE
              PERFORM 7100-FIND-SUPPLIER
              ADD 1 TO sp-late(sp-hit, per-idx)
              MOVE "Y" TO sp-active(sp-hit, per-idx)
           END-IF.
      * Register positions as Quarantine writes them: trip date at
      * 1, file at 22, status at 130, release date at 192.
       3000-COUNT-QUARANTINES.
           OPEN INPUT quarregfile.
           PERFORM UNTIL ss-eof > 0
              READ quarregfile
                 AT END
                    MOVE 1 TO ss-eof
                 NOT AT END
                    MOVE quarregline(1:8) TO trip-date
                    MOVE trip-date(1:6) TO line-month
                    IF trip-date NUMERIC
                       PERFORM 7000-FIND-PERIOD
                       IF per-idx > 0
                          PERFORM 3100-TAKE-QUARANTINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE quarregfile.
           MOVE 0 TO ss-eof.
       3100-TAKE-QUARANTINE.
           MOVE quarregline(22:40) TO find-file.
           PERFORM 7300-SOURCE-OF-FILE.
           PERFORM 7100-FIND-SUPPLIER.
           ADD 1 TO sp-quar(sp-hit, per-idx).
           MOVE "Y" TO sp-active(sp-hit, per-idx).
           MOVE SPACES TO end-date.
           IF quarregline(130:4) = "HELD"
              MOVE bus-date TO end-date
           ELSE
              IF quarregline(192:8) NUMERIC
                 MOVE quarregline(192:8) TO end-date
              END-IF
           END-IF.
           IF end-date NUMERIC AND end-date >= trip-date
              COMPUTE held-days =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(end-date))
                 - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(trip-date))
              ADD held-days TO sp-days(sp-hit, per-idx)
           END-IF.
       4000-SCORE-SUPPLIERS.
           PERFORM VARYING per-idx FROM 1 BY 1 UNTIL per-idx > 2
              PERFORM 4100-SCORE-ONE-PERIOD
           END-PERFORM.
           IF sp-active(sp-idx, 1) = "Y"
              COMPUTE sp-sortkey(sp-idx) = sp-score(sp-idx, 1) + 1
           ELSE
              MOVE 0 TO sp-sortkey(sp-idx)
           END-IF.
           ADD sp-files(sp-idx, 1) TO tot-files.
           ADD sp-late(sp-idx, 1) TO tot-late.
           ADD sp-trl(sp-idx, 1) TO tot-trl.
           ADD sp-recs(sp-idx, 1) TO tot-recs.
           ADD sp-rejects(sp-idx, 1) TO tot-rejects.
           ADD sp-quar(sp-idx, 1) TO tot-quar.
           ADD sp-days(sp-idx, 1) TO tot-days.
           ADD sp-resub(sp-idx, 1) TO tot-resub.
           IF tot-recs > 0
              COMPUTE tot-rejpct ROUNDED =
                 tot-rejects * 100 / tot-recs
           END-IF.
       4100-SCORE-ONE-PERIOD.
           MOVE 0 TO sp-rejpct(sp-idx, per-idx).
           IF sp-recs(sp-idx, per-idx) > 0
              COMPUTE sp-rejpct(sp-idx, per-idx) ROUNDED =
                 sp-rejects(sp-idx, per-idx) * 100
                 / sp-recs(sp-idx, per-idx)
           END-IF.
           COMPUTE issue-count = sp-late(sp-idx, per-idx)
              + sp-trl(sp-idx, per-idx) + sp-quar(sp-idx, per-idx)
              + sp-resub(sp-idx, per-idx).
           IF sp-files(sp-idx, per-idx) = 0
              MOVE 0 TO sp-score(sp-idx, per-idx)
           ELSE
              COMPUTE issue-pct =
                 issue-count * 100 / sp-files(sp-idx, per-idx)
              MOVE 100 TO score-work
              SUBTRACT issue-pct FROM score-work
              SUBTRACT sp-rejpct(sp-idx, per-idx) FROM score-work
              IF score-work < 0
                 MOVE 0 TO score-work
              END-IF
              MOVE score-work TO sp-score(sp-idx, per-idx)
           END-IF.
      * Straight selection sort on the month's score, the best
      * first; suppliers level on score keep the order first seen.
       5000-RANK-SUPPLIERS.
           PERFORM VARYING sp-idx FROM 1 BY 1
              UNTIL sp-idx >= sp-count
              MOVE sp-idx TO sp-slot
              PERFORM VARYING sp-jdx FROM sp-idx BY 1
                 UNTIL sp-jdx > sp-count
                 IF sp-sortkey(sp-jdx) > sp-sortkey(sp-slot)
                    MOVE sp-jdx TO sp-slot
                 END-IF
              END-PERFORM
              IF sp-slot NOT = sp-idx
                 MOVE sp-entry(sp-idx) TO hold-sp
                 MOVE sp-entry(sp-slot) TO sp-entry(sp-idx)
                 MOVE hold-sp TO sp-entry(sp-slot)
              END-IF
           END-PERFORM.
       6000-PRINT-SCORECARD.
           STRING "MONTH " month-in " AGAINST " prior-month
              " - SUPPLIERS=" sp-count
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
           PERFORM 8000-WRITE-LINE.
           MOVE "  FILES    LATE TRAILER  REJECT QUARAN-" TO
              rw-line(22:39).
           MOVE "   DAYS  RESUB-   SCORE" TO rw-line(62:23).
           PERFORM 8000-WRITE-LINE.
           MOVE "RANK SOURCE   MONTH" TO rw-line(1:19).
           MOVE "     IN   FILES   FAILS PERCENT   TINES" TO
              rw-line(22:39).
           MOVE "   HELD    MITS" TO rw-line(62:15).
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING sp-idx FROM 1 BY 1 UNTIL sp-idx > sp-count
              PERFORM 6100-PRINT-ONE-SUPPLIER
           END-PERFORM.
           PERFORM 8000-WRITE-LINE.
           MOVE tot-rejpct TO pct-disp.
           STRING "MONTH TOTALS: FILES=" tot-files
              " LATE=" tot-late
              " TRAILER-FAILS=" tot-trl
              " REJECT%=" pct-disp
              " QUARANTINES=" tot-quar
              " DAYS-HELD=" tot-days
              " RESUBMITS=" tot-resub
              DELIMITED BY SIZE INTO rw-line.
           PERFORM 8000-WRITE-LINE.
       6100-PRINT-ONE-SUPPLIER.
           ADD 1 TO rank-no.
           MOVE rank-no TO rank-disp.
           MOVE rank-disp TO rw-line(2:3).
           MOVE sp-source(sp-idx) TO rw-line(6:8).
           MOVE month-in TO rw-line(15:6).
           MOVE 1 TO per-idx.
           PERFORM 6200-FORMAT-PERIOD.
           PERFORM 8000-WRITE-LINE.
           MOVE prior-month TO rw-line(15:6).
           MOVE 2 TO per-idx.
           PERFORM 6200-FORMAT-PERIOD.
           PERFORM 8000-WRITE-LINE.
           MOVE "TREND" TO rw-line(15:5).
           EVALUATE TRUE
              WHEN sp-active(sp-idx, 1) NOT = "Y"
                 MOVE "NO ACTIVITY THIS MONTH" TO rw-line(22:22)
              WHEN sp-active(sp-idx, 2) NOT = "Y"
                 MOVE "NEW THIS MONTH - NO ACTIVITY THE MONTH BEFORE"
                    TO rw-line(22:45)
              WHEN OTHER
                 PERFORM 6300-FORMAT-TRENDS
           END-EVALUATE.
           PERFORM 8000-WRITE-LINE.
       6200-FORMAT-PERIOD.
           MOVE sp-files(sp-idx, per-idx) TO count-disp.
           MOVE count-disp TO rw-line(22:7).
           MOVE sp-late(sp-idx, per-idx) TO count-disp.
           MOVE count-disp TO rw-line(30:7).
           MOVE sp-trl(sp-idx, per-idx) TO count-disp.
           MOVE count-disp TO rw-line(38:7).
           MOVE sp-rejpct(sp-idx, per-idx) TO pct-disp.
           MOVE pct-disp TO rw-line(46:7).
           MOVE sp-quar(sp-idx, per-idx) TO count-disp.
           MOVE count-disp TO rw-line(54:7).
           MOVE sp-days(sp-idx, per-idx) TO count-disp.
           MOVE count-disp TO rw-line(62:7).
           MOVE sp-resub(sp-idx, per-idx) TO count-disp.
           MOVE count-disp TO rw-line(70:7).
           IF sp-active(sp-idx, per-idx) = "Y"
              MOVE sp-score(sp-idx, per-idx) TO score-disp
              MOVE score-disp TO rw-line(78:7)
           ELSE
              MOVE "    ---" TO rw-line(78:7)
           END-IF.
      * Received files only go UP or DOWN; for the failure measures
      * more is WORSE, and for the score more is BETTER.
       6300-FORMAT-TRENDS.
           MOVE sp-files(sp-idx, 1) TO trend-this.
           MOVE sp-files(sp-idx, 2) TO trend-prior.
           EVALUATE TRUE
              WHEN trend-this > trend-prior
                 MOVE "UP" TO trend-disp
              WHEN trend-this < trend-prior
                 MOVE "DOWN" TO trend-disp
              WHEN OTHER
                 MOVE "SAME" TO trend-disp
           END-EVALUATE.
           MOVE trend-disp TO rw-line(23:6).
           MOVE sp-late(sp-idx, 1) TO trend-this.
           MOVE sp-late(sp-idx, 2) TO trend-prior.
           MOVE 31 TO trend-pos.
           PERFORM 6400-FAILURE-TREND.
           MOVE sp-trl(sp-idx, 1) TO trend-this.
           MOVE sp-trl(sp-idx, 2) TO trend-prior.
           MOVE 39 TO trend-pos.
           PERFORM 6400-FAILURE-TREND.
           MOVE sp-rejpct(sp-idx, 1) TO trend-this.
           MOVE sp-rejpct(sp-idx, 2) TO trend-prior.
           MOVE 47 TO trend-pos.
           PERFORM 6400-FAILURE-TREND.
           MOVE sp-quar(sp-idx, 1) TO trend-this.
           MOVE sp-quar(sp-idx, 2) TO trend-prior.
           MOVE 55 TO trend-pos.
           PERFORM 6400-FAILURE-TREND.
           MOVE sp-days(sp-idx, 1) TO trend-this.
           MOVE sp-days(sp-idx, 2) TO trend-prior.
           MOVE 63 TO trend-pos.
           PERFORM 6400-FAILURE-TREND.
           MOVE sp-resub(sp-idx, 1) TO trend-this.
           MOVE sp-resub(sp-idx, 2) TO trend-prior.
           MOVE 71 TO trend-pos.
           PERFORM 6400-FAILURE-TREND.
           EVALUATE TRUE
              WHEN sp-score(sp-idx, 1) > sp-score(sp-idx, 2)
                 MOVE "BETTER" TO trend-disp
              WHEN sp-score(sp-idx, 1) < sp-score(sp-idx, 2)
                 MOVE "WORSE" TO trend-disp
              WHEN OTHER
                 MOVE "SAME" TO trend-disp
           END-EVALUATE.
           MOVE trend-disp TO rw-line(79:6).
       6400-FAILURE-TREND.
           EVALUATE TRUE
              WHEN trend-this > trend-prior
                 MOVE "WORSE" TO trend-disp
              WHEN trend-this < trend-prior
                 MOVE "BETTER" TO trend-disp
              WHEN OTHER
                 MOVE "SAME" TO trend-disp
           END-EVALUATE.
           MOVE trend-disp TO rw-line(trend-pos:6).
       7000-FIND-PERIOD.
           EVALUATE line-month
              WHEN month-in
                 MOVE 1 TO per-idx
              WHEN prior-month
                 MOVE 2 TO per-idx
              WHEN OTHER
                 MOVE 0 TO per-idx
           END-EVALUATE.
       7100-FIND-SUPPLIER.
           MOVE 0 TO sp-hit.
           PERFORM VARYING sp-idx FROM 1 BY 1
              UNTIL sp-idx > sp-count OR sp-hit > 0
              IF sp-source(sp-idx) = find-source
                 MOVE sp-idx TO sp-hit
              END-IF
           END-PERFORM.
           IF sp-hit = 0
              IF sp-count >= 100
                 DISPLAY "TOO MANY SUPPLIERS - TABLE FULL"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9600-REGISTER-STATUS
                 STOP RUN
              END-IF
              ADD 1 TO sp-count
              MOVE sp-count TO sp-hit
              INITIALIZE sp-entry(sp-hit)
              MOVE find-source TO sp-source(sp-hit)
              MOVE "N" TO sp-active(sp-hit, 1)
              MOVE "N" TO sp-active(sp-hit, 2)
           END-IF.
      * The latest receipt under a name decides whose file it is.
       7200-MAP-FILE.
           MOVE 0 TO map-hit.
           PERFORM VARYING map-idx FROM 1 BY 1
              UNTIL map-idx > map-count OR map-hit > 0
              IF map-file(map-idx) = find-file
                 MOVE map-idx TO map-hit
              END-IF
           END-PERFORM.
           IF map-hit = 0
              IF map-count < 400
                 ADD 1 TO map-count
                 MOVE map-count TO map-hit
                 MOVE find-file TO map-file(map-hit)
              ELSE
                 PERFORM 7900-WARN-TABLE-FULL
              END-IF
           END-IF.
           IF map-hit > 0
              MOVE supp-source TO map-source(map-hit)
           END-IF.
       7300-SOURCE-OF-FILE.
           MOVE "UNKNOWN" TO find-source.
           PERFORM VARYING map-idx FROM 1 BY 1
              UNTIL map-idx > map-count
              IF map-file(map-idx) = find-file
                 MOVE map-source(map-idx) TO find-source
              END-IF
           END-PERFORM.
       7900-WARN-TABLE-FULL.
           IF table-warned = "N"
              DISPLAY "TOO MANY FILES IN THE MONTH TO TRACK - "
                 "RESUBMISSIONS AND LATE FILES MAY BE UNDERCOUNTED"
              MOVE "Y" TO table-warned
           END-IF.
       8000-WRITE-LINE.
           MOVE "W" TO rw-action.
           CALL "RptWrite" USING rw-action, rw-name, rw-title,
              rw-prog, rw-line.
           MOVE SPACES TO rw-line.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE tot-files TO jst-recs.
           CALL "JobStatus" USING jst-prog, jst-rc,
              jst-recs.
           MOVE jst-rc TO RETURN-CODE.
       END PROGRAM SuppScore.
