           SELECT OPTIONAL suppsumfile
           ASSIGN TO "SUPPSUM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL volhistfile
           ASSIGN TO "VOLHIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD rawfile RECORD CONTAINS 80 CHARACTERS.
       FD stagespecfile.
       01 stagespecline PIC X(60).
       FD suppsumfile.
       01 suppsumline PIC X(240).
       FD volhistfile.
       01 volhistline PIC X(130).
       WORKING-STORAGE SECTION.
       COPY SUPPREC.
       COPY VOLHREC.
       01 hdr-lit PIC X(4).
       01 file-source PIC X(8).
       01 file-hdr-date PIC X(8).
      * (even non-zero length), N numeric-list lines (the Fibonacci
      * batches - every line a number, blanks rejected), L tagged
      * LINEREC lines (a tag in the first ten columns and a blank
      * separator column), P section-pair lines (the camp cleanup
      * list - "a-b,c-d" with one comma, two dashes and no blanks).
       01 spec-count PIC 9(2) VALUE 0.
       01 stage-specs-tbl.
           05 stage-spec OCCURS 20 TIMES.
       01 line-len PIC 999.
       01 line-valid PIC X.
       01 numval-pos PIC 9(3).
       01 comma-count PIC 9(3).
       01 dash-count PIC 9(3).
       01 space-count PIC 9(3).
       01 read-count PIC 9(8).
       01 blank-count PIC 9(8).
       01 reject-count PIC 9(8).
       01 trl-raw-count PIC 9(10).
       01 trl-raw-hash PIC 9(10).
       01 file-failed PIC X.
       01 trl-result PIC X(7).
       01 bus-date PIC X(8).
       01 stg-timestamp PIC X(26).
       01 failed-files PIC 9(2) VALUE 0.
       01 del-rc PIC 9(4) COMP-5.
       01 trl-out-count PIC 9(10).
       01 total-rejects PIC 9(8) VALUE 0.
      * Volume check against the feed's own history in VOLHIST.TXT:
      * once the stem has three prior nights on file, a GOOD count
      * further than VOLUME-DEV-PCT from the average of its last
      * VOLUME-NIGHTS nights is held as a short or swollen
      * day, and a file whose count, length hash and content
      * checksum all match a prior night's is held as a resend.
      * A held feed's staged copy goes to Quarantine with a SEVERE
      * Alert, so a solver pointed at it refuses to run until QuarRel
      * releases it. A rerun on the same business date is compared
      * with the nights before it, not with itself. A feed QuarRel
      * has released for the business date is staged again without
      * the check and joins the history, so the nights after it are
      * measured against the volume the operator accepted.
       01 content-sum PIC 9(10).
       01 sum-idx PIC 9(3).
       01 sum-modulus PIC 9(10) VALUE 9999999967.
       01 vol-dev-pct PIC 9(3) VALUE 50.
       01 vol-nights PIC 9(2) VALUE 7.
       01 vol-min-nights PIC 9(2) VALUE 3.
       01 vol-eof PIC 9.
       01 vol-count PIC 9(2).
       01 vol-next PIC 9(2).
       01 vol-last-date PIC X(8).
       01 vol-ring.
          05 vol-good OCCURS 60 TIMES PIC 9(8).
       01 vol-idx PIC 9(2).
       01 vol-total PIC 9(10).
       01 vol-avg PIC 9(8).
       01 vol-diff PIC 9(8).
       01 vol-pct PIC 9(6).
       01 vol-held PIC X.
       01 vol-reason PIC X(50).
       01 dup-date PIC X(8).
       01 held-files PIC 9(2) VALUE 0.
       01 cfg-key PIC X(20).
       01 cfg-value PIC 9(8).
       01 cfg-found PIC X.
       01 qrn-action PIC X(1).
       01 qrn-file PIC X(40).
       01 qrn-rejects PIC 9(6).
       01 qrn-recs PIC 9(10).
       01 qrn-held PIC X.
       01 alt-prog PIC X(20) VALUE "STAGEIN".
       01 alt-severity PIC X(8) VALUE "SEVERE".
       01 alt-message PIC X(80).
       01 jst-prog PIC X(20) VALUE "STAGEIN".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           PERFORM 1000-LOAD-STAGE-SPECS.
           PERFORM 1200-LOAD-VOLUME-SETTINGS.
           OPEN OUTPUT stagectlfile.
           PERFORM 2000-STAGE-ONE-FILE
              VARYING spec-idx FROM 1 BY 1
              UNTIL spec-idx > spec-count.
           CLOSE stagectlfile.
           EVALUATE TRUE
              WHEN failed-files > 0 OR held-files > 0
                 MOVE 8 TO RETURN-CODE
              WHEN total-rejects > 0
                 MOVE 4 TO RETURN-CODE
              OR (spec-in-type NOT = "C" AND spec-in-type NOT = "R"
                 AND spec-in-type NOT = "S"
                 AND spec-in-type NOT = "N"
                 AND spec-in-type NOT = "L"
                 AND spec-in-type NOT = "P")
              DISPLAY "BAD STAGING SPEC IGNORED: " stagespecline
           ELSE
              IF spec-count >= 20
              MOVE spec-in-stem TO stage-stem(spec-count)
              MOVE spec-in-type TO stage-type(spec-count)
           END-IF.
       1200-LOAD-VOLUME-SETTINGS.
           MOVE "VOLUME-DEV-PCT" TO cfg-key.
           MOVE vol-dev-pct TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           IF cfg-found = "Y" AND cfg-value > 0 AND cfg-value <= 999
              MOVE cfg-value TO vol-dev-pct
           END-IF.
           MOVE "VOLUME-NIGHTS" TO cfg-key.
           MOVE vol-nights TO cfg-value.
           CALL "Config" USING cfg-key, cfg-value, cfg-found.
           IF cfg-found = "Y" AND cfg-value > 0 AND cfg-value <= 60
              MOVE cfg-value TO vol-nights
           END-IF.
           IF vol-min-nights > vol-nights
              MOVE vol-nights TO vol-min-nights
           END-IF.
           DISPLAY "EFFECTIVE SETTINGS: VOLUME-DEV-PCT=" vol-dev-pct
              " VOLUME-NIGHTS=" vol-nights.
       2000-STAGE-ONE-FILE.
           MOVE stage-infile(spec-idx) TO raw-name.
           MOVE SPACES TO staged-name.
           MOVE "N" TO hdr-seen.
           MOVE "N" TO trl-seen.
           MOVE "N" TO file-failed.
           MOVE "NONE" TO trl-result.
           MOVE SPACES TO file-source.
           MOVE SPACES TO file-hdr-date.
           MOVE SPACES TO dump-name.
           MOVE 0 TO staged-hash.
           MOVE 0 TO raw-hash.
           MOVE 0 TO content-sum.
           MOVE "N" TO vol-held.
           OPEN INPUT rawfile.
           OPEN OUTPUT stagedfile.
           OPEN OUTPUT stgrejfile.
                 " HAS A HEADER BUT NO TRAILER - "
                 "TRANSMISSION TRUNCATED"
              MOVE "Y" TO file-failed
              MOVE "MISSING" TO trl-result
           END-IF.
           IF file-failed = "N" AND trl-seen = "Y"
              PERFORM 2700-WRITE-STAGED-TRAILER
           END-IF.
           CLOSE stagedfile.
           CLOSE stgrejfile.
           IF file-failed = "N"
              MOVE "R" TO qrn-action
              MOVE staged-name TO qrn-file
              CALL "Quarantine" USING qrn-action, qrn-file, alt-prog,
                 qrn-rejects, qrn-recs, qrn-held
              IF qrn-held = "Y"
                 MOVE SPACES TO stagectlline
                 STRING "FILE=" stage-infile(spec-idx)
                    " RELEASED FROM QUARANTINE - VOLUME CHECK SKIPPED"
                    DELIMITED BY SIZE INTO stagectlline
                 DISPLAY stagectlline(1:120)
                 WRITE stagectlline
              ELSE
                 PERFORM 2800-CHECK-VOLUME
              END-IF
           END-IF.
      * A file that failed transmission checks leaves no staged
      * copy behind - a cleansed file must never launder a partial
      * transfer into something the solvers' trailer checks pass.
              IF reject-count > 0
                 PERFORM 3500-RUN-REJECT-DUMP
              END-IF
              IF vol-held = "Y"
                 PERFORM 2900-HOLD-FEED
              ELSE
                 PERFORM 4000-WRITE-CONTROL-TOTALS
                 PERFORM 4100-WRITE-VOLUME-HISTORY
              END-IF
           END-IF.
           PERFORM 3600-WRITE-SUPPLIER-LINE.
      * A staging run that ends with rejects runs the character-
      * level dump over the reject file at once - nobody has to
      * notice the count and remember DumpRej by hand - and the
      * file's supplier summary line points at the evidence.
       3500-RUN-REJECT-DUMP.
           MOVE SPACES TO dump-name.
           STRING stage-stem(spec-idx) DELIMITED BY SPACE
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING sys-cmd.
           MOVE 0 TO RETURN-CODE.
      * Every input staged, passed or failed, leaves a supplier
      * summary line keyed to the source system the HDR record
      * named, stamped with the business date - the month's lines
      * are what SuppScore scores each supplier on.
       3600-WRITE-SUPPLIER-LINE.
           IF file-source = SPACES
              MOVE "UNKNOWN" TO file-source
           END-IF.
           CALL "BusDate" USING bus-date.
           MOVE FUNCTION CURRENT-DATE TO stg-timestamp.
           MOVE bus-date TO supp-date.
           MOVE stg-timestamp(9:6) TO supp-time.
           MOVE file-source TO supp-source.
           MOVE stage-infile(spec-idx) TO supp-file.
           MOVE file-hdr-date TO supp-hdr-date.
           MOVE read-count TO supp-recs.
           MOVE reject-count TO supp-rejects.
           MOVE trl-result TO supp-trailer.
           IF file-failed = "Y"
              MOVE SPACES TO supp-staged
           ELSE
              MOVE staged-name TO supp-staged
           END-IF.
           MOVE dump-name TO supp-dump.
           OPEN EXTEND suppsumfile.
           MOVE supp-rec-fields TO suppsumline.
           WRITE suppsumline.
           CLOSE suppsumfile.
      * Inputs following the HDR/TRL interchange convention keep
                    " HAS RECORDS AFTER THE TRAILER - "
                    "TRANSMISSION MALFORMED"
                 MOVE "Y" TO file-failed
                 MOVE "AFTER" TO trl-result
                 MOVE 1 TO stage-eof
              WHEN OTHER
                 ADD 1 TO read-count
                    COMPUTE staged-hash =
                       FUNCTION MOD(staged-hash + line-len,
                       10000000000)
                    PERFORM 2550-ADD-TO-CHECKSUM
                    MOVE rawline TO stagedline
                    WRITE stagedline
                 ELSE
                    WRITE stgrejline
                 END-IF
           END-EVALUATE.
      * The checksum runs on across records, so the same lines in
      * another order make another checksum.
       2550-ADD-TO-CHECKSUM.
           PERFORM VARYING sum-idx FROM 1 BY 1
              UNTIL sum-idx > line-len
              COMPUTE content-sum = FUNCTION MOD(content-sum * 131
                 + FUNCTION ORD(rawline(sum-idx:1)), sum-modulus)
           END-PERFORM.
           COMPUTE content-sum =
              FUNCTION MOD(content-sum * 131 + 11, sum-modulus).
      * The incoming trailer is checked against what actually
      * arrived - record count always, hash total when the source
      * sent one - before the cleansed copy earns its own trailer.
              DISPLAY "FILE " raw-name(1:20)
                 " HAS AN UNREADABLE TRAILER: " rawline(1:40)
              MOVE "Y" TO file-failed
              MOVE "BAD" TO trl-result
           ELSE
              MOVE "OK" TO trl-result
              MOVE rawline(11:10) TO trl-raw-count
              MOVE rawline(27:10) TO trl-raw-hash
              IF trl-raw-count NOT = read-count
                    " DOES NOT MATCH RECORDS READ " read-count
                    " - TRANSMISSION INCOMPLETE"
                 MOVE "Y" TO file-failed
                 MOVE "COUNT" TO trl-result
              END-IF
              IF trl-raw-hash > 0 AND trl-raw-hash NOT = raw-hash
                 DISPLAY "FILE " raw-name(1:20)
                    " TRAILER HASH " trl-raw-hash
                    " DOES NOT MATCH COMPUTED HASH " raw-hash
                 MOVE "Y" TO file-failed
                 MOVE "HASH" TO trl-result
              END-IF
           END-IF.
       2700-WRITE-STAGED-TRAILER.
              " HASH=" staged-hash
              DELIMITED BY SIZE INTO stagedline.
           WRITE stagedline.
      * The stem's history is read oldest first: the last
      * VOLUME-NIGHTS nights before the business date go round a
      * ring for the average, a second entry for one night replacing
      * the first, and every prior night is compared for a resend.
       2800-CHECK-VOLUME.
           MOVE 0 TO vol-count.
           MOVE 0 TO vol-next.
           MOVE SPACES TO vol-last-date.
           MOVE SPACES TO dup-date.
           MOVE 0 TO vol-eof.
           OPEN INPUT volhistfile.
           PERFORM UNTIL vol-eof > 0
              READ volhistfile
                 AT END
                    MOVE 1 TO vol-eof
                 NOT AT END
                    MOVE volhistline TO vlh-rec-fields
                    IF vlh-stem = stage-stem(spec-idx)
                       AND vlh-date < bus-date
                       AND vlh-good NUMERIC
                       PERFORM 2810-TAKE-HISTORY-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE volhistfile.
           IF dup-date NOT = SPACES
              MOVE "Y" TO vol-held
              MOVE SPACES TO vol-reason
              STRING "DUPLICATE OF THE FILE STAGED ON " dup-date
                 DELIMITED BY SIZE INTO vol-reason
           ELSE
              IF vol-count >= vol-min-nights
                 PERFORM 2820-COMPARE-AVERAGE
              END-IF
           END-IF.
       2810-TAKE-HISTORY-LINE.
           IF vlh-good = good-count AND vlh-hash = staged-hash
              AND vlh-cksum = content-sum
              MOVE vlh-date TO dup-date
           END-IF.
           IF vlh-date NOT = vol-last-date
              ADD 1 TO vol-next
              IF vol-next > vol-nights
                 MOVE 1 TO vol-next
              END-IF
              IF vol-count < vol-nights
                 ADD 1 TO vol-count
              END-IF
              MOVE vlh-date TO vol-last-date
           END-IF.
           MOVE vlh-good TO vol-good(vol-next).
       2820-COMPARE-AVERAGE.
           MOVE 0 TO vol-total.
           PERFORM VARYING vol-idx FROM 1 BY 1
              UNTIL vol-idx > vol-count
              ADD vol-good(vol-idx) TO vol-total
           END-PERFORM.
           COMPUTE vol-avg = vol-total / vol-count.
           IF vol-avg > 0
              IF good-count > vol-avg
                 COMPUTE vol-diff = good-count - vol-avg
              ELSE
                 COMPUTE vol-diff = vol-avg - good-count
              END-IF
              COMPUTE vol-pct = vol-diff * 100 / vol-avg
              IF vol-pct > vol-dev-pct
                 MOVE "Y" TO vol-held
                 MOVE SPACES TO vol-reason
                 STRING "GOOD=" good-count " AVERAGE=" vol-avg
                    " OFF BY " vol-pct "%"
                    DELIMITED BY SIZE INTO vol-reason
              END-IF
           END-IF.
      * The held feed's staged copy is what the solvers read, so it
      * is what goes to quarantine; the raw file stays for ArchInput
      * and the supplier. The night joins the history once QuarRel
      * has released it and the feed is staged again.
       2900-HOLD-FEED.
           ADD 1 TO held-files.
           MOVE SPACES TO stagectlline.
           STRING "FILE=" stage-infile(spec-idx)
              " HELD - " vol-reason
              DELIMITED BY SIZE INTO stagectlline.
           DISPLAY stagectlline(1:120).
           WRITE stagectlline.
           MOVE SPACES TO alt-message.
           STRING "FEED HELD " DELIMITED BY SIZE
              stage-stem(spec-idx) DELIMITED BY SPACE
              ": " vol-reason DELIMITED BY SIZE
              INTO alt-message.
           CALL "Alert" USING alt-prog, alt-severity, alt-message.
           MOVE "T" TO qrn-action.
           MOVE staged-name TO qrn-file.
           MOVE reject-count TO qrn-rejects.
           MOVE read-count TO qrn-recs.
           CALL "Quarantine" USING qrn-action, qrn-file, alt-prog,
              qrn-rejects, qrn-recs, qrn-held.
       3000-VALIDATE-RECORD.
           MOVE "Y" TO line-valid.
           CALL "StrLen" USING rawline, line-len.
                    OR rawline(11:1) NOT = SPACE
                    MOVE "N" TO line-valid
                 END-IF
              WHEN "P"
                 IF line-len = 0
                    MOVE "N" TO line-valid
                 ELSE
                    MOVE 0 TO comma-count
                    MOVE 0 TO dash-count
                    MOVE 0 TO space-count
                    INSPECT rawline(1:line-len)
                       TALLYING comma-count FOR ALL ","
                                dash-count FOR ALL "-"
                                space-count FOR ALL SPACE
                    IF comma-count NOT = 1 OR dash-count NOT = 2
                       OR space-count NOT = 0
                       OR rawline(1:1) NOT NUMERIC
                       OR rawline(line-len:1) NOT NUMERIC
                       MOVE "N" TO line-valid
                    END-IF
                 END-IF
           END-EVALUATE.
      * When rejects forced a dump, the control line carries the
      * dump file name so the evidence travels with the control
                 " REJECTS=" reject-count
                 " GOOD=" good-count
                 " STAGED=" staged-name
                 " HASH=" staged-hash
                 DELIMITED BY SIZE INTO stagectlline
           ELSE
              STRING "FILE=" stage-infile(spec-idx)
                 " REJECTS=" reject-count
                 " GOOD=" good-count
                 " STAGED=" staged-name
                 " HASH=" staged-hash
                 " DUMP=" dump-name
                 DELIMITED BY SIZE INTO stagectlline
           END-IF.
           DISPLAY stagectlline(1:120).
           WRITE stagectlline.
       4100-WRITE-VOLUME-HISTORY.
           MOVE bus-date TO vlh-date.
           MOVE stage-stem(spec-idx) TO vlh-stem.
           MOVE good-count TO vlh-good.
           MOVE staged-hash TO vlh-hash.
           MOVE content-sum TO vlh-cksum.
           MOVE stage-infile(spec-idx) TO vlh-file.
           OPEN EXTEND volhistfile.
           MOVE vlh-rec-fields TO volhistline.
           WRITE volhistline.
           CLOSE volhistfile.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE 0 TO jst-recs.
