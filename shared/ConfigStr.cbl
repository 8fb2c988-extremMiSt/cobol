       01 cfg-eof PIC 9 VALUE 0.
       01 cfg-idx PIC 9(2).
       01 cfg-count PIC 9(2) VALUE 0.
       01 cfg-in-field PIC X(30).
       01 cfg-in-key PIC X(20).
       01 cfg-in-eff PIC X(8).
       01 cfg-eff-num PIC 9(8).
       01 cfg-hit PIC X.
       01 cfg-in-value PIC X(40).
       01 cfg-table.
          05 cfg-entry OCCURS 30 TIMES.
             10 cfg-tbl-key PIC X(20).
             10 cfg-tbl-str PIC X(40).
             10 cfg-tbl-eff PIC 9(8).
       01 cfg-source PIC X(7).
       01 cfg-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "CFGUSAGE".
       01 lock-held PIC X(1).
       01 run-env PIC X(5).
      * String companion to the numeric Config lookup: file names
      * and path tunables come off SITECFG.TXT the same KEY=VALUE
      * way the numeric tunables do. The caller passes its compiled
       01 cfg-found PIC X.
       PROCEDURE DIVISION USING cfg-key, cfg-str-value, cfg-found.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           IF cfg-loaded = "N"
              PERFORM 1000-LOAD-CONFIG
              MOVE "Y" TO cfg-loaded
           PERFORM 8000-LOG-USAGE.
           GOBACK.
       1000-LOAD-CONFIG.
           CALL "BusDate" USING bus-date.
           OPEN INPUT configfile.
           PERFORM UNTIL cfg-eof > 0
              READ configfile
              END-READ
           END-PERFORM.
           CLOSE configfile.
      * A key may carry an effective date, KEY@yyyymmdd=VALUE, so a
      * change keyed in today takes effect on a later business
      * date. For each key the line with the latest effective date
      * not after the business date wins - an undated line counts
      * as always effective, and on equal dates the later line in
      * the file wins. Lines dated after the business date are
      * skipped until their day comes.
       1100-PARSE-CONFIG-LINE.
           MOVE SPACES TO cfg-in-field.
           MOVE SPACES TO cfg-in-key.
           MOVE SPACES TO cfg-in-eff.
           MOVE SPACES TO cfg-in-value.
           UNSTRING configline DELIMITED BY "="
              INTO cfg-in-field, cfg-in-value.
           UNSTRING cfg-in-field DELIMITED BY "@"
              INTO cfg-in-key, cfg-in-eff.
           EVALUATE TRUE
              WHEN cfg-in-key = SPACES OR cfg-in-value = SPACES
                 DISPLAY "BAD CONFIG LINE IGNORED: " configline
              WHEN cfg-in-eff NOT = SPACES
                 AND cfg-in-eff NOT NUMERIC
                 DISPLAY "BAD EFFECTIVE DATE - CONFIG LINE IGNORED: "
                    configline
              WHEN cfg-in-eff NOT = SPACES
                 AND cfg-in-eff > bus-date
                 CONTINUE
              WHEN OTHER
                 PERFORM 1200-KEEP-CONFIG-VALUE
           END-EVALUATE.
       1200-KEEP-CONFIG-VALUE.
           IF cfg-in-eff = SPACES
              MOVE 0 TO cfg-eff-num
           ELSE
              MOVE cfg-in-eff TO cfg-eff-num
           END-IF.
           MOVE "N" TO cfg-hit.
           PERFORM VARYING cfg-idx FROM 1 BY 1
              UNTIL cfg-idx > cfg-count OR cfg-hit = "Y"
              IF cfg-tbl-key(cfg-idx) = cfg-in-key
                 MOVE "Y" TO cfg-hit
                 IF cfg-eff-num >= cfg-tbl-eff(cfg-idx)
                    MOVE cfg-in-value TO cfg-tbl-str(cfg-idx)
                    MOVE cfg-eff-num TO cfg-tbl-eff(cfg-idx)
                 END-IF
              END-IF
           END-PERFORM.
           IF cfg-hit = "N"
              IF cfg-count >= 30
                 DISPLAY "TOO MANY CONFIG KEYS - LINE IGNORED: "
                    configline
                 ADD 1 TO cfg-count
                 MOVE cfg-in-key TO cfg-tbl-key(cfg-count)
                 MOVE cfg-in-value TO cfg-tbl-str(cfg-count)
                 MOVE cfg-eff-num TO cfg-tbl-eff(cfg-count)
              END-IF
           END-IF.
       8000-LOG-USAGE.
