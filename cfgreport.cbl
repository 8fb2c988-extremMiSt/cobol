      * it came from the site file or the compiled default, followed
      * by the SITECFG.TXT keys nothing asked for - which is how a
      * typoed key that silently falls back to defaults gets caught.
      * A site key missing from the key dictionary CfgMaint edits
      * against is listed too; an effective date on a site line
      * (KEY@yyyymmdd=VALUE) is not part of the key.
       01 bus-date PIC X(8).
       01 rpt-eof PIC 9 VALUE 0.
       01 req-idx PIC 9(2).
             10 req-value PIC X(40).
             10 req-source PIC X(7).
             10 req-times PIC 9(4).
       01 cfg-in-field PIC X(30).
       01 cfg-in-key PIC X(20).
       01 cfg-in-eff PIC X(8).
       01 cfg-in-value PIC X(40).
       01 unused-count PIC 9(2) VALUE 0.
       01 undict-count PIC 9(2) VALUE 0.
       01 dict-idx PIC 9(2).
       01 dict-found PIC 9.
       COPY CFGDICT.
       01 jst-prog PIC X(20) VALUE "CFGREPORT".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           CALL "BusDate" USING bus-date.
           PERFORM 1000-SCAN-USAGE-LOG.
           OPEN OUTPUT cfgreportfile.
           MOVE SPACES TO cfgreportline.
           STRING "KEYS-REQUESTED=" req-count
              " SITE-KEYS-UNREFERENCED=" unused-count
              " NOT-IN-DICTIONARY=" undict-count
              DELIMITED BY SIZE INTO cfgreportline.
           DISPLAY cfgreportline.
           WRITE cfgreportline.
           CLOSE cfgreportfile.
           IF unused-count > 0 OR undict-count > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9600-REGISTER-STATUS
           CLOSE configfile.
           MOVE 0 TO rpt-eof.
       3100-CHECK-SITE-KEY.
           MOVE SPACES TO cfg-in-field.
           MOVE SPACES TO cfg-in-key.
           MOVE SPACES TO cfg-in-eff.
           MOVE SPACES TO cfg-in-value.
           UNSTRING configline DELIMITED BY "="
              INTO cfg-in-field, cfg-in-value.
           UNSTRING cfg-in-field DELIMITED BY "@"
              INTO cfg-in-key, cfg-in-eff.
           IF cfg-in-key = SPACES
              DISPLAY "BAD CONFIG LINE IGNORED: " configline
           ELSE
                 DISPLAY cfgreportline
                 WRITE cfgreportline
              END-IF
              PERFORM 3200-CHECK-DICTIONARY
           END-IF.
       3200-CHECK-DICTIONARY.
           MOVE 0 TO dict-found.
           PERFORM VARYING dict-idx FROM 1 BY 1
              UNTIL dict-idx > cfg-dict-count OR dict-found = 1
              IF dict-key(dict-idx) = cfg-in-key
                 MOVE 1 TO dict-found
              END-IF
           END-PERFORM.
           IF dict-found = 0
              ADD 1 TO undict-count
              MOVE SPACES TO cfgreportline
              STRING "SITE KEY NOT IN DICTIONARY: " cfg-in-key
                 " - NOT MAINTAINABLE ON CFGMAINT"
                 DELIMITED BY SIZE INTO cfgreportline
              DISPLAY cfgreportline
              WRITE cfgreportline
           END-IF.
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
