      * in a working image, and each "S" save marker commits the
      * compacted image - exactly the point the file actually
      * changed on disk, since a session that exited without
      * saving discarded its changes. An "R" marker - a save the
      * approver rejected - throws the uncommitted changes away
      * the same way. The result lands in a fresh output file;
      * the live file is never touched.
       01 cmdline PIC X(150).
       01 target-in PIC X(40).
       01 asof-in PIC X(15).
       01 jst-prog PIC X(20) VALUE "LINEREBUILD".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           ACCEPT cmdline FROM COMMAND-LINE
           UNSTRING cmdline DELIMITED BY ALL SPACE
              INTO target-in, asof-in, base-name, out-name.
                 END-IF
              WHEN "S"
                 PERFORM 3200-COMMIT-SAVE
              WHEN "R"
                 PERFORM 3500-RESET-WORKING-IMAGE
              WHEN OTHER
                 DISPLAY "UNKNOWN JOURNAL ACTION IGNORED: "
                    jrn-action
