      * that is missing past its cutoff or carries a stale date
      * raises an Alert and the run ends with RC 8 so the batch's
      * STOP policy can hold the solvers off yesterday's leftovers.
      * Each such alert is followed by the downstream impact of the
      * feed - the steps, reports and answers it holds up - from
      * Impact, so the operator need not work it out from memory.
       01 arr-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 now-hhmm PIC 9(4).
       01 alt-prog PIC X(20) VALUE "ARRIVALCHK".
       01 alt-severity PIC X(8).
       01 alt-message PIC X(80).
       01 imp-action PIC X(1) VALUE "A".
       01 imp-file PIC X(40).
       01 imp-count PIC 9(4).
       01 imp-idx PIC 9(4).
       01 imp-kind PIC X(8).
       01 imp-name PIC X(40).
       01 imp-detail PIC X(40).
       01 jst-prog PIC X(20) VALUE "ARRIVALCHK".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO arr-timestamp.
           MOVE arr-timestamp(9:4) TO now-hhmm.
           CALL "BusDate" USING bus-date.
                    DELIMITED BY SIZE INTO alt-message
                 CALL "Alert" USING alt-prog, alt-severity,
                    alt-message
                 PERFORM 4000-ATTACH-IMPACT
              ELSE
                 ADD 1 TO files-pending
                 DISPLAY "PENDING: " sch-file(1:30)
                    DELIMITED BY SIZE INTO alt-message
                 CALL "Alert" USING alt-prog, alt-severity,
                    alt-message
                 PERFORM 4000-ATTACH-IMPACT
              END-IF
           ELSE
              DISPLAY "ARRIVED: " sch-file(1:30)
                 " NO HDR RECORD - DATE NOT VERIFIED"
           END-IF.
       4000-ATTACH-IMPACT.
           MOVE sch-file TO imp-file.
           CALL "Impact" USING imp-action, imp-file, alt-prog,
              imp-count, imp-idx, imp-kind, imp-name, imp-detail.
           DISPLAY "IMPACT: " imp-count " DOWNSTREAM ITEMS FOR "
              sch-file(1:30).
       9600-REGISTER-STATUS.
           MOVE RETURN-CODE TO jst-rc.
           MOVE files-checked TO jst-recs.
