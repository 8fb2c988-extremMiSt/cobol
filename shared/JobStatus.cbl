       DATA DIVISION.
       FILE SECTION.
       FD jobstatusfile.
       01 jobstatusline PIC X(140).
       FD incidentfile.
       01 incidentline PIC X(170).
       FD opersessfile.
       01 opersessline PIC X(8).
       WORKING-STORAGE SECTION.
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "JOBSTATUS".
       01 lock-held PIC X(1).
       01 rid-action PIC X(1) VALUE "G".
       01 rid-id PIC X(15).
       01 rid-hdr-date PIC X(8).
       01 rid-hash PIC 9(10).
       01 chn-action PIC X(1) VALUE "N".
       01 chn-log PIC X(40) VALUE "JOBSTATUS.LOG".
       01 chn-line PIC X(320).
       01 chn-prev PIC 9(10).
       01 chn-value PIC 9(10).
       01 chn-state PIC X(1).
       01 ker-action PIC X(1) VALUE "M".
       01 ker-id PIC 9(4).
       01 ker-diag PIC X(40).
       01 ker-runbook PIC X(40).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 jst-prog PIC X(20).
       01 jst-rc PIC 9(4).
       01 jst-reccount PIC 9(10).
       PROCEDURE DIVISION USING jst-prog, jst-rc, jst-reccount.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO jst-timestamp.
      * Entries carry the batch's business date, not the wall-clock
      * date, so a run past midnight stays on the batch's day.
      * interactively launched runs have owners; batch runs with no
      * session carry no stamp.
           PERFORM 2000-READ-SESSION-OPERATOR.
           CALL "RunId" USING rid-action, rid-id, rid-hdr-date,
              rid-hash.
           MOVE SPACES TO chn-line.
           IF session-oper = SPACES
              STRING jst-timestamp(1:8) "-" jst-timestamp(9:6)
                 " PROGRAM=" jst-prog
                 " RC=" jst-rc
                 " RECS=" jst-reccount
                 " SEVERITY=" jst-severity
                 DELIMITED BY SIZE INTO chn-line
           ELSE
              STRING jst-timestamp(1:8) "-" jst-timestamp(9:6)
                 " PROGRAM=" jst-prog
                 " RECS=" jst-reccount
                 " SEVERITY=" jst-severity
                 " OPER=" session-oper
                 DELIMITED BY SIZE INTO chn-line
           END-IF.
      * The run id sits past the operator stamp whether or not there
      * is one, so it is found at the same column on every entry.
           MOVE " RUN=" TO chn-line(101:5).
           MOVE rid-id TO chn-line(106:15).
      * Chained to the entry before it, so an edited log shows.
           CALL "LogChain" USING chn-action, chn-log, chn-line,
              chn-prev, chn-value, chn-state.
           OPEN EXTEND jobstatusfile.
           MOVE chn-line TO jobstatusline.
           WRITE jobstatusline.
           CLOSE jobstatusfile.
           MOVE "R" TO lock-action.
      * same program, which is how "the same feed breaks every
      * Monday" becomes visible; IncidentQ annotates and closes
      * them and the close-out report lists what is still open.
      * The failure is matched against the known-error master as
      * the incident is opened, so the operator picking it up sees
      * the standard diagnosis and runbook action straight away.
       3000-OPEN-INCIDENT.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, inc-lock-stem,
           END-PERFORM.
           CLOSE incidentfile.
           ADD 1 TO next-inc-id.
           CALL "KnownErr" USING ker-action, jst-prog, jst-rc, rid-id,
              ker-id, ker-diag, ker-runbook.
           OPEN EXTEND incidentfile.
           MOVE SPACES TO inc-rec-fields.
           MOVE jst-timestamp(1:8) TO inc-date.
           MOVE " LINK=" TO inc-rec-fields(78:6).
           MOVE link-inc-id TO inc-link.
           MOVE " NOTE=" TO inc-rec-fields(90:6).
           MOVE " RUN=" TO inc-rec-fields(136:5).
           MOVE rid-id TO inc-run.
           MOVE " KE=" TO inc-rec-fields(156:4).
           MOVE ker-id TO inc-known.
           MOVE inc-rec-fields TO incidentline.
           WRITE incidentline.
           CLOSE incidentfile.
           CALL "LogLock" USING lock-action, inc-lock-stem,
              lock-held.
           DISPLAY "INCIDENT " next-inc-id " OPENED FOR " jst-prog.
           IF ker-id > 0
              DISPLAY "KNOWN ERROR " ker-id ": " ker-diag
              DISPLAY "SUGGESTED ACTION: " ker-runbook
           END-IF.
       END PROGRAM JobStatus.
