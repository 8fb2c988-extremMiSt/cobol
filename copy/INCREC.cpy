      * at ERROR or SEVERE. LINK carries the id of the previous
      * incident for the same program (zero when it is the first),
      * so repeat breakage chains together; NOTE holds the
      * operator's annotation once the incident is worked; RUN is
      * the run id of the completion that opened it. KE is the id of
      * the KNOWNERR.TXT known error the failure matched when it was
      * opened (zero when none did; spaces on lines older than the
      * known-error master).
       01 inc-rec-fields.
           05 inc-date PIC X(08).
           05 inc-date-sep PIC X(01).
           05 inc-link PIC 9(06).
           05 FILLER PIC X(06).
           05 inc-note PIC X(40).
           05 FILLER PIC X(05).
           05 inc-run PIC X(15).
           05 FILLER PIC X(04).
           05 inc-known PIC X(04).
