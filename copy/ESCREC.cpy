      * ESCREC - positional layout of one ESCALATE.LOG line as
      * Escalate writes it: when, the escalation level (1 primary,
      * 2 backup, 3 supervisor), the operator it went to and in
      * what role, how many minutes the alert had waited, and the
      * alert itself - its stamp, severity, program and message,
      * which together identify it in OPRALERT.LOG.
       01 esc-rec-fields.
           05 esc-stamp PIC X(15).
           05 FILLER PIC X(07) VALUE " LEVEL=".
           05 esc-level PIC 9(01).
           05 FILLER PIC X(04) VALUE " TO=".
           05 esc-to PIC X(08).
           05 FILLER PIC X(06) VALUE " ROLE=".
           05 esc-role PIC X(10).
           05 FILLER PIC X(05) VALUE " AGE=".
           05 esc-age PIC 9(05).
           05 FILLER PIC X(07) VALUE " ALERT=".
           05 esc-alert-stamp PIC X(15).
           05 FILLER PIC X(10) VALUE " SEVERITY=".
           05 esc-severity PIC X(08).
           05 FILLER PIC X(09) VALUE " PROGRAM=".
           05 esc-prog PIC X(20).
           05 FILLER PIC X(09) VALUE " MESSAGE=".
           05 esc-message PIC X(60).
