      * KERREC - positional layout of one KNOWNERR.TXT line, the
      * known-error master: a failure already diagnosed once, keyed
      * by the program and either the RC it ended with or a piece of
      * the text of an alert it raised in the same run, with the
      * standard diagnosis and the runbook action to take. RC is
      * spaces on a text-pattern entry and ALERT is spaces on an RC
      * entry. ADDED and FROM record when the entry was made and the
      * incident it was promoted from (zero when keyed by hand), BY
      * the operator who promoted it (spaces when keyed by hand).
      * Lines opening with "*" are comments.
       01 ke-rec-fields.
           05 ke-id PIC 9(04).
           05 FILLER PIC X(09) VALUE " PROGRAM=".
           05 ke-prog PIC X(20).
           05 FILLER PIC X(04) VALUE " RC=".
           05 ke-rc PIC X(04).
           05 FILLER PIC X(07) VALUE " ALERT=".
           05 ke-pattern PIC X(30).
           05 FILLER PIC X(06) VALUE " DIAG=".
           05 ke-diag PIC X(40).
           05 FILLER PIC X(08) VALUE " ACTION=".
           05 ke-action PIC X(40).
           05 FILLER PIC X(07) VALUE " ADDED=".
           05 ke-added PIC X(08).
           05 FILLER PIC X(06) VALUE " FROM=".
           05 ke-from-inc PIC 9(06).
           05 FILLER PIC X(04) VALUE " BY=".
           05 ke-by PIC X(08).
