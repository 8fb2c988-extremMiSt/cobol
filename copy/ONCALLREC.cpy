      * ONCALLREC - positional layout of one ONCALL.TXT line, the
      * on-call rota master: a time window, from and to as calendar
      * date and hhmm by the wall clock, with the primary and backup
      * operator on call for it and the supervisor behind them. A
      * night shift window spans midnight. The window runs from
      * its start up to, not including, its end; where windows
      * overlap the later line in the file wins. Lines starting
      * "*" are comments.
       01 oncall-rec-fields.
           05 onc-from-date PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 onc-from-time PIC X(04).
           05 FILLER PIC X(04) VALUE " TO ".
           05 onc-to-date PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 onc-to-time PIC X(04).
           05 FILLER PIC X(09) VALUE " PRIMARY=".
           05 onc-primary PIC X(08).
           05 FILLER PIC X(08) VALUE " BACKUP=".
           05 onc-backup PIC X(08).
           05 FILLER PIC X(12) VALUE " SUPERVISOR=".
           05 onc-supervisor PIC X(08).
