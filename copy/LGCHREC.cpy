      * LGCHREC - positional layout of one LOGCHAIN.TXT line, the
      * chain carry LogRoll records each time it moves the leading
      * entries of a chained log into an archive: the log rolled,
      * the archive the entries went to, the chain value the first
      * of them was linked to (FROM) and the chain value of the last
      * of them (TO), which the first entry left in the log - or the
      * next one written to it - is linked to in turn, and the
      * number of entries moved.
       01 lgch-rec-fields.
           05 lgch-date PIC X(08).
           05 lgch-date-sep PIC X(01).
           05 lgch-time PIC X(06).
           05 FILLER PIC X(05).
           05 lgch-log PIC X(20).
           05 FILLER PIC X(09).
           05 lgch-archive PIC X(40).
           05 FILLER PIC X(06).
           05 lgch-from PIC 9(10).
           05 FILLER PIC X(04).
           05 lgch-to PIC 9(10).
           05 FILLER PIC X(07).
           05 lgch-moved PIC 9(08).
