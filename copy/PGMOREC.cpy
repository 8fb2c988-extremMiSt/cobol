      * PGMOREC - positional layout of one PGMOWNER.TXT line, the
      * program-ownership master: the PROGRAM-ID a run is audited
      * under in RUNAUDIT.LOG, the team that owns the program and
      * pays for its share of the batch window, and its cost rates
      * - per elapsed second and per thousand records processed -
      * written with their decimal point, as in 0000.0150. Lines
      * opening with "*" are comments.
       01 own-rec-fields.
           05 own-prog PIC X(20).
           05 FILLER PIC X(01).
           05 own-team PIC X(10).
           05 FILLER PIC X(09) VALUE " SECRATE=".
           05 own-sec-rate PIC X(09).
           05 FILLER PIC X(10) VALUE " KRECRATE=".
           05 own-krec-rate PIC X(09).
