      * DISTREC - positional layout of one DISTMST.TXT line, the
      * report distribution master: a report file, one recipient of
      * it and the roster team whose lines the recipient receives,
      * or ALL for the whole report. A report goes to as many
      * recipients as it has lines; lines opening with "*" are
      * comments. DistBurst writes each recipient's copy to
      * <report stem>_<recipient>.TXT - TEAMRPT.TXT for LEADA lands
      * in TEAMRPT_LEADA.TXT - and RptCheck looks for it there.
       01 dst-rec-fields.
           05 dst-report PIC X(20).
           05 FILLER PIC X(01).
           05 dst-recipient PIC X(08).
           05 FILLER PIC X(01).
           05 dst-team PIC X(10).
