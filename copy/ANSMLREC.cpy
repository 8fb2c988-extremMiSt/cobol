      * full precision, with the same first/last/times bookkeeping as
      * the short records. The "L " prefix keeps these records out of
      * the numeric-keyed parse every short-record reader does.
      * Text answers keyed "yyyy dd p" carry the authority status
      * and date the same way the short records do.
       01 ansml-rec-fields.
           05 ansml-prefix PIC X(2).
           05 ansml-key PIC X(12).
           05 ansml-last PIC X(15).
           05 FILLER PIC X(1).
           05 ansml-times PIC 9(6).
           05 FILLER PIC X(1).
           05 ansml-auth-status PIC X(9).
           05 FILLER PIC X(1).
           05 ansml-auth-date PIC X(8).
