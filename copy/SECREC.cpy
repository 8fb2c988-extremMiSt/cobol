      * SECREC - positional layout of one SECURITY.LOG line as SecLog
      * writes it: the event (FAILED, LOCKED, REFUSED, UNLOCKED,
      * EXPIRED, CHANGED, ENROLLED, RESET), the operator id it
      * concerns, the operator who acted on it where that is
      * someone else, and a short detail.
       01 sec-rec-fields.
           05 sec-date PIC X(08).
           05 FILLER PIC X(01).
           05 sec-time PIC X(06).
           05 FILLER PIC X(07).
           05 sec-rec-event PIC X(08).
           05 FILLER PIC X(06).
           05 sec-rec-oper PIC X(08).
           05 FILLER PIC X(04).
           05 sec-rec-by PIC X(08).
           05 FILLER PIC X(08).
           05 sec-rec-detail PIC X(50).
