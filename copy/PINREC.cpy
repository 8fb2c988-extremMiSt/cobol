      * PINREC - positional layout of one OPERPIN.TXT line, the PIN
      * master kept beside the OPERAUTH.TXT authority file: the
      * operator id, the PinHash of the PIN (never the PIN itself),
      * the calendar date the PIN was set, the run of failed
      * attempts since the last good one, whether the id is locked
      * out, and whether the PIN must be changed at the next
      * sign-on (a supervisor reset issues a temporary PIN).
       01 pin-rec-fields.
           05 pin-oper PIC X(08).
           05 FILLER PIC X(06) VALUE " HASH=".
           05 pin-hash PIC 9(10).
           05 FILLER PIC X(05) VALUE " SET=".
           05 pin-set-date PIC 9(08).
           05 FILLER PIC X(07) VALUE " FAILS=".
           05 pin-fails PIC 9(02).
           05 FILLER PIC X(08) VALUE " LOCKED=".
           05 pin-locked PIC X(01).
           05 FILLER PIC X(08) VALUE " CHANGE=".
           05 pin-change PIC X(01).
