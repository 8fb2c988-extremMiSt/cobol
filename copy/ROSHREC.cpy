      * ROSHREC - positional layout of one ROSTERHIST.TXT line, the
      * roster's membership history. Each line is one period an elf
      * spent under one name and team: in force FROM the business
      * date the transaction took effect THRU the TO date, both
      * inclusive; a blank TO is the period still in force. OPEN
      * names the transaction that began the period (ADD or CHG,
      * or OLD for the membership an elf already had when history
      * began) and CLOSE the one that ended it (CHG or DEL).
       01 rsh-rec-fields.
           05 rsh-elf PIC 9(07).
           05 FILLER PIC X(01) VALUE SPACE.
           05 rsh-name PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 rsh-team PIC X(10).
           05 FILLER PIC X(06) VALUE " FROM=".
           05 rsh-from PIC X(08).
           05 FILLER PIC X(04) VALUE " TO=".
           05 rsh-to PIC X(08).
           05 FILLER PIC X(06) VALUE " OPEN=".
           05 rsh-open-act PIC X(03).
           05 FILLER PIC X(07) VALUE " CLOSE=".
           05 rsh-close-act PIC X(03).
