      * FRZREC - positional layout of one FREEZE.TXT line, the
      * maintenance freeze calendar. KIND W is a batch window kept
      * every day the DAYS mask allows (Monday to Sunday, a "-" for
      * a day without it, all blank for every day), FROM and TO
      * holding HHMM - a window whose TO is before its FROM runs on
      * past midnight. KIND A is an ad-hoc freeze and KIND O a
      * supervisor override, both with FROM and TO as full
      * YYYYMMDDHHMM stamps. PROGRAM names the one maintenance
      * program a line applies to, blank or ALL for every one; BY
      * is the supervisor who keyed an ad-hoc freeze or granted an
      * override. Lines opening with "*" are comments.
       01 frz-rec-fields.
           05 frz-kind PIC X(01).
           05 FILLER PIC X(06) VALUE " FROM=".
           05 frz-from PIC X(12).
           05 FILLER PIC X(04) VALUE " TO=".
           05 frz-to PIC X(12).
           05 FILLER PIC X(06) VALUE " DAYS=".
           05 frz-days PIC X(07).
           05 FILLER PIC X(09) VALUE " PROGRAM=".
           05 frz-prog PIC X(20).
           05 FILLER PIC X(04) VALUE " BY=".
           05 frz-by PIC X(08).
           05 FILLER PIC X(08) VALUE " REASON=".
           05 frz-reason PIC X(40).
