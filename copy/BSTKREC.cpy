      * BSTKREC - positional layout of one BADGESTOCK.TXT line, the
      * badge desk's stock master: one line per badge item character
      * with the quantity on hand, the reorder point below which an
      * alert is raised, the quantities issued and received since
      * the line was opened, and the business date of the last
      * nightly posting the line took part in.
       01 bsk-rec-fields.
           05 bsk-char PIC X(01).
           05 FILLER PIC X(08) VALUE " ONHAND=".
           05 bsk-on-hand PIC 9(07).
           05 FILLER PIC X(09) VALUE " REORDER=".
           05 bsk-reorder PIC 9(07).
           05 FILLER PIC X(08) VALUE " ISSUED=".
           05 bsk-issued PIC 9(07).
           05 FILLER PIC X(10) VALUE " RECEIVED=".
           05 bsk-received PIC 9(07).
           05 FILLER PIC X(08) VALUE " POSTED=".
           05 bsk-posted PIC X(08).
