      * SUPPREC - positional layout of one SUPPSUM.TXT line, the
      * supplier summary StageIn writes for every input it stages:
      * the business date and time it was taken in, the source
      * system its HDR record named (UNKNOWN without one) and the
      * HDR date, the records read and rejected, how the incoming
      * trailer checked out - OK, NONE when the feed sends no
      * trailer, COUNT or HASH on a mismatch, MISSING when a header
      * came without one, BAD when it could not be read, AFTER when
      * records followed it - the staged copy (spaces when the
      * transmission failed and nothing was staged) and the reject
      * dump when rejects forced one. Lines from before the date was
      * stamped open with "SOURCE=" and carry none of this.
       01 supp-rec-fields.
           05 supp-date PIC X(08).
           05 FILLER PIC X(01) VALUE "-".
           05 supp-time PIC X(06).
           05 FILLER PIC X(08) VALUE " SOURCE=".
           05 supp-source PIC X(08).
           05 FILLER PIC X(06) VALUE " FILE=".
           05 supp-file PIC X(40).
           05 FILLER PIC X(05) VALUE " HDR=".
           05 supp-hdr-date PIC X(08).
           05 FILLER PIC X(06) VALUE " RECS=".
           05 supp-recs PIC 9(08).
           05 FILLER PIC X(09) VALUE " REJECTS=".
           05 supp-rejects PIC 9(08).
           05 FILLER PIC X(09) VALUE " TRAILER=".
           05 supp-trailer PIC X(07).
           05 FILLER PIC X(08) VALUE " STAGED=".
           05 supp-staged PIC X(40).
           05 FILLER PIC X(06) VALUE " DUMP=".
           05 supp-dump PIC X(40).
