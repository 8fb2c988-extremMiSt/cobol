      * PCALREC - positional layout of one PROCCAL.TXT line, the
      * processing calendar. KIND W gives the standing week: DAYS is
      * a Monday to Sunday mask with a "-" for a day the batch does
      * not process (MTWTF-- for a five-day week); without a W line
      * every day of the week is a processing day. KIND H marks DATE
      * (YYYYMMDD) as a holiday and KIND N as any other day without
      * processing - a shutdown or a site move - both with REASON
      * for the operator. Lines opening with "*" are comments.
       01 pcal-rec-fields.
           05 pcal-kind PIC X(01).
           05 FILLER PIC X(06) VALUE " DATE=".
           05 pcal-date PIC X(08).
           05 FILLER PIC X(06) VALUE " DAYS=".
           05 pcal-days PIC X(07).
           05 FILLER PIC X(08) VALUE " REASON=".
           05 pcal-reason PIC X(40).
