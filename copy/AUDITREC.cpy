      * parse audit entries back out instead of re-deriving the format.
      * Lines written before start/end/elapsed capture was added carry
      * spaces in the trailing fields - check audit-elapsed NUMERIC
      * before using the timings. Lines written before run ids were
      * stamped carry spaces in RUN/HDR/HASH the same way.
       01 audit-rec-fields.
           05 audit-date PIC X(08).
           05 audit-date-sep PIC X(01).
           05 audit-end PIC X(06).
           05 FILLER PIC X(09).
           05 audit-elapsed PIC 9(06).
           05 FILLER PIC X(05).
           05 audit-run PIC X(15).
           05 FILLER PIC X(05).
           05 audit-hdr-date PIC X(08).
           05 FILLER PIC X(06).
           05 audit-hash PIC 9(10).
