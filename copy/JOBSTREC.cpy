           05 jobst-recs PIC 9(10).
           05 FILLER PIC X(10).
           05 jobst-sev PIC X(08).
           05 FILLER PIC X(06).
           05 jobst-oper PIC X(08).
           05 FILLER PIC X(05).
           05 jobst-run PIC X(15).
