      * FIBQREC - positional layout of one FIBREQ.TXT line, the
      * Fibonacci request queue: the request's STATUS (PEND until
      * the queue run answers it, then DONE), the REQUESTER id that
      * names its response file, the requester's own REQ id, when
      * it was QUEUED and DONE (YYYYMMDD-HHMMSS, wall clock), the
      * values ANSWERED and REJECTED, and the N values asked for,
      * separated by blanks or commas. Lines opening with "*" are
      * comments.
       01 fbq-rec-fields.
           05 fbq-status PIC X(04).
           05 FILLER PIC X(11) VALUE " REQUESTER=".
           05 fbq-requester PIC X(08).
           05 FILLER PIC X(05) VALUE " REQ=".
           05 fbq-req-id PIC X(08).
           05 FILLER PIC X(08) VALUE " QUEUED=".
           05 fbq-queued PIC X(15).
           05 FILLER PIC X(06) VALUE " DONE=".
           05 fbq-done PIC X(15).
           05 FILLER PIC X(10) VALUE " ANSWERED=".
           05 fbq-answered PIC 9(03).
           05 FILLER PIC X(10) VALUE " REJECTED=".
           05 fbq-rejected PIC 9(03).
           05 FILLER PIC X(03) VALUE " N=".
           05 fbq-n-list PIC X(80).
