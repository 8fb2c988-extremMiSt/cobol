      * LDGRREC - positional layout of one ANSWERS.LOG line, matching
      * the fixed STRING built by Ledger. Lets a reporting program
      * parse ledger entries back out instead of re-deriving the format.
      * A correction record written by AnsFix carries the entry's
      * fields followed by the correction - VOID or RESTORE, the
      * reason code, the operator and the answer it replaced; on an
      * ordinary entry ldgr-corr is spaces. A VOID names the answer
      * it voided and a RESTORE the prior answer it put back, with
      * the run, HDR date and hash of the entry that recorded it.
       01 ledger-rec-fields.
           05 ldgr-date PIC X(08).
           05 ldgr-date-sep PIC X(01).
           05 ldgr-part PIC X(01).
           05 FILLER PIC X(08).
           05 ldgr-answer PIC 9(15).
           05 FILLER PIC X(05).
           05 ldgr-run PIC X(15).
           05 FILLER PIC X(05).
           05 ldgr-hdr-date PIC X(08).
           05 FILLER PIC X(06).
           05 ldgr-hash PIC 9(10).
           05 FILLER PIC X(06).
           05 ldgr-corr PIC X(07).
           05 FILLER PIC X(08).
           05 ldgr-reason PIC X(08).
           05 FILLER PIC X(04).
           05 ldgr-by PIC X(08).
           05 FILLER PIC X(05).
           05 ldgr-was PIC X(15).
