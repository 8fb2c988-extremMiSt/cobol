      * the first- and last-recorded timestamps, and how many times
      * the answer has been recorded. Maintained by Ledger on every
      * write; ANSWERS.LOG stays behind it as the append journal.
      * The authority status (SUBMITTED, ACCEPTED or REJECTED) and
      * the business date it was set are kept by AnsStat from the
      * submission and the authority's response; blank until the
      * answer has been sent, and cleared when the answer changes.
      * A maintain-level correction through AnsFix marks the record
      * VOIDED (the answer stays for the record but is not to be
      * used) or CORRECTED (put back to a prior journaled answer),
      * with the reason code, the operator and the business date;
      * the next answer a run records clears the mark.
       01 ansm-rec-fields.
           05 ansm-year PIC 9(4).
           05 FILLER PIC X(1).
           05 ansm-last PIC X(15).
           05 FILLER PIC X(1).
           05 ansm-times PIC 9(6).
           05 FILLER PIC X(1).
           05 ansm-auth-status PIC X(9).
           05 FILLER PIC X(1).
           05 ansm-auth-date PIC X(8).
           05 FILLER PIC X(1).
           05 ansm-corr-status PIC X(9).
           05 FILLER PIC X(1).
           05 ansm-corr-reason PIC X(8).
           05 FILLER PIC X(1).
           05 ansm-corr-by PIC X(8).
           05 FILLER PIC X(1).
           05 ansm-corr-date PIC X(8).
