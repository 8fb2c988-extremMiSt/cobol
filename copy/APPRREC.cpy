      * APPRREC - positional layout of one APPROVALS.TXT line, the
      * maker-checker queue. A sensitive maintenance action - a
      * quarantine release, a roster transaction batch, a tagged
      * line file save, a master restore - is held here as a
      * request instead of being done: the maker who asked for it,
      * when, the file it concerns, any copy of the data staged for
      * it, and then the different operator who approved or
      * rejected it, when, and when the approved action was
      * applied. STATUS runs PENDING, then APPROVED or REJECTED,
      * then APPLIED (or FAILED when the action could not be done).
       01 appr-rec-fields.
           05 appr-id PIC 9(06).
           05 FILLER PIC X(08) VALUE " ACTION=".
           05 appr-action PIC X(10).
           05 FILLER PIC X(08) VALUE " TARGET=".
           05 appr-target PIC X(40).
           05 FILLER PIC X(08) VALUE " STAGED=".
           05 appr-staged PIC X(16).
           05 FILLER PIC X(07) VALUE " MAKER=".
           05 appr-maker PIC X(08).
           05 FILLER PIC X(04) VALUE " AT=".
           05 appr-made-ts PIC X(15).
           05 FILLER PIC X(08) VALUE " STATUS=".
           05 appr-status PIC X(08).
           05 FILLER PIC X(09) VALUE " CHECKER=".
           05 appr-checker PIC X(08).
           05 FILLER PIC X(04) VALUE " AT=".
           05 appr-checked-ts PIC X(15).
           05 FILLER PIC X(09) VALUE " APPLIED=".
           05 appr-applied-ts PIC X(15).
           05 FILLER PIC X(08) VALUE " DETAIL=".
           05 appr-detail PIC X(40).
