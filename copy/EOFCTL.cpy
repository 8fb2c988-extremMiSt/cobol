       01 rec-len PIC 999.
       01 trl-count PIC 9(10).
       01 trl-hash PIC 9(10).
      * Once the input is read its HDR date and hash total are lodged
      * with the run id, for the log writers to stamp as lineage.
       01 rid-action PIC X(1) VALUE "I".
       01 rid-id PIC X(15).
