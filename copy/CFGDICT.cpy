      * CFGDICT - dictionary of every key SITECFG.TXT may carry:
      * the key, its type (N numeric, S string), the range a numeric
      * value must fall in, the programs that read it and what it
      * controls. The configuration screen refuses a key not listed
      * here or a value outside its range, and the usage report
      * flags any site line whose key is not listed. A program that
      * takes a new tunable gets its key added here.
       01 cfg-dict-values.
           05 FILLER PIC X(20) VALUE "AOC2201-INFILE".
           05 FILLER PIC X(17) VALUE "S0000000000000000".
           05 FILLER PIC X(30) VALUE "AOC2201_1".
           05 FILLER PIC X(40) VALUE
              "AOC2201_1 INPUT FILE NAME".
           05 FILLER PIC X(20) VALUE "BENCH-REPS".
           05 FILLER PIC X(17) VALUE "N0000000100999999".
           05 FILLER PIC X(30) VALUE "FIBBENCH".
           05 FILLER PIC X(40) VALUE
              "TIMED REPETITIONS PER BENCHMARK".
           05 FILLER PIC X(20) VALUE "CKPT-INTERVAL".
           05 FILLER PIC X(17) VALUE "N0000000100009999".
           05 FILLER PIC X(30) VALUE "AOC2201_1 AOC2201_2".
           05 FILLER PIC X(40) VALUE
              "RECORDS BETWEEN CHECKPOINTS".
           05 FILLER PIC X(20) VALUE "ESC-OTHER-MINS".
           05 FILLER PIC X(17) VALUE "N0000000000009999".
           05 FILLER PIC X(30) VALUE "ESCALATE".
           05 FILLER PIC X(40) VALUE
              "MINUTES OTHER ALERTS WAIT, 0 = NEVER".
           05 FILLER PIC X(20) VALUE "ESC-SEVERE-MINS".
           05 FILLER PIC X(17) VALUE "N0000000000009999".
           05 FILLER PIC X(30) VALUE "ESCALATE".
           05 FILLER PIC X(40) VALUE
              "MINUTES A SEVERE ALERT WAITS PER LEVEL".
           05 FILLER PIC X(20) VALUE "ESC-WARNING-MINS".
           05 FILLER PIC X(17) VALUE "N0000000000009999".
           05 FILLER PIC X(30) VALUE "ESCALATE".
           05 FILLER PIC X(40) VALUE
              "MINUTES A WARNING ALERT WAITS PER LEVEL".
           05 FILLER PIC X(20) VALUE "FIBOUT-NAME".
           05 FILLER PIC X(17) VALUE "S0000000000000000".
           05 FILLER PIC X(30) VALUE "FIBONACCI".
           05 FILLER PIC X(40) VALUE
              "FIBONACCI REPORT FILE NAME".
           05 FILLER PIC X(20) VALUE "GENERATIONS-KEPT".
           05 FILLER PIC X(17) VALUE "N0000000100000999".
           05 FILLER PIC X(30) VALUE "GENPURGE".
           05 FILLER PIC X(40) VALUE
              "GENERATIONS KEPT PER FILE".
           05 FILLER PIC X(20) VALUE "ITEM-CEILING".
           05 FILLER PIC X(17) VALUE "N0000000199999999".
           05 FILLER PIC X(30) VALUE "ITEMCHK".
           05 FILLER PIC X(40) VALUE
              "ITEM VALUE CEILING".
           05 FILLER PIC X(20) VALUE "ITEM-DEV-PCT".
           05 FILLER PIC X(17) VALUE "N0000010099999999".
           05 FILLER PIC X(30) VALUE "ITEMCHK".
           05 FILLER PIC X(40) VALUE
              "ITEM DEVIATION PERCENT OF MEAN".
           05 FILLER PIC X(20) VALUE "ITEM-TOPN".
           05 FILLER PIC X(17) VALUE "N0000000100000050".
           05 FILLER PIC X(30) VALUE "ITEMCHK".
           05 FILLER PIC X(40) VALUE
              "ITEMS LISTED IN THE TOP-N".
           05 FILLER PIC X(20) VALUE "PIN-EXPIRY-DAYS".
           05 FILLER PIC X(17) VALUE "N0000000000009999".
           05 FILLER PIC X(30) VALUE "SIGNON SECRPT".
           05 FILLER PIC X(40) VALUE
              "DAYS A PIN LASTS, ZERO = NEVER".
           05 FILLER PIC X(20) VALUE "PIN-MAX-FAILS".
           05 FILLER PIC X(17) VALUE "N0000000100000099".
           05 FILLER PIC X(30) VALUE "SIGNON".
           05 FILLER PIC X(40) VALUE
              "FAILED PINS BEFORE LOCKOUT".
           05 FILLER PIC X(20) VALUE "PLAYGAP-BLOCK".
           05 FILLER PIC X(17) VALUE "N0000000199999999".
           05 FILLER PIC X(30) VALUE "PLAYGAP".
           05 FILLER PIC X(40) VALUE
              "PLAY GAP BLOCK SIZE".
           05 FILLER PIC X(20) VALUE "POP-TOLERANCE".
           05 FILLER PIC X(17) VALUE "N0000000099999999".
           05 FILLER PIC X(30) VALUE "POPRECON".
           05 FILLER PIC X(40) VALUE
              "POPULATION RECONCILE TOLERANCE".
           05 FILLER PIC X(20) VALUE "REJECT-LIMIT".
           05 FILLER PIC X(17) VALUE "N0000000100999999".
           05 FILLER PIC X(30) VALUE "AOC2201_1 AOC2202_1 AOC2204/5".
           05 FILLER PIC X(40) VALUE
              "REJECTS BEFORE THE BREAKER TRIPS".
           05 FILLER PIC X(20) VALUE "REJECT-PCT".
           05 FILLER PIC X(17) VALUE "N0000000100000100".
           05 FILLER PIC X(30) VALUE "AOC2201_1 AOC2202_1 AOC2204/5".
           05 FILLER PIC X(40) VALUE
              "REJECT PERCENT THAT TRIPS BREAKER".
           05 FILLER PIC X(20) VALUE "SEASON-YEAR".
           05 FILLER PIC X(17) VALUE "N0000201500002099".
           05 FILLER PIC X(30) VALUE "SEASONYR YEAREND".
           05 FILLER PIC X(40) VALUE
              "PUZZLE SEASON IN PROGRESS".
           05 FILLER PIC X(20) VALUE "SPACE-TOTAL-KB".
           05 FILLER PIC X(17) VALUE "N0000000199999999".
           05 FILLER PIC X(30) VALUE "SPACERPT".
           05 FILLER PIC X(40) VALUE
              "TOTAL DISK SPACE LIMIT IN KB".
           05 FILLER PIC X(20) VALUE "SUPPLY-LEVEL".
           05 FILLER PIC X(17) VALUE "N0000000199999999".
           05 FILLER PIC X(30) VALUE "FORECAST".
           05 FILLER PIC X(40) VALUE
              "SUPPLY LEVEL FOR THE FORECAST".
           05 FILLER PIC X(20) VALUE "SUPPLY-TEAMS".
           05 FILLER PIC X(17) VALUE "N0000000100000020".
           05 FILLER PIC X(30) VALUE "TEAMBUILD".
           05 FILLER PIC X(40) VALUE
              "SUPPLY TEAMS TO BUILD".
           05 FILLER PIC X(20) VALUE "TOPN-CAP".
           05 FILLER PIC X(17) VALUE "N0000000100000050".
           05 FILLER PIC X(30) VALUE "AOC2201_2".
           05 FILLER PIC X(40) VALUE
              "LARGEST TOP-N ALLOWED".
           05 FILLER PIC X(20) VALUE "VOLUME-DEV-PCT".
           05 FILLER PIC X(17) VALUE "N0000000100000999".
           05 FILLER PIC X(30) VALUE "STAGEIN".
           05 FILLER PIC X(40) VALUE
              "FEED VOLUME PERCENT OFF AVERAGE TO HOLD".
           05 FILLER PIC X(20) VALUE "VOLUME-NIGHTS".
           05 FILLER PIC X(17) VALUE "N0000000100000060".
           05 FILLER PIC X(30) VALUE "STAGEIN".
           05 FILLER PIC X(40) VALUE
              "NIGHTS IN THE FEED VOLUME AVERAGE".
           05 FILLER PIC X(20) VALUE "YOY-PCT-LIMIT".
           05 FILLER PIC X(17) VALUE "N0000000099999999".
           05 FILLER PIC X(30) VALUE "CALYOY".
           05 FILLER PIC X(40) VALUE
              "YEAR-ON-YEAR CHANGE PERCENT LIMIT".
       01 cfg-dict-tbl REDEFINES cfg-dict-values.
           05 cfg-dict-entry OCCURS 25 TIMES.
              10 dict-key PIC X(20).
              10 dict-type PIC X(1).
              10 dict-min PIC 9(8).
              10 dict-max PIC 9(8).
              10 dict-owners PIC X(30).
              10 dict-desc PIC X(40).
       01 cfg-dict-count PIC 9(2) VALUE 25.
