      * ITEMCAT - the controlled category codes an item master entry
      * may carry, with what each covers. ItemMaint refuses a
      * category not listed here; a new kind of item gets its code
      * added here before anything is filed under it.
       01 item-cat-values.
           05 FILLER PIC X(12) VALUE "CAMPING".
           05 FILLER PIC X(40) VALUE
              "TENTS, BEDDING, STOVES AND FUEL".
           05 FILLER PIC X(12) VALUE "CLOTHING".
           05 FILLER PIC X(40) VALUE
              "WEATHER GEAR, SOCKS, GLOVES, HATS".
           05 FILLER PIC X(12) VALUE "FOOD".
           05 FILLER PIC X(40) VALUE
              "RATIONS, SNACKS AND DRINK".
           05 FILLER PIC X(12) VALUE "GIFTS".
           05 FILLER PIC X(40) VALUE
              "WRAPPED GIFTS AND GIFT MATERIALS".
           05 FILLER PIC X(12) VALUE "HYGIENE".
           05 FILLER PIC X(40) VALUE
              "SOAP, TOWELS, WASH KIT".
           05 FILLER PIC X(12) VALUE "MEDICAL".
           05 FILLER PIC X(40) VALUE
              "FIRST AID AND MEDICINES".
           05 FILLER PIC X(12) VALUE "MISC".
           05 FILLER PIC X(40) VALUE
              "ANYTHING NOT COVERED ELSEWHERE".
           05 FILLER PIC X(12) VALUE "NAVIGATION".
           05 FILLER PIC X(40) VALUE
              "MAPS, COMPASSES, LAMPS AND SIGNALS".
           05 FILLER PIC X(12) VALUE "TOOLS".
           05 FILLER PIC X(40) VALUE
              "HAND TOOLS, ROPE, REPAIR KIT".
           05 FILLER PIC X(12) VALUE "TOYS".
           05 FILLER PIC X(40) VALUE
              "TOYS AND GAMES".
       01 item-cat-tbl REDEFINES item-cat-values.
           05 item-cat-entry OCCURS 10 TIMES.
              10 icat-code PIC X(12).
              10 icat-desc PIC X(40).
       01 item-cat-count PIC 9(2) VALUE 10.
