      * RPWOREC - positional layout of one REPACKWO.TXT line, the
      * rucksack repack work-order master: one line per item an
      * elf's order tells the packers to move, the ORDER being the
      * elf's rucksack line in the SEASON's puzzle input. It
      * carries the elf's roster TEAM and NAME as at issue, the
      * ITEM character and its ItemName name, the compartment to
      * remove it FROM and the QTY to remove (0 where the duplicate
      * detail gave no counts - the whole of the item), the order's
      * STATUS (OPEN until the completion feed confirms it, then
      * DONE), the business dates it was ISSUED and DONE, and the
      * CHECK the next season's duplicate detail gave the repacked
      * elf - CLEAN, REPEAT, or spaces until that season is run.
       01 rpw-rec-fields.
           05 rpw-season PIC 9(04).
           05 FILLER PIC X(07) VALUE " ORDER=".
           05 rpw-order PIC 9(07).
           05 FILLER PIC X(06) VALUE " TEAM=".
           05 rpw-team PIC X(10).
           05 FILLER PIC X(06) VALUE " NAME=".
           05 rpw-name PIC X(20).
           05 FILLER PIC X(06) VALUE " ITEM=".
           05 rpw-char PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 rpw-item-name PIC X(20).
           05 FILLER PIC X(06) VALUE " FROM=".
           05 rpw-from PIC 9(01).
           05 FILLER PIC X(05) VALUE " QTY=".
           05 rpw-qty PIC 9(03).
           05 FILLER PIC X(08) VALUE " STATUS=".
           05 rpw-status PIC X(04).
           05 FILLER PIC X(08) VALUE " ISSUED=".
           05 rpw-issued PIC X(08).
           05 FILLER PIC X(06) VALUE " DONE=".
           05 rpw-done PIC X(08).
           05 FILLER PIC X(07) VALUE " CHECK=".
           05 rpw-check PIC X(06).
