      * DFCREC - positional layout of one DURFCST.TXT line, the
      * batch duration forecast DurFcst makes before the solvers
      * run. A STEP line carries the step's program, the record
      * count it was projected on, the BASIS of the projection
      * (RATE - tonight's staged count at the program's elapsed per
      * record, AVERAGE - its average elapsed, NONE - no timed run
      * on file, DONE - already run tonight), the projected SECS
      * and the projected FINISH clock; a GROUP line the group's
      * projected duration and finish; the BATCH line the whole
      * remaining batch. MADE is the wall-clock time the forecast
      * was made, WINDOW the SLAWINDOWS.TXT limit checked (seconds
      * for a step, an HHMMSS deadline for a group or the batch,
      * spaces where none is set) and BREACH whether it is broken.
       01 dfc-rec-fields.
           05 dfc-date PIC X(08).
           05 FILLER PIC X(06) VALUE " KIND=".
           05 dfc-kind PIC X(05).
           05 FILLER PIC X(06) VALUE " STEP=".
           05 dfc-step PIC X(02).
           05 FILLER PIC X(07) VALUE " GROUP=".
           05 dfc-group PIC X(02).
           05 FILLER PIC X(06) VALUE " PROG=".
           05 dfc-prog PIC X(20).
           05 FILLER PIC X(06) VALUE " RECS=".
           05 dfc-recs PIC 9(08).
           05 FILLER PIC X(07) VALUE " BASIS=".
           05 dfc-basis PIC X(07).
           05 FILLER PIC X(06) VALUE " SECS=".
           05 dfc-secs PIC 9(06).
           05 FILLER PIC X(06) VALUE " MADE=".
           05 dfc-made PIC X(06).
           05 FILLER PIC X(08) VALUE " FINISH=".
           05 dfc-finish PIC X(06).
           05 FILLER PIC X(08) VALUE " WINDOW=".
           05 dfc-window PIC X(06).
           05 FILLER PIC X(08) VALUE " BREACH=".
           05 dfc-breach PIC X(01).
