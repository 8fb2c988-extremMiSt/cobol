      * VOLHREC - positional layout of one VOLHIST.TXT line, the
      * volume history StageIn keeps of every feed it stages clean:
      * the business date, the staged stem, the GOOD count and the
      * length HASH its STAGECTL.TXT control line carried, a content
      * checksum (CKSUM) worked over the characters of the records
      * staged - records of one fixed length give the same length
      * hash whatever they hold - and the raw file taken in.
       01 vlh-rec-fields.
           05 vlh-date PIC X(08).
           05 FILLER PIC X(06) VALUE " STEM=".
           05 vlh-stem PIC X(08).
           05 FILLER PIC X(06) VALUE " GOOD=".
           05 vlh-good PIC 9(08).
           05 FILLER PIC X(06) VALUE " HASH=".
           05 vlh-hash PIC 9(10).
           05 FILLER PIC X(07) VALUE " CKSUM=".
           05 vlh-cksum PIC 9(10).
           05 FILLER PIC X(06) VALUE " FILE=".
           05 vlh-file PIC X(40).
