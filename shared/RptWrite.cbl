      * open with action "O" (new report) or "A" (append to an
      * existing file, as the day-files do), write detail lines
      * with "W", and close with "C". Every page carries the
      * report title, producing program, run date/time, page
      * number and run environment; the close writes an
      * end-of-report trailer with the detail line count so a short
      * file can be spotted at once.
      * One report is open at a time per run, which is how every
      * report in the suite behaves.
       01 rw-file-name PIC X(40).
       01 page-lines PIC 9(2).
       01 page-size PIC 9(2) VALUE 55.
       01 detail-lines PIC 9(8).
       01 run-env PIC X(5).
       LINKAGE SECTION.
       01 rw-action PIC X(1).
       01 rw-name PIC X(40).
       PROCEDURE DIVISION USING rw-action, rw-name, rw-title,
           rw-prog, rw-line.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           EVALUATE rw-action
              WHEN "O"
              WHEN "A"
              held-prog DELIMITED BY SPACE
              "  RUN: " rw-timestamp(1:8) "-" rw-timestamp(9:6)
              "  PAGE: " page-number
              "  ENV: " run-env
              DELIMITED BY SIZE INTO rw-file-line.
           WRITE rw-file-line.
           MOVE ALL "-" TO rw-file-line(1:70).
