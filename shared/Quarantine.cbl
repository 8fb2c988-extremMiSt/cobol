       DATA DIVISION.
       FILE SECTION.
       FD quarregfile.
       01 quarregline PIC X(200).
       WORKING-STORAGE SECTION.
       01 qrn-timestamp PIC X(26).
       01 bus-date PIC X(8).
       01 lock-action PIC X(1).
       01 lock-stem PIC X(20) VALUE "QUARREG".
       01 lock-held PIC X(1).
       01 imp-action PIC X(1) VALUE "A".
       01 imp-count PIC 9(4).
       01 imp-idx PIC 9(4).
       01 imp-kind PIC X(8).
       01 imp-name PIC X(40).
       01 imp-detail PIC X(40).
      * Register line positions, shared with QuarRel:
      *   1-15  timestamp          16-21  " FILE="
      *  22-61  file name          62-70  " PROGRAM="
      * 112-121 records read      122-129 " STATUS="
      * 130-137 HELD/RELEASED     138-141 " BY="
      * 142-149 operator          150-157 " REASON="
      * 158-187 reason text       188-191 " ON="
      * 192-199 business date QuarRel released it on
       01 reg-fields.
          05 reg-ts PIC X(15).
          05 FILLER PIC X(6).
          05 reg-by PIC X(8).
          05 FILLER PIC X(8).
          05 reg-reason PIC X(30).
          05 FILLER PIC X(4).
          05 reg-released PIC X(8).
       01 run-env PIC X(5).
      * Quarantine state for suspended inputs. Action "T" (trip)
      * moves the input to its .QUAR name and registers it HELD
      * with the trip counts - the reject circuit breakers call it
      * stops. Action "C" (check) answers whether the file is
      * registered HELD, which the solvers ask at start of run;
      * "we're waiting on the supplier" becomes a recorded state of
      * the file. QuarRel releases entries. Action "R" (released)
      * answers whether the file's latest entry is RELEASED and was
      * held or released on the current business date, so a feed a
      * stager held can be staged again that day without the same
      * check holding it once more. A trip attaches the
      * input's downstream impact from Impact to the trip alert the
      * caller has raised, under the caller's name.
       LINKAGE SECTION.
       01 qrn-action PIC X(1).
       01 qrn-file PIC X(40).
       PROCEDURE DIVISION USING qrn-action, qrn-file, qrn-prog,
           qrn-rejects, qrn-recs, qrn-held.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           EVALUATE qrn-action
              WHEN "T"
                 PERFORM 2000-TRIP-QUARANTINE
              WHEN "C"
                 PERFORM 3000-CHECK-QUARANTINE
              WHEN "R"
                 PERFORM 3100-CHECK-RELEASED
              WHEN OTHER
                 DISPLAY "QUARANTINE: UNKNOWN ACTION " qrn-action
           END-EVALUATE.
              DISPLAY "INPUT NOT MOVED - RENAME FAILED RC=" ren-rc
                 " - REGISTER ENTRY STILL WRITTEN"
           END-IF.
           CALL "Impact" USING imp-action, qrn-file, qrn-prog,
              imp-count, imp-idx, imp-kind, imp-name, imp-detail.
           MOVE "A" TO lock-action.
           CALL "LogLock" USING lock-action, lock-stem, lock-held.
           IF lock-held = "N"
              END-READ
           END-PERFORM.
           CLOSE quarregfile.
       3100-CHECK-RELEASED.
           CALL "BusDate" USING bus-date.
           MOVE "N" TO qrn-held.
           MOVE 0 TO qrn-eof.
           OPEN INPUT quarregfile.
           PERFORM UNTIL qrn-eof > 0
              READ quarregfile
                 AT END
                    MOVE 1 TO qrn-eof
                 NOT AT END
                    MOVE quarregline TO reg-fields
                    IF reg-file = qrn-file
                       IF reg-status = "RELEASED"
                          AND (reg-ts(1:8) = bus-date
                             OR reg-released = bus-date)
                          MOVE "Y" TO qrn-held
                       ELSE
                          MOVE "N" TO qrn-held
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE quarregfile.
       END PROGRAM Quarantine.
