                       STOP RUN
                    END-IF
                    MOVE 1 TO eof
                    CALL "RunId" USING rid-action, rid-id, hdr-date,
                       run-hash
                 NOT AT END
                    EVALUATE TRUE
                       WHEN inputline(1:4) = "HDR "
                          PERFORM 9510-VERIFY-TRAILER
                          MOVE "Y" TO trl-seen
                          MOVE 1 TO eof
                          CALL "RunId" USING rid-action, rid-id,
                             hdr-date, run-hash
                       WHEN OTHER
                          ADD 1 TO rec-count
                          CALL "StrLen" USING inputline, rec-len
