                               PERFORM 2100-TALLY-EVENT
                           WHEN "LOGIN-LOCKED"
                           WHEN "LOGIN-SUSPENDED"
                           WHEN "LOGIN-RETIRED"
                               *> Attempts bounced off an already locked,
                               *> suspended or retired account - counted in the
                               *> summary so a persistent deck still
                               *> shows, but not per user/day.
                               ADD 1 TO WS-TOTAL-REFUSED
           PERFORM 8000-WRITE-LINE

           MOVE WS-TOTAL-REFUSED TO WS-COUNT-DISPLAY
           STRING "Attempts against locked/suspended/retired accounts: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 8000-WRITE-LINE.

