           END-READ.

       PROCESS-AUDIT.
           IF AUD-ACTION IS EQUAL TO "FIRED"
                   OR AUD-ACTION IS EQUAL TO "FIRED LATE" THEN
               IF WS-DAY-OPEN IS EQUAL TO 'Y'
                       AND AUD-DATE IS NOT EQUAL TO WS-DAY-DATE
                       THEN
