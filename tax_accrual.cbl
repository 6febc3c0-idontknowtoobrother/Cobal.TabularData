           PERFORM LOAD-TAX-RATES
           IF TRT-COUNT = ZERO
              DISPLAY "NO TAX RATES ON FILE - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-STATE-TABLE
           PERFORM LOAD-SALES-HISTORY
           IF SPT-COUNT = ZERO
              DISPLAY "NO POSTED SALES ON HISTORY FILE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SORT-STATE-PERIODS
           OPEN OUTPUT REPORT-FILE
           DISPLAY "STATE/PERIODS WITH NO RATE  " NO-RATE-COUNT
           CLOSE REPORT-FILE
           CLOSE TAX-JOURNAL-FILE
           GOBACK.

       LOAD-TAX-RATES.
           MOVE ZERO TO TRT-COUNT
