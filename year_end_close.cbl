           IF YEAR-ON-FILE
              DISPLAY "YEAR " WS-CLOSE-YEAR
                      " ALREADY ARCHIVED - CLOSE ABANDONED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CLOSING-TOTALS
           IF WS-YTD-STATUS NOT = "00"
              DISPLAY "NO YTD FILE ON HAND - NOTHING TO CLOSE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "ARCHIVE YTD TOTALS AS YEAR " WS-CLOSE-YEAR
                   " AND RESET (Y/N) -"
           ACCEPT WS-CONFIRM
           IF NOT CONFIRMED
              DISPLAY "CLOSE ABANDONED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ARCHIVE-CLOSING-TOTALS
           PERFORM RESET-YTD-FILE
           DISPLAY "STATES ARCHIVED " ARCHIVED-COUNT
           DISPLAY "YTD FILE RESET FOR NEW YEAR"
           GOBACK.

       CHECK-YEAR-ON-FILE.
           MOVE "N" TO WS-YEAR-ON-FILE
