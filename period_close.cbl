           IF PCT-OVERFLOW
              DISPLAY "MORE THAN 48 PERIODS ON CONTROL FILE -"
                      " PURGE OLD PERIODS FIRST"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY MENU-HEADING1
           PERFORM UNTIL CHOICE-EXIT
                   END-EVALUATE
           END-PERFORM
           PERFORM SAVE-PERIOD-CONTROL
           GOBACK.

       SIGN-ON-OPERATOR.
           MOVE "N" TO WS-SIGNED-ON
           END-PERFORM
           IF NOT SIGNED-ON
              DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

           IF WS-OPR-STATUS NOT = "00"
              DISPLAY "NO OPERATOR FILE ON HAND - SIGN-ON REFUSED"
              DISPLAY "SET UP OPERATORS WITH OPERATOR-MAINT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           READ OPERATOR-FILE
           AT END
