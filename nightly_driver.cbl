          05 WS-CLOCK-HH            PIC 99.
          05 WS-CLOCK-MM            PIC 99.
          05 WS-CLOCK-SS            PIC 99.
       01 STEP-COUNT                PIC 9 VALUE 4.
       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 4 TIMES.
             10 STP-NAME            PIC X(16).
             10 STP-STATUS          PIC X(8).
             10 STP-START-DATE      PIC 9(8).
             10 STP-END-DATE        PIC 9(8).
             10 STP-END-TIME        PIC 9(6).
             10 STP-RC              PIC 9(4).
             10 STP-ON-FILE         PIC X.
       01 STEP-IDX                  PIC 9.
       01 FILE-STEP-IDX             PIC 9.
       01 WS-RESUME-STEP            PIC 9.
           MOVE "BRANCH-SALE" TO STP-NAME(1)
           MOVE "CANDY-SALE" TO STP-NAME(2)
           MOVE "RECONCILE-SALES" TO STP-NAME(3)
           MOVE "DW-EXTRACT" TO STP-NAME(4)
           PERFORM VARYING FILE-STEP-IDX FROM 1 BY 1
              UNTIL FILE-STEP-IDX GREATER THAN STEP-COUNT
                   MOVE "PENDING" TO STP-STATUS(FILE-STEP-IDX)
                         MOVE JS-END-DATE TO STP-END-DATE(JS-STEP-NUM)
                         MOVE JS-END-TIME TO STP-END-TIME(JS-STEP-NUM)
                         MOVE JS-RETURN-CODE TO STP-RC(JS-STEP-NUM)
                         MOVE "Y" TO STP-ON-FILE(JS-STEP-NUM)
                      END-IF
                      READ JOB-STATUS-FILE
                      AT END
                      END-READ
              END-PERFORM
              CLOSE JOB-STATUS-FILE
              PERFORM VARYING FILE-STEP-IDX FROM 2 BY 1
                 UNTIL FILE-STEP-IDX GREATER THAN STEP-COUNT
                      IF STP-ON-FILE(FILE-STEP-IDX) = "N" AND
                         STP-STATUS(FILE-STEP-IDX - 1) = "COMPLETE"
                         MOVE "COMPLETE" TO STP-STATUS(FILE-STEP-IDX)
                      END-IF
              END-PERFORM
           END-IF
           .

           MOVE "BRANCH-SALE" TO STP-NAME(1)
           MOVE "CANDY-SALE" TO STP-NAME(2)
           MOVE "RECONCILE-SALES" TO STP-NAME(3)
           MOVE "DW-EXTRACT" TO STP-NAME(4)
           PERFORM VARYING FILE-STEP-IDX FROM 1 BY 1
              UNTIL FILE-STEP-IDX GREATER THAN STEP-COUNT
                   MOVE "PENDING" TO STP-STATUS(FILE-STEP-IDX)
                   MOVE ZEROS TO STP-END-DATE(FILE-STEP-IDX)
                   MOVE ZEROS TO STP-END-TIME(FILE-STEP-IDX)
                   MOVE ZEROS TO STP-RC(FILE-STEP-IDX)
                   MOVE "N" TO STP-ON-FILE(FILE-STEP-IDX)
           END-PERFORM
           .

                    ON EXCEPTION
                       SET CALL-FAILED TO TRUE
                 END-CALL
              WHEN 4
                 CALL "DW-EXTRACT"
                    ON EXCEPTION
                       SET CALL-FAILED TO TRUE
                 END-CALL
           END-EVALUATE
           ACCEPT STP-END-DATE(STEP-IDX) FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
