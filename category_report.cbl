       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO "candy_summary.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CSM-KEY
                 FILE STATUS IS WS-CSM-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUMMARY-FILE.
       01 SUMMARY-REC.
          88 END-OF-SUMMARY-FILE                       VALUE HIGH-VALUES
           .
          05 CSM-KEY.
             10 CSM-BRANCH-ID       PIC 9(7).
             10 CSM-TRAN-DATE       PIC 9(8).
             10 CSM-REGISTER-NUM    PIC 9(3).
             10 CSM-TYPE-CODE       PIC 9(3).
             10 CSM-PROMO-CODE      PIC X(4).
             10 CSM-POSTING         PIC X.
                88 CSM-POSTED                      VALUE "P".
                88 CSM-REJECTED                    VALUE "R".
          05 CSM-STATE-NUM          PIC 99.
          05 CSM-AMOUNT             PIC S9(9)V99.
          05 CSM-QUANTITY           PIC 9(7).
          05 CSM-RETURN-AMOUNT      PIC 9(9)V99.
          05 CSM-TRAN-COUNT         PIC 9(7).
          05 CSM-POINTS-REDEEMED    PIC 9(9).
          05 CSM-RUN-STAMP          PIC 9(14).

       FD CANDY-TYPE-FILE.
       01 CANDY-TYPE-REC.
       01 REPORT-FILE-REC           PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-CSM-STATUS             PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
           .

       FIND-LATEST-PERIODS.
           OPEN INPUT SUMMARY-FILE
           IF WS-CSM-STATUS = "00"
              READ SUMMARY-FILE NEXT RECORD
              AT END
                 SET END-OF-SUMMARY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUMMARY-FILE
                      IF CSM-POSTED AND
                         CSM-TRAN-DATE NUMERIC
                         MOVE CSM-TRAN-DATE(1:6) TO WS-TRAN-PERIOD
                         IF WS-TRAN-PERIOD GREATER THAN
                            WS-LATEST-PERIOD
                            MOVE WS-LATEST-PERIOD TO
                            END-IF
                         END-IF
                      END-IF
                      READ SUMMARY-FILE NEXT RECORD
                      AT END
                         SET END-OF-SUMMARY-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUMMARY-FILE
           END-IF
           .

       TALLY-CANDY-DETAIL.
           OPEN INPUT SUMMARY-FILE
           IF WS-CSM-STATUS NOT = "00"
              DISPLAY "NO CANDY SUMMARY ON HAND - RUN CANDY-SALE FIRST"
           ELSE
              READ SUMMARY-FILE NEXT RECORD
              AT END
                 SET END-OF-SUMMARY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUMMARY-FILE
                      IF CSM-POSTED AND
                         CSM-TYPE-CODE NUMERIC AND
                         CSM-STATE-NUM NUMERIC AND
                         CSM-QUANTITY NUMERIC AND
                         CSM-AMOUNT NUMERIC AND
                         CSM-STATE-NUM GREATER THAN ZERO AND
                         CSM-STATE-NUM NOT GREATER THAN 50
                         PERFORM TALLY-ONE-DETAIL
                      END-IF
                      READ SUMMARY-FILE NEXT RECORD
                      AT END
                         SET END-OF-SUMMARY-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUMMARY-FILE
           END-IF
           .

           MOVE SPACES TO WS-LINE-CATEGORY
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                   IF CAT-TYPE-CODE(CATALOG-IDX) = CSM-TYPE-CODE
                      MOVE CAT-CATEGORY(CATALOG-IDX) TO
                         WS-LINE-CATEGORY
                   END-IF
              MOVE CGT-COUNT TO CGT-FOUND-IDX
           END-IF
           IF CGT-FOUND-IDX GREATER THAN ZERO
              ADD CSM-AMOUNT TO CGT-SALES(CGT-FOUND-IDX)
              ADD CSM-QUANTITY TO CGT-QTY(CGT-FOUND-IDX)
              ADD CSM-AMOUNT TO
                 CGT-STATE-SALES(CGT-FOUND-IDX, CSM-STATE-NUM)
              ADD CSM-AMOUNT TO STATE-TOTAL-SALES(CSM-STATE-NUM)
              ADD CSM-AMOUNT TO NATIONAL-TOTAL-SALES
              MOVE CSM-TRAN-DATE(1:6) TO WS-TRAN-PERIOD
              IF WS-TRAN-PERIOD = WS-LATEST-PERIOD
                 ADD CSM-AMOUNT TO CGT-LATEST-SALES(CGT-FOUND-IDX)
                 ADD CSM-AMOUNT TO NATIONAL-LATEST-SALES
              END-IF
              IF WS-TRAN-PERIOD = WS-PRIOR-PERIOD
                 ADD CSM-AMOUNT TO CGT-PRIOR-SALES(CGT-FOUND-IDX)
                 ADD CSM-AMOUNT TO NATIONAL-PRIOR-SALES
              END-IF
           END-IF
           .
