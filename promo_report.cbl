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
          05 PRO-TYPE-CODE          PIC 9(3).
          05 PRO-CATEGORY           PIC X(10).
          05 PRO-DISCOUNT-PCT       PIC 99V9.
          05 PRO-FUND-SUPPLIER-ID   PIC 9(5).
          05 PRO-REBATE-BASIS       PIC X.
          05 PRO-REBATE-RATE        PIC 9(3)V99.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-CSM-STATUS             PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-PRO-STATUS             PIC XX.
       01 CATALOG-TABLE.
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
                         CSM-QUANTITY NUMERIC AND
                         CSM-AMOUNT NUMERIC
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

           MOVE ZERO TO CATALOG-FOUND-IDX
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                   IF CAT-TYPE-CODE(CATALOG-IDX) = CSM-TYPE-CODE
                      MOVE CATALOG-IDX TO CATALOG-FOUND-IDX
                   END-IF
           END-PERFORM
           IF CATALOG-FOUND-IDX GREATER THAN ZERO
              MOVE ZERO TO PROMO-FOUND-IDX
              IF CSM-PROMO-CODE NOT = SPACES
                 PERFORM VARYING PROMO-IDX FROM 1 BY 1
                    UNTIL PROMO-IDX GREATER THAN PROMO-COUNT
                         IF PST-PROMO-CODE(PROMO-IDX) = CSM-PROMO-CODE
                            MOVE PROMO-IDX TO PROMO-FOUND-IDX
                         END-IF
                 END-PERFORM
              END-IF
              IF PROMO-FOUND-IDX GREATER THAN ZERO
                 ADD CSM-AMOUNT TO PST-SALES(PROMO-FOUND-IDX)
                 ADD CSM-QUANTITY TO PST-QTY(PROMO-FOUND-IDX)
                 ADD CSM-AMOUNT TO TSP-PROMO-SALES(CATALOG-FOUND-IDX)
                 ADD CSM-QUANTITY TO TSP-PROMO-QTY(CATALOG-FOUND-IDX)
              ELSE
                 ADD CSM-AMOUNT TO TSP-PLAIN-SALES(CATALOG-FOUND-IDX)
                 ADD CSM-QUANTITY TO TSP-PLAIN-QTY(CATALOG-FOUND-IDX)
              END-IF
           END-IF
           .
