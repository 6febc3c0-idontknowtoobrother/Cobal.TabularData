       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO "candy_summary.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CSM-KEY
                 FILE STATUS IS WS-CSM-STATUS.
           SELECT STATE-TABLE-FILE ASSIGN TO "state_table.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ST-STATUS.

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

       FD STATE-TABLE-FILE.
       01 STATE-TABLE-REC.
       01 REPORT-FILE-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CSM-STATUS             PIC XX.
       01 WS-ST-STATUS              PIC XX.
       01 REGION-OF-STATE-TABLE.
          05 REGION-OF-STATE        PIC 9 OCCURS 50 TIMES.

       CHECK-TRAN-DATE-SANE.
           MOVE ZERO TO WS-DAY-INTEGER
           IF CSM-TRAN-DATE NUMERIC
              MOVE CSM-TRAN-DATE(5:2) TO WS-TRAN-MM
              MOVE CSM-TRAN-DATE(7:2) TO WS-TRAN-DD
              IF WS-TRAN-MM GREATER THAN ZERO AND
                 WS-TRAN-MM NOT GREATER THAN 12 AND
                 WS-TRAN-DD GREATER THAN ZERO AND
                 WS-TRAN-DD NOT GREATER THAN 31
                 COMPUTE WS-DAY-INTEGER =
                    FUNCTION INTEGER-OF-DATE(CSM-TRAN-DATE)
              END-IF
           END-IF
           .

       FIND-LATEST-TRAN-DATE.
           OPEN INPUT SUMMARY-FILE
           IF WS-CSM-STATUS = "00"
              READ SUMMARY-FILE NEXT RECORD
              AT END
                 SET END-OF-SUMMARY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUMMARY-FILE
                      IF CSM-POSTED AND
                         CSM-TRAN-DATE NUMERIC AND
                         CSM-TRAN-DATE GREATER THAN WS-MAX-DATE
                         MOVE CSM-TRAN-DATE(5:2) TO WS-TRAN-MM
                         MOVE CSM-TRAN-DATE(7:2) TO WS-TRAN-DD
                         IF WS-TRAN-MM GREATER THAN ZERO AND
                            WS-TRAN-MM NOT GREATER THAN 12 AND
                            WS-TRAN-DD GREATER THAN ZERO AND
                            WS-TRAN-DD NOT GREATER THAN 31
                            MOVE CSM-TRAN-DATE TO WS-MAX-DATE
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

       TALLY-FLASH-SALES.
           OPEN INPUT SUMMARY-FILE
           IF WS-CSM-STATUS = "00"
              READ SUMMARY-FILE NEXT RECORD
              AT END
                 SET END-OF-SUMMARY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUMMARY-FILE
                      IF CSM-POSTED AND
                         CSM-AMOUNT NUMERIC AND
                         CSM-QUANTITY NUMERIC AND
                         CSM-STATE-NUM NUMERIC
                         PERFORM TALLY-ONE-FLASH
                      END-IF
                      READ SUMMARY-FILE NEXT RECORD
                      AT END
                         SET END-OF-SUMMARY-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUMMARY-FILE
           END-IF
           .

                 WS-DAY-INTEGER NOT GREATER THAN WS-MAX-INTEGER
                 COMPUTE WS-DAY-SLOT =
                    WS-DAY-INTEGER - WS-WEEK-START-INT + 1
                 ADD CSM-AMOUNT TO FLS-SALES(WS-DAY-SLOT)
                 ADD CSM-QUANTITY TO FLS-QTY(WS-DAY-SLOT)
                 ADD CSM-AMOUNT TO WTD-SALES
                 ADD CSM-QUANTITY TO WTD-QTY
                 IF CSM-STATE-NUM GREATER THAN ZERO AND
                    CSM-STATE-NUM NOT GREATER THAN 50
                    MOVE REGION-OF-STATE(CSM-STATE-NUM) TO REGION-IDX
                    IF REGION-IDX GREATER THAN ZERO
                       ADD CSM-AMOUNT TO
                          FLS-REGION-SALES(WS-DAY-SLOT, REGION-IDX)
                    END-IF
                 END-IF
                    WS-DAY-INTEGER LESS THAN WS-WEEK-START-INT
                    COMPUTE WS-DAY-SLOT =
                       WS-DAY-INTEGER - WS-WEEK-START-INT + 8
                    ADD CSM-AMOUNT TO FLS-PRIOR-SALES(WS-DAY-SLOT)
                    IF WS-DAY-SLOT NOT GREATER THAN WS-DOW
                       ADD CSM-AMOUNT TO WTD-PRIOR-SALES
                    END-IF
                 END-IF
              END-IF
