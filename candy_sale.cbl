           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "loyalty_members.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LM-MEMBER-NUM
                 FILE STATUS IS WS-MBR-STATUS.
           SELECT POINTS-LEDGER-FILE ASSIGN TO "loyalty_points.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LP-KEY
                 FILE STATUS IS WS-LPT-STATUS.
           SELECT TRAN-STORE-FILE ASSIGN TO "candy_tran_store.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CTS-KEY
                 ALTERNATE RECORD KEY IS CTS-DATE-KEY WITH DUPLICATES
                 FILE STATUS IS WS-CTS-STATUS.
           SELECT SUMMARY-STORE-FILE ASSIGN TO "candy_summary.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CSM-KEY
                 FILE STATUS IS WS-CSM-STATUS.
           SELECT SUMMARY-CONTROL-FILE ASSIGN TO
                 "candy_summary_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SCT-STATUS.
           SELECT RECALL-BLOCK-FILE ASSIGN TO "recall_blocks.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RBK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-SALE-FILE.
          05 CS-PROMO-CODE      PIC X(4).
          05 CS-AMOUNT          PIC S9(7)V99.
          05 CS-RECEIPT-SEQ     PIC 9(6).
          05 CS-MEMBER-NUM      PIC 9(7).
          05 CS-POINTS-REDEEMED PIC 9(5).
       01 CANDY-TRAN-OLD-REC.
          05 CSO-BRANCH-ID      PIC 9(7).
          05 CSO-STATE-NUM      PIC 99.
          05 PRO-TYPE-CODE          PIC 9(3).
          05 PRO-CATEGORY           PIC X(10).
          05 PRO-DISCOUNT-PCT       PIC 99V9.
          05 PRO-FUND-SUPPLIER-ID   PIC 9(5).
          05 PRO-REBATE-BASIS       PIC X.
          05 PRO-REBATE-RATE        PIC 9(3)V99.

       FD SEASON-FILE.
       01 SEASON-REC.
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       FD MEMBER-FILE.
       01 LOYALTY-MEMBER-REC.
          05 LM-MEMBER-NUM          PIC 9(7).
          05 LM-MEMBER-NAME         PIC X(30).
          05 LM-MEMBER-ADDRESS      PIC X(40).
          05 LM-JOIN-DATE           PIC 9(8).
          05 LM-HOME-BRANCH         PIC 9(7).
          05 LM-STATUS              PIC X.
             88 LM-MEMBER-ACTIVE                   VALUE "A".
             88 LM-MEMBER-CLOSED                   VALUE "C".
          05 LM-POINTS-BALANCE      PIC S9(9).
          05 LM-POINTS-EARNED       PIC S9(9).
          05 LM-POINTS-REDEEMED     PIC 9(9).
          05 LM-VISIT-COUNT         PIC 9(7).
          05 LM-LAST-VISIT-DATE     PIC 9(8).

       FD POINTS-LEDGER-FILE.
       01 POINTS-LEDGER-REC.
          05 LP-KEY.
             10 LP-MEMBER-NUM       PIC 9(7).
             10 LP-TRAN-DATE        PIC 9(8).
             10 LP-BRANCH-ID        PIC 9(7).
             10 LP-REGISTER-NUM     PIC 9(3).
             10 LP-RECEIPT-SEQ      PIC 9(6).
             10 LP-TYPE-CODE        PIC 9(3).
             10 LP-ENTRY-TYPE       PIC X.
                88 LP-POINTS-EARNED                VALUE "E".
                88 LP-POINTS-REVERSED              VALUE "V".
                88 LP-POINTS-REDEEMED              VALUE "R".
          05 LP-POINTS              PIC S9(7).
          05 LP-AMOUNT              PIC S9(7)V99.
          05 LP-RA-NUMBER           PIC 9(6).
          05 LP-POSTED-DATE         PIC 9(8).

       FD TRAN-STORE-FILE.
       01 TRAN-STORE-REC.
          05 CTS-KEY.
             10 CTS-BRANCH-ID       PIC 9(7).
             10 CTS-REGISTER-NUM    PIC 9(3).
             10 CTS-RECEIPT-SEQ     PIC 9(6).
             10 CTS-TRAN-DATE       PIC 9(8).
          05 CTS-DATE-KEY.
             10 CTS-DATE-BRANCH-ID  PIC 9(7).
             10 CTS-DATE-TRAN-DATE  PIC 9(8).
          05 CTS-STATE-NUM          PIC 99.
          05 CTS-TYPE-CODE          PIC 9(3).
          05 CTS-QUANTITY           PIC 9(5).
          05 CTS-UNIT-PRICE         PIC 9(5)V99.
          05 CTS-PROMO-CODE         PIC X(4).
          05 CTS-AMOUNT             PIC S9(7)V99.
          05 CTS-MEMBER-NUM         PIC 9(7).
          05 CTS-POINTS-REDEEMED    PIC 9(5).
          05 CTS-RA-NUMBER          PIC 9(6).
          05 CTS-POSTED-DATE        PIC 9(8).

       FD SUMMARY-STORE-FILE.
       01 SUMMARY-STORE-REC.
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

       FD SUMMARY-CONTROL-FILE.
       01 SUMMARY-CONTROL-REC.
          05 SCT-RUN-DATE           PIC 9(8).
          05 SCT-RUN-TIME           PIC 9(6).
          05 SCT-BRANCH-DAYS        PIC 9(5).
          05 SCT-POSTED-LINES       PIC 9(9).
          05 SCT-POSTED-AMOUNT      PIC S9(11)V99.
          05 SCT-REJECTED-LINES     PIC 9(9).
          05 SCT-REJECTED-AMOUNT    PIC S9(11)V99.
          05 SCT-STORE-LINES        PIC 9(9).
          05 SCT-STORE-AMOUNT       PIC S9(11)V99.
          05 SCT-BALANCED           PIC X.

       FD RECALL-BLOCK-FILE.
       01 RECALL-BLOCK-REC.
          88 END-OF-RECALL-BLOCKS                      VALUE HIGH-VALUES
           .
          05 RBK-BRANCH-ID          PIC 9(7).
          05 RBK-TYPE-CODE          PIC 9(3).
          05 RBK-RECALL-ID          PIC 9(5).
          05 RBK-EFFECTIVE-DATE     PIC 9(8).

       FD CANDY-EXCEPTION-FILE.
       01 CANDY-EXCEPTION-REC.
          05 CEX-RAW-IMAGE          PIC X(70).
          05 CEX-REASON             PIC X(32).
          05 CEX-STATUS             PIC X.
             88 CEX-OPEN                           VALUE "O" SPACE.
       01 WS-RECEIPT-KEY        PIC X(24).
       01 WS-RECEIPT-DUP        PIC X.
          88 RECEIPT-IS-DUP                   VALUE "Y".
       01 WS-MBR-STATUS         PIC XX.
       01 WS-LPT-STATUS         PIC XX.
       01 WS-LOYALTY-FILES      PIC X         VALUE "N".
          88 LOYALTY-FILES-OPEN               VALUE "Y".
       01 WS-MEMBER-FOUND       PIC X.
          88 MEMBER-FOUND                     VALUE "Y".
       01 WS-MEMBER-CHANGED     PIC X.
          88 MEMBER-CHANGED                   VALUE "Y".
       01 WS-LOYALTY-WRITTEN    PIC X.
          88 LOYALTY-ENTRY-WRITTEN            VALUE "Y".
       01 LOYALTY-POINTS-RATE   PIC 9(3)V99   VALUE 1.00.
       01 LOYALTY-POINT-VALUE   PIC 9(3)V99   VALUE 0.01.
       01 WS-LOYALTY-POINTS     PIC S9(7).
       01 WS-LOYALTY-RUN-DATE   PIC 9(8).
       01 LOYALTY-ENTRY-COUNT   PIC 9(9)      VALUE ZERO.
       01 LOYALTY-REPEAT-COUNT  PIC 9(9)      VALUE ZERO.
       01 LOYALTY-UNKNOWN-COUNT PIC 9(9)      VALUE ZERO.
       01 LOYALTY-EARNED-TOTAL  PIC S9(9)     VALUE ZERO.
       01 LOYALTY-REDEEMED-TOTAL
                                PIC 9(9)      VALUE ZERO.
       01 PRN-LOYALTY-POINTS    PIC ZZZ,ZZZ,ZZ9-.
       01 WS-CTS-STATUS         PIC XX.
       01 WS-TRAN-STORE         PIC X         VALUE "N".
          88 TRAN-STORE-OPEN                  VALUE "Y".
       01 TRAN-STORE-COUNT      PIC 9(9)      VALUE ZERO.
       01 TRAN-STORE-REPEAT-COUNT
                                PIC 9(9)      VALUE ZERO.
       01 TRAN-STORE-UNSEQ-COUNT
                                PIC 9(9)      VALUE ZERO.
       01 WS-CSM-STATUS         PIC XX.
       01 WS-SCT-STATUS         PIC XX.
       01 WS-SUMMARY-STORE      PIC X         VALUE "N".
          88 SUMMARY-STORE-OPEN               VALUE "Y".
       01 WS-DETAIL-KEYED       PIC X.
          88 DETAIL-KEYED                     VALUE "Y".
       01 WS-RUN-STAMP.
          05 WS-RUN-STAMP-DATE  PIC 9(8).
          05 WS-RUN-STAMP-TIME  PIC 9(6).
       01 WS-RUN-TIME           PIC 9(8).
       01 SUMMARY-DAY-TABLE.
          05 SUMMARY-DAY-KEY    PIC X(15) OCCURS 2000 TIMES.
       01 SDY-COUNT             PIC 9(4)      VALUE ZERO.
       01 SDY-IDX               PIC 9(4).
       01 WS-SUMMARY-DAY-KEY    PIC X(15).
       01 WS-SUMMARY-DAY-FOUND  PIC X.
          88 SUMMARY-DAY-FOUND                VALUE "Y".
       01 WS-END-OF-SUMMARY-DAY PIC X.
          88 END-OF-SUMMARY-DAY               VALUE "Y".
       01 SUMMARY-ROWS-REPLACED PIC 9(9)      VALUE ZERO.
       01 SUMMARY-WRITE-ERRORS  PIC 9(9)      VALUE ZERO.
       01 RUN-POSTED-LINES      PIC 9(9)      VALUE ZERO.
       01 RUN-POSTED-AMOUNT     PIC S9(11)V99 VALUE ZERO.
       01 RUN-REJECTED-LINES    PIC 9(9)      VALUE ZERO.
       01 RUN-REJECTED-AMOUNT   PIC S9(11)V99 VALUE ZERO.
       01 STORE-SUMMARY-LINES   PIC 9(9)      VALUE ZERO.
       01 STORE-SUMMARY-AMOUNT  PIC S9(11)V99 VALUE ZERO.
       01 PRN-CONTROL-AMOUNT    PIC $$$,$$$,$$$,$$9.99-.
       01 WS-RBK-STATUS         PIC XX.
       01 RECALL-BLOCK-TABLE.
          05 RECALL-BLOCK-ENTRY OCCURS 5000 TIMES.
             10 BKT-BRANCH-ID   PIC 9(7).
             10 BKT-TYPE-CODE   PIC 9(3).
             10 BKT-RECALL-ID   PIC 9(5).
             10 BKT-EFFECTIVE-DATE
                                PIC 9(8).
       01 BKT-COUNT             PIC 9(4)      VALUE ZERO.
       01 BKT-IDX               PIC 9(4).
       01 BKT-FOUND-IDX         PIC 9(4).
       01 RECALL-REJECT-COUNT   PIC 9(9)      VALUE ZERO.
       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM        PIC X(16)     VALUE "CANDY-SALE".
          05 MLG-SEVERITY       PIC X.
           PERFORM LOAD-SEASON-CALENDAR
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-RETURN-AUTHS
           PERFORM LOAD-RECALL-BLOCKS
           PERFORM OPEN-LOYALTY-FILES
           PERFORM OPEN-TRAN-STORE
           PERFORM OPEN-SUMMARY-STORE
           OPEN OUTPUT CANDY-EXCEPTION-FILE
           OPEN INPUT BRANCH-SALE-FILE
           OPEN INPUT BRANCH-MASTER-FILE
                         PERFORM LOG-BATCH-MESSAGE
                      END-IF
                   END-IF
                   IF RECORD-VALID AND NEW-FORMAT-TRAN AND
                      BKT-COUNT GREATER THAN ZERO AND
                      CANDY-SALES NOT LESS THAN ZERO
                      PERFORM CHECK-RECALL-BLOCK
                      IF NOT RECORD-VALID
                         ADD 1 TO REJECTED-COUNT
                         ADD 1 TO RECALL-REJECT-COUNT
                         MOVE "CANDY TYPE UNDER RECALL" TO
                            WS-EXC-REASON
                         PERFORM WRITE-CANDY-EXCEPTION
                         DISPLAY "REJECTED BRANCH-ID " BRANCH-ID
                                 " TYPE " CANDY-TYPE-CODE
                                 " - UNDER RECALL "
                                 BKT-RECALL-ID(BKT-FOUND-IDX)
                         MOVE "E" TO MLG-SEVERITY
                         MOVE "CS0017" TO MLG-CODE
                         MOVE SPACES TO MLG-TEXT
                         STRING "BRANCH " DELIMITED BY SIZE
                                BRANCH-ID DELIMITED BY SIZE
                                " TYPE " DELIMITED BY SIZE
                                CANDY-TYPE-CODE DELIMITED BY SIZE
                                " UNDER RECALL " DELIMITED BY SIZE
                                BKT-RECALL-ID(BKT-FOUND-IDX)
                                   DELIMITED BY SIZE
                                INTO MLG-TEXT
                         PERFORM LOG-BATCH-MESSAGE
                      END-IF
                   END-IF
                   IF RECORD-VALID AND NEW-FORMAT-TRAN AND
                      CS-PROMO-CODE NOT = SPACES
                      PERFORM VALIDATE-PROMO-CODE
                               (STATE-NUM, CATALOG-FOUND-IDX)
                      END-IF
                   END-IF
                   IF RECORD-VALID AND NEW-FORMAT-TRAN AND
                      LOYALTY-FILES-OPEN AND
                      CS-MEMBER-NUM NUMERIC AND
                      CS-MEMBER-NUM GREATER THAN ZERO
                      PERFORM ACCRUE-LOYALTY-POINTS
                   END-IF
                   IF RECORD-VALID AND NEW-FORMAT-TRAN AND
                      TRAN-STORE-OPEN
                      IF WS-RECEIPT-SEQ GREATER THAN ZERO
                         PERFORM STORE-CANDY-TRAN
                      ELSE
                         ADD 1 TO TRAN-STORE-UNSEQ-COUNT
                      END-IF
                   END-IF
                   IF NEW-FORMAT-TRAN AND DETAIL-KEYED AND
                      SUMMARY-STORE-OPEN
                      PERFORM POST-CANDY-SUMMARY
                   END-IF
                   READ BRANCH-SALE-FILE
                   AT END
                      SET END-OF-SALES-FILE TO TRUE
              DISPLAY "Records routed to candy exception file = "
                      EXCEPTION-COUNT
           END-IF
           IF RECALL-REJECT-COUNT GREATER THAN ZERO
              DISPLAY "Sales refused - candy type under recall = "
                      RECALL-REJECT-COUNT
           END-IF
           IF LOYALTY-FILES-OPEN
              DISPLAY "Loyalty ledger entries posted = "
                      LOYALTY-ENTRY-COUNT
              MOVE LOYALTY-EARNED-TOTAL TO PRN-LOYALTY-POINTS
              DISPLAY "Loyalty points earned (net)   = "
                      PRN-LOYALTY-POINTS
              MOVE LOYALTY-REDEEMED-TOTAL TO PRN-LOYALTY-POINTS
              DISPLAY "Loyalty points redeemed       = "
                      PRN-LOYALTY-POINTS
              IF LOYALTY-REPEAT-COUNT GREATER THAN ZERO
                 DISPLAY "Loyalty entries already on ledger = "
                         LOYALTY-REPEAT-COUNT
              END-IF
              IF LOYALTY-UNKNOWN-COUNT GREATER THAN ZERO
                 DISPLAY "Lines for unknown or closed members = "
                         LOYALTY-UNKNOWN-COUNT
              END-IF
           ELSE
              DISPLAY "NO LOYALTY MEMBER FILE - POINTS NOT ACCRUED"
           END-IF
           IF TRAN-STORE-OPEN
              DISPLAY "Transactions added to store   = "
                      TRAN-STORE-COUNT
              IF TRAN-STORE-REPEAT-COUNT GREATER THAN ZERO
                 DISPLAY "Transactions already in store = "
                         TRAN-STORE-REPEAT-COUNT
              END-IF
              IF TRAN-STORE-UNSEQ-COUNT GREATER THAN ZERO
                 DISPLAY "Lines without receipt seq not stored = "
                         TRAN-STORE-UNSEQ-COUNT
              END-IF
           END-IF
           IF SUMMARY-STORE-OPEN
              PERFORM WRITE-SUMMARY-CONTROL
           END-IF
           IF SEEN-TABLE-FULL
              DISPLAY "RECEIPT KEY TABLE FULL - DUPLICATE CHECK"
                      " WAS PARTIAL"
           IF BM-FILE-AVAILABLE
              CLOSE BRANCH-MASTER-FILE
           END-IF
           IF LOYALTY-FILES-OPEN
              CLOSE POINTS-LEDGER-FILE
              CLOSE MEMBER-FILE
           END-IF
           IF TRAN-STORE-OPEN
              CLOSE TRAN-STORE-FILE
           END-IF
           IF SUMMARY-STORE-OPEN
              CLOSE SUMMARY-STORE-FILE
           END-IF
           GOBACK.

       LOG-BATCH-MESSAGE.
       NORMALIZE-TRAN-RECORD.
           MOVE "Y" TO WS-RECORD-VALID
           MOVE "N" TO WS-CONTROL-REC
           MOVE "N" TO WS-DETAIL-KEYED
           IF CANDY-TRAN-REC(1:1) = "H" OR
              CANDY-TRAN-REC(1:1) = "T"
              SET CONTROL-REC TO TRUE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
           ELSE
              SET DETAIL-KEYED TO TRUE
              MOVE CS-BRANCH-ID TO BRANCH-ID
              MOVE CS-STATE-NUM TO STATE-NUM
              MOVE CS-TYPE-CODE TO CANDY-TYPE-CODE
                         MOVE PRM-VALUE TO RETURN-AUTH-THRESHOLD
                         MOVE "FILE" TO WS-THRESHOLD-SOURCE
                      END-IF
                      IF PRM-NAME = "LOYALTY-POINTS-RATE" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO
                         MOVE PRM-VALUE TO LOYALTY-POINTS-RATE
                      END-IF
                      IF PRM-NAME = "LOYALTY-POINT-VALUE" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO
                         MOVE PRM-VALUE TO LOYALTY-POINT-VALUE
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
           END-IF
           .

       LOAD-RECALL-BLOCKS.
           MOVE ZERO TO BKT-COUNT
           OPEN INPUT RECALL-BLOCK-FILE
           IF WS-RBK-STATUS = "00"
              READ RECALL-BLOCK-FILE
              AT END
                 SET END-OF-RECALL-BLOCKS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RECALL-BLOCKS
                      IF RBK-BRANCH-ID NUMERIC AND
                         RBK-TYPE-CODE NUMERIC AND
                         RBK-RECALL-ID NUMERIC AND
                         RBK-EFFECTIVE-DATE NUMERIC AND
                         BKT-COUNT LESS THAN 5000
                         ADD 1 TO BKT-COUNT
                         MOVE RECALL-BLOCK-REC TO
                            RECALL-BLOCK-ENTRY(BKT-COUNT)
                      END-IF
                      READ RECALL-BLOCK-FILE
                      AT END
                         SET END-OF-RECALL-BLOCKS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RECALL-BLOCK-FILE
           END-IF
           .

       CHECK-RECALL-BLOCK.
           MOVE ZERO TO BKT-FOUND-IDX
           PERFORM VARYING BKT-IDX FROM 1 BY 1
              UNTIL BKT-IDX GREATER THAN BKT-COUNT
                   IF BKT-BRANCH-ID(BKT-IDX) = BRANCH-ID AND
                      BKT-TYPE-CODE(BKT-IDX) = CANDY-TYPE-CODE AND
                      BKT-EFFECTIVE-DATE(BKT-IDX) NOT GREATER THAN
                         CS-TRAN-DATE
                      MOVE BKT-IDX TO BKT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF BKT-FOUND-IDX GREATER THAN ZERO
              MOVE "N" TO WS-RECORD-VALID
           END-IF
           .

       WRITE-CANDY-EXCEPTION.
           MOVE SPACES TO CEX-RAW-IMAGE
           MOVE CANDY-TRAN-REC TO CEX-RAW-IMAGE
                 END-IF
           END-READ
           .

       OPEN-LOYALTY-FILES.
           ACCEPT WS-LOYALTY-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O MEMBER-FILE
           IF WS-MBR-STATUS = "00"
              OPEN I-O POINTS-LEDGER-FILE
              IF WS-LPT-STATUS = "35"
                 OPEN OUTPUT POINTS-LEDGER-FILE
                 CLOSE POINTS-LEDGER-FILE
                 OPEN I-O POINTS-LEDGER-FILE
              END-IF
              IF WS-LPT-STATUS = "00"
                 SET LOYALTY-FILES-OPEN TO TRUE
              ELSE
                 DISPLAY "LOYALTY POINTS LEDGER OPEN FAILED - STATUS "
                         WS-LPT-STATUS
                 CLOSE MEMBER-FILE
              END-IF
           END-IF
           .

       ACCRUE-LOYALTY-POINTS.
           MOVE CS-MEMBER-NUM TO LM-MEMBER-NUM
           MOVE "N" TO WS-MEMBER-FOUND
           READ MEMBER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF LM-MEMBER-ACTIVE
                    SET MEMBER-FOUND TO TRUE
                 END-IF
           END-READ
           IF NOT MEMBER-FOUND
              ADD 1 TO LOYALTY-UNKNOWN-COUNT
              DISPLAY "LOYALTY MEMBER " CS-MEMBER-NUM
                      " NOT ON FILE OR CLOSED - BRANCH-ID " BRANCH-ID
                      " POINTS NOT ACCRUED"
              MOVE "W" TO MLG-SEVERITY
              MOVE "CS0012" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "MEMBER " DELIMITED BY SIZE
                     CS-MEMBER-NUM DELIMITED BY SIZE
                     " NOT ACTIVE - POINTS NOT ACCRUED"
                        DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
           ELSE
              MOVE "N" TO WS-MEMBER-CHANGED
              MOVE CS-MEMBER-NUM TO LP-MEMBER-NUM
              MOVE CS-TRAN-DATE TO LP-TRAN-DATE
              MOVE BRANCH-ID TO LP-BRANCH-ID
              MOVE CS-REGISTER-NUM TO LP-REGISTER-NUM
              MOVE WS-RECEIPT-SEQ TO LP-RECEIPT-SEQ
              MOVE CANDY-TYPE-CODE TO LP-TYPE-CODE
              MOVE ZERO TO LP-RA-NUMBER
              COMPUTE WS-LOYALTY-POINTS =
                 CANDY-SALES * LOYALTY-POINTS-RATE
              IF CANDY-SALES GREATER THAN ZERO AND
                 WS-LOYALTY-POINTS GREATER THAN ZERO
                 MOVE "E" TO LP-ENTRY-TYPE
                 MOVE WS-LOYALTY-POINTS TO LP-POINTS
                 MOVE CANDY-SALES TO LP-AMOUNT
                 PERFORM WRITE-LOYALTY-ENTRY
                 IF LOYALTY-ENTRY-WRITTEN
                    ADD WS-LOYALTY-POINTS TO LM-POINTS-BALANCE
                       ,                    LM-POINTS-EARNED
                       ,                    LOYALTY-EARNED-TOTAL
                    IF CS-TRAN-DATE NOT = LM-LAST-VISIT-DATE
                       ADD 1 TO LM-VISIT-COUNT
                    END-IF
                    IF CS-TRAN-DATE GREATER THAN LM-LAST-VISIT-DATE
                       MOVE CS-TRAN-DATE TO LM-LAST-VISIT-DATE
                    END-IF
                    SET MEMBER-CHANGED TO TRUE
                 END-IF
              END-IF
              IF CANDY-SALES LESS THAN ZERO AND
                 WS-LOYALTY-POINTS LESS THAN ZERO
                 MOVE "V" TO LP-ENTRY-TYPE
                 MOVE WS-LOYALTY-POINTS TO LP-POINTS
                 MOVE CANDY-SALES TO LP-AMOUNT
                 IF WS-RETURN-MAGNITUDE GREATER THAN
                    RETURN-AUTH-THRESHOLD AND
                    RAT-FOUND-IDX GREATER THAN ZERO
                    MOVE RAT-NUMBER(RAT-FOUND-IDX) TO LP-RA-NUMBER
                 END-IF
                 PERFORM WRITE-LOYALTY-ENTRY
                 IF LOYALTY-ENTRY-WRITTEN
                    ADD WS-LOYALTY-POINTS TO LM-POINTS-BALANCE
                       ,                    LM-POINTS-EARNED
                       ,                    LOYALTY-EARNED-TOTAL
                    SET MEMBER-CHANGED TO TRUE
                 END-IF
              END-IF
              IF CANDY-SALES GREATER THAN ZERO AND
                 CS-POINTS-REDEEMED NUMERIC AND
                 CS-POINTS-REDEEMED GREATER THAN ZERO
                 PERFORM POST-LOYALTY-REDEMPTION
              END-IF
              IF MEMBER-CHANGED
                 REWRITE LOYALTY-MEMBER-REC
              END-IF
           END-IF
           .

       POST-LOYALTY-REDEMPTION.
           MOVE "R" TO LP-ENTRY-TYPE
           MOVE ZERO TO LP-RA-NUMBER
           COMPUTE LP-POINTS = ZERO - CS-POINTS-REDEEMED
           COMPUTE LP-AMOUNT =
              ZERO - (CS-POINTS-REDEEMED * LOYALTY-POINT-VALUE)
           PERFORM WRITE-LOYALTY-ENTRY
           IF LOYALTY-ENTRY-WRITTEN
              IF CS-POINTS-REDEEMED GREATER THAN LM-POINTS-BALANCE
                 DISPLAY "LOYALTY MEMBER " CS-MEMBER-NUM
                         " REDEEMED " CS-POINTS-REDEEMED
                         " POINTS - MORE THAN THE BALANCE"
                 MOVE "W" TO MLG-SEVERITY
                 MOVE "CS0013" TO MLG-CODE
                 MOVE SPACES TO MLG-TEXT
                 STRING "MEMBER " DELIMITED BY SIZE
                        CS-MEMBER-NUM DELIMITED BY SIZE
                        " REDEEMED MORE THAN BALANCE"
                           DELIMITED BY SIZE
                        INTO MLG-TEXT
                 PERFORM LOG-BATCH-MESSAGE
              END-IF
              SUBTRACT CS-POINTS-REDEEMED FROM LM-POINTS-BALANCE
              ADD CS-POINTS-REDEEMED TO LM-POINTS-REDEEMED
                 ,                      LOYALTY-REDEEMED-TOTAL
              SET MEMBER-CHANGED TO TRUE
           END-IF
           .

       WRITE-LOYALTY-ENTRY.
           MOVE "N" TO WS-LOYALTY-WRITTEN
           MOVE WS-LOYALTY-RUN-DATE TO LP-POSTED-DATE
           WRITE POINTS-LEDGER-REC
              INVALID KEY
                 ADD 1 TO LOYALTY-REPEAT-COUNT
              NOT INVALID KEY
                 SET LOYALTY-ENTRY-WRITTEN TO TRUE
                 ADD 1 TO LOYALTY-ENTRY-COUNT
           END-WRITE
           .

       OPEN-TRAN-STORE.
           OPEN I-O TRAN-STORE-FILE
           IF WS-CTS-STATUS = "35"
              OPEN OUTPUT TRAN-STORE-FILE
              CLOSE TRAN-STORE-FILE
              OPEN I-O TRAN-STORE-FILE
           END-IF
           IF WS-CTS-STATUS = "00"
              SET TRAN-STORE-OPEN TO TRUE
           ELSE
              DISPLAY "CANDY TRANSACTION STORE OPEN FAILED - STATUS "
                      WS-CTS-STATUS
              MOVE "W" TO MLG-SEVERITY
              MOVE "CS0014" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "TRANSACTION STORE OPEN FAILED - STATUS "
                        DELIMITED BY SIZE
                     WS-CTS-STATUS DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
           END-IF
           .

       STORE-CANDY-TRAN.
           MOVE BRANCH-ID TO CTS-BRANCH-ID
           MOVE BRANCH-ID TO CTS-DATE-BRANCH-ID
           MOVE CS-REGISTER-NUM TO CTS-REGISTER-NUM
           MOVE WS-RECEIPT-SEQ TO CTS-RECEIPT-SEQ
           MOVE CS-TRAN-DATE TO CTS-TRAN-DATE
           MOVE CS-TRAN-DATE TO CTS-DATE-TRAN-DATE
           MOVE STATE-NUM TO CTS-STATE-NUM
           MOVE CANDY-TYPE-CODE TO CTS-TYPE-CODE
           MOVE TRAN-QUANTITY TO CTS-QUANTITY
           MOVE CS-UNIT-PRICE TO CTS-UNIT-PRICE
           MOVE CS-PROMO-CODE TO CTS-PROMO-CODE
           MOVE CANDY-SALES TO CTS-AMOUNT
           IF CS-MEMBER-NUM NUMERIC
              MOVE CS-MEMBER-NUM TO CTS-MEMBER-NUM
           ELSE
              MOVE ZERO TO CTS-MEMBER-NUM
           END-IF
           IF CS-POINTS-REDEEMED NUMERIC
              MOVE CS-POINTS-REDEEMED TO CTS-POINTS-REDEEMED
           ELSE
              MOVE ZERO TO CTS-POINTS-REDEEMED
           END-IF
           MOVE ZERO TO CTS-RA-NUMBER
           IF CANDY-SALES LESS THAN ZERO AND
              WS-RETURN-MAGNITUDE GREATER THAN
                 RETURN-AUTH-THRESHOLD AND
              RAT-FOUND-IDX GREATER THAN ZERO
              MOVE RAT-NUMBER(RAT-FOUND-IDX) TO CTS-RA-NUMBER
           END-IF
           MOVE WS-LOYALTY-RUN-DATE TO CTS-POSTED-DATE
           WRITE TRAN-STORE-REC
              INVALID KEY
                 ADD 1 TO TRAN-STORE-REPEAT-COUNT
              NOT INVALID KEY
                 ADD 1 TO TRAN-STORE-COUNT
           END-WRITE
           .

       OPEN-SUMMARY-STORE.
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-STAMP-TIME
           OPEN I-O SUMMARY-STORE-FILE
           IF WS-CSM-STATUS = "35"
              OPEN OUTPUT SUMMARY-STORE-FILE
              CLOSE SUMMARY-STORE-FILE
              OPEN I-O SUMMARY-STORE-FILE
           END-IF
           IF WS-CSM-STATUS = "00"
              SET SUMMARY-STORE-OPEN TO TRUE
           ELSE
              DISPLAY "CANDY SUMMARY STORE OPEN FAILED - STATUS "
                      WS-CSM-STATUS
              MOVE "W" TO MLG-SEVERITY
              MOVE "CS0015" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "SUMMARY STORE OPEN FAILED - STATUS "
                        DELIMITED BY SIZE
                     WS-CSM-STATUS DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
           END-IF
           .

       POST-CANDY-SUMMARY.
           IF RECORD-VALID
              ADD 1 TO RUN-POSTED-LINES
              ADD CANDY-SALES TO RUN-POSTED-AMOUNT
           ELSE
              ADD 1 TO RUN-REJECTED-LINES
              ADD CANDY-SALES TO RUN-REJECTED-AMOUNT
           END-IF
           MOVE CS-BRANCH-ID TO WS-SUMMARY-DAY-KEY(1:7)
           MOVE CS-TRAN-DATE TO WS-SUMMARY-DAY-KEY(8:8)
           PERFORM FIND-SUMMARY-DAY
           IF NOT SUMMARY-DAY-FOUND
              PERFORM PURGE-SUMMARY-DAY
              IF SDY-COUNT LESS THAN 2000
                 ADD 1 TO SDY-COUNT
                 MOVE WS-SUMMARY-DAY-KEY TO SUMMARY-DAY-KEY(SDY-COUNT)
              END-IF
           END-IF
           MOVE CS-BRANCH-ID TO CSM-BRANCH-ID
           MOVE CS-TRAN-DATE TO CSM-TRAN-DATE
           IF CS-REGISTER-NUM NUMERIC
              MOVE CS-REGISTER-NUM TO CSM-REGISTER-NUM
           ELSE
              MOVE ZERO TO CSM-REGISTER-NUM
           END-IF
           MOVE CS-TYPE-CODE TO CSM-TYPE-CODE
           MOVE CS-PROMO-CODE TO CSM-PROMO-CODE
           IF RECORD-VALID
              SET CSM-POSTED TO TRUE
           ELSE
              SET CSM-REJECTED TO TRUE
           END-IF
           READ SUMMARY-STORE-FILE
              INVALID KEY
                 MOVE CS-STATE-NUM TO CSM-STATE-NUM
                 MOVE ZERO TO CSM-AMOUNT
                 MOVE ZERO TO CSM-QUANTITY
                 MOVE ZERO TO CSM-RETURN-AMOUNT
                 MOVE ZERO TO CSM-TRAN-COUNT
                 MOVE ZERO TO CSM-POINTS-REDEEMED
                 MOVE WS-RUN-STAMP TO CSM-RUN-STAMP
                 PERFORM ADD-LINE-TO-SUMMARY
                 WRITE SUMMARY-STORE-REC
                    INVALID KEY
                       ADD 1 TO SUMMARY-WRITE-ERRORS
                    NOT INVALID KEY
                       ADD 1 TO STORE-SUMMARY-LINES
                       ADD CANDY-SALES TO STORE-SUMMARY-AMOUNT
                 END-WRITE
              NOT INVALID KEY
                 PERFORM ADD-LINE-TO-SUMMARY
                 REWRITE SUMMARY-STORE-REC
                    INVALID KEY
                       ADD 1 TO SUMMARY-WRITE-ERRORS
                    NOT INVALID KEY
                       ADD 1 TO STORE-SUMMARY-LINES
                       ADD CANDY-SALES TO STORE-SUMMARY-AMOUNT
                 END-REWRITE
           END-READ
           .

       ADD-LINE-TO-SUMMARY.
           ADD CANDY-SALES TO CSM-AMOUNT
           ADD TRAN-QUANTITY TO CSM-QUANTITY
           ADD 1 TO CSM-TRAN-COUNT
           IF CANDY-SALES LESS THAN ZERO
              SUBTRACT CANDY-SALES FROM CSM-RETURN-AMOUNT
           END-IF
           IF CANDY-SALES GREATER THAN ZERO AND
              CS-POINTS-REDEEMED NUMERIC
              ADD CS-POINTS-REDEEMED TO CSM-POINTS-REDEEMED
           END-IF
           .

       FIND-SUMMARY-DAY.
           MOVE "N" TO WS-SUMMARY-DAY-FOUND
           PERFORM VARYING SDY-IDX FROM 1 BY 1
              UNTIL SDY-IDX GREATER THAN SDY-COUNT
                 OR SUMMARY-DAY-FOUND
                   IF SUMMARY-DAY-KEY(SDY-IDX) = WS-SUMMARY-DAY-KEY
                      SET SUMMARY-DAY-FOUND TO TRUE
                   END-IF
           END-PERFORM
           .

       PURGE-SUMMARY-DAY.
           MOVE "N" TO WS-END-OF-SUMMARY-DAY
           MOVE LOW-VALUES TO CSM-KEY
           MOVE CS-BRANCH-ID TO CSM-BRANCH-ID
           MOVE CS-TRAN-DATE TO CSM-TRAN-DATE
           START SUMMARY-STORE-FILE KEY IS GREATER THAN OR EQUAL
              CSM-KEY
              INVALID KEY
                 SET END-OF-SUMMARY-DAY TO TRUE
           END-START
           PERFORM UNTIL END-OF-SUMMARY-DAY
                   READ SUMMARY-STORE-FILE NEXT RECORD
                   AT END
                      SET END-OF-SUMMARY-DAY TO TRUE
                   NOT AT END
                      IF CSM-KEY(1:15) NOT = WS-SUMMARY-DAY-KEY
                         SET END-OF-SUMMARY-DAY TO TRUE
                      ELSE
                         IF CSM-RUN-STAMP NOT = WS-RUN-STAMP
                            DELETE SUMMARY-STORE-FILE RECORD
                               INVALID KEY
                                  ADD 1 TO SUMMARY-WRITE-ERRORS
                               NOT INVALID KEY
                                  ADD 1 TO SUMMARY-ROWS-REPLACED
                            END-DELETE
                         END-IF
                      END-IF
                   END-READ
           END-PERFORM
           .

       WRITE-SUMMARY-CONTROL.
           MOVE WS-RUN-STAMP-DATE TO SCT-RUN-DATE
           MOVE WS-RUN-STAMP-TIME TO SCT-RUN-TIME
           MOVE SDY-COUNT TO SCT-BRANCH-DAYS
           MOVE RUN-POSTED-LINES TO SCT-POSTED-LINES
           MOVE RUN-POSTED-AMOUNT TO SCT-POSTED-AMOUNT
           MOVE RUN-REJECTED-LINES TO SCT-REJECTED-LINES
           MOVE RUN-REJECTED-AMOUNT TO SCT-REJECTED-AMOUNT
           MOVE STORE-SUMMARY-LINES TO SCT-STORE-LINES
           MOVE STORE-SUMMARY-AMOUNT TO SCT-STORE-AMOUNT
           IF STORE-SUMMARY-LINES =
              RUN-POSTED-LINES + RUN-REJECTED-LINES AND
              STORE-SUMMARY-AMOUNT =
              RUN-POSTED-AMOUNT + RUN-REJECTED-AMOUNT AND
              SUMMARY-WRITE-ERRORS = ZERO
              MOVE "Y" TO SCT-BALANCED
           ELSE
              MOVE "N" TO SCT-BALANCED
           END-IF
           OPEN EXTEND SUMMARY-CONTROL-FILE
           IF WS-SCT-STATUS = "35"
              OPEN OUTPUT SUMMARY-CONTROL-FILE
           END-IF
           WRITE SUMMARY-CONTROL-REC
           CLOSE SUMMARY-CONTROL-FILE
           DISPLAY "Summary branch-days posted    = " SDY-COUNT
           DISPLAY "Summary lines posted/rejected = " RUN-POSTED-LINES
                   " / " RUN-REJECTED-LINES
           MOVE RUN-POSTED-AMOUNT TO PRN-CONTROL-AMOUNT
           DISPLAY "Summary posted amount         = "
                   PRN-CONTROL-AMOUNT
           IF SUMMARY-ROWS-REPLACED GREATER THAN ZERO
              DISPLAY "Summary rows replaced (rerun) = "
                      SUMMARY-ROWS-REPLACED
           END-IF
           IF SCT-BALANCED = "N"
              DISPLAY "CANDY SUMMARY OUT OF BALANCE WITH THE RUN -"
                      " RUN SUMMARY-VERIFY"
              MOVE "E" TO MLG-SEVERITY
              MOVE "CS0016" TO MLG-CODE
              MOVE "CANDY SUMMARY OUT OF BALANCE WITH THE RUN" TO
                 MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
           END-IF
           .
