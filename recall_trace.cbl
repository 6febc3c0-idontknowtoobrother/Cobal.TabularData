       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL-TRACE.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-FILE ASSIGN TO "recalls.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RCL-STATUS.
           SELECT LOT-HISTORY-FILE ASSIGN TO "receipt_lots.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LRH-STATUS.
           SELECT TRAN-STORE-FILE ASSIGN TO "candy_tran_store.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CTS-KEY
                 ALTERNATE RECORD KEY IS CTS-DATE-KEY WITH DUPLICATES
                 FILE STATUS IS WS-CTS-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO "stock_transfers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-XFR-STATUS.
           SELECT ONHAND-FILE ASSIGN TO "stock_onhand.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ONH-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.
           SELECT RECALL-BLOCK-FILE ASSIGN TO "recall_blocks.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RBK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "recall_trace_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECALL-FILE.
       01 RECALL-REC.
          88 END-OF-RECALL-FILE                        VALUE HIGH-VALUES
           .
          05 RCL-RECALL-ID          PIC 9(5).
          05 RCL-TYPE-CODE          PIC 9(3).
          05 RCL-LOT-FROM           PIC X(10).
          05 RCL-LOT-TO             PIC X(10).
          05 RCL-SUPPLIER-ID        PIC 9(5).
          05 RCL-ISSUE-DATE         PIC 9(8).
          05 RCL-REASON             PIC X(30).
          05 RCL-STATUS             PIC X.
             88 RCL-OPEN                           VALUE "O".
             88 RCL-CLEARED                        VALUE "C".
          05 RCL-CLEARED-DATE       PIC 9(8).

       FD LOT-HISTORY-FILE.
       01 LOT-HISTORY-REC.
          88 END-OF-LOT-HISTORY                        VALUE HIGH-VALUES
           .
          05 LRH-BRANCH-ID          PIC 9(7).
          05 LRH-TYPE-CODE          PIC 9(3).
          05 LRH-RECEIPT-DATE       PIC 9(8).
          05 LRH-QTY                PIC 9(5).
          05 LRH-LOT-NUMBER         PIC X(10).
          05 LRH-POSTED-DATE        PIC 9(8).

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

       FD TRANSFER-FILE.
       01 TRANSFER-REC.
          88 END-OF-TRANSFER-FILE                      VALUE HIGH-VALUES
           .
          05 XFR-NUMBER             PIC 9(7).
          05 XFR-FROM-BRANCH        PIC 9(7).
          05 XFR-TO-BRANCH          PIC 9(7).
          05 XFR-TYPE-CODE          PIC 9(3).
          05 XFR-SHIP-QTY           PIC 9(7).
          05 XFR-SHIP-DATE          PIC 9(8).
          05 XFR-SHIPPED-BY         PIC X(8).
          05 XFR-RECEIVED-QTY       PIC 9(7).
          05 XFR-RECEIVE-DATE       PIC 9(8).
          05 XFR-RECEIVED-BY        PIC X(8).
          05 XFR-STATUS             PIC X.
             88 XFR-IN-TRANSIT                     VALUE "T".
             88 XFR-RECEIVED                       VALUE "R".

       FD ONHAND-FILE.
       01 ONHAND-REC.
          88 END-OF-ONHAND-FILE                        VALUE HIGH-VALUES
           .
          05 ONH-BRANCH-ID          PIC 9(7).
          05 ONH-TYPE-CODE          PIC 9(3).
          05 ONH-QTY                PIC S9(7).

       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-REC.
          05 BM-BRANCH-ID           PIC 9(7).
          05 BM-STATE-NUM           PIC 99.
          05 BM-BRANCH-NAME         PIC X(30).
          05 BM-BRANCH-ADDRESS      PIC X(40).
          05 BM-OPEN-DATE           PIC 9(8).
          05 BM-STATUS              PIC X.
             88 BM-BRANCH-OPEN                     VALUE "O" SPACE.
             88 BM-BRANCH-CLOSED                   VALUE "C".
             88 BM-BRANCH-SEASONAL                 VALUE "S".
          05 BM-CLOSE-DATE          PIC 9(8).
          05 BM-OWNERSHIP           PIC X.
             88 BM-COMPANY-OWNED                   VALUE "C" SPACE.
             88 BM-FRANCHISE-OWNED                 VALUE "F".
          05 BM-FRANCHISEE-ID       PIC 9(5).

       FD CANDY-TYPE-FILE.
       01 CANDY-TYPE-REC.
          88 END-OF-CANDY-TYPES                    VALUE HIGH-VALUES.
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

       FD RECALL-BLOCK-FILE.
       01 RECALL-BLOCK-REC.
          88 END-OF-RECALL-BLOCKS                      VALUE HIGH-VALUES
           .
          05 RBK-BRANCH-ID          PIC 9(7).
          05 RBK-TYPE-CODE          PIC 9(3).
          05 RBK-RECALL-ID          PIC 9(5).
          05 RBK-EFFECTIVE-DATE     PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-RCL-STATUS             PIC XX.
       01 WS-LRH-STATUS             PIC XX.
       01 WS-CTS-STATUS             PIC XX.
       01 WS-XFR-STATUS             PIC XX.
       01 WS-END-OF-STORE           PIC X    VALUE "N".
          88 END-OF-STORE                    VALUE "Y".
       01 WS-ONH-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-RBK-STATUS             PIC XX.
       01 WS-BM-AVAILABLE           PIC X    VALUE "N".
          88 BM-FILE-AVAILABLE               VALUE "Y".
       01 WS-LOT-HISTORY            PIC X    VALUE "N".
          88 LOT-HISTORY-ON-HAND             VALUE "Y".
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-SELECT-RECALL          PIC 9(5).
       01 RECALL-TABLE.
          05 RECALL-ENTRY OCCURS 200 TIMES.
             10 RLT-RECALL-ID       PIC 9(5).
             10 RLT-TYPE-CODE       PIC 9(3).
             10 RLT-LOT-FROM        PIC X(10).
             10 RLT-LOT-TO          PIC X(10).
             10 RLT-SUPPLIER-ID     PIC 9(5).
             10 RLT-ISSUE-DATE      PIC 9(8).
             10 RLT-REASON          PIC X(30).
             10 RLT-STATUS          PIC X.
             10 RLT-CLEARED-DATE    PIC 9(8).
             10 RLT-TRACED          PIC X.
       01 RLT-COUNT                 PIC 9(3) VALUE ZERO.
       01 RLT-IDX                   PIC 9(3).
       01 RLT-FOUND-IDX             PIC 9(3).
       01 TRACE-TABLE.
          05 TRACE-ENTRY OCCURS 1000 TIMES.
             10 TRT-BRANCH-ID       PIC 9(7).
             10 TRT-FIRST-DATE      PIC 9(8).
             10 TRT-LOT-LINES       PIC 9(5).
             10 TRT-RECEIVED        PIC 9(7).
             10 TRT-SOLD            PIC S9(7).
             10 TRT-SHIPPED-OUT     PIC 9(7).
       01 TRT-COUNT                 PIC 9(4) VALUE ZERO.
       01 TRT-IDX                   PIC 9(4).
       01 TRT-FOUND-IDX             PIC 9(4).
       01 TRT-SORT-IDX              PIC 9(4).
       01 TRT-SWAP-ENTRY.
          05 FILLER                 PIC 9(7).
          05 FILLER                 PIC 9(8).
          05 FILLER                 PIC 9(5).
          05 FILLER                 PIC 9(7).
          05 FILLER                 PIC S9(7).
          05 FILLER                 PIC 9(7).
       01 WS-TRACE-FULL             PIC X    VALUE "N".
          88 TRACE-TABLE-FULL                VALUE "Y".
       01 WS-TRACE-INCOMPLETE       PIC X    VALUE "N".
          88 TRACE-INCOMPLETE                VALUE "Y".
       01 ONHAND-TABLE.
          05 ONHAND-ENTRY OCCURS 3000 TIMES.
             10 OHT-BRANCH-ID       PIC 9(7).
             10 OHT-TYPE-CODE       PIC 9(3).
             10 OHT-QTY             PIC S9(7).
       01 OHT-COUNT                 PIC 9(4) VALUE ZERO.
       01 OHT-IDX                   PIC 9(4).
       01 OHT-FOUND-IDX             PIC 9(4).
       01 BLOCK-TABLE.
          05 BLOCK-ENTRY OCCURS 5000 TIMES.
             10 BKT-BRANCH-ID       PIC 9(7).
             10 BKT-TYPE-CODE       PIC 9(3).
             10 BKT-RECALL-ID       PIC 9(5).
             10 BKT-EFFECTIVE-DATE  PIC 9(8).
       01 BKT-COUNT                 PIC 9(4) VALUE ZERO.
       01 BKT-IDX                   PIC 9(4).
       01 WS-BLOCK-FULL             PIC X    VALUE "N".
          88 BLOCK-TABLE-FULL                VALUE "Y".
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
             10 CAT-TYPE-CODE       PIC 9(3).
             10 CAT-TYPE-NAME       PIC X(20).
       01 CATALOG-COUNT             PIC 9(3) VALUE ZERO.
       01 CATALOG-IDX               PIC 9(3).
       01 WS-TYPE-NAME              PIC X(20).
       01 WS-BRANCH-NAME            PIC X(30).
       01 WS-EST-ONHAND             PIC S9(7).
       01 WS-ARRIVAL-DATE           PIC 9(8).
       01 WS-ARRIVAL-QTY            PIC 9(7).
       01 RECALLS-TRACED            PIC 9(3) VALUE ZERO.
       01 BRANCHES-BLOCKED          PIC 9(5) VALUE ZERO.
       01 RECALL-TOTALS.
          05 RTO-BRANCHES           PIC 9(5).
          05 RTO-RECEIVED           PIC 9(9).
          05 RTO-SOLD               PIC S9(9).
          05 RTO-SHIPPED-OUT        PIC 9(9).
          05 RTO-ONHAND             PIC S9(9).

       01 REPORT-HEADING1.
          05 FILLER                 PIC X(40)
                 VALUE "  YoreCandyShoppe Product Recall Trace".
          05 FILLER                 PIC X(9) VALUE "RUN DATE ".
          05 RH1-RUN-DATE           PIC 9(8).
       01 RECALL-HEADING1.
          05 FILLER                 PIC X(7) VALUE "RECALL ".
          05 RCH-RECALL-ID          PIC 9(5).
          05 FILLER                 PIC X(7) VALUE "  TYPE ".
          05 RCH-TYPE-CODE          PIC 9(3).
          05 FILLER                 PIC X    VALUE SPACE.
          05 RCH-TYPE-NAME          PIC X(20).
          05 FILLER                 PIC X(7) VALUE "  LOTS ".
          05 RCH-LOT-FROM           PIC X(10).
          05 FILLER                 PIC X(4) VALUE " TO ".
          05 RCH-LOT-TO             PIC X(10).
       01 RECALL-HEADING2.
          05 FILLER                 PIC X(7) VALUE "ISSUED ".
          05 RCH-ISSUE-DATE         PIC 9(8).
          05 FILLER                 PIC X(11) VALUE "  SUPPLIER ".
          05 RCH-SUPPLIER-ID        PIC 9(5).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 RCH-REASON             PIC X(30).
       01 RECALL-HEADING3.
          05 FILLER                 PIC X(39)
                 VALUE "Branch   Name".
          05 FILLER                 PIC X(48)
                 VALUE
                 "First Rcvd Received    Sold  Xfer Out Est OnHand".
       01 DETAIL-LINE.
          05 PRN-BRANCH-ID          PIC 9(7).
          05 PRN-BRANCH-NAME        PIC B(2)X(30).
          05 PRN-FIRST-DATE         PIC B(2)9(8).
          05 PRN-RECEIVED           PIC B(2)Z(6)9.
          05 PRN-SOLD               PIC B(1)Z(6)9-.
          05 PRN-SHIPPED-OUT        PIC B(1)Z(7)9.
          05 PRN-ONHAND             PIC B(2)Z(7)9.
       01 TOTAL-LINE.
          05 FILLER                 PIC X(20) VALUE
                 "RECALL TOTAL".
          05 FILLER                 PIC X(9) VALUE "BRANCHES ".
          05 PRN-TOT-BRANCHES       PIC Z(4)9.
          05 FILLER                 PIC X(5) VALUE SPACES.
          05 PRN-TOT-RECEIVED       PIC B(2)Z(8)9.
          05 PRN-TOT-SOLD           PIC B(1)Z(8)9-.
          05 PRN-TOT-SHIPPED-OUT    PIC B(1)Z(8)9.
          05 PRN-TOT-ONHAND         PIC B(2)Z(8)9-.
       01 NO-BRANCH-LINE            PIC X(60) VALUE
             "NO BRANCH RECEIVED AN AFFECTED LOT".
       01 TRACE-FULL-LINE           PIC X(60) VALUE
             "*** TRACE TABLE FULL - BRANCH LIST INCOMPLETE".
       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16) VALUE "RECALL-TRACE".
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RECALL-TABLE
           IF RLT-COUNT = ZERO
              DISPLAY "NO RECALLS ON FILE - NOTHING TO TRACE"
              STOP RUN
           END-IF
           DISPLAY "RECALL-ID TO TRACE (0 FOR ALL OPEN RECALLS) -"
           ACCEPT WS-SELECT-RECALL
           PERFORM SELECT-RECALLS
           IF RECALLS-TRACED = ZERO
              DISPLAY "NO OPEN RECALL MATCHES - NOTHING TO TRACE"
              STOP RUN
           END-IF
           OPEN INPUT LOT-HISTORY-FILE
           IF WS-LRH-STATUS = "00"
              SET LOT-HISTORY-ON-HAND TO TRUE
              CLOSE LOT-HISTORY-FILE
           ELSE
              DISPLAY "NO RECEIPT LOT HISTORY ON HAND - NO RECEIPTS"
                      " CAN BE TRACED"
              MOVE "W" TO MLG-SEVERITY
              MOVE "RL0001" TO MLG-CODE
              MOVE "RECEIPT LOT HISTORY NOT ON HAND" TO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
           END-IF
           PERFORM LOAD-ONHAND-TABLE
           PERFORM LOAD-CANDY-CATALOG
           PERFORM LOAD-RECALL-BLOCKS
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS = "00"
              SET BM-FILE-AVAILABLE TO TRUE
           ELSE
              DISPLAY "BRANCH MASTER UNAVAILABLE - BRANCH NAMES NOT"
                      " SHOWN"
              MOVE "W" TO MLG-SEVERITY
              MOVE "RL0003" TO MLG-CODE
              MOVE "BRANCH MASTER UNAVAILABLE - NAMES NOT SHOWN" TO
                 MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING RLT-IDX FROM 1 BY 1
              UNTIL RLT-IDX GREATER THAN RLT-COUNT
                   IF RLT-TRACED(RLT-IDX) = "Y"
                      PERFORM TRACE-ONE-RECALL
                   END-IF
           END-PERFORM
           CLOSE REPORT-FILE
           IF BM-FILE-AVAILABLE
              CLOSE BRANCH-MASTER-FILE
           END-IF
           IF TRACE-INCOMPLETE
              DISPLAY "TRACE TABLE FULL - RECALL BLOCKS NOT UPDATED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM SAVE-RECALL-BLOCKS
           END-IF
           IF BLOCK-TABLE-FULL
              DISPLAY "RECALL BLOCK TABLE FULL - NOT EVERY BRANCH WAS"
                      " BLOCKED"
              MOVE "E" TO MLG-SEVERITY
              MOVE "RL0004" TO MLG-CODE
              MOVE "RECALL BLOCK TABLE FULL - BLOCKS INCOMPLETE" TO
                 MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "RECALLS TRACED         " RECALLS-TRACED
           DISPLAY "BRANCHES BLOCKED       " BRANCHES-BLOCKED
           DISPLAY "BLOCKS NOW IN FORCE    " BKT-COUNT
           MOVE "I" TO MLG-SEVERITY
           MOVE "RL0100" TO MLG-CODE
           MOVE SPACES TO MLG-TEXT
           STRING "RECALL-TRACE COMPLETE - RECALLS " DELIMITED BY SIZE
                  RECALLS-TRACED DELIMITED BY SIZE
                  " BLOCKS " DELIMITED BY SIZE
                  BRANCHES-BLOCKED DELIMITED BY SIZE
                  INTO MLG-TEXT
           PERFORM LOG-BATCH-MESSAGE
           STOP RUN.

       LOG-BATCH-MESSAGE.
           CALL "MSG-LOG" USING MSG-LOG-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           .

       WRITE-REPORT-LINE.
           DISPLAY REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           .

       LOAD-RECALL-TABLE.
           MOVE ZERO TO RLT-COUNT
           OPEN INPUT RECALL-FILE
           IF WS-RCL-STATUS = "00"
              READ RECALL-FILE
              AT END
                 SET END-OF-RECALL-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RECALL-FILE
                      IF RCL-RECALL-ID NUMERIC AND
                         RCL-TYPE-CODE NUMERIC AND
                         RLT-COUNT LESS THAN 200
                         ADD 1 TO RLT-COUNT
                         MOVE RECALL-REC TO RECALL-ENTRY(RLT-COUNT)
                         MOVE "N" TO RLT-TRACED(RLT-COUNT)
                      END-IF
                      READ RECALL-FILE
                      AT END
                         SET END-OF-RECALL-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RECALL-FILE
           END-IF
           .

       SELECT-RECALLS.
           MOVE ZERO TO RECALLS-TRACED
           PERFORM VARYING RLT-IDX FROM 1 BY 1
              UNTIL RLT-IDX GREATER THAN RLT-COUNT
                   IF RLT-STATUS(RLT-IDX) = "O" AND
                      (WS-SELECT-RECALL = ZERO OR
                       WS-SELECT-RECALL = RLT-RECALL-ID(RLT-IDX))
                      MOVE "Y" TO RLT-TRACED(RLT-IDX)
                      ADD 1 TO RECALLS-TRACED
                   END-IF
           END-PERFORM
           .

       LOAD-ONHAND-TABLE.
           MOVE ZERO TO OHT-COUNT
           OPEN INPUT ONHAND-FILE
           IF WS-ONH-STATUS = "00"
              READ ONHAND-FILE
              AT END
                 SET END-OF-ONHAND-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-ONHAND-FILE
                      IF ONH-BRANCH-ID NUMERIC AND
                         ONH-TYPE-CODE NUMERIC AND
                         ONH-QTY NUMERIC AND
                         OHT-COUNT LESS THAN 3000
                         ADD 1 TO OHT-COUNT
                         MOVE ONH-BRANCH-ID TO OHT-BRANCH-ID(OHT-COUNT)
                         MOVE ONH-TYPE-CODE TO OHT-TYPE-CODE(OHT-COUNT)
                         MOVE ONH-QTY TO OHT-QTY(OHT-COUNT)
                      END-IF
                      READ ONHAND-FILE
                      AT END
                         SET END-OF-ONHAND-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE ONHAND-FILE
           END-IF
           .

       LOAD-CANDY-CATALOG.
           MOVE ZERO TO CATALOG-COUNT
           OPEN INPUT CANDY-TYPE-FILE
           IF WS-CT-STATUS = "00"
              READ CANDY-TYPE-FILE
              AT END
                 SET END-OF-CANDY-TYPES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CANDY-TYPES
                      IF CT-TYPE-CODE NUMERIC AND
                         CT-TYPE-CODE GREATER THAN ZERO AND
                         CATALOG-COUNT LESS THAN 100
                         ADD 1 TO CATALOG-COUNT
                         MOVE CT-TYPE-CODE TO
                            CAT-TYPE-CODE(CATALOG-COUNT)
                         MOVE CT-TYPE-NAME TO
                            CAT-TYPE-NAME(CATALOG-COUNT)
                      END-IF
                      READ CANDY-TYPE-FILE
                      AT END
                         SET END-OF-CANDY-TYPES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-TYPE-FILE
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
                         RBK-RECALL-ID NUMERIC
                         MOVE ZERO TO RLT-FOUND-IDX
                         PERFORM VARYING RLT-IDX FROM 1 BY 1
                            UNTIL RLT-IDX GREATER THAN RLT-COUNT
                                 IF RLT-RECALL-ID(RLT-IDX) =
                                    RBK-RECALL-ID
                                    MOVE RLT-IDX TO RLT-FOUND-IDX
                                 END-IF
                         END-PERFORM
                         IF RLT-FOUND-IDX GREATER THAN ZERO
                            IF RLT-STATUS(RLT-FOUND-IDX) = "O" AND
                               RLT-TRACED(RLT-FOUND-IDX) = "N"
                               PERFORM KEEP-RECALL-BLOCK
                            END-IF
                         END-IF
                      END-IF
                      READ RECALL-BLOCK-FILE
                      AT END
                         SET END-OF-RECALL-BLOCKS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RECALL-BLOCK-FILE
           END-IF
           .

       KEEP-RECALL-BLOCK.
           IF BKT-COUNT LESS THAN 5000
              ADD 1 TO BKT-COUNT
              MOVE RECALL-BLOCK-REC TO BLOCK-ENTRY(BKT-COUNT)
           ELSE
              SET BLOCK-TABLE-FULL TO TRUE
           END-IF
           .

       SAVE-RECALL-BLOCKS.
           OPEN OUTPUT RECALL-BLOCK-FILE
           PERFORM VARYING BKT-IDX FROM 1 BY 1
              UNTIL BKT-IDX GREATER THAN BKT-COUNT
                   MOVE BLOCK-ENTRY(BKT-IDX) TO RECALL-BLOCK-REC
                   WRITE RECALL-BLOCK-REC
           END-PERFORM
           CLOSE RECALL-BLOCK-FILE
           .

       TRACE-ONE-RECALL.
           MOVE ZERO TO TRT-COUNT
           MOVE "N" TO WS-TRACE-FULL
           MOVE ZEROS TO RECALL-TOTALS
           IF LOT-HISTORY-ON-HAND
              PERFORM COLLECT-LOT-RECEIPTS
           END-IF
           IF TRT-COUNT GREATER THAN ZERO
              PERFORM COLLECT-ONWARD-TRANSFERS
              PERFORM COLLECT-SALES-SINCE-RECEIPT
              PERFORM SORT-TRACE-TABLE
           END-IF
           MOVE SPACES TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           MOVE RLT-RECALL-ID(RLT-IDX) TO RCH-RECALL-ID
           MOVE RLT-TYPE-CODE(RLT-IDX) TO RCH-TYPE-CODE
           PERFORM FIND-TYPE-NAME
           MOVE WS-TYPE-NAME TO RCH-TYPE-NAME
           MOVE RLT-LOT-FROM(RLT-IDX) TO RCH-LOT-FROM
           MOVE RLT-LOT-TO(RLT-IDX) TO RCH-LOT-TO
           MOVE RECALL-HEADING1 TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           MOVE RLT-ISSUE-DATE(RLT-IDX) TO RCH-ISSUE-DATE
           MOVE RLT-SUPPLIER-ID(RLT-IDX) TO RCH-SUPPLIER-ID
           MOVE RLT-REASON(RLT-IDX) TO RCH-REASON
           MOVE RECALL-HEADING2 TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           IF TRT-COUNT = ZERO
              MOVE NO-BRANCH-LINE TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE RECALL-HEADING3 TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING TRT-IDX FROM 1 BY 1
                 UNTIL TRT-IDX GREATER THAN TRT-COUNT
                      PERFORM PRINT-TRACE-LINE
                      PERFORM ADD-RECALL-BLOCK
              END-PERFORM
              MOVE RTO-BRANCHES TO PRN-TOT-BRANCHES
              MOVE RTO-RECEIVED TO PRN-TOT-RECEIVED
              MOVE RTO-SOLD TO PRN-TOT-SOLD
              MOVE RTO-SHIPPED-OUT TO PRN-TOT-SHIPPED-OUT
              MOVE RTO-ONHAND TO PRN-TOT-ONHAND
              MOVE TOTAL-LINE TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF TRACE-TABLE-FULL
              MOVE TRACE-FULL-LINE TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
              SET TRACE-INCOMPLETE TO TRUE
              MOVE "E" TO MLG-SEVERITY
              MOVE "RL0002" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "TRACE TABLE FULL - RECALL " DELIMITED BY SIZE
                     RLT-RECALL-ID(RLT-IDX) DELIMITED BY SIZE
                     " INCOMPLETE" DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
           END-IF
           .

       COLLECT-LOT-RECEIPTS.
           OPEN INPUT LOT-HISTORY-FILE
           READ LOT-HISTORY-FILE
           AT END
              SET END-OF-LOT-HISTORY TO TRUE
           END-READ
           PERFORM UNTIL END-OF-LOT-HISTORY
                   IF LRH-BRANCH-ID NUMERIC AND
                      LRH-TYPE-CODE NUMERIC AND
                      LRH-QTY NUMERIC AND
                      LRH-RECEIPT-DATE NUMERIC AND
                      LRH-TYPE-CODE = RLT-TYPE-CODE(RLT-IDX) AND
                      LRH-LOT-NUMBER NOT = SPACES AND
                      LRH-LOT-NUMBER NOT LESS THAN
                         RLT-LOT-FROM(RLT-IDX) AND
                      LRH-LOT-NUMBER NOT GREATER THAN
                         RLT-LOT-TO(RLT-IDX)
                      PERFORM ADD-TRACE-RECEIPT
                   END-IF
                   READ LOT-HISTORY-FILE
                   AT END
                      SET END-OF-LOT-HISTORY TO TRUE
                   END-READ
           END-PERFORM
           CLOSE LOT-HISTORY-FILE
           .

       ADD-TRACE-RECEIPT.
           MOVE ZERO TO TRT-FOUND-IDX
           PERFORM VARYING TRT-SORT-IDX FROM 1 BY 1
              UNTIL TRT-SORT-IDX GREATER THAN TRT-COUNT
                   IF TRT-BRANCH-ID(TRT-SORT-IDX) = LRH-BRANCH-ID
                      MOVE TRT-SORT-IDX TO TRT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF TRT-FOUND-IDX = ZERO
              IF TRT-COUNT LESS THAN 1000
                 ADD 1 TO TRT-COUNT
                 MOVE TRT-COUNT TO TRT-FOUND-IDX
                 MOVE LRH-BRANCH-ID TO TRT-BRANCH-ID(TRT-FOUND-IDX)
                 MOVE LRH-RECEIPT-DATE TO
                    TRT-FIRST-DATE(TRT-FOUND-IDX)
                 MOVE ZERO TO TRT-LOT-LINES(TRT-FOUND-IDX)
                 MOVE ZERO TO TRT-RECEIVED(TRT-FOUND-IDX)
                 MOVE ZERO TO TRT-SOLD(TRT-FOUND-IDX)
                 MOVE ZERO TO TRT-SHIPPED-OUT(TRT-FOUND-IDX)
              ELSE
                 SET TRACE-TABLE-FULL TO TRUE
              END-IF
           END-IF
           IF TRT-FOUND-IDX GREATER THAN ZERO
              ADD 1 TO TRT-LOT-LINES(TRT-FOUND-IDX)
              ADD LRH-QTY TO TRT-RECEIVED(TRT-FOUND-IDX)
              IF LRH-RECEIPT-DATE LESS THAN
                 TRT-FIRST-DATE(TRT-FOUND-IDX)
                 MOVE LRH-RECEIPT-DATE TO
                    TRT-FIRST-DATE(TRT-FOUND-IDX)
              END-IF
           END-IF
           .

       COLLECT-ONWARD-TRANSFERS.
           OPEN INPUT TRANSFER-FILE
           IF WS-XFR-STATUS = "00"
              READ TRANSFER-FILE
              AT END
                 SET END-OF-TRANSFER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-TRANSFER-FILE
                      IF XFR-NUMBER NUMERIC AND
                         XFR-FROM-BRANCH NUMERIC AND
                         XFR-TO-BRANCH NUMERIC AND
                         XFR-TYPE-CODE NUMERIC AND
                         XFR-SHIP-QTY NUMERIC AND
                         XFR-SHIP-DATE NUMERIC AND
                         XFR-TYPE-CODE = RLT-TYPE-CODE(RLT-IDX) AND
                         XFR-TO-BRANCH NOT = XFR-FROM-BRANCH
                         PERFORM ADD-TRACE-TRANSFER
                      END-IF
                      READ TRANSFER-FILE
                      AT END
                         SET END-OF-TRANSFER-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE TRANSFER-FILE
           END-IF
           .

       ADD-TRACE-TRANSFER.
           MOVE ZERO TO TRT-FOUND-IDX
           PERFORM VARYING TRT-SORT-IDX FROM 1 BY 1
              UNTIL TRT-SORT-IDX GREATER THAN TRT-COUNT
                   IF TRT-BRANCH-ID(TRT-SORT-IDX) = XFR-FROM-BRANCH
                      MOVE TRT-SORT-IDX TO TRT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF TRT-FOUND-IDX GREATER THAN ZERO
              IF XFR-SHIP-DATE NOT LESS THAN
                 TRT-FIRST-DATE(TRT-FOUND-IDX)
                 ADD XFR-SHIP-QTY TO TRT-SHIPPED-OUT(TRT-FOUND-IDX)
                 MOVE XFR-SHIP-DATE TO WS-ARRIVAL-DATE
                 MOVE XFR-SHIP-QTY TO WS-ARRIVAL-QTY
                 IF XFR-RECEIVE-DATE NUMERIC AND
                    XFR-RECEIVE-DATE GREATER THAN ZERO
                    MOVE XFR-RECEIVE-DATE TO WS-ARRIVAL-DATE
                 END-IF
                 PERFORM ADD-TRANSFER-RECEIVER
              END-IF
           END-IF
           .

       ADD-TRANSFER-RECEIVER.
           MOVE ZERO TO TRT-FOUND-IDX
           PERFORM VARYING TRT-SORT-IDX FROM 1 BY 1
              UNTIL TRT-SORT-IDX GREATER THAN TRT-COUNT
                   IF TRT-BRANCH-ID(TRT-SORT-IDX) = XFR-TO-BRANCH
                      MOVE TRT-SORT-IDX TO TRT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF TRT-FOUND-IDX = ZERO
              IF TRT-COUNT LESS THAN 1000
                 ADD 1 TO TRT-COUNT
                 MOVE TRT-COUNT TO TRT-FOUND-IDX
                 MOVE XFR-TO-BRANCH TO TRT-BRANCH-ID(TRT-FOUND-IDX)
                 MOVE WS-ARRIVAL-DATE TO
                    TRT-FIRST-DATE(TRT-FOUND-IDX)
                 MOVE ZERO TO TRT-LOT-LINES(TRT-FOUND-IDX)
                 MOVE ZERO TO TRT-RECEIVED(TRT-FOUND-IDX)
                 MOVE ZERO TO TRT-SOLD(TRT-FOUND-IDX)
                 MOVE ZERO TO TRT-SHIPPED-OUT(TRT-FOUND-IDX)
              ELSE
                 SET TRACE-TABLE-FULL TO TRUE
              END-IF
           END-IF
           IF TRT-FOUND-IDX GREATER THAN ZERO
              ADD WS-ARRIVAL-QTY TO TRT-RECEIVED(TRT-FOUND-IDX)
              IF WS-ARRIVAL-DATE LESS THAN
                 TRT-FIRST-DATE(TRT-FOUND-IDX)
                 MOVE WS-ARRIVAL-DATE TO
                    TRT-FIRST-DATE(TRT-FOUND-IDX)
              END-IF
           END-IF
           .

       COLLECT-SALES-SINCE-RECEIPT.
           MOVE "N" TO WS-END-OF-STORE
           OPEN INPUT TRAN-STORE-FILE
           IF WS-CTS-STATUS = "00"
              PERFORM UNTIL END-OF-STORE
                      READ TRAN-STORE-FILE NEXT RECORD
                      AT END
                         SET END-OF-STORE TO TRUE
                      NOT AT END
                         IF CTS-TYPE-CODE = RLT-TYPE-CODE(RLT-IDX)
                            PERFORM ADD-TRACE-SALE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE TRAN-STORE-FILE
           END-IF
           .

       ADD-TRACE-SALE.
           MOVE ZERO TO TRT-FOUND-IDX
           PERFORM VARYING TRT-SORT-IDX FROM 1 BY 1
              UNTIL TRT-SORT-IDX GREATER THAN TRT-COUNT
                   IF TRT-BRANCH-ID(TRT-SORT-IDX) = CTS-BRANCH-ID
                      MOVE TRT-SORT-IDX TO TRT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF TRT-FOUND-IDX GREATER THAN ZERO
              IF CTS-TRAN-DATE NOT LESS THAN
                 TRT-FIRST-DATE(TRT-FOUND-IDX)
                 IF CTS-AMOUNT LESS THAN ZERO
                    SUBTRACT CTS-QUANTITY FROM
                       TRT-SOLD(TRT-FOUND-IDX)
                 ELSE
                    ADD CTS-QUANTITY TO TRT-SOLD(TRT-FOUND-IDX)
                 END-IF
              END-IF
           END-IF
           .

       SORT-TRACE-TABLE.
           PERFORM VARYING TRT-IDX FROM 2 BY 1
              UNTIL TRT-IDX GREATER THAN TRT-COUNT
                   MOVE TRACE-ENTRY(TRT-IDX) TO TRT-SWAP-ENTRY
                   PERFORM VARYING TRT-SORT-IDX FROM TRT-IDX BY -1
                      UNTIL TRT-SORT-IDX = 1 OR
                         TRACE-ENTRY(TRT-SORT-IDX - 1)(1:7) NOT
                            GREATER THAN TRT-SWAP-ENTRY(1:7)
                         MOVE TRACE-ENTRY(TRT-SORT-IDX - 1) TO
                            TRACE-ENTRY(TRT-SORT-IDX)
                   END-PERFORM
                   MOVE TRT-SWAP-ENTRY TO TRACE-ENTRY(TRT-SORT-IDX)
           END-PERFORM
           .

       PRINT-TRACE-LINE.
           PERFORM FIND-BRANCH-NAME
           COMPUTE WS-EST-ONHAND =
              TRT-RECEIVED(TRT-IDX) - TRT-SOLD(TRT-IDX)
              - TRT-SHIPPED-OUT(TRT-IDX)
           IF WS-EST-ONHAND LESS THAN ZERO
              MOVE ZERO TO WS-EST-ONHAND
           END-IF
           PERFORM FIND-ONHAND-ENTRY
           IF OHT-FOUND-IDX GREATER THAN ZERO
              IF OHT-QTY(OHT-FOUND-IDX) LESS THAN WS-EST-ONHAND
                 MOVE OHT-QTY(OHT-FOUND-IDX) TO WS-EST-ONHAND
                 IF WS-EST-ONHAND LESS THAN ZERO
                    MOVE ZERO TO WS-EST-ONHAND
                 END-IF
              END-IF
           END-IF
           MOVE TRT-BRANCH-ID(TRT-IDX) TO PRN-BRANCH-ID
           MOVE WS-BRANCH-NAME TO PRN-BRANCH-NAME
           MOVE TRT-FIRST-DATE(TRT-IDX) TO PRN-FIRST-DATE
           MOVE TRT-RECEIVED(TRT-IDX) TO PRN-RECEIVED
           MOVE TRT-SOLD(TRT-IDX) TO PRN-SOLD
           MOVE TRT-SHIPPED-OUT(TRT-IDX) TO PRN-SHIPPED-OUT
           MOVE WS-EST-ONHAND TO PRN-ONHAND
           MOVE DETAIL-LINE TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO RTO-BRANCHES
           ADD TRT-RECEIVED(TRT-IDX) TO RTO-RECEIVED
           ADD TRT-SOLD(TRT-IDX) TO RTO-SOLD
           ADD TRT-SHIPPED-OUT(TRT-IDX) TO RTO-SHIPPED-OUT
           ADD WS-EST-ONHAND TO RTO-ONHAND
           .

       FIND-BRANCH-NAME.
           MOVE SPACES TO WS-BRANCH-NAME
           IF BM-FILE-AVAILABLE
              MOVE TRT-BRANCH-ID(TRT-IDX) TO BM-BRANCH-ID
              READ BRANCH-MASTER-FILE
                 INVALID KEY
                    MOVE "*** NOT ON BRANCH MASTER" TO WS-BRANCH-NAME
                 NOT INVALID KEY
                    MOVE BM-BRANCH-NAME TO WS-BRANCH-NAME
              END-READ
           END-IF
           .

       FIND-ONHAND-ENTRY.
           MOVE ZERO TO OHT-FOUND-IDX
           PERFORM VARYING OHT-IDX FROM 1 BY 1
              UNTIL OHT-IDX GREATER THAN OHT-COUNT
                   IF OHT-BRANCH-ID(OHT-IDX) = TRT-BRANCH-ID(TRT-IDX)
                      AND OHT-TYPE-CODE(OHT-IDX) =
                      RLT-TYPE-CODE(RLT-IDX)
                      MOVE OHT-IDX TO OHT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       FIND-TYPE-NAME.
           MOVE SPACES TO WS-TYPE-NAME
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                   IF CAT-TYPE-CODE(CATALOG-IDX) =
                      RLT-TYPE-CODE(RLT-IDX)
                      MOVE CAT-TYPE-NAME(CATALOG-IDX) TO WS-TYPE-NAME
                   END-IF
           END-PERFORM
           .

       ADD-RECALL-BLOCK.
           IF BKT-COUNT LESS THAN 5000
              ADD 1 TO BKT-COUNT
              MOVE TRT-BRANCH-ID(TRT-IDX) TO BKT-BRANCH-ID(BKT-COUNT)
              MOVE RLT-TYPE-CODE(RLT-IDX) TO BKT-TYPE-CODE(BKT-COUNT)
              MOVE RLT-RECALL-ID(RLT-IDX) TO BKT-RECALL-ID(BKT-COUNT)
              MOVE RLT-ISSUE-DATE(RLT-IDX) TO
                 BKT-EFFECTIVE-DATE(BKT-COUNT)
              ADD 1 TO BRANCHES-BLOCKED
           ELSE
              SET BLOCK-TABLE-FULL TO TRUE
           END-IF
           .
