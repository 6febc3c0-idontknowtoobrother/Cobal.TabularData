                 FILE STATUS IS WS-CT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "stock_status_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-CONTROL-FILE ASSIGN TO "po_match_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PMC-STATUS.
           SELECT LOT-HISTORY-FILE ASSIGN TO "receipt_lots.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LRH-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 RCP-TYPE-CODE          PIC 9(3).
          05 RCP-DATE               PIC 9(8).
          05 RCP-QTY                PIC 9(5).
          05 RCP-LOT-NUMBER         PIC X(10).

       FD CANDY-FILE.
       01 CANDY-REC.
       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(90).

       FD MATCH-CONTROL-FILE.
       01 MATCH-CONTROL-REC.
          05 PMC-RECEIPTS-MATCHED   PIC 9(7).
          05 PMC-LAST-RUN-DATE      PIC 9(8).

       FD LOT-HISTORY-FILE.
       01 LOT-HISTORY-REC.
          05 LRH-BRANCH-ID          PIC 9(7).
          05 LRH-TYPE-CODE          PIC 9(3).
          05 LRH-RECEIPT-DATE       PIC 9(8).
          05 LRH-QTY                PIC 9(5).
          05 LRH-LOT-NUMBER         PIC X(10).
          05 LRH-POSTED-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ONH-STATUS             PIC XX.
       01 WS-RCP-STATUS             PIC XX.
       01 WS-ROP-STATUS             PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-SRC-STATUS             PIC XX.
       01 WS-PMC-STATUS             PIC XX.
       01 WS-LRH-STATUS             PIC XX.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-PO-MATCHED             PIC 9(7) VALUE ZERO.
       01 WS-LAST-RELIEVED-DATE     PIC 9(8) VALUE ZERO.
       01 WS-MAX-RELIEVED-DATE      PIC 9(8) VALUE ZERO.
       01 WS-ONH-OVERFLOW           PIC X    VALUE "N".
       01 WS-TYPE-NAME              PIC X(20).
       01 RECEIPTS-POSTED           PIC 9(5) VALUE ZERO.
       01 SALES-RELIEVED            PIC 9(9) VALUE ZERO.
       01 LOTS-RECORDED             PIC 9(9) VALUE ZERO.
       01 NEGATIVE-COUNT            PIC 9(4) VALUE ZERO.
       01 REORDER-COUNT             PIC 9(4) VALUE ZERO.

                      " SOME NEW POSITIONS WERE NOT TRACKED"
           END-IF
           DISPLAY "RECEIPT LINES POSTED   " RECEIPTS-POSTED
           DISPLAY "RECEIPT LOTS RECORDED  " LOTS-RECORDED
           DISPLAY "UNITS RELIEVED BY SALE " SALES-RELIEVED
           DISPLAY "SALES RELIEVED THROUGH " WS-MAX-RELIEVED-DATE
           DISPLAY "NEGATIVE ON-HAND LINES " NEGATIVE-COUNT
       POST-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE
           IF WS-RCP-STATUS = "00"
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              OPEN EXTEND LOT-HISTORY-FILE
              IF WS-LRH-STATUS = "35"
                 OPEN OUTPUT LOT-HISTORY-FILE
              END-IF
              READ RECEIPTS-FILE
              AT END
                 SET END-OF-RECEIPTS-FILE TO TRUE
                         MOVE RCP-QTY TO WS-DELTA-QTY
                         PERFORM APPLY-ONHAND-DELTA
                         ADD 1 TO RECEIPTS-POSTED
                         PERFORM RECORD-RECEIPT-LOT
                      ELSE
                         DISPLAY "BAD RECEIPT RECORD DROPPED - "
                                 RECEIPTS-REC(1:23)
                      END-READ
              END-PERFORM
              CLOSE RECEIPTS-FILE
              CLOSE LOT-HISTORY-FILE
           END-IF
           .

       RECORD-RECEIPT-LOT.
           MOVE RCP-BRANCH-ID TO LRH-BRANCH-ID
           MOVE RCP-TYPE-CODE TO LRH-TYPE-CODE
           IF RCP-DATE NUMERIC
              MOVE RCP-DATE TO LRH-RECEIPT-DATE
           ELSE
              MOVE WS-RUN-DATE TO LRH-RECEIPT-DATE
           END-IF
           MOVE RCP-QTY TO LRH-QTY
           MOVE RCP-LOT-NUMBER TO LRH-LOT-NUMBER
           MOVE WS-RUN-DATE TO LRH-POSTED-DATE
           WRITE LOT-HISTORY-REC
           IF RCP-LOT-NUMBER NOT = SPACES
              ADD 1 TO LOTS-RECORDED
           END-IF
           .

       CLEAR-RECEIPTS-FILE.
           OPEN OUTPUT RECEIPTS-FILE
           CLOSE RECEIPTS-FILE
           PERFORM RESET-PO-MATCH-CONTROL
           .

       RESET-PO-MATCH-CONTROL.
           OPEN INPUT MATCH-CONTROL-FILE
           IF WS-PMC-STATUS = "00"
              MOVE ZERO TO WS-PO-MATCHED
              READ MATCH-CONTROL-FILE
              NOT AT END
                 IF PMC-RECEIPTS-MATCHED NUMERIC
                    MOVE PMC-RECEIPTS-MATCHED TO WS-PO-MATCHED
                 END-IF
              END-READ
              CLOSE MATCH-CONTROL-FILE
              IF WS-PO-MATCHED LESS THAN RECEIPTS-POSTED
                 DISPLAY "RECEIPT LINES POSTED BEFORE PO-RECEIPT-MATCH"
                         " RAN - PURCHASE ORDERS NOT RELIEVED"
              END-IF
              OPEN OUTPUT MATCH-CONTROL-FILE
              MOVE ZERO TO PMC-RECEIPTS-MATCHED
              ACCEPT PMC-LAST-RUN-DATE FROM DATE YYYYMMDD
              WRITE MATCH-CONTROL-REC
              CLOSE MATCH-CONTROL-FILE
           END-IF
           .
