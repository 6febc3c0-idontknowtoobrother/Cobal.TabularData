       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-RECEIPT-MATCH.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPTS-FILE ASSIGN TO "candy_receipts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RCP-STATUS.
           SELECT PO-FILE ASSIGN TO "purchase_orders.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PO-STATUS.
           SELECT PO-HISTORY-FILE ASSIGN TO "purchase_order_hist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-POH-STATUS.
           SELECT MATCH-CONTROL-FILE ASSIGN TO "po_match_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PMC-STATUS.
           SELECT CANCEL-FILE ASSIGN TO "po_cancellations.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCN-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "po_receipt_match_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIPTS-FILE.
       01 RECEIPTS-REC.
          88 END-OF-RECEIPTS-FILE                      VALUE HIGH-VALUES
           .
          05 RCP-BRANCH-ID          PIC 9(7).
          05 RCP-TYPE-CODE          PIC 9(3).
          05 RCP-DATE               PIC 9(8).
          05 RCP-QTY                PIC 9(5).
          05 RCP-LOT-NUMBER         PIC X(10).

       FD PO-FILE.
       01 PO-REC.
          88 END-OF-PO-FILE                            VALUE HIGH-VALUES
           .
          05 PO-NUMBER              PIC 9(7).
          05 PO-LINE-NUM            PIC 9(3).
          05 PO-SUPPLIER-ID         PIC 9(5).
          05 PO-BRANCH-ID           PIC 9(7).
          05 PO-TYPE-CODE           PIC 9(3).
          05 PO-ORDER-DATE          PIC 9(8).
          05 PO-DUE-DATE            PIC 9(8).
          05 PO-ORDER-QTY           PIC 9(5).
          05 PO-RECEIVED-QTY        PIC 9(5).
          05 PO-STATUS              PIC X.
             88 PO-LINE-OPEN                       VALUE "O" "P".

       FD PO-HISTORY-FILE.
       01 PO-HISTORY-REC.
          05 POH-PO-IMAGE           PIC X(52).
          05 POH-CLOSE-DATE         PIC 9(8).

       FD CANCEL-FILE.
       01 CANCEL-REC.
          88 END-OF-CANCEL-FILE                        VALUE HIGH-VALUES
           .
          05 PCN-PO-NUMBER          PIC 9(7).
          05 PCN-LINE-NUM           PIC 9(3).
          05 PCN-OPERATOR-ID        PIC X(8).
          05 PCN-REASON             PIC X(30).

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          88 END-OF-OPERATOR-FILE                      VALUE HIGH-VALUES
           .
          05 OPR-ID                 PIC X(8).
          05 OPR-NAME               PIC X(30).
          05 OPR-ROLE               PIC X.
          05 OPR-ACTIVE             PIC X.

       FD MATCH-CONTROL-FILE.
       01 MATCH-CONTROL-REC.
          05 PMC-RECEIPTS-MATCHED   PIC 9(7).
          05 PMC-LAST-RUN-DATE      PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RCP-STATUS             PIC XX.
       01 WS-PO-STATUS              PIC XX.
       01 WS-POH-STATUS             PIC XX.
       01 WS-PMC-STATUS             PIC XX.
       01 WS-PCN-STATUS             PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-ALREADY-MATCHED        PIC 9(7) VALUE ZERO.
       01 WS-RECEIPTS-READ          PIC 9(7) VALUE ZERO.
       01 PO-TABLE.
          05 PO-ENTRY OCCURS 3000 TIMES.
             10 POT-NUMBER          PIC 9(7).
             10 POT-LINE-NUM        PIC 9(3).
             10 POT-SUPPLIER-ID     PIC 9(5).
             10 POT-BRANCH-ID       PIC 9(7).
             10 POT-TYPE-CODE       PIC 9(3).
             10 POT-ORDER-DATE      PIC 9(8).
             10 POT-DUE-DATE        PIC 9(8).
             10 POT-ORDER-QTY       PIC 9(5).
             10 POT-RECEIVED-QTY    PIC 9(5).
             10 POT-STATUS          PIC X.
                88 POT-LINE-OPEN                VALUE "O" "P".
       01 POT-COUNT                 PIC 9(4) VALUE ZERO.
       01 POT-IDX                   PIC 9(4).
       01 POT-FOUND-IDX             PIC 9(4).
       01 WS-PO-OVERFLOW            PIC X    VALUE "N".
          88 PO-OVERFLOW                     VALUE "Y".
       01 WS-OUTSTANDING-QTY        PIC 9(5).
       01 WS-DIFFERENCE-QTY         PIC S9(6).
       01 WS-REMAINING-QTY          PIC 9(5).
       01 WS-LINE-IDX               PIC 9(4).
       01 RECEIPTS-MATCHED          PIC 9(5) VALUE ZERO.
       01 FULL-COUNT                PIC 9(5) VALUE ZERO.
       01 SHORT-COUNT               PIC 9(5) VALUE ZERO.
       01 OVER-COUNT                PIC 9(5) VALUE ZERO.
       01 UNORDERED-COUNT           PIC 9(5) VALUE ZERO.
       01 LINES-CLOSED              PIC 9(5) VALUE ZERO.
       01 CANCELLED-COUNT           PIC 9(5) VALUE ZERO.
       01 CANCEL-HELD-COUNT         PIC 9(5) VALUE ZERO.
       01 SUPERVISOR-TABLE.
          05 SUPERVISOR-ID          PIC X(8) OCCURS 100 TIMES.
       01 SVT-COUNT                 PIC 9(3) VALUE ZERO.
       01 SVT-IDX                   PIC 9(3).
       01 WS-SUPERVISOR-FOUND       PIC X.
          88 SUPERVISOR-FOUND                VALUE "Y".
       01 HELD-CANCEL-TABLE.
          05 HELD-CANCEL            PIC X(48) OCCURS 500 TIMES.
       01 HELD-CANCEL-COUNT         PIC 9(3) VALUE ZERO.
       01 HELD-CANCEL-IDX           PIC 9(3).
       01 WS-CANCEL-RESULT          PIC X(30).

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Receipt to Purchase Order Match".
       01 REPORT-HEADING2           PIC X(95)
                                                       VALUE
             "Branch   Type  RcptDate  Received  PO#      Line   Ordered
      -      "  Difference  Result".
       01 DETAIL-LINE.
          05 PRN-BRANCH-ID          PIC 9(7).
          05 PRN-TYPE-CODE          PIC B(2)9(3).
          05 PRN-RCP-DATE           PIC B(2)9(8).
          05 PRN-RCP-QTY            PIC B(2)Z(7)9.
          05 PRN-PO-NUMBER          PIC B(2)9(7).
          05 PRN-LINE-NUM           PIC B(2)9(3).
          05 PRN-ORDER-QTY          PIC B(2)Z(6)9.
          05 PRN-DIFFERENCE         PIC B(2)Z(9)9-.
          05 PRN-RESULT             PIC B(2)X(16).
       01 CANCEL-LINE.
          05 FILLER                 PIC X(12) VALUE "  CANCEL PO ".
          05 PRN-CAN-PO-NUMBER      PIC 9(7).
          05 FILLER                 PIC X(6)  VALUE " LINE ".
          05 PRN-CAN-LINE-NUM       PIC 9(3).
          05 PRN-CAN-OPERATOR       PIC B(2)X(8).
          05 PRN-CAN-REASON         PIC B(2)X(30).
          05 PRN-CAN-RESULT         PIC B(2)X(30).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PO-TABLE
           IF PO-OVERFLOW
              DISPLAY "MORE THAN 3000 OPEN PURCHASE ORDER LINES -"
                      " RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-MATCH-CONTROL
           OPEN OUTPUT REPORT-FILE
           DISPLAY REPORT-HEADING1
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           PERFORM MATCH-RECEIPTS
           PERFORM APPLY-CANCELLATIONS
           CLOSE REPORT-FILE
           PERFORM SAVE-PO-TABLE
           PERFORM SAVE-MATCH-CONTROL
           DISPLAY "RECEIPT LINES MATCHED  " RECEIPTS-MATCHED
           DISPLAY "RECEIVED IN FULL       " FULL-COUNT
           DISPLAY "SHORT SHIPMENTS        " SHORT-COUNT
           DISPLAY "OVER-SHIPMENTS         " OVER-COUNT
           DISPLAY "UNORDERED RECEIPTS     " UNORDERED-COUNT
           DISPLAY "ORDER LINES CANCELLED  " CANCELLED-COUNT
           DISPLAY "ORDER LINES CLOSED     " LINES-CLOSED
           IF CANCEL-HELD-COUNT GREATER THAN ZERO
              DISPLAY "CANCELLATIONS HELD     " CANCEL-HELD-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PO-TABLE.
           MOVE ZERO TO POT-COUNT
           OPEN INPUT PO-FILE
           IF WS-PO-STATUS = "00"
              READ PO-FILE
              AT END
                 SET END-OF-PO-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PO-FILE
                      IF PO-NUMBER NUMERIC AND
                         PO-ORDER-QTY NUMERIC AND
                         PO-RECEIVED-QTY NUMERIC
                         IF POT-COUNT LESS THAN 3000
                            ADD 1 TO POT-COUNT
                            MOVE PO-REC TO PO-ENTRY(POT-COUNT)
                         ELSE
                            SET PO-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ PO-FILE
                      AT END
                         SET END-OF-PO-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PO-FILE
           END-IF
           .

       SAVE-PO-TABLE.
           OPEN EXTEND PO-HISTORY-FILE
           IF WS-POH-STATUS = "35"
              OPEN OUTPUT PO-HISTORY-FILE
           END-IF
           OPEN OUTPUT PO-FILE
           PERFORM VARYING POT-IDX FROM 1 BY 1
              UNTIL POT-IDX GREATER THAN POT-COUNT
                   IF POT-LINE-OPEN(POT-IDX)
                      MOVE PO-ENTRY(POT-IDX) TO PO-REC
                      WRITE PO-REC
                   ELSE
                      MOVE PO-ENTRY(POT-IDX) TO POH-PO-IMAGE
                      MOVE WS-RUN-DATE TO POH-CLOSE-DATE
                      WRITE PO-HISTORY-REC
                      ADD 1 TO LINES-CLOSED
                   END-IF
           END-PERFORM
           CLOSE PO-FILE
           CLOSE PO-HISTORY-FILE
           .

       LOAD-MATCH-CONTROL.
           MOVE ZERO TO WS-ALREADY-MATCHED
           OPEN INPUT MATCH-CONTROL-FILE
           IF WS-PMC-STATUS = "00"
              READ MATCH-CONTROL-FILE
              NOT AT END
                 IF PMC-RECEIPTS-MATCHED NUMERIC
                    MOVE PMC-RECEIPTS-MATCHED TO WS-ALREADY-MATCHED
                 END-IF
              END-READ
              CLOSE MATCH-CONTROL-FILE
           END-IF
           IF WS-ALREADY-MATCHED GREATER THAN ZERO
              DISPLAY "RECEIPT LINES ALREADY MATCHED "
                      WS-ALREADY-MATCHED " - SKIPPED"
           END-IF
           .

       SAVE-MATCH-CONTROL.
           OPEN OUTPUT MATCH-CONTROL-FILE
           IF WS-RECEIPTS-READ GREATER THAN WS-ALREADY-MATCHED
              MOVE WS-RECEIPTS-READ TO PMC-RECEIPTS-MATCHED
           ELSE
              MOVE WS-ALREADY-MATCHED TO PMC-RECEIPTS-MATCHED
           END-IF
           MOVE WS-RUN-DATE TO PMC-LAST-RUN-DATE
           WRITE MATCH-CONTROL-REC
           CLOSE MATCH-CONTROL-FILE
           .

       MATCH-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE
           IF WS-RCP-STATUS NOT = "00"
              DISPLAY "NO RECEIPTS FILE ON HAND"
           ELSE
              READ RECEIPTS-FILE
              AT END
                 SET END-OF-RECEIPTS-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RECEIPTS-FILE
                      ADD 1 TO WS-RECEIPTS-READ
                      IF WS-RECEIPTS-READ GREATER THAN
                         WS-ALREADY-MATCHED
                         IF RCP-BRANCH-ID NUMERIC AND
                            RCP-TYPE-CODE NUMERIC AND
                            RCP-QTY NUMERIC
                            PERFORM MATCH-ONE-RECEIPT
                         ELSE
                            DISPLAY "BAD RECEIPT RECORD SKIPPED - "
                                    RECEIPTS-REC(1:23)
                         END-IF
                      END-IF
                      READ RECEIPTS-FILE
                      AT END
                         SET END-OF-RECEIPTS-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RECEIPTS-FILE
           END-IF
           .

       MATCH-ONE-RECEIPT.
           ADD 1 TO RECEIPTS-MATCHED
           PERFORM FIND-OLDEST-OPEN-LINE
           MOVE RCP-BRANCH-ID TO PRN-BRANCH-ID
           MOVE RCP-TYPE-CODE TO PRN-TYPE-CODE
           MOVE RCP-DATE TO PRN-RCP-DATE
           MOVE RCP-QTY TO PRN-RCP-QTY
           IF POT-FOUND-IDX = ZERO
              ADD 1 TO UNORDERED-COUNT
              MOVE ZERO TO PRN-PO-NUMBER
              MOVE ZERO TO PRN-LINE-NUM
              MOVE ZERO TO PRN-ORDER-QTY
              MOVE RCP-QTY TO PRN-DIFFERENCE
              MOVE "UNORDERED" TO PRN-RESULT
              PERFORM WRITE-MATCH-LINE
           ELSE
              MOVE RCP-QTY TO WS-REMAINING-QTY
              PERFORM UNTIL POT-FOUND-IDX = ZERO
                      PERFORM APPLY-RECEIPT-TO-LINE
              END-PERFORM
           END-IF
           .

       APPLY-RECEIPT-TO-LINE.
           MOVE POT-FOUND-IDX TO WS-LINE-IDX
           COMPUTE WS-OUTSTANDING-QTY =
              POT-ORDER-QTY(WS-LINE-IDX) -
              POT-RECEIVED-QTY(WS-LINE-IDX)
           COMPUTE WS-DIFFERENCE-QTY =
              WS-REMAINING-QTY - WS-OUTSTANDING-QTY
           MOVE ZERO TO POT-FOUND-IDX
           IF WS-DIFFERENCE-QTY GREATER THAN ZERO
              MOVE "C" TO POT-STATUS(WS-LINE-IDX)
              PERFORM FIND-OLDEST-OPEN-LINE
           END-IF
           MOVE POT-NUMBER(WS-LINE-IDX) TO PRN-PO-NUMBER
           MOVE POT-LINE-NUM(WS-LINE-IDX) TO PRN-LINE-NUM
           MOVE POT-ORDER-QTY(WS-LINE-IDX) TO PRN-ORDER-QTY
           IF POT-FOUND-IDX GREATER THAN ZERO
              ADD WS-OUTSTANDING-QTY TO POT-RECEIVED-QTY(WS-LINE-IDX)
              SUBTRACT WS-OUTSTANDING-QTY FROM WS-REMAINING-QTY
              MOVE WS-OUTSTANDING-QTY TO PRN-RCP-QTY
              MOVE ZERO TO PRN-DIFFERENCE
              ADD 1 TO FULL-COUNT
              MOVE "RECEIVED IN FULL" TO PRN-RESULT
           ELSE
              ADD WS-REMAINING-QTY TO POT-RECEIVED-QTY(WS-LINE-IDX)
              MOVE WS-REMAINING-QTY TO PRN-RCP-QTY
              MOVE WS-DIFFERENCE-QTY TO PRN-DIFFERENCE
              MOVE ZERO TO WS-REMAINING-QTY
              EVALUATE TRUE
                 WHEN WS-DIFFERENCE-QTY = ZERO
                    MOVE "C" TO POT-STATUS(WS-LINE-IDX)
                    ADD 1 TO FULL-COUNT
                    MOVE "RECEIVED IN FULL" TO PRN-RESULT
                 WHEN WS-DIFFERENCE-QTY LESS THAN ZERO
                    MOVE "P" TO POT-STATUS(WS-LINE-IDX)
                    ADD 1 TO SHORT-COUNT
                    MOVE "SHORT - BAL OPEN" TO PRN-RESULT
                 WHEN OTHER
                    MOVE "V" TO POT-STATUS(WS-LINE-IDX)
                    ADD 1 TO OVER-COUNT
                    MOVE "OVER-SHIPMENT" TO PRN-RESULT
              END-EVALUATE
           END-IF
           PERFORM WRITE-MATCH-LINE
           .

       WRITE-MATCH-LINE.
           DISPLAY DETAIL-LINE
           MOVE DETAIL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           .

       FIND-OLDEST-OPEN-LINE.
           MOVE ZERO TO POT-FOUND-IDX
           PERFORM VARYING POT-IDX FROM 1 BY 1
              UNTIL POT-IDX GREATER THAN POT-COUNT
                   IF POT-BRANCH-ID(POT-IDX) = RCP-BRANCH-ID AND
                      POT-TYPE-CODE(POT-IDX) = RCP-TYPE-CODE AND
                      POT-LINE-OPEN(POT-IDX)
                      IF POT-FOUND-IDX = ZERO
                         MOVE POT-IDX TO POT-FOUND-IDX
                      ELSE
                         IF POT-NUMBER(POT-IDX) LESS THAN
                            POT-NUMBER(POT-FOUND-IDX)
                            MOVE POT-IDX TO POT-FOUND-IDX
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM
           .

       APPLY-CANCELLATIONS.
           OPEN INPUT CANCEL-FILE
           IF WS-PCN-STATUS = "00"
              PERFORM LOAD-SUPERVISORS
              READ CANCEL-FILE
              AT END
                 SET END-OF-CANCEL-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CANCEL-FILE
                      PERFORM APPLY-ONE-CANCELLATION
                      READ CANCEL-FILE
                      AT END
                         SET END-OF-CANCEL-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANCEL-FILE
              OPEN OUTPUT CANCEL-FILE
              PERFORM VARYING HELD-CANCEL-IDX FROM 1 BY 1
                 UNTIL HELD-CANCEL-IDX GREATER THAN HELD-CANCEL-COUNT
                      MOVE HELD-CANCEL(HELD-CANCEL-IDX) TO CANCEL-REC
                      WRITE CANCEL-REC
              END-PERFORM
              CLOSE CANCEL-FILE
           END-IF
           .

       LOAD-SUPERVISORS.
           MOVE ZERO TO SVT-COUNT
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS = "00"
              READ OPERATOR-FILE
              AT END
                 SET END-OF-OPERATOR-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-OPERATOR-FILE
                      IF OPR-ROLE = "S" AND OPR-ACTIVE = "A" AND
                         SVT-COUNT LESS THAN 100
                         ADD 1 TO SVT-COUNT
                         MOVE OPR-ID TO SUPERVISOR-ID(SVT-COUNT)
                      END-IF
                      READ OPERATOR-FILE
                      AT END
                         SET END-OF-OPERATOR-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE OPERATOR-FILE
           END-IF
           .

       APPLY-ONE-CANCELLATION.
           MOVE SPACES TO WS-CANCEL-RESULT
           MOVE "N" TO WS-SUPERVISOR-FOUND
           PERFORM VARYING SVT-IDX FROM 1 BY 1
              UNTIL SVT-IDX GREATER THAN SVT-COUNT
                   IF SUPERVISOR-ID(SVT-IDX) = PCN-OPERATOR-ID
                      SET SUPERVISOR-FOUND TO TRUE
                   END-IF
           END-PERFORM
           MOVE ZERO TO POT-FOUND-IDX
           IF PCN-PO-NUMBER NUMERIC AND PCN-LINE-NUM NUMERIC
              PERFORM VARYING POT-IDX FROM 1 BY 1
                 UNTIL POT-IDX GREATER THAN POT-COUNT
                      IF POT-NUMBER(POT-IDX) = PCN-PO-NUMBER AND
                         POT-LINE-NUM(POT-IDX) = PCN-LINE-NUM AND
                         POT-LINE-OPEN(POT-IDX)
                         MOVE POT-IDX TO POT-FOUND-IDX
                      END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
              WHEN NOT SUPERVISOR-FOUND
                 MOVE "HELD - NOT A SUPERVISOR" TO WS-CANCEL-RESULT
              WHEN POT-FOUND-IDX = ZERO
                 MOVE "HELD - NO OPEN ORDER LINE" TO WS-CANCEL-RESULT
              WHEN OTHER
                 MOVE "X" TO POT-STATUS(POT-FOUND-IDX)
                 ADD 1 TO CANCELLED-COUNT
                 MOVE "BALANCE CANCELLED" TO WS-CANCEL-RESULT
           END-EVALUATE
           IF WS-CANCEL-RESULT(1:4) = "HELD"
              ADD 1 TO CANCEL-HELD-COUNT
              IF HELD-CANCEL-COUNT LESS THAN 500
                 ADD 1 TO HELD-CANCEL-COUNT
                 MOVE CANCEL-REC TO HELD-CANCEL(HELD-CANCEL-COUNT)
              END-IF
           END-IF
           MOVE PCN-PO-NUMBER TO PRN-CAN-PO-NUMBER
           MOVE PCN-LINE-NUM TO PRN-CAN-LINE-NUM
           MOVE PCN-OPERATOR-ID TO PRN-CAN-OPERATOR
           MOVE PCN-REASON TO PRN-CAN-REASON
           MOVE WS-CANCEL-RESULT TO PRN-CAN-RESULT
           DISPLAY CANCEL-LINE
           MOVE CANCEL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           .
