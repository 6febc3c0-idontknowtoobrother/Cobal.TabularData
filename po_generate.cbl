       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-GENERATE.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONHAND-FILE ASSIGN TO "stock_onhand.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ONH-STATUS.
           SELECT REORDER-FILE ASSIGN TO "reorder_points.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ROP-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "suppliers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SUP-STATUS.
           SELECT SUPPLIER-ITEM-FILE ASSIGN TO "supplier_items.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SI-STATUS.
           SELECT PO-FILE ASSIGN TO "purchase_orders.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PO-STATUS.
           SELECT PO-CONTROL-FILE ASSIGN TO "po_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-POC-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "purchase_order_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ONHAND-FILE.
       01 ONHAND-REC.
          88 END-OF-ONHAND-FILE                        VALUE HIGH-VALUES
           .
          05 ONH-BRANCH-ID          PIC 9(7).
          05 ONH-TYPE-CODE          PIC 9(3).
          05 ONH-QTY                PIC S9(7).

       FD REORDER-FILE.
       01 REORDER-REC.
          88 END-OF-REORDER-FILE                       VALUE HIGH-VALUES
           .
          05 ROP-TYPE-CODE          PIC 9(3).
          05 ROP-QTY                PIC 9(5).

       FD SUPPLIER-FILE.
       01 SUPPLIER-REC.
          88 END-OF-SUPPLIER-FILE                      VALUE HIGH-VALUES
           .
          05 SUP-SUPPLIER-ID        PIC 9(5).
          05 SUP-NAME               PIC X(30).
          05 SUP-ADDRESS            PIC X(40).
          05 SUP-PHONE              PIC X(15).
          05 SUP-LEAD-DAYS          PIC 9(3).
          05 SUP-ACTIVE             PIC X.

       FD SUPPLIER-ITEM-FILE.
       01 SUPPLIER-ITEM-REC.
          88 END-OF-SUPPLIER-ITEMS                     VALUE HIGH-VALUES
           .
          05 SI-TYPE-CODE           PIC 9(3).
          05 SI-SUPPLIER-ID         PIC 9(5).
          05 SI-ORDER-MULTIPLE      PIC 9(5).

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
             88 PO-LINE-OPEN                       VALUE "O".

       FD PO-CONTROL-FILE.
       01 PO-CONTROL-REC.
          05 POC-NEXT-PO            PIC 9(7).

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

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ONH-STATUS             PIC XX.
       01 WS-ROP-STATUS             PIC XX.
       01 WS-SUP-STATUS             PIC XX.
       01 WS-SI-STATUS              PIC XX.
       01 WS-PO-STATUS              PIC XX.
       01 WS-POC-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-BM-AVAILABLE           PIC X    VALUE "N".
          88 BM-FILE-AVAILABLE               VALUE "Y".
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-INTEGER            PIC 9(9).
       01 WS-DUE-INTEGER            PIC 9(9).
       01 WS-NEXT-PO                PIC 9(7).
       01 WS-ONH-OVERFLOW           PIC X    VALUE "N".
          88 ONH-OVERFLOW                    VALUE "Y".
       01 ONHAND-TABLE.
          05 ONHAND-ENTRY OCCURS 3000 TIMES.
             10 OHT-BRANCH-ID       PIC 9(7).
             10 OHT-TYPE-CODE       PIC 9(3).
             10 OHT-QTY             PIC S9(7).
       01 OHT-COUNT                 PIC 9(4) VALUE ZERO.
       01 OHT-IDX                   PIC 9(4).
       01 REORDER-TABLE.
          05 REORDER-ENTRY OCCURS 100 TIMES.
             10 RPT-TYPE-CODE       PIC 9(3).
             10 RPT-QTY             PIC 9(5).
       01 RPT-COUNT                 PIC 9(3) VALUE ZERO.
       01 RPT-IDX                   PIC 9(3).
       01 WS-REORDER-POINT          PIC 9(5).
       01 SUPPLIER-TABLE.
          05 SUPPLIER-ENTRY OCCURS 200 TIMES.
             10 SPT-SUPPLIER-ID     PIC 9(5).
             10 SPT-NAME            PIC X(30).
             10 SPT-LEAD-DAYS       PIC 9(3).
             10 SPT-ACTIVE          PIC X.
       01 SPT-COUNT                 PIC 9(3) VALUE ZERO.
       01 SPT-IDX                   PIC 9(3).
       01 SPT-FOUND-IDX             PIC 9(3).
       01 ITEM-TABLE.
          05 ITEM-ENTRY OCCURS 100 TIMES.
             10 SIT-TYPE-CODE       PIC 9(3).
             10 SIT-SUPPLIER-ID     PIC 9(5).
             10 SIT-ORDER-MULTIPLE  PIC 9(5).
       01 SIT-COUNT                 PIC 9(3) VALUE ZERO.
       01 SIT-IDX                   PIC 9(3).
       01 SIT-FOUND-IDX             PIC 9(3).
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
       01 POT-COUNT                 PIC 9(4) VALUE ZERO.
       01 POT-IDX                   PIC 9(4).
       01 WS-PO-OVERFLOW            PIC X    VALUE "N".
          88 PO-OVERFLOW                     VALUE "Y".
       01 DEMAND-TABLE.
          05 DEMAND-ENTRY OCCURS 3000 TIMES.
             10 DMD-SUPPLIER-ID     PIC 9(5).
             10 DMD-BRANCH-ID       PIC 9(7).
             10 DMD-TYPE-CODE       PIC 9(3).
             10 DMD-ORDER-QTY       PIC 9(5).
             10 DMD-LEAD-DAYS       PIC 9(3).
       01 DMD-COUNT                 PIC 9(4) VALUE ZERO.
       01 DMD-IDX                   PIC 9(4).
       01 DMD-SORT-IDX              PIC 9(4).
       01 DMD-SWAP-ENTRY            PIC X(23).
       01 WS-ON-ORDER-QTY           PIC 9(7).
       01 WS-AVAILABLE-QTY          PIC S9(8).
       01 WS-NEED-QTY               PIC 9(7).
       01 WS-CASES                  PIC 9(7).
       01 WS-ORDER-QTY              PIC 9(7).
       01 WS-PREV-SUPPLIER          PIC 9(5).
       01 WS-PREV-BRANCH            PIC 9(7).
       01 WS-LINE-NUM               PIC 9(3).
       01 POSITIONS-BELOW           PIC 9(5) VALUE ZERO.
       01 ORDERS-RAISED             PIC 9(5) VALUE ZERO.
       01 LINES-RAISED              PIC 9(5) VALUE ZERO.
       01 NO-SOURCE-COUNT           PIC 9(5) VALUE ZERO.
       01 ALREADY-ON-ORDER          PIC 9(5) VALUE ZERO.
       01 CAPPED-COUNT              PIC 9(5) VALUE ZERO.
       01 WS-MAX-LINE-QTY           PIC 9(5) VALUE 99999.

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Purchase Order Register".
       01 REPORT-HEADING2           PIC X(90)
                                                       VALUE
             "PO#      Line  Supplier  Branch   Type  OnHand  Reorder
      -      "    OrderQty  DueDate".
       01 PO-HEADER-LINE.
          05 FILLER                 PIC X(12) VALUE "PURCHASE ORD".
          05 FILLER                 PIC X(4)  VALUE "ER  ".
          05 PRN-HDR-PO             PIC 9(7).
          05 FILLER                 PIC X(11) VALUE "  SUPPLIER ".
          05 PRN-HDR-SUPPLIER       PIC 9(5).
          05 PRN-HDR-NAME           PIC B(2)X(30).
          05 FILLER                 PIC X(9)  VALUE "  BRANCH ".
          05 PRN-HDR-BRANCH         PIC 9(7).
       01 DETAIL-LINE.
          05 PRN-PO-NUMBER          PIC 9(7).
          05 PRN-LINE-NUM           PIC B(2)9(3).
          05 PRN-SUPPLIER-ID        PIC B(3)9(5).
          05 PRN-BRANCH-ID          PIC B(3)9(7).
          05 PRN-TYPE-CODE          PIC B(2)9(3).
          05 PRN-ONHAND-QTY         PIC B(2)Z(5)9-.
          05 PRN-REORDER-QTY        PIC B(2)Z(5)9.
          05 PRN-ORDER-QTY          PIC B(4)Z(5)9.
          05 PRN-DUE-DATE           PIC B(2)9(8).
       01 EXCEPTION-LINE.
          05 FILLER                 PIC X(16) VALUE "  NOT ORDERED - ".
          05 PRN-EXC-BRANCH         PIC 9(7).
          05 FILLER                 PIC X(6)  VALUE " TYPE ".
          05 PRN-EXC-TYPE           PIC 9(3).
          05 PRN-EXC-REASON         PIC B(2)X(40).
       01 CAPPED-LINE.
          05 FILLER                 PIC X(16) VALUE "  QTY CAPPED  - ".
          05 PRN-CAP-BRANCH         PIC 9(7).
          05 FILLER                 PIC X(6)  VALUE " TYPE ".
          05 PRN-CAP-TYPE           PIC 9(3).
          05 FILLER                 PIC X(8)  VALUE "  NEED  ".
          05 PRN-CAP-NEED           PIC Z(6)9.
          05 FILLER                 PIC X(11) VALUE "  ORDERED  ".
          05 PRN-CAP-ORDERED        PIC Z(4)9.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM LOAD-ONHAND-TABLE
           IF ONH-OVERFLOW
              DISPLAY "MORE THAN 3000 ON-HAND POSITIONS ON FILE -"
                      " RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-PO-TABLE
           IF PO-OVERFLOW
              DISPLAY "MORE THAN 3000 OPEN PURCHASE ORDER LINES -"
                      " RUN PO-RECEIPT-MATCH FIRST - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-REORDER-TABLE
           PERFORM LOAD-SUPPLIER-TABLE
           PERFORM LOAD-ITEM-TABLE
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS = "00"
              MOVE "Y" TO WS-BM-AVAILABLE
           END-IF
           OPEN OUTPUT REPORT-FILE
           DISPLAY REPORT-HEADING1
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           PERFORM VARYING OHT-IDX FROM 1 BY 1
              UNTIL OHT-IDX GREATER THAN OHT-COUNT
                   PERFORM CHECK-ONE-POSITION
           END-PERFORM
           IF BM-FILE-AVAILABLE
              CLOSE BRANCH-MASTER-FILE
           END-IF
           PERFORM SORT-DEMAND-TABLE
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           PERFORM TAKE-PO-NUMBER
           MOVE ZERO TO WS-PREV-SUPPLIER
           MOVE ZERO TO WS-PREV-BRANCH
           PERFORM VARYING DMD-IDX FROM 1 BY 1
              UNTIL DMD-IDX GREATER THAN DMD-COUNT
                   PERFORM RAISE-ONE-LINE
           END-PERFORM
           CLOSE REPORT-FILE
           IF LINES-RAISED GREATER THAN ZERO
              PERFORM SAVE-PO-TABLE
              ADD 1 TO WS-NEXT-PO
              PERFORM SAVE-PO-NUMBER
           END-IF
           DISPLAY "POSITIONS BELOW REORDER " POSITIONS-BELOW
           DISPLAY "COVERED BY OPEN ORDERS  " ALREADY-ON-ORDER
           DISPLAY "NO SUPPLIER SOURCE      " NO-SOURCE-COUNT
           DISPLAY "PURCHASE ORDERS RAISED  " ORDERS-RAISED
           DISPLAY "ORDER LINES RAISED      " LINES-RAISED
           IF CAPPED-COUNT GREATER THAN ZERO
              DISPLAY "LINES CAPPED AT 99999   " CAPPED-COUNT
                      " - REVIEW AND ORDER THE BALANCE"
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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
                         ONH-QTY NUMERIC
                         IF OHT-COUNT LESS THAN 3000
                            ADD 1 TO OHT-COUNT
                            MOVE ONH-BRANCH-ID TO
                               OHT-BRANCH-ID(OHT-COUNT)
                            MOVE ONH-TYPE-CODE TO
                               OHT-TYPE-CODE(OHT-COUNT)
                            MOVE ONH-QTY TO OHT-QTY(OHT-COUNT)
                         ELSE
                            SET ONH-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ ONHAND-FILE
                      AT END
                         SET END-OF-ONHAND-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE ONHAND-FILE
           END-IF
           .

       LOAD-REORDER-TABLE.
           MOVE ZERO TO RPT-COUNT
           OPEN INPUT REORDER-FILE
           IF WS-ROP-STATUS = "00"
              READ REORDER-FILE
              AT END
                 SET END-OF-REORDER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-REORDER-FILE
                      IF ROP-TYPE-CODE NUMERIC AND
                         ROP-QTY NUMERIC AND
                         RPT-COUNT LESS THAN 100
                         ADD 1 TO RPT-COUNT
                         MOVE ROP-TYPE-CODE TO
                            RPT-TYPE-CODE(RPT-COUNT)
                         MOVE ROP-QTY TO RPT-QTY(RPT-COUNT)
                      END-IF
                      READ REORDER-FILE
                      AT END
                         SET END-OF-REORDER-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE REORDER-FILE
           END-IF
           .

       LOAD-SUPPLIER-TABLE.
           MOVE ZERO TO SPT-COUNT
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUP-STATUS = "00"
              READ SUPPLIER-FILE
              AT END
                 SET END-OF-SUPPLIER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUPPLIER-FILE
                      IF SUP-SUPPLIER-ID NUMERIC AND
                         SUP-LEAD-DAYS NUMERIC AND
                         SPT-COUNT LESS THAN 200
                         ADD 1 TO SPT-COUNT
                         MOVE SUP-SUPPLIER-ID TO
                            SPT-SUPPLIER-ID(SPT-COUNT)
                         MOVE SUP-NAME TO SPT-NAME(SPT-COUNT)
                         MOVE SUP-LEAD-DAYS TO SPT-LEAD-DAYS(SPT-COUNT)
                         MOVE SUP-ACTIVE TO SPT-ACTIVE(SPT-COUNT)
                      END-IF
                      READ SUPPLIER-FILE
                      AT END
                         SET END-OF-SUPPLIER-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUPPLIER-FILE
           END-IF
           .

       LOAD-ITEM-TABLE.
           MOVE ZERO TO SIT-COUNT
           OPEN INPUT SUPPLIER-ITEM-FILE
           IF WS-SI-STATUS = "00"
              READ SUPPLIER-ITEM-FILE
              AT END
                 SET END-OF-SUPPLIER-ITEMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUPPLIER-ITEMS
                      IF SI-TYPE-CODE NUMERIC AND
                         SI-SUPPLIER-ID NUMERIC AND
                         SI-ORDER-MULTIPLE NUMERIC AND
                         SIT-COUNT LESS THAN 100
                         ADD 1 TO SIT-COUNT
                         MOVE SI-TYPE-CODE TO SIT-TYPE-CODE(SIT-COUNT)
                         MOVE SI-SUPPLIER-ID TO
                            SIT-SUPPLIER-ID(SIT-COUNT)
                         MOVE SI-ORDER-MULTIPLE TO
                            SIT-ORDER-MULTIPLE(SIT-COUNT)
                      END-IF
                      READ SUPPLIER-ITEM-FILE
                      AT END
                         SET END-OF-SUPPLIER-ITEMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUPPLIER-ITEM-FILE
           END-IF
           .

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
           OPEN OUTPUT PO-FILE
           PERFORM VARYING POT-IDX FROM 1 BY 1
              UNTIL POT-IDX GREATER THAN POT-COUNT
                   MOVE PO-ENTRY(POT-IDX) TO PO-REC
                   WRITE PO-REC
           END-PERFORM
           CLOSE PO-FILE
           .

       TAKE-PO-NUMBER.
           MOVE 1 TO WS-NEXT-PO
           OPEN INPUT PO-CONTROL-FILE
           IF WS-POC-STATUS = "00"
              READ PO-CONTROL-FILE
              NOT AT END
                 IF POC-NEXT-PO NUMERIC AND
                    POC-NEXT-PO GREATER THAN ZERO
                    MOVE POC-NEXT-PO TO WS-NEXT-PO
                 END-IF
              END-READ
              CLOSE PO-CONTROL-FILE
           END-IF
           .

       SAVE-PO-NUMBER.
           OPEN OUTPUT PO-CONTROL-FILE
           MOVE WS-NEXT-PO TO POC-NEXT-PO
           WRITE PO-CONTROL-REC
           CLOSE PO-CONTROL-FILE
           .

       CHECK-ONE-POSITION.
           PERFORM FIND-REORDER-POINT
           IF WS-REORDER-POINT GREATER THAN ZERO AND
              OHT-QTY(OHT-IDX) LESS THAN WS-REORDER-POINT
              ADD 1 TO POSITIONS-BELOW
              PERFORM FIND-ON-ORDER-QTY
              COMPUTE WS-AVAILABLE-QTY =
                 OHT-QTY(OHT-IDX) + WS-ON-ORDER-QTY
              IF WS-AVAILABLE-QTY NOT LESS THAN WS-REORDER-POINT
                 ADD 1 TO ALREADY-ON-ORDER
              ELSE
                 COMPUTE WS-NEED-QTY =
                    WS-REORDER-POINT - WS-AVAILABLE-QTY
                 PERFORM BUILD-DEMAND-LINE
              END-IF
           END-IF
           .

       BUILD-DEMAND-LINE.
           MOVE SPACES TO PRN-EXC-REASON
           IF BM-FILE-AVAILABLE
              MOVE OHT-BRANCH-ID(OHT-IDX) TO BM-BRANCH-ID
              READ BRANCH-MASTER-FILE
                 INVALID KEY
                    MOVE "BRANCH NOT ON MASTER" TO PRN-EXC-REASON
                 NOT INVALID KEY
                    IF BM-BRANCH-CLOSED
                       MOVE "BRANCH IS CLOSED" TO PRN-EXC-REASON
                    END-IF
              END-READ
           END-IF
           IF PRN-EXC-REASON = SPACES
              PERFORM FIND-TYPE-SOURCE
              IF SIT-FOUND-IDX = ZERO
                 MOVE "NO SUPPLIER CARRIES THIS TYPE" TO
                    PRN-EXC-REASON
                 ADD 1 TO NO-SOURCE-COUNT
              ELSE
                 IF SPT-FOUND-IDX = ZERO
                    MOVE "SOURCE SUPPLIER NOT ON MASTER" TO
                       PRN-EXC-REASON
                    ADD 1 TO NO-SOURCE-COUNT
                 ELSE
                    IF SPT-ACTIVE(SPT-FOUND-IDX) NOT = "A"
                       MOVE "SOURCE SUPPLIER INACTIVE" TO
                          PRN-EXC-REASON
                       ADD 1 TO NO-SOURCE-COUNT
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF PRN-EXC-REASON NOT = SPACES
              MOVE OHT-BRANCH-ID(OHT-IDX) TO PRN-EXC-BRANCH
              MOVE OHT-TYPE-CODE(OHT-IDX) TO PRN-EXC-TYPE
              DISPLAY EXCEPTION-LINE
              MOVE EXCEPTION-LINE TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
           ELSE
              IF SIT-ORDER-MULTIPLE(SIT-FOUND-IDX) GREATER THAN ZERO
                 COMPUTE WS-CASES =
                    (WS-NEED-QTY + SIT-ORDER-MULTIPLE(SIT-FOUND-IDX)
                     - 1) / SIT-ORDER-MULTIPLE(SIT-FOUND-IDX)
                 COMPUTE WS-ORDER-QTY =
                    WS-CASES * SIT-ORDER-MULTIPLE(SIT-FOUND-IDX)
              ELSE
                 MOVE WS-NEED-QTY TO WS-ORDER-QTY
              END-IF
              IF WS-ORDER-QTY GREATER THAN WS-MAX-LINE-QTY
                 PERFORM CAP-ORDER-QTY
              END-IF
              IF DMD-COUNT LESS THAN 3000
                 ADD 1 TO DMD-COUNT
                 MOVE SIT-SUPPLIER-ID(SIT-FOUND-IDX) TO
                    DMD-SUPPLIER-ID(DMD-COUNT)
                 MOVE OHT-BRANCH-ID(OHT-IDX) TO
                    DMD-BRANCH-ID(DMD-COUNT)
                 MOVE OHT-TYPE-CODE(OHT-IDX) TO
                    DMD-TYPE-CODE(DMD-COUNT)
                 MOVE WS-ORDER-QTY TO DMD-ORDER-QTY(DMD-COUNT)
                 MOVE SPT-LEAD-DAYS(SPT-FOUND-IDX) TO
                    DMD-LEAD-DAYS(DMD-COUNT)
              END-IF
           END-IF
           .

       FIND-REORDER-POINT.
           MOVE ZERO TO WS-REORDER-POINT
           PERFORM VARYING RPT-IDX FROM 1 BY 1
              UNTIL RPT-IDX GREATER THAN RPT-COUNT
                   IF RPT-TYPE-CODE(RPT-IDX) =
                      OHT-TYPE-CODE(OHT-IDX)
                      MOVE RPT-QTY(RPT-IDX) TO WS-REORDER-POINT
                   END-IF
           END-PERFORM
           .

       CAP-ORDER-QTY.
           IF SIT-ORDER-MULTIPLE(SIT-FOUND-IDX) GREATER THAN ZERO
              COMPUTE WS-CASES =
                 WS-MAX-LINE-QTY / SIT-ORDER-MULTIPLE(SIT-FOUND-IDX)
              COMPUTE WS-ORDER-QTY =
                 WS-CASES * SIT-ORDER-MULTIPLE(SIT-FOUND-IDX)
           ELSE
              MOVE WS-MAX-LINE-QTY TO WS-ORDER-QTY
           END-IF
           ADD 1 TO CAPPED-COUNT
           MOVE OHT-BRANCH-ID(OHT-IDX) TO PRN-CAP-BRANCH
           MOVE OHT-TYPE-CODE(OHT-IDX) TO PRN-CAP-TYPE
           MOVE WS-NEED-QTY TO PRN-CAP-NEED
           MOVE WS-ORDER-QTY TO PRN-CAP-ORDERED
           DISPLAY CAPPED-LINE
           MOVE CAPPED-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           .

       FIND-ON-ORDER-QTY.
           MOVE ZERO TO WS-ON-ORDER-QTY
           PERFORM VARYING POT-IDX FROM 1 BY 1
              UNTIL POT-IDX GREATER THAN POT-COUNT
                   IF POT-BRANCH-ID(POT-IDX) = OHT-BRANCH-ID(OHT-IDX)
                      AND POT-TYPE-CODE(POT-IDX) =
                         OHT-TYPE-CODE(OHT-IDX)
                      AND (POT-STATUS(POT-IDX) = "O" OR "P")
                      AND POT-ORDER-QTY(POT-IDX) GREATER THAN
                         POT-RECEIVED-QTY(POT-IDX)
                      COMPUTE WS-ON-ORDER-QTY = WS-ON-ORDER-QTY +
                         POT-ORDER-QTY(POT-IDX) -
                         POT-RECEIVED-QTY(POT-IDX)
                   END-IF
           END-PERFORM
           .

       FIND-TYPE-SOURCE.
           MOVE ZERO TO SIT-FOUND-IDX
           MOVE ZERO TO SPT-FOUND-IDX
           PERFORM VARYING SIT-IDX FROM 1 BY 1
              UNTIL SIT-IDX GREATER THAN SIT-COUNT
                   IF SIT-TYPE-CODE(SIT-IDX) = OHT-TYPE-CODE(OHT-IDX)
                      MOVE SIT-IDX TO SIT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF SIT-FOUND-IDX GREATER THAN ZERO
              PERFORM VARYING SPT-IDX FROM 1 BY 1
                 UNTIL SPT-IDX GREATER THAN SPT-COUNT
                      IF SPT-SUPPLIER-ID(SPT-IDX) =
                         SIT-SUPPLIER-ID(SIT-FOUND-IDX)
                         MOVE SPT-IDX TO SPT-FOUND-IDX
                      END-IF
              END-PERFORM
           END-IF
           .

       SORT-DEMAND-TABLE.
           PERFORM VARYING DMD-IDX FROM 2 BY 1
              UNTIL DMD-IDX GREATER THAN DMD-COUNT
                   MOVE DEMAND-ENTRY(DMD-IDX) TO DMD-SWAP-ENTRY
                   PERFORM VARYING DMD-SORT-IDX FROM DMD-IDX BY -1
                      UNTIL DMD-SORT-IDX = 1 OR
                         DEMAND-ENTRY(DMD-SORT-IDX - 1)(1:15) NOT
                            GREATER THAN DMD-SWAP-ENTRY(1:15)
                         MOVE DEMAND-ENTRY(DMD-SORT-IDX - 1) TO
                            DEMAND-ENTRY(DMD-SORT-IDX)
                   END-PERFORM
                   MOVE DMD-SWAP-ENTRY TO DEMAND-ENTRY(DMD-SORT-IDX)
           END-PERFORM
           .

       RAISE-ONE-LINE.
           IF POT-COUNT NOT LESS THAN 3000
              DISPLAY "PURCHASE ORDER TABLE FULL - LINE NOT RAISED FOR "
                      DMD-BRANCH-ID(DMD-IDX) " TYPE "
                      DMD-TYPE-CODE(DMD-IDX)
           ELSE
              IF DMD-SUPPLIER-ID(DMD-IDX) NOT = WS-PREV-SUPPLIER OR
                 DMD-BRANCH-ID(DMD-IDX) NOT = WS-PREV-BRANCH
                 IF ORDERS-RAISED GREATER THAN ZERO
                    ADD 1 TO WS-NEXT-PO
                 END-IF
                 ADD 1 TO ORDERS-RAISED
                 MOVE ZERO TO WS-LINE-NUM
                 MOVE DMD-SUPPLIER-ID(DMD-IDX) TO WS-PREV-SUPPLIER
                 MOVE DMD-BRANCH-ID(DMD-IDX) TO WS-PREV-BRANCH
                 PERFORM PRINT-PO-HEADER
              END-IF
              ADD 1 TO WS-LINE-NUM
              COMPUTE WS-DUE-INTEGER =
                 WS-RUN-INTEGER + DMD-LEAD-DAYS(DMD-IDX)
              ADD 1 TO POT-COUNT
              MOVE WS-NEXT-PO TO POT-NUMBER(POT-COUNT)
              MOVE WS-LINE-NUM TO POT-LINE-NUM(POT-COUNT)
              MOVE DMD-SUPPLIER-ID(DMD-IDX) TO
                 POT-SUPPLIER-ID(POT-COUNT)
              MOVE DMD-BRANCH-ID(DMD-IDX) TO POT-BRANCH-ID(POT-COUNT)
              MOVE DMD-TYPE-CODE(DMD-IDX) TO POT-TYPE-CODE(POT-COUNT)
              MOVE WS-RUN-DATE TO POT-ORDER-DATE(POT-COUNT)
              COMPUTE POT-DUE-DATE(POT-COUNT) =
                 FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
              MOVE DMD-ORDER-QTY(DMD-IDX) TO POT-ORDER-QTY(POT-COUNT)
              MOVE ZERO TO POT-RECEIVED-QTY(POT-COUNT)
              MOVE "O" TO POT-STATUS(POT-COUNT)
              ADD 1 TO LINES-RAISED
              PERFORM PRINT-PO-LINE
           END-IF
           .

       PRINT-PO-HEADER.
           MOVE WS-NEXT-PO TO PRN-HDR-PO
           MOVE DMD-SUPPLIER-ID(DMD-IDX) TO PRN-HDR-SUPPLIER
           MOVE SPACES TO PRN-HDR-NAME
           PERFORM VARYING SPT-IDX FROM 1 BY 1
              UNTIL SPT-IDX GREATER THAN SPT-COUNT
                   IF SPT-SUPPLIER-ID(SPT-IDX) =
                      DMD-SUPPLIER-ID(DMD-IDX)
                      MOVE SPT-NAME(SPT-IDX) TO PRN-HDR-NAME
                   END-IF
           END-PERFORM
           MOVE DMD-BRANCH-ID(DMD-IDX) TO PRN-HDR-BRANCH
           DISPLAY PO-HEADER-LINE
           MOVE PO-HEADER-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           .

       PRINT-PO-LINE.
           MOVE POT-NUMBER(POT-COUNT) TO PRN-PO-NUMBER
           MOVE POT-LINE-NUM(POT-COUNT) TO PRN-LINE-NUM
           MOVE POT-SUPPLIER-ID(POT-COUNT) TO PRN-SUPPLIER-ID
           MOVE POT-BRANCH-ID(POT-COUNT) TO PRN-BRANCH-ID
           MOVE POT-TYPE-CODE(POT-COUNT) TO PRN-TYPE-CODE
           MOVE ZERO TO PRN-ONHAND-QTY
           MOVE ZERO TO PRN-REORDER-QTY
           PERFORM VARYING OHT-IDX FROM 1 BY 1
              UNTIL OHT-IDX GREATER THAN OHT-COUNT
                   IF OHT-BRANCH-ID(OHT-IDX) = POT-BRANCH-ID(POT-COUNT)
                      AND OHT-TYPE-CODE(OHT-IDX) =
                         POT-TYPE-CODE(POT-COUNT)
                      MOVE OHT-QTY(OHT-IDX) TO PRN-ONHAND-QTY
                      PERFORM FIND-REORDER-POINT
                      MOVE WS-REORDER-POINT TO PRN-REORDER-QTY
                   END-IF
           END-PERFORM
           MOVE POT-ORDER-QTY(POT-COUNT) TO PRN-ORDER-QTY
           MOVE POT-DUE-DATE(POT-COUNT) TO PRN-DUE-DATE
           DISPLAY DETAIL-LINE
           MOVE DETAIL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           .
