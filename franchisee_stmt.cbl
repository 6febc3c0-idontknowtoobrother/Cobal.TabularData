       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRANCHISEE-STATEMENT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRANCHISEE-FILE ASSIGN TO "franchisees.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FRN-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO
                 "branch_sales_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SHS-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "royalty_open_items.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ROI-STATUS.
           SELECT CLOSED-ITEM-FILE ASSIGN TO
                 "royalty_closed_items.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ROC-STATUS.
           SELECT CASH-HISTORY-FILE ASSIGN TO
                 "royalty_cash_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RCH-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "franchisee_statements.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FRANCHISEE-FILE.
       01 FRANCHISEE-REC.
          88 END-OF-FRANCHISEE-FILE                    VALUE HIGH-VALUES
           .
          05 FR-FRANCHISEE-ID       PIC 9(5).
          05 FR-LEGAL-NAME          PIC X(40).
          05 FR-BILL-ADDRESS-1      PIC X(40).
          05 FR-BILL-ADDRESS-2      PIC X(40).
          05 FR-BILL-ADDRESS-3      PIC X(40).
          05 FR-CONTACT-NAME        PIC X(30).
          05 FR-CONTACT-PHONE       PIC X(15).
          05 FR-AGREE-START         PIC 9(8).
          05 FR-AGREE-END           PIC 9(8).
          05 FR-RATE-OVERRIDE       PIC X.
             88 FR-NEGOTIATED-RATE                 VALUE "Y".
          05 FR-ROYALTY-RATE        PIC 9V9(4).

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

       FD SALES-HISTORY-FILE.
       01 SALES-HISTORY-REC.
          88 END-OF-SALES-HISTORY                      VALUE HIGH-VALUES
           .
          05 SH-BRANCH-ID           PIC 9(7).
          05 SH-STATE-NUM           PIC 99.
          05 SH-PERIOD              PIC 9(6).
          05 SH-AMOUNT              PIC S9(9)V99.

       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-REC.
          88 END-OF-OPEN-ITEMS                         VALUE HIGH-VALUES
           .
          05 ROI-ITEM-TYPE          PIC X.
             88 ROI-INVOICE                        VALUE "I".
             88 ROI-ON-ACCOUNT                     VALUE "C".
          05 ROI-INVOICE-NUM        PIC 9(7).
          05 ROI-FRANCHISEE-ID      PIC 9(5).
          05 ROI-BRANCH-ID          PIC 9(7).
          05 ROI-PERIOD             PIC 9(6).
          05 ROI-ITEM-DATE          PIC 9(8).
          05 ROI-AMOUNT             PIC 9(7)V99.
          05 ROI-APPLIED            PIC 9(7)V99.
          05 ROI-LAST-PAY-DATE      PIC 9(8).
          05 ROI-DUNNING-LEVEL      PIC 9.
          05 ROI-LAST-DUN-DATE      PIC 9(8).
          05 ROI-REFERENCE          PIC X(12).

       FD CLOSED-ITEM-FILE.
       01 CLOSED-ITEM-REC.
          88 END-OF-CLOSED-ITEMS                       VALUE HIGH-VALUES
           .
          05 ROC-ITEM-TYPE          PIC X.
          05 ROC-INVOICE-NUM        PIC 9(7).
          05 ROC-FRANCHISEE-ID      PIC 9(5).
          05 ROC-BRANCH-ID          PIC 9(7).
          05 ROC-PERIOD             PIC 9(6).
          05 ROC-ITEM-DATE          PIC 9(8).
          05 ROC-AMOUNT             PIC 9(7)V99.
          05 ROC-APPLIED            PIC 9(7)V99.
          05 FILLER                 PIC X(29).
          05 ROC-CLOSE-DATE         PIC 9(8).

       FD CASH-HISTORY-FILE.
       01 CASH-HISTORY-REC.
          88 END-OF-CASH-HISTORY                       VALUE HIGH-VALUES
           .
          05 RCH-RECEIPT-DATE       PIC 9(8).
          05 RCH-FRANCHISEE-ID      PIC 9(5).
          05 RCH-INVOICE-NUM        PIC 9(7).
          05 RCH-AMOUNT             PIC 9(7)V99.
          05 RCH-REFERENCE          PIC X(12).
          05 RCH-APPLY-DATE         PIC 9(8).
          05 RCH-RESULT             PIC X(30).

       FD STATEMENT-FILE.
       01 STATEMENT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FRN-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-SHS-STATUS             PIC XX.
       01 WS-ROI-STATUS             PIC XX.
       01 WS-ROC-STATUS             PIC XX.
       01 WS-RCH-STATUS             PIC XX.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-PERIOD             PIC 9(6).
       01 WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
          05 WS-RUN-YEAR            PIC 9(4).
          05 WS-RUN-MONTH           PIC 99.
       01 WS-RUN-PERIOD-X REDEFINES WS-RUN-PERIOD
                                    PIC X(6).
       01 WS-SELECT-FRANCHISEE      PIC 9(5).
       01 WS-END-OF-MASTER          PIC X        VALUE "N".
          88 END-OF-MASTER                       VALUE "Y".
       01 WS-TABLE-OVERFLOW         PIC X        VALUE "N".
          88 TABLE-OVERFLOW                      VALUE "Y".
       01 WS-LOOKUP-FRANCHISEE      PIC 9(5).
       01 WS-LOOKUP-BRANCH          PIC 9(7).
       01 WS-HAS-ACTIVITY           PIC X.
          88 HAS-ACTIVITY                        VALUE "Y".

       01 FRANCHISEE-TABLE.
          05 FRANCHISEE-ENTRY OCCURS 500 TIMES.
             10 FRT-FRANCHISEE-ID   PIC 9(5).
             10 FRT-LEGAL-NAME      PIC X(40).
             10 FRT-BILL-ADDRESS    PIC X(40) OCCURS 3 TIMES.
             10 FRT-CONTACT-NAME    PIC X(30).
             10 FRT-CONTACT-PHONE   PIC X(15).
             10 FRT-AGREE-START     PIC 9(8).
             10 FRT-AGREE-END       PIC 9(8).
             10 FRT-RATE-OVERRIDE   PIC X.
             10 FRT-ROYALTY-RATE    PIC 9V9(4).
       01 FRT-COUNT                 PIC 9(3)     VALUE ZERO.
       01 FRT-IDX                   PIC 9(3).
       01 FRT-FOUND-IDX             PIC 9(3).
       01 FRT-LINE-IDX              PIC 9.

       01 STATEMENT-LIST-TABLE.
          05 STATEMENT-LIST-ENTRY OCCURS 1000 TIMES.
             10 STL-FRANCHISEE-ID   PIC 9(5).
             10 STL-FRT-IDX         PIC 9(3).
       01 STL-COUNT                 PIC 9(4)     VALUE ZERO.
       01 STL-IDX                   PIC 9(4).
       01 STL-SORT-IDX              PIC 9(4).
       01 STL-FOUND-IDX             PIC 9(4).
       01 STL-SWAP-ENTRY            PIC X(8).

       01 BRANCH-TABLE.
          05 BRANCH-ENTRY OCCURS 2000 TIMES.
             10 BRT-FRANCHISEE-ID   PIC 9(5).
             10 BRT-BRANCH-ID       PIC 9(7).
             10 BRT-BRANCH-NAME     PIC X(30).
             10 BRT-STATUS          PIC X.
             10 BRT-SALES           PIC S9(9)V99.
             10 BRT-ROYALTY         PIC 9(7)V99.
             10 BRT-INVOICES        PIC 9(3).
       01 BRT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 BRT-IDX                   PIC 9(4).
       01 BRT-FOUND-IDX             PIC 9(4).

       01 OPEN-ITEM-TABLE.
          05 OPEN-ITEM-ENTRY OCCURS 3000 TIMES.
             10 OIT-FRANCHISEE-ID   PIC 9(5).
             10 OIT-ITEM-TYPE       PIC X.
             10 OIT-INVOICE-NUM     PIC 9(7).
             10 OIT-BRANCH-ID       PIC 9(7).
             10 OIT-PERIOD          PIC 9(6).
             10 OIT-ITEM-DATE       PIC 9(8).
             10 OIT-AMOUNT          PIC 9(7)V99.
             10 OIT-APPLIED         PIC 9(7)V99.
       01 OIT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 OIT-IDX                   PIC 9(4).

       01 PAYMENT-TABLE.
          05 PAYMENT-ENTRY OCCURS 2000 TIMES.
             10 PYT-FRANCHISEE-ID   PIC 9(5).
             10 PYT-RECEIPT-DATE    PIC 9(8).
             10 PYT-INVOICE-NUM     PIC 9(7).
             10 PYT-AMOUNT          PIC 9(7)V99.
             10 PYT-REFERENCE       PIC X(12).
       01 PYT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 PYT-IDX                   PIC 9(4).

       01 WS-FRN-SALES              PIC S9(9)V99.
       01 WS-FRN-ROYALTY            PIC 9(9)V99.
       01 WS-FRN-PAYMENTS           PIC 9(9)V99.
       01 WS-FRN-OPEN-INVOICES      PIC 9(9)V99.
       01 WS-FRN-ON-ACCOUNT         PIC 9(9)V99.
       01 WS-FRN-BALANCE            PIC S9(9)V99.
       01 WS-FRN-BRANCHES           PIC 9(4).
       01 WS-ITEM-BALANCE           PIC 9(7)V99.
       01 WS-RATE-PCT               PIC 99V99.
       01 STATEMENT-COUNT           PIC 9(5)     VALUE ZERO.
       01 UNKNOWN-COUNT             PIC 9(5)     VALUE ZERO.
       01 TOTAL-SALES               PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-ROYALTY             PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-PAYMENTS            PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-BALANCE             PIC S9(11)V99 VALUE ZERO.

       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16)
                                           VALUE "FRANCHISEE-STMT".
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       01 STMT-RULE-LINE            PIC X(79)    VALUE ALL "=".
       01 STMT-HEADING              PIC X(55)
                                                       VALUE
             "  YoreCandyShoppe Consolidated Franchisee Statement".
       01 STMT-PERIOD-LINE.
          05 FILLER                 PIC X(10)    VALUE "  PERIOD  ".
          05 PRN-RUN-PERIOD         PIC 9(6).
          05 FILLER                 PIC X(24)
                                                       VALUE
             "        STATEMENT DATE  ".
          05 PRN-RUN-DATE           PIC 9(8).
       01 STMT-FRANCHISEE-LINE.
          05 FILLER                 PIC X(14)
                                                       VALUE
             "  FRANCHISEE  ".
          05 PRN-FRANCHISEE-ID      PIC 9(5).
       01 STMT-ADDRESS-LINE.
          05 FILLER                 PIC X(14)    VALUE SPACES.
          05 PRN-ADDRESS            PIC X(60).
       01 STMT-AGREEMENT-LINE.
          05 FILLER                 PIC X(14)
                                                       VALUE
             "  AGREEMENT   ".
          05 PRN-AGREE-START        PIC 9(8).
          05 FILLER                 PIC X(4)     VALUE " TO ".
          05 PRN-AGREE-END          PIC X(8).
          05 FILLER                 PIC X(11)
                                                       VALUE
             "   ROYALTY ".
          05 PRN-RATE-BASIS         PIC X(20).
       01 PRN-RATE-PCT              PIC Z9.99.
       01 STMT-SECTION-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-SECTION-NAME       PIC X(60).
       01 STMT-BRANCH-HEADING.
          05 FILLER                 PIC X(22)
                                                       VALUE
             "  Branch   Branch Name".
          05 FILLER                 PIC X(29)
                                                       VALUE
             "                        Sales".
          05 FILLER                 PIC X(16)
                                                       VALUE
             "         Royalty".
          05 FILLER                 PIC X(5)     VALUE "  Inv".
       01 STMT-BRANCH-LINE.
          05 PRN-BR-BRANCH-ID       PIC B(2)9(7).
          05 PRN-BR-NAME            PIC B(2)X(24).
          05 PRN-BR-SALES           PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-BR-ROYALTY         PIC B(2)$$,$$$,$$9.99.
          05 PRN-BR-INVOICES        PIC B(2)ZZ9.
       01 STMT-BRANCH-TOTAL-LINE.
          05 PRN-BT-LABEL           PIC X(35).
          05 PRN-BT-SALES           PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-BT-ROYALTY         PIC B(2)$$,$$$,$$9.99.
       01 STMT-PAYMENT-HEADING.
          05 FILLER                 PIC X(24)
                                                       VALUE
             "  Received  Reference   ".
          05 FILLER                 PIC X(22)
                                                       VALUE
             "  Invoice       Amount".
       01 STMT-PAYMENT-LINE.
          05 PRN-PY-DATE            PIC B(2)9(8).
          05 PRN-PY-REFERENCE       PIC B(2)X(12).
          05 PRN-PY-INVOICE         PIC B(2)9(7).
          05 PRN-PY-AMOUNT          PIC B(2)Z,ZZZ,ZZ9.99.
       01 STMT-OPEN-HEADING.
          05 FILLER                 PIC X(36)
                                                       VALUE
             "  Invoice  Branch   Period  ItemDate".
          05 FILLER                 PIC X(14)    VALUE "        Amount".
          05 FILLER                 PIC X(14)    VALUE "          Paid".
          05 FILLER                 PIC X(14)    VALUE "       Balance".
       01 STMT-OPEN-LINE.
          05 PRN-OI-INVOICE         PIC B(2)9(7).
          05 PRN-OI-BRANCH          PIC B(2)9(7).
          05 PRN-OI-PERIOD          PIC B(2)9(6).
          05 PRN-OI-DATE            PIC B(2)9(8).
          05 PRN-OI-AMOUNT          PIC B(2)Z,ZZZ,ZZ9.99.
          05 PRN-OI-APPLIED         PIC B(2)Z,ZZZ,ZZ9.99.
          05 PRN-OI-BALANCE         PIC B(2)Z,ZZZ,ZZ9.99-.
       01 STMT-SUMMARY-LINE.
          05 PRN-SUM-LABEL          PIC X(66).
          05 PRN-SUM-AMOUNT         PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "STATEMENT PERIOD (YYYYMM) -"
           ACCEPT WS-RUN-PERIOD
           IF WS-RUN-PERIOD NOT NUMERIC OR
              WS-RUN-MONTH LESS THAN 1 OR
              WS-RUN-MONTH GREATER THAN 12 OR
              WS-RUN-YEAR LESS THAN 1901
              DISPLAY "INVALID PERIOD - STATEMENTS ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "FRANCHISEE ID (0 = ALL FRANCHISEES) -"
           ACCEPT WS-SELECT-FRANCHISEE
           IF WS-SELECT-FRANCHISEE NOT NUMERIC
              DISPLAY "INVALID FRANCHISEE ID - STATEMENTS ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BRANCH MASTER - STATUS "
                      WS-BM-STATUS
              MOVE "E" TO MLG-SEVERITY
              MOVE "FS0003" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "BRANCH MASTER UNAVAILABLE - STATUS "
                        DELIMITED BY SIZE
                     WS-BM-STATUS DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-FRANCHISEE-TABLE
           PERFORM LOAD-FRANCHISE-BRANCHES
           PERFORM LOAD-PERIOD-INVOICES
           PERFORM LOAD-BRANCH-SALES
           PERFORM LOAD-PERIOD-PAYMENTS
           CLOSE BRANCH-MASTER-FILE
           PERFORM BUILD-STATEMENT-LIST
           OPEN OUTPUT STATEMENT-FILE
           PERFORM VARYING STL-IDX FROM 1 BY 1
              UNTIL STL-IDX GREATER THAN STL-COUNT
                   IF WS-SELECT-FRANCHISEE = ZERO OR
                      WS-SELECT-FRANCHISEE = STL-FRANCHISEE-ID(STL-IDX)
                      PERFORM CHECK-FRANCHISEE-ACTIVITY
                      IF HAS-ACTIVITY
                         PERFORM PRINT-ONE-STATEMENT
                      END-IF
                   END-IF
           END-PERFORM
           CLOSE STATEMENT-FILE
           DISPLAY "STATEMENTS PRINTED      " STATEMENT-COUNT
           MOVE TOTAL-SALES TO PRN-SUM-AMOUNT
           DISPLAY "TOTAL SALES             " PRN-SUM-AMOUNT
           MOVE TOTAL-ROYALTY TO PRN-SUM-AMOUNT
           DISPLAY "TOTAL ROYALTY INVOICED  " PRN-SUM-AMOUNT
           MOVE TOTAL-PAYMENTS TO PRN-SUM-AMOUNT
           DISPLAY "TOTAL PAYMENTS RECEIVED " PRN-SUM-AMOUNT
           MOVE TOTAL-BALANCE TO PRN-SUM-AMOUNT
           DISPLAY "TOTAL BALANCE DUE       " PRN-SUM-AMOUNT
           PERFORM LOG-RUN-OUTCOME
           STOP RUN.

       LOAD-FRANCHISEE-TABLE.
           MOVE ZERO TO FRT-COUNT
           OPEN INPUT FRANCHISEE-FILE
           IF WS-FRN-STATUS NOT = "00"
              DISPLAY "NO FRANCHISEE MASTER ON HAND"
           ELSE
              READ FRANCHISEE-FILE
              AT END
                 SET END-OF-FRANCHISEE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-FRANCHISEE-FILE
                      IF FR-FRANCHISEE-ID NUMERIC
                         IF FRT-COUNT LESS THAN 500
                            ADD 1 TO FRT-COUNT
                            PERFORM BUFFER-FRANCHISEE
                         ELSE
                            SET TABLE-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ FRANCHISEE-FILE
                      AT END
                         SET END-OF-FRANCHISEE-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE FRANCHISEE-FILE
           END-IF
           .

       BUFFER-FRANCHISEE.
           MOVE FR-FRANCHISEE-ID TO FRT-FRANCHISEE-ID(FRT-COUNT)
           MOVE FR-LEGAL-NAME TO FRT-LEGAL-NAME(FRT-COUNT)
           MOVE FR-BILL-ADDRESS-1 TO FRT-BILL-ADDRESS(FRT-COUNT, 1)
           MOVE FR-BILL-ADDRESS-2 TO FRT-BILL-ADDRESS(FRT-COUNT, 2)
           MOVE FR-BILL-ADDRESS-3 TO FRT-BILL-ADDRESS(FRT-COUNT, 3)
           MOVE FR-CONTACT-NAME TO FRT-CONTACT-NAME(FRT-COUNT)
           MOVE FR-CONTACT-PHONE TO FRT-CONTACT-PHONE(FRT-COUNT)
           MOVE FR-AGREE-START TO FRT-AGREE-START(FRT-COUNT)
           MOVE FR-AGREE-END TO FRT-AGREE-END(FRT-COUNT)
           MOVE FR-RATE-OVERRIDE TO FRT-RATE-OVERRIDE(FRT-COUNT)
           MOVE FR-ROYALTY-RATE TO FRT-ROYALTY-RATE(FRT-COUNT)
           IF FRT-AGREE-START(FRT-COUNT) NOT NUMERIC
              MOVE ZERO TO FRT-AGREE-START(FRT-COUNT)
           END-IF
           IF FRT-AGREE-END(FRT-COUNT) NOT NUMERIC
              MOVE ZERO TO FRT-AGREE-END(FRT-COUNT)
           END-IF
           IF FRT-ROYALTY-RATE(FRT-COUNT) NOT NUMERIC
              MOVE ZERO TO FRT-ROYALTY-RATE(FRT-COUNT)
           END-IF
           .

       LOAD-FRANCHISE-BRANCHES.
           MOVE ZERO TO BRT-COUNT
           MOVE LOW-VALUES TO BM-BRANCH-ID
           START BRANCH-MASTER-FILE KEY IS GREATER THAN OR EQUAL
              BM-BRANCH-ID
              INVALID KEY
                 SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
                   READ BRANCH-MASTER-FILE NEXT RECORD
                   AT END
                      SET END-OF-MASTER TO TRUE
                   NOT AT END
                      IF BM-FRANCHISE-OWNED
                         MOVE BM-FRANCHISEE-ID TO WS-LOOKUP-FRANCHISEE
                         PERFORM ADD-BRANCH-ENTRY
                      END-IF
                   END-READ
           END-PERFORM
           .

       ADD-BRANCH-ENTRY.
           IF BRT-COUNT LESS THAN 2000
              ADD 1 TO BRT-COUNT
              MOVE WS-LOOKUP-FRANCHISEE TO BRT-FRANCHISEE-ID(BRT-COUNT)
              MOVE BM-BRANCH-ID TO BRT-BRANCH-ID(BRT-COUNT)
              MOVE BM-BRANCH-NAME TO BRT-BRANCH-NAME(BRT-COUNT)
              MOVE BM-STATUS TO BRT-STATUS(BRT-COUNT)
              MOVE ZERO TO BRT-SALES(BRT-COUNT)
              MOVE ZERO TO BRT-ROYALTY(BRT-COUNT)
              MOVE ZERO TO BRT-INVOICES(BRT-COUNT)
              MOVE BRT-COUNT TO BRT-FOUND-IDX
           ELSE
              SET TABLE-OVERFLOW TO TRUE
              MOVE ZERO TO BRT-FOUND-IDX
           END-IF
           .

       FIND-BRANCH-ENTRY.
           MOVE ZERO TO BRT-FOUND-IDX
           PERFORM VARYING BRT-IDX FROM 1 BY 1
              UNTIL BRT-IDX GREATER THAN BRT-COUNT
                 OR BRT-FOUND-IDX GREATER THAN ZERO
                   IF BRT-BRANCH-ID(BRT-IDX) = WS-LOOKUP-BRANCH AND
                      BRT-FRANCHISEE-ID(BRT-IDX) = WS-LOOKUP-FRANCHISEE
                      MOVE BRT-IDX TO BRT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       LOAD-PERIOD-INVOICES.
           MOVE ZERO TO OIT-COUNT
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-ROI-STATUS = "00"
              READ OPEN-ITEM-FILE
              AT END
                 SET END-OF-OPEN-ITEMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-OPEN-ITEMS
                      IF ROI-FRANCHISEE-ID NUMERIC AND
                         ROI-AMOUNT NUMERIC AND
                         ROI-APPLIED NUMERIC
                         PERFORM BUFFER-OPEN-ITEM
                         IF ROI-INVOICE AND
                            ROI-PERIOD = WS-RUN-PERIOD
                            MOVE ROI-FRANCHISEE-ID TO
                               WS-LOOKUP-FRANCHISEE
                            MOVE ROI-BRANCH-ID TO WS-LOOKUP-BRANCH
                            PERFORM POST-PERIOD-INVOICE
                            IF BRT-FOUND-IDX GREATER THAN ZERO
                               ADD ROI-AMOUNT TO
                                  BRT-ROYALTY(BRT-FOUND-IDX)
                            END-IF
                         END-IF
                      END-IF
                      READ OPEN-ITEM-FILE
                      AT END
                         SET END-OF-OPEN-ITEMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE OPEN-ITEM-FILE
           END-IF
           OPEN INPUT CLOSED-ITEM-FILE
           IF WS-ROC-STATUS = "00"
              READ CLOSED-ITEM-FILE
              AT END
                 SET END-OF-CLOSED-ITEMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CLOSED-ITEMS
                      IF ROC-ITEM-TYPE = "I" AND
                         ROC-PERIOD = WS-RUN-PERIOD AND
                         ROC-FRANCHISEE-ID NUMERIC AND
                         ROC-AMOUNT NUMERIC
                         MOVE ROC-FRANCHISEE-ID TO
                            WS-LOOKUP-FRANCHISEE
                         MOVE ROC-BRANCH-ID TO WS-LOOKUP-BRANCH
                         PERFORM POST-PERIOD-INVOICE
                         IF BRT-FOUND-IDX GREATER THAN ZERO
                            ADD ROC-AMOUNT TO
                               BRT-ROYALTY(BRT-FOUND-IDX)
                         END-IF
                      END-IF
                      READ CLOSED-ITEM-FILE
                      AT END
                         SET END-OF-CLOSED-ITEMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CLOSED-ITEM-FILE
           END-IF
           .

       BUFFER-OPEN-ITEM.
           IF OIT-COUNT LESS THAN 3000
              ADD 1 TO OIT-COUNT
              MOVE ROI-FRANCHISEE-ID TO OIT-FRANCHISEE-ID(OIT-COUNT)
              MOVE ROI-ITEM-TYPE TO OIT-ITEM-TYPE(OIT-COUNT)
              MOVE ROI-INVOICE-NUM TO OIT-INVOICE-NUM(OIT-COUNT)
              MOVE ROI-BRANCH-ID TO OIT-BRANCH-ID(OIT-COUNT)
              MOVE ROI-PERIOD TO OIT-PERIOD(OIT-COUNT)
              MOVE ROI-ITEM-DATE TO OIT-ITEM-DATE(OIT-COUNT)
              MOVE ROI-AMOUNT TO OIT-AMOUNT(OIT-COUNT)
              MOVE ROI-APPLIED TO OIT-APPLIED(OIT-COUNT)
           ELSE
              SET TABLE-OVERFLOW TO TRUE
           END-IF
           .

       POST-PERIOD-INVOICE.
           PERFORM FIND-BRANCH-ENTRY
           IF BRT-FOUND-IDX = ZERO
              MOVE WS-LOOKUP-BRANCH TO BM-BRANCH-ID
              READ BRANCH-MASTER-FILE
                 INVALID KEY
                    MOVE "** NOT ON BRANCH MASTER **" TO BM-BRANCH-NAME
                    MOVE SPACE TO BM-STATUS
              END-READ
              MOVE WS-LOOKUP-BRANCH TO BM-BRANCH-ID
              PERFORM ADD-BRANCH-ENTRY
           END-IF
           IF BRT-FOUND-IDX GREATER THAN ZERO
              ADD 1 TO BRT-INVOICES(BRT-FOUND-IDX)
           END-IF
           .

       LOAD-BRANCH-SALES.
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SHS-STATUS NOT = "00"
              DISPLAY "NO SALES HISTORY FILE ON HAND"
           ELSE
              READ SALES-HISTORY-FILE
              AT END
                 SET END-OF-SALES-HISTORY TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SALES-HISTORY
                      IF SH-BRANCH-ID NUMERIC AND
                         SH-AMOUNT NUMERIC AND
                         SH-PERIOD = WS-RUN-PERIOD
                         PERFORM VARYING BRT-IDX FROM 1 BY 1
                            UNTIL BRT-IDX GREATER THAN BRT-COUNT
                                 IF BRT-BRANCH-ID(BRT-IDX) =
                                    SH-BRANCH-ID
                                    ADD SH-AMOUNT TO BRT-SALES(BRT-IDX)
                                 END-IF
                         END-PERFORM
                      END-IF
                      READ SALES-HISTORY-FILE
                      AT END
                         SET END-OF-SALES-HISTORY TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SALES-HISTORY-FILE
           END-IF
           .

       LOAD-PERIOD-PAYMENTS.
           MOVE ZERO TO PYT-COUNT
           OPEN INPUT CASH-HISTORY-FILE
           IF WS-RCH-STATUS = "00"
              READ CASH-HISTORY-FILE
              AT END
                 SET END-OF-CASH-HISTORY TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CASH-HISTORY
                      IF RCH-RECEIPT-DATE(1:6) = WS-RUN-PERIOD-X AND
                         RCH-FRANCHISEE-ID NUMERIC AND
                         RCH-AMOUNT NUMERIC
                         IF PYT-COUNT LESS THAN 2000
                            ADD 1 TO PYT-COUNT
                            MOVE RCH-FRANCHISEE-ID TO
                               PYT-FRANCHISEE-ID(PYT-COUNT)
                            MOVE RCH-RECEIPT-DATE TO
                               PYT-RECEIPT-DATE(PYT-COUNT)
                            MOVE RCH-INVOICE-NUM TO
                               PYT-INVOICE-NUM(PYT-COUNT)
                            MOVE RCH-AMOUNT TO PYT-AMOUNT(PYT-COUNT)
                            MOVE RCH-REFERENCE TO
                               PYT-REFERENCE(PYT-COUNT)
                         ELSE
                            SET TABLE-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ CASH-HISTORY-FILE
                      AT END
                         SET END-OF-CASH-HISTORY TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CASH-HISTORY-FILE
           END-IF
           .

       BUILD-STATEMENT-LIST.
           MOVE ZERO TO STL-COUNT
           PERFORM VARYING FRT-IDX FROM 1 BY 1
              UNTIL FRT-IDX GREATER THAN FRT-COUNT
                   MOVE FRT-FRANCHISEE-ID(FRT-IDX) TO
                      WS-LOOKUP-FRANCHISEE
                   PERFORM ADD-STATEMENT-ENTRY
           END-PERFORM
           PERFORM VARYING BRT-IDX FROM 1 BY 1
              UNTIL BRT-IDX GREATER THAN BRT-COUNT
                   MOVE BRT-FRANCHISEE-ID(BRT-IDX) TO
                      WS-LOOKUP-FRANCHISEE
                   PERFORM ADD-STATEMENT-ENTRY
           END-PERFORM
           PERFORM VARYING OIT-IDX FROM 1 BY 1
              UNTIL OIT-IDX GREATER THAN OIT-COUNT
                   MOVE OIT-FRANCHISEE-ID(OIT-IDX) TO
                      WS-LOOKUP-FRANCHISEE
                   PERFORM ADD-STATEMENT-ENTRY
           END-PERFORM
           PERFORM VARYING PYT-IDX FROM 1 BY 1
              UNTIL PYT-IDX GREATER THAN PYT-COUNT
                   MOVE PYT-FRANCHISEE-ID(PYT-IDX) TO
                      WS-LOOKUP-FRANCHISEE
                   PERFORM ADD-STATEMENT-ENTRY
           END-PERFORM
           PERFORM VARYING STL-IDX FROM 2 BY 1
              UNTIL STL-IDX GREATER THAN STL-COUNT
                   MOVE STATEMENT-LIST-ENTRY(STL-IDX) TO STL-SWAP-ENTRY
                   PERFORM VARYING STL-SORT-IDX FROM STL-IDX BY -1
                      UNTIL STL-SORT-IDX = 1 OR
                         STATEMENT-LIST-ENTRY(STL-SORT-IDX - 1)(1:5)
                            NOT GREATER THAN STL-SWAP-ENTRY(1:5)
                         MOVE STATEMENT-LIST-ENTRY(STL-SORT-IDX - 1) TO
                            STATEMENT-LIST-ENTRY(STL-SORT-IDX)
                   END-PERFORM
                   MOVE STL-SWAP-ENTRY TO
                      STATEMENT-LIST-ENTRY(STL-SORT-IDX)
           END-PERFORM
           .

       ADD-STATEMENT-ENTRY.
           MOVE ZERO TO STL-FOUND-IDX
           PERFORM VARYING STL-IDX FROM 1 BY 1
              UNTIL STL-IDX GREATER THAN STL-COUNT
                 OR STL-FOUND-IDX GREATER THAN ZERO
                   IF STL-FRANCHISEE-ID(STL-IDX) = WS-LOOKUP-FRANCHISEE
                      MOVE STL-IDX TO STL-FOUND-IDX
                   END-IF
           END-PERFORM
           IF STL-FOUND-IDX = ZERO
              IF STL-COUNT LESS THAN 1000
                 ADD 1 TO STL-COUNT
                 MOVE WS-LOOKUP-FRANCHISEE TO
                    STL-FRANCHISEE-ID(STL-COUNT)
                 MOVE ZERO TO FRT-FOUND-IDX
                 PERFORM VARYING FRT-IDX FROM 1 BY 1
                    UNTIL FRT-IDX GREATER THAN FRT-COUNT
                       OR FRT-FOUND-IDX GREATER THAN ZERO
                         IF FRT-FRANCHISEE-ID(FRT-IDX) =
                            WS-LOOKUP-FRANCHISEE
                            MOVE FRT-IDX TO FRT-FOUND-IDX
                         END-IF
                 END-PERFORM
                 MOVE FRT-FOUND-IDX TO STL-FRT-IDX(STL-COUNT)
              ELSE
                 SET TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF
           .

       CHECK-FRANCHISEE-ACTIVITY.
           MOVE "N" TO WS-HAS-ACTIVITY
           MOVE STL-FRANCHISEE-ID(STL-IDX) TO WS-LOOKUP-FRANCHISEE
           PERFORM VARYING BRT-IDX FROM 1 BY 1
              UNTIL BRT-IDX GREATER THAN BRT-COUNT
                   IF BRT-FRANCHISEE-ID(BRT-IDX) = WS-LOOKUP-FRANCHISEE
                      AND (BRT-SALES(BRT-IDX) NOT = ZERO OR
                           BRT-INVOICES(BRT-IDX) GREATER THAN ZERO OR
                           NOT BRT-STATUS(BRT-IDX) = "C")
                      MOVE "Y" TO WS-HAS-ACTIVITY
                   END-IF
           END-PERFORM
           PERFORM VARYING OIT-IDX FROM 1 BY 1
              UNTIL OIT-IDX GREATER THAN OIT-COUNT
                   IF OIT-FRANCHISEE-ID(OIT-IDX) = WS-LOOKUP-FRANCHISEE
                      AND OIT-APPLIED(OIT-IDX) LESS THAN
                          OIT-AMOUNT(OIT-IDX)
                      MOVE "Y" TO WS-HAS-ACTIVITY
                   END-IF
           END-PERFORM
           PERFORM VARYING PYT-IDX FROM 1 BY 1
              UNTIL PYT-IDX GREATER THAN PYT-COUNT
                   IF PYT-FRANCHISEE-ID(PYT-IDX) = WS-LOOKUP-FRANCHISEE
                      MOVE "Y" TO WS-HAS-ACTIVITY
                   END-IF
           END-PERFORM
           .

       PRINT-ONE-STATEMENT.
           ADD 1 TO STATEMENT-COUNT
           MOVE STL-FRT-IDX(STL-IDX) TO FRT-FOUND-IDX
           MOVE STMT-RULE-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE STMT-HEADING TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE WS-RUN-PERIOD TO PRN-RUN-PERIOD
           MOVE WS-RUN-DATE TO PRN-RUN-DATE
           MOVE STMT-PERIOD-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE WS-LOOKUP-FRANCHISEE TO PRN-FRANCHISEE-ID
           MOVE STMT-FRANCHISEE-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           IF FRT-FOUND-IDX = ZERO
              ADD 1 TO UNKNOWN-COUNT
              DISPLAY "FRANCHISEE " WS-LOOKUP-FRANCHISEE
                      " NOT ON FRANCHISEE MASTER"
              MOVE "** NOT ON FRANCHISEE MASTER - NO BILLING ADDRESS"
                 TO PRN-ADDRESS
              MOVE STMT-ADDRESS-LINE TO STATEMENT-REC
              WRITE STATEMENT-REC
           ELSE
              PERFORM PRINT-BILLING-ADDRESS
           END-IF
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           PERFORM PRINT-BRANCH-SECTION
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           PERFORM PRINT-PAYMENT-SECTION
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           PERFORM PRINT-OPEN-ITEM-SECTION
           MOVE STMT-RULE-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           ADD WS-FRN-SALES TO TOTAL-SALES
           ADD WS-FRN-ROYALTY TO TOTAL-ROYALTY
           ADD WS-FRN-PAYMENTS TO TOTAL-PAYMENTS
           ADD WS-FRN-BALANCE TO TOTAL-BALANCE
           .

       PRINT-BILLING-ADDRESS.
           MOVE FRT-LEGAL-NAME(FRT-FOUND-IDX) TO PRN-ADDRESS
           MOVE STMT-ADDRESS-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           PERFORM VARYING FRT-LINE-IDX FROM 1 BY 1
              UNTIL FRT-LINE-IDX GREATER THAN 3
                   IF FRT-BILL-ADDRESS(FRT-FOUND-IDX, FRT-LINE-IDX)
                      NOT = SPACES
                      MOVE FRT-BILL-ADDRESS(FRT-FOUND-IDX, FRT-LINE-IDX)
                         TO PRN-ADDRESS
                      MOVE STMT-ADDRESS-LINE TO STATEMENT-REC
                      WRITE STATEMENT-REC
                   END-IF
           END-PERFORM
           IF FRT-CONTACT-NAME(FRT-FOUND-IDX) NOT = SPACES
              MOVE SPACES TO PRN-ADDRESS
              STRING "ATTN " DELIMITED BY SIZE
                     FRT-CONTACT-NAME(FRT-FOUND-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FRT-CONTACT-PHONE(FRT-FOUND-IDX) DELIMITED BY SIZE
                     INTO PRN-ADDRESS
              MOVE STMT-ADDRESS-LINE TO STATEMENT-REC
              WRITE STATEMENT-REC
           END-IF
           MOVE FRT-AGREE-START(FRT-FOUND-IDX) TO PRN-AGREE-START
           IF FRT-AGREE-END(FRT-FOUND-IDX) = ZERO
              MOVE "OPEN" TO PRN-AGREE-END
           ELSE
              MOVE FRT-AGREE-END(FRT-FOUND-IDX) TO PRN-AGREE-END
           END-IF
           IF FRT-RATE-OVERRIDE(FRT-FOUND-IDX) = "Y"
              COMPUTE WS-RATE-PCT =
                 FRT-ROYALTY-RATE(FRT-FOUND-IDX) * 100
              MOVE WS-RATE-PCT TO PRN-RATE-PCT
              MOVE SPACES TO PRN-RATE-BASIS
              STRING "NEGOTIATED " DELIMITED BY SIZE
                     PRN-RATE-PCT DELIMITED BY SIZE
                     "%" DELIMITED BY SIZE
                     INTO PRN-RATE-BASIS
           ELSE
              MOVE "STANDARD SCALE" TO PRN-RATE-BASIS
           END-IF
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE STMT-AGREEMENT-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           .

       PRINT-BRANCH-SECTION.
           MOVE ZERO TO WS-FRN-SALES
           MOVE ZERO TO WS-FRN-ROYALTY
           MOVE ZERO TO WS-FRN-BRANCHES
           MOVE "BRANCH SALES AND ROYALTY INVOICED FOR THE PERIOD" TO
              PRN-SECTION-NAME
           MOVE STMT-SECTION-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE STMT-BRANCH-HEADING TO STATEMENT-REC
           WRITE STATEMENT-REC
           PERFORM VARYING BRT-IDX FROM 1 BY 1
              UNTIL BRT-IDX GREATER THAN BRT-COUNT
                   IF BRT-FRANCHISEE-ID(BRT-IDX) = WS-LOOKUP-FRANCHISEE
                      AND (BRT-SALES(BRT-IDX) NOT = ZERO OR
                           BRT-INVOICES(BRT-IDX) GREATER THAN ZERO OR
                           NOT BRT-STATUS(BRT-IDX) = "C")
                      ADD 1 TO WS-FRN-BRANCHES
                      ADD BRT-SALES(BRT-IDX) TO WS-FRN-SALES
                      ADD BRT-ROYALTY(BRT-IDX) TO WS-FRN-ROYALTY
                      MOVE BRT-BRANCH-ID(BRT-IDX) TO PRN-BR-BRANCH-ID
                      MOVE BRT-BRANCH-NAME(BRT-IDX) TO PRN-BR-NAME
                      MOVE BRT-SALES(BRT-IDX) TO PRN-BR-SALES
                      MOVE BRT-ROYALTY(BRT-IDX) TO PRN-BR-ROYALTY
                      MOVE BRT-INVOICES(BRT-IDX) TO PRN-BR-INVOICES
                      MOVE STMT-BRANCH-LINE TO STATEMENT-REC
                      WRITE STATEMENT-REC
                   END-IF
           END-PERFORM
           MOVE SPACES TO PRN-BT-LABEL
           STRING "  ALL BRANCHES (" DELIMITED BY SIZE
                  WS-FRN-BRANCHES DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO PRN-BT-LABEL
           MOVE WS-FRN-SALES TO PRN-BT-SALES
           MOVE WS-FRN-ROYALTY TO PRN-BT-ROYALTY
           MOVE STMT-BRANCH-TOTAL-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           .

       PRINT-PAYMENT-SECTION.
           MOVE ZERO TO WS-FRN-PAYMENTS
           MOVE "PAYMENTS RECEIVED IN THE PERIOD" TO PRN-SECTION-NAME
           MOVE STMT-SECTION-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE STMT-PAYMENT-HEADING TO STATEMENT-REC
           WRITE STATEMENT-REC
           PERFORM VARYING PYT-IDX FROM 1 BY 1
              UNTIL PYT-IDX GREATER THAN PYT-COUNT
                   IF PYT-FRANCHISEE-ID(PYT-IDX) = WS-LOOKUP-FRANCHISEE
                      ADD PYT-AMOUNT(PYT-IDX) TO WS-FRN-PAYMENTS
                      MOVE PYT-RECEIPT-DATE(PYT-IDX) TO PRN-PY-DATE
                      MOVE PYT-REFERENCE(PYT-IDX) TO PRN-PY-REFERENCE
                      MOVE PYT-INVOICE-NUM(PYT-IDX) TO PRN-PY-INVOICE
                      MOVE PYT-AMOUNT(PYT-IDX) TO PRN-PY-AMOUNT
                      MOVE STMT-PAYMENT-LINE TO STATEMENT-REC
                      WRITE STATEMENT-REC
                   END-IF
           END-PERFORM
           MOVE "  TOTAL PAYMENTS RECEIVED" TO PRN-SUM-LABEL
           MOVE WS-FRN-PAYMENTS TO PRN-SUM-AMOUNT
           MOVE STMT-SUMMARY-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           .

       PRINT-OPEN-ITEM-SECTION.
           MOVE ZERO TO WS-FRN-OPEN-INVOICES
           MOVE ZERO TO WS-FRN-ON-ACCOUNT
           MOVE SPACES TO PRN-SECTION-NAME
           STRING "OPEN ROYALTY ITEMS AT " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PRN-SECTION-NAME
           MOVE STMT-SECTION-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE STMT-OPEN-HEADING TO STATEMENT-REC
           WRITE STATEMENT-REC
           PERFORM VARYING OIT-IDX FROM 1 BY 1
              UNTIL OIT-IDX GREATER THAN OIT-COUNT
                   IF OIT-FRANCHISEE-ID(OIT-IDX) = WS-LOOKUP-FRANCHISEE
                      AND OIT-APPLIED(OIT-IDX) LESS THAN
                          OIT-AMOUNT(OIT-IDX)
                      COMPUTE WS-ITEM-BALANCE =
                         OIT-AMOUNT(OIT-IDX) - OIT-APPLIED(OIT-IDX)
                      IF OIT-ITEM-TYPE(OIT-IDX) = "C"
                         ADD WS-ITEM-BALANCE TO WS-FRN-ON-ACCOUNT
                      ELSE
                         ADD WS-ITEM-BALANCE TO WS-FRN-OPEN-INVOICES
                         MOVE OIT-INVOICE-NUM(OIT-IDX) TO PRN-OI-INVOICE
                         MOVE OIT-BRANCH-ID(OIT-IDX) TO PRN-OI-BRANCH
                         MOVE OIT-PERIOD(OIT-IDX) TO PRN-OI-PERIOD
                         MOVE OIT-ITEM-DATE(OIT-IDX) TO PRN-OI-DATE
                         MOVE OIT-AMOUNT(OIT-IDX) TO PRN-OI-AMOUNT
                         MOVE OIT-APPLIED(OIT-IDX) TO PRN-OI-APPLIED
                         MOVE WS-ITEM-BALANCE TO PRN-OI-BALANCE
                         MOVE STMT-OPEN-LINE TO STATEMENT-REC
                         WRITE STATEMENT-REC
                      END-IF
                   END-IF
           END-PERFORM
           COMPUTE WS-FRN-BALANCE =
              WS-FRN-OPEN-INVOICES - WS-FRN-ON-ACCOUNT
           MOVE "  TOTAL OPEN INVOICES" TO PRN-SUM-LABEL
           MOVE WS-FRN-OPEN-INVOICES TO PRN-SUM-AMOUNT
           MOVE STMT-SUMMARY-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           IF WS-FRN-ON-ACCOUNT GREATER THAN ZERO
              MOVE "  LESS UNALLOCATED CASH HELD ON ACCOUNT" TO
                 PRN-SUM-LABEL
              MOVE WS-FRN-ON-ACCOUNT TO PRN-SUM-AMOUNT
              MOVE STMT-SUMMARY-LINE TO STATEMENT-REC
              WRITE STATEMENT-REC
           END-IF
           IF WS-FRN-BALANCE LESS THAN ZERO
              MOVE "  CREDIT BALANCE - NOTHING TO PAY" TO PRN-SUM-LABEL
           ELSE
              MOVE "  BALANCE DUE" TO PRN-SUM-LABEL
           END-IF
           MOVE WS-FRN-BALANCE TO PRN-SUM-AMOUNT
           MOVE STMT-SUMMARY-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           .

       LOG-RUN-OUTCOME.
           MOVE SPACES TO MLG-TEXT
           EVALUATE TRUE
              WHEN TABLE-OVERFLOW
                 MOVE "W" TO MLG-SEVERITY
                 MOVE "FS0002" TO MLG-CODE
                 STRING WS-RUN-PERIOD DELIMITED BY SIZE
                        " TABLE FULL - STATEMENTS MAY BE INCOMPLETE"
                           DELIMITED BY SIZE
                        INTO MLG-TEXT
              WHEN UNKNOWN-COUNT GREATER THAN ZERO
                 MOVE "W" TO MLG-SEVERITY
                 MOVE "FS0001" TO MLG-CODE
                 STRING WS-RUN-PERIOD DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        UNKNOWN-COUNT DELIMITED BY SIZE
                        " FRANCHISEES NOT ON FRANCHISEE MASTER"
                           DELIMITED BY SIZE
                        INTO MLG-TEXT
              WHEN OTHER
                 MOVE "I" TO MLG-SEVERITY
                 MOVE "FS0100" TO MLG-CODE
                 STRING WS-RUN-PERIOD DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        STATEMENT-COUNT DELIMITED BY SIZE
                        " FRANCHISEE STATEMENTS PRINTED"
                           DELIMITED BY SIZE
                        INTO MLG-TEXT
           END-EVALUATE
           PERFORM LOG-BATCH-MESSAGE
           EVALUATE MLG-SEVERITY
              WHEN "E"
                 MOVE 8 TO RETURN-CODE
              WHEN "W"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           .

       LOG-BATCH-MESSAGE.
           CALL "MSG-LOG" USING MSG-LOG-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           .
