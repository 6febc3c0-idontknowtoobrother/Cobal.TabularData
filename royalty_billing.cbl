           SELECT ROYALTY-RATE-FILE ASSIGN TO "royalty_rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RYR-STATUS.
           SELECT FRANCHISEE-FILE ASSIGN TO "franchisees.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FRN-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO
                 "branch_sales_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "royalty_register.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "royalty_open_items.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ROI-STATUS.
           SELECT CLOSED-ITEM-FILE ASSIGN TO
                 "royalty_closed_items.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ROC-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "gl_extract_royalty.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GLX-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "period_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           .
          05 RY-LIMIT               PIC 9(9)V99.
          05 RY-RATE                PIC 9V9(4).
          05 RY-EFF-PERIOD          PIC 9(6).

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

       FD SALES-HISTORY-FILE.
       01 SALES-HISTORY-REC.
       FD REGISTER-FILE.
       01 REGISTER-REC              PIC X(110).

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
          05 ROC-ITEM-IMAGE.
             10 ROC-ITEM-TYPE       PIC X.
             10 FILLER              PIC X(19).
             10 ROC-PERIOD          PIC 9(6).
             10 FILLER              PIC X(55).
          05 ROC-CLOSE-DATE         PIC 9(8).

       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-REC.
          05 GL-REC-TYPE            PIC X.
          05 GL-ACCOUNT             PIC X(8).
          05 GL-STATE-NUM           PIC 99.
          05 GL-PERIOD              PIC 9(6).
          05 GL-AMOUNT              PIC S9(9)V99.

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-REC.
          88 END-OF-PERIOD-CONTROL                     VALUE HIGH-VALUES
           .
          05 PCT-PERIOD             PIC 9(6).
          05 PCT-STATUS             PIC X.
             88 PCT-PERIOD-OPEN                        VALUE "O".
             88 PCT-PERIOD-CLOSED                      VALUE "C".

       WORKING-STORAGE SECTION.
       01 WS-RYR-STATUS             PIC XX.
       01 WS-FRN-STATUS             PIC XX.
       01 WS-SHS-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-RIC-STATUS             PIC XX.
       01 WS-ROI-STATUS             PIC XX.
       01 WS-ROC-STATUS             PIC XX.
       01 WS-GLX-STATUS             PIC XX.
       01 WS-PCT-STATUS             PIC XX.
       01 WS-PERIOD-CLOSED          PIC X        VALUE "N".
          88 PERIOD-IS-CLOSED                    VALUE "Y".
       01 PERIOD-BILLED-COUNT       PIC 9(5)     VALUE ZERO.
       01 WS-RUN-PERIOD             PIC 9(6).
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-NEXT-INVOICE           PIC 9(7).
       01 RATE-COUNT                PIC 99 VALUE ZERO.
       01 RATE-IDX                  PIC 99.
       01 WS-PREV-LIMIT             PIC 9(9)V99 VALUE ZERO.
       01 WS-PREV-EFF-PERIOD        PIC 9(6)    VALUE ZERO.
       01 RATE-FILE-TABLE.
          05 RATE-FILE-ENTRY OCCURS 100 TIMES.
             10 RFT-EFF-PERIOD      PIC 9(6).
             10 RFT-LIMIT           PIC 9(9)V99.
             10 RFT-RATE            PIC 9V9(4).
       01 RFT-COUNT                 PIC 9(3) VALUE ZERO.
       01 RFT-IDX                   PIC 9(3).
       01 WS-RATE-FOR-PERIOD        PIC 9(6).
       01 WS-RATE-EFF-PERIOD        PIC 9(6).
       01 WS-RATE-SET-FOUND         PIC X.
          88 RATE-SET-FOUND                 VALUE "Y".
       01 WS-RATES-IN-ORDER         PIC X  VALUE "Y".
          88 RATES-IN-ORDER                 VALUE "Y".
       01 FRANCHISEE-TABLE.
          05 FRANCHISEE-ENTRY OCCURS 500 TIMES.
             10 FRT-FRANCHISEE-ID   PIC 9(5).
             10 FRT-AGREE-START     PIC 9(8).
             10 FRT-AGREE-END       PIC 9(8).
             10 FRT-RATE-OVERRIDE   PIC X.
             10 FRT-ROYALTY-RATE    PIC 9V9(4).
       01 FRT-COUNT                 PIC 9(3) VALUE ZERO.
       01 FRT-IDX                   PIC 9(3).
       01 FRT-FOUND-IDX             PIC 9(3).
       01 WS-AGREE-START-PERIOD     PIC 9(6).
       01 WS-AGREE-END-PERIOD       PIC 9(6).
       01 WS-RATE-BASIS             PIC X(10).
          88 RATE-BASIS-NEGOTIATED          VALUE "NEGOTIATED".
       01 NEGOTIATED-COUNT          PIC 9(4)     VALUE ZERO.
       01 UNKNOWN-FRANCHISEE-COUNT  PIC 9(4)     VALUE ZERO.
       01 BRANCH-SALES-TABLE.
          05 BRANCH-SALES-ENTRY OCCURS 1000 TIMES.
             10 BST-BRANCH-ID       PIC 9(7).
       01 WS-TIER-PORTION           PIC 9(9)V99.
       01 TOTAL-ROYALTY             PIC 9(9)V99  VALUE ZERO.
       01 INVOICE-COUNT             PIC 9(4)     VALUE ZERO.
       01 GL-RECEIVABLE-ACCOUNT     PIC X(8)     VALUE "11300000".
       01 GL-INCOME-ACCOUNT         PIC X(8)     VALUE "40300000".
       01 GL-RECORD-COUNT           PIC 9(5)     VALUE ZERO.

       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16) VALUE "ROYALTY-BILLING".
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       01 REGISTER-HEADING1         PIC X(45)
                                                       VALUE
                                                       VALUE
             "  Sales period -  ".
          05 PRN-RUN-PERIOD         PIC 9(6).
       01 REGISTER-HEADING3         PIC X(100)
                                                       VALUE
             "Invoice  Branch   Frnchse Branch Name
      -      "     NetSales     Royalty      Rate Basis".
       01 REGISTER-DETAIL-LINE.
          05 PRN-INVOICE-NUM        PIC 9(7).
          05 PRN-BRANCH-ID          PIC B(2)9(7).
          05 PRN-BRANCH-NAME        PIC B(2)X(30).
          05 PRN-NET-SALES          PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-ROYALTY            PIC B(2)$$$,$$9.99.
          05 PRN-RATE-BASIS         PIC B(2)X(10).
       01 REGISTER-TOTAL-LINE.
          05 FILLER                 PIC X(20)
                                                       VALUE
           DISPLAY "ROYALTY PERIOD (YYYYMM) -"
           ACCEPT WS-RUN-PERIOD
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-PERIOD-CLOSED
           IF NOT PERIOD-IS-CLOSED
              DISPLAY "PERIOD " WS-RUN-PERIOD " IS NOT CLOSED"
                      " - RUN ABANDONED"
              MOVE "E" TO MLG-SEVERITY
              MOVE "RY0002" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "PERIOD NOT CLOSED - PERIOD " DELIMITED BY SIZE
                     WS-RUN-PERIOD DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-RATE-TABLE
           IF RFT-COUNT = ZERO
              DISPLAY "NO ROYALTY RATES ON FILE - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT RATES-IN-ORDER
              DISPLAY "RATE LIMITS NOT IN ASCENDING ORDER"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUN-PERIOD TO WS-RATE-FOR-PERIOD
           PERFORM SELECT-RATE-TIERS
           IF RATE-COUNT = ZERO
              DISPLAY "NO ROYALTY RATES IN EFFECT FOR PERIOD "
                      WS-RUN-PERIOD " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "ROYALTY RATES EFFECTIVE " WS-RATE-EFF-PERIOD
           PERFORM CHECK-PERIOD-NOT-BILLED
           IF PERIOD-BILLED-COUNT GREATER THAN ZERO
              DISPLAY "PERIOD " WS-RUN-PERIOD " ALREADY BILLED - "
                      PERIOD-BILLED-COUNT " INVOICE ITEMS ON FILE"
                      " - RUN ABANDONED"
              MOVE "E" TO MLG-SEVERITY
              MOVE "RY0001" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "PERIOD ALREADY BILLED - PERIOD "
                        DELIMITED BY SIZE
                     WS-RUN-PERIOD DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-FRANCHISEE-TABLE
           PERFORM LOAD-BRANCH-SALES
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BRANCH MASTER - STATUS "
                      WS-BM-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM TAKE-INVOICE-NUMBER
           OPEN OUTPUT INVOICE-FILE
           OPEN OUTPUT REGISTER-FILE
           OPEN EXTEND GL-EXTRACT-FILE
           IF WS-GLX-STATUS = "35"
              OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           OPEN EXTEND OPEN-ITEM-FILE
           IF WS-ROI-STATUS = "35"
              OPEN OUTPUT OPEN-ITEM-FILE
           END-IF
           MOVE REGISTER-HEADING1 TO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-RUN-PERIOD TO PRN-RUN-PERIOD
           WRITE REGISTER-REC
           DISPLAY REGISTER-TOTAL-LINE
           DISPLAY "INVOICES WRITTEN " INVOICE-COUNT
           DISPLAY "AT NEGOTIATED RATES " NEGOTIATED-COUNT
           IF UNKNOWN-FRANCHISEE-COUNT GREATER THAN ZERO
              DISPLAY "FRANCHISEES NOT ON FRANCHISEE MASTER "
                      UNKNOWN-FRANCHISEE-COUNT
                      " - BILLED AT STANDARD RATES"
           END-IF
           IF TOTAL-ROYALTY GREATER THAN ZERO
              MOVE "I" TO GL-REC-TYPE
              MOVE GL-INCOME-ACCOUNT TO GL-ACCOUNT
              MOVE ZERO TO GL-STATE-NUM
              MOVE WS-RUN-PERIOD TO GL-PERIOD
              MOVE TOTAL-ROYALTY TO GL-AMOUNT
              WRITE GL-EXTRACT-REC
              ADD 1 TO GL-RECORD-COUNT
           END-IF
           DISPLAY "GL extract records written = " GL-RECORD-COUNT
           PERFORM SAVE-INVOICE-NUMBER
           CLOSE INVOICE-FILE
           CLOSE REGISTER-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE BRANCH-MASTER-FILE
           IF UNKNOWN-FRANCHISEE-COUNT GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOG-BATCH-MESSAGE.
           CALL "MSG-LOG" USING MSG-LOG-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           .

       CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCT-STATUS = "00"
              READ PERIOD-CONTROL-FILE
              AT END
                 SET END-OF-PERIOD-CONTROL TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PERIOD-CONTROL
                      IF PCT-PERIOD NUMERIC AND
                         PCT-PERIOD = WS-RUN-PERIOD
                         IF PCT-PERIOD-CLOSED
                            MOVE "Y" TO WS-PERIOD-CLOSED
                         ELSE
                            MOVE "N" TO WS-PERIOD-CLOSED
                         END-IF
                      END-IF
                      READ PERIOD-CONTROL-FILE
                      AT END
                         SET END-OF-PERIOD-CONTROL TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PERIOD-CONTROL-FILE
           END-IF
           .

       CHECK-PERIOD-NOT-BILLED.
           MOVE ZERO TO PERIOD-BILLED-COUNT
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-ROI-STATUS = "00"
              READ OPEN-ITEM-FILE
              AT END
                 SET END-OF-OPEN-ITEMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-OPEN-ITEMS
                      IF ROI-INVOICE AND ROI-PERIOD = WS-RUN-PERIOD
                         ADD 1 TO PERIOD-BILLED-COUNT
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
                         ROC-PERIOD = WS-RUN-PERIOD
                         ADD 1 TO PERIOD-BILLED-COUNT
                      END-IF
                      READ CLOSED-ITEM-FILE
                      AT END
                         SET END-OF-CLOSED-ITEMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CLOSED-ITEM-FILE
           END-IF
           .

       LOAD-RATE-TABLE.
           MOVE ZERO TO RFT-COUNT
           OPEN INPUT ROYALTY-RATE-FILE
           IF WS-RYR-STATUS = "00"
              READ ROYALTY-RATE-FILE
              END-READ
              PERFORM UNTIL END-OF-ROYALTY-RATES
                      IF RY-LIMIT NUMERIC AND RY-RATE NUMERIC AND
                         RFT-COUNT LESS THAN 100
                         IF RY-EFF-PERIOD NOT NUMERIC
                            MOVE ZERO TO RY-EFF-PERIOD
                         END-IF
                         IF RFT-COUNT GREATER THAN ZERO
                            IF RY-EFF-PERIOD LESS THAN
                               WS-PREV-EFF-PERIOD
                               MOVE "N" TO WS-RATES-IN-ORDER
                            END-IF
                            IF RY-EFF-PERIOD = WS-PREV-EFF-PERIOD AND
                               RY-LIMIT NOT GREATER THAN WS-PREV-LIMIT
                               MOVE "N" TO WS-RATES-IN-ORDER
                            END-IF
                         END-IF
                         ADD 1 TO RFT-COUNT
                         MOVE RY-EFF-PERIOD TO RFT-EFF-PERIOD(RFT-COUNT)
                         MOVE RY-LIMIT TO RFT-LIMIT(RFT-COUNT)
                         MOVE RY-RATE TO RFT-RATE(RFT-COUNT)
                         MOVE RY-EFF-PERIOD TO WS-PREV-EFF-PERIOD
                         MOVE RY-LIMIT TO WS-PREV-LIMIT
                      END-IF
                      READ ROYALTY-RATE-FILE
           END-IF
           .

       SELECT-RATE-TIERS.
           MOVE ZERO TO RATE-COUNT
           MOVE ZERO TO WS-RATE-EFF-PERIOD
           MOVE "N" TO WS-RATE-SET-FOUND
           PERFORM VARYING RFT-IDX FROM 1 BY 1
              UNTIL RFT-IDX GREATER THAN RFT-COUNT
                   IF RFT-EFF-PERIOD(RFT-IDX) NOT GREATER THAN
                      WS-RATE-FOR-PERIOD AND
                      (NOT RATE-SET-FOUND OR
                       RFT-EFF-PERIOD(RFT-IDX) GREATER THAN
                          WS-RATE-EFF-PERIOD)
                      MOVE RFT-EFF-PERIOD(RFT-IDX) TO WS-RATE-EFF-PERIOD
                      SET RATE-SET-FOUND TO TRUE
                   END-IF
           END-PERFORM
           IF RATE-SET-FOUND
              PERFORM VARYING RFT-IDX FROM 1 BY 1
                 UNTIL RFT-IDX GREATER THAN RFT-COUNT
                      IF RFT-EFF-PERIOD(RFT-IDX) =
                         WS-RATE-EFF-PERIOD AND
                         RATE-COUNT LESS THAN 10
                         ADD 1 TO RATE-COUNT
                         MOVE RFT-LIMIT(RFT-IDX) TO
                            RATE-TBL-LIMIT(RATE-COUNT)
                         MOVE RFT-RATE(RFT-IDX) TO
                            RATE-TBL-RATE(RATE-COUNT)
                      END-IF
              END-PERFORM
           END-IF
           .

       LOAD-FRANCHISEE-TABLE.
           MOVE ZERO TO FRT-COUNT
           OPEN INPUT FRANCHISEE-FILE
           IF WS-FRN-STATUS NOT = "00"
              DISPLAY "NO FRANCHISEE MASTER ON HAND - STANDARD RATES"
                      " ONLY"
           ELSE
              READ FRANCHISEE-FILE
              AT END
                 SET END-OF-FRANCHISEE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-FRANCHISEE-FILE
                      IF FR-FRANCHISEE-ID NUMERIC AND
                         FR-AGREE-START NUMERIC AND
                         FR-AGREE-END NUMERIC AND
                         FR-ROYALTY-RATE NUMERIC AND
                         FRT-COUNT LESS THAN 500
                         ADD 1 TO FRT-COUNT
                         MOVE FR-FRANCHISEE-ID TO
                            FRT-FRANCHISEE-ID(FRT-COUNT)
                         MOVE FR-AGREE-START TO
                            FRT-AGREE-START(FRT-COUNT)
                         MOVE FR-AGREE-END TO FRT-AGREE-END(FRT-COUNT)
                         MOVE FR-RATE-OVERRIDE TO
                            FRT-RATE-OVERRIDE(FRT-COUNT)
                         MOVE FR-ROYALTY-RATE TO
                            FRT-ROYALTY-RATE(FRT-COUNT)
                      END-IF
                      READ FRANCHISEE-FILE
                      AT END
                         SET END-OF-FRANCHISEE-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE FRANCHISEE-FILE
           END-IF
           .

       SELECT-FRANCHISEE-RATE.
           MOVE "STANDARD" TO WS-RATE-BASIS
           MOVE ZERO TO FRT-FOUND-IDX
           PERFORM VARYING FRT-IDX FROM 1 BY 1
              UNTIL FRT-IDX GREATER THAN FRT-COUNT
                 OR FRT-FOUND-IDX GREATER THAN ZERO
                   IF FRT-FRANCHISEE-ID(FRT-IDX) = BM-FRANCHISEE-ID
                      MOVE FRT-IDX TO FRT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF FRT-FOUND-IDX = ZERO
              ADD 1 TO UNKNOWN-FRANCHISEE-COUNT
              DISPLAY "FRANCHISEE " BM-FRANCHISEE-ID " OF BRANCH "
                      BM-BRANCH-ID " NOT ON FRANCHISEE MASTER"
           ELSE
              COMPUTE WS-AGREE-START-PERIOD =
                 FRT-AGREE-START(FRT-FOUND-IDX) / 100
              COMPUTE WS-AGREE-END-PERIOD =
                 FRT-AGREE-END(FRT-FOUND-IDX) / 100
              IF WS-AGREE-START-PERIOD GREATER THAN WS-RUN-PERIOD OR
                 (WS-AGREE-END-PERIOD NOT = ZERO AND
                  WS-AGREE-END-PERIOD LESS THAN WS-RUN-PERIOD)
                 DISPLAY "FRANCHISEE " BM-FRANCHISEE-ID
                         " AGREEMENT NOT IN FORCE FOR " WS-RUN-PERIOD
                         " - BRANCH " BM-BRANCH-ID
              ELSE
                 IF FRT-RATE-OVERRIDE(FRT-FOUND-IDX) = "Y" AND
                    FRT-ROYALTY-RATE(FRT-FOUND-IDX) GREATER THAN ZERO
                    SET RATE-BASIS-NEGOTIATED TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       LOAD-BRANCH-SALES.
           MOVE ZERO TO BST-COUNT
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-NET-SALES = ZERO
              CONTINUE
           ELSE
              PERFORM SELECT-FRANCHISEE-RATE
              IF RATE-BASIS-NEGOTIATED
                 MOVE ZERO TO WS-ROYALTY
                 IF WS-NET-SALES GREATER THAN ZERO
                    COMPUTE WS-ROYALTY ROUNDED =
                       WS-NET-SALES * FRT-ROYALTY-RATE(FRT-FOUND-IDX)
                 END-IF
                 ADD 1 TO NEGOTIATED-COUNT
              ELSE
                 PERFORM COMPUTE-ROYALTY
              END-IF
              MOVE WS-NEXT-INVOICE TO RIV-INVOICE-NUM
              MOVE BM-BRANCH-ID TO RIV-BRANCH-ID
              MOVE BM-FRANCHISEE-ID TO RIV-FRANCHISEE-ID
              MOVE WS-ROYALTY TO RIV-ROYALTY
              MOVE WS-RUN-DATE TO RIV-INVOICE-DATE
              WRITE INVOICE-REC
              PERFORM WRITE-OPEN-ITEM
              ADD 1 TO INVOICE-COUNT
              ADD WS-ROYALTY TO TOTAL-ROYALTY
              IF WS-ROYALTY GREATER THAN ZERO
                 MOVE "R" TO GL-REC-TYPE
                 MOVE GL-RECEIVABLE-ACCOUNT TO GL-ACCOUNT
                 MOVE BM-STATE-NUM TO GL-STATE-NUM
                 MOVE WS-RUN-PERIOD TO GL-PERIOD
                 MOVE WS-ROYALTY TO GL-AMOUNT
                 WRITE GL-EXTRACT-REC
                 ADD 1 TO GL-RECORD-COUNT
              END-IF
              MOVE WS-NEXT-INVOICE TO PRN-INVOICE-NUM
              MOVE BM-BRANCH-ID TO PRN-BRANCH-ID
              MOVE BM-FRANCHISEE-ID TO PRN-FRANCHISEE-ID
              MOVE BM-BRANCH-NAME TO PRN-BRANCH-NAME
              MOVE WS-NET-SALES TO PRN-NET-SALES
              MOVE WS-ROYALTY TO PRN-ROYALTY
              MOVE WS-RATE-BASIS TO PRN-RATE-BASIS
              MOVE REGISTER-DETAIL-LINE TO REGISTER-REC
              WRITE REGISTER-REC
              DISPLAY REGISTER-DETAIL-LINE
              ADD 1 TO WS-NEXT-INVOICE
           END-IF
           .

       WRITE-OPEN-ITEM.
           MOVE "I" TO ROI-ITEM-TYPE
           MOVE RIV-INVOICE-NUM TO ROI-INVOICE-NUM
           MOVE RIV-FRANCHISEE-ID TO ROI-FRANCHISEE-ID
           MOVE RIV-BRANCH-ID TO ROI-BRANCH-ID
           MOVE RIV-PERIOD TO ROI-PERIOD
           MOVE RIV-INVOICE-DATE TO ROI-ITEM-DATE
           MOVE RIV-ROYALTY TO ROI-AMOUNT
           MOVE ZERO TO ROI-APPLIED
           MOVE ZERO TO ROI-LAST-PAY-DATE
           MOVE ZERO TO ROI-DUNNING-LEVEL
           MOVE ZERO TO ROI-LAST-DUN-DATE
           MOVE SPACES TO ROI-REFERENCE
           WRITE OPEN-ITEM-REC
           .
