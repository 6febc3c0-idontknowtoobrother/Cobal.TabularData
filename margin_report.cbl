       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGIN-REPORT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDY-FILE ASSIGN TO "candy_sale.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CDY-STATUS.
           SELECT COST-FILE ASSIGN TO "candy_costs.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CCS-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "gross_margin_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CANDY-FILE.
       01 CANDY-REC.
          88 END-OF-CANDY-FILE                         VALUE HIGH-VALUES
           .
          05 CN-BRANCH-ID           PIC 9(7).
          05 CN-STATE-NUM           PIC 99.
          05 CN-TYPE-CODE           PIC 9(3).
          05 CN-TRAN-DATE           PIC 9(8).
          05 CN-REGISTER-NUM        PIC 9(3).
          05 CN-QUANTITY            PIC 9(5).
          05 CN-UNIT-PRICE          PIC 9(5)V99.
          05 CN-PROMO-CODE          PIC X(4).
          05 CN-AMOUNT              PIC S9(7)V99.
          05 CN-RECEIPT-SEQ         PIC 9(6).

       FD COST-FILE.
       01 COST-REC.
          88 END-OF-COST-FILE                          VALUE HIGH-VALUES
           .
          05 CC-TYPE-CODE           PIC 9(3).
          05 CC-EFF-DATE            PIC 9(8).
          05 CC-UNIT-COST           PIC 9(5)V99.

       FD CANDY-TYPE-FILE.
       01 CANDY-TYPE-REC.
          88 END-OF-CANDY-TYPES                    VALUE HIGH-VALUES.
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CDY-STATUS             PIC XX.
       01 WS-CCS-STATUS             PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-RUN-PERIOD             PIC 9(6).
       01 WS-TRAN-PERIOD            PIC 9(6).
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
             10 CAT-TYPE-CODE       PIC 9(3).
             10 CAT-CATEGORY        PIC X(10).
       01 CATALOG-COUNT             PIC 9(3) VALUE ZERO.
       01 CATALOG-IDX               PIC 9(3).
       01 WS-LINE-CATEGORY          PIC X(10).
       01 COST-TABLE.
          05 COST-ENTRY OCCURS 500 TIMES.
             10 CST-TYPE-CODE       PIC 9(3).
             10 CST-EFF-DATE        PIC 9(8).
             10 CST-UNIT-COST       PIC 9(5)V99.
       01 CST-COUNT                 PIC 9(3) VALUE ZERO.
       01 CST-IDX                   PIC 9(3).
       01 WS-UNIT-COST              PIC 9(5)V99.
       01 WS-BEST-EFF-DATE          PIC 9(8).
       01 WS-COST-ON-FILE           PIC X.
          88 COST-ON-FILE                    VALUE "Y".
       01 WS-LINE-COST              PIC S9(11)V99.
       01 BRANCH-MARGIN-TABLE.
          05 BRANCH-MARGIN-ENTRY OCCURS 1000 TIMES.
             10 BRM-BRANCH-ID       PIC 9(7).
             10 BRM-STATE-NUM       PIC 99.
             10 BRM-REVENUE         PIC S9(11)V99.
             10 BRM-COST            PIC S9(11)V99.
       01 BRM-COUNT                 PIC 9(4) VALUE ZERO.
       01 BRM-IDX                   PIC 9(4).
       01 BRM-FOUND-IDX             PIC 9(4).
       01 BRM-SORT-IDX              PIC 9(4).
       01 BRM-SWAP-ENTRY            PIC X(35).
       01 WS-BRM-OVERFLOW           PIC X    VALUE "N".
          88 BRM-OVERFLOW                    VALUE "Y".
       01 STATE-MARGIN-TABLE.
          05 STATE-MARGIN-ENTRY OCCURS 50 TIMES.
             10 STM-REVENUE         PIC S9(11)V99.
             10 STM-COST            PIC S9(11)V99.
       01 STATE-IDX                 PIC 99.
       01 CATEGORY-MARGIN-TABLE.
          05 CATEGORY-MARGIN-ENTRY OCCURS 20 TIMES.
             10 CGM-CATEGORY        PIC X(10).
             10 CGM-REVENUE         PIC S9(11)V99.
             10 CGM-COST            PIC S9(11)V99.
       01 CGM-COUNT                 PIC 99   VALUE ZERO.
       01 CGM-IDX                   PIC 99.
       01 CGM-FOUND-IDX             PIC 99.
       01 TOTAL-REVENUE             PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-COST                PIC S9(11)V99 VALUE ZERO.
       01 WS-REVENUE                PIC S9(11)V99.
       01 WS-COST                   PIC S9(11)V99.
       01 WS-MARGIN                 PIC S9(11)V99.
       01 WS-MARGIN-PCT             PIC S9(4)V9.
       01 LINES-COSTED              PIC 9(9) VALUE ZERO.
       01 LINES-UNCOSTED            PIC 9(9) VALUE ZERO.
       01 RETURN-LINES              PIC 9(9) VALUE ZERO.
       01 PROMO-LINES               PIC 9(9) VALUE ZERO.
       01 UNCOSTED-REVENUE          PIC S9(11)V99 VALUE ZERO.

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Gross Margin Report".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(19)
                                                       VALUE
             "  Sales period -  ".
          05 PRN-RUN-PERIOD         PIC X(11).
       01 REPORT-HEADING3           PIC X(80)
                                                       VALUE
             "Branch/State/Cat         Revenue      CostOfGoods      Gro
      -      "ssMargin Margin%".
       01 SECTION-HEADING.
          05 FILLER                 PIC X(12)
                                                       VALUE
             "  Margin by ".
          05 PRN-SECTION-NAME       PIC X(20).
       01 MARGIN-LINE.
          05 PRN-MGN-LABEL          PIC X(16).
          05 PRN-MGN-REVENUE        PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-MGN-COST           PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-MGN-MARGIN         PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-MGN-PCT            PIC B(2)ZZZ9.9-.
       01 UNCOSTED-LINE.
          05 FILLER                 PIC X(26)
                                                       VALUE
             "  UNCOSTED SALES   LINES ".
          05 PRN-UNC-LINES          PIC Z(8)9.
          05 FILLER                 PIC X(11)
                                                       VALUE
             "  REVENUE ".
          05 PRN-UNC-REVENUE        PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "MARGIN PERIOD (YYYYMM, 0 FOR ALL PERIODS) -"
           ACCEPT WS-RUN-PERIOD
           PERFORM LOAD-CANDY-CATALOG
           IF CATALOG-COUNT = ZERO
              DISPLAY "NO CANDY TYPE CATALOG - REPORT ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-COST-TABLE
           IF CST-COUNT = ZERO
              DISPLAY "NO STANDARD COSTS ON FILE - REPORT ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZEROS TO STATE-MARGIN-TABLE
           PERFORM TALLY-CANDY-DETAIL
           IF LINES-COSTED = ZERO AND LINES-UNCOSTED = ZERO
              DISPLAY "NO CANDY DETAIL FOR THE PERIOD"
              STOP RUN
           END-IF
           PERFORM SORT-BRANCH-MARGINS
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           IF WS-RUN-PERIOD = ZERO
              MOVE "ALL PERIODS" TO PRN-RUN-PERIOD
           ELSE
              MOVE WS-RUN-PERIOD TO PRN-RUN-PERIOD
           END-IF
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING3
           PERFORM PRINT-BRANCH-SECTION
           PERFORM PRINT-STATE-SECTION
           PERFORM PRINT-CATEGORY-SECTION
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "TOTAL COSTED" TO PRN-MGN-LABEL
           MOVE TOTAL-REVENUE TO WS-REVENUE
           MOVE TOTAL-COST TO WS-COST
           PERFORM PRINT-MARGIN-LINE
           IF LINES-UNCOSTED GREATER THAN ZERO
              MOVE LINES-UNCOSTED TO PRN-UNC-LINES
              MOVE UNCOSTED-REVENUE TO PRN-UNC-REVENUE
              MOVE UNCOSTED-LINE TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY UNCOSTED-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           IF BRM-OVERFLOW
              MOVE "  *** OVER 1000 BRANCHES - BRANCH SECTION SHORT ***"
                 TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY "OVER 1000 BRANCHES - BRANCH SECTION INCOMPLETE"
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "LINES COSTED          " LINES-COSTED
           DISPLAY "RETURN LINES          " RETURN-LINES
           DISPLAY "PROMOTION LINES       " PROMO-LINES
           DISPLAY "LINES WITH NO COST    " LINES-UNCOSTED
           STOP RUN.

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
                         IF CT-CATEGORY = SPACES
                            MOVE "(NONE)" TO
                               CAT-CATEGORY(CATALOG-COUNT)
                         ELSE
                            MOVE CT-CATEGORY TO
                               CAT-CATEGORY(CATALOG-COUNT)
                         END-IF
                      END-IF
                      READ CANDY-TYPE-FILE
                      AT END
                         SET END-OF-CANDY-TYPES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-TYPE-FILE
           END-IF
           .

       LOAD-COST-TABLE.
           MOVE ZERO TO CST-COUNT
           OPEN INPUT COST-FILE
           IF WS-CCS-STATUS = "00"
              READ COST-FILE
              AT END
                 SET END-OF-COST-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-COST-FILE
                      IF CC-TYPE-CODE NUMERIC AND
                         CC-EFF-DATE NUMERIC AND
                         CC-UNIT-COST NUMERIC AND
                         CST-COUNT LESS THAN 500
                         ADD 1 TO CST-COUNT
                         MOVE CC-TYPE-CODE TO
                            CST-TYPE-CODE(CST-COUNT)
                         MOVE CC-EFF-DATE TO
                            CST-EFF-DATE(CST-COUNT)
                         MOVE CC-UNIT-COST TO
                            CST-UNIT-COST(CST-COUNT)
                      END-IF
                      READ COST-FILE
                      AT END
                         SET END-OF-COST-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE COST-FILE
           END-IF
           .

       TALLY-CANDY-DETAIL.
           OPEN INPUT CANDY-FILE
           IF WS-CDY-STATUS NOT = "00"
              DISPLAY "NO CANDY SALE FILE ON HAND"
           ELSE
              READ CANDY-FILE
              AT END
                 SET END-OF-CANDY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CANDY-FILE
                      IF CANDY-REC(20:29) NOT = SPACES AND
                         CN-TYPE-CODE NUMERIC AND
                         CN-TRAN-DATE NUMERIC AND
                         CN-STATE-NUM NUMERIC AND
                         CN-QUANTITY NUMERIC AND
                         CN-AMOUNT NUMERIC AND
                         CN-STATE-NUM GREATER THAN ZERO AND
                         CN-STATE-NUM NOT GREATER THAN 50
                         MOVE CN-TRAN-DATE(1:6) TO WS-TRAN-PERIOD
                         IF WS-RUN-PERIOD = ZERO OR
                            WS-TRAN-PERIOD = WS-RUN-PERIOD
                            PERFORM TALLY-ONE-DETAIL
                         END-IF
                      END-IF
                      READ CANDY-FILE
                      AT END
                         SET END-OF-CANDY-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-FILE
           END-IF
           .

       TALLY-ONE-DETAIL.
           PERFORM FIND-COST-IN-EFFECT
           IF CN-PROMO-CODE NOT = SPACES
              ADD 1 TO PROMO-LINES
           END-IF
           IF CN-AMOUNT LESS THAN ZERO
              ADD 1 TO RETURN-LINES
           END-IF
           IF COST-ON-FILE
              ADD 1 TO LINES-COSTED
              COMPUTE WS-LINE-COST = CN-QUANTITY * WS-UNIT-COST
              IF CN-AMOUNT LESS THAN ZERO
                 COMPUTE WS-LINE-COST = ZERO - WS-LINE-COST
              END-IF
              ADD CN-AMOUNT TO TOTAL-REVENUE
              ADD WS-LINE-COST TO TOTAL-COST
              ADD CN-AMOUNT TO STM-REVENUE(CN-STATE-NUM)
              ADD WS-LINE-COST TO STM-COST(CN-STATE-NUM)
              PERFORM TALLY-BRANCH-MARGIN
              PERFORM TALLY-CATEGORY-MARGIN
           ELSE
              ADD 1 TO LINES-UNCOSTED
              ADD CN-AMOUNT TO UNCOSTED-REVENUE
           END-IF
           .

       FIND-COST-IN-EFFECT.
           MOVE "N" TO WS-COST-ON-FILE
           MOVE ZERO TO WS-UNIT-COST
           MOVE ZERO TO WS-BEST-EFF-DATE
           PERFORM VARYING CST-IDX FROM 1 BY 1
              UNTIL CST-IDX GREATER THAN CST-COUNT
                   IF CST-TYPE-CODE(CST-IDX) = CN-TYPE-CODE AND
                      CST-EFF-DATE(CST-IDX) NOT GREATER THAN
                         CN-TRAN-DATE AND
                      CST-EFF-DATE(CST-IDX) NOT LESS THAN
                         WS-BEST-EFF-DATE
                      MOVE "Y" TO WS-COST-ON-FILE
                      MOVE CST-EFF-DATE(CST-IDX) TO WS-BEST-EFF-DATE
                      MOVE CST-UNIT-COST(CST-IDX) TO WS-UNIT-COST
                   END-IF
           END-PERFORM
           .

       TALLY-BRANCH-MARGIN.
           MOVE ZERO TO BRM-FOUND-IDX
           PERFORM VARYING BRM-IDX FROM 1 BY 1
              UNTIL BRM-IDX GREATER THAN BRM-COUNT
                   IF BRM-BRANCH-ID(BRM-IDX) = CN-BRANCH-ID
                      MOVE BRM-IDX TO BRM-FOUND-IDX
                   END-IF
           END-PERFORM
           IF BRM-FOUND-IDX = ZERO
              IF BRM-COUNT LESS THAN 1000
                 ADD 1 TO BRM-COUNT
                 MOVE CN-BRANCH-ID TO BRM-BRANCH-ID(BRM-COUNT)
                 MOVE CN-STATE-NUM TO BRM-STATE-NUM(BRM-COUNT)
                 MOVE ZERO TO BRM-REVENUE(BRM-COUNT)
                 MOVE ZERO TO BRM-COST(BRM-COUNT)
                 MOVE BRM-COUNT TO BRM-FOUND-IDX
              ELSE
                 SET BRM-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF BRM-FOUND-IDX GREATER THAN ZERO
              ADD CN-AMOUNT TO BRM-REVENUE(BRM-FOUND-IDX)
              ADD WS-LINE-COST TO BRM-COST(BRM-FOUND-IDX)
           END-IF
           .

       TALLY-CATEGORY-MARGIN.
           MOVE SPACES TO WS-LINE-CATEGORY
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                   IF CAT-TYPE-CODE(CATALOG-IDX) = CN-TYPE-CODE
                      MOVE CAT-CATEGORY(CATALOG-IDX) TO
                         WS-LINE-CATEGORY
                   END-IF
           END-PERFORM
           IF WS-LINE-CATEGORY = SPACES
              MOVE "(UNKNOWN)" TO WS-LINE-CATEGORY
           END-IF
           MOVE ZERO TO CGM-FOUND-IDX
           PERFORM VARYING CGM-IDX FROM 1 BY 1
              UNTIL CGM-IDX GREATER THAN CGM-COUNT
                   IF CGM-CATEGORY(CGM-IDX) = WS-LINE-CATEGORY
                      MOVE CGM-IDX TO CGM-FOUND-IDX
                   END-IF
           END-PERFORM
           IF CGM-FOUND-IDX = ZERO AND CGM-COUNT LESS THAN 20
              ADD 1 TO CGM-COUNT
              MOVE WS-LINE-CATEGORY TO CGM-CATEGORY(CGM-COUNT)
              MOVE ZERO TO CGM-REVENUE(CGM-COUNT)
              MOVE ZERO TO CGM-COST(CGM-COUNT)
              MOVE CGM-COUNT TO CGM-FOUND-IDX
           END-IF
           IF CGM-FOUND-IDX GREATER THAN ZERO
              ADD CN-AMOUNT TO CGM-REVENUE(CGM-FOUND-IDX)
              ADD WS-LINE-COST TO CGM-COST(CGM-FOUND-IDX)
           END-IF
           .

       SORT-BRANCH-MARGINS.
           PERFORM VARYING BRM-IDX FROM 2 BY 1
              UNTIL BRM-IDX GREATER THAN BRM-COUNT
                   MOVE BRANCH-MARGIN-ENTRY(BRM-IDX) TO BRM-SWAP-ENTRY
                   PERFORM VARYING BRM-SORT-IDX FROM BRM-IDX BY -1
                      UNTIL BRM-SORT-IDX = 1 OR
                         BRANCH-MARGIN-ENTRY(BRM-SORT-IDX - 1)(1:7)
                            NOT GREATER THAN BRM-SWAP-ENTRY(1:7)
                         MOVE BRANCH-MARGIN-ENTRY(BRM-SORT-IDX - 1) TO
                            BRANCH-MARGIN-ENTRY(BRM-SORT-IDX)
                   END-PERFORM
                   MOVE BRM-SWAP-ENTRY TO
                      BRANCH-MARGIN-ENTRY(BRM-SORT-IDX)
           END-PERFORM
           .

       PRINT-SECTION-HEADING.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE SECTION-HEADING TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY SECTION-HEADING
           .

       PRINT-BRANCH-SECTION.
           MOVE "BRANCH" TO PRN-SECTION-NAME
           PERFORM PRINT-SECTION-HEADING
           PERFORM VARYING BRM-IDX FROM 1 BY 1
              UNTIL BRM-IDX GREATER THAN BRM-COUNT
                   MOVE SPACES TO PRN-MGN-LABEL
                   STRING "Branch " DELIMITED BY SIZE
                          BRM-BRANCH-ID(BRM-IDX) DELIMITED BY SIZE
                          INTO PRN-MGN-LABEL
                   MOVE BRM-REVENUE(BRM-IDX) TO WS-REVENUE
                   MOVE BRM-COST(BRM-IDX) TO WS-COST
                   PERFORM PRINT-MARGIN-LINE
           END-PERFORM
           .

       PRINT-STATE-SECTION.
           MOVE "STATE" TO PRN-SECTION-NAME
           PERFORM PRINT-SECTION-HEADING
           PERFORM VARYING STATE-IDX FROM 1 BY 1
              UNTIL STATE-IDX GREATER THAN 50
                   IF STM-REVENUE(STATE-IDX) NOT = ZERO OR
                      STM-COST(STATE-IDX) NOT = ZERO
                      MOVE SPACES TO PRN-MGN-LABEL
                      STRING "State " DELIMITED BY SIZE
                             STATE-IDX DELIMITED BY SIZE
                             INTO PRN-MGN-LABEL
                      MOVE STM-REVENUE(STATE-IDX) TO WS-REVENUE
                      MOVE STM-COST(STATE-IDX) TO WS-COST
                      PERFORM PRINT-MARGIN-LINE
                   END-IF
           END-PERFORM
           .

       PRINT-CATEGORY-SECTION.
           MOVE "CATEGORY" TO PRN-SECTION-NAME
           PERFORM PRINT-SECTION-HEADING
           PERFORM VARYING CGM-IDX FROM 1 BY 1
              UNTIL CGM-IDX GREATER THAN CGM-COUNT
                   MOVE CGM-CATEGORY(CGM-IDX) TO PRN-MGN-LABEL
                   MOVE CGM-REVENUE(CGM-IDX) TO WS-REVENUE
                   MOVE CGM-COST(CGM-IDX) TO WS-COST
                   PERFORM PRINT-MARGIN-LINE
           END-PERFORM
           .

       PRINT-MARGIN-LINE.
           COMPUTE WS-MARGIN = WS-REVENUE - WS-COST
           IF WS-REVENUE NOT = ZERO
              COMPUTE WS-MARGIN-PCT ROUNDED =
                 WS-MARGIN * 100 / WS-REVENUE
                 ON SIZE ERROR
                    MOVE ZERO TO WS-MARGIN-PCT
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-MARGIN-PCT
           END-IF
           MOVE WS-REVENUE TO PRN-MGN-REVENUE
           MOVE WS-COST TO PRN-MGN-COST
           MOVE WS-MARGIN TO PRN-MGN-MARGIN
           MOVE WS-MARGIN-PCT TO PRN-MGN-PCT
           MOVE MARGIN-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY MARGIN-LINE
           .
