       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-SIMULATE.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-FILE ASSIGN TO "branch_sales.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SALES-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO
                 "branch_sales_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SHS-STATUS.
           SELECT RATE-FILE ASSIGN TO "commission_rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATE-STATUS.
           SELECT PROPOSED-RATE-FILE ASSIGN TO WS-PROPOSED-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRP-STATUS.
           SELECT PAID-HIST-FILE ASSIGN TO "commission_paid_hist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PHI-STATUS.
           SELECT REPORT-FILE ASSIGN TO "commission_simulation.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-FILE.
       01 SALES-REC.
          88 END-OF-SALES-FILE                         VALUE HIGH-VALUES
           .
          05 SAL-BRANCH-ID          PIC 9(7).
          05 SAL-STATE-NUM          PIC 99.
          05 SAL-SALES-PERIOD       PIC 9(6).
          05 SAL-CANDY-SALES        PIC S9(7)V99.

       FD SALES-HISTORY-FILE.
       01 SALES-HISTORY-REC.
          88 END-OF-SALES-HISTORY                      VALUE HIGH-VALUES
           .
          05 SH-BRANCH-ID           PIC 9(7).
          05 SH-STATE-NUM           PIC 99.
          05 SH-PERIOD              PIC 9(6).
          05 SH-AMOUNT              PIC S9(9)V99.

       FD RATE-FILE.
       01 RATE-REC.
          88 END-OF-RATE-FILE                          VALUE HIGH-VALUES
           .
          05 CR-LIMIT               PIC 9(9)V99.
          05 CR-RATE                PIC 9V9(4).
          05 CR-EFF-PERIOD          PIC 9(6).

       FD PROPOSED-RATE-FILE.
       01 PROPOSED-RATE-REC.
          88 END-OF-PROPOSED-RATES                     VALUE HIGH-VALUES
           .
          05 PR-LIMIT               PIC 9(9)V99.
          05 PR-RATE                PIC 9V9(4).
          05 PR-EFF-PERIOD          PIC 9(6).

       FD PAID-HIST-FILE.
       01 PAID-HIST-REC.
          88 END-OF-PAID-HIST                          VALUE HIGH-VALUES
           .
          05 PH-BRANCH-ID           PIC 9(7).
          05 PH-PERIOD              PIC 9(6).
          05 PH-NET-SALES           PIC S9(9)V99.
          05 PH-COMMISSION          PIC 9(9)V99.
          05 PH-RUN-DATE            PIC 9(8).
          05 PH-PAY-STATUS          PIC X.
          05 PH-RETURN-DATE         PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-REC                PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-SALES-STATUS           PIC XX.
       01 WS-SHS-STATUS             PIC XX.
       01 WS-RATE-STATUS            PIC XX.
       01 WS-PRP-STATUS             PIC XX.
       01 WS-PHI-STATUS             PIC XX.
       01 WS-PROPOSED-NAME          PIC X(40).
       01 WS-FROM-PERIOD            PIC 9(6).
       01 WS-TO-PERIOD              PIC 9(6).

       01 RATE-TABLE.
          05 RATE-ENTRY OCCURS 10 TIMES.
             10 RATE-TBL-LIMIT      PIC 9(9)V99.
             10 RATE-TBL-RATE       PIC 9V9(4).
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
       01 PROPOSED-FILE-TABLE.
          05 PROPOSED-FILE-ENTRY OCCURS 100 TIMES.
             10 PFT-EFF-PERIOD      PIC 9(6).
             10 PFT-LIMIT           PIC 9(9)V99.
             10 PFT-RATE            PIC 9V9(4).
       01 PFT-COUNT                 PIC 9(3) VALUE ZERO.
       01 PFT-IDX                   PIC 9(3).
       01 WS-RATE-FOR-PERIOD        PIC 9(6).
       01 WS-RATE-EFF-PERIOD        PIC 9(6).
       01 WS-RATE-SET-FOUND         PIC X.
          88 RATE-SET-FOUND                 VALUE "Y".
       01 WS-RATES-IN-ORDER         PIC X  VALUE "Y".
          88 RATES-IN-ORDER                 VALUE "Y".
       01 WS-PROPOSED-IN-ORDER      PIC X  VALUE "Y".
          88 PROPOSED-IN-ORDER              VALUE "Y".

       01 FEED-PERIOD-TABLE.
          05 FEED-PERIOD            PIC 9(6) OCCURS 120 TIMES.
       01 FPD-COUNT                 PIC 9(3) VALUE ZERO.
       01 FPD-IDX                   PIC 9(3).
       01 WS-PERIOD-IN-FEED         PIC X.
          88 PERIOD-IN-FEED                 VALUE "Y".

       01 SIM-TABLE.
          05 SIM-ENTRY OCCURS 5000 TIMES.
             10 SMT-BRANCH-ID       PIC 9(7).
             10 SMT-PERIOD          PIC 9(6).
             10 SMT-STATE-NUM       PIC 99.
             10 SMT-NET-SALES       PIC S9(9)V99.
             10 SMT-ACTUAL          PIC 9(9)V99.
             10 SMT-SIMULATED       PIC 9(9)V99.
             10 SMT-ACTUAL-SOURCE   PIC X.
       01 SMT-COUNT                 PIC 9(4) VALUE ZERO.
       01 SMT-IDX                   PIC 9(4).
       01 SMT-FOUND-IDX             PIC 9(4).
       01 SMT-SORT-IDX              PIC 9(4).
       01 SMT-SWAP-ENTRY            PIC X(59).
       01 WS-SIM-OVERFLOW           PIC X    VALUE "N".
          88 SIM-OVERFLOW                    VALUE "Y".
       01 WS-LOOKUP-BRANCH          PIC 9(7).
       01 WS-LOOKUP-PERIOD          PIC 9(6).
       01 WS-LOOKUP-STATE           PIC 99.
       01 WS-LOOKUP-SALES           PIC S9(9)V99.

       01 PAID-HIST-TABLE.
          05 PAID-HIST-ENTRY OCCURS 5000 TIMES.
             10 PHT-BRANCH-ID       PIC 9(7).
             10 PHT-PERIOD          PIC 9(6).
             10 PHT-COMMISSION      PIC 9(9)V99.
       01 PHT-COUNT                 PIC 9(4) VALUE ZERO.
       01 PHT-IDX                   PIC 9(4).
       01 PHT-FOUND-IDX             PIC 9(4).

       01 STATE-SIM-TABLE.
          05 STATE-SIM-ENTRY OCCURS 50 TIMES.
             10 SST-ACTUAL          PIC S9(11)V99.
             10 SST-SIMULATED       PIC S9(11)V99.
             10 SST-LINES           PIC 9(5).
       01 STATE-IDX                 PIC 99.

       01 PERIOD-SIM-TABLE.
          05 PERIOD-SIM-ENTRY OCCURS 120 TIMES.
             10 PST-PERIOD          PIC 9(6).
             10 PST-ACTUAL          PIC S9(11)V99.
             10 PST-SIMULATED       PIC S9(11)V99.
       01 PST-COUNT                 PIC 9(3) VALUE ZERO.
       01 PST-IDX                   PIC 9(3).
       01 PST-FOUND-IDX             PIC 9(3).
       01 PST-SORT-IDX              PIC 9(3).
       01 PST-SWAP-ENTRY            PIC X(32).

       01 BRANCH-SIM-TABLE.
          05 BRANCH-SIM-ENTRY OCCURS 1000 TIMES.
             10 BRT-BRANCH-ID       PIC 9(7).
             10 BRT-STATE-NUM       PIC 99.
             10 BRT-ACTUAL          PIC S9(11)V99.
             10 BRT-SIMULATED       PIC S9(11)V99.
             10 BRT-DIFFERENCE      PIC S9(11)V99.
             10 BRT-RANKED          PIC X.
       01 BRT-COUNT                 PIC 9(4) VALUE ZERO.
       01 BRT-IDX                   PIC 9(4).
       01 BRT-BEST-IDX              PIC 9(4).
       01 RANK-COUNT                PIC 99.
       01 RANK-LIMIT                PIC 99   VALUE 10.

       01 WS-COMMISSION             PIC 9(9)V99.
       01 WS-TIER-BASE              PIC 9(9)V99.
       01 WS-TIER-PORTION           PIC 9(9)V99.
       01 WS-NET-SALES              PIC S9(9)V99.
       01 WS-DIFFERENCE             PIC S9(11)V99.
       01 TOTAL-ACTUAL              PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-SIMULATED           PIC S9(11)V99 VALUE ZERO.
       01 ESTIMATED-COUNT           PIC 9(5)      VALUE ZERO.
       01 NO-RATE-COUNT             PIC 9(5)      VALUE ZERO.

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Commission Simulation".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(18) VALUE
                 "  Periods from -  ".
          05 PRN-FROM-PERIOD        PIC 9(6).
          05 FILLER                 PIC X(6) VALUE "  to  ".
          05 PRN-TO-PERIOD          PIC 9(6).
       01 REPORT-HEADING3.
          05 FILLER                 PIC X(18) VALUE
                 "  Proposed rates  ".
          05 PRN-PROPOSED-NAME      PIC X(40).
       01 DETAIL-HEADING.
          05 FILLER                 PIC X(34) VALUE
                 "Branch  St Period         NetSales".
          05 FILLER                 PIC X(59) VALUE
           "         ActualPaid          Simulated         Difference ".
       01 DETAIL-LINE.
          05 PRN-BRANCH-ID          PIC 9(7).
          05 PRN-STATE-NUM          PIC B99.
          05 PRN-PERIOD             PIC B9(6).
          05 PRN-NET-SALES          PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-ACTUAL             PIC B(2)$$,$$$,$$$,$$9.99.
          05 PRN-SIMULATED          PIC B(2)$$,$$$,$$$,$$9.99.
          05 PRN-DIFFERENCE         PIC B(2)$$,$$$,$$$,$$9.99-.
          05 PRN-SOURCE-FLAG        PIC BX(12).
       01 SECTION-HEADING           PIC X(60).
       01 SUMMARY-HEADING.
          05 FILLER                 PIC X(34) VALUE
                 "Key".
          05 FILLER                 PIC X(59) VALUE
           "         ActualPaid          Simulated         Difference ".
       01 SUMMARY-LINE.
          05 PRN-SUM-LABEL          PIC X(10).
          05 PRN-SUM-KEY            PIC X(24).
          05 PRN-SUM-ACTUAL         PIC B(2)$$,$$$,$$$,$$9.99.
          05 PRN-SUM-SIMULATED      PIC B(2)$$,$$$,$$$,$$9.99.
          05 PRN-SUM-DIFFERENCE     PIC B(2)$$,$$$,$$$,$$9.99-.
       01 WS-SUM-KEY-BRANCH.
          05 SKB-BRANCH-ID          PIC 9(7).
          05 FILLER                 PIC X(7) VALUE "  STATE".
          05 SKB-STATE-NUM          PIC B99.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE ZERO TO WS-FROM-PERIOD
           PERFORM UNTIL WS-FROM-PERIOD GREATER THAN ZERO
                   DISPLAY "FIRST PERIOD TO SIMULATE (YYYYMM) -"
                   ACCEPT WS-FROM-PERIOD
           END-PERFORM
           MOVE ZERO TO WS-TO-PERIOD
           DISPLAY "LAST PERIOD TO SIMULATE (YYYYMM, 0 FOR SAME) -"
           ACCEPT WS-TO-PERIOD
           IF WS-TO-PERIOD = ZERO
              MOVE WS-FROM-PERIOD TO WS-TO-PERIOD
           END-IF
           IF WS-TO-PERIOD LESS THAN WS-FROM-PERIOD
              DISPLAY "LAST PERIOD BEFORE FIRST PERIOD - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-PROPOSED-NAME
           DISPLAY "PROPOSED RATE FILE (BLANK FOR"
                   " commission_rates_proposed.dat) -"
           ACCEPT WS-PROPOSED-NAME
           IF WS-PROPOSED-NAME = SPACES
              MOVE "commission_rates_proposed.dat" TO WS-PROPOSED-NAME
           END-IF
           IF WS-PROPOSED-NAME = "commission_rates.dat"
              DISPLAY "PROPOSED RATES MUST BE A SEPARATE FILE"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-PROPOSED-TABLE
           IF PFT-COUNT = ZERO
              DISPLAY "NO PROPOSED RATES IN " WS-PROPOSED-NAME
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT PROPOSED-IN-ORDER
              DISPLAY "PROPOSED RATE LIMITS NOT IN ASCENDING ORDER"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-RATE-TABLE
           IF NOT RATES-IN-ORDER
              DISPLAY "RATE LIMITS NOT IN ASCENDING ORDER"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-PAID-HISTORY
           PERFORM LOAD-BRANCH-SALES
           PERFORM LOAD-SALES-HISTORY
           IF SIM-OVERFLOW
              DISPLAY "MORE THAN 5000 BRANCH PERIODS IN THE RANGE"
                      " - NARROW THE RANGE - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SMT-COUNT = ZERO
              DISPLAY "NO SALES IN PERIODS " WS-FROM-PERIOD " TO "
                      WS-TO-PERIOD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM SORT-SIM-TABLE
           MOVE ZEROS TO STATE-SIM-TABLE
           PERFORM VARYING SMT-IDX FROM 1 BY 1
              UNTIL SMT-IDX GREATER THAN SMT-COUNT
                   PERFORM SIMULATE-ONE-ENTRY
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-FROM-PERIOD TO PRN-FROM-PERIOD
           MOVE WS-TO-PERIOD TO PRN-TO-PERIOD
           MOVE REPORT-HEADING2 TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-PROPOSED-NAME TO PRN-PROPOSED-NAME
           MOVE REPORT-HEADING3 TO REPORT-REC
           WRITE REPORT-REC
           PERFORM PRINT-BRANCH-DETAIL
           PERFORM PRINT-STATE-SUMMARY
           PERFORM PRINT-PERIOD-SUMMARY
           PERFORM PRINT-GRAND-TOTAL
           PERFORM PRINT-WINNERS
           PERFORM PRINT-LOSERS
           CLOSE REPORT-FILE
           IF ESTIMATED-COUNT GREATER THAN ZERO
              DISPLAY "BRANCH PERIODS NOT ON PAID HISTORY (ACTUAL"
                      " RECOMPUTED) " ESTIMATED-COUNT
           END-IF
           IF NO-RATE-COUNT GREATER THAN ZERO
              DISPLAY "BRANCH PERIODS WITH NO PROPOSED RATES IN"
                      " EFFECT " NO-RATE-COUNT
           END-IF
           DISPLAY "SIMULATION WRITTEN TO commission_simulation.dat"
           STOP RUN.

       LOAD-RATE-TABLE.
           MOVE ZERO TO RFT-COUNT
           MOVE ZERO TO WS-PREV-EFF-PERIOD
           MOVE ZERO TO WS-PREV-LIMIT
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
              READ RATE-FILE
              AT END
                 SET END-OF-RATE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RATE-FILE
                      IF CR-LIMIT NUMERIC AND CR-RATE NUMERIC AND
                         RFT-COUNT LESS THAN 100
                         IF CR-EFF-PERIOD NOT NUMERIC
                            MOVE ZERO TO CR-EFF-PERIOD
                         END-IF
                         IF RFT-COUNT GREATER THAN ZERO
                            IF CR-EFF-PERIOD LESS THAN
                               WS-PREV-EFF-PERIOD
                               MOVE "N" TO WS-RATES-IN-ORDER
                            END-IF
                            IF CR-EFF-PERIOD = WS-PREV-EFF-PERIOD AND
                               CR-LIMIT NOT GREATER THAN WS-PREV-LIMIT
                               MOVE "N" TO WS-RATES-IN-ORDER
                            END-IF
                         END-IF
                         ADD 1 TO RFT-COUNT
                         MOVE CR-EFF-PERIOD TO RFT-EFF-PERIOD(RFT-COUNT)
                         MOVE CR-LIMIT TO RFT-LIMIT(RFT-COUNT)
                         MOVE CR-RATE TO RFT-RATE(RFT-COUNT)
                         MOVE CR-EFF-PERIOD TO WS-PREV-EFF-PERIOD
                         MOVE CR-LIMIT TO WS-PREV-LIMIT
                      END-IF
                      READ RATE-FILE
                      AT END
                         SET END-OF-RATE-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF
           .

       LOAD-PROPOSED-TABLE.
           MOVE ZERO TO PFT-COUNT
           MOVE ZERO TO WS-PREV-EFF-PERIOD
           MOVE ZERO TO WS-PREV-LIMIT
           OPEN INPUT PROPOSED-RATE-FILE
           IF WS-PRP-STATUS = "00"
              READ PROPOSED-RATE-FILE
              AT END
                 SET END-OF-PROPOSED-RATES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PROPOSED-RATES
                      IF PR-LIMIT NUMERIC AND PR-RATE NUMERIC AND
                         PFT-COUNT LESS THAN 100
                         IF PR-EFF-PERIOD NOT NUMERIC
                            MOVE ZERO TO PR-EFF-PERIOD
                         END-IF
                         IF PFT-COUNT GREATER THAN ZERO
                            IF PR-EFF-PERIOD LESS THAN
                               WS-PREV-EFF-PERIOD
                               MOVE "N" TO WS-PROPOSED-IN-ORDER
                            END-IF
                            IF PR-EFF-PERIOD = WS-PREV-EFF-PERIOD AND
                               PR-LIMIT NOT GREATER THAN WS-PREV-LIMIT
                               MOVE "N" TO WS-PROPOSED-IN-ORDER
                            END-IF
                         END-IF
                         ADD 1 TO PFT-COUNT
                         MOVE PR-EFF-PERIOD TO PFT-EFF-PERIOD(PFT-COUNT)
                         MOVE PR-LIMIT TO PFT-LIMIT(PFT-COUNT)
                         MOVE PR-RATE TO PFT-RATE(PFT-COUNT)
                         MOVE PR-EFF-PERIOD TO WS-PREV-EFF-PERIOD
                         MOVE PR-LIMIT TO WS-PREV-LIMIT
                      END-IF
                      READ PROPOSED-RATE-FILE
                      AT END
                         SET END-OF-PROPOSED-RATES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PROPOSED-RATE-FILE
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

       SELECT-PROPOSED-TIERS.
           MOVE ZERO TO RATE-COUNT
           MOVE ZERO TO WS-RATE-EFF-PERIOD
           MOVE "N" TO WS-RATE-SET-FOUND
           PERFORM VARYING PFT-IDX FROM 1 BY 1
              UNTIL PFT-IDX GREATER THAN PFT-COUNT
                   IF PFT-EFF-PERIOD(PFT-IDX) NOT GREATER THAN
                      WS-RATE-FOR-PERIOD AND
                      (NOT RATE-SET-FOUND OR
                       PFT-EFF-PERIOD(PFT-IDX) GREATER THAN
                          WS-RATE-EFF-PERIOD)
                      MOVE PFT-EFF-PERIOD(PFT-IDX) TO WS-RATE-EFF-PERIOD
                      SET RATE-SET-FOUND TO TRUE
                   END-IF
           END-PERFORM
           IF RATE-SET-FOUND
              PERFORM VARYING PFT-IDX FROM 1 BY 1
                 UNTIL PFT-IDX GREATER THAN PFT-COUNT
                      IF PFT-EFF-PERIOD(PFT-IDX) =
                         WS-RATE-EFF-PERIOD AND
                         RATE-COUNT LESS THAN 10
                         ADD 1 TO RATE-COUNT
                         MOVE PFT-LIMIT(PFT-IDX) TO
                            RATE-TBL-LIMIT(RATE-COUNT)
                         MOVE PFT-RATE(PFT-IDX) TO
                            RATE-TBL-RATE(RATE-COUNT)
                      END-IF
              END-PERFORM
           END-IF
           .

       LOAD-PAID-HISTORY.
           MOVE ZERO TO PHT-COUNT
           OPEN INPUT PAID-HIST-FILE
           IF WS-PHI-STATUS = "00"
              READ PAID-HIST-FILE
              AT END
                 SET END-OF-PAID-HIST TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PAID-HIST
                      IF PH-BRANCH-ID NUMERIC AND
                         PH-PERIOD NUMERIC AND
                         PH-COMMISSION NUMERIC AND
                         PH-PERIOD NOT LESS THAN WS-FROM-PERIOD AND
                         PH-PERIOD NOT GREATER THAN WS-TO-PERIOD AND
                         PHT-COUNT LESS THAN 5000
                         ADD 1 TO PHT-COUNT
                         MOVE PH-BRANCH-ID TO PHT-BRANCH-ID(PHT-COUNT)
                         MOVE PH-PERIOD TO PHT-PERIOD(PHT-COUNT)
                         MOVE PH-COMMISSION TO
                            PHT-COMMISSION(PHT-COUNT)
                      END-IF
                      READ PAID-HIST-FILE
                      AT END
                         SET END-OF-PAID-HIST TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PAID-HIST-FILE
           ELSE
              DISPLAY "NO PAID COMMISSION HISTORY ON HAND - ACTUAL"
                      " RECOMPUTED FROM CURRENT RATES"
           END-IF
           .

       LOAD-BRANCH-SALES.
           MOVE ZERO TO FPD-COUNT
           OPEN INPUT SALES-FILE
           IF WS-SALES-STATUS = "00"
              READ SALES-FILE
              AT END
                 SET END-OF-SALES-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SALES-FILE
                      IF SAL-BRANCH-ID NUMERIC AND
                         SAL-CANDY-SALES NUMERIC AND
                         SAL-SALES-PERIOD NUMERIC AND
                         SAL-SALES-PERIOD NOT LESS THAN
                            WS-FROM-PERIOD AND
                         SAL-SALES-PERIOD NOT GREATER THAN
                            WS-TO-PERIOD
                         MOVE SAL-SALES-PERIOD TO WS-LOOKUP-PERIOD
                         PERFORM FIND-FEED-PERIOD
                         IF NOT PERIOD-IN-FEED AND
                            FPD-COUNT LESS THAN 120
                            ADD 1 TO FPD-COUNT
                            MOVE SAL-SALES-PERIOD TO
                               FEED-PERIOD(FPD-COUNT)
                         END-IF
                         MOVE SAL-BRANCH-ID TO WS-LOOKUP-BRANCH
                         MOVE SAL-STATE-NUM TO WS-LOOKUP-STATE
                         MOVE SAL-CANDY-SALES TO WS-LOOKUP-SALES
                         PERFORM BUFFER-SIM-SALES
                      END-IF
                      READ SALES-FILE
                      AT END
                         SET END-OF-SALES-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SALES-FILE
           END-IF
           .

       LOAD-SALES-HISTORY.
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
                         SH-PERIOD NUMERIC AND
                         SH-PERIOD NOT LESS THAN WS-FROM-PERIOD AND
                         SH-PERIOD NOT GREATER THAN WS-TO-PERIOD
                         MOVE SH-PERIOD TO WS-LOOKUP-PERIOD
                         PERFORM FIND-FEED-PERIOD
                         IF NOT PERIOD-IN-FEED
                            MOVE SH-BRANCH-ID TO WS-LOOKUP-BRANCH
                            MOVE SH-STATE-NUM TO WS-LOOKUP-STATE
                            MOVE SH-AMOUNT TO WS-LOOKUP-SALES
                            PERFORM BUFFER-SIM-SALES
                         END-IF
                      END-IF
                      READ SALES-HISTORY-FILE
                      AT END
                         SET END-OF-SALES-HISTORY TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SALES-HISTORY-FILE
           END-IF
           .

       FIND-FEED-PERIOD.
           MOVE "N" TO WS-PERIOD-IN-FEED
           PERFORM VARYING FPD-IDX FROM 1 BY 1
              UNTIL FPD-IDX GREATER THAN FPD-COUNT
                   IF FEED-PERIOD(FPD-IDX) = WS-LOOKUP-PERIOD
                      SET PERIOD-IN-FEED TO TRUE
                   END-IF
           END-PERFORM
           .

       BUFFER-SIM-SALES.
           MOVE ZERO TO SMT-FOUND-IDX
           PERFORM VARYING SMT-IDX FROM 1 BY 1
              UNTIL SMT-IDX GREATER THAN SMT-COUNT
                   IF SMT-BRANCH-ID(SMT-IDX) = WS-LOOKUP-BRANCH AND
                      SMT-PERIOD(SMT-IDX) = WS-LOOKUP-PERIOD
                      MOVE SMT-IDX TO SMT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF SMT-FOUND-IDX GREATER THAN ZERO
              ADD WS-LOOKUP-SALES TO SMT-NET-SALES(SMT-FOUND-IDX)
           ELSE
              IF SMT-COUNT LESS THAN 5000
                 ADD 1 TO SMT-COUNT
                 MOVE WS-LOOKUP-BRANCH TO SMT-BRANCH-ID(SMT-COUNT)
                 MOVE WS-LOOKUP-PERIOD TO SMT-PERIOD(SMT-COUNT)
                 IF WS-LOOKUP-STATE NUMERIC
                    MOVE WS-LOOKUP-STATE TO SMT-STATE-NUM(SMT-COUNT)
                 ELSE
                    MOVE ZERO TO SMT-STATE-NUM(SMT-COUNT)
                 END-IF
                 MOVE WS-LOOKUP-SALES TO SMT-NET-SALES(SMT-COUNT)
                 MOVE ZERO TO SMT-ACTUAL(SMT-COUNT)
                 MOVE ZERO TO SMT-SIMULATED(SMT-COUNT)
                 MOVE SPACE TO SMT-ACTUAL-SOURCE(SMT-COUNT)
              ELSE
                 SET SIM-OVERFLOW TO TRUE
              END-IF
           END-IF
           .

       SORT-SIM-TABLE.
           PERFORM VARYING SMT-IDX FROM 2 BY 1
              UNTIL SMT-IDX GREATER THAN SMT-COUNT
                   MOVE SIM-ENTRY(SMT-IDX) TO SMT-SWAP-ENTRY
                   PERFORM VARYING SMT-SORT-IDX FROM SMT-IDX BY -1
                      UNTIL SMT-SORT-IDX = 1 OR
                         SIM-ENTRY(SMT-SORT-IDX - 1)(1:13) NOT
                            GREATER THAN SMT-SWAP-ENTRY(1:13)
                         MOVE SIM-ENTRY(SMT-SORT-IDX - 1) TO
                            SIM-ENTRY(SMT-SORT-IDX)
                   END-PERFORM
                   MOVE SMT-SWAP-ENTRY TO SIM-ENTRY(SMT-SORT-IDX)
           END-PERFORM
           .

       SIMULATE-ONE-ENTRY.
           MOVE SMT-NET-SALES(SMT-IDX) TO WS-NET-SALES
           MOVE SMT-PERIOD(SMT-IDX) TO WS-RATE-FOR-PERIOD
           MOVE ZERO TO PHT-FOUND-IDX
           PERFORM VARYING PHT-IDX FROM 1 BY 1
              UNTIL PHT-IDX GREATER THAN PHT-COUNT
                   IF PHT-BRANCH-ID(PHT-IDX) = SMT-BRANCH-ID(SMT-IDX)
                      AND PHT-PERIOD(PHT-IDX) = SMT-PERIOD(SMT-IDX)
                      MOVE PHT-IDX TO PHT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF PHT-FOUND-IDX GREATER THAN ZERO
              MOVE PHT-COMMISSION(PHT-FOUND-IDX) TO
                 SMT-ACTUAL(SMT-IDX)
              MOVE "P" TO SMT-ACTUAL-SOURCE(SMT-IDX)
           ELSE
              PERFORM SELECT-RATE-TIERS
              PERFORM COMPUTE-COMMISSION
              MOVE WS-COMMISSION TO SMT-ACTUAL(SMT-IDX)
              MOVE "R" TO SMT-ACTUAL-SOURCE(SMT-IDX)
              ADD 1 TO ESTIMATED-COUNT
           END-IF
           PERFORM SELECT-PROPOSED-TIERS
           IF RATE-COUNT = ZERO
              ADD 1 TO NO-RATE-COUNT
           END-IF
           PERFORM COMPUTE-COMMISSION
           MOVE WS-COMMISSION TO SMT-SIMULATED(SMT-IDX)
           ADD SMT-ACTUAL(SMT-IDX) TO TOTAL-ACTUAL
           ADD SMT-SIMULATED(SMT-IDX) TO TOTAL-SIMULATED
           MOVE SMT-STATE-NUM(SMT-IDX) TO STATE-IDX
           IF STATE-IDX GREATER THAN ZERO
              ADD SMT-ACTUAL(SMT-IDX) TO SST-ACTUAL(STATE-IDX)
              ADD SMT-SIMULATED(SMT-IDX) TO SST-SIMULATED(STATE-IDX)
              ADD 1 TO SST-LINES(STATE-IDX)
           END-IF
           PERFORM ACCUMULATE-PERIOD-TOTAL
           PERFORM ACCUMULATE-BRANCH-TOTAL
           .

       COMPUTE-COMMISSION.
           MOVE ZERO TO WS-COMMISSION
           MOVE ZERO TO WS-TIER-BASE
           IF WS-NET-SALES GREATER THAN ZERO
              PERFORM VARYING RATE-IDX FROM 1 BY 1
                 UNTIL RATE-IDX GREATER THAN RATE-COUNT
                    OR WS-TIER-BASE NOT LESS THAN WS-NET-SALES
                      IF RATE-IDX = RATE-COUNT OR
                         WS-NET-SALES NOT GREATER THAN
                            RATE-TBL-LIMIT(RATE-IDX)
                         COMPUTE WS-TIER-PORTION =
                            WS-NET-SALES - WS-TIER-BASE
                      ELSE
                         COMPUTE WS-TIER-PORTION =
                            RATE-TBL-LIMIT(RATE-IDX) - WS-TIER-BASE
                      END-IF
                      COMPUTE WS-COMMISSION ROUNDED =
                         WS-COMMISSION +
                         (WS-TIER-PORTION * RATE-TBL-RATE(RATE-IDX))
                      MOVE RATE-TBL-LIMIT(RATE-IDX) TO WS-TIER-BASE
              END-PERFORM
           END-IF
           .

       ACCUMULATE-PERIOD-TOTAL.
           MOVE ZERO TO PST-FOUND-IDX
           PERFORM VARYING PST-IDX FROM 1 BY 1
              UNTIL PST-IDX GREATER THAN PST-COUNT
                   IF PST-PERIOD(PST-IDX) = SMT-PERIOD(SMT-IDX)
                      MOVE PST-IDX TO PST-FOUND-IDX
                   END-IF
           END-PERFORM
           IF PST-FOUND-IDX = ZERO AND PST-COUNT LESS THAN 120
              ADD 1 TO PST-COUNT
              MOVE PST-COUNT TO PST-FOUND-IDX
              MOVE SMT-PERIOD(SMT-IDX) TO PST-PERIOD(PST-FOUND-IDX)
              MOVE ZERO TO PST-ACTUAL(PST-FOUND-IDX)
              MOVE ZERO TO PST-SIMULATED(PST-FOUND-IDX)
           END-IF
           IF PST-FOUND-IDX GREATER THAN ZERO
              ADD SMT-ACTUAL(SMT-IDX) TO PST-ACTUAL(PST-FOUND-IDX)
              ADD SMT-SIMULATED(SMT-IDX) TO
                 PST-SIMULATED(PST-FOUND-IDX)
           END-IF
           .

       ACCUMULATE-BRANCH-TOTAL.
           IF BRT-COUNT = ZERO OR
              BRT-BRANCH-ID(BRT-COUNT) NOT = SMT-BRANCH-ID(SMT-IDX)
              IF BRT-COUNT LESS THAN 1000
                 ADD 1 TO BRT-COUNT
                 MOVE SMT-BRANCH-ID(SMT-IDX) TO BRT-BRANCH-ID(BRT-COUNT)
                 MOVE SMT-STATE-NUM(SMT-IDX) TO
                    BRT-STATE-NUM(BRT-COUNT)
                 MOVE ZERO TO BRT-ACTUAL(BRT-COUNT)
                 MOVE ZERO TO BRT-SIMULATED(BRT-COUNT)
                 MOVE ZERO TO BRT-DIFFERENCE(BRT-COUNT)
                 MOVE "N" TO BRT-RANKED(BRT-COUNT)
              END-IF
           END-IF
           IF BRT-BRANCH-ID(BRT-COUNT) = SMT-BRANCH-ID(SMT-IDX)
              ADD SMT-ACTUAL(SMT-IDX) TO BRT-ACTUAL(BRT-COUNT)
              ADD SMT-SIMULATED(SMT-IDX) TO BRT-SIMULATED(BRT-COUNT)
              COMPUTE BRT-DIFFERENCE(BRT-COUNT) =
                 BRT-SIMULATED(BRT-COUNT) - BRT-ACTUAL(BRT-COUNT)
           END-IF
           .

       PRINT-BRANCH-DETAIL.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  BY BRANCH AND PERIOD" TO REPORT-REC
           WRITE REPORT-REC
           MOVE DETAIL-HEADING TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING SMT-IDX FROM 1 BY 1
              UNTIL SMT-IDX GREATER THAN SMT-COUNT
                   MOVE SMT-BRANCH-ID(SMT-IDX) TO PRN-BRANCH-ID
                   MOVE SMT-STATE-NUM(SMT-IDX) TO PRN-STATE-NUM
                   MOVE SMT-PERIOD(SMT-IDX) TO PRN-PERIOD
                   MOVE SMT-NET-SALES(SMT-IDX) TO PRN-NET-SALES
                   MOVE SMT-ACTUAL(SMT-IDX) TO PRN-ACTUAL
                   MOVE SMT-SIMULATED(SMT-IDX) TO PRN-SIMULATED
                   COMPUTE WS-DIFFERENCE =
                      SMT-SIMULATED(SMT-IDX) - SMT-ACTUAL(SMT-IDX)
                   MOVE WS-DIFFERENCE TO PRN-DIFFERENCE
                   IF SMT-ACTUAL-SOURCE(SMT-IDX) = "R"
                      MOVE "NOT PAID YET" TO PRN-SOURCE-FLAG
                   ELSE
                      MOVE SPACES TO PRN-SOURCE-FLAG
                   END-IF
                   MOVE DETAIL-LINE TO REPORT-REC
                   WRITE REPORT-REC
           END-PERFORM
           .

       PRINT-STATE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  BY STATE" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SUMMARY-HEADING TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING STATE-IDX FROM 1 BY 1
              UNTIL STATE-IDX GREATER THAN 50
                   IF SST-LINES(STATE-IDX) GREATER THAN ZERO
                      MOVE "STATE" TO PRN-SUM-LABEL
                      MOVE STATE-IDX TO PRN-SUM-KEY
                      MOVE SST-ACTUAL(STATE-IDX) TO PRN-SUM-ACTUAL
                      MOVE SST-SIMULATED(STATE-IDX) TO
                         PRN-SUM-SIMULATED
                      COMPUTE WS-DIFFERENCE = SST-SIMULATED(STATE-IDX)
                         - SST-ACTUAL(STATE-IDX)
                      MOVE WS-DIFFERENCE TO PRN-SUM-DIFFERENCE
                      MOVE SUMMARY-LINE TO REPORT-REC
                      WRITE REPORT-REC
                   END-IF
           END-PERFORM
           .

       PRINT-PERIOD-SUMMARY.
           PERFORM VARYING PST-IDX FROM 2 BY 1
              UNTIL PST-IDX GREATER THAN PST-COUNT
                   MOVE PERIOD-SIM-ENTRY(PST-IDX) TO PST-SWAP-ENTRY
                   PERFORM VARYING PST-SORT-IDX FROM PST-IDX BY -1
                      UNTIL PST-SORT-IDX = 1 OR
                         PERIOD-SIM-ENTRY(PST-SORT-IDX - 1)(1:6) NOT
                            GREATER THAN PST-SWAP-ENTRY(1:6)
                         MOVE PERIOD-SIM-ENTRY(PST-SORT-IDX - 1) TO
                            PERIOD-SIM-ENTRY(PST-SORT-IDX)
                   END-PERFORM
                   MOVE PST-SWAP-ENTRY TO PERIOD-SIM-ENTRY(PST-SORT-IDX)
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  BY PERIOD" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SUMMARY-HEADING TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING PST-IDX FROM 1 BY 1
              UNTIL PST-IDX GREATER THAN PST-COUNT
                   MOVE "PERIOD" TO PRN-SUM-LABEL
                   MOVE PST-PERIOD(PST-IDX) TO PRN-SUM-KEY
                   MOVE PST-ACTUAL(PST-IDX) TO PRN-SUM-ACTUAL
                   MOVE PST-SIMULATED(PST-IDX) TO PRN-SUM-SIMULATED
                   COMPUTE WS-DIFFERENCE = PST-SIMULATED(PST-IDX)
                      - PST-ACTUAL(PST-IDX)
                   MOVE WS-DIFFERENCE TO PRN-SUM-DIFFERENCE
                   MOVE SUMMARY-LINE TO REPORT-REC
                   WRITE REPORT-REC
           END-PERFORM
           .

       PRINT-GRAND-TOTAL.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "TOTAL" TO PRN-SUM-LABEL
           MOVE "COST DIFFERENCE" TO PRN-SUM-KEY
           MOVE TOTAL-ACTUAL TO PRN-SUM-ACTUAL
           MOVE TOTAL-SIMULATED TO PRN-SUM-SIMULATED
           COMPUTE WS-DIFFERENCE = TOTAL-SIMULATED - TOTAL-ACTUAL
           MOVE WS-DIFFERENCE TO PRN-SUM-DIFFERENCE
           MOVE SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY SUMMARY-HEADING
           DISPLAY SUMMARY-LINE
           .

       PRINT-WINNERS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  BRANCHES THAT WOULD GAIN THE MOST" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SUMMARY-HEADING TO REPORT-REC
           WRITE REPORT-REC
           MOVE ZERO TO RANK-COUNT
           MOVE 1 TO BRT-BEST-IDX
           PERFORM UNTIL RANK-COUNT NOT LESS THAN RANK-LIMIT OR
                         BRT-BEST-IDX = ZERO
                   MOVE ZERO TO BRT-BEST-IDX
                   PERFORM VARYING BRT-IDX FROM 1 BY 1
                      UNTIL BRT-IDX GREATER THAN BRT-COUNT
                           IF BRT-RANKED(BRT-IDX) = "N" AND
                              BRT-DIFFERENCE(BRT-IDX) GREATER THAN ZERO
                              IF BRT-BEST-IDX = ZERO
                                 MOVE BRT-IDX TO BRT-BEST-IDX
                              ELSE
                                 IF BRT-DIFFERENCE(BRT-IDX) GREATER
                                    THAN BRT-DIFFERENCE(BRT-BEST-IDX)
                                    MOVE BRT-IDX TO BRT-BEST-IDX
                                 END-IF
                              END-IF
                           END-IF
                   END-PERFORM
                   IF BRT-BEST-IDX GREATER THAN ZERO
                      MOVE "W" TO BRT-RANKED(BRT-BEST-IDX)
                      ADD 1 TO RANK-COUNT
                      PERFORM PRINT-RANKED-BRANCH
                   END-IF
           END-PERFORM
           IF RANK-COUNT = ZERO
              MOVE "NO BRANCH WOULD GAIN" TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           .

       PRINT-LOSERS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  BRANCHES THAT WOULD LOSE THE MOST" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SUMMARY-HEADING TO REPORT-REC
           WRITE REPORT-REC
           MOVE ZERO TO RANK-COUNT
           MOVE 1 TO BRT-BEST-IDX
           PERFORM UNTIL RANK-COUNT NOT LESS THAN RANK-LIMIT OR
                         BRT-BEST-IDX = ZERO
                   MOVE ZERO TO BRT-BEST-IDX
                   PERFORM VARYING BRT-IDX FROM 1 BY 1
                      UNTIL BRT-IDX GREATER THAN BRT-COUNT
                           IF BRT-RANKED(BRT-IDX) = "N" AND
                              BRT-DIFFERENCE(BRT-IDX) LESS THAN ZERO
                              IF BRT-BEST-IDX = ZERO
                                 MOVE BRT-IDX TO BRT-BEST-IDX
                              ELSE
                                 IF BRT-DIFFERENCE(BRT-IDX) LESS
                                    THAN BRT-DIFFERENCE(BRT-BEST-IDX)
                                    MOVE BRT-IDX TO BRT-BEST-IDX
                                 END-IF
                              END-IF
                           END-IF
                   END-PERFORM
                   IF BRT-BEST-IDX GREATER THAN ZERO
                      MOVE "L" TO BRT-RANKED(BRT-BEST-IDX)
                      ADD 1 TO RANK-COUNT
                      PERFORM PRINT-RANKED-BRANCH
                   END-IF
           END-PERFORM
           IF RANK-COUNT = ZERO
              MOVE "NO BRANCH WOULD LOSE" TO REPORT-REC
              WRITE REPORT-REC
           END-IF
           .

       PRINT-RANKED-BRANCH.
           MOVE "BRANCH" TO PRN-SUM-LABEL
           MOVE BRT-BRANCH-ID(BRT-BEST-IDX) TO SKB-BRANCH-ID
           MOVE BRT-STATE-NUM(BRT-BEST-IDX) TO SKB-STATE-NUM
           MOVE WS-SUM-KEY-BRANCH TO PRN-SUM-KEY
           MOVE BRT-ACTUAL(BRT-BEST-IDX) TO PRN-SUM-ACTUAL
           MOVE BRT-SIMULATED(BRT-BEST-IDX) TO PRN-SUM-SIMULATED
           MOVE BRT-DIFFERENCE(BRT-BEST-IDX) TO PRN-SUM-DIFFERENCE
           MOVE SUMMARY-LINE TO REPORT-REC
           WRITE REPORT-REC
           .
