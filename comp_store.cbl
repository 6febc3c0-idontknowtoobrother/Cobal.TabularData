       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMP-STORE-REPORT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO
                 "branch_sales_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SHS-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT TRANSFER-LOG-FILE ASSIGN TO "branch_transfers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRF-STATUS.
           SELECT STATE-TABLE-FILE ASSIGN TO "state_table.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ST-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "comp_store_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-HISTORY-FILE.
       01 SALES-HISTORY-REC.
          88 END-OF-SALES-HISTORY                      VALUE HIGH-VALUES
           .
          05 SH-BRANCH-ID           PIC 9(7).
          05 SH-STATE-NUM           PIC 99.
          05 SH-PERIOD              PIC 9(6).
          05 SH-AMOUNT              PIC S9(9)V99.

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

       FD TRANSFER-LOG-FILE.
       01 TRANSFER-LOG-REC.
          88 END-OF-TRANSFER-LOG                       VALUE HIGH-VALUES
           .
          05 TRF-DATE               PIC 9(8).
          05 TRF-TIME               PIC 9(6).
          05 TRF-OPERATOR           PIC X(8).
          05 TRF-BRANCH-ID          PIC 9(7).
          05 TRF-OLD-STATE          PIC 99.
          05 TRF-NEW-STATE          PIC 99.
          05 TRF-EFFECTIVE-PERIOD   PIC 9(6).
          05 TRF-AMOUNT-MOVED       PIC S9(9)V99.

       FD STATE-TABLE-FILE.
       01 STATE-TABLE-REC.
          88 END-OF-STATE-TABLE                        VALUE HIGH-VALUES
           .
          05 ST-STATE-NUM           PIC 99.
          05 ST-STATE-NAME          PIC X(20).
          05 ST-REGION-CODE         PIC X.

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-SHS-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-TRF-STATUS             PIC XX.
       01 WS-ST-STATUS              PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 COMP-MIN-MONTHS           PIC 9(3) VALUE 13.
       01 WS-MONTHS-SOURCE          PIC X(7) VALUE "DEFAULT".
       01 WS-RUN-PERIOD             PIC 9(6).
       01 WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
          05 WS-RUN-YEAR            PIC 9(4).
          05 WS-RUN-MONTH           PIC 99.
       01 WS-PRIOR-PERIOD           PIC 9(6).
       01 WS-RUN-MONTH-NUM          PIC 9(6).
       01 WS-OPEN-MONTH-NUM         PIC 9(6).
       01 WS-MONTHS-OPEN            PIC S9(6).
       01 WS-OPEN-YEAR              PIC 9(4).
       01 WS-OPEN-MONTH             PIC 99.
       01 WS-OPEN-DAY               PIC 99.
       01 STATE-NAME-TABLE.
          05 STATE-NAME-ENTRY OCCURS 50 TIMES.
             10 SNT-STATE-NAME      PIC X(20).
             10 SNT-REGION          PIC 9.
       01 STATE-IDX                 PIC 99.
       01 REGION-NAME-VALUES.
          05 FILLER   PIC X(12) VALUE "NORTHEAST".
          05 FILLER   PIC X(12) VALUE "MIDWEST".
          05 FILLER   PIC X(12) VALUE "SOUTH".
          05 FILLER   PIC X(12) VALUE "WEST".
          05 FILLER   PIC X(12) VALUE "UNASSIGNED".
       01 REGION-NAME-TABLE REDEFINES REGION-NAME-VALUES.
          05 REGION-NAME            PIC X(12) OCCURS 5 TIMES.
       01 REGION-IDX                PIC 9.
       01 TRANSFER-TABLE.
          05 TRANSFER-ENTRY OCCURS 500 TIMES.
             10 TRT-BRANCH-ID       PIC 9(7).
             10 TRT-PERIOD          PIC 9(6).
       01 TRT-COUNT                 PIC 9(3) VALUE ZERO.
       01 TRT-IDX                   PIC 9(3).
       01 COMP-BRANCH-TABLE.
          05 COMP-BRANCH-ENTRY OCCURS 1000 TIMES.
             10 CBT-STATE-NUM       PIC 99.
             10 CBT-BRANCH-ID       PIC 9(7).
             10 CBT-BRANCH-NAME     PIC X(14).
             10 CBT-CLASS           PIC X.
                88 CBT-COMPARABLE              VALUE "C".
                88 CBT-NEW                     VALUE "N".
                88 CBT-CLOSED                  VALUE "X".
                88 CBT-TRANSFERRED             VALUE "T".
                88 CBT-NOT-ON-MASTER           VALUE "M".
             10 CBT-THIS-YEAR       PIC S9(11)V99.
             10 CBT-LAST-YEAR       PIC S9(11)V99.
       01 CBT-COUNT                 PIC 9(4) VALUE ZERO.
       01 CBT-IDX                   PIC 9(4).
       01 CBT-FOUND-IDX             PIC 9(4).
       01 CBT-SORT-IDX              PIC 9(4).
       01 CBT-SWAP-ENTRY            PIC X(50).
       01 WS-CBT-OVERFLOW           PIC X    VALUE "N".
          88 CBT-OVERFLOW                    VALUE "Y".
       01 STATE-COMP-TABLE.
          05 STATE-COMP-ENTRY OCCURS 50 TIMES.
             10 SCT-THIS-YEAR       PIC S9(11)V99.
             10 SCT-LAST-YEAR       PIC S9(11)V99.
             10 SCT-BRANCHES        PIC 9(4).
       01 REGION-COMP-TABLE.
          05 REGION-COMP-ENTRY OCCURS 5 TIMES.
             10 RCT-THIS-YEAR       PIC S9(11)V99.
             10 RCT-LAST-YEAR       PIC S9(11)V99.
             10 RCT-BRANCHES        PIC 9(4).
       01 COMP-THIS-YEAR            PIC S9(11)V99 VALUE ZERO.
       01 COMP-LAST-YEAR            PIC S9(11)V99 VALUE ZERO.
       01 COMP-BRANCHES             PIC 9(4)      VALUE ZERO.
       01 NONCOMP-THIS-YEAR         PIC S9(11)V99 VALUE ZERO.
       01 NONCOMP-LAST-YEAR         PIC S9(11)V99 VALUE ZERO.
       01 NONCOMP-BRANCHES          PIC 9(4)      VALUE ZERO.
       01 WS-THIS-YEAR              PIC S9(11)V99.
       01 WS-LAST-YEAR              PIC S9(11)V99.
       01 WS-BRANCHES               PIC 9(4).
       01 WS-CHANGE                 PIC S9(11)V99.
       01 WS-GROWTH-PCT             PIC S9(4)V9.
       01 WS-CLASS-NOTE             PIC X(12).

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Comparable-Store Sales Report".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(19)
                                                       VALUE
             "  Sales period -  ".
          05 PRN-RUN-PERIOD         PIC 9(6).
          05 FILLER                 PIC X(16)
                                                       VALUE
             "  compared with ".
          05 PRN-PRIOR-PERIOD       PIC 9(6).
          05 FILLER                 PIC X(22)
                                                       VALUE
             "  comp after months  ".
          05 PRN-MIN-MONTHS         PIC ZZ9.
       01 REPORT-HEADING3           PIC X(100)
                                                       VALUE
             "Branch/State/Region           ThisYear         LastYear   
      -      "        Change   Growth%   Brs  Status".
       01 SECTION-HEADING.
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 PRN-SECTION-NAME       PIC X(50).
       01 COMP-LINE.
          05 PRN-CMP-LABEL          PIC X(22).
          05 PRN-CMP-THIS-YEAR      PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-CMP-LAST-YEAR      PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-CMP-CHANGE         PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-CMP-PCT            PIC B(2)ZZZ9.9-.
          05 PRN-CMP-BRANCHES       PIC B(2)ZZZ9.
          05 PRN-CMP-NOTE           PIC B(2)X(12).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "COMPARABLE PERIOD (YYYYMM) -"
           ACCEPT WS-RUN-PERIOD
           IF WS-RUN-PERIOD NOT NUMERIC OR
              WS-RUN-MONTH LESS THAN 1 OR
              WS-RUN-MONTH GREATER THAN 12 OR
              WS-RUN-YEAR LESS THAN 1901
              DISPLAY "INVALID PERIOD - REPORT ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-PRIOR-PERIOD = WS-RUN-PERIOD - 100
           COMPUTE WS-RUN-MONTH-NUM =
              WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-STATE-TABLE
           PERFORM LOAD-TRANSFERS
           PERFORM LOAD-BRANCH-SALES
           IF CBT-COUNT = ZERO
              DISPLAY "NO BRANCH SALES HISTORY FOR EITHER PERIOD"
              STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BRANCH MASTER - STATUS "
                      WS-BM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING CBT-IDX FROM 1 BY 1
              UNTIL CBT-IDX GREATER THAN CBT-COUNT
                   PERFORM CLASSIFY-ONE-BRANCH
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE
           PERFORM SORT-COMP-BRANCHES
           MOVE ZEROS TO STATE-COMP-TABLE
           MOVE ZEROS TO REGION-COMP-TABLE
           PERFORM VARYING CBT-IDX FROM 1 BY 1
              UNTIL CBT-IDX GREATER THAN CBT-COUNT
                   PERFORM ROLL-UP-ONE-BRANCH
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           MOVE WS-RUN-PERIOD TO PRN-RUN-PERIOD
           MOVE WS-PRIOR-PERIOD TO PRN-PRIOR-PERIOD
           MOVE COMP-MIN-MONTHS TO PRN-MIN-MONTHS
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING3
           PERFORM PRINT-COMP-BRANCH-SECTION
           PERFORM PRINT-COMP-STATE-SECTION
           PERFORM PRINT-COMP-REGION-SECTION
           PERFORM PRINT-NONCOMP-SECTION
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "COMPARABLE TOTAL" TO PRN-CMP-LABEL
           MOVE COMP-THIS-YEAR TO WS-THIS-YEAR
           MOVE COMP-LAST-YEAR TO WS-LAST-YEAR
           MOVE COMP-BRANCHES TO WS-BRANCHES
           MOVE SPACES TO WS-CLASS-NOTE
           PERFORM PRINT-COMP-LINE
           MOVE "NON-COMPARABLE TOTAL" TO PRN-CMP-LABEL
           MOVE NONCOMP-THIS-YEAR TO WS-THIS-YEAR
           MOVE NONCOMP-LAST-YEAR TO WS-LAST-YEAR
           MOVE NONCOMP-BRANCHES TO WS-BRANCHES
           PERFORM PRINT-COMP-LINE
           MOVE "ALL BRANCHES" TO PRN-CMP-LABEL
           COMPUTE WS-THIS-YEAR = COMP-THIS-YEAR + NONCOMP-THIS-YEAR
           COMPUTE WS-LAST-YEAR = COMP-LAST-YEAR + NONCOMP-LAST-YEAR
           COMPUTE WS-BRANCHES = COMP-BRANCHES + NONCOMP-BRANCHES
           PERFORM PRINT-COMP-LINE
           IF CBT-OVERFLOW
              MOVE "  *** OVER 1000 BRANCHES - REPORT IS PARTIAL ***"
                 TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY "OVER 1000 BRANCHES - REPORT IS PARTIAL"
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "COMPARABLE BRANCHES     " COMP-BRANCHES
           DISPLAY "NON-COMPARABLE BRANCHES " NONCOMP-BRANCHES
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMS-FILE
           IF WS-PRM-STATUS = "00"
              READ RUN-PARAMS-FILE
              AT END
                 SET END-OF-RUN-PARAMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RUN-PARAMS
                      IF PRM-NAME = "COMP-MIN-MONTHS" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO AND
                         PRM-VALUE LESS THAN 1000
                         MOVE PRM-VALUE TO COMP-MIN-MONTHS
                         MOVE "FILE" TO WS-MONTHS-SOURCE
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-PARAMS-FILE
           END-IF
           DISPLAY "COMP-MIN-MONTHS     = " COMP-MIN-MONTHS
                   " (" WS-MONTHS-SOURCE ")"
           .

       LOAD-STATE-TABLE.
           PERFORM VARYING STATE-IDX FROM 1 BY 1
              UNTIL STATE-IDX GREATER THAN 50
                   MOVE SPACES TO SNT-STATE-NAME(STATE-IDX)
                   MOVE 5 TO SNT-REGION(STATE-IDX)
           END-PERFORM
           OPEN INPUT STATE-TABLE-FILE
           IF WS-ST-STATUS = "00"
              READ STATE-TABLE-FILE
              AT END
                 SET END-OF-STATE-TABLE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-STATE-TABLE
                      IF ST-STATE-NUM NUMERIC AND
                         ST-STATE-NUM GREATER THAN ZERO AND
                         ST-STATE-NUM NOT GREATER THAN 50
                         MOVE ST-STATE-NAME TO
                            SNT-STATE-NAME(ST-STATE-NUM)
                         IF ST-REGION-CODE = "1" OR "2" OR "3" OR "4"
                            MOVE ST-REGION-CODE TO
                               SNT-REGION(ST-STATE-NUM)
                         END-IF
                      END-IF
                      READ STATE-TABLE-FILE
                      AT END
                         SET END-OF-STATE-TABLE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE STATE-TABLE-FILE
           END-IF
           .

       LOAD-TRANSFERS.
           MOVE ZERO TO TRT-COUNT
           OPEN INPUT TRANSFER-LOG-FILE
           IF WS-TRF-STATUS = "00"
              READ TRANSFER-LOG-FILE
              AT END
                 SET END-OF-TRANSFER-LOG TO TRUE
              END-READ
              PERFORM UNTIL END-OF-TRANSFER-LOG
                      IF TRF-BRANCH-ID NUMERIC AND
                         TRF-EFFECTIVE-PERIOD NUMERIC AND
                         TRF-EFFECTIVE-PERIOD NOT LESS THAN
                            WS-PRIOR-PERIOD AND
                         TRF-EFFECTIVE-PERIOD NOT GREATER THAN
                            WS-RUN-PERIOD AND
                         TRT-COUNT LESS THAN 500
                         ADD 1 TO TRT-COUNT
                         MOVE TRF-BRANCH-ID TO TRT-BRANCH-ID(TRT-COUNT)
                         MOVE TRF-EFFECTIVE-PERIOD TO
                            TRT-PERIOD(TRT-COUNT)
                      END-IF
                      READ TRANSFER-LOG-FILE
                      AT END
                         SET END-OF-TRANSFER-LOG TO TRUE
                      END-READ
              END-PERFORM
              CLOSE TRANSFER-LOG-FILE
           END-IF
           .

       LOAD-BRANCH-SALES.
           MOVE ZERO TO CBT-COUNT
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SHS-STATUS = "00"
              READ SALES-HISTORY-FILE
              AT END
                 SET END-OF-SALES-HISTORY TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SALES-HISTORY
                      IF SH-BRANCH-ID NUMERIC AND
                         SH-STATE-NUM NUMERIC AND
                         SH-PERIOD NUMERIC AND
                         SH-AMOUNT NUMERIC AND
                         (SH-PERIOD = WS-RUN-PERIOD OR
                          SH-PERIOD = WS-PRIOR-PERIOD)
                         PERFORM POST-BRANCH-SALES
                      END-IF
                      READ SALES-HISTORY-FILE
                      AT END
                         SET END-OF-SALES-HISTORY TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SALES-HISTORY-FILE
           END-IF
           .

       POST-BRANCH-SALES.
           MOVE ZERO TO CBT-FOUND-IDX
           PERFORM VARYING CBT-IDX FROM 1 BY 1
              UNTIL CBT-IDX GREATER THAN CBT-COUNT
                   IF CBT-BRANCH-ID(CBT-IDX) = SH-BRANCH-ID
                      MOVE CBT-IDX TO CBT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF CBT-FOUND-IDX = ZERO
              IF CBT-COUNT LESS THAN 1000
                 ADD 1 TO CBT-COUNT
                 MOVE SH-BRANCH-ID TO CBT-BRANCH-ID(CBT-COUNT)
                 MOVE SH-STATE-NUM TO CBT-STATE-NUM(CBT-COUNT)
                 MOVE SPACES TO CBT-BRANCH-NAME(CBT-COUNT)
                 MOVE SPACE TO CBT-CLASS(CBT-COUNT)
                 MOVE ZERO TO CBT-THIS-YEAR(CBT-COUNT)
                 MOVE ZERO TO CBT-LAST-YEAR(CBT-COUNT)
                 MOVE CBT-COUNT TO CBT-FOUND-IDX
              ELSE
                 SET CBT-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF CBT-FOUND-IDX GREATER THAN ZERO
              IF SH-PERIOD = WS-RUN-PERIOD
                 ADD SH-AMOUNT TO CBT-THIS-YEAR(CBT-FOUND-IDX)
                 MOVE SH-STATE-NUM TO CBT-STATE-NUM(CBT-FOUND-IDX)
              ELSE
                 ADD SH-AMOUNT TO CBT-LAST-YEAR(CBT-FOUND-IDX)
              END-IF
           END-IF
           .

       CLASSIFY-ONE-BRANCH.
           MOVE CBT-BRANCH-ID(CBT-IDX) TO BM-BRANCH-ID
           READ BRANCH-MASTER-FILE
              INVALID KEY
                 SET CBT-NOT-ON-MASTER(CBT-IDX) TO TRUE
                 MOVE "NOT ON MASTER" TO CBT-BRANCH-NAME(CBT-IDX)
              NOT INVALID KEY
                 MOVE BM-BRANCH-NAME TO CBT-BRANCH-NAME(CBT-IDX)
                 IF BM-STATE-NUM GREATER THAN ZERO AND
                    BM-STATE-NUM NOT GREATER THAN 50
                    MOVE BM-STATE-NUM TO CBT-STATE-NUM(CBT-IDX)
                 END-IF
                 PERFORM JUDGE-COMPARABILITY
           END-READ
           .

       JUDGE-COMPARABILITY.
           SET CBT-COMPARABLE(CBT-IDX) TO TRUE
           IF BM-CLOSE-DATE NUMERIC AND
              BM-CLOSE-DATE GREATER THAN ZERO
              IF BM-CLOSE-DATE(1:6) NOT GREATER THAN WS-RUN-PERIOD
                 SET CBT-CLOSED(CBT-IDX) TO TRUE
              END-IF
           ELSE
              IF BM-BRANCH-CLOSED
                 SET CBT-CLOSED(CBT-IDX) TO TRUE
              END-IF
           END-IF
           IF CBT-COMPARABLE(CBT-IDX)
              PERFORM VARYING TRT-IDX FROM 1 BY 1
                 UNTIL TRT-IDX GREATER THAN TRT-COUNT
                      IF TRT-BRANCH-ID(TRT-IDX) =
                         CBT-BRANCH-ID(CBT-IDX)
                         SET CBT-TRANSFERRED(CBT-IDX) TO TRUE
                      END-IF
              END-PERFORM
           END-IF
           IF CBT-COMPARABLE(CBT-IDX)
              IF BM-OPEN-DATE NUMERIC AND
                 BM-OPEN-DATE GREATER THAN ZERO
                 MOVE BM-OPEN-DATE(1:4) TO WS-OPEN-YEAR
                 MOVE BM-OPEN-DATE(5:2) TO WS-OPEN-MONTH
                 MOVE BM-OPEN-DATE(7:2) TO WS-OPEN-DAY
                 COMPUTE WS-OPEN-MONTH-NUM =
                    WS-OPEN-YEAR * 12 + WS-OPEN-MONTH - 1
                 IF WS-OPEN-DAY GREATER THAN 1
                    ADD 1 TO WS-OPEN-MONTH-NUM
                 END-IF
                 COMPUTE WS-MONTHS-OPEN =
                    WS-RUN-MONTH-NUM - WS-OPEN-MONTH-NUM
                 IF WS-MONTHS-OPEN LESS THAN COMP-MIN-MONTHS
                    SET CBT-NEW(CBT-IDX) TO TRUE
                 END-IF
              ELSE
                 SET CBT-NEW(CBT-IDX) TO TRUE
              END-IF
           END-IF
           .

       SORT-COMP-BRANCHES.
           PERFORM VARYING CBT-IDX FROM 2 BY 1
              UNTIL CBT-IDX GREATER THAN CBT-COUNT
                   MOVE COMP-BRANCH-ENTRY(CBT-IDX) TO CBT-SWAP-ENTRY
                   PERFORM VARYING CBT-SORT-IDX FROM CBT-IDX BY -1
                      UNTIL CBT-SORT-IDX = 1 OR
                         COMP-BRANCH-ENTRY(CBT-SORT-IDX - 1)(1:9)
                            NOT GREATER THAN CBT-SWAP-ENTRY(1:9)
                         MOVE COMP-BRANCH-ENTRY(CBT-SORT-IDX - 1) TO
                            COMP-BRANCH-ENTRY(CBT-SORT-IDX)
                   END-PERFORM
                   MOVE CBT-SWAP-ENTRY TO
                      COMP-BRANCH-ENTRY(CBT-SORT-IDX)
           END-PERFORM
           .

       ROLL-UP-ONE-BRANCH.
           IF CBT-COMPARABLE(CBT-IDX)
              ADD 1 TO COMP-BRANCHES
              ADD CBT-THIS-YEAR(CBT-IDX) TO COMP-THIS-YEAR
              ADD CBT-LAST-YEAR(CBT-IDX) TO COMP-LAST-YEAR
              MOVE CBT-STATE-NUM(CBT-IDX) TO STATE-IDX
              IF STATE-IDX GREATER THAN ZERO AND
                 STATE-IDX NOT GREATER THAN 50
                 ADD 1 TO SCT-BRANCHES(STATE-IDX)
                 ADD CBT-THIS-YEAR(CBT-IDX) TO SCT-THIS-YEAR(STATE-IDX)
                 ADD CBT-LAST-YEAR(CBT-IDX) TO SCT-LAST-YEAR(STATE-IDX)
                 MOVE SNT-REGION(STATE-IDX) TO REGION-IDX
              ELSE
                 MOVE 5 TO REGION-IDX
              END-IF
              ADD 1 TO RCT-BRANCHES(REGION-IDX)
              ADD CBT-THIS-YEAR(CBT-IDX) TO RCT-THIS-YEAR(REGION-IDX)
              ADD CBT-LAST-YEAR(CBT-IDX) TO RCT-LAST-YEAR(REGION-IDX)
           ELSE
              ADD 1 TO NONCOMP-BRANCHES
              ADD CBT-THIS-YEAR(CBT-IDX) TO NONCOMP-THIS-YEAR
              ADD CBT-LAST-YEAR(CBT-IDX) TO NONCOMP-LAST-YEAR
           END-IF
           .

       PRINT-SECTION-HEADING.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE SECTION-HEADING TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY SECTION-HEADING
           .

       PRINT-COMP-BRANCH-SECTION.
           MOVE "Comparable sales by BRANCH" TO PRN-SECTION-NAME
           PERFORM PRINT-SECTION-HEADING
           PERFORM VARYING CBT-IDX FROM 1 BY 1
              UNTIL CBT-IDX GREATER THAN CBT-COUNT
                   IF CBT-COMPARABLE(CBT-IDX)
                      PERFORM SET-BRANCH-LABEL
                      MOVE CBT-THIS-YEAR(CBT-IDX) TO WS-THIS-YEAR
                      MOVE CBT-LAST-YEAR(CBT-IDX) TO WS-LAST-YEAR
                      MOVE 1 TO WS-BRANCHES
                      IF WS-LAST-YEAR = ZERO
                         MOVE "NO LY SALES" TO WS-CLASS-NOTE
                      ELSE
                         MOVE SPACES TO WS-CLASS-NOTE
                      END-IF
                      PERFORM PRINT-COMP-LINE
                   END-IF
           END-PERFORM
           .

       PRINT-COMP-STATE-SECTION.
           MOVE "Comparable sales by STATE" TO PRN-SECTION-NAME
           PERFORM PRINT-SECTION-HEADING
           MOVE SPACES TO WS-CLASS-NOTE
           PERFORM VARYING STATE-IDX FROM 1 BY 1
              UNTIL STATE-IDX GREATER THAN 50
                   IF SCT-BRANCHES(STATE-IDX) GREATER THAN ZERO
                      IF SNT-STATE-NAME(STATE-IDX) = SPACES
                         MOVE SPACES TO PRN-CMP-LABEL
                         STRING "State " DELIMITED BY SIZE
                                STATE-IDX DELIMITED BY SIZE
                                INTO PRN-CMP-LABEL
                      ELSE
                         MOVE SNT-STATE-NAME(STATE-IDX) TO
                            PRN-CMP-LABEL
                      END-IF
                      MOVE SCT-THIS-YEAR(STATE-IDX) TO WS-THIS-YEAR
                      MOVE SCT-LAST-YEAR(STATE-IDX) TO WS-LAST-YEAR
                      MOVE SCT-BRANCHES(STATE-IDX) TO WS-BRANCHES
                      PERFORM PRINT-COMP-LINE
                   END-IF
           END-PERFORM
           .

       PRINT-COMP-REGION-SECTION.
           MOVE "Comparable sales by REGION" TO PRN-SECTION-NAME
           PERFORM PRINT-SECTION-HEADING
           MOVE SPACES TO WS-CLASS-NOTE
           PERFORM VARYING REGION-IDX FROM 1 BY 1
              UNTIL REGION-IDX GREATER THAN 5
                   IF RCT-BRANCHES(REGION-IDX) GREATER THAN ZERO
                      MOVE REGION-NAME(REGION-IDX) TO PRN-CMP-LABEL
                      MOVE RCT-THIS-YEAR(REGION-IDX) TO WS-THIS-YEAR
                      MOVE RCT-LAST-YEAR(REGION-IDX) TO WS-LAST-YEAR
                      MOVE RCT-BRANCHES(REGION-IDX) TO WS-BRANCHES
                      PERFORM PRINT-COMP-LINE
                   END-IF
           END-PERFORM
           .

       PRINT-NONCOMP-SECTION.
           MOVE "Non-comparable branches (shown separately)" TO
              PRN-SECTION-NAME
           PERFORM PRINT-SECTION-HEADING
           IF NONCOMP-BRANCHES = ZERO
              MOVE "  NONE" TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY REPORT-FILE-REC
           END-IF
           PERFORM VARYING CBT-IDX FROM 1 BY 1
              UNTIL CBT-IDX GREATER THAN CBT-COUNT
                   IF NOT CBT-COMPARABLE(CBT-IDX)
                      PERFORM SET-BRANCH-LABEL
                      MOVE CBT-THIS-YEAR(CBT-IDX) TO WS-THIS-YEAR
                      MOVE CBT-LAST-YEAR(CBT-IDX) TO WS-LAST-YEAR
                      MOVE 1 TO WS-BRANCHES
                      EVALUATE TRUE
                         WHEN CBT-NEW(CBT-IDX)
                            MOVE "NEW" TO WS-CLASS-NOTE
                         WHEN CBT-CLOSED(CBT-IDX)
                            MOVE "CLOSED" TO WS-CLASS-NOTE
                         WHEN CBT-TRANSFERRED(CBT-IDX)
                            MOVE "TRANSFERRED" TO WS-CLASS-NOTE
                         WHEN OTHER
                            MOVE "NOT ON MSTR" TO WS-CLASS-NOTE
                      END-EVALUATE
                      PERFORM PRINT-COMP-LINE
                   END-IF
           END-PERFORM
           .

       SET-BRANCH-LABEL.
           MOVE SPACES TO PRN-CMP-LABEL
           STRING CBT-BRANCH-ID(CBT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CBT-BRANCH-NAME(CBT-IDX) DELIMITED BY SIZE
                  INTO PRN-CMP-LABEL
           .

       PRINT-COMP-LINE.
           COMPUTE WS-CHANGE = WS-THIS-YEAR - WS-LAST-YEAR
           IF WS-LAST-YEAR NOT = ZERO
              COMPUTE WS-GROWTH-PCT ROUNDED =
                 WS-CHANGE * 100 / WS-LAST-YEAR
                 ON SIZE ERROR
                    MOVE ZERO TO WS-GROWTH-PCT
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-GROWTH-PCT
           END-IF
           MOVE WS-THIS-YEAR TO PRN-CMP-THIS-YEAR
           MOVE WS-LAST-YEAR TO PRN-CMP-LAST-YEAR
           MOVE WS-CHANGE TO PRN-CMP-CHANGE
           MOVE WS-GROWTH-PCT TO PRN-CMP-PCT
           MOVE WS-BRANCHES TO PRN-CMP-BRANCHES
           MOVE WS-CLASS-NOTE TO PRN-CMP-NOTE
           MOVE COMP-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY COMP-LINE
           .
