       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR-SCORECARD.
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
           SELECT STATE-TARGETS-FILE ASSIGN TO "state_targets.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TGT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "branch_exceptions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXC-STATUS.
           SELECT CASH-UP-FILE ASSIGN TO "cash_up.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CSH-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "candy_summary.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CSM-KEY
                 FILE STATUS IS WS-CSM-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "stock_count_adjust.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SCA-STATUS.
           SELECT MANAGER-FILE ASSIGN TO "org_managers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OMG-STATUS.
           SELECT DISTRICT-FILE ASSIGN TO "org_districts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ODS-STATUS.
           SELECT BRANCH-ASSIGN-FILE ASSIGN TO "org_branches.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OBR-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MSC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "mgr_scorecard_report.dat"
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

       FD STATE-TARGETS-FILE.
       01 STATE-TARGETS-REC.
          88 END-OF-STATE-TARGETS                      VALUE HIGH-VALUES
           .
          05 TGT-STATE-NUM          PIC 99.
          05 TGT-PERIOD             PIC 9(6).
          05 TGT-AMOUNT             PIC 9(9)V99.

       FD EXCEPTION-FILE.
       01 EXCEPTION-REC.
          88 END-OF-EXCEPTION-FILE                     VALUE HIGH-VALUES
           .
          05 EXC-INPUT-IMAGE.
             10 EXC-BRANCH-ID       PIC X(7).
             10 EXC-STATE-NUM       PIC XX.
             10 EXC-SALES-PERIOD    PIC X(6).
             10 EXC-CANDY-SALES     PIC X(9).
          05 EXC-REASON             PIC X(32).
          05 EXC-STATUS             PIC X.
             88 EXC-CLEARED                        VALUE "R" "W".
          05 EXC-REC-TYPE           PIC X.
          05 EXC-RAW-IMAGE          PIC X(55).

       FD CASH-UP-FILE.
       01 CASH-UP-REC.
          88 END-OF-CASH-UP-FILE                       VALUE HIGH-VALUES
           .
          05 CU-BRANCH-ID           PIC 9(7).
          05 CU-REGISTER-NUM        PIC 9(3).
          05 CU-TRAN-DATE           PIC 9(8).
          05 CU-DECLARED-AMOUNT     PIC S9(7)V99.

       FD SUMMARY-FILE.
       01 SUMMARY-REC.
          88 END-OF-SUMMARY-FILE                       VALUE HIGH-VALUES
           .
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

       FD ADJUST-FILE.
       01 ADJUST-REC.
          88 END-OF-ADJUST-FILE                        VALUE HIGH-VALUES
           .
          05 SCA-BRANCH-ID          PIC 9(7).
          05 SCA-TYPE-CODE          PIC 9(3).
          05 SCA-COUNT-DATE         PIC 9(8).
          05 SCA-BOOK-QTY           PIC S9(7).
          05 SCA-COUNTED-QTY        PIC 9(7).
          05 SCA-SHRINK-QTY         PIC S9(7).
          05 SCA-SHRINK-VALUE       PIC S9(9)V99.
          05 SCA-POST-DATE          PIC 9(8).
          05 SCA-APPROVED-BY        PIC X(8).

       FD MANAGER-FILE.
       01 MANAGER-REC.
          88 END-OF-MANAGER-FILE                       VALUE HIGH-VALUES
           .
          05 OM-MANAGER-ID          PIC 9(5).
          05 OM-MANAGER-NAME        PIC X(30).
          05 OM-LEVEL               PIC X.
          05 OM-ACTIVE              PIC X.

       FD DISTRICT-FILE.
       01 DISTRICT-REC.
          88 END-OF-DISTRICT-FILE                      VALUE HIGH-VALUES
           .
          05 OD-DISTRICT-ID         PIC 9(4).
          05 OD-EFF-DATE            PIC 9(8).
          05 OD-DISTRICT-NAME       PIC X(30).
          05 OD-DISTRICT-MGR        PIC 9(5).
          05 OD-REGIONAL-MGR        PIC 9(5).

       FD BRANCH-ASSIGN-FILE.
       01 BRANCH-ASSIGN-REC.
          88 END-OF-BRANCH-ASSIGN                      VALUE HIGH-VALUES
           .
          05 OB-BRANCH-ID           PIC 9(7).
          05 OB-EFF-DATE            PIC 9(8).
          05 OB-DISTRICT-ID         PIC 9(4).

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       FD EXTRACT-FILE.
       01 EXTRACT-REC.
          05 MSC-PERIOD             PIC 9(6).
          05 MSC-LEVEL              PIC X.
          05 MSC-MANAGER-ID         PIC 9(5).
          05 MSC-BRANCHES           PIC 9(5).
          05 MSC-SALES              PIC S9(11)V99.
          05 MSC-TARGET             PIC S9(11)V99.
          05 MSC-COMP-THIS-YEAR     PIC S9(11)V99.
          05 MSC-COMP-LAST-YEAR     PIC S9(11)V99.
          05 MSC-EXC-OPENED         PIC 9(5).
          05 MSC-EXC-CLEARED        PIC 9(5).
          05 MSC-OVER-SHORT         PIC S9(11)V99.
          05 MSC-SHRINK             PIC S9(11)V99.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-SHS-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-TRF-STATUS             PIC XX.
       01 WS-TGT-STATUS             PIC XX.
       01 WS-EXC-STATUS             PIC XX.
       01 WS-CSH-STATUS             PIC XX.
       01 WS-CSM-STATUS             PIC XX.
       01 WS-SCA-STATUS             PIC XX.
       01 WS-OMG-STATUS             PIC XX.
       01 WS-ODS-STATUS             PIC XX.
       01 WS-OBR-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 WS-MSC-STATUS             PIC XX.
       01 WS-EXTRACT-NAME           PIC X(40).
       01 COMP-MIN-MONTHS           PIC 9(3)     VALUE 13.
       01 LOYALTY-POINT-VALUE       PIC 9(3)V99  VALUE 0.01.
       01 WS-POINTS-TENDER          PIC S9(7)V99.
       01 WS-RUN-PERIOD             PIC 9(6).
       01 WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
          05 WS-RUN-YEAR            PIC 9(4).
          05 WS-RUN-MONTH           PIC 99.
       01 WS-RUN-PERIOD-X REDEFINES WS-RUN-PERIOD
                                    PIC X(6).
       01 WS-PRIOR-PERIOD           PIC 9(6).
       01 WS-AS-OF-DATE             PIC 9(8).
       01 WS-RUN-MONTH-NUM          PIC 9(6).
       01 WS-OPEN-MONTH-NUM         PIC 9(6).
       01 WS-MONTHS-OPEN            PIC S9(6).
       01 WS-OPEN-YEAR              PIC 9(4).
       01 WS-OPEN-MONTH             PIC 99.
       01 WS-OPEN-DAY               PIC 99.
       01 WS-LOOKUP-BRANCH          PIC 9(7).
       01 WS-LOOKUP-REGISTER        PIC 9(3).
       01 WS-LOOKUP-DATE            PIC 9(8).
       01 WS-WORK-DISTRICT          PIC 9(4).
       01 WS-WORK-MANAGER           PIC 9(5).
       01 WS-BEST-DATE              PIC 9(8).
       01 WS-SUMMARY-AVAILABLE      PIC X        VALUE "N".
          88 SUMMARY-AVAILABLE                   VALUE "Y".
       01 UNASSIGNED-COUNT          PIC 9(5)     VALUE ZERO.
       01 MANAGER-COUNT             PIC 9(5)     VALUE ZERO.
       01 STATE-TARGET-TABLE.
          05 STATE-TARGET-ENTRY OCCURS 50 TIMES.
             10 STT-TARGET          PIC 9(9)V99.
             10 STT-BRANCHES        PIC 9(4).
       01 STATE-IDX                 PIC 99.
       01 TRANSFER-TABLE.
          05 TRANSFER-ENTRY OCCURS 500 TIMES.
             10 TRT-BRANCH-ID       PIC 9(7).
             10 TRT-PERIOD          PIC 9(6).
       01 TRT-COUNT                 PIC 9(3)     VALUE ZERO.
       01 TRT-IDX                   PIC 9(3).
       01 MANAGER-TABLE.
          05 MANAGER-ENTRY OCCURS 300 TIMES.
             10 MGT-MANAGER-ID      PIC 9(5).
             10 MGT-NAME            PIC X(30).
             10 MGT-LEVEL           PIC X.
             10 MGT-ACTIVE          PIC X.
       01 MGT-COUNT                 PIC 9(3)     VALUE ZERO.
       01 MGT-IDX                   PIC 9(3).
       01 DISTRICT-TABLE.
          05 DISTRICT-ENTRY OCCURS 1000 TIMES.
             10 DST-DISTRICT-ID     PIC 9(4).
             10 DST-EFF-DATE        PIC 9(8).
             10 DST-NAME            PIC X(30).
             10 DST-DM-ID           PIC 9(5).
             10 DST-RM-ID           PIC 9(5).
       01 DST-COUNT                 PIC 9(4)     VALUE ZERO.
       01 DST-IDX                   PIC 9(4).
       01 DST-EFFECT-IDX            PIC 9(4).
       01 BRANCH-ASSIGN-TABLE.
          05 BRANCH-ASSIGN-ENTRY OCCURS 5000 TIMES.
             10 BAT-BRANCH-ID       PIC 9(7).
             10 BAT-EFF-DATE        PIC 9(8).
             10 BAT-DISTRICT-ID     PIC 9(4).
       01 BAT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 BAT-IDX                   PIC 9(4).
       01 BAT-EFFECT-IDX            PIC 9(4).
       01 REGISTER-TABLE.
          05 REGISTER-ENTRY OCCURS 5000 TIMES.
             10 RGT-BRANCH-ID       PIC 9(7).
             10 RGT-REGISTER-NUM    PIC 9(3).
             10 RGT-TRAN-DATE       PIC 9(8).
             10 RGT-DECLARED        PIC S9(9)V99.
             10 RGT-POSTED          PIC S9(9)V99.
       01 RGT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 RGT-IDX                   PIC 9(4).
       01 RGT-FOUND-IDX             PIC 9(4).
       01 SCORE-BRANCH-TABLE.
          05 SCORE-BRANCH-ENTRY OCCURS 1000 TIMES.
             10 SBT-BRANCH-ID       PIC 9(7).
             10 SBT-STATE-NUM       PIC 99.
             10 SBT-BRANCH-NAME     PIC X(14).
             10 SBT-COMP-FLAG       PIC X.
                88 SBT-COMPARABLE              VALUE "C".
             10 SBT-TY-FLAG         PIC X.
                88 SBT-REPORTED-TY             VALUE "Y".
             10 SBT-DISTRICT-ID     PIC 9(5).
             10 SBT-DM-ID           PIC 9(5).
             10 SBT-RM-ID           PIC 9(5).
             10 SBT-THIS-YEAR       PIC S9(11)V99.
             10 SBT-LAST-YEAR       PIC S9(11)V99.
             10 SBT-TARGET          PIC S9(11)V99.
             10 SBT-EXC-OPENED      PIC 9(5).
             10 SBT-EXC-CLEARED     PIC 9(5).
             10 SBT-DECLARED        PIC S9(11)V99.
             10 SBT-POSTED          PIC S9(11)V99.
             10 SBT-SHRINK          PIC S9(11)V99.
       01 SBT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 SBT-IDX                   PIC 9(4).
       01 SBT-FOUND-IDX             PIC 9(4).
       01 WS-SBT-OVERFLOW           PIC X        VALUE "N".
          88 SBT-OVERFLOW                        VALUE "Y".
       01 SCORE-TABLE.
          05 SCORE-ENTRY OCCURS 1500 TIMES.
             10 SCR-KEY.
                15 SCR-LEVEL        PIC 9.
                   88 SCR-DISTRICT             VALUE 1.
                   88 SCR-DISTRICT-MGR         VALUE 2.
                   88 SCR-REGIONAL-MGR         VALUE 3.
                   88 SCR-UNASSIGNED           VALUE 9.
                15 SCR-ID           PIC 9(5).
             10 SCR-NAME            PIC X(30).
             10 SCR-BRANCHES        PIC 9(5).
             10 SCR-SALES           PIC S9(11)V99.
             10 SCR-TARGET          PIC S9(11)V99.
             10 SCR-COMP-TY         PIC S9(11)V99.
             10 SCR-COMP-LY         PIC S9(11)V99.
             10 SCR-EXC-OPENED      PIC 9(5).
             10 SCR-EXC-CLEARED     PIC 9(5).
             10 SCR-OVER-SHORT      PIC S9(11)V99.
             10 SCR-SHRINK          PIC S9(11)V99.
       01 SCR-COUNT                 PIC 9(4)     VALUE ZERO.
       01 SCR-IDX                   PIC 9(4).
       01 SCR-SORT-IDX              PIC 9(4).
       01 SCR-FOUND-IDX             PIC 9(4).
       01 SCR-SWAP-ENTRY            PIC X(129).
       01 WS-SCORE-KEY.
          05 WS-SCORE-LEVEL         PIC 9.
          05 WS-SCORE-ID            PIC 9(5).
       01 WS-SCORE-NAME             PIC X(30).
       01 WS-PRINT-LEVEL            PIC 9.
       01 WS-LIST-COUNT             PIC 9(5).
       01 CHAIN-TOTALS.
          05 CHN-BRANCHES           PIC 9(5)        VALUE ZERO.
          05 CHN-SALES              PIC S9(11)V99   VALUE ZERO.
          05 CHN-TARGET             PIC S9(11)V99   VALUE ZERO.
          05 CHN-COMP-TY            PIC S9(11)V99   VALUE ZERO.
          05 CHN-COMP-LY            PIC S9(11)V99   VALUE ZERO.
          05 CHN-EXC-OPENED         PIC 9(5)        VALUE ZERO.
          05 CHN-EXC-CLEARED        PIC 9(5)        VALUE ZERO.
          05 CHN-OVER-SHORT         PIC S9(11)V99   VALUE ZERO.
          05 CHN-SHRINK             PIC S9(11)V99   VALUE ZERO.
       01 LINE-TOTALS.
          05 LIN-BRANCHES           PIC 9(5).
          05 LIN-SALES              PIC S9(11)V99.
          05 LIN-TARGET             PIC S9(11)V99.
          05 LIN-COMP-TY            PIC S9(11)V99.
          05 LIN-COMP-LY            PIC S9(11)V99.
          05 LIN-EXC-OPENED         PIC 9(5).
          05 LIN-EXC-CLEARED        PIC 9(5).
          05 LIN-OVER-SHORT         PIC S9(11)V99.
          05 LIN-SHRINK             PIC S9(11)V99.
       01 WS-TARGET-PCT             PIC S9(4)V9.
       01 WS-COMP-PCT               PIC S9(4)V9.

       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16)
                                               VALUE "MGR-SCORECARD".
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Manager Scorecard".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(19)
                                                       VALUE
             "  Sales period -  ".
          05 PRN-RUN-PERIOD         PIC 9(6).
          05 FILLER                 PIC X(35)
                                                       VALUE
             "  organisation at end of period".
          05 FILLER                 PIC X(22)
                                                       VALUE
             "  comp after months  ".
          05 PRN-MIN-MONTHS         PIC ZZ9.
       01 REPORT-HEADING3.
          05 FILLER                 PIC X(24)
                                                       VALUE
             "Branch/District/Manager".
          05 FILLER                 PIC X(13)  VALUE "        Sales".
          05 FILLER                 PIC X(13)  VALUE "       Target".
          05 FILLER                 PIC X(8)   VALUE "   Tgt% ".
          05 FILLER                 PIC X(8)   VALUE "  Comp% ".
          05 FILLER                 PIC X(6)   VALUE "  ExcO".
          05 FILLER                 PIC X(6)   VALUE "  ExcC".
          05 FILLER                 PIC X(13)  VALUE "  Over/Short ".
          05 FILLER                 PIC X(13)  VALUE "      Shrink ".
          05 FILLER                 PIC X(5)   VALUE "  Brs".
       01 SECTION-HEADING.
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 PRN-SECTION-NAME       PIC X(50).
       01 SCORE-LINE.
          05 PRN-SC-LABEL           PIC X(24).
          05 PRN-SC-SALES           PIC B$$$,$$$,$$9-.
          05 PRN-SC-TARGET          PIC B$$$,$$$,$$9-.
          05 PRN-SC-TGT-PCT         PIC BZZZ9.9-.
          05 PRN-SC-COMP-PCT        PIC BZZZ9.9-.
          05 PRN-SC-EXC-OPENED      PIC BZZZZ9.
          05 PRN-SC-EXC-CLEARED     PIC BZZZZ9.
          05 PRN-SC-OVER-SHORT      PIC B$$$,$$9.99-.
          05 PRN-SC-SHRINK          PIC B$$$,$$9.99-.
          05 PRN-SC-BRANCHES        PIC BZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "SCORECARD PERIOD (YYYYMM) -"
           ACCEPT WS-RUN-PERIOD
           IF WS-RUN-PERIOD NOT NUMERIC OR
              WS-RUN-MONTH LESS THAN 1 OR
              WS-RUN-MONTH GREATER THAN 12 OR
              WS-RUN-YEAR LESS THAN 1901
              DISPLAY "INVALID PERIOD - SCORECARD ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-PRIOR-PERIOD = WS-RUN-PERIOD - 100
           COMPUTE WS-AS-OF-DATE = WS-RUN-PERIOD * 100 + 31
           COMPUTE WS-RUN-MONTH-NUM =
              WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-MANAGER-TABLE
           PERFORM LOAD-DISTRICT-TABLE
           PERFORM LOAD-BRANCH-ASSIGN-TABLE
           PERFORM LOAD-TRANSFERS
           PERFORM LOAD-BRANCH-SALES
           PERFORM LOAD-EXCEPTIONS
           PERFORM LOAD-CASH-UP-FILE
           PERFORM POST-CANDY-SUMMARY
           PERFORM VARYING RGT-IDX FROM 1 BY 1
              UNTIL RGT-IDX GREATER THAN RGT-COUNT
                   MOVE RGT-BRANCH-ID(RGT-IDX) TO WS-LOOKUP-BRANCH
                   PERFORM FIND-SCORE-BRANCH
                   IF SBT-FOUND-IDX GREATER THAN ZERO
                      ADD RGT-DECLARED(RGT-IDX) TO
                         SBT-DECLARED(SBT-FOUND-IDX)
                      ADD RGT-POSTED(RGT-IDX) TO
                         SBT-POSTED(SBT-FOUND-IDX)
                   END-IF
           END-PERFORM
           PERFORM LOAD-SHRINKAGE
           IF SBT-COUNT = ZERO
              DISPLAY "NO BRANCH ACTIVITY FOR PERIOD " WS-RUN-PERIOD
              STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BRANCH MASTER - STATUS "
                      WS-BM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING SBT-IDX FROM 1 BY 1
              UNTIL SBT-IDX GREATER THAN SBT-COUNT
                   PERFORM CLASSIFY-ONE-BRANCH
                   PERFORM ASSIGN-ONE-BRANCH
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE
           PERFORM LOAD-STATE-TARGETS
           PERFORM VARYING SBT-IDX FROM 1 BY 1
              UNTIL SBT-IDX GREATER THAN SBT-COUNT
                   PERFORM SHARE-STATE-TARGET
                   PERFORM ROLL-UP-ONE-BRANCH
           END-PERFORM
           PERFORM SORT-SCORE-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           MOVE WS-RUN-PERIOD TO PRN-RUN-PERIOD
           MOVE COMP-MIN-MONTHS TO PRN-MIN-MONTHS
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING3
           MOVE "Scorecard by DISTRICT" TO PRN-SECTION-NAME
           MOVE 1 TO WS-PRINT-LEVEL
           PERFORM PRINT-SCORE-SECTION
           MOVE "Scorecard by DISTRICT MANAGER" TO PRN-SECTION-NAME
           MOVE 2 TO WS-PRINT-LEVEL
           PERFORM PRINT-SCORE-SECTION
           MOVE "Scorecard by REGIONAL MANAGER" TO PRN-SECTION-NAME
           MOVE 3 TO WS-PRINT-LEVEL
           PERFORM PRINT-SCORE-SECTION
           PERFORM PRINT-UNASSIGNED-SECTION
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "ALL BRANCHES" TO PRN-SC-LABEL
           MOVE CHAIN-TOTALS TO LINE-TOTALS
           PERFORM PRINT-TOTALS-LINE
           IF SBT-OVERFLOW
              MOVE "  *** OVER 1000 BRANCHES - SCORECARD IS PARTIAL ***"
                 TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY "OVER 1000 BRANCHES - SCORECARD IS PARTIAL"
           END-IF
           IF NOT SUMMARY-AVAILABLE
              MOVE "  *** NO CANDY SUMMARY - OVER/SHORT NOT SCORED ***"
                 TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
           END-IF
           CLOSE REPORT-FILE
           PERFORM WRITE-SCORECARD-EXTRACT
           DISPLAY "MANAGERS SCORED         " MANAGER-COUNT
           DISPLAY "UNASSIGNED BRANCHES     " UNASSIGNED-COUNT
           DISPLAY "EXTRACT WRITTEN TO      " WS-EXTRACT-NAME
           PERFORM LOG-RUN-OUTCOME
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
                      END-IF
                      IF PRM-NAME = "LOYALTY-POINT-VALUE" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO
                         MOVE PRM-VALUE TO LOYALTY-POINT-VALUE
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-PARAMS-FILE
           END-IF
           .

       LOAD-MANAGER-TABLE.
           MOVE ZERO TO MGT-COUNT
           OPEN INPUT MANAGER-FILE
           IF WS-OMG-STATUS = "00"
              READ MANAGER-FILE
              AT END
                 SET END-OF-MANAGER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-MANAGER-FILE
                      IF OM-MANAGER-ID NUMERIC AND
                         MGT-COUNT LESS THAN 300
                         ADD 1 TO MGT-COUNT
                         MOVE MANAGER-REC TO MANAGER-ENTRY(MGT-COUNT)
                      END-IF
                      READ MANAGER-FILE
                      AT END
                         SET END-OF-MANAGER-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE MANAGER-FILE
           END-IF
           .

       LOAD-DISTRICT-TABLE.
           MOVE ZERO TO DST-COUNT
           OPEN INPUT DISTRICT-FILE
           IF WS-ODS-STATUS = "00"
              READ DISTRICT-FILE
              AT END
                 SET END-OF-DISTRICT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-DISTRICT-FILE
                      IF OD-DISTRICT-ID NUMERIC AND
                         OD-EFF-DATE NUMERIC AND
                         DST-COUNT LESS THAN 1000
                         ADD 1 TO DST-COUNT
                         MOVE DISTRICT-REC TO DISTRICT-ENTRY(DST-COUNT)
                      END-IF
                      READ DISTRICT-FILE
                      AT END
                         SET END-OF-DISTRICT-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE DISTRICT-FILE
           END-IF
           .

       LOAD-BRANCH-ASSIGN-TABLE.
           MOVE ZERO TO BAT-COUNT
           OPEN INPUT BRANCH-ASSIGN-FILE
           IF WS-OBR-STATUS = "00"
              READ BRANCH-ASSIGN-FILE
              AT END
                 SET END-OF-BRANCH-ASSIGN TO TRUE
              END-READ
              PERFORM UNTIL END-OF-BRANCH-ASSIGN
                      IF OB-BRANCH-ID NUMERIC AND
                         OB-EFF-DATE NUMERIC AND
                         OB-DISTRICT-ID NUMERIC AND
                         BAT-COUNT LESS THAN 5000
                         ADD 1 TO BAT-COUNT
                         MOVE BRANCH-ASSIGN-REC TO
                            BRANCH-ASSIGN-ENTRY(BAT-COUNT)
                      END-IF
                      READ BRANCH-ASSIGN-FILE
                      AT END
                         SET END-OF-BRANCH-ASSIGN TO TRUE
                      END-READ
              END-PERFORM
              CLOSE BRANCH-ASSIGN-FILE
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
                         MOVE SH-BRANCH-ID TO WS-LOOKUP-BRANCH
                         PERFORM FIND-OR-ADD-SCORE-BRANCH
                         IF SBT-FOUND-IDX GREATER THAN ZERO
                            IF SH-PERIOD = WS-RUN-PERIOD
                               ADD SH-AMOUNT TO
                                  SBT-THIS-YEAR(SBT-FOUND-IDX)
                               MOVE SH-STATE-NUM TO
                                  SBT-STATE-NUM(SBT-FOUND-IDX)
                               SET SBT-REPORTED-TY(SBT-FOUND-IDX)
                                  TO TRUE
                            ELSE
                               ADD SH-AMOUNT TO
                                  SBT-LAST-YEAR(SBT-FOUND-IDX)
                            END-IF
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

       LOAD-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXC-STATUS = "00"
              READ EXCEPTION-FILE
              AT END
                 SET END-OF-EXCEPTION-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-EXCEPTION-FILE
                      IF EXC-BRANCH-ID NUMERIC AND
                         EXC-SALES-PERIOD = WS-RUN-PERIOD-X
                         MOVE EXC-BRANCH-ID TO WS-LOOKUP-BRANCH
                         PERFORM FIND-OR-ADD-SCORE-BRANCH
                         IF SBT-FOUND-IDX GREATER THAN ZERO
                            ADD 1 TO SBT-EXC-OPENED(SBT-FOUND-IDX)
                            IF EXC-CLEARED
                               ADD 1 TO SBT-EXC-CLEARED(SBT-FOUND-IDX)
                            END-IF
                         END-IF
                      END-IF
                      READ EXCEPTION-FILE
                      AT END
                         SET END-OF-EXCEPTION-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE EXCEPTION-FILE
           END-IF
           .

       LOAD-CASH-UP-FILE.
           MOVE ZERO TO RGT-COUNT
           OPEN INPUT CASH-UP-FILE
           IF WS-CSH-STATUS = "00"
              READ CASH-UP-FILE
              AT END
                 SET END-OF-CASH-UP-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CASH-UP-FILE
                      IF CU-BRANCH-ID NUMERIC AND
                         CU-REGISTER-NUM NUMERIC AND
                         CU-TRAN-DATE NUMERIC AND
                         CU-DECLARED-AMOUNT NUMERIC AND
                         CU-TRAN-DATE(1:6) = WS-RUN-PERIOD-X
                         IF RGT-COUNT LESS THAN 5000
                            ADD 1 TO RGT-COUNT
                            MOVE CU-BRANCH-ID TO
                               RGT-BRANCH-ID(RGT-COUNT)
                            MOVE CU-REGISTER-NUM TO
                               RGT-REGISTER-NUM(RGT-COUNT)
                            MOVE CU-TRAN-DATE TO
                               RGT-TRAN-DATE(RGT-COUNT)
                            MOVE CU-DECLARED-AMOUNT TO
                               RGT-DECLARED(RGT-COUNT)
                            MOVE ZERO TO RGT-POSTED(RGT-COUNT)
                            MOVE CU-BRANCH-ID TO WS-LOOKUP-BRANCH
                            PERFORM FIND-OR-ADD-SCORE-BRANCH
                         ELSE
                            DISPLAY "CASH-UP TABLE FULL - RECORD "
                                    "DROPPED " CASH-UP-REC(1:18)
                         END-IF
                      END-IF
                      READ CASH-UP-FILE
                      AT END
                         SET END-OF-CASH-UP-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CASH-UP-FILE
           END-IF
           .

       POST-CANDY-SUMMARY.
           OPEN INPUT SUMMARY-FILE
           IF WS-CSM-STATUS NOT = "00"
              DISPLAY "NO CANDY SUMMARY ON HAND - RUN CANDY-SALE FIRST"
           ELSE
              SET SUMMARY-AVAILABLE TO TRUE
              READ SUMMARY-FILE NEXT RECORD
              AT END
                 SET END-OF-SUMMARY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUMMARY-FILE
                      IF CSM-POSTED AND
                         CSM-BRANCH-ID NUMERIC AND
                         CSM-REGISTER-NUM NUMERIC AND
                         CSM-TRAN-DATE NUMERIC AND
                         CSM-AMOUNT NUMERIC AND
                         CSM-TRAN-DATE(1:6) = WS-RUN-PERIOD-X
                         PERFORM POST-ONE-SUMMARY-ROW
                      END-IF
                      READ SUMMARY-FILE NEXT RECORD
                      AT END
                         SET END-OF-SUMMARY-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUMMARY-FILE
           END-IF
           .

       POST-ONE-SUMMARY-ROW.
           MOVE CSM-BRANCH-ID TO WS-LOOKUP-BRANCH
           MOVE CSM-REGISTER-NUM TO WS-LOOKUP-REGISTER
           MOVE CSM-TRAN-DATE TO WS-LOOKUP-DATE
           MOVE ZERO TO RGT-FOUND-IDX
           PERFORM VARYING RGT-IDX FROM 1 BY 1
              UNTIL RGT-IDX GREATER THAN RGT-COUNT
                 OR RGT-FOUND-IDX GREATER THAN ZERO
                   IF RGT-BRANCH-ID(RGT-IDX) = WS-LOOKUP-BRANCH AND
                      RGT-REGISTER-NUM(RGT-IDX) = WS-LOOKUP-REGISTER
                      AND RGT-TRAN-DATE(RGT-IDX) = WS-LOOKUP-DATE
                      MOVE RGT-IDX TO RGT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF RGT-FOUND-IDX GREATER THAN ZERO
              MOVE ZERO TO WS-POINTS-TENDER
              IF CSM-POINTS-REDEEMED NUMERIC AND
                 CSM-POINTS-REDEEMED GREATER THAN ZERO
                 COMPUTE WS-POINTS-TENDER =
                    CSM-POINTS-REDEEMED * LOYALTY-POINT-VALUE
              END-IF
              ADD CSM-AMOUNT TO RGT-POSTED(RGT-FOUND-IDX)
              SUBTRACT WS-POINTS-TENDER FROM RGT-POSTED(RGT-FOUND-IDX)
           END-IF
           .

       LOAD-SHRINKAGE.
           OPEN INPUT ADJUST-FILE
           IF WS-SCA-STATUS = "00"
              READ ADJUST-FILE
              AT END
                 SET END-OF-ADJUST-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-ADJUST-FILE
                      IF SCA-BRANCH-ID NUMERIC AND
                         SCA-COUNT-DATE NUMERIC AND
                         SCA-SHRINK-VALUE NUMERIC AND
                         SCA-COUNT-DATE(1:6) = WS-RUN-PERIOD-X
                         MOVE SCA-BRANCH-ID TO WS-LOOKUP-BRANCH
                         PERFORM FIND-OR-ADD-SCORE-BRANCH
                         IF SBT-FOUND-IDX GREATER THAN ZERO
                            ADD SCA-SHRINK-VALUE TO
                               SBT-SHRINK(SBT-FOUND-IDX)
                         END-IF
                      END-IF
                      READ ADJUST-FILE
                      AT END
                         SET END-OF-ADJUST-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE ADJUST-FILE
           END-IF
           .

       FIND-SCORE-BRANCH.
           MOVE ZERO TO SBT-FOUND-IDX
           PERFORM VARYING SBT-IDX FROM 1 BY 1
              UNTIL SBT-IDX GREATER THAN SBT-COUNT
                 OR SBT-FOUND-IDX GREATER THAN ZERO
                   IF SBT-BRANCH-ID(SBT-IDX) = WS-LOOKUP-BRANCH
                      MOVE SBT-IDX TO SBT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       FIND-OR-ADD-SCORE-BRANCH.
           PERFORM FIND-SCORE-BRANCH
           IF SBT-FOUND-IDX = ZERO
              IF SBT-COUNT LESS THAN 1000
                 ADD 1 TO SBT-COUNT
                 MOVE SBT-COUNT TO SBT-FOUND-IDX
                 MOVE WS-LOOKUP-BRANCH TO SBT-BRANCH-ID(SBT-COUNT)
                 MOVE ZERO TO SBT-STATE-NUM(SBT-COUNT)
                 MOVE SPACES TO SBT-BRANCH-NAME(SBT-COUNT)
                 MOVE SPACE TO SBT-COMP-FLAG(SBT-COUNT)
                 MOVE "N" TO SBT-TY-FLAG(SBT-COUNT)
                 MOVE ZERO TO SBT-DISTRICT-ID(SBT-COUNT)
                 MOVE ZERO TO SBT-DM-ID(SBT-COUNT)
                 MOVE ZERO TO SBT-RM-ID(SBT-COUNT)
                 MOVE ZERO TO SBT-THIS-YEAR(SBT-COUNT)
                 MOVE ZERO TO SBT-LAST-YEAR(SBT-COUNT)
                 MOVE ZERO TO SBT-TARGET(SBT-COUNT)
                 MOVE ZERO TO SBT-EXC-OPENED(SBT-COUNT)
                 MOVE ZERO TO SBT-EXC-CLEARED(SBT-COUNT)
                 MOVE ZERO TO SBT-DECLARED(SBT-COUNT)
                 MOVE ZERO TO SBT-POSTED(SBT-COUNT)
                 MOVE ZERO TO SBT-SHRINK(SBT-COUNT)
              ELSE
                 SET SBT-OVERFLOW TO TRUE
              END-IF
           END-IF
           .

       CLASSIFY-ONE-BRANCH.
           MOVE SBT-BRANCH-ID(SBT-IDX) TO BM-BRANCH-ID
           READ BRANCH-MASTER-FILE
              INVALID KEY
                 MOVE "NOT ON MASTER" TO SBT-BRANCH-NAME(SBT-IDX)
              NOT INVALID KEY
                 MOVE BM-BRANCH-NAME TO SBT-BRANCH-NAME(SBT-IDX)
                 IF BM-STATE-NUM GREATER THAN ZERO AND
                    BM-STATE-NUM NOT GREATER THAN 50
                    MOVE BM-STATE-NUM TO SBT-STATE-NUM(SBT-IDX)
                 END-IF
                 PERFORM JUDGE-COMPARABILITY
           END-READ
           .

       JUDGE-COMPARABILITY.
           SET SBT-COMPARABLE(SBT-IDX) TO TRUE
           IF BM-CLOSE-DATE NUMERIC AND
              BM-CLOSE-DATE GREATER THAN ZERO
              IF BM-CLOSE-DATE(1:6) NOT GREATER THAN WS-RUN-PERIOD
                 MOVE "X" TO SBT-COMP-FLAG(SBT-IDX)
              END-IF
           ELSE
              IF BM-BRANCH-CLOSED
                 MOVE "X" TO SBT-COMP-FLAG(SBT-IDX)
              END-IF
           END-IF
           IF SBT-COMPARABLE(SBT-IDX)
              PERFORM VARYING TRT-IDX FROM 1 BY 1
                 UNTIL TRT-IDX GREATER THAN TRT-COUNT
                      IF TRT-BRANCH-ID(TRT-IDX) =
                         SBT-BRANCH-ID(SBT-IDX)
                         MOVE "T" TO SBT-COMP-FLAG(SBT-IDX)
                      END-IF
              END-PERFORM
           END-IF
           IF SBT-COMPARABLE(SBT-IDX)
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
                    MOVE "N" TO SBT-COMP-FLAG(SBT-IDX)
                 END-IF
              ELSE
                 MOVE "N" TO SBT-COMP-FLAG(SBT-IDX)
              END-IF
           END-IF
           .

       ASSIGN-ONE-BRANCH.
           MOVE ZERO TO BAT-EFFECT-IDX
           MOVE ZERO TO WS-BEST-DATE
           PERFORM VARYING BAT-IDX FROM 1 BY 1
              UNTIL BAT-IDX GREATER THAN BAT-COUNT
                   IF BAT-BRANCH-ID(BAT-IDX) = SBT-BRANCH-ID(SBT-IDX)
                      AND BAT-EFF-DATE(BAT-IDX) NOT GREATER THAN
                         WS-AS-OF-DATE
                      AND BAT-EFF-DATE(BAT-IDX) NOT LESS THAN
                         WS-BEST-DATE
                      MOVE BAT-IDX TO BAT-EFFECT-IDX
                      MOVE BAT-EFF-DATE(BAT-IDX) TO WS-BEST-DATE
                   END-IF
           END-PERFORM
           IF BAT-EFFECT-IDX GREATER THAN ZERO
              MOVE BAT-DISTRICT-ID(BAT-EFFECT-IDX) TO WS-WORK-DISTRICT
              PERFORM FIND-DISTRICT-IN-EFFECT
              IF DST-EFFECT-IDX GREATER THAN ZERO
                 MOVE WS-WORK-DISTRICT TO SBT-DISTRICT-ID(SBT-IDX)
                 MOVE DST-DM-ID(DST-EFFECT-IDX) TO SBT-DM-ID(SBT-IDX)
                 MOVE DST-RM-ID(DST-EFFECT-IDX) TO SBT-RM-ID(SBT-IDX)
              END-IF
           END-IF
           .

       FIND-DISTRICT-IN-EFFECT.
           MOVE ZERO TO DST-EFFECT-IDX
           MOVE ZERO TO WS-BEST-DATE
           PERFORM VARYING DST-IDX FROM 1 BY 1
              UNTIL DST-IDX GREATER THAN DST-COUNT
                   IF DST-DISTRICT-ID(DST-IDX) = WS-WORK-DISTRICT AND
                      DST-EFF-DATE(DST-IDX) NOT GREATER THAN
                         WS-AS-OF-DATE AND
                      DST-EFF-DATE(DST-IDX) NOT LESS THAN WS-BEST-DATE
                      MOVE DST-IDX TO DST-EFFECT-IDX
                      MOVE DST-EFF-DATE(DST-IDX) TO WS-BEST-DATE
                   END-IF
           END-PERFORM
           .

       LOAD-STATE-TARGETS.
           MOVE ZEROS TO STATE-TARGET-TABLE
           OPEN INPUT STATE-TARGETS-FILE
           IF WS-TGT-STATUS = "00"
              READ STATE-TARGETS-FILE
              AT END
                 SET END-OF-STATE-TARGETS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-STATE-TARGETS
                      IF TGT-STATE-NUM NUMERIC AND
                         TGT-STATE-NUM GREATER THAN ZERO AND
                         TGT-STATE-NUM NOT GREATER THAN 50 AND
                         TGT-PERIOD = WS-RUN-PERIOD AND
                         TGT-AMOUNT NUMERIC
                         MOVE TGT-AMOUNT TO STT-TARGET(TGT-STATE-NUM)
                      END-IF
                      READ STATE-TARGETS-FILE
                      AT END
                         SET END-OF-STATE-TARGETS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE STATE-TARGETS-FILE
           END-IF
           PERFORM VARYING SBT-IDX FROM 1 BY 1
              UNTIL SBT-IDX GREATER THAN SBT-COUNT
                   MOVE SBT-STATE-NUM(SBT-IDX) TO STATE-IDX
                   IF SBT-REPORTED-TY(SBT-IDX) AND
                      STATE-IDX GREATER THAN ZERO AND
                      STATE-IDX NOT GREATER THAN 50
                      ADD 1 TO STT-BRANCHES(STATE-IDX)
                   END-IF
           END-PERFORM
           .

       SHARE-STATE-TARGET.
           MOVE SBT-STATE-NUM(SBT-IDX) TO STATE-IDX
           IF SBT-REPORTED-TY(SBT-IDX) AND
              STATE-IDX GREATER THAN ZERO AND
              STATE-IDX NOT GREATER THAN 50
              IF STT-BRANCHES(STATE-IDX) GREATER THAN ZERO
                 COMPUTE SBT-TARGET(SBT-IDX) ROUNDED =
                    STT-TARGET(STATE-IDX) / STT-BRANCHES(STATE-IDX)
              END-IF
           END-IF
           .

       ROLL-UP-ONE-BRANCH.
           ADD 1 TO CHN-BRANCHES
           ADD SBT-THIS-YEAR(SBT-IDX) TO CHN-SALES
           ADD SBT-TARGET(SBT-IDX) TO CHN-TARGET
           IF SBT-COMPARABLE(SBT-IDX)
              ADD SBT-THIS-YEAR(SBT-IDX) TO CHN-COMP-TY
              ADD SBT-LAST-YEAR(SBT-IDX) TO CHN-COMP-LY
           END-IF
           ADD SBT-EXC-OPENED(SBT-IDX) TO CHN-EXC-OPENED
           ADD SBT-EXC-CLEARED(SBT-IDX) TO CHN-EXC-CLEARED
           COMPUTE CHN-OVER-SHORT = CHN-OVER-SHORT +
              SBT-DECLARED(SBT-IDX) - SBT-POSTED(SBT-IDX)
           ADD SBT-SHRINK(SBT-IDX) TO CHN-SHRINK
           IF SBT-DISTRICT-ID(SBT-IDX) = ZERO
              ADD 1 TO UNASSIGNED-COUNT
              MOVE 9 TO WS-SCORE-LEVEL
              MOVE ZERO TO WS-SCORE-ID
              MOVE "NO DISTRICT" TO WS-SCORE-NAME
              PERFORM ADD-TO-SCORE-ENTRY
           ELSE
              MOVE 1 TO WS-SCORE-LEVEL
              MOVE SBT-DISTRICT-ID(SBT-IDX) TO WS-SCORE-ID
              MOVE SBT-DISTRICT-ID(SBT-IDX) TO WS-WORK-DISTRICT
              PERFORM FIND-DISTRICT-IN-EFFECT
              MOVE DST-NAME(DST-EFFECT-IDX) TO WS-SCORE-NAME
              PERFORM ADD-TO-SCORE-ENTRY
              MOVE 2 TO WS-SCORE-LEVEL
              MOVE SBT-DM-ID(SBT-IDX) TO WS-SCORE-ID
              PERFORM SET-MANAGER-NAME
              PERFORM ADD-TO-SCORE-ENTRY
              MOVE 3 TO WS-SCORE-LEVEL
              MOVE SBT-RM-ID(SBT-IDX) TO WS-SCORE-ID
              PERFORM SET-MANAGER-NAME
              PERFORM ADD-TO-SCORE-ENTRY
           END-IF
           .

       SET-MANAGER-NAME.
           MOVE "NOT ON MANAGER FILE" TO WS-SCORE-NAME
           PERFORM VARYING MGT-IDX FROM 1 BY 1
              UNTIL MGT-IDX GREATER THAN MGT-COUNT
                   IF MGT-MANAGER-ID(MGT-IDX) = WS-SCORE-ID
                      MOVE MGT-NAME(MGT-IDX) TO WS-SCORE-NAME
                   END-IF
           END-PERFORM
           .

       ADD-TO-SCORE-ENTRY.
           MOVE ZERO TO SCR-FOUND-IDX
           PERFORM VARYING SCR-IDX FROM 1 BY 1
              UNTIL SCR-IDX GREATER THAN SCR-COUNT
                 OR SCR-FOUND-IDX GREATER THAN ZERO
                   IF SCR-KEY(SCR-IDX) = WS-SCORE-KEY
                      MOVE SCR-IDX TO SCR-FOUND-IDX
                   END-IF
           END-PERFORM
           IF SCR-FOUND-IDX = ZERO AND SCR-COUNT LESS THAN 1500
              ADD 1 TO SCR-COUNT
              MOVE SCR-COUNT TO SCR-FOUND-IDX
              MOVE WS-SCORE-KEY TO SCR-KEY(SCR-COUNT)
              MOVE WS-SCORE-NAME TO SCR-NAME(SCR-COUNT)
              MOVE ZERO TO SCR-BRANCHES(SCR-COUNT)
              MOVE ZERO TO SCR-SALES(SCR-COUNT)
              MOVE ZERO TO SCR-TARGET(SCR-COUNT)
              MOVE ZERO TO SCR-COMP-TY(SCR-COUNT)
              MOVE ZERO TO SCR-COMP-LY(SCR-COUNT)
              MOVE ZERO TO SCR-EXC-OPENED(SCR-COUNT)
              MOVE ZERO TO SCR-EXC-CLEARED(SCR-COUNT)
              MOVE ZERO TO SCR-OVER-SHORT(SCR-COUNT)
              MOVE ZERO TO SCR-SHRINK(SCR-COUNT)
           END-IF
           IF SCR-FOUND-IDX GREATER THAN ZERO
              ADD 1 TO SCR-BRANCHES(SCR-FOUND-IDX)
              ADD SBT-THIS-YEAR(SBT-IDX) TO SCR-SALES(SCR-FOUND-IDX)
              ADD SBT-TARGET(SBT-IDX) TO SCR-TARGET(SCR-FOUND-IDX)
              IF SBT-COMPARABLE(SBT-IDX)
                 ADD SBT-THIS-YEAR(SBT-IDX) TO
                    SCR-COMP-TY(SCR-FOUND-IDX)
                 ADD SBT-LAST-YEAR(SBT-IDX) TO
                    SCR-COMP-LY(SCR-FOUND-IDX)
              END-IF
              ADD SBT-EXC-OPENED(SBT-IDX) TO
                 SCR-EXC-OPENED(SCR-FOUND-IDX)
              ADD SBT-EXC-CLEARED(SBT-IDX) TO
                 SCR-EXC-CLEARED(SCR-FOUND-IDX)
              COMPUTE SCR-OVER-SHORT(SCR-FOUND-IDX) =
                 SCR-OVER-SHORT(SCR-FOUND-IDX) +
                 SBT-DECLARED(SBT-IDX) - SBT-POSTED(SBT-IDX)
              ADD SBT-SHRINK(SBT-IDX) TO SCR-SHRINK(SCR-FOUND-IDX)
           END-IF
           .

       SORT-SCORE-TABLE.
           PERFORM VARYING SCR-IDX FROM 2 BY 1
              UNTIL SCR-IDX GREATER THAN SCR-COUNT
                   MOVE SCORE-ENTRY(SCR-IDX) TO SCR-SWAP-ENTRY
                   PERFORM VARYING SCR-SORT-IDX FROM SCR-IDX BY -1
                      UNTIL SCR-SORT-IDX = 1 OR
                         SCORE-ENTRY(SCR-SORT-IDX - 1)(1:6) NOT
                            GREATER THAN SCR-SWAP-ENTRY(1:6)
                         MOVE SCORE-ENTRY(SCR-SORT-IDX - 1) TO
                            SCORE-ENTRY(SCR-SORT-IDX)
                   END-PERFORM
                   MOVE SCR-SWAP-ENTRY TO SCORE-ENTRY(SCR-SORT-IDX)
           END-PERFORM
           .

       PRINT-SECTION-HEADING.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE SECTION-HEADING TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY SECTION-HEADING
           .

       PRINT-SCORE-SECTION.
           PERFORM PRINT-SECTION-HEADING
           MOVE ZERO TO WS-LIST-COUNT
           PERFORM VARYING SCR-IDX FROM 1 BY 1
              UNTIL SCR-IDX GREATER THAN SCR-COUNT
                   IF SCR-LEVEL(SCR-IDX) = WS-PRINT-LEVEL
                      ADD 1 TO WS-LIST-COUNT
                      PERFORM PRINT-SCORE-LINE
                   END-IF
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
              MOVE "  NONE" TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY REPORT-FILE-REC
           END-IF
           .

       PRINT-SCORE-LINE.
           MOVE SPACES TO PRN-SC-LABEL
           IF SCR-DISTRICT(SCR-IDX)
              STRING SCR-ID(SCR-IDX)(2:4) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SCR-NAME(SCR-IDX) DELIMITED BY SIZE
                     INTO PRN-SC-LABEL
           ELSE
              STRING SCR-ID(SCR-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SCR-NAME(SCR-IDX) DELIMITED BY SIZE
                     INTO PRN-SC-LABEL
           END-IF
           MOVE SCR-BRANCHES(SCR-IDX) TO LIN-BRANCHES
           MOVE SCR-SALES(SCR-IDX) TO LIN-SALES
           MOVE SCR-TARGET(SCR-IDX) TO LIN-TARGET
           MOVE SCR-COMP-TY(SCR-IDX) TO LIN-COMP-TY
           MOVE SCR-COMP-LY(SCR-IDX) TO LIN-COMP-LY
           MOVE SCR-EXC-OPENED(SCR-IDX) TO LIN-EXC-OPENED
           MOVE SCR-EXC-CLEARED(SCR-IDX) TO LIN-EXC-CLEARED
           MOVE SCR-OVER-SHORT(SCR-IDX) TO LIN-OVER-SHORT
           MOVE SCR-SHRINK(SCR-IDX) TO LIN-SHRINK
           PERFORM PRINT-TOTALS-LINE
           .

       PRINT-TOTALS-LINE.
           IF LIN-TARGET NOT = ZERO
              COMPUTE WS-TARGET-PCT ROUNDED =
                 LIN-SALES * 100 / LIN-TARGET
                 ON SIZE ERROR
                    MOVE ZERO TO WS-TARGET-PCT
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-TARGET-PCT
           END-IF
           IF LIN-COMP-LY NOT = ZERO
              COMPUTE WS-COMP-PCT ROUNDED =
                 (LIN-COMP-TY - LIN-COMP-LY) * 100 / LIN-COMP-LY
                 ON SIZE ERROR
                    MOVE ZERO TO WS-COMP-PCT
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-COMP-PCT
           END-IF
           MOVE LIN-SALES TO PRN-SC-SALES
           MOVE LIN-TARGET TO PRN-SC-TARGET
           MOVE WS-TARGET-PCT TO PRN-SC-TGT-PCT
           MOVE WS-COMP-PCT TO PRN-SC-COMP-PCT
           MOVE LIN-EXC-OPENED TO PRN-SC-EXC-OPENED
           MOVE LIN-EXC-CLEARED TO PRN-SC-EXC-CLEARED
           MOVE LIN-OVER-SHORT TO PRN-SC-OVER-SHORT
           MOVE LIN-SHRINK TO PRN-SC-SHRINK
           MOVE LIN-BRANCHES TO PRN-SC-BRANCHES
           MOVE SCORE-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY SCORE-LINE
           .

       PRINT-UNASSIGNED-SECTION.
           MOVE "Branches with no district at end of period" TO
              PRN-SECTION-NAME
           PERFORM PRINT-SECTION-HEADING
           IF UNASSIGNED-COUNT = ZERO
              MOVE "  NONE" TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY REPORT-FILE-REC
           END-IF
           PERFORM VARYING SBT-IDX FROM 1 BY 1
              UNTIL SBT-IDX GREATER THAN SBT-COUNT
                   IF SBT-DISTRICT-ID(SBT-IDX) = ZERO
                      MOVE SPACES TO REPORT-FILE-REC
                      STRING "  " DELIMITED BY SIZE
                             SBT-BRANCH-ID(SBT-IDX) DELIMITED BY SIZE
                             " " DELIMITED BY SIZE
                             SBT-BRANCH-NAME(SBT-IDX)
                                DELIMITED BY SIZE
                             "  STATE " DELIMITED BY SIZE
                             SBT-STATE-NUM(SBT-IDX) DELIMITED BY SIZE
                             INTO REPORT-FILE-REC
                      WRITE REPORT-FILE-REC
                      DISPLAY REPORT-FILE-REC
                   END-IF
           END-PERFORM
           .

       WRITE-SCORECARD-EXTRACT.
           MOVE SPACES TO WS-EXTRACT-NAME
           STRING "mgr_scorecard_" DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-EXTRACT-NAME
           OPEN OUTPUT EXTRACT-FILE
           PERFORM VARYING SCR-IDX FROM 1 BY 1
              UNTIL SCR-IDX GREATER THAN SCR-COUNT
                   IF SCR-DISTRICT-MGR(SCR-IDX) OR
                      SCR-REGIONAL-MGR(SCR-IDX)
                      ADD 1 TO MANAGER-COUNT
                      MOVE WS-RUN-PERIOD TO MSC-PERIOD
                      IF SCR-DISTRICT-MGR(SCR-IDX)
                         MOVE "D" TO MSC-LEVEL
                      ELSE
                         MOVE "R" TO MSC-LEVEL
                      END-IF
                      MOVE SCR-ID(SCR-IDX) TO MSC-MANAGER-ID
                      MOVE SCR-BRANCHES(SCR-IDX) TO MSC-BRANCHES
                      MOVE SCR-SALES(SCR-IDX) TO MSC-SALES
                      MOVE SCR-TARGET(SCR-IDX) TO MSC-TARGET
                      MOVE SCR-COMP-TY(SCR-IDX) TO MSC-COMP-THIS-YEAR
                      MOVE SCR-COMP-LY(SCR-IDX) TO MSC-COMP-LAST-YEAR
                      MOVE SCR-EXC-OPENED(SCR-IDX) TO MSC-EXC-OPENED
                      MOVE SCR-EXC-CLEARED(SCR-IDX) TO MSC-EXC-CLEARED
                      MOVE SCR-OVER-SHORT(SCR-IDX) TO MSC-OVER-SHORT
                      MOVE SCR-SHRINK(SCR-IDX) TO MSC-SHRINK
                      WRITE EXTRACT-REC
                   END-IF
           END-PERFORM
           CLOSE EXTRACT-FILE
           .

       LOG-RUN-OUTCOME.
           MOVE SPACES TO MLG-TEXT
           EVALUATE TRUE
              WHEN SBT-OVERFLOW
                 MOVE "W" TO MLG-SEVERITY
                 MOVE "MS0002" TO MLG-CODE
                 STRING WS-RUN-PERIOD DELIMITED BY SIZE
                        " OVER 1000 BRANCHES - SCORECARD PARTIAL"
                           DELIMITED BY SIZE
                        INTO MLG-TEXT
              WHEN NOT SUMMARY-AVAILABLE
                 MOVE "W" TO MLG-SEVERITY
                 MOVE "MS0003" TO MLG-CODE
                 STRING WS-RUN-PERIOD DELIMITED BY SIZE
                        " NO CANDY SUMMARY - OVER/SHORT NOT SCORED"
                           DELIMITED BY SIZE
                        INTO MLG-TEXT
              WHEN UNASSIGNED-COUNT GREATER THAN ZERO
                 MOVE "W" TO MLG-SEVERITY
                 MOVE "MS0001" TO MLG-CODE
                 STRING WS-RUN-PERIOD DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        UNASSIGNED-COUNT DELIMITED BY SIZE
                        " BRANCHES WITH ACTIVITY HAVE NO DISTRICT"
                           DELIMITED BY SIZE
                        INTO MLG-TEXT
              WHEN OTHER
                 MOVE "I" TO MLG-SEVERITY
                 MOVE "MS0100" TO MLG-CODE
                 STRING WS-RUN-PERIOD DELIMITED BY SIZE
                        " SCORECARD FOR " DELIMITED BY SIZE
                        MANAGER-COUNT DELIMITED BY SIZE
                        " MANAGERS" DELIMITED BY SIZE
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
