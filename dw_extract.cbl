       IDENTIFICATION DIVISION.
       PROGRAM-ID. DW-EXTRACT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.
           SELECT STATE-TABLE-FILE ASSIGN TO "state_table.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ST-STATUS.
           SELECT PROMO-FILE ASSIGN TO "promotions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRO-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "business_calendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-STATUS.
           SELECT TRAN-STORE-FILE ASSIGN TO "candy_tran_store.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CTS-KEY
                 ALTERNATE RECORD KEY IS CTS-DATE-KEY WITH DUPLICATES
                 FILE STATUS IS WS-CTS-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO
                 "branch_sales_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SHS-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "dw_snapshot.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SNP-STATUS.
           SELECT EXTRACT-CONTROL-FILE ASSIGN TO
                 "dw_extract_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DWC-STATUS.
           SELECT FACT-CANDY-LINE-FILE ASSIGN TO DWN-FACT-CANDY-LINE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DWX-STATUS.
           SELECT FACT-BRANCH-SALES-FILE ASSIGN TO
                 DWN-FACT-BRANCH-SALES
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DWX-STATUS.
           SELECT DIM-BRANCH-FILE ASSIGN TO DWN-DIM-BRANCH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DWX-STATUS.
           SELECT DIM-CANDY-TYPE-FILE ASSIGN TO DWN-DIM-CANDY-TYPE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DWX-STATUS.
           SELECT DIM-STATE-FILE ASSIGN TO DWN-DIM-STATE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DWX-STATUS.
           SELECT DIM-PROMOTION-FILE ASSIGN TO DWN-DIM-PROMOTION
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DWX-STATUS.
           SELECT DIM-DATE-FILE ASSIGN TO DWN-DIM-DATE
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DWX-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
          88 END-OF-CANDY-TYPES                        VALUE HIGH-VALUES
           .
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

       FD STATE-TABLE-FILE.
       01 STATE-TABLE-REC.
          88 END-OF-STATE-TABLE                        VALUE HIGH-VALUES
           .
          05 ST-STATE-NUM           PIC 99.
          05 ST-STATE-NAME          PIC X(20).
          05 ST-REGION-CODE         PIC X.

       FD PROMO-FILE.
       01 PROMO-REC.
          88 END-OF-PROMO-FILE                         VALUE HIGH-VALUES
           .
          05 PRO-PROMO-CODE         PIC X(4).
          05 PRO-DESCRIPTION        PIC X(30).
          05 PRO-START-DATE         PIC 9(8).
          05 PRO-END-DATE           PIC 9(8).
          05 PRO-TYPE-CODE          PIC 9(3).
          05 PRO-CATEGORY           PIC X(10).
          05 PRO-DISCOUNT-PCT       PIC 99V9.
          05 PRO-FUND-SUPPLIER-ID   PIC 9(5).
          05 PRO-REBATE-BASIS       PIC X.
          05 PRO-REBATE-RATE        PIC 9(3)V99.

       FD CALENDAR-FILE.
       01 CALENDAR-REC.
          88 END-OF-CALENDAR-FILE                      VALUE HIGH-VALUES
           .
          05 CAL-DATE               PIC 9(8).
          05 CAL-BUSINESS-DAY       PIC X.
          05 CAL-HOLIDAY-NAME       PIC X(20).
          05 CAL-PERIOD             PIC 9(6).

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

       FD SALES-HISTORY-FILE.
       01 SALES-HISTORY-REC.
          88 END-OF-SALES-HISTORY                      VALUE HIGH-VALUES
           .
          05 SH-BRANCH-ID           PIC 9(7).
          05 SH-STATE-NUM           PIC 99.
          05 SH-PERIOD              PIC 9(6).
          05 SH-AMOUNT              PIC S9(9)V99.

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-REC.
          88 END-OF-SNAPSHOT                           VALUE HIGH-VALUES
           .
          05 SSR-DIM                PIC XX.
          05 SSR-KEY                PIC X(13).
          05 SSR-STATUS             PIC X.
          05 SSR-IMAGE              PIC X(120).

       FD EXTRACT-CONTROL-FILE.
       01 EXTRACT-CONTROL-REC.
          88 END-OF-EXTRACT-CONTROL                    VALUE HIGH-VALUES
           .
          05 DWC-EXTRACT-SEQ        PIC 9(6).
          05 DWC-RUN-DATE           PIC 9(8).
          05 DWC-RUN-TIME           PIC 9(6).
          05 DWC-FROM-POSTED        PIC 9(8).
          05 DWC-TO-POSTED          PIC 9(8).
          05 DWC-FILE-COUNT         PIC 9(9) OCCURS 7 TIMES.

       FD FACT-CANDY-LINE-FILE.
       01 FACT-CANDY-LINE-REC.
          05 FCL-REC-TYPE           PIC X.
          05 FCL-TRAN-DATE          PIC 9(8).
          05 FCL-BRANCH-KEY         PIC 9(10).
          05 FCL-BRANCH-ID          PIC 9(7).
          05 FCL-REGISTER-NUM       PIC 9(3).
          05 FCL-RECEIPT-SEQ        PIC 9(6).
          05 FCL-STATE-NUM          PIC 99.
          05 FCL-TYPE-CODE          PIC 9(3).
          05 FCL-PROMO-CODE         PIC X(4).
          05 FCL-QUANTITY           PIC 9(5).
          05 FCL-UNIT-PRICE         PIC 9(5)V99.
          05 FCL-AMOUNT             PIC S9(7)V99.
          05 FCL-MEMBER-NUM         PIC 9(7).
          05 FCL-POINTS-REDEEMED    PIC 9(5).
          05 FCL-RA-NUMBER          PIC 9(6).
          05 FCL-POSTED-DATE        PIC 9(8).
       01 FACT-CANDY-LINE-CONTROL   PIC X(91).

       FD FACT-BRANCH-SALES-FILE.
       01 FACT-BRANCH-SALES-REC.
          05 FBS-REC-TYPE           PIC X.
          05 FBS-CHANGE-TYPE        PIC X.
          05 FBS-PERIOD             PIC 9(6).
          05 FBS-BRANCH-KEY         PIC 9(10).
          05 FBS-BRANCH-ID          PIC 9(7).
          05 FBS-STATE-NUM          PIC 99.
          05 FBS-SALES-AMOUNT       PIC S9(11)V99.
       01 FACT-BRANCH-SALES-CONTROL PIC X(47).

       FD DIM-BRANCH-FILE.
       01 DIM-BRANCH-REC.
          05 DBR-REC-TYPE           PIC X.
          05 DBR-CHANGE-TYPE        PIC X.
          05 DBR-BRANCH-KEY         PIC 9(10).
          05 DBR-BRANCH-ID          PIC 9(7).
          05 DBR-VERSION            PIC 9(3).
          05 DBR-EFF-FROM           PIC 9(8).
          05 DBR-EFF-TO             PIC 9(8).
          05 DBR-CURRENT-FLAG       PIC X.
          05 DBR-STATE-NUM          PIC 99.
          05 DBR-BRANCH-NAME        PIC X(30).
          05 DBR-BRANCH-ADDRESS     PIC X(40).
          05 DBR-OPEN-DATE          PIC 9(8).
          05 DBR-STATUS             PIC X.
          05 DBR-CLOSE-DATE         PIC 9(8).
          05 DBR-OWNERSHIP          PIC X.
          05 DBR-FRANCHISEE-ID      PIC 9(5).
       01 DIM-BRANCH-CONTROL        PIC X(134).

       FD DIM-CANDY-TYPE-FILE.
       01 DIM-CANDY-TYPE-REC.
          05 DCT-REC-TYPE           PIC X.
          05 DCT-CHANGE-TYPE        PIC X.
          05 DCT-TYPE-CODE          PIC 9(3).
          05 DCT-TYPE-NAME          PIC X(20).
          05 DCT-CATEGORY           PIC X(10).
          05 DCT-ACTIVE             PIC X.
       01 DIM-CANDY-TYPE-CONTROL    PIC X(47).

       FD DIM-STATE-FILE.
       01 DIM-STATE-REC.
          05 DST-REC-TYPE           PIC X.
          05 DST-CHANGE-TYPE        PIC X.
          05 DST-STATE-NUM          PIC 99.
          05 DST-STATE-NAME         PIC X(20).
          05 DST-REGION-CODE        PIC X.
       01 DIM-STATE-CONTROL         PIC X(47).

       FD DIM-PROMOTION-FILE.
       01 DIM-PROMOTION-REC.
          05 DPR-REC-TYPE           PIC X.
          05 DPR-CHANGE-TYPE        PIC X.
          05 DPR-PROMO-CODE         PIC X(4).
          05 DPR-DESCRIPTION        PIC X(30).
          05 DPR-START-DATE         PIC 9(8).
          05 DPR-END-DATE           PIC 9(8).
          05 DPR-TYPE-CODE          PIC 9(3).
          05 DPR-CATEGORY           PIC X(10).
          05 DPR-DISCOUNT-PCT       PIC 99V9.
       01 DIM-PROMOTION-CONTROL     PIC X(69).

       FD DIM-DATE-FILE.
       01 DIM-DATE-REC.
          05 DDT-REC-TYPE           PIC X.
          05 DDT-CHANGE-TYPE        PIC X.
          05 DDT-DATE               PIC 9(8).
          05 DDT-YEAR               PIC 9(4).
          05 DDT-MONTH              PIC 99.
          05 DDT-DAY                PIC 99.
          05 DDT-DAY-OF-WEEK        PIC 9.
          05 DDT-BUSINESS-DAY       PIC X.
          05 DDT-HOLIDAY-NAME       PIC X(20).
          05 DDT-PERIOD             PIC 9(6).
       01 DIM-DATE-CONTROL          PIC X(47).

       WORKING-STORAGE SECTION.
       01 WS-BM-STATUS              PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-ST-STATUS              PIC XX.
       01 WS-PRO-STATUS             PIC XX.
       01 WS-CAL-STATUS             PIC XX.
       01 WS-CTS-STATUS             PIC XX.
       01 WS-SHS-STATUS             PIC XX.
       01 WS-SNP-STATUS             PIC XX.
       01 WS-DWC-STATUS             PIC XX.
       01 WS-DWX-STATUS             PIC XX.
       01 EXTRACT-FILE-NAMES.
          05 DWN-FACT-CANDY-LINE    PIC X(40).
          05 DWN-FACT-BRANCH-SALES  PIC X(40).
          05 DWN-DIM-BRANCH         PIC X(40).
          05 DWN-DIM-CANDY-TYPE     PIC X(40).
          05 DWN-DIM-STATE          PIC X(40).
          05 DWN-DIM-PROMOTION      PIC X(40).
          05 DWN-DIM-DATE           PIC X(40).
       01 WS-OPEN-FILE-NAME         PIC X(40).
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-PRIOR-DATE             PIC 9(8).
       01 WS-TIME-OF-DAY            PIC 9(8).
       01 WS-RUN-TIME               PIC 9(6).
       01 WS-EXTRACT-SEQ            PIC 9(6)     VALUE ZERO.
       01 WS-FROM-POSTED            PIC 9(8)     VALUE ZERO.
       01 WS-DAY-INTEGER            PIC 9(9).
       01 WS-END-OF-MASTER          PIC X        VALUE "N".
          88 END-OF-MASTER                       VALUE "Y".
       01 WS-END-OF-STORE           PIC X        VALUE "N".
          88 END-OF-STORE                        VALUE "Y".
       01 WS-EXTRACT-FILES-OPEN     PIC X        VALUE "N".
          88 EXTRACT-FILES-OPEN                  VALUE "Y".
       01 WS-SOURCE-NAME            PIC X(40).

       01 WS-CUR-DIM                PIC XX.
       01 WS-CHANGE-TYPE            PIC X.
          88 CHANGE-IS-NEW                       VALUE "N".
          88 CHANGE-IS-UPDATE                    VALUE "U".
          88 CHANGE-IS-EXPIRY                    VALUE "X".
          88 CHANGE-IS-DELETE                    VALUE "D".
       01 WS-ROW-EFF-TO             PIC 9(8).
       01 WS-ROW-CURRENT            PIC X.
       01 WS-BRANCH-KEY             PIC 9(10).
       01 WS-KEY-BRANCH-ID          PIC 9(7).
       01 WS-LAST-KEY-BRANCH-ID     PIC 9(7)     VALUE ZERO.
       01 WS-LAST-BRANCH-KEY        PIC 9(10)    VALUE ZERO.

       01 WS-SEARCH-KEY.
          05 WS-SEARCH-DIM          PIC XX.
          05 WS-SEARCH-ID           PIC X(13).
       01 WS-SEARCH-BRANCH-PERIOD REDEFINES WS-SEARCH-KEY.
          05 FILLER                 PIC XX.
          05 WS-SEARCH-BRANCH-ID    PIC 9(7).
          05 WS-SEARCH-PERIOD       PIC 9(6).

       01 WS-IMAGE                  PIC X(120).
       01 WS-BRANCH-IMAGE REDEFINES WS-IMAGE.
          05 IMB-VERSION            PIC 9(3).
          05 IMB-EFF-FROM           PIC 9(8).
          05 IMB-MASTER-DATA.
             10 IMB-BRANCH-ID       PIC 9(7).
             10 IMB-STATE-NUM       PIC 99.
             10 IMB-BRANCH-NAME     PIC X(30).
             10 IMB-BRANCH-ADDRESS  PIC X(40).
             10 IMB-OPEN-DATE       PIC 9(8).
             10 IMB-STATUS          PIC X.
             10 IMB-CLOSE-DATE      PIC 9(8).
             10 IMB-OWNERSHIP       PIC X.
             10 IMB-FRANCHISEE-ID   PIC 9(5).
          05 FILLER                 PIC X(7).
       01 WS-CANDY-TYPE-IMAGE REDEFINES WS-IMAGE.
          05 IMC-TYPE-CODE          PIC 9(3).
          05 IMC-TYPE-NAME          PIC X(20).
          05 IMC-CATEGORY           PIC X(10).
          05 IMC-ACTIVE             PIC X.
          05 FILLER                 PIC X(86).
       01 WS-STATE-IMAGE REDEFINES WS-IMAGE.
          05 IMS-STATE-NUM          PIC 99.
          05 IMS-STATE-NAME         PIC X(20).
          05 IMS-REGION-CODE        PIC X.
          05 FILLER                 PIC X(97).
       01 WS-PROMOTION-IMAGE REDEFINES WS-IMAGE.
          05 IMP-PROMO-CODE         PIC X(4).
          05 IMP-DESCRIPTION        PIC X(30).
          05 IMP-START-DATE         PIC 9(8).
          05 IMP-END-DATE           PIC 9(8).
          05 IMP-TYPE-CODE          PIC 9(3).
          05 IMP-CATEGORY           PIC X(10).
          05 IMP-DISCOUNT-PCT       PIC 99V9.
          05 FILLER                 PIC X(54).
       01 WS-DATE-IMAGE REDEFINES WS-IMAGE.
          05 IMD-DATE               PIC 9(8).
          05 IMD-DATE-PARTS REDEFINES IMD-DATE.
             10 IMD-YEAR            PIC 9(4).
             10 IMD-MONTH           PIC 99.
             10 IMD-DAY             PIC 99.
          05 IMD-BUSINESS-DAY       PIC X.
          05 IMD-HOLIDAY-NAME       PIC X(20).
          05 IMD-PERIOD             PIC 9(6).
          05 FILLER                 PIC X(85).
       01 WS-SALES-IMAGE REDEFINES WS-IMAGE.
          05 IMF-SALES-AMOUNT       PIC S9(11)V99.
          05 IMF-STATE-NUM          PIC 99.
          05 FILLER                 PIC X(105).

       01 WS-PRIOR-IMAGE            PIC X(120).
       01 WS-PRIOR-BRANCH-IMAGE REDEFINES WS-PRIOR-IMAGE.
          05 PRB-VERSION            PIC 9(3).
          05 PRB-EFF-FROM           PIC 9(8).
          05 PRB-MASTER-DATA.
             10 PRB-BRANCH-ID       PIC 9(7).
             10 PRB-STATE-NUM       PIC 99.
             10 FILLER              PIC X(78).
             10 PRB-STATUS          PIC X.
             10 FILLER              PIC X(14).
          05 FILLER                 PIC X(7).
       01 WS-HOLD-IMAGE             PIC X(120).

       01 SNAPSHOT-TABLE.
          05 SNAPSHOT-ENTRY OCCURS 10000 TIMES.
             10 SNP-SORT-KEY.
                15 SNP-DIM          PIC XX.
                15 SNP-KEY          PIC X(13).
             10 SNP-STATUS          PIC X.
                88 SNP-ACTIVE                      VALUE "A".
                88 SNP-DELETED                     VALUE "D".
                88 SNP-DROPPED                     VALUE "X".
             10 SNP-SEEN            PIC X.
             10 SNP-IMAGE           PIC X(120).
       01 SNP-COUNT                 PIC 9(5)     VALUE ZERO.
       01 SNP-SORTED-COUNT          PIC 9(5)     VALUE ZERO.
       01 SNP-IDX                   PIC 9(5).
       01 SNP-SORT-IDX              PIC 9(5).
       01 SNP-FOUND-IDX             PIC 9(5).
       01 SNP-LOW                   PIC 9(5).
       01 SNP-HIGH                  PIC 9(5).
       01 SNP-MID                   PIC 9(5).
       01 SNP-SWAP-ENTRY            PIC X(137).

       01 SALES-TOTAL-TABLE.
          05 SALES-TOTAL-ENTRY OCCURS 5000 TIMES.
             10 SLT-KEY.
                15 SLT-BRANCH-ID    PIC 9(7).
                15 SLT-PERIOD       PIC 9(6).
             10 SLT-STATE-NUM       PIC 99.
             10 SLT-AMOUNT          PIC S9(11)V99.
       01 SLT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 SLT-IDX                   PIC 9(4).
       01 SLT-FOUND-IDX             PIC 9(4).
       01 SLT-INSERT-IDX            PIC 9(4).
       01 SLT-LOW                   PIC 9(4).
       01 SLT-HIGH                  PIC 9(4).
       01 SLT-MID                   PIC 9(4).
       01 WS-SALES-KEY.
          05 WS-SALES-BRANCH-ID     PIC 9(7).
          05 WS-SALES-PERIOD        PIC 9(6).

       01 EXTRACT-FILE-TOTALS.
          05 EXTRACT-FILE-ENTRY OCCURS 7 TIMES.
             10 EXF-RECORD-COUNT    PIC 9(9).
             10 EXF-AMOUNT-HASH     PIC S9(13)V99.
       01 EXF-IDX                   PIC 9.
       01 EXF-FACT-CANDY-LINE       PIC 9        VALUE 1.
       01 EXF-FACT-BRANCH-SALES     PIC 9        VALUE 2.
       01 EXF-DIM-BRANCH            PIC 9        VALUE 3.
       01 EXF-DIM-CANDY-TYPE        PIC 9        VALUE 4.
       01 EXF-DIM-STATE             PIC 9        VALUE 5.
       01 EXF-DIM-PROMOTION         PIC 9        VALUE 6.
       01 EXF-DIM-DATE              PIC 9        VALUE 7.
       01 BRANCH-VERSION-COUNT      PIC 9(5)     VALUE ZERO.

       01 EXTRACT-HEADER-REC.
          05 EXH-REC-TYPE           PIC X        VALUE "H".
          05 EXH-SOURCE             PIC X(8)     VALUE "YORECNDY".
          05 EXH-CREATE-DATE        PIC 9(8).
          05 EXH-FILE-ID            PIC X(8).
          05 EXH-EXTRACT-SEQ        PIC 9(6).
          05 EXH-FROM-DATE          PIC 9(8).
          05 EXH-TO-DATE            PIC 9(8).
       01 EXTRACT-TRAILER-REC.
          05 EXT-REC-TYPE           PIC X        VALUE "T".
          05 EXT-RECORD-COUNT       PIC 9(9).
          05 EXT-AMOUNT-HASH        PIC S9(13)V99.

       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16)    VALUE "DW-EXTRACT".
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       01 PRN-COUNT                 PIC ZZZ,ZZZ,ZZ9.
       01 PRN-HASH                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-RUN-TIME
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           PERFORM LOAD-EXTRACT-CONTROL
           ADD 1 TO WS-EXTRACT-SEQ
           DISPLAY "WAREHOUSE EXTRACT " WS-EXTRACT-SEQ
                   " - LINES POSTED AFTER " WS-FROM-POSTED
                   " TO " WS-PRIOR-DATE
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BRANCH MASTER - STATUS "
                      WS-BM-STATUS
              MOVE "E" TO MLG-SEVERITY
              MOVE "DW0003" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "BRANCH MASTER UNAVAILABLE - STATUS "
                        DELIMITED BY SIZE
                     WS-BM-STATUS DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-SNAPSHOT-TABLE
           PERFORM OPEN-EXTRACT-FILES
           PERFORM EXTRACT-BRANCH-DIMENSION
           CLOSE BRANCH-MASTER-FILE
           PERFORM EXTRACT-CANDY-TYPE-DIMENSION
           PERFORM EXTRACT-DATE-DIMENSION
           PERFORM EXTRACT-PROMOTION-DIMENSION
           PERFORM EXTRACT-STATE-DIMENSION
           PERFORM SORT-SNAPSHOT-TABLE
           PERFORM EXTRACT-BRANCH-SALES-FACTS
           PERFORM EXTRACT-CANDY-LINE-FACTS
           PERFORM CLOSE-EXTRACT-FILES
           PERFORM SORT-SNAPSHOT-TABLE
           PERFORM SAVE-SNAPSHOT-TABLE
           PERFORM APPEND-EXTRACT-CONTROL
           PERFORM VARYING EXF-IDX FROM 1 BY 1
              UNTIL EXF-IDX GREATER THAN 7
                   MOVE EXF-RECORD-COUNT(EXF-IDX) TO PRN-COUNT
                   EVALUATE EXF-IDX
                      WHEN 1
                         DISPLAY "CANDY LINE FACTS       " PRN-COUNT
                      WHEN 2
                         DISPLAY "BRANCH SALES FACTS     " PRN-COUNT
                      WHEN 3
                         DISPLAY "BRANCH ROWS            " PRN-COUNT
                      WHEN 4
                         DISPLAY "CANDY TYPE ROWS        " PRN-COUNT
                      WHEN 5
                         DISPLAY "STATE ROWS             " PRN-COUNT
                      WHEN 6
                         DISPLAY "PROMOTION ROWS         " PRN-COUNT
                      WHEN 7
                         DISPLAY "DATE ROWS              " PRN-COUNT
                   END-EVALUATE
           END-PERFORM
           MOVE BRANCH-VERSION-COUNT TO PRN-COUNT
           DISPLAY "NEW BRANCH VERSIONS    " PRN-COUNT
           MOVE EXF-AMOUNT-HASH(EXF-FACT-CANDY-LINE) TO PRN-HASH
           DISPLAY "CANDY LINE AMOUNT    " PRN-HASH
           MOVE "I" TO MLG-SEVERITY
           MOVE "DW0100" TO MLG-CODE
           MOVE SPACES TO MLG-TEXT
           STRING "EXTRACT " DELIMITED BY SIZE
                  WS-EXTRACT-SEQ DELIMITED BY SIZE
                  " COMPLETE - " DELIMITED BY SIZE
                  EXF-RECORD-COUNT(EXF-FACT-CANDY-LINE)
                     DELIMITED BY SIZE
                  " CANDY LINES" DELIMITED BY SIZE
                  INTO MLG-TEXT
           PERFORM LOG-BATCH-MESSAGE
           GOBACK.

       LOAD-EXTRACT-CONTROL.
           MOVE ZERO TO WS-EXTRACT-SEQ
           MOVE ZERO TO WS-FROM-POSTED
           MOVE ZERO TO BRANCH-VERSION-COUNT
           MOVE ZERO TO WS-LAST-KEY-BRANCH-ID
           MOVE "N" TO WS-END-OF-MASTER
           MOVE "N" TO WS-END-OF-STORE
           OPEN INPUT EXTRACT-CONTROL-FILE
           IF WS-DWC-STATUS = "00"
              READ EXTRACT-CONTROL-FILE
              AT END
                 SET END-OF-EXTRACT-CONTROL TO TRUE
              END-READ
              PERFORM UNTIL END-OF-EXTRACT-CONTROL
                      IF DWC-EXTRACT-SEQ NUMERIC AND
                         DWC-TO-POSTED NUMERIC
                         MOVE DWC-EXTRACT-SEQ TO WS-EXTRACT-SEQ
                         MOVE DWC-TO-POSTED TO WS-FROM-POSTED
                      END-IF
                      READ EXTRACT-CONTROL-FILE
                      AT END
                         SET END-OF-EXTRACT-CONTROL TO TRUE
                      END-READ
              END-PERFORM
              CLOSE EXTRACT-CONTROL-FILE
           END-IF
           .

       APPEND-EXTRACT-CONTROL.
           OPEN EXTEND EXTRACT-CONTROL-FILE
           IF WS-DWC-STATUS = "35"
              OPEN OUTPUT EXTRACT-CONTROL-FILE
           END-IF
           MOVE WS-EXTRACT-SEQ TO DWC-EXTRACT-SEQ
           MOVE WS-RUN-DATE TO DWC-RUN-DATE
           MOVE WS-RUN-TIME TO DWC-RUN-TIME
           MOVE WS-FROM-POSTED TO DWC-FROM-POSTED
           MOVE WS-PRIOR-DATE TO DWC-TO-POSTED
           PERFORM VARYING EXF-IDX FROM 1 BY 1
              UNTIL EXF-IDX GREATER THAN 7
                   MOVE EXF-RECORD-COUNT(EXF-IDX) TO
                      DWC-FILE-COUNT(EXF-IDX)
           END-PERFORM
           WRITE EXTRACT-CONTROL-REC
           CLOSE EXTRACT-CONTROL-FILE
           .

       LOAD-SNAPSHOT-TABLE.
           MOVE ZERO TO SNP-COUNT
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNP-STATUS = "00"
              READ SNAPSHOT-FILE
              AT END
                 SET END-OF-SNAPSHOT TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SNAPSHOT
                      IF SNP-COUNT NOT LESS THAN 10000
                         MOVE "SNAPSHOT" TO WS-SOURCE-NAME
                         PERFORM ABANDON-EXTRACT
                      END-IF
                      ADD 1 TO SNP-COUNT
                      MOVE SSR-DIM TO SNP-DIM(SNP-COUNT)
                      MOVE SSR-KEY TO SNP-KEY(SNP-COUNT)
                      MOVE SSR-STATUS TO SNP-STATUS(SNP-COUNT)
                      MOVE "N" TO SNP-SEEN(SNP-COUNT)
                      MOVE SSR-IMAGE TO SNP-IMAGE(SNP-COUNT)
                      READ SNAPSHOT-FILE
                      AT END
                         SET END-OF-SNAPSHOT TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SNAPSHOT-FILE
           END-IF
           PERFORM SORT-SNAPSHOT-TABLE
           .

       SORT-SNAPSHOT-TABLE.
           PERFORM VARYING SNP-IDX FROM 2 BY 1
              UNTIL SNP-IDX GREATER THAN SNP-COUNT
                   MOVE SNAPSHOT-ENTRY(SNP-IDX) TO SNP-SWAP-ENTRY
                   PERFORM VARYING SNP-SORT-IDX FROM SNP-IDX BY -1
                      UNTIL SNP-SORT-IDX = 1 OR
                         SNP-SORT-KEY(SNP-SORT-IDX - 1)
                            NOT GREATER THAN SNP-SWAP-ENTRY(1:15)
                         MOVE SNAPSHOT-ENTRY(SNP-SORT-IDX - 1) TO
                            SNAPSHOT-ENTRY(SNP-SORT-IDX)
                   END-PERFORM
                   MOVE SNP-SWAP-ENTRY TO SNAPSHOT-ENTRY(SNP-SORT-IDX)
           END-PERFORM
           MOVE SNP-COUNT TO SNP-SORTED-COUNT
           .

       SAVE-SNAPSHOT-TABLE.
           OPEN OUTPUT SNAPSHOT-FILE
           PERFORM VARYING SNP-IDX FROM 1 BY 1
              UNTIL SNP-IDX GREATER THAN SNP-COUNT
                   IF NOT SNP-DROPPED(SNP-IDX)
                      MOVE SNP-DIM(SNP-IDX) TO SSR-DIM
                      MOVE SNP-KEY(SNP-IDX) TO SSR-KEY
                      MOVE SNP-STATUS(SNP-IDX) TO SSR-STATUS
                      MOVE SNP-IMAGE(SNP-IDX) TO SSR-IMAGE
                      WRITE SNAPSHOT-REC
                   END-IF
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           .

       FIND-SNAPSHOT-ENTRY.
           MOVE ZERO TO SNP-FOUND-IDX
           MOVE 1 TO SNP-LOW
           MOVE SNP-SORTED-COUNT TO SNP-HIGH
           PERFORM UNTIL SNP-LOW GREATER THAN SNP-HIGH
                      OR SNP-FOUND-IDX GREATER THAN ZERO
                   COMPUTE SNP-MID = (SNP-LOW + SNP-HIGH) / 2
                   EVALUATE TRUE
                      WHEN SNP-SORT-KEY(SNP-MID) = WS-SEARCH-KEY
                         MOVE SNP-MID TO SNP-FOUND-IDX
                      WHEN SNP-SORT-KEY(SNP-MID) LESS THAN
                           WS-SEARCH-KEY
                         COMPUTE SNP-LOW = SNP-MID + 1
                      WHEN OTHER
                         COMPUTE SNP-HIGH = SNP-MID - 1
                   END-EVALUATE
           END-PERFORM
           IF SNP-FOUND-IDX = ZERO
              COMPUTE SNP-IDX = SNP-SORTED-COUNT + 1
              PERFORM UNTIL SNP-IDX GREATER THAN SNP-COUNT
                         OR SNP-FOUND-IDX GREATER THAN ZERO
                      IF SNP-SORT-KEY(SNP-IDX) = WS-SEARCH-KEY
                         MOVE SNP-IDX TO SNP-FOUND-IDX
                      END-IF
                      ADD 1 TO SNP-IDX
              END-PERFORM
           END-IF
           .

       ADD-SNAPSHOT-ENTRY.
           IF SNP-COUNT NOT LESS THAN 10000
              MOVE "SNAPSHOT" TO WS-SOURCE-NAME
              PERFORM ABANDON-EXTRACT
           END-IF
           ADD 1 TO SNP-COUNT
           MOVE WS-SEARCH-KEY TO SNP-SORT-KEY(SNP-COUNT)
           MOVE "A" TO SNP-STATUS(SNP-COUNT)
           MOVE "Y" TO SNP-SEEN(SNP-COUNT)
           MOVE WS-IMAGE TO SNP-IMAGE(SNP-COUNT)
           MOVE SNP-COUNT TO SNP-FOUND-IDX
           .

       OPEN-EXTRACT-FILES.
           MOVE SPACES TO EXTRACT-FILE-NAMES
           STRING "dw_fact_candy_line_" WS-EXTRACT-SEQ ".dat"
                  DELIMITED BY SIZE INTO DWN-FACT-CANDY-LINE
           STRING "dw_fact_branch_sales_" WS-EXTRACT-SEQ ".dat"
                  DELIMITED BY SIZE INTO DWN-FACT-BRANCH-SALES
           STRING "dw_dim_branch_" WS-EXTRACT-SEQ ".dat"
                  DELIMITED BY SIZE INTO DWN-DIM-BRANCH
           STRING "dw_dim_candy_type_" WS-EXTRACT-SEQ ".dat"
                  DELIMITED BY SIZE INTO DWN-DIM-CANDY-TYPE
           STRING "dw_dim_state_" WS-EXTRACT-SEQ ".dat"
                  DELIMITED BY SIZE INTO DWN-DIM-STATE
           STRING "dw_dim_promotion_" WS-EXTRACT-SEQ ".dat"
                  DELIMITED BY SIZE INTO DWN-DIM-PROMOTION
           STRING "dw_dim_date_" WS-EXTRACT-SEQ ".dat"
                  DELIMITED BY SIZE INTO DWN-DIM-DATE
           OPEN OUTPUT FACT-CANDY-LINE-FILE
           IF WS-DWX-STATUS NOT = "00"
              MOVE DWN-FACT-CANDY-LINE TO WS-OPEN-FILE-NAME
              PERFORM ABANDON-EXTRACT-OPEN
           END-IF
           OPEN OUTPUT FACT-BRANCH-SALES-FILE
           IF WS-DWX-STATUS NOT = "00"
              MOVE DWN-FACT-BRANCH-SALES TO WS-OPEN-FILE-NAME
              PERFORM ABANDON-EXTRACT-OPEN
           END-IF
           OPEN OUTPUT DIM-BRANCH-FILE
           IF WS-DWX-STATUS NOT = "00"
              MOVE DWN-DIM-BRANCH TO WS-OPEN-FILE-NAME
              PERFORM ABANDON-EXTRACT-OPEN
           END-IF
           OPEN OUTPUT DIM-CANDY-TYPE-FILE
           IF WS-DWX-STATUS NOT = "00"
              MOVE DWN-DIM-CANDY-TYPE TO WS-OPEN-FILE-NAME
              PERFORM ABANDON-EXTRACT-OPEN
           END-IF
           OPEN OUTPUT DIM-STATE-FILE
           IF WS-DWX-STATUS NOT = "00"
              MOVE DWN-DIM-STATE TO WS-OPEN-FILE-NAME
              PERFORM ABANDON-EXTRACT-OPEN
           END-IF
           OPEN OUTPUT DIM-PROMOTION-FILE
           IF WS-DWX-STATUS NOT = "00"
              MOVE DWN-DIM-PROMOTION TO WS-OPEN-FILE-NAME
              PERFORM ABANDON-EXTRACT-OPEN
           END-IF
           OPEN OUTPUT DIM-DATE-FILE
           IF WS-DWX-STATUS NOT = "00"
              MOVE DWN-DIM-DATE TO WS-OPEN-FILE-NAME
              PERFORM ABANDON-EXTRACT-OPEN
           END-IF
           SET EXTRACT-FILES-OPEN TO TRUE
           DISPLAY "EXTRACT FILES WRITTEN AS " DWN-FACT-CANDY-LINE
           PERFORM VARYING EXF-IDX FROM 1 BY 1
              UNTIL EXF-IDX GREATER THAN 7
                   MOVE ZERO TO EXF-RECORD-COUNT(EXF-IDX)
                   MOVE ZERO TO EXF-AMOUNT-HASH(EXF-IDX)
           END-PERFORM
           MOVE WS-RUN-DATE TO EXH-CREATE-DATE
           MOVE WS-EXTRACT-SEQ TO EXH-EXTRACT-SEQ
           MOVE WS-FROM-POSTED TO EXH-FROM-DATE
           MOVE WS-PRIOR-DATE TO EXH-TO-DATE
           MOVE "FCTCLINE" TO EXH-FILE-ID
           MOVE EXTRACT-HEADER-REC TO FACT-CANDY-LINE-CONTROL
           WRITE FACT-CANDY-LINE-CONTROL
           MOVE "FCTBRSAL" TO EXH-FILE-ID
           MOVE EXTRACT-HEADER-REC TO FACT-BRANCH-SALES-CONTROL
           WRITE FACT-BRANCH-SALES-CONTROL
           MOVE "DIMBRNCH" TO EXH-FILE-ID
           MOVE EXTRACT-HEADER-REC TO DIM-BRANCH-CONTROL
           WRITE DIM-BRANCH-CONTROL
           MOVE "DIMCTYPE" TO EXH-FILE-ID
           MOVE EXTRACT-HEADER-REC TO DIM-CANDY-TYPE-CONTROL
           WRITE DIM-CANDY-TYPE-CONTROL
           MOVE "DIMSTATE" TO EXH-FILE-ID
           MOVE EXTRACT-HEADER-REC TO DIM-STATE-CONTROL
           WRITE DIM-STATE-CONTROL
           MOVE "DIMPROMO" TO EXH-FILE-ID
           MOVE EXTRACT-HEADER-REC TO DIM-PROMOTION-CONTROL
           WRITE DIM-PROMOTION-CONTROL
           MOVE "DIMDATE" TO EXH-FILE-ID
           MOVE EXTRACT-HEADER-REC TO DIM-DATE-CONTROL
           WRITE DIM-DATE-CONTROL
           .

       CLOSE-EXTRACT-FILES.
           PERFORM VARYING EXF-IDX FROM 1 BY 1
              UNTIL EXF-IDX GREATER THAN 7
                   MOVE EXF-RECORD-COUNT(EXF-IDX) TO EXT-RECORD-COUNT
                   MOVE EXF-AMOUNT-HASH(EXF-IDX) TO EXT-AMOUNT-HASH
                   EVALUATE EXF-IDX
                      WHEN 1
                         MOVE EXTRACT-TRAILER-REC TO
                            FACT-CANDY-LINE-CONTROL
                         WRITE FACT-CANDY-LINE-CONTROL
                      WHEN 2
                         MOVE EXTRACT-TRAILER-REC TO
                            FACT-BRANCH-SALES-CONTROL
                         WRITE FACT-BRANCH-SALES-CONTROL
                      WHEN 3
                         MOVE EXTRACT-TRAILER-REC TO DIM-BRANCH-CONTROL
                         WRITE DIM-BRANCH-CONTROL
                      WHEN 4
                         MOVE EXTRACT-TRAILER-REC TO
                            DIM-CANDY-TYPE-CONTROL
                         WRITE DIM-CANDY-TYPE-CONTROL
                      WHEN 5
                         MOVE EXTRACT-TRAILER-REC TO DIM-STATE-CONTROL
                         WRITE DIM-STATE-CONTROL
                      WHEN 6
                         MOVE EXTRACT-TRAILER-REC TO
                            DIM-PROMOTION-CONTROL
                         WRITE DIM-PROMOTION-CONTROL
                      WHEN 7
                         MOVE EXTRACT-TRAILER-REC TO DIM-DATE-CONTROL
                         WRITE DIM-DATE-CONTROL
                   END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-OUTPUT-FILES
           .

       CLOSE-OUTPUT-FILES.
           CLOSE FACT-CANDY-LINE-FILE
           CLOSE FACT-BRANCH-SALES-FILE
           CLOSE DIM-BRANCH-FILE
           CLOSE DIM-CANDY-TYPE-FILE
           CLOSE DIM-STATE-FILE
           CLOSE DIM-PROMOTION-FILE
           CLOSE DIM-DATE-FILE
           MOVE "N" TO WS-EXTRACT-FILES-OPEN
           .

       EXTRACT-BRANCH-DIMENSION.
           MOVE "BR" TO WS-CUR-DIM
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
                      MOVE SPACES TO WS-IMAGE
                      MOVE ZERO TO IMB-VERSION
                      MOVE ZERO TO IMB-EFF-FROM
                      MOVE BRANCH-MASTER-REC TO IMB-MASTER-DATA
                      MOVE "BR" TO WS-SEARCH-DIM
                      MOVE SPACES TO WS-SEARCH-ID
                      MOVE BM-BRANCH-ID TO WS-SEARCH-ID(1:7)
                      PERFORM PROCESS-BRANCH-ROW
                   END-READ
           END-PERFORM
           PERFORM SWEEP-DELETED-ENTRIES
           .

       PROCESS-BRANCH-ROW.
           PERFORM FIND-SNAPSHOT-ENTRY
           IF SNP-FOUND-IDX = ZERO
              MOVE 1 TO IMB-VERSION
              IF BM-OPEN-DATE NUMERIC AND
                 BM-OPEN-DATE GREATER THAN ZERO
                 MOVE BM-OPEN-DATE TO IMB-EFF-FROM
              ELSE
                 MOVE WS-RUN-DATE TO IMB-EFF-FROM
              END-IF
              PERFORM ADD-SNAPSHOT-ENTRY
              MOVE "N" TO WS-CHANGE-TYPE
              PERFORM WRITE-CURRENT-BRANCH-ROW
           ELSE
              MOVE "Y" TO SNP-SEEN(SNP-FOUND-IDX)
              MOVE SNP-IMAGE(SNP-FOUND-IDX) TO WS-PRIOR-IMAGE
              EVALUATE TRUE
                 WHEN SNP-DELETED(SNP-FOUND-IDX)
                    PERFORM START-BRANCH-VERSION
                 WHEN IMB-STATE-NUM NOT = PRB-STATE-NUM OR
                      IMB-STATUS NOT = PRB-STATUS
                    MOVE WS-IMAGE TO WS-HOLD-IMAGE
                    MOVE WS-PRIOR-IMAGE TO WS-IMAGE
                    MOVE "X" TO WS-CHANGE-TYPE
                    MOVE WS-PRIOR-DATE TO WS-ROW-EFF-TO
                    MOVE "N" TO WS-ROW-CURRENT
                    PERFORM WRITE-BRANCH-ROW
                    MOVE WS-HOLD-IMAGE TO WS-IMAGE
                    PERFORM START-BRANCH-VERSION
                 WHEN IMB-MASTER-DATA NOT = PRB-MASTER-DATA
                    MOVE PRB-VERSION TO IMB-VERSION
                    MOVE PRB-EFF-FROM TO IMB-EFF-FROM
                    MOVE WS-IMAGE TO SNP-IMAGE(SNP-FOUND-IDX)
                    MOVE "U" TO WS-CHANGE-TYPE
                    PERFORM WRITE-CURRENT-BRANCH-ROW
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       START-BRANCH-VERSION.
           COMPUTE IMB-VERSION = PRB-VERSION + 1
           MOVE WS-RUN-DATE TO IMB-EFF-FROM
           MOVE WS-IMAGE TO SNP-IMAGE(SNP-FOUND-IDX)
           MOVE "A" TO SNP-STATUS(SNP-FOUND-IDX)
           ADD 1 TO BRANCH-VERSION-COUNT
           MOVE "N" TO WS-CHANGE-TYPE
           PERFORM WRITE-CURRENT-BRANCH-ROW
           .

       WRITE-CURRENT-BRANCH-ROW.
           MOVE 99999999 TO WS-ROW-EFF-TO
           MOVE "Y" TO WS-ROW-CURRENT
           PERFORM WRITE-BRANCH-ROW
           .

       WRITE-BRANCH-ROW.
           MOVE "D" TO DBR-REC-TYPE
           MOVE WS-CHANGE-TYPE TO DBR-CHANGE-TYPE
           COMPUTE DBR-BRANCH-KEY = IMB-BRANCH-ID * 1000 + IMB-VERSION
           MOVE IMB-BRANCH-ID TO DBR-BRANCH-ID
           MOVE IMB-VERSION TO DBR-VERSION
           MOVE IMB-EFF-FROM TO DBR-EFF-FROM
           MOVE WS-ROW-EFF-TO TO DBR-EFF-TO
           MOVE WS-ROW-CURRENT TO DBR-CURRENT-FLAG
           MOVE IMB-STATE-NUM TO DBR-STATE-NUM
           MOVE IMB-BRANCH-NAME TO DBR-BRANCH-NAME
           MOVE IMB-BRANCH-ADDRESS TO DBR-BRANCH-ADDRESS
           MOVE IMB-OPEN-DATE TO DBR-OPEN-DATE
           MOVE IMB-STATUS TO DBR-STATUS
           MOVE IMB-CLOSE-DATE TO DBR-CLOSE-DATE
           MOVE IMB-OWNERSHIP TO DBR-OWNERSHIP
           MOVE IMB-FRANCHISEE-ID TO DBR-FRANCHISEE-ID
           WRITE DIM-BRANCH-REC
           ADD 1 TO EXF-RECORD-COUNT(EXF-DIM-BRANCH)
           .

       EXTRACT-CANDY-TYPE-DIMENSION.
           MOVE "CT" TO WS-CUR-DIM
           OPEN INPUT CANDY-TYPE-FILE
           IF WS-CT-STATUS NOT = "00"
              MOVE "CANDY TYPE FILE" TO WS-SOURCE-NAME
              PERFORM LOG-SOURCE-MISSING
           ELSE
              READ CANDY-TYPE-FILE
              AT END
                 SET END-OF-CANDY-TYPES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CANDY-TYPES
                      IF CT-TYPE-CODE NUMERIC
                         MOVE SPACES TO WS-IMAGE
                         MOVE CT-TYPE-CODE TO IMC-TYPE-CODE
                         MOVE CT-TYPE-NAME TO IMC-TYPE-NAME
                         MOVE CT-CATEGORY TO IMC-CATEGORY
                         MOVE CT-ACTIVE TO IMC-ACTIVE
                         MOVE "CT" TO WS-SEARCH-DIM
                         MOVE SPACES TO WS-SEARCH-ID
                         MOVE CT-TYPE-CODE TO WS-SEARCH-ID(1:3)
                         PERFORM PROCESS-DIMENSION-ROW
                      END-IF
                      READ CANDY-TYPE-FILE
                      AT END
                         SET END-OF-CANDY-TYPES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-TYPE-FILE
              PERFORM SWEEP-DELETED-ENTRIES
           END-IF
           .

       EXTRACT-DATE-DIMENSION.
           MOVE "DT" TO WS-CUR-DIM
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
              MOVE "BUSINESS CALENDAR" TO WS-SOURCE-NAME
              PERFORM LOG-SOURCE-MISSING
           ELSE
              READ CALENDAR-FILE
              AT END
                 SET END-OF-CALENDAR-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CALENDAR-FILE
                      IF CAL-DATE NUMERIC AND
                         CAL-DATE GREATER THAN ZERO
                         MOVE SPACES TO WS-IMAGE
                         MOVE CAL-DATE TO IMD-DATE
                         MOVE CAL-BUSINESS-DAY TO IMD-BUSINESS-DAY
                         MOVE CAL-HOLIDAY-NAME TO IMD-HOLIDAY-NAME
                         MOVE CAL-PERIOD TO IMD-PERIOD
                         MOVE "DT" TO WS-SEARCH-DIM
                         MOVE SPACES TO WS-SEARCH-ID
                         MOVE CAL-DATE TO WS-SEARCH-ID(1:8)
                         PERFORM PROCESS-DIMENSION-ROW
                      END-IF
                      READ CALENDAR-FILE
                      AT END
                         SET END-OF-CALENDAR-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
              PERFORM SWEEP-DELETED-ENTRIES
           END-IF
           .

       EXTRACT-PROMOTION-DIMENSION.
           MOVE "PR" TO WS-CUR-DIM
           OPEN INPUT PROMO-FILE
           IF WS-PRO-STATUS NOT = "00"
              MOVE "PROMOTION FILE" TO WS-SOURCE-NAME
              PERFORM LOG-SOURCE-MISSING
           ELSE
              READ PROMO-FILE
              AT END
                 SET END-OF-PROMO-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PROMO-FILE
                      IF PRO-PROMO-CODE NOT = SPACES
                         MOVE SPACES TO WS-IMAGE
                         MOVE PRO-PROMO-CODE TO IMP-PROMO-CODE
                         MOVE PRO-DESCRIPTION TO IMP-DESCRIPTION
                         MOVE PRO-START-DATE TO IMP-START-DATE
                         MOVE PRO-END-DATE TO IMP-END-DATE
                         MOVE PRO-TYPE-CODE TO IMP-TYPE-CODE
                         MOVE PRO-CATEGORY TO IMP-CATEGORY
                         MOVE PRO-DISCOUNT-PCT TO IMP-DISCOUNT-PCT
                         MOVE "PR" TO WS-SEARCH-DIM
                         MOVE SPACES TO WS-SEARCH-ID
                         MOVE PRO-PROMO-CODE TO WS-SEARCH-ID(1:4)
                         PERFORM PROCESS-DIMENSION-ROW
                      END-IF
                      READ PROMO-FILE
                      AT END
                         SET END-OF-PROMO-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PROMO-FILE
              PERFORM SWEEP-DELETED-ENTRIES
           END-IF
           .

       EXTRACT-STATE-DIMENSION.
           MOVE "ST" TO WS-CUR-DIM
           OPEN INPUT STATE-TABLE-FILE
           IF WS-ST-STATUS NOT = "00"
              MOVE "STATE TABLE" TO WS-SOURCE-NAME
              PERFORM LOG-SOURCE-MISSING
           ELSE
              READ STATE-TABLE-FILE
              AT END
                 SET END-OF-STATE-TABLE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-STATE-TABLE
                      IF ST-STATE-NUM NUMERIC
                         MOVE SPACES TO WS-IMAGE
                         MOVE ST-STATE-NUM TO IMS-STATE-NUM
                         MOVE ST-STATE-NAME TO IMS-STATE-NAME
                         MOVE ST-REGION-CODE TO IMS-REGION-CODE
                         MOVE "ST" TO WS-SEARCH-DIM
                         MOVE SPACES TO WS-SEARCH-ID
                         MOVE ST-STATE-NUM TO WS-SEARCH-ID(1:2)
                         PERFORM PROCESS-DIMENSION-ROW
                      END-IF
                      READ STATE-TABLE-FILE
                      AT END
                         SET END-OF-STATE-TABLE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE STATE-TABLE-FILE
              PERFORM SWEEP-DELETED-ENTRIES
           END-IF
           .

       PROCESS-DIMENSION-ROW.
           PERFORM FIND-SNAPSHOT-ENTRY
           IF SNP-FOUND-IDX = ZERO
              PERFORM ADD-SNAPSHOT-ENTRY
              MOVE "N" TO WS-CHANGE-TYPE
              PERFORM WRITE-DIMENSION-ROW
           ELSE
              MOVE "Y" TO SNP-SEEN(SNP-FOUND-IDX)
              EVALUATE TRUE
                 WHEN SNP-DELETED(SNP-FOUND-IDX)
                    MOVE "A" TO SNP-STATUS(SNP-FOUND-IDX)
                    MOVE WS-IMAGE TO SNP-IMAGE(SNP-FOUND-IDX)
                    MOVE "N" TO WS-CHANGE-TYPE
                    PERFORM WRITE-DIMENSION-ROW
                 WHEN WS-IMAGE NOT = SNP-IMAGE(SNP-FOUND-IDX)
                    MOVE WS-IMAGE TO SNP-IMAGE(SNP-FOUND-IDX)
                    MOVE "U" TO WS-CHANGE-TYPE
                    PERFORM WRITE-DIMENSION-ROW
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       SWEEP-DELETED-ENTRIES.
           PERFORM VARYING SNP-IDX FROM 1 BY 1
              UNTIL SNP-IDX GREATER THAN SNP-COUNT
                   IF SNP-DIM(SNP-IDX) = WS-CUR-DIM AND
                      SNP-ACTIVE(SNP-IDX) AND
                      SNP-SEEN(SNP-IDX) NOT = "Y"
                      MOVE SNP-IMAGE(SNP-IDX) TO WS-IMAGE
                      MOVE "D" TO WS-CHANGE-TYPE
                      IF WS-CUR-DIM = "BR"
                         MOVE WS-PRIOR-DATE TO WS-ROW-EFF-TO
                         MOVE "N" TO WS-ROW-CURRENT
                         PERFORM WRITE-BRANCH-ROW
                      ELSE
                         PERFORM WRITE-DIMENSION-ROW
                      END-IF
                      MOVE "D" TO SNP-STATUS(SNP-IDX)
                   END-IF
           END-PERFORM
           .

       WRITE-DIMENSION-ROW.
           EVALUATE WS-CUR-DIM
              WHEN "CT"
                 MOVE "D" TO DCT-REC-TYPE
                 MOVE WS-CHANGE-TYPE TO DCT-CHANGE-TYPE
                 MOVE IMC-TYPE-CODE TO DCT-TYPE-CODE
                 MOVE IMC-TYPE-NAME TO DCT-TYPE-NAME
                 MOVE IMC-CATEGORY TO DCT-CATEGORY
                 MOVE IMC-ACTIVE TO DCT-ACTIVE
                 WRITE DIM-CANDY-TYPE-REC
                 ADD 1 TO EXF-RECORD-COUNT(EXF-DIM-CANDY-TYPE)
              WHEN "DT"
                 MOVE "D" TO DDT-REC-TYPE
                 MOVE WS-CHANGE-TYPE TO DDT-CHANGE-TYPE
                 MOVE IMD-DATE TO DDT-DATE
                 MOVE IMD-YEAR TO DDT-YEAR
                 MOVE IMD-MONTH TO DDT-MONTH
                 MOVE IMD-DAY TO DDT-DAY
                 COMPUTE WS-DAY-INTEGER =
                    FUNCTION INTEGER-OF-DATE(IMD-DATE)
                 IF WS-DAY-INTEGER GREATER THAN ZERO
                    COMPUTE DDT-DAY-OF-WEEK =
                       FUNCTION MOD(WS-DAY-INTEGER - 1, 7) + 1
                 ELSE
                    MOVE ZERO TO DDT-DAY-OF-WEEK
                 END-IF
                 MOVE IMD-BUSINESS-DAY TO DDT-BUSINESS-DAY
                 MOVE IMD-HOLIDAY-NAME TO DDT-HOLIDAY-NAME
                 MOVE IMD-PERIOD TO DDT-PERIOD
                 WRITE DIM-DATE-REC
                 ADD 1 TO EXF-RECORD-COUNT(EXF-DIM-DATE)
              WHEN "PR"
                 MOVE "D" TO DPR-REC-TYPE
                 MOVE WS-CHANGE-TYPE TO DPR-CHANGE-TYPE
                 MOVE IMP-PROMO-CODE TO DPR-PROMO-CODE
                 MOVE IMP-DESCRIPTION TO DPR-DESCRIPTION
                 MOVE IMP-START-DATE TO DPR-START-DATE
                 MOVE IMP-END-DATE TO DPR-END-DATE
                 MOVE IMP-TYPE-CODE TO DPR-TYPE-CODE
                 MOVE IMP-CATEGORY TO DPR-CATEGORY
                 MOVE IMP-DISCOUNT-PCT TO DPR-DISCOUNT-PCT
                 WRITE DIM-PROMOTION-REC
                 ADD 1 TO EXF-RECORD-COUNT(EXF-DIM-PROMOTION)
              WHEN "ST"
                 MOVE "D" TO DST-REC-TYPE
                 MOVE WS-CHANGE-TYPE TO DST-CHANGE-TYPE
                 MOVE IMS-STATE-NUM TO DST-STATE-NUM
                 MOVE IMS-STATE-NAME TO DST-STATE-NAME
                 MOVE IMS-REGION-CODE TO DST-REGION-CODE
                 WRITE DIM-STATE-REC
                 ADD 1 TO EXF-RECORD-COUNT(EXF-DIM-STATE)
           END-EVALUATE
           .

       EXTRACT-BRANCH-SALES-FACTS.
           MOVE "SF" TO WS-CUR-DIM
           MOVE ZERO TO SLT-COUNT
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SHS-STATUS NOT = "00"
              MOVE "SALES HISTORY" TO WS-SOURCE-NAME
              PERFORM LOG-SOURCE-MISSING
           ELSE
              READ SALES-HISTORY-FILE
              AT END
                 SET END-OF-SALES-HISTORY TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SALES-HISTORY
                      IF SH-BRANCH-ID NUMERIC AND
                         SH-PERIOD NUMERIC AND
                         SH-AMOUNT NUMERIC
                         PERFORM ACCUMULATE-SALES-TOTAL
                      END-IF
                      READ SALES-HISTORY-FILE
                      AT END
                         SET END-OF-SALES-HISTORY TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SALES-HISTORY-FILE
              PERFORM VARYING SLT-IDX FROM 1 BY 1
                 UNTIL SLT-IDX GREATER THAN SLT-COUNT
                      MOVE SPACES TO WS-IMAGE
                      MOVE SLT-AMOUNT(SLT-IDX) TO IMF-SALES-AMOUNT
                      MOVE SLT-STATE-NUM(SLT-IDX) TO IMF-STATE-NUM
                      MOVE "SF" TO WS-SEARCH-DIM
                      MOVE SLT-BRANCH-ID(SLT-IDX) TO WS-SEARCH-BRANCH-ID
                      MOVE SLT-PERIOD(SLT-IDX) TO WS-SEARCH-PERIOD
                      PERFORM FIND-SNAPSHOT-ENTRY
                      IF SNP-FOUND-IDX = ZERO
                         PERFORM ADD-SNAPSHOT-ENTRY
                         MOVE "N" TO WS-CHANGE-TYPE
                         PERFORM WRITE-BRANCH-SALES-FACT
                      ELSE
                         MOVE "Y" TO SNP-SEEN(SNP-FOUND-IDX)
                         IF WS-IMAGE NOT = SNP-IMAGE(SNP-FOUND-IDX)
                            MOVE WS-IMAGE TO SNP-IMAGE(SNP-FOUND-IDX)
                            MOVE "U" TO WS-CHANGE-TYPE
                            PERFORM WRITE-BRANCH-SALES-FACT
                         END-IF
                      END-IF
              END-PERFORM
              PERFORM VARYING SNP-IDX FROM 1 BY 1
                 UNTIL SNP-IDX GREATER THAN SNP-COUNT
                      IF SNP-DIM(SNP-IDX) = "SF" AND
                         SNP-SEEN(SNP-IDX) NOT = "Y"
                         MOVE "X" TO SNP-STATUS(SNP-IDX)
                      END-IF
              END-PERFORM
           END-IF
           .

       ACCUMULATE-SALES-TOTAL.
           MOVE SH-BRANCH-ID TO WS-SALES-BRANCH-ID
           MOVE SH-PERIOD TO WS-SALES-PERIOD
           MOVE ZERO TO SLT-FOUND-IDX
           MOVE 1 TO SLT-LOW
           MOVE SLT-COUNT TO SLT-HIGH
           PERFORM UNTIL SLT-LOW GREATER THAN SLT-HIGH
                      OR SLT-FOUND-IDX GREATER THAN ZERO
                   COMPUTE SLT-MID = (SLT-LOW + SLT-HIGH) / 2
                   EVALUATE TRUE
                      WHEN SLT-KEY(SLT-MID) = WS-SALES-KEY
                         MOVE SLT-MID TO SLT-FOUND-IDX
                      WHEN SLT-KEY(SLT-MID) LESS THAN WS-SALES-KEY
                         COMPUTE SLT-LOW = SLT-MID + 1
                      WHEN OTHER
                         COMPUTE SLT-HIGH = SLT-MID - 1
                   END-EVALUATE
           END-PERFORM
           IF SLT-FOUND-IDX = ZERO
              IF SLT-COUNT NOT LESS THAN 5000
                 MOVE "BRANCH SALES" TO WS-SOURCE-NAME
                 PERFORM ABANDON-EXTRACT
              END-IF
              ADD 1 TO SLT-COUNT
              PERFORM VARYING SLT-INSERT-IDX FROM SLT-COUNT BY -1
                 UNTIL SLT-INSERT-IDX = SLT-LOW
                      MOVE SALES-TOTAL-ENTRY(SLT-INSERT-IDX - 1) TO
                         SALES-TOTAL-ENTRY(SLT-INSERT-IDX)
              END-PERFORM
              MOVE WS-SALES-KEY TO SLT-KEY(SLT-LOW)
              MOVE ZERO TO SLT-AMOUNT(SLT-LOW)
              MOVE SLT-LOW TO SLT-FOUND-IDX
           END-IF
           MOVE SH-STATE-NUM TO SLT-STATE-NUM(SLT-FOUND-IDX)
           ADD SH-AMOUNT TO SLT-AMOUNT(SLT-FOUND-IDX)
           .

       WRITE-BRANCH-SALES-FACT.
           MOVE SLT-BRANCH-ID(SLT-IDX) TO WS-KEY-BRANCH-ID
           PERFORM FIND-CURRENT-BRANCH-KEY
           MOVE "D" TO FBS-REC-TYPE
           MOVE WS-CHANGE-TYPE TO FBS-CHANGE-TYPE
           MOVE SLT-PERIOD(SLT-IDX) TO FBS-PERIOD
           MOVE WS-BRANCH-KEY TO FBS-BRANCH-KEY
           MOVE SLT-BRANCH-ID(SLT-IDX) TO FBS-BRANCH-ID
           MOVE SLT-STATE-NUM(SLT-IDX) TO FBS-STATE-NUM
           MOVE SLT-AMOUNT(SLT-IDX) TO FBS-SALES-AMOUNT
           WRITE FACT-BRANCH-SALES-REC
           ADD 1 TO EXF-RECORD-COUNT(EXF-FACT-BRANCH-SALES)
           ADD SLT-AMOUNT(SLT-IDX) TO
              EXF-AMOUNT-HASH(EXF-FACT-BRANCH-SALES)
           .

       FIND-CURRENT-BRANCH-KEY.
           IF WS-KEY-BRANCH-ID = WS-LAST-KEY-BRANCH-ID
              MOVE WS-LAST-BRANCH-KEY TO WS-BRANCH-KEY
           ELSE
              MOVE "BR" TO WS-SEARCH-DIM
              MOVE SPACES TO WS-SEARCH-ID
              MOVE WS-KEY-BRANCH-ID TO WS-SEARCH-ID(1:7)
              PERFORM FIND-SNAPSHOT-ENTRY
              IF SNP-FOUND-IDX = ZERO
                 COMPUTE WS-BRANCH-KEY = WS-KEY-BRANCH-ID * 1000
              ELSE
                 MOVE SNP-IMAGE(SNP-FOUND-IDX) TO WS-PRIOR-IMAGE
                 COMPUTE WS-BRANCH-KEY =
                    WS-KEY-BRANCH-ID * 1000 + PRB-VERSION
              END-IF
              MOVE WS-KEY-BRANCH-ID TO WS-LAST-KEY-BRANCH-ID
              MOVE WS-BRANCH-KEY TO WS-LAST-BRANCH-KEY
           END-IF
           .

       EXTRACT-CANDY-LINE-FACTS.
           OPEN INPUT TRAN-STORE-FILE
           IF WS-CTS-STATUS NOT = "00"
              MOVE "CANDY TRANSACTION STORE" TO WS-SOURCE-NAME
              PERFORM LOG-SOURCE-MISSING
           ELSE
              PERFORM UNTIL END-OF-STORE
                      READ TRAN-STORE-FILE NEXT RECORD
                      AT END
                         SET END-OF-STORE TO TRUE
                      NOT AT END
                         IF CTS-POSTED-DATE GREATER THAN
                            WS-FROM-POSTED AND
                            CTS-POSTED-DATE LESS THAN
                            WS-RUN-DATE
                            PERFORM WRITE-CANDY-LINE-FACT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE TRAN-STORE-FILE
           END-IF
           .

       WRITE-CANDY-LINE-FACT.
           MOVE CTS-BRANCH-ID TO WS-KEY-BRANCH-ID
           PERFORM FIND-CURRENT-BRANCH-KEY
           MOVE "D" TO FCL-REC-TYPE
           MOVE CTS-TRAN-DATE TO FCL-TRAN-DATE
           MOVE WS-BRANCH-KEY TO FCL-BRANCH-KEY
           MOVE CTS-BRANCH-ID TO FCL-BRANCH-ID
           MOVE CTS-REGISTER-NUM TO FCL-REGISTER-NUM
           MOVE CTS-RECEIPT-SEQ TO FCL-RECEIPT-SEQ
           MOVE CTS-STATE-NUM TO FCL-STATE-NUM
           MOVE CTS-TYPE-CODE TO FCL-TYPE-CODE
           MOVE CTS-PROMO-CODE TO FCL-PROMO-CODE
           MOVE CTS-QUANTITY TO FCL-QUANTITY
           MOVE CTS-UNIT-PRICE TO FCL-UNIT-PRICE
           MOVE CTS-AMOUNT TO FCL-AMOUNT
           MOVE CTS-MEMBER-NUM TO FCL-MEMBER-NUM
           MOVE CTS-POINTS-REDEEMED TO FCL-POINTS-REDEEMED
           MOVE CTS-RA-NUMBER TO FCL-RA-NUMBER
           MOVE CTS-POSTED-DATE TO FCL-POSTED-DATE
           WRITE FACT-CANDY-LINE-REC
           ADD 1 TO EXF-RECORD-COUNT(EXF-FACT-CANDY-LINE)
           ADD CTS-AMOUNT TO EXF-AMOUNT-HASH(EXF-FACT-CANDY-LINE)
           .

       LOG-SOURCE-MISSING.
           DISPLAY WS-SOURCE-NAME " NOT ON HAND - NOT EXTRACTED"
           MOVE "W" TO MLG-SEVERITY
           MOVE "DW0001" TO MLG-CODE
           MOVE SPACES TO MLG-TEXT
           STRING WS-SOURCE-NAME DELIMITED BY "  "
                  " NOT ON HAND - NOT EXTRACTED" DELIMITED BY SIZE
                  INTO MLG-TEXT
           PERFORM LOG-BATCH-MESSAGE
           .

       ABANDON-EXTRACT.
           DISPLAY WS-SOURCE-NAME " TABLE FULL - EXTRACT ABANDONED"
           IF EXTRACT-FILES-OPEN
              PERFORM CLOSE-OUTPUT-FILES
           END-IF
           MOVE "E" TO MLG-SEVERITY
           MOVE "DW0002" TO MLG-CODE
           MOVE SPACES TO MLG-TEXT
           STRING WS-SOURCE-NAME DELIMITED BY "  "
                  " TABLE FULL - EXTRACT ABANDONED" DELIMITED BY SIZE
                  INTO MLG-TEXT
           PERFORM LOG-BATCH-MESSAGE
           MOVE 8 TO RETURN-CODE
           GOBACK
           .

       ABANDON-EXTRACT-OPEN.
           DISPLAY "CANNOT OPEN " WS-OPEN-FILE-NAME " - STATUS "
                   WS-DWX-STATUS " - EXTRACT ABANDONED"
           MOVE "E" TO MLG-SEVERITY
           MOVE "DW0004" TO MLG-CODE
           MOVE SPACES TO MLG-TEXT
           STRING "CANNOT OPEN " DELIMITED BY SIZE
                  WS-OPEN-FILE-NAME DELIMITED BY SPACE
                  " - STATUS " DELIMITED BY SIZE
                  WS-DWX-STATUS DELIMITED BY SIZE
                  INTO MLG-TEXT
           PERFORM LOG-BATCH-MESSAGE
           MOVE 8 TO RETURN-CODE
           GOBACK
           .

       LOG-BATCH-MESSAGE.
           CALL "MSG-LOG" USING MSG-LOG-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           .
