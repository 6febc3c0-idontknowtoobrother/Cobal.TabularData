       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-CLOSURE.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT BRANCH-SALES-IDX-FILE ASSIGN TO "branch_sales_idx.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BSX-BRANCH-ID
                 FILE STATUS IS WS-IDX-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "branch_exceptions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXC-STATUS.
           SELECT RETURN-AUTH-FILE ASSIGN TO "return_auth.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RAF-STATUS.
           SELECT ONHAND-FILE ASSIGN TO "stock_onhand.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ONH-STATUS.
           SELECT SALES-FILE ASSIGN TO "branch_sales.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SALES-STATUS.
           SELECT RATE-FILE ASSIGN TO "commission_rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATE-STATUS.
           SELECT PAID-HIST-FILE ASSIGN TO "commission_paid_hist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PHI-STATUS.
           SELECT SEASON-FILE ASSIGN TO "season_calendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEA-STATUS.
           SELECT DIST-CONTROL-FILE ASSIGN TO "dist_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DST-STATUS.
           SELECT FINAL-STATEMENT-FILE ASSIGN TO
                 "branch_final_statements.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "branch_closure_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

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

       FD BRANCH-SALES-IDX-FILE.
       01 BRANCH-SALES-IDX-REC.
          05 BSX-BRANCH-ID          PIC 9(7).
          05 BSX-STATE-NUM          PIC 99.
          05 BSX-LATEST-PERIOD      PIC 9(6).
          05 BSX-LIFETIME-SALES     PIC S9(9)V99.

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          88 END-OF-OPERATOR-FILE                      VALUE HIGH-VALUES
           .
          05 OPR-ID                 PIC X(8).
          05 OPR-NAME               PIC X(30).
          05 OPR-ROLE               PIC X.
          05 OPR-ACTIVE             PIC X.

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
             88 EXC-OPEN                           VALUE "O" SPACE.
          05 EXC-REC-TYPE           PIC X.
          05 EXC-RAW-IMAGE          PIC X(55).

       FD RETURN-AUTH-FILE.
       01 RETURN-AUTH-REC.
          88 END-OF-RETURN-AUTHS                       VALUE HIGH-VALUES
           .
          05 RA-NUMBER              PIC 9(6).
          05 RA-BRANCH-ID           PIC 9(7).
          05 RA-TYPE-CODE           PIC 9(3).
          05 RA-AMOUNT              PIC 9(7)V99.
          05 RA-ISSUE-DATE          PIC 9(8).
          05 RA-STATUS              PIC X.
             88 RA-IS-OPEN                         VALUE "O".
             88 RA-IS-USED                         VALUE "U".
             88 RA-IS-CANCELLED                    VALUE "C".

       FD ONHAND-FILE.
       01 ONHAND-REC.
          88 END-OF-ONHAND-FILE                        VALUE HIGH-VALUES
           .
          05 ONH-BRANCH-ID          PIC 9(7).
          05 ONH-TYPE-CODE          PIC 9(3).
          05 ONH-QTY                PIC S9(7).

       FD SALES-FILE.
       01 SALES-REC.
          88 END-OF-SALES-FILE                         VALUE HIGH-VALUES
           .
          05 SAL-BRANCH-ID          PIC 9(7).
          05 SAL-STATE-NUM          PIC 99.
          05 SAL-SALES-PERIOD       PIC 9(6).
          05 SAL-CANDY-SALES        PIC S9(7)V99.

       FD RATE-FILE.
       01 RATE-REC.
          88 END-OF-RATE-FILE                          VALUE HIGH-VALUES
           .
          05 CR-LIMIT               PIC 9(9)V99.
          05 CR-RATE                PIC 9V9(4).
          05 CR-EFF-PERIOD          PIC 9(6).

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

       FD SEASON-FILE.
       01 SEASON-REC.
          88 END-OF-SEASON-FILE                        VALUE HIGH-VALUES
           .
          05 SEA-BRANCH-ID          PIC 9(7).
          05 SEA-OPEN-MMDD          PIC 9(4).
          05 SEA-CLOSE-MMDD         PIC 9(4).

       FD DIST-CONTROL-FILE.
       01 DIST-CONTROL-REC.
          88 END-OF-DIST-CONTROL                       VALUE HIGH-VALUES
           .
          05 DST-REPORT-CODE        PIC X(3).
          05 DST-RECIP-TYPE         PIC X.
          05 DST-RECIP-KEY          PIC X(7).
          05 DST-RECIP-NAME         PIC X(30).

       FD FINAL-STATEMENT-FILE.
       01 FINAL-STATEMENT-REC       PIC X(80).

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BM-STATUS              PIC XX.
       01 WS-IDX-STATUS             PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-EXC-STATUS             PIC XX.
       01 WS-RAF-STATUS             PIC XX.
       01 WS-ONH-STATUS             PIC XX.
       01 WS-SALES-STATUS           PIC XX.
       01 WS-RATE-STATUS            PIC XX.
       01 WS-PHI-STATUS             PIC XX.
       01 WS-SEA-STATUS             PIC XX.
       01 WS-DST-STATUS             PIC XX.
       01 WS-FST-STATUS             PIC XX.
       01 WS-OPERATOR-ID            PIC X(8).
       01 WS-OPERATOR-ROLE          PIC X.
          88 OPERATOR-IS-SUPERVISOR          VALUE "S".
       01 WS-SIGNED-ON              PIC X    VALUE "N".
          88 SIGNED-ON                       VALUE "Y".
       01 WS-SIGNON-TRIES           PIC 9    VALUE ZERO.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-CLOSE-BRANCH           PIC X(7).
       01 WS-CLOSE-BRANCH-NUM REDEFINES WS-CLOSE-BRANCH
                                    PIC 9(7).
       01 WS-CONFIRM                PIC X.
          88 CONFIRMED                      VALUE "Y" "y".
       01 WS-ITEMS-OUTSTANDING      PIC 9(5)     VALUE ZERO.
       01 WS-CHECK-COUNT            PIC 9(5).

       01 OPEN-EXCEPTION-COUNT      PIC 9(5)     VALUE ZERO.
       01 OPEN-RA-COUNT             PIC 9(5)     VALUE ZERO.
       01 OPEN-RA-AMOUNT            PIC 9(9)V99  VALUE ZERO.
       01 ONHAND-LINE-COUNT         PIC 9(5)     VALUE ZERO.
       01 ONHAND-UNITS              PIC S9(9)    VALUE ZERO.
       01 UNSETTLED-PERIOD-COUNT    PIC 9(5)     VALUE ZERO.
       01 SEASON-REMOVED-COUNT      PIC 9(5)     VALUE ZERO.
       01 DIST-REMOVED-COUNT        PIC 9(5)     VALUE ZERO.

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
       01 WS-RATE-FOR-PERIOD        PIC 9(6).
       01 WS-RATE-EFF-PERIOD        PIC 9(6).
       01 WS-RATE-SET-FOUND         PIC X.
          88 RATE-SET-FOUND                 VALUE "Y".
       01 WS-RATES-IN-ORDER         PIC X  VALUE "Y".
          88 RATES-IN-ORDER                 VALUE "Y".
       01 WS-COMMISSION             PIC 9(9)V99.
       01 WS-TIER-BASE              PIC 9(9)V99.
       01 WS-TIER-PORTION           PIC 9(9)V99.
       01 WS-NET-SALES              PIC S9(9)V99.
       01 WS-COMM-DIFFERENCE        PIC S9(9)V99.
       01 TOTAL-COMM-DUE            PIC 9(9)V99  VALUE ZERO.
       01 TOTAL-COMM-PAID           PIC 9(9)V99  VALUE ZERO.
       01 TOTAL-COMM-DIFFERENCE     PIC S9(9)V99 VALUE ZERO.

       01 CLOSURE-PERIOD-TABLE.
          05 CLOSURE-PERIOD-ENTRY OCCURS 240 TIMES.
             10 CPT-PERIOD          PIC 9(6).
             10 CPT-SALES           PIC S9(9)V99.
             10 CPT-PAID            PIC 9(9)V99.
             10 CPT-PAY-STATUS      PIC X.
             10 CPT-HIST-FOUND      PIC X.
       01 CPT-COUNT                 PIC 9(3) VALUE ZERO.
       01 CPT-IDX                   PIC 9(3).
       01 CPT-FOUND-IDX             PIC 9(3).
       01 CPT-SORT-IDX              PIC 9(3).
       01 CPT-SWAP-ENTRY            PIC X(30).
       01 WS-FIND-PERIOD            PIC 9(6).
       01 WS-CPT-OVERFLOW           PIC X    VALUE "N".
          88 CPT-OVERFLOW                    VALUE "Y".

       01 SEASON-TABLE.
          05 SEASON-ENTRY           PIC X(15) OCCURS 1000 TIMES.
       01 SEA-COUNT                 PIC 9(4) VALUE ZERO.
       01 SEA-IDX                   PIC 9(4).
       01 DIST-TABLE.
          05 DIST-ENTRY             PIC X(41) OCCURS 500 TIMES.
       01 DST-COUNT                 PIC 9(3) VALUE ZERO.
       01 DST-IDX                   PIC 9(3).
       01 WS-TABLE-FULL             PIC X    VALUE "N".
          88 TABLE-FULL                      VALUE "Y".

       01 REPORT-HEADING1           PIC X(45)
                                                       VALUE
             "  YoreCandyShoppe Branch Closure Checklist".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(10)    VALUE "  BRANCH  ".
          05 PRN-BRANCH-ID          PIC 9(7).
          05 PRN-BRANCH-NAME        PIC BX(30).
          05 FILLER                 PIC X(8)     VALUE "  CLOSED".
          05 PRN-CLOSE-DATE         PIC B9(8).
       01 REPORT-HEADING3.
          05 FILLER                 PIC X(12)
                                                       VALUE
             "  RUN DATE ".
          05 PRN-RUN-DATE           PIC 9(8).
          05 FILLER                 PIC X(12)
                                                       VALUE
             "  OPERATOR ".
          05 PRN-OPERATOR           PIC X(8).
       01 SECTION-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-SECTION-TITLE      PIC X(60).
       01 EXCEPTION-LINE.
          05 FILLER                 PIC X(4)     VALUE SPACES.
          05 PRN-EXC-PERIOD         PIC X(6).
          05 PRN-EXC-REASON         PIC BX(32).
          05 PRN-EXC-STATUS         PIC BX.
       01 RA-LINE.
          05 FILLER                 PIC X(7)     VALUE "    RA ".
          05 PRN-RA-NUMBER          PIC 9(6).
          05 FILLER                 PIC X(6)     VALUE " TYPE ".
          05 PRN-RA-TYPE            PIC 9(3).
          05 PRN-RA-AMOUNT          PIC B(2)$$,$$$,$$9.99.
          05 FILLER                 PIC X(8)     VALUE "  ISSUED".
          05 PRN-RA-ISSUE-DATE      PIC B9(8).
       01 ONHAND-LINE.
          05 FILLER                 PIC X(9)     VALUE "    TYPE ".
          05 PRN-ONH-TYPE           PIC 9(3).
          05 FILLER                 PIC X(10)    VALUE "   ON HAND".
          05 PRN-ONH-QTY            PIC B(2)Z,ZZZ,ZZ9-.
       01 COMMISSION-HEADING        PIC X(74)
                                                       VALUE
             "    Period      NetSales   CommDue      CommPaid    Differ
      -      "ence".
       01 COMMISSION-LINE.
          05 FILLER                 PIC X(4)     VALUE SPACES.
          05 PRN-COMM-PERIOD        PIC 9(6).
          05 PRN-COMM-SALES         PIC B(2)$$,$$$,$$9.99-.
          05 PRN-COMM-DUE           PIC B(2)$$$,$$9.99.
          05 PRN-COMM-PAID          PIC B(2)$$$,$$9.99.
          05 PRN-COMM-DIFF          PIC B(2)$$$,$$9.99-.
          05 PRN-COMM-FLAG          PIC BX(14).
       01 COMMISSION-TOTAL-LINE.
          05 FILLER                 PIC X(26)
                                                       VALUE
             "    FINAL COMMISSION".
          05 PRN-TOTAL-DUE          PIC B(2)$$$,$$9.99.
          05 PRN-TOTAL-PAID         PIC B(2)$$$,$$9.99.
          05 PRN-TOTAL-DIFF         PIC B(2)$$$,$$9.99-.
       01 CHECKLIST-LINE.
          05 FILLER                 PIC X(4)     VALUE SPACES.
          05 PRN-CHECK-LABEL        PIC X(36).
          05 PRN-CHECK-COUNT        PIC ZZ,ZZ9.
          05 PRN-CHECK-RESULT       PIC B(3)X(11).

       01 STMT-RULE-LINE            PIC X(60)    VALUE ALL "=".
       01 STMT-HEADING              PIC X(40)
                                                       VALUE
             "  YoreCandyShoppe Final Branch Statement".
       01 STMT-BRANCH-LINE.
          05 FILLER                 PIC X(10)    VALUE "  BRANCH  ".
          05 PRN-STMT-BRANCH-ID     PIC 9(7).
       01 STMT-NAME-LINE.
          05 FILLER                 PIC X(10)    VALUE SPACES.
          05 PRN-STMT-BRANCH-NAME   PIC X(30).
       01 STMT-ADDRESS-LINE.
          05 FILLER                 PIC X(10)    VALUE SPACES.
          05 PRN-STMT-ADDRESS       PIC X(40).
       01 STMT-STATE-LINE.
          05 FILLER                 PIC X(10)    VALUE "  STATE   ".
          05 PRN-STMT-STATE-NUM     PIC 99.
          05 FILLER                 PIC X(14)    VALUE "   OPEN DATE  ".
          05 PRN-STMT-OPEN-DATE     PIC 9(8).
       01 STMT-CLOSED-LINE.
          05 FILLER                 PIC X(20)
                                                       VALUE
             "  ** BRANCH CLOSED ".
          05 PRN-STMT-CLOSE-DATE    PIC 9(8).
          05 FILLER                 PIC X(3)     VALUE " **".
       01 STMT-PERIOD-LINE.
          05 FILLER                 PIC X(24)
                                                       VALUE
             "  PERIOD SALES        ".
          05 PRN-STMT-PERIOD        PIC 9(6).
          05 PRN-STMT-PERIOD-SALES  PIC B(3)$$$,$$$,$$9.99-.
       01 STMT-LIFETIME-LINE.
          05 FILLER                 PIC X(24)
                                                       VALUE
             "  LIFETIME SALES      ".
          05 PRN-STMT-LIFETIME      PIC B(9)$$$,$$$,$$9.99-.
       01 STMT-COMMISSION-LINE.
          05 FILLER                 PIC X(24)
                                                       VALUE
             "  COMMISSION PAID     ".
          05 PRN-STMT-COMM-PAID     PIC B(9)$$$,$$$,$$9.99.
       01 STMT-SETTLEMENT-LINE.
          05 FILLER                 PIC X(24)
                                                       VALUE
             "  FINAL SETTLEMENT    ".
          05 PRN-STMT-SETTLEMENT    PIC B(9)$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SIGN-ON-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "BRANCH-ID TO CLOSE DOWN -"
           ACCEPT WS-CLOSE-BRANCH
           IF WS-CLOSE-BRANCH NOT NUMERIC
              DISPLAY "INVALID BRANCH-ID"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "NO BRANCH MASTER FILE - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-CLOSE-BRANCH-NUM TO BM-BRANCH-ID
           READ BRANCH-MASTER-FILE
              INVALID KEY
                 DISPLAY "BRANCH " WS-CLOSE-BRANCH
                         " NOT ON BRANCH MASTER - RUN ABANDONED"
                 CLOSE BRANCH-MASTER-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE BRANCH-MASTER-FILE
           IF NOT BM-BRANCH-CLOSED OR
              BM-CLOSE-DATE NOT NUMERIC OR
              BM-CLOSE-DATE = ZERO
              DISPLAY "BRANCH " WS-CLOSE-BRANCH
                      " IS NOT CLOSED ON THE BRANCH MASTER"
              DISPLAY "SET STATUS C AND A CLOSE DATE IN"
                      " BRANCH-MASTER FIRST - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "CLOSE DOWN " BM-BRANCH-ID " " BM-BRANCH-NAME
                   " CLOSED " BM-CLOSE-DATE " (Y/N) -"
           ACCEPT WS-CONFIRM
           IF NOT CONFIRMED
              DISPLAY "CLOSURE RUN NOT STARTED"
              STOP RUN
           END-IF
           PERFORM LOAD-RATE-TABLE
           IF RFT-COUNT = ZERO OR NOT RATES-IN-ORDER
              DISPLAY "COMMISSION RATES MISSING OR OUT OF ORDER"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           MOVE BM-BRANCH-ID TO PRN-BRANCH-ID
           MOVE BM-BRANCH-NAME TO PRN-BRANCH-NAME
           MOVE BM-CLOSE-DATE TO PRN-CLOSE-DATE
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RUN-DATE TO PRN-RUN-DATE
           MOVE WS-OPERATOR-ID TO PRN-OPERATOR
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           PERFORM CHECK-OPEN-EXCEPTIONS
           PERFORM CHECK-OPEN-RETURN-AUTHS
           PERFORM CHECK-STOCK-ON-HAND
           PERFORM CALCULATE-FINAL-COMMISSION
           PERFORM WRITE-FINAL-STATEMENT
           PERFORM REMOVE-SEASON-ENTRIES
           PERFORM REMOVE-DISTRIBUTION-ENTRIES
           PERFORM PRINT-CLOSURE-CHECKLIST
           CLOSE REPORT-FILE
           IF WS-ITEMS-OUTSTANDING GREATER THAN ZERO
              DISPLAY "CLOSURE ITEMS STILL OUTSTANDING - SEE"
                      " branch_closure_report.dat"
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       WRITE-REPORT-LINE.
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-FILE-REC
           .

       PRINT-SECTION-TITLE.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE SECTION-LINE TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           .

       CHECK-OPEN-EXCEPTIONS.
           MOVE "OPEN SALES EXCEPTIONS" TO PRN-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXC-STATUS = "00"
              READ EXCEPTION-FILE
              AT END
                 SET END-OF-EXCEPTION-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-EXCEPTION-FILE
                      IF EXC-BRANCH-ID = WS-CLOSE-BRANCH AND
                         EXC-OPEN
                         ADD 1 TO OPEN-EXCEPTION-COUNT
                         MOVE EXC-SALES-PERIOD TO PRN-EXC-PERIOD
                         MOVE EXC-REASON TO PRN-EXC-REASON
                         MOVE EXC-STATUS TO PRN-EXC-STATUS
                         MOVE EXCEPTION-LINE TO REPORT-FILE-REC
                         PERFORM WRITE-REPORT-LINE
                      END-IF
                      READ EXCEPTION-FILE
                      AT END
                         SET END-OF-EXCEPTION-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE EXCEPTION-FILE
           END-IF
           IF OPEN-EXCEPTION-COUNT = ZERO
              MOVE "    NONE" TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           END-IF
           .

       CHECK-OPEN-RETURN-AUTHS.
           MOVE "OPEN RETURN AUTHORISATIONS" TO PRN-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE
           OPEN INPUT RETURN-AUTH-FILE
           IF WS-RAF-STATUS = "00"
              READ RETURN-AUTH-FILE
              AT END
                 SET END-OF-RETURN-AUTHS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RETURN-AUTHS
                      IF RA-BRANCH-ID = WS-CLOSE-BRANCH-NUM AND
                         RA-IS-OPEN
                         ADD 1 TO OPEN-RA-COUNT
                         IF RA-AMOUNT NUMERIC
                            ADD RA-AMOUNT TO OPEN-RA-AMOUNT
                         END-IF
                         MOVE RA-NUMBER TO PRN-RA-NUMBER
                         MOVE RA-TYPE-CODE TO PRN-RA-TYPE
                         MOVE RA-AMOUNT TO PRN-RA-AMOUNT
                         MOVE RA-ISSUE-DATE TO PRN-RA-ISSUE-DATE
                         MOVE RA-LINE TO REPORT-FILE-REC
                         PERFORM WRITE-REPORT-LINE
                      END-IF
                      READ RETURN-AUTH-FILE
                      AT END
                         SET END-OF-RETURN-AUTHS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RETURN-AUTH-FILE
           END-IF
           IF OPEN-RA-COUNT = ZERO
              MOVE "    NONE" TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           END-IF
           .

       CHECK-STOCK-ON-HAND.
           MOVE "STOCK REMAINING ON HAND" TO PRN-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE
           OPEN INPUT ONHAND-FILE
           IF WS-ONH-STATUS = "00"
              READ ONHAND-FILE
              AT END
                 SET END-OF-ONHAND-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-ONHAND-FILE
                      IF ONH-BRANCH-ID = WS-CLOSE-BRANCH-NUM AND
                         ONH-QTY NUMERIC AND
                         ONH-QTY NOT = ZERO
                         ADD 1 TO ONHAND-LINE-COUNT
                         ADD ONH-QTY TO ONHAND-UNITS
                         MOVE ONH-TYPE-CODE TO PRN-ONH-TYPE
                         MOVE ONH-QTY TO PRN-ONH-QTY
                         MOVE ONHAND-LINE TO REPORT-FILE-REC
                         PERFORM WRITE-REPORT-LINE
                      END-IF
                      READ ONHAND-FILE
                      AT END
                         SET END-OF-ONHAND-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE ONHAND-FILE
           END-IF
           IF ONHAND-LINE-COUNT = ZERO
              MOVE "    NONE" TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           END-IF
           .

       LOAD-RATE-TABLE.
           MOVE ZERO TO RFT-COUNT
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

       CALCULATE-FINAL-COMMISSION.
           MOVE "FINAL COMMISSION BY PERIOD" TO PRN-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE
           PERFORM LOAD-CLOSURE-SALES
           PERFORM LOAD-CLOSURE-PAID-HISTORY
           PERFORM SORT-CLOSURE-PERIODS
           MOVE COMMISSION-HEADING TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING CPT-IDX FROM 1 BY 1
              UNTIL CPT-IDX GREATER THAN CPT-COUNT
                   PERFORM SETTLE-ONE-PERIOD
           END-PERFORM
           MOVE TOTAL-COMM-DUE TO PRN-TOTAL-DUE
           MOVE TOTAL-COMM-PAID TO PRN-TOTAL-PAID
           MOVE TOTAL-COMM-DIFFERENCE TO PRN-TOTAL-DIFF
           MOVE COMMISSION-TOTAL-LINE TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           IF CPT-OVERFLOW
              MOVE "    ** MORE THAN 240 PERIODS - OLDEST NOT SHOWN"
                 TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           END-IF
           .

       LOAD-CLOSURE-SALES.
           MOVE ZERO TO CPT-COUNT
           OPEN INPUT SALES-FILE
           IF WS-SALES-STATUS = "00"
              READ SALES-FILE
              AT END
                 SET END-OF-SALES-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SALES-FILE
                      IF SAL-BRANCH-ID = WS-CLOSE-BRANCH-NUM AND
                         SAL-SALES-PERIOD NUMERIC AND
                         SAL-CANDY-SALES NUMERIC
                         MOVE SAL-SALES-PERIOD TO WS-FIND-PERIOD
                         PERFORM FIND-CLOSURE-PERIOD
                         IF CPT-FOUND-IDX GREATER THAN ZERO
                            ADD SAL-CANDY-SALES TO
                               CPT-SALES(CPT-FOUND-IDX)
                         END-IF
                      END-IF
                      READ SALES-FILE
                      AT END
                         SET END-OF-SALES-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SALES-FILE
           END-IF
           .

       LOAD-CLOSURE-PAID-HISTORY.
           OPEN INPUT PAID-HIST-FILE
           IF WS-PHI-STATUS = "00"
              READ PAID-HIST-FILE
              AT END
                 SET END-OF-PAID-HIST TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PAID-HIST
                      IF PH-BRANCH-ID = WS-CLOSE-BRANCH-NUM AND
                         PH-PERIOD NUMERIC AND
                         PH-COMMISSION NUMERIC
                         MOVE PH-PERIOD TO WS-FIND-PERIOD
                         PERFORM FIND-CLOSURE-PERIOD
                         IF CPT-FOUND-IDX GREATER THAN ZERO
                            MOVE PH-COMMISSION TO
                               CPT-PAID(CPT-FOUND-IDX)
                            MOVE PH-PAY-STATUS TO
                               CPT-PAY-STATUS(CPT-FOUND-IDX)
                            MOVE "Y" TO CPT-HIST-FOUND(CPT-FOUND-IDX)
                         END-IF
                      END-IF
                      READ PAID-HIST-FILE
                      AT END
                         SET END-OF-PAID-HIST TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PAID-HIST-FILE
           END-IF
           .

       FIND-CLOSURE-PERIOD.
           MOVE ZERO TO CPT-FOUND-IDX
           PERFORM VARYING CPT-IDX FROM 1 BY 1
              UNTIL CPT-IDX GREATER THAN CPT-COUNT
                   IF CPT-PERIOD(CPT-IDX) = WS-FIND-PERIOD
                      MOVE CPT-IDX TO CPT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF CPT-FOUND-IDX = ZERO
              IF CPT-COUNT LESS THAN 240
                 ADD 1 TO CPT-COUNT
                 MOVE WS-FIND-PERIOD TO CPT-PERIOD(CPT-COUNT)
                 MOVE ZERO TO CPT-SALES(CPT-COUNT)
                 MOVE ZERO TO CPT-PAID(CPT-COUNT)
                 MOVE SPACE TO CPT-PAY-STATUS(CPT-COUNT)
                 MOVE "N" TO CPT-HIST-FOUND(CPT-COUNT)
                 MOVE CPT-COUNT TO CPT-FOUND-IDX
              ELSE
                 SET CPT-OVERFLOW TO TRUE
              END-IF
           END-IF
           .

       SORT-CLOSURE-PERIODS.
           PERFORM VARYING CPT-IDX FROM 2 BY 1
              UNTIL CPT-IDX GREATER THAN CPT-COUNT
                   MOVE CLOSURE-PERIOD-ENTRY(CPT-IDX) TO
                      CPT-SWAP-ENTRY
                   PERFORM VARYING CPT-SORT-IDX FROM CPT-IDX BY -1
                      UNTIL CPT-SORT-IDX = 1 OR
                         CLOSURE-PERIOD-ENTRY(CPT-SORT-IDX - 1)(1:6)
                            NOT GREATER THAN CPT-SWAP-ENTRY(1:6)
                         MOVE CLOSURE-PERIOD-ENTRY(CPT-SORT-IDX - 1)
                            TO CLOSURE-PERIOD-ENTRY(CPT-SORT-IDX)
                   END-PERFORM
                   MOVE CPT-SWAP-ENTRY TO
                      CLOSURE-PERIOD-ENTRY(CPT-SORT-IDX)
           END-PERFORM
           .

       SETTLE-ONE-PERIOD.
           MOVE CPT-PERIOD(CPT-IDX) TO WS-RATE-FOR-PERIOD
           PERFORM SELECT-RATE-TIERS
           MOVE CPT-SALES(CPT-IDX) TO WS-NET-SALES
           PERFORM COMPUTE-COMMISSION
           COMPUTE WS-COMM-DIFFERENCE =
              WS-COMMISSION - CPT-PAID(CPT-IDX)
           ADD WS-COMMISSION TO TOTAL-COMM-DUE
           ADD CPT-PAID(CPT-IDX) TO TOTAL-COMM-PAID
           ADD WS-COMM-DIFFERENCE TO TOTAL-COMM-DIFFERENCE
           MOVE CPT-PERIOD(CPT-IDX) TO PRN-COMM-PERIOD
           MOVE WS-NET-SALES TO PRN-COMM-SALES
           MOVE WS-COMMISSION TO PRN-COMM-DUE
           MOVE CPT-PAID(CPT-IDX) TO PRN-COMM-PAID
           MOVE WS-COMM-DIFFERENCE TO PRN-COMM-DIFF
           MOVE SPACES TO PRN-COMM-FLAG
           EVALUATE TRUE
              WHEN CPT-HIST-FOUND(CPT-IDX) = "N" AND
                   WS-COMMISSION GREATER THAN ZERO
                 MOVE "NOT YET PAID" TO PRN-COMM-FLAG
              WHEN CPT-PAY-STATUS(CPT-IDX) = "R"
                 MOVE "PAYMENT RETURN" TO PRN-COMM-FLAG
              WHEN WS-COMM-DIFFERENCE GREATER THAN ZERO
                 MOVE "UNDERPAID" TO PRN-COMM-FLAG
              WHEN WS-COMM-DIFFERENCE LESS THAN ZERO
                 MOVE "CLAWBACK DUE" TO PRN-COMM-FLAG
           END-EVALUATE
           IF PRN-COMM-FLAG NOT = SPACES
              ADD 1 TO UNSETTLED-PERIOD-COUNT
           END-IF
           MOVE COMMISSION-LINE TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
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

       WRITE-FINAL-STATEMENT.
           MOVE ZERO TO BSX-LIFETIME-SALES
           OPEN INPUT BRANCH-SALES-IDX-FILE
           IF WS-IDX-STATUS = "00"
              MOVE BM-BRANCH-ID TO BSX-BRANCH-ID
              READ BRANCH-SALES-IDX-FILE
                 INVALID KEY
                    MOVE ZERO TO BSX-LIFETIME-SALES
              END-READ
              CLOSE BRANCH-SALES-IDX-FILE
           END-IF
           OPEN EXTEND FINAL-STATEMENT-FILE
           IF WS-FST-STATUS = "35"
              OPEN OUTPUT FINAL-STATEMENT-FILE
           END-IF
           MOVE STMT-RULE-LINE TO FINAL-STATEMENT-REC
           WRITE FINAL-STATEMENT-REC
           MOVE STMT-HEADING TO FINAL-STATEMENT-REC
           WRITE FINAL-STATEMENT-REC
           MOVE BM-BRANCH-ID TO PRN-STMT-BRANCH-ID
           MOVE STMT-BRANCH-LINE TO FINAL-STATEMENT-REC
           WRITE FINAL-STATEMENT-REC
           MOVE BM-BRANCH-NAME TO PRN-STMT-BRANCH-NAME
           MOVE STMT-NAME-LINE TO FINAL-STATEMENT-REC
           WRITE FINAL-STATEMENT-REC
           MOVE BM-BRANCH-ADDRESS TO PRN-STMT-ADDRESS
           MOVE STMT-ADDRESS-LINE TO FINAL-STATEMENT-REC
           WRITE FINAL-STATEMENT-REC
           MOVE BM-STATE-NUM TO PRN-STMT-STATE-NUM
           MOVE BM-OPEN-DATE TO PRN-STMT-OPEN-DATE
           MOVE STMT-STATE-LINE TO FINAL-STATEMENT-REC
           WRITE FINAL-STATEMENT-REC
           MOVE BM-CLOSE-DATE TO PRN-STMT-CLOSE-DATE
           MOVE STMT-CLOSED-LINE TO FINAL-STATEMENT-REC
           WRITE FINAL-STATEMENT-REC
           PERFORM VARYING CPT-IDX FROM 1 BY 1
              UNTIL CPT-IDX GREATER THAN CPT-COUNT
                   MOVE CPT-PERIOD(CPT-IDX) TO PRN-STMT-PERIOD
                   MOVE CPT-SALES(CPT-IDX) TO PRN-STMT-PERIOD-SALES
                   MOVE STMT-PERIOD-LINE TO FINAL-STATEMENT-REC
                   WRITE FINAL-STATEMENT-REC
           END-PERFORM
           MOVE BSX-LIFETIME-SALES TO PRN-STMT-LIFETIME
           MOVE STMT-LIFETIME-LINE TO FINAL-STATEMENT-REC
           WRITE FINAL-STATEMENT-REC
           MOVE TOTAL-COMM-PAID TO PRN-STMT-COMM-PAID
           MOVE STMT-COMMISSION-LINE TO FINAL-STATEMENT-REC
           WRITE FINAL-STATEMENT-REC
           MOVE TOTAL-COMM-DIFFERENCE TO PRN-STMT-SETTLEMENT
           MOVE STMT-SETTLEMENT-LINE TO FINAL-STATEMENT-REC
           WRITE FINAL-STATEMENT-REC
           MOVE STMT-RULE-LINE TO FINAL-STATEMENT-REC
           WRITE FINAL-STATEMENT-REC
           CLOSE FINAL-STATEMENT-FILE
           .

       REMOVE-SEASON-ENTRIES.
           MOVE "N" TO WS-TABLE-FULL
           MOVE ZERO TO SEA-COUNT
           OPEN INPUT SEASON-FILE
           IF WS-SEA-STATUS = "00"
              READ SEASON-FILE
              AT END
                 SET END-OF-SEASON-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SEASON-FILE
                      IF SEA-BRANCH-ID = WS-CLOSE-BRANCH-NUM
                         ADD 1 TO SEASON-REMOVED-COUNT
                      ELSE
                         IF SEA-COUNT LESS THAN 1000
                            ADD 1 TO SEA-COUNT
                            MOVE SEASON-REC TO SEASON-ENTRY(SEA-COUNT)
                         ELSE
                            SET TABLE-FULL TO TRUE
                         END-IF
                      END-IF
                      READ SEASON-FILE
                      AT END
                         SET END-OF-SEASON-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SEASON-FILE
           END-IF
           IF TABLE-FULL
              DISPLAY "SEASON CALENDAR TOO LARGE - NOT REWRITTEN"
              MOVE ZERO TO SEASON-REMOVED-COUNT
              ADD 1 TO WS-ITEMS-OUTSTANDING
           ELSE
              IF SEASON-REMOVED-COUNT GREATER THAN ZERO
                 OPEN OUTPUT SEASON-FILE
                 PERFORM VARYING SEA-IDX FROM 1 BY 1
                    UNTIL SEA-IDX GREATER THAN SEA-COUNT
                         MOVE SEASON-ENTRY(SEA-IDX) TO SEASON-REC
                         WRITE SEASON-REC
                 END-PERFORM
                 CLOSE SEASON-FILE
              END-IF
           END-IF
           .

       REMOVE-DISTRIBUTION-ENTRIES.
           MOVE "N" TO WS-TABLE-FULL
           MOVE ZERO TO DST-COUNT
           OPEN INPUT DIST-CONTROL-FILE
           IF WS-DST-STATUS = "00"
              READ DIST-CONTROL-FILE
              AT END
                 SET END-OF-DIST-CONTROL TO TRUE
              END-READ
              PERFORM UNTIL END-OF-DIST-CONTROL
                      IF DST-RECIP-TYPE = "B" AND
                         DST-RECIP-KEY = WS-CLOSE-BRANCH
                         ADD 1 TO DIST-REMOVED-COUNT
                      ELSE
                         IF DST-COUNT LESS THAN 500
                            ADD 1 TO DST-COUNT
                            MOVE DIST-CONTROL-REC TO
                               DIST-ENTRY(DST-COUNT)
                         ELSE
                            SET TABLE-FULL TO TRUE
                         END-IF
                      END-IF
                      READ DIST-CONTROL-FILE
                      AT END
                         SET END-OF-DIST-CONTROL TO TRUE
                      END-READ
              END-PERFORM
              CLOSE DIST-CONTROL-FILE
           END-IF
           IF TABLE-FULL
              DISPLAY "DISTRIBUTION CONTROL TOO LARGE - NOT REWRITTEN"
              MOVE ZERO TO DIST-REMOVED-COUNT
              ADD 1 TO WS-ITEMS-OUTSTANDING
           ELSE
              IF DIST-REMOVED-COUNT GREATER THAN ZERO
                 OPEN OUTPUT DIST-CONTROL-FILE
                 PERFORM VARYING DST-IDX FROM 1 BY 1
                    UNTIL DST-IDX GREATER THAN DST-COUNT
                         MOVE DIST-ENTRY(DST-IDX) TO DIST-CONTROL-REC
                         WRITE DIST-CONTROL-REC
                 END-PERFORM
                 CLOSE DIST-CONTROL-FILE
              END-IF
           END-IF
           .

       PRINT-CLOSURE-CHECKLIST.
           MOVE "CLOSURE CHECKLIST" TO PRN-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE
           MOVE "OPEN SALES EXCEPTIONS" TO PRN-CHECK-LABEL
           MOVE OPEN-EXCEPTION-COUNT TO WS-CHECK-COUNT
           PERFORM PRINT-OUTSTANDING-ITEM
           MOVE "OPEN RETURN AUTHORISATIONS" TO PRN-CHECK-LABEL
           MOVE OPEN-RA-COUNT TO WS-CHECK-COUNT
           PERFORM PRINT-OUTSTANDING-ITEM
           MOVE "STOCK LINES STILL ON HAND" TO PRN-CHECK-LABEL
           MOVE ONHAND-LINE-COUNT TO WS-CHECK-COUNT
           PERFORM PRINT-OUTSTANDING-ITEM
           MOVE "COMMISSION PERIODS UNSETTLED" TO PRN-CHECK-LABEL
           MOVE UNSETTLED-PERIOD-COUNT TO WS-CHECK-COUNT
           PERFORM PRINT-OUTSTANDING-ITEM
           MOVE "FINAL STATEMENT WRITTEN" TO PRN-CHECK-LABEL
           MOVE 1 TO PRN-CHECK-COUNT
           MOVE "DONE" TO PRN-CHECK-RESULT
           MOVE CHECKLIST-LINE TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           MOVE "SEASON CALENDAR ENTRIES REMOVED" TO PRN-CHECK-LABEL
           MOVE SEASON-REMOVED-COUNT TO PRN-CHECK-COUNT
           MOVE "DONE" TO PRN-CHECK-RESULT
           MOVE CHECKLIST-LINE TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           MOVE "DISTRIBUTION ENTRIES REMOVED" TO PRN-CHECK-LABEL
           MOVE DIST-REMOVED-COUNT TO PRN-CHECK-COUNT
           MOVE "DONE" TO PRN-CHECK-RESULT
           MOVE CHECKLIST-LINE TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           .

       PRINT-OUTSTANDING-ITEM.
           MOVE WS-CHECK-COUNT TO PRN-CHECK-COUNT
           IF WS-CHECK-COUNT = ZERO
              MOVE "CLEAR" TO PRN-CHECK-RESULT
           ELSE
              MOVE "OUTSTANDING" TO PRN-CHECK-RESULT
              ADD 1 TO WS-ITEMS-OUTSTANDING
           END-IF
           MOVE CHECKLIST-LINE TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           .

       SIGN-ON-OPERATOR.
           MOVE "N" TO WS-SIGNED-ON
           MOVE ZERO TO WS-SIGNON-TRIES
           PERFORM UNTIL SIGNED-ON OR WS-SIGNON-TRIES = 3
                   DISPLAY "OPERATOR ID -"
                   ACCEPT WS-OPERATOR-ID
                   ADD 1 TO WS-SIGNON-TRIES
                   PERFORM VERIFY-OPERATOR
                   IF NOT SIGNED-ON
                      DISPLAY "SIGN-ON REFUSED - OPERATOR NOT ON FILE"
                              " OR NOT ACTIVE"
                   END-IF
           END-PERFORM
           IF NOT SIGNED-ON
              DISPLAY "TOO MANY SIGN-ON ATTEMPTS"
              STOP RUN
           END-IF
           .

       VERIFY-OPERATOR.
           MOVE SPACE TO WS-OPERATOR-ROLE
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
              DISPLAY "NO OPERATOR FILE ON HAND - SIGN-ON REFUSED"
              DISPLAY "SET UP OPERATORS WITH OPERATOR-MAINT"
              STOP RUN
           END-IF
           READ OPERATOR-FILE
           AT END
              SET END-OF-OPERATOR-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-OPERATOR-FILE
                   IF OPR-ID = WS-OPERATOR-ID AND
                      OPR-ACTIVE = "A"
                      MOVE "Y" TO WS-SIGNED-ON
                      MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                   END-IF
                   READ OPERATOR-FILE
                   AT END
                      SET END-OF-OPERATOR-FILE TO TRUE
                   END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           .

