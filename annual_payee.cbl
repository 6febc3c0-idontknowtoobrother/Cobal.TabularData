       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNUAL-PAYEE-REPORT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-HIST-FILE ASSIGN TO "commission_paid_hist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PHI-STATUS.
           SELECT BANKING-FILE ASSIGN TO "branch_banking.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BNK-STATUS.
           SELECT REISSUE-FILE ASSIGN TO "commission_reissue.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RIQ-STATUS.
           SELECT RETURN-HIST-FILE ASSIGN TO "bank_returns_hist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RTH-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "bank_batch_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BBC-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "payee_register.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILING-FILE ASSIGN TO "payee_filing.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
             88 PH-PAYMENT-RETURNED                VALUE "R".
          05 PH-RETURN-DATE         PIC 9(8).

       FD BANKING-FILE.
       01 BANKING-REC.
          88 END-OF-BANKING-FILE                       VALUE HIGH-VALUES
           .
          05 BNK-BRANCH-ID          PIC 9(7).
          05 BNK-ROUTING-NUM        PIC 9(9).
          05 BNK-ACCOUNT-NUM        PIC X(12).
          05 BNK-ACCOUNT-NAME       PIC X(30).
          05 BNK-HOLD-FLAG          PIC X.
             88 BNK-ON-HOLD                        VALUE "H".
          05 BNK-HOLD-DATE          PIC 9(8).
          05 BNK-HOLD-REASON        PIC X(3).

       FD REISSUE-FILE.
       01 REISSUE-REC.
          88 END-OF-REISSUE-FILE                       VALUE HIGH-VALUES
           .
          05 RIQ-BRANCH-ID          PIC 9(7).
          05 RIQ-PERIOD             PIC 9(6).
          05 RIQ-AMOUNT             PIC 9(9)V99.
          05 RIQ-RETURN-DATE        PIC 9(8).
          05 RIQ-ORIG-BATCH         PIC 9(6).
          05 RIQ-RETURN-CODE        PIC X(3).

       FD RETURN-HIST-FILE.
       01 RETURN-HIST-REC.
          88 END-OF-RETURN-HIST                        VALUE HIGH-VALUES
           .
          05 RTH-BRANCH-ID          PIC 9(7).
          05 RTH-PERIOD             PIC 9(6).
          05 RTH-ORIG-BATCH         PIC 9(6).
          05 RTH-AMOUNT             PIC 9(9)V99.
          05 RTH-RETURN-CODE        PIC X(3).
          05 RTH-PROCESS-DATE       PIC 9(8).

       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-REC.
          88 END-OF-BATCH-CONTROL                      VALUE HIGH-VALUES
           .
          05 BBC-NEXT-BATCH         PIC 9(6).
       01 BATCH-HISTORY-REC.
          05 BBH-REC-TYPE           PIC X.
          05 BBH-BATCH-NUMBER       PIC 9(6).
          05 BBH-CREATE-DATE        PIC 9(8).
          05 BBH-PERIOD             PIC 9(6).
          05 BBH-RECORD-COUNT       PIC 9(9).
          05 BBH-AMOUNT-TOTAL       PIC 9(11)V99.
          05 BBH-SOURCE             PIC X(8).

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(130).

       FD FILING-FILE.
       01 FILING-HEADER-REC.
          05 FLH-REC-TYPE           PIC X.
          05 FLH-TAX-YEAR           PIC 9(4).
          05 FLH-CREATE-DATE        PIC 9(8).
          05 FLH-SOURCE             PIC X(8).
          05 FILLER                 PIC X(56).
       01 FILING-DETAIL-REC.
          05 FLD-REC-TYPE           PIC X.
          05 FLD-BRANCH-ID          PIC 9(7).
          05 FLD-PAYEE-NAME         PIC X(30).
          05 FLD-ROUTING-NUM        PIC 9(9).
          05 FLD-ACCOUNT-NUM        PIC X(12).
          05 FLD-TAX-YEAR           PIC 9(4).
          05 FLD-AMOUNT             PIC 9(9)V99.
          05 FILLER                 PIC X(3).
       01 FILING-TRAILER-REC.
          05 FLT-REC-TYPE           PIC X.
          05 FLT-RECORD-COUNT       PIC 9(9).
          05 FLT-AMOUNT-TOTAL       PIC 9(11)V99.
          05 FLT-CONTROL-TOTAL      PIC S9(11)V99.
          05 FILLER                 PIC X(41).

       WORKING-STORAGE SECTION.
       01 WS-PHI-STATUS             PIC XX.
       01 WS-BNK-STATUS             PIC XX.
       01 WS-RIQ-STATUS             PIC XX.
       01 WS-RTH-STATUS             PIC XX.
       01 WS-BBC-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-TAX-YEAR               PIC 9(4).
       01 PAYEE-REPORT-THRESHOLD    PIC 9(7)V99  VALUE 600.00.

       01 PAYEE-TABLE.
          05 PAYEE-ENTRY OCCURS 1000 TIMES.
             10 PYT-BRANCH-ID       PIC 9(7).
             10 PYT-PERIODS         PIC 99.
             10 PYT-COMMISSION      PIC S9(9)V99.
             10 PYT-UNPAID          PIC S9(9)V99.
             10 PYT-NET-PAID        PIC S9(9)V99.
       01 PYT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 PYT-IDX                   PIC 9(4).
       01 PYT-FOUND-IDX             PIC 9(4).
       01 PYT-SORT-IDX              PIC 9(4).
       01 PYT-SWAP-ENTRY            PIC X(44).
       01 WS-PYT-OVERFLOW           PIC X        VALUE "N".
          88 PYT-OVERFLOW                        VALUE "Y".
       01 WS-FIND-BRANCH            PIC 9(7).

       01 BANKING-TABLE.
          05 BANKING-ENTRY OCCURS 1000 TIMES.
             10 BKT-BRANCH-ID       PIC 9(7).
             10 BKT-ROUTING-NUM     PIC 9(9).
             10 BKT-ACCOUNT-NUM     PIC X(12).
             10 BKT-ACCOUNT-NAME    PIC X(30).
       01 BKT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 BKT-IDX                   PIC 9(4).
       01 BKT-FOUND-IDX             PIC 9(4).

       01 PAYEE-COUNT               PIC 9(5)     VALUE ZERO.
       01 REPORTABLE-COUNT          PIC 9(5)     VALUE ZERO.
       01 NO-BANKING-COUNT          PIC 9(5)     VALUE ZERO.
       01 TOTAL-COMMISSION          PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-UNPAID              PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-NET-PAID            PIC S9(11)V99 VALUE ZERO.
       01 REPORTABLE-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 BATCH-COUNT               PIC 9(5)     VALUE ZERO.
       01 BATCH-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01 RETURNED-COUNT            PIC 9(5)     VALUE ZERO.
       01 RETURNED-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01 BATCH-NET-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01 CONTROL-DIFFERENCE        PIC S9(11)V99 VALUE ZERO.

       01 REPORT-HEADING1           PIC X(52)
                                                       VALUE
             "  YoreCandyShoppe Annual Commission Payee Register".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(17)
                                                       VALUE
             "  CALENDAR YEAR ".
          05 PRN-TAX-YEAR           PIC 9(4).
          05 FILLER                 PIC X(26)
                                                       VALUE
             "   REPORTING THRESHOLD ".
          05 PRN-THRESHOLD          PIC $$,$$$,$$9.99.
          05 FILLER                 PIC X(12)    VALUE "   RUN DATE ".
          05 PRN-RUN-DATE           PIC 9(8).
       01 REPORT-HEADING3           PIC X(118)
                                                       VALUE
             "Branch   Payee Name                      Account    Period
      -      "s       Commission    Returned/Held         Net Paid  Flag
      -      "  ".
       01 DETAIL-LINE.
          05 PRN-BRANCH-ID          PIC 9(7).
          05 PRN-PAYEE-NAME         PIC B(2)X(30).
          05 PRN-ACCOUNT-NUM        PIC B(2)X(12).
          05 PRN-PERIODS            PIC B(4)Z9.
          05 PRN-COMMISSION         PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-UNPAID             PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-NET-PAID           PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-FLAG               PIC B(2)X(10).
       01 TOTAL-LINE.
          05 PRN-TOT-LABEL          PIC X(36).
          05 PRN-TOT-COUNT          PIC ZZ,ZZ9.
          05 PRN-TOT-AMOUNT         PIC B(2)$$$,$$$,$$$,$$9.99-.
       01 CONTROL-HEADING           PIC X(40)
                                                       VALUE
             "  CONTROL TOTALS - BANK BATCHES".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "CALENDAR YEAR TO REPORT (YYYY) -"
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR NOT NUMERIC OR
              WS-TAX-YEAR LESS THAN 1900 OR
              WS-TAX-YEAR GREATER THAN WS-RUN-DATE(1:4)
              DISPLAY "INVALID CALENDAR YEAR - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-RUN-PARAMETERS
           OPEN INPUT PAID-HIST-FILE
           IF WS-PHI-STATUS NOT = "00"
              DISPLAY "NO PAID COMMISSION HISTORY ON HAND"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           READ PAID-HIST-FILE
           AT END
              SET END-OF-PAID-HIST TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PAID-HIST
                   IF PH-BRANCH-ID NUMERIC AND
                      PH-PERIOD NUMERIC AND
                      PH-COMMISSION NUMERIC AND
                      PH-PERIOD(1:4) = WS-TAX-YEAR
                      MOVE PH-BRANCH-ID TO WS-FIND-BRANCH
                      PERFORM FIND-PAYEE-ENTRY
                      IF PYT-FOUND-IDX GREATER THAN ZERO
                         ADD 1 TO PYT-PERIODS(PYT-FOUND-IDX)
                         ADD PH-COMMISSION TO
                            PYT-COMMISSION(PYT-FOUND-IDX)
                      END-IF
                   END-IF
                   READ PAID-HIST-FILE
                   AT END
                      SET END-OF-PAID-HIST TO TRUE
                   END-READ
           END-PERFORM
           CLOSE PAID-HIST-FILE
           IF PYT-OVERFLOW
              DISPLAY "MORE THAN 1000 PAYEES FOR THE YEAR"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-UNPAID-AMOUNTS
           PERFORM LOAD-BANKING-TABLE
           PERFORM LOAD-BATCH-TOTALS
           PERFORM LOAD-RETURNED-TOTAL
           PERFORM SORT-PAYEE-TABLE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT FILING-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           MOVE WS-TAX-YEAR TO PRN-TAX-YEAR
           MOVE PAYEE-REPORT-THRESHOLD TO PRN-THRESHOLD
           MOVE WS-RUN-DATE TO PRN-RUN-DATE
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING3
           MOVE "H" TO FLH-REC-TYPE
           MOVE WS-TAX-YEAR TO FLH-TAX-YEAR
           MOVE WS-RUN-DATE TO FLH-CREATE-DATE
           MOVE "YORECNDY" TO FLH-SOURCE
           MOVE SPACES TO FILING-HEADER-REC(22:56)
           WRITE FILING-HEADER-REC
           PERFORM VARYING PYT-IDX FROM 1 BY 1
              UNTIL PYT-IDX GREATER THAN PYT-COUNT
                   PERFORM REPORT-ONE-PAYEE
           END-PERFORM
           PERFORM WRITE-PAYEE-TOTALS
           PERFORM WRITE-CONTROL-TOTALS
           MOVE "T" TO FLT-REC-TYPE
           MOVE REPORTABLE-COUNT TO FLT-RECORD-COUNT
           MOVE REPORTABLE-TOTAL TO FLT-AMOUNT-TOTAL
           MOVE BATCH-NET-TOTAL TO FLT-CONTROL-TOTAL
           MOVE SPACES TO FILING-TRAILER-REC(37:41)
           WRITE FILING-TRAILER-REC
           CLOSE REPORT-FILE
           CLOSE FILING-FILE
           DISPLAY "FILING RECORDS WRITTEN " REPORTABLE-COUNT
           IF CONTROL-DIFFERENCE NOT = ZERO OR
              NO-BANKING-COUNT GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMS-FILE
           IF WS-PRM-STATUS = "00"
              READ RUN-PARAMS-FILE
              AT END
                 SET END-OF-RUN-PARAMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RUN-PARAMS
                      IF PRM-NAME = "PAYEE-REPORT-THRESHOLD" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO AND
                         PRM-VALUE LESS THAN 10000000
                         MOVE PRM-VALUE TO PAYEE-REPORT-THRESHOLD
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-PARAMS-FILE
           END-IF
           .

       FIND-PAYEE-ENTRY.
           MOVE ZERO TO PYT-FOUND-IDX
           PERFORM VARYING PYT-IDX FROM 1 BY 1
              UNTIL PYT-IDX GREATER THAN PYT-COUNT
                   IF PYT-BRANCH-ID(PYT-IDX) = WS-FIND-BRANCH
                      MOVE PYT-IDX TO PYT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF PYT-FOUND-IDX = ZERO
              IF PYT-COUNT LESS THAN 1000
                 ADD 1 TO PYT-COUNT
                 MOVE WS-FIND-BRANCH TO PYT-BRANCH-ID(PYT-COUNT)
                 MOVE ZERO TO PYT-PERIODS(PYT-COUNT)
                 MOVE ZERO TO PYT-COMMISSION(PYT-COUNT)
                 MOVE ZERO TO PYT-UNPAID(PYT-COUNT)
                 MOVE ZERO TO PYT-NET-PAID(PYT-COUNT)
                 MOVE PYT-COUNT TO PYT-FOUND-IDX
              ELSE
                 SET PYT-OVERFLOW TO TRUE
              END-IF
           END-IF
           .

       LOAD-UNPAID-AMOUNTS.
           OPEN INPUT REISSUE-FILE
           IF WS-RIQ-STATUS = "00"
              READ REISSUE-FILE
              AT END
                 SET END-OF-REISSUE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-REISSUE-FILE
                      IF RIQ-BRANCH-ID NUMERIC AND
                         RIQ-PERIOD NUMERIC AND
                         RIQ-AMOUNT NUMERIC AND
                         RIQ-PERIOD(1:4) = WS-TAX-YEAR
                         MOVE RIQ-BRANCH-ID TO WS-FIND-BRANCH
                         PERFORM FIND-PAYEE-ENTRY
                         IF PYT-FOUND-IDX GREATER THAN ZERO
                            ADD RIQ-AMOUNT TO
                               PYT-UNPAID(PYT-FOUND-IDX)
                         END-IF
                      END-IF
                      READ REISSUE-FILE
                      AT END
                         SET END-OF-REISSUE-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE REISSUE-FILE
           END-IF
           .

       LOAD-BANKING-TABLE.
           MOVE ZERO TO BKT-COUNT
           OPEN INPUT BANKING-FILE
           IF WS-BNK-STATUS = "00"
              READ BANKING-FILE
              AT END
                 SET END-OF-BANKING-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-BANKING-FILE
                      IF BNK-BRANCH-ID NUMERIC AND
                         BNK-ROUTING-NUM NUMERIC AND
                         BKT-COUNT LESS THAN 1000
                         ADD 1 TO BKT-COUNT
                         MOVE BNK-BRANCH-ID TO
                            BKT-BRANCH-ID(BKT-COUNT)
                         MOVE BNK-ROUTING-NUM TO
                            BKT-ROUTING-NUM(BKT-COUNT)
                         MOVE BNK-ACCOUNT-NUM TO
                            BKT-ACCOUNT-NUM(BKT-COUNT)
                         MOVE BNK-ACCOUNT-NAME TO
                            BKT-ACCOUNT-NAME(BKT-COUNT)
                      END-IF
                      READ BANKING-FILE
                      AT END
                         SET END-OF-BANKING-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE BANKING-FILE
           END-IF
           .

       LOAD-BATCH-TOTALS.
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BBC-STATUS = "00"
              READ BATCH-CONTROL-FILE
              AT END
                 SET END-OF-BATCH-CONTROL TO TRUE
              END-READ
              PERFORM UNTIL END-OF-BATCH-CONTROL
                      IF BBH-REC-TYPE = "B" AND
                         BBH-PERIOD NUMERIC AND
                         BBH-AMOUNT-TOTAL NUMERIC AND
                         BBH-PERIOD(1:4) = WS-TAX-YEAR
                         ADD 1 TO BATCH-COUNT
                         ADD BBH-AMOUNT-TOTAL TO BATCH-TOTAL
                      END-IF
                      READ BATCH-CONTROL-FILE
                      AT END
                         SET END-OF-BATCH-CONTROL TO TRUE
                      END-READ
              END-PERFORM
              CLOSE BATCH-CONTROL-FILE
           END-IF
           IF BATCH-COUNT = ZERO
              DISPLAY "NO BANK BATCHES RECORDED FOR " WS-TAX-YEAR
           END-IF
           .

       LOAD-RETURNED-TOTAL.
           OPEN INPUT RETURN-HIST-FILE
           IF WS-RTH-STATUS = "00"
              READ RETURN-HIST-FILE
              AT END
                 SET END-OF-RETURN-HIST TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RETURN-HIST
                      IF RTH-PERIOD NUMERIC AND
                         RTH-AMOUNT NUMERIC AND
                         RTH-PERIOD(1:4) = WS-TAX-YEAR
                         ADD 1 TO RETURNED-COUNT
                         ADD RTH-AMOUNT TO RETURNED-TOTAL
                      END-IF
                      READ RETURN-HIST-FILE
                      AT END
                         SET END-OF-RETURN-HIST TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RETURN-HIST-FILE
           END-IF
           .

       SORT-PAYEE-TABLE.
           PERFORM VARYING PYT-IDX FROM 2 BY 1
              UNTIL PYT-IDX GREATER THAN PYT-COUNT
                   MOVE PAYEE-ENTRY(PYT-IDX) TO PYT-SWAP-ENTRY
                   PERFORM VARYING PYT-SORT-IDX FROM PYT-IDX BY -1
                      UNTIL PYT-SORT-IDX = 1 OR
                         PAYEE-ENTRY(PYT-SORT-IDX - 1)(1:7) NOT GREATER
                            THAN PYT-SWAP-ENTRY(1:7)
                         MOVE PAYEE-ENTRY(PYT-SORT-IDX - 1) TO
                            PAYEE-ENTRY(PYT-SORT-IDX)
                   END-PERFORM
                   MOVE PYT-SWAP-ENTRY TO PAYEE-ENTRY(PYT-SORT-IDX)
           END-PERFORM
           .

       REPORT-ONE-PAYEE.
           COMPUTE PYT-NET-PAID(PYT-IDX) =
              PYT-COMMISSION(PYT-IDX) - PYT-UNPAID(PYT-IDX)
           ADD 1 TO PAYEE-COUNT
           ADD PYT-COMMISSION(PYT-IDX) TO TOTAL-COMMISSION
           ADD PYT-UNPAID(PYT-IDX) TO TOTAL-UNPAID
           ADD PYT-NET-PAID(PYT-IDX) TO TOTAL-NET-PAID
           MOVE ZERO TO BKT-FOUND-IDX
           PERFORM VARYING BKT-IDX FROM 1 BY 1
              UNTIL BKT-IDX GREATER THAN BKT-COUNT
                   IF BKT-BRANCH-ID(BKT-IDX) = PYT-BRANCH-ID(PYT-IDX)
                      MOVE BKT-IDX TO BKT-FOUND-IDX
                   END-IF
           END-PERFORM
           MOVE PYT-BRANCH-ID(PYT-IDX) TO PRN-BRANCH-ID
           MOVE PYT-PERIODS(PYT-IDX) TO PRN-PERIODS
           MOVE PYT-COMMISSION(PYT-IDX) TO PRN-COMMISSION
           MOVE PYT-UNPAID(PYT-IDX) TO PRN-UNPAID
           MOVE PYT-NET-PAID(PYT-IDX) TO PRN-NET-PAID
           MOVE SPACES TO PRN-FLAG
           IF BKT-FOUND-IDX = ZERO
              MOVE "NO BANKING RECORD" TO PRN-PAYEE-NAME
              MOVE SPACES TO PRN-ACCOUNT-NUM
              MOVE "NO PAYEE" TO PRN-FLAG
              ADD 1 TO NO-BANKING-COUNT
           ELSE
              MOVE BKT-ACCOUNT-NAME(BKT-FOUND-IDX) TO PRN-PAYEE-NAME
              MOVE BKT-ACCOUNT-NUM(BKT-FOUND-IDX) TO PRN-ACCOUNT-NUM
           END-IF
           IF PYT-NET-PAID(PYT-IDX) NOT LESS THAN
              PAYEE-REPORT-THRESHOLD
              IF BKT-FOUND-IDX GREATER THAN ZERO
                 MOVE "REPORTABLE" TO PRN-FLAG
                 PERFORM WRITE-FILING-DETAIL
              END-IF
           END-IF
           MOVE DETAIL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY DETAIL-LINE
           .

       WRITE-FILING-DETAIL.
           MOVE "D" TO FLD-REC-TYPE
           MOVE PYT-BRANCH-ID(PYT-IDX) TO FLD-BRANCH-ID
           MOVE BKT-ACCOUNT-NAME(BKT-FOUND-IDX) TO FLD-PAYEE-NAME
           MOVE BKT-ROUTING-NUM(BKT-FOUND-IDX) TO FLD-ROUTING-NUM
           MOVE BKT-ACCOUNT-NUM(BKT-FOUND-IDX) TO FLD-ACCOUNT-NUM
           MOVE WS-TAX-YEAR TO FLD-TAX-YEAR
           MOVE PYT-NET-PAID(PYT-IDX) TO FLD-AMOUNT
           MOVE SPACES TO FILING-DETAIL-REC(75:3)
           WRITE FILING-DETAIL-REC
           ADD 1 TO REPORTABLE-COUNT
           ADD PYT-NET-PAID(PYT-IDX) TO REPORTABLE-TOTAL
           .

       WRITE-PAYEE-TOTALS.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "  PAYEES PAID IN YEAR" TO PRN-TOT-LABEL
           MOVE PAYEE-COUNT TO PRN-TOT-COUNT
           MOVE TOTAL-NET-PAID TO PRN-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "  COMMISSION PER PAID HISTORY" TO PRN-TOT-LABEL
           MOVE PAYEE-COUNT TO PRN-TOT-COUNT
           MOVE TOTAL-COMMISSION TO PRN-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "  RETURNED OR HELD - NOT REISSUED" TO PRN-TOT-LABEL
           MOVE PAYEE-COUNT TO PRN-TOT-COUNT
           MOVE TOTAL-UNPAID TO PRN-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "  PAYEES AT OR OVER THRESHOLD" TO PRN-TOT-LABEL
           MOVE REPORTABLE-COUNT TO PRN-TOT-COUNT
           MOVE REPORTABLE-TOTAL TO PRN-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           IF NO-BANKING-COUNT GREATER THAN ZERO
              MOVE "  PAYEES WITH NO BANKING RECORD" TO PRN-TOT-LABEL
              MOVE NO-BANKING-COUNT TO PRN-TOT-COUNT
              MOVE ZERO TO PRN-TOT-AMOUNT
              PERFORM PRINT-TOTAL-LINE
           END-IF
           .

       WRITE-CONTROL-TOTALS.
           COMPUTE BATCH-NET-TOTAL = BATCH-TOTAL - RETURNED-TOTAL
           COMPUTE CONTROL-DIFFERENCE =
              TOTAL-NET-PAID - BATCH-NET-TOTAL
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE CONTROL-HEADING TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY CONTROL-HEADING
           MOVE "  BANK BATCHES FOR YEAR" TO PRN-TOT-LABEL
           MOVE BATCH-COUNT TO PRN-TOT-COUNT
           MOVE BATCH-TOTAL TO PRN-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "  LESS PAYMENTS RETURNED BY BANK" TO PRN-TOT-LABEL
           MOVE RETURNED-COUNT TO PRN-TOT-COUNT
           MOVE RETURNED-TOTAL TO PRN-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "  NET PAID PER BANK BATCHES" TO PRN-TOT-LABEL
           MOVE BATCH-COUNT TO PRN-TOT-COUNT
           MOVE BATCH-NET-TOTAL TO PRN-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "  NET PAID PER PAYEE REGISTER" TO PRN-TOT-LABEL
           MOVE PAYEE-COUNT TO PRN-TOT-COUNT
           MOVE TOTAL-NET-PAID TO PRN-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           IF CONTROL-DIFFERENCE = ZERO
              MOVE "  CONTROL TOTALS IN BALANCE" TO REPORT-FILE-REC
           ELSE
              MOVE "  DIFFERENCE - OUT OF BALANCE" TO PRN-TOT-LABEL
              MOVE ZERO TO PRN-TOT-COUNT
              MOVE CONTROL-DIFFERENCE TO PRN-TOT-AMOUNT
              MOVE TOTAL-LINE TO REPORT-FILE-REC
           END-IF
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-FILE-REC
           .

       PRINT-TOTAL-LINE.
           MOVE TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TOTAL-LINE
           .
