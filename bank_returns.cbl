       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RETURNS.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "bank_returns.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RET-STATUS.
           SELECT RETURN-HIST-FILE ASSIGN TO "bank_returns_hist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RTH-STATUS.
           SELECT PAID-HIST-FILE ASSIGN TO "commission_paid_hist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PHI-STATUS.
           SELECT BANKING-FILE ASSIGN TO "branch_banking.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BNK-STATUS.
           SELECT REISSUE-FILE ASSIGN TO "commission_reissue.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RIQ-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "business_calendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO
                 "gl_extract_bank_returns.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GLX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "bank_returns_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-FILE.
       01 RETURN-HEADER-REC.
          88 END-OF-RETURN-FILE                        VALUE HIGH-VALUES
           .
          05 BRH-REC-TYPE           PIC X.
          05 BRH-FILE-DATE          PIC 9(8).
          05 BRH-SOURCE             PIC X(8).
          05 FILLER                 PIC X(33).
       01 RETURN-DETAIL-REC.
          05 BRD-REC-TYPE           PIC X.
          05 BRD-ROUTING-NUM        PIC 9(9).
          05 BRD-ACCOUNT-NUM        PIC X(12).
          05 BRD-AMOUNT             PIC 9(9)V99.
          05 BRD-BRANCH-ID          PIC 9(7).
          05 BRD-PERIOD             PIC 9(6).
          05 BRD-ORIG-BATCH         PIC 9(6).
          05 BRD-RETURN-CODE        PIC X(3).
       01 RETURN-TRAILER-REC.
          05 BRT-REC-TYPE           PIC X.
          05 BRT-RECORD-COUNT       PIC 9(9).
          05 BRT-AMOUNT-TOTAL       PIC 9(11)V99.
          05 FILLER                 PIC X(27).

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
          05 RIQ-BRANCH-ID          PIC 9(7).
          05 RIQ-PERIOD             PIC 9(6).
          05 RIQ-AMOUNT             PIC 9(9)V99.
          05 RIQ-RETURN-DATE        PIC 9(8).
          05 RIQ-ORIG-BATCH         PIC 9(6).
          05 RIQ-RETURN-CODE        PIC X(3).

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

       FD CALENDAR-FILE.
       01 CALENDAR-REC.
          88 END-OF-CALENDAR-FILE                      VALUE HIGH-VALUES
           .
          05 CAL-DATE               PIC 9(8).
          05 CAL-BUSINESS-DAY       PIC X.
          05 CAL-HOLIDAY-NAME       PIC X(20).
          05 CAL-PERIOD             PIC 9(6).

       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-REC.
          05 GL-REC-TYPE            PIC X.
          05 GL-ACCOUNT             PIC X(8).
          05 GL-STATE-NUM           PIC 99.
          05 GL-PERIOD              PIC 9(6).
          05 GL-AMOUNT              PIC S9(9)V99.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-RET-STATUS             PIC XX.
       01 WS-RTH-STATUS             PIC XX.
       01 WS-PHI-STATUS             PIC XX.
       01 WS-BNK-STATUS             PIC XX.
       01 WS-RIQ-STATUS             PIC XX.
       01 WS-GLX-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-CAL-STATUS             PIC XX.
       01 WS-BM-AVAILABLE           PIC X        VALUE "N".
          88 BM-FILE-AVAILABLE                   VALUE "Y".
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-GL-PERIOD              PIC 9(6).
       01 GL-BANK-ACCOUNT           PIC X(8)     VALUE "11020000".
       01 GL-PAYABLE-ACCOUNT        PIC X(8)     VALUE "21400000".
       01 GL-RECORD-COUNT           PIC 9(5)     VALUE ZERO.
       01 RETURN-TABLE.
          05 RETURN-ENTRY OCCURS 500 TIMES.
             10 RTT-ROUTING-NUM     PIC 9(9).
             10 RTT-ACCOUNT-NUM     PIC X(12).
             10 RTT-AMOUNT          PIC 9(9)V99.
             10 RTT-BRANCH-ID       PIC 9(7).
             10 RTT-PERIOD          PIC 9(6).
             10 RTT-ORIG-BATCH      PIC 9(6).
             10 RTT-RETURN-CODE     PIC X(3).
       01 RTT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 RTT-IDX                   PIC 9(4).
       01 RTT-AMOUNT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 WS-RTT-OVERFLOW           PIC X        VALUE "N".
          88 RTT-OVERFLOW                        VALUE "Y".
       01 WS-TRAILER-FOUND          PIC X        VALUE "N".
          88 TRAILER-FOUND                       VALUE "Y".
       01 WS-TRAILER-COUNT          PIC 9(9)     VALUE ZERO.
       01 WS-TRAILER-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 BAD-DETAIL-COUNT          PIC 9(4)     VALUE ZERO.
       01 RETURN-HIST-TABLE.
          05 RETURN-HIST-ENTRY OCCURS 3000 TIMES.
             10 RHT-BRANCH-ID       PIC 9(7).
             10 RHT-PERIOD          PIC 9(6).
             10 RHT-ORIG-BATCH      PIC 9(6).
       01 RHT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 RHT-IDX                   PIC 9(4).
       01 RHT-FOUND-IDX             PIC 9(4).
       01 PAID-HIST-TABLE.
          05 PAID-HIST-ENTRY OCCURS 5000 TIMES.
             10 PHT-BRANCH-ID       PIC 9(7).
             10 PHT-PERIOD          PIC 9(6).
             10 PHT-NET-SALES       PIC S9(9)V99.
             10 PHT-COMMISSION      PIC 9(9)V99.
             10 PHT-RUN-DATE        PIC 9(8).
             10 PHT-PAY-STATUS      PIC X.
             10 PHT-RETURN-DATE     PIC 9(8).
       01 PHT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 PHT-IDX                   PIC 9(4).
       01 PHT-FOUND-IDX             PIC 9(4).
       01 WS-PHT-OVERFLOW           PIC X        VALUE "N".
          88 PHT-OVERFLOW                        VALUE "Y".
       01 BANKING-TABLE.
          05 BANKING-ENTRY OCCURS 1000 TIMES.
             10 BKT-BRANCH-ID       PIC 9(7).
             10 BKT-RECORD-IMAGE    PIC X(70).
       01 BKT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 BKT-IDX                   PIC 9(4).
       01 BKT-FOUND-IDX             PIC 9(4).
       01 WS-BKT-OVERFLOW           PIC X        VALUE "N".
          88 BKT-OVERFLOW                        VALUE "Y".
       01 WS-RETURN-OK              PIC X.
          88 RETURN-OK                           VALUE "Y".
       01 WS-RETURN-REASON          PIC X(24).
       01 WS-RETURN-RESULT          PIC X(30).
       01 WS-STATE-NUM              PIC 99.
       01 ACCEPTED-COUNT            PIC 9(5)     VALUE ZERO.
       01 ACCEPTED-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01 REJECTED-COUNT            PIC 9(5)     VALUE ZERO.
       01 REJECTED-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01 HELD-COUNT                PIC 9(5)     VALUE ZERO.

       01 REPORT-HEADING1           PIC X(45)
                                                       VALUE
             "  YoreCandyShoppe Commission Bank Returns".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(13)    VALUE "  RUN DATE   ".
          05 PRN-RUN-DATE           PIC 9(8).
          05 FILLER                 PIC X(13)    VALUE "  GL PERIOD  ".
          05 PRN-GL-PERIOD          PIC 9(6).
       01 REPORT-HEADING3           PIC X(80)
                                                       VALUE
             "Branch   Period  Batch           Amount  Code Reason
      -      "              Result".
       01 RETURN-LINE.
          05 PRN-RET-BRANCH         PIC 9(7).
          05 PRN-RET-PERIOD         PIC B(2)9(6).
          05 PRN-RET-BATCH          PIC B(2)9(6).
          05 PRN-RET-AMOUNT         PIC B(2)ZZZ,ZZZ,ZZ9.99.
          05 PRN-RET-CODE           PIC B(2)X(3).
          05 PRN-RET-REASON         PIC B(2)X(24).
          05 PRN-RET-RESULT         PIC B(2)X(30).
       01 TOTAL-LINE.
          05 PRN-TOT-LABEL          PIC X(20).
          05 PRN-TOT-COUNT          PIC ZZ,ZZ9.
          05 PRN-TOT-AMOUNT         PIC B(2)$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM FIND-GL-PERIOD
           PERFORM LOAD-RETURN-FILE
           IF RTT-COUNT = ZERO AND BAD-DETAIL-COUNT = ZERO
              DISPLAY "NO BANK RETURNS ON HAND"
              STOP RUN
           END-IF
           IF RTT-OVERFLOW
              DISPLAY "RETURNS FILE EXCEEDS 500 ITEMS - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT TRAILER-FOUND OR
              WS-TRAILER-COUNT NOT = RTT-COUNT OR
              BAD-DETAIL-COUNT GREATER THAN ZERO OR
              WS-TRAILER-TOTAL NOT = RTT-AMOUNT-TOTAL
              DISPLAY "RETURNS FILE FAILS TRAILER CHECK - COUNT "
                      WS-TRAILER-COUNT " READ " RTT-COUNT
                      " BAD " BAD-DETAIL-COUNT
              DISPLAY "RUN ABANDONED - NOTHING UPDATED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-RETURN-HISTORY
           IF RHT-COUNT NOT LESS THAN 3000
              DISPLAY "RETURNS HISTORY EXCEEDS 3000 ENTRIES"
                      " - PURGE OLD RETURNS FIRST - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-PAID-HISTORY
           IF PHT-OVERFLOW
              DISPLAY "PAID COMMISSION HISTORY EXCEEDS 5000 ENTRIES"
                      " - PURGE OLD PERIODS FIRST - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-BANKING-TABLE
           IF BKT-OVERFLOW
              DISPLAY "BANKING FILE EXCEEDS 1000 RECORDS"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS = "00"
              SET BM-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND RETURN-HIST-FILE
           IF WS-RTH-STATUS = "35"
              OPEN OUTPUT RETURN-HIST-FILE
           END-IF
           OPEN EXTEND REISSUE-FILE
           IF WS-RIQ-STATUS = "35"
              OPEN OUTPUT REISSUE-FILE
           END-IF
           OPEN EXTEND GL-EXTRACT-FILE
           IF WS-GLX-STATUS = "35"
              OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           MOVE WS-RUN-DATE TO PRN-RUN-DATE
           MOVE WS-GL-PERIOD TO PRN-GL-PERIOD
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING3
           PERFORM VARYING RTT-IDX FROM 1 BY 1
              UNTIL RTT-IDX GREATER THAN RTT-COUNT
                   PERFORM PROCESS-ONE-RETURN
           END-PERFORM
           PERFORM WRITE-RETURN-TOTALS
           PERFORM SAVE-PAID-HISTORY
           PERFORM SAVE-BANKING-FILE
           DISPLAY "GL reversal records written = " GL-RECORD-COUNT
           DISPLAY "BANKING RECORDS PLACED ON HOLD " HELD-COUNT
           CLOSE RETURN-HIST-FILE
           CLOSE REISSUE-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE REPORT-FILE
           IF BM-FILE-AVAILABLE
              CLOSE BRANCH-MASTER-FILE
           END-IF
           IF REJECTED-COUNT GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       FIND-GL-PERIOD.
           MOVE WS-RUN-DATE(1:6) TO WS-GL-PERIOD
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
              READ CALENDAR-FILE
              AT END
                 SET END-OF-CALENDAR-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CALENDAR-FILE
                      IF CAL-DATE NUMERIC AND
                         CAL-DATE = WS-RUN-DATE AND
                         CAL-PERIOD NUMERIC AND
                         CAL-PERIOD GREATER THAN ZERO
                         MOVE CAL-PERIOD TO WS-GL-PERIOD
                      END-IF
                      READ CALENDAR-FILE
                      AT END
                         SET END-OF-CALENDAR-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF
           .

       LOAD-RETURN-FILE.
           MOVE ZERO TO RTT-COUNT
           OPEN INPUT RETURN-FILE
           IF WS-RET-STATUS = "00"
              READ RETURN-FILE
              AT END
                 SET END-OF-RETURN-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RETURN-FILE
                      EVALUATE BRD-REC-TYPE
                         WHEN "D"
                            PERFORM BUFFER-RETURN-DETAIL
                         WHEN "T"
                            SET TRAILER-FOUND TO TRUE
                            IF BRT-RECORD-COUNT NUMERIC AND
                               BRT-AMOUNT-TOTAL NUMERIC
                               MOVE BRT-RECORD-COUNT TO
                                  WS-TRAILER-COUNT
                               MOVE BRT-AMOUNT-TOTAL TO
                                  WS-TRAILER-TOTAL
                            END-IF
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                      READ RETURN-FILE
                      AT END
                         SET END-OF-RETURN-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RETURN-FILE
           END-IF
           .

       BUFFER-RETURN-DETAIL.
           IF BRD-BRANCH-ID NUMERIC AND
              BRD-PERIOD NUMERIC AND
              BRD-AMOUNT NUMERIC AND
              BRD-ORIG-BATCH NUMERIC
              IF RTT-COUNT LESS THAN 500
                 ADD 1 TO RTT-COUNT
                 MOVE BRD-ROUTING-NUM TO RTT-ROUTING-NUM(RTT-COUNT)
                 MOVE BRD-ACCOUNT-NUM TO RTT-ACCOUNT-NUM(RTT-COUNT)
                 MOVE BRD-AMOUNT TO RTT-AMOUNT(RTT-COUNT)
                 MOVE BRD-BRANCH-ID TO RTT-BRANCH-ID(RTT-COUNT)
                 MOVE BRD-PERIOD TO RTT-PERIOD(RTT-COUNT)
                 MOVE BRD-ORIG-BATCH TO RTT-ORIG-BATCH(RTT-COUNT)
                 MOVE BRD-RETURN-CODE TO RTT-RETURN-CODE(RTT-COUNT)
                 ADD BRD-AMOUNT TO RTT-AMOUNT-TOTAL
              ELSE
                 SET RTT-OVERFLOW TO TRUE
              END-IF
           ELSE
              ADD 1 TO BAD-DETAIL-COUNT
              DISPLAY "BAD RETURN RECORD - " RETURN-DETAIL-REC(1:50)
           END-IF
           .

       LOAD-RETURN-HISTORY.
           MOVE ZERO TO RHT-COUNT
           OPEN INPUT RETURN-HIST-FILE
           IF WS-RTH-STATUS = "00"
              READ RETURN-HIST-FILE
              AT END
                 SET END-OF-RETURN-HIST TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RETURN-HIST
                      IF RTH-BRANCH-ID NUMERIC AND
                         RHT-COUNT LESS THAN 3000
                         ADD 1 TO RHT-COUNT
                         MOVE RTH-BRANCH-ID TO
                            RHT-BRANCH-ID(RHT-COUNT)
                         MOVE RTH-PERIOD TO RHT-PERIOD(RHT-COUNT)
                         MOVE RTH-ORIG-BATCH TO
                            RHT-ORIG-BATCH(RHT-COUNT)
                      END-IF
                      READ RETURN-HIST-FILE
                      AT END
                         SET END-OF-RETURN-HIST TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RETURN-HIST-FILE
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
                         PH-COMMISSION NUMERIC
                         IF PHT-COUNT LESS THAN 5000
                            ADD 1 TO PHT-COUNT
                            MOVE PH-BRANCH-ID TO
                               PHT-BRANCH-ID(PHT-COUNT)
                            MOVE PH-PERIOD TO PHT-PERIOD(PHT-COUNT)
                            MOVE PH-NET-SALES TO
                               PHT-NET-SALES(PHT-COUNT)
                            MOVE PH-COMMISSION TO
                               PHT-COMMISSION(PHT-COUNT)
                            MOVE PH-RUN-DATE TO
                               PHT-RUN-DATE(PHT-COUNT)
                            MOVE PH-PAY-STATUS TO
                               PHT-PAY-STATUS(PHT-COUNT)
                            IF PH-RETURN-DATE NUMERIC
                               MOVE PH-RETURN-DATE TO
                                  PHT-RETURN-DATE(PHT-COUNT)
                            ELSE
                               MOVE ZERO TO
                                  PHT-RETURN-DATE(PHT-COUNT)
                            END-IF
                         ELSE
                            SET PHT-OVERFLOW TO TRUE
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

       LOAD-BANKING-TABLE.
           MOVE ZERO TO BKT-COUNT
           OPEN INPUT BANKING-FILE
           IF WS-BNK-STATUS = "00"
              READ BANKING-FILE
              AT END
                 SET END-OF-BANKING-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-BANKING-FILE
                      IF BKT-COUNT LESS THAN 1000
                         ADD 1 TO BKT-COUNT
                         MOVE BNK-BRANCH-ID TO
                            BKT-BRANCH-ID(BKT-COUNT)
                         MOVE BANKING-REC TO
                            BKT-RECORD-IMAGE(BKT-COUNT)
                      ELSE
                         SET BKT-OVERFLOW TO TRUE
                      END-IF
                      READ BANKING-FILE
                      AT END
                         SET END-OF-BANKING-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE BANKING-FILE
           END-IF
           .

       PROCESS-ONE-RETURN.
           MOVE "Y" TO WS-RETURN-OK
           MOVE SPACES TO WS-RETURN-RESULT
           PERFORM DESCRIBE-RETURN-CODE
           MOVE ZERO TO RHT-FOUND-IDX
           PERFORM VARYING RHT-IDX FROM 1 BY 1
              UNTIL RHT-IDX GREATER THAN RHT-COUNT
                   IF RHT-BRANCH-ID(RHT-IDX) = RTT-BRANCH-ID(RTT-IDX)
                      AND
                      RHT-PERIOD(RHT-IDX) = RTT-PERIOD(RTT-IDX) AND
                      RHT-ORIG-BATCH(RHT-IDX) = RTT-ORIG-BATCH(RTT-IDX)
                      MOVE RHT-IDX TO RHT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF RHT-FOUND-IDX GREATER THAN ZERO
              MOVE "N" TO WS-RETURN-OK
              MOVE "REJECTED - ALREADY PROCESSED" TO WS-RETURN-RESULT
           END-IF
           IF RETURN-OK
              MOVE ZERO TO PHT-FOUND-IDX
              PERFORM VARYING PHT-IDX FROM 1 BY 1
                 UNTIL PHT-IDX GREATER THAN PHT-COUNT
                      IF PHT-BRANCH-ID(PHT-IDX) =
                         RTT-BRANCH-ID(RTT-IDX) AND
                         PHT-PERIOD(PHT-IDX) = RTT-PERIOD(RTT-IDX)
                         MOVE PHT-IDX TO PHT-FOUND-IDX
                      END-IF
              END-PERFORM
              IF PHT-FOUND-IDX = ZERO
                 MOVE "N" TO WS-RETURN-OK
                 MOVE "REJECTED - NO PAYMENT ON FILE" TO
                    WS-RETURN-RESULT
              END-IF
           END-IF
           IF RETURN-OK
              MOVE "R" TO PHT-PAY-STATUS(PHT-FOUND-IDX)
              MOVE WS-RUN-DATE TO PHT-RETURN-DATE(PHT-FOUND-IDX)
              PERFORM HOLD-BANKING-RECORD
              PERFORM QUEUE-REISSUE
              PERFORM WRITE-GL-REVERSAL
              PERFORM LOG-RETURN-HISTORY
              ADD 1 TO ACCEPTED-COUNT
              ADD RTT-AMOUNT(RTT-IDX) TO ACCEPTED-TOTAL
           ELSE
              ADD 1 TO REJECTED-COUNT
              ADD RTT-AMOUNT(RTT-IDX) TO REJECTED-TOTAL
           END-IF
           MOVE RTT-BRANCH-ID(RTT-IDX) TO PRN-RET-BRANCH
           MOVE RTT-PERIOD(RTT-IDX) TO PRN-RET-PERIOD
           MOVE RTT-ORIG-BATCH(RTT-IDX) TO PRN-RET-BATCH
           MOVE RTT-AMOUNT(RTT-IDX) TO PRN-RET-AMOUNT
           MOVE RTT-RETURN-CODE(RTT-IDX) TO PRN-RET-CODE
           MOVE WS-RETURN-REASON TO PRN-RET-REASON
           MOVE WS-RETURN-RESULT TO PRN-RET-RESULT
           MOVE RETURN-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY RETURN-LINE
           .

       DESCRIBE-RETURN-CODE.
           EVALUATE RTT-RETURN-CODE(RTT-IDX)
              WHEN "R01"
                 MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
              WHEN "R02"
                 MOVE "ACCOUNT CLOSED" TO WS-RETURN-REASON
              WHEN "R03"
                 MOVE "NO ACCOUNT ON FILE" TO WS-RETURN-REASON
              WHEN "R04"
                 MOVE "INVALID ACCOUNT NUMBER" TO WS-RETURN-REASON
              WHEN "R13"
                 MOVE "INVALID ROUTING NUMBER" TO WS-RETURN-REASON
              WHEN "R16"
                 MOVE "ACCOUNT FROZEN" TO WS-RETURN-REASON
              WHEN "R20"
                 MOVE "NON-TRANSACTION ACCOUNT" TO WS-RETURN-REASON
              WHEN OTHER
                 MOVE "OTHER BANK RETURN" TO WS-RETURN-REASON
           END-EVALUATE
           .

       HOLD-BANKING-RECORD.
           MOVE ZERO TO BKT-FOUND-IDX
           PERFORM VARYING BKT-IDX FROM 1 BY 1
              UNTIL BKT-IDX GREATER THAN BKT-COUNT
                   IF BKT-BRANCH-ID(BKT-IDX) = RTT-BRANCH-ID(RTT-IDX)
                      MOVE BKT-IDX TO BKT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF BKT-FOUND-IDX = ZERO
              MOVE "RETURNED - NO BANKING RECORD" TO WS-RETURN-RESULT
           ELSE
              MOVE BKT-RECORD-IMAGE(BKT-FOUND-IDX) TO BANKING-REC
              IF NOT BNK-ON-HOLD
                 ADD 1 TO HELD-COUNT
              END-IF
              MOVE "H" TO BNK-HOLD-FLAG
              MOVE WS-RUN-DATE TO BNK-HOLD-DATE
              MOVE RTT-RETURN-CODE(RTT-IDX) TO BNK-HOLD-REASON
              MOVE BANKING-REC TO BKT-RECORD-IMAGE(BKT-FOUND-IDX)
              MOVE "RETURNED - BANKING ON HOLD" TO WS-RETURN-RESULT
           END-IF
           .

       QUEUE-REISSUE.
           MOVE RTT-BRANCH-ID(RTT-IDX) TO RIQ-BRANCH-ID
           MOVE RTT-PERIOD(RTT-IDX) TO RIQ-PERIOD
           MOVE RTT-AMOUNT(RTT-IDX) TO RIQ-AMOUNT
           MOVE WS-RUN-DATE TO RIQ-RETURN-DATE
           MOVE RTT-ORIG-BATCH(RTT-IDX) TO RIQ-ORIG-BATCH
           MOVE RTT-RETURN-CODE(RTT-IDX) TO RIQ-RETURN-CODE
           WRITE REISSUE-REC
           .

       WRITE-GL-REVERSAL.
           MOVE ZERO TO WS-STATE-NUM
           IF BM-FILE-AVAILABLE
              MOVE RTT-BRANCH-ID(RTT-IDX) TO BM-BRANCH-ID
              READ BRANCH-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE BM-STATE-NUM TO WS-STATE-NUM
              END-READ
           END-IF
           MOVE "B" TO GL-REC-TYPE
           MOVE GL-BANK-ACCOUNT TO GL-ACCOUNT
           MOVE WS-STATE-NUM TO GL-STATE-NUM
           MOVE WS-GL-PERIOD TO GL-PERIOD
           MOVE RTT-AMOUNT(RTT-IDX) TO GL-AMOUNT
           WRITE GL-EXTRACT-REC
           MOVE "Q" TO GL-REC-TYPE
           MOVE GL-PAYABLE-ACCOUNT TO GL-ACCOUNT
           WRITE GL-EXTRACT-REC
           ADD 2 TO GL-RECORD-COUNT
           .

       LOG-RETURN-HISTORY.
           MOVE RTT-BRANCH-ID(RTT-IDX) TO RTH-BRANCH-ID
           MOVE RTT-PERIOD(RTT-IDX) TO RTH-PERIOD
           MOVE RTT-ORIG-BATCH(RTT-IDX) TO RTH-ORIG-BATCH
           MOVE RTT-AMOUNT(RTT-IDX) TO RTH-AMOUNT
           MOVE RTT-RETURN-CODE(RTT-IDX) TO RTH-RETURN-CODE
           MOVE WS-RUN-DATE TO RTH-PROCESS-DATE
           WRITE RETURN-HIST-REC
           IF RHT-COUNT LESS THAN 3000
              ADD 1 TO RHT-COUNT
              MOVE RTT-BRANCH-ID(RTT-IDX) TO RHT-BRANCH-ID(RHT-COUNT)
              MOVE RTT-PERIOD(RTT-IDX) TO RHT-PERIOD(RHT-COUNT)
              MOVE RTT-ORIG-BATCH(RTT-IDX) TO
                 RHT-ORIG-BATCH(RHT-COUNT)
           END-IF
           .

       WRITE-RETURN-TOTALS.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "  RETURNS ACCEPTED  " TO PRN-TOT-LABEL
           MOVE ACCEPTED-COUNT TO PRN-TOT-COUNT
           MOVE ACCEPTED-TOTAL TO PRN-TOT-AMOUNT
           MOVE TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TOTAL-LINE
           MOVE "  RETURNS REJECTED  " TO PRN-TOT-LABEL
           MOVE REJECTED-COUNT TO PRN-TOT-COUNT
           MOVE REJECTED-TOTAL TO PRN-TOT-AMOUNT
           MOVE TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TOTAL-LINE
           MOVE "  QUEUED FOR REISSUE" TO PRN-TOT-LABEL
           MOVE ACCEPTED-COUNT TO PRN-TOT-COUNT
           MOVE ACCEPTED-TOTAL TO PRN-TOT-AMOUNT
           MOVE TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TOTAL-LINE
           .

       SAVE-PAID-HISTORY.
           OPEN OUTPUT PAID-HIST-FILE
           PERFORM VARYING PHT-IDX FROM 1 BY 1
              UNTIL PHT-IDX GREATER THAN PHT-COUNT
                   MOVE PHT-BRANCH-ID(PHT-IDX) TO PH-BRANCH-ID
                   MOVE PHT-PERIOD(PHT-IDX) TO PH-PERIOD
                   MOVE PHT-NET-SALES(PHT-IDX) TO PH-NET-SALES
                   MOVE PHT-COMMISSION(PHT-IDX) TO PH-COMMISSION
                   MOVE PHT-RUN-DATE(PHT-IDX) TO PH-RUN-DATE
                   MOVE PHT-PAY-STATUS(PHT-IDX) TO PH-PAY-STATUS
                   MOVE PHT-RETURN-DATE(PHT-IDX) TO PH-RETURN-DATE
                   WRITE PAID-HIST-REC
           END-PERFORM
           CLOSE PAID-HIST-FILE
           .

       SAVE-BANKING-FILE.
           IF ACCEPTED-COUNT GREATER THAN ZERO
              OPEN OUTPUT BANKING-FILE
              PERFORM VARYING BKT-IDX FROM 1 BY 1
                 UNTIL BKT-IDX GREATER THAN BKT-COUNT
                      MOVE BKT-RECORD-IMAGE(BKT-IDX) TO BANKING-REC
                      WRITE BANKING-REC
              END-PERFORM
              CLOSE BANKING-FILE
           END-IF
           .
