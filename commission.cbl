                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-FILE ASSIGN TO "commission_pay.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "period_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCT-STATUS.
           SELECT PAID-HIST-FILE ASSIGN TO "commission_paid_hist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PHI-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "gl_extract_comm.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GLX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           .
          05 CR-LIMIT               PIC 9(9)V99.
          05 CR-RATE                PIC 9V9(4).
          05 CR-EFF-PERIOD          PIC 9(6).

       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-REC.
          05 PAY-PERIOD             PIC 9(6).
          05 PAY-AMOUNT             PIC S9(7)V99.

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-REC.
          88 END-OF-PERIOD-CONTROL                     VALUE HIGH-VALUES
           .
          05 PCT-PERIOD             PIC 9(6).
          05 PCT-STATUS             PIC X.
             88 PCT-PERIOD-OPEN                        VALUE "O".
             88 PCT-PERIOD-CLOSED                      VALUE "C".

       FD PAID-HIST-FILE.
       01 PAID-HIST-REC.
          05 PH-NET-SALES           PIC S9(9)V99.
          05 PH-COMMISSION          PIC 9(9)V99.
          05 PH-RUN-DATE            PIC 9(8).
          05 PH-PAY-STATUS          PIC X.
          05 PH-RETURN-DATE         PIC 9(8).

       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-REC.
          05 GL-REC-TYPE            PIC X.
          05 GL-ACCOUNT             PIC X(8).
          05 GL-STATE-NUM           PIC 99.
          05 GL-PERIOD              PIC 9(6).
          05 GL-AMOUNT              PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-SALES-STATUS           PIC XX.
       01 WS-BM-AVAILABLE           PIC X        VALUE "N".
          88 BM-FILE-AVAILABLE                   VALUE "Y".
       01 WS-RUN-PERIOD             PIC 9(6).
       01 WS-PCT-STATUS             PIC XX.
       01 WS-LATEST-CLOSED          PIC 9(6)     VALUE ZERO.
       01 WS-PERIOD-CLOSED          PIC X        VALUE "N".
          88 PERIOD-IS-CLOSED                    VALUE "Y".
       01 WS-GLX-STATUS             PIC XX.
       01 PERIOD-PAID-COUNT         PIC 9(5)     VALUE ZERO.
       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16) VALUE "COMMISSION-CALC".
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       01 RATE-TABLE.
          05 RATE-ENTRY OCCURS 10 TIMES.
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

             10 PHT-NET-SALES       PIC S9(9)V99.
             10 PHT-COMMISSION      PIC 9(9)V99.
             10 PHT-RUN-DATE        PIC 9(8).
             10 PHT-PAY-STATUS      PIC X.
             10 PHT-RETURN-DATE     PIC 9(8).
       01 PHT-COUNT                 PIC 9(4) VALUE ZERO.
       01 PHT-IDX                   PIC 9(4).
       01 PHT-FOUND-IDX             PIC 9(4).
       01 WS-CLAWBACK-HEADED        PIC X        VALUE "N".
          88 CLAWBACK-HEADED                     VALUE "Y".
       01 WS-RUN-DATE-HIST          PIC 9(8).
       01 WS-GL-STATE-NUM           PIC 99.
       01 GL-EXPENSE-ACCOUNT        PIC X(8)     VALUE "61200000".
       01 GL-PAYABLE-ACCOUNT        PIC X(8)     VALUE "21400000".
       01 GL-RECORD-COUNT           PIC 9(5)     VALUE ZERO.

       01 CLAWBACK-HEADING          PIC X(79)
                                                       VALUE

       PROCEDURE DIVISION.
       BEGIN.
           MOVE ZERO TO WS-RUN-PERIOD
           PERFORM UNTIL WS-RUN-PERIOD GREATER THAN ZERO
                   DISPLAY "COMMISSION PERIOD (YYYYMM,"
                           " 0 FOR LATEST CLOSED PERIOD) -"
                   ACCEPT WS-RUN-PERIOD
                   PERFORM CHECK-PERIOD-CLOSED
                   IF WS-RUN-PERIOD = ZERO
                      IF WS-LATEST-CLOSED GREATER THAN ZERO
                         MOVE WS-LATEST-CLOSED TO WS-RUN-PERIOD
                         SET PERIOD-IS-CLOSED TO TRUE
                         DISPLAY "USING LATEST CLOSED PERIOD "
                                 WS-RUN-PERIOD
                      ELSE
                         DISPLAY "NO CLOSED PERIOD ON FILE"
                                 " - ENTER A PERIOD"
                      END-IF
                   END-IF
           END-PERFORM
           IF NOT PERIOD-IS-CLOSED
              DISPLAY "PERIOD " WS-RUN-PERIOD " IS NOT CLOSED"
                      " - RUN ABANDONED"
              MOVE "E" TO MLG-SEVERITY
              MOVE "CM0002" TO MLG-CODE
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
              DISPLAY "NO COMMISSION RATES ON FILE - RUN ABANDONED"
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
              DISPLAY "NO COMMISSION RATES IN EFFECT FOR PERIOD "
                      WS-RUN-PERIOD " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "COMMISSION RATES EFFECTIVE " WS-RATE-EFF-PERIOD
           PERFORM LOAD-PAID-HISTORY
           IF PHT-OVERFLOW
              DISPLAY "PAID COMMISSION HISTORY EXCEEDS 5000 ENTRIES"
                      " - PURGE OLD PERIODS FIRST - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-PERIOD-NOT-PAID
           IF PERIOD-PAID-COUNT GREATER THAN ZERO
              DISPLAY "PERIOD " WS-RUN-PERIOD " ALREADY ON PAID HISTORY"
                      " - " PERIOD-PAID-COUNT " BRANCHES - RUN"
                      " ABANDONED"
              MOVE "E" TO MLG-SEVERITY
              MOVE "CM0001" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "PERIOD ALREADY PAID - PERIOD "
                        DELIMITED BY SIZE
                     WS-RUN-PERIOD DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-BRANCH-SALES
           IF BST-COUNT = ZERO
              DISPLAY "NO SALES FOR PERIOD " WS-RUN-PERIOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SORT-BRANCH-SALES
           OPEN INPUT BRANCH-MASTER-FILE
           END-IF
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT PAYMENT-FILE
           OPEN EXTEND GL-EXTRACT-FILE
           IF WS-GLX-STATUS = "35"
              OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           MOVE REGISTER-HEADING1 TO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-RUN-PERIOD TO PRN-RUN-PERIOD
           MOVE REGISTER-TOTAL-LINE TO REGISTER-REC
           WRITE REGISTER-REC
           DISPLAY REGISTER-TOTAL-LINE
           IF TOTAL-COMMISSION GREATER THAN ZERO
              MOVE "P" TO GL-REC-TYPE
              MOVE GL-PAYABLE-ACCOUNT TO GL-ACCOUNT
              MOVE ZERO TO GL-STATE-NUM
              MOVE WS-RUN-PERIOD TO GL-PERIOD
              MOVE TOTAL-COMMISSION TO GL-AMOUNT
              WRITE GL-EXTRACT-REC
              ADD 1 TO GL-RECORD-COUNT
           END-IF
           PERFORM PROCESS-CLAWBACKS
           PERFORM SAVE-PAID-HISTORY
           DISPLAY "PAYMENT RECORDS WRITTEN " PAYMENT-COUNT
           DISPLAY "CLAWBACK RECORDS WRITTEN " CLAWBACK-COUNT
           DISPLAY "GL extract records written = " GL-RECORD-COUNT
           CLOSE REGISTER-FILE
           CLOSE PAYMENT-FILE
           CLOSE GL-EXTRACT-FILE
           IF BM-FILE-AVAILABLE
              CLOSE BRANCH-MASTER-FILE
           END-IF
           GOBACK.

       LOG-BATCH-MESSAGE.
           CALL "MSG-LOG" USING MSG-LOG-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           .

       CHECK-PERIOD-NOT-PAID.
           MOVE ZERO TO PERIOD-PAID-COUNT
           PERFORM VARYING PHT-IDX FROM 1 BY 1
              UNTIL PHT-IDX GREATER THAN PHT-COUNT
                   IF PHT-PERIOD(PHT-IDX) = WS-RUN-PERIOD
                      ADD 1 TO PERIOD-PAID-COUNT
                   END-IF
           END-PERFORM
           .

       CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED
           MOVE ZERO TO WS-LATEST-CLOSED
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCT-STATUS = "00"
              READ PERIOD-CONTROL-FILE
              AT END
                 SET END-OF-PERIOD-CONTROL TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PERIOD-CONTROL
                      IF PCT-PERIOD NUMERIC
                         IF PCT-PERIOD = WS-RUN-PERIOD
                            IF PCT-PERIOD-CLOSED
                               MOVE "Y" TO WS-PERIOD-CLOSED
                            ELSE
                               MOVE "N" TO WS-PERIOD-CLOSED
                            END-IF
                         END-IF
                         IF PCT-PERIOD-CLOSED AND
                            PCT-PERIOD GREATER THAN WS-LATEST-CLOSED
                            MOVE PCT-PERIOD TO WS-LATEST-CLOSED
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

       LOAD-RATE-TABLE.
           MOVE ZERO TO RFT-COUNT
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
              READ RATE-FILE
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

       LOAD-BRANCH-SALES.
           MOVE ZERO TO BST-COUNT
           OPEN INPUT SALES-FILE
                         MOVE PH-COMMISSION TO
                            PHT-COMMISSION(PHT-COUNT)
                         MOVE PH-RUN-DATE TO PHT-RUN-DATE(PHT-COUNT)
                         MOVE PH-PAY-STATUS TO
                            PHT-PAY-STATUS(PHT-COUNT)
                         IF PH-RETURN-DATE NUMERIC
                            MOVE PH-RETURN-DATE TO
                               PHT-RETURN-DATE(PHT-COUNT)
                         ELSE
                            MOVE ZERO TO PHT-RETURN-DATE(PHT-COUNT)
                         END-IF
                      END-IF
                      READ PAID-HIST-FILE
                      AT END
                   MOVE PHT-NET-SALES(PHT-IDX) TO PH-NET-SALES
                   MOVE PHT-COMMISSION(PHT-IDX) TO PH-COMMISSION
                   MOVE PHT-RUN-DATE(PHT-IDX) TO PH-RUN-DATE
                   MOVE PHT-PAY-STATUS(PHT-IDX) TO PH-PAY-STATUS
                   MOVE PHT-RETURN-DATE(PHT-IDX) TO PH-RETURN-DATE
                   WRITE PAID-HIST-REC
           END-PERFORM
           CLOSE PAID-HIST-FILE
              MOVE BST-BRANCH-ID(BST-IDX) TO
                 PHT-BRANCH-ID(PHT-COUNT)
              MOVE WS-RUN-PERIOD TO PHT-PERIOD(PHT-COUNT)
              MOVE SPACE TO PHT-PAY-STATUS(PHT-COUNT)
              MOVE ZERO TO PHT-RETURN-DATE(PHT-COUNT)
              MOVE PHT-COUNT TO PHT-FOUND-IDX
           END-IF
           IF PHT-FOUND-IDX = ZERO
                      PERFORM JUDGE-ONE-CLAWBACK
                   END-IF
           END-PERFORM
           MOVE WS-RUN-PERIOD TO WS-RATE-FOR-PERIOD
           PERFORM SELECT-RATE-TIERS
           IF CLAWBACK-COUNT GREATER THAN ZERO
              MOVE TOTAL-CLAWBACK TO PRN-TOTAL-CLAWBACK
              MOVE CLAWBACK-TOTAL-LINE TO REGISTER-REC
              WRITE REGISTER-REC
              DISPLAY CLAWBACK-TOTAL-LINE
              MOVE "K" TO GL-REC-TYPE
              MOVE GL-PAYABLE-ACCOUNT TO GL-ACCOUNT
              MOVE ZERO TO GL-STATE-NUM
              MOVE WS-RUN-PERIOD TO GL-PERIOD
              MOVE TOTAL-CLAWBACK TO GL-AMOUNT
              WRITE GL-EXTRACT-REC
              ADD 1 TO GL-RECORD-COUNT
           END-IF
           .

                   END-IF
           END-PERFORM
           IF PRS-FOUND-IDX GREATER THAN ZERO
              MOVE PHT-PERIOD(PHT-IDX) TO WS-RATE-FOR-PERIOD
              PERFORM SELECT-RATE-TIERS
              MOVE PRS-SALES(PRS-FOUND-IDX) TO WS-NET-SALES
              PERFORM COMPUTE-COMMISSION
              MOVE WS-COMMISSION TO WS-RECOMPUTED-COMM
           MOVE WS-RECOMPUTED-COMM TO PHT-COMMISSION(PHT-IDX)
           ACCEPT WS-RUN-DATE-HIST FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-HIST TO PHT-RUN-DATE(PHT-IDX)
           MOVE ZERO TO WS-GL-STATE-NUM
           IF BM-FILE-AVAILABLE
              MOVE PHT-BRANCH-ID(PHT-IDX) TO BM-BRANCH-ID
              READ BRANCH-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE BM-STATE-NUM TO WS-GL-STATE-NUM
              END-READ
           END-IF
           MOVE "L" TO GL-REC-TYPE
           MOVE GL-EXPENSE-ACCOUNT TO GL-ACCOUNT
           MOVE WS-GL-STATE-NUM TO GL-STATE-NUM
           MOVE WS-RUN-PERIOD TO GL-PERIOD
           MOVE WS-CLAWBACK-AMOUNT TO GL-AMOUNT
           WRITE GL-EXTRACT-REC
           ADD 1 TO GL-RECORD-COUNT
           .

       SORT-BRANCH-SALES.
           PERFORM COMPUTE-COMMISSION
           MOVE BST-BRANCH-ID(BST-IDX) TO PRN-BRANCH-ID
           MOVE SPACES TO PRN-BRANCH-NAME
           MOVE ZERO TO WS-GL-STATE-NUM
           IF BM-FILE-AVAILABLE
              MOVE BST-BRANCH-ID(BST-IDX) TO BM-BRANCH-ID
              READ BRANCH-MASTER-FILE
                    MOVE "** NOT ON MASTER **" TO PRN-BRANCH-NAME
                 NOT INVALID KEY
                    MOVE BM-BRANCH-NAME TO PRN-BRANCH-NAME
                    MOVE BM-STATE-NUM TO WS-GL-STATE-NUM
              END-READ
           END-IF
           MOVE WS-NET-SALES TO PRN-NET-SALES
           MOVE WS-COMMISSION TO PAY-AMOUNT
           WRITE PAYMENT-REC
           ADD 1 TO PAYMENT-COUNT
           IF WS-COMMISSION GREATER THAN ZERO
              MOVE "A" TO GL-REC-TYPE
              MOVE GL-EXPENSE-ACCOUNT TO GL-ACCOUNT
              MOVE WS-GL-STATE-NUM TO GL-STATE-NUM
              MOVE WS-RUN-PERIOD TO GL-PERIOD
              MOVE WS-COMMISSION TO GL-AMOUNT
              WRITE GL-EXTRACT-REC
              ADD 1 TO GL-RECORD-COUNT
           END-IF
           PERFORM RECORD-PAID-HISTORY
           .
