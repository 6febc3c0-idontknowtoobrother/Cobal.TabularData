       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-DRIVER.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STATUS-FILE ASSIGN TO "month_end_status.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JOB-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "month_end_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RHS-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "period_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "commission_pay.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PAY-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "gl_journal.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GLJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-STATUS-FILE.
       01 JOB-STATUS-REC.
          88 END-OF-JOB-STATUS                         VALUE HIGH-VALUES
           .
          05 JS-STEP-NUM            PIC 9.
          05 JS-STEP-NAME           PIC X(20).
          05 JS-PERIOD              PIC 9(6).
          05 JS-STATUS              PIC X(8).
          05 JS-START-DATE          PIC 9(8).
          05 JS-START-TIME          PIC 9(6).
          05 JS-END-DATE            PIC 9(8).
          05 JS-END-TIME            PIC 9(6).
          05 JS-RETURN-CODE         PIC 9(4).
          05 JS-OPERATOR            PIC X(8).

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-REC.
          05 RH-PERIOD              PIC 9(6).
          05 RH-STEP-NAME           PIC X(20).
          05 RH-STATUS              PIC X(8).
          05 RH-START-DATE          PIC 9(8).
          05 RH-START-TIME          PIC 9(6).
          05 RH-END-DATE            PIC 9(8).
          05 RH-END-TIME            PIC 9(6).
          05 RH-ELAPSED-SECS        PIC 9(6).
          05 RH-RETURN-CODE         PIC 9(4).
          05 RH-OPERATOR            PIC X(8).
          05 RH-GATE-RESULT         PIC X(40).

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-REC.
          88 END-OF-PERIOD-CONTROL                     VALUE HIGH-VALUES
           .
          05 PCT-PERIOD             PIC 9(6).
          05 PCT-STATUS             PIC X.
             88 PCT-PERIOD-OPEN                        VALUE "O".
             88 PCT-PERIOD-CLOSED                      VALUE "C".

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          88 END-OF-OPERATOR-FILE                      VALUE HIGH-VALUES
           .
          05 OPR-ID                 PIC X(8).
          05 OPR-NAME               PIC X(30).
          05 OPR-ROLE               PIC X.
          05 OPR-ACTIVE             PIC X.

       FD PAYMENT-FILE.
       01 PAYMENT-REC.
          88 END-OF-PAYMENT-FILE                       VALUE HIGH-VALUES
           .
          05 FILLER                 PIC X(80).

       FD GL-JOURNAL-FILE.
       01 JOURNAL-HEADER-REC.
          88 END-OF-GL-JOURNAL                         VALUE HIGH-VALUES
           .
          05 GLJ-H-REC-TYPE         PIC X.
          05 GLJ-H-BATCH-NUMBER     PIC 9(6).
          05 GLJ-H-CREATE-DATE      PIC 9(8).
          05 FILLER                 PIC X(13).
       01 JOURNAL-DETAIL-REC.
          05 GLJ-D-REC-TYPE         PIC X.
             88 GLJ-D-DEBIT-ENTRY          VALUE "D" "A" "K" "R" "B"
                                                 "M".
          05 GLJ-D-ACCOUNT          PIC X(8).
          05 GLJ-D-STATE-NUM        PIC 99.
          05 GLJ-D-PERIOD           PIC 9(6).
          05 GLJ-D-AMOUNT           PIC S9(9)V99.
       01 JOURNAL-TRAILER-REC.
          05 GLJ-T-REC-TYPE         PIC X.
          05 GLJ-T-RECORD-COUNT     PIC 9(9).
          05 GLJ-T-HASH-TOTAL       PIC S9(13)V99.
          05 FILLER                 PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-JOB-STATUS             PIC XX.
       01 WS-RHS-STATUS             PIC XX.
       01 WS-PCT-STATUS             PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-PAY-STATUS             PIC XX.
       01 WS-GLJ-STATUS             PIC XX.
       01 WS-TIME-OF-DAY            PIC 9(8).
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-PERIOD             PIC 9(6).
       01 WS-CLOSE-PERIOD           PIC 9(6).
       01 WS-CLOSE-PERIOD-SPLIT REDEFINES WS-CLOSE-PERIOD.
          05 WS-CLOSE-YEAR          PIC 9(4).
          05 WS-CLOSE-MONTH         PIC 99.
       01 WS-FILE-PERIOD            PIC 9(6) VALUE ZERO.
       01 WS-START-INTEGER          PIC 9(9).
       01 WS-END-INTEGER            PIC 9(9).
       01 WS-START-SECS             PIC 9(6).
       01 WS-END-SECS               PIC 9(6).
       01 WS-ELAPSED-SECS           PIC S9(9).
       01 WS-CLOCK-SPLIT.
          05 WS-CLOCK-HH            PIC 99.
          05 WS-CLOCK-MM            PIC 99.
          05 WS-CLOCK-SS            PIC 99.
       01 STEP-COUNT                PIC 9 VALUE 8.
       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 8 TIMES.
             10 STP-NAME            PIC X(20).
             10 STP-STATUS          PIC X(8).
             10 STP-START-DATE      PIC 9(8).
             10 STP-START-TIME      PIC 9(6).
             10 STP-END-DATE        PIC 9(8).
             10 STP-END-TIME        PIC 9(6).
             10 STP-RC              PIC 9(4).
             10 STP-OPERATOR        PIC X(8).
       01 STEP-IDX                  PIC 9.
       01 FILE-STEP-IDX             PIC 9.
       01 WS-RESUME-STEP            PIC 9.
       01 WS-ALL-COMPLETE           PIC X.
          88 ALL-COMPLETE                    VALUE "Y".
       01 WS-CHAIN-HALTED           PIC X  VALUE "N".
          88 CHAIN-HALTED                    VALUE "Y".
       01 WS-CALL-FAILED            PIC X.
          88 CALL-FAILED                     VALUE "Y".
       01 WS-GATE-OK                PIC X.
          88 GATE-OK                         VALUE "Y".
       01 WS-GATE-RESULT            PIC X(40).
       01 WS-STEP-CHOICE            PIC X.
          88 CHOICE-RUN                      VALUE "R" "r".
          88 CHOICE-SKIP                     VALUE "S" "s".
          88 CHOICE-HALT                     VALUE "H" "h".
       01 WS-OPERATOR-ID            PIC X(8).
       01 WS-SIGNED-ON              PIC X    VALUE "N".
          88 SIGNED-ON                       VALUE "Y".
       01 WS-SIGNON-TRIES           PIC 9    VALUE ZERO.
       01 WS-PERIOD-CLOSED          PIC X.
          88 PERIOD-IS-CLOSED                VALUE "Y".
       01 WS-PAY-RECORDS            PIC 9(7).
       01 WS-JOURNAL-DATE           PIC 9(8).
       01 WS-HEADER-FOUND           PIC X.
          88 HEADER-FOUND                    VALUE "Y".
       01 WS-TRAILER-FOUND          PIC X.
          88 TRAILER-FOUND                   VALUE "Y".
       01 WS-BATCH-NUMBER           PIC 9(6).
       01 WS-TRAILER-COUNT          PIC 9(9).
       01 WS-TRAILER-HASH           PIC S9(13)V99.
       01 WS-DETAIL-COUNT           PIC 9(9).
       01 WS-DETAIL-HASH            PIC S9(13)V99.
       01 WS-BATCH-DEBITS           PIC S9(13)V99.
       01 WS-BATCH-CREDITS          PIC S9(13)V99.
       01 WS-BAD-DETAILS            PIC 9(5).

       01 DRIVER-HEADING1           PIC X(40)
                                                       VALUE
             "  Month-End Close".
       01 STEP-MENU                 PIC X(40)
                                                       VALUE
             "R-Run  S-Skip (supervisor)  H-Halt".
       01 STEP-MENU-NO-RUN          PIC X(40)
                                                       VALUE
             "S-Skip (supervisor)  H-Halt".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
           DISPLAY DRIVER-HEADING1
           PERFORM LOAD-JOB-STATUS
           PERFORM FIND-RESUME-STEP
           PERFORM ACCEPT-CLOSE-PERIOD
           IF WS-FILE-PERIOD NOT = ZERO AND
              WS-FILE-PERIOD NOT = WS-CLOSE-PERIOD AND
              NOT ALL-COMPLETE
              DISPLAY "MONTH-END FOR " WS-FILE-PERIOD
                      " IS NOT COMPLETE - FINISH IT FIRST"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-FILE-PERIOD NOT = WS-CLOSE-PERIOD
              DISPLAY "STARTING MONTH-END FOR " WS-CLOSE-PERIOD
              PERFORM INITIALIZE-STEPS
              PERFORM FIND-RESUME-STEP
           ELSE
              IF ALL-COMPLETE
                 DISPLAY "MONTH-END FOR " WS-CLOSE-PERIOD
                         " ALREADY COMPLETE"
                 STOP RUN
              END-IF
              IF WS-RESUME-STEP GREATER THAN 1
                 DISPLAY "RESUMING FROM STEP " WS-RESUME-STEP " - "
                         STP-NAME(WS-RESUME-STEP)
              END-IF
           END-IF
           PERFORM VARYING STEP-IDX FROM WS-RESUME-STEP BY 1
              UNTIL STEP-IDX GREATER THAN STEP-COUNT
                 OR CHAIN-HALTED
                   IF STP-STATUS(STEP-IDX) NOT = "COMPLETE" AND
                      STP-STATUS(STEP-IDX) NOT = "SKIPPED" AND
                      STP-STATUS(STEP-IDX) NOT = "NOT DUE"
                      PERFORM RUN-ONE-STEP
                   END-IF
           END-PERFORM
           IF CHAIN-HALTED
              DISPLAY "MONTH-END HALTED - FIX AND RERUN TO RESUME"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "MONTH-END FOR " WS-CLOSE-PERIOD " COMPLETE"
           END-IF
           STOP RUN.

       ACCEPT-CLOSE-PERIOD.
           MOVE ZERO TO WS-CLOSE-PERIOD
           PERFORM UNTIL WS-CLOSE-PERIOD GREATER THAN ZERO
                   DISPLAY "MONTH-END PERIOD (YYYYMM,"
                           " 0 FOR DEFAULT) -"
                   ACCEPT WS-CLOSE-PERIOD
                   IF WS-CLOSE-PERIOD = ZERO
                      PERFORM DEFAULT-CLOSE-PERIOD
                      DISPLAY "USING PERIOD " WS-CLOSE-PERIOD
                   END-IF
                   IF WS-CLOSE-MONTH = ZERO OR
                      WS-CLOSE-MONTH GREATER THAN 12
                      DISPLAY "INVALID PERIOD"
                      MOVE ZERO TO WS-CLOSE-PERIOD
                   END-IF
           END-PERFORM
           .

       DEFAULT-CLOSE-PERIOD.
           IF WS-FILE-PERIOD NOT = ZERO AND NOT ALL-COMPLETE
              MOVE WS-FILE-PERIOD TO WS-CLOSE-PERIOD
           ELSE
              MOVE WS-RUN-PERIOD TO WS-CLOSE-PERIOD
              IF WS-CLOSE-MONTH = 1
                 SUBTRACT 1 FROM WS-CLOSE-YEAR
                 MOVE 12 TO WS-CLOSE-MONTH
              ELSE
                 SUBTRACT 1 FROM WS-CLOSE-MONTH
              END-IF
           END-IF
           .

       INITIALIZE-STEP-NAMES-ONLY.
           MOVE "PERIOD-CLOSE" TO STP-NAME(1)
           MOVE "COMMISSION-CALC" TO STP-NAME(2)
           MOVE "COMMISSION-DISBURSE" TO STP-NAME(3)
           MOVE "ROYALTY-BILLING" TO STP-NAME(4)
           MOVE "TAX-ACCRUAL" TO STP-NAME(5)
           MOVE "GL-JOURNAL-EDIT" TO STP-NAME(6)
           MOVE "CLOSE-SIGN-OFF" TO STP-NAME(7)
           MOVE "YEAR-END-CLOSE" TO STP-NAME(8)
           PERFORM VARYING FILE-STEP-IDX FROM 1 BY 1
              UNTIL FILE-STEP-IDX GREATER THAN STEP-COUNT
                   MOVE "PENDING" TO STP-STATUS(FILE-STEP-IDX)
                   MOVE ZEROS TO STP-START-DATE(FILE-STEP-IDX)
                   MOVE ZEROS TO STP-START-TIME(FILE-STEP-IDX)
                   MOVE ZEROS TO STP-END-DATE(FILE-STEP-IDX)
                   MOVE ZEROS TO STP-END-TIME(FILE-STEP-IDX)
                   MOVE ZEROS TO STP-RC(FILE-STEP-IDX)
                   MOVE SPACES TO STP-OPERATOR(FILE-STEP-IDX)
           END-PERFORM
           .

       INITIALIZE-STEPS.
           PERFORM INITIALIZE-STEP-NAMES-ONLY
           MOVE WS-CLOSE-PERIOD TO WS-FILE-PERIOD
           PERFORM SAVE-JOB-STATUS
           .

       LOAD-JOB-STATUS.
           PERFORM INITIALIZE-STEP-NAMES-ONLY
           MOVE ZERO TO WS-FILE-PERIOD
           OPEN INPUT JOB-STATUS-FILE
           IF WS-JOB-STATUS = "00"
              READ JOB-STATUS-FILE
              AT END
                 SET END-OF-JOB-STATUS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-JOB-STATUS
                      IF JS-STEP-NUM GREATER THAN ZERO AND
                         JS-STEP-NUM NOT GREATER THAN STEP-COUNT
                         MOVE JS-PERIOD TO WS-FILE-PERIOD
                         MOVE JS-STEP-NAME TO STP-NAME(JS-STEP-NUM)
                         MOVE JS-STATUS TO STP-STATUS(JS-STEP-NUM)
                         MOVE JS-START-DATE TO
                            STP-START-DATE(JS-STEP-NUM)
                         MOVE JS-START-TIME TO
                            STP-START-TIME(JS-STEP-NUM)
                         MOVE JS-END-DATE TO STP-END-DATE(JS-STEP-NUM)
                         MOVE JS-END-TIME TO STP-END-TIME(JS-STEP-NUM)
                         MOVE JS-RETURN-CODE TO STP-RC(JS-STEP-NUM)
                         MOVE JS-OPERATOR TO STP-OPERATOR(JS-STEP-NUM)
                      END-IF
                      READ JOB-STATUS-FILE
                      AT END
                         SET END-OF-JOB-STATUS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE JOB-STATUS-FILE
           END-IF
           .

       SAVE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE
           PERFORM VARYING FILE-STEP-IDX FROM 1 BY 1
              UNTIL FILE-STEP-IDX GREATER THAN STEP-COUNT
                   MOVE FILE-STEP-IDX TO JS-STEP-NUM
                   MOVE STP-NAME(FILE-STEP-IDX) TO JS-STEP-NAME
                   MOVE WS-FILE-PERIOD TO JS-PERIOD
                   MOVE STP-STATUS(FILE-STEP-IDX) TO JS-STATUS
                   MOVE STP-START-DATE(FILE-STEP-IDX) TO JS-START-DATE
                   MOVE STP-START-TIME(FILE-STEP-IDX) TO JS-START-TIME
                   MOVE STP-END-DATE(FILE-STEP-IDX) TO JS-END-DATE
                   MOVE STP-END-TIME(FILE-STEP-IDX) TO JS-END-TIME
                   MOVE STP-RC(FILE-STEP-IDX) TO JS-RETURN-CODE
                   MOVE STP-OPERATOR(FILE-STEP-IDX) TO JS-OPERATOR
                   WRITE JOB-STATUS-REC
           END-PERFORM
           CLOSE JOB-STATUS-FILE
           .

       FIND-RESUME-STEP.
           MOVE "Y" TO WS-ALL-COMPLETE
           MOVE 1 TO WS-RESUME-STEP
           PERFORM VARYING FILE-STEP-IDX FROM STEP-COUNT BY -1
              UNTIL FILE-STEP-IDX = ZERO
                   IF STP-STATUS(FILE-STEP-IDX) NOT = "COMPLETE" AND
                      STP-STATUS(FILE-STEP-IDX) NOT = "SKIPPED" AND
                      STP-STATUS(FILE-STEP-IDX) NOT = "NOT DUE"
                      MOVE "N" TO WS-ALL-COMPLETE
                      MOVE FILE-STEP-IDX TO WS-RESUME-STEP
                   END-IF
           END-PERFORM
           .

       RUN-ONE-STEP.
           IF STEP-IDX = 8 AND WS-CLOSE-MONTH NOT = 12
              MOVE "NOT DUE" TO STP-STATUS(STEP-IDX)
              MOVE SPACES TO STP-OPERATOR(STEP-IDX)
              PERFORM SAVE-JOB-STATUS
              DISPLAY "STEP " STEP-IDX " NOT DUE - "
                      STP-NAME(STEP-IDX)
           ELSE
              PERFORM CHECK-STEP-GATE
              DISPLAY "STEP " STEP-IDX " - " STP-NAME(STEP-IDX)
                      " - GATE " WS-GATE-RESULT
              MOVE SPACE TO WS-STEP-CHOICE
              PERFORM UNTIL CHOICE-HALT OR CHOICE-SKIP OR
                            (CHOICE-RUN AND GATE-OK)
                      IF GATE-OK
                         DISPLAY STEP-MENU
                      ELSE
                         DISPLAY STEP-MENU-NO-RUN
                      END-IF
                      ACCEPT WS-STEP-CHOICE
              END-PERFORM
              EVALUATE TRUE
                 WHEN CHOICE-RUN
                    PERFORM EXECUTE-STEP
                 WHEN CHOICE-SKIP
                    PERFORM SKIP-STEP
                 WHEN OTHER
                    SET CHAIN-HALTED TO TRUE
                    DISPLAY "HALTED BEFORE STEP " STEP-IDX
              END-EVALUATE
           END-IF
           .

       CHECK-STEP-GATE.
           MOVE "Y" TO WS-GATE-OK
           MOVE "MET" TO WS-GATE-RESULT
           EVALUATE STEP-IDX
              WHEN 1
                 IF WS-CLOSE-PERIOD NOT LESS THAN WS-RUN-PERIOD
                    MOVE "N" TO WS-GATE-OK
                    MOVE "NOT MET - PERIOD HAS NOT ENDED"
                       TO WS-GATE-RESULT
                 END-IF
              WHEN 2
              WHEN 4
              WHEN 5
                 PERFORM CHECK-PERIOD-CLOSED
              WHEN 3
                 PERFORM CHECK-PERIOD-CLOSED
                 IF GATE-OK AND STP-STATUS(2) NOT = "COMPLETE"
                    MOVE "N" TO WS-GATE-OK
                    MOVE "NOT MET - COMMISSION NOT RUN"
                       TO WS-GATE-RESULT
                 END-IF
                 IF GATE-OK
                    PERFORM CHECK-PAYMENT-FILE
                 END-IF
              WHEN 6
                 PERFORM CHECK-PERIOD-CLOSED
              WHEN 7
                 IF STP-STATUS(6) NOT = "COMPLETE"
                    MOVE "N" TO WS-GATE-OK
                    MOVE "NOT MET - GL BATCH NOT BUILT THIS CLOSE"
                       TO WS-GATE-RESULT
                 ELSE
                    PERFORM CHECK-GL-JOURNAL-BALANCE
                 END-IF
              WHEN 8
                 IF STP-STATUS(7) NOT = "COMPLETE"
                    MOVE "N" TO WS-GATE-OK
                    MOVE "NOT MET - CLOSE NOT SIGNED OFF"
                       TO WS-GATE-RESULT
                 END-IF
           END-EVALUATE
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
                         PCT-PERIOD = WS-CLOSE-PERIOD
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
           IF NOT PERIOD-IS-CLOSED
              MOVE "N" TO WS-GATE-OK
              MOVE "NOT MET - PERIOD NOT CLOSED" TO WS-GATE-RESULT
           END-IF
           .

       CHECK-PAYMENT-FILE.
           MOVE ZERO TO WS-PAY-RECORDS
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-STATUS = "00"
              READ PAYMENT-FILE
              AT END
                 SET END-OF-PAYMENT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PAYMENT-FILE
                      ADD 1 TO WS-PAY-RECORDS
                      READ PAYMENT-FILE
                      AT END
                         SET END-OF-PAYMENT-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PAYMENT-FILE
           END-IF
           IF WS-PAY-RECORDS = ZERO
              MOVE "N" TO WS-GATE-OK
              MOVE "NOT MET - NO COMMISSION PAYMENTS"
                 TO WS-GATE-RESULT
           END-IF
           .

       CHECK-GL-JOURNAL-BALANCE.
           MOVE "N" TO WS-HEADER-FOUND
           MOVE "N" TO WS-TRAILER-FOUND
           MOVE ZERO TO WS-BATCH-NUMBER
           MOVE ZERO TO WS-JOURNAL-DATE
           MOVE ZERO TO WS-TRAILER-COUNT
           MOVE ZERO TO WS-TRAILER-HASH
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-DETAIL-HASH
           MOVE ZERO TO WS-BATCH-DEBITS
           MOVE ZERO TO WS-BATCH-CREDITS
           MOVE ZERO TO WS-BAD-DETAILS
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GLJ-STATUS NOT = "00"
              MOVE "N" TO WS-GATE-OK
              MOVE "NOT MET - NO GL JOURNAL ON HAND"
                 TO WS-GATE-RESULT
           ELSE
              READ GL-JOURNAL-FILE
              AT END
                 SET END-OF-GL-JOURNAL TO TRUE
              END-READ
              PERFORM UNTIL END-OF-GL-JOURNAL
                      EVALUATE GLJ-H-REC-TYPE
                         WHEN "H"
                            SET HEADER-FOUND TO TRUE
                            IF GLJ-H-BATCH-NUMBER NUMERIC
                               MOVE GLJ-H-BATCH-NUMBER TO
                                  WS-BATCH-NUMBER
                            END-IF
                            IF GLJ-H-CREATE-DATE NUMERIC
                               MOVE GLJ-H-CREATE-DATE TO
                                  WS-JOURNAL-DATE
                            END-IF
                         WHEN "T"
                            SET TRAILER-FOUND TO TRUE
                            IF GLJ-T-RECORD-COUNT NUMERIC AND
                               GLJ-T-HASH-TOTAL NUMERIC
                               MOVE GLJ-T-RECORD-COUNT TO
                                  WS-TRAILER-COUNT
                               MOVE GLJ-T-HASH-TOTAL TO
                                  WS-TRAILER-HASH
                            END-IF
                         WHEN OTHER
                            IF GLJ-D-AMOUNT NUMERIC
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD GLJ-D-AMOUNT TO WS-DETAIL-HASH
                               IF GLJ-D-DEBIT-ENTRY
                                  ADD GLJ-D-AMOUNT TO WS-BATCH-DEBITS
                               ELSE
                                  ADD GLJ-D-AMOUNT TO
                                     WS-BATCH-CREDITS
                               END-IF
                            ELSE
                               ADD 1 TO WS-BAD-DETAILS
                            END-IF
                      END-EVALUATE
                      READ GL-JOURNAL-FILE
                      AT END
                         SET END-OF-GL-JOURNAL TO TRUE
                      END-READ
              END-PERFORM
              CLOSE GL-JOURNAL-FILE
              IF NOT HEADER-FOUND OR NOT TRAILER-FOUND OR
                 WS-BATCH-NUMBER = ZERO
                 MOVE "N" TO WS-GATE-OK
                 MOVE "NOT MET - JOURNAL HEADER OR TRAILER"
                    TO WS-GATE-RESULT
              END-IF
              IF GATE-OK AND
                 WS-JOURNAL-DATE LESS THAN STP-START-DATE(6)
                 MOVE "N" TO WS-GATE-OK
                 MOVE "NOT MET - GL BATCH NOT BUILT THIS CLOSE"
                    TO WS-GATE-RESULT
              END-IF
              IF GATE-OK AND
                 (WS-BAD-DETAILS GREATER THAN ZERO OR
                  WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT OR
                  WS-TRAILER-HASH NOT = WS-DETAIL-HASH)
                 MOVE "N" TO WS-GATE-OK
                 MOVE "NOT MET - JOURNAL TRAILER DISAGREES"
                    TO WS-GATE-RESULT
              END-IF
              IF GATE-OK AND WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
                 MOVE "N" TO WS-GATE-OK
                 MOVE "NOT MET - GL BATCH OUT OF BALANCE"
                    TO WS-GATE-RESULT
              END-IF
           END-IF
           .

       EXECUTE-STEP.
           DISPLAY "STEP " STEP-IDX " STARTING - " STP-NAME(STEP-IDX)
           MOVE "RUNNING" TO STP-STATUS(STEP-IDX)
           ACCEPT STP-START-DATE(STEP-IDX) FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO STP-START-TIME(STEP-IDX)
           MOVE SPACES TO STP-OPERATOR(STEP-IDX)
           PERFORM SAVE-JOB-STATUS
           MOVE "N" TO WS-CALL-FAILED
           MOVE ZERO TO RETURN-CODE
           EVALUATE STEP-IDX
              WHEN 1
                 DISPLAY "CLOSE PERIOD " WS-CLOSE-PERIOD
                         " WHEN ASKED"
                 CALL "PERIOD-CLOSE"
                    ON EXCEPTION
                       SET CALL-FAILED TO TRUE
                 END-CALL
              WHEN 2
                 DISPLAY "ENTER PERIOD " WS-CLOSE-PERIOD
                         " WHEN ASKED"
                 CALL "COMMISSION-CALC"
                    ON EXCEPTION
                       SET CALL-FAILED TO TRUE
                 END-CALL
              WHEN 3
                 CALL "COMMISSION-DISBURSE"
                    ON EXCEPTION
                       SET CALL-FAILED TO TRUE
                 END-CALL
              WHEN 4
                 DISPLAY "ENTER PERIOD " WS-CLOSE-PERIOD
                         " WHEN ASKED"
                 CALL "ROYALTY-BILLING"
                    ON EXCEPTION
                       SET CALL-FAILED TO TRUE
                 END-CALL
              WHEN 5
                 CALL "TAX-ACCRUAL"
                    ON EXCEPTION
                       SET CALL-FAILED TO TRUE
                 END-CALL
              WHEN 6
                 CALL "GL-JOURNAL-EDIT"
                    ON EXCEPTION
                       SET CALL-FAILED TO TRUE
                 END-CALL
              WHEN 7
                 PERFORM SIGN-OFF-CLOSE
              WHEN 8
                 DISPLAY "ENTER YEAR " WS-CLOSE-YEAR " WHEN ASKED"
                 CALL "YEAR-END-CLOSE"
                    ON EXCEPTION
                       SET CALL-FAILED TO TRUE
                 END-CALL
           END-EVALUATE
           ACCEPT STP-END-DATE(STEP-IDX) FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO STP-END-TIME(STEP-IDX)
           IF CALL-FAILED
              MOVE "FAILED" TO STP-STATUS(STEP-IDX)
              MOVE 16 TO STP-RC(STEP-IDX)
              SET CHAIN-HALTED TO TRUE
              DISPLAY "STEP " STEP-IDX " COULD NOT BE CALLED"
           ELSE
              MOVE RETURN-CODE TO STP-RC(STEP-IDX)
              IF RETURN-CODE NOT GREATER THAN 4
                 MOVE "COMPLETE" TO STP-STATUS(STEP-IDX)
                 IF RETURN-CODE = ZERO
                    DISPLAY "STEP " STEP-IDX " COMPLETE"
                 ELSE
                    DISPLAY "STEP " STEP-IDX " COMPLETE WITH"
                            " WARNINGS - RETURN CODE " RETURN-CODE
                 END-IF
              ELSE
                 MOVE "FAILED" TO STP-STATUS(STEP-IDX)
                 SET CHAIN-HALTED TO TRUE
                 DISPLAY "STEP " STEP-IDX " FAILED - RETURN CODE "
                         RETURN-CODE
              END-IF
           END-IF
           MOVE ZERO TO RETURN-CODE
           PERFORM SAVE-JOB-STATUS
           PERFORM APPEND-RUN-HISTORY
           .

       SIGN-OFF-CLOSE.
           DISPLAY "GL BATCH " WS-BATCH-NUMBER " BALANCES - "
                   WS-DETAIL-COUNT " JOURNAL RECORDS"
           DISPLAY "SUPERVISOR SIGN-OFF OF MONTH-END CLOSE"
           PERFORM SIGN-ON-SUPERVISOR
           IF SIGNED-ON
              MOVE WS-OPERATOR-ID TO STP-OPERATOR(STEP-IDX)
              DISPLAY "CLOSE FOR " WS-CLOSE-PERIOD " SIGNED OFF BY "
                      WS-OPERATOR-ID
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       SKIP-STEP.
           DISPLAY "SUPERVISOR SIGN-ON REQUIRED TO SKIP STEP "
                   STEP-IDX
           PERFORM SIGN-ON-SUPERVISOR
           IF SIGNED-ON
              ACCEPT STP-START-DATE(STEP-IDX) FROM DATE YYYYMMDD
              ACCEPT WS-TIME-OF-DAY FROM TIME
              MOVE WS-TIME-OF-DAY(1:6) TO STP-START-TIME(STEP-IDX)
              MOVE STP-START-DATE(STEP-IDX) TO STP-END-DATE(STEP-IDX)
              MOVE STP-START-TIME(STEP-IDX) TO STP-END-TIME(STEP-IDX)
              MOVE ZERO TO STP-RC(STEP-IDX)
              MOVE "SKIPPED" TO STP-STATUS(STEP-IDX)
              MOVE WS-OPERATOR-ID TO STP-OPERATOR(STEP-IDX)
              DISPLAY "STEP " STEP-IDX " SKIPPED BY " WS-OPERATOR-ID
              PERFORM SAVE-JOB-STATUS
              PERFORM APPEND-RUN-HISTORY
           ELSE
              SET CHAIN-HALTED TO TRUE
              DISPLAY "STEP " STEP-IDX " NOT SKIPPED"
           END-IF
           .

       SIGN-ON-SUPERVISOR.
           MOVE "N" TO WS-SIGNED-ON
           MOVE ZERO TO WS-SIGNON-TRIES
           PERFORM UNTIL SIGNED-ON OR WS-SIGNON-TRIES = 3
                   DISPLAY "SUPERVISOR OPERATOR ID -"
                   ACCEPT WS-OPERATOR-ID
                   ADD 1 TO WS-SIGNON-TRIES
                   PERFORM VERIFY-SUPERVISOR
                   IF NOT SIGNED-ON
                      DISPLAY "SIGN-ON REFUSED - NOT AN ACTIVE"
                              " SUPERVISOR"
                   END-IF
           END-PERFORM
           .

       VERIFY-SUPERVISOR.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
              DISPLAY "NO OPERATOR FILE ON HAND - SIGN-ON REFUSED"
              MOVE 3 TO WS-SIGNON-TRIES
           ELSE
              READ OPERATOR-FILE
              AT END
                 SET END-OF-OPERATOR-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-OPERATOR-FILE
                      IF OPR-ID = WS-OPERATOR-ID AND
                         OPR-ACTIVE = "A" AND
                         OPR-ROLE = "S"
                         MOVE "Y" TO WS-SIGNED-ON
                      END-IF
                      READ OPERATOR-FILE
                      AT END
                         SET END-OF-OPERATOR-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE OPERATOR-FILE
           END-IF
           .

       APPEND-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RHS-STATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-RHS-STATUS = "00"
              MOVE WS-CLOSE-PERIOD TO RH-PERIOD
              MOVE STP-NAME(STEP-IDX) TO RH-STEP-NAME
              MOVE STP-STATUS(STEP-IDX) TO RH-STATUS
              MOVE STP-START-DATE(STEP-IDX) TO RH-START-DATE
              MOVE STP-START-TIME(STEP-IDX) TO RH-START-TIME
              MOVE STP-END-DATE(STEP-IDX) TO RH-END-DATE
              MOVE STP-END-TIME(STEP-IDX) TO RH-END-TIME
              COMPUTE WS-START-INTEGER =
                 FUNCTION INTEGER-OF-DATE(STP-START-DATE(STEP-IDX))
              COMPUTE WS-END-INTEGER =
                 FUNCTION INTEGER-OF-DATE(STP-END-DATE(STEP-IDX))
              MOVE STP-START-TIME(STEP-IDX) TO WS-CLOCK-SPLIT
              COMPUTE WS-START-SECS =
                 (WS-CLOCK-HH * 3600) + (WS-CLOCK-MM * 60) +
                 WS-CLOCK-SS
              MOVE STP-END-TIME(STEP-IDX) TO WS-CLOCK-SPLIT
              COMPUTE WS-END-SECS =
                 (WS-CLOCK-HH * 3600) + (WS-CLOCK-MM * 60) +
                 WS-CLOCK-SS
              COMPUTE WS-ELAPSED-SECS =
                 ((WS-END-INTEGER - WS-START-INTEGER) * 86400) +
                 WS-END-SECS - WS-START-SECS
              IF WS-ELAPSED-SECS LESS THAN ZERO
                 MOVE ZERO TO WS-ELAPSED-SECS
              END-IF
              MOVE WS-ELAPSED-SECS TO RH-ELAPSED-SECS
              MOVE STP-RC(STEP-IDX) TO RH-RETURN-CODE
              MOVE STP-OPERATOR(STEP-IDX) TO RH-OPERATOR
              MOVE WS-GATE-RESULT TO RH-GATE-RESULT
              WRITE RUN-HISTORY-REC
              CLOSE RUN-HISTORY-FILE
           END-IF
           .
