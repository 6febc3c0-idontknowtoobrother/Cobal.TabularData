       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-STATEMENT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "loyalty_members.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LM-MEMBER-NUM
                 FILE STATUS IS WS-MBR-STATUS.
           SELECT POINTS-LEDGER-FILE ASSIGN TO "loyalty_points.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LP-KEY
                 FILE STATUS IS WS-LPT-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "loyalty_statements.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MEMBER-FILE.
       01 LOYALTY-MEMBER-REC.
          05 LM-MEMBER-NUM          PIC 9(7).
          05 LM-MEMBER-NAME         PIC X(30).
          05 LM-MEMBER-ADDRESS      PIC X(40).
          05 LM-JOIN-DATE           PIC 9(8).
          05 LM-HOME-BRANCH         PIC 9(7).
          05 LM-STATUS              PIC X.
             88 LM-MEMBER-ACTIVE                   VALUE "A".
             88 LM-MEMBER-CLOSED                   VALUE "C".
          05 LM-POINTS-BALANCE      PIC S9(9).
          05 LM-POINTS-EARNED       PIC S9(9).
          05 LM-POINTS-REDEEMED     PIC 9(9).
          05 LM-VISIT-COUNT         PIC 9(7).
          05 LM-LAST-VISIT-DATE     PIC 9(8).

       FD POINTS-LEDGER-FILE.
       01 POINTS-LEDGER-REC.
          05 LP-KEY.
             10 LP-MEMBER-NUM       PIC 9(7).
             10 LP-TRAN-DATE        PIC 9(8).
             10 LP-BRANCH-ID        PIC 9(7).
             10 LP-REGISTER-NUM     PIC 9(3).
             10 LP-RECEIPT-SEQ      PIC 9(6).
             10 LP-TYPE-CODE        PIC 9(3).
             10 LP-ENTRY-TYPE       PIC X.
                88 LP-POINTS-EARNED                VALUE "E".
                88 LP-POINTS-REVERSED              VALUE "V".
                88 LP-POINTS-REDEEMED              VALUE "R".
          05 LP-POINTS              PIC S9(7).
          05 LP-AMOUNT              PIC S9(7)V99.
          05 LP-RA-NUMBER           PIC 9(6).
          05 LP-POSTED-DATE         PIC 9(8).

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       FD STATEMENT-FILE.
       01 STATEMENT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MBR-STATUS             PIC XX.
       01 WS-LPT-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 WS-LEDGER-AVAILABLE       PIC X        VALUE "N".
          88 LEDGER-AVAILABLE                     VALUE "Y".
       01 WS-END-OF-MASTER          PIC X        VALUE "N".
          88 END-OF-MASTER                        VALUE "Y".
       01 WS-END-OF-MEMBER-LEDGER   PIC X.
          88 END-OF-MEMBER-LEDGER                 VALUE "Y".
       01 WS-STMT-PERIOD            PIC 9(6).
       01 WS-PERIOD-START           PIC 9(8).
       01 WS-PERIOD-END             PIC 9(8).
       01 LOYALTY-POINT-VALUE       PIC 9(3)V99  VALUE 0.01.
       01 WS-OPENING-POINTS         PIC S9(9).
       01 WS-PERIOD-POINTS          PIC S9(9).
       01 WS-CLOSING-POINTS         PIC S9(9).
       01 WS-POINTS-VALUE           PIC S9(9)V99.
       01 WS-PERIOD-LINES           PIC 9(5).
       01 WS-PERIOD-VISITS          PIC 9(5).
       01 WS-LAST-VISIT-DATE        PIC 9(8).
       01 STATEMENT-COUNT           PIC 9(7)     VALUE ZERO.
       01 MEMBERS-ON-FILE           PIC 9(7)     VALUE ZERO.
       01 MEMBERS-ACTIVE-IN-PERIOD  PIC 9(7)     VALUE ZERO.
       01 MEMBERS-REPEAT-IN-PERIOD  PIC 9(7)     VALUE ZERO.
       01 MEMBERS-REPEAT-LIFETIME   PIC 9(7)     VALUE ZERO.
       01 WS-REPEAT-PCT             PIC 9(3)V9.

       01 STMT-RULE-LINE            PIC X(70)    VALUE ALL "=".
       01 STMT-HEADING              PIC X(40)
                                                       VALUE
             "  YoreCandyShoppe Loyalty Statement".
       01 STMT-MEMBER-LINE.
          05 FILLER                 PIC X(10)    VALUE "  MEMBER  ".
          05 PRN-MEMBER-NUM         PIC 9(7).
          05 FILLER                 PIC X(12)    VALUE "    PERIOD  ".
          05 PRN-STMT-PERIOD        PIC 9(6).
       01 STMT-NAME-LINE.
          05 FILLER                 PIC X(10)    VALUE SPACES.
          05 PRN-MEMBER-NAME        PIC X(30).
       01 STMT-ADDRESS-LINE.
          05 FILLER                 PIC X(10)    VALUE SPACES.
          05 PRN-MEMBER-ADDRESS     PIC X(40).
       01 STMT-CLOSED-LINE          PIC X(30)
                                                       VALUE
             "  ** MEMBERSHIP CLOSED **".
       01 STMT-OPENING-LINE.
          05 FILLER                 PIC X(26)
                                                       VALUE
             "  OPENING POINTS BALANCE".
          05 PRN-OPENING-POINTS     PIC ZZZ,ZZZ,ZZ9-.
       01 STMT-ACTIVITY-HEADING     PIC X(70)
                                                       VALUE
             "  Date       Branch  Reg Type Activity      Points      Am
      -      "ount".
       01 STMT-ACTIVITY-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-TRAN-DATE          PIC 9(8).
          05 PRN-BRANCH-ID          PIC B(2)9(7).
          05 PRN-REGISTER-NUM       PIC B(2)9(3).
          05 PRN-TYPE-CODE          PIC B(2)9(3).
          05 PRN-ACTIVITY           PIC BX(12).
          05 PRN-POINTS             PIC ZZZ,ZZ9-.
          05 PRN-AMOUNT             PIC B(2)$$$,$$9.99-.
       01 STMT-NO-ACTIVITY-LINE     PIC X(40)
                                                       VALUE
             "  NO POINTS ACTIVITY THIS PERIOD".
       01 STMT-CLOSING-LINE.
          05 FILLER                 PIC X(26)
                                                       VALUE
             "  CLOSING POINTS BALANCE".
          05 PRN-CLOSING-POINTS     PIC ZZZ,ZZZ,ZZ9-.
       01 STMT-VALUE-LINE.
          05 FILLER                 PIC X(26)
                                                       VALUE
             "  REDEEMABLE VALUE".
          05 PRN-POINTS-VALUE       PIC $$$,$$$,$$9.99-.
       01 SUMMARY-HEADING           PIC X(40)
                                                       VALUE
             "  Loyalty Repeat-Customer Summary".
       01 SUMMARY-LINE.
          05 PRN-SUMMARY-LABEL      PIC X(36).
          05 PRN-SUMMARY-COUNT      PIC ZZZ,ZZZ,ZZ9.
       01 SUMMARY-PCT-LINE.
          05 FILLER                 PIC X(36)
                                                       VALUE
             "  REPEAT RATE (PERCENT OF ACTIVE)".
          05 PRN-REPEAT-PCT         PIC B(5)ZZ9.9.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "STATEMENT PERIOD (YYYYMM) -"
           ACCEPT WS-STMT-PERIOD
           IF WS-STMT-PERIOD = ZERO
              DISPLAY "INVALID PERIOD"
              STOP RUN
           END-IF
           COMPUTE WS-PERIOD-START = WS-STMT-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END = WS-STMT-PERIOD * 100 + 31
           OPEN INPUT MEMBER-FILE
           IF WS-MBR-STATUS NOT = "00"
              DISPLAY "NO LOYALTY MEMBER FILE - NOTHING TO PRINT"
              STOP RUN
           END-IF
           OPEN INPUT POINTS-LEDGER-FILE
           IF WS-LPT-STATUS = "00"
              SET LEDGER-AVAILABLE TO TRUE
           ELSE
              DISPLAY "NO LOYALTY POINTS LEDGER - BALANCES ONLY"
           END-IF
           PERFORM LOAD-RUN-PARAMETERS
           OPEN OUTPUT STATEMENT-FILE
           MOVE LOW-VALUES TO LM-MEMBER-NUM
           START MEMBER-FILE KEY IS GREATER THAN OR EQUAL
              LM-MEMBER-NUM
              INVALID KEY
                 SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
                   READ MEMBER-FILE NEXT RECORD
                   AT END
                      SET END-OF-MASTER TO TRUE
                   NOT AT END
                      ADD 1 TO MEMBERS-ON-FILE
                      IF LM-VISIT-COUNT GREATER THAN 1
                         ADD 1 TO MEMBERS-REPEAT-LIFETIME
                      END-IF
                      PERFORM PRINT-ONE-STATEMENT
                   END-READ
           END-PERFORM
           PERFORM PRINT-REPEAT-SUMMARY
           CLOSE STATEMENT-FILE
           IF LEDGER-AVAILABLE
              CLOSE POINTS-LEDGER-FILE
           END-IF
           CLOSE MEMBER-FILE
           DISPLAY "STATEMENTS PRINTED " STATEMENT-COUNT
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMS-FILE
           IF WS-PRM-STATUS = "00"
              READ RUN-PARAMS-FILE
              AT END
                 SET END-OF-RUN-PARAMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RUN-PARAMS
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

       PRINT-ONE-STATEMENT.
           PERFORM SUM-MEMBER-LEDGER
           COMPUTE WS-CLOSING-POINTS =
              WS-OPENING-POINTS + WS-PERIOD-POINTS
           IF WS-PERIOD-LINES = ZERO AND
              (WS-CLOSING-POINTS = ZERO OR LM-MEMBER-CLOSED)
              CONTINUE
           ELSE
              ADD 1 TO STATEMENT-COUNT
              IF WS-PERIOD-VISITS GREATER THAN ZERO
                 ADD 1 TO MEMBERS-ACTIVE-IN-PERIOD
              END-IF
              IF WS-PERIOD-VISITS GREATER THAN 1
                 ADD 1 TO MEMBERS-REPEAT-IN-PERIOD
              END-IF
              MOVE STMT-RULE-LINE TO STATEMENT-REC
              WRITE STATEMENT-REC
              MOVE STMT-HEADING TO STATEMENT-REC
              WRITE STATEMENT-REC
              MOVE LM-MEMBER-NUM TO PRN-MEMBER-NUM
              MOVE WS-STMT-PERIOD TO PRN-STMT-PERIOD
              MOVE STMT-MEMBER-LINE TO STATEMENT-REC
              WRITE STATEMENT-REC
              MOVE LM-MEMBER-NAME TO PRN-MEMBER-NAME
              MOVE STMT-NAME-LINE TO STATEMENT-REC
              WRITE STATEMENT-REC
              MOVE LM-MEMBER-ADDRESS TO PRN-MEMBER-ADDRESS
              MOVE STMT-ADDRESS-LINE TO STATEMENT-REC
              WRITE STATEMENT-REC
              IF LM-MEMBER-CLOSED
                 MOVE STMT-CLOSED-LINE TO STATEMENT-REC
                 WRITE STATEMENT-REC
              END-IF
              MOVE WS-OPENING-POINTS TO PRN-OPENING-POINTS
              MOVE STMT-OPENING-LINE TO STATEMENT-REC
              WRITE STATEMENT-REC
              IF WS-PERIOD-LINES = ZERO
                 MOVE STMT-NO-ACTIVITY-LINE TO STATEMENT-REC
                 WRITE STATEMENT-REC
              ELSE
                 MOVE STMT-ACTIVITY-HEADING TO STATEMENT-REC
                 WRITE STATEMENT-REC
                 PERFORM PRINT-MEMBER-ACTIVITY
              END-IF
              MOVE WS-CLOSING-POINTS TO PRN-CLOSING-POINTS
              MOVE STMT-CLOSING-LINE TO STATEMENT-REC
              WRITE STATEMENT-REC
              MOVE ZERO TO WS-POINTS-VALUE
              IF WS-CLOSING-POINTS GREATER THAN ZERO
                 COMPUTE WS-POINTS-VALUE =
                    WS-CLOSING-POINTS * LOYALTY-POINT-VALUE
              END-IF
              MOVE WS-POINTS-VALUE TO PRN-POINTS-VALUE
              MOVE STMT-VALUE-LINE TO STATEMENT-REC
              WRITE STATEMENT-REC
           END-IF
           .

       SUM-MEMBER-LEDGER.
           MOVE ZERO TO WS-OPENING-POINTS
           MOVE ZERO TO WS-PERIOD-POINTS
           MOVE ZERO TO WS-PERIOD-LINES
           MOVE ZERO TO WS-PERIOD-VISITS
           MOVE ZERO TO WS-LAST-VISIT-DATE
           IF LEDGER-AVAILABLE
              PERFORM START-MEMBER-LEDGER
              PERFORM UNTIL END-OF-MEMBER-LEDGER
                      IF LP-TRAN-DATE LESS THAN WS-PERIOD-START
                         ADD LP-POINTS TO WS-OPENING-POINTS
                      ELSE
                         IF LP-TRAN-DATE NOT GREATER THAN
                            WS-PERIOD-END
                            ADD LP-POINTS TO WS-PERIOD-POINTS
                            ADD 1 TO WS-PERIOD-LINES
                            IF LP-POINTS-EARNED AND
                               LP-TRAN-DATE NOT = WS-LAST-VISIT-DATE
                               ADD 1 TO WS-PERIOD-VISITS
                               MOVE LP-TRAN-DATE TO WS-LAST-VISIT-DATE
                            END-IF
                         END-IF
                      END-IF
                      PERFORM READ-MEMBER-LEDGER
              END-PERFORM
           ELSE
              MOVE LM-POINTS-BALANCE TO WS-OPENING-POINTS
           END-IF
           .

       PRINT-MEMBER-ACTIVITY.
           PERFORM START-MEMBER-LEDGER
           PERFORM UNTIL END-OF-MEMBER-LEDGER
                   IF LP-TRAN-DATE NOT LESS THAN WS-PERIOD-START AND
                      LP-TRAN-DATE NOT GREATER THAN WS-PERIOD-END
                      MOVE LP-TRAN-DATE TO PRN-TRAN-DATE
                      MOVE LP-BRANCH-ID TO PRN-BRANCH-ID
                      MOVE LP-REGISTER-NUM TO PRN-REGISTER-NUM
                      MOVE LP-TYPE-CODE TO PRN-TYPE-CODE
                      EVALUATE TRUE
                         WHEN LP-POINTS-EARNED
                            MOVE "EARNED" TO PRN-ACTIVITY
                         WHEN LP-POINTS-REVERSED
                            MOVE "RETURNED" TO PRN-ACTIVITY
                         WHEN LP-POINTS-REDEEMED
                            MOVE "REDEEMED" TO PRN-ACTIVITY
                         WHEN OTHER
                            MOVE "ADJUSTED" TO PRN-ACTIVITY
                      END-EVALUATE
                      MOVE LP-POINTS TO PRN-POINTS
                      MOVE LP-AMOUNT TO PRN-AMOUNT
                      MOVE STMT-ACTIVITY-LINE TO STATEMENT-REC
                      WRITE STATEMENT-REC
                   END-IF
                   PERFORM READ-MEMBER-LEDGER
           END-PERFORM
           .

       START-MEMBER-LEDGER.
           MOVE "N" TO WS-END-OF-MEMBER-LEDGER
           MOVE LOW-VALUES TO LP-KEY
           MOVE LM-MEMBER-NUM TO LP-MEMBER-NUM
           START POINTS-LEDGER-FILE KEY IS GREATER THAN OR EQUAL
              LP-KEY
              INVALID KEY
                 SET END-OF-MEMBER-LEDGER TO TRUE
           END-START
           IF NOT END-OF-MEMBER-LEDGER
              PERFORM READ-MEMBER-LEDGER
           END-IF
           .

       READ-MEMBER-LEDGER.
           READ POINTS-LEDGER-FILE NEXT RECORD
              AT END
                 SET END-OF-MEMBER-LEDGER TO TRUE
              NOT AT END
                 IF LP-MEMBER-NUM NOT = LM-MEMBER-NUM
                    SET END-OF-MEMBER-LEDGER TO TRUE
                 END-IF
           END-READ
           .

       PRINT-REPEAT-SUMMARY.
           MOVE STMT-RULE-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE SUMMARY-HEADING TO STATEMENT-REC
           WRITE STATEMENT-REC
           DISPLAY SUMMARY-HEADING
           MOVE "  MEMBERS ON FILE" TO PRN-SUMMARY-LABEL
           MOVE MEMBERS-ON-FILE TO PRN-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  MEMBERS VISITING IN PERIOD" TO PRN-SUMMARY-LABEL
           MOVE MEMBERS-ACTIVE-IN-PERIOD TO PRN-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  REPEAT VISITORS IN PERIOD" TO PRN-SUMMARY-LABEL
           MOVE MEMBERS-REPEAT-IN-PERIOD TO PRN-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  REPEAT CUSTOMERS SINCE JOINING" TO
              PRN-SUMMARY-LABEL
           MOVE MEMBERS-REPEAT-LIFETIME TO PRN-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE ZERO TO WS-REPEAT-PCT
           IF MEMBERS-ACTIVE-IN-PERIOD GREATER THAN ZERO
              COMPUTE WS-REPEAT-PCT ROUNDED =
                 MEMBERS-REPEAT-IN-PERIOD * 100 /
                 MEMBERS-ACTIVE-IN-PERIOD
           END-IF
           MOVE WS-REPEAT-PCT TO PRN-REPEAT-PCT
           DISPLAY SUMMARY-PCT-LINE
           MOVE SUMMARY-PCT-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           .

       WRITE-SUMMARY-LINE.
           DISPLAY SUMMARY-LINE
           MOVE SUMMARY-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           .
