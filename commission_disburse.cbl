                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT REISSUE-FILE ASSIGN TO "commission_reissue.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RIQ-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "bank_batch_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BBC-STATUS.
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

       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-REC.

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

       FD BANK-PAYMENT-FILE.
       01 BANK-HEADER-REC.
       01 WS-BNK-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-BBC-STATUS             PIC XX.
       01 WS-RIQ-STATUS             PIC XX.
       01 WS-BM-AVAILABLE           PIC X        VALUE "N".
          88 BM-FILE-AVAILABLE                   VALUE "Y".
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-BATCH-NUMBER           PIC 9(6).
       01 WS-BATCH-PERIOD           PIC 9(6)     VALUE ZERO.
       01 BATCH-HIST-TABLE.
          05 BHT-RECORD-IMAGE       PIC X(51) OCCURS 2000 TIMES.
       01 BHT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 BHT-IDX                   PIC 9(4).
       01 WS-BHT-OVERFLOW           PIC X        VALUE "N".
          88 BHT-OVERFLOW                        VALUE "Y".
       01 BANKING-TABLE.
          05 BANKING-ENTRY OCCURS 1000 TIMES.
             10 BKT-BRANCH-ID       PIC 9(7).
             10 BKT-ROUTING-NUM     PIC 9(9).
             10 BKT-ACCOUNT-NUM     PIC X(12).
             10 BKT-ACCOUNT-NAME    PIC X(30).
             10 BKT-HOLD-FLAG       PIC X.
       01 BKT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 BKT-IDX                   PIC 9(4).
       01 BKT-FOUND-IDX             PIC 9(4).
             10 NPT-BRANCH-ID       PIC 9(7).
             10 NPT-PERIOD          PIC 9(6).
             10 NPT-AMOUNT          PIC S9(9)V99.
             10 NPT-REISSUE-AMOUNT  PIC S9(9)V99.
             10 NPT-DISPOSITION     PIC X.
                88 NPT-PAID                    VALUE "P".
                88 NPT-WITHHELD                VALUE "W" "H".
                88 NPT-BANKING-HELD            VALUE "H".
                88 NPT-NETTED-OFF              VALUE "N".
       01 NPT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 NPT-IDX                   PIC 9(4).
       01 NPT-FOUND-IDX             PIC 9(4).
       01 WS-PAY-PERIOD             PIC 9(6).
       01 WS-PAY-AMOUNT             PIC S9(9)V99.
       01 NETTED-OFF-COUNT          PIC 9(4)     VALUE ZERO.
       01 REISSUE-TABLE.
          05 REISSUE-ENTRY OCCURS 500 TIMES.
             10 RIT-BRANCH-ID       PIC 9(7).
             10 RIT-PERIOD          PIC 9(6).
             10 RIT-AMOUNT          PIC 9(9)V99.
             10 RIT-RETURN-DATE     PIC 9(8).
             10 RIT-ORIG-BATCH      PIC 9(6).
             10 RIT-RETURN-CODE     PIC X(3).
       01 RIT-COUNT                 PIC 9(3)     VALUE ZERO.
       01 RIT-IDX                   PIC 9(3).
       01 WS-RIT-OVERFLOW           PIC X        VALUE "N".
          88 RIT-OVERFLOW                        VALUE "Y".
       01 REQUEUED-COUNT            PIC 9(4)     VALUE ZERO.
       01 REISSUED-COUNT            PIC 9(4)     VALUE ZERO.
       01 REISSUE-NETTED-COUNT      PIC 9(4)     VALUE ZERO.
       01 WS-FRESH-AMOUNT           PIC S9(9)V99.
       01 WS-REQUEUE                PIC X.
          88 REQUEUE-ENTRY                       VALUE "Y".

       01 ADVICE-RULE-LINE          PIC X(60)    VALUE ALL "=".
       01 ADVICE-HEADING            PIC X(46)
           PERFORM LOAD-BANKING-TABLE
           IF BKT-COUNT = ZERO
              DISPLAY "NO BRANCH BANKING FILE ON HAND - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-REISSUE-QUEUE
           IF RIT-OVERFLOW
              DISPLAY "REISSUE QUEUE EXCEEDS 500 ENTRIES"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-BATCH-CONTROL
           IF BHT-OVERFLOW
              DISPLAY "BANK BATCH HISTORY EXCEEDS 2000 BATCHES"
                      " - PURGE OLD BATCHES FIRST - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM TAKE-BATCH-NUMBER
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-STATUS NOT = "00"
              DISPLAY "NO COMMISSION PAYMENT FILE ON HAND"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS = "00"
                   IF PAY-BRANCH-ID NUMERIC AND
                      PAY-AMOUNT NUMERIC
                      PERFORM NET-ONE-PAYMENT
                      IF PAY-PERIOD NUMERIC AND
                         PAY-PERIOD GREATER THAN WS-BATCH-PERIOD
                         MOVE PAY-PERIOD TO WS-BATCH-PERIOD
                      END-IF
                   END-IF
                   READ PAYMENT-FILE
                   AT END
                      SET END-OF-PAYMENT-FILE TO TRUE
                   END-READ
           END-PERFORM
           PERFORM VARYING RIT-IDX FROM 1 BY 1
              UNTIL RIT-IDX GREATER THAN RIT-COUNT
                   PERFORM NET-ONE-REISSUE
           END-PERFORM
           PERFORM VARYING NPT-IDX FROM 1 BY 1
              UNTIL NPT-IDX GREATER THAN NPT-COUNT
                   IF NPT-AMOUNT(NPT-IDX) GREATER THAN ZERO
                      PERFORM DISBURSE-ONE-PAYMENT
                   ELSE
                      ADD 1 TO NETTED-OFF-COUNT
                      MOVE "N" TO NPT-DISPOSITION(NPT-IDX)
                      DISPLAY "NO NET PAYMENT DUE - BRANCH "
                              NPT-BRANCH-ID(NPT-IDX)
                   END-IF
           END-PERFORM
           PERFORM WRITE-BATCH-TRAILER
           PERFORM RECORD-BATCH-HISTORY
           PERFORM WRITE-EXCEPTION-PAGE
           PERFORM SAVE-REISSUE-QUEUE
           MOVE PAID-COUNT TO PRN-TOT-COUNT
           MOVE PAID-TOTAL TO PRN-TOT-AMOUNT
           MOVE BATCH-TOTAL-LINE TO ADVICE-REC
           DISPLAY BATCH-TOTAL-LINE
           DISPLAY "PAYMENTS WITHHELD " EXT-COUNT
           DISPLAY "BRANCHES NETTED TO NOTHING " NETTED-OFF-COUNT
           DISPLAY "RETURNED PAYMENTS REISSUED " REISSUED-COUNT
           DISPLAY "RETURNED PAYMENTS NETTED - NOTHING PAID "
                   REISSUE-NETTED-COUNT
           DISPLAY "REISSUE QUEUE ENTRIES CARRIED FORWARD "
                   REQUEUED-COUNT
           CLOSE PAYMENT-FILE
           CLOSE BANK-PAYMENT-FILE
           CLOSE ADVICE-FILE
           IF BM-FILE-AVAILABLE
              CLOSE BRANCH-MASTER-FILE
           END-IF
           GOBACK.

       LOAD-BANKING-TABLE.
           MOVE ZERO TO BKT-COUNT
                            BKT-ACCOUNT-NUM(BKT-COUNT)
                         MOVE BNK-ACCOUNT-NAME TO
                            BKT-ACCOUNT-NAME(BKT-COUNT)
                         MOVE BNK-HOLD-FLAG TO
                            BKT-HOLD-FLAG(BKT-COUNT)
                      ELSE
                         DISPLAY "BAD BANKING RECORD DROPPED - "
                                 BANKING-REC(1:28)
           END-IF
           .

       LOAD-REISSUE-QUEUE.
           MOVE ZERO TO RIT-COUNT
           OPEN INPUT REISSUE-FILE
           IF WS-RIQ-STATUS = "00"
              READ REISSUE-FILE
              AT END
                 SET END-OF-REISSUE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-REISSUE-FILE
                      IF RIQ-BRANCH-ID NUMERIC AND
                         RIQ-PERIOD NUMERIC AND
                         RIQ-AMOUNT NUMERIC
                         IF RIT-COUNT LESS THAN 500
                            ADD 1 TO RIT-COUNT
                            MOVE RIQ-BRANCH-ID TO
                               RIT-BRANCH-ID(RIT-COUNT)
                            MOVE RIQ-PERIOD TO RIT-PERIOD(RIT-COUNT)
                            MOVE RIQ-AMOUNT TO RIT-AMOUNT(RIT-COUNT)
                            MOVE RIQ-RETURN-DATE TO
                               RIT-RETURN-DATE(RIT-COUNT)
                            MOVE RIQ-ORIG-BATCH TO
                               RIT-ORIG-BATCH(RIT-COUNT)
                            MOVE RIQ-RETURN-CODE TO
                               RIT-RETURN-CODE(RIT-COUNT)
                         ELSE
                            SET RIT-OVERFLOW TO TRUE
                         END-IF
                      ELSE
                         DISPLAY "BAD REISSUE RECORD DROPPED - "
                                 REISSUE-REC(1:24)
                      END-IF
                      READ REISSUE-FILE
                      AT END
                         SET END-OF-REISSUE-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE REISSUE-FILE
           END-IF
           .

       LOAD-BATCH-CONTROL.
           MOVE 1 TO WS-BATCH-NUMBER
           MOVE ZERO TO BHT-COUNT
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BBC-STATUS = "00"
              READ BATCH-CONTROL-FILE
              AT END
                 SET END-OF-BATCH-CONTROL TO TRUE
              NOT AT END
                 IF BBC-NEXT-BATCH NUMERIC AND
                    BBC-NEXT-BATCH GREATER THAN ZERO
                    MOVE BBC-NEXT-BATCH TO WS-BATCH-NUMBER
                 END-IF
              END-READ
              PERFORM UNTIL END-OF-BATCH-CONTROL
                      READ BATCH-CONTROL-FILE
                      AT END
                         SET END-OF-BATCH-CONTROL TO TRUE
                      NOT AT END
                         IF BBH-REC-TYPE = "B"
                            IF BHT-COUNT LESS THAN 2000
                               ADD 1 TO BHT-COUNT
                               MOVE BATCH-HISTORY-REC TO
                                  BHT-RECORD-IMAGE(BHT-COUNT)
                            ELSE
                               SET BHT-OVERFLOW TO TRUE
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE BATCH-CONTROL-FILE
           END-IF
           .

       TAKE-BATCH-NUMBER.
           OPEN OUTPUT BATCH-CONTROL-FILE
           COMPUTE BBC-NEXT-BATCH = WS-BATCH-NUMBER + 1
           WRITE BATCH-CONTROL-REC
           PERFORM VARYING BHT-IDX FROM 1 BY 1
              UNTIL BHT-IDX GREATER THAN BHT-COUNT
                   MOVE BHT-RECORD-IMAGE(BHT-IDX) TO BATCH-HISTORY-REC
                   WRITE BATCH-HISTORY-REC
           END-PERFORM
           CLOSE BATCH-CONTROL-FILE
           .

                 MOVE PAY-BRANCH-ID TO NPT-BRANCH-ID(NPT-COUNT)
                 MOVE PAY-PERIOD TO NPT-PERIOD(NPT-COUNT)
                 MOVE PAY-AMOUNT TO NPT-AMOUNT(NPT-COUNT)
                 MOVE ZERO TO NPT-REISSUE-AMOUNT(NPT-COUNT)
                 MOVE SPACE TO NPT-DISPOSITION(NPT-COUNT)
              END-IF
           END-IF
           .

       NET-ONE-REISSUE.
           MOVE ZERO TO NPT-FOUND-IDX
           PERFORM VARYING NPT-IDX FROM 1 BY 1
              UNTIL NPT-IDX GREATER THAN NPT-COUNT
                   IF NPT-BRANCH-ID(NPT-IDX) = RIT-BRANCH-ID(RIT-IDX)
                      MOVE NPT-IDX TO NPT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF NPT-FOUND-IDX = ZERO AND NPT-COUNT LESS THAN 1000
              ADD 1 TO NPT-COUNT
              MOVE RIT-BRANCH-ID(RIT-IDX) TO NPT-BRANCH-ID(NPT-COUNT)
              MOVE RIT-PERIOD(RIT-IDX) TO NPT-PERIOD(NPT-COUNT)
              MOVE ZERO TO NPT-AMOUNT(NPT-COUNT)
              MOVE ZERO TO NPT-REISSUE-AMOUNT(NPT-COUNT)
              MOVE SPACE TO NPT-DISPOSITION(NPT-COUNT)
              MOVE NPT-COUNT TO NPT-FOUND-IDX
           END-IF
           IF NPT-FOUND-IDX GREATER THAN ZERO
              ADD RIT-AMOUNT(RIT-IDX) TO NPT-AMOUNT(NPT-FOUND-IDX)
              ADD RIT-AMOUNT(RIT-IDX) TO
                 NPT-REISSUE-AMOUNT(NPT-FOUND-IDX)
              IF RIT-PERIOD(RIT-IDX) GREATER THAN
                 NPT-PERIOD(NPT-FOUND-IDX)
                 MOVE RIT-PERIOD(RIT-IDX) TO
                    NPT-PERIOD(NPT-FOUND-IDX)
              END-IF
              DISPLAY "RETURNED PAYMENT INCLUDED FOR REISSUE - BRANCH "
                      RIT-BRANCH-ID(RIT-IDX) " PERIOD "
                      RIT-PERIOD(RIT-IDX)
           END-IF
           .

       DISBURSE-ONE-PAYMENT.
           MOVE "Y" TO WS-PAY-OK
           MOVE SPACES TO WS-EXCEPT-REASON
           IF BKT-FOUND-IDX = ZERO
              MOVE "N" TO WS-PAY-OK
              MOVE "NO BANKING RECORD" TO WS-EXCEPT-REASON
           ELSE
              IF BKT-HOLD-FLAG(BKT-FOUND-IDX) = "H"
                 MOVE "N" TO WS-PAY-OK
                 MOVE "BANKING RECORD ON HOLD" TO WS-EXCEPT-REASON
                 MOVE "H" TO NPT-DISPOSITION(NPT-IDX)
              END-IF
           END-IF
           IF PAY-OK AND BM-FILE-AVAILABLE
              MOVE WS-PAY-BRANCH TO BM-BRANCH-ID
              END-READ
           END-IF
           IF PAY-OK
              MOVE "P" TO NPT-DISPOSITION(NPT-IDX)
              PERFORM WRITE-PAYMENT-DETAIL
           ELSE
              IF NOT NPT-BANKING-HELD(NPT-IDX)
                 MOVE "W" TO NPT-DISPOSITION(NPT-IDX)
              END-IF
              PERFORM BUFFER-EXCEPTION
           END-IF
           .
           WRITE BANK-TRAILER-REC
           .

       RECORD-BATCH-HISTORY.
           OPEN EXTEND BATCH-CONTROL-FILE
           MOVE "B" TO BBH-REC-TYPE
           MOVE WS-BATCH-NUMBER TO BBH-BATCH-NUMBER
           MOVE WS-RUN-DATE TO BBH-CREATE-DATE
           MOVE WS-BATCH-PERIOD TO BBH-PERIOD
           MOVE PAID-COUNT TO BBH-RECORD-COUNT
           MOVE PAID-TOTAL TO BBH-AMOUNT-TOTAL
           MOVE "YORECNDY" TO BBH-SOURCE
           WRITE BATCH-HISTORY-REC
           CLOSE BATCH-CONTROL-FILE
           .

       WRITE-EXCEPTION-PAGE.
           IF EXT-COUNT GREATER THAN ZERO
              MOVE EXCEPTION-HEADING TO ADVICE-REC
              WRITE ADVICE-REC
           END-IF
           .

       SAVE-REISSUE-QUEUE.
           OPEN OUTPUT REISSUE-FILE
           PERFORM VARYING RIT-IDX FROM 1 BY 1
              UNTIL RIT-IDX GREATER THAN RIT-COUNT
                   MOVE ZERO TO NPT-FOUND-IDX
                   PERFORM VARYING NPT-IDX FROM 1 BY 1
                      UNTIL NPT-IDX GREATER THAN NPT-COUNT
                           IF NPT-BRANCH-ID(NPT-IDX) =
                              RIT-BRANCH-ID(RIT-IDX)
                              MOVE NPT-IDX TO NPT-FOUND-IDX
                           END-IF
                   END-PERFORM
                   MOVE "Y" TO WS-REQUEUE
                   IF NPT-FOUND-IDX GREATER THAN ZERO
                      IF NOT NPT-WITHHELD(NPT-FOUND-IDX)
                         MOVE "N" TO WS-REQUEUE
                      END-IF
                   END-IF
                   IF REQUEUE-ENTRY
                      MOVE RIT-BRANCH-ID(RIT-IDX) TO RIQ-BRANCH-ID
                      MOVE RIT-PERIOD(RIT-IDX) TO RIQ-PERIOD
                      MOVE RIT-AMOUNT(RIT-IDX) TO RIQ-AMOUNT
                      MOVE RIT-RETURN-DATE(RIT-IDX) TO RIQ-RETURN-DATE
                      MOVE RIT-ORIG-BATCH(RIT-IDX) TO RIQ-ORIG-BATCH
                      MOVE RIT-RETURN-CODE(RIT-IDX) TO RIQ-RETURN-CODE
                      WRITE REISSUE-REC
                      ADD 1 TO REQUEUED-COUNT
                   ELSE
                      IF NPT-NETTED-OFF(NPT-FOUND-IDX)
                         ADD 1 TO REISSUE-NETTED-COUNT
                         DISPLAY "REISSUE NETTED - NOTHING PAID"
                                 " - BRANCH "
                                 RIT-BRANCH-ID(RIT-IDX) " PERIOD "
                                 RIT-PERIOD(RIT-IDX)
                      ELSE
                         ADD 1 TO REISSUED-COUNT
                      END-IF
                   END-IF
           END-PERFORM
           PERFORM VARYING NPT-IDX FROM 1 BY 1
              UNTIL NPT-IDX GREATER THAN NPT-COUNT
                   IF NPT-BANKING-HELD(NPT-IDX)
                      COMPUTE WS-FRESH-AMOUNT =
                         NPT-AMOUNT(NPT-IDX) -
                         NPT-REISSUE-AMOUNT(NPT-IDX)
                      IF WS-FRESH-AMOUNT GREATER THAN ZERO
                         MOVE NPT-BRANCH-ID(NPT-IDX) TO RIQ-BRANCH-ID
                         MOVE NPT-PERIOD(NPT-IDX) TO RIQ-PERIOD
                         MOVE WS-FRESH-AMOUNT TO RIQ-AMOUNT
                         MOVE ZERO TO RIQ-RETURN-DATE
                         MOVE WS-BATCH-NUMBER TO RIQ-ORIG-BATCH
                         MOVE "HLD" TO RIQ-RETURN-CODE
                         WRITE REISSUE-REC
                         ADD 1 TO REQUEUED-COUNT
                      END-IF
                   END-IF
           END-PERFORM
           CLOSE REISSUE-FILE
           .
