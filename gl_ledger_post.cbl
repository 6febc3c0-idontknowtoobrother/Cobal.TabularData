       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-LEDGER-POST.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "gl_journal.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GLJ-STATUS.
           SELECT TAX-JOURNAL-FILE ASSIGN TO "tax_journal.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TXJ-STATUS.
           SELECT BALANCES-FILE ASSIGN TO "gl_balances.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GLB-STATUS.
           SELECT POSTED-FILE ASSIGN TO "gl_posted_batches.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GPB-STATUS.
           SELECT YTD-FILE ASSIGN TO "branch_sale_ytd.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-YTD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "business_calendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "gl_trial_balance.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD TAX-JOURNAL-FILE.
       01 TAX-JOURNAL-REC.
          88 END-OF-TAX-JOURNAL                        VALUE HIGH-VALUES
           .
          05 TXJ-REC-TYPE           PIC X.
          05 TXJ-ACCOUNT            PIC X(8).
          05 TXJ-STATE-NUM          PIC 99.
          05 TXJ-PERIOD             PIC 9(6).
          05 TXJ-AMOUNT             PIC S9(9)V99.

       FD BALANCES-FILE.
       01 BALANCES-REC.
          88 END-OF-BALANCES-FILE                      VALUE HIGH-VALUES
           .
          05 GLB-ACCOUNT            PIC X(8).
          05 GLB-STATE-NUM          PIC 99.
          05 GLB-PERIOD             PIC 9(6).
          05 GLB-DEBITS             PIC S9(11)V99.
          05 GLB-CREDITS            PIC S9(11)V99.

       FD POSTED-FILE.
       01 POSTED-REC.
          88 END-OF-POSTED-FILE                        VALUE HIGH-VALUES
           .
          05 GPB-SOURCE             PIC X.
             88 GPB-GL-JOURNAL                     VALUE "J".
             88 GPB-TAX-JOURNAL                    VALUE "T".
          05 GPB-BATCH-NUMBER       PIC 9(6).
          05 GPB-POST-DATE          PIC 9(8).
          05 GPB-RECORD-COUNT       PIC 9(9).
          05 GPB-HASH-TOTAL         PIC S9(13)V99.

       FD YTD-FILE.
       01 YTD-REC.
          88 END-OF-YTD-FILE                           VALUE HIGH-VALUES
           .
          05 YTD-STATE-NUM          PIC 99.
          05 YTD-SALES-TOTAL        PIC S9(8)V99.
          05 YTD-BRANCH-COUNT       PIC 9(5).

       FD CALENDAR-FILE.
       01 CALENDAR-REC.
          88 END-OF-CALENDAR-FILE                      VALUE HIGH-VALUES
           .
          05 CAL-DATE               PIC 9(8).
          05 CAL-BUSINESS-DAY       PIC X.
          05 CAL-HOLIDAY-NAME       PIC X(20).
          05 CAL-PERIOD             PIC 9(6).

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-GLJ-STATUS             PIC XX.
       01 WS-TXJ-STATUS             PIC XX.
       01 WS-GLB-STATUS             PIC XX.
       01 WS-GPB-STATUS             PIC XX.
       01 WS-YTD-STATUS             PIC XX.
       01 WS-CAL-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-CALENDAR-PERIOD        PIC 9(6).
       01 WS-TB-PERIOD              PIC 9(6).
       01 WS-TB-YEAR-START          PIC 9(6).
       01 SALES-ACCOUNT-NUM         PIC 9(8)     VALUE 40100000.
       01 WS-SALES-ACCOUNT          PIC X(8).
       01 WS-SALES-SOURCE           PIC X(7)     VALUE "DEFAULT".
       01 BALANCE-TABLE.
          05 BALANCE-ENTRY OCCURS 5000 TIMES.
             10 BLT-ACCOUNT         PIC X(8).
             10 BLT-STATE-NUM       PIC 99.
             10 BLT-PERIOD          PIC 9(6).
             10 BLT-DEBITS          PIC S9(11)V99.
             10 BLT-CREDITS         PIC S9(11)V99.
       01 BLT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 BLT-IDX                   PIC 9(4).
       01 BLT-FOUND-IDX             PIC 9(4).
       01 BLT-SORT-IDX              PIC 9(4).
       01 BLT-SWAP-ENTRY            PIC X(42).
       01 WS-BLT-OVERFLOW           PIC X        VALUE "N".
          88 BLT-OVERFLOW                        VALUE "Y".
       01 POSTED-TABLE.
          05 POSTED-ENTRY OCCURS 3000 TIMES.
             10 PBT-SOURCE          PIC X.
             10 PBT-BATCH-NUMBER    PIC 9(6).
             10 PBT-POST-DATE       PIC 9(8).
             10 PBT-RECORD-COUNT    PIC 9(9).
             10 PBT-HASH-TOTAL      PIC S9(13)V99.
             10 PBT-NEW-FLAG        PIC X.
                88 PBT-NEW                     VALUE "Y".
       01 PBT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 PBT-IDX                   PIC 9(4).
       01 PBT-FOUND-IDX             PIC 9(4).
       01 WS-PBT-OVERFLOW           PIC X        VALUE "N".
          88 PBT-OVERFLOW                        VALUE "Y".
       01 STAGE-TABLE.
          05 STAGE-ENTRY OCCURS 5000 TIMES.
             10 STG-REC-TYPE        PIC X.
             10 STG-ACCOUNT         PIC X(8).
             10 STG-STATE-NUM       PIC 99.
             10 STG-PERIOD          PIC 9(6).
             10 STG-AMOUNT          PIC S9(9)V99.
       01 STG-COUNT                 PIC 9(4)     VALUE ZERO.
       01 STG-IDX                   PIC 9(4).
       01 WS-STG-OVERFLOW           PIC X        VALUE "N".
          88 STG-OVERFLOW                        VALUE "Y".
       01 TAX-PERIOD-TABLE.
          05 TAX-PERIOD-ENTRY OCCURS 48 TIMES.
             10 TPT-PERIOD          PIC 9(6).
             10 TPT-COUNT           PIC 9(5).
             10 TPT-DEBITS          PIC S9(11)V99.
             10 TPT-CREDITS         PIC S9(11)V99.
       01 TPT-COUNT-USED            PIC 99       VALUE ZERO.
       01 TPT-IDX                   PIC 99.
       01 TPT-FOUND-IDX             PIC 99.
       01 WS-HEADER-FOUND           PIC X.
          88 HEADER-FOUND                        VALUE "Y".
       01 WS-TRAILER-FOUND          PIC X.
          88 TRAILER-FOUND                       VALUE "Y".
       01 WS-BATCH-NUMBER           PIC 9(6).
       01 WS-TRAILER-COUNT          PIC 9(9).
       01 WS-TRAILER-HASH           PIC S9(13)V99.
       01 WS-DETAIL-HASH            PIC S9(13)V99.
       01 WS-BATCH-DEBITS           PIC S9(11)V99.
       01 WS-BATCH-CREDITS          PIC S9(11)V99.
       01 WS-POST-RESULT            PIC X(36).
       01 WS-POST-OK                PIC X.
          88 POST-OK                             VALUE "Y".
       01 WS-POST-SOURCE            PIC X.
       01 WS-POST-ACCOUNT           PIC X(8).
       01 WS-POST-STATE             PIC 99.
       01 WS-POST-PERIOD            PIC 9(6).
       01 WS-POST-REC-TYPE          PIC X.
          88 POST-DEBIT-ENTRY               VALUE "D" "A" "K" "R" "B"
                                              "M".
       01 WS-POST-AMOUNT            PIC S9(9)V99.
       01 WS-POST-COUNT             PIC 9(9).
       01 BATCHES-POSTED            PIC 9(4)     VALUE ZERO.
       01 BATCHES-REFUSED           PIC 9(4)     VALUE ZERO.
       01 TB-ACCOUNT                PIC X(8).
       01 TB-DEBITS                 PIC S9(11)V99.
       01 TB-CREDITS                PIC S9(11)V99.
       01 TB-TOTAL-DEBITS           PIC S9(11)V99 VALUE ZERO.
       01 TB-TOTAL-CREDITS          PIC S9(11)V99 VALUE ZERO.
       01 TB-LINES                  PIC 9(4)     VALUE ZERO.
       01 TIE-TABLE.
          05 TIE-ENTRY OCCURS 50 TIMES.
             10 TIE-YTD-SALES       PIC S9(11)V99.
             10 TIE-GL-SALES        PIC S9(11)V99.
       01 TIE-IDX                   PIC 99.
       01 TIE-UNALLOCATED           PIC S9(11)V99 VALUE ZERO.
       01 TIE-YTD-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 TIE-GL-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01 WS-YTD-ON-FILE            PIC X        VALUE "N".
          88 YTD-ON-FILE                         VALUE "Y".

       01 REPORT-HEADING1           PIC X(45)
                                                       VALUE
             "  YoreCandyShoppe General Ledger Posting".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(13)    VALUE "  RUN DATE   ".
          05 PRN-RUN-DATE           PIC 9(8).
       01 POST-HEADING              PIC X(60)
                                                       VALUE
             "Source        Batch   Records         Hash Total  Result".
       01 POST-LINE.
          05 PRN-POST-SOURCE        PIC X(12).
          05 PRN-POST-BATCH         PIC B(2)9(6).
          05 PRN-POST-COUNT         PIC B(2)ZZZ,ZZ9.
          05 PRN-POST-HASH          PIC B(2)ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 PRN-POST-RESULT        PIC BX(36).
       01 TB-HEADING1.
          05 FILLER                 PIC X(31)
                                                       VALUE
             "  Trial Balance for Period     ".
          05 PRN-TB-PERIOD          PIC 9(6).
       01 TB-HEADING2               PIC X(70)
                                                       VALUE
             "Account              Debits             Credits         Ne
      -      "t Balance".
       01 TB-LINE.
          05 PRN-TB-ACCOUNT         PIC X(8).
          05 PRN-TB-DEBITS          PIC B(2)ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 PRN-TB-CREDITS         PIC B(2)ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 PRN-TB-NET             PIC B(2)ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 TB-TOTAL-LINE.
          05 FILLER                 PIC X(8)     VALUE "TOTALS  ".
          05 PRN-TB-TOTAL-DEBITS    PIC B(2)ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 PRN-TB-TOTAL-CREDITS   PIC B(2)ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 PRN-TB-TOTAL-NET       PIC B(2)ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 TIE-HEADING1.
          05 FILLER                 PIC X(31)
                                                       VALUE
             "  Sales Tie-Out, GL Account    ".
          05 PRN-TIE-ACCOUNT        PIC X(8).
          05 FILLER                 PIC X(14)    VALUE "  YEAR TO     ".
          05 PRN-TIE-PERIOD         PIC 9(6).
       01 TIE-HEADING2              PIC X(70)
                                                       VALUE
             "St     YTD File Sales            GL Sales          Differe
      -      "nce".
       01 TIE-LINE.
          05 PRN-TIE-STATE          PIC X(2).
          05 PRN-TIE-YTD            PIC B(2)ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 PRN-TIE-GL             PIC B(2)ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 PRN-TIE-DIFFERENCE     PIC B(2)ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 PRN-TIE-FLAG           PIC B(2)X(14).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM FIND-CALENDAR-PERIOD
           MOVE ZERO TO WS-TB-PERIOD
           PERFORM UNTIL WS-TB-PERIOD GREATER THAN ZERO
                   DISPLAY "TRIAL BALANCE PERIOD (YYYYMM,"
                           " 0 FOR CALENDAR DEFAULT) -"
                   ACCEPT WS-TB-PERIOD
                   IF WS-TB-PERIOD = ZERO
                      MOVE WS-CALENDAR-PERIOD TO WS-TB-PERIOD
                      DISPLAY "USING PERIOD " WS-TB-PERIOD
                   END-IF
           END-PERFORM
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-POSTED-BATCHES
           IF PBT-OVERFLOW
              DISPLAY "POSTED BATCH CONTROL EXCEEDS 3000 ENTRIES"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-GL-BALANCES
           IF BLT-OVERFLOW
              DISPLAY "GL BALANCES FILE EXCEEDS 5000 ENTRIES"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           MOVE WS-RUN-DATE TO PRN-RUN-DATE
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE POST-HEADING TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY POST-HEADING
           PERFORM POST-GL-JOURNAL
           PERFORM POST-TAX-JOURNAL
           IF BLT-OVERFLOW OR PBT-OVERFLOW
              DISPLAY "GL BALANCES OR POSTED BATCH TABLE FULL"
                      " - RUN ABANDONED, NOTHING POSTED"
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF BATCHES-POSTED GREATER THAN ZERO
              PERFORM SORT-GL-BALANCES
              PERFORM SAVE-GL-BALANCES
              PERFORM SAVE-POSTED-BATCHES
           END-IF
           PERFORM PRINT-TRIAL-BALANCE
           PERFORM PRINT-SALES-TIE-OUT
           CLOSE REPORT-FILE
           DISPLAY "BATCHES POSTED  " BATCHES-POSTED
           DISPLAY "BATCHES REFUSED " BATCHES-REFUSED
           IF TB-TOTAL-DEBITS NOT = TB-TOTAL-CREDITS
              MOVE 8 TO RETURN-CODE
           ELSE
              IF BATCHES-REFUSED GREATER THAN ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.

       FIND-CALENDAR-PERIOD.
           MOVE WS-RUN-DATE(1:6) TO WS-CALENDAR-PERIOD
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
                         MOVE CAL-PERIOD TO WS-CALENDAR-PERIOD
                      END-IF
                      READ CALENDAR-FILE
                      AT END
                         SET END-OF-CALENDAR-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF
           .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMS-FILE
           IF WS-PRM-STATUS = "00"
              READ RUN-PARAMS-FILE
              AT END
                 SET END-OF-RUN-PARAMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RUN-PARAMS
                      IF PRM-NAME = "SALES-ACCOUNT" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO
                         MOVE PRM-VALUE TO SALES-ACCOUNT-NUM
                         MOVE "FILE" TO WS-SALES-SOURCE
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-PARAMS-FILE
           END-IF
           MOVE SALES-ACCOUNT-NUM TO WS-SALES-ACCOUNT
           DISPLAY "SALES-ACCOUNT       = " WS-SALES-ACCOUNT
                   " (" WS-SALES-SOURCE ")"
           .

       LOAD-POSTED-BATCHES.
           MOVE ZERO TO PBT-COUNT
           OPEN INPUT POSTED-FILE
           IF WS-GPB-STATUS = "00"
              READ POSTED-FILE
              AT END
                 SET END-OF-POSTED-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-POSTED-FILE
                      IF GPB-BATCH-NUMBER NUMERIC
                         IF PBT-COUNT LESS THAN 3000
                            ADD 1 TO PBT-COUNT
                            MOVE GPB-SOURCE TO PBT-SOURCE(PBT-COUNT)
                            MOVE GPB-BATCH-NUMBER TO
                               PBT-BATCH-NUMBER(PBT-COUNT)
                            MOVE GPB-POST-DATE TO
                               PBT-POST-DATE(PBT-COUNT)
                            MOVE "N" TO PBT-NEW-FLAG(PBT-COUNT)
                         ELSE
                            SET PBT-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ POSTED-FILE
                      AT END
                         SET END-OF-POSTED-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE POSTED-FILE
           END-IF
           .

       LOAD-GL-BALANCES.
           MOVE ZERO TO BLT-COUNT
           OPEN INPUT BALANCES-FILE
           IF WS-GLB-STATUS = "00"
              READ BALANCES-FILE
              AT END
                 SET END-OF-BALANCES-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-BALANCES-FILE
                      IF GLB-STATE-NUM NUMERIC AND
                         GLB-PERIOD NUMERIC AND
                         GLB-DEBITS NUMERIC AND
                         GLB-CREDITS NUMERIC
                         IF BLT-COUNT LESS THAN 5000
                            ADD 1 TO BLT-COUNT
                            MOVE BALANCES-REC TO
                               BALANCE-ENTRY(BLT-COUNT)
                         ELSE
                            SET BLT-OVERFLOW TO TRUE
                         END-IF
                      ELSE
                         DISPLAY "BAD BALANCE RECORD DROPPED - "
                                 BALANCES-REC(1:16)
                      END-IF
                      READ BALANCES-FILE
                      AT END
                         SET END-OF-BALANCES-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE BALANCES-FILE
           END-IF
           .

       POST-GL-JOURNAL.
           MOVE ZERO TO STG-COUNT
           MOVE "N" TO WS-STG-OVERFLOW
           MOVE "N" TO WS-HEADER-FOUND
           MOVE "N" TO WS-TRAILER-FOUND
           MOVE ZERO TO WS-BATCH-NUMBER
           MOVE ZERO TO WS-TRAILER-COUNT
           MOVE ZERO TO WS-TRAILER-HASH
           MOVE ZERO TO WS-DETAIL-HASH
           MOVE ZERO TO WS-BATCH-DEBITS
           MOVE ZERO TO WS-BATCH-CREDITS
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GLJ-STATUS NOT = "00"
              DISPLAY "NO GL JOURNAL ON HAND"
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
                            PERFORM STAGE-JOURNAL-DETAIL
                      END-EVALUATE
                      READ GL-JOURNAL-FILE
                      AT END
                         SET END-OF-GL-JOURNAL TO TRUE
                      END-READ
              END-PERFORM
              CLOSE GL-JOURNAL-FILE
              PERFORM JUDGE-GL-JOURNAL
              MOVE "GL JOURNAL" TO PRN-POST-SOURCE
              MOVE WS-BATCH-NUMBER TO PRN-POST-BATCH
              MOVE STG-COUNT TO PRN-POST-COUNT
              MOVE WS-DETAIL-HASH TO PRN-POST-HASH
              MOVE WS-POST-RESULT TO PRN-POST-RESULT
              MOVE POST-LINE TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY POST-LINE
           END-IF
           .

       STAGE-JOURNAL-DETAIL.
           IF GLJ-D-PERIOD NUMERIC AND GLJ-D-AMOUNT NUMERIC AND
              GLJ-D-STATE-NUM NUMERIC
              IF STG-COUNT LESS THAN 5000
                 ADD 1 TO STG-COUNT
                 MOVE GLJ-D-REC-TYPE TO STG-REC-TYPE(STG-COUNT)
                 MOVE GLJ-D-ACCOUNT TO STG-ACCOUNT(STG-COUNT)
                 MOVE GLJ-D-STATE-NUM TO STG-STATE-NUM(STG-COUNT)
                 MOVE GLJ-D-PERIOD TO STG-PERIOD(STG-COUNT)
                 MOVE GLJ-D-AMOUNT TO STG-AMOUNT(STG-COUNT)
                 ADD GLJ-D-AMOUNT TO WS-DETAIL-HASH
                 IF GLJ-D-DEBIT-ENTRY
                    ADD GLJ-D-AMOUNT TO WS-BATCH-DEBITS
                 ELSE
                    ADD GLJ-D-AMOUNT TO WS-BATCH-CREDITS
                 END-IF
              ELSE
                 SET STG-OVERFLOW TO TRUE
              END-IF
           ELSE
              DISPLAY "BAD JOURNAL DETAIL - " JOURNAL-DETAIL-REC
           END-IF
           .

       JUDGE-GL-JOURNAL.
           MOVE "Y" TO WS-POST-OK
           MOVE SPACES TO WS-POST-RESULT
           MOVE "J" TO WS-POST-SOURCE
           IF NOT HEADER-FOUND OR NOT TRAILER-FOUND OR
              WS-BATCH-NUMBER = ZERO
              MOVE "N" TO WS-POST-OK
              MOVE "REFUSED - NO HEADER OR TRAILER" TO WS-POST-RESULT
           END-IF
           IF POST-OK AND STG-OVERFLOW
              MOVE "N" TO WS-POST-OK
              MOVE "REFUSED - OVER 5000 DETAIL RECORDS" TO
                 WS-POST-RESULT
           END-IF
           IF POST-OK AND
              (WS-TRAILER-COUNT NOT = STG-COUNT OR
               WS-TRAILER-HASH NOT = WS-DETAIL-HASH)
              MOVE "N" TO WS-POST-OK
              MOVE "REFUSED - TRAILER DOES NOT AGREE" TO
                 WS-POST-RESULT
           END-IF
           IF POST-OK AND WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
              MOVE "N" TO WS-POST-OK
              MOVE "REFUSED - BATCH OUT OF BALANCE" TO WS-POST-RESULT
           END-IF
           IF POST-OK
              PERFORM FIND-POSTED-BATCH
              IF PBT-FOUND-IDX GREATER THAN ZERO
                 MOVE "N" TO WS-POST-OK
                 STRING "REFUSED - ALREADY POSTED "
                        PBT-POST-DATE(PBT-FOUND-IDX)
                        DELIMITED BY SIZE INTO WS-POST-RESULT
              END-IF
           END-IF
           IF POST-OK
              PERFORM VARYING STG-IDX FROM 1 BY 1
                 UNTIL STG-IDX GREATER THAN STG-COUNT
                      MOVE STG-REC-TYPE(STG-IDX) TO WS-POST-REC-TYPE
                      MOVE STG-ACCOUNT(STG-IDX) TO WS-POST-ACCOUNT
                      MOVE STG-STATE-NUM(STG-IDX) TO WS-POST-STATE
                      MOVE STG-PERIOD(STG-IDX) TO WS-POST-PERIOD
                      MOVE STG-AMOUNT(STG-IDX) TO WS-POST-AMOUNT
                      PERFORM POST-ONE-AMOUNT
              END-PERFORM
              MOVE STG-COUNT TO WS-POST-COUNT
              PERFORM RECORD-POSTED-BATCH
              MOVE "POSTED" TO WS-POST-RESULT
           END-IF
           IF NOT POST-OK
              ADD 1 TO BATCHES-REFUSED
           END-IF
           .

       POST-TAX-JOURNAL.
           MOVE ZERO TO STG-COUNT
           MOVE "N" TO WS-STG-OVERFLOW
           MOVE ZERO TO TPT-COUNT-USED
           OPEN INPUT TAX-JOURNAL-FILE
           IF WS-TXJ-STATUS NOT = "00"
              DISPLAY "NO TAX JOURNAL ON HAND"
           ELSE
              READ TAX-JOURNAL-FILE
              AT END
                 SET END-OF-TAX-JOURNAL TO TRUE
              END-READ
              PERFORM UNTIL END-OF-TAX-JOURNAL
                      IF TXJ-PERIOD NUMERIC AND
                         TXJ-AMOUNT NUMERIC AND
                         TXJ-STATE-NUM NUMERIC AND
                         (TXJ-REC-TYPE = "D" OR "C")
                         PERFORM STAGE-TAX-DETAIL
                      END-IF
                      READ TAX-JOURNAL-FILE
                      AT END
                         SET END-OF-TAX-JOURNAL TO TRUE
                      END-READ
              END-PERFORM
              CLOSE TAX-JOURNAL-FILE
              IF STG-OVERFLOW
                 DISPLAY "TAX JOURNAL EXCEEDS 5000 RECORDS - REFUSED"
                 MOVE "TAX JOURNAL" TO PRN-POST-SOURCE
                 MOVE ZERO TO PRN-POST-BATCH
                 MOVE STG-COUNT TO PRN-POST-COUNT
                 MOVE ZERO TO PRN-POST-HASH
                 MOVE "REFUSED - OVER 5000 DETAIL RECORDS" TO
                    PRN-POST-RESULT
                 MOVE POST-LINE TO REPORT-FILE-REC
                 WRITE REPORT-FILE-REC
                 ADD 1 TO BATCHES-REFUSED
              ELSE
                 PERFORM VARYING TPT-IDX FROM 1 BY 1
                    UNTIL TPT-IDX GREATER THAN TPT-COUNT-USED
                         PERFORM JUDGE-TAX-PERIOD
                 END-PERFORM
              END-IF
           END-IF
           .

       STAGE-TAX-DETAIL.
           IF STG-COUNT NOT LESS THAN 5000
              SET STG-OVERFLOW TO TRUE
           ELSE
              ADD 1 TO STG-COUNT
              MOVE TXJ-REC-TYPE TO STG-REC-TYPE(STG-COUNT)
              MOVE TXJ-ACCOUNT TO STG-ACCOUNT(STG-COUNT)
              MOVE TXJ-STATE-NUM TO STG-STATE-NUM(STG-COUNT)
              MOVE TXJ-PERIOD TO STG-PERIOD(STG-COUNT)
              MOVE TXJ-AMOUNT TO STG-AMOUNT(STG-COUNT)
              MOVE ZERO TO TPT-FOUND-IDX
              PERFORM VARYING TPT-IDX FROM 1 BY 1
                 UNTIL TPT-IDX GREATER THAN TPT-COUNT-USED
                      IF TPT-PERIOD(TPT-IDX) = TXJ-PERIOD
                         MOVE TPT-IDX TO TPT-FOUND-IDX
                      END-IF
              END-PERFORM
              IF TPT-FOUND-IDX = ZERO AND TPT-COUNT-USED LESS THAN 48
                 ADD 1 TO TPT-COUNT-USED
                 MOVE TXJ-PERIOD TO TPT-PERIOD(TPT-COUNT-USED)
                 MOVE ZERO TO TPT-COUNT(TPT-COUNT-USED)
                 MOVE ZERO TO TPT-DEBITS(TPT-COUNT-USED)
                 MOVE ZERO TO TPT-CREDITS(TPT-COUNT-USED)
                 MOVE TPT-COUNT-USED TO TPT-FOUND-IDX
              END-IF
              IF TPT-FOUND-IDX = ZERO
                 SET STG-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO TPT-COUNT(TPT-FOUND-IDX)
                 IF TXJ-REC-TYPE = "D"
                    ADD TXJ-AMOUNT TO TPT-DEBITS(TPT-FOUND-IDX)
                 ELSE
                    ADD TXJ-AMOUNT TO TPT-CREDITS(TPT-FOUND-IDX)
                 END-IF
              END-IF
           END-IF
           .

       JUDGE-TAX-PERIOD.
           MOVE "Y" TO WS-POST-OK
           MOVE SPACES TO WS-POST-RESULT
           MOVE "T" TO WS-POST-SOURCE
           MOVE TPT-PERIOD(TPT-IDX) TO WS-BATCH-NUMBER
           COMPUTE WS-DETAIL-HASH =
              TPT-DEBITS(TPT-IDX) + TPT-CREDITS(TPT-IDX)
           IF TPT-DEBITS(TPT-IDX) NOT = TPT-CREDITS(TPT-IDX)
              MOVE "N" TO WS-POST-OK
              MOVE "REFUSED - PERIOD OUT OF BALANCE" TO
                 WS-POST-RESULT
           END-IF
           IF POST-OK
              PERFORM FIND-POSTED-BATCH
              IF PBT-FOUND-IDX GREATER THAN ZERO
                 MOVE "N" TO WS-POST-OK
                 STRING "ALREADY POSTED "
                        PBT-POST-DATE(PBT-FOUND-IDX)
                        DELIMITED BY SIZE INTO WS-POST-RESULT
              END-IF
           END-IF
           IF POST-OK
              PERFORM VARYING STG-IDX FROM 1 BY 1
                 UNTIL STG-IDX GREATER THAN STG-COUNT
                      IF STG-PERIOD(STG-IDX) = TPT-PERIOD(TPT-IDX)
                         MOVE STG-REC-TYPE(STG-IDX) TO
                            WS-POST-REC-TYPE
                         MOVE STG-ACCOUNT(STG-IDX) TO WS-POST-ACCOUNT
                         MOVE STG-STATE-NUM(STG-IDX) TO WS-POST-STATE
                         MOVE STG-PERIOD(STG-IDX) TO WS-POST-PERIOD
                         MOVE STG-AMOUNT(STG-IDX) TO WS-POST-AMOUNT
                         PERFORM POST-ONE-AMOUNT
                      END-IF
              END-PERFORM
              MOVE TPT-COUNT(TPT-IDX) TO WS-POST-COUNT
              PERFORM RECORD-POSTED-BATCH
              MOVE "POSTED" TO WS-POST-RESULT
           ELSE
              IF WS-POST-RESULT(1:7) = "REFUSED"
                 ADD 1 TO BATCHES-REFUSED
              END-IF
           END-IF
           MOVE "TAX JOURNAL" TO PRN-POST-SOURCE
           MOVE TPT-PERIOD(TPT-IDX) TO PRN-POST-BATCH
           MOVE TPT-COUNT(TPT-IDX) TO PRN-POST-COUNT
           MOVE WS-DETAIL-HASH TO PRN-POST-HASH
           MOVE WS-POST-RESULT TO PRN-POST-RESULT
           MOVE POST-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY POST-LINE
           .

       FIND-POSTED-BATCH.
           MOVE ZERO TO PBT-FOUND-IDX
           PERFORM VARYING PBT-IDX FROM 1 BY 1
              UNTIL PBT-IDX GREATER THAN PBT-COUNT
                   IF PBT-SOURCE(PBT-IDX) = WS-POST-SOURCE AND
                      PBT-BATCH-NUMBER(PBT-IDX) = WS-BATCH-NUMBER
                      MOVE PBT-IDX TO PBT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       RECORD-POSTED-BATCH.
           IF PBT-COUNT LESS THAN 3000
              ADD 1 TO PBT-COUNT
              MOVE WS-POST-SOURCE TO PBT-SOURCE(PBT-COUNT)
              MOVE WS-BATCH-NUMBER TO PBT-BATCH-NUMBER(PBT-COUNT)
              MOVE WS-RUN-DATE TO PBT-POST-DATE(PBT-COUNT)
              MOVE WS-POST-COUNT TO PBT-RECORD-COUNT(PBT-COUNT)
              MOVE WS-DETAIL-HASH TO PBT-HASH-TOTAL(PBT-COUNT)
              MOVE "Y" TO PBT-NEW-FLAG(PBT-COUNT)
           ELSE
              SET PBT-OVERFLOW TO TRUE
           END-IF
           ADD 1 TO BATCHES-POSTED
           .

       SAVE-POSTED-BATCHES.
           OPEN EXTEND POSTED-FILE
           IF WS-GPB-STATUS = "35"
              OPEN OUTPUT POSTED-FILE
           END-IF
           PERFORM VARYING PBT-IDX FROM 1 BY 1
              UNTIL PBT-IDX GREATER THAN PBT-COUNT
                   IF PBT-NEW(PBT-IDX)
                      MOVE PBT-SOURCE(PBT-IDX) TO GPB-SOURCE
                      MOVE PBT-BATCH-NUMBER(PBT-IDX) TO
                         GPB-BATCH-NUMBER
                      MOVE PBT-POST-DATE(PBT-IDX) TO GPB-POST-DATE
                      MOVE PBT-RECORD-COUNT(PBT-IDX) TO
                         GPB-RECORD-COUNT
                      MOVE PBT-HASH-TOTAL(PBT-IDX) TO GPB-HASH-TOTAL
                      WRITE POSTED-REC
                   END-IF
           END-PERFORM
           CLOSE POSTED-FILE
           .

       POST-ONE-AMOUNT.
           MOVE ZERO TO BLT-FOUND-IDX
           PERFORM VARYING BLT-IDX FROM 1 BY 1
              UNTIL BLT-IDX GREATER THAN BLT-COUNT
                   IF BLT-ACCOUNT(BLT-IDX) = WS-POST-ACCOUNT AND
                      BLT-STATE-NUM(BLT-IDX) = WS-POST-STATE AND
                      BLT-PERIOD(BLT-IDX) = WS-POST-PERIOD
                      MOVE BLT-IDX TO BLT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF BLT-FOUND-IDX = ZERO
              IF BLT-COUNT LESS THAN 5000
                 ADD 1 TO BLT-COUNT
                 MOVE WS-POST-ACCOUNT TO BLT-ACCOUNT(BLT-COUNT)
                 MOVE WS-POST-STATE TO BLT-STATE-NUM(BLT-COUNT)
                 MOVE WS-POST-PERIOD TO BLT-PERIOD(BLT-COUNT)
                 MOVE ZERO TO BLT-DEBITS(BLT-COUNT)
                 MOVE ZERO TO BLT-CREDITS(BLT-COUNT)
                 MOVE BLT-COUNT TO BLT-FOUND-IDX
              ELSE
                 SET BLT-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF BLT-FOUND-IDX GREATER THAN ZERO
              IF POST-DEBIT-ENTRY
                 ADD WS-POST-AMOUNT TO BLT-DEBITS(BLT-FOUND-IDX)
              ELSE
                 ADD WS-POST-AMOUNT TO BLT-CREDITS(BLT-FOUND-IDX)
              END-IF
           END-IF
           .

       SORT-GL-BALANCES.
           PERFORM VARYING BLT-IDX FROM 2 BY 1
              UNTIL BLT-IDX GREATER THAN BLT-COUNT
                   MOVE BALANCE-ENTRY(BLT-IDX) TO BLT-SWAP-ENTRY
                   PERFORM VARYING BLT-SORT-IDX FROM BLT-IDX BY -1
                      UNTIL BLT-SORT-IDX = 1 OR
                         BALANCE-ENTRY(BLT-SORT-IDX - 1)(1:16) NOT
                            GREATER THAN BLT-SWAP-ENTRY(1:16)
                         MOVE BALANCE-ENTRY(BLT-SORT-IDX - 1) TO
                            BALANCE-ENTRY(BLT-SORT-IDX)
                   END-PERFORM
                   MOVE BLT-SWAP-ENTRY TO BALANCE-ENTRY(BLT-SORT-IDX)
           END-PERFORM
           .

       SAVE-GL-BALANCES.
           OPEN OUTPUT BALANCES-FILE
           PERFORM VARYING BLT-IDX FROM 1 BY 1
              UNTIL BLT-IDX GREATER THAN BLT-COUNT
                   MOVE BALANCE-ENTRY(BLT-IDX) TO BALANCES-REC
                   WRITE BALANCES-REC
           END-PERFORM
           CLOSE BALANCES-FILE
           .

       PRINT-TRIAL-BALANCE.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE WS-TB-PERIOD TO PRN-TB-PERIOD
           MOVE TB-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TB-HEADING1
           MOVE TB-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TB-HEADING2
           MOVE SPACES TO TB-ACCOUNT
           MOVE ZERO TO TB-DEBITS
           MOVE ZERO TO TB-CREDITS
           PERFORM VARYING BLT-IDX FROM 1 BY 1
              UNTIL BLT-IDX GREATER THAN BLT-COUNT
                   IF BLT-PERIOD(BLT-IDX) = WS-TB-PERIOD
                      IF BLT-ACCOUNT(BLT-IDX) NOT = TB-ACCOUNT AND
                         TB-ACCOUNT NOT = SPACES
                         PERFORM PRINT-TB-ACCOUNT
                      END-IF
                      MOVE BLT-ACCOUNT(BLT-IDX) TO TB-ACCOUNT
                      ADD BLT-DEBITS(BLT-IDX) TO TB-DEBITS
                      ADD BLT-CREDITS(BLT-IDX) TO TB-CREDITS
                   END-IF
           END-PERFORM
           IF TB-ACCOUNT NOT = SPACES
              PERFORM PRINT-TB-ACCOUNT
           END-IF
           MOVE TB-TOTAL-DEBITS TO PRN-TB-TOTAL-DEBITS
           MOVE TB-TOTAL-CREDITS TO PRN-TB-TOTAL-CREDITS
           COMPUTE PRN-TB-TOTAL-NET = TB-TOTAL-DEBITS - TB-TOTAL-CREDITS
           MOVE TB-TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TB-TOTAL-LINE
           IF TB-LINES = ZERO
              MOVE "  NO BALANCES ON FILE FOR PERIOD" TO
                 REPORT-FILE-REC
           ELSE
              IF TB-TOTAL-DEBITS = TB-TOTAL-CREDITS
                 MOVE "  TRIAL BALANCE NETS TO ZERO" TO REPORT-FILE-REC
              ELSE
                 MOVE "  *** TRIAL BALANCE DOES NOT NET TO ZERO ***"
                    TO REPORT-FILE-REC
              END-IF
           END-IF
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-FILE-REC
           .

       PRINT-TB-ACCOUNT.
           MOVE TB-ACCOUNT TO PRN-TB-ACCOUNT
           MOVE TB-DEBITS TO PRN-TB-DEBITS
           MOVE TB-CREDITS TO PRN-TB-CREDITS
           COMPUTE PRN-TB-NET = TB-DEBITS - TB-CREDITS
           MOVE TB-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TB-LINE
           ADD TB-DEBITS TO TB-TOTAL-DEBITS
           ADD TB-CREDITS TO TB-TOTAL-CREDITS
           ADD 1 TO TB-LINES
           MOVE ZERO TO TB-DEBITS
           MOVE ZERO TO TB-CREDITS
           .

       PRINT-SALES-TIE-OUT.
           MOVE ZEROS TO TIE-TABLE
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS = "00"
              SET YTD-ON-FILE TO TRUE
              READ YTD-FILE
              AT END
                 SET END-OF-YTD-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-YTD-FILE
                      IF YTD-STATE-NUM NUMERIC AND
                         YTD-SALES-TOTAL NUMERIC AND
                         YTD-STATE-NUM GREATER THAN ZERO AND
                         YTD-STATE-NUM NOT GREATER THAN 50
                         ADD YTD-SALES-TOTAL TO
                            TIE-YTD-SALES(YTD-STATE-NUM)
                         ADD YTD-SALES-TOTAL TO TIE-YTD-TOTAL
                      END-IF
                      READ YTD-FILE
                      AT END
                         SET END-OF-YTD-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE YTD-FILE
           END-IF
           MOVE WS-TB-PERIOD TO WS-TB-YEAR-START
           MOVE 01 TO WS-TB-YEAR-START(5:2)
           PERFORM VARYING BLT-IDX FROM 1 BY 1
              UNTIL BLT-IDX GREATER THAN BLT-COUNT
                   IF BLT-ACCOUNT(BLT-IDX) = WS-SALES-ACCOUNT AND
                      BLT-PERIOD(BLT-IDX) NOT LESS THAN
                         WS-TB-YEAR-START AND
                      BLT-PERIOD(BLT-IDX) NOT GREATER THAN
                         WS-TB-PERIOD
                      IF BLT-STATE-NUM(BLT-IDX) GREATER THAN ZERO AND
                         BLT-STATE-NUM(BLT-IDX) NOT GREATER THAN 50
                         COMPUTE TIE-GL-SALES(BLT-STATE-NUM(BLT-IDX)) =
                            TIE-GL-SALES(BLT-STATE-NUM(BLT-IDX)) +
                            BLT-CREDITS(BLT-IDX) - BLT-DEBITS(BLT-IDX)
                      ELSE
                         COMPUTE TIE-UNALLOCATED = TIE-UNALLOCATED +
                            BLT-CREDITS(BLT-IDX) - BLT-DEBITS(BLT-IDX)
                      END-IF
                      COMPUTE TIE-GL-TOTAL = TIE-GL-TOTAL +
                         BLT-CREDITS(BLT-IDX) - BLT-DEBITS(BLT-IDX)
                   END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE WS-SALES-ACCOUNT TO PRN-TIE-ACCOUNT
           MOVE WS-TB-PERIOD TO PRN-TIE-PERIOD
           MOVE TIE-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TIE-HEADING1
           IF NOT YTD-ON-FILE
              MOVE "  NO BRANCH SALES YTD FILE ON HAND" TO
                 REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY REPORT-FILE-REC
           END-IF
           MOVE TIE-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TIE-HEADING2
           PERFORM VARYING TIE-IDX FROM 1 BY 1
              UNTIL TIE-IDX GREATER THAN 50
                   IF TIE-YTD-SALES(TIE-IDX) NOT = ZERO OR
                      TIE-GL-SALES(TIE-IDX) NOT = ZERO
                      MOVE TIE-IDX TO PRN-TIE-STATE
                      MOVE TIE-YTD-SALES(TIE-IDX) TO PRN-TIE-YTD
                      MOVE TIE-GL-SALES(TIE-IDX) TO PRN-TIE-GL
                      COMPUTE PRN-TIE-DIFFERENCE =
                         TIE-YTD-SALES(TIE-IDX) - TIE-GL-SALES(TIE-IDX)
                      MOVE SPACES TO PRN-TIE-FLAG
                      MOVE TIE-LINE TO REPORT-FILE-REC
                      WRITE REPORT-FILE-REC
                      DISPLAY TIE-LINE
                   END-IF
           END-PERFORM
           IF TIE-UNALLOCATED NOT = ZERO
              MOVE "00" TO PRN-TIE-STATE
              MOVE ZERO TO PRN-TIE-YTD
              MOVE TIE-UNALLOCATED TO PRN-TIE-GL
              COMPUTE PRN-TIE-DIFFERENCE = ZERO - TIE-UNALLOCATED
              MOVE "NO STATE" TO PRN-TIE-FLAG
              MOVE TIE-LINE TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY TIE-LINE
           END-IF
           MOVE "**" TO PRN-TIE-STATE
           MOVE TIE-YTD-TOTAL TO PRN-TIE-YTD
           MOVE TIE-GL-TOTAL TO PRN-TIE-GL
           COMPUTE PRN-TIE-DIFFERENCE = TIE-YTD-TOTAL - TIE-GL-TOTAL
           IF TIE-YTD-TOTAL = TIE-GL-TOTAL
              MOVE "TIED" TO PRN-TIE-FLAG
           ELSE
              MOVE "*** NOT TIED" TO PRN-TIE-FLAG
           END-IF
           MOVE TIE-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TIE-LINE
           .
