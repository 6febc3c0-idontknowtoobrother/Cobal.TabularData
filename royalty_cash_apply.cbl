       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYALTY-CASH-APPLY.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "royalty_open_items.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ROI-STATUS.
           SELECT CLOSED-ITEM-FILE ASSIGN TO
                 "royalty_closed_items.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ROC-STATUS.
           SELECT CASH-RECEIPT-FILE ASSIGN TO
                 "royalty_cash_receipts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RCR-STATUS.
           SELECT CASH-HISTORY-FILE ASSIGN TO
                 "royalty_cash_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RCH-STATUS.
           SELECT FRANCHISEE-FILE ASSIGN TO "franchisees.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FRN-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "royalty_cash_register.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-FILE ASSIGN TO "royalty_aging_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO "royalty_dunning_letters.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-REC.
          88 END-OF-OPEN-ITEMS                         VALUE HIGH-VALUES
           .
          05 ROI-ITEM-TYPE          PIC X.
             88 ROI-INVOICE                        VALUE "I".
             88 ROI-ON-ACCOUNT                     VALUE "C".
          05 ROI-INVOICE-NUM        PIC 9(7).
          05 ROI-FRANCHISEE-ID      PIC 9(5).
          05 ROI-BRANCH-ID          PIC 9(7).
          05 ROI-PERIOD             PIC 9(6).
          05 ROI-ITEM-DATE          PIC 9(8).
          05 ROI-AMOUNT             PIC 9(7)V99.
          05 ROI-APPLIED            PIC 9(7)V99.
          05 ROI-LAST-PAY-DATE      PIC 9(8).
          05 ROI-DUNNING-LEVEL      PIC 9.
          05 ROI-LAST-DUN-DATE      PIC 9(8).
          05 ROI-REFERENCE          PIC X(12).

       FD CLOSED-ITEM-FILE.
       01 CLOSED-ITEM-REC.
          05 ROC-ITEM-IMAGE         PIC X(81).
          05 ROC-CLOSE-DATE         PIC 9(8).

       FD CASH-RECEIPT-FILE.
       01 CASH-RECEIPT-REC.
          88 END-OF-CASH-RECEIPTS                      VALUE HIGH-VALUES
           .
          05 RCR-RECEIPT-DATE       PIC 9(8).
          05 RCR-FRANCHISEE-ID      PIC 9(5).
          05 RCR-INVOICE-NUM        PIC 9(7).
          05 RCR-AMOUNT             PIC 9(7)V99.
          05 RCR-REFERENCE          PIC X(12).

       FD CASH-HISTORY-FILE.
       01 CASH-HISTORY-REC.
          05 RCH-RECEIPT-IMAGE      PIC X(41).
          05 RCH-APPLY-DATE         PIC 9(8).
          05 RCH-RESULT             PIC X(30).

       FD FRANCHISEE-FILE.
       01 FRANCHISEE-REC.
          88 END-OF-FRANCHISEE-FILE                    VALUE HIGH-VALUES
           .
          05 FR-FRANCHISEE-ID       PIC 9(5).
          05 FR-LEGAL-NAME          PIC X(40).
          05 FR-BILL-ADDRESS-1      PIC X(40).
          05 FR-BILL-ADDRESS-2      PIC X(40).
          05 FR-BILL-ADDRESS-3      PIC X(40).
          05 FR-CONTACT-NAME        PIC X(30).
          05 FR-CONTACT-PHONE       PIC X(15).
          05 FR-AGREE-START         PIC 9(8).
          05 FR-AGREE-END           PIC 9(8).
          05 FR-RATE-OVERRIDE       PIC X.
          05 FR-ROYALTY-RATE        PIC 9V9(4).

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

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

       FD REGISTER-FILE.
       01 REGISTER-REC              PIC X(120).

       FD AGING-FILE.
       01 AGING-REC                 PIC X(120).

       FD LETTER-FILE.
       01 LETTER-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ROI-STATUS             PIC XX.
       01 WS-ROC-STATUS             PIC XX.
       01 WS-RCR-STATUS             PIC XX.
       01 WS-RCH-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 WS-FRN-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-BM-AVAILABLE           PIC X    VALUE "N".
          88 BM-AVAILABLE                    VALUE "Y".
       01 FRANCHISEE-TABLE.
          05 FRANCHISEE-ENTRY OCCURS 500 TIMES.
             10 FRT-FRANCHISEE-ID   PIC 9(5).
             10 FRT-LEGAL-NAME      PIC X(40).
             10 FRT-BILL-ADDRESS    PIC X(40) OCCURS 3 TIMES.
             10 FRT-CONTACT-NAME    PIC X(30).
       01 FRT-COUNT                 PIC 9(3) VALUE ZERO.
       01 FRT-IDX                   PIC 9(3).
       01 FRT-FOUND-IDX             PIC 9(3).
       01 FRT-LINE-IDX              PIC 9.
       01 ROYALTY-TERMS-DAYS        PIC 9(3) VALUE 30.
       01 WS-TERMS-SOURCE           PIC X(7) VALUE "DEFAULT".
       01 DUNNING-INTERVAL          PIC 9(3) VALUE 14.
       01 WS-INTERVAL-SOURCE        PIC X(7) VALUE "DEFAULT".
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-TODAY-INTEGER          PIC 9(9).
       01 WS-ITEM-INTEGER           PIC 9(9).
       01 WS-DAYS-OUT               PIC S9(5).
       01 WS-DAYS-OVERDUE           PIC S9(5).
       01 OPEN-ITEM-TABLE.
          05 OPEN-ITEM-ENTRY OCCURS 3000 TIMES.
             10 ROT-FRANCHISEE-ID   PIC 9(5).
             10 ROT-ITEM-DATE       PIC 9(8).
             10 ROT-INVOICE-NUM     PIC 9(7).
             10 ROT-ITEM-TYPE       PIC X.
             10 ROT-BRANCH-ID       PIC 9(7).
             10 ROT-PERIOD          PIC 9(6).
             10 ROT-AMOUNT          PIC 9(7)V99.
             10 ROT-APPLIED         PIC 9(7)V99.
             10 ROT-LAST-PAY-DATE   PIC 9(8).
             10 ROT-DUNNING-LEVEL   PIC 9.
             10 ROT-LAST-DUN-DATE   PIC 9(8).
             10 ROT-REFERENCE       PIC X(12).
       01 ROT-COUNT                 PIC 9(4) VALUE ZERO.
       01 ROT-IDX                   PIC 9(4).
       01 ROT-FOUND-IDX             PIC 9(4).
       01 ROT-SORT-IDX              PIC 9(4).
       01 ROT-INV-IDX               PIC 9(4).
       01 ROT-SWAP-ENTRY            PIC X(81).
       01 WS-ITEM-OVERFLOW          PIC X    VALUE "N".
          88 ITEM-OVERFLOW                   VALUE "Y".
       01 WS-BALANCE                PIC S9(7)V99.
       01 WS-CREDIT-LEFT            PIC S9(7)V99.
       01 WS-CASH-LEFT              PIC S9(7)V99.
       01 WS-APPLY-AMOUNT           PIC S9(7)V99.
       01 WS-RESULT                 PIC X(30).
       01 WS-CURRENT-FRANCHISEE     PIC 9(5).
       01 WS-FIRST-BRANCH           PIC 9(7).
       01 WS-LETTER-DUE             PIC X    VALUE "N".
          88 LETTER-DUE                      VALUE "Y".
       01 WS-LETTER-LEVEL           PIC 9.
       01 WS-BRANCH-NAME            PIC X(30).
       01 RECEIPTS-READ             PIC 9(5) VALUE ZERO.
       01 RECEIPTS-REJECTED         PIC 9(5) VALUE ZERO.
       01 ITEMS-CLOSED              PIC 9(5) VALUE ZERO.
       01 HELD-RECEIPT-TABLE.
          05 HELD-RECEIPT OCCURS 500 TIMES
                                    PIC X(41).
       01 HELD-COUNT                PIC 9(3) VALUE ZERO.
       01 HELD-IDX                  PIC 9(3).
       01 LETTERS-PRINTED           PIC 9(5) VALUE ZERO.
       01 TOTAL-CASH                PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-APPLIED             PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-ON-ACCOUNT          PIC 9(9)V99 VALUE ZERO.
       01 AGE-BUCKETS.
          05 AGE-CURRENT            PIC S9(9)V99.
          05 AGE-30                 PIC S9(9)V99.
          05 AGE-60                 PIC S9(9)V99.
          05 AGE-90                 PIC S9(9)V99.
          05 AGE-CREDIT             PIC S9(9)V99.
       01 FRANCHISEE-BUCKETS.
          05 FRN-CURRENT            PIC S9(9)V99.
          05 FRN-30                 PIC S9(9)V99.
          05 FRN-60                 PIC S9(9)V99.
          05 FRN-90                 PIC S9(9)V99.
          05 FRN-CREDIT             PIC S9(9)V99.
       01 GRAND-BUCKETS.
          05 GRD-CURRENT            PIC S9(9)V99.
          05 GRD-30                 PIC S9(9)V99.
          05 GRD-60                 PIC S9(9)V99.
          05 GRD-90                 PIC S9(9)V99.
          05 GRD-CREDIT             PIC S9(9)V99.
       01 WS-PAST-DUE-TOTAL         PIC S9(9)V99.

       01 REGISTER-HEADING1         PIC X(45)
                                                       VALUE
             "  Royalty Cash Application Register".
       01 REGISTER-HEADING2         PIC X(100)
                                                       VALUE
             "RcptDate  Frnchse  Invoice  Reference         Received
      -      "   Applied     OnAccount  Result".
       01 REGISTER-DETAIL-LINE.
          05 PRN-RECEIPT-DATE       PIC 9(8).
          05 PRN-RCR-FRANCHISEE     PIC B(2)9(5).
          05 PRN-RCR-INVOICE        PIC B(4)9(7).
          05 PRN-RCR-REFERENCE      PIC B(2)X(12).
          05 PRN-RCR-AMOUNT         PIC B(2)Z,ZZZ,ZZ9.99.
          05 PRN-RCR-APPLIED        PIC B(2)Z,ZZZ,ZZ9.99.
          05 PRN-RCR-ON-ACCOUNT     PIC B(2)Z,ZZZ,ZZ9.99.
          05 PRN-RCR-RESULT         PIC B(2)X(30).
       01 REGISTER-TOTAL-LINE.
          05 FILLER                 PIC X(44)
                                                       VALUE
             "  TOTAL CASH RECEIVED".
          05 PRN-TOTAL-CASH         PIC Z,ZZZ,ZZ9.99.
          05 PRN-TOTAL-APPLIED      PIC B(2)Z,ZZZ,ZZ9.99.
          05 PRN-TOTAL-ON-ACCOUNT   PIC B(2)Z,ZZZ,ZZ9.99.

       01 AGING-HEADING1            PIC X(45)
                                                       VALUE
             "  Royalty Receivables Aged Open Items".
       01 AGING-HEADING2.
          05 FILLER                 PIC X(14)
                                                       VALUE
             "  As at date  ".
          05 PRN-AGING-DATE         PIC 9(8).
          05 FILLER                 PIC X(16)
                                                       VALUE
             "   Terms (days) ".
          05 PRN-TERMS-DAYS         PIC ZZ9.
       01 AGING-HEADING3            PIC X(120)
                                                       VALUE
             "Frnchse  Invoice  Branch   ItemDate       Current     31-6
      -      "0 days     61-90 days       90+ days      OnAccount".
       01 AGING-DETAIL-LINE.
          05 PRN-AGE-FRANCHISEE     PIC 9(5).
          05 PRN-AGE-INVOICE        PIC B(4)9(7).
          05 PRN-AGE-BRANCH         PIC B(2)9(7).
          05 PRN-AGE-DATE           PIC B(2)9(8).
          05 PRN-AGE-CURRENT        PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-AGE-30             PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-AGE-60             PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-AGE-90             PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-AGE-CREDIT         PIC B(2)Z,ZZZ,ZZ9.99-.
       01 AGING-TOTAL-LINE.
          05 PRN-AGE-TOTAL-LABEL    PIC X(36).
          05 PRN-TOT-CURRENT        PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-TOT-30             PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-TOT-60             PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-TOT-90             PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-TOT-CREDIT         PIC B(2)Z,ZZZ,ZZ9.99-.

       01 LETTER-RULE-LINE          PIC X(72)    VALUE ALL "=".
       01 LETTER-HEADING            PIC X(40)
                                                       VALUE
             "  YoreCandyShoppe Franchise Royalties".
       01 LETTER-DATE-LINE.
          05 FILLER                 PIC X(10)    VALUE "  DATE    ".
          05 PRN-LETTER-DATE        PIC 9(8).
       01 LETTER-TO-LINE.
          05 FILLER                 PIC X(14)
                                                       VALUE
             "  FRANCHISEE  ".
          05 PRN-LETTER-FRANCHISEE  PIC 9(5).
       01 LETTER-ADDRESS-LINE.
          05 FILLER                 PIC X(14)    VALUE SPACES.
          05 PRN-LETTER-ADDRESS     PIC X(40).
       01 LETTER-LEVEL-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-LETTER-LEVEL       PIC X(40).
       01 LETTER-BODY-1             PIC X(72)
                                                       VALUE
             "  Our records show the royalty invoices below are past".
       01 LETTER-BODY-2             PIC X(72)
                                                       VALUE
             "  terms. Please remit the amount past due or contact".
       01 LETTER-BODY-3             PIC X(72)
                                                       VALUE
             "  Franchise Finance.".
       01 LETTER-COLUMN-LINE        PIC X(72)
                                                       VALUE
             "  Invoice  Branch Name             InvDate  DaysOver     B
      -      "alance".
       01 LETTER-DETAIL-LINE.
          05 PRN-LTR-INVOICE        PIC B(2)9(7).
          05 PRN-LTR-BRANCH-NAME    PIC B(2)X(22).
          05 PRN-LTR-DATE           PIC B(2)9(8).
          05 PRN-LTR-DAYS-OVER      PIC B(2)ZZZZ9.
          05 PRN-LTR-BALANCE        PIC B(2)Z,ZZZ,ZZ9.99.
       01 LETTER-TOTAL-LINE.
          05 PRN-LTR-TOTAL-LABEL    PIC X(52).
          05 PRN-LTR-TOTAL          PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-FRANCHISEE-TABLE
           PERFORM LOAD-OPEN-ITEMS
           IF ITEM-OVERFLOW
              DISPLAY "MORE THAN 3000 OPEN ROYALTY ITEMS ON FILE -"
                      " RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS = "00"
              SET BM-AVAILABLE TO TRUE
           END-IF
           PERFORM APPLY-CASH-RECEIPTS
           PERFORM SORT-OPEN-ITEMS
           PERFORM ALLOCATE-ON-ACCOUNT
           PERFORM FINISH-REGISTER
           PERFORM PRINT-AGING-REPORT
           PERFORM PRINT-DUNNING-LETTERS
           PERFORM SAVE-OPEN-ITEMS
           IF BM-AVAILABLE
              CLOSE BRANCH-MASTER-FILE
           END-IF
           DISPLAY "RECEIPTS READ          " RECEIPTS-READ
           DISPLAY "RECEIPTS HELD FOR FIX  " RECEIPTS-REJECTED
           DISPLAY "ITEMS SETTLED          " ITEMS-CLOSED
           DISPLAY "DUNNING LETTERS        " LETTERS-PRINTED
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMS-FILE
           IF WS-PRM-STATUS = "00"
              READ RUN-PARAMS-FILE
              AT END
                 SET END-OF-RUN-PARAMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RUN-PARAMS
                      IF PRM-NAME = "ROYALTY-TERMS-DAYS" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO
                         MOVE PRM-VALUE TO ROYALTY-TERMS-DAYS
                         MOVE "FILE" TO WS-TERMS-SOURCE
                      END-IF
                      IF PRM-NAME = "DUNNING-INTERVAL" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO
                         MOVE PRM-VALUE TO DUNNING-INTERVAL
                         MOVE "FILE" TO WS-INTERVAL-SOURCE
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-PARAMS-FILE
           END-IF
           DISPLAY "ROYALTY-TERMS-DAYS  = " ROYALTY-TERMS-DAYS
                   " (" WS-TERMS-SOURCE ")"
           DISPLAY "DUNNING-INTERVAL    = " DUNNING-INTERVAL
                   " (" WS-INTERVAL-SOURCE ")"
           .

       LOAD-FRANCHISEE-TABLE.
           MOVE ZERO TO FRT-COUNT
           OPEN INPUT FRANCHISEE-FILE
           IF WS-FRN-STATUS = "00"
              READ FRANCHISEE-FILE
              AT END
                 SET END-OF-FRANCHISEE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-FRANCHISEE-FILE
                      IF FR-FRANCHISEE-ID NUMERIC AND
                         FRT-COUNT LESS THAN 500
                         ADD 1 TO FRT-COUNT
                         MOVE FR-FRANCHISEE-ID TO
                            FRT-FRANCHISEE-ID(FRT-COUNT)
                         MOVE FR-LEGAL-NAME TO FRT-LEGAL-NAME(FRT-COUNT)
                         MOVE FR-BILL-ADDRESS-1 TO
                            FRT-BILL-ADDRESS(FRT-COUNT, 1)
                         MOVE FR-BILL-ADDRESS-2 TO
                            FRT-BILL-ADDRESS(FRT-COUNT, 2)
                         MOVE FR-BILL-ADDRESS-3 TO
                            FRT-BILL-ADDRESS(FRT-COUNT, 3)
                         MOVE FR-CONTACT-NAME TO
                            FRT-CONTACT-NAME(FRT-COUNT)
                      END-IF
                      READ FRANCHISEE-FILE
                      AT END
                         SET END-OF-FRANCHISEE-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE FRANCHISEE-FILE
           END-IF
           .

       LOAD-OPEN-ITEMS.
           MOVE ZERO TO ROT-COUNT
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-ROI-STATUS = "00"
              READ OPEN-ITEM-FILE
              AT END
                 SET END-OF-OPEN-ITEMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-OPEN-ITEMS
                      IF ROI-FRANCHISEE-ID NUMERIC AND
                         ROI-INVOICE-NUM NUMERIC AND
                         ROI-ITEM-DATE NUMERIC AND
                         ROI-AMOUNT NUMERIC AND
                         ROI-APPLIED NUMERIC
                         IF ROT-COUNT LESS THAN 3000
                            ADD 1 TO ROT-COUNT
                            PERFORM BUFFER-OPEN-ITEM
                         ELSE
                            SET ITEM-OVERFLOW TO TRUE
                         END-IF
                      ELSE
                         DISPLAY "BAD OPEN ITEM DROPPED - "
                                 OPEN-ITEM-REC(1:26)
                      END-IF
                      READ OPEN-ITEM-FILE
                      AT END
                         SET END-OF-OPEN-ITEMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE OPEN-ITEM-FILE
           END-IF
           .

       BUFFER-OPEN-ITEM.
           MOVE ROI-FRANCHISEE-ID TO ROT-FRANCHISEE-ID(ROT-COUNT)
           MOVE ROI-ITEM-DATE TO ROT-ITEM-DATE(ROT-COUNT)
           MOVE ROI-INVOICE-NUM TO ROT-INVOICE-NUM(ROT-COUNT)
           MOVE ROI-ITEM-TYPE TO ROT-ITEM-TYPE(ROT-COUNT)
           MOVE ROI-BRANCH-ID TO ROT-BRANCH-ID(ROT-COUNT)
           MOVE ROI-PERIOD TO ROT-PERIOD(ROT-COUNT)
           MOVE ROI-AMOUNT TO ROT-AMOUNT(ROT-COUNT)
           MOVE ROI-APPLIED TO ROT-APPLIED(ROT-COUNT)
           MOVE ROI-LAST-PAY-DATE TO ROT-LAST-PAY-DATE(ROT-COUNT)
           MOVE ROI-DUNNING-LEVEL TO ROT-DUNNING-LEVEL(ROT-COUNT)
           MOVE ROI-LAST-DUN-DATE TO ROT-LAST-DUN-DATE(ROT-COUNT)
           MOVE ROI-REFERENCE TO ROT-REFERENCE(ROT-COUNT)
           IF ROT-LAST-DUN-DATE(ROT-COUNT) NOT NUMERIC
              MOVE ZERO TO ROT-LAST-DUN-DATE(ROT-COUNT)
           END-IF
           IF ROT-DUNNING-LEVEL(ROT-COUNT) NOT NUMERIC
              MOVE ZERO TO ROT-DUNNING-LEVEL(ROT-COUNT)
           END-IF
           .

       APPLY-CASH-RECEIPTS.
           OPEN OUTPUT REGISTER-FILE
           MOVE REGISTER-HEADING1 TO REGISTER-REC
           WRITE REGISTER-REC
           MOVE REGISTER-HEADING2 TO REGISTER-REC
           WRITE REGISTER-REC
           OPEN INPUT CASH-RECEIPT-FILE
           IF WS-RCR-STATUS NOT = "00"
              DISPLAY "NO ROYALTY CASH RECEIPTS ON HAND"
           ELSE
              OPEN EXTEND CASH-HISTORY-FILE
              IF WS-RCH-STATUS = "35"
                 OPEN OUTPUT CASH-HISTORY-FILE
              END-IF
              READ CASH-RECEIPT-FILE
              AT END
                 SET END-OF-CASH-RECEIPTS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CASH-RECEIPTS
                      ADD 1 TO RECEIPTS-READ
                      PERFORM APPLY-ONE-RECEIPT
                      READ CASH-RECEIPT-FILE
                      AT END
                         SET END-OF-CASH-RECEIPTS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CASH-RECEIPT-FILE
              CLOSE CASH-HISTORY-FILE
              IF RECEIPTS-READ GREATER THAN ZERO
                 OPEN OUTPUT CASH-RECEIPT-FILE
                 PERFORM VARYING HELD-IDX FROM 1 BY 1
                    UNTIL HELD-IDX GREATER THAN HELD-COUNT
                         MOVE HELD-RECEIPT(HELD-IDX) TO
                            CASH-RECEIPT-REC
                         WRITE CASH-RECEIPT-REC
                 END-PERFORM
                 CLOSE CASH-RECEIPT-FILE
              END-IF
           END-IF
           .

       FINISH-REGISTER.
           MOVE TOTAL-CASH TO PRN-TOTAL-CASH
           MOVE TOTAL-APPLIED TO PRN-TOTAL-APPLIED
           MOVE TOTAL-ON-ACCOUNT TO PRN-TOTAL-ON-ACCOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-REC
           WRITE REGISTER-REC
           DISPLAY REGISTER-TOTAL-LINE
           CLOSE REGISTER-FILE
           .

       APPLY-ONE-RECEIPT.
           MOVE ZERO TO WS-APPLY-AMOUNT
           MOVE ZERO TO WS-CASH-LEFT
           IF RCR-RECEIPT-DATE NOT NUMERIC OR
              RCR-FRANCHISEE-ID NOT NUMERIC OR
              RCR-INVOICE-NUM NOT NUMERIC OR
              RCR-AMOUNT NOT NUMERIC
              MOVE "HELD - BAD RECEIPT RECORD" TO WS-RESULT
              PERFORM HOLD-REJECTED-RECEIPT
           ELSE
              IF RCR-AMOUNT = ZERO OR
                 RCR-FRANCHISEE-ID = ZERO
                 MOVE "HELD - NO AMOUNT OR FRANCHISEE" TO WS-RESULT
                 PERFORM HOLD-REJECTED-RECEIPT
              ELSE
                 IF ROT-COUNT NOT LESS THAN 3000
                    MOVE "HELD - OPEN ITEM TABLE FULL" TO WS-RESULT
                    PERFORM HOLD-REJECTED-RECEIPT
                 ELSE
                    PERFORM APPLY-GOOD-RECEIPT
                 END-IF
              END-IF
           END-IF
           MOVE RCR-RECEIPT-DATE TO PRN-RECEIPT-DATE
           MOVE RCR-FRANCHISEE-ID TO PRN-RCR-FRANCHISEE
           MOVE RCR-INVOICE-NUM TO PRN-RCR-INVOICE
           MOVE RCR-REFERENCE TO PRN-RCR-REFERENCE
           MOVE RCR-AMOUNT TO PRN-RCR-AMOUNT
           MOVE WS-APPLY-AMOUNT TO PRN-RCR-APPLIED
           MOVE WS-CASH-LEFT TO PRN-RCR-ON-ACCOUNT
           MOVE WS-RESULT TO PRN-RCR-RESULT
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC
           WRITE REGISTER-REC
           DISPLAY REGISTER-DETAIL-LINE
           .

       APPLY-GOOD-RECEIPT.
           ADD RCR-AMOUNT TO TOTAL-CASH
           MOVE RCR-AMOUNT TO WS-CASH-LEFT
           IF RCR-INVOICE-NUM = ZERO
              MOVE "ON ACCOUNT" TO WS-RESULT
           ELSE
              PERFORM APPLY-TO-INVOICE
           END-IF
           IF WS-CASH-LEFT GREATER THAN ZERO
              PERFORM ADD-ON-ACCOUNT-CREDIT
           END-IF
           MOVE CASH-RECEIPT-REC TO RCH-RECEIPT-IMAGE
           MOVE WS-RUN-DATE TO RCH-APPLY-DATE
           MOVE WS-RESULT TO RCH-RESULT
           WRITE CASH-HISTORY-REC
           .

       HOLD-REJECTED-RECEIPT.
           ADD 1 TO RECEIPTS-REJECTED
           IF HELD-COUNT LESS THAN 500
              ADD 1 TO HELD-COUNT
              MOVE CASH-RECEIPT-REC TO HELD-RECEIPT(HELD-COUNT)
           ELSE
              DISPLAY "HELD RECEIPT TABLE FULL - RECEIPT DROPPED - "
                      CASH-RECEIPT-REC
           END-IF
           .

       APPLY-TO-INVOICE.
           MOVE ZERO TO ROT-FOUND-IDX
           PERFORM VARYING ROT-IDX FROM 1 BY 1
              UNTIL ROT-IDX GREATER THAN ROT-COUNT
                   IF ROT-ITEM-TYPE(ROT-IDX) = "I" AND
                      ROT-INVOICE-NUM(ROT-IDX) = RCR-INVOICE-NUM
                      MOVE ROT-IDX TO ROT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF ROT-FOUND-IDX = ZERO
              MOVE "INVOICE NOT OPEN - ON ACCOUNT" TO WS-RESULT
           ELSE
              IF ROT-FRANCHISEE-ID(ROT-FOUND-IDX) NOT =
                 RCR-FRANCHISEE-ID
                 MOVE "FRANCHISEE MISMATCH-ON ACCOUNT" TO WS-RESULT
              ELSE
                 COMPUTE WS-BALANCE =
                    ROT-AMOUNT(ROT-FOUND-IDX) -
                    ROT-APPLIED(ROT-FOUND-IDX)
                 IF WS-CASH-LEFT LESS THAN WS-BALANCE
                    MOVE WS-CASH-LEFT TO WS-APPLY-AMOUNT
                    MOVE "PART PAYMENT" TO WS-RESULT
                 ELSE
                    MOVE WS-BALANCE TO WS-APPLY-AMOUNT
                    MOVE "PAID IN FULL" TO WS-RESULT
                 END-IF
                 ADD WS-APPLY-AMOUNT TO ROT-APPLIED(ROT-FOUND-IDX)
                 MOVE RCR-RECEIPT-DATE TO
                    ROT-LAST-PAY-DATE(ROT-FOUND-IDX)
                 ADD WS-APPLY-AMOUNT TO TOTAL-APPLIED
                 SUBTRACT WS-APPLY-AMOUNT FROM WS-CASH-LEFT
                 IF WS-CASH-LEFT GREATER THAN ZERO
                    MOVE "PAID IN FULL - EXCESS ON ACCT" TO WS-RESULT
                 END-IF
              END-IF
           END-IF
           .

       ADD-ON-ACCOUNT-CREDIT.
           ADD 1 TO ROT-COUNT
           MOVE RCR-FRANCHISEE-ID TO ROT-FRANCHISEE-ID(ROT-COUNT)
           MOVE RCR-RECEIPT-DATE TO ROT-ITEM-DATE(ROT-COUNT)
           MOVE ZERO TO ROT-INVOICE-NUM(ROT-COUNT)
           MOVE "C" TO ROT-ITEM-TYPE(ROT-COUNT)
           MOVE ZERO TO ROT-BRANCH-ID(ROT-COUNT)
           MOVE ZERO TO ROT-PERIOD(ROT-COUNT)
           MOVE WS-CASH-LEFT TO ROT-AMOUNT(ROT-COUNT)
           MOVE ZERO TO ROT-APPLIED(ROT-COUNT)
           MOVE RCR-RECEIPT-DATE TO ROT-LAST-PAY-DATE(ROT-COUNT)
           MOVE ZERO TO ROT-DUNNING-LEVEL(ROT-COUNT)
           MOVE ZERO TO ROT-LAST-DUN-DATE(ROT-COUNT)
           MOVE RCR-REFERENCE TO ROT-REFERENCE(ROT-COUNT)
           ADD WS-CASH-LEFT TO TOTAL-ON-ACCOUNT
           .

       ALLOCATE-ON-ACCOUNT.
           PERFORM VARYING ROT-IDX FROM 1 BY 1
              UNTIL ROT-IDX GREATER THAN ROT-COUNT
                   IF ROT-ITEM-TYPE(ROT-IDX) = "C" AND
                      ROT-APPLIED(ROT-IDX) LESS THAN
                         ROT-AMOUNT(ROT-IDX)
                      PERFORM ALLOCATE-ONE-CREDIT
                   END-IF
           END-PERFORM
           .

       ALLOCATE-ONE-CREDIT.
           COMPUTE WS-CREDIT-LEFT =
              ROT-AMOUNT(ROT-IDX) - ROT-APPLIED(ROT-IDX)
           PERFORM VARYING ROT-INV-IDX FROM 1 BY 1
              UNTIL ROT-INV-IDX GREATER THAN ROT-COUNT OR
                    WS-CREDIT-LEFT = ZERO
                   IF ROT-ITEM-TYPE(ROT-INV-IDX) = "I" AND
                      ROT-FRANCHISEE-ID(ROT-INV-IDX) =
                         ROT-FRANCHISEE-ID(ROT-IDX) AND
                      ROT-APPLIED(ROT-INV-IDX) LESS THAN
                         ROT-AMOUNT(ROT-INV-IDX)
                      COMPUTE WS-BALANCE =
                         ROT-AMOUNT(ROT-INV-IDX) -
                         ROT-APPLIED(ROT-INV-IDX)
                      IF WS-CREDIT-LEFT LESS THAN WS-BALANCE
                         MOVE WS-CREDIT-LEFT TO WS-APPLY-AMOUNT
                      ELSE
                         MOVE WS-BALANCE TO WS-APPLY-AMOUNT
                      END-IF
                      ADD WS-APPLY-AMOUNT TO ROT-APPLIED(ROT-INV-IDX)
                      ADD WS-APPLY-AMOUNT TO ROT-APPLIED(ROT-IDX)
                      SUBTRACT WS-APPLY-AMOUNT FROM WS-CREDIT-LEFT
                      MOVE WS-RUN-DATE TO
                         ROT-LAST-PAY-DATE(ROT-INV-IDX)
                      PERFORM PRINT-ALLOCATION
                   END-IF
           END-PERFORM
           .

       PRINT-ALLOCATION.
           MOVE WS-RUN-DATE TO PRN-RECEIPT-DATE
           MOVE ROT-FRANCHISEE-ID(ROT-IDX) TO PRN-RCR-FRANCHISEE
           MOVE ROT-INVOICE-NUM(ROT-INV-IDX) TO PRN-RCR-INVOICE
           MOVE ROT-REFERENCE(ROT-IDX) TO PRN-RCR-REFERENCE
           MOVE ZERO TO PRN-RCR-AMOUNT
           MOVE WS-APPLY-AMOUNT TO PRN-RCR-APPLIED
           MOVE WS-CREDIT-LEFT TO PRN-RCR-ON-ACCOUNT
           MOVE "ON-ACCOUNT CASH ALLOCATED" TO PRN-RCR-RESULT
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC
           WRITE REGISTER-REC
           DISPLAY REGISTER-DETAIL-LINE
           .

       SORT-OPEN-ITEMS.
           PERFORM VARYING ROT-IDX FROM 2 BY 1
              UNTIL ROT-IDX GREATER THAN ROT-COUNT
                   MOVE OPEN-ITEM-ENTRY(ROT-IDX) TO ROT-SWAP-ENTRY
                   PERFORM VARYING ROT-SORT-IDX FROM ROT-IDX BY -1
                      UNTIL ROT-SORT-IDX = 1 OR
                         OPEN-ITEM-ENTRY(ROT-SORT-IDX - 1)(1:20) NOT
                            GREATER THAN ROT-SWAP-ENTRY(1:20)
                         MOVE OPEN-ITEM-ENTRY(ROT-SORT-IDX - 1) TO
                            OPEN-ITEM-ENTRY(ROT-SORT-IDX)
                   END-PERFORM
                   MOVE ROT-SWAP-ENTRY TO OPEN-ITEM-ENTRY(ROT-SORT-IDX)
           END-PERFORM
           .

       PRINT-AGING-REPORT.
           OPEN OUTPUT AGING-FILE
           DISPLAY AGING-HEADING1
           MOVE AGING-HEADING1 TO AGING-REC
           WRITE AGING-REC
           MOVE WS-RUN-DATE TO PRN-AGING-DATE
           MOVE ROYALTY-TERMS-DAYS TO PRN-TERMS-DAYS
           MOVE AGING-HEADING2 TO AGING-REC
           WRITE AGING-REC
           MOVE AGING-HEADING3 TO AGING-REC
           WRITE AGING-REC
           MOVE ZEROS TO FRANCHISEE-BUCKETS
           MOVE ZEROS TO GRAND-BUCKETS
           MOVE ZERO TO WS-CURRENT-FRANCHISEE
           PERFORM VARYING ROT-IDX FROM 1 BY 1
              UNTIL ROT-IDX GREATER THAN ROT-COUNT
                   IF ROT-APPLIED(ROT-IDX) LESS THAN
                      ROT-AMOUNT(ROT-IDX)
                      IF ROT-FRANCHISEE-ID(ROT-IDX) NOT =
                         WS-CURRENT-FRANCHISEE AND
                         WS-CURRENT-FRANCHISEE GREATER THAN ZERO
                         PERFORM PRINT-FRANCHISEE-AGING-TOTAL
                      END-IF
                      MOVE ROT-FRANCHISEE-ID(ROT-IDX) TO
                         WS-CURRENT-FRANCHISEE
                      PERFORM AGE-ONE-ITEM
                   END-IF
           END-PERFORM
           IF WS-CURRENT-FRANCHISEE GREATER THAN ZERO
              PERFORM PRINT-FRANCHISEE-AGING-TOTAL
           END-IF
           MOVE "  ALL FRANCHISEES" TO PRN-AGE-TOTAL-LABEL
           MOVE GRD-CURRENT TO PRN-TOT-CURRENT
           MOVE GRD-30 TO PRN-TOT-30
           MOVE GRD-60 TO PRN-TOT-60
           MOVE GRD-90 TO PRN-TOT-90
           MOVE GRD-CREDIT TO PRN-TOT-CREDIT
           MOVE AGING-TOTAL-LINE TO AGING-REC
           WRITE AGING-REC
           DISPLAY AGING-TOTAL-LINE
           CLOSE AGING-FILE
           .

       AGE-ONE-ITEM.
           MOVE ZEROS TO AGE-BUCKETS
           COMPUTE WS-BALANCE =
              ROT-AMOUNT(ROT-IDX) - ROT-APPLIED(ROT-IDX)
           COMPUTE WS-ITEM-INTEGER =
              FUNCTION INTEGER-OF-DATE(ROT-ITEM-DATE(ROT-IDX))
           COMPUTE WS-DAYS-OUT = WS-TODAY-INTEGER - WS-ITEM-INTEGER
           IF ROT-ITEM-TYPE(ROT-IDX) = "C"
              COMPUTE AGE-CREDIT = ZERO - WS-BALANCE
           ELSE
              EVALUATE TRUE
                 WHEN WS-DAYS-OUT NOT GREATER THAN 30
                    MOVE WS-BALANCE TO AGE-CURRENT
                 WHEN WS-DAYS-OUT NOT GREATER THAN 60
                    MOVE WS-BALANCE TO AGE-30
                 WHEN WS-DAYS-OUT NOT GREATER THAN 90
                    MOVE WS-BALANCE TO AGE-60
                 WHEN OTHER
                    MOVE WS-BALANCE TO AGE-90
              END-EVALUATE
           END-IF
           ADD AGE-CURRENT TO FRN-CURRENT
           ADD AGE-30 TO FRN-30
           ADD AGE-60 TO FRN-60
           ADD AGE-90 TO FRN-90
           ADD AGE-CREDIT TO FRN-CREDIT
           MOVE ROT-FRANCHISEE-ID(ROT-IDX) TO PRN-AGE-FRANCHISEE
           MOVE ROT-INVOICE-NUM(ROT-IDX) TO PRN-AGE-INVOICE
           MOVE ROT-BRANCH-ID(ROT-IDX) TO PRN-AGE-BRANCH
           MOVE ROT-ITEM-DATE(ROT-IDX) TO PRN-AGE-DATE
           MOVE AGE-CURRENT TO PRN-AGE-CURRENT
           MOVE AGE-30 TO PRN-AGE-30
           MOVE AGE-60 TO PRN-AGE-60
           MOVE AGE-90 TO PRN-AGE-90
           MOVE AGE-CREDIT TO PRN-AGE-CREDIT
           MOVE AGING-DETAIL-LINE TO AGING-REC
           WRITE AGING-REC
           .

       PRINT-FRANCHISEE-AGING-TOTAL.
           MOVE SPACES TO PRN-AGE-TOTAL-LABEL
           STRING "  FRANCHISEE " DELIMITED BY SIZE
                  WS-CURRENT-FRANCHISEE DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
                  INTO PRN-AGE-TOTAL-LABEL
           MOVE FRN-CURRENT TO PRN-TOT-CURRENT
           MOVE FRN-30 TO PRN-TOT-30
           MOVE FRN-60 TO PRN-TOT-60
           MOVE FRN-90 TO PRN-TOT-90
           MOVE FRN-CREDIT TO PRN-TOT-CREDIT
           MOVE AGING-TOTAL-LINE TO AGING-REC
           WRITE AGING-REC
           DISPLAY AGING-TOTAL-LINE
           MOVE SPACES TO AGING-REC
           WRITE AGING-REC
           ADD FRN-CURRENT TO GRD-CURRENT
           ADD FRN-30 TO GRD-30
           ADD FRN-60 TO GRD-60
           ADD FRN-90 TO GRD-90
           ADD FRN-CREDIT TO GRD-CREDIT
           MOVE ZEROS TO FRANCHISEE-BUCKETS
           .

       PRINT-DUNNING-LETTERS.
           OPEN OUTPUT LETTER-FILE
           MOVE ZERO TO WS-CURRENT-FRANCHISEE
           PERFORM VARYING ROT-IDX FROM 1 BY 1
              UNTIL ROT-IDX GREATER THAN ROT-COUNT
                   IF ROT-FRANCHISEE-ID(ROT-IDX) NOT =
                      WS-CURRENT-FRANCHISEE
                      MOVE ROT-FRANCHISEE-ID(ROT-IDX) TO
                         WS-CURRENT-FRANCHISEE
                      PERFORM CHECK-LETTER-DUE
                      IF LETTER-DUE
                         PERFORM PRINT-ONE-LETTER
                      END-IF
                   END-IF
           END-PERFORM
           CLOSE LETTER-FILE
           .

       CHECK-LETTER-DUE.
           MOVE "N" TO WS-LETTER-DUE
           MOVE ZERO TO WS-LETTER-LEVEL
           MOVE ZERO TO WS-FIRST-BRANCH
           PERFORM VARYING ROT-INV-IDX FROM ROT-IDX BY 1
              UNTIL ROT-INV-IDX GREATER THAN ROT-COUNT OR
                    ROT-FRANCHISEE-ID(ROT-INV-IDX) NOT =
                       WS-CURRENT-FRANCHISEE
                   IF ROT-ITEM-TYPE(ROT-INV-IDX) = "I"
                      PERFORM CHECK-INVOICE-PAST-TERMS
                      IF WS-DAYS-OVERDUE GREATER THAN ZERO
                         IF ROT-LAST-DUN-DATE(ROT-INV-IDX) = ZERO
                            MOVE "Y" TO WS-LETTER-DUE
                         ELSE
                            COMPUTE WS-ITEM-INTEGER =
                               FUNCTION INTEGER-OF-DATE
                                  (ROT-LAST-DUN-DATE(ROT-INV-IDX))
                            IF WS-TODAY-INTEGER - WS-ITEM-INTEGER
                               NOT LESS THAN DUNNING-INTERVAL
                               MOVE "Y" TO WS-LETTER-DUE
                            END-IF
                         END-IF
                         IF ROT-DUNNING-LEVEL(ROT-INV-IDX) GREATER
                            THAN WS-LETTER-LEVEL
                            MOVE ROT-DUNNING-LEVEL(ROT-INV-IDX) TO
                               WS-LETTER-LEVEL
                         END-IF
                         IF WS-FIRST-BRANCH = ZERO
                            MOVE ROT-BRANCH-ID(ROT-INV-IDX) TO
                               WS-FIRST-BRANCH
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM
           .

       CHECK-INVOICE-PAST-TERMS.
           MOVE ZERO TO WS-DAYS-OVERDUE
           IF ROT-APPLIED(ROT-INV-IDX) LESS THAN
              ROT-AMOUNT(ROT-INV-IDX)
              COMPUTE WS-ITEM-INTEGER =
                 FUNCTION INTEGER-OF-DATE(ROT-ITEM-DATE(ROT-INV-IDX))
                 + ROYALTY-TERMS-DAYS
              COMPUTE WS-DAYS-OVERDUE =
                 WS-TODAY-INTEGER - WS-ITEM-INTEGER
           END-IF
           .

       PRINT-ONE-LETTER.
           ADD 1 TO LETTERS-PRINTED
           IF WS-LETTER-LEVEL LESS THAN 9
              ADD 1 TO WS-LETTER-LEVEL
           END-IF
           MOVE LETTER-RULE-LINE TO LETTER-REC
           WRITE LETTER-REC
           MOVE LETTER-HEADING TO LETTER-REC
           WRITE LETTER-REC
           MOVE WS-RUN-DATE TO PRN-LETTER-DATE
           MOVE LETTER-DATE-LINE TO LETTER-REC
           WRITE LETTER-REC
           MOVE WS-CURRENT-FRANCHISEE TO PRN-LETTER-FRANCHISEE
           MOVE LETTER-TO-LINE TO LETTER-REC
           WRITE LETTER-REC
           MOVE ZERO TO FRT-FOUND-IDX
           PERFORM VARYING FRT-IDX FROM 1 BY 1
              UNTIL FRT-IDX GREATER THAN FRT-COUNT
                 OR FRT-FOUND-IDX GREATER THAN ZERO
                   IF FRT-FRANCHISEE-ID(FRT-IDX) =
                      WS-CURRENT-FRANCHISEE
                      MOVE FRT-IDX TO FRT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF FRT-FOUND-IDX GREATER THAN ZERO
              PERFORM PRINT-BILLING-ADDRESS
           ELSE
              MOVE WS-FIRST-BRANCH TO BM-BRANCH-ID
              PERFORM FIND-BRANCH-NAME
              IF WS-BRANCH-NAME NOT = SPACES
                 MOVE WS-BRANCH-NAME TO PRN-LETTER-ADDRESS
                 MOVE LETTER-ADDRESS-LINE TO LETTER-REC
                 WRITE LETTER-REC
                 MOVE BM-BRANCH-ADDRESS TO PRN-LETTER-ADDRESS
                 MOVE LETTER-ADDRESS-LINE TO LETTER-REC
                 WRITE LETTER-REC
              END-IF
           END-IF
           EVALUATE WS-LETTER-LEVEL
              WHEN 1
                 MOVE "REMINDER - ROYALTIES PAST TERMS" TO
                    PRN-LETTER-LEVEL
              WHEN 2
                 MOVE "SECOND NOTICE - ROYALTIES OVERDUE" TO
                    PRN-LETTER-LEVEL
              WHEN OTHER
                 MOVE "FINAL NOTICE - ROYALTIES OVERDUE" TO
                    PRN-LETTER-LEVEL
           END-EVALUATE
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE LETTER-LEVEL-LINE TO LETTER-REC
           WRITE LETTER-REC
           MOVE LETTER-BODY-1 TO LETTER-REC
           WRITE LETTER-REC
           MOVE LETTER-BODY-2 TO LETTER-REC
           WRITE LETTER-REC
           MOVE LETTER-BODY-3 TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE LETTER-COLUMN-LINE TO LETTER-REC
           WRITE LETTER-REC
           MOVE ZERO TO WS-PAST-DUE-TOTAL
           MOVE ZERO TO WS-CREDIT-LEFT
           PERFORM VARYING ROT-INV-IDX FROM ROT-IDX BY 1
              UNTIL ROT-INV-IDX GREATER THAN ROT-COUNT OR
                    ROT-FRANCHISEE-ID(ROT-INV-IDX) NOT =
                       WS-CURRENT-FRANCHISEE
                   IF ROT-ITEM-TYPE(ROT-INV-IDX) = "I"
                      PERFORM CHECK-INVOICE-PAST-TERMS
                      IF WS-DAYS-OVERDUE GREATER THAN ZERO
                         PERFORM PRINT-LETTER-INVOICE
                      END-IF
                   ELSE
                      COMPUTE WS-CREDIT-LEFT = WS-CREDIT-LEFT +
                         ROT-AMOUNT(ROT-INV-IDX) -
                         ROT-APPLIED(ROT-INV-IDX)
                   END-IF
           END-PERFORM
           MOVE "  TOTAL PAST DUE" TO PRN-LTR-TOTAL-LABEL
           MOVE WS-PAST-DUE-TOTAL TO PRN-LTR-TOTAL
           MOVE LETTER-TOTAL-LINE TO LETTER-REC
           WRITE LETTER-REC
           IF WS-CREDIT-LEFT GREATER THAN ZERO
              MOVE "  LESS UNALLOCATED CASH HELD ON ACCOUNT" TO
                 PRN-LTR-TOTAL-LABEL
              MOVE WS-CREDIT-LEFT TO PRN-LTR-TOTAL
              MOVE LETTER-TOTAL-LINE TO LETTER-REC
              WRITE LETTER-REC
           END-IF
           MOVE LETTER-RULE-LINE TO LETTER-REC
           WRITE LETTER-REC
           .

       PRINT-BILLING-ADDRESS.
           MOVE FRT-LEGAL-NAME(FRT-FOUND-IDX) TO PRN-LETTER-ADDRESS
           MOVE LETTER-ADDRESS-LINE TO LETTER-REC
           WRITE LETTER-REC
           PERFORM VARYING FRT-LINE-IDX FROM 1 BY 1
              UNTIL FRT-LINE-IDX GREATER THAN 3
                   IF FRT-BILL-ADDRESS(FRT-FOUND-IDX, FRT-LINE-IDX)
                      NOT = SPACES
                      MOVE FRT-BILL-ADDRESS(FRT-FOUND-IDX, FRT-LINE-IDX)
                         TO PRN-LETTER-ADDRESS
                      MOVE LETTER-ADDRESS-LINE TO LETTER-REC
                      WRITE LETTER-REC
                   END-IF
           END-PERFORM
           IF FRT-CONTACT-NAME(FRT-FOUND-IDX) NOT = SPACES
              MOVE SPACES TO PRN-LETTER-ADDRESS
              STRING "ATTN " DELIMITED BY SIZE
                     FRT-CONTACT-NAME(FRT-FOUND-IDX) DELIMITED BY SIZE
                     INTO PRN-LETTER-ADDRESS
              MOVE LETTER-ADDRESS-LINE TO LETTER-REC
              WRITE LETTER-REC
           END-IF
           .

       PRINT-LETTER-INVOICE.
           COMPUTE WS-BALANCE =
              ROT-AMOUNT(ROT-INV-IDX) - ROT-APPLIED(ROT-INV-IDX)
           ADD WS-BALANCE TO WS-PAST-DUE-TOTAL
           MOVE ROT-BRANCH-ID(ROT-INV-IDX) TO BM-BRANCH-ID
           PERFORM FIND-BRANCH-NAME
           MOVE ROT-INVOICE-NUM(ROT-INV-IDX) TO PRN-LTR-INVOICE
           MOVE WS-BRANCH-NAME TO PRN-LTR-BRANCH-NAME
           MOVE ROT-ITEM-DATE(ROT-INV-IDX) TO PRN-LTR-DATE
           MOVE WS-DAYS-OVERDUE TO PRN-LTR-DAYS-OVER
           MOVE WS-BALANCE TO PRN-LTR-BALANCE
           MOVE LETTER-DETAIL-LINE TO LETTER-REC
           WRITE LETTER-REC
           MOVE WS-LETTER-LEVEL TO ROT-DUNNING-LEVEL(ROT-INV-IDX)
           MOVE WS-RUN-DATE TO ROT-LAST-DUN-DATE(ROT-INV-IDX)
           .

       FIND-BRANCH-NAME.
           MOVE SPACES TO WS-BRANCH-NAME
           IF BM-AVAILABLE
              READ BRANCH-MASTER-FILE
                 INVALID KEY
                    MOVE SPACES TO WS-BRANCH-NAME
                 NOT INVALID KEY
                    MOVE BM-BRANCH-NAME TO WS-BRANCH-NAME
              END-READ
           END-IF
           .

       SAVE-OPEN-ITEMS.
           OPEN EXTEND CLOSED-ITEM-FILE
           IF WS-ROC-STATUS = "35"
              OPEN OUTPUT CLOSED-ITEM-FILE
           END-IF
           OPEN OUTPUT OPEN-ITEM-FILE
           PERFORM VARYING ROT-IDX FROM 1 BY 1
              UNTIL ROT-IDX GREATER THAN ROT-COUNT
                   MOVE ROT-ITEM-TYPE(ROT-IDX) TO ROI-ITEM-TYPE
                   MOVE ROT-INVOICE-NUM(ROT-IDX) TO ROI-INVOICE-NUM
                   MOVE ROT-FRANCHISEE-ID(ROT-IDX) TO
                      ROI-FRANCHISEE-ID
                   MOVE ROT-BRANCH-ID(ROT-IDX) TO ROI-BRANCH-ID
                   MOVE ROT-PERIOD(ROT-IDX) TO ROI-PERIOD
                   MOVE ROT-ITEM-DATE(ROT-IDX) TO ROI-ITEM-DATE
                   MOVE ROT-AMOUNT(ROT-IDX) TO ROI-AMOUNT
                   MOVE ROT-APPLIED(ROT-IDX) TO ROI-APPLIED
                   MOVE ROT-LAST-PAY-DATE(ROT-IDX) TO
                      ROI-LAST-PAY-DATE
                   MOVE ROT-DUNNING-LEVEL(ROT-IDX) TO
                      ROI-DUNNING-LEVEL
                   MOVE ROT-LAST-DUN-DATE(ROT-IDX) TO
                      ROI-LAST-DUN-DATE
                   MOVE ROT-REFERENCE(ROT-IDX) TO ROI-REFERENCE
                   IF ROT-APPLIED(ROT-IDX) LESS THAN
                      ROT-AMOUNT(ROT-IDX)
                      WRITE OPEN-ITEM-REC
                   ELSE
                      MOVE OPEN-ITEM-REC TO ROC-ITEM-IMAGE
                      MOVE WS-RUN-DATE TO ROC-CLOSE-DATE
                      WRITE CLOSED-ITEM-REC
                      ADD 1 TO ITEMS-CLOSED
                   END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE
           CLOSE CLOSED-ITEM-FILE
           .
