       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-RECON.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE ASSIGN TO "bank_deposits.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEP-STATUS.
           SELECT CASH-UP-FILE ASSIGN TO "cash_up.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CSH-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "business_calendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "deposit_recon_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSIT-FILE.
       01 DEPOSIT-HEADER-REC.
          88 END-OF-DEPOSIT-FILE                       VALUE HIGH-VALUES
           .
          05 BDH-REC-TYPE           PIC X.
          05 BDH-FILE-DATE          PIC 9(8).
          05 BDH-SOURCE             PIC X(8).
          05 FILLER                 PIC X(38).
       01 DEPOSIT-DETAIL-REC.
          05 BDD-REC-TYPE           PIC X.
          05 BDD-BANK-REF           PIC X(12).
          05 BDD-BRANCH-ID          PIC 9(7).
          05 BDD-DEPOSIT-DATE       PIC 9(8).
          05 BDD-COVER-FROM         PIC 9(8).
          05 BDD-COVER-TO           PIC 9(8).
          05 BDD-AMOUNT             PIC 9(9)V99.
       01 DEPOSIT-TRAILER-REC.
          05 BDT-REC-TYPE           PIC X.
          05 BDT-RECORD-COUNT       PIC 9(9).
          05 BDT-AMOUNT-TOTAL       PIC 9(11)V99.
          05 FILLER                 PIC X(32).

       FD CASH-UP-FILE.
       01 CASH-UP-REC.
          88 END-OF-CASH-UP-FILE                       VALUE HIGH-VALUES
           .
          05 CU-BRANCH-ID           PIC 9(7).
          05 CU-REGISTER-NUM        PIC 9(3).
          05 CU-TRAN-DATE           PIC 9(8).
          05 CU-DECLARED-AMOUNT     PIC S9(7)V99.

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

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DEP-STATUS             PIC XX.
       01 WS-CSH-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-CAL-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 WS-BM-AVAILABLE           PIC X        VALUE "N".
          88 BM-FILE-AVAILABLE                   VALUE "Y".
       01 DEPOSIT-DAYS              PIC 9(3)     VALUE 2.
       01 WS-DAYS-SOURCE            PIC X(7)     VALUE "DEFAULT".
       01 DEPOSIT-TOLERANCE         PIC 9(5)V99  VALUE ZERO.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-TODAY-INTEGER          PIC 9(9).
       01 WS-DAY-INTEGER            PIC 9(9).
       01 WS-BUSDAY-COUNT           PIC 9(5).
       01 WS-DATE-BUSINESS          PIC X.
          88 DATE-IS-BUSINESS                VALUE "Y".
       01 CALENDAR-TABLE.
          05 CAL-TBL-ENTRY OCCURS 800 TIMES.
             10 CAL-TBL-INTEGER     PIC 9(9).
             10 CAL-TBL-BUSINESS    PIC X.
       01 CAL-COUNT                 PIC 9(3) VALUE ZERO.
       01 CAL-IDX                   PIC 9(3).

       01 DECLARED-TABLE.
          05 DECLARED-ENTRY OCCURS 5000 TIMES.
             10 DCL-BRANCH-ID       PIC 9(7).
             10 DCL-TRAN-DATE       PIC 9(8).
             10 DCL-DECLARED        PIC S9(9)V99.
             10 DCL-DEPOSIT-IDX     PIC 9(4).
       01 DCL-COUNT                 PIC 9(4)     VALUE ZERO.
       01 DCL-IDX                   PIC 9(4).
       01 DCL-FOUND-IDX             PIC 9(4).
       01 DCL-SORT-IDX              PIC 9(4).
       01 DCL-SWAP-ENTRY            PIC X(30).
       01 WS-DCL-OVERFLOW           PIC X        VALUE "N".
          88 DCL-OVERFLOW                        VALUE "Y".

       01 DEPOSIT-TABLE.
          05 DEPOSIT-ENTRY OCCURS 2000 TIMES.
             10 DPT-DEPOSIT-DATE    PIC 9(8).
             10 DPT-BANK-REF        PIC X(12).
             10 DPT-BRANCH-ID       PIC 9(7).
             10 DPT-COVER-FROM      PIC 9(8).
             10 DPT-COVER-TO        PIC 9(8).
             10 DPT-AMOUNT          PIC 9(9)V99.
             10 DPT-DECLARED        PIC S9(9)V99.
             10 DPT-STATUS          PIC X.
                88 DPT-MATCHED                   VALUE "M".
                88 DPT-UNIDENTIFIED              VALUE "U".
             10 DPT-REASON          PIC X(30).
       01 DPT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 DPT-IDX                   PIC 9(4).
       01 DPT-SORT-IDX              PIC 9(4).
       01 DPT-SWAP-ENTRY            PIC X(96).
       01 WS-DPT-OVERFLOW           PIC X        VALUE "N".
          88 DPT-OVERFLOW                        VALUE "Y".
       01 WS-BATCH-COUNT            PIC 9(9)     VALUE ZERO.
       01 WS-BATCH-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01 WS-BATCH-OPEN             PIC X        VALUE "N".
          88 BATCH-OPEN                          VALUE "Y".
       01 BAD-BATCH-COUNT           PIC 9(4)     VALUE ZERO.
       01 BAD-DETAIL-COUNT          PIC 9(4)     VALUE ZERO.

       01 EVENT-TABLE.
          05 EVENT-ENTRY OCCURS 7000 TIMES.
             10 EVT-BRANCH-ID       PIC 9(7).
             10 EVT-DATE            PIC 9(8).
             10 EVT-KIND            PIC X.
                88 EVT-DEPOSIT                   VALUE "D".
                88 EVT-UNBANKED                  VALUE "U".
             10 EVT-REF-IDX         PIC 9(4).
       01 EVT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 EVT-IDX                   PIC 9(4).
       01 EVT-SORT-IDX              PIC 9(4).
       01 EVT-SWAP-ENTRY            PIC X(20).

       01 WS-PREV-BRANCH            PIC 9(7)     VALUE ZERO.
       01 WS-DIFFERENCE             PIC S9(9)V99.
       01 WS-ABS-DIFFERENCE         PIC 9(9)V99.
       01 WS-CARRIED                PIC S9(9)V99.
       01 WS-DATES-COVERED          PIC 9(4).
       01 WS-NOTE                   PIC X(22).
       01 PRN-NOTE-DAYS             PIC ZZZ9.
       01 MISSING-COUNT             PIC 9(5)     VALUE ZERO.
       01 MISSING-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 PENDING-COUNT             PIC 9(5)     VALUE ZERO.
       01 DIFFER-COUNT              PIC 9(5)     VALUE ZERO.
       01 DIFFER-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01 MATCHED-COUNT             PIC 9(5)     VALUE ZERO.
       01 UNIDENTIFIED-COUNT        PIC 9(5)     VALUE ZERO.
       01 UNIDENTIFIED-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01 CHAIN-CARRIED             PIC S9(11)V99 VALUE ZERO.

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Bank Deposit Reconciliation".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(36)
                                                       VALUE
             "  Missing after business days -".
          05 PRN-DEPOSIT-DAYS       PIC ZZ9.
          05 FILLER                 PIC X(11)
                                                       VALUE
             "   Run date".
          05 PRN-RUN-DATE           PIC B(2)9(8).
       01 REPORT-HEADING3           PIC X(110)
                                                       VALUE
             "Branch   Date      Cover To  Bank Ref          Declared
      -      "      Deposited     Difference        Carried   Note".
       01 DETAIL-LINE.
          05 PRN-BRANCH-ID          PIC 9(7).
          05 PRN-DATE               PIC B(2)9(8).
          05 PRN-COVER-TO           PIC B(2)X(8).
          05 PRN-BANK-REF           PIC B(2)X(12).
          05 PRN-DECLARED           PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-DEPOSITED          PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-DIFFERENCE         PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-CARRIED            PIC B(2)Z,ZZZ,ZZ9.99-.
          05 PRN-NOTE               PIC B(2)X(22).
       01 BRANCH-TOTAL-LINE.
          05 FILLER                 PIC X(30)
                                                       VALUE
             "  BRANCH CARRIED DIFFERENCE".
          05 PRN-BRANCH-TOTAL-ID    PIC 9(7).
          05 PRN-BRANCH-CARRIED     PIC B(2)$$$,$$$,$$9.99-.
       01 UNIDENTIFIED-HEADING      PIC X(40)
                                                       VALUE
             "  UNIDENTIFIED DEPOSITS".
       01 UNIDENTIFIED-HEADING2     PIC X(60)
                                                       VALUE
             "  Bank Ref      Branch   Deposited       Amount   Reason".
       01 UNIDENTIFIED-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-UNK-BANK-REF       PIC X(12).
          05 PRN-UNK-BRANCH         PIC B(2)9(7).
          05 PRN-UNK-DATE           PIC B(2)9(8).
          05 PRN-UNK-AMOUNT         PIC B(2)Z,ZZZ,ZZ9.99.
          05 PRN-UNK-REASON         PIC B(3)X(30).
       01 TOTAL-LINE.
          05 PRN-TOTAL-LABEL        PIC X(36).
          05 PRN-TOTAL-COUNT        PIC ZZ,ZZ9.
          05 PRN-TOTAL-AMOUNT       PIC B(2)$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM LOAD-DECLARATIONS
           IF DCL-OVERFLOW
              DISPLAY "CASH-UP DECLARATIONS EXCEED 5000 BRANCH DAYS"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-DEPOSIT-FILE
           IF DPT-OVERFLOW
              DISPLAY "DEPOSIT FILE EXCEEDS 2000 DEPOSITS"
                      " - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF BAD-BATCH-COUNT GREATER THAN ZERO OR
              BAD-DETAIL-COUNT GREATER THAN ZERO
              DISPLAY "DEPOSIT FILE FAILS TRAILER CHECK - BATCHES "
                      BAD-BATCH-COUNT " BAD DETAILS "
                      BAD-DETAIL-COUNT
              DISPLAY "RUN ABANDONED - NOTHING RECONCILED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF DCL-COUNT = ZERO AND DPT-COUNT = ZERO
              DISPLAY "NO CASH-UP DECLARATIONS OR DEPOSITS ON HAND"
              STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS = "00"
              SET BM-FILE-AVAILABLE TO TRUE
           END-IF
           PERFORM SORT-DECLARATIONS
           PERFORM SORT-DEPOSITS
           PERFORM VARYING DPT-IDX FROM 1 BY 1
              UNTIL DPT-IDX GREATER THAN DPT-COUNT
                   PERFORM MATCH-ONE-DEPOSIT
           END-PERFORM
           IF BM-FILE-AVAILABLE
              CLOSE BRANCH-MASTER-FILE
           END-IF
           PERFORM BUILD-EVENT-TABLE
           PERFORM SORT-EVENTS
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           MOVE DEPOSIT-DAYS TO PRN-DEPOSIT-DAYS
           MOVE WS-RUN-DATE TO PRN-RUN-DATE
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING3
           MOVE ZERO TO WS-PREV-BRANCH
           MOVE ZERO TO WS-CARRIED
           PERFORM VARYING EVT-IDX FROM 1 BY 1
              UNTIL EVT-IDX GREATER THAN EVT-COUNT
                   IF WS-PREV-BRANCH NOT = ZERO AND
                      EVT-BRANCH-ID(EVT-IDX) NOT = WS-PREV-BRANCH
                      PERFORM PRINT-BRANCH-TOTAL
                   END-IF
                   MOVE EVT-BRANCH-ID(EVT-IDX) TO WS-PREV-BRANCH
                   IF EVT-DEPOSIT(EVT-IDX)
                      PERFORM PRINT-DEPOSIT-LINE
                   ELSE
                      PERFORM PRINT-UNBANKED-LINE
                   END-IF
           END-PERFORM
           IF WS-PREV-BRANCH NOT = ZERO
              PERFORM PRINT-BRANCH-TOTAL
           END-IF
           PERFORM PRINT-UNIDENTIFIED-DEPOSITS
           PERFORM PRINT-RECON-TOTALS
           CLOSE REPORT-FILE
           IF MISSING-COUNT GREATER THAN ZERO OR
              DIFFER-COUNT GREATER THAN ZERO OR
              UNIDENTIFIED-COUNT GREATER THAN ZERO
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
                      IF PRM-NAME = "DEPOSIT-DAYS" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO
                         MOVE PRM-VALUE TO DEPOSIT-DAYS
                         MOVE "FILE" TO WS-DAYS-SOURCE
                      END-IF
                      IF PRM-NAME = "DEPOSIT-TOLERANCE" AND
                         PRM-VALUE NUMERIC
                         MOVE PRM-VALUE TO DEPOSIT-TOLERANCE
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-PARAMS-FILE
           END-IF
           DISPLAY "DEPOSIT-DAYS        = " DEPOSIT-DAYS
                   " (" WS-DAYS-SOURCE ")"
           .

       LOAD-BUSINESS-CALENDAR.
           MOVE ZERO TO CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
              READ CALENDAR-FILE
              AT END
                 SET END-OF-CALENDAR-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CALENDAR-FILE
                      IF CAL-DATE NUMERIC AND
                         CAL-DATE GREATER THAN ZERO AND
                         CAL-COUNT LESS THAN 800
                         ADD 1 TO CAL-COUNT
                         COMPUTE CAL-TBL-INTEGER(CAL-COUNT) =
                            FUNCTION INTEGER-OF-DATE(CAL-DATE)
                         MOVE CAL-BUSINESS-DAY TO
                            CAL-TBL-BUSINESS(CAL-COUNT)
                      END-IF
                      READ CALENDAR-FILE
                      AT END
                         SET END-OF-CALENDAR-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF
           .

       LOAD-DECLARATIONS.
           MOVE ZERO TO DCL-COUNT
           OPEN INPUT CASH-UP-FILE
           IF WS-CSH-STATUS = "00"
              READ CASH-UP-FILE
              AT END
                 SET END-OF-CASH-UP-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CASH-UP-FILE
                      IF CU-BRANCH-ID NUMERIC AND
                         CU-TRAN-DATE NUMERIC AND
                         CU-DECLARED-AMOUNT NUMERIC
                         PERFORM BUFFER-DECLARATION
                      ELSE
                         DISPLAY "BAD CASH-UP RECORD DROPPED - "
                                 CASH-UP-REC(1:18)
                      END-IF
                      READ CASH-UP-FILE
                      AT END
                         SET END-OF-CASH-UP-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CASH-UP-FILE
           END-IF
           .

       BUFFER-DECLARATION.
           MOVE ZERO TO DCL-FOUND-IDX
           PERFORM VARYING DCL-IDX FROM 1 BY 1
              UNTIL DCL-IDX GREATER THAN DCL-COUNT
                   IF DCL-BRANCH-ID(DCL-IDX) = CU-BRANCH-ID AND
                      DCL-TRAN-DATE(DCL-IDX) = CU-TRAN-DATE
                      MOVE DCL-IDX TO DCL-FOUND-IDX
                   END-IF
           END-PERFORM
           IF DCL-FOUND-IDX GREATER THAN ZERO
              ADD CU-DECLARED-AMOUNT TO DCL-DECLARED(DCL-FOUND-IDX)
           ELSE
              IF DCL-COUNT LESS THAN 5000
                 ADD 1 TO DCL-COUNT
                 MOVE CU-BRANCH-ID TO DCL-BRANCH-ID(DCL-COUNT)
                 MOVE CU-TRAN-DATE TO DCL-TRAN-DATE(DCL-COUNT)
                 MOVE CU-DECLARED-AMOUNT TO DCL-DECLARED(DCL-COUNT)
                 MOVE ZERO TO DCL-DEPOSIT-IDX(DCL-COUNT)
              ELSE
                 SET DCL-OVERFLOW TO TRUE
              END-IF
           END-IF
           .

       LOAD-DEPOSIT-FILE.
           MOVE ZERO TO DPT-COUNT
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEP-STATUS = "00"
              READ DEPOSIT-FILE
              AT END
                 SET END-OF-DEPOSIT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-DEPOSIT-FILE
                      EVALUATE BDD-REC-TYPE
                         WHEN "H"
                            IF BATCH-OPEN
                               ADD 1 TO BAD-BATCH-COUNT
                               DISPLAY "DEPOSIT BATCH HAS NO TRAILER"
                            END-IF
                            MOVE "Y" TO WS-BATCH-OPEN
                            MOVE ZERO TO WS-BATCH-COUNT
                            MOVE ZERO TO WS-BATCH-TOTAL
                         WHEN "D"
                            PERFORM BUFFER-DEPOSIT-DETAIL
                         WHEN "T"
                            PERFORM CHECK-DEPOSIT-TRAILER
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                      READ DEPOSIT-FILE
                      AT END
                         SET END-OF-DEPOSIT-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE DEPOSIT-FILE
              IF BATCH-OPEN
                 ADD 1 TO BAD-BATCH-COUNT
                 DISPLAY "DEPOSIT BATCH HAS NO TRAILER"
              END-IF
           ELSE
              DISPLAY "NO BANK DEPOSIT FILE ON HAND"
           END-IF
           .

       BUFFER-DEPOSIT-DETAIL.
           IF BDD-DEPOSIT-DATE NUMERIC AND
              BDD-AMOUNT NUMERIC
              ADD 1 TO WS-BATCH-COUNT
              ADD BDD-AMOUNT TO WS-BATCH-TOTAL
              IF DPT-COUNT LESS THAN 2000
                 ADD 1 TO DPT-COUNT
                 MOVE BDD-DEPOSIT-DATE TO
                    DPT-DEPOSIT-DATE(DPT-COUNT)
                 MOVE BDD-BANK-REF TO DPT-BANK-REF(DPT-COUNT)
                 IF BDD-BRANCH-ID NUMERIC
                    MOVE BDD-BRANCH-ID TO DPT-BRANCH-ID(DPT-COUNT)
                 ELSE
                    MOVE ZERO TO DPT-BRANCH-ID(DPT-COUNT)
                 END-IF
                 IF BDD-COVER-FROM NUMERIC
                    MOVE BDD-COVER-FROM TO DPT-COVER-FROM(DPT-COUNT)
                 ELSE
                    MOVE ZERO TO DPT-COVER-FROM(DPT-COUNT)
                 END-IF
                 IF BDD-COVER-TO NUMERIC
                    MOVE BDD-COVER-TO TO DPT-COVER-TO(DPT-COUNT)
                 ELSE
                    MOVE ZERO TO DPT-COVER-TO(DPT-COUNT)
                 END-IF
                 MOVE BDD-AMOUNT TO DPT-AMOUNT(DPT-COUNT)
                 MOVE ZERO TO DPT-DECLARED(DPT-COUNT)
                 MOVE SPACE TO DPT-STATUS(DPT-COUNT)
                 MOVE SPACES TO DPT-REASON(DPT-COUNT)
              ELSE
                 SET DPT-OVERFLOW TO TRUE
              END-IF
           ELSE
              ADD 1 TO BAD-DETAIL-COUNT
              DISPLAY "BAD DEPOSIT RECORD - "
                      DEPOSIT-DETAIL-REC(1:50)
           END-IF
           .

       CHECK-DEPOSIT-TRAILER.
           IF NOT BATCH-OPEN OR
              BDT-RECORD-COUNT NOT NUMERIC OR
              BDT-AMOUNT-TOTAL NOT NUMERIC
              ADD 1 TO BAD-BATCH-COUNT
              DISPLAY "DEPOSIT TRAILER WITHOUT HEADER OR NOT NUMERIC"
           ELSE
              IF BDT-RECORD-COUNT NOT = WS-BATCH-COUNT OR
                 BDT-AMOUNT-TOTAL NOT = WS-BATCH-TOTAL
                 ADD 1 TO BAD-BATCH-COUNT
                 DISPLAY "DEPOSIT BATCH OUT OF BALANCE - COUNT "
                         BDT-RECORD-COUNT " READ " WS-BATCH-COUNT
              END-IF
           END-IF
           MOVE "N" TO WS-BATCH-OPEN
           .

       SORT-DECLARATIONS.
           PERFORM VARYING DCL-IDX FROM 2 BY 1
              UNTIL DCL-IDX GREATER THAN DCL-COUNT
                   MOVE DECLARED-ENTRY(DCL-IDX) TO DCL-SWAP-ENTRY
                   PERFORM VARYING DCL-SORT-IDX FROM DCL-IDX BY -1
                      UNTIL DCL-SORT-IDX = 1 OR
                         DECLARED-ENTRY(DCL-SORT-IDX - 1)(1:15)
                            NOT GREATER THAN DCL-SWAP-ENTRY(1:15)
                         MOVE DECLARED-ENTRY(DCL-SORT-IDX - 1) TO
                            DECLARED-ENTRY(DCL-SORT-IDX)
                   END-PERFORM
                   MOVE DCL-SWAP-ENTRY TO DECLARED-ENTRY(DCL-SORT-IDX)
           END-PERFORM
           .

       SORT-DEPOSITS.
           PERFORM VARYING DPT-IDX FROM 2 BY 1
              UNTIL DPT-IDX GREATER THAN DPT-COUNT
                   MOVE DEPOSIT-ENTRY(DPT-IDX) TO DPT-SWAP-ENTRY
                   PERFORM VARYING DPT-SORT-IDX FROM DPT-IDX BY -1
                      UNTIL DPT-SORT-IDX = 1 OR
                         DEPOSIT-ENTRY(DPT-SORT-IDX - 1)(1:8)
                            NOT GREATER THAN DPT-SWAP-ENTRY(1:8)
                         MOVE DEPOSIT-ENTRY(DPT-SORT-IDX - 1) TO
                            DEPOSIT-ENTRY(DPT-SORT-IDX)
                   END-PERFORM
                   MOVE DPT-SWAP-ENTRY TO DEPOSIT-ENTRY(DPT-SORT-IDX)
           END-PERFORM
           .

       MATCH-ONE-DEPOSIT.
           MOVE ZERO TO WS-DATES-COVERED
           IF DPT-BRANCH-ID(DPT-IDX) = ZERO
              MOVE "NO BRANCH ON DEPOSIT" TO DPT-REASON(DPT-IDX)
           ELSE
              IF BM-FILE-AVAILABLE
                 MOVE DPT-BRANCH-ID(DPT-IDX) TO BM-BRANCH-ID
                 READ BRANCH-MASTER-FILE
                    INVALID KEY
                       MOVE "BRANCH NOT ON BRANCH MASTER" TO
                          DPT-REASON(DPT-IDX)
                 END-READ
              END-IF
           END-IF
           IF DPT-REASON(DPT-IDX) = SPACES
              IF DPT-COVER-FROM(DPT-IDX) = ZERO AND
                 DPT-COVER-TO(DPT-IDX) = ZERO
                 PERFORM COVER-OLDEST-DECLARATION
              ELSE
                 IF DPT-COVER-FROM(DPT-IDX) = ZERO
                    MOVE DPT-COVER-TO(DPT-IDX) TO
                       DPT-COVER-FROM(DPT-IDX)
                 END-IF
                 IF DPT-COVER-TO(DPT-IDX) = ZERO
                    MOVE DPT-COVER-FROM(DPT-IDX) TO
                       DPT-COVER-TO(DPT-IDX)
                 END-IF
                 PERFORM COVER-DECLARATION-RANGE
              END-IF
              IF WS-DATES-COVERED = ZERO
                 MOVE "NO UNBANKED CASH-UP TO COVER" TO
                    DPT-REASON(DPT-IDX)
              END-IF
           END-IF
           IF DPT-REASON(DPT-IDX) = SPACES
              SET DPT-MATCHED(DPT-IDX) TO TRUE
              ADD 1 TO MATCHED-COUNT
           ELSE
              SET DPT-UNIDENTIFIED(DPT-IDX) TO TRUE
              ADD 1 TO UNIDENTIFIED-COUNT
              ADD DPT-AMOUNT(DPT-IDX) TO UNIDENTIFIED-TOTAL
           END-IF
           .

       COVER-OLDEST-DECLARATION.
           MOVE ZERO TO DCL-FOUND-IDX
           PERFORM VARYING DCL-IDX FROM 1 BY 1
              UNTIL DCL-IDX GREATER THAN DCL-COUNT OR
                    DCL-FOUND-IDX GREATER THAN ZERO
                   IF DCL-BRANCH-ID(DCL-IDX) = DPT-BRANCH-ID(DPT-IDX)
                      AND
                      DCL-DEPOSIT-IDX(DCL-IDX) = ZERO AND
                      DCL-TRAN-DATE(DCL-IDX) NOT GREATER THAN
                         DPT-DEPOSIT-DATE(DPT-IDX)
                      MOVE DCL-IDX TO DCL-FOUND-IDX
                   END-IF
           END-PERFORM
           IF DCL-FOUND-IDX GREATER THAN ZERO
              MOVE DPT-IDX TO DCL-DEPOSIT-IDX(DCL-FOUND-IDX)
              ADD DCL-DECLARED(DCL-FOUND-IDX) TO
                 DPT-DECLARED(DPT-IDX)
              MOVE DCL-TRAN-DATE(DCL-FOUND-IDX) TO
                 DPT-COVER-FROM(DPT-IDX)
              MOVE DCL-TRAN-DATE(DCL-FOUND-IDX) TO
                 DPT-COVER-TO(DPT-IDX)
              ADD 1 TO WS-DATES-COVERED
           END-IF
           .

       COVER-DECLARATION-RANGE.
           PERFORM VARYING DCL-IDX FROM 1 BY 1
              UNTIL DCL-IDX GREATER THAN DCL-COUNT
                   IF DCL-BRANCH-ID(DCL-IDX) = DPT-BRANCH-ID(DPT-IDX)
                      AND
                      DCL-DEPOSIT-IDX(DCL-IDX) = ZERO AND
                      DCL-TRAN-DATE(DCL-IDX) NOT LESS THAN
                         DPT-COVER-FROM(DPT-IDX) AND
                      DCL-TRAN-DATE(DCL-IDX) NOT GREATER THAN
                         DPT-COVER-TO(DPT-IDX)
                      MOVE DPT-IDX TO DCL-DEPOSIT-IDX(DCL-IDX)
                      ADD DCL-DECLARED(DCL-IDX) TO
                         DPT-DECLARED(DPT-IDX)
                      ADD 1 TO WS-DATES-COVERED
                   END-IF
           END-PERFORM
           .

       BUILD-EVENT-TABLE.
           MOVE ZERO TO EVT-COUNT
           PERFORM VARYING DPT-IDX FROM 1 BY 1
              UNTIL DPT-IDX GREATER THAN DPT-COUNT
                   IF DPT-MATCHED(DPT-IDX)
                      ADD 1 TO EVT-COUNT
                      MOVE DPT-BRANCH-ID(DPT-IDX) TO
                         EVT-BRANCH-ID(EVT-COUNT)
                      MOVE DPT-COVER-FROM(DPT-IDX) TO
                         EVT-DATE(EVT-COUNT)
                      MOVE "D" TO EVT-KIND(EVT-COUNT)
                      MOVE DPT-IDX TO EVT-REF-IDX(EVT-COUNT)
                   END-IF
           END-PERFORM
           PERFORM VARYING DCL-IDX FROM 1 BY 1
              UNTIL DCL-IDX GREATER THAN DCL-COUNT
                   IF DCL-DEPOSIT-IDX(DCL-IDX) = ZERO
                      ADD 1 TO EVT-COUNT
                      MOVE DCL-BRANCH-ID(DCL-IDX) TO
                         EVT-BRANCH-ID(EVT-COUNT)
                      MOVE DCL-TRAN-DATE(DCL-IDX) TO
                         EVT-DATE(EVT-COUNT)
                      MOVE "U" TO EVT-KIND(EVT-COUNT)
                      MOVE DCL-IDX TO EVT-REF-IDX(EVT-COUNT)
                   END-IF
           END-PERFORM
           .

       SORT-EVENTS.
           PERFORM VARYING EVT-IDX FROM 2 BY 1
              UNTIL EVT-IDX GREATER THAN EVT-COUNT
                   MOVE EVENT-ENTRY(EVT-IDX) TO EVT-SWAP-ENTRY
                   PERFORM VARYING EVT-SORT-IDX FROM EVT-IDX BY -1
                      UNTIL EVT-SORT-IDX = 1 OR
                         EVENT-ENTRY(EVT-SORT-IDX - 1)(1:16)
                            NOT GREATER THAN EVT-SWAP-ENTRY(1:16)
                         MOVE EVENT-ENTRY(EVT-SORT-IDX - 1) TO
                            EVENT-ENTRY(EVT-SORT-IDX)
                   END-PERFORM
                   MOVE EVT-SWAP-ENTRY TO EVENT-ENTRY(EVT-SORT-IDX)
           END-PERFORM
           .

       PRINT-DEPOSIT-LINE.
           MOVE EVT-REF-IDX(EVT-IDX) TO DPT-IDX
           COMPUTE WS-DIFFERENCE =
              DPT-AMOUNT(DPT-IDX) - DPT-DECLARED(DPT-IDX)
           ADD WS-DIFFERENCE TO WS-CARRIED
           MOVE SPACES TO WS-NOTE
           IF WS-DIFFERENCE LESS THAN ZERO
              COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
              MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
           IF WS-ABS-DIFFERENCE GREATER THAN DEPOSIT-TOLERANCE
              MOVE "DIFFERS FROM DECLARED" TO WS-NOTE
              ADD 1 TO DIFFER-COUNT
              ADD WS-DIFFERENCE TO DIFFER-TOTAL
           END-IF
           MOVE DPT-BRANCH-ID(DPT-IDX) TO PRN-BRANCH-ID
           MOVE DPT-COVER-FROM(DPT-IDX) TO PRN-DATE
           MOVE SPACES TO PRN-COVER-TO
           IF DPT-COVER-TO(DPT-IDX) NOT = DPT-COVER-FROM(DPT-IDX)
              MOVE DPT-COVER-TO(DPT-IDX) TO PRN-COVER-TO
           END-IF
           MOVE DPT-BANK-REF(DPT-IDX) TO PRN-BANK-REF
           MOVE DPT-DECLARED(DPT-IDX) TO PRN-DECLARED
           MOVE DPT-AMOUNT(DPT-IDX) TO PRN-DEPOSITED
           MOVE WS-DIFFERENCE TO PRN-DIFFERENCE
           MOVE WS-CARRIED TO PRN-CARRIED
           MOVE WS-NOTE TO PRN-NOTE
           PERFORM WRITE-DETAIL-LINE
           .

       PRINT-UNBANKED-LINE.
           MOVE EVT-REF-IDX(EVT-IDX) TO DCL-IDX
           PERFORM COUNT-BUSINESS-DAYS
           MOVE SPACES TO WS-NOTE
           IF WS-BUSDAY-COUNT NOT LESS THAN DEPOSIT-DAYS
              COMPUTE WS-DIFFERENCE = ZERO - DCL-DECLARED(DCL-IDX)
              ADD WS-DIFFERENCE TO WS-CARRIED
              ADD 1 TO MISSING-COUNT
              ADD DCL-DECLARED(DCL-IDX) TO MISSING-TOTAL
              MOVE WS-BUSDAY-COUNT TO PRN-NOTE-DAYS
              STRING "MISSING " DELIMITED BY SIZE
                     PRN-NOTE-DAYS DELIMITED BY SIZE
                     " BUS DAYS" DELIMITED BY SIZE
                     INTO WS-NOTE
           ELSE
              MOVE ZERO TO WS-DIFFERENCE
              ADD 1 TO PENDING-COUNT
              MOVE "AWAITING DEPOSIT" TO WS-NOTE
           END-IF
           MOVE DCL-BRANCH-ID(DCL-IDX) TO PRN-BRANCH-ID
           MOVE DCL-TRAN-DATE(DCL-IDX) TO PRN-DATE
           MOVE SPACES TO PRN-COVER-TO
           MOVE SPACES TO PRN-BANK-REF
           MOVE DCL-DECLARED(DCL-IDX) TO PRN-DECLARED
           MOVE ZERO TO PRN-DEPOSITED
           MOVE WS-DIFFERENCE TO PRN-DIFFERENCE
           MOVE WS-CARRIED TO PRN-CARRIED
           MOVE WS-NOTE TO PRN-NOTE
           PERFORM WRITE-DETAIL-LINE
           .

       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSDAY-COUNT
           COMPUTE WS-DAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(DCL-TRAN-DATE(DCL-IDX))
           PERFORM UNTIL WS-DAY-INTEGER NOT LESS THAN
              WS-TODAY-INTEGER
                   ADD 1 TO WS-DAY-INTEGER
                   PERFORM CHECK-BUSINESS-DATE
                   IF DATE-IS-BUSINESS
                      ADD 1 TO WS-BUSDAY-COUNT
                   END-IF
           END-PERFORM
           .

       CHECK-BUSINESS-DATE.
           MOVE "Y" TO WS-DATE-BUSINESS
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX GREATER THAN CAL-COUNT
                   IF CAL-TBL-INTEGER(CAL-IDX) = WS-DAY-INTEGER
                      AND
                      CAL-TBL-BUSINESS(CAL-IDX) NOT = "Y"
                      MOVE "N" TO WS-DATE-BUSINESS
                   END-IF
           END-PERFORM
           .

       WRITE-DETAIL-LINE.
           DISPLAY DETAIL-LINE
           MOVE DETAIL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           .

       PRINT-BRANCH-TOTAL.
           MOVE WS-PREV-BRANCH TO PRN-BRANCH-TOTAL-ID
           MOVE WS-CARRIED TO PRN-BRANCH-CARRIED
           DISPLAY BRANCH-TOTAL-LINE
           MOVE BRANCH-TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           ADD WS-CARRIED TO CHAIN-CARRIED
           MOVE ZERO TO WS-CARRIED
           .

       PRINT-UNIDENTIFIED-DEPOSITS.
           IF UNIDENTIFIED-COUNT GREATER THAN ZERO
              MOVE SPACES TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY UNIDENTIFIED-HEADING
              MOVE UNIDENTIFIED-HEADING TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY UNIDENTIFIED-HEADING2
              MOVE UNIDENTIFIED-HEADING2 TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              PERFORM VARYING DPT-IDX FROM 1 BY 1
                 UNTIL DPT-IDX GREATER THAN DPT-COUNT
                      IF DPT-UNIDENTIFIED(DPT-IDX)
                         MOVE DPT-BANK-REF(DPT-IDX) TO
                            PRN-UNK-BANK-REF
                         MOVE DPT-BRANCH-ID(DPT-IDX) TO PRN-UNK-BRANCH
                         MOVE DPT-DEPOSIT-DATE(DPT-IDX) TO
                            PRN-UNK-DATE
                         MOVE DPT-AMOUNT(DPT-IDX) TO PRN-UNK-AMOUNT
                         MOVE DPT-REASON(DPT-IDX) TO PRN-UNK-REASON
                         DISPLAY UNIDENTIFIED-LINE
                         MOVE UNIDENTIFIED-LINE TO REPORT-FILE-REC
                         WRITE REPORT-FILE-REC
                      END-IF
              END-PERFORM
           END-IF
           .

       PRINT-RECON-TOTALS.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "  DEPOSITS MATCHED" TO PRN-TOTAL-LABEL
           MOVE MATCHED-COUNT TO PRN-TOTAL-COUNT
           MOVE ZERO TO PRN-TOTAL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  DEPOSITS DIFFERING FROM DECLARED" TO
              PRN-TOTAL-LABEL
           MOVE DIFFER-COUNT TO PRN-TOTAL-COUNT
           MOVE DIFFER-TOTAL TO PRN-TOTAL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  CASH-UPS MISSING FROM THE BANK" TO PRN-TOTAL-LABEL
           MOVE MISSING-COUNT TO PRN-TOTAL-COUNT
           MOVE MISSING-TOTAL TO PRN-TOTAL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  CASH-UPS AWAITING DEPOSIT" TO PRN-TOTAL-LABEL
           MOVE PENDING-COUNT TO PRN-TOTAL-COUNT
           MOVE ZERO TO PRN-TOTAL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  UNIDENTIFIED DEPOSITS" TO PRN-TOTAL-LABEL
           MOVE UNIDENTIFIED-COUNT TO PRN-TOTAL-COUNT
           MOVE UNIDENTIFIED-TOTAL TO PRN-TOTAL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  CHAIN CARRIED DIFFERENCE" TO PRN-TOTAL-LABEL
           MOVE ZERO TO PRN-TOTAL-COUNT
           MOVE CHAIN-CARRIED TO PRN-TOTAL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           .

       WRITE-TOTAL-LINE.
           DISPLAY TOTAL-LINE
           MOVE TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           .
