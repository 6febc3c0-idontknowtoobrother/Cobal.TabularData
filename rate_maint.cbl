       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-RATE-FILE ASSIGN TO "commission_rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CRF-STATUS.
           SELECT ROYALTY-RATE-FILE ASSIGN TO "royalty_rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RYR-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "tax_rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TXR-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "period_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCT-STATUS.
           SELECT STATE-TABLE-FILE ASSIGN TO "state_table.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "rate_audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "rates_in_effect.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMM-RATE-FILE.
       01 COMM-RATE-REC.
          88 END-OF-COMM-RATES                         VALUE HIGH-VALUES
           .
          05 CR-LIMIT               PIC 9(9)V99.
          05 CR-RATE                PIC 9V9(4).
          05 CR-EFF-PERIOD          PIC 9(6).

       FD ROYALTY-RATE-FILE.
       01 ROYALTY-RATE-REC.
          88 END-OF-ROYALTY-RATES                      VALUE HIGH-VALUES
           .
          05 RY-LIMIT               PIC 9(9)V99.
          05 RY-RATE                PIC 9V9(4).
          05 RY-EFF-PERIOD          PIC 9(6).

       FD TAX-RATE-FILE.
       01 TAX-RATE-REC.
          88 END-OF-TAX-RATES                          VALUE HIGH-VALUES
           .
          05 TXR-STATE-NUM          PIC 99.
          05 TXR-EFF-PERIOD         PIC 9(6).
          05 TXR-RATE               PIC 9V9(4).

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          88 END-OF-OPERATOR-FILE                      VALUE HIGH-VALUES
           .
          05 OPR-ID                 PIC X(8).
          05 OPR-NAME               PIC X(30).
          05 OPR-ROLE               PIC X.
          05 OPR-ACTIVE             PIC X.

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-REC.
          88 END-OF-PERIOD-CONTROL                     VALUE HIGH-VALUES
           .
          05 PCT-PERIOD             PIC 9(6).
          05 PCT-STATUS             PIC X.
             88 PCT-PERIOD-OPEN                        VALUE "O".
             88 PCT-PERIOD-CLOSED                      VALUE "C".

       FD STATE-TABLE-FILE.
       01 STATE-TABLE-REC.
          88 END-OF-STATE-TABLE                        VALUE HIGH-VALUES
           .
          05 ST-STATE-NUM           PIC 99.
          05 ST-STATE-NAME          PIC X(20).
          05 ST-REGION-CODE         PIC X.

       FD AUDIT-FILE.
       01 AUDIT-REC.
          05 AUD-DATE               PIC 9(8).
          05 AUD-TIME               PIC 9(6).
          05 AUD-OPERATOR           PIC X(8).
          05 AUD-TABLE              PIC X.
          05 AUD-ACTION             PIC X.
          05 AUD-BEFORE-IMAGE       PIC X(22).
          05 AUD-AFTER-IMAGE        PIC X(22).

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CRF-STATUS             PIC XX.
       01 WS-RYR-STATUS             PIC XX.
       01 WS-TXR-STATUS             PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-PCT-STATUS             PIC XX.
       01 WS-ST-STATUS              PIC XX.
       01 WS-AUD-STATUS             PIC XX.
       01 WS-OPERATOR-ID            PIC X(8).
       01 WS-OPERATOR-ROLE          PIC X.
          88 OPERATOR-IS-SUPERVISOR          VALUE "S".
       01 WS-SIGNED-ON              PIC X    VALUE "N".
          88 SIGNED-ON                       VALUE "Y".
       01 WS-SIGNON-TRIES           PIC 9    VALUE ZERO.
       01 WS-TIME-OF-DAY            PIC 9(8).
       01 WS-AUDIT-TABLE            PIC X.
       01 WS-AUDIT-ACTION           PIC X.
       01 WS-BEFORE-IMAGE           PIC X(22).
       01 WS-AFTER-IMAGE            PIC X(22).
       01 WS-CHOICE                 PIC X.
          88 CHOICE-COMMISSION              VALUE "C" "c".
          88 CHOICE-ROYALTY                 VALUE "R" "r".
          88 CHOICE-TAX                     VALUE "T" "t".
          88 CHOICE-PRINT                   VALUE "P" "p".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-SUB-CHOICE             PIC X.
          88 SUB-CHOICE-ADD                 VALUE "A" "a".
          88 SUB-CHOICE-CHANGE              VALUE "C" "c".
          88 SUB-CHOICE-DELETE              VALUE "D" "d".
          88 SUB-CHOICE-NEW-SET             VALUE "N" "n".
          88 SUB-CHOICE-LIST                VALUE "L" "l".
          88 SUB-CHOICE-RETURN              VALUE "X" "x".
       01 WS-CONFIRM                PIC X.
          88 CONFIRMED                      VALUE "Y" "y".
       01 COMMISSION-RATE-MAX       PIC 9V9(4)   VALUE 0.2500.
       01 ROYALTY-RATE-MAX          PIC 9V9(4)   VALUE 0.2000.
       01 TAX-RATE-MAX              PIC 9V9(4)   VALUE 0.1500.
       01 WS-RATE-MAX               PIC 9V9(4).
       01 WS-TIER-KIND              PIC X.
          88 TIER-KIND-COMMISSION           VALUE "C".
          88 TIER-KIND-ROYALTY              VALUE "R".
       01 WS-TIER-KIND-NAME         PIC X(10).
       01 WS-LAST-CLOSED-PERIOD     PIC 9(6)     VALUE ZERO.
       01 WS-WORK-PERIOD            PIC 9(6).
       01 WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
          05 WS-WORK-YEAR           PIC 9(4).
          05 WS-WORK-MONTH          PIC 99.
       01 WS-PERIOD-VALID           PIC X.
          88 PERIOD-VALID                   VALUE "Y".
       01 WS-FROM-PERIOD            PIC 9(6).
       01 WS-WORK-LIMIT             PIC 9(9)V99.
       01 WS-WORK-RATE              PIC 9V9(4).
       01 WS-WORK-STATE             PIC 99.
       01 WS-RATE-VALID             PIC X.
          88 RATE-VALID                     VALUE "Y".
       01 WS-SET-TIERS              PIC 99.
       01 WS-KIND-TIERS             PIC 9(3).
       01 WS-MAX-KIND-TIERS         PIC 9(3)     VALUE 100.
       01 WS-SET-FOUND              PIC X.
          88 SET-FOUND                      VALUE "Y".
       01 WS-SET-EFF-PERIOD         PIC 9(6).
       01 WS-TABLE-CHANGED          PIC X.
          88 TABLE-CHANGED                  VALUE "Y".
       01 WS-LOAD-IN-ORDER          PIC X.
          88 LOAD-IN-ORDER                  VALUE "Y".
       01 WS-PREV-KEY               PIC X(18).
       01 WS-PREV-TAX-KEY           PIC X(8).
       01 WS-TIER-IMAGE.
          05 WS-IMG-LIMIT           PIC 9(9)V99.
          05 WS-IMG-RATE            PIC 9V9(4).
          05 WS-IMG-EFF-PERIOD      PIC 9(6).
       01 WS-TAX-IMAGE.
          05 WS-IMG-STATE-NUM       PIC 99.
          05 WS-IMG-TAX-PERIOD      PIC 9(6).
          05 WS-IMG-TAX-RATE        PIC 9V9(4).
          05 FILLER                 PIC X(9)     VALUE SPACES.
       01 TIER-TABLE.
          05 TIER-ENTRY OCCURS 200 TIMES.
             10 TTB-KIND            PIC X.
             10 TTB-EFF-PERIOD      PIC 9(6).
             10 TTB-LIMIT           PIC 9(9)V99.
             10 TTB-RATE            PIC 9V9(4).
       01 TTB-COUNT                 PIC 9(3)     VALUE ZERO.
       01 TTB-IDX                   PIC 9(3).
       01 TTB-SORT-IDX              PIC 9(3).
       01 TTB-FOUND-IDX             PIC 9(3).
       01 TTB-SWAP-ENTRY            PIC X(23).
       01 WS-TTB-OVERFLOW           PIC X        VALUE "N".
          88 TTB-OVERFLOW                        VALUE "Y".
       01 TAX-TABLE.
          05 TAX-ENTRY OCCURS 300 TIMES.
             10 TXT-STATE-NUM       PIC 99.
             10 TXT-EFF-PERIOD      PIC 9(6).
             10 TXT-RATE            PIC 9V9(4).
       01 TXT-COUNT                 PIC 9(3)     VALUE ZERO.
       01 TXT-IDX                   PIC 9(3).
       01 TXT-SORT-IDX              PIC 9(3).
       01 TXT-FOUND-IDX             PIC 9(3).
       01 TXT-SWAP-ENTRY            PIC X(13).
       01 WS-TXT-OVERFLOW           PIC X        VALUE "N".
          88 TXT-OVERFLOW                        VALUE "Y".
       01 STATE-NAME-TABLE.
          05 STATE-NAME-ENTRY OCCURS 50 TIMES.
             10 SNT-STATE-NAME      PIC X(20).
       01 STATE-IDX                 PIC 99.
       01 WS-TIER-NUM               PIC 99.
       01 WS-TIER-FROM              PIC 9(9)V99.
       01 WS-RATE-PCT               PIC 99V99.
       01 PRN-LIMIT                 PIC $$$,$$$,$$9.99.
       01 PRN-RATE-PCT              PIC Z9.99.

       01 MENU-HEADING1             PIC X(35)
                                                       VALUE
             "  Commission, Royalty and Tax Rates".
       01 MENU-HEADING2             PIC X(50)
                                                       VALUE
             "C-Commission  R-Royalty  T-Tax  P-Print  X-Exit".
       01 TIER-MENU                 PIC X(60)
                                                       VALUE
             "A-Add  C-Change  D-Delete  N-New set  L-List  X-Back".
       01 TAX-MENU                  PIC X(50)
                                                       VALUE
             "A-Add  C-Change  D-Delete  L-List  X-Back".
       01 REPORT-HEADING1           PIC X(45)
                                                       VALUE
             "  YoreCandyShoppe Rates In Effect".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(17)
                                                       VALUE
             "  Sales period - ".
          05 PRN-RUN-PERIOD         PIC 9(6).
       01 SECTION-HEADING.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-SECTION-NAME       PIC X(24).
          05 PRN-SECTION-EFF-LABEL  PIC X(12).
          05 PRN-SECTION-EFF        PIC X(6).
       01 TIER-HEADING              PIC X(60)
                                                       VALUE
             "  Tier             From               To     Rate%".
       01 TIER-LINE.
          05 FILLER                 PIC X(4)     VALUE SPACES.
          05 PRN-TIER-NUM           PIC Z9.
          05 PRN-TIER-FROM          PIC B(2)$$$,$$$,$$9.99.
          05 PRN-TIER-TO            PIC B(2)X(15).
          05 PRN-TIER-RATE          PIC B(4)Z9.99.
       01 TAX-HEADING               PIC X(60)
                                                       VALUE
             "  St  State                 Effective   Rate%".
       01 TAX-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-TAX-STATE          PIC 99.
          05 PRN-TAX-NAME           PIC B(2)X(20).
          05 PRN-TAX-EFF            PIC B(2)X(9).
          05 PRN-TAX-RATE           PIC B(3)Z9.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-IS-SUPERVISOR
              DISPLAY "SUPERVISOR ROLE REQUIRED TO MAINTAIN RATES"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-TIER-TABLE
           PERFORM LOAD-TAX-TABLE
           IF TTB-OVERFLOW OR TXT-OVERFLOW
              DISPLAY "RATE TABLES EXCEED 200 TIERS OR 300 TAX RATES -"
                      " PURGE SUPERSEDED RATES FIRST"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-LAST-CLOSED-PERIOD
           PERFORM LOAD-STATE-NAMES
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           DISPLAY MENU-HEADING1
           IF WS-LAST-CLOSED-PERIOD GREATER THAN ZERO
              DISPLAY "PERIODS UP TO " WS-LAST-CLOSED-PERIOD
                      " ARE CLOSED - RATES IN EFFECT FOR THEM ARE"
                      " PROTECTED"
           END-IF
           PERFORM UNTIL CHOICE-EXIT
                   DISPLAY MENU-HEADING2
                   ACCEPT WS-CHOICE
                   EVALUATE TRUE
                      WHEN CHOICE-COMMISSION
                         MOVE "C" TO WS-TIER-KIND
                         MOVE "COMMISSION" TO WS-TIER-KIND-NAME
                         MOVE COMMISSION-RATE-MAX TO WS-RATE-MAX
                         PERFORM MAINTAIN-TIERS
                      WHEN CHOICE-ROYALTY
                         MOVE "R" TO WS-TIER-KIND
                         MOVE "ROYALTY" TO WS-TIER-KIND-NAME
                         MOVE ROYALTY-RATE-MAX TO WS-RATE-MAX
                         PERFORM MAINTAIN-TIERS
                      WHEN CHOICE-TAX
                         MOVE TAX-RATE-MAX TO WS-RATE-MAX
                         PERFORM MAINTAIN-TAX-RATES
                      WHEN CHOICE-PRINT
                         PERFORM PRINT-RATES-IN-EFFECT
                      WHEN CHOICE-EXIT
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           CLOSE AUDIT-FILE
           STOP RUN.

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
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       VERIFY-OPERATOR.
           MOVE SPACE TO WS-OPERATOR-ROLE
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
              DISPLAY "NO OPERATOR FILE ON HAND - SIGN-ON REFUSED"
              DISPLAY "SET UP OPERATORS WITH OPERATOR-MAINT"
              MOVE 8 TO RETURN-CODE
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

       LOAD-TIER-TABLE.
           MOVE ZERO TO TTB-COUNT
           MOVE "C" TO WS-TIER-KIND
           MOVE "Y" TO WS-LOAD-IN-ORDER
           MOVE LOW-VALUES TO WS-PREV-KEY
           OPEN INPUT COMM-RATE-FILE
           IF WS-CRF-STATUS = "00"
              READ COMM-RATE-FILE
              AT END
                 SET END-OF-COMM-RATES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-COMM-RATES
                      IF CR-LIMIT NUMERIC AND CR-RATE NUMERIC
                         IF CR-EFF-PERIOD NOT NUMERIC
                            MOVE ZERO TO CR-EFF-PERIOD
                         END-IF
                         MOVE CR-LIMIT TO WS-WORK-LIMIT
                         MOVE CR-RATE TO WS-WORK-RATE
                         MOVE CR-EFF-PERIOD TO WS-WORK-PERIOD
                         PERFORM TAKE-TIER-RECORD
                      ELSE
                         DISPLAY "BAD COMMISSION RATE RECORD DROPPED - "
                                 COMM-RATE-REC
                      END-IF
                      READ COMM-RATE-FILE
                      AT END
                         SET END-OF-COMM-RATES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE COMM-RATE-FILE
           END-IF
           IF NOT LOAD-IN-ORDER
              DISPLAY "COMMISSION RATES WERE OUT OF ORDER ON FILE -"
                      " CHECK THE LIST BEFORE THE NEXT RUN"
           END-IF
           PERFORM COUNT-KIND-TIERS
           IF WS-KIND-TIERS GREATER THAN WS-MAX-KIND-TIERS
              DISPLAY "COMMISSION RATE FILE HOLDS " WS-KIND-TIERS
                      " TIERS - ONLY " WS-MAX-KIND-TIERS
                      " ARE READ - DELETE SUPERSEDED TIERS"
           END-IF
           MOVE "R" TO WS-TIER-KIND
           MOVE "Y" TO WS-LOAD-IN-ORDER
           MOVE LOW-VALUES TO WS-PREV-KEY
           OPEN INPUT ROYALTY-RATE-FILE
           IF WS-RYR-STATUS = "00"
              READ ROYALTY-RATE-FILE
              AT END
                 SET END-OF-ROYALTY-RATES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-ROYALTY-RATES
                      IF RY-LIMIT NUMERIC AND RY-RATE NUMERIC
                         IF RY-EFF-PERIOD NOT NUMERIC
                            MOVE ZERO TO RY-EFF-PERIOD
                         END-IF
                         MOVE RY-LIMIT TO WS-WORK-LIMIT
                         MOVE RY-RATE TO WS-WORK-RATE
                         MOVE RY-EFF-PERIOD TO WS-WORK-PERIOD
                         PERFORM TAKE-TIER-RECORD
                      ELSE
                         DISPLAY "BAD ROYALTY RATE RECORD DROPPED - "
                                 ROYALTY-RATE-REC
                      END-IF
                      READ ROYALTY-RATE-FILE
                      AT END
                         SET END-OF-ROYALTY-RATES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE ROYALTY-RATE-FILE
           END-IF
           IF NOT LOAD-IN-ORDER
              DISPLAY "ROYALTY RATES WERE OUT OF ORDER ON FILE -"
                      " CHECK THE LIST BEFORE THE NEXT RUN"
           END-IF
           PERFORM COUNT-KIND-TIERS
           IF WS-KIND-TIERS GREATER THAN WS-MAX-KIND-TIERS
              DISPLAY "ROYALTY RATE FILE HOLDS " WS-KIND-TIERS
                      " TIERS - ONLY " WS-MAX-KIND-TIERS
                      " ARE READ - DELETE SUPERSEDED TIERS"
           END-IF
           PERFORM SORT-TIER-TABLE
           .

       TAKE-TIER-RECORD.
           IF TTB-COUNT LESS THAN 200
              ADD 1 TO TTB-COUNT
              MOVE WS-TIER-KIND TO TTB-KIND(TTB-COUNT)
              MOVE WS-WORK-PERIOD TO TTB-EFF-PERIOD(TTB-COUNT)
              MOVE WS-WORK-LIMIT TO TTB-LIMIT(TTB-COUNT)
              MOVE WS-WORK-RATE TO TTB-RATE(TTB-COUNT)
              IF TIER-ENTRY(TTB-COUNT)(1:18) NOT GREATER THAN
                 WS-PREV-KEY
                 MOVE "N" TO WS-LOAD-IN-ORDER
              END-IF
              MOVE TIER-ENTRY(TTB-COUNT)(1:18) TO WS-PREV-KEY
           ELSE
              SET TTB-OVERFLOW TO TRUE
           END-IF
           .

       SORT-TIER-TABLE.
           PERFORM VARYING TTB-IDX FROM 2 BY 1
              UNTIL TTB-IDX GREATER THAN TTB-COUNT
                   MOVE TIER-ENTRY(TTB-IDX) TO TTB-SWAP-ENTRY
                   PERFORM VARYING TTB-SORT-IDX FROM TTB-IDX BY -1
                      UNTIL TTB-SORT-IDX = 1 OR
                         TIER-ENTRY(TTB-SORT-IDX - 1)(1:18)
                            NOT GREATER THAN TTB-SWAP-ENTRY(1:18)
                         MOVE TIER-ENTRY(TTB-SORT-IDX - 1) TO
                            TIER-ENTRY(TTB-SORT-IDX)
                   END-PERFORM
                   MOVE TTB-SWAP-ENTRY TO TIER-ENTRY(TTB-SORT-IDX)
           END-PERFORM
           .

       SAVE-TIER-TABLE.
           IF TIER-KIND-COMMISSION
              OPEN OUTPUT COMM-RATE-FILE
           ELSE
              OPEN OUTPUT ROYALTY-RATE-FILE
           END-IF
           PERFORM VARYING TTB-IDX FROM 1 BY 1
              UNTIL TTB-IDX GREATER THAN TTB-COUNT
                   IF TTB-KIND(TTB-IDX) = WS-TIER-KIND
                      IF TIER-KIND-COMMISSION
                         MOVE TTB-LIMIT(TTB-IDX) TO CR-LIMIT
                         MOVE TTB-RATE(TTB-IDX) TO CR-RATE
                         MOVE TTB-EFF-PERIOD(TTB-IDX) TO CR-EFF-PERIOD
                         WRITE COMM-RATE-REC
                      ELSE
                         MOVE TTB-LIMIT(TTB-IDX) TO RY-LIMIT
                         MOVE TTB-RATE(TTB-IDX) TO RY-RATE
                         MOVE TTB-EFF-PERIOD(TTB-IDX) TO RY-EFF-PERIOD
                         WRITE ROYALTY-RATE-REC
                      END-IF
                   END-IF
           END-PERFORM
           IF TIER-KIND-COMMISSION
              CLOSE COMM-RATE-FILE
           ELSE
              CLOSE ROYALTY-RATE-FILE
           END-IF
           .

       LOAD-TAX-TABLE.
           MOVE ZERO TO TXT-COUNT
           MOVE "Y" TO WS-LOAD-IN-ORDER
           MOVE LOW-VALUES TO WS-PREV-TAX-KEY
           OPEN INPUT TAX-RATE-FILE
           IF WS-TXR-STATUS = "00"
              READ TAX-RATE-FILE
              AT END
                 SET END-OF-TAX-RATES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-TAX-RATES
                      IF TXR-STATE-NUM NUMERIC AND
                         TXR-EFF-PERIOD NUMERIC AND
                         TXR-RATE NUMERIC AND
                         TXR-STATE-NUM GREATER THAN ZERO AND
                         TXR-STATE-NUM NOT GREATER THAN 50
                         IF TXT-COUNT LESS THAN 300
                            ADD 1 TO TXT-COUNT
                            MOVE TXR-STATE-NUM TO
                               TXT-STATE-NUM(TXT-COUNT)
                            MOVE TXR-EFF-PERIOD TO
                               TXT-EFF-PERIOD(TXT-COUNT)
                            MOVE TXR-RATE TO TXT-RATE(TXT-COUNT)
                            IF TAX-ENTRY(TXT-COUNT)(1:8) NOT GREATER
                               THAN WS-PREV-TAX-KEY
                               MOVE "N" TO WS-LOAD-IN-ORDER
                            END-IF
                            MOVE TAX-ENTRY(TXT-COUNT)(1:8) TO
                               WS-PREV-TAX-KEY
                         ELSE
                            SET TXT-OVERFLOW TO TRUE
                         END-IF
                      ELSE
                         DISPLAY "BAD TAX RATE RECORD DROPPED - "
                                 TAX-RATE-REC(1:13)
                      END-IF
                      READ TAX-RATE-FILE
                      AT END
                         SET END-OF-TAX-RATES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE TAX-RATE-FILE
           END-IF
           IF NOT LOAD-IN-ORDER
              DISPLAY "TAX RATES WERE OUT OF ORDER OR DUPLICATED ON"
                      " FILE - CHECK THE LIST"
           END-IF
           PERFORM SORT-TAX-TABLE
           .

       SORT-TAX-TABLE.
           PERFORM VARYING TXT-IDX FROM 2 BY 1
              UNTIL TXT-IDX GREATER THAN TXT-COUNT
                   MOVE TAX-ENTRY(TXT-IDX) TO TXT-SWAP-ENTRY
                   PERFORM VARYING TXT-SORT-IDX FROM TXT-IDX BY -1
                      UNTIL TXT-SORT-IDX = 1 OR
                         TAX-ENTRY(TXT-SORT-IDX - 1)(1:8)
                            NOT GREATER THAN TXT-SWAP-ENTRY(1:8)
                         MOVE TAX-ENTRY(TXT-SORT-IDX - 1) TO
                            TAX-ENTRY(TXT-SORT-IDX)
                   END-PERFORM
                   MOVE TXT-SWAP-ENTRY TO TAX-ENTRY(TXT-SORT-IDX)
           END-PERFORM
           .

       SAVE-TAX-TABLE.
           OPEN OUTPUT TAX-RATE-FILE
           PERFORM VARYING TXT-IDX FROM 1 BY 1
              UNTIL TXT-IDX GREATER THAN TXT-COUNT
                   MOVE TXT-STATE-NUM(TXT-IDX) TO TXR-STATE-NUM
                   MOVE TXT-EFF-PERIOD(TXT-IDX) TO TXR-EFF-PERIOD
                   MOVE TXT-RATE(TXT-IDX) TO TXR-RATE
                   WRITE TAX-RATE-REC
           END-PERFORM
           CLOSE TAX-RATE-FILE
           .

       LOAD-LAST-CLOSED-PERIOD.
           MOVE ZERO TO WS-LAST-CLOSED-PERIOD
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCT-STATUS = "00"
              READ PERIOD-CONTROL-FILE
              AT END
                 SET END-OF-PERIOD-CONTROL TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PERIOD-CONTROL
                      IF PCT-PERIOD NUMERIC AND
                         PCT-PERIOD-CLOSED AND
                         PCT-PERIOD GREATER THAN WS-LAST-CLOSED-PERIOD
                         MOVE PCT-PERIOD TO WS-LAST-CLOSED-PERIOD
                      END-IF
                      READ PERIOD-CONTROL-FILE
                      AT END
                         SET END-OF-PERIOD-CONTROL TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PERIOD-CONTROL-FILE
           END-IF
           .

       LOAD-STATE-NAMES.
           PERFORM VARYING STATE-IDX FROM 1 BY 1
              UNTIL STATE-IDX GREATER THAN 50
                   MOVE SPACES TO SNT-STATE-NAME(STATE-IDX)
           END-PERFORM
           OPEN INPUT STATE-TABLE-FILE
           IF WS-ST-STATUS = "00"
              READ STATE-TABLE-FILE
              AT END
                 SET END-OF-STATE-TABLE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-STATE-TABLE
                      IF ST-STATE-NUM NUMERIC AND
                         ST-STATE-NUM GREATER THAN ZERO AND
                         ST-STATE-NUM NOT GREATER THAN 50
                         MOVE ST-STATE-NAME TO
                            SNT-STATE-NAME(ST-STATE-NUM)
                      END-IF
                      READ STATE-TABLE-FILE
                      AT END
                         SET END-OF-STATE-TABLE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE STATE-TABLE-FILE
           END-IF
           .

       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-AUDIT-TABLE TO AUD-TABLE
           MOVE WS-AUDIT-ACTION TO AUD-ACTION
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-REC
           .

       ACCEPT-PERIOD.
           MOVE "N" TO WS-PERIOD-VALID
           PERFORM UNTIL PERIOD-VALID
                   ACCEPT WS-WORK-PERIOD
                   IF WS-WORK-PERIOD NUMERIC AND
                      WS-WORK-YEAR GREATER THAN 1900 AND
                      WS-WORK-MONTH GREATER THAN ZERO AND
                      WS-WORK-MONTH NOT GREATER THAN 12
                      MOVE "Y" TO WS-PERIOD-VALID
                   ELSE
                      DISPLAY "ENTER A PERIOD AS YYYYMM -"
                   END-IF
           END-PERFORM
           .

       ACCEPT-RATE.
           MOVE "N" TO WS-RATE-VALID
           PERFORM UNTIL RATE-VALID
                   DISPLAY "RATE AS A FRACTION (E.G. 0.0500 FOR 5%) -"
                   ACCEPT WS-WORK-RATE
                   IF WS-WORK-RATE GREATER THAN WS-RATE-MAX
                      COMPUTE WS-RATE-PCT = WS-RATE-MAX * 100
                      MOVE WS-RATE-PCT TO PRN-RATE-PCT
                      DISPLAY "RATE OUT OF RANGE - MAXIMUM IS "
                              PRN-RATE-PCT "%"
                   ELSE
                      IF WS-WORK-RATE = ZERO AND
                         NOT CHOICE-TAX
                         DISPLAY "RATE MUST BE GREATER THAN ZERO"
                      ELSE
                         MOVE "Y" TO WS-RATE-VALID
                      END-IF
                   END-IF
           END-PERFORM
           .

       CHECK-PERIOD-OPEN.
           IF WS-WORK-PERIOD NOT GREATER THAN WS-LAST-CLOSED-PERIOD
              MOVE "N" TO WS-PERIOD-VALID
              DISPLAY "PERIOD " WS-WORK-PERIOD " IS CLOSED - START A"
                      " NEW RATE SET EFFECTIVE AFTER "
                      WS-LAST-CLOSED-PERIOD
           END-IF
           .

       MAINTAIN-TIERS.
           MOVE SPACE TO WS-SUB-CHOICE
           PERFORM UNTIL SUB-CHOICE-RETURN
                   DISPLAY WS-TIER-KIND-NAME " TIERS"
                   DISPLAY TIER-MENU
                   ACCEPT WS-SUB-CHOICE
                   EVALUATE TRUE
                      WHEN SUB-CHOICE-ADD
                         PERFORM ADD-TIER
                      WHEN SUB-CHOICE-CHANGE
                         PERFORM CHANGE-TIER
                      WHEN SUB-CHOICE-DELETE
                         PERFORM DELETE-TIER
                      WHEN SUB-CHOICE-NEW-SET
                         PERFORM NEW-RATE-SET
                      WHEN SUB-CHOICE-LIST
                         PERFORM LIST-TIERS
                      WHEN SUB-CHOICE-RETURN
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           .

       ACCEPT-TIER-KEY.
           DISPLAY "EFFECTIVE PERIOD OF THE RATE SET (YYYYMM) -"
           PERFORM ACCEPT-PERIOD
           PERFORM CHECK-PERIOD-OPEN
           IF PERIOD-VALID
              MOVE ZERO TO WS-WORK-LIMIT
              PERFORM UNTIL WS-WORK-LIMIT GREATER THAN ZERO
                      DISPLAY "TIER UPPER LIMIT (999999999.99) -"
                      ACCEPT WS-WORK-LIMIT
              END-PERFORM
           END-IF
           .

       FIND-TIER-ENTRY.
           MOVE ZERO TO TTB-FOUND-IDX
           PERFORM VARYING TTB-IDX FROM 1 BY 1
              UNTIL TTB-IDX GREATER THAN TTB-COUNT
                   IF TTB-KIND(TTB-IDX) = WS-TIER-KIND AND
                      TTB-EFF-PERIOD(TTB-IDX) = WS-WORK-PERIOD AND
                      TTB-LIMIT(TTB-IDX) = WS-WORK-LIMIT
                      MOVE TTB-IDX TO TTB-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       COUNT-SET-TIERS.
           MOVE ZERO TO WS-SET-TIERS
           PERFORM VARYING TTB-IDX FROM 1 BY 1
              UNTIL TTB-IDX GREATER THAN TTB-COUNT
                   IF TTB-KIND(TTB-IDX) = WS-TIER-KIND AND
                      TTB-EFF-PERIOD(TTB-IDX) = WS-WORK-PERIOD
                      ADD 1 TO WS-SET-TIERS
                   END-IF
           END-PERFORM
           .

       COUNT-KIND-TIERS.
           MOVE ZERO TO WS-KIND-TIERS
           PERFORM VARYING TTB-IDX FROM 1 BY 1
              UNTIL TTB-IDX GREATER THAN TTB-COUNT
                   IF TTB-KIND(TTB-IDX) = WS-TIER-KIND
                      ADD 1 TO WS-KIND-TIERS
                   END-IF
           END-PERFORM
           .

       ADD-TIER.
           PERFORM ACCEPT-TIER-KEY
           IF PERIOD-VALID
              PERFORM FIND-TIER-ENTRY
              PERFORM COUNT-SET-TIERS
              PERFORM COUNT-KIND-TIERS
              EVALUATE TRUE
                 WHEN TTB-FOUND-IDX GREATER THAN ZERO
                    DISPLAY "A TIER WITH THAT LIMIT IS ALREADY IN THE"
                            " SET - USE C TO CHANGE ITS RATE"
                 WHEN WS-SET-TIERS NOT LESS THAN 10
                    DISPLAY "RATE SET ALREADY HAS 10 TIERS"
                 WHEN WS-KIND-TIERS NOT LESS THAN WS-MAX-KIND-TIERS
                    DISPLAY WS-TIER-KIND-NAME " RATE FILE ALREADY HAS "
                            WS-MAX-KIND-TIERS " TIERS - DELETE"
                            " SUPERSEDED TIERS FIRST"
                 WHEN TTB-COUNT NOT LESS THAN 200
                    DISPLAY "RATE TABLE FULL"
                 WHEN OTHER
                    PERFORM ACCEPT-RATE
                    ADD 1 TO TTB-COUNT
                    MOVE WS-TIER-KIND TO TTB-KIND(TTB-COUNT)
                    MOVE WS-WORK-PERIOD TO TTB-EFF-PERIOD(TTB-COUNT)
                    MOVE WS-WORK-LIMIT TO TTB-LIMIT(TTB-COUNT)
                    MOVE WS-WORK-RATE TO TTB-RATE(TTB-COUNT)
                    PERFORM SORT-TIER-TABLE
                    PERFORM SAVE-TIER-TABLE
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE WS-WORK-LIMIT TO WS-IMG-LIMIT
                    MOVE WS-WORK-RATE TO WS-IMG-RATE
                    MOVE WS-WORK-PERIOD TO WS-IMG-EFF-PERIOD
                    MOVE WS-TIER-IMAGE TO WS-AFTER-IMAGE
                    MOVE WS-TIER-KIND TO WS-AUDIT-TABLE
                    MOVE "A" TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                    DISPLAY WS-TIER-KIND-NAME " TIER ADDED"
              END-EVALUATE
           END-IF
           .

       CHANGE-TIER.
           PERFORM ACCEPT-TIER-KEY
           IF PERIOD-VALID
              PERFORM FIND-TIER-ENTRY
              IF TTB-FOUND-IDX = ZERO
                 DISPLAY "NO SUCH TIER IN THE " WS-WORK-PERIOD
                         " RATE SET"
              ELSE
                 COMPUTE WS-RATE-PCT = TTB-RATE(TTB-FOUND-IDX) * 100
                 MOVE WS-RATE-PCT TO PRN-RATE-PCT
                 DISPLAY "CURRENT RATE " PRN-RATE-PCT "%"
                 PERFORM ACCEPT-RATE
                 MOVE TTB-LIMIT(TTB-FOUND-IDX) TO WS-IMG-LIMIT
                 MOVE TTB-RATE(TTB-FOUND-IDX) TO WS-IMG-RATE
                 MOVE TTB-EFF-PERIOD(TTB-FOUND-IDX) TO
                    WS-IMG-EFF-PERIOD
                 MOVE WS-TIER-IMAGE TO WS-BEFORE-IMAGE
                 MOVE WS-WORK-RATE TO TTB-RATE(TTB-FOUND-IDX)
                 MOVE WS-WORK-RATE TO WS-IMG-RATE
                 MOVE WS-TIER-IMAGE TO WS-AFTER-IMAGE
                 PERFORM SAVE-TIER-TABLE
                 MOVE WS-TIER-KIND TO WS-AUDIT-TABLE
                 MOVE "C" TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-RECORD
                 DISPLAY WS-TIER-KIND-NAME " TIER RATE CHANGED"
              END-IF
           END-IF
           .

       DELETE-TIER.
           PERFORM ACCEPT-TIER-KEY
           IF PERIOD-VALID
              PERFORM FIND-TIER-ENTRY
              IF TTB-FOUND-IDX = ZERO
                 DISPLAY "NO SUCH TIER IN THE " WS-WORK-PERIOD
                         " RATE SET"
              ELSE
                 DISPLAY "DELETE THIS TIER (Y/N) -"
                 ACCEPT WS-CONFIRM
                 IF CONFIRMED
                    MOVE TTB-LIMIT(TTB-FOUND-IDX) TO WS-IMG-LIMIT
                    MOVE TTB-RATE(TTB-FOUND-IDX) TO WS-IMG-RATE
                    MOVE TTB-EFF-PERIOD(TTB-FOUND-IDX) TO
                       WS-IMG-EFF-PERIOD
                    MOVE WS-TIER-IMAGE TO WS-BEFORE-IMAGE
                    MOVE SPACES TO WS-AFTER-IMAGE
                    PERFORM VARYING TTB-IDX FROM TTB-FOUND-IDX BY 1
                       UNTIL TTB-IDX NOT LESS THAN TTB-COUNT
                            MOVE TIER-ENTRY(TTB-IDX + 1) TO
                               TIER-ENTRY(TTB-IDX)
                    END-PERFORM
                    SUBTRACT 1 FROM TTB-COUNT
                    PERFORM SAVE-TIER-TABLE
                    MOVE WS-TIER-KIND TO WS-AUDIT-TABLE
                    MOVE "D" TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                    DISPLAY WS-TIER-KIND-NAME " TIER DELETED"
                 END-IF
              END-IF
           END-IF
           .

       NEW-RATE-SET.
           DISPLAY "NEW SET EFFECTIVE FROM PERIOD (YYYYMM) -"
           PERFORM ACCEPT-PERIOD
           PERFORM CHECK-PERIOD-OPEN
           IF PERIOD-VALID
              PERFORM COUNT-SET-TIERS
              IF WS-SET-TIERS GREATER THAN ZERO
                 DISPLAY "A RATE SET EFFECTIVE " WS-WORK-PERIOD
                         " ALREADY EXISTS"
              ELSE
                 MOVE WS-WORK-PERIOD TO WS-SET-EFF-PERIOD
                 PERFORM FIND-SET-IN-EFFECT
                 IF NOT SET-FOUND
                    DISPLAY "NO EARLIER SET TO COPY - ADD THE TIERS"
                            " WITH A"
                 ELSE
                    MOVE WS-SET-EFF-PERIOD TO WS-FROM-PERIOD
                    MOVE WS-WORK-PERIOD TO WS-SET-EFF-PERIOD
                    PERFORM COUNT-KIND-TIERS
                    MOVE WS-FROM-PERIOD TO WS-WORK-PERIOD
                    PERFORM COUNT-SET-TIERS
                    MOVE WS-SET-EFF-PERIOD TO WS-WORK-PERIOD
                    IF WS-KIND-TIERS + WS-SET-TIERS GREATER THAN
                       WS-MAX-KIND-TIERS
                       DISPLAY WS-TIER-KIND-NAME " RATE FILE WOULD"
                               " EXCEED " WS-MAX-KIND-TIERS
                               " TIERS - DELETE SUPERSEDED TIERS FIRST"
                    ELSE
                       PERFORM COPY-RATE-SET
                       DISPLAY "TIERS COPIED FROM THE " WS-FROM-PERIOD
                               " SET - CHANGE THE RATES WITH C"
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       FIND-SET-IN-EFFECT.
           MOVE "N" TO WS-SET-FOUND
           MOVE ZERO TO WS-FROM-PERIOD
           PERFORM VARYING TTB-IDX FROM 1 BY 1
              UNTIL TTB-IDX GREATER THAN TTB-COUNT
                   IF TTB-KIND(TTB-IDX) = WS-TIER-KIND AND
                      TTB-EFF-PERIOD(TTB-IDX) NOT GREATER THAN
                         WS-SET-EFF-PERIOD
                      MOVE "Y" TO WS-SET-FOUND
                      MOVE TTB-EFF-PERIOD(TTB-IDX) TO WS-FROM-PERIOD
                   END-IF
           END-PERFORM
           MOVE WS-FROM-PERIOD TO WS-SET-EFF-PERIOD
           .

       COPY-RATE-SET.
           PERFORM VARYING TTB-IDX FROM 1 BY 1
              UNTIL TTB-IDX GREATER THAN TTB-COUNT
                   IF TTB-KIND(TTB-IDX) = WS-TIER-KIND AND
                      TTB-EFF-PERIOD(TTB-IDX) = WS-FROM-PERIOD AND
                      TTB-COUNT LESS THAN 200
                      ADD 1 TO TTB-COUNT
                      MOVE TIER-ENTRY(TTB-IDX) TO TIER-ENTRY(TTB-COUNT)
                      MOVE WS-SET-EFF-PERIOD TO
                         TTB-EFF-PERIOD(TTB-COUNT)
                      MOVE SPACES TO WS-BEFORE-IMAGE
                      MOVE TTB-LIMIT(TTB-COUNT) TO WS-IMG-LIMIT
                      MOVE TTB-RATE(TTB-COUNT) TO WS-IMG-RATE
                      MOVE WS-SET-EFF-PERIOD TO WS-IMG-EFF-PERIOD
                      MOVE WS-TIER-IMAGE TO WS-AFTER-IMAGE
                      MOVE WS-TIER-KIND TO WS-AUDIT-TABLE
                      MOVE "A" TO WS-AUDIT-ACTION
                      PERFORM WRITE-AUDIT-RECORD
                   END-IF
           END-PERFORM
           PERFORM SORT-TIER-TABLE
           PERFORM SAVE-TIER-TABLE
           .

       LIST-TIERS.
           MOVE "N" TO WS-SET-FOUND
           PERFORM VARYING TTB-IDX FROM 1 BY 1
              UNTIL TTB-IDX GREATER THAN TTB-COUNT
                   IF TTB-KIND(TTB-IDX) = WS-TIER-KIND
                      MOVE "Y" TO WS-SET-FOUND
                      MOVE TTB-LIMIT(TTB-IDX) TO PRN-LIMIT
                      COMPUTE WS-RATE-PCT = TTB-RATE(TTB-IDX) * 100
                      MOVE WS-RATE-PCT TO PRN-RATE-PCT
                      DISPLAY "EFFECTIVE " TTB-EFF-PERIOD(TTB-IDX)
                              "  UP TO " PRN-LIMIT
                              "  RATE " PRN-RATE-PCT "%"
                   END-IF
           END-PERFORM
           IF NOT SET-FOUND
              DISPLAY "NO " WS-TIER-KIND-NAME " RATES ON FILE"
           END-IF
           .

       MAINTAIN-TAX-RATES.
           MOVE SPACE TO WS-SUB-CHOICE
           PERFORM UNTIL SUB-CHOICE-RETURN
                   DISPLAY "STATE TAX RATES"
                   DISPLAY TAX-MENU
                   ACCEPT WS-SUB-CHOICE
                   EVALUATE TRUE
                      WHEN SUB-CHOICE-ADD
                         PERFORM ADD-TAX-RATE
                      WHEN SUB-CHOICE-CHANGE
                         PERFORM CHANGE-TAX-RATE
                      WHEN SUB-CHOICE-DELETE
                         PERFORM DELETE-TAX-RATE
                      WHEN SUB-CHOICE-LIST
                         PERFORM LIST-TAX-RATES
                      WHEN SUB-CHOICE-RETURN
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           .

       ACCEPT-TAX-KEY.
           MOVE ZERO TO WS-WORK-STATE
           PERFORM UNTIL WS-WORK-STATE GREATER THAN ZERO AND
                         WS-WORK-STATE NOT GREATER THAN 50
                   DISPLAY "STATE-NUM (01-50) -"
                   ACCEPT WS-WORK-STATE
           END-PERFORM
           IF SNT-STATE-NAME(WS-WORK-STATE) NOT = SPACES
              DISPLAY SNT-STATE-NAME(WS-WORK-STATE)
           END-IF
           DISPLAY "EFFECTIVE PERIOD (YYYYMM) -"
           PERFORM ACCEPT-PERIOD
           PERFORM CHECK-PERIOD-OPEN
           .

       FIND-TAX-ENTRY.
           MOVE ZERO TO TXT-FOUND-IDX
           PERFORM VARYING TXT-IDX FROM 1 BY 1
              UNTIL TXT-IDX GREATER THAN TXT-COUNT
                   IF TXT-STATE-NUM(TXT-IDX) = WS-WORK-STATE AND
                      TXT-EFF-PERIOD(TXT-IDX) = WS-WORK-PERIOD
                      MOVE TXT-IDX TO TXT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       ADD-TAX-RATE.
           PERFORM ACCEPT-TAX-KEY
           IF PERIOD-VALID
              PERFORM FIND-TAX-ENTRY
              EVALUATE TRUE
                 WHEN TXT-FOUND-IDX GREATER THAN ZERO
                    DISPLAY "A RATE FOR THAT STATE AND PERIOD IS"
                            " ALREADY ON FILE - USE C TO CHANGE IT"
                 WHEN TXT-COUNT NOT LESS THAN 300
                    DISPLAY "TAX RATE TABLE FULL"
                 WHEN OTHER
                    PERFORM ACCEPT-RATE
                    ADD 1 TO TXT-COUNT
                    MOVE WS-WORK-STATE TO TXT-STATE-NUM(TXT-COUNT)
                    MOVE WS-WORK-PERIOD TO TXT-EFF-PERIOD(TXT-COUNT)
                    MOVE WS-WORK-RATE TO TXT-RATE(TXT-COUNT)
                    PERFORM SORT-TAX-TABLE
                    PERFORM SAVE-TAX-TABLE
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE WS-WORK-STATE TO WS-IMG-STATE-NUM
                    MOVE WS-WORK-PERIOD TO WS-IMG-TAX-PERIOD
                    MOVE WS-WORK-RATE TO WS-IMG-TAX-RATE
                    MOVE WS-TAX-IMAGE TO WS-AFTER-IMAGE
                    MOVE "T" TO WS-AUDIT-TABLE
                    MOVE "A" TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                    DISPLAY "TAX RATE ADDED"
              END-EVALUATE
           END-IF
           .

       CHANGE-TAX-RATE.
           PERFORM ACCEPT-TAX-KEY
           IF PERIOD-VALID
              PERFORM FIND-TAX-ENTRY
              IF TXT-FOUND-IDX = ZERO
                 DISPLAY "NO RATE FOR STATE " WS-WORK-STATE
                         " EFFECTIVE " WS-WORK-PERIOD
              ELSE
                 COMPUTE WS-RATE-PCT = TXT-RATE(TXT-FOUND-IDX) * 100
                 MOVE WS-RATE-PCT TO PRN-RATE-PCT
                 DISPLAY "CURRENT RATE " PRN-RATE-PCT "%"
                 PERFORM ACCEPT-RATE
                 MOVE WS-WORK-STATE TO WS-IMG-STATE-NUM
                 MOVE WS-WORK-PERIOD TO WS-IMG-TAX-PERIOD
                 MOVE TXT-RATE(TXT-FOUND-IDX) TO WS-IMG-TAX-RATE
                 MOVE WS-TAX-IMAGE TO WS-BEFORE-IMAGE
                 MOVE WS-WORK-RATE TO TXT-RATE(TXT-FOUND-IDX)
                 MOVE WS-WORK-RATE TO WS-IMG-TAX-RATE
                 MOVE WS-TAX-IMAGE TO WS-AFTER-IMAGE
                 PERFORM SAVE-TAX-TABLE
                 MOVE "T" TO WS-AUDIT-TABLE
                 MOVE "C" TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-RECORD
                 DISPLAY "TAX RATE CHANGED"
              END-IF
           END-IF
           .

       DELETE-TAX-RATE.
           PERFORM ACCEPT-TAX-KEY
           IF PERIOD-VALID
              PERFORM FIND-TAX-ENTRY
              IF TXT-FOUND-IDX = ZERO
                 DISPLAY "NO RATE FOR STATE " WS-WORK-STATE
                         " EFFECTIVE " WS-WORK-PERIOD
              ELSE
                 DISPLAY "DELETE THIS TAX RATE (Y/N) -"
                 ACCEPT WS-CONFIRM
                 IF CONFIRMED
                    MOVE WS-WORK-STATE TO WS-IMG-STATE-NUM
                    MOVE WS-WORK-PERIOD TO WS-IMG-TAX-PERIOD
                    MOVE TXT-RATE(TXT-FOUND-IDX) TO WS-IMG-TAX-RATE
                    MOVE WS-TAX-IMAGE TO WS-BEFORE-IMAGE
                    MOVE SPACES TO WS-AFTER-IMAGE
                    PERFORM VARYING TXT-IDX FROM TXT-FOUND-IDX BY 1
                       UNTIL TXT-IDX NOT LESS THAN TXT-COUNT
                            MOVE TAX-ENTRY(TXT-IDX + 1) TO
                               TAX-ENTRY(TXT-IDX)
                    END-PERFORM
                    SUBTRACT 1 FROM TXT-COUNT
                    PERFORM SAVE-TAX-TABLE
                    MOVE "T" TO WS-AUDIT-TABLE
                    MOVE "D" TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                    DISPLAY "TAX RATE DELETED"
                 END-IF
              END-IF
           END-IF
           .

       LIST-TAX-RATES.
           IF TXT-COUNT = ZERO
              DISPLAY "NO TAX RATES ON FILE"
           END-IF
           PERFORM VARYING TXT-IDX FROM 1 BY 1
              UNTIL TXT-IDX GREATER THAN TXT-COUNT
                   COMPUTE WS-RATE-PCT = TXT-RATE(TXT-IDX) * 100
                   MOVE WS-RATE-PCT TO PRN-RATE-PCT
                   DISPLAY "STATE " TXT-STATE-NUM(TXT-IDX)
                           " EFFECTIVE " TXT-EFF-PERIOD(TXT-IDX)
                           " RATE " PRN-RATE-PCT "%"
           END-PERFORM
           .

       PRINT-RATES-IN-EFFECT.
           DISPLAY "RATES IN EFFECT FOR PERIOD (YYYYMM) -"
           PERFORM ACCEPT-PERIOD
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           MOVE WS-WORK-PERIOD TO PRN-RUN-PERIOD
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE "C" TO WS-TIER-KIND
           MOVE "Commission tiers" TO PRN-SECTION-NAME
           PERFORM PRINT-TIER-SET
           MOVE "R" TO WS-TIER-KIND
           MOVE "Royalty tiers" TO PRN-SECTION-NAME
           PERFORM PRINT-TIER-SET
           MOVE "State tax rates" TO PRN-SECTION-NAME
           MOVE SPACES TO PRN-SECTION-EFF-LABEL
           MOVE SPACES TO PRN-SECTION-EFF
           PERFORM PRINT-SECTION-HEADING
           MOVE TAX-HEADING TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TAX-HEADING
           PERFORM VARYING STATE-IDX FROM 1 BY 1
              UNTIL STATE-IDX GREATER THAN 50
                   PERFORM PRINT-STATE-TAX-RATE
           END-PERFORM
           CLOSE REPORT-FILE
           .

       PRINT-SECTION-HEADING.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE SECTION-HEADING TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY SECTION-HEADING
           .

       PRINT-TIER-SET.
           MOVE WS-WORK-PERIOD TO WS-SET-EFF-PERIOD
           PERFORM FIND-SET-IN-EFFECT
           IF SET-FOUND
              MOVE "  effective " TO PRN-SECTION-EFF-LABEL
              MOVE WS-SET-EFF-PERIOD TO PRN-SECTION-EFF
           ELSE
              MOVE SPACES TO PRN-SECTION-EFF-LABEL
              MOVE SPACES TO PRN-SECTION-EFF
           END-IF
           PERFORM PRINT-SECTION-HEADING
           IF NOT SET-FOUND
              MOVE "  NO RATES IN EFFECT FOR THIS PERIOD" TO
                 REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY REPORT-FILE-REC
           ELSE
              MOVE TIER-HEADING TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY TIER-HEADING
              MOVE ZERO TO WS-TIER-NUM
              MOVE ZERO TO WS-TIER-FROM
              PERFORM COUNT-PRINT-SET-TIERS
              PERFORM VARYING TTB-IDX FROM 1 BY 1
                 UNTIL TTB-IDX GREATER THAN TTB-COUNT
                      IF TTB-KIND(TTB-IDX) = WS-TIER-KIND AND
                         TTB-EFF-PERIOD(TTB-IDX) = WS-SET-EFF-PERIOD
                         PERFORM PRINT-TIER-LINE
                      END-IF
              END-PERFORM
           END-IF
           .

       COUNT-PRINT-SET-TIERS.
           MOVE ZERO TO WS-SET-TIERS
           PERFORM VARYING TTB-IDX FROM 1 BY 1
              UNTIL TTB-IDX GREATER THAN TTB-COUNT
                   IF TTB-KIND(TTB-IDX) = WS-TIER-KIND AND
                      TTB-EFF-PERIOD(TTB-IDX) = WS-SET-EFF-PERIOD
                      ADD 1 TO WS-SET-TIERS
                   END-IF
           END-PERFORM
           .

       PRINT-TIER-LINE.
           ADD 1 TO WS-TIER-NUM
           MOVE WS-TIER-NUM TO PRN-TIER-NUM
           MOVE WS-TIER-FROM TO PRN-TIER-FROM
           IF WS-TIER-NUM = WS-SET-TIERS
              MOVE "    AND OVER" TO PRN-TIER-TO
           ELSE
              MOVE TTB-LIMIT(TTB-IDX) TO PRN-LIMIT
              MOVE PRN-LIMIT TO PRN-TIER-TO
           END-IF
           COMPUTE WS-RATE-PCT = TTB-RATE(TTB-IDX) * 100
           MOVE WS-RATE-PCT TO PRN-TIER-RATE
           MOVE TTB-LIMIT(TTB-IDX) TO WS-TIER-FROM
           MOVE TIER-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TIER-LINE
           .

       PRINT-STATE-TAX-RATE.
           MOVE ZERO TO TXT-FOUND-IDX
           PERFORM VARYING TXT-IDX FROM 1 BY 1
              UNTIL TXT-IDX GREATER THAN TXT-COUNT
                   IF TXT-STATE-NUM(TXT-IDX) = STATE-IDX AND
                      TXT-EFF-PERIOD(TXT-IDX) NOT GREATER THAN
                         WS-WORK-PERIOD
                      MOVE TXT-IDX TO TXT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF TXT-FOUND-IDX GREATER THAN ZERO OR
              SNT-STATE-NAME(STATE-IDX) NOT = SPACES
              MOVE STATE-IDX TO PRN-TAX-STATE
              MOVE SNT-STATE-NAME(STATE-IDX) TO PRN-TAX-NAME
              IF TXT-FOUND-IDX GREATER THAN ZERO
                 MOVE TXT-EFF-PERIOD(TXT-FOUND-IDX) TO PRN-TAX-EFF
                 COMPUTE WS-RATE-PCT = TXT-RATE(TXT-FOUND-IDX) * 100
                 MOVE WS-RATE-PCT TO PRN-TAX-RATE
              ELSE
                 MOVE "NO RATE" TO PRN-TAX-EFF
                 MOVE ZERO TO PRN-TAX-RATE
              END-IF
              MOVE TAX-LINE TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY TAX-LINE
           END-IF
           .
