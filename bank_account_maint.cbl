       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-ACCOUNT-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKING-FILE ASSIGN TO "branch_banking.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BNK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANKING-FILE.
       01 BANKING-REC.
          88 END-OF-BANKING-FILE                       VALUE HIGH-VALUES
           .
          05 BNK-BRANCH-ID          PIC 9(7).
          05 BNK-ROUTING-NUM        PIC 9(9).
          05 BNK-ACCOUNT-NUM        PIC X(12).
          05 BNK-ACCOUNT-NAME       PIC X(30).
          05 BNK-HOLD-FLAG          PIC X.
          05 BNK-HOLD-DATE          PIC 9(8).
          05 BNK-HOLD-REASON        PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-BNK-STATUS             PIC XX.
       01 WS-CHOICE                 PIC X.
          88 CHOICE-ADD                     VALUE "A" "a".
          88 CHOICE-CHANGE                  VALUE "C" "c".
          88 CHOICE-RELEASE                 VALUE "R" "r".
          88 CHOICE-LIST                    VALUE "L" "l".
          88 CHOICE-HELD                    VALUE "H" "h".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-CONFIRM                PIC X.
          88 CONFIRM-YES                    VALUE "Y" "y".
       01 WS-WORK-BRANCH            PIC 9(7).
       01 WS-WORK-ROUTING           PIC 9(9).
       01 WS-WORK-ACCOUNT           PIC X(12).
       01 WS-WORK-NAME              PIC X(30).
       01 BANKING-TABLE.
          05 BANKING-ENTRY OCCURS 1000 TIMES.
             10 BKT-BRANCH-ID       PIC 9(7).
             10 BKT-ROUTING-NUM     PIC 9(9).
             10 BKT-ACCOUNT-NUM     PIC X(12).
             10 BKT-ACCOUNT-NAME    PIC X(30).
             10 BKT-HOLD-FLAG       PIC X.
                88 BKT-ON-HOLD                 VALUE "H".
             10 BKT-HOLD-DATE       PIC 9(8).
             10 BKT-HOLD-REASON     PIC X(3).
       01 BKT-COUNT                 PIC 9(4) VALUE ZERO.
       01 BKT-IDX                   PIC 9(4).
       01 BKT-FOUND-IDX             PIC 9(4).
       01 HELD-LISTED               PIC 9(4).
       01 WS-BKT-OVERFLOW           PIC X    VALUE "N".
          88 BKT-OVERFLOW                    VALUE "Y".
       01 WS-TABLE-CHANGED          PIC X    VALUE "N".
          88 TABLE-CHANGED                   VALUE "Y".

       01 MENU-HEADING1             PIC X(35)
                                                       VALUE
             "  Branch Banking Maintenance".
       01 MENU-HEADING2             PIC X(60)
                                                       VALUE
             "A-Add  C-Change  R-Release Hold  L-List  H-Held  X-Exit".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-BANKING-TABLE
           IF BKT-OVERFLOW
              DISPLAY "MORE THAN 1000 BANKING RECORDS ON FILE"
                      " - MAINTENANCE NOT STARTED"
              STOP RUN
           END-IF
           DISPLAY MENU-HEADING1
           PERFORM UNTIL CHOICE-EXIT
                   DISPLAY MENU-HEADING2
                   ACCEPT WS-CHOICE
                   EVALUATE TRUE
                      WHEN CHOICE-ADD
                         PERFORM ADD-BANKING-ENTRY
                      WHEN CHOICE-CHANGE
                         PERFORM CHANGE-BANKING-ENTRY
                      WHEN CHOICE-RELEASE
                         PERFORM RELEASE-BANKING-HOLD
                      WHEN CHOICE-LIST
                         PERFORM LIST-BANKING-ENTRIES
                      WHEN CHOICE-HELD
                         PERFORM LIST-HELD-ENTRIES
                      WHEN CHOICE-EXIT
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           IF TABLE-CHANGED
              PERFORM SAVE-BANKING-TABLE
           END-IF
           STOP RUN.

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
                         BKT-COUNT LESS THAN 1000
                         ADD 1 TO BKT-COUNT
                         MOVE BNK-BRANCH-ID TO
                            BKT-BRANCH-ID(BKT-COUNT)
                         IF BNK-ROUTING-NUM NUMERIC
                            MOVE BNK-ROUTING-NUM TO
                               BKT-ROUTING-NUM(BKT-COUNT)
                         ELSE
                            MOVE ZERO TO BKT-ROUTING-NUM(BKT-COUNT)
                         END-IF
                         MOVE BNK-ACCOUNT-NUM TO
                            BKT-ACCOUNT-NUM(BKT-COUNT)
                         MOVE BNK-ACCOUNT-NAME TO
                            BKT-ACCOUNT-NAME(BKT-COUNT)
                         MOVE BNK-HOLD-FLAG TO
                            BKT-HOLD-FLAG(BKT-COUNT)
                         IF BNK-HOLD-DATE NUMERIC
                            MOVE BNK-HOLD-DATE TO
                               BKT-HOLD-DATE(BKT-COUNT)
                         ELSE
                            MOVE ZERO TO BKT-HOLD-DATE(BKT-COUNT)
                         END-IF
                         MOVE BNK-HOLD-REASON TO
                            BKT-HOLD-REASON(BKT-COUNT)
                      ELSE
                         IF BKT-COUNT NOT LESS THAN 1000
                            SET BKT-OVERFLOW TO TRUE
                         ELSE
                            DISPLAY "BAD BANKING RECORD DROPPED - "
                                    BANKING-REC(1:28)
                         END-IF
                      END-IF
                      READ BANKING-FILE
                      AT END
                         SET END-OF-BANKING-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE BANKING-FILE
           END-IF
           .

       SAVE-BANKING-TABLE.
           OPEN OUTPUT BANKING-FILE
           PERFORM VARYING BKT-IDX FROM 1 BY 1
              UNTIL BKT-IDX GREATER THAN BKT-COUNT
                   MOVE BKT-BRANCH-ID(BKT-IDX) TO BNK-BRANCH-ID
                   MOVE BKT-ROUTING-NUM(BKT-IDX) TO BNK-ROUTING-NUM
                   MOVE BKT-ACCOUNT-NUM(BKT-IDX) TO BNK-ACCOUNT-NUM
                   MOVE BKT-ACCOUNT-NAME(BKT-IDX) TO BNK-ACCOUNT-NAME
                   MOVE BKT-HOLD-FLAG(BKT-IDX) TO BNK-HOLD-FLAG
                   MOVE BKT-HOLD-DATE(BKT-IDX) TO BNK-HOLD-DATE
                   MOVE BKT-HOLD-REASON(BKT-IDX) TO BNK-HOLD-REASON
                   WRITE BANKING-REC
           END-PERFORM
           CLOSE BANKING-FILE
           .

       ACCEPT-BRANCH-KEY.
           MOVE ZERO TO WS-WORK-BRANCH
           PERFORM UNTIL WS-WORK-BRANCH GREATER THAN ZERO
                   DISPLAY "BRANCH-ID -"
                   ACCEPT WS-WORK-BRANCH
           END-PERFORM
           MOVE ZERO TO BKT-FOUND-IDX
           PERFORM VARYING BKT-IDX FROM 1 BY 1
              UNTIL BKT-IDX GREATER THAN BKT-COUNT
                   IF BKT-BRANCH-ID(BKT-IDX) = WS-WORK-BRANCH
                      MOVE BKT-IDX TO BKT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       ACCEPT-BANKING-FIELDS.
           MOVE ZERO TO WS-WORK-ROUTING
           PERFORM UNTIL WS-WORK-ROUTING GREATER THAN ZERO
                   DISPLAY "ROUTING NUMBER (9 DIGITS) -"
                   ACCEPT WS-WORK-ROUTING
           END-PERFORM
           MOVE SPACES TO WS-WORK-ACCOUNT
           PERFORM UNTIL WS-WORK-ACCOUNT NOT = SPACES
                   DISPLAY "ACCOUNT NUMBER -"
                   ACCEPT WS-WORK-ACCOUNT
           END-PERFORM
           MOVE SPACES TO WS-WORK-NAME
           PERFORM UNTIL WS-WORK-NAME NOT = SPACES
                   DISPLAY "ACCOUNT NAME -"
                   ACCEPT WS-WORK-NAME
           END-PERFORM
           .

       ADD-BANKING-ENTRY.
           PERFORM ACCEPT-BRANCH-KEY
           IF BKT-FOUND-IDX GREATER THAN ZERO
              DISPLAY "BANKING RECORD ALREADY ON FILE - USE CHANGE"
           ELSE
              IF BKT-COUNT NOT LESS THAN 1000
                 DISPLAY "BANKING TABLE FULL"
              ELSE
                 PERFORM ACCEPT-BANKING-FIELDS
                 ADD 1 TO BKT-COUNT
                 MOVE WS-WORK-BRANCH TO BKT-BRANCH-ID(BKT-COUNT)
                 MOVE WS-WORK-ROUTING TO BKT-ROUTING-NUM(BKT-COUNT)
                 MOVE WS-WORK-ACCOUNT TO BKT-ACCOUNT-NUM(BKT-COUNT)
                 MOVE WS-WORK-NAME TO BKT-ACCOUNT-NAME(BKT-COUNT)
                 MOVE SPACE TO BKT-HOLD-FLAG(BKT-COUNT)
                 MOVE ZERO TO BKT-HOLD-DATE(BKT-COUNT)
                 MOVE SPACES TO BKT-HOLD-REASON(BKT-COUNT)
                 SET TABLE-CHANGED TO TRUE
                 DISPLAY "BANKING RECORD ADDED"
              END-IF
           END-IF
           .

       CHANGE-BANKING-ENTRY.
           PERFORM ACCEPT-BRANCH-KEY
           IF BKT-FOUND-IDX = ZERO
              DISPLAY "BANKING RECORD NOT ON FILE"
           ELSE
              MOVE BKT-FOUND-IDX TO BKT-IDX
              PERFORM DISPLAY-BANKING-ENTRY
              PERFORM ACCEPT-BANKING-FIELDS
              MOVE WS-WORK-ROUTING TO BKT-ROUTING-NUM(BKT-FOUND-IDX)
              MOVE WS-WORK-ACCOUNT TO BKT-ACCOUNT-NUM(BKT-FOUND-IDX)
              MOVE WS-WORK-NAME TO BKT-ACCOUNT-NAME(BKT-FOUND-IDX)
              IF BKT-ON-HOLD(BKT-FOUND-IDX)
                 MOVE SPACE TO BKT-HOLD-FLAG(BKT-FOUND-IDX)
                 MOVE ZERO TO BKT-HOLD-DATE(BKT-FOUND-IDX)
                 MOVE SPACES TO BKT-HOLD-REASON(BKT-FOUND-IDX)
                 DISPLAY "BANKING RECORD CORRECTED - HOLD RELEASED"
              ELSE
                 DISPLAY "BANKING RECORD CHANGED"
              END-IF
              SET TABLE-CHANGED TO TRUE
           END-IF
           .

       RELEASE-BANKING-HOLD.
           PERFORM ACCEPT-BRANCH-KEY
           IF BKT-FOUND-IDX = ZERO
              DISPLAY "BANKING RECORD NOT ON FILE"
           ELSE
              IF NOT BKT-ON-HOLD(BKT-FOUND-IDX)
                 DISPLAY "BANKING RECORD IS NOT ON HOLD"
              ELSE
                 MOVE BKT-FOUND-IDX TO BKT-IDX
                 PERFORM DISPLAY-BANKING-ENTRY
                 DISPLAY "RELEASE HOLD WITH DETAILS UNCHANGED (Y/N) -"
                 ACCEPT WS-CONFIRM
                 IF CONFIRM-YES
                    MOVE SPACE TO BKT-HOLD-FLAG(BKT-FOUND-IDX)
                    MOVE ZERO TO BKT-HOLD-DATE(BKT-FOUND-IDX)
                    MOVE SPACES TO BKT-HOLD-REASON(BKT-FOUND-IDX)
                    SET TABLE-CHANGED TO TRUE
                    DISPLAY "HOLD RELEASED"
                 ELSE
                    DISPLAY "HOLD LEFT IN PLACE"
                 END-IF
              END-IF
           END-IF
           .

       DISPLAY-BANKING-ENTRY.
           DISPLAY "BRANCH " BKT-BRANCH-ID(BKT-IDX)
                   " ROUTING " BKT-ROUTING-NUM(BKT-IDX)
                   " ACCOUNT " BKT-ACCOUNT-NUM(BKT-IDX)
                   " " BKT-ACCOUNT-NAME(BKT-IDX)
           IF BKT-ON-HOLD(BKT-IDX)
              DISPLAY "   ON HOLD SINCE " BKT-HOLD-DATE(BKT-IDX)
                      " RETURN CODE " BKT-HOLD-REASON(BKT-IDX)
           END-IF
           .

       LIST-BANKING-ENTRIES.
           IF BKT-COUNT = ZERO
              DISPLAY "NO BANKING RECORDS ON FILE"
           END-IF
           PERFORM VARYING BKT-IDX FROM 1 BY 1
              UNTIL BKT-IDX GREATER THAN BKT-COUNT
                   PERFORM DISPLAY-BANKING-ENTRY
           END-PERFORM
           .

       LIST-HELD-ENTRIES.
           MOVE ZERO TO HELD-LISTED
           PERFORM VARYING BKT-IDX FROM 1 BY 1
              UNTIL BKT-IDX GREATER THAN BKT-COUNT
                   IF BKT-ON-HOLD(BKT-IDX)
                      PERFORM DISPLAY-BANKING-ENTRY
                      ADD 1 TO HELD-LISTED
                   END-IF
           END-PERFORM
           IF HELD-LISTED = ZERO
              DISPLAY "NO BANKING RECORDS ON HOLD"
           END-IF
           .
