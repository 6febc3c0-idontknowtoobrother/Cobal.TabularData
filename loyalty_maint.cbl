       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "loyalty_members.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LM-MEMBER-NUM
                 FILE STATUS IS WS-MBR-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "loyalty_member_audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUD-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.

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

       FD AUDIT-FILE.
       01 AUDIT-REC.
          05 AUD-DATE               PIC 9(8).
          05 AUD-TIME               PIC 9(6).
          05 AUD-OPERATOR           PIC X(8).
          05 AUD-ACTION             PIC X.
          05 AUD-BEFORE-IMAGE       PIC X(135).
          05 AUD-AFTER-IMAGE        PIC X(135).

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          88 END-OF-OPERATOR-FILE                      VALUE HIGH-VALUES
           .
          05 OPR-ID                 PIC X(8).
          05 OPR-NAME               PIC X(30).
          05 OPR-ROLE               PIC X.
          05 OPR-ACTIVE             PIC X.

       WORKING-STORAGE SECTION.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-OPERATOR-ROLE          PIC X.
          88 OPERATOR-IS-SUPERVISOR          VALUE "S".
       01 WS-SIGNED-ON              PIC X    VALUE "N".
          88 SIGNED-ON                       VALUE "Y".
       01 WS-SIGNON-TRIES           PIC 9    VALUE ZERO.
       01 WS-MBR-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-AUD-STATUS             PIC XX.
       01 WS-OPERATOR-ID            PIC X(8).
       01 WS-AUDIT-ACTION           PIC X.
       01 WS-BEFORE-IMAGE           PIC X(135).
       01 WS-AFTER-IMAGE            PIC X(135).
       01 WS-TIME-OF-DAY            PIC 9(8).
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-HOME-BRANCH-OK         PIC X.
          88 HOME-BRANCH-OK                  VALUE "Y".
       01 WS-CHOICE                 PIC X.
          88 CHOICE-ADD                     VALUE "A" "a".
          88 CHOICE-CHANGE                  VALUE "C" "c".
          88 CHOICE-INQUIRE                 VALUE "I" "i".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 PRN-POINTS                PIC ZZZ,ZZZ,ZZ9-.

       01 MENU-HEADING1              PIC X(35)
                                                       VALUE
             "  Loyalty Member Maintenance".
       01 MENU-HEADING2               PIC X(45)
                                                       VALUE
             "A-Add  C-Change  I-Inquire  X-Exit".

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "NO BRANCH MASTER FILE - MAINTENANCE REFUSED"
              STOP RUN
           END-IF
           OPEN I-O MEMBER-FILE
           IF WS-MBR-STATUS = "35"
              OPEN OUTPUT MEMBER-FILE
              CLOSE MEMBER-FILE
              OPEN I-O MEMBER-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-OPERATOR
           DISPLAY MENU-HEADING1
           PERFORM UNTIL CHOICE-EXIT
                   PERFORM SHOW-MENU
                   EVALUATE TRUE
                      WHEN CHOICE-ADD
                         PERFORM ADD-MEMBER
                      WHEN CHOICE-CHANGE
                         PERFORM CHANGE-MEMBER
                      WHEN CHOICE-INQUIRE
                         PERFORM INQUIRE-MEMBER
                      WHEN CHOICE-EXIT
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           CLOSE AUDIT-FILE
           CLOSE MEMBER-FILE
           CLOSE BRANCH-MASTER-FILE
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
              STOP RUN
           END-IF
           .

       VERIFY-OPERATOR.
           MOVE SPACE TO WS-OPERATOR-ROLE
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
              DISPLAY "NO OPERATOR FILE ON HAND - SIGN-ON REFUSED"
              DISPLAY "SET UP OPERATORS WITH OPERATOR-MAINT"
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

       ACCEPT-HOME-BRANCH.
           MOVE "N" TO WS-HOME-BRANCH-OK
           PERFORM UNTIL HOME-BRANCH-OK
                   DISPLAY "HOME BRANCH-ID -"
                   ACCEPT LM-HOME-BRANCH
                   MOVE LM-HOME-BRANCH TO BM-BRANCH-ID
                   READ BRANCH-MASTER-FILE
                      INVALID KEY
                         DISPLAY "BRANCH-ID NOT ON BRANCH MASTER"
                      NOT INVALID KEY
                         DISPLAY BM-BRANCH-NAME
                         MOVE "Y" TO WS-HOME-BRANCH-OK
                   END-READ
           END-PERFORM
           .

       ACCEPT-MEMBER-STATUS.
           MOVE SPACE TO LM-STATUS
           PERFORM UNTIL LM-STATUS = "A" OR "C"
                   DISPLAY "STATUS (A-ACTIVE C-CLOSED) -"
                   ACCEPT LM-STATUS
           END-PERFORM
           .

       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-AUDIT-ACTION TO AUD-ACTION
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-REC
           .

       SHOW-MENU.
           DISPLAY MENU-HEADING2
           ACCEPT WS-CHOICE
           .

       ADD-MEMBER.
           MOVE ZERO TO LM-MEMBER-NUM
           PERFORM UNTIL LM-MEMBER-NUM GREATER THAN ZERO
                   DISPLAY "MEMBER NUMBER (FROM THE CARD) -"
                   ACCEPT LM-MEMBER-NUM
           END-PERFORM
           DISPLAY "MEMBER NAME -"
           ACCEPT LM-MEMBER-NAME
           DISPLAY "MEMBER ADDRESS -"
           ACCEPT LM-MEMBER-ADDRESS
           DISPLAY "JOIN DATE (YYYYMMDD, 0 FOR TODAY) -"
           ACCEPT LM-JOIN-DATE
           IF LM-JOIN-DATE = ZERO
              MOVE WS-RUN-DATE TO LM-JOIN-DATE
           END-IF
           PERFORM ACCEPT-HOME-BRANCH
           MOVE "A" TO LM-STATUS
           MOVE ZERO TO LM-POINTS-BALANCE
           MOVE ZERO TO LM-POINTS-EARNED
           MOVE ZERO TO LM-POINTS-REDEEMED
           MOVE ZERO TO LM-VISIT-COUNT
           MOVE ZERO TO LM-LAST-VISIT-DATE
           WRITE LOYALTY-MEMBER-REC
              INVALID KEY
                 DISPLAY "MEMBER NUMBER ALREADY EXISTS"
              NOT INVALID KEY
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 MOVE LOYALTY-MEMBER-REC TO WS-AFTER-IMAGE
                 MOVE "A" TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-RECORD
                 DISPLAY "MEMBER ADDED"
           END-WRITE
           .

       CHANGE-MEMBER.
           DISPLAY "MEMBER NUMBER TO CHANGE -"
           ACCEPT LM-MEMBER-NUM
           READ MEMBER-FILE
              INVALID KEY
                 DISPLAY "MEMBER NUMBER NOT FOUND"
              NOT INVALID KEY
                 MOVE LOYALTY-MEMBER-REC TO WS-BEFORE-IMAGE
                 DISPLAY "MEMBER NAME -"
                 ACCEPT LM-MEMBER-NAME
                 DISPLAY "MEMBER ADDRESS -"
                 ACCEPT LM-MEMBER-ADDRESS
                 PERFORM ACCEPT-HOME-BRANCH
                 PERFORM ACCEPT-MEMBER-STATUS
                 IF LM-MEMBER-CLOSED AND
                    LM-POINTS-BALANCE GREATER THAN ZERO
                    MOVE LM-POINTS-BALANCE TO PRN-POINTS
                    DISPLAY "NOTE - CLOSED WITH " PRN-POINTS
                            " POINTS OUTSTANDING"
                 END-IF
                 REWRITE LOYALTY-MEMBER-REC
                 MOVE LOYALTY-MEMBER-REC TO WS-AFTER-IMAGE
                 MOVE "C" TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-RECORD
                 DISPLAY "MEMBER CHANGED"
           END-READ
           .

       INQUIRE-MEMBER.
           DISPLAY "MEMBER NUMBER TO LOOK UP -"
           ACCEPT LM-MEMBER-NUM
           READ MEMBER-FILE
              INVALID KEY
                 DISPLAY "MEMBER NUMBER NOT FOUND"
              NOT INVALID KEY
                 DISPLAY "MEMBER NAME   " LM-MEMBER-NAME
                 DISPLAY "ADDRESS       " LM-MEMBER-ADDRESS
                 DISPLAY "JOIN DATE     " LM-JOIN-DATE
                 DISPLAY "HOME BRANCH   " LM-HOME-BRANCH
                 IF LM-MEMBER-CLOSED
                    DISPLAY "STATUS        CLOSED"
                 ELSE
                    DISPLAY "STATUS        ACTIVE"
                 END-IF
                 MOVE LM-POINTS-BALANCE TO PRN-POINTS
                 DISPLAY "POINTS        " PRN-POINTS
                 MOVE LM-POINTS-EARNED TO PRN-POINTS
                 DISPLAY "EARNED        " PRN-POINTS
                 MOVE LM-POINTS-REDEEMED TO PRN-POINTS
                 DISPLAY "REDEEMED      " PRN-POINTS
                 DISPLAY "VISITS        " LM-VISIT-COUNT
                         "  LAST " LM-LAST-VISIT-DATE
           END-READ
           .
