       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRANCHISEE-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRANCHISEE-FILE ASSIGN TO "franchisees.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FRN-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "royalty_open_items.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ROI-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "franchisee_audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
             88 FR-NEGOTIATED-RATE                 VALUE "Y".
          05 FR-ROYALTY-RATE        PIC 9V9(4).

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

       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-REC.
          88 END-OF-OPEN-ITEMS                         VALUE HIGH-VALUES
           .
          05 ROI-ITEM-TYPE          PIC X.
          05 ROI-INVOICE-NUM        PIC 9(7).
          05 ROI-FRANCHISEE-ID      PIC 9(5).
          05 FILLER                 PIC X(68).

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          88 END-OF-OPERATOR-FILE                      VALUE HIGH-VALUES
           .
          05 OPR-ID                 PIC X(8).
          05 OPR-NAME               PIC X(30).
          05 OPR-ROLE               PIC X.
          05 OPR-ACTIVE             PIC X.

       FD AUDIT-FILE.
       01 AUDIT-REC.
          05 AUD-DATE               PIC 9(8).
          05 AUD-TIME               PIC 9(6).
          05 AUD-OPERATOR           PIC X(8).
          05 AUD-ACTION             PIC X.
          05 AUD-BEFORE-IMAGE       PIC X(232).
          05 AUD-AFTER-IMAGE        PIC X(232).

       WORKING-STORAGE SECTION.
       01 WS-FRN-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-ROI-STATUS             PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-AUD-STATUS             PIC XX.
       01 WS-OPERATOR-ID            PIC X(8).
       01 WS-OPERATOR-ROLE          PIC X.
          88 OPERATOR-IS-SUPERVISOR          VALUE "S".
       01 WS-SIGNED-ON              PIC X    VALUE "N".
          88 SIGNED-ON                       VALUE "Y".
       01 WS-SIGNON-TRIES           PIC 9    VALUE ZERO.
       01 WS-TIME-OF-DAY            PIC 9(8).
       01 WS-TODAY                  PIC 9(8).
       01 WS-AUDIT-ACTION           PIC X.
       01 WS-BEFORE-IMAGE           PIC X(232).
       01 WS-AFTER-IMAGE            PIC X(232).
       01 WS-CHOICE                 PIC X.
          88 CHOICE-ADD                     VALUE "A" "a".
          88 CHOICE-CHANGE                  VALUE "C" "c".
          88 CHOICE-DELETE                  VALUE "D" "d".
          88 CHOICE-INQUIRE                 VALUE "I" "i".
          88 CHOICE-LIST                    VALUE "L" "l".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-CONFIRM                PIC X.
          88 CONFIRMED                      VALUE "Y" "y".
          88 DECLINED                       VALUE "N" "n".
       01 WS-KEEP-ALLOWED           PIC X.
          88 KEEP-ALLOWED                   VALUE "Y".
       01 WS-OPEN-ENDED-ALLOWED     PIC X.
          88 OPEN-ENDED-ALLOWED             VALUE "Y".
       01 WS-WORK-DATE-X            PIC X(8).
       01 WS-WORK-DATE REDEFINES WS-WORK-DATE-X
                                    PIC 9(8).
       01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE-X.
          05 WS-WORK-YEAR           PIC 9(4).
          05 WS-WORK-MONTH          PIC 99.
          05 WS-WORK-DAY            PIC 99.
       01 WS-DATE-VALID             PIC X.
          88 DATE-VALID                     VALUE "Y".
       01 WS-DATE-RESULT            PIC 9(8).
       01 WS-WORK-FRANCHISEE        PIC 9(5).
       01 WS-WORK-TEXT              PIC X(40).
       01 WS-WORK-RATE              PIC 9V9(4).
       01 WS-RATE-VALID             PIC X.
          88 RATE-VALID                     VALUE "Y".
       01 ROYALTY-RATE-MAX          PIC 9V9(4)   VALUE 0.2000.
       01 WS-RATE-PCT               PIC 99V99.
       01 PRN-RATE-PCT              PIC Z9.99.
       01 WS-BRANCH-COUNT           PIC 9(5).
       01 WS-OPEN-ITEM-COUNT        PIC 9(5).
       01 WS-LIST-BRANCHES          PIC X.
          88 LIST-BRANCHES                  VALUE "Y".
       01 WS-END-OF-MASTER          PIC X.
          88 END-OF-MASTER                  VALUE "Y".
       01 WS-FRANCHISEE-IMAGE.
          05 WS-IMG-FRANCHISEE-ID   PIC 9(5).
          05 WS-IMG-LEGAL-NAME      PIC X(40).
          05 WS-IMG-BILL-ADDRESS-1  PIC X(40).
          05 WS-IMG-BILL-ADDRESS-2  PIC X(40).
          05 WS-IMG-BILL-ADDRESS-3  PIC X(40).
          05 WS-IMG-CONTACT-NAME    PIC X(30).
          05 WS-IMG-CONTACT-PHONE   PIC X(15).
          05 WS-IMG-AGREE-START     PIC 9(8).
          05 WS-IMG-AGREE-END       PIC 9(8).
          05 WS-IMG-RATE-OVERRIDE   PIC X.
             88 IMG-NEGOTIATED-RATE                VALUE "Y".
          05 WS-IMG-ROYALTY-RATE    PIC 9V9(4).
       01 FRANCHISEE-TABLE.
          05 FRANCHISEE-ENTRY OCCURS 500 TIMES
                                    PIC X(232).
       01 FRT-COUNT                 PIC 9(3)     VALUE ZERO.
       01 FRT-IDX                   PIC 9(3).
       01 FRT-SORT-IDX              PIC 9(3).
       01 FRT-FOUND-IDX             PIC 9(3).
       01 FRT-SWAP-ENTRY            PIC X(232).
       01 WS-TABLE-OVERFLOW         PIC X        VALUE "N".
          88 TABLE-OVERFLOW                      VALUE "Y".

       01 MENU-HEADING1             PIC X(35)
                                                       VALUE
             "  Franchisee Master Maintenance".
       01 MENU-HEADING2             PIC X(60)
                                                       VALUE
             "A-Add  C-Change  D-Delete  I-Inquire  L-List  X-Exit".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-IS-SUPERVISOR
              DISPLAY "SUPERVISOR ROLE REQUIRED TO MAINTAIN"
                      " FRANCHISEES"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-FRANCHISEE-TABLE
           IF TABLE-OVERFLOW
              DISPLAY "FRANCHISEE FILE EXCEEDS 500 FRANCHISEES"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           DISPLAY MENU-HEADING1
           PERFORM UNTIL CHOICE-EXIT
                   DISPLAY MENU-HEADING2
                   ACCEPT WS-CHOICE
                   EVALUATE TRUE
                      WHEN CHOICE-ADD
                         PERFORM ADD-FRANCHISEE
                      WHEN CHOICE-CHANGE
                         PERFORM CHANGE-FRANCHISEE
                      WHEN CHOICE-DELETE
                         PERFORM DELETE-FRANCHISEE
                      WHEN CHOICE-INQUIRE
                         PERFORM INQUIRE-FRANCHISEE
                      WHEN CHOICE-LIST
                         PERFORM LIST-FRANCHISEES
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

       LOAD-FRANCHISEE-TABLE.
           MOVE ZERO TO FRT-COUNT
           OPEN INPUT FRANCHISEE-FILE
           IF WS-FRN-STATUS = "00"
              READ FRANCHISEE-FILE
              AT END
                 SET END-OF-FRANCHISEE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-FRANCHISEE-FILE
                      IF FR-FRANCHISEE-ID NUMERIC
                         IF FRT-COUNT LESS THAN 500
                            ADD 1 TO FRT-COUNT
                            MOVE FRANCHISEE-REC TO
                               FRANCHISEE-ENTRY(FRT-COUNT)
                         ELSE
                            SET TABLE-OVERFLOW TO TRUE
                         END-IF
                      ELSE
                         DISPLAY "BAD FRANCHISEE RECORD DROPPED - "
                                 FRANCHISEE-REC(1:45)
                      END-IF
                      READ FRANCHISEE-FILE
                      AT END
                         SET END-OF-FRANCHISEE-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE FRANCHISEE-FILE
           END-IF
           PERFORM SORT-FRANCHISEE-TABLE
           .

       SORT-FRANCHISEE-TABLE.
           PERFORM VARYING FRT-IDX FROM 2 BY 1
              UNTIL FRT-IDX GREATER THAN FRT-COUNT
                   MOVE FRANCHISEE-ENTRY(FRT-IDX) TO FRT-SWAP-ENTRY
                   PERFORM VARYING FRT-SORT-IDX FROM FRT-IDX BY -1
                      UNTIL FRT-SORT-IDX = 1 OR
                         FRANCHISEE-ENTRY(FRT-SORT-IDX - 1)(1:5) NOT
                            GREATER THAN FRT-SWAP-ENTRY(1:5)
                         MOVE FRANCHISEE-ENTRY(FRT-SORT-IDX - 1) TO
                            FRANCHISEE-ENTRY(FRT-SORT-IDX)
                   END-PERFORM
                   MOVE FRT-SWAP-ENTRY TO FRANCHISEE-ENTRY(FRT-SORT-IDX)
           END-PERFORM
           .

       SAVE-FRANCHISEE-TABLE.
           OPEN OUTPUT FRANCHISEE-FILE
           PERFORM VARYING FRT-IDX FROM 1 BY 1
              UNTIL FRT-IDX GREATER THAN FRT-COUNT
                   MOVE FRANCHISEE-ENTRY(FRT-IDX) TO FRANCHISEE-REC
                   WRITE FRANCHISEE-REC
           END-PERFORM
           CLOSE FRANCHISEE-FILE
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

       FIND-FRANCHISEE-ENTRY.
           MOVE ZERO TO FRT-FOUND-IDX
           PERFORM VARYING FRT-IDX FROM 1 BY 1
              UNTIL FRT-IDX GREATER THAN FRT-COUNT
                 OR FRT-FOUND-IDX GREATER THAN ZERO
                   IF FRANCHISEE-ENTRY(FRT-IDX)(1:5) =
                      WS-WORK-FRANCHISEE
                      MOVE FRT-IDX TO FRT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       ACCEPT-DATE-FIELD.
           MOVE "N" TO WS-DATE-VALID
           PERFORM UNTIL DATE-VALID
                   MOVE SPACES TO WS-WORK-DATE-X
                   ACCEPT WS-WORK-DATE-X
                   EVALUATE TRUE
                      WHEN WS-WORK-DATE-X = SPACES AND KEEP-ALLOWED
                         MOVE "Y" TO WS-DATE-VALID
                      WHEN WS-WORK-DATE-X = "0" AND
                           OPEN-ENDED-ALLOWED
                         MOVE ZERO TO WS-DATE-RESULT
                         MOVE "Y" TO WS-DATE-VALID
                      WHEN WS-WORK-DATE-X NUMERIC AND
                           WS-WORK-YEAR GREATER THAN 1900 AND
                           WS-WORK-MONTH GREATER THAN ZERO AND
                           WS-WORK-MONTH NOT GREATER THAN 12 AND
                           WS-WORK-DAY GREATER THAN ZERO AND
                           WS-WORK-DAY NOT GREATER THAN 31
                         MOVE WS-WORK-DATE TO WS-DATE-RESULT
                         MOVE "Y" TO WS-DATE-VALID
                      WHEN OTHER
                         DISPLAY "ENTER A DATE AS YYYYMMDD -"
                   END-EVALUATE
           END-PERFORM
           .

       ACCEPT-RATE.
           MOVE "N" TO WS-RATE-VALID
           PERFORM UNTIL RATE-VALID
                   DISPLAY "RATE AS A FRACTION (E.G. 0.0500 FOR 5%) -"
                   ACCEPT WS-WORK-RATE
                   IF WS-WORK-RATE GREATER THAN ROYALTY-RATE-MAX
                      COMPUTE WS-RATE-PCT = ROYALTY-RATE-MAX * 100
                      MOVE WS-RATE-PCT TO PRN-RATE-PCT
                      DISPLAY "RATE OUT OF RANGE - MAXIMUM IS "
                              PRN-RATE-PCT "%"
                   ELSE
                      IF WS-WORK-RATE = ZERO
                         DISPLAY "RATE MUST BE GREATER THAN ZERO"
                      ELSE
                         MOVE "Y" TO WS-RATE-VALID
                      END-IF
                   END-IF
           END-PERFORM
           .

       ACCEPT-FRANCHISEE-DETAILS.
           DISPLAY "LEGAL NAME -"
           PERFORM ACCEPT-TEXT-FIELD
           IF WS-WORK-TEXT NOT = SPACES
              MOVE WS-WORK-TEXT TO WS-IMG-LEGAL-NAME
           END-IF
           PERFORM UNTIL WS-IMG-LEGAL-NAME NOT = SPACES
                   DISPLAY "LEGAL NAME IS REQUIRED -"
                   PERFORM ACCEPT-TEXT-FIELD
                   MOVE WS-WORK-TEXT TO WS-IMG-LEGAL-NAME
           END-PERFORM
           DISPLAY "BILLING ADDRESS LINE 1 -"
           PERFORM ACCEPT-TEXT-FIELD
           IF WS-WORK-TEXT NOT = SPACES
              MOVE WS-WORK-TEXT TO WS-IMG-BILL-ADDRESS-1
           END-IF
           PERFORM UNTIL WS-IMG-BILL-ADDRESS-1 NOT = SPACES
                   DISPLAY "BILLING ADDRESS IS REQUIRED -"
                   PERFORM ACCEPT-TEXT-FIELD
                   MOVE WS-WORK-TEXT TO WS-IMG-BILL-ADDRESS-1
           END-PERFORM
           DISPLAY "BILLING ADDRESS LINE 2 (* TO CLEAR) -"
           PERFORM ACCEPT-TEXT-FIELD
           IF WS-WORK-TEXT NOT = SPACES
              MOVE WS-WORK-TEXT TO WS-IMG-BILL-ADDRESS-2
           END-IF
           IF WS-WORK-TEXT = "*"
              MOVE SPACES TO WS-IMG-BILL-ADDRESS-2
           END-IF
           DISPLAY "BILLING ADDRESS LINE 3 (* TO CLEAR) -"
           PERFORM ACCEPT-TEXT-FIELD
           IF WS-WORK-TEXT NOT = SPACES
              MOVE WS-WORK-TEXT TO WS-IMG-BILL-ADDRESS-3
           END-IF
           IF WS-WORK-TEXT = "*"
              MOVE SPACES TO WS-IMG-BILL-ADDRESS-3
           END-IF
           DISPLAY "CONTACT NAME -"
           PERFORM ACCEPT-TEXT-FIELD
           IF WS-WORK-TEXT NOT = SPACES
              MOVE WS-WORK-TEXT TO WS-IMG-CONTACT-NAME
           END-IF
           DISPLAY "CONTACT PHONE -"
           PERFORM ACCEPT-TEXT-FIELD
           IF WS-WORK-TEXT NOT = SPACES
              MOVE WS-WORK-TEXT TO WS-IMG-CONTACT-PHONE
           END-IF
           DISPLAY "AGREEMENT START DATE (YYYYMMDD) -"
           MOVE "N" TO WS-OPEN-ENDED-ALLOWED
           MOVE WS-IMG-AGREE-START TO WS-DATE-RESULT
           PERFORM ACCEPT-DATE-FIELD
           MOVE WS-DATE-RESULT TO WS-IMG-AGREE-START
           MOVE WS-IMG-AGREE-END TO WS-DATE-RESULT
           PERFORM ACCEPT-AGREEMENT-END
           MOVE WS-DATE-RESULT TO WS-IMG-AGREE-END
           DISPLAY "NEGOTIATED ROYALTY RATE (Y/N) -"
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           PERFORM UNTIL CONFIRMED OR DECLINED OR
                         (WS-CONFIRM = SPACE AND KEEP-ALLOWED)
                   DISPLAY "ANSWER Y OR N -"
                   ACCEPT WS-CONFIRM
           END-PERFORM
           EVALUATE TRUE
              WHEN CONFIRMED
                 PERFORM ACCEPT-RATE
                 MOVE "Y" TO WS-IMG-RATE-OVERRIDE
                 MOVE WS-WORK-RATE TO WS-IMG-ROYALTY-RATE
              WHEN DECLINED
                 MOVE "N" TO WS-IMG-RATE-OVERRIDE
                 MOVE ZERO TO WS-IMG-ROYALTY-RATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       ACCEPT-TEXT-FIELD.
           MOVE SPACES TO WS-WORK-TEXT
           ACCEPT WS-WORK-TEXT
           .

       ACCEPT-AGREEMENT-END.
           MOVE "N" TO WS-DATE-VALID
           PERFORM UNTIL DATE-VALID
                   DISPLAY "AGREEMENT END DATE (YYYYMMDD, 0 = NONE) -"
                   MOVE "Y" TO WS-OPEN-ENDED-ALLOWED
                   PERFORM ACCEPT-DATE-FIELD
                   IF WS-DATE-RESULT NOT = ZERO AND
                      WS-DATE-RESULT LESS THAN WS-IMG-AGREE-START
                      DISPLAY "END DATE IS BEFORE THE START DATE "
                              WS-IMG-AGREE-START
                      MOVE "N" TO WS-DATE-VALID
                   END-IF
           END-PERFORM
           .

       SHOW-FRANCHISEE-IMAGE.
           DISPLAY "FRANCHISEE " WS-IMG-FRANCHISEE-ID " "
                   WS-IMG-LEGAL-NAME
           DISPLAY "  BILL TO  " WS-IMG-BILL-ADDRESS-1
           IF WS-IMG-BILL-ADDRESS-2 NOT = SPACES
              DISPLAY "           " WS-IMG-BILL-ADDRESS-2
           END-IF
           IF WS-IMG-BILL-ADDRESS-3 NOT = SPACES
              DISPLAY "           " WS-IMG-BILL-ADDRESS-3
           END-IF
           DISPLAY "  CONTACT  " WS-IMG-CONTACT-NAME " "
                   WS-IMG-CONTACT-PHONE
           DISPLAY "  AGREEMENT " WS-IMG-AGREE-START " TO "
                   WS-IMG-AGREE-END
           IF IMG-NEGOTIATED-RATE
              COMPUTE WS-RATE-PCT = WS-IMG-ROYALTY-RATE * 100
              MOVE WS-RATE-PCT TO PRN-RATE-PCT
              DISPLAY "  ROYALTY NEGOTIATED RATE " PRN-RATE-PCT "%"
           ELSE
              DISPLAY "  ROYALTY STANDARD RATE SCALE"
           END-IF
           .

       ADD-FRANCHISEE.
           DISPLAY "FRANCHISEE ID (5 DIGITS) -"
           ACCEPT WS-WORK-FRANCHISEE
           PERFORM FIND-FRANCHISEE-ENTRY
           EVALUATE TRUE
              WHEN WS-WORK-FRANCHISEE NOT NUMERIC OR
                   WS-WORK-FRANCHISEE = ZERO
                 DISPLAY "FRANCHISEE ID MUST BE 1-99999"
              WHEN FRT-FOUND-IDX GREATER THAN ZERO
                 DISPLAY "FRANCHISEE " WS-WORK-FRANCHISEE
                         " IS ALREADY ON FILE - USE C TO CHANGE"
              WHEN FRT-COUNT NOT LESS THAN 500
                 DISPLAY "FRANCHISEE TABLE FULL"
              WHEN OTHER
                 MOVE SPACES TO WS-FRANCHISEE-IMAGE
                 MOVE WS-WORK-FRANCHISEE TO WS-IMG-FRANCHISEE-ID
                 MOVE ZERO TO WS-IMG-AGREE-START
                 MOVE ZERO TO WS-IMG-AGREE-END
                 MOVE ZERO TO WS-IMG-ROYALTY-RATE
                 MOVE "N" TO WS-KEEP-ALLOWED
                 PERFORM ACCEPT-FRANCHISEE-DETAILS
                 PERFORM SHOW-FRANCHISEE-IMAGE
                 DISPLAY "ADD THIS FRANCHISEE (Y/N) -"
                 ACCEPT WS-CONFIRM
                 IF CONFIRMED
                    ADD 1 TO FRT-COUNT
                    MOVE WS-FRANCHISEE-IMAGE TO
                       FRANCHISEE-ENTRY(FRT-COUNT)
                    PERFORM SORT-FRANCHISEE-TABLE
                    PERFORM SAVE-FRANCHISEE-TABLE
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE WS-FRANCHISEE-IMAGE TO WS-AFTER-IMAGE
                    MOVE "A" TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                    DISPLAY "FRANCHISEE ADDED"
                 ELSE
                    DISPLAY "NOTHING ADDED"
                 END-IF
           END-EVALUATE
           .

       CHANGE-FRANCHISEE.
           DISPLAY "FRANCHISEE ID -"
           ACCEPT WS-WORK-FRANCHISEE
           PERFORM FIND-FRANCHISEE-ENTRY
           IF FRT-FOUND-IDX = ZERO
              DISPLAY "FRANCHISEE " WS-WORK-FRANCHISEE " NOT ON FILE"
           ELSE
              MOVE FRANCHISEE-ENTRY(FRT-FOUND-IDX) TO
                 WS-FRANCHISEE-IMAGE
              MOVE WS-FRANCHISEE-IMAGE TO WS-BEFORE-IMAGE
              PERFORM SHOW-FRANCHISEE-IMAGE
              DISPLAY "ENTER NEW VALUES - PRESS ENTER TO KEEP A FIELD"
              MOVE "Y" TO WS-KEEP-ALLOWED
              PERFORM ACCEPT-FRANCHISEE-DETAILS
              IF WS-FRANCHISEE-IMAGE = WS-BEFORE-IMAGE
                 DISPLAY "NOTHING CHANGED"
              ELSE
                 PERFORM SHOW-FRANCHISEE-IMAGE
                 DISPLAY "SAVE THESE CHANGES (Y/N) -"
                 ACCEPT WS-CONFIRM
                 IF CONFIRMED
                    MOVE WS-FRANCHISEE-IMAGE TO
                       FRANCHISEE-ENTRY(FRT-FOUND-IDX)
                    PERFORM SAVE-FRANCHISEE-TABLE
                    MOVE WS-FRANCHISEE-IMAGE TO WS-AFTER-IMAGE
                    MOVE "C" TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                    DISPLAY "FRANCHISEE CHANGED"
                 ELSE
                    DISPLAY "CHANGES DISCARDED"
                 END-IF
              END-IF
           END-IF
           .

       DELETE-FRANCHISEE.
           DISPLAY "FRANCHISEE ID -"
           ACCEPT WS-WORK-FRANCHISEE
           PERFORM FIND-FRANCHISEE-ENTRY
           IF FRT-FOUND-IDX = ZERO
              DISPLAY "FRANCHISEE " WS-WORK-FRANCHISEE " NOT ON FILE"
           ELSE
              MOVE FRANCHISEE-ENTRY(FRT-FOUND-IDX) TO
                 WS-FRANCHISEE-IMAGE
              PERFORM SHOW-FRANCHISEE-IMAGE
              MOVE "N" TO WS-LIST-BRANCHES
              PERFORM COUNT-FRANCHISEE-BRANCHES
              PERFORM COUNT-FRANCHISEE-OPEN-ITEMS
              EVALUATE TRUE
                 WHEN WS-BRANCH-COUNT GREATER THAN ZERO
                    DISPLAY "CANNOT DELETE - " WS-BRANCH-COUNT
                            " BRANCHES ON THE BRANCH MASTER BELONG"
                            " TO THIS FRANCHISEE"
                 WHEN WS-OPEN-ITEM-COUNT GREATER THAN ZERO
                    DISPLAY "CANNOT DELETE - " WS-OPEN-ITEM-COUNT
                            " ROYALTY ITEMS STILL OPEN"
                 WHEN OTHER
                    DISPLAY "DELETE THIS FRANCHISEE (Y/N) -"
                    ACCEPT WS-CONFIRM
                    IF CONFIRMED
                       MOVE WS-FRANCHISEE-IMAGE TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-AFTER-IMAGE
                       PERFORM VARYING FRT-IDX FROM FRT-FOUND-IDX BY 1
                          UNTIL FRT-IDX NOT LESS THAN FRT-COUNT
                               MOVE FRANCHISEE-ENTRY(FRT-IDX + 1) TO
                                  FRANCHISEE-ENTRY(FRT-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM FRT-COUNT
                       PERFORM SAVE-FRANCHISEE-TABLE
                       MOVE "D" TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY "FRANCHISEE DELETED"
                    ELSE
                       DISPLAY "NOTHING DELETED"
                    END-IF
              END-EVALUATE
           END-IF
           .

       INQUIRE-FRANCHISEE.
           DISPLAY "FRANCHISEE ID -"
           ACCEPT WS-WORK-FRANCHISEE
           PERFORM FIND-FRANCHISEE-ENTRY
           IF FRT-FOUND-IDX = ZERO
              DISPLAY "FRANCHISEE " WS-WORK-FRANCHISEE " NOT ON FILE"
           ELSE
              MOVE FRANCHISEE-ENTRY(FRT-FOUND-IDX) TO
                 WS-FRANCHISEE-IMAGE
              PERFORM SHOW-FRANCHISEE-IMAGE
              IF WS-IMG-AGREE-START GREATER THAN WS-TODAY OR
                 (WS-IMG-AGREE-END NOT = ZERO AND
                  WS-IMG-AGREE-END LESS THAN WS-TODAY)
                 DISPLAY "  ** AGREEMENT NOT IN FORCE TODAY **"
              END-IF
              MOVE "Y" TO WS-LIST-BRANCHES
              PERFORM COUNT-FRANCHISEE-BRANCHES
              DISPLAY WS-BRANCH-COUNT " BRANCHES ON THE BRANCH MASTER"
           END-IF
           .

       COUNT-FRANCHISEE-BRANCHES.
           MOVE ZERO TO WS-BRANCH-COUNT
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BRANCH MASTER - STATUS "
                      WS-BM-STATUS
           ELSE
              MOVE "N" TO WS-END-OF-MASTER
              MOVE LOW-VALUES TO BM-BRANCH-ID
              START BRANCH-MASTER-FILE KEY IS GREATER THAN OR EQUAL
                 BM-BRANCH-ID
                 INVALID KEY
                    SET END-OF-MASTER TO TRUE
              END-START
              PERFORM UNTIL END-OF-MASTER
                      READ BRANCH-MASTER-FILE NEXT RECORD
                      AT END
                         SET END-OF-MASTER TO TRUE
                      NOT AT END
                         IF BM-FRANCHISE-OWNED AND
                            BM-FRANCHISEE-ID = WS-WORK-FRANCHISEE
                            ADD 1 TO WS-BRANCH-COUNT
                            IF LIST-BRANCHES
                               DISPLAY "  BRANCH " BM-BRANCH-ID " "
                                       BM-BRANCH-NAME " STATUS "
                                       BM-STATUS
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE BRANCH-MASTER-FILE
           END-IF
           .

       COUNT-FRANCHISEE-OPEN-ITEMS.
           MOVE ZERO TO WS-OPEN-ITEM-COUNT
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-ROI-STATUS = "00"
              READ OPEN-ITEM-FILE
              AT END
                 SET END-OF-OPEN-ITEMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-OPEN-ITEMS
                      IF ROI-FRANCHISEE-ID = WS-WORK-FRANCHISEE
                         ADD 1 TO WS-OPEN-ITEM-COUNT
                      END-IF
                      READ OPEN-ITEM-FILE
                      AT END
                         SET END-OF-OPEN-ITEMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE OPEN-ITEM-FILE
           END-IF
           .

       LIST-FRANCHISEES.
           IF FRT-COUNT = ZERO
              DISPLAY "NO FRANCHISEES ON FILE"
           END-IF
           PERFORM VARYING FRT-IDX FROM 1 BY 1
              UNTIL FRT-IDX GREATER THAN FRT-COUNT
                   MOVE FRANCHISEE-ENTRY(FRT-IDX) TO
                      WS-FRANCHISEE-IMAGE
                   IF IMG-NEGOTIATED-RATE
                      COMPUTE WS-RATE-PCT = WS-IMG-ROYALTY-RATE * 100
                      MOVE WS-RATE-PCT TO PRN-RATE-PCT
                   ELSE
                      MOVE ZERO TO PRN-RATE-PCT
                   END-IF
                   DISPLAY WS-IMG-FRANCHISEE-ID " "
                           WS-IMG-LEGAL-NAME " "
                           WS-IMG-AGREE-START "-"
                           WS-IMG-AGREE-END " "
                           WS-IMG-RATE-OVERRIDE " " PRN-RATE-PCT "%"
           END-PERFORM
           .
