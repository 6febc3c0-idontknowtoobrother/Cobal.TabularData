       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-COUNT-ENTRY.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE ASSIGN TO "stock_counts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SC-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COUNT-FILE.
       01 COUNT-REC.
          88 END-OF-COUNT-FILE                         VALUE HIGH-VALUES
           .
          05 SC-BRANCH-ID           PIC 9(7).
          05 SC-TYPE-CODE           PIC 9(3).
          05 SC-COUNT-DATE          PIC 9(8).
          05 SC-COUNTED-QTY         PIC 9(7).
          05 SC-STATUS              PIC X.
             88 SC-PENDING                         VALUE "P".
             88 SC-APPROVED                        VALUE "A".
          05 SC-COUNTED-BY          PIC X(8).
          05 SC-APPROVED-BY         PIC X(8).

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

       FD CANDY-TYPE-FILE.
       01 CANDY-TYPE-REC.
          88 END-OF-CANDY-TYPES                    VALUE HIGH-VALUES.
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          88 END-OF-OPERATOR-FILE                      VALUE HIGH-VALUES
           .
          05 OPR-ID                 PIC X(8).
          05 OPR-NAME               PIC X(30).
          05 OPR-ROLE               PIC X.
          05 OPR-ACTIVE             PIC X.

       WORKING-STORAGE SECTION.
       01 WS-SC-STATUS              PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-OPERATOR-ID            PIC X(8).
       01 WS-OPERATOR-ROLE          PIC X.
          88 OPERATOR-IS-SUPERVISOR          VALUE "S".
       01 WS-SIGNED-ON              PIC X    VALUE "N".
          88 SIGNED-ON                       VALUE "Y".
       01 WS-SIGNON-TRIES           PIC 9    VALUE ZERO.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-CHOICE                 PIC X.
          88 CHOICE-ADD                     VALUE "A" "a".
          88 CHOICE-APPROVE                 VALUE "V" "v".
          88 CHOICE-LIST                    VALUE "L" "l".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-BRANCH-OK              PIC X.
          88 BRANCH-OK                       VALUE "Y".
       01 WS-CONFIRM                PIC X.
          88 CONFIRMED                       VALUE "Y" "y".
       01 WS-WORK-BRANCH            PIC 9(7).
       01 WS-WORK-DATE              PIC 9(8).
       01 WS-WORK-TYPE              PIC 9(3).
       01 WS-WORK-QTY               PIC 9(7).
       01 COUNT-TABLE.
          05 COUNT-ENTRY OCCURS 2000 TIMES.
             10 SCT-BRANCH-ID       PIC 9(7).
             10 SCT-TYPE-CODE       PIC 9(3).
             10 SCT-COUNT-DATE      PIC 9(8).
             10 SCT-COUNTED-QTY     PIC 9(7).
             10 SCT-STATUS          PIC X.
             10 SCT-COUNTED-BY      PIC X(8).
             10 SCT-APPROVED-BY     PIC X(8).
       01 SCT-COUNT                 PIC 9(4) VALUE ZERO.
       01 SCT-IDX                   PIC 9(4).
       01 SCT-FOUND-IDX             PIC 9(4).
       01 WS-COUNT-OVERFLOW         PIC X    VALUE "N".
          88 COUNT-OVERFLOW                  VALUE "Y".
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
             10 CAT-TYPE-CODE       PIC 9(3).
             10 CAT-TYPE-NAME       PIC X(20).
             10 CAT-ACTIVE          PIC X.
       01 CATALOG-COUNT             PIC 9(3) VALUE ZERO.
       01 CATALOG-IDX               PIC 9(3).
       01 CATALOG-FOUND-IDX         PIC 9(3).
       01 SHEET-LINES               PIC 9(4) VALUE ZERO.
       01 APPROVED-LINES            PIC 9(4) VALUE ZERO.
       01 PRN-COUNTED-QTY           PIC Z(6)9.

       01 MENU-HEADING1             PIC X(35)
                                                       VALUE
             "  Physical Stock Count Entry".
       01 MENU-HEADING2             PIC X(50)
                                                       VALUE
             "A-Add Count Sheet  V-Approve  L-List  X-Exit".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-COUNT-TABLE
           IF COUNT-OVERFLOW
              DISPLAY "MORE THAN 2000 COUNT LINES ON FILE -"
                      " RUN SHRINKAGE-VARIANCE FIRST"
              STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "NO BRANCH MASTER FILE - ENTRY REFUSED"
              STOP RUN
           END-IF
           PERFORM LOAD-CANDY-CATALOG
           IF CATALOG-COUNT = ZERO
              DISPLAY "NO CANDY TYPE CATALOG - ENTRY REFUSED"
              CLOSE BRANCH-MASTER-FILE
              STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-OPERATOR
           DISPLAY MENU-HEADING1
           PERFORM UNTIL CHOICE-EXIT
                   DISPLAY MENU-HEADING2
                   ACCEPT WS-CHOICE
                   EVALUATE TRUE
                      WHEN CHOICE-ADD
                         PERFORM ADD-COUNT-SHEET
                      WHEN CHOICE-APPROVE
                         IF OPERATOR-IS-SUPERVISOR
                            PERFORM APPROVE-COUNT-SHEET
                         ELSE
                            DISPLAY "SUPERVISOR ROLE REQUIRED"
                                    " FOR APPROVAL"
                         END-IF
                      WHEN CHOICE-LIST
                         PERFORM LIST-COUNTS
                      WHEN CHOICE-EXIT
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
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
              CLOSE BRANCH-MASTER-FILE
              STOP RUN
           END-IF
           .

       VERIFY-OPERATOR.
           MOVE SPACE TO WS-OPERATOR-ROLE
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
              DISPLAY "NO OPERATOR FILE ON HAND - SIGN-ON REFUSED"
              DISPLAY "SET UP OPERATORS WITH OPERATOR-MAINT"
              CLOSE BRANCH-MASTER-FILE
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

       LOAD-COUNT-TABLE.
           MOVE ZERO TO SCT-COUNT
           MOVE "N" TO WS-COUNT-OVERFLOW
           OPEN INPUT COUNT-FILE
           IF WS-SC-STATUS = "00"
              READ COUNT-FILE
              AT END
                 SET END-OF-COUNT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-COUNT-FILE
                      IF SC-BRANCH-ID NUMERIC AND
                         SC-TYPE-CODE NUMERIC AND
                         SC-COUNT-DATE NUMERIC AND
                         SC-COUNTED-QTY NUMERIC
                         IF SCT-COUNT LESS THAN 2000
                            ADD 1 TO SCT-COUNT
                            MOVE COUNT-REC TO COUNT-ENTRY(SCT-COUNT)
                         ELSE
                            SET COUNT-OVERFLOW TO TRUE
                         END-IF
                      ELSE
                         DISPLAY "BAD COUNT RECORD DROPPED - "
                                 COUNT-REC(1:25)
                      END-IF
                      READ COUNT-FILE
                      AT END
                         SET END-OF-COUNT-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE COUNT-FILE
           END-IF
           .

       SAVE-COUNT-TABLE.
           OPEN OUTPUT COUNT-FILE
           PERFORM VARYING SCT-IDX FROM 1 BY 1
              UNTIL SCT-IDX GREATER THAN SCT-COUNT
                   MOVE COUNT-ENTRY(SCT-IDX) TO COUNT-REC
                   WRITE COUNT-REC
           END-PERFORM
           CLOSE COUNT-FILE
           .

       LOAD-CANDY-CATALOG.
           MOVE ZERO TO CATALOG-COUNT
           OPEN INPUT CANDY-TYPE-FILE
           IF WS-CT-STATUS = "00"
              READ CANDY-TYPE-FILE
              AT END
                 SET END-OF-CANDY-TYPES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CANDY-TYPES
                      IF CT-TYPE-CODE NUMERIC AND
                         CT-TYPE-CODE GREATER THAN ZERO AND
                         CATALOG-COUNT LESS THAN 100
                         ADD 1 TO CATALOG-COUNT
                         MOVE CT-TYPE-CODE TO
                            CAT-TYPE-CODE(CATALOG-COUNT)
                         MOVE CT-TYPE-NAME TO
                            CAT-TYPE-NAME(CATALOG-COUNT)
                         MOVE CT-ACTIVE TO CAT-ACTIVE(CATALOG-COUNT)
                      END-IF
                      READ CANDY-TYPE-FILE
                      AT END
                         SET END-OF-CANDY-TYPES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-TYPE-FILE
           END-IF
           .

       ACCEPT-SHEET-BRANCH.
           MOVE "N" TO WS-BRANCH-OK
           MOVE ZERO TO WS-WORK-BRANCH
           PERFORM UNTIL WS-WORK-BRANCH GREATER THAN ZERO
                   DISPLAY "BRANCH-ID -"
                   ACCEPT WS-WORK-BRANCH
           END-PERFORM
           MOVE WS-WORK-BRANCH TO BM-BRANCH-ID
           READ BRANCH-MASTER-FILE
              INVALID KEY
                 DISPLAY "BRANCH-ID NOT ON BRANCH MASTER"
              NOT INVALID KEY
                 DISPLAY BM-BRANCH-NAME " STATE " BM-STATE-NUM
                 MOVE "Y" TO WS-BRANCH-OK
           END-READ
           IF BRANCH-OK
              MOVE ZERO TO WS-WORK-DATE
              DISPLAY "COUNT DATE (YYYYMMDD, 0 FOR TODAY) -"
              ACCEPT WS-WORK-DATE
              IF WS-WORK-DATE = ZERO
                 MOVE WS-RUN-DATE TO WS-WORK-DATE
              END-IF
           END-IF
           .

       ACCEPT-SHEET-TYPE.
           MOVE ZERO TO CATALOG-FOUND-IDX
           PERFORM UNTIL CATALOG-FOUND-IDX GREATER THAN ZERO OR
                         WS-WORK-TYPE = ZERO
                   DISPLAY "CANDY TYPE CODE (0 TO END SHEET) -"
                   ACCEPT WS-WORK-TYPE
                   IF WS-WORK-TYPE GREATER THAN ZERO
                      PERFORM VARYING CATALOG-IDX FROM 1 BY 1
                         UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                              IF CAT-TYPE-CODE(CATALOG-IDX) =
                                 WS-WORK-TYPE
                                 MOVE CATALOG-IDX TO CATALOG-FOUND-IDX
                              END-IF
                      END-PERFORM
                      IF CATALOG-FOUND-IDX = ZERO
                         DISPLAY "NOT ON CANDY TYPE CATALOG"
                      ELSE
                         DISPLAY CAT-TYPE-NAME(CATALOG-FOUND-IDX)
                      END-IF
                   END-IF
           END-PERFORM
           .

       FIND-COUNT-ENTRY.
           MOVE ZERO TO SCT-FOUND-IDX
           PERFORM VARYING SCT-IDX FROM 1 BY 1
              UNTIL SCT-IDX GREATER THAN SCT-COUNT
                   IF SCT-BRANCH-ID(SCT-IDX) = WS-WORK-BRANCH AND
                      SCT-TYPE-CODE(SCT-IDX) = WS-WORK-TYPE AND
                      SCT-COUNT-DATE(SCT-IDX) = WS-WORK-DATE
                      MOVE SCT-IDX TO SCT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       ADD-COUNT-SHEET.
           PERFORM ACCEPT-SHEET-BRANCH
           IF BRANCH-OK
              MOVE ZERO TO SHEET-LINES
              MOVE 1 TO WS-WORK-TYPE
              PERFORM UNTIL WS-WORK-TYPE = ZERO
                      PERFORM ACCEPT-SHEET-TYPE
                      IF WS-WORK-TYPE GREATER THAN ZERO
                         PERFORM ADD-COUNT-LINE
                      END-IF
              END-PERFORM
              DISPLAY "COUNT LINES ON THIS SHEET " SHEET-LINES
           END-IF
           .

       ADD-COUNT-LINE.
           DISPLAY "COUNTED QUANTITY -"
           ACCEPT WS-WORK-QTY
           PERFORM LOAD-COUNT-TABLE
           PERFORM FIND-COUNT-ENTRY
           IF SCT-FOUND-IDX GREATER THAN ZERO
              IF SCT-STATUS(SCT-FOUND-IDX) = "A"
                 DISPLAY "COUNT ALREADY APPROVED - RECOUNT REFUSED"
              ELSE
                 IF COUNT-OVERFLOW
                    DISPLAY "COUNT TABLE FULL"
                 ELSE
                    MOVE WS-WORK-QTY TO
                       SCT-COUNTED-QTY(SCT-FOUND-IDX)
                    MOVE WS-OPERATOR-ID TO
                       SCT-COUNTED-BY(SCT-FOUND-IDX)
                    PERFORM SAVE-COUNT-TABLE
                    DISPLAY "RECOUNT REPLACES EARLIER COUNT"
                    ADD 1 TO SHEET-LINES
                 END-IF
              END-IF
           ELSE
              IF SCT-COUNT NOT LESS THAN 2000 OR COUNT-OVERFLOW
                 DISPLAY "COUNT TABLE FULL"
              ELSE
                 ADD 1 TO SCT-COUNT
                 MOVE WS-WORK-BRANCH TO SCT-BRANCH-ID(SCT-COUNT)
                 MOVE WS-WORK-TYPE TO SCT-TYPE-CODE(SCT-COUNT)
                 MOVE WS-WORK-DATE TO SCT-COUNT-DATE(SCT-COUNT)
                 MOVE WS-WORK-QTY TO SCT-COUNTED-QTY(SCT-COUNT)
                 MOVE "P" TO SCT-STATUS(SCT-COUNT)
                 MOVE WS-OPERATOR-ID TO SCT-COUNTED-BY(SCT-COUNT)
                 MOVE SPACES TO SCT-APPROVED-BY(SCT-COUNT)
                 PERFORM SAVE-COUNT-TABLE
                 ADD 1 TO SHEET-LINES
              END-IF
           END-IF
           .

       APPROVE-COUNT-SHEET.
           PERFORM ACCEPT-SHEET-BRANCH
           IF BRANCH-OK
              PERFORM LOAD-COUNT-TABLE
              MOVE ZERO TO APPROVED-LINES
              PERFORM VARYING SCT-IDX FROM 1 BY 1
                 UNTIL SCT-IDX GREATER THAN SCT-COUNT
                      IF SCT-BRANCH-ID(SCT-IDX) = WS-WORK-BRANCH AND
                         SCT-COUNT-DATE(SCT-IDX) = WS-WORK-DATE AND
                         SCT-STATUS(SCT-IDX) = "P"
                         ADD 1 TO APPROVED-LINES
                      END-IF
              END-PERFORM
              IF APPROVED-LINES = ZERO
                 DISPLAY "NO PENDING COUNT LINES FOR THAT SHEET"
              ELSE
                 DISPLAY "APPROVE " APPROVED-LINES
                         " COUNT LINES FOR POSTING (Y/N) -"
                 ACCEPT WS-CONFIRM
                 IF CONFIRMED
                    PERFORM LOAD-COUNT-TABLE
                    MOVE ZERO TO APPROVED-LINES
                    PERFORM VARYING SCT-IDX FROM 1 BY 1
                       UNTIL SCT-IDX GREATER THAN SCT-COUNT
                            IF SCT-BRANCH-ID(SCT-IDX) =
                               WS-WORK-BRANCH AND
                               SCT-COUNT-DATE(SCT-IDX) =
                               WS-WORK-DATE AND
                               SCT-STATUS(SCT-IDX) = "P"
                               MOVE "A" TO SCT-STATUS(SCT-IDX)
                               MOVE WS-OPERATOR-ID TO
                                  SCT-APPROVED-BY(SCT-IDX)
                               ADD 1 TO APPROVED-LINES
                            END-IF
                    END-PERFORM
                    IF COUNT-OVERFLOW
                       DISPLAY "MORE THAN 2000 COUNT LINES ON FILE -"
                               " APPROVAL NOT RECORDED"
                    ELSE
                       PERFORM SAVE-COUNT-TABLE
                       DISPLAY "COUNT SHEET APPROVED - "
                               APPROVED-LINES " LINES"
                    END-IF
                 ELSE
                    DISPLAY "APPROVAL ABANDONED"
                 END-IF
              END-IF
           END-IF
           .

       LIST-COUNTS.
           PERFORM LOAD-COUNT-TABLE
           IF SCT-COUNT = ZERO
              DISPLAY "NO COUNT LINES ON FILE"
           END-IF
           PERFORM VARYING SCT-IDX FROM 1 BY 1
              UNTIL SCT-IDX GREATER THAN SCT-COUNT
                   MOVE SCT-COUNTED-QTY(SCT-IDX) TO PRN-COUNTED-QTY
                   DISPLAY "BRANCH " SCT-BRANCH-ID(SCT-IDX)
                           " TYPE " SCT-TYPE-CODE(SCT-IDX)
                           " COUNTED " SCT-COUNT-DATE(SCT-IDX)
                           " QTY " PRN-COUNTED-QTY
                           " STATUS " SCT-STATUS(SCT-IDX)
                           " BY " SCT-COUNTED-BY(SCT-IDX)
           END-PERFORM
           .
