       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANAGER-FILE ASSIGN TO "org_managers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OMG-STATUS.
           SELECT DISTRICT-FILE ASSIGN TO "org_districts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ODS-STATUS.
           SELECT BRANCH-ASSIGN-FILE ASSIGN TO "org_branches.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OBR-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "org_audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANAGER-FILE.
       01 MANAGER-REC.
          88 END-OF-MANAGER-FILE                       VALUE HIGH-VALUES
           .
          05 OM-MANAGER-ID          PIC 9(5).
          05 OM-MANAGER-NAME        PIC X(30).
          05 OM-LEVEL               PIC X.
             88 OM-DISTRICT-MANAGER                VALUE "D".
             88 OM-REGIONAL-MANAGER                VALUE "R".
          05 OM-ACTIVE              PIC X.

       FD DISTRICT-FILE.
       01 DISTRICT-REC.
          88 END-OF-DISTRICT-FILE                      VALUE HIGH-VALUES
           .
          05 OD-DISTRICT-ID         PIC 9(4).
          05 OD-EFF-DATE            PIC 9(8).
          05 OD-DISTRICT-NAME       PIC X(30).
          05 OD-DISTRICT-MGR        PIC 9(5).
          05 OD-REGIONAL-MGR        PIC 9(5).

       FD BRANCH-ASSIGN-FILE.
       01 BRANCH-ASSIGN-REC.
          88 END-OF-BRANCH-ASSIGN                      VALUE HIGH-VALUES
           .
          05 OB-BRANCH-ID           PIC 9(7).
          05 OB-EFF-DATE            PIC 9(8).
          05 OB-DISTRICT-ID         PIC 9(4).

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
          05 AUD-TABLE              PIC X.
          05 AUD-ACTION             PIC X.
          05 AUD-BEFORE-IMAGE       PIC X(52).
          05 AUD-AFTER-IMAGE        PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-OMG-STATUS             PIC XX.
       01 WS-ODS-STATUS             PIC XX.
       01 WS-OBR-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
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
       01 WS-AUDIT-TABLE            PIC X.
       01 WS-AUDIT-ACTION           PIC X.
       01 WS-BEFORE-IMAGE           PIC X(52).
       01 WS-AFTER-IMAGE            PIC X(52).
       01 WS-CHOICE                 PIC X.
          88 CHOICE-MANAGERS                VALUE "M" "m".
          88 CHOICE-DISTRICTS               VALUE "D" "d".
          88 CHOICE-BRANCHES                VALUE "B" "b".
          88 CHOICE-UNASSIGNED              VALUE "U" "u".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-SUB-CHOICE             PIC X.
          88 SUB-CHOICE-ADD                 VALUE "A" "a".
          88 SUB-CHOICE-CHANGE              VALUE "C" "c".
          88 SUB-CHOICE-DELETE              VALUE "D" "d".
          88 SUB-CHOICE-HISTORY             VALUE "H" "h".
          88 SUB-CHOICE-LIST                VALUE "L" "l".
          88 SUB-CHOICE-RETURN              VALUE "X" "x".
       01 WS-CONFIRM                PIC X.
          88 CONFIRMED                      VALUE "Y" "y".
       01 WS-WORK-DATE              PIC 9(8).
       01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
          05 WS-WORK-YEAR           PIC 9(4).
          05 WS-WORK-MONTH          PIC 99.
          05 WS-WORK-DAY            PIC 99.
       01 WS-DATE-VALID             PIC X.
          88 DATE-VALID                     VALUE "Y".
       01 WS-AS-OF-DATE             PIC 9(8).
       01 WS-WORK-MANAGER           PIC 9(5).
       01 WS-WORK-NAME              PIC X(30).
       01 WS-WORK-LEVEL             PIC X.
       01 WS-WORK-DISTRICT          PIC 9(4).
       01 WS-WORK-DM                PIC 9(5).
       01 WS-WORK-RM                PIC 9(5).
       01 WS-WORK-BRANCH            PIC 9(7).
       01 WS-MANAGERS-VALID         PIC X.
          88 MANAGERS-VALID                 VALUE "Y".
       01 WS-ENTRY-ALLOWED          PIC X.
          88 ENTRY-ALLOWED                  VALUE "Y".
       01 WS-PREV-BRANCH            PIC 9(7).
       01 WS-LIST-COUNT             PIC 9(5).
       01 WS-BRANCH-ON-MASTER       PIC X.
          88 BRANCH-ON-MASTER               VALUE "Y".
       01 WS-END-OF-MASTER          PIC X.
          88 END-OF-MASTER                  VALUE "Y".
       01 WS-MANAGER-IMAGE.
          05 WS-IMG-MANAGER-ID      PIC 9(5).
          05 WS-IMG-MANAGER-NAME    PIC X(30).
          05 WS-IMG-LEVEL           PIC X.
          05 WS-IMG-ACTIVE          PIC X.
          05 FILLER                 PIC X(15)    VALUE SPACES.
       01 WS-DISTRICT-IMAGE.
          05 WS-IMG-DISTRICT-ID     PIC 9(4).
          05 WS-IMG-DISTRICT-DATE   PIC 9(8).
          05 WS-IMG-DISTRICT-NAME   PIC X(30).
          05 WS-IMG-DISTRICT-MGR    PIC 9(5).
          05 WS-IMG-REGIONAL-MGR    PIC 9(5).
       01 WS-BRANCH-IMAGE.
          05 WS-IMG-BRANCH-ID       PIC 9(7).
          05 WS-IMG-BRANCH-DATE     PIC 9(8).
          05 WS-IMG-BRANCH-DISTRICT PIC 9(4).
          05 FILLER                 PIC X(33)    VALUE SPACES.
       01 MANAGER-TABLE.
          05 MANAGER-ENTRY OCCURS 300 TIMES.
             10 MGT-MANAGER-ID      PIC 9(5).
             10 MGT-NAME            PIC X(30).
             10 MGT-LEVEL           PIC X.
             10 MGT-ACTIVE          PIC X.
       01 MGT-COUNT                 PIC 9(3)     VALUE ZERO.
       01 MGT-IDX                   PIC 9(3).
       01 MGT-SORT-IDX              PIC 9(3).
       01 MGT-FOUND-IDX             PIC 9(3).
       01 MGT-SWAP-ENTRY            PIC X(37).
       01 DISTRICT-TABLE.
          05 DISTRICT-ENTRY OCCURS 1000 TIMES.
             10 DST-DISTRICT-ID     PIC 9(4).
             10 DST-EFF-DATE        PIC 9(8).
             10 DST-NAME            PIC X(30).
             10 DST-DM-ID           PIC 9(5).
             10 DST-RM-ID           PIC 9(5).
       01 DST-COUNT                 PIC 9(4)     VALUE ZERO.
       01 DST-IDX                   PIC 9(4).
       01 DST-SORT-IDX              PIC 9(4).
       01 DST-FOUND-IDX             PIC 9(4).
       01 DST-EFFECT-IDX            PIC 9(4).
       01 DST-LATEST-DATE           PIC 9(8).
       01 DST-SWAP-ENTRY            PIC X(52).
       01 BRANCH-ASSIGN-TABLE.
          05 BRANCH-ASSIGN-ENTRY OCCURS 5000 TIMES.
             10 BAT-BRANCH-ID       PIC 9(7).
             10 BAT-EFF-DATE        PIC 9(8).
             10 BAT-DISTRICT-ID     PIC 9(4).
       01 BAT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 BAT-IDX                   PIC 9(4).
       01 BAT-SORT-IDX              PIC 9(4).
       01 BAT-FOUND-IDX             PIC 9(4).
       01 BAT-EFFECT-IDX            PIC 9(4).
       01 BAT-LATEST-DATE           PIC 9(8).
       01 BAT-SWAP-ENTRY            PIC X(19).
       01 WS-TABLE-OVERFLOW         PIC X        VALUE "N".
          88 TABLE-OVERFLOW                      VALUE "Y".

       01 MENU-HEADING1             PIC X(35)
                                                       VALUE
             "  Sales Organisation Maintenance".
       01 MENU-HEADING2             PIC X(60)
                                                       VALUE
             "M-Managers  D-Districts  B-Branches  U-Unassigned  X-Exit"
           .
       01 MANAGER-MENU              PIC X(40)
                                                       VALUE
             "A-Add  C-Change  L-List  X-Back".
       01 DISTRICT-MENU             PIC X(60)
                                                       VALUE
             "A-Add  C-Change  D-Delete  H-History  L-List  X-Back".
       01 BRANCH-MENU               PIC X(60)
                                                       VALUE
             "A-Assign  D-Delete  H-History  L-List  X-Back".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-IS-SUPERVISOR
              DISPLAY "SUPERVISOR ROLE REQUIRED TO MAINTAIN THE"
                      " SALES ORGANISATION"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-MANAGER-TABLE
           PERFORM LOAD-DISTRICT-TABLE
           PERFORM LOAD-BRANCH-ASSIGN-TABLE
           IF TABLE-OVERFLOW
              DISPLAY "ORGANISATION FILES EXCEED 300 MANAGERS, 1000"
                      " DISTRICT ENTRIES OR 5000 BRANCH ENTRIES"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           DISPLAY MENU-HEADING1
           DISPLAY "ENTRIES EFFECTIVE ON OR BEFORE " WS-TODAY
                   " ARE HISTORY - ADD A NEW EFFECTIVE DATE TO"
                   " REASSIGN"
           PERFORM UNTIL CHOICE-EXIT
                   DISPLAY MENU-HEADING2
                   ACCEPT WS-CHOICE
                   EVALUATE TRUE
                      WHEN CHOICE-MANAGERS
                         PERFORM MAINTAIN-MANAGERS
                      WHEN CHOICE-DISTRICTS
                         PERFORM MAINTAIN-DISTRICTS
                      WHEN CHOICE-BRANCHES
                         PERFORM MAINTAIN-BRANCHES
                      WHEN CHOICE-UNASSIGNED
                         PERFORM LIST-UNASSIGNED-BRANCHES
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

       LOAD-MANAGER-TABLE.
           MOVE ZERO TO MGT-COUNT
           OPEN INPUT MANAGER-FILE
           IF WS-OMG-STATUS = "00"
              READ MANAGER-FILE
              AT END
                 SET END-OF-MANAGER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-MANAGER-FILE
                      IF OM-MANAGER-ID NUMERIC
                         IF MGT-COUNT LESS THAN 300
                            ADD 1 TO MGT-COUNT
                            MOVE MANAGER-REC TO
                               MANAGER-ENTRY(MGT-COUNT)
                         ELSE
                            SET TABLE-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ MANAGER-FILE
                      AT END
                         SET END-OF-MANAGER-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE MANAGER-FILE
           END-IF
           PERFORM SORT-MANAGER-TABLE
           .

       SORT-MANAGER-TABLE.
           PERFORM VARYING MGT-IDX FROM 2 BY 1
              UNTIL MGT-IDX GREATER THAN MGT-COUNT
                   MOVE MANAGER-ENTRY(MGT-IDX) TO MGT-SWAP-ENTRY
                   PERFORM VARYING MGT-SORT-IDX FROM MGT-IDX BY -1
                      UNTIL MGT-SORT-IDX = 1 OR
                         MANAGER-ENTRY(MGT-SORT-IDX - 1)(1:5) NOT
                            GREATER THAN MGT-SWAP-ENTRY(1:5)
                         MOVE MANAGER-ENTRY(MGT-SORT-IDX - 1) TO
                            MANAGER-ENTRY(MGT-SORT-IDX)
                   END-PERFORM
                   MOVE MGT-SWAP-ENTRY TO MANAGER-ENTRY(MGT-SORT-IDX)
           END-PERFORM
           .

       SAVE-MANAGER-TABLE.
           OPEN OUTPUT MANAGER-FILE
           PERFORM VARYING MGT-IDX FROM 1 BY 1
              UNTIL MGT-IDX GREATER THAN MGT-COUNT
                   MOVE MANAGER-ENTRY(MGT-IDX) TO MANAGER-REC
                   WRITE MANAGER-REC
           END-PERFORM
           CLOSE MANAGER-FILE
           .

       LOAD-DISTRICT-TABLE.
           MOVE ZERO TO DST-COUNT
           OPEN INPUT DISTRICT-FILE
           IF WS-ODS-STATUS = "00"
              READ DISTRICT-FILE
              AT END
                 SET END-OF-DISTRICT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-DISTRICT-FILE
                      IF OD-DISTRICT-ID NUMERIC AND
                         OD-EFF-DATE NUMERIC
                         IF DST-COUNT LESS THAN 1000
                            ADD 1 TO DST-COUNT
                            MOVE DISTRICT-REC TO
                               DISTRICT-ENTRY(DST-COUNT)
                         ELSE
                            SET TABLE-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ DISTRICT-FILE
                      AT END
                         SET END-OF-DISTRICT-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE DISTRICT-FILE
           END-IF
           PERFORM SORT-DISTRICT-TABLE
           .

       SORT-DISTRICT-TABLE.
           PERFORM VARYING DST-IDX FROM 2 BY 1
              UNTIL DST-IDX GREATER THAN DST-COUNT
                   MOVE DISTRICT-ENTRY(DST-IDX) TO DST-SWAP-ENTRY
                   PERFORM VARYING DST-SORT-IDX FROM DST-IDX BY -1
                      UNTIL DST-SORT-IDX = 1 OR
                         DISTRICT-ENTRY(DST-SORT-IDX - 1)(1:12) NOT
                            GREATER THAN DST-SWAP-ENTRY(1:12)
                         MOVE DISTRICT-ENTRY(DST-SORT-IDX - 1) TO
                            DISTRICT-ENTRY(DST-SORT-IDX)
                   END-PERFORM
                   MOVE DST-SWAP-ENTRY TO DISTRICT-ENTRY(DST-SORT-IDX)
           END-PERFORM
           .

       SAVE-DISTRICT-TABLE.
           OPEN OUTPUT DISTRICT-FILE
           PERFORM VARYING DST-IDX FROM 1 BY 1
              UNTIL DST-IDX GREATER THAN DST-COUNT
                   MOVE DISTRICT-ENTRY(DST-IDX) TO DISTRICT-REC
                   WRITE DISTRICT-REC
           END-PERFORM
           CLOSE DISTRICT-FILE
           .

       LOAD-BRANCH-ASSIGN-TABLE.
           MOVE ZERO TO BAT-COUNT
           OPEN INPUT BRANCH-ASSIGN-FILE
           IF WS-OBR-STATUS = "00"
              READ BRANCH-ASSIGN-FILE
              AT END
                 SET END-OF-BRANCH-ASSIGN TO TRUE
              END-READ
              PERFORM UNTIL END-OF-BRANCH-ASSIGN
                      IF OB-BRANCH-ID NUMERIC AND
                         OB-EFF-DATE NUMERIC AND
                         OB-DISTRICT-ID NUMERIC
                         IF BAT-COUNT LESS THAN 5000
                            ADD 1 TO BAT-COUNT
                            MOVE BRANCH-ASSIGN-REC TO
                               BRANCH-ASSIGN-ENTRY(BAT-COUNT)
                         ELSE
                            SET TABLE-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ BRANCH-ASSIGN-FILE
                      AT END
                         SET END-OF-BRANCH-ASSIGN TO TRUE
                      END-READ
              END-PERFORM
              CLOSE BRANCH-ASSIGN-FILE
           END-IF
           PERFORM SORT-BRANCH-ASSIGN-TABLE
           .

       SORT-BRANCH-ASSIGN-TABLE.
           PERFORM VARYING BAT-IDX FROM 2 BY 1
              UNTIL BAT-IDX GREATER THAN BAT-COUNT
                   MOVE BRANCH-ASSIGN-ENTRY(BAT-IDX) TO BAT-SWAP-ENTRY
                   PERFORM VARYING BAT-SORT-IDX FROM BAT-IDX BY -1
                      UNTIL BAT-SORT-IDX = 1 OR
                         BRANCH-ASSIGN-ENTRY(BAT-SORT-IDX - 1)(1:15)
                            NOT GREATER THAN BAT-SWAP-ENTRY(1:15)
                         MOVE BRANCH-ASSIGN-ENTRY(BAT-SORT-IDX - 1) TO
                            BRANCH-ASSIGN-ENTRY(BAT-SORT-IDX)
                   END-PERFORM
                   MOVE BAT-SWAP-ENTRY TO
                      BRANCH-ASSIGN-ENTRY(BAT-SORT-IDX)
           END-PERFORM
           .

       SAVE-BRANCH-ASSIGN-TABLE.
           OPEN OUTPUT BRANCH-ASSIGN-FILE
           PERFORM VARYING BAT-IDX FROM 1 BY 1
              UNTIL BAT-IDX GREATER THAN BAT-COUNT
                   MOVE BRANCH-ASSIGN-ENTRY(BAT-IDX) TO
                      BRANCH-ASSIGN-REC
                   WRITE BRANCH-ASSIGN-REC
           END-PERFORM
           CLOSE BRANCH-ASSIGN-FILE
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

       ACCEPT-EFF-DATE.
           MOVE "N" TO WS-DATE-VALID
           PERFORM UNTIL DATE-VALID
                   ACCEPT WS-WORK-DATE
                   IF WS-WORK-DATE NUMERIC AND
                      WS-WORK-YEAR GREATER THAN 1900 AND
                      WS-WORK-MONTH GREATER THAN ZERO AND
                      WS-WORK-MONTH NOT GREATER THAN 12 AND
                      WS-WORK-DAY GREATER THAN ZERO AND
                      WS-WORK-DAY NOT GREATER THAN 31
                      MOVE "Y" TO WS-DATE-VALID
                   ELSE
                      DISPLAY "ENTER A DATE AS YYYYMMDD -"
                   END-IF
           END-PERFORM
           .

       FIND-MANAGER-ENTRY.
           MOVE ZERO TO MGT-FOUND-IDX
           PERFORM VARYING MGT-IDX FROM 1 BY 1
              UNTIL MGT-IDX GREATER THAN MGT-COUNT
                 OR MGT-FOUND-IDX GREATER THAN ZERO
                   IF MGT-MANAGER-ID(MGT-IDX) = WS-WORK-MANAGER
                      MOVE MGT-IDX TO MGT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       MAINTAIN-MANAGERS.
           MOVE SPACE TO WS-SUB-CHOICE
           PERFORM UNTIL SUB-CHOICE-RETURN
                   DISPLAY "MANAGERS"
                   DISPLAY MANAGER-MENU
                   ACCEPT WS-SUB-CHOICE
                   EVALUATE TRUE
                      WHEN SUB-CHOICE-ADD
                         PERFORM ADD-MANAGER
                      WHEN SUB-CHOICE-CHANGE
                         PERFORM CHANGE-MANAGER
                      WHEN SUB-CHOICE-LIST
                         PERFORM LIST-MANAGERS
                      WHEN SUB-CHOICE-RETURN
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           .

       ACCEPT-MANAGER-LEVEL.
           MOVE SPACE TO WS-WORK-LEVEL
           PERFORM UNTIL WS-WORK-LEVEL = "D" OR "R"
                   DISPLAY "LEVEL (D-DISTRICT  R-REGIONAL) -"
                   ACCEPT WS-WORK-LEVEL
                   INSPECT WS-WORK-LEVEL CONVERTING "dr" TO "DR"
           END-PERFORM
           .

       ADD-MANAGER.
           DISPLAY "MANAGER ID (5 DIGITS) -"
           ACCEPT WS-WORK-MANAGER
           PERFORM FIND-MANAGER-ENTRY
           EVALUATE TRUE
              WHEN WS-WORK-MANAGER NOT NUMERIC OR
                   WS-WORK-MANAGER = ZERO
                 DISPLAY "MANAGER ID MUST BE 1-99999"
              WHEN MGT-FOUND-IDX GREATER THAN ZERO
                 DISPLAY "MANAGER " WS-WORK-MANAGER
                         " IS ALREADY ON FILE - USE C TO CHANGE"
              WHEN MGT-COUNT NOT LESS THAN 300
                 DISPLAY "MANAGER TABLE FULL"
              WHEN OTHER
                 DISPLAY "MANAGER NAME -"
                 ACCEPT WS-WORK-NAME
                 PERFORM ACCEPT-MANAGER-LEVEL
                 ADD 1 TO MGT-COUNT
                 MOVE WS-WORK-MANAGER TO MGT-MANAGER-ID(MGT-COUNT)
                 MOVE WS-WORK-NAME TO MGT-NAME(MGT-COUNT)
                 MOVE WS-WORK-LEVEL TO MGT-LEVEL(MGT-COUNT)
                 MOVE "A" TO MGT-ACTIVE(MGT-COUNT)
                 MOVE MANAGER-ENTRY(MGT-COUNT) TO WS-MANAGER-IMAGE
                 PERFORM SORT-MANAGER-TABLE
                 PERFORM SAVE-MANAGER-TABLE
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 MOVE WS-MANAGER-IMAGE TO WS-AFTER-IMAGE
                 MOVE "M" TO WS-AUDIT-TABLE
                 MOVE "A" TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-RECORD
                 DISPLAY "MANAGER ADDED"
           END-EVALUATE
           .

       CHANGE-MANAGER.
           DISPLAY "MANAGER ID -"
           ACCEPT WS-WORK-MANAGER
           PERFORM FIND-MANAGER-ENTRY
           IF MGT-FOUND-IDX = ZERO
              DISPLAY "MANAGER " WS-WORK-MANAGER " NOT ON FILE"
           ELSE
              MOVE MANAGER-ENTRY(MGT-FOUND-IDX) TO WS-MANAGER-IMAGE
              MOVE WS-MANAGER-IMAGE TO WS-BEFORE-IMAGE
              DISPLAY "NAME " MGT-NAME(MGT-FOUND-IDX)
                      " LEVEL " MGT-LEVEL(MGT-FOUND-IDX)
                      " ACTIVE " MGT-ACTIVE(MGT-FOUND-IDX)
              DISPLAY "NEW NAME (ENTER TO KEEP) -"
              MOVE SPACES TO WS-WORK-NAME
              ACCEPT WS-WORK-NAME
              IF WS-WORK-NAME NOT = SPACES
                 MOVE WS-WORK-NAME TO MGT-NAME(MGT-FOUND-IDX)
              END-IF
              DISPLAY "ACTIVE (A) OR INACTIVE (I) -"
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM = "I" OR "i"
                 MOVE "I" TO MGT-ACTIVE(MGT-FOUND-IDX)
              ELSE
                 MOVE "A" TO MGT-ACTIVE(MGT-FOUND-IDX)
              END-IF
              MOVE MANAGER-ENTRY(MGT-FOUND-IDX) TO WS-MANAGER-IMAGE
              MOVE WS-MANAGER-IMAGE TO WS-AFTER-IMAGE
              PERFORM SAVE-MANAGER-TABLE
              MOVE "M" TO WS-AUDIT-TABLE
              MOVE "C" TO WS-AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              DISPLAY "MANAGER CHANGED"
           END-IF
           .

       LIST-MANAGERS.
           IF MGT-COUNT = ZERO
              DISPLAY "NO MANAGERS ON FILE"
           END-IF
           PERFORM VARYING MGT-IDX FROM 1 BY 1
              UNTIL MGT-IDX GREATER THAN MGT-COUNT
                   DISPLAY MGT-MANAGER-ID(MGT-IDX) " "
                           MGT-NAME(MGT-IDX) " LEVEL "
                           MGT-LEVEL(MGT-IDX) " ACTIVE "
                           MGT-ACTIVE(MGT-IDX)
           END-PERFORM
           .

       MAINTAIN-DISTRICTS.
           MOVE SPACE TO WS-SUB-CHOICE
           PERFORM UNTIL SUB-CHOICE-RETURN
                   DISPLAY "DISTRICTS"
                   DISPLAY DISTRICT-MENU
                   ACCEPT WS-SUB-CHOICE
                   EVALUATE TRUE
                      WHEN SUB-CHOICE-ADD
                         PERFORM ADD-DISTRICT-ENTRY
                      WHEN SUB-CHOICE-CHANGE
                         PERFORM CHANGE-DISTRICT-ENTRY
                      WHEN SUB-CHOICE-DELETE
                         PERFORM DELETE-DISTRICT-ENTRY
                      WHEN SUB-CHOICE-HISTORY
                         PERFORM DISTRICT-HISTORY
                      WHEN SUB-CHOICE-LIST
                         PERFORM LIST-DISTRICTS
                      WHEN SUB-CHOICE-RETURN
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           .

       ACCEPT-DISTRICT-KEY.
           MOVE ZERO TO WS-WORK-DISTRICT
           PERFORM UNTIL WS-WORK-DISTRICT GREATER THAN ZERO
                   DISPLAY "DISTRICT NUMBER (1-9999) -"
                   ACCEPT WS-WORK-DISTRICT
           END-PERFORM
           DISPLAY "EFFECTIVE DATE (YYYYMMDD) -"
           PERFORM ACCEPT-EFF-DATE
           .

       FIND-DISTRICT-ENTRY.
           MOVE ZERO TO DST-FOUND-IDX
           MOVE ZERO TO DST-LATEST-DATE
           PERFORM VARYING DST-IDX FROM 1 BY 1
              UNTIL DST-IDX GREATER THAN DST-COUNT
                   IF DST-DISTRICT-ID(DST-IDX) = WS-WORK-DISTRICT
                      MOVE DST-EFF-DATE(DST-IDX) TO DST-LATEST-DATE
                      IF DST-EFF-DATE(DST-IDX) = WS-WORK-DATE
                         MOVE DST-IDX TO DST-FOUND-IDX
                      END-IF
                   END-IF
           END-PERFORM
           .

       FIND-DISTRICT-IN-EFFECT.
           MOVE ZERO TO DST-EFFECT-IDX
           PERFORM VARYING DST-IDX FROM 1 BY 1
              UNTIL DST-IDX GREATER THAN DST-COUNT
                   IF DST-DISTRICT-ID(DST-IDX) = WS-WORK-DISTRICT AND
                      DST-EFF-DATE(DST-IDX) NOT GREATER THAN
                         WS-AS-OF-DATE
                      MOVE DST-IDX TO DST-EFFECT-IDX
                   END-IF
           END-PERFORM
           .

       ACCEPT-DISTRICT-MANAGERS.
           MOVE "Y" TO WS-MANAGERS-VALID
           DISPLAY "DISTRICT MANAGER ID -"
           ACCEPT WS-WORK-DM
           MOVE WS-WORK-DM TO WS-WORK-MANAGER
           PERFORM FIND-MANAGER-ENTRY
           IF MGT-FOUND-IDX = ZERO
              DISPLAY "MANAGER " WS-WORK-DM " NOT ON FILE"
              MOVE "N" TO WS-MANAGERS-VALID
           ELSE
              IF MGT-LEVEL(MGT-FOUND-IDX) NOT = "D" OR
                 MGT-ACTIVE(MGT-FOUND-IDX) NOT = "A"
                 DISPLAY "MANAGER " WS-WORK-DM
                         " IS NOT AN ACTIVE DISTRICT MANAGER"
                 MOVE "N" TO WS-MANAGERS-VALID
              END-IF
           END-IF
           IF MANAGERS-VALID
              DISPLAY "REGIONAL MANAGER ID -"
              ACCEPT WS-WORK-RM
              MOVE WS-WORK-RM TO WS-WORK-MANAGER
              PERFORM FIND-MANAGER-ENTRY
              IF MGT-FOUND-IDX = ZERO
                 DISPLAY "MANAGER " WS-WORK-RM " NOT ON FILE"
                 MOVE "N" TO WS-MANAGERS-VALID
              ELSE
                 IF MGT-LEVEL(MGT-FOUND-IDX) NOT = "R" OR
                    MGT-ACTIVE(MGT-FOUND-IDX) NOT = "A"
                    DISPLAY "MANAGER " WS-WORK-RM
                            " IS NOT AN ACTIVE REGIONAL MANAGER"
                    MOVE "N" TO WS-MANAGERS-VALID
                 END-IF
              END-IF
           END-IF
           .

       ADD-DISTRICT-ENTRY.
           PERFORM ACCEPT-DISTRICT-KEY
           PERFORM FIND-DISTRICT-ENTRY
           EVALUATE TRUE
              WHEN DST-FOUND-IDX GREATER THAN ZERO
                 DISPLAY "DISTRICT " WS-WORK-DISTRICT " ALREADY HAS AN"
                         " ENTRY EFFECTIVE " WS-WORK-DATE
              WHEN DST-LATEST-DATE GREATER THAN WS-WORK-DATE
                 DISPLAY "DISTRICT " WS-WORK-DISTRICT " HAS AN ENTRY"
                         " EFFECTIVE " DST-LATEST-DATE
                         " - NEW ENTRIES MUST BE LATER"
              WHEN DST-COUNT NOT LESS THAN 1000
                 DISPLAY "DISTRICT TABLE FULL"
              WHEN OTHER
                 DISPLAY "DISTRICT NAME -"
                 ACCEPT WS-WORK-NAME
                 PERFORM ACCEPT-DISTRICT-MANAGERS
                 IF MANAGERS-VALID
                    ADD 1 TO DST-COUNT
                    MOVE WS-WORK-DISTRICT TO DST-DISTRICT-ID(DST-COUNT)
                    MOVE WS-WORK-DATE TO DST-EFF-DATE(DST-COUNT)
                    MOVE WS-WORK-NAME TO DST-NAME(DST-COUNT)
                    MOVE WS-WORK-DM TO DST-DM-ID(DST-COUNT)
                    MOVE WS-WORK-RM TO DST-RM-ID(DST-COUNT)
                    MOVE DISTRICT-ENTRY(DST-COUNT) TO WS-DISTRICT-IMAGE
                    PERFORM SORT-DISTRICT-TABLE
                    PERFORM SAVE-DISTRICT-TABLE
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE WS-DISTRICT-IMAGE TO WS-AFTER-IMAGE
                    MOVE "D" TO WS-AUDIT-TABLE
                    MOVE "A" TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                    DISPLAY "DISTRICT ENTRY ADDED"
                 END-IF
           END-EVALUATE
           .

       CHANGE-DISTRICT-ENTRY.
           PERFORM ACCEPT-DISTRICT-KEY
           PERFORM FIND-DISTRICT-ENTRY
           EVALUATE TRUE
              WHEN DST-FOUND-IDX = ZERO
                 DISPLAY "NO ENTRY FOR DISTRICT " WS-WORK-DISTRICT
                         " EFFECTIVE " WS-WORK-DATE
              WHEN WS-WORK-DATE NOT GREATER THAN WS-TODAY
                 DISPLAY "ENTRY IS ALREADY IN EFFECT - ADD A NEW"
                         " EFFECTIVE DATE INSTEAD"
              WHEN OTHER
                 MOVE DISTRICT-ENTRY(DST-FOUND-IDX) TO
                    WS-DISTRICT-IMAGE
                 MOVE WS-DISTRICT-IMAGE TO WS-BEFORE-IMAGE
                 DISPLAY "NAME " DST-NAME(DST-FOUND-IDX)
                         " DM " DST-DM-ID(DST-FOUND-IDX)
                         " RM " DST-RM-ID(DST-FOUND-IDX)
                 DISPLAY "NEW NAME (ENTER TO KEEP) -"
                 MOVE SPACES TO WS-WORK-NAME
                 ACCEPT WS-WORK-NAME
                 PERFORM ACCEPT-DISTRICT-MANAGERS
                 IF MANAGERS-VALID
                    IF WS-WORK-NAME NOT = SPACES
                       MOVE WS-WORK-NAME TO DST-NAME(DST-FOUND-IDX)
                    END-IF
                    MOVE WS-WORK-DM TO DST-DM-ID(DST-FOUND-IDX)
                    MOVE WS-WORK-RM TO DST-RM-ID(DST-FOUND-IDX)
                    MOVE DISTRICT-ENTRY(DST-FOUND-IDX) TO
                       WS-DISTRICT-IMAGE
                    MOVE WS-DISTRICT-IMAGE TO WS-AFTER-IMAGE
                    PERFORM SAVE-DISTRICT-TABLE
                    MOVE "D" TO WS-AUDIT-TABLE
                    MOVE "C" TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                    DISPLAY "DISTRICT ENTRY CHANGED"
                 END-IF
           END-EVALUATE
           .

       DELETE-DISTRICT-ENTRY.
           PERFORM ACCEPT-DISTRICT-KEY
           PERFORM FIND-DISTRICT-ENTRY
           EVALUATE TRUE
              WHEN DST-FOUND-IDX = ZERO
                 DISPLAY "NO ENTRY FOR DISTRICT " WS-WORK-DISTRICT
                         " EFFECTIVE " WS-WORK-DATE
              WHEN WS-WORK-DATE NOT GREATER THAN WS-TODAY
                 DISPLAY "ENTRY IS ALREADY IN EFFECT - HISTORY CANNOT"
                         " BE DELETED"
              WHEN OTHER
                 MOVE "Y" TO WS-ENTRY-ALLOWED
                 PERFORM VARYING BAT-IDX FROM 1 BY 1
                    UNTIL BAT-IDX GREATER THAN BAT-COUNT
                         IF BAT-DISTRICT-ID(BAT-IDX) =
                            WS-WORK-DISTRICT AND
                            BAT-EFF-DATE(BAT-IDX) NOT LESS THAN
                               WS-WORK-DATE
                            MOVE "N" TO WS-ENTRY-ALLOWED
                         END-IF
                 END-PERFORM
                 IF NOT ENTRY-ALLOWED
                    DISPLAY "BRANCHES ARE ASSIGNED TO THE DISTRICT ON"
                            " OR AFTER " WS-WORK-DATE
                            " - DELETE THOSE FIRST"
                 ELSE
                    DISPLAY "DELETE THIS DISTRICT ENTRY (Y/N) -"
                    ACCEPT WS-CONFIRM
                    IF CONFIRMED
                       MOVE DISTRICT-ENTRY(DST-FOUND-IDX) TO
                          WS-DISTRICT-IMAGE
                       MOVE WS-DISTRICT-IMAGE TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-AFTER-IMAGE
                       PERFORM VARYING DST-IDX FROM DST-FOUND-IDX BY 1
                          UNTIL DST-IDX NOT LESS THAN DST-COUNT
                               MOVE DISTRICT-ENTRY(DST-IDX + 1) TO
                                  DISTRICT-ENTRY(DST-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM DST-COUNT
                       PERFORM SAVE-DISTRICT-TABLE
                       MOVE "D" TO WS-AUDIT-TABLE
                       MOVE "D" TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY "DISTRICT ENTRY DELETED"
                    END-IF
                 END-IF
           END-EVALUATE
           .

       DISTRICT-HISTORY.
           MOVE ZERO TO WS-WORK-DISTRICT
           PERFORM UNTIL WS-WORK-DISTRICT GREATER THAN ZERO
                   DISPLAY "DISTRICT NUMBER (1-9999) -"
                   ACCEPT WS-WORK-DISTRICT
           END-PERFORM
           MOVE ZERO TO WS-LIST-COUNT
           PERFORM VARYING DST-IDX FROM 1 BY 1
              UNTIL DST-IDX GREATER THAN DST-COUNT
                   IF DST-DISTRICT-ID(DST-IDX) = WS-WORK-DISTRICT
                      ADD 1 TO WS-LIST-COUNT
                      DISPLAY "EFFECTIVE " DST-EFF-DATE(DST-IDX) " "
                              DST-NAME(DST-IDX) " DM "
                              DST-DM-ID(DST-IDX) " RM "
                              DST-RM-ID(DST-IDX)
                   END-IF
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
              DISPLAY "NO ENTRIES FOR DISTRICT " WS-WORK-DISTRICT
           END-IF
           .

       LIST-DISTRICTS.
           MOVE WS-TODAY TO WS-AS-OF-DATE
           MOVE ZERO TO WS-LIST-COUNT
           PERFORM VARYING DST-SORT-IDX FROM 1 BY 1
              UNTIL DST-SORT-IDX GREATER THAN DST-COUNT
                   IF DST-SORT-IDX = DST-COUNT
                      PERFORM LIST-ONE-DISTRICT
                   ELSE
                      IF DST-DISTRICT-ID(DST-SORT-IDX + 1) NOT =
                         DST-DISTRICT-ID(DST-SORT-IDX)
                         PERFORM LIST-ONE-DISTRICT
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
              DISPLAY "NO DISTRICTS IN EFFECT"
           END-IF
           .

       LIST-ONE-DISTRICT.
           MOVE DST-DISTRICT-ID(DST-SORT-IDX) TO WS-WORK-DISTRICT
           PERFORM FIND-DISTRICT-IN-EFFECT
           IF DST-EFFECT-IDX GREATER THAN ZERO
              ADD 1 TO WS-LIST-COUNT
              DISPLAY DST-DISTRICT-ID(DST-EFFECT-IDX) " "
                      DST-NAME(DST-EFFECT-IDX) " DM "
                      DST-DM-ID(DST-EFFECT-IDX) " RM "
                      DST-RM-ID(DST-EFFECT-IDX) " SINCE "
                      DST-EFF-DATE(DST-EFFECT-IDX)
           END-IF
           .

       MAINTAIN-BRANCHES.
           MOVE SPACE TO WS-SUB-CHOICE
           PERFORM UNTIL SUB-CHOICE-RETURN
                   DISPLAY "BRANCH ASSIGNMENTS"
                   DISPLAY BRANCH-MENU
                   ACCEPT WS-SUB-CHOICE
                   EVALUATE TRUE
                      WHEN SUB-CHOICE-ADD
                         PERFORM ADD-BRANCH-ASSIGNMENT
                      WHEN SUB-CHOICE-DELETE
                         PERFORM DELETE-BRANCH-ASSIGNMENT
                      WHEN SUB-CHOICE-HISTORY
                         PERFORM BRANCH-HISTORY
                      WHEN SUB-CHOICE-LIST
                         PERFORM LIST-DISTRICT-BRANCHES
                      WHEN SUB-CHOICE-RETURN
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           .

       ACCEPT-BRANCH-KEY.
           MOVE ZERO TO WS-WORK-BRANCH
           PERFORM UNTIL WS-WORK-BRANCH GREATER THAN ZERO
                   DISPLAY "BRANCH-ID -"
                   ACCEPT WS-WORK-BRANCH
           END-PERFORM
           DISPLAY "EFFECTIVE DATE (YYYYMMDD) -"
           PERFORM ACCEPT-EFF-DATE
           .

       FIND-BRANCH-ASSIGNMENT.
           MOVE ZERO TO BAT-FOUND-IDX
           MOVE ZERO TO BAT-LATEST-DATE
           PERFORM VARYING BAT-IDX FROM 1 BY 1
              UNTIL BAT-IDX GREATER THAN BAT-COUNT
                   IF BAT-BRANCH-ID(BAT-IDX) = WS-WORK-BRANCH
                      MOVE BAT-EFF-DATE(BAT-IDX) TO BAT-LATEST-DATE
                      IF BAT-EFF-DATE(BAT-IDX) = WS-WORK-DATE
                         MOVE BAT-IDX TO BAT-FOUND-IDX
                      END-IF
                   END-IF
           END-PERFORM
           .

       FIND-BRANCH-IN-EFFECT.
           MOVE ZERO TO BAT-EFFECT-IDX
           PERFORM VARYING BAT-IDX FROM 1 BY 1
              UNTIL BAT-IDX GREATER THAN BAT-COUNT
                   IF BAT-BRANCH-ID(BAT-IDX) = WS-WORK-BRANCH AND
                      BAT-EFF-DATE(BAT-IDX) NOT GREATER THAN
                         WS-AS-OF-DATE
                      MOVE BAT-IDX TO BAT-EFFECT-IDX
                   END-IF
           END-PERFORM
           .

       CHECK-BRANCH-ON-MASTER.
           MOVE "N" TO WS-BRANCH-ON-MASTER
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BRANCH MASTER - STATUS "
                      WS-BM-STATUS
           ELSE
              MOVE WS-WORK-BRANCH TO BM-BRANCH-ID
              READ BRANCH-MASTER-FILE
                 INVALID KEY
                    DISPLAY "BRANCH " WS-WORK-BRANCH
                            " NOT ON BRANCH MASTER"
                 NOT INVALID KEY
                    MOVE "Y" TO WS-BRANCH-ON-MASTER
                    DISPLAY BM-BRANCH-NAME
              END-READ
              CLOSE BRANCH-MASTER-FILE
           END-IF
           .

       ADD-BRANCH-ASSIGNMENT.
           PERFORM ACCEPT-BRANCH-KEY
           PERFORM CHECK-BRANCH-ON-MASTER
           IF BRANCH-ON-MASTER
              PERFORM FIND-BRANCH-ASSIGNMENT
              EVALUATE TRUE
                 WHEN BAT-FOUND-IDX GREATER THAN ZERO
                    DISPLAY "BRANCH " WS-WORK-BRANCH " ALREADY HAS AN"
                            " ASSIGNMENT EFFECTIVE " WS-WORK-DATE
                 WHEN BAT-LATEST-DATE GREATER THAN WS-WORK-DATE
                    DISPLAY "BRANCH " WS-WORK-BRANCH " HAS AN"
                            " ASSIGNMENT EFFECTIVE " BAT-LATEST-DATE
                            " - NEW ASSIGNMENTS MUST BE LATER"
                 WHEN BAT-COUNT NOT LESS THAN 5000
                    DISPLAY "BRANCH ASSIGNMENT TABLE FULL"
                 WHEN OTHER
                    MOVE ZERO TO WS-WORK-DISTRICT
                    PERFORM UNTIL WS-WORK-DISTRICT GREATER THAN ZERO
                            DISPLAY "DISTRICT NUMBER (1-9999) -"
                            ACCEPT WS-WORK-DISTRICT
                    END-PERFORM
                    MOVE WS-WORK-DATE TO WS-AS-OF-DATE
                    PERFORM FIND-DISTRICT-IN-EFFECT
                    IF DST-EFFECT-IDX = ZERO
                       DISPLAY "DISTRICT " WS-WORK-DISTRICT
                               " IS NOT IN EFFECT ON " WS-WORK-DATE
                    ELSE
                       DISPLAY DST-NAME(DST-EFFECT-IDX)
                       ADD 1 TO BAT-COUNT
                       MOVE WS-WORK-BRANCH TO BAT-BRANCH-ID(BAT-COUNT)
                       MOVE WS-WORK-DATE TO BAT-EFF-DATE(BAT-COUNT)
                       MOVE WS-WORK-DISTRICT TO
                          BAT-DISTRICT-ID(BAT-COUNT)
                       MOVE BRANCH-ASSIGN-ENTRY(BAT-COUNT) TO
                          WS-BRANCH-IMAGE
                       PERFORM SORT-BRANCH-ASSIGN-TABLE
                       PERFORM SAVE-BRANCH-ASSIGN-TABLE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE WS-BRANCH-IMAGE TO WS-AFTER-IMAGE
                       MOVE "B" TO WS-AUDIT-TABLE
                       MOVE "A" TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY "BRANCH ASSIGNED"
                    END-IF
              END-EVALUATE
           END-IF
           .

       DELETE-BRANCH-ASSIGNMENT.
           PERFORM ACCEPT-BRANCH-KEY
           PERFORM FIND-BRANCH-ASSIGNMENT
           EVALUATE TRUE
              WHEN BAT-FOUND-IDX = ZERO
                 DISPLAY "NO ASSIGNMENT FOR BRANCH " WS-WORK-BRANCH
                         " EFFECTIVE " WS-WORK-DATE
              WHEN WS-WORK-DATE NOT GREATER THAN WS-TODAY
                 DISPLAY "ASSIGNMENT IS ALREADY IN EFFECT - HISTORY"
                         " CANNOT BE DELETED"
              WHEN OTHER
                 DISPLAY "DELETE ASSIGNMENT TO DISTRICT "
                         BAT-DISTRICT-ID(BAT-FOUND-IDX) " (Y/N) -"
                 ACCEPT WS-CONFIRM
                 IF CONFIRMED
                    MOVE BRANCH-ASSIGN-ENTRY(BAT-FOUND-IDX) TO
                       WS-BRANCH-IMAGE
                    MOVE WS-BRANCH-IMAGE TO WS-BEFORE-IMAGE
                    MOVE SPACES TO WS-AFTER-IMAGE
                    PERFORM VARYING BAT-IDX FROM BAT-FOUND-IDX BY 1
                       UNTIL BAT-IDX NOT LESS THAN BAT-COUNT
                            MOVE BRANCH-ASSIGN-ENTRY(BAT-IDX + 1) TO
                               BRANCH-ASSIGN-ENTRY(BAT-IDX)
                    END-PERFORM
                    SUBTRACT 1 FROM BAT-COUNT
                    PERFORM SAVE-BRANCH-ASSIGN-TABLE
                    MOVE "B" TO WS-AUDIT-TABLE
                    MOVE "D" TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                    DISPLAY "BRANCH ASSIGNMENT DELETED"
                 END-IF
           END-EVALUATE
           .

       BRANCH-HISTORY.
           MOVE ZERO TO WS-WORK-BRANCH
           PERFORM UNTIL WS-WORK-BRANCH GREATER THAN ZERO
                   DISPLAY "BRANCH-ID -"
                   ACCEPT WS-WORK-BRANCH
           END-PERFORM
           MOVE ZERO TO WS-LIST-COUNT
           PERFORM VARYING BAT-SORT-IDX FROM 1 BY 1
              UNTIL BAT-SORT-IDX GREATER THAN BAT-COUNT
                   IF BAT-BRANCH-ID(BAT-SORT-IDX) = WS-WORK-BRANCH
                      ADD 1 TO WS-LIST-COUNT
                      MOVE BAT-DISTRICT-ID(BAT-SORT-IDX) TO
                         WS-WORK-DISTRICT
                      MOVE BAT-EFF-DATE(BAT-SORT-IDX) TO WS-AS-OF-DATE
                      PERFORM FIND-DISTRICT-IN-EFFECT
                      IF DST-EFFECT-IDX GREATER THAN ZERO
                         DISPLAY "EFFECTIVE " BAT-EFF-DATE(BAT-SORT-IDX)
                                 " DISTRICT " WS-WORK-DISTRICT " "
                                 DST-NAME(DST-EFFECT-IDX)
                      ELSE
                         DISPLAY "EFFECTIVE " BAT-EFF-DATE(BAT-SORT-IDX)
                                 " DISTRICT " WS-WORK-DISTRICT
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
              DISPLAY "NO ASSIGNMENTS FOR BRANCH " WS-WORK-BRANCH
           END-IF
           .

       LIST-DISTRICT-BRANCHES.
           MOVE ZERO TO WS-WORK-DISTRICT
           PERFORM UNTIL WS-WORK-DISTRICT GREATER THAN ZERO
                   DISPLAY "DISTRICT NUMBER (1-9999) -"
                   ACCEPT WS-WORK-DISTRICT
           END-PERFORM
           MOVE WS-TODAY TO WS-AS-OF-DATE
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO WS-PREV-BRANCH
           PERFORM VARYING BAT-SORT-IDX FROM 1 BY 1
              UNTIL BAT-SORT-IDX GREATER THAN BAT-COUNT
                   IF BAT-BRANCH-ID(BAT-SORT-IDX) NOT = WS-PREV-BRANCH
                      MOVE BAT-BRANCH-ID(BAT-SORT-IDX) TO
                         WS-PREV-BRANCH
                      MOVE WS-PREV-BRANCH TO WS-WORK-BRANCH
                      PERFORM FIND-BRANCH-IN-EFFECT
                      IF BAT-EFFECT-IDX GREATER THAN ZERO
                         IF BAT-DISTRICT-ID(BAT-EFFECT-IDX) =
                            WS-WORK-DISTRICT
                            ADD 1 TO WS-LIST-COUNT
                            DISPLAY "BRANCH " WS-WORK-BRANCH
                                    " SINCE "
                                    BAT-EFF-DATE(BAT-EFFECT-IDX)
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM
           DISPLAY WS-LIST-COUNT " BRANCHES IN DISTRICT "
                   WS-WORK-DISTRICT " TODAY"
           .

       LIST-UNASSIGNED-BRANCHES.
           MOVE WS-TODAY TO WS-AS-OF-DATE
           MOVE ZERO TO WS-LIST-COUNT
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
                         IF NOT BM-BRANCH-CLOSED
                            MOVE BM-BRANCH-ID TO WS-WORK-BRANCH
                            PERFORM FIND-BRANCH-IN-EFFECT
                            IF BAT-EFFECT-IDX = ZERO
                               ADD 1 TO WS-LIST-COUNT
                               DISPLAY "BRANCH " BM-BRANCH-ID " "
                                       BM-BRANCH-NAME " STATE "
                                       BM-STATE-NUM
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE BRANCH-MASTER-FILE
              DISPLAY WS-LIST-COUNT " OPEN BRANCHES WITH NO DISTRICT"
           END-IF
           .
