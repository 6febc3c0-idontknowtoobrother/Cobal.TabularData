       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-FILE ASSIGN TO "candy_costs.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CCS-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COST-FILE.
       01 COST-REC.
          88 END-OF-COST-FILE                          VALUE HIGH-VALUES
           .
          05 CC-TYPE-CODE           PIC 9(3).
          05 CC-EFF-DATE            PIC 9(8).
          05 CC-UNIT-COST           PIC 9(5)V99.

       FD CANDY-TYPE-FILE.
       01 CANDY-TYPE-REC.
          88 END-OF-CANDY-TYPES                    VALUE HIGH-VALUES.
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CCS-STATUS             PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-CHOICE                 PIC X.
          88 CHOICE-ADD                     VALUE "A" "a".
          88 CHOICE-CHANGE                  VALUE "C" "c".
          88 CHOICE-LIST                    VALUE "L" "l".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-WORK-TYPE              PIC 9(3).
       01 WS-WORK-EFF-DATE          PIC 9(8).
       01 WS-WORK-COST              PIC 9(5)V99.
       01 COST-TABLE.
          05 COST-ENTRY OCCURS 500 TIMES.
             10 CST-TYPE-CODE       PIC 9(3).
             10 CST-EFF-DATE        PIC 9(8).
             10 CST-UNIT-COST       PIC 9(5)V99.
       01 CST-COUNT                 PIC 9(3) VALUE ZERO.
       01 CST-IDX                   PIC 9(3).
       01 CST-FOUND-IDX             PIC 9(3).
       01 WS-COST-OVERFLOW          PIC X    VALUE "N".
          88 COST-OVERFLOW                   VALUE "Y".
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
             10 CAT-TYPE-CODE       PIC 9(3).
             10 CAT-TYPE-NAME       PIC X(20).
       01 CATALOG-COUNT             PIC 9(3) VALUE ZERO.
       01 CATALOG-IDX               PIC 9(3).
       01 CATALOG-FOUND-IDX         PIC 9(3).
       01 PRN-COST                  PIC $$,$$9.99.

       01 MENU-HEADING1             PIC X(35)
                                                       VALUE
             "  Candy Standard Cost Maintenance".
       01 MENU-HEADING2             PIC X(40)
                                                       VALUE
             "A-Add  C-Change  L-List  X-Exit".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-COST-TABLE
           IF COST-OVERFLOW
              DISPLAY "MORE THAN 500 COST RECORDS ON FILE -"
                      " PURGE SUPERSEDED COSTS FIRST"
              STOP RUN
           END-IF
           PERFORM LOAD-CANDY-CATALOG
           DISPLAY MENU-HEADING1
           PERFORM UNTIL CHOICE-EXIT
                   DISPLAY MENU-HEADING2
                   ACCEPT WS-CHOICE
                   EVALUATE TRUE
                      WHEN CHOICE-ADD
                         PERFORM ADD-COST
                      WHEN CHOICE-CHANGE
                         PERFORM CHANGE-COST
                      WHEN CHOICE-LIST
                         PERFORM LIST-COSTS
                      WHEN CHOICE-EXIT
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           PERFORM SAVE-COST-TABLE
           STOP RUN.

       LOAD-COST-TABLE.
           MOVE ZERO TO CST-COUNT
           OPEN INPUT COST-FILE
           IF WS-CCS-STATUS = "00"
              READ COST-FILE
              AT END
                 SET END-OF-COST-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-COST-FILE
                      IF CC-TYPE-CODE NUMERIC AND
                         CC-EFF-DATE NUMERIC AND
                         CC-UNIT-COST NUMERIC AND
                         CST-COUNT LESS THAN 500
                         ADD 1 TO CST-COUNT
                         MOVE CC-TYPE-CODE TO
                            CST-TYPE-CODE(CST-COUNT)
                         MOVE CC-EFF-DATE TO
                            CST-EFF-DATE(CST-COUNT)
                         MOVE CC-UNIT-COST TO
                            CST-UNIT-COST(CST-COUNT)
                      ELSE
                         IF CST-COUNT NOT LESS THAN 500
                            SET COST-OVERFLOW TO TRUE
                         ELSE
                            DISPLAY "BAD COST RECORD DROPPED - "
                                    COST-REC(1:18)
                         END-IF
                      END-IF
                      READ COST-FILE
                      AT END
                         SET END-OF-COST-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE COST-FILE
           END-IF
           .

       SAVE-COST-TABLE.
           OPEN OUTPUT COST-FILE
           PERFORM VARYING CST-IDX FROM 1 BY 1
              UNTIL CST-IDX GREATER THAN CST-COUNT
                   MOVE CST-TYPE-CODE(CST-IDX) TO CC-TYPE-CODE
                   MOVE CST-EFF-DATE(CST-IDX) TO CC-EFF-DATE
                   MOVE CST-UNIT-COST(CST-IDX) TO CC-UNIT-COST
                   WRITE COST-REC
           END-PERFORM
           CLOSE COST-FILE
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
                      END-IF
                      READ CANDY-TYPE-FILE
                      AT END
                         SET END-OF-CANDY-TYPES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-TYPE-FILE
           END-IF
           .

       ACCEPT-COST-KEY.
           MOVE ZERO TO WS-WORK-TYPE
           PERFORM UNTIL WS-WORK-TYPE GREATER THAN ZERO
                   DISPLAY "TYPE CODE (001-999) -"
                   ACCEPT WS-WORK-TYPE
           END-PERFORM
           IF CATALOG-COUNT GREATER THAN ZERO
              MOVE ZERO TO CATALOG-FOUND-IDX
              PERFORM VARYING CATALOG-IDX FROM 1 BY 1
                 UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                      IF CAT-TYPE-CODE(CATALOG-IDX) = WS-WORK-TYPE
                         MOVE CATALOG-IDX TO CATALOG-FOUND-IDX
                      END-IF
              END-PERFORM
              IF CATALOG-FOUND-IDX = ZERO
                 DISPLAY "WARNING - TYPE " WS-WORK-TYPE
                         " NOT ON CANDY TYPE CATALOG"
              END-IF
           END-IF
           MOVE ZERO TO WS-WORK-EFF-DATE
           PERFORM UNTIL WS-WORK-EFF-DATE GREATER THAN ZERO
                   DISPLAY "EFFECTIVE DATE (YYYYMMDD) -"
                   ACCEPT WS-WORK-EFF-DATE
           END-PERFORM
           .

       ACCEPT-COST-AMOUNT.
           MOVE ZERO TO WS-WORK-COST
           PERFORM UNTIL WS-WORK-COST GREATER THAN ZERO
                   DISPLAY "STANDARD UNIT COST (99999.99) -"
                   ACCEPT WS-WORK-COST
           END-PERFORM
           .

       FIND-COST-ENTRY.
           MOVE ZERO TO CST-FOUND-IDX
           PERFORM VARYING CST-IDX FROM 1 BY 1
              UNTIL CST-IDX GREATER THAN CST-COUNT
                   IF CST-TYPE-CODE(CST-IDX) = WS-WORK-TYPE AND
                      CST-EFF-DATE(CST-IDX) = WS-WORK-EFF-DATE
                      MOVE CST-IDX TO CST-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       ADD-COST.
           PERFORM ACCEPT-COST-KEY
           PERFORM FIND-COST-ENTRY
           IF CST-FOUND-IDX GREATER THAN ZERO
              MOVE CST-UNIT-COST(CST-FOUND-IDX) TO PRN-COST
              DISPLAY "COST ALREADY ON FILE - " PRN-COST
           ELSE
              IF CST-COUNT NOT LESS THAN 500
                 DISPLAY "COST TABLE FULL"
              ELSE
                 PERFORM ACCEPT-COST-AMOUNT
                 ADD 1 TO CST-COUNT
                 MOVE WS-WORK-TYPE TO CST-TYPE-CODE(CST-COUNT)
                 MOVE WS-WORK-EFF-DATE TO CST-EFF-DATE(CST-COUNT)
                 MOVE WS-WORK-COST TO CST-UNIT-COST(CST-COUNT)
                 DISPLAY "COST ADDED"
              END-IF
           END-IF
           .

       CHANGE-COST.
           PERFORM ACCEPT-COST-KEY
           PERFORM FIND-COST-ENTRY
           IF CST-FOUND-IDX = ZERO
              DISPLAY "COST NOT ON FILE FOR TYPE " WS-WORK-TYPE
                      " EFFECTIVE " WS-WORK-EFF-DATE
           ELSE
              PERFORM ACCEPT-COST-AMOUNT
              MOVE WS-WORK-COST TO CST-UNIT-COST(CST-FOUND-IDX)
              DISPLAY "COST CHANGED"
           END-IF
           .

       LIST-COSTS.
           IF CST-COUNT = ZERO
              DISPLAY "NO COSTS ON FILE"
           END-IF
           PERFORM VARYING CST-IDX FROM 1 BY 1
              UNTIL CST-IDX GREATER THAN CST-COUNT
                   MOVE CST-UNIT-COST(CST-IDX) TO PRN-COST
                   DISPLAY "TYPE " CST-TYPE-CODE(CST-IDX)
                           " EFFECTIVE " CST-EFF-DATE(CST-IDX)
                           " COST " PRN-COST
           END-PERFORM
           .
