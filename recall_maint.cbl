       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-FILE ASSIGN TO "recalls.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RCL-STATUS.
           SELECT RECALL-BLOCK-FILE ASSIGN TO "recall_blocks.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RBK-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECALL-FILE.
       01 RECALL-REC.
          88 END-OF-RECALL-FILE                        VALUE HIGH-VALUES
           .
          05 RCL-RECALL-ID          PIC 9(5).
          05 RCL-TYPE-CODE          PIC 9(3).
          05 RCL-LOT-FROM           PIC X(10).
          05 RCL-LOT-TO             PIC X(10).
          05 RCL-SUPPLIER-ID        PIC 9(5).
          05 RCL-ISSUE-DATE         PIC 9(8).
          05 RCL-REASON             PIC X(30).
          05 RCL-STATUS             PIC X.
             88 RCL-OPEN                           VALUE "O".
             88 RCL-CLEARED                        VALUE "C".
          05 RCL-CLEARED-DATE       PIC 9(8).

       FD RECALL-BLOCK-FILE.
       01 RECALL-BLOCK-REC.
          88 END-OF-RECALL-BLOCKS                      VALUE HIGH-VALUES
           .
          05 RBK-BRANCH-ID          PIC 9(7).
          05 RBK-TYPE-CODE          PIC 9(3).
          05 RBK-RECALL-ID          PIC 9(5).
          05 RBK-EFFECTIVE-DATE     PIC 9(8).

       FD CANDY-TYPE-FILE.
       01 CANDY-TYPE-REC.
          88 END-OF-CANDY-TYPES                    VALUE HIGH-VALUES.
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

       WORKING-STORAGE SECTION.
       01 WS-RCL-STATUS             PIC XX.
       01 WS-RBK-STATUS             PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-CHOICE                 PIC X.
          88 CHOICE-ADD                     VALUE "A" "a".
          88 CHOICE-CLEAR                   VALUE "C" "c".
          88 CHOICE-LIST                    VALUE "L" "l".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-CONFIRM                PIC X.
          88 CONFIRMED                      VALUE "Y" "y".
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-WORK-RECALL            PIC 9(5).
       01 WS-WORK-TYPE              PIC 9(3).
       01 WS-WORK-LOT-FROM          PIC X(10).
       01 WS-WORK-LOT-TO            PIC X(10).
       01 WS-WORK-SUPPLIER          PIC 9(5).
       01 WS-WORK-ISSUE-DATE        PIC 9(8).
       01 WS-WORK-REASON            PIC X(30).
       01 RECALL-TABLE.
          05 RECALL-ENTRY OCCURS 200 TIMES.
             10 RLT-RECALL-ID       PIC 9(5).
             10 RLT-TYPE-CODE       PIC 9(3).
             10 RLT-LOT-FROM        PIC X(10).
             10 RLT-LOT-TO          PIC X(10).
             10 RLT-SUPPLIER-ID     PIC 9(5).
             10 RLT-ISSUE-DATE      PIC 9(8).
             10 RLT-REASON          PIC X(30).
             10 RLT-STATUS          PIC X.
             10 RLT-CLEARED-DATE    PIC 9(8).
       01 RLT-COUNT                 PIC 9(3) VALUE ZERO.
       01 RLT-IDX                   PIC 9(3).
       01 RLT-FOUND-IDX             PIC 9(3).
       01 WS-RECALL-OVERFLOW        PIC X    VALUE "N".
          88 RECALL-OVERFLOW                 VALUE "Y".
       01 BLOCK-TABLE.
          05 BLOCK-ENTRY OCCURS 5000 TIMES.
             10 BKT-BRANCH-ID       PIC 9(7).
             10 BKT-TYPE-CODE       PIC 9(3).
             10 BKT-RECALL-ID       PIC 9(5).
             10 BKT-EFFECTIVE-DATE  PIC 9(8).
       01 BKT-COUNT                 PIC 9(4) VALUE ZERO.
       01 BKT-IDX                   PIC 9(4).
       01 BLOCKS-RELEASED           PIC 9(4) VALUE ZERO.
       01 WS-BLOCK-OVERFLOW         PIC X    VALUE "N".
          88 BLOCK-OVERFLOW                  VALUE "Y".
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
             10 CAT-TYPE-CODE       PIC 9(3).
             10 CAT-TYPE-NAME       PIC X(20).
       01 CATALOG-COUNT             PIC 9(3) VALUE ZERO.
       01 CATALOG-IDX               PIC 9(3).
       01 CATALOG-FOUND-IDX         PIC 9(3).
       01 WS-TYPE-NAME              PIC X(20).

       01 MENU-HEADING1             PIC X(35)
                                                       VALUE
             "  Product Recall Maintenance".
       01 MENU-HEADING2             PIC X(55)
                                                       VALUE
             "A-Add Recall  C-Clear Recall  L-List  X-Exit".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-RECALL-TABLE
           IF RECALL-OVERFLOW
              DISPLAY "MORE THAN 200 RECALLS ON FILE -"
                      " PURGE CLEARED RECALLS FIRST"
              STOP RUN
           END-IF
           PERFORM LOAD-CANDY-CATALOG
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY MENU-HEADING1
           PERFORM UNTIL CHOICE-EXIT
                   DISPLAY MENU-HEADING2
                   ACCEPT WS-CHOICE
                   EVALUATE TRUE
                      WHEN CHOICE-ADD
                         PERFORM ADD-RECALL
                      WHEN CHOICE-CLEAR
                         PERFORM CLEAR-RECALL
                      WHEN CHOICE-LIST
                         PERFORM LIST-RECALLS
                      WHEN CHOICE-EXIT
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           PERFORM SAVE-RECALL-TABLE
           STOP RUN.

       LOAD-RECALL-TABLE.
           MOVE ZERO TO RLT-COUNT
           OPEN INPUT RECALL-FILE
           IF WS-RCL-STATUS = "00"
              READ RECALL-FILE
              AT END
                 SET END-OF-RECALL-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RECALL-FILE
                      IF RCL-RECALL-ID NUMERIC AND
                         RCL-TYPE-CODE NUMERIC AND
                         RLT-COUNT LESS THAN 200
                         ADD 1 TO RLT-COUNT
                         MOVE RECALL-REC TO RECALL-ENTRY(RLT-COUNT)
                      ELSE
                         IF RLT-COUNT NOT LESS THAN 200
                            SET RECALL-OVERFLOW TO TRUE
                         ELSE
                            DISPLAY "BAD RECALL RECORD DROPPED - "
                                    RECALL-REC(1:38)
                         END-IF
                      END-IF
                      READ RECALL-FILE
                      AT END
                         SET END-OF-RECALL-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RECALL-FILE
           END-IF
           .

       SAVE-RECALL-TABLE.
           OPEN OUTPUT RECALL-FILE
           PERFORM VARYING RLT-IDX FROM 1 BY 1
              UNTIL RLT-IDX GREATER THAN RLT-COUNT
                   MOVE RECALL-ENTRY(RLT-IDX) TO RECALL-REC
                   WRITE RECALL-REC
           END-PERFORM
           CLOSE RECALL-FILE
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

       ACCEPT-RECALL-KEY.
           MOVE ZERO TO WS-WORK-RECALL
           PERFORM UNTIL WS-WORK-RECALL GREATER THAN ZERO
                   DISPLAY "RECALL-ID (00001-99999) -"
                   ACCEPT WS-WORK-RECALL
           END-PERFORM
           .

       ACCEPT-RECALL-FIELDS.
           MOVE ZERO TO WS-WORK-TYPE
           PERFORM UNTIL WS-WORK-TYPE GREATER THAN ZERO
                   DISPLAY "CANDY TYPE CODE (001-999) -"
                   ACCEPT WS-WORK-TYPE
           END-PERFORM
           PERFORM FIND-TYPE-NAME
           IF CATALOG-FOUND-IDX = ZERO
              DISPLAY "WARNING - TYPE " WS-WORK-TYPE
                      " NOT ON CANDY TYPE CATALOG"
           ELSE
              DISPLAY WS-TYPE-NAME
           END-IF
           MOVE SPACES TO WS-WORK-LOT-FROM
           PERFORM UNTIL WS-WORK-LOT-FROM NOT = SPACES
                   DISPLAY "FIRST LOT NUMBER RECALLED -"
                   ACCEPT WS-WORK-LOT-FROM
           END-PERFORM
           MOVE SPACES TO WS-WORK-LOT-TO
           DISPLAY "LAST LOT NUMBER RECALLED (BLANK IF ONE LOT) -"
           ACCEPT WS-WORK-LOT-TO
           IF WS-WORK-LOT-TO = SPACES
              MOVE WS-WORK-LOT-FROM TO WS-WORK-LOT-TO
           END-IF
           IF WS-WORK-LOT-TO LESS THAN WS-WORK-LOT-FROM
              MOVE WS-WORK-LOT-FROM TO WS-WORK-LOT-TO
              DISPLAY "LAST LOT BEFORE FIRST LOT - SINGLE LOT TAKEN"
           END-IF
           DISPLAY "SUPPLIER-ID (0 IF NOT KNOWN) -"
           ACCEPT WS-WORK-SUPPLIER
           MOVE ZERO TO WS-WORK-ISSUE-DATE
           DISPLAY "RECALL ISSUE DATE (YYYYMMDD, 0 FOR TODAY) -"
           ACCEPT WS-WORK-ISSUE-DATE
           IF WS-WORK-ISSUE-DATE = ZERO
              MOVE WS-RUN-DATE TO WS-WORK-ISSUE-DATE
           END-IF
           MOVE SPACES TO WS-WORK-REASON
           PERFORM UNTIL WS-WORK-REASON NOT = SPACES
                   DISPLAY "RECALL REASON -"
                   ACCEPT WS-WORK-REASON
           END-PERFORM
           .

       FIND-RECALL-ENTRY.
           MOVE ZERO TO RLT-FOUND-IDX
           PERFORM VARYING RLT-IDX FROM 1 BY 1
              UNTIL RLT-IDX GREATER THAN RLT-COUNT
                   IF RLT-RECALL-ID(RLT-IDX) = WS-WORK-RECALL
                      MOVE RLT-IDX TO RLT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       ADD-RECALL.
           PERFORM ACCEPT-RECALL-KEY
           PERFORM FIND-RECALL-ENTRY
           IF RLT-FOUND-IDX GREATER THAN ZERO
              DISPLAY "RECALL ALREADY ON FILE - "
                      RLT-REASON(RLT-FOUND-IDX)
           ELSE
              IF RLT-COUNT NOT LESS THAN 200
                 DISPLAY "RECALL TABLE FULL"
              ELSE
                 PERFORM ACCEPT-RECALL-FIELDS
                 ADD 1 TO RLT-COUNT
                 MOVE WS-WORK-RECALL TO RLT-RECALL-ID(RLT-COUNT)
                 MOVE WS-WORK-TYPE TO RLT-TYPE-CODE(RLT-COUNT)
                 MOVE WS-WORK-LOT-FROM TO RLT-LOT-FROM(RLT-COUNT)
                 MOVE WS-WORK-LOT-TO TO RLT-LOT-TO(RLT-COUNT)
                 MOVE WS-WORK-SUPPLIER TO RLT-SUPPLIER-ID(RLT-COUNT)
                 MOVE WS-WORK-ISSUE-DATE TO
                    RLT-ISSUE-DATE(RLT-COUNT)
                 MOVE WS-WORK-REASON TO RLT-REASON(RLT-COUNT)
                 MOVE "O" TO RLT-STATUS(RLT-COUNT)
                 MOVE ZERO TO RLT-CLEARED-DATE(RLT-COUNT)
                 DISPLAY "RECALL ADDED - RUN RECALL-TRACE NOW TO LIST"
                         " AND BLOCK THE BRANCHES"
              END-IF
           END-IF
           .

       CLEAR-RECALL.
           PERFORM ACCEPT-RECALL-KEY
           PERFORM FIND-RECALL-ENTRY
           IF RLT-FOUND-IDX = ZERO
              DISPLAY "RECALL NOT ON FILE"
           ELSE
              IF RLT-STATUS(RLT-FOUND-IDX) = "C"
                 DISPLAY "RECALL ALREADY CLEARED ON "
                         RLT-CLEARED-DATE(RLT-FOUND-IDX)
              ELSE
                 DISPLAY "TYPE " RLT-TYPE-CODE(RLT-FOUND-IDX)
                         " LOTS " RLT-LOT-FROM(RLT-FOUND-IDX)
                         " TO " RLT-LOT-TO(RLT-FOUND-IDX)
                 DISPLAY RLT-REASON(RLT-FOUND-IDX)
                 DISPLAY "CLEAR THIS RECALL AND RELEASE ITS BRANCH"
                         " BLOCKS (Y/N) -"
                 ACCEPT WS-CONFIRM
                 IF CONFIRMED
                    PERFORM LOAD-REMAINING-BLOCKS
                    IF BLOCK-OVERFLOW
                       DISPLAY "MORE THAN 5000 RECALL BLOCKS ON FILE -"
                               " RECALL NOT CLEARED"
                       PERFORM SAVE-RECALL-TABLE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE "C" TO RLT-STATUS(RLT-FOUND-IDX)
                    MOVE WS-RUN-DATE TO
                       RLT-CLEARED-DATE(RLT-FOUND-IDX)
                    PERFORM SAVE-RECALL-TABLE
                    PERFORM RELEASE-RECALL-BLOCKS
                    DISPLAY "RECALL CLEARED - BLOCKS RELEASED "
                            BLOCKS-RELEASED
                 ELSE
                    DISPLAY "RECALL NOT CLEARED"
                 END-IF
              END-IF
           END-IF
           .

       LOAD-REMAINING-BLOCKS.
           MOVE ZERO TO BKT-COUNT
           MOVE ZERO TO BLOCKS-RELEASED
           MOVE "N" TO WS-BLOCK-OVERFLOW
           OPEN INPUT RECALL-BLOCK-FILE
           IF WS-RBK-STATUS = "00"
              READ RECALL-BLOCK-FILE
              AT END
                 SET END-OF-RECALL-BLOCKS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RECALL-BLOCKS
                      IF RBK-RECALL-ID = WS-WORK-RECALL
                         ADD 1 TO BLOCKS-RELEASED
                      ELSE
                         IF BKT-COUNT LESS THAN 5000
                            ADD 1 TO BKT-COUNT
                            MOVE RECALL-BLOCK-REC TO
                               BLOCK-ENTRY(BKT-COUNT)
                         ELSE
                            SET BLOCK-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ RECALL-BLOCK-FILE
                      AT END
                         SET END-OF-RECALL-BLOCKS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RECALL-BLOCK-FILE
           END-IF
           .

       RELEASE-RECALL-BLOCKS.
           IF WS-RBK-STATUS = "00"
              OPEN OUTPUT RECALL-BLOCK-FILE
              PERFORM VARYING BKT-IDX FROM 1 BY 1
                 UNTIL BKT-IDX GREATER THAN BKT-COUNT
                      MOVE BLOCK-ENTRY(BKT-IDX) TO RECALL-BLOCK-REC
                      WRITE RECALL-BLOCK-REC
              END-PERFORM
              CLOSE RECALL-BLOCK-FILE
           END-IF
           .

       FIND-TYPE-NAME.
           MOVE SPACES TO WS-TYPE-NAME
           MOVE ZERO TO CATALOG-FOUND-IDX
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                   IF CAT-TYPE-CODE(CATALOG-IDX) = WS-WORK-TYPE
                      MOVE CATALOG-IDX TO CATALOG-FOUND-IDX
                      MOVE CAT-TYPE-NAME(CATALOG-IDX) TO WS-TYPE-NAME
                   END-IF
           END-PERFORM
           .

       LIST-RECALLS.
           IF RLT-COUNT = ZERO
              DISPLAY "NO RECALLS ON FILE"
           END-IF
           PERFORM VARYING RLT-IDX FROM 1 BY 1
              UNTIL RLT-IDX GREATER THAN RLT-COUNT
                   MOVE RLT-TYPE-CODE(RLT-IDX) TO WS-WORK-TYPE
                   PERFORM FIND-TYPE-NAME
                   DISPLAY "RECALL " RLT-RECALL-ID(RLT-IDX)
                           " TYPE " RLT-TYPE-CODE(RLT-IDX)
                           " " WS-TYPE-NAME
                           " STATUS " RLT-STATUS(RLT-IDX)
                   DISPLAY "   LOTS " RLT-LOT-FROM(RLT-IDX)
                           " TO " RLT-LOT-TO(RLT-IDX)
                           " ISSUED " RLT-ISSUE-DATE(RLT-IDX)
                           " SUPPLIER " RLT-SUPPLIER-ID(RLT-IDX)
                   DISPLAY "   " RLT-REASON(RLT-IDX)
           END-PERFORM
           .
