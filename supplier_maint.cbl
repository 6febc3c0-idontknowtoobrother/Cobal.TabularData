       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO "suppliers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SUP-STATUS.
           SELECT SUPPLIER-ITEM-FILE ASSIGN TO "supplier_items.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SI-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-FILE.
       01 SUPPLIER-REC.
          88 END-OF-SUPPLIER-FILE                      VALUE HIGH-VALUES
           .
          05 SUP-SUPPLIER-ID        PIC 9(5).
          05 SUP-NAME               PIC X(30).
          05 SUP-ADDRESS            PIC X(40).
          05 SUP-PHONE              PIC X(15).
          05 SUP-LEAD-DAYS          PIC 9(3).
          05 SUP-ACTIVE             PIC X.

       FD SUPPLIER-ITEM-FILE.
       01 SUPPLIER-ITEM-REC.
          88 END-OF-SUPPLIER-ITEMS                     VALUE HIGH-VALUES
           .
          05 SI-TYPE-CODE           PIC 9(3).
          05 SI-SUPPLIER-ID         PIC 9(5).
          05 SI-ORDER-MULTIPLE      PIC 9(5).

       FD CANDY-TYPE-FILE.
       01 CANDY-TYPE-REC.
          88 END-OF-CANDY-TYPES                    VALUE HIGH-VALUES.
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

       WORKING-STORAGE SECTION.
       01 WS-SUP-STATUS             PIC XX.
       01 WS-SI-STATUS              PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-CHOICE                 PIC X.
          88 CHOICE-ADD                     VALUE "A" "a".
          88 CHOICE-CHANGE                  VALUE "C" "c".
          88 CHOICE-ASSIGN                  VALUE "T" "t".
          88 CHOICE-LIST                    VALUE "L" "l".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-WORK-SUPPLIER          PIC 9(5).
       01 WS-WORK-NAME              PIC X(30).
       01 WS-WORK-ADDRESS           PIC X(40).
       01 WS-WORK-PHONE             PIC X(15).
       01 WS-WORK-LEAD-DAYS         PIC 9(3).
       01 WS-WORK-ACTIVE            PIC X.
       01 WS-WORK-TYPE              PIC 9(3).
       01 WS-WORK-MULTIPLE          PIC 9(5).
       01 SUPPLIER-TABLE.
          05 SUPPLIER-ENTRY OCCURS 200 TIMES.
             10 SPT-SUPPLIER-ID     PIC 9(5).
             10 SPT-NAME            PIC X(30).
             10 SPT-ADDRESS         PIC X(40).
             10 SPT-PHONE           PIC X(15).
             10 SPT-LEAD-DAYS       PIC 9(3).
             10 SPT-ACTIVE          PIC X.
       01 SPT-COUNT                 PIC 9(3) VALUE ZERO.
       01 SPT-IDX                   PIC 9(3).
       01 SPT-FOUND-IDX             PIC 9(3).
       01 WS-SUPPLIER-OVERFLOW      PIC X    VALUE "N".
          88 SUPPLIER-OVERFLOW               VALUE "Y".
       01 ITEM-TABLE.
          05 ITEM-ENTRY OCCURS 100 TIMES.
             10 SIT-TYPE-CODE       PIC 9(3).
             10 SIT-SUPPLIER-ID     PIC 9(5).
             10 SIT-ORDER-MULTIPLE  PIC 9(5).
       01 SIT-COUNT                 PIC 9(3) VALUE ZERO.
       01 SIT-IDX                   PIC 9(3).
       01 SIT-FOUND-IDX             PIC 9(3).
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
             "  Supplier Master Maintenance".
       01 MENU-HEADING2             PIC X(55)
                                                       VALUE
             "A-Add  C-Change  T-Type Source  L-List  X-Exit".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-SUPPLIER-TABLE
           IF SUPPLIER-OVERFLOW
              DISPLAY "MORE THAN 200 SUPPLIERS ON FILE -"
                      " PURGE INACTIVE SUPPLIERS FIRST"
              STOP RUN
           END-IF
           PERFORM LOAD-ITEM-TABLE
           PERFORM LOAD-CANDY-CATALOG
           DISPLAY MENU-HEADING1
           PERFORM UNTIL CHOICE-EXIT
                   DISPLAY MENU-HEADING2
                   ACCEPT WS-CHOICE
                   EVALUATE TRUE
                      WHEN CHOICE-ADD
                         PERFORM ADD-SUPPLIER
                      WHEN CHOICE-CHANGE
                         PERFORM CHANGE-SUPPLIER
                      WHEN CHOICE-ASSIGN
                         PERFORM ASSIGN-TYPE-SOURCE
                      WHEN CHOICE-LIST
                         PERFORM LIST-SUPPLIERS
                      WHEN CHOICE-EXIT
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           PERFORM SAVE-SUPPLIER-TABLE
           PERFORM SAVE-ITEM-TABLE
           STOP RUN.

       LOAD-SUPPLIER-TABLE.
           MOVE ZERO TO SPT-COUNT
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUP-STATUS = "00"
              READ SUPPLIER-FILE
              AT END
                 SET END-OF-SUPPLIER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUPPLIER-FILE
                      IF SUP-SUPPLIER-ID NUMERIC AND
                         SUP-LEAD-DAYS NUMERIC AND
                         SPT-COUNT LESS THAN 200
                         ADD 1 TO SPT-COUNT
                         MOVE SUPPLIER-REC TO SUPPLIER-ENTRY(SPT-COUNT)
                      ELSE
                         IF SPT-COUNT NOT LESS THAN 200
                            SET SUPPLIER-OVERFLOW TO TRUE
                         ELSE
                            DISPLAY "BAD SUPPLIER RECORD DROPPED - "
                                    SUPPLIER-REC(1:35)
                         END-IF
                      END-IF
                      READ SUPPLIER-FILE
                      AT END
                         SET END-OF-SUPPLIER-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUPPLIER-FILE
           END-IF
           .

       SAVE-SUPPLIER-TABLE.
           OPEN OUTPUT SUPPLIER-FILE
           PERFORM VARYING SPT-IDX FROM 1 BY 1
              UNTIL SPT-IDX GREATER THAN SPT-COUNT
                   MOVE SUPPLIER-ENTRY(SPT-IDX) TO SUPPLIER-REC
                   WRITE SUPPLIER-REC
           END-PERFORM
           CLOSE SUPPLIER-FILE
           .

       LOAD-ITEM-TABLE.
           MOVE ZERO TO SIT-COUNT
           OPEN INPUT SUPPLIER-ITEM-FILE
           IF WS-SI-STATUS = "00"
              READ SUPPLIER-ITEM-FILE
              AT END
                 SET END-OF-SUPPLIER-ITEMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUPPLIER-ITEMS
                      IF SI-TYPE-CODE NUMERIC AND
                         SI-SUPPLIER-ID NUMERIC AND
                         SI-ORDER-MULTIPLE NUMERIC AND
                         SIT-COUNT LESS THAN 100
                         ADD 1 TO SIT-COUNT
                         MOVE SI-TYPE-CODE TO SIT-TYPE-CODE(SIT-COUNT)
                         MOVE SI-SUPPLIER-ID TO
                            SIT-SUPPLIER-ID(SIT-COUNT)
                         MOVE SI-ORDER-MULTIPLE TO
                            SIT-ORDER-MULTIPLE(SIT-COUNT)
                      END-IF
                      READ SUPPLIER-ITEM-FILE
                      AT END
                         SET END-OF-SUPPLIER-ITEMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUPPLIER-ITEM-FILE
           END-IF
           .

       SAVE-ITEM-TABLE.
           OPEN OUTPUT SUPPLIER-ITEM-FILE
           PERFORM VARYING SIT-IDX FROM 1 BY 1
              UNTIL SIT-IDX GREATER THAN SIT-COUNT
                   MOVE SIT-TYPE-CODE(SIT-IDX) TO SI-TYPE-CODE
                   MOVE SIT-SUPPLIER-ID(SIT-IDX) TO SI-SUPPLIER-ID
                   MOVE SIT-ORDER-MULTIPLE(SIT-IDX) TO
                      SI-ORDER-MULTIPLE
                   WRITE SUPPLIER-ITEM-REC
           END-PERFORM
           CLOSE SUPPLIER-ITEM-FILE
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

       ACCEPT-SUPPLIER-KEY.
           MOVE ZERO TO WS-WORK-SUPPLIER
           PERFORM UNTIL WS-WORK-SUPPLIER GREATER THAN ZERO
                   DISPLAY "SUPPLIER-ID (00001-99999) -"
                   ACCEPT WS-WORK-SUPPLIER
           END-PERFORM
           .

       ACCEPT-SUPPLIER-FIELDS.
           MOVE SPACES TO WS-WORK-NAME
           PERFORM UNTIL WS-WORK-NAME NOT = SPACES
                   DISPLAY "SUPPLIER NAME -"
                   ACCEPT WS-WORK-NAME
           END-PERFORM
           DISPLAY "ADDRESS -"
           ACCEPT WS-WORK-ADDRESS
           DISPLAY "PHONE -"
           ACCEPT WS-WORK-PHONE
           DISPLAY "LEAD TIME IN DAYS -"
           ACCEPT WS-WORK-LEAD-DAYS
           MOVE SPACE TO WS-WORK-ACTIVE
           PERFORM UNTIL WS-WORK-ACTIVE = "A" OR "I"
                   DISPLAY "STATUS (A-ACTIVE I-INACTIVE) -"
                   ACCEPT WS-WORK-ACTIVE
           END-PERFORM
           .

       FIND-SUPPLIER-ENTRY.
           MOVE ZERO TO SPT-FOUND-IDX
           PERFORM VARYING SPT-IDX FROM 1 BY 1
              UNTIL SPT-IDX GREATER THAN SPT-COUNT
                   IF SPT-SUPPLIER-ID(SPT-IDX) = WS-WORK-SUPPLIER
                      MOVE SPT-IDX TO SPT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       ADD-SUPPLIER.
           PERFORM ACCEPT-SUPPLIER-KEY
           PERFORM FIND-SUPPLIER-ENTRY
           IF SPT-FOUND-IDX GREATER THAN ZERO
              DISPLAY "SUPPLIER ALREADY ON FILE - "
                      SPT-NAME(SPT-FOUND-IDX)
           ELSE
              IF SPT-COUNT NOT LESS THAN 200
                 DISPLAY "SUPPLIER TABLE FULL"
              ELSE
                 PERFORM ACCEPT-SUPPLIER-FIELDS
                 ADD 1 TO SPT-COUNT
                 MOVE SPT-COUNT TO SPT-FOUND-IDX
                 MOVE WS-WORK-SUPPLIER TO
                    SPT-SUPPLIER-ID(SPT-FOUND-IDX)
                 PERFORM STORE-SUPPLIER-FIELDS
                 DISPLAY "SUPPLIER ADDED"
              END-IF
           END-IF
           .

       CHANGE-SUPPLIER.
           PERFORM ACCEPT-SUPPLIER-KEY
           PERFORM FIND-SUPPLIER-ENTRY
           IF SPT-FOUND-IDX = ZERO
              DISPLAY "SUPPLIER NOT ON FILE"
           ELSE
              DISPLAY "CURRENT NAME " SPT-NAME(SPT-FOUND-IDX)
                      " STATUS " SPT-ACTIVE(SPT-FOUND-IDX)
              PERFORM ACCEPT-SUPPLIER-FIELDS
              PERFORM STORE-SUPPLIER-FIELDS
              DISPLAY "SUPPLIER CHANGED"
           END-IF
           .

       STORE-SUPPLIER-FIELDS.
           MOVE WS-WORK-NAME TO SPT-NAME(SPT-FOUND-IDX)
           MOVE WS-WORK-ADDRESS TO SPT-ADDRESS(SPT-FOUND-IDX)
           MOVE WS-WORK-PHONE TO SPT-PHONE(SPT-FOUND-IDX)
           MOVE WS-WORK-LEAD-DAYS TO SPT-LEAD-DAYS(SPT-FOUND-IDX)
           MOVE WS-WORK-ACTIVE TO SPT-ACTIVE(SPT-FOUND-IDX)
           .

       ASSIGN-TYPE-SOURCE.
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
           PERFORM ACCEPT-SUPPLIER-KEY
           PERFORM FIND-SUPPLIER-ENTRY
           IF SPT-FOUND-IDX = ZERO
              DISPLAY "SUPPLIER NOT ON FILE - ADD THE SUPPLIER FIRST"
           ELSE
              IF SPT-ACTIVE(SPT-FOUND-IDX) NOT = "A"
                 DISPLAY "WARNING - SUPPLIER IS INACTIVE"
              END-IF
              MOVE ZERO TO WS-WORK-MULTIPLE
              PERFORM UNTIL WS-WORK-MULTIPLE GREATER THAN ZERO
                      DISPLAY "ORDER MULTIPLE (UNITS PER CASE) -"
                      ACCEPT WS-WORK-MULTIPLE
              END-PERFORM
              PERFORM FIND-ITEM-ENTRY
              IF SIT-FOUND-IDX GREATER THAN ZERO
                 DISPLAY "TYPE WAS SOURCED FROM SUPPLIER "
                         SIT-SUPPLIER-ID(SIT-FOUND-IDX)
                 MOVE WS-WORK-SUPPLIER TO
                    SIT-SUPPLIER-ID(SIT-FOUND-IDX)
                 MOVE WS-WORK-MULTIPLE TO
                    SIT-ORDER-MULTIPLE(SIT-FOUND-IDX)
                 DISPLAY "TYPE SOURCE CHANGED"
              ELSE
                 IF SIT-COUNT NOT LESS THAN 100
                    DISPLAY "TYPE SOURCE TABLE FULL"
                 ELSE
                    ADD 1 TO SIT-COUNT
                    MOVE WS-WORK-TYPE TO SIT-TYPE-CODE(SIT-COUNT)
                    MOVE WS-WORK-SUPPLIER TO SIT-SUPPLIER-ID(SIT-COUNT)
                    MOVE WS-WORK-MULTIPLE TO
                       SIT-ORDER-MULTIPLE(SIT-COUNT)
                    DISPLAY "TYPE SOURCE ADDED"
                 END-IF
              END-IF
           END-IF
           .

       FIND-ITEM-ENTRY.
           MOVE ZERO TO SIT-FOUND-IDX
           PERFORM VARYING SIT-IDX FROM 1 BY 1
              UNTIL SIT-IDX GREATER THAN SIT-COUNT
                   IF SIT-TYPE-CODE(SIT-IDX) = WS-WORK-TYPE
                      MOVE SIT-IDX TO SIT-FOUND-IDX
                   END-IF
           END-PERFORM
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

       LIST-SUPPLIERS.
           IF SPT-COUNT = ZERO
              DISPLAY "NO SUPPLIERS ON FILE"
           END-IF
           PERFORM VARYING SPT-IDX FROM 1 BY 1
              UNTIL SPT-IDX GREATER THAN SPT-COUNT
                   DISPLAY "SUPPLIER " SPT-SUPPLIER-ID(SPT-IDX)
                           " " SPT-NAME(SPT-IDX)
                           " LEAD " SPT-LEAD-DAYS(SPT-IDX)
                           " STATUS " SPT-ACTIVE(SPT-IDX)
                   PERFORM VARYING SIT-IDX FROM 1 BY 1
                      UNTIL SIT-IDX GREATER THAN SIT-COUNT
                           IF SIT-SUPPLIER-ID(SIT-IDX) =
                              SPT-SUPPLIER-ID(SPT-IDX)
                              MOVE SIT-TYPE-CODE(SIT-IDX) TO
                                 WS-WORK-TYPE
                              PERFORM FIND-TYPE-NAME
                              DISPLAY "   TYPE " SIT-TYPE-CODE(SIT-IDX)
                                      " " WS-TYPE-NAME
                                      " MULTIPLE "
                                      SIT-ORDER-MULTIPLE(SIT-IDX)
                           END-IF
                   END-PERFORM
           END-PERFORM
           .
