           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "pending_changes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PENDING-CHANGE-FILE.
       01 PENDING-CHANGE-REC.
          88 END-OF-PENDING-CHANGES                    VALUE HIGH-VALUES
           .
          05 PCH-CHANGE-NUM         PIC 9(7).
          05 PCH-FILE-ID            PIC X(8).
          05 PCH-ACTION             PIC X.
          05 PCH-KEY                PIC X(20).
          05 PCH-STATUS             PIC X.
             88 PCH-PENDING                        VALUE "P".
             88 PCH-APPROVED                       VALUE "A".
             88 PCH-REJECTED                       VALUE "R".
          05 PCH-MAKER              PIC X(8).
          05 PCH-MAKE-DATE          PIC 9(8).
          05 PCH-MAKE-TIME          PIC 9(6).
          05 PCH-CHECKER            PIC X(8).
          05 PCH-CHECK-DATE         PIC 9(8).
          05 PCH-CHECK-TIME         PIC 9(6).
          05 PCH-REASON             PIC X(30).
          05 PCH-BEFORE-IMAGE       PIC X(102).
          05 PCH-AFTER-IMAGE        PIC X(102).

       WORKING-STORAGE SECTION.
       01 WS-CPR-STATUS             PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-PCH-STATUS             PIC XX.
       01 WS-OPERATOR-ID            PIC X(8).
       01 WS-OPERATOR-ROLE          PIC X.
          88 OPERATOR-IS-SUPERVISOR          VALUE "S".
       01 WS-SIGNED-ON              PIC X    VALUE "N".
          88 SIGNED-ON                       VALUE "Y".
       01 WS-SIGNON-TRIES           PIC 9    VALUE ZERO.
       01 WS-TIME-OF-DAY            PIC 9(8).
       01 WS-NEXT-CHANGE-NUM        PIC 9(7).
       01 WS-CHANGE-WAITING         PIC X.
          88 CHANGE-WAITING                  VALUE "Y".
       01 WS-PCH-FILE-ID            PIC X(8).
       01 WS-PCH-ACTION             PIC X.
       01 WS-PCH-KEY                PIC X(20).
       01 WS-BEFORE-IMAGE           PIC X(102).
       01 WS-AFTER-IMAGE            PIC X(102).
       01 WS-PRICE-KEY.
          05 WS-PRICE-KEY-TYPE      PIC 9(3).
          05 WS-PRICE-KEY-DATE      PIC 9(8).
       01 WS-PRICE-IMAGE.
          05 WS-IMG-TYPE-CODE       PIC 9(3).
          05 WS-IMG-EFF-DATE        PIC 9(8).
          05 WS-IMG-PRICE           PIC 9(5)V99.
       01 WS-CHOICE                 PIC X.
          88 CHOICE-ADD                     VALUE "A" "a".
          88 CHOICE-CHANGE                  VALUE "C" "c".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-PRICE-TABLE
           IF PRICE-OVERFLOW
              DISPLAY "MORE THAN 500 PRICE RECORDS ON FILE -"
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
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

       LOAD-PRICE-TABLE.
           MOVE ZERO TO PCT-COUNT
           OPEN INPUT PRICE-FILE
           END-IF
           .

       LOAD-CANDY-CATALOG.
           MOVE ZERO TO CATALOG-COUNT
           OPEN INPUT CANDY-TYPE-FILE
              IF PCT-COUNT NOT LESS THAN 500
                 DISPLAY "PRICE TABLE FULL"
              ELSE
                 PERFORM CHECK-PENDING-CHANGE
                 IF CHANGE-WAITING
                    DISPLAY "A PRICE CHANGE FOR THIS TYPE AND DATE IS"
                            " ALREADY AWAITING APPROVAL"
                 ELSE
                    PERFORM ACCEPT-PRICE-AMOUNT
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE WS-WORK-TYPE TO WS-IMG-TYPE-CODE
                    MOVE WS-WORK-EFF-DATE TO WS-IMG-EFF-DATE
                    MOVE WS-WORK-PRICE TO WS-IMG-PRICE
                    MOVE WS-PRICE-IMAGE TO WS-AFTER-IMAGE
                    MOVE "A" TO WS-PCH-ACTION
                    PERFORM WRITE-PENDING-CHANGE
                 END-IF
              END-IF
           END-IF
           .
              DISPLAY "PRICE NOT ON FILE FOR TYPE " WS-WORK-TYPE
                      " EFFECTIVE " WS-WORK-EFF-DATE
           ELSE
              PERFORM CHECK-PENDING-CHANGE
              IF CHANGE-WAITING
                 DISPLAY "A PRICE CHANGE FOR THIS TYPE AND DATE IS"
                         " ALREADY AWAITING APPROVAL"
              ELSE
                 PERFORM ACCEPT-PRICE-AMOUNT
                 MOVE PCT-TYPE-CODE(PCT-FOUND-IDX) TO WS-IMG-TYPE-CODE
                 MOVE PCT-EFF-DATE(PCT-FOUND-IDX) TO WS-IMG-EFF-DATE
                 MOVE PCT-PRICE(PCT-FOUND-IDX) TO WS-IMG-PRICE
                 MOVE WS-PRICE-IMAGE TO WS-BEFORE-IMAGE
                 MOVE WS-WORK-PRICE TO WS-IMG-PRICE
                 MOVE WS-PRICE-IMAGE TO WS-AFTER-IMAGE
                 MOVE "C" TO WS-PCH-ACTION
                 PERFORM WRITE-PENDING-CHANGE
              END-IF
           END-IF
           .

                           " PRICE " PRN-PRICE
           END-PERFORM
           .

       CHECK-PENDING-CHANGE.
           MOVE "PRICE" TO WS-PCH-FILE-ID
           MOVE WS-WORK-TYPE TO WS-PRICE-KEY-TYPE
           MOVE WS-WORK-EFF-DATE TO WS-PRICE-KEY-DATE
           MOVE WS-PRICE-KEY TO WS-PCH-KEY
           MOVE "N" TO WS-CHANGE-WAITING
           MOVE 1 TO WS-NEXT-CHANGE-NUM
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PCH-STATUS = "00"
              READ PENDING-CHANGE-FILE
              AT END
                 SET END-OF-PENDING-CHANGES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PENDING-CHANGES
                      IF PCH-CHANGE-NUM NUMERIC AND
                         PCH-CHANGE-NUM NOT LESS THAN
                            WS-NEXT-CHANGE-NUM
                         COMPUTE WS-NEXT-CHANGE-NUM =
                            PCH-CHANGE-NUM + 1
                      END-IF
                      IF PCH-PENDING AND
                         PCH-FILE-ID = WS-PCH-FILE-ID AND
                         PCH-KEY = WS-PCH-KEY
                         MOVE "Y" TO WS-CHANGE-WAITING
                      END-IF
                      READ PENDING-CHANGE-FILE
                      AT END
                         SET END-OF-PENDING-CHANGES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PENDING-CHANGE-FILE
           END-IF
           .

       WRITE-PENDING-CHANGE.
           OPEN EXTEND PENDING-CHANGE-FILE
           IF WS-PCH-STATUS = "35"
              OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF
           MOVE SPACES TO PENDING-CHANGE-REC
           MOVE WS-NEXT-CHANGE-NUM TO PCH-CHANGE-NUM
           MOVE WS-PCH-FILE-ID TO PCH-FILE-ID
           MOVE WS-PCH-ACTION TO PCH-ACTION
           MOVE WS-PCH-KEY TO PCH-KEY
           MOVE "P" TO PCH-STATUS
           MOVE WS-OPERATOR-ID TO PCH-MAKER
           ACCEPT PCH-MAKE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO PCH-MAKE-TIME
           MOVE ZEROS TO PCH-CHECK-DATE
           MOVE ZEROS TO PCH-CHECK-TIME
           MOVE WS-BEFORE-IMAGE TO PCH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO PCH-AFTER-IMAGE
           WRITE PENDING-CHANGE-REC
           CLOSE PENDING-CHANGE-FILE
           DISPLAY "CHANGE " WS-NEXT-CHANGE-NUM
                   " AWAITING SUPERVISOR APPROVAL"
           .
