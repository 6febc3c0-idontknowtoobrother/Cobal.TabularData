           SELECT PROMO-FILE ASSIGN TO "promotions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRO-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "pending_changes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCH-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "suppliers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 PRO-TYPE-CODE          PIC 9(3).
          05 PRO-CATEGORY           PIC X(10).
          05 PRO-DISCOUNT-PCT       PIC 99V9.
          05 PRO-FUND-SUPPLIER-ID   PIC 9(5).
          05 PRO-REBATE-BASIS       PIC X.
          05 PRO-REBATE-RATE        PIC 9(3)V99.

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

       WORKING-STORAGE SECTION.
       01 WS-PRO-STATUS             PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-PCH-STATUS             PIC XX.
       01 WS-SUP-STATUS             PIC XX.
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
       01 WS-PROMO-IMAGE.
          05 WS-IMG-PROMO-CODE      PIC X(4).
          05 WS-IMG-DESCRIPTION     PIC X(30).
          05 WS-IMG-START-DATE      PIC 9(8).
          05 WS-IMG-END-DATE        PIC 9(8).
          05 WS-IMG-TYPE-CODE       PIC 9(3).
          05 WS-IMG-CATEGORY        PIC X(10).
          05 WS-IMG-DISCOUNT-PCT    PIC 99V9.
          05 WS-IMG-FUND-SUPPLIER-ID PIC 9(5).
          05 WS-IMG-REBATE-BASIS    PIC X.
          05 WS-IMG-REBATE-RATE     PIC 9(3)V99.
       01 WS-CHOICE                 PIC X.
          88 CHOICE-ADD                     VALUE "A" "a".
          88 CHOICE-CHANGE                  VALUE "C" "c".
       01 WS-WORK-TYPE              PIC 9(3).
       01 WS-WORK-CATEGORY          PIC X(10).
       01 WS-WORK-DISCOUNT          PIC 99V9.
       01 WS-WORK-SUPPLIER          PIC 9(5).
       01 WS-WORK-BASIS             PIC X.
          88 WORK-BASIS-PERCENT             VALUE "P".
          88 WORK-BASIS-UNIT                VALUE "U".
       01 WS-WORK-REBATE            PIC 9(3)V99.
       01 WS-SUPPLIER-NAME          PIC X(30).
       01 WS-SUPPLIER-FOUND         PIC X.
          88 SUPPLIER-FOUND                 VALUE "Y".
       01 PRN-REBATE-RATE           PIC ZZ9.99.
       01 PROMO-TABLE.
          05 PROMO-ENTRY OCCURS 50 TIMES.
             10 PRT-PROMO-CODE      PIC X(4).
             10 PRT-TYPE-CODE       PIC 9(3).
             10 PRT-CATEGORY        PIC X(10).
             10 PRT-DISCOUNT-PCT    PIC 99V9.
             10 PRT-FUND-SUPPLIER-ID PIC 9(5).
             10 PRT-REBATE-BASIS    PIC X.
             10 PRT-REBATE-RATE     PIC 9(3)V99.
       01 PROMO-COUNT               PIC 99   VALUE ZERO.
       01 PROMO-IDX                 PIC 99.
       01 PROMO-FOUND-IDX           PIC 99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-PROMO-TABLE
           IF PRO-OVERFLOW
              DISPLAY "MORE THAN 50 PROMOTIONS ON FILE -"
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

       LOAD-PROMO-TABLE.
           MOVE ZERO TO PROMO-COUNT
           OPEN INPUT PROMO-FILE
                            PRT-CATEGORY(PROMO-COUNT)
                         MOVE PRO-DISCOUNT-PCT TO
                            PRT-DISCOUNT-PCT(PROMO-COUNT)
                         IF PRO-FUND-SUPPLIER-ID NUMERIC AND
                            PRO-REBATE-RATE NUMERIC
                            MOVE PRO-FUND-SUPPLIER-ID TO
                               PRT-FUND-SUPPLIER-ID(PROMO-COUNT)
                            MOVE PRO-REBATE-BASIS TO
                               PRT-REBATE-BASIS(PROMO-COUNT)
                            MOVE PRO-REBATE-RATE TO
                               PRT-REBATE-RATE(PROMO-COUNT)
                         ELSE
                            MOVE ZERO TO
                               PRT-FUND-SUPPLIER-ID(PROMO-COUNT)
                            MOVE SPACE TO PRT-REBATE-BASIS(PROMO-COUNT)
                            MOVE ZERO TO PRT-REBATE-RATE(PROMO-COUNT)
                         END-IF
                      ELSE
                         IF PROMO-COUNT NOT LESS THAN 50
                            SET PRO-OVERFLOW TO TRUE
                   MOVE PRT-CATEGORY(PROMO-IDX) TO PRO-CATEGORY
                   MOVE PRT-DISCOUNT-PCT(PROMO-IDX) TO
                      PRO-DISCOUNT-PCT
                   MOVE PRT-FUND-SUPPLIER-ID(PROMO-IDX) TO
                      PRO-FUND-SUPPLIER-ID
                   MOVE PRT-REBATE-BASIS(PROMO-IDX) TO PRO-REBATE-BASIS
                   MOVE PRT-REBATE-RATE(PROMO-IDX) TO PRO-REBATE-RATE
                   WRITE PROMO-REC
           END-PERFORM
           CLOSE PROMO-FILE
           END-IF
           DISPLAY "DISCOUNT PERCENT (99.9) -"
           ACCEPT WS-WORK-DISCOUNT
           MOVE "N" TO WS-SUPPLIER-FOUND
           PERFORM UNTIL SUPPLIER-FOUND
                   MOVE ZERO TO WS-WORK-SUPPLIER
                   DISPLAY "FUNDING SUPPLIER-ID (0 IF NOT VENDOR"
                           " FUNDED) -"
                   ACCEPT WS-WORK-SUPPLIER
                   IF WS-WORK-SUPPLIER = ZERO
                      SET SUPPLIER-FOUND TO TRUE
                   ELSE
                      PERFORM FIND-FUNDING-SUPPLIER
                      IF SUPPLIER-FOUND
                         DISPLAY WS-SUPPLIER-NAME
                      ELSE
                         DISPLAY "SUPPLIER " WS-WORK-SUPPLIER
                                 " NOT ON FILE"
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-WORK-SUPPLIER = ZERO
              MOVE SPACE TO WS-WORK-BASIS
              MOVE ZERO TO WS-WORK-REBATE
           ELSE
              MOVE SPACE TO WS-WORK-BASIS
              PERFORM UNTIL WORK-BASIS-PERCENT OR WORK-BASIS-UNIT
                      DISPLAY "REBATE BASIS (P-PERCENT OF DISCOUNT,"
                              " U-AMOUNT PER UNIT) -"
                      ACCEPT WS-WORK-BASIS
              END-PERFORM
              IF WORK-BASIS-PERCENT
                 MOVE 999 TO WS-WORK-REBATE
                 PERFORM UNTIL WS-WORK-REBATE NOT GREATER THAN 100
                         DISPLAY "PERCENT OF DISCOUNT REBATED"
                                 " (999.99) -"
                         ACCEPT WS-WORK-REBATE
                 END-PERFORM
              ELSE
                 DISPLAY "REBATE PER UNIT SOLD (999.99) -"
                 ACCEPT WS-WORK-REBATE
              END-IF
           END-IF
           .

       FIND-FUNDING-SUPPLIER.
           MOVE "N" TO WS-SUPPLIER-FOUND
           MOVE SPACES TO WS-SUPPLIER-NAME
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUP-STATUS NOT = "00"
              DISPLAY "NO SUPPLIER FILE ON HAND - SUPPLIER NOT CHECKED"
              SET SUPPLIER-FOUND TO TRUE
           ELSE
              READ SUPPLIER-FILE
              AT END
                 SET END-OF-SUPPLIER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUPPLIER-FILE
                      IF SUP-SUPPLIER-ID = WS-WORK-SUPPLIER
                         SET SUPPLIER-FOUND TO TRUE
                         MOVE SUP-NAME TO WS-SUPPLIER-NAME
                      END-IF
                      READ SUPPLIER-FILE
                      AT END
                         SET END-OF-SUPPLIER-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUPPLIER-FILE
           END-IF
           .

       ADD-PROMO.
              IF PROMO-COUNT NOT LESS THAN 50
                 DISPLAY "PROMOTION FILE FULL"
              ELSE
                 PERFORM CHECK-PENDING-CHANGE
                 IF CHANGE-WAITING
                    DISPLAY "PROMO " WS-WORK-CODE
                            " ALREADY HAS A CHANGE AWAITING APPROVAL"
                 ELSE
                    PERFORM ACCEPT-PROMO-FIELDS
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    PERFORM BUILD-PROMO-AFTER-IMAGE
                    MOVE "A" TO WS-PCH-ACTION
                    PERFORM WRITE-PENDING-CHANGE
                 END-IF
              END-IF
           END-IF
           .

       CHANGE-PROMO.
           PERFORM ACCEPT-PROMO-CODE
           PERFORM LOAD-PROMO-TABLE
           PERFORM FIND-PROMO-ENTRY
           IF PROMO-FOUND-IDX = ZERO
              DISPLAY "PROMO " WS-WORK-CODE " NOT ON FILE"
           ELSE
              PERFORM CHECK-PENDING-CHANGE
              IF CHANGE-WAITING
                 DISPLAY "PROMO " WS-WORK-CODE
                         " ALREADY HAS A CHANGE AWAITING APPROVAL"
              ELSE
                 PERFORM ACCEPT-PROMO-FIELDS
                 IF WS-WORK-DISCOUNT NOT =
                    PRT-DISCOUNT-PCT(PROMO-FOUND-IDX)
                    MOVE PROMO-ENTRY(PROMO-FOUND-IDX) TO
                       WS-BEFORE-IMAGE
                    PERFORM BUILD-PROMO-AFTER-IMAGE
                    MOVE "C" TO WS-PCH-ACTION
                    PERFORM WRITE-PENDING-CHANGE
                 ELSE
                    PERFORM APPLY-LIVE-PROMO-EDIT
                 END-IF
              END-IF
           END-IF
           .

       APPLY-LIVE-PROMO-EDIT.
           PERFORM LOAD-PROMO-TABLE
           PERFORM FIND-PROMO-ENTRY
           IF PROMO-FOUND-IDX = ZERO
              DISPLAY "PROMO " WS-WORK-CODE
                      " NO LONGER ON FILE - NOT CHANGED"
           ELSE
              MOVE WS-WORK-DESC TO
                 PRT-DESCRIPTION(PROMO-FOUND-IDX)
              MOVE WS-WORK-START TO
                 PRT-START-DATE(PROMO-FOUND-IDX)
              MOVE WS-WORK-END TO PRT-END-DATE(PROMO-FOUND-IDX)
              MOVE WS-WORK-TYPE TO
                 PRT-TYPE-CODE(PROMO-FOUND-IDX)
              MOVE WS-WORK-CATEGORY TO
                 PRT-CATEGORY(PROMO-FOUND-IDX)
              MOVE WS-WORK-SUPPLIER TO
                 PRT-FUND-SUPPLIER-ID(PROMO-FOUND-IDX)
              MOVE WS-WORK-BASIS TO
                 PRT-REBATE-BASIS(PROMO-FOUND-IDX)
              MOVE WS-WORK-REBATE TO
                 PRT-REBATE-RATE(PROMO-FOUND-IDX)
              PERFORM SAVE-PROMO-TABLE
              DISPLAY "PROMOTION CHANGED"
           END-IF
           .
                   " TYPE " PRT-TYPE-CODE(PROMO-IDX)
                   " CAT " PRT-CATEGORY(PROMO-IDX)
                   " DISC " PRT-DISCOUNT-PCT(PROMO-IDX)
           IF PRT-FUND-SUPPLIER-ID(PROMO-IDX) GREATER THAN ZERO
              MOVE PRT-REBATE-RATE(PROMO-IDX) TO PRN-REBATE-RATE
              DISPLAY "     FUNDED BY SUPPLIER "
                      PRT-FUND-SUPPLIER-ID(PROMO-IDX)
                      " REBATE BASIS " PRT-REBATE-BASIS(PROMO-IDX)
                      " RATE " PRN-REBATE-RATE
           END-IF
           .

       BUILD-PROMO-AFTER-IMAGE.
           MOVE WS-WORK-CODE TO WS-IMG-PROMO-CODE
           MOVE WS-WORK-DESC TO WS-IMG-DESCRIPTION
           MOVE WS-WORK-START TO WS-IMG-START-DATE
           MOVE WS-WORK-END TO WS-IMG-END-DATE
           MOVE WS-WORK-TYPE TO WS-IMG-TYPE-CODE
           MOVE WS-WORK-CATEGORY TO WS-IMG-CATEGORY
           MOVE WS-WORK-DISCOUNT TO WS-IMG-DISCOUNT-PCT
           MOVE WS-WORK-SUPPLIER TO WS-IMG-FUND-SUPPLIER-ID
           MOVE WS-WORK-BASIS TO WS-IMG-REBATE-BASIS
           MOVE WS-WORK-REBATE TO WS-IMG-REBATE-RATE
           MOVE WS-PROMO-IMAGE TO WS-AFTER-IMAGE
           .

       CHECK-PENDING-CHANGE.
           MOVE "PROMO" TO WS-PCH-FILE-ID
           MOVE WS-WORK-CODE TO WS-PCH-KEY
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
