       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-APPROVAL.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "pending_changes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCH-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.
           SELECT PRICE-FILE ASSIGN TO "candy_prices.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CPR-STATUS.
           SELECT PROMO-FILE ASSIGN TO "promotions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRO-STATUS.
           SELECT STATE-TABLE-FILE ASSIGN TO "state_table.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ST-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-MST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "branch_master_audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUD-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "branch_sale.lock"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          88 END-OF-OPERATOR-FILE                      VALUE HIGH-VALUES
           .
          05 OPR-ID                 PIC X(8).
          05 OPR-NAME               PIC X(30).
          05 OPR-ROLE               PIC X.
          05 OPR-ACTIVE             PIC X.

       FD PRICE-FILE.
       01 PRICE-REC.
          88 END-OF-PRICE-FILE                         VALUE HIGH-VALUES
           .
          05 CP-TYPE-CODE           PIC 9(3).
          05 CP-EFF-DATE            PIC 9(8).
          05 CP-PRICE               PIC 9(5)V99.

       FD PROMO-FILE.
       01 PROMO-REC.
          88 END-OF-PROMO-FILE                         VALUE HIGH-VALUES
           .
          05 PRO-PROMO-CODE         PIC X(4).
          05 PRO-DESCRIPTION        PIC X(30).
          05 PRO-START-DATE         PIC 9(8).
          05 PRO-END-DATE           PIC 9(8).
          05 PRO-TYPE-CODE          PIC 9(3).
          05 PRO-CATEGORY           PIC X(10).
          05 PRO-DISCOUNT-PCT       PIC 99V9.
          05 PRO-FUND-SUPPLIER-ID   PIC 9(5).
          05 PRO-REBATE-BASIS       PIC X.
          05 PRO-REBATE-RATE        PIC 9(3)V99.

       FD STATE-TABLE-FILE.
       01 STATE-TABLE-REC.
          88 END-OF-STATE-TABLE                        VALUE HIGH-VALUES
           .
          05 ST-STATE-NUM           PIC 99.
          05 ST-STATE-NAME          PIC X(20).
          05 ST-REGION-CODE         PIC X.

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
          05 AUD-BEFORE-IMAGE       PIC X(102).
          05 AUD-AFTER-IMAGE        PIC X(102).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-REC.
          05 LCK-STATUS             PIC X.
             88 LOCK-HELD                          VALUE "H".
          05 LCK-HOLDER             PIC X(8).
          05 LCK-DATE               PIC 9(8).
          05 LCK-TIME               PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-PCH-STATUS             PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-CPR-STATUS             PIC XX.
       01 WS-PRO-STATUS             PIC XX.
       01 WS-ST-STATUS              PIC XX.
       01 WS-MST-STATUS             PIC XX.
       01 WS-AUD-STATUS             PIC XX.
       01 WS-LOCK-STATUS            PIC XX.
       01 WS-OPERATOR-ID            PIC X(8).
       01 WS-OPERATOR-ROLE          PIC X.
          88 OPERATOR-IS-SUPERVISOR          VALUE "S".
       01 WS-SIGNED-ON              PIC X    VALUE "N".
          88 SIGNED-ON                       VALUE "Y".
       01 WS-SIGNON-TRIES           PIC 9    VALUE ZERO.
       01 WS-TIME-OF-DAY            PIC 9(8).
       01 WS-CHOICE                 PIC X.
          88 CHOICE-LIST                    VALUE "L" "l".
          88 CHOICE-APPROVE                 VALUE "A" "a".
          88 CHOICE-REJECT                  VALUE "R" "r".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-CONFIRM                PIC X.
          88 CONFIRMED                      VALUE "Y" "y".
       01 WS-WORK-CHANGE-NUM        PIC 9(7).
       01 WS-APPLY-RESULT           PIC X.
          88 APPLY-DONE                     VALUE "Y".
          88 APPLY-STALE                    VALUE "S".
          88 APPLY-HELD                     VALUE "N".

       01 PENDING-TABLE.
          05 PND-ENTRY              PIC X(315) OCCURS 1000 TIMES.
       01 PND-COUNT                 PIC 9(4) VALUE ZERO.
       01 PND-IDX                   PIC 9(4).
       01 PND-FOUND-IDX             PIC 9(4).
       01 WS-PND-OVERFLOW           PIC X    VALUE "N".
          88 PND-OVERFLOW                    VALUE "Y".
       01 BAD-PENDING-TABLE.
          05 BAD-PENDING-ENTRY      PIC X(315) OCCURS 50 TIMES.
       01 BAD-PENDING-COUNT         PIC 99   VALUE ZERO.
       01 BAD-PENDING-IDX           PIC 99.
       01 WS-PENDING-LISTED         PIC 9(4).

       01 CHANGE-WORK-REC.
          05 CHG-CHANGE-NUM         PIC 9(7).
          05 CHG-FILE-ID            PIC X(8).
             88 CHG-PRICE-CHANGE                   VALUE "PRICE".
             88 CHG-PROMO-CHANGE                   VALUE "PROMO".
             88 CHG-BRANCH-CHANGE                  VALUE "BRANCH".
             88 CHG-STATE-CHANGE                   VALUE "STATE".
          05 CHG-ACTION             PIC X.
             88 CHG-ADD                            VALUE "A".
          05 CHG-KEY                PIC X(20).
          05 CHG-STATUS             PIC X.
             88 CHG-PENDING                        VALUE "P".
          05 CHG-MAKER              PIC X(8).
          05 CHG-MAKE-DATE          PIC 9(8).
          05 CHG-MAKE-TIME          PIC 9(6).
          05 CHG-CHECKER            PIC X(8).
          05 CHG-CHECK-DATE         PIC 9(8).
          05 CHG-CHECK-TIME         PIC 9(6).
          05 CHG-REASON             PIC X(30).
          05 CHG-BEFORE-IMAGE       PIC X(102).
          05 CHG-AFTER-IMAGE        PIC X(102).

       01 PRICE-BEFORE.
          05 PRB-TYPE-CODE          PIC 9(3).
          05 PRB-EFF-DATE           PIC 9(8).
          05 PRB-PRICE              PIC 9(5)V99.
       01 PRICE-AFTER.
          05 PRA-TYPE-CODE          PIC 9(3).
          05 PRA-EFF-DATE           PIC 9(8).
          05 PRA-PRICE              PIC 9(5)V99.
       01 PROMO-BEFORE.
          05 PMB-PROMO-CODE         PIC X(4).
          05 PMB-DESCRIPTION        PIC X(30).
          05 PMB-START-DATE         PIC 9(8).
          05 PMB-END-DATE           PIC 9(8).
          05 PMB-TYPE-CODE          PIC 9(3).
          05 PMB-CATEGORY           PIC X(10).
          05 PMB-DISCOUNT-PCT       PIC 99V9.
          05 PMB-FUND-SUPPLIER-ID   PIC 9(5).
          05 PMB-REBATE-BASIS       PIC X.
          05 PMB-REBATE-RATE        PIC 9(3)V99.
       01 PROMO-AFTER.
          05 PMA-PROMO-CODE         PIC X(4).
          05 PMA-DESCRIPTION        PIC X(30).
          05 PMA-START-DATE         PIC 9(8).
          05 PMA-END-DATE           PIC 9(8).
          05 PMA-TYPE-CODE          PIC 9(3).
          05 PMA-CATEGORY           PIC X(10).
          05 PMA-DISCOUNT-PCT       PIC 99V9.
          05 PMA-FUND-SUPPLIER-ID   PIC 9(5).
          05 PMA-REBATE-BASIS       PIC X.
          05 PMA-REBATE-RATE        PIC 9(3)V99.
       01 STATE-BEFORE.
          05 STB-STATE-NUM          PIC 99.
          05 STB-STATE-NAME         PIC X(20).
          05 STB-REGION-CODE        PIC X.
       01 STATE-AFTER.
          05 STA-STATE-NUM          PIC 99.
          05 STA-STATE-NAME         PIC X(20).
          05 STA-REGION-CODE        PIC X.
       01 BRANCH-BEFORE.
          05 BRB-BRANCH-ID          PIC 9(7).
          05 BRB-STATE-NUM          PIC 99.
          05 BRB-BRANCH-NAME        PIC X(30).
          05 BRB-BRANCH-ADDRESS     PIC X(40).
          05 BRB-OPEN-DATE          PIC 9(8).
          05 BRB-STATUS             PIC X.
          05 BRB-CLOSE-DATE         PIC 9(8).
          05 BRB-OWNERSHIP          PIC X.
          05 BRB-FRANCHISEE-ID      PIC 9(5).
       01 BRANCH-AFTER.
          05 BRA-BRANCH-ID          PIC 9(7).
          05 BRA-STATE-NUM          PIC 99.
          05 BRA-BRANCH-NAME        PIC X(30).
          05 BRA-BRANCH-ADDRESS     PIC X(40).
          05 BRA-OPEN-DATE          PIC 9(8).
          05 BRA-STATUS             PIC X.
          05 BRA-CLOSE-DATE         PIC 9(8).
          05 BRA-OWNERSHIP          PIC X.
          05 BRA-FRANCHISEE-ID      PIC 9(5).
       01 PRN-OLD-PRICE             PIC $$,$$9.99.
       01 PRN-NEW-PRICE             PIC $$,$$9.99.
       01 PRN-OLD-DISCOUNT          PIC Z9.9.
       01 PRN-NEW-DISCOUNT          PIC Z9.9.
       01 PRN-REBATE-RATE           PIC ZZ9.99.

       01 PRICE-TABLE.
          05 PRICE-ENTRY OCCURS 500 TIMES.
             10 PCT-TYPE-CODE       PIC 9(3).
             10 PCT-EFF-DATE        PIC 9(8).
             10 PCT-PRICE           PIC 9(5)V99.
       01 PCT-COUNT                 PIC 9(3) VALUE ZERO.
       01 PCT-IDX                   PIC 9(3).
       01 PCT-FOUND-IDX             PIC 9(3).
       01 PROMO-TABLE.
          05 PROMO-ENTRY            PIC X(77) OCCURS 50 TIMES.
       01 PROMO-COUNT               PIC 99   VALUE ZERO.
       01 PROMO-IDX                 PIC 99.
       01 PROMO-FOUND-IDX           PIC 99.
       01 STATE-REF-TABLE.
          05 STATE-REF-ENTRY OCCURS 50 TIMES.
             10 SRT-STATE-NAME      PIC X(20).
             10 SRT-REGION-CODE     PIC X.
       01 STATE-IDX                 PIC 99.

       01 MENU-HEADING1             PIC X(40)
                                                       VALUE
             "  Master File Change Approval".
       01 MENU-HEADING2             PIC X(50)
                                                       VALUE
             "L-List  A-Approve  R-Reject  X-Exit".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-IS-SUPERVISOR
              DISPLAY "SUPERVISOR ROLE REQUIRED TO APPROVE CHANGES"
              STOP RUN
           END-IF
           PERFORM LOAD-PENDING-CHANGES
           IF PND-OVERFLOW
              DISPLAY "MORE THAN 1000 CHANGES OR 50 BAD RECORDS ON"
                      " PENDING FILE - PURGE OLD CHANGES FIRST"
              STOP RUN
           END-IF
           DISPLAY MENU-HEADING1
           PERFORM LIST-PENDING-CHANGES
           PERFORM UNTIL CHOICE-EXIT
                   DISPLAY MENU-HEADING2
                   ACCEPT WS-CHOICE
                   EVALUATE TRUE
                      WHEN CHOICE-LIST
                         PERFORM LIST-PENDING-CHANGES
                      WHEN CHOICE-APPROVE
                         PERFORM APPROVE-CHANGE
                      WHEN CHOICE-REJECT
                         PERFORM REJECT-CHANGE
                      WHEN CHOICE-EXIT
                         CONTINUE
                      WHEN OTHER
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

       LOAD-PENDING-CHANGES.
           MOVE ZERO TO PND-COUNT
           MOVE ZERO TO BAD-PENDING-COUNT
           MOVE "N" TO WS-PND-OVERFLOW
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PCH-STATUS = "00"
              READ PENDING-CHANGE-FILE
              AT END
                 SET END-OF-PENDING-CHANGES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PENDING-CHANGES
                      IF PCH-CHANGE-NUM NUMERIC
                         IF PND-COUNT LESS THAN 1000
                            ADD 1 TO PND-COUNT
                            MOVE PENDING-CHANGE-REC TO
                               PND-ENTRY(PND-COUNT)
                         ELSE
                            SET PND-OVERFLOW TO TRUE
                         END-IF
                      ELSE
                         IF BAD-PENDING-COUNT LESS THAN 50
                            ADD 1 TO BAD-PENDING-COUNT
                            MOVE PENDING-CHANGE-REC TO
                               BAD-PENDING-ENTRY(BAD-PENDING-COUNT)
                         ELSE
                            SET PND-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ PENDING-CHANGE-FILE
                      AT END
                         SET END-OF-PENDING-CHANGES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PENDING-CHANGE-FILE
           END-IF
           .

       SAVE-PENDING-CHANGES.
           OPEN OUTPUT PENDING-CHANGE-FILE
           PERFORM VARYING PND-IDX FROM 1 BY 1
              UNTIL PND-IDX GREATER THAN PND-COUNT
                   MOVE PND-ENTRY(PND-IDX) TO PENDING-CHANGE-REC
                   WRITE PENDING-CHANGE-REC
           END-PERFORM
           PERFORM VARYING BAD-PENDING-IDX FROM 1 BY 1
              UNTIL BAD-PENDING-IDX GREATER THAN BAD-PENDING-COUNT
                   MOVE BAD-PENDING-ENTRY(BAD-PENDING-IDX) TO
                      PENDING-CHANGE-REC
                   WRITE PENDING-CHANGE-REC
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE
           .

       LIST-PENDING-CHANGES.
           MOVE ZERO TO WS-PENDING-LISTED
           PERFORM VARYING PND-IDX FROM 1 BY 1
              UNTIL PND-IDX GREATER THAN PND-COUNT
                   MOVE PND-ENTRY(PND-IDX) TO CHANGE-WORK-REC
                   IF CHG-PENDING
                      ADD 1 TO WS-PENDING-LISTED
                      DISPLAY CHG-CHANGE-NUM " " CHG-FILE-ID " "
                              CHG-ACTION " " CHG-KEY " BY "
                              CHG-MAKER " " CHG-MAKE-DATE
                   END-IF
           END-PERFORM
           IF WS-PENDING-LISTED = ZERO
              DISPLAY "NO CHANGES AWAITING APPROVAL"
           END-IF
           .

       FIND-PENDING-CHANGE.
           MOVE ZERO TO PND-FOUND-IDX
           DISPLAY "CHANGE NUMBER -"
           ACCEPT WS-WORK-CHANGE-NUM
           PERFORM LOAD-PENDING-CHANGES
           IF PND-OVERFLOW
              DISPLAY "PENDING FILE FULL - PURGE OLD CHANGES FIRST"
              MOVE ZERO TO PND-COUNT
           END-IF
           PERFORM VARYING PND-IDX FROM 1 BY 1
              UNTIL PND-IDX GREATER THAN PND-COUNT
                   MOVE PND-ENTRY(PND-IDX) TO CHANGE-WORK-REC
                   IF CHG-CHANGE-NUM = WS-WORK-CHANGE-NUM
                      MOVE PND-IDX TO PND-FOUND-IDX
                   END-IF
           END-PERFORM
           IF PND-FOUND-IDX = ZERO
              DISPLAY "CHANGE " WS-WORK-CHANGE-NUM " NOT ON FILE"
           ELSE
              MOVE PND-ENTRY(PND-FOUND-IDX) TO CHANGE-WORK-REC
              IF NOT CHG-PENDING
                 DISPLAY "CHANGE " WS-WORK-CHANGE-NUM
                         " IS NOT AWAITING APPROVAL"
                 MOVE ZERO TO PND-FOUND-IDX
              ELSE
                 IF CHG-MAKER = WS-OPERATOR-ID
                    DISPLAY "CHANGE WAS KEYED BY " CHG-MAKER
                            " - A DIFFERENT SUPERVISOR MUST CHECK IT"
                    MOVE ZERO TO PND-FOUND-IDX
                 ELSE
                    PERFORM SHOW-CHANGE-DETAIL
                 END-IF
              END-IF
           END-IF
           .

       SHOW-CHANGE-DETAIL.
           DISPLAY "CHANGE " CHG-CHANGE-NUM " " CHG-FILE-ID
                   " KEY " CHG-KEY " KEYED BY " CHG-MAKER
                   " ON " CHG-MAKE-DATE
           EVALUATE TRUE
              WHEN CHG-PRICE-CHANGE
                 MOVE CHG-BEFORE-IMAGE TO PRICE-BEFORE
                 MOVE CHG-AFTER-IMAGE TO PRICE-AFTER
                 MOVE PRA-PRICE TO PRN-NEW-PRICE
                 IF CHG-ADD
                    DISPLAY "NEW PRICE TYPE " PRA-TYPE-CODE
                            " EFFECTIVE " PRA-EFF-DATE " "
                            PRN-NEW-PRICE
                 ELSE
                    MOVE PRB-PRICE TO PRN-OLD-PRICE
                    DISPLAY "PRICE TYPE " PRA-TYPE-CODE
                            " EFFECTIVE " PRA-EFF-DATE " "
                            PRN-OLD-PRICE " TO " PRN-NEW-PRICE
                 END-IF
              WHEN CHG-PROMO-CHANGE
                 MOVE CHG-BEFORE-IMAGE TO PROMO-BEFORE
                 MOVE CHG-AFTER-IMAGE TO PROMO-AFTER
                 MOVE PMA-DISCOUNT-PCT TO PRN-NEW-DISCOUNT
                 DISPLAY "PROMO " PMA-PROMO-CODE " "
                         PMA-DESCRIPTION " " PMA-START-DATE "-"
                         PMA-END-DATE
                 IF CHG-ADD
                    DISPLAY "NEW PROMOTION DISCOUNT " PRN-NEW-DISCOUNT
                            "% TYPE " PMA-TYPE-CODE " CAT "
                            PMA-CATEGORY
                 ELSE
                    MOVE PMB-DISCOUNT-PCT TO PRN-OLD-DISCOUNT
                    DISPLAY "DISCOUNT " PRN-OLD-DISCOUNT "% TO "
                            PRN-NEW-DISCOUNT "%"
                 END-IF
                 IF PMA-FUND-SUPPLIER-ID NUMERIC AND
                    PMA-FUND-SUPPLIER-ID GREATER THAN ZERO AND
                    PMA-REBATE-RATE NUMERIC
                    MOVE PMA-REBATE-RATE TO PRN-REBATE-RATE
                    DISPLAY "VENDOR FUNDED BY SUPPLIER "
                            PMA-FUND-SUPPLIER-ID " REBATE BASIS "
                            PMA-REBATE-BASIS " RATE " PRN-REBATE-RATE
                 END-IF
              WHEN CHG-BRANCH-CHANGE
                 MOVE CHG-BEFORE-IMAGE TO BRANCH-BEFORE
                 MOVE CHG-AFTER-IMAGE TO BRANCH-AFTER
                 DISPLAY "BRANCH " BRA-BRANCH-ID " " BRA-BRANCH-NAME
                 DISPLAY "STATUS     " BRB-STATUS " " BRB-CLOSE-DATE
                         " TO " BRA-STATUS " " BRA-CLOSE-DATE
                 DISPLAY "OWNERSHIP  " BRB-OWNERSHIP " "
                         BRB-FRANCHISEE-ID " TO " BRA-OWNERSHIP " "
                         BRA-FRANCHISEE-ID
              WHEN CHG-STATE-CHANGE
                 MOVE CHG-BEFORE-IMAGE TO STATE-BEFORE
                 MOVE CHG-AFTER-IMAGE TO STATE-AFTER
                 IF CHG-ADD
                    DISPLAY "NEW STATE " STA-STATE-NUM " "
                            STA-STATE-NAME " REGION " STA-REGION-CODE
                 ELSE
                    DISPLAY "STATE " STA-STATE-NUM " " STA-STATE-NAME
                            " REGION " STB-REGION-CODE " TO "
                            STA-REGION-CODE
                 END-IF
           END-EVALUATE
           .

       APPROVE-CHANGE.
           PERFORM FIND-PENDING-CHANGE
           IF PND-FOUND-IDX GREATER THAN ZERO
              DISPLAY "APPROVE AND APPLY THIS CHANGE (Y/N) -"
              ACCEPT WS-CONFIRM
              IF CONFIRMED
                 MOVE "N" TO WS-APPLY-RESULT
                 EVALUATE TRUE
                    WHEN CHG-PRICE-CHANGE
                       PERFORM APPLY-PRICE-CHANGE
                    WHEN CHG-PROMO-CHANGE
                       PERFORM APPLY-PROMO-CHANGE
                    WHEN CHG-BRANCH-CHANGE
                       PERFORM APPLY-BRANCH-CHANGE
                    WHEN CHG-STATE-CHANGE
                       PERFORM APPLY-STATE-CHANGE
                    WHEN OTHER
                       DISPLAY "UNKNOWN FILE ON CHANGE - "
                               CHG-FILE-ID
                 END-EVALUATE
                 EVALUATE TRUE
                    WHEN APPLY-DONE
                       MOVE "A" TO CHG-STATUS
                       MOVE SPACES TO CHG-REASON
                       PERFORM STAMP-CHECKED-CHANGE
                       DISPLAY "CHANGE " CHG-CHANGE-NUM
                               " APPROVED AND APPLIED"
                    WHEN APPLY-STALE
                       MOVE "R" TO CHG-STATUS
                       MOVE "LIVE RECORD CHANGED - REKEY" TO
                          CHG-REASON
                       PERFORM STAMP-CHECKED-CHANGE
                       DISPLAY "LIVE RECORD HAS CHANGED SINCE THE"
                               " CHANGE WAS KEYED - CHANGE REJECTED"
                    WHEN OTHER
                       DISPLAY "CHANGE " CHG-CHANGE-NUM
                               " LEFT AWAITING APPROVAL"
                 END-EVALUATE
              END-IF
           END-IF
           .

       REJECT-CHANGE.
           PERFORM FIND-PENDING-CHANGE
           IF PND-FOUND-IDX GREATER THAN ZERO
              MOVE SPACES TO CHG-REASON
              PERFORM UNTIL CHG-REASON NOT = SPACES
                      DISPLAY "REASON FOR REJECTION -"
                      ACCEPT CHG-REASON
              END-PERFORM
              MOVE "R" TO CHG-STATUS
              PERFORM STAMP-CHECKED-CHANGE
              DISPLAY "CHANGE " CHG-CHANGE-NUM " REJECTED"
           END-IF
           .

       STAMP-CHECKED-CHANGE.
           MOVE WS-OPERATOR-ID TO CHG-CHECKER
           ACCEPT CHG-CHECK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO CHG-CHECK-TIME
           PERFORM LOAD-PENDING-CHANGES
           MOVE ZERO TO PND-FOUND-IDX
           PERFORM VARYING PND-IDX FROM 1 BY 1
              UNTIL PND-IDX GREATER THAN PND-COUNT
                   IF PND-ENTRY(PND-IDX)(1:7) = CHG-CHANGE-NUM AND
                      PND-ENTRY(PND-IDX)(37:1) = "P"
                      MOVE PND-IDX TO PND-FOUND-IDX
                   END-IF
           END-PERFORM
           IF PND-OVERFLOW OR PND-FOUND-IDX = ZERO
              DISPLAY "CHANGE " CHG-CHANGE-NUM " NO LONGER AWAITING"
                      " APPROVAL ON FILE - DECISION NOT RECORDED"
           ELSE
              MOVE CHANGE-WORK-REC TO PND-ENTRY(PND-FOUND-IDX)
              PERFORM SAVE-PENDING-CHANGES
           END-IF
           .

       APPLY-PRICE-CHANGE.
           PERFORM LOAD-PRICE-TABLE
           MOVE CHG-BEFORE-IMAGE TO PRICE-BEFORE
           MOVE CHG-AFTER-IMAGE TO PRICE-AFTER
           MOVE ZERO TO PCT-FOUND-IDX
           PERFORM VARYING PCT-IDX FROM 1 BY 1
              UNTIL PCT-IDX GREATER THAN PCT-COUNT
                   IF PCT-TYPE-CODE(PCT-IDX) = PRA-TYPE-CODE AND
                      PCT-EFF-DATE(PCT-IDX) = PRA-EFF-DATE
                      MOVE PCT-IDX TO PCT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF CHG-ADD
              IF PCT-FOUND-IDX GREATER THAN ZERO
                 MOVE "S" TO WS-APPLY-RESULT
              ELSE
                 IF PCT-COUNT NOT LESS THAN 500
                    DISPLAY "PRICE TABLE FULL"
                 ELSE
                    ADD 1 TO PCT-COUNT
                    MOVE PRA-TYPE-CODE TO PCT-TYPE-CODE(PCT-COUNT)
                    MOVE PRA-EFF-DATE TO PCT-EFF-DATE(PCT-COUNT)
                    MOVE PRA-PRICE TO PCT-PRICE(PCT-COUNT)
                    MOVE "Y" TO WS-APPLY-RESULT
                 END-IF
              END-IF
           ELSE
              IF PCT-FOUND-IDX = ZERO
                 MOVE "S" TO WS-APPLY-RESULT
              ELSE
                 IF PCT-PRICE(PCT-FOUND-IDX) NOT = PRB-PRICE
                    MOVE "S" TO WS-APPLY-RESULT
                 ELSE
                    MOVE PRA-PRICE TO PCT-PRICE(PCT-FOUND-IDX)
                    MOVE "Y" TO WS-APPLY-RESULT
                 END-IF
              END-IF
           END-IF
           IF APPLY-DONE
              PERFORM SAVE-PRICE-TABLE
           END-IF
           .

       LOAD-PRICE-TABLE.
           MOVE ZERO TO PCT-COUNT
           OPEN INPUT PRICE-FILE
           IF WS-CPR-STATUS = "00"
              READ PRICE-FILE
              AT END
                 SET END-OF-PRICE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PRICE-FILE
                      IF CP-TYPE-CODE NUMERIC AND
                         CP-EFF-DATE NUMERIC AND
                         CP-PRICE NUMERIC AND
                         PCT-COUNT LESS THAN 500
                         ADD 1 TO PCT-COUNT
                         MOVE CP-TYPE-CODE TO
                            PCT-TYPE-CODE(PCT-COUNT)
                         MOVE CP-EFF-DATE TO
                            PCT-EFF-DATE(PCT-COUNT)
                         MOVE CP-PRICE TO PCT-PRICE(PCT-COUNT)
                      END-IF
                      READ PRICE-FILE
                      AT END
                         SET END-OF-PRICE-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PRICE-FILE
           END-IF
           .

       SAVE-PRICE-TABLE.
           OPEN OUTPUT PRICE-FILE
           PERFORM VARYING PCT-IDX FROM 1 BY 1
              UNTIL PCT-IDX GREATER THAN PCT-COUNT
                   MOVE PCT-TYPE-CODE(PCT-IDX) TO CP-TYPE-CODE
                   MOVE PCT-EFF-DATE(PCT-IDX) TO CP-EFF-DATE
                   MOVE PCT-PRICE(PCT-IDX) TO CP-PRICE
                   WRITE PRICE-REC
           END-PERFORM
           CLOSE PRICE-FILE
           .

       APPLY-PROMO-CHANGE.
           PERFORM LOAD-PROMO-TABLE
           MOVE CHG-AFTER-IMAGE TO PROMO-AFTER
           MOVE ZERO TO PROMO-FOUND-IDX
           PERFORM VARYING PROMO-IDX FROM 1 BY 1
              UNTIL PROMO-IDX GREATER THAN PROMO-COUNT
                   IF PROMO-ENTRY(PROMO-IDX)(1:4) = PMA-PROMO-CODE
                      MOVE PROMO-IDX TO PROMO-FOUND-IDX
                   END-IF
           END-PERFORM
           IF CHG-ADD
              IF PROMO-FOUND-IDX GREATER THAN ZERO
                 MOVE "S" TO WS-APPLY-RESULT
              ELSE
                 IF PROMO-COUNT NOT LESS THAN 50
                    DISPLAY "PROMOTION FILE FULL"
                 ELSE
                    ADD 1 TO PROMO-COUNT
                    MOVE PROMO-AFTER TO PROMO-ENTRY(PROMO-COUNT)
                    MOVE "Y" TO WS-APPLY-RESULT
                 END-IF
              END-IF
           ELSE
              IF PROMO-FOUND-IDX = ZERO
                 MOVE "S" TO WS-APPLY-RESULT
              ELSE
                 IF PROMO-ENTRY(PROMO-FOUND-IDX) NOT =
                    CHG-BEFORE-IMAGE(1:77)
                    MOVE "S" TO WS-APPLY-RESULT
                 ELSE
                    MOVE PROMO-AFTER TO PROMO-ENTRY(PROMO-FOUND-IDX)
                    MOVE "Y" TO WS-APPLY-RESULT
                 END-IF
              END-IF
           END-IF
           IF APPLY-DONE
              PERFORM SAVE-PROMO-TABLE
           END-IF
           .

       LOAD-PROMO-TABLE.
           MOVE ZERO TO PROMO-COUNT
           OPEN INPUT PROMO-FILE
           IF WS-PRO-STATUS = "00"
              READ PROMO-FILE
              AT END
                 SET END-OF-PROMO-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PROMO-FILE
                      IF PRO-PROMO-CODE NOT = SPACES AND
                         PROMO-COUNT LESS THAN 50
                         ADD 1 TO PROMO-COUNT
                         MOVE PROMO-REC TO PROMO-ENTRY(PROMO-COUNT)
                      END-IF
                      READ PROMO-FILE
                      AT END
                         SET END-OF-PROMO-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PROMO-FILE
           END-IF
           .

       SAVE-PROMO-TABLE.
           OPEN OUTPUT PROMO-FILE
           PERFORM VARYING PROMO-IDX FROM 1 BY 1
              UNTIL PROMO-IDX GREATER THAN PROMO-COUNT
                   MOVE PROMO-ENTRY(PROMO-IDX) TO PROMO-REC
                   WRITE PROMO-REC
           END-PERFORM
           CLOSE PROMO-FILE
           .

       APPLY-STATE-CHANGE.
           PERFORM LOAD-STATE-REFERENCE
           MOVE CHG-BEFORE-IMAGE TO STATE-BEFORE
           MOVE CHG-AFTER-IMAGE TO STATE-AFTER
           IF STA-STATE-NUM NOT NUMERIC OR
              STA-STATE-NUM = ZERO OR
              STA-STATE-NUM GREATER THAN 50
              MOVE "S" TO WS-APPLY-RESULT
           ELSE
              IF CHG-ADD
                 IF SRT-STATE-NAME(STA-STATE-NUM) NOT = SPACES
                    MOVE "S" TO WS-APPLY-RESULT
                 ELSE
                    MOVE "Y" TO WS-APPLY-RESULT
                 END-IF
              ELSE
                 IF SRT-STATE-NAME(STA-STATE-NUM) NOT =
                    STB-STATE-NAME OR
                    SRT-REGION-CODE(STA-STATE-NUM) NOT =
                    STB-REGION-CODE
                    MOVE "S" TO WS-APPLY-RESULT
                 ELSE
                    MOVE "Y" TO WS-APPLY-RESULT
                 END-IF
              END-IF
              IF APPLY-DONE
                 MOVE STA-STATE-NAME TO SRT-STATE-NAME(STA-STATE-NUM)
                 MOVE STA-REGION-CODE TO
                    SRT-REGION-CODE(STA-STATE-NUM)
                 PERFORM SAVE-STATE-REFERENCE
              END-IF
           END-IF
           .

       LOAD-STATE-REFERENCE.
           MOVE SPACES TO STATE-REF-TABLE
           OPEN INPUT STATE-TABLE-FILE
           IF WS-ST-STATUS = "00"
              READ STATE-TABLE-FILE
              AT END
                 SET END-OF-STATE-TABLE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-STATE-TABLE
                      IF ST-STATE-NUM NUMERIC AND
                         ST-STATE-NUM GREATER THAN ZERO AND
                         ST-STATE-NUM NOT GREATER THAN 50
                         MOVE ST-STATE-NAME TO
                            SRT-STATE-NAME(ST-STATE-NUM)
                         MOVE ST-REGION-CODE TO
                            SRT-REGION-CODE(ST-STATE-NUM)
                      END-IF
                      READ STATE-TABLE-FILE
                      AT END
                         SET END-OF-STATE-TABLE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE STATE-TABLE-FILE
           END-IF
           .

       SAVE-STATE-REFERENCE.
           OPEN OUTPUT STATE-TABLE-FILE
           PERFORM VARYING STATE-IDX FROM 1 BY 1
              UNTIL STATE-IDX GREATER THAN 50
                   IF SRT-STATE-NAME(STATE-IDX) NOT EQUAL SPACES
                      MOVE STATE-IDX TO ST-STATE-NUM
                      MOVE SRT-STATE-NAME(STATE-IDX) TO ST-STATE-NAME
                      MOVE SRT-REGION-CODE(STATE-IDX) TO
                         ST-REGION-CODE
                      WRITE STATE-TABLE-REC
                   END-IF
           END-PERFORM
           CLOSE STATE-TABLE-FILE
           .

       APPLY-BRANCH-CHANGE.
           PERFORM CHECK-RUN-LOCK
           IF NOT LOCK-HELD
              OPEN I-O BRANCH-MASTER-FILE
              IF WS-MST-STATUS NOT = "00"
                 DISPLAY "CANNOT OPEN BRANCH MASTER - STATUS "
                         WS-MST-STATUS
              ELSE
                 MOVE CHG-AFTER-IMAGE TO BRANCH-AFTER
                 MOVE BRA-BRANCH-ID TO BM-BRANCH-ID
                 READ BRANCH-MASTER-FILE
                    INVALID KEY
                       MOVE "S" TO WS-APPLY-RESULT
                    NOT INVALID KEY
                       IF BRANCH-MASTER-REC NOT = CHG-BEFORE-IMAGE
                          MOVE "S" TO WS-APPLY-RESULT
                       ELSE
                          MOVE CHG-AFTER-IMAGE TO BRANCH-MASTER-REC
                          REWRITE BRANCH-MASTER-REC
                          MOVE "Y" TO WS-APPLY-RESULT
                          PERFORM WRITE-BRANCH-AUDIT
                       END-IF
                 END-READ
                 CLOSE BRANCH-MASTER-FILE
              END-IF
           END-IF
           .

       WRITE-BRANCH-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE "C" TO AUD-ACTION
           MOVE CHG-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE CHG-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           .

       CHECK-RUN-LOCK.
           MOVE SPACE TO LCK-STATUS
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
              READ RUN-LOCK-FILE
              AT END
                 MOVE SPACE TO LCK-STATUS
              NOT AT END
                 IF LOCK-HELD
                    DISPLAY "BATCH RUN LOCK HELD BY " LCK-HOLDER
                            " SINCE " LCK-DATE " " LCK-TIME
                    DISPLAY "BRANCH CHANGES CANNOT BE APPLIED WHILE"
                            " THE LOCK IS HELD"
                 END-IF
              END-READ
              CLOSE RUN-LOCK-FILE
           END-IF
           .
