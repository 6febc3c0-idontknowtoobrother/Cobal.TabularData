       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIPT-INQUIRY.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-STORE-FILE ASSIGN TO "candy_tran_store.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CTS-KEY
                 ALTERNATE RECORD KEY IS CTS-DATE-KEY WITH DUPLICATES
                 FILE STATUS IS WS-CTS-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.
           SELECT PROMO-FILE ASSIGN TO "promotions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRO-STATUS.
           SELECT RETURN-AUTH-FILE ASSIGN TO "return_auth.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RAF-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRAN-STORE-FILE.
       01 TRAN-STORE-REC.
          05 CTS-KEY.
             10 CTS-BRANCH-ID       PIC 9(7).
             10 CTS-REGISTER-NUM    PIC 9(3).
             10 CTS-RECEIPT-SEQ     PIC 9(6).
             10 CTS-TRAN-DATE       PIC 9(8).
          05 CTS-DATE-KEY.
             10 CTS-DATE-BRANCH-ID  PIC 9(7).
             10 CTS-DATE-TRAN-DATE  PIC 9(8).
          05 CTS-STATE-NUM          PIC 99.
          05 CTS-TYPE-CODE          PIC 9(3).
          05 CTS-QUANTITY           PIC 9(5).
          05 CTS-UNIT-PRICE         PIC 9(5)V99.
          05 CTS-PROMO-CODE         PIC X(4).
          05 CTS-AMOUNT             PIC S9(7)V99.
          05 CTS-MEMBER-NUM         PIC 9(7).
          05 CTS-POINTS-REDEEMED    PIC 9(5).
          05 CTS-RA-NUMBER          PIC 9(6).
          05 CTS-POSTED-DATE        PIC 9(8).

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
          88 END-OF-CANDY-TYPES                        VALUE HIGH-VALUES
           .
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

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

       FD RETURN-AUTH-FILE.
       01 RETURN-AUTH-REC.
          88 END-OF-RETURN-AUTHS                       VALUE HIGH-VALUES
           .
          05 RA-NUMBER              PIC 9(6).
          05 RA-BRANCH-ID           PIC 9(7).
          05 RA-TYPE-CODE           PIC 9(3).
          05 RA-AMOUNT              PIC 9(7)V99.
          05 RA-ISSUE-DATE          PIC 9(8).
          05 RA-STATUS              PIC X.
             88 RA-IS-OPEN                         VALUE "O".
             88 RA-IS-USED                         VALUE "U".
             88 RA-IS-CANCELLED                    VALUE "C".

       FD OPERATOR-FILE.
       01 OPERATOR-REC.
          88 END-OF-OPERATOR-FILE                      VALUE HIGH-VALUES
           .
          05 OPR-ID                 PIC X(8).
          05 OPR-NAME               PIC X(30).
          05 OPR-ROLE               PIC X.
          05 OPR-ACTIVE             PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CTS-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-BM-AVAILABLE           PIC X    VALUE "N".
          88 BM-FILE-AVAILABLE               VALUE "Y".
       01 WS-CT-STATUS              PIC XX.
       01 WS-PRO-STATUS             PIC XX.
       01 WS-RAF-STATUS             PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-OPERATOR-ID            PIC X(8).
       01 WS-OPERATOR-ROLE          PIC X.
          88 OPERATOR-IS-SUPERVISOR          VALUE "S".
       01 WS-SIGNED-ON              PIC X    VALUE "N".
          88 SIGNED-ON                       VALUE "Y".
       01 WS-SIGNON-TRIES           PIC 9    VALUE ZERO.
       01 WS-CHOICE                 PIC X.
          88 CHOICE-RECEIPT                 VALUE "R" "r".
          88 CHOICE-ACTIVITY                VALUE "A" "a".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-INQ-BRANCH-ID          PIC 9(7).
       01 WS-INQ-REGISTER-NUM       PIC 9(3).
       01 WS-INQ-RECEIPT-SEQ        PIC 9(6).
       01 WS-INQ-TRAN-DATE          PIC 9(8).
       01 WS-END-OF-SCAN            PIC X.
          88 END-OF-SCAN                     VALUE "Y".
       01 WS-PAGE-REPLY             PIC X.
          88 STOP-BROWSING                   VALUE "X" "x".
       01 BROWSE-LINE-COUNT         PIC 99       VALUE ZERO.
       01 BROWSE-PAGE-DEPTH         PIC 99       VALUE 15.
       01 INQ-LINE-COUNT            PIC 9(5)     VALUE ZERO.
       01 INQ-RECEIPT-COUNT         PIC 9(5)     VALUE ZERO.
       01 INQ-RETURN-COUNT          PIC 9(5)     VALUE ZERO.
       01 INQ-TOTAL-QTY             PIC 9(7)     VALUE ZERO.
       01 INQ-TOTAL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 INQ-PREV-TRAN-DATE        PIC 9(8).
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
             10 CAT-TYPE-CODE       PIC 9(3).
             10 CAT-TYPE-NAME       PIC X(20).
       01 CATALOG-COUNT             PIC 9(3)     VALUE ZERO.
       01 CATALOG-IDX               PIC 9(3).
       01 WS-TYPE-NAME              PIC X(20).
       01 PROMO-TABLE.
          05 PROMO-ENTRY OCCURS 50 TIMES.
             10 PRT-PROMO-CODE      PIC X(4).
             10 PRT-DESCRIPTION     PIC X(30).
             10 PRT-START-DATE      PIC 9(8).
             10 PRT-END-DATE        PIC 9(8).
             10 PRT-DISCOUNT-PCT    PIC 99V9.
       01 PROMO-COUNT               PIC 99       VALUE ZERO.
       01 PROMO-IDX                 PIC 99.
       01 PROMO-FOUND-IDX           PIC 99.
       01 RA-FOUND-COUNT            PIC 9(3).
       01 WS-RA-STATUS-TEXT         PIC X(9).
       01 PRN-AMOUNT                PIC $$$,$$$,$$9.99-.
       01 PRN-DISCOUNT-PCT          PIC Z9.9.
       01 PRN-COUNT                 PIC ZZ,ZZ9.

       01 RECEIPT-HEADING           PIC X(70)
                                                       VALUE
             "TranDate  Type                   Qty  UnitPrice         Am
      -      "ount Promo".
       01 RECEIPT-LINE.
          05 PRN-RCP-DATE           PIC 9(8).
          05 PRN-RCP-TYPE           PIC B(2)9(3).
          05 PRN-RCP-TYPE-NAME      PIC BX(16).
          05 PRN-RCP-QTY            PIC BZZZZ9.
          05 PRN-RCP-PRICE          PIC B(2)$$$,$$9.99.
          05 PRN-RCP-AMOUNT         PIC B$$$,$$$,$$9.99-.
          05 PRN-RCP-PROMO          PIC BX(4).
       01 ACTIVITY-HEADING          PIC X(70)
                                                       VALUE
             "Receipt  Type                   Qty  UnitPrice         Am 
      -      "ount Promo".
       01 ACTIVITY-LINE.
          05 PRN-ACT-SEQ            PIC 9(6).
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-ACT-TYPE           PIC B(2)9(3).
          05 PRN-ACT-TYPE-NAME      PIC BX(16).
          05 PRN-ACT-QTY            PIC BZZZZ9.
          05 PRN-ACT-PRICE          PIC B(2)$$$,$$9.99.
          05 PRN-ACT-AMOUNT         PIC B$$$,$$$,$$9.99-.
          05 PRN-ACT-PROMO          PIC BX(4).
       01 RA-LINE.
          05 FILLER                 PIC X(6)     VALUE "  RA  ".
          05 PRN-RA-NUMBER          PIC 9(6).
          05 FILLER                 PIC X(9)     VALUE "  ISSUED ".
          05 PRN-RA-ISSUE-DATE      PIC 9(8).
          05 FILLER                 PIC X(7)     VALUE "  TYPE ".
          05 PRN-RA-TYPE            PIC 9(3).
          05 PRN-RA-AMT             PIC B(2)$$,$$$,$$9.99.
          05 PRN-RA-STATUS          PIC B(2)X(9).

       01 MENU-HEADING1             PIC X(35)
                                                       VALUE
             "  Candy Receipt Inquiry".
       01 MENU-HEADING2             PIC X(45)
                                                       VALUE
             "R-Receipt  A-Register activity  X-Exit".

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT TRAN-STORE-FILE
           IF WS-CTS-STATUS NOT = "00"
              DISPLAY "NO CANDY TRANSACTION STORE YET -"
                      " RUN CANDY-SALE FIRST"
           ELSE
              OPEN INPUT BRANCH-MASTER-FILE
              IF WS-BM-STATUS = "00"
                 SET BM-FILE-AVAILABLE TO TRUE
              END-IF
              PERFORM SIGN-ON-OPERATOR
              PERFORM LOAD-CANDY-CATALOG
              PERFORM LOAD-PROMO-TABLE
              DISPLAY MENU-HEADING1
              PERFORM UNTIL CHOICE-EXIT
                      DISPLAY MENU-HEADING2
                      ACCEPT WS-CHOICE
                      EVALUATE TRUE
                         WHEN CHOICE-RECEIPT
                            PERFORM INQUIRE-RECEIPT
                         WHEN CHOICE-ACTIVITY
                            PERFORM INQUIRE-REGISTER-DAY
                         WHEN CHOICE-EXIT
                            CONTINUE
                         WHEN OTHER
                            DISPLAY "INVALID CHOICE"
                      END-EVALUATE
              END-PERFORM
              CLOSE TRAN-STORE-FILE
              IF BM-FILE-AVAILABLE
                 CLOSE BRANCH-MASTER-FILE
              END-IF
           END-IF
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
                         MOVE PRO-PROMO-CODE TO
                            PRT-PROMO-CODE(PROMO-COUNT)
                         MOVE PRO-DESCRIPTION TO
                            PRT-DESCRIPTION(PROMO-COUNT)
                         MOVE PRO-START-DATE TO
                            PRT-START-DATE(PROMO-COUNT)
                         MOVE PRO-END-DATE TO
                            PRT-END-DATE(PROMO-COUNT)
                         MOVE PRO-DISCOUNT-PCT TO
                            PRT-DISCOUNT-PCT(PROMO-COUNT)
                      END-IF
                      READ PROMO-FILE
                      AT END
                         SET END-OF-PROMO-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PROMO-FILE
           END-IF
           .

       FIND-TYPE-NAME.
           MOVE SPACES TO WS-TYPE-NAME
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                   IF CAT-TYPE-CODE(CATALOG-IDX) = CTS-TYPE-CODE
                      MOVE CAT-TYPE-NAME(CATALOG-IDX) TO WS-TYPE-NAME
                   END-IF
           END-PERFORM
           .

       SHOW-BRANCH-NAME.
           IF BM-FILE-AVAILABLE
              MOVE WS-INQ-BRANCH-ID TO BM-BRANCH-ID
              READ BRANCH-MASTER-FILE
                 INVALID KEY
                    DISPLAY "BRANCH " WS-INQ-BRANCH-ID
                            "  ** NOT ON MASTER **"
                 NOT INVALID KEY
                    DISPLAY "BRANCH " WS-INQ-BRANCH-ID "  "
                            BM-BRANCH-NAME
              END-READ
           END-IF
           .

       INQUIRE-RECEIPT.
           DISPLAY "BRANCH-ID -"
           ACCEPT WS-INQ-BRANCH-ID
           DISPLAY "REGISTER -"
           ACCEPT WS-INQ-REGISTER-NUM
           DISPLAY "RECEIPT SEQUENCE -"
           ACCEPT WS-INQ-RECEIPT-SEQ
           DISPLAY "TRANSACTION DATE (YYYYMMDD, 0 FOR ANY) -"
           ACCEPT WS-INQ-TRAN-DATE
           MOVE ZERO TO INQ-LINE-COUNT
           MOVE ZERO TO INQ-RECEIPT-COUNT
           MOVE ZERO TO INQ-TOTAL-AMOUNT
           MOVE ZERO TO INQ-PREV-TRAN-DATE
           MOVE "N" TO WS-END-OF-SCAN
           MOVE WS-INQ-BRANCH-ID TO CTS-BRANCH-ID
           MOVE WS-INQ-REGISTER-NUM TO CTS-REGISTER-NUM
           MOVE WS-INQ-RECEIPT-SEQ TO CTS-RECEIPT-SEQ
           MOVE WS-INQ-TRAN-DATE TO CTS-TRAN-DATE
           START TRAN-STORE-FILE KEY IS GREATER THAN OR EQUAL CTS-KEY
              INVALID KEY
                 SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
                   READ TRAN-STORE-FILE NEXT RECORD
                   AT END
                      SET END-OF-SCAN TO TRUE
                   NOT AT END
                      IF CTS-BRANCH-ID NOT = WS-INQ-BRANCH-ID OR
                         CTS-REGISTER-NUM NOT = WS-INQ-REGISTER-NUM OR
                         CTS-RECEIPT-SEQ NOT = WS-INQ-RECEIPT-SEQ
                         SET END-OF-SCAN TO TRUE
                      ELSE
                         IF WS-INQ-TRAN-DATE = ZERO OR
                            CTS-TRAN-DATE = WS-INQ-TRAN-DATE
                            PERFORM SHOW-RECEIPT-LINE
                         END-IF
                      END-IF
                   END-READ
           END-PERFORM
           IF INQ-LINE-COUNT = ZERO
              DISPLAY "RECEIPT NOT FOUND IN TRANSACTION STORE"
           ELSE
              MOVE INQ-TOTAL-AMOUNT TO PRN-AMOUNT
              DISPLAY "RECEIPT TOTAL " PRN-AMOUNT
              IF INQ-RECEIPT-COUNT GREATER THAN 1
                 MOVE INQ-RECEIPT-COUNT TO PRN-COUNT
                 DISPLAY "SEQUENCE USED ON " PRN-COUNT
                         " DIFFERENT DATES - ENTER A DATE TO NARROW"
              END-IF
           END-IF
           .

       SHOW-RECEIPT-LINE.
           IF INQ-LINE-COUNT = ZERO OR
              CTS-TRAN-DATE NOT = INQ-PREV-TRAN-DATE
              ADD 1 TO INQ-RECEIPT-COUNT
              MOVE CTS-TRAN-DATE TO INQ-PREV-TRAN-DATE
              DISPLAY " "
              PERFORM SHOW-BRANCH-NAME
              DISPLAY "REGISTER " CTS-REGISTER-NUM
                      "  RECEIPT " CTS-RECEIPT-SEQ
                      "  DATE " CTS-TRAN-DATE
                      "  POSTED " CTS-POSTED-DATE
              IF CTS-MEMBER-NUM GREATER THAN ZERO
                 DISPLAY "LOYALTY MEMBER " CTS-MEMBER-NUM
                         "  POINTS REDEEMED " CTS-POINTS-REDEEMED
              END-IF
              DISPLAY RECEIPT-HEADING
           END-IF
           ADD 1 TO INQ-LINE-COUNT
           ADD CTS-AMOUNT TO INQ-TOTAL-AMOUNT
           PERFORM FIND-TYPE-NAME
           MOVE CTS-TRAN-DATE TO PRN-RCP-DATE
           MOVE CTS-TYPE-CODE TO PRN-RCP-TYPE
           MOVE WS-TYPE-NAME TO PRN-RCP-TYPE-NAME
           MOVE CTS-QUANTITY TO PRN-RCP-QTY
           MOVE CTS-UNIT-PRICE TO PRN-RCP-PRICE
           MOVE CTS-AMOUNT TO PRN-RCP-AMOUNT
           MOVE CTS-PROMO-CODE TO PRN-RCP-PROMO
           DISPLAY RECEIPT-LINE
           IF CTS-PROMO-CODE NOT = SPACES
              PERFORM SHOW-PROMO-USED
           END-IF
           IF CTS-AMOUNT LESS THAN ZERO
              PERFORM SHOW-RETURN-AUTHS
           END-IF
           .

       SHOW-PROMO-USED.
           MOVE ZERO TO PROMO-FOUND-IDX
           PERFORM VARYING PROMO-IDX FROM 1 BY 1
              UNTIL PROMO-IDX GREATER THAN PROMO-COUNT
                   IF PRT-PROMO-CODE(PROMO-IDX) = CTS-PROMO-CODE
                      MOVE PROMO-IDX TO PROMO-FOUND-IDX
                   END-IF
           END-PERFORM
           IF PROMO-FOUND-IDX = ZERO
              DISPLAY "  PROMO " CTS-PROMO-CODE
                      "  ** NO LONGER ON PROMOTION FILE **"
           ELSE
              MOVE PRT-DISCOUNT-PCT(PROMO-FOUND-IDX) TO
                 PRN-DISCOUNT-PCT
              DISPLAY "  PROMO " CTS-PROMO-CODE "  "
                      PRT-DESCRIPTION(PROMO-FOUND-IDX)
                      "  " PRT-START-DATE(PROMO-FOUND-IDX)
                      "-" PRT-END-DATE(PROMO-FOUND-IDX)
                      "  " PRN-DISCOUNT-PCT "% OFF"
           END-IF
           .

       SHOW-RETURN-AUTHS.
           MOVE ZERO TO RA-FOUND-COUNT
           OPEN INPUT RETURN-AUTH-FILE
           IF WS-RAF-STATUS = "00"
              READ RETURN-AUTH-FILE
              AT END
                 SET END-OF-RETURN-AUTHS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RETURN-AUTHS
                      IF RA-NUMBER NUMERIC AND
                         RA-BRANCH-ID NUMERIC
                         IF (CTS-RA-NUMBER GREATER THAN ZERO AND
                             RA-NUMBER = CTS-RA-NUMBER) OR
                            (CTS-RA-NUMBER = ZERO AND
                             RA-BRANCH-ID = CTS-BRANCH-ID AND
                             RA-TYPE-CODE = CTS-TYPE-CODE)
                            PERFORM SHOW-RA-LINE
                         END-IF
                      END-IF
                      READ RETURN-AUTH-FILE
                      AT END
                         SET END-OF-RETURN-AUTHS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RETURN-AUTH-FILE
           END-IF
           IF RA-FOUND-COUNT = ZERO
              IF CTS-RA-NUMBER GREATER THAN ZERO
                 DISPLAY "  RA " CTS-RA-NUMBER
                         " ** NO LONGER ON RETURN AUTH FILE **"
              ELSE
                 DISPLAY "  NO RETURN AUTHORIZATION ON FILE"
              END-IF
           ELSE
              IF CTS-RA-NUMBER = ZERO
                 DISPLAY "  (NO RA LINKED AT POSTING - RAS SHOWN MATCH"
                         " BRANCH AND TYPE)"
              END-IF
           END-IF
           .

       SHOW-RA-LINE.
           ADD 1 TO RA-FOUND-COUNT
           EVALUATE TRUE
              WHEN RA-IS-OPEN
                 MOVE "OPEN" TO WS-RA-STATUS-TEXT
              WHEN RA-IS-USED
                 MOVE "USED" TO WS-RA-STATUS-TEXT
              WHEN RA-IS-CANCELLED
                 MOVE "CANCELLED" TO WS-RA-STATUS-TEXT
              WHEN OTHER
                 MOVE RA-STATUS TO WS-RA-STATUS-TEXT
           END-EVALUATE
           MOVE RA-NUMBER TO PRN-RA-NUMBER
           MOVE RA-ISSUE-DATE TO PRN-RA-ISSUE-DATE
           MOVE RA-TYPE-CODE TO PRN-RA-TYPE
           MOVE RA-AMOUNT TO PRN-RA-AMT
           MOVE WS-RA-STATUS-TEXT TO PRN-RA-STATUS
           DISPLAY RA-LINE
           .

       INQUIRE-REGISTER-DAY.
           DISPLAY "BRANCH-ID -"
           ACCEPT WS-INQ-BRANCH-ID
           DISPLAY "REGISTER (0 FOR ALL) -"
           ACCEPT WS-INQ-REGISTER-NUM
           DISPLAY "TRANSACTION DATE (YYYYMMDD) -"
           ACCEPT WS-INQ-TRAN-DATE
           PERFORM SHOW-BRANCH-NAME
           MOVE ZERO TO INQ-LINE-COUNT
           MOVE ZERO TO INQ-RECEIPT-COUNT
           MOVE ZERO TO INQ-RETURN-COUNT
           MOVE ZERO TO INQ-TOTAL-QTY
           MOVE ZERO TO INQ-TOTAL-AMOUNT
           MOVE ZERO TO BROWSE-LINE-COUNT
           MOVE SPACE TO WS-PAGE-REPLY
           MOVE "N" TO WS-END-OF-SCAN
           MOVE WS-INQ-BRANCH-ID TO CTS-DATE-BRANCH-ID
           MOVE WS-INQ-TRAN-DATE TO CTS-DATE-TRAN-DATE
           START TRAN-STORE-FILE KEY IS EQUAL CTS-DATE-KEY
              INVALID KEY
                 SET END-OF-SCAN TO TRUE
           END-START
           IF NOT END-OF-SCAN
              DISPLAY ACTIVITY-HEADING
           END-IF
           PERFORM UNTIL END-OF-SCAN OR STOP-BROWSING
                   READ TRAN-STORE-FILE NEXT RECORD
                   AT END
                      SET END-OF-SCAN TO TRUE
                   NOT AT END
                      IF CTS-DATE-BRANCH-ID NOT = WS-INQ-BRANCH-ID OR
                         CTS-DATE-TRAN-DATE NOT = WS-INQ-TRAN-DATE
                         SET END-OF-SCAN TO TRUE
                      ELSE
                         IF WS-INQ-REGISTER-NUM = ZERO OR
                            CTS-REGISTER-NUM = WS-INQ-REGISTER-NUM
                            PERFORM SHOW-ACTIVITY-LINE
                         END-IF
                      END-IF
                   END-READ
           END-PERFORM
           IF INQ-LINE-COUNT = ZERO
              DISPLAY "NO TRANSACTIONS FOR THAT REGISTER AND DAY"
           ELSE
              MOVE INQ-LINE-COUNT TO PRN-COUNT
              DISPLAY "LINES      " PRN-COUNT
              MOVE INQ-RETURN-COUNT TO PRN-COUNT
              DISPLAY "RETURNS    " PRN-COUNT
              DISPLAY "UNITS      " INQ-TOTAL-QTY
              MOVE INQ-TOTAL-AMOUNT TO PRN-AMOUNT
              DISPLAY "NET AMOUNT " PRN-AMOUNT
           END-IF
           .

       SHOW-ACTIVITY-LINE.
           ADD 1 TO INQ-LINE-COUNT
           ADD CTS-AMOUNT TO INQ-TOTAL-AMOUNT
           IF CTS-AMOUNT LESS THAN ZERO
              ADD 1 TO INQ-RETURN-COUNT
           ELSE
              ADD CTS-QUANTITY TO INQ-TOTAL-QTY
           END-IF
           PERFORM FIND-TYPE-NAME
           MOVE CTS-RECEIPT-SEQ TO PRN-ACT-SEQ
           MOVE CTS-TYPE-CODE TO PRN-ACT-TYPE
           MOVE WS-TYPE-NAME TO PRN-ACT-TYPE-NAME
           MOVE CTS-QUANTITY TO PRN-ACT-QTY
           MOVE CTS-UNIT-PRICE TO PRN-ACT-PRICE
           MOVE CTS-AMOUNT TO PRN-ACT-AMOUNT
           MOVE CTS-PROMO-CODE TO PRN-ACT-PROMO
           IF WS-INQ-REGISTER-NUM = ZERO
              DISPLAY "REG " CTS-REGISTER-NUM " " ACTIVITY-LINE
           ELSE
              DISPLAY ACTIVITY-LINE
           END-IF
           ADD 1 TO BROWSE-LINE-COUNT
           IF BROWSE-LINE-COUNT NOT LESS THAN BROWSE-PAGE-DEPTH
              MOVE ZERO TO BROWSE-LINE-COUNT
              DISPLAY "PRESS ENTER FOR MORE (X TO STOP) -"
              ACCEPT WS-PAGE-REPLY
           END-IF
           .
