       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-CLAIM.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE ASSIGN TO "promotions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRO-STATUS.
           SELECT TRAN-STORE-FILE ASSIGN TO "candy_tran_store.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CTS-KEY
                 ALTERNATE RECORD KEY IS CTS-DATE-KEY WITH DUPLICATES
                 FILE STATUS IS WS-CTS-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "suppliers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SUP-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.
           SELECT CLAIM-CONTROL-FILE ASSIGN TO
                 "rebate_claim_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RBC-STATUS.
           SELECT CLAIM-FILE ASSIGN TO "rebate_claims.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RCM-STATUS.
           SELECT CLAIM-LINE-FILE ASSIGN TO "rebate_claim_lines.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RCD-STATUS.
           SELECT CLAIM-PRINT-FILE ASSIGN TO "rebate_claim_print.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD CANDY-TYPE-FILE.
       01 CANDY-TYPE-REC.
          88 END-OF-CANDY-TYPES                    VALUE HIGH-VALUES.
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

       FD CLAIM-CONTROL-FILE.
       01 CLAIM-CONTROL-REC.
          05 RBC-NEXT-CLAIM         PIC 9(7).

       FD CLAIM-FILE.
       01 CLAIM-REC.
          88 END-OF-CLAIM-FILE                         VALUE HIGH-VALUES
           .
          05 RCM-CLAIM-NUM          PIC 9(7).
          05 RCM-SUPPLIER-ID        PIC 9(5).
          05 RCM-PERIOD             PIC 9(6).
          05 RCM-CLAIM-DATE         PIC 9(8).
          05 RCM-CLAIM-AMOUNT       PIC 9(7)V99.
          05 RCM-PAID-AMOUNT        PIC 9(7)V99.
          05 RCM-LAST-PAY-DATE      PIC 9(8).
          05 RCM-STATUS             PIC X.
             88 RCM-OPEN                           VALUE "O".
             88 RCM-SHORT-PAID                     VALUE "S".
             88 RCM-PAID                           VALUE "P".

       FD CLAIM-LINE-FILE.
       01 CLAIM-LINE-REC.
          05 RCD-CLAIM-NUM          PIC 9(7).
          05 RCD-SUPPLIER-ID        PIC 9(5).
          05 RCD-PERIOD             PIC 9(6).
          05 RCD-PROMO-CODE         PIC X(4).
          05 RCD-TYPE-CODE          PIC 9(3).
          05 RCD-UNITS              PIC S9(7).
          05 RCD-NET-SALES          PIC S9(9)V99.
          05 RCD-DISCOUNT           PIC S9(9)V99.
          05 RCD-REBATE-BASIS       PIC X.
          05 RCD-REBATE-RATE        PIC 9(3)V99.
          05 RCD-REBATE-AMOUNT      PIC S9(9)V99.

       FD CLAIM-PRINT-FILE.
       01 CLAIM-PRINT-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PRO-STATUS             PIC XX.
       01 WS-CTS-STATUS             PIC XX.
       01 WS-END-OF-STORE           PIC X        VALUE "N".
          88 END-OF-STORE                        VALUE "Y".
       01 WS-SUP-STATUS             PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-RBC-STATUS             PIC XX.
       01 WS-RCM-STATUS             PIC XX.
       01 WS-RCD-STATUS             PIC XX.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-CLAIM-PERIOD           PIC 9(6).
       01 WS-NEXT-CLAIM             PIC 9(7).
       01 FUNDED-PROMO-TABLE.
          05 FUNDED-PROMO-ENTRY OCCURS 50 TIMES.
             10 FPT-PROMO-CODE      PIC X(4).
             10 FPT-DESCRIPTION     PIC X(30).
             10 FPT-START-DATE      PIC 9(8).
             10 FPT-END-DATE        PIC 9(8).
             10 FPT-TYPE-CODE       PIC 9(3).
             10 FPT-CATEGORY        PIC X(10).
             10 FPT-DISCOUNT-PCT    PIC 99V9.
             10 FPT-SUPPLIER-ID     PIC 9(5).
             10 FPT-REBATE-BASIS    PIC X.
             10 FPT-REBATE-RATE     PIC 9(3)V99.
       01 FPT-COUNT                 PIC 99   VALUE ZERO.
       01 FPT-IDX                   PIC 99.
       01 FPT-FOUND-IDX             PIC 99.
       01 CLAIMED-TABLE.
          05 CLAIMED-ENTRY OCCURS 2000 TIMES.
             10 CLT-SUPPLIER-ID     PIC 9(5).
             10 CLT-PERIOD          PIC 9(6).
             10 CLT-CLAIM-NUM       PIC 9(7).
       01 CLT-COUNT                 PIC 9(4) VALUE ZERO.
       01 CLT-IDX                   PIC 9(4).
       01 CLT-FOUND-IDX             PIC 9(4).
       01 LINE-TABLE.
          05 LINE-ENTRY OCCURS 500 TIMES.
             10 LNT-SUPPLIER-ID     PIC 9(5).
             10 LNT-PROMO-CODE      PIC X(4).
             10 LNT-TYPE-CODE       PIC 9(3).
             10 LNT-PROMO-IDX       PIC 99.
             10 LNT-UNITS           PIC S9(7).
             10 LNT-NET-SALES       PIC S9(9)V99.
             10 LNT-DISCOUNT        PIC S9(9)V99.
             10 LNT-REBATE          PIC S9(9)V99.
       01 LNT-COUNT                 PIC 9(3) VALUE ZERO.
       01 LNT-IDX                   PIC 9(3).
       01 LNT-FOUND-IDX             PIC 9(3).
       01 LNT-SORT-IDX              PIC 9(3).
       01 LNT-SWAP-ENTRY            PIC X(58).
       01 LNT-GROUP-START           PIC 9(3).
       01 LNT-GROUP-END             PIC 9(3).
       01 WS-LINE-OVERFLOW          PIC X    VALUE "N".
          88 LINE-OVERFLOW                   VALUE "Y".
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
             10 CAT-TYPE-CODE       PIC 9(3).
             10 CAT-TYPE-NAME       PIC X(20).
             10 CAT-CATEGORY        PIC X(10).
       01 CATALOG-COUNT             PIC 9(3) VALUE ZERO.
       01 CATALOG-IDX               PIC 9(3).
       01 WS-TYPE-NAME              PIC X(20).
       01 WS-TYPE-CATEGORY          PIC X(10).
       01 WS-SUPPLIER-NAME          PIC X(30).
       01 WS-SUPPLIER-ADDRESS       PIC X(40).
       01 WS-CURRENT-SUPPLIER       PIC 9(5).
       01 WS-CLAIM-TOTAL            PIC S9(9)V99.
       01 SALES-SCANNED             PIC 9(7) VALUE ZERO.
       01 SALES-QUALIFIED           PIC 9(7) VALUE ZERO.
       01 CLAIMS-RAISED             PIC 9(5) VALUE ZERO.
       01 CLAIMS-SKIPPED            PIC 9(5) VALUE ZERO.
       01 TOTAL-CLAIMED             PIC 9(9)V99 VALUE ZERO.

       01 CLAIM-RULE-LINE           PIC X(114)   VALUE ALL "=".
       01 CLAIM-HEADING1            PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Vendor Promotion Rebate Claim".
       01 CLAIM-HEADING2.
          05 FILLER                 PIC X(16)
                                                       VALUE
             "  CLAIM NUMBER  ".
          05 PRN-CLAIM-NUM          PIC 9(7).
          05 FILLER                 PIC X(16)
                                                       VALUE
             "     CLAIM DATE ".
          05 PRN-CLAIM-DATE         PIC 9(8).
       01 CLAIM-HEADING3.
          05 FILLER                 PIC X(16)
                                                       VALUE
             "  SUPPLIER      ".
          05 PRN-SUPPLIER-ID        PIC 9(5).
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-SUPPLIER-NAME      PIC X(30).
       01 CLAIM-HEADING4.
          05 FILLER                 PIC X(23)    VALUE SPACES.
          05 PRN-SUPPLIER-ADDRESS   PIC X(40).
       01 CLAIM-HEADING5.
          05 FILLER                 PIC X(16)
                                                       VALUE
             "  CLAIM PERIOD  ".
          05 PRN-CLAIM-PERIOD       PIC 9(6).
       01 CLAIM-COLUMN-LINE.
          05 FILLER                 PIC X(38) VALUE
             "Promo Description          Type  Candy".
          05 FILLER                 PIC X(38) VALUE
             " Name          Units     Net Sales    ".
          05 FILLER                 PIC X(38) VALUE
             "  Discount Basis    Rate       Rebate ".
       01 CLAIM-DETAIL-LINE.
          05 PRN-PROMO-CODE         PIC X(4).
          05 PRN-DESCRIPTION        PIC B(2)X(20).
          05 PRN-TYPE-CODE          PIC B(2)9(3).
          05 PRN-TYPE-NAME          PIC B(2)X(18).
          05 PRN-UNITS              PIC B(1)Z(5)9-.
          05 PRN-NET-SALES          PIC B(1)Z,ZZZ,ZZ9.99-.
          05 PRN-DISCOUNT           PIC B(1)Z,ZZZ,ZZ9.99-.
          05 PRN-BASIS              PIC B(4)X(1).
          05 PRN-RATE               PIC B(2)ZZ9.99.
          05 PRN-REBATE             PIC B(1)Z,ZZZ,ZZ9.99-.
       01 CLAIM-TOTAL-LINE.
          05 FILLER                 PIC X(101)
                                                       VALUE
             "  TOTAL REBATE CLAIMED".
          05 PRN-CLAIM-TOTAL        PIC Z,ZZZ,ZZ9.99.
       01 CLAIM-BODY-1              PIC X(80)
                                                       VALUE
             "  Please remit quoting the claim number above.".

       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16) VALUE "REBATE-CLAIM".
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-CLAIM-PERIOD
           PERFORM UNTIL WS-CLAIM-PERIOD GREATER THAN ZERO
                   DISPLAY "CLAIM PERIOD (YYYYMM) -"
                   ACCEPT WS-CLAIM-PERIOD
           END-PERFORM
           PERFORM LOAD-FUNDED-PROMOS
           IF FPT-COUNT = ZERO
              DISPLAY "NO VENDOR-FUNDED PROMOTIONS ON FILE"
              MOVE "W" TO MLG-SEVERITY
              MOVE "RB0001" TO MLG-CODE
              MOVE "NO VENDOR-FUNDED PROMOTIONS ON FILE" TO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-CANDY-CATALOG
           PERFORM LOAD-CLAIMED-TABLE
           PERFORM SCAN-CANDY-SALES
           IF LINE-OVERFLOW
              DISPLAY "MORE THAN 500 PROMOTION LINES IN THE PERIOD"
                      " - RUN ABANDONED"
              MOVE "E" TO MLG-SEVERITY
              MOVE "RB0004" TO MLG-CODE
              MOVE "PROMOTION LINE TABLE FULL - NO CLAIMS RAISED"
                 TO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM SORT-LINE-TABLE
           PERFORM TAKE-CLAIM-NUMBER
           OPEN OUTPUT CLAIM-PRINT-FILE
           OPEN EXTEND CLAIM-FILE
           IF WS-RCM-STATUS = "35"
              OPEN OUTPUT CLAIM-FILE
           END-IF
           OPEN EXTEND CLAIM-LINE-FILE
           IF WS-RCD-STATUS = "35"
              OPEN OUTPUT CLAIM-LINE-FILE
           END-IF
           MOVE 1 TO LNT-GROUP-START
           PERFORM UNTIL LNT-GROUP-START GREATER THAN LNT-COUNT
                   MOVE LNT-SUPPLIER-ID(LNT-GROUP-START) TO
                      WS-CURRENT-SUPPLIER
                   MOVE LNT-GROUP-START TO LNT-GROUP-END
                   PERFORM UNTIL LNT-GROUP-END = LNT-COUNT OR
                           LNT-SUPPLIER-ID(LNT-GROUP-END + 1) NOT =
                              WS-CURRENT-SUPPLIER
                           ADD 1 TO LNT-GROUP-END
                   END-PERFORM
                   PERFORM RAISE-SUPPLIER-CLAIM
                   COMPUTE LNT-GROUP-START = LNT-GROUP-END + 1
           END-PERFORM
           CLOSE CLAIM-FILE
           CLOSE CLAIM-LINE-FILE
           CLOSE CLAIM-PRINT-FILE
           PERFORM SAVE-CLAIM-NUMBER
           IF SALES-QUALIFIED = ZERO
              DISPLAY "NO FUNDED PROMOTION SALES IN PERIOD "
                      WS-CLAIM-PERIOD
              MOVE "W" TO MLG-SEVERITY
              MOVE "RB0003" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "NO FUNDED PROMOTION SALES IN PERIOD "
                        DELIMITED BY SIZE
                     WS-CLAIM-PERIOD DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
           END-IF
           DISPLAY "SALES LINES SCANNED    " SALES-SCANNED
           DISPLAY "FUNDED PROMO LINES     " SALES-QUALIFIED
           DISPLAY "CLAIMS RAISED          " CLAIMS-RAISED
           DISPLAY "SUPPLIERS SKIPPED      " CLAIMS-SKIPPED
           DISPLAY "TOTAL REBATE CLAIMED   " TOTAL-CLAIMED
           MOVE "I" TO MLG-SEVERITY
           MOVE "RB0100" TO MLG-CODE
           MOVE SPACES TO MLG-TEXT
           STRING "PERIOD " DELIMITED BY SIZE
                  WS-CLAIM-PERIOD DELIMITED BY SIZE
                  " CLAIMS RAISED " DELIMITED BY SIZE
                  CLAIMS-RAISED DELIMITED BY SIZE
                  INTO MLG-TEXT
           PERFORM LOG-BATCH-MESSAGE
           STOP RUN.

       LOG-BATCH-MESSAGE.
           CALL "MSG-LOG" USING MSG-LOG-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           .

       LOAD-FUNDED-PROMOS.
           MOVE ZERO TO FPT-COUNT
           OPEN INPUT PROMO-FILE
           IF WS-PRO-STATUS = "00"
              READ PROMO-FILE
              AT END
                 SET END-OF-PROMO-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PROMO-FILE
                      IF PRO-PROMO-CODE NOT = SPACES AND
                         PRO-FUND-SUPPLIER-ID NUMERIC AND
                         PRO-FUND-SUPPLIER-ID GREATER THAN ZERO AND
                         (PRO-REBATE-BASIS = "P" OR
                          PRO-REBATE-BASIS = "U") AND
                         PRO-REBATE-RATE NUMERIC AND
                         PRO-DISCOUNT-PCT NUMERIC AND
                         PRO-TYPE-CODE NUMERIC AND
                         FPT-COUNT LESS THAN 50
                         ADD 1 TO FPT-COUNT
                         MOVE PRO-PROMO-CODE TO
                            FPT-PROMO-CODE(FPT-COUNT)
                         MOVE PRO-DESCRIPTION TO
                            FPT-DESCRIPTION(FPT-COUNT)
                         MOVE PRO-START-DATE TO
                            FPT-START-DATE(FPT-COUNT)
                         MOVE PRO-END-DATE TO FPT-END-DATE(FPT-COUNT)
                         MOVE PRO-TYPE-CODE TO FPT-TYPE-CODE(FPT-COUNT)
                         MOVE PRO-CATEGORY TO FPT-CATEGORY(FPT-COUNT)
                         MOVE PRO-DISCOUNT-PCT TO
                            FPT-DISCOUNT-PCT(FPT-COUNT)
                         MOVE PRO-FUND-SUPPLIER-ID TO
                            FPT-SUPPLIER-ID(FPT-COUNT)
                         MOVE PRO-REBATE-BASIS TO
                            FPT-REBATE-BASIS(FPT-COUNT)
                         MOVE PRO-REBATE-RATE TO
                            FPT-REBATE-RATE(FPT-COUNT)
                      END-IF
                      READ PROMO-FILE
                      AT END
                         SET END-OF-PROMO-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PROMO-FILE
           END-IF
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
                         MOVE CT-CATEGORY TO
                            CAT-CATEGORY(CATALOG-COUNT)
                      END-IF
                      READ CANDY-TYPE-FILE
                      AT END
                         SET END-OF-CANDY-TYPES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-TYPE-FILE
           END-IF
           .

       LOAD-CLAIMED-TABLE.
           MOVE ZERO TO CLT-COUNT
           OPEN INPUT CLAIM-FILE
           IF WS-RCM-STATUS = "00"
              READ CLAIM-FILE
              AT END
                 SET END-OF-CLAIM-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CLAIM-FILE
                      IF RCM-CLAIM-NUM NUMERIC AND
                         RCM-SUPPLIER-ID NUMERIC AND
                         RCM-PERIOD = WS-CLAIM-PERIOD AND
                         CLT-COUNT LESS THAN 2000
                         ADD 1 TO CLT-COUNT
                         MOVE RCM-SUPPLIER-ID TO
                            CLT-SUPPLIER-ID(CLT-COUNT)
                         MOVE RCM-PERIOD TO CLT-PERIOD(CLT-COUNT)
                         MOVE RCM-CLAIM-NUM TO CLT-CLAIM-NUM(CLT-COUNT)
                      END-IF
                      READ CLAIM-FILE
                      AT END
                         SET END-OF-CLAIM-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CLAIM-FILE
           END-IF
           .

       SCAN-CANDY-SALES.
           OPEN INPUT TRAN-STORE-FILE
           IF WS-CTS-STATUS NOT = "00"
              DISPLAY "NO CANDY TRANSACTION STORE ON HAND"
           ELSE
              PERFORM UNTIL END-OF-STORE
                      READ TRAN-STORE-FILE NEXT RECORD
                      AT END
                         SET END-OF-STORE TO TRUE
                      NOT AT END
                         ADD 1 TO SALES-SCANNED
                         IF CTS-PROMO-CODE NOT = SPACES AND
                            CTS-TRAN-DATE(1:6) = WS-CLAIM-PERIOD
                            PERFORM FIND-FUNDED-PROMO
                            IF FPT-FOUND-IDX GREATER THAN ZERO
                               ADD 1 TO SALES-QUALIFIED
                               PERFORM ADD-PROMO-SALE
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE TRAN-STORE-FILE
           END-IF
           .

       FIND-FUNDED-PROMO.
           MOVE ZERO TO FPT-FOUND-IDX
           MOVE SPACES TO WS-TYPE-CATEGORY
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                   IF CAT-TYPE-CODE(CATALOG-IDX) = CTS-TYPE-CODE
                      MOVE CAT-CATEGORY(CATALOG-IDX) TO
                         WS-TYPE-CATEGORY
                   END-IF
           END-PERFORM
           PERFORM VARYING FPT-IDX FROM 1 BY 1
              UNTIL FPT-IDX GREATER THAN FPT-COUNT
                   IF FPT-PROMO-CODE(FPT-IDX) = CTS-PROMO-CODE AND
                      CTS-TRAN-DATE NOT LESS THAN
                         FPT-START-DATE(FPT-IDX) AND
                      CTS-TRAN-DATE NOT GREATER THAN
                         FPT-END-DATE(FPT-IDX) AND
                      (FPT-TYPE-CODE(FPT-IDX) = CTS-TYPE-CODE
                       OR (FPT-TYPE-CODE(FPT-IDX) = ZERO AND
                           (FPT-CATEGORY(FPT-IDX) = SPACES OR
                            FPT-CATEGORY(FPT-IDX) =
                               WS-TYPE-CATEGORY)))
                      MOVE FPT-IDX TO FPT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       ADD-PROMO-SALE.
           MOVE ZERO TO LNT-FOUND-IDX
           PERFORM VARYING LNT-IDX FROM 1 BY 1
              UNTIL LNT-IDX GREATER THAN LNT-COUNT
                   IF LNT-PROMO-IDX(LNT-IDX) = FPT-FOUND-IDX AND
                      LNT-TYPE-CODE(LNT-IDX) = CTS-TYPE-CODE
                      MOVE LNT-IDX TO LNT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF LNT-FOUND-IDX = ZERO
              IF LNT-COUNT LESS THAN 500
                 ADD 1 TO LNT-COUNT
                 MOVE LNT-COUNT TO LNT-FOUND-IDX
                 MOVE FPT-SUPPLIER-ID(FPT-FOUND-IDX) TO
                    LNT-SUPPLIER-ID(LNT-COUNT)
                 MOVE FPT-PROMO-CODE(FPT-FOUND-IDX) TO
                    LNT-PROMO-CODE(LNT-COUNT)
                 MOVE CTS-TYPE-CODE TO LNT-TYPE-CODE(LNT-COUNT)
                 MOVE FPT-FOUND-IDX TO LNT-PROMO-IDX(LNT-COUNT)
                 MOVE ZERO TO LNT-UNITS(LNT-COUNT)
                 MOVE ZERO TO LNT-NET-SALES(LNT-COUNT)
                 MOVE ZERO TO LNT-DISCOUNT(LNT-COUNT)
                 MOVE ZERO TO LNT-REBATE(LNT-COUNT)
              ELSE
                 SET LINE-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF LNT-FOUND-IDX GREATER THAN ZERO
              IF CTS-AMOUNT LESS THAN ZERO
                 SUBTRACT CTS-QUANTITY FROM LNT-UNITS(LNT-FOUND-IDX)
              ELSE
                 ADD CTS-QUANTITY TO LNT-UNITS(LNT-FOUND-IDX)
              END-IF
              ADD CTS-AMOUNT TO LNT-NET-SALES(LNT-FOUND-IDX)
           END-IF
           .

       SORT-LINE-TABLE.
           PERFORM VARYING LNT-IDX FROM 2 BY 1
              UNTIL LNT-IDX GREATER THAN LNT-COUNT
                   MOVE LINE-ENTRY(LNT-IDX) TO LNT-SWAP-ENTRY
                   PERFORM VARYING LNT-SORT-IDX FROM LNT-IDX BY -1
                      UNTIL LNT-SORT-IDX = 1 OR
                         LINE-ENTRY(LNT-SORT-IDX - 1)(1:12) NOT
                            GREATER THAN LNT-SWAP-ENTRY(1:12)
                         MOVE LINE-ENTRY(LNT-SORT-IDX - 1) TO
                            LINE-ENTRY(LNT-SORT-IDX)
                   END-PERFORM
                   MOVE LNT-SWAP-ENTRY TO LINE-ENTRY(LNT-SORT-IDX)
           END-PERFORM
           .

       TAKE-CLAIM-NUMBER.
           MOVE 1 TO WS-NEXT-CLAIM
           OPEN INPUT CLAIM-CONTROL-FILE
           IF WS-RBC-STATUS = "00"
              READ CLAIM-CONTROL-FILE
              NOT AT END
                 IF RBC-NEXT-CLAIM NUMERIC AND
                    RBC-NEXT-CLAIM GREATER THAN ZERO
                    MOVE RBC-NEXT-CLAIM TO WS-NEXT-CLAIM
                 END-IF
              END-READ
              CLOSE CLAIM-CONTROL-FILE
           END-IF
           .

       SAVE-CLAIM-NUMBER.
           OPEN OUTPUT CLAIM-CONTROL-FILE
           MOVE WS-NEXT-CLAIM TO RBC-NEXT-CLAIM
           WRITE CLAIM-CONTROL-REC
           CLOSE CLAIM-CONTROL-FILE
           .

       RAISE-SUPPLIER-CLAIM.
           MOVE ZERO TO CLT-FOUND-IDX
           PERFORM VARYING CLT-IDX FROM 1 BY 1
              UNTIL CLT-IDX GREATER THAN CLT-COUNT
                   IF CLT-SUPPLIER-ID(CLT-IDX) = WS-CURRENT-SUPPLIER
                      MOVE CLT-IDX TO CLT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF CLT-FOUND-IDX GREATER THAN ZERO
              ADD 1 TO CLAIMS-SKIPPED
              DISPLAY "SUPPLIER " WS-CURRENT-SUPPLIER
                      " ALREADY CLAIMED FOR PERIOD " WS-CLAIM-PERIOD
                      " ON CLAIM " CLT-CLAIM-NUM(CLT-FOUND-IDX)
              MOVE "W" TO MLG-SEVERITY
              MOVE "RB0002" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "SUPPLIER " DELIMITED BY SIZE
                     WS-CURRENT-SUPPLIER DELIMITED BY SIZE
                     " ALREADY CLAIMED ON " DELIMITED BY SIZE
                     CLT-CLAIM-NUM(CLT-FOUND-IDX) DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
           ELSE
              MOVE ZERO TO WS-CLAIM-TOTAL
              PERFORM VARYING LNT-IDX FROM LNT-GROUP-START BY 1
                 UNTIL LNT-IDX GREATER THAN LNT-GROUP-END
                      PERFORM COMPUTE-LINE-REBATE
                      ADD LNT-REBATE(LNT-IDX) TO WS-CLAIM-TOTAL
              END-PERFORM
              IF WS-CLAIM-TOTAL NOT GREATER THAN ZERO
                 ADD 1 TO CLAIMS-SKIPPED
                 DISPLAY "SUPPLIER " WS-CURRENT-SUPPLIER
                         " NOTHING TO CLAIM - RETURNS OFFSET SALES"
              ELSE
                 PERFORM WRITE-SUPPLIER-CLAIM
              END-IF
           END-IF
           .

       COMPUTE-LINE-REBATE.
           MOVE LNT-PROMO-IDX(LNT-IDX) TO FPT-IDX
           COMPUTE LNT-DISCOUNT(LNT-IDX) ROUNDED =
              LNT-NET-SALES(LNT-IDX) * FPT-DISCOUNT-PCT(FPT-IDX) /
              (100 - FPT-DISCOUNT-PCT(FPT-IDX))
           IF FPT-REBATE-BASIS(FPT-IDX) = "P"
              COMPUTE LNT-REBATE(LNT-IDX) ROUNDED =
                 LNT-DISCOUNT(LNT-IDX) * FPT-REBATE-RATE(FPT-IDX) / 100
           ELSE
              COMPUTE LNT-REBATE(LNT-IDX) ROUNDED =
                 LNT-UNITS(LNT-IDX) * FPT-REBATE-RATE(FPT-IDX)
           END-IF
           .

       WRITE-SUPPLIER-CLAIM.
           PERFORM FIND-SUPPLIER-NAME
           MOVE WS-NEXT-CLAIM TO RCM-CLAIM-NUM
           MOVE WS-CURRENT-SUPPLIER TO RCM-SUPPLIER-ID
           MOVE WS-CLAIM-PERIOD TO RCM-PERIOD
           MOVE WS-RUN-DATE TO RCM-CLAIM-DATE
           MOVE WS-CLAIM-TOTAL TO RCM-CLAIM-AMOUNT
           MOVE ZERO TO RCM-PAID-AMOUNT
           MOVE ZERO TO RCM-LAST-PAY-DATE
           SET RCM-OPEN TO TRUE
           WRITE CLAIM-REC
           MOVE CLAIM-RULE-LINE TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           MOVE CLAIM-HEADING1 TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           MOVE WS-NEXT-CLAIM TO PRN-CLAIM-NUM
           MOVE WS-RUN-DATE TO PRN-CLAIM-DATE
           MOVE CLAIM-HEADING2 TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           MOVE WS-CURRENT-SUPPLIER TO PRN-SUPPLIER-ID
           MOVE WS-SUPPLIER-NAME TO PRN-SUPPLIER-NAME
           MOVE CLAIM-HEADING3 TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           IF WS-SUPPLIER-ADDRESS NOT = SPACES
              MOVE WS-SUPPLIER-ADDRESS TO PRN-SUPPLIER-ADDRESS
              MOVE CLAIM-HEADING4 TO CLAIM-PRINT-REC
              WRITE CLAIM-PRINT-REC
           END-IF
           MOVE WS-CLAIM-PERIOD TO PRN-CLAIM-PERIOD
           MOVE CLAIM-HEADING5 TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           MOVE SPACES TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           MOVE CLAIM-COLUMN-LINE TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           PERFORM VARYING LNT-IDX FROM LNT-GROUP-START BY 1
              UNTIL LNT-IDX GREATER THAN LNT-GROUP-END
                   PERFORM WRITE-CLAIM-LINE
           END-PERFORM
           MOVE SPACES TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           MOVE WS-CLAIM-TOTAL TO PRN-CLAIM-TOTAL
           MOVE CLAIM-TOTAL-LINE TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           MOVE CLAIM-BODY-1 TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           MOVE SPACES TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           DISPLAY "CLAIM " WS-NEXT-CLAIM " SUPPLIER "
                   WS-CURRENT-SUPPLIER " " PRN-CLAIM-TOTAL
           ADD 1 TO CLAIMS-RAISED
           ADD WS-CLAIM-TOTAL TO TOTAL-CLAIMED
           ADD 1 TO WS-NEXT-CLAIM
           .

       WRITE-CLAIM-LINE.
           MOVE LNT-PROMO-IDX(LNT-IDX) TO FPT-IDX
           MOVE WS-NEXT-CLAIM TO RCD-CLAIM-NUM
           MOVE WS-CURRENT-SUPPLIER TO RCD-SUPPLIER-ID
           MOVE WS-CLAIM-PERIOD TO RCD-PERIOD
           MOVE LNT-PROMO-CODE(LNT-IDX) TO RCD-PROMO-CODE
           MOVE LNT-TYPE-CODE(LNT-IDX) TO RCD-TYPE-CODE
           MOVE LNT-UNITS(LNT-IDX) TO RCD-UNITS
           MOVE LNT-NET-SALES(LNT-IDX) TO RCD-NET-SALES
           MOVE LNT-DISCOUNT(LNT-IDX) TO RCD-DISCOUNT
           MOVE FPT-REBATE-BASIS(FPT-IDX) TO RCD-REBATE-BASIS
           MOVE FPT-REBATE-RATE(FPT-IDX) TO RCD-REBATE-RATE
           MOVE LNT-REBATE(LNT-IDX) TO RCD-REBATE-AMOUNT
           WRITE CLAIM-LINE-REC
           PERFORM FIND-TYPE-NAME
           MOVE LNT-PROMO-CODE(LNT-IDX) TO PRN-PROMO-CODE
           MOVE FPT-DESCRIPTION(FPT-IDX) TO PRN-DESCRIPTION
           MOVE LNT-TYPE-CODE(LNT-IDX) TO PRN-TYPE-CODE
           MOVE WS-TYPE-NAME TO PRN-TYPE-NAME
           MOVE LNT-UNITS(LNT-IDX) TO PRN-UNITS
           MOVE LNT-NET-SALES(LNT-IDX) TO PRN-NET-SALES
           MOVE LNT-DISCOUNT(LNT-IDX) TO PRN-DISCOUNT
           MOVE FPT-REBATE-BASIS(FPT-IDX) TO PRN-BASIS
           MOVE FPT-REBATE-RATE(FPT-IDX) TO PRN-RATE
           MOVE LNT-REBATE(LNT-IDX) TO PRN-REBATE
           MOVE CLAIM-DETAIL-LINE TO CLAIM-PRINT-REC
           WRITE CLAIM-PRINT-REC
           .

       FIND-TYPE-NAME.
           MOVE "** NOT IN CATALOG **" TO WS-TYPE-NAME
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                   IF CAT-TYPE-CODE(CATALOG-IDX) =
                      LNT-TYPE-CODE(LNT-IDX)
                      MOVE CAT-TYPE-NAME(CATALOG-IDX) TO WS-TYPE-NAME
                   END-IF
           END-PERFORM
           .

       FIND-SUPPLIER-NAME.
           MOVE "** SUPPLIER NOT ON FILE **" TO WS-SUPPLIER-NAME
           MOVE SPACES TO WS-SUPPLIER-ADDRESS
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUP-STATUS = "00"
              READ SUPPLIER-FILE
              AT END
                 SET END-OF-SUPPLIER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUPPLIER-FILE
                      IF SUP-SUPPLIER-ID = WS-CURRENT-SUPPLIER
                         MOVE SUP-NAME TO WS-SUPPLIER-NAME
                         MOVE SUP-ADDRESS TO WS-SUPPLIER-ADDRESS
                      END-IF
                      READ SUPPLIER-FILE
                      AT END
                         SET END-OF-SUPPLIER-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUPPLIER-FILE
           END-IF
           .
