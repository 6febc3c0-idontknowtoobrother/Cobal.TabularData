           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "loyalty_members.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LM-MEMBER-NUM
                 FILE STATUS IS WS-MBR-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT RECALL-BLOCK-FILE ASSIGN TO "recall_blocks.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RBK-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 CS-PROMO-CODE          PIC X(4).
          05 CS-AMOUNT              PIC S9(7)V99.
          05 CS-RECEIPT-SEQ         PIC 9(6).
          05 CS-MEMBER-NUM          PIC 9(7).
          05 CS-POINTS-REDEEMED     PIC 9(5).

       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-REC.
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

       FD MEMBER-FILE.
       01 LOYALTY-MEMBER-REC.
          05 LM-MEMBER-NUM          PIC 9(7).
          05 LM-MEMBER-NAME         PIC X(30).
          05 LM-MEMBER-ADDRESS      PIC X(40).
          05 LM-JOIN-DATE           PIC 9(8).
          05 LM-HOME-BRANCH         PIC 9(7).
          05 LM-STATUS              PIC X.
             88 LM-MEMBER-ACTIVE                   VALUE "A".
             88 LM-MEMBER-CLOSED                   VALUE "C".
          05 LM-POINTS-BALANCE      PIC S9(9).
          05 LM-POINTS-EARNED       PIC S9(9).
          05 LM-POINTS-REDEEMED     PIC 9(9).
          05 LM-VISIT-COUNT         PIC 9(7).
          05 LM-LAST-VISIT-DATE     PIC 9(8).

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       FD RECALL-BLOCK-FILE.
       01 RECALL-BLOCK-REC.
          88 END-OF-RECALL-BLOCKS                      VALUE HIGH-VALUES
           .
          05 RBK-BRANCH-ID          PIC 9(7).
          05 RBK-TYPE-CODE          PIC 9(3).
          05 RBK-RECALL-ID          PIC 9(5).
          05 RBK-EFFECTIVE-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CAPTURE-NAME           PIC X(40).
       01 WS-CAP-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-MBR-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 WS-RBK-STATUS             PIC XX.
       01 WS-MEMBER-FILE            PIC X    VALUE "N".
          88 MEMBER-FILE-ON-HAND             VALUE "Y".
       01 LOYALTY-POINT-VALUE       PIC 9(3)V99   VALUE 0.01.
       01 WS-RUN-DATE               PIC 9(8).
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
       01 CATALOG-COUNT             PIC 9(3) VALUE ZERO.
       01 CATALOG-IDX               PIC 9(3).
       01 CATALOG-FOUND-IDX         PIC 9(3).
       01 RECALL-BLOCK-TABLE.
          05 RECALL-BLOCK-ENTRY OCCURS 5000 TIMES.
             10 BKT-BRANCH-ID       PIC 9(7).
             10 BKT-TYPE-CODE       PIC 9(3).
             10 BKT-RECALL-ID       PIC 9(5).
             10 BKT-EFFECTIVE-DATE  PIC 9(8).
       01 BKT-COUNT                 PIC 9(4) VALUE ZERO.
       01 BKT-IDX                   PIC 9(4).
       01 BKT-FOUND-IDX             PIC 9(4).
       01 WS-ENTRY-BRANCH           PIC 9(7).
       01 WS-ENTRY-STATE            PIC 99.
       01 WS-ENTRY-TYPE             PIC 9(3).
       01 WS-ENTRY-PROMO            PIC X(4).
       01 WS-ENTRY-SEQ              PIC 9(6).
       01 WS-ENTRY-AMOUNT           PIC S9(7)V99.
       01 WS-ENTRY-MEMBER           PIC 9(7).
       01 WS-ENTRY-REDEEM           PIC 9(5).
       01 WS-ENTRY-TENDER           PIC 9(7)V99.
       01 WS-MAX-REDEEM             PIC 9(9).
       01 WS-MEMBER-OK              PIC X.
          88 MEMBER-OK                       VALUE "Y".
       01 WS-ENTRY-KIND             PIC X.
          88 ENTRY-IS-SALE                   VALUE "S" "s".
          88 ENTRY-IS-RETURN                 VALUE "R" "r".
       01 SESSION-TOTAL             PIC S9(9)V99 VALUE ZERO.
       01 PRN-ENTRY-AMOUNT          PIC $$$,$$9.99-.
       01 PRN-SESSION-TOTAL         PIC $$$,$$$,$$9.99-.
       01 PRN-POINTS                PIC ZZZ,ZZZ,ZZ9-.
       01 PRN-MAX-REDEEM            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
              CLOSE BRANCH-MASTER-FILE
              STOP RUN
           END-IF
           PERFORM LOAD-RUN-PARAMETERS
           OPEN INPUT MEMBER-FILE
           IF WS-MBR-STATUS = "00"
              MOVE "Y" TO WS-MEMBER-FILE
           ELSE
              DISPLAY "NO LOYALTY MEMBER FILE - MEMBER NUMBERS NOT"
                      " TAKEN"
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CAPTURE-NAME
           STRING "candy_entry_" DELIMITED BY SIZE
           END-PERFORM
           CLOSE CAPTURE-FILE
           CLOSE BRANCH-MASTER-FILE
           IF MEMBER-FILE-ON-HAND
              CLOSE MEMBER-FILE
           END-IF
           MOVE SESSION-TOTAL TO PRN-SESSION-TOTAL
           DISPLAY "SESSION ENTRIES " SESSION-COUNT
                   "  SESSION TOTAL " PRN-SESSION-TOTAL
           IF BRANCH-OK
              PERFORM ACCEPT-ENTRY-TYPE
              PERFORM ACCEPT-ENTRY-FIELDS
              MOVE ZERO TO BKT-FOUND-IDX
              IF ENTRY-IS-SALE
                 PERFORM LOAD-RECALL-BLOCKS
                 PERFORM CHECK-RECALL-BLOCK
              END-IF
              IF BKT-FOUND-IDX GREATER THAN ZERO
                 DISPLAY "CANDY TYPE UNDER RECALL "
                         BKT-RECALL-ID(BKT-FOUND-IDX)
                         " AT THIS BRANCH - SALE REFUSED"
              ELSE
                 COMPUTE WS-ENTRY-AMOUNT ROUNDED =
                    WS-ENTRY-QTY * WS-ENTRY-PRICE
                 IF ENTRY-IS-RETURN
                    COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-ENTRY-AMOUNT
                 END-IF
                 PERFORM ACCEPT-ENTRY-MEMBER
                 MOVE WS-ENTRY-AMOUNT TO PRN-ENTRY-AMOUNT
                 DISPLAY "COMPUTED AMOUNT " PRN-ENTRY-AMOUNT
                         "  ACCEPT (Y/N) -"
                 ACCEPT WS-CONFIRM
                 IF CONFIRMED
                    PERFORM WRITE-CAPTURE-RECORD
                 ELSE
                    DISPLAY "ENTRY DISCARDED"
                 END-IF
              END-IF
           END-IF
           .
           MOVE WS-ENTRY-PROMO TO CS-PROMO-CODE
           MOVE WS-ENTRY-AMOUNT TO CS-AMOUNT
           MOVE WS-ENTRY-SEQ TO CS-RECEIPT-SEQ
           MOVE WS-ENTRY-MEMBER TO CS-MEMBER-NUM
           MOVE WS-ENTRY-REDEEM TO CS-POINTS-REDEEMED
           WRITE CAPTURE-REC
           ADD 1 TO SESSION-COUNT
           ADD WS-ENTRY-AMOUNT TO SESSION-TOTAL
           DISPLAY "ENTRY CAPTURED"
           .

       ACCEPT-ENTRY-MEMBER.
           MOVE ZERO TO WS-ENTRY-MEMBER
           MOVE ZERO TO WS-ENTRY-REDEEM
           IF MEMBER-FILE-ON-HAND
              MOVE "N" TO WS-MEMBER-OK
              PERFORM UNTIL MEMBER-OK
                      DISPLAY "LOYALTY MEMBER NUMBER (0 IF NONE) -"
                      ACCEPT WS-ENTRY-MEMBER
                      IF WS-ENTRY-MEMBER = ZERO
                         MOVE "Y" TO WS-MEMBER-OK
                      ELSE
                         MOVE WS-ENTRY-MEMBER TO LM-MEMBER-NUM
                         READ MEMBER-FILE
                            INVALID KEY
                               DISPLAY "MEMBER NUMBER NOT ON FILE"
                            NOT INVALID KEY
                               IF LM-MEMBER-CLOSED
                                  DISPLAY "MEMBERSHIP IS CLOSED"
                               ELSE
                                  MOVE LM-POINTS-BALANCE TO PRN-POINTS
                                  DISPLAY LM-MEMBER-NAME " POINTS "
                                          PRN-POINTS
                                  MOVE "Y" TO WS-MEMBER-OK
                               END-IF
                         END-READ
                      END-IF
              END-PERFORM
              IF WS-ENTRY-MEMBER GREATER THAN ZERO AND
                 ENTRY-IS-SALE AND
                 LM-POINTS-BALANCE GREATER THAN ZERO
                 PERFORM ACCEPT-ENTRY-REDEMPTION
              END-IF
           END-IF
           .

       ACCEPT-ENTRY-REDEMPTION.
           COMPUTE WS-MAX-REDEEM =
              WS-ENTRY-AMOUNT / LOYALTY-POINT-VALUE
           IF WS-MAX-REDEEM GREATER THAN LM-POINTS-BALANCE
              MOVE LM-POINTS-BALANCE TO WS-MAX-REDEEM
           END-IF
           IF WS-MAX-REDEEM GREATER THAN 99999
              MOVE 99999 TO WS-MAX-REDEEM
           END-IF
           MOVE WS-MAX-REDEEM TO PRN-MAX-REDEEM
           MOVE 99999 TO WS-ENTRY-REDEEM
           PERFORM UNTIL WS-ENTRY-REDEEM NOT GREATER THAN
                         WS-MAX-REDEEM
                   DISPLAY "POINTS TO REDEEM (0 IF NONE, UP TO "
                           PRN-MAX-REDEEM ") -"
                   ACCEPT WS-ENTRY-REDEEM
                   IF WS-ENTRY-REDEEM GREATER THAN WS-MAX-REDEEM
                      DISPLAY "MORE POINTS THAN THE SALE OR BALANCE"
                              " ALLOWS"
                   END-IF
           END-PERFORM
           IF WS-ENTRY-REDEEM GREATER THAN ZERO
              COMPUTE WS-ENTRY-TENDER =
                 WS-ENTRY-REDEEM * LOYALTY-POINT-VALUE
              MOVE WS-ENTRY-TENDER TO PRN-ENTRY-AMOUNT
              DISPLAY "POINTS TENDER   " PRN-ENTRY-AMOUNT
              COMPUTE WS-ENTRY-TENDER =
                 WS-ENTRY-AMOUNT - WS-ENTRY-TENDER
              MOVE WS-ENTRY-TENDER TO PRN-ENTRY-AMOUNT
              DISPLAY "BALANCE DUE     " PRN-ENTRY-AMOUNT
           END-IF
           .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMS-FILE
           IF WS-PRM-STATUS = "00"
              READ RUN-PARAMS-FILE
              AT END
                 SET END-OF-RUN-PARAMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RUN-PARAMS
                      IF PRM-NAME = "LOYALTY-POINT-VALUE" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO
                         MOVE PRM-VALUE TO LOYALTY-POINT-VALUE
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-PARAMS-FILE
           END-IF
           .

       LOAD-RECALL-BLOCKS.
           MOVE ZERO TO BKT-COUNT
           OPEN INPUT RECALL-BLOCK-FILE
           IF WS-RBK-STATUS = "00"
              READ RECALL-BLOCK-FILE
              AT END
                 SET END-OF-RECALL-BLOCKS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RECALL-BLOCKS
                      IF RBK-BRANCH-ID NUMERIC AND
                         RBK-TYPE-CODE NUMERIC AND
                         RBK-RECALL-ID NUMERIC AND
                         RBK-EFFECTIVE-DATE NUMERIC AND
                         BKT-COUNT LESS THAN 5000
                         ADD 1 TO BKT-COUNT
                         MOVE RECALL-BLOCK-REC TO
                            RECALL-BLOCK-ENTRY(BKT-COUNT)
                      END-IF
                      READ RECALL-BLOCK-FILE
                      AT END
                         SET END-OF-RECALL-BLOCKS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RECALL-BLOCK-FILE
           END-IF
           .

       CHECK-RECALL-BLOCK.
           MOVE ZERO TO BKT-FOUND-IDX
           PERFORM VARYING BKT-IDX FROM 1 BY 1
              UNTIL BKT-IDX GREATER THAN BKT-COUNT
                   IF BKT-BRANCH-ID(BKT-IDX) = WS-ENTRY-BRANCH AND
                      BKT-TYPE-CODE(BKT-IDX) = WS-ENTRY-TYPE AND
                      BKT-EFFECTIVE-DATE(BKT-IDX) NOT GREATER THAN
                         WS-ENTRY-DATE
                      MOVE BKT-IDX TO BKT-FOUND-IDX
                   END-IF
           END-PERFORM
           .
