       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-TRANSFER.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO "stock_transfers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-XFR-STATUS.
           SELECT TRANSFER-CONTROL-FILE ASSIGN TO
                 "stock_transfer_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-XFC-STATUS.
           SELECT ONHAND-FILE ASSIGN TO "stock_onhand.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ONH-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFER-FILE.
       01 TRANSFER-REC.
          88 END-OF-TRANSFER-FILE                      VALUE HIGH-VALUES
           .
          05 XFR-NUMBER             PIC 9(7).
          05 XFR-FROM-BRANCH        PIC 9(7).
          05 XFR-TO-BRANCH          PIC 9(7).
          05 XFR-TYPE-CODE          PIC 9(3).
          05 XFR-SHIP-QTY           PIC 9(7).
          05 XFR-SHIP-DATE          PIC 9(8).
          05 XFR-SHIPPED-BY         PIC X(8).
          05 XFR-RECEIVED-QTY       PIC 9(7).
          05 XFR-RECEIVE-DATE       PIC 9(8).
          05 XFR-RECEIVED-BY        PIC X(8).
          05 XFR-STATUS             PIC X.
             88 XFR-IN-TRANSIT                     VALUE "T".
             88 XFR-RECEIVED                       VALUE "R".

       FD TRANSFER-CONTROL-FILE.
       01 TRANSFER-CONTROL-REC.
          05 XFC-NEXT-TRANSFER      PIC 9(7).

       FD ONHAND-FILE.
       01 ONHAND-REC.
          88 END-OF-ONHAND-FILE                        VALUE HIGH-VALUES
           .
          05 ONH-BRANCH-ID          PIC 9(7).
          05 ONH-TYPE-CODE          PIC 9(3).
          05 ONH-QTY                PIC S9(7).

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
          88 END-OF-CANDY-TYPES                    VALUE HIGH-VALUES.
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
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

       WORKING-STORAGE SECTION.
       01 WS-XFR-STATUS             PIC XX.
       01 WS-XFC-STATUS             PIC XX.
       01 WS-ONH-STATUS             PIC XX.
       01 WS-BM-STATUS              PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-OPERATOR-ID            PIC X(8).
       01 WS-OPERATOR-ROLE          PIC X.
          88 OPERATOR-IS-SUPERVISOR          VALUE "S".
       01 WS-SIGNED-ON              PIC X    VALUE "N".
          88 SIGNED-ON                       VALUE "Y".
       01 WS-SIGNON-TRIES           PIC 9    VALUE ZERO.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-CHOICE                 PIC X.
          88 CHOICE-SHIP                    VALUE "S" "s".
          88 CHOICE-RECEIVE                 VALUE "R" "r".
          88 CHOICE-LIST                    VALUE "L" "l".
          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-BRANCH-OK              PIC X.
          88 BRANCH-OK                       VALUE "Y".
       01 WS-CONFIRM                PIC X.
          88 CONFIRMED                       VALUE "Y" "y".
       01 WS-NEXT-TRANSFER          PIC 9(7).
       01 WS-WORK-BRANCH            PIC 9(7).
       01 WS-FROM-BRANCH            PIC 9(7).
       01 WS-TO-BRANCH              PIC 9(7).
       01 WS-WORK-TYPE              PIC 9(3).
       01 WS-WORK-QTY               PIC 9(7).
       01 WS-WORK-TRANSFER          PIC 9(7).
       01 WS-LOOKUP-BRANCH          PIC 9(7).
       01 WS-LOOKUP-TYPE            PIC 9(3).
       01 WS-DELTA-QTY              PIC S9(7).
       01 WS-SENDER-ONHAND          PIC S9(7).
       01 WS-SHORT-QTY              PIC S9(7).
       01 WS-BALANCE-QTY            PIC 9(7).
       01 TRANSFER-TABLE.
          05 TRANSFER-ENTRY OCCURS 3000 TIMES.
             10 XFT-NUMBER          PIC 9(7).
             10 XFT-FROM-BRANCH     PIC 9(7).
             10 XFT-TO-BRANCH       PIC 9(7).
             10 XFT-TYPE-CODE       PIC 9(3).
             10 XFT-SHIP-QTY        PIC 9(7).
             10 XFT-SHIP-DATE       PIC 9(8).
             10 XFT-SHIPPED-BY      PIC X(8).
             10 XFT-RECEIVED-QTY    PIC 9(7).
             10 XFT-RECEIVE-DATE    PIC 9(8).
             10 XFT-RECEIVED-BY     PIC X(8).
             10 XFT-STATUS          PIC X.
       01 XFT-COUNT                 PIC 9(4) VALUE ZERO.
       01 XFT-IDX                   PIC 9(4).
       01 XFT-FOUND-IDX             PIC 9(4).
       01 WS-TRANSFER-OVERFLOW      PIC X    VALUE "N".
          88 TRANSFER-OVERFLOW               VALUE "Y".
       01 ONHAND-TABLE.
          05 ONHAND-ENTRY OCCURS 3000 TIMES.
             10 OHT-BRANCH-ID       PIC 9(7).
             10 OHT-TYPE-CODE       PIC 9(3).
             10 OHT-QTY             PIC S9(7).
       01 OHT-COUNT                 PIC 9(4) VALUE ZERO.
       01 OHT-IDX                   PIC 9(4).
       01 OHT-FOUND-IDX             PIC 9(4).
       01 OHT-SORT-IDX              PIC 9(4).
       01 OHT-SWAP-ENTRY.
          05 FILLER                 PIC 9(7).
          05 FILLER                 PIC 9(3).
          05 FILLER                 PIC S9(7).
       01 WS-ONH-OVERFLOW           PIC X    VALUE "N".
          88 ONH-OVERFLOW                    VALUE "Y".
       01 WS-ONH-TABLE-FULL         PIC X    VALUE "N".
          88 ONH-TABLE-FULL                  VALUE "Y".
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
             10 CAT-TYPE-CODE       PIC 9(3).
             10 CAT-TYPE-NAME       PIC X(20).
             10 CAT-ACTIVE          PIC X.
       01 CATALOG-COUNT             PIC 9(3) VALUE ZERO.
       01 CATALOG-IDX               PIC 9(3).
       01 CATALOG-FOUND-IDX         PIC 9(3).
       01 PRN-SHIP-QTY              PIC Z(6)9.
       01 PRN-ONHAND-QTY            PIC Z(6)9-.
       01 PRN-SHORT-QTY             PIC Z(6)9-.

       01 MENU-HEADING1             PIC X(35)
                                                       VALUE
             "  Inter-Branch Stock Transfer".
       01 MENU-HEADING2             PIC X(50)
                                                       VALUE
             "S-Ship  R-Receive  L-List In Transit  X-Exit".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-TRANSFER-TABLE
           IF TRANSFER-OVERFLOW
              DISPLAY "MORE THAN 3000 TRANSFERS ON FILE -"
                      " PURGE RECEIVED TRANSFERS FIRST"
              STOP RUN
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "NO BRANCH MASTER FILE - ENTRY REFUSED"
              STOP RUN
           END-IF
           PERFORM LOAD-CANDY-CATALOG
           IF CATALOG-COUNT = ZERO
              DISPLAY "NO CANDY TYPE CATALOG - ENTRY REFUSED"
              CLOSE BRANCH-MASTER-FILE
              STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-OPERATOR
           DISPLAY MENU-HEADING1
           PERFORM UNTIL CHOICE-EXIT
                   DISPLAY MENU-HEADING2
                   ACCEPT WS-CHOICE
                   EVALUATE TRUE
                      WHEN CHOICE-SHIP
                         PERFORM SHIP-TRANSFER
                      WHEN CHOICE-RECEIVE
                         PERFORM RECEIVE-TRANSFER
                      WHEN CHOICE-LIST
                         PERFORM LIST-IN-TRANSIT
                      WHEN CHOICE-EXIT
                         CONTINUE
                      WHEN OTHER
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE
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
              CLOSE BRANCH-MASTER-FILE
              STOP RUN
           END-IF
           .

       VERIFY-OPERATOR.
           MOVE SPACE TO WS-OPERATOR-ROLE
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
              DISPLAY "NO OPERATOR FILE ON HAND - SIGN-ON REFUSED"
              DISPLAY "SET UP OPERATORS WITH OPERATOR-MAINT"
              CLOSE BRANCH-MASTER-FILE
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

       LOAD-TRANSFER-TABLE.
           MOVE ZERO TO XFT-COUNT
           MOVE "N" TO WS-TRANSFER-OVERFLOW
           OPEN INPUT TRANSFER-FILE
           IF WS-XFR-STATUS = "00"
              READ TRANSFER-FILE
              AT END
                 SET END-OF-TRANSFER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-TRANSFER-FILE
                      IF XFR-NUMBER NUMERIC AND
                         XFR-FROM-BRANCH NUMERIC AND
                         XFR-TO-BRANCH NUMERIC AND
                         XFR-TYPE-CODE NUMERIC AND
                         XFR-SHIP-QTY NUMERIC
                         IF XFT-COUNT LESS THAN 3000
                            ADD 1 TO XFT-COUNT
                            MOVE TRANSFER-REC TO
                               TRANSFER-ENTRY(XFT-COUNT)
                         ELSE
                            SET TRANSFER-OVERFLOW TO TRUE
                         END-IF
                      ELSE
                         DISPLAY "BAD TRANSFER RECORD DROPPED - "
                                 TRANSFER-REC(1:31)
                      END-IF
                      READ TRANSFER-FILE
                      AT END
                         SET END-OF-TRANSFER-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE TRANSFER-FILE
           END-IF
           .

       SAVE-TRANSFER-TABLE.
           OPEN OUTPUT TRANSFER-FILE
           PERFORM VARYING XFT-IDX FROM 1 BY 1
              UNTIL XFT-IDX GREATER THAN XFT-COUNT
                   MOVE TRANSFER-ENTRY(XFT-IDX) TO TRANSFER-REC
                   WRITE TRANSFER-REC
           END-PERFORM
           CLOSE TRANSFER-FILE
           .

       TAKE-TRANSFER-NUMBER.
           MOVE 1 TO WS-NEXT-TRANSFER
           OPEN INPUT TRANSFER-CONTROL-FILE
           IF WS-XFC-STATUS = "00"
              READ TRANSFER-CONTROL-FILE
              NOT AT END
                 IF XFC-NEXT-TRANSFER NUMERIC AND
                    XFC-NEXT-TRANSFER GREATER THAN ZERO
                    MOVE XFC-NEXT-TRANSFER TO WS-NEXT-TRANSFER
                 END-IF
              END-READ
              CLOSE TRANSFER-CONTROL-FILE
           END-IF
           .

       SAVE-TRANSFER-NUMBER.
           OPEN OUTPUT TRANSFER-CONTROL-FILE
           MOVE WS-NEXT-TRANSFER TO XFC-NEXT-TRANSFER
           WRITE TRANSFER-CONTROL-REC
           CLOSE TRANSFER-CONTROL-FILE
           .

       LOAD-ONHAND-TABLE.
           MOVE ZERO TO OHT-COUNT
           MOVE "N" TO WS-ONH-OVERFLOW
           MOVE "N" TO WS-ONH-TABLE-FULL
           OPEN INPUT ONHAND-FILE
           IF WS-ONH-STATUS = "00"
              READ ONHAND-FILE
              AT END
                 SET END-OF-ONHAND-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-ONHAND-FILE
                      IF ONH-BRANCH-ID NUMERIC AND
                         ONH-TYPE-CODE NUMERIC AND
                         ONH-QTY NUMERIC
                         IF OHT-COUNT LESS THAN 3000
                            ADD 1 TO OHT-COUNT
                            MOVE ONH-BRANCH-ID TO
                               OHT-BRANCH-ID(OHT-COUNT)
                            MOVE ONH-TYPE-CODE TO
                               OHT-TYPE-CODE(OHT-COUNT)
                            MOVE ONH-QTY TO OHT-QTY(OHT-COUNT)
                         ELSE
                            SET ONH-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ ONHAND-FILE
                      AT END
                         SET END-OF-ONHAND-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE ONHAND-FILE
           END-IF
           .

       FIND-ONHAND-ENTRY.
           MOVE ZERO TO OHT-FOUND-IDX
           PERFORM VARYING OHT-IDX FROM 1 BY 1
              UNTIL OHT-IDX GREATER THAN OHT-COUNT
                   IF OHT-BRANCH-ID(OHT-IDX) = WS-LOOKUP-BRANCH AND
                      OHT-TYPE-CODE(OHT-IDX) = WS-LOOKUP-TYPE
                      MOVE OHT-IDX TO OHT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       APPLY-ONHAND-DELTA.
           PERFORM FIND-ONHAND-ENTRY
           IF OHT-FOUND-IDX GREATER THAN ZERO
              ADD WS-DELTA-QTY TO OHT-QTY(OHT-FOUND-IDX)
           ELSE
              IF OHT-COUNT LESS THAN 3000
                 ADD 1 TO OHT-COUNT
                 MOVE WS-LOOKUP-BRANCH TO OHT-BRANCH-ID(OHT-COUNT)
                 MOVE WS-LOOKUP-TYPE TO OHT-TYPE-CODE(OHT-COUNT)
                 MOVE WS-DELTA-QTY TO OHT-QTY(OHT-COUNT)
              ELSE
                 SET ONH-TABLE-FULL TO TRUE
              END-IF
           END-IF
           .

       SORT-ONHAND-TABLE.
           PERFORM VARYING OHT-IDX FROM 2 BY 1
              UNTIL OHT-IDX GREATER THAN OHT-COUNT
                   MOVE ONHAND-ENTRY(OHT-IDX) TO OHT-SWAP-ENTRY
                   PERFORM VARYING OHT-SORT-IDX FROM OHT-IDX BY -1
                      UNTIL OHT-SORT-IDX = 1 OR
                         ONHAND-ENTRY(OHT-SORT-IDX - 1)(1:10) NOT
                            GREATER THAN OHT-SWAP-ENTRY(1:10)
                         MOVE ONHAND-ENTRY(OHT-SORT-IDX - 1) TO
                            ONHAND-ENTRY(OHT-SORT-IDX)
                   END-PERFORM
                   MOVE OHT-SWAP-ENTRY TO ONHAND-ENTRY(OHT-SORT-IDX)
           END-PERFORM
           .

       SAVE-ONHAND-TABLE.
           OPEN OUTPUT ONHAND-FILE
           PERFORM VARYING OHT-IDX FROM 1 BY 1
              UNTIL OHT-IDX GREATER THAN OHT-COUNT
                   MOVE OHT-BRANCH-ID(OHT-IDX) TO ONH-BRANCH-ID
                   MOVE OHT-TYPE-CODE(OHT-IDX) TO ONH-TYPE-CODE
                   MOVE OHT-QTY(OHT-IDX) TO ONH-QTY
                   WRITE ONHAND-REC
           END-PERFORM
           CLOSE ONHAND-FILE
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
                         MOVE CT-ACTIVE TO CAT-ACTIVE(CATALOG-COUNT)
                      END-IF
                      READ CANDY-TYPE-FILE
                      AT END
                         SET END-OF-CANDY-TYPES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-TYPE-FILE
           END-IF
           .

       ACCEPT-TRANSFER-BRANCH.
           MOVE "N" TO WS-BRANCH-OK
           MOVE ZERO TO WS-WORK-BRANCH
           PERFORM UNTIL WS-WORK-BRANCH GREATER THAN ZERO
                   ACCEPT WS-WORK-BRANCH
           END-PERFORM
           MOVE WS-WORK-BRANCH TO BM-BRANCH-ID
           READ BRANCH-MASTER-FILE
              INVALID KEY
                 DISPLAY "BRANCH-ID NOT ON BRANCH MASTER"
              NOT INVALID KEY
                 IF BM-BRANCH-CLOSED
                    DISPLAY "BRANCH IS CLOSED - " BM-BRANCH-NAME
                 ELSE
                    DISPLAY BM-BRANCH-NAME " STATE " BM-STATE-NUM
                    MOVE "Y" TO WS-BRANCH-OK
                 END-IF
           END-READ
           .

       ACCEPT-TRANSFER-TYPE.
           MOVE ZERO TO CATALOG-FOUND-IDX
           DISPLAY "CANDY TYPE CODE -"
           ACCEPT WS-WORK-TYPE
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                   IF CAT-TYPE-CODE(CATALOG-IDX) = WS-WORK-TYPE
                      MOVE CATALOG-IDX TO CATALOG-FOUND-IDX
                   END-IF
           END-PERFORM
           IF CATALOG-FOUND-IDX = ZERO
              DISPLAY "NOT ON CANDY TYPE CATALOG"
           ELSE
              DISPLAY CAT-TYPE-NAME(CATALOG-FOUND-IDX)
           END-IF
           .

       SHIP-TRANSFER.
           IF XFT-COUNT NOT LESS THAN 3000
              DISPLAY "TRANSFER TABLE FULL - SHIP REFUSED"
           ELSE
              DISPLAY "SHIPPING BRANCH-ID -"
              PERFORM ACCEPT-TRANSFER-BRANCH
              IF BRANCH-OK
                 MOVE WS-WORK-BRANCH TO WS-FROM-BRANCH
                 DISPLAY "RECEIVING BRANCH-ID -"
                 PERFORM ACCEPT-TRANSFER-BRANCH
                 MOVE WS-WORK-BRANCH TO WS-TO-BRANCH
                 IF BRANCH-OK AND WS-TO-BRANCH = WS-FROM-BRANCH
                    DISPLAY "RECEIVING BRANCH MUST DIFFER FROM"
                            " SHIPPING BRANCH"
                    MOVE "N" TO WS-BRANCH-OK
                 END-IF
              END-IF
              IF BRANCH-OK
                 PERFORM ACCEPT-TRANSFER-TYPE
                 IF CATALOG-FOUND-IDX GREATER THAN ZERO
                    PERFORM SHIP-QUANTITY
                 END-IF
              END-IF
           END-IF
           .

       SHIP-QUANTITY.
           PERFORM LOAD-ONHAND-TABLE
           IF ONH-OVERFLOW
              DISPLAY "MORE THAN 3000 ON-HAND POSITIONS ON FILE -"
                      " SHIP REFUSED"
           ELSE
              MOVE WS-FROM-BRANCH TO WS-LOOKUP-BRANCH
              MOVE WS-WORK-TYPE TO WS-LOOKUP-TYPE
              PERFORM FIND-ONHAND-ENTRY
              MOVE ZERO TO WS-SENDER-ONHAND
              IF OHT-FOUND-IDX GREATER THAN ZERO
                 MOVE OHT-QTY(OHT-FOUND-IDX) TO WS-SENDER-ONHAND
              END-IF
              MOVE WS-SENDER-ONHAND TO PRN-ONHAND-QTY
              DISPLAY "ON HAND AT SHIPPING BRANCH " PRN-ONHAND-QTY
              DISPLAY "QUANTITY TO SHIP -"
              ACCEPT WS-WORK-QTY
              IF WS-WORK-QTY = ZERO
                 DISPLAY "NOTHING TO SHIP"
              ELSE
                 IF WS-WORK-QTY GREATER THAN WS-SENDER-ONHAND
                    DISPLAY "SHIP QUANTITY EXCEEDS STOCK ON HAND -"
                            " SHIP REFUSED"
                 ELSE
                    DISPLAY "SHIP " WS-WORK-QTY " FROM "
                            WS-FROM-BRANCH " TO " WS-TO-BRANCH
                            " (Y/N) -"
                    ACCEPT WS-CONFIRM
                    IF CONFIRMED
                       PERFORM POST-SHIPMENT
                    ELSE
                       DISPLAY "SHIPMENT ABANDONED"
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       POST-SHIPMENT.
           PERFORM LOAD-TRANSFER-TABLE
           IF TRANSFER-OVERFLOW OR XFT-COUNT NOT LESS THAN 3000
              DISPLAY "TRANSFER TABLE FULL - SHIP REFUSED"
           ELSE
              PERFORM POST-SHIPMENT-TRANSFER
           END-IF
           .

       POST-SHIPMENT-TRANSFER.
           COMPUTE WS-DELTA-QTY = ZERO - WS-WORK-QTY
           PERFORM APPLY-ONHAND-DELTA
           PERFORM SAVE-ONHAND-TABLE
           PERFORM TAKE-TRANSFER-NUMBER
           ADD 1 TO XFT-COUNT
           MOVE WS-NEXT-TRANSFER TO XFT-NUMBER(XFT-COUNT)
           MOVE WS-FROM-BRANCH TO XFT-FROM-BRANCH(XFT-COUNT)
           MOVE WS-TO-BRANCH TO XFT-TO-BRANCH(XFT-COUNT)
           MOVE WS-WORK-TYPE TO XFT-TYPE-CODE(XFT-COUNT)
           MOVE WS-WORK-QTY TO XFT-SHIP-QTY(XFT-COUNT)
           MOVE WS-RUN-DATE TO XFT-SHIP-DATE(XFT-COUNT)
           MOVE WS-OPERATOR-ID TO XFT-SHIPPED-BY(XFT-COUNT)
           MOVE ZERO TO XFT-RECEIVED-QTY(XFT-COUNT)
           MOVE ZERO TO XFT-RECEIVE-DATE(XFT-COUNT)
           MOVE SPACES TO XFT-RECEIVED-BY(XFT-COUNT)
           MOVE "T" TO XFT-STATUS(XFT-COUNT)
           PERFORM SAVE-TRANSFER-TABLE
           ADD 1 TO WS-NEXT-TRANSFER
           PERFORM SAVE-TRANSFER-NUMBER
           DISPLAY "TRANSFER " XFT-NUMBER(XFT-COUNT)
                   " SHIPPED - NOW IN TRANSIT"
           .

       RECEIVE-TRANSFER.
           PERFORM LOAD-TRANSFER-TABLE
           DISPLAY "TRANSFER NUMBER -"
           ACCEPT WS-WORK-TRANSFER
           PERFORM FIND-TRANSFER-ENTRY
           IF XFT-FOUND-IDX = ZERO
              DISPLAY "TRANSFER NOT ON FILE"
           ELSE
              IF XFT-STATUS(XFT-FOUND-IDX) NOT = "T"
                 DISPLAY "TRANSFER ALREADY RECEIVED ON "
                         XFT-RECEIVE-DATE(XFT-FOUND-IDX)
              ELSE
                 PERFORM RECEIVE-QUANTITY
              END-IF
           END-IF
           .

       FIND-TRANSFER-ENTRY.
           MOVE ZERO TO XFT-FOUND-IDX
           PERFORM VARYING XFT-IDX FROM 1 BY 1
              UNTIL XFT-IDX GREATER THAN XFT-COUNT
                   IF XFT-NUMBER(XFT-IDX) = WS-WORK-TRANSFER
                      MOVE XFT-IDX TO XFT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       RECEIVE-QUANTITY.
           IF XFT-RECEIVED-QTY(XFT-FOUND-IDX) NOT NUMERIC
              MOVE ZERO TO XFT-RECEIVED-QTY(XFT-FOUND-IDX)
           END-IF
           COMPUTE WS-BALANCE-QTY = XFT-SHIP-QTY(XFT-FOUND-IDX) -
              XFT-RECEIVED-QTY(XFT-FOUND-IDX)
           MOVE XFT-SHIP-QTY(XFT-FOUND-IDX) TO PRN-SHIP-QTY
           DISPLAY "FROM " XFT-FROM-BRANCH(XFT-FOUND-IDX)
                   " TO " XFT-TO-BRANCH(XFT-FOUND-IDX)
                   " TYPE " XFT-TYPE-CODE(XFT-FOUND-IDX)
                   " SHIPPED " XFT-SHIP-DATE(XFT-FOUND-IDX)
                   " QTY " PRN-SHIP-QTY
           IF XFT-RECEIVED-QTY(XFT-FOUND-IDX) GREATER THAN ZERO
              MOVE WS-BALANCE-QTY TO PRN-SHIP-QTY
              DISPLAY "PART RECEIVED " XFT-RECEIVE-DATE(XFT-FOUND-IDX)
                      " - STILL DUE " PRN-SHIP-QTY
           END-IF
           DISPLAY "QUANTITY RECEIVED (0 FOR FULL QUANTITY DUE) -"
           ACCEPT WS-WORK-QTY
           IF WS-WORK-QTY = ZERO
              MOVE WS-BALANCE-QTY TO WS-WORK-QTY
           END-IF
           IF WS-WORK-QTY GREATER THAN WS-BALANCE-QTY
              MOVE WS-BALANCE-QTY TO PRN-SHIP-QTY
              DISPLAY "MORE THAN THE " PRN-SHIP-QTY
                      " STILL DUE - RECEIPT REFUSED"
           ELSE
              COMPUTE WS-SHORT-QTY = WS-BALANCE-QTY - WS-WORK-QTY
              IF WS-SHORT-QTY NOT = ZERO
                 MOVE WS-SHORT-QTY TO PRN-SHORT-QTY
                 DISPLAY "SHORT BY " PRN-SHORT-QTY
                         " - THE BALANCE STAYS IN TRANSIT"
              END-IF
              DISPLAY "CONFIRM RECEIPT (Y/N) -"
              ACCEPT WS-CONFIRM
              IF CONFIRMED
                 PERFORM POST-RECEIPT
              ELSE
                 DISPLAY "RECEIPT ABANDONED"
              END-IF
           END-IF
           .

       POST-RECEIPT.
           PERFORM LOAD-TRANSFER-TABLE
           PERFORM FIND-TRANSFER-ENTRY
           IF XFT-FOUND-IDX GREATER THAN ZERO
              IF XFT-RECEIVED-QTY(XFT-FOUND-IDX) NOT NUMERIC
                 MOVE ZERO TO XFT-RECEIVED-QTY(XFT-FOUND-IDX)
              END-IF
              COMPUTE WS-BALANCE-QTY = XFT-SHIP-QTY(XFT-FOUND-IDX) -
                 XFT-RECEIVED-QTY(XFT-FOUND-IDX)
           END-IF
           IF TRANSFER-OVERFLOW OR XFT-FOUND-IDX = ZERO
              DISPLAY "TRANSFER FILE CHANGED - RECEIPT REFUSED"
           ELSE
              IF XFT-STATUS(XFT-FOUND-IDX) NOT = "T" OR
                 WS-WORK-QTY GREATER THAN WS-BALANCE-QTY
                 DISPLAY "TRANSFER RECEIVED ELSEWHERE -"
                         " RECEIPT REFUSED"
              ELSE
                 PERFORM POST-RECEIPT-ONHAND
              END-IF
           END-IF
           .

       POST-RECEIPT-ONHAND.
           PERFORM LOAD-ONHAND-TABLE
           IF ONH-OVERFLOW
              DISPLAY "MORE THAN 3000 ON-HAND POSITIONS ON FILE -"
                      " RECEIPT REFUSED"
           ELSE
              MOVE XFT-TO-BRANCH(XFT-FOUND-IDX) TO WS-LOOKUP-BRANCH
              MOVE XFT-TYPE-CODE(XFT-FOUND-IDX) TO WS-LOOKUP-TYPE
              MOVE WS-WORK-QTY TO WS-DELTA-QTY
              PERFORM APPLY-ONHAND-DELTA
              IF ONH-TABLE-FULL
                 DISPLAY "ON-HAND TABLE FULL - RECEIPT REFUSED"
              ELSE
                 PERFORM SORT-ONHAND-TABLE
                 PERFORM SAVE-ONHAND-TABLE
                 ADD WS-WORK-QTY TO XFT-RECEIVED-QTY(XFT-FOUND-IDX)
                 MOVE WS-RUN-DATE TO XFT-RECEIVE-DATE(XFT-FOUND-IDX)
                 MOVE WS-OPERATOR-ID TO
                    XFT-RECEIVED-BY(XFT-FOUND-IDX)
                 IF XFT-RECEIVED-QTY(XFT-FOUND-IDX) =
                    XFT-SHIP-QTY(XFT-FOUND-IDX)
                    MOVE "R" TO XFT-STATUS(XFT-FOUND-IDX)
                    DISPLAY "TRANSFER " XFT-NUMBER(XFT-FOUND-IDX)
                            " RECEIVED"
                 ELSE
                    DISPLAY "TRANSFER " XFT-NUMBER(XFT-FOUND-IDX)
                            " PART RECEIVED - BALANCE IN TRANSIT"
                 END-IF
                 PERFORM SAVE-TRANSFER-TABLE
              END-IF
           END-IF
           .

       LIST-IN-TRANSIT.
           PERFORM LOAD-TRANSFER-TABLE
           MOVE ZERO TO XFT-FOUND-IDX
           PERFORM VARYING XFT-IDX FROM 1 BY 1
              UNTIL XFT-IDX GREATER THAN XFT-COUNT
                   IF XFT-STATUS(XFT-IDX) = "T"
                      MOVE XFT-IDX TO XFT-FOUND-IDX
                      IF XFT-RECEIVED-QTY(XFT-IDX) NOT NUMERIC
                         MOVE ZERO TO XFT-RECEIVED-QTY(XFT-IDX)
                      END-IF
                      COMPUTE PRN-SHIP-QTY = XFT-SHIP-QTY(XFT-IDX) -
                         XFT-RECEIVED-QTY(XFT-IDX)
                      DISPLAY "TRANSFER " XFT-NUMBER(XFT-IDX)
                              " FROM " XFT-FROM-BRANCH(XFT-IDX)
                              " TO " XFT-TO-BRANCH(XFT-IDX)
                              " TYPE " XFT-TYPE-CODE(XFT-IDX)
                              " SHIPPED " XFT-SHIP-DATE(XFT-IDX)
                              " QTY " PRN-SHIP-QTY
                   END-IF
           END-PERFORM
           IF XFT-FOUND-IDX = ZERO
              DISPLAY "NO TRANSFERS IN TRANSIT"
           END-IF
           .
