       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRINKAGE-VARIANCE.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE ASSIGN TO "stock_counts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SC-STATUS.
           SELECT ONHAND-FILE ASSIGN TO "stock_onhand.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ONH-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.
           SELECT PRICE-FILE ASSIGN TO "candy_prices.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CPR-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "stock_count_adjust.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SCA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "shrinkage_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COUNT-FILE.
       01 COUNT-REC.
          88 END-OF-COUNT-FILE                         VALUE HIGH-VALUES
           .
          05 SC-BRANCH-ID           PIC 9(7).
          05 SC-TYPE-CODE           PIC 9(3).
          05 SC-COUNT-DATE          PIC 9(8).
          05 SC-COUNTED-QTY         PIC 9(7).
          05 SC-STATUS              PIC X.
             88 SC-PENDING                         VALUE "P".
             88 SC-APPROVED                        VALUE "A".
          05 SC-COUNTED-BY          PIC X(8).
          05 SC-APPROVED-BY         PIC X(8).

       FD ONHAND-FILE.
       01 ONHAND-REC.
          88 END-OF-ONHAND-FILE                        VALUE HIGH-VALUES
           .
          05 ONH-BRANCH-ID          PIC 9(7).
          05 ONH-TYPE-CODE          PIC 9(3).
          05 ONH-QTY                PIC S9(7).

       FD CANDY-TYPE-FILE.
       01 CANDY-TYPE-REC.
          88 END-OF-CANDY-TYPES                    VALUE HIGH-VALUES.
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

       FD PRICE-FILE.
       01 PRICE-REC.
          88 END-OF-PRICE-FILE                         VALUE HIGH-VALUES
           .
          05 CP-TYPE-CODE           PIC 9(3).
          05 CP-EFF-DATE            PIC 9(8).
          05 CP-PRICE               PIC 9(5)V99.

       FD ADJUST-FILE.
       01 ADJUST-REC.
          05 SCA-BRANCH-ID          PIC 9(7).
          05 SCA-TYPE-CODE          PIC 9(3).
          05 SCA-COUNT-DATE         PIC 9(8).
          05 SCA-BOOK-QTY           PIC S9(7).
          05 SCA-COUNTED-QTY        PIC 9(7).
          05 SCA-SHRINK-QTY         PIC S9(7).
          05 SCA-SHRINK-VALUE       PIC S9(9)V99.
          05 SCA-POST-DATE          PIC 9(8).
          05 SCA-APPROVED-BY        PIC X(8).

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-SC-STATUS              PIC XX.
       01 WS-ONH-STATUS             PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 WS-CPR-STATUS             PIC XX.
       01 WS-SCA-STATUS             PIC XX.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-ONH-OVERFLOW           PIC X    VALUE "N".
          88 ONH-OVERFLOW                    VALUE "Y".
       01 WS-ONH-TABLE-FULL         PIC X    VALUE "N".
          88 ONH-TABLE-FULL                  VALUE "Y".
       01 WS-COUNT-POSTED           PIC X    VALUE "N".
          88 COUNT-POSTED                    VALUE "Y".
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
       01 COUNT-TABLE.
          05 COUNT-ENTRY OCCURS 2000 TIMES.
             10 SCT-BRANCH-ID       PIC 9(7).
             10 SCT-TYPE-CODE       PIC 9(3).
             10 SCT-COUNT-DATE      PIC 9(8).
             10 SCT-COUNTED-QTY     PIC 9(7).
             10 SCT-STATUS          PIC X.
             10 SCT-COUNTED-BY      PIC X(8).
             10 SCT-APPROVED-BY     PIC X(8).
       01 SCT-COUNT                 PIC 9(4) VALUE ZERO.
       01 SCT-IDX                   PIC 9(4).
       01 SCT-SORT-IDX              PIC 9(4).
       01 SCT-SWAP-ENTRY            PIC X(42).
       01 WS-COUNT-OVERFLOW         PIC X    VALUE "N".
          88 COUNT-OVERFLOW                  VALUE "Y".
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
             10 CAT-TYPE-CODE       PIC 9(3).
             10 CAT-TYPE-NAME       PIC X(20).
             10 CAT-CATEGORY        PIC X(10).
       01 CATALOG-COUNT             PIC 9(3) VALUE ZERO.
       01 CATALOG-IDX               PIC 9(3).
       01 WS-TYPE-NAME              PIC X(20).
       01 WS-LINE-CATEGORY          PIC X(10).
       01 PRICE-TABLE.
          05 PRICE-ENTRY OCCURS 500 TIMES.
             10 PCT-TYPE-CODE       PIC 9(3).
             10 PCT-EFF-DATE        PIC 9(8).
             10 PCT-PRICE           PIC 9(5)V99.
       01 PCT-COUNT                 PIC 9(3) VALUE ZERO.
       01 PCT-IDX                   PIC 9(3).
       01 WS-UNIT-PRICE             PIC 9(5)V99.
       01 WS-BEST-EFF-DATE          PIC 9(8).
       01 WS-PRICE-ON-FILE          PIC X.
          88 PRICE-ON-FILE                   VALUE "Y".
       01 BRANCH-TOTAL-TABLE.
          05 BRANCH-TOTAL-ENTRY OCCURS 500 TIMES.
             10 BTT-BRANCH-ID       PIC 9(7).
             10 BTT-LINES           PIC 9(5).
             10 BTT-SHRINK-QTY      PIC S9(9).
             10 BTT-SHRINK-VALUE    PIC S9(9)V99.
       01 BTT-COUNT                 PIC 9(3) VALUE ZERO.
       01 BTT-IDX                   PIC 9(3).
       01 BTT-FOUND-IDX             PIC 9(3).
       01 CATEGORY-TABLE.
          05 CATEGORY-ENTRY OCCURS 20 TIMES.
             10 CGT-CATEGORY        PIC X(10).
             10 CGT-LINES           PIC 9(5).
             10 CGT-SHRINK-QTY      PIC S9(9).
             10 CGT-SHRINK-VALUE    PIC S9(9)V99.
       01 CGT-COUNT                 PIC 99   VALUE ZERO.
       01 CGT-IDX                   PIC 99.
       01 CGT-FOUND-IDX             PIC 99.
       01 WS-BOOK-QTY               PIC S9(7).
       01 WS-SHRINK-QTY             PIC S9(7).
       01 WS-SHRINK-VALUE           PIC S9(9)V99.
       01 LINES-REPORTED            PIC 9(5)     VALUE ZERO.
       01 LINES-POSTED              PIC 9(5)     VALUE ZERO.
       01 LINES-PENDING             PIC 9(5)     VALUE ZERO.
       01 LINES-NOT-POSTED          PIC 9(5)     VALUE ZERO.
       01 NO-PRICE-COUNT            PIC 9(5)     VALUE ZERO.
       01 TOTAL-SHRINK-QTY          PIC S9(9)    VALUE ZERO.
       01 TOTAL-SHRINK-VALUE        PIC S9(11)V99 VALUE ZERO.
       01 POSTED-SHRINK-VALUE       PIC S9(11)V99 VALUE ZERO.

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Stock Count Shrinkage Report".
       01 REPORT-HEADING2           PIC X(115)
                                                       VALUE
             "Branch   Type  Name                  CountDate       Book
      -      "  Counted    Shrink  UnitPrice      ShrinkValue  Status".
       01 DETAIL-LINE.
          05 PRN-BRANCH-ID          PIC 9(7).
          05 PRN-TYPE-CODE          PIC B(2)9(3).
          05 PRN-TYPE-NAME          PIC B(2)X(20).
          05 PRN-COUNT-DATE         PIC B(2)9(8).
          05 PRN-BOOK-QTY           PIC B(2)Z(6)9-.
          05 PRN-COUNTED-QTY        PIC B(2)Z(6)9.
          05 PRN-SHRINK-QTY         PIC B(2)Z(6)9-.
          05 PRN-UNIT-PRICE         PIC B(2)$$,$$9.99.
          05 PRN-SHRINK-VALUE       PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-LINE-STATUS        PIC B(2)X(8).
       01 BRANCH-HEADING            PIC X(60)
                                                       VALUE
             "Shrinkage by Branch     Lines    Units       Value".
       01 BRANCH-TOTAL-LINE.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 PRN-BTT-BRANCH-ID      PIC 9(7).
          05 FILLER                 PIC X(12) VALUE SPACES.
          05 PRN-BTT-LINES          PIC Z(4)9.
          05 PRN-BTT-SHRINK-QTY     PIC B(2)Z(6)9-.
          05 PRN-BTT-SHRINK-VALUE   PIC B(2)$$$,$$$,$$9.99-.
       01 CATEGORY-HEADING          PIC X(60)
                                                       VALUE
             "Shrinkage by Category   Lines    Units       Value".
       01 CATEGORY-TOTAL-LINE.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 PRN-CGT-CATEGORY       PIC X(10).
          05 FILLER                 PIC X(9)  VALUE SPACES.
          05 PRN-CGT-LINES          PIC Z(4)9.
          05 PRN-CGT-SHRINK-QTY     PIC B(2)Z(6)9-.
          05 PRN-CGT-SHRINK-VALUE   PIC B(2)$$$,$$$,$$9.99-.
       01 GRAND-TOTAL-LINE.
          05 FILLER                 PIC X(21) VALUE
             "  TOTAL SHRINKAGE".
          05 PRN-TOT-LINES          PIC Z(4)9.
          05 PRN-TOT-SHRINK-QTY     PIC B(2)Z(8)9-.
          05 PRN-TOT-SHRINK-VALUE   PIC B(2)$$$,$$$,$$$,$$9.99-.
       01 PRN-POSTED-VALUE          PIC $$$,$$$,$$$,$$9.99-.
       01 NOT-POSTED-LINE           PIC X(60) VALUE
             "  *** NOT POSTED - TABLE FULL".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-COUNT-TABLE
           IF COUNT-OVERFLOW
              DISPLAY "MORE THAN 2000 COUNT LINES ON FILE -"
                      " RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SCT-COUNT = ZERO
              DISPLAY "NO STOCK COUNTS ON FILE - NOTHING TO COMPARE"
              STOP RUN
           END-IF
           PERFORM LOAD-ONHAND-TABLE
           IF ONH-OVERFLOW
              DISPLAY "MORE THAN 3000 ON-HAND POSITIONS ON FILE -"
                      " PURGE DEAD POSITIONS FIRST - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-CANDY-CATALOG
           PERFORM LOAD-PRICE-TABLE
           PERFORM SORT-COUNT-TABLE
           OPEN EXTEND ADJUST-FILE
           IF WS-SCA-STATUS = "35"
              OPEN OUTPUT ADJUST-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           DISPLAY REPORT-HEADING1
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           PERFORM VARYING SCT-IDX FROM 1 BY 1
              UNTIL SCT-IDX GREATER THAN SCT-COUNT
                   PERFORM COMPARE-ONE-COUNT
           END-PERFORM
           PERFORM PRINT-BRANCH-TOTALS
           PERFORM PRINT-CATEGORY-TOTALS
           MOVE LINES-REPORTED TO PRN-TOT-LINES
           MOVE TOTAL-SHRINK-QTY TO PRN-TOT-SHRINK-QTY
           MOVE TOTAL-SHRINK-VALUE TO PRN-TOT-SHRINK-VALUE
           DISPLAY GRAND-TOTAL-LINE
           MOVE GRAND-TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           CLOSE REPORT-FILE
           CLOSE ADJUST-FILE
           IF LINES-POSTED GREATER THAN ZERO
              PERFORM SORT-ONHAND-TABLE
              PERFORM SAVE-ONHAND-TABLE
           END-IF
           PERFORM SAVE-COUNT-TABLE
           IF LINES-NOT-POSTED GREATER THAN ZERO
              DISPLAY "ON-HAND TABLE FILLED DURING THE RUN -"
                      " SOME COUNTED POSITIONS WERE NOT POSTED"
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE POSTED-SHRINK-VALUE TO PRN-POSTED-VALUE
           DISPLAY "COUNT LINES COMPARED  " LINES-REPORTED
           DISPLAY "COUNT LINES POSTED    " LINES-POSTED
           DISPLAY "AWAITING APPROVAL     " LINES-PENDING
           DISPLAY "NOT POSTED - TBL FULL " LINES-NOT-POSTED
           DISPLAY "TYPES WITH NO PRICE   " NO-PRICE-COUNT
           DISPLAY "SHRINKAGE POSTED      " PRN-POSTED-VALUE
           STOP RUN.

       LOAD-COUNT-TABLE.
           MOVE ZERO TO SCT-COUNT
           OPEN INPUT COUNT-FILE
           IF WS-SC-STATUS = "00"
              READ COUNT-FILE
              AT END
                 SET END-OF-COUNT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-COUNT-FILE
                      IF SC-BRANCH-ID NUMERIC AND
                         SC-TYPE-CODE NUMERIC AND
                         SC-COUNT-DATE NUMERIC AND
                         SC-COUNTED-QTY NUMERIC
                         IF SCT-COUNT LESS THAN 2000
                            ADD 1 TO SCT-COUNT
                            MOVE COUNT-REC TO COUNT-ENTRY(SCT-COUNT)
                         ELSE
                            SET COUNT-OVERFLOW TO TRUE
                         END-IF
                      ELSE
                         DISPLAY "BAD COUNT RECORD DROPPED - "
                                 COUNT-REC(1:25)
                      END-IF
                      READ COUNT-FILE
                      AT END
                         SET END-OF-COUNT-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE COUNT-FILE
           END-IF
           .

       SORT-COUNT-TABLE.
           PERFORM VARYING SCT-IDX FROM 2 BY 1
              UNTIL SCT-IDX GREATER THAN SCT-COUNT
                   MOVE COUNT-ENTRY(SCT-IDX) TO SCT-SWAP-ENTRY
                   PERFORM VARYING SCT-SORT-IDX FROM SCT-IDX BY -1
                      UNTIL SCT-SORT-IDX = 1 OR
                         COUNT-ENTRY(SCT-SORT-IDX - 1)(1:18) NOT
                            GREATER THAN SCT-SWAP-ENTRY(1:18)
                         MOVE COUNT-ENTRY(SCT-SORT-IDX - 1) TO
                            COUNT-ENTRY(SCT-SORT-IDX)
                   END-PERFORM
                   MOVE SCT-SWAP-ENTRY TO COUNT-ENTRY(SCT-SORT-IDX)
           END-PERFORM
           .

       SAVE-COUNT-TABLE.
           OPEN OUTPUT COUNT-FILE
           PERFORM VARYING SCT-IDX FROM 1 BY 1
              UNTIL SCT-IDX GREATER THAN SCT-COUNT
                   IF SCT-STATUS(SCT-IDX) NOT = "D"
                      MOVE COUNT-ENTRY(SCT-IDX) TO COUNT-REC
                      WRITE COUNT-REC
                   END-IF
           END-PERFORM
           CLOSE COUNT-FILE
           .

       LOAD-ONHAND-TABLE.
           MOVE ZERO TO OHT-COUNT
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

       COMPARE-ONE-COUNT.
           PERFORM FIND-ONHAND-POSITION
           IF OHT-FOUND-IDX GREATER THAN ZERO
              MOVE OHT-QTY(OHT-FOUND-IDX) TO WS-BOOK-QTY
           ELSE
              MOVE ZERO TO WS-BOOK-QTY
           END-IF
           COMPUTE WS-SHRINK-QTY =
              WS-BOOK-QTY - SCT-COUNTED-QTY(SCT-IDX)
           PERFORM FIND-PRICE-IN-EFFECT
           IF NOT PRICE-ON-FILE
              ADD 1 TO NO-PRICE-COUNT
           END-IF
           COMPUTE WS-SHRINK-VALUE ROUNDED =
              WS-SHRINK-QTY * WS-UNIT-PRICE
           PERFORM FIND-TYPE-NAME
           ADD 1 TO LINES-REPORTED
           ADD WS-SHRINK-QTY TO TOTAL-SHRINK-QTY
           ADD WS-SHRINK-VALUE TO TOTAL-SHRINK-VALUE
           PERFORM ACCUMULATE-BRANCH-TOTAL
           PERFORM ACCUMULATE-CATEGORY-TOTAL
           MOVE SCT-BRANCH-ID(SCT-IDX) TO PRN-BRANCH-ID
           MOVE SCT-TYPE-CODE(SCT-IDX) TO PRN-TYPE-CODE
           MOVE WS-TYPE-NAME TO PRN-TYPE-NAME
           MOVE SCT-COUNT-DATE(SCT-IDX) TO PRN-COUNT-DATE
           MOVE WS-BOOK-QTY TO PRN-BOOK-QTY
           MOVE SCT-COUNTED-QTY(SCT-IDX) TO PRN-COUNTED-QTY
           MOVE WS-SHRINK-QTY TO PRN-SHRINK-QTY
           MOVE WS-UNIT-PRICE TO PRN-UNIT-PRICE
           MOVE WS-SHRINK-VALUE TO PRN-SHRINK-VALUE
           IF SCT-STATUS(SCT-IDX) = "A"
              PERFORM POST-ONE-COUNT
              IF COUNT-POSTED
                 MOVE "POSTED" TO PRN-LINE-STATUS
              ELSE
                 ADD 1 TO LINES-NOT-POSTED
                 MOVE "UNPOSTED" TO PRN-LINE-STATUS
              END-IF
           ELSE
              ADD 1 TO LINES-PENDING
              MOVE "PENDING" TO PRN-LINE-STATUS
           END-IF
           IF NOT PRICE-ON-FILE AND
              (SCT-STATUS(SCT-IDX) NOT = "A" OR COUNT-POSTED)
              MOVE "NO PRICE" TO PRN-LINE-STATUS
           END-IF
           DISPLAY DETAIL-LINE
           MOVE DETAIL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           IF SCT-STATUS(SCT-IDX) = "A" AND NOT COUNT-POSTED
              DISPLAY NOT-POSTED-LINE
              MOVE NOT-POSTED-LINE TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
           END-IF
           .

       POST-ONE-COUNT.
           MOVE "Y" TO WS-COUNT-POSTED
           IF OHT-FOUND-IDX GREATER THAN ZERO
              MOVE SCT-COUNTED-QTY(SCT-IDX) TO OHT-QTY(OHT-FOUND-IDX)
           ELSE
              IF OHT-COUNT LESS THAN 3000
                 ADD 1 TO OHT-COUNT
                 MOVE SCT-BRANCH-ID(SCT-IDX) TO OHT-BRANCH-ID(OHT-COUNT)
                 MOVE SCT-TYPE-CODE(SCT-IDX) TO OHT-TYPE-CODE(OHT-COUNT)
                 MOVE SCT-COUNTED-QTY(SCT-IDX) TO OHT-QTY(OHT-COUNT)
              ELSE
                 SET ONH-TABLE-FULL TO TRUE
                 MOVE "N" TO WS-COUNT-POSTED
              END-IF
           END-IF
           IF COUNT-POSTED
              MOVE SCT-BRANCH-ID(SCT-IDX) TO SCA-BRANCH-ID
              MOVE SCT-TYPE-CODE(SCT-IDX) TO SCA-TYPE-CODE
              MOVE SCT-COUNT-DATE(SCT-IDX) TO SCA-COUNT-DATE
              MOVE WS-BOOK-QTY TO SCA-BOOK-QTY
              MOVE SCT-COUNTED-QTY(SCT-IDX) TO SCA-COUNTED-QTY
              MOVE WS-SHRINK-QTY TO SCA-SHRINK-QTY
              MOVE WS-SHRINK-VALUE TO SCA-SHRINK-VALUE
              MOVE WS-RUN-DATE TO SCA-POST-DATE
              MOVE SCT-APPROVED-BY(SCT-IDX) TO SCA-APPROVED-BY
              WRITE ADJUST-REC
              MOVE "D" TO SCT-STATUS(SCT-IDX)
              ADD 1 TO LINES-POSTED
              ADD WS-SHRINK-VALUE TO POSTED-SHRINK-VALUE
           END-IF
           .

       FIND-ONHAND-POSITION.
           MOVE ZERO TO OHT-FOUND-IDX
           PERFORM VARYING OHT-IDX FROM 1 BY 1
              UNTIL OHT-IDX GREATER THAN OHT-COUNT
                   IF OHT-BRANCH-ID(OHT-IDX) =
                      SCT-BRANCH-ID(SCT-IDX) AND
                      OHT-TYPE-CODE(OHT-IDX) =
                      SCT-TYPE-CODE(SCT-IDX)
                      MOVE OHT-IDX TO OHT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       FIND-PRICE-IN-EFFECT.
           MOVE "N" TO WS-PRICE-ON-FILE
           MOVE ZERO TO WS-UNIT-PRICE
           MOVE ZERO TO WS-BEST-EFF-DATE
           PERFORM VARYING PCT-IDX FROM 1 BY 1
              UNTIL PCT-IDX GREATER THAN PCT-COUNT
                   IF PCT-TYPE-CODE(PCT-IDX) = SCT-TYPE-CODE(SCT-IDX)
                      AND PCT-EFF-DATE(PCT-IDX) NOT GREATER THAN
                         SCT-COUNT-DATE(SCT-IDX) AND
                      PCT-EFF-DATE(PCT-IDX) NOT LESS THAN
                         WS-BEST-EFF-DATE
                      MOVE "Y" TO WS-PRICE-ON-FILE
                      MOVE PCT-EFF-DATE(PCT-IDX) TO WS-BEST-EFF-DATE
                      MOVE PCT-PRICE(PCT-IDX) TO WS-UNIT-PRICE
                   END-IF
           END-PERFORM
           .

       FIND-TYPE-NAME.
           MOVE SPACES TO WS-TYPE-NAME
           MOVE "UNKNOWN" TO WS-LINE-CATEGORY
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                   IF CAT-TYPE-CODE(CATALOG-IDX) =
                      SCT-TYPE-CODE(SCT-IDX)
                      MOVE CAT-TYPE-NAME(CATALOG-IDX) TO WS-TYPE-NAME
                      IF CAT-CATEGORY(CATALOG-IDX) NOT = SPACES
                         MOVE CAT-CATEGORY(CATALOG-IDX) TO
                            WS-LINE-CATEGORY
                      END-IF
                   END-IF
           END-PERFORM
           .

       ACCUMULATE-BRANCH-TOTAL.
           MOVE ZERO TO BTT-FOUND-IDX
           PERFORM VARYING BTT-IDX FROM 1 BY 1
              UNTIL BTT-IDX GREATER THAN BTT-COUNT
                   IF BTT-BRANCH-ID(BTT-IDX) = SCT-BRANCH-ID(SCT-IDX)
                      MOVE BTT-IDX TO BTT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF BTT-FOUND-IDX = ZERO AND BTT-COUNT LESS THAN 500
              ADD 1 TO BTT-COUNT
              MOVE BTT-COUNT TO BTT-FOUND-IDX
              MOVE SCT-BRANCH-ID(SCT-IDX) TO BTT-BRANCH-ID(BTT-COUNT)
              MOVE ZERO TO BTT-LINES(BTT-COUNT)
              MOVE ZERO TO BTT-SHRINK-QTY(BTT-COUNT)
              MOVE ZERO TO BTT-SHRINK-VALUE(BTT-COUNT)
           END-IF
           IF BTT-FOUND-IDX GREATER THAN ZERO
              ADD 1 TO BTT-LINES(BTT-FOUND-IDX)
              ADD WS-SHRINK-QTY TO BTT-SHRINK-QTY(BTT-FOUND-IDX)
              ADD WS-SHRINK-VALUE TO BTT-SHRINK-VALUE(BTT-FOUND-IDX)
           END-IF
           .

       ACCUMULATE-CATEGORY-TOTAL.
           MOVE ZERO TO CGT-FOUND-IDX
           PERFORM VARYING CGT-IDX FROM 1 BY 1
              UNTIL CGT-IDX GREATER THAN CGT-COUNT
                   IF CGT-CATEGORY(CGT-IDX) = WS-LINE-CATEGORY
                      MOVE CGT-IDX TO CGT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF CGT-FOUND-IDX = ZERO AND CGT-COUNT LESS THAN 20
              ADD 1 TO CGT-COUNT
              MOVE CGT-COUNT TO CGT-FOUND-IDX
              MOVE WS-LINE-CATEGORY TO CGT-CATEGORY(CGT-COUNT)
              MOVE ZERO TO CGT-LINES(CGT-COUNT)
              MOVE ZERO TO CGT-SHRINK-QTY(CGT-COUNT)
              MOVE ZERO TO CGT-SHRINK-VALUE(CGT-COUNT)
           END-IF
           IF CGT-FOUND-IDX GREATER THAN ZERO
              ADD 1 TO CGT-LINES(CGT-FOUND-IDX)
              ADD WS-SHRINK-QTY TO CGT-SHRINK-QTY(CGT-FOUND-IDX)
              ADD WS-SHRINK-VALUE TO CGT-SHRINK-VALUE(CGT-FOUND-IDX)
           END-IF
           .

       PRINT-BRANCH-TOTALS.
           DISPLAY BRANCH-HEADING
           MOVE BRANCH-HEADING TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           PERFORM VARYING BTT-IDX FROM 1 BY 1
              UNTIL BTT-IDX GREATER THAN BTT-COUNT
                   MOVE BTT-BRANCH-ID(BTT-IDX) TO PRN-BTT-BRANCH-ID
                   MOVE BTT-LINES(BTT-IDX) TO PRN-BTT-LINES
                   MOVE BTT-SHRINK-QTY(BTT-IDX) TO PRN-BTT-SHRINK-QTY
                   MOVE BTT-SHRINK-VALUE(BTT-IDX) TO
                      PRN-BTT-SHRINK-VALUE
                   DISPLAY BRANCH-TOTAL-LINE
                   MOVE BRANCH-TOTAL-LINE TO REPORT-FILE-REC
                   WRITE REPORT-FILE-REC
           END-PERFORM
           .

       PRINT-CATEGORY-TOTALS.
           DISPLAY CATEGORY-HEADING
           MOVE CATEGORY-HEADING TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           PERFORM VARYING CGT-IDX FROM 1 BY 1
              UNTIL CGT-IDX GREATER THAN CGT-COUNT
                   MOVE CGT-CATEGORY(CGT-IDX) TO PRN-CGT-CATEGORY
                   MOVE CGT-LINES(CGT-IDX) TO PRN-CGT-LINES
                   MOVE CGT-SHRINK-QTY(CGT-IDX) TO PRN-CGT-SHRINK-QTY
                   MOVE CGT-SHRINK-VALUE(CGT-IDX) TO
                      PRN-CGT-SHRINK-VALUE
                   DISPLAY CATEGORY-TOTAL-LINE
                   MOVE CATEGORY-TOTAL-LINE TO REPORT-FILE-REC
                   WRITE REPORT-FILE-REC
           END-PERFORM
           .
