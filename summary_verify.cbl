       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMMARY-VERIFY.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDY-FILE ASSIGN TO "candy_sale.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CDY-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "candy_summary.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CSM-KEY
                 FILE STATUS IS WS-CSM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "summary_verify_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CANDY-FILE.
       01 CANDY-REC.
          88 END-OF-CANDY-FILE                         VALUE HIGH-VALUES
           .
          05 CN-BRANCH-ID           PIC 9(7).
          05 CN-STATE-NUM           PIC 99.
          05 CN-TYPE-CODE           PIC 9(3).
          05 CN-TRAN-DATE           PIC 9(8).
          05 CN-REGISTER-NUM        PIC 9(3).
          05 CN-QUANTITY            PIC 9(5).
          05 CN-UNIT-PRICE          PIC 9(5)V99.
          05 CN-PROMO-CODE          PIC X(4).
          05 CN-AMOUNT              PIC S9(7)V99.
          05 CN-RECEIPT-SEQ         PIC 9(6).
          05 CN-MEMBER-NUM          PIC 9(7).
          05 CN-POINTS-REDEEMED     PIC 9(5).

       FD SUMMARY-FILE.
       01 SUMMARY-REC.
          88 END-OF-SUMMARY-FILE                       VALUE HIGH-VALUES
           .
          05 CSM-KEY.
             10 CSM-BRANCH-ID       PIC 9(7).
             10 CSM-TRAN-DATE       PIC 9(8).
             10 CSM-REGISTER-NUM    PIC 9(3).
             10 CSM-TYPE-CODE       PIC 9(3).
             10 CSM-PROMO-CODE      PIC X(4).
             10 CSM-POSTING         PIC X.
                88 CSM-POSTED                      VALUE "P".
                88 CSM-REJECTED                    VALUE "R".
          05 CSM-STATE-NUM          PIC 99.
          05 CSM-AMOUNT             PIC S9(9)V99.
          05 CSM-QUANTITY           PIC 9(7).
          05 CSM-RETURN-AMOUNT      PIC 9(9)V99.
          05 CSM-TRAN-COUNT         PIC 9(7).
          05 CSM-POINTS-REDEEMED    PIC 9(9).
          05 CSM-RUN-STAMP          PIC 9(14).

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CDY-STATUS             PIC XX.
       01 WS-CSM-STATUS             PIC XX.
       01 WS-VERIFY-DATE.
          05 WS-VERIFY-YEAR         PIC 9(4).
          05 WS-VERIFY-MONTH        PIC 99.
          05 WS-VERIFY-DAY          PIC 99.
       01 VERIFY-TABLE.
          05 VERIFY-ENTRY OCCURS 3000 TIMES.
             10 VFY-KEY.
                15 VFY-BRANCH-ID    PIC 9(7).
                15 VFY-REGISTER-NUM PIC 9(3).
                15 VFY-TYPE-CODE    PIC 9(3).
                15 VFY-PROMO-CODE   PIC X(4).
             10 VFY-DTL-AMOUNT      PIC S9(9)V99.
             10 VFY-DTL-QTY         PIC 9(7).
             10 VFY-DTL-RETURNS     PIC 9(9)V99.
             10 VFY-DTL-COUNT       PIC 9(7).
             10 VFY-DTL-POINTS      PIC 9(9).
             10 VFY-SUM-AMOUNT      PIC S9(9)V99.
             10 VFY-SUM-QTY         PIC 9(7).
             10 VFY-SUM-RETURNS     PIC 9(9)V99.
             10 VFY-SUM-COUNT       PIC 9(7).
             10 VFY-SUM-POINTS      PIC 9(9).
       01 VFY-COUNT                 PIC 9(4) VALUE ZERO.
       01 VFY-IDX                   PIC 9(4).
       01 VFY-FOUND-IDX             PIC 9(4).
       01 WS-LOOKUP-KEY.
          05 WS-LOOKUP-BRANCH       PIC 9(7).
          05 WS-LOOKUP-REGISTER     PIC 9(3).
          05 WS-LOOKUP-TYPE         PIC 9(3).
          05 WS-LOOKUP-PROMO        PIC X(4).
       01 WS-TABLE-FULL             PIC X    VALUE "N".
          88 TABLE-FULL                      VALUE "Y".
       01 DETAIL-LINES              PIC 9(9)      VALUE ZERO.
       01 DETAIL-AMOUNT             PIC S9(11)V99 VALUE ZERO.
       01 SUMMARY-ROWS              PIC 9(9)      VALUE ZERO.
       01 SUMMARY-LINES             PIC 9(9)      VALUE ZERO.
       01 SUMMARY-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01 POSTED-LINES              PIC 9(9)      VALUE ZERO.
       01 POSTED-AMOUNT             PIC S9(11)V99 VALUE ZERO.
       01 REJECTED-LINES            PIC 9(9)      VALUE ZERO.
       01 REJECTED-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       01 MISMATCH-COUNT            PIC 9(5)      VALUE ZERO.
       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16)
                                               VALUE "SUMMARY-VERIFY"
           .
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Candy Summary Verification".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(16)
                                                       VALUE
             "  SALES DATE -  ".
          05 PRN-VERIFY-DATE        PIC 9(8).
       01 MISMATCH-HEADING          PIC X(84)
                                                       VALUE
             "  Branch   Reg Type Promo  DtlLines SumLines       DetailA
      -      "mt      SummaryAmt  Units".
       01 MISMATCH-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-MIS-BRANCH-ID      PIC 9(7).
          05 PRN-MIS-REGISTER       PIC B(2)9(3).
          05 PRN-MIS-TYPE           PIC B(2)9(3).
          05 PRN-MIS-PROMO          PIC B(2)X(4).
          05 PRN-MIS-DTL-COUNT      PIC B(2)ZZZ,ZZ9.
          05 PRN-MIS-SUM-COUNT      PIC B(2)ZZZ,ZZ9.
          05 PRN-MIS-DTL-AMOUNT     PIC B(2)$$$,$$$,$$9.99-.
          05 PRN-MIS-SUM-AMOUNT     PIC B(1)$$$,$$$,$$9.99-.
          05 PRN-MIS-UNIT-FLAG      PIC B(2)X(4).
       01 TOTAL-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-TOTAL-LABEL        PIC X(24).
          05 PRN-TOTAL-LINES        PIC ZZZ,ZZZ,ZZ9.
          05 PRN-TOTAL-AMOUNT       PIC B(2)$$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "SALES DATE TO VERIFY (YYYYMMDD) -"
           ACCEPT WS-VERIFY-DATE
           IF WS-VERIFY-DATE NOT NUMERIC OR
              WS-VERIFY-MONTH LESS THAN 1 OR
              WS-VERIFY-MONTH GREATER THAN 12 OR
              WS-VERIFY-DAY LESS THAN 1 OR
              WS-VERIFY-DAY GREATER THAN 31 OR
              WS-VERIFY-YEAR LESS THAN 1901
              DISPLAY "INVALID SALES DATE - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT SUMMARY-FILE
           IF WS-CSM-STATUS NOT = "00"
              DISPLAY "NO CANDY SUMMARY ON HAND - STATUS "
                      WS-CSM-STATUS
              MOVE "E" TO MLG-SEVERITY
              MOVE "SV0003" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "CANDY SUMMARY UNAVAILABLE - STATUS "
                        DELIMITED BY SIZE
                     WS-CSM-STATUS DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM REBUILD-DAY-FROM-DETAIL
           PERFORM LOAD-DAY-FROM-SUMMARY
           CLOSE SUMMARY-FILE
           OPEN OUTPUT REPORT-FILE
           DISPLAY REPORT-HEADING1
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE WS-VERIFY-DATE TO PRN-VERIFY-DATE
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY MISMATCH-HEADING
           MOVE MISMATCH-HEADING TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           PERFORM VARYING VFY-IDX FROM 1 BY 1
              UNTIL VFY-IDX GREATER THAN VFY-COUNT
                   PERFORM COMPARE-ONE-KEY
           END-PERFORM
           IF MISMATCH-COUNT = ZERO
              MOVE "  SUMMARY AGREES WITH DETAIL FOR EVERY KEY" TO
                 REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY REPORT-FILE-REC
           END-IF
           MOVE "DETAIL LINES REBUILT" TO PRN-TOTAL-LABEL
           MOVE DETAIL-LINES TO PRN-TOTAL-LINES
           MOVE DETAIL-AMOUNT TO PRN-TOTAL-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "SUMMARY LINES CARRIED" TO PRN-TOTAL-LABEL
           MOVE SUMMARY-LINES TO PRN-TOTAL-LINES
           MOVE SUMMARY-AMOUNT TO PRN-TOTAL-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "  OF WHICH POSTED" TO PRN-TOTAL-LABEL
           MOVE POSTED-LINES TO PRN-TOTAL-LINES
           MOVE POSTED-AMOUNT TO PRN-TOTAL-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "  OF WHICH REJECTED" TO PRN-TOTAL-LABEL
           MOVE REJECTED-LINES TO PRN-TOTAL-LINES
           MOVE REJECTED-AMOUNT TO PRN-TOTAL-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           IF TABLE-FULL
              MOVE "  KEY TABLE FULL - VERIFICATION IS PARTIAL" TO
                 REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY REPORT-FILE-REC
           END-IF
           CLOSE REPORT-FILE
           PERFORM LOG-RUN-OUTCOME
           STOP RUN.

       REBUILD-DAY-FROM-DETAIL.
           OPEN INPUT CANDY-FILE
           IF WS-CDY-STATUS NOT = "00"
              DISPLAY "NO CANDY SALE FILE ON HAND"
           ELSE
              READ CANDY-FILE
              AT END
                 SET END-OF-CANDY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CANDY-FILE
                      IF CANDY-REC(1:1) NOT = "H" AND
                         CANDY-REC(1:1) NOT = "T" AND
                         CANDY-REC(20:29) NOT = SPACES AND
                         CN-BRANCH-ID NUMERIC AND
                         CN-STATE-NUM NUMERIC AND
                         CN-TYPE-CODE NUMERIC AND
                         CN-TRAN-DATE NUMERIC AND
                         CN-QUANTITY NUMERIC AND
                         CN-UNIT-PRICE NUMERIC AND
                         CN-AMOUNT NUMERIC
                         IF CN-TRAN-DATE = WS-VERIFY-DATE
                            PERFORM ADD-DETAIL-LINE
                         END-IF
                      END-IF
                      READ CANDY-FILE
                      AT END
                         SET END-OF-CANDY-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-FILE
           END-IF
           .

       ADD-DETAIL-LINE.
           ADD 1 TO DETAIL-LINES
           ADD CN-AMOUNT TO DETAIL-AMOUNT
           MOVE CN-BRANCH-ID TO WS-LOOKUP-BRANCH
           IF CN-REGISTER-NUM NUMERIC
              MOVE CN-REGISTER-NUM TO WS-LOOKUP-REGISTER
           ELSE
              MOVE ZERO TO WS-LOOKUP-REGISTER
           END-IF
           MOVE CN-TYPE-CODE TO WS-LOOKUP-TYPE
           MOVE CN-PROMO-CODE TO WS-LOOKUP-PROMO
           PERFORM FIND-VERIFY-ENTRY
           IF VFY-FOUND-IDX GREATER THAN ZERO
              ADD CN-AMOUNT TO VFY-DTL-AMOUNT(VFY-FOUND-IDX)
              ADD CN-QUANTITY TO VFY-DTL-QTY(VFY-FOUND-IDX)
              ADD 1 TO VFY-DTL-COUNT(VFY-FOUND-IDX)
              IF CN-AMOUNT LESS THAN ZERO
                 SUBTRACT CN-AMOUNT FROM VFY-DTL-RETURNS(VFY-FOUND-IDX)
              END-IF
              IF CN-AMOUNT GREATER THAN ZERO AND
                 CN-POINTS-REDEEMED NUMERIC
                 ADD CN-POINTS-REDEEMED TO
                    VFY-DTL-POINTS(VFY-FOUND-IDX)
              END-IF
           END-IF
           .

       LOAD-DAY-FROM-SUMMARY.
           MOVE LOW-VALUES TO CSM-KEY
           START SUMMARY-FILE KEY IS GREATER THAN OR EQUAL CSM-KEY
              INVALID KEY
                 SET END-OF-SUMMARY-FILE TO TRUE
           END-START
           IF NOT END-OF-SUMMARY-FILE
              READ SUMMARY-FILE NEXT RECORD
              AT END
                 SET END-OF-SUMMARY-FILE TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL END-OF-SUMMARY-FILE
                   IF CSM-TRAN-DATE = WS-VERIFY-DATE
                      PERFORM ADD-SUMMARY-ROW
                   END-IF
                   READ SUMMARY-FILE NEXT RECORD
                   AT END
                      SET END-OF-SUMMARY-FILE TO TRUE
                   END-READ
           END-PERFORM
           .

       ADD-SUMMARY-ROW.
           ADD 1 TO SUMMARY-ROWS
           ADD CSM-TRAN-COUNT TO SUMMARY-LINES
           ADD CSM-AMOUNT TO SUMMARY-AMOUNT
           IF CSM-POSTED
              ADD CSM-TRAN-COUNT TO POSTED-LINES
              ADD CSM-AMOUNT TO POSTED-AMOUNT
           ELSE
              ADD CSM-TRAN-COUNT TO REJECTED-LINES
              ADD CSM-AMOUNT TO REJECTED-AMOUNT
           END-IF
           MOVE CSM-BRANCH-ID TO WS-LOOKUP-BRANCH
           MOVE CSM-REGISTER-NUM TO WS-LOOKUP-REGISTER
           MOVE CSM-TYPE-CODE TO WS-LOOKUP-TYPE
           MOVE CSM-PROMO-CODE TO WS-LOOKUP-PROMO
           PERFORM FIND-VERIFY-ENTRY
           IF VFY-FOUND-IDX GREATER THAN ZERO
              ADD CSM-AMOUNT TO VFY-SUM-AMOUNT(VFY-FOUND-IDX)
              ADD CSM-QUANTITY TO VFY-SUM-QTY(VFY-FOUND-IDX)
              ADD CSM-RETURN-AMOUNT TO VFY-SUM-RETURNS(VFY-FOUND-IDX)
              ADD CSM-TRAN-COUNT TO VFY-SUM-COUNT(VFY-FOUND-IDX)
              ADD CSM-POINTS-REDEEMED TO VFY-SUM-POINTS(VFY-FOUND-IDX)
           END-IF
           .

       FIND-VERIFY-ENTRY.
           MOVE ZERO TO VFY-FOUND-IDX
           PERFORM VARYING VFY-IDX FROM 1 BY 1
              UNTIL VFY-IDX GREATER THAN VFY-COUNT
                 OR VFY-FOUND-IDX GREATER THAN ZERO
                   IF VFY-KEY(VFY-IDX) = WS-LOOKUP-KEY
                      MOVE VFY-IDX TO VFY-FOUND-IDX
                   END-IF
           END-PERFORM
           IF VFY-FOUND-IDX = ZERO
              IF VFY-COUNT LESS THAN 3000
                 ADD 1 TO VFY-COUNT
                 MOVE VFY-COUNT TO VFY-FOUND-IDX
                 MOVE WS-LOOKUP-KEY TO VFY-KEY(VFY-COUNT)
                 MOVE ZERO TO VFY-DTL-AMOUNT(VFY-COUNT)
                 MOVE ZERO TO VFY-DTL-QTY(VFY-COUNT)
                 MOVE ZERO TO VFY-DTL-RETURNS(VFY-COUNT)
                 MOVE ZERO TO VFY-DTL-COUNT(VFY-COUNT)
                 MOVE ZERO TO VFY-DTL-POINTS(VFY-COUNT)
                 MOVE ZERO TO VFY-SUM-AMOUNT(VFY-COUNT)
                 MOVE ZERO TO VFY-SUM-QTY(VFY-COUNT)
                 MOVE ZERO TO VFY-SUM-RETURNS(VFY-COUNT)
                 MOVE ZERO TO VFY-SUM-COUNT(VFY-COUNT)
                 MOVE ZERO TO VFY-SUM-POINTS(VFY-COUNT)
              ELSE
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF
           .

       COMPARE-ONE-KEY.
           IF VFY-DTL-AMOUNT(VFY-IDX) NOT = VFY-SUM-AMOUNT(VFY-IDX) OR
              VFY-DTL-QTY(VFY-IDX) NOT = VFY-SUM-QTY(VFY-IDX) OR
              VFY-DTL-RETURNS(VFY-IDX) NOT =
                 VFY-SUM-RETURNS(VFY-IDX) OR
              VFY-DTL-COUNT(VFY-IDX) NOT = VFY-SUM-COUNT(VFY-IDX) OR
              VFY-DTL-POINTS(VFY-IDX) NOT = VFY-SUM-POINTS(VFY-IDX)
              ADD 1 TO MISMATCH-COUNT
              MOVE VFY-BRANCH-ID(VFY-IDX) TO PRN-MIS-BRANCH-ID
              MOVE VFY-REGISTER-NUM(VFY-IDX) TO PRN-MIS-REGISTER
              MOVE VFY-TYPE-CODE(VFY-IDX) TO PRN-MIS-TYPE
              MOVE VFY-PROMO-CODE(VFY-IDX) TO PRN-MIS-PROMO
              MOVE VFY-DTL-COUNT(VFY-IDX) TO PRN-MIS-DTL-COUNT
              MOVE VFY-SUM-COUNT(VFY-IDX) TO PRN-MIS-SUM-COUNT
              MOVE VFY-DTL-AMOUNT(VFY-IDX) TO PRN-MIS-DTL-AMOUNT
              MOVE VFY-SUM-AMOUNT(VFY-IDX) TO PRN-MIS-SUM-AMOUNT
              IF VFY-DTL-QTY(VFY-IDX) = VFY-SUM-QTY(VFY-IDX)
                 MOVE SPACES TO PRN-MIS-UNIT-FLAG
              ELSE
                 MOVE "DIFF" TO PRN-MIS-UNIT-FLAG
              END-IF
              DISPLAY MISMATCH-LINE
              MOVE MISMATCH-LINE TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
           END-IF
           .

       PRINT-TOTAL-LINE.
           MOVE TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TOTAL-LINE
           .

       LOG-RUN-OUTCOME.
           MOVE SPACES TO MLG-TEXT
           EVALUATE TRUE
              WHEN MISMATCH-COUNT GREATER THAN ZERO
                 MOVE "E" TO MLG-SEVERITY
                 MOVE "SV0001" TO MLG-CODE
                 STRING WS-VERIFY-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        MISMATCH-COUNT DELIMITED BY SIZE
                        " KEYS DIFFER FROM DETAIL" DELIMITED BY SIZE
                        INTO MLG-TEXT
              WHEN TABLE-FULL OR
                   (DETAIL-LINES = ZERO AND SUMMARY-ROWS = ZERO)
                 MOVE "W" TO MLG-SEVERITY
                 MOVE "SV0002" TO MLG-CODE
                 STRING WS-VERIFY-DATE DELIMITED BY SIZE
                        " NOT FULLY VERIFIED - " DELIMITED BY SIZE
                        DETAIL-LINES DELIMITED BY SIZE
                        " DETAIL LINES" DELIMITED BY SIZE
                        INTO MLG-TEXT
              WHEN OTHER
                 MOVE "I" TO MLG-SEVERITY
                 MOVE "SV0100" TO MLG-CODE
                 STRING WS-VERIFY-DATE DELIMITED BY SIZE
                        " SUMMARY VERIFIED - " DELIMITED BY SIZE
                        DETAIL-LINES DELIMITED BY SIZE
                        " DETAIL LINES" DELIMITED BY SIZE
                        INTO MLG-TEXT
           END-EVALUATE
           PERFORM LOG-BATCH-MESSAGE
           EVALUATE MLG-SEVERITY
              WHEN "E"
                 MOVE 8 TO RETURN-CODE
              WHEN "W"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           .

       LOG-BATCH-MESSAGE.
           CALL "MSG-LOG" USING MSG-LOG-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           .
