       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSIT-AGING.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO "stock_transfers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-XFR-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "business_calendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT CANDY-TYPE-FILE ASSIGN TO "candy_types.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "transit_aging_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

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

       FD CALENDAR-FILE.
       01 CALENDAR-REC.
          88 END-OF-CALENDAR-FILE                      VALUE HIGH-VALUES
           .
          05 CAL-DATE               PIC 9(8).
          05 CAL-BUSINESS-DAY       PIC X.
          05 CAL-HOLIDAY-NAME       PIC X(20).
          05 CAL-PERIOD             PIC 9(6).

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       FD CANDY-TYPE-FILE.
       01 CANDY-TYPE-REC.
          88 END-OF-CANDY-TYPES                    VALUE HIGH-VALUES.
          05 CT-TYPE-CODE           PIC 9(3).
          05 CT-TYPE-NAME           PIC X(20).
          05 CT-CATEGORY            PIC X(10).
          05 CT-ACTIVE              PIC X.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-XFR-STATUS             PIC XX.
       01 WS-CAL-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 WS-CT-STATUS              PIC XX.
       01 TRANSIT-DAYS              PIC 9(3) VALUE 3.
       01 WS-DAYS-SOURCE            PIC X(7) VALUE "DEFAULT".
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-TODAY-INTEGER          PIC 9(9).
       01 WS-DAY-INTEGER            PIC 9(9).
       01 WS-BUSDAY-COUNT           PIC 9(5).
       01 WS-DATE-BUSINESS          PIC X.
          88 DATE-IS-BUSINESS                VALUE "Y".
       01 CALENDAR-TABLE.
          05 CAL-TBL-ENTRY OCCURS 800 TIMES.
             10 CAL-TBL-INTEGER     PIC 9(9).
             10 CAL-TBL-BUSINESS    PIC X.
       01 CAL-COUNT                 PIC 9(3) VALUE ZERO.
       01 CAL-IDX                   PIC 9(3).
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY OCCURS 100 TIMES.
             10 CAT-TYPE-CODE       PIC 9(3).
             10 CAT-TYPE-NAME       PIC X(20).
       01 CATALOG-COUNT             PIC 9(3) VALUE ZERO.
       01 CATALOG-IDX               PIC 9(3).
       01 WS-TYPE-NAME              PIC X(20).
       01 IN-TRANSIT-COUNT          PIC 9(5) VALUE ZERO.
       01 IN-TRANSIT-QTY            PIC 9(9) VALUE ZERO.
       01 OVERDUE-COUNT             PIC 9(5) VALUE ZERO.
       01 OVERDUE-QTY               PIC 9(9) VALUE ZERO.
       01 PART-RECEIVED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-OPEN-QTY               PIC 9(7).
       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16) VALUE "TRANSIT-AGING".
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       01 REPORT-HEADING1           PIC X(45)
                                                       VALUE
             "  In-Transit Stock Transfer Aging Report".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(36)
                                                       VALUE
             "  Not received after business days -".
          05 PRN-TRANSIT-DAYS       PIC ZZ9.
          05 FILLER                 PIC X(11)
                                                       VALUE
             "   Run date".
          05 PRN-RUN-DATE           PIC B(2)9(8).
       01 REPORT-HEADING3           PIC X(90)
                                                       VALUE
             "Transfer  FromBr   ToBr     Type  Name                  Sh
      -      "ipDate   OpenQty  BusDays".
       01 DETAIL-LINE.
          05 PRN-NUMBER             PIC 9(7).
          05 PRN-FROM-BRANCH        PIC B(3)9(7).
          05 PRN-TO-BRANCH          PIC B(2)9(7).
          05 PRN-TYPE-CODE          PIC B(2)9(3).
          05 PRN-TYPE-NAME          PIC B(3)X(20).
          05 PRN-SHIP-DATE          PIC B(2)9(8).
          05 PRN-SHIP-QTY           PIC B(2)Z(6)9.
          05 PRN-BUSDAYS            PIC B(4)ZZZZ9.
       01 TOTAL-LINE.
          05 PRN-TOTAL-LABEL        PIC X(30).
          05 PRN-TOTAL-COUNT        PIC ZZ,ZZ9.
          05 FILLER                 PIC X(9) VALUE "   UNITS ".
          05 PRN-TOTAL-QTY          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM LOAD-CANDY-CATALOG
           OPEN INPUT TRANSFER-FILE
           IF WS-XFR-STATUS NOT = "00"
              DISPLAY "NO STOCK TRANSFER FILE ON HAND - RUN ABANDONED"
              MOVE "E" TO MLG-SEVERITY
              MOVE "TA0001" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "STOCK TRANSFER FILE NOT ON HAND - STATUS "
                        DELIMITED BY SIZE
                     WS-XFR-STATUS DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           DISPLAY REPORT-HEADING1
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE TRANSIT-DAYS TO PRN-TRANSIT-DAYS
           MOVE WS-RUN-DATE TO PRN-RUN-DATE
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING3
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           READ TRANSFER-FILE
           AT END
              SET END-OF-TRANSFER-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-TRANSFER-FILE
                   IF XFR-NUMBER NUMERIC AND
                      XFR-SHIP-DATE NUMERIC AND
                      XFR-SHIP-QTY NUMERIC
                      PERFORM AGE-ONE-TRANSFER
                   END-IF
                   READ TRANSFER-FILE
                   AT END
                      SET END-OF-TRANSFER-FILE TO TRUE
                   END-READ
           END-PERFORM
           CLOSE TRANSFER-FILE
           MOVE "  OVERDUE TRANSFERS" TO PRN-TOTAL-LABEL
           MOVE OVERDUE-COUNT TO PRN-TOTAL-COUNT
           MOVE OVERDUE-QTY TO PRN-TOTAL-QTY
           DISPLAY TOTAL-LINE
           MOVE TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "  ALL TRANSFERS IN TRANSIT" TO PRN-TOTAL-LABEL
           MOVE IN-TRANSIT-COUNT TO PRN-TOTAL-COUNT
           MOVE IN-TRANSIT-QTY TO PRN-TOTAL-QTY
           DISPLAY TOTAL-LINE
           MOVE TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           CLOSE REPORT-FILE
           DISPLAY "PART RECEIVED IN TRANSIT " PART-RECEIVED-COUNT
           IF CAL-COUNT = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOG-BATCH-MESSAGE.
           CALL "MSG-LOG" USING MSG-LOG-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMS-FILE
           IF WS-PRM-STATUS = "00"
              READ RUN-PARAMS-FILE
              AT END
                 SET END-OF-RUN-PARAMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RUN-PARAMS
                      IF PRM-NAME = "TRANSIT-DAYS" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO
                         MOVE PRM-VALUE TO TRANSIT-DAYS
                         MOVE "FILE" TO WS-DAYS-SOURCE
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-PARAMS-FILE
           END-IF
           DISPLAY "TRANSIT-DAYS        = " TRANSIT-DAYS
                   " (" WS-DAYS-SOURCE ")"
           .

       LOAD-BUSINESS-CALENDAR.
           MOVE ZERO TO CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
              READ CALENDAR-FILE
              AT END
                 SET END-OF-CALENDAR-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CALENDAR-FILE
                      IF CAL-DATE NUMERIC AND
                         CAL-DATE GREATER THAN ZERO AND
                         CAL-COUNT LESS THAN 800
                         ADD 1 TO CAL-COUNT
                         COMPUTE CAL-TBL-INTEGER(CAL-COUNT) =
                            FUNCTION INTEGER-OF-DATE(CAL-DATE)
                         MOVE CAL-BUSINESS-DAY TO
                            CAL-TBL-BUSINESS(CAL-COUNT)
                      END-IF
                      READ CALENDAR-FILE
                      AT END
                         SET END-OF-CALENDAR-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF
           IF CAL-COUNT = ZERO
              DISPLAY "NO BUSINESS CALENDAR ON HAND - EVERY DAY IS"
                      " COUNTED AS A BUSINESS DAY"
              MOVE "W" TO MLG-SEVERITY
              MOVE "TA0002" TO MLG-CODE
              MOVE "BUSINESS CALENDAR NOT ON HAND - ALL DAYS COUNTED" TO
                 MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
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
                      END-IF
                      READ CANDY-TYPE-FILE
                      AT END
                         SET END-OF-CANDY-TYPES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-TYPE-FILE
           END-IF
           .

       AGE-ONE-TRANSFER.
           IF XFR-RECEIVED-QTY NOT NUMERIC
              MOVE ZERO TO XFR-RECEIVED-QTY
           END-IF
           IF XFR-IN-TRANSIT
              IF XFR-RECEIVED-QTY GREATER THAN ZERO
                 ADD 1 TO PART-RECEIVED-COUNT
              END-IF
              COMPUTE WS-OPEN-QTY = XFR-SHIP-QTY - XFR-RECEIVED-QTY
              ADD 1 TO IN-TRANSIT-COUNT
              ADD WS-OPEN-QTY TO IN-TRANSIT-QTY
              PERFORM COUNT-BUSINESS-DAYS
              IF WS-BUSDAY-COUNT NOT LESS THAN TRANSIT-DAYS
                 ADD 1 TO OVERDUE-COUNT
                 ADD WS-OPEN-QTY TO OVERDUE-QTY
                 PERFORM PRINT-OVERDUE-TRANSFER
              END-IF
           END-IF
           .

       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSDAY-COUNT
           COMPUTE WS-DAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(XFR-SHIP-DATE)
           PERFORM UNTIL WS-DAY-INTEGER NOT LESS THAN
              WS-TODAY-INTEGER
                   ADD 1 TO WS-DAY-INTEGER
                   PERFORM CHECK-BUSINESS-DATE
                   IF DATE-IS-BUSINESS
                      ADD 1 TO WS-BUSDAY-COUNT
                   END-IF
           END-PERFORM
           .

       CHECK-BUSINESS-DATE.
           MOVE "Y" TO WS-DATE-BUSINESS
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX GREATER THAN CAL-COUNT
                   IF CAL-TBL-INTEGER(CAL-IDX) = WS-DAY-INTEGER
                      AND
                      CAL-TBL-BUSINESS(CAL-IDX) NOT = "Y"
                      MOVE "N" TO WS-DATE-BUSINESS
                   END-IF
           END-PERFORM
           .

       PRINT-OVERDUE-TRANSFER.
           MOVE "*** NOT ON CATALOG ***" TO WS-TYPE-NAME
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX GREATER THAN CATALOG-COUNT
                   IF CAT-TYPE-CODE(CATALOG-IDX) = XFR-TYPE-CODE
                      MOVE CAT-TYPE-NAME(CATALOG-IDX) TO WS-TYPE-NAME
                   END-IF
           END-PERFORM
           MOVE XFR-NUMBER TO PRN-NUMBER
           MOVE XFR-FROM-BRANCH TO PRN-FROM-BRANCH
           MOVE XFR-TO-BRANCH TO PRN-TO-BRANCH
           MOVE XFR-TYPE-CODE TO PRN-TYPE-CODE
           MOVE WS-TYPE-NAME TO PRN-TYPE-NAME
           MOVE XFR-SHIP-DATE TO PRN-SHIP-DATE
           MOVE WS-OPEN-QTY TO PRN-SHIP-QTY
           MOVE WS-BUSDAY-COUNT TO PRN-BUSDAYS
           DISPLAY DETAIL-LINE
           MOVE DETAIL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           .
