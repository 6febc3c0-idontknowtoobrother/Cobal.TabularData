       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSS-PREVENTION.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDY-FILE ASSIGN TO "candy_sale.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CDY-STATUS.
           SELECT PRICE-FILE ASSIGN TO "candy_prices.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CPR-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "business_calendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "loss_prevention_report.dat"
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

       FD PRICE-FILE.
       01 PRICE-REC.
          88 END-OF-PRICE-FILE                         VALUE HIGH-VALUES
           .
          05 CP-TYPE-CODE           PIC 9(3).
          05 CP-EFF-DATE            PIC 9(8).
          05 CP-PRICE               PIC 9(5)V99.

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

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CDY-STATUS             PIC XX.
       01 WS-CPR-STATUS             PIC XX.
       01 WS-CAL-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.

       01 RETURN-AUTH-THRESHOLD     PIC 9(7)V99 VALUE 100.00.
       01 LP-RETURN-MULTIPLE        PIC 9(3)V99 VALUE 2.
       01 LP-NEAR-RA-PCT            PIC 9(3)    VALUE 90.
       01 LP-NEAR-RA-COUNT          PIC 9(5)    VALUE 3.
       01 LP-PROMO-PCT              PIC 9(3)    VALUE 50.
       01 LP-UNDERPRICE-PCT         PIC 9(3)    VALUE 10.
       01 LP-OFFDAY-LINES           PIC 9(5)    VALUE 10.
       01 LP-MIN-LINES              PIC 9(5)    VALUE 20.
       01 LP-WATCH-LIST-SIZE        PIC 99      VALUE 20.
       01 LP-DETAIL-LINES           PIC 99      VALUE 10.
       01 PRN-PARM-VALUE            PIC ZZZ,ZZZ,ZZ9.99.

       01 SCORE-RETURN-RATIO        PIC 9(3)    VALUE 20.
       01 SCORE-NEAR-RA-EACH        PIC 9(3)    VALUE 10.
       01 SCORE-PROMO-SHARE         PIC 9(3)    VALUE 15.
       01 SCORE-UNDERPRICE-EACH     PIC 9(3)    VALUE 5.
       01 SCORE-UNDERPRICE-CAP      PIC 9(3)    VALUE 50.
       01 SCORE-OFFDAY              PIC 9(3)    VALUE 15.

       01 PRICE-TABLE.
          05 PRICE-ENTRY OCCURS 500 TIMES.
             10 PCT-TYPE-CODE       PIC 9(3).
             10 PCT-EFF-DATE        PIC 9(8).
             10 PCT-PRICE           PIC 9(5)V99.
       01 PCT-COUNT                 PIC 9(3)    VALUE ZERO.
       01 PCT-IDX                   PIC 9(3).
       01 WS-SYSTEM-PRICE           PIC 9(5)V99.
       01 WS-BEST-EFF-DATE          PIC 9(8).
       01 WS-PRICE-ON-FILE          PIC X.
          88 PRICE-ON-FILE                   VALUE "Y".
       01 WS-PRICE-FLOOR            PIC 9(5)V99.

       01 NON-BUSINESS-TABLE.
          05 NBD-DATE               PIC 9(8) OCCURS 800 TIMES.
       01 NBD-COUNT                 PIC 9(3)    VALUE ZERO.
       01 NBD-IDX                   PIC 9(3).

       01 REGISTER-TABLE.
          05 REGISTER-ENTRY OCCURS 2000 TIMES.
             10 RGT-BRANCH-ID       PIC 9(7).
             10 RGT-REGISTER-NUM    PIC 9(3).
             10 RGT-LINES           PIC 9(7).
             10 RGT-RETURNS         PIC 9(7).
             10 RGT-NEAR-RA         PIC 9(5).
             10 RGT-PROMO-LINES     PIC 9(7).
             10 RGT-UNDERPRICED     PIC 9(5).
             10 RGT-OFFDAY-LINES    PIC 9(5).
             10 RGT-RETURN-PCT      PIC 9(3)V9.
             10 RGT-NORM-PCT        PIC 9(3)V9.
             10 RGT-PROMO-PCT       PIC 9(3)V9.
             10 RGT-SCORE           PIC 9(5).
             10 RGT-FLAGS.
                15 RGT-FLAG-RETURNS PIC X.
                15 RGT-FLAG-NEAR-RA PIC X.
                15 RGT-FLAG-PROMO   PIC X.
                15 RGT-FLAG-PRICE   PIC X.
                15 RGT-FLAG-OFFDAY  PIC X.
       01 RGT-COUNT                 PIC 9(4)    VALUE ZERO.
       01 RGT-IDX                   PIC 9(4).
       01 RGT-FOUND-IDX             PIC 9(4).
       01 WS-RGT-OVERFLOW           PIC X       VALUE "N".
          88 RGT-OVERFLOW                       VALUE "Y".

       01 BRANCH-NORM-TABLE.
          05 BRANCH-NORM-ENTRY OCCURS 1000 TIMES.
             10 BNT-BRANCH-ID       PIC 9(7).
             10 BNT-LINES           PIC 9(9).
             10 BNT-RETURNS         PIC 9(9).
             10 BNT-REGISTERS       PIC 9(4).
       01 BNT-COUNT                 PIC 9(4)    VALUE ZERO.
       01 BNT-IDX                   PIC 9(4).
       01 BNT-FOUND-IDX             PIC 9(4).
       01 CHAIN-LINES               PIC 9(9)    VALUE ZERO.
       01 CHAIN-RETURNS             PIC 9(9)    VALUE ZERO.
       01 CHAIN-RETURN-PCT          PIC 9(3)V9  VALUE ZERO.
       01 WS-RETURN-LIMIT-PCT       PIC 9(5)V9.
       01 WS-UNDERPRICE-SCORE       PIC 9(5).

       01 WATCH-TABLE.
          05 WATCH-ENTRY OCCURS 50 TIMES.
             10 WLT-RGT-IDX         PIC 9(4).
             10 WLT-SUPPORT-COUNT   PIC 99.
       01 WLT-COUNT                 PIC 99      VALUE ZERO.
       01 WLT-IDX                   PIC 99.
       01 WLT-FOUND-IDX             PIC 99.
       01 WLT-SORT-IDX              PIC 99.
       01 WLT-SWAP-ENTRY            PIC X(6).

       01 SUPPORT-TABLE.
          05 SUPPORT-ENTRY OCCURS 500 TIMES.
             10 SPT-WATCH-IDX       PIC 99.
             10 SPT-LINE            PIC X(90).
       01 SPT-COUNT                 PIC 9(3)    VALUE ZERO.
       01 SPT-IDX                   PIC 9(3).

       01 WS-LINE-CLASS.
          05 WS-LINE-NEAR-RA        PIC X.
             88 LINE-NEAR-RA                    VALUE "Y".
          05 WS-LINE-UNDERPRICED    PIC X.
             88 LINE-UNDERPRICED                VALUE "Y".
          05 WS-LINE-OFFDAY         PIC X.
             88 LINE-OFFDAY                     VALUE "Y".
       01 WS-RETURN-MAGNITUDE       PIC 9(7)V99.
       01 WS-NEAR-RA-FLOOR          PIC 9(7)V99.
       01 RECORDS-CHECKED           PIC 9(9)    VALUE ZERO.

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Loss-Prevention Watch List".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(20)
                                                       VALUE
             "  LINES EXAMINED ".
          05 PRN-RECORDS-CHECKED    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(22)
                                                       VALUE
             "   REGISTERS SCORED ".
          05 PRN-REGISTERS-SCORED   PIC ZZ,ZZ9.
       01 REPORT-HEADING3.
          05 FILLER                 PIC X(24)
                                                       VALUE
             "  CHAIN RETURN RATE ".
          05 PRN-CHAIN-RETURN-PCT   PIC ZZ9.9.
          05 FILLER                 PIC X(24)
                                                       VALUE
             " PCT   RA THRESHOLD ".
          05 PRN-RA-THRESHOLD       PIC $$$,$$9.99.
       01 WATCH-HEADER-LINE.
          05 FILLER                 PIC X(6)     VALUE "  RANK".
          05 PRN-WATCH-RANK         PIC BZ9.
          05 FILLER                 PIC X(9)     VALUE "  BRANCH ".
          05 PRN-WATCH-BRANCH       PIC 9(7).
          05 FILLER                 PIC X(6)     VALUE "  REG ".
          05 PRN-WATCH-REGISTER     PIC 9(3).
          05 FILLER                 PIC X(9)     VALUE "   SCORE ".
          05 PRN-WATCH-SCORE        PIC ZZ,ZZ9.
          05 FILLER                 PIC X(9)     VALUE "   LINES ".
          05 PRN-WATCH-LINES        PIC Z,ZZZ,ZZ9.
       01 RETURN-RATIO-LINE.
          05 FILLER                 PIC X(22)
                                                       VALUE
             "      RETURN RATIO    ".
          05 PRN-RETURN-PCT         PIC ZZ9.9.
          05 FILLER                 PIC X(17)
                                                       VALUE
             " PCT  BRANCH NORM".
          05 PRN-NORM-PCT           PIC BZZ9.9.
          05 FILLER                 PIC X(5)     VALUE " PCT ".
          05 PRN-RETURN-COUNT       PIC BZZ,ZZ9.
          05 FILLER                 PIC X(8)     VALUE " RETURNS".
       01 NEAR-RA-LINE.
          05 FILLER                 PIC X(22)
                                                       VALUE
             "      NEAR-RA RETURNS ".
          05 PRN-NEAR-RA-COUNT      PIC ZZ,ZZ9.
          05 FILLER                 PIC X(10)    VALUE "  BETWEEN ".
          05 PRN-NEAR-RA-FLOOR      PIC $$$,$$9.99.
          05 FILLER                 PIC X(5)     VALUE " AND ".
          05 PRN-NEAR-RA-CEILING    PIC $$$,$$9.99.
       01 PROMO-SHARE-LINE.
          05 FILLER                 PIC X(22)
                                                       VALUE
             "      PROMO LINES     ".
          05 PRN-PROMO-PCT          PIC ZZ9.9.
          05 FILLER                 PIC X(8)     VALUE " PCT OF ".
          05 PRN-PROMO-LINES        PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(6)     VALUE " LINES".
       01 UNDERPRICE-LINE.
          05 FILLER                 PIC X(22)
                                                       VALUE
             "      BELOW-PRICE     ".
          05 PRN-UNDERPRICED        PIC ZZ,ZZ9.
          05 FILLER                 PIC X(30)
                                                       VALUE
             " LINES UNDER PRICE IN EFFECT".
       01 OFFDAY-LINE.
          05 FILLER                 PIC X(22)
                                                       VALUE
             "      NON-BUSINESS DAY".
          05 PRN-OFFDAY-LINES       PIC ZZ,ZZ9.
          05 FILLER                 PIC X(6)     VALUE " LINES".
       01 SUPPORT-HEADING           PIC X(80)
                                                       VALUE
             "        TranDate  Type   Qty   UnitPrice  InEffect      Am
      -      "ount  Finding".
       01 SUPPORT-LINE.
          05 FILLER                 PIC X(8)     VALUE SPACES.
          05 PRN-SUP-DATE           PIC 9(8).
          05 PRN-SUP-TYPE           PIC B(2)9(3).
          05 PRN-SUP-QTY            PIC BZZ,ZZ9.
          05 PRN-SUP-UNIT-PRICE     PIC B(2)$$,$$9.99.
          05 PRN-SUP-SYSTEM-PRICE   PIC B(2)$$,$$9.99.
          05 PRN-SUP-AMOUNT         PIC B(2)$$$,$$9.99-.
          05 PRN-SUP-FINDING        PIC B(2)X(13).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-PRICE-TABLE
           PERFORM LOAD-NON-BUSINESS-DAYS
           OPEN INPUT CANDY-FILE
           IF WS-CDY-STATUS NOT = "00"
              DISPLAY "NO CANDY SALE FILE ON HAND - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           READ CANDY-FILE
           AT END
              SET END-OF-CANDY-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-CANDY-FILE
                   IF CANDY-REC(20:29) NOT = SPACES AND
                      CN-BRANCH-ID NUMERIC AND
                      CN-REGISTER-NUM NUMERIC AND
                      CN-TYPE-CODE NUMERIC AND
                      CN-TRAN-DATE NUMERIC AND
                      CN-UNIT-PRICE NUMERIC AND
                      CN-AMOUNT NUMERIC
                      ADD 1 TO RECORDS-CHECKED
                      PERFORM TALLY-CANDY-LINE
                   END-IF
                   READ CANDY-FILE
                   AT END
                      SET END-OF-CANDY-FILE TO TRUE
                   END-READ
           END-PERFORM
           CLOSE CANDY-FILE
           PERFORM BUILD-BRANCH-NORMS
           PERFORM VARYING RGT-IDX FROM 1 BY 1
              UNTIL RGT-IDX GREATER THAN RGT-COUNT
                   PERFORM SCORE-ONE-REGISTER
           END-PERFORM
           PERFORM BUILD-WATCH-LIST
           PERFORM COLLECT-SUPPORTING-LINES
           PERFORM PRINT-WATCH-LIST
           IF RGT-OVERFLOW
              DISPLAY "MORE THAN 2000 REGISTERS ON FILE -"
                      " SOME REGISTERS NOT SCORED"
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMS-FILE
           IF WS-PRM-STATUS = "00"
              READ RUN-PARAMS-FILE
              AT END
                 SET END-OF-RUN-PARAMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RUN-PARAMS
                      IF PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO
                         PERFORM APPLY-RUN-PARAMETER
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-PARAMS-FILE
           END-IF
           IF LP-WATCH-LIST-SIZE GREATER THAN 50
              MOVE 50 TO LP-WATCH-LIST-SIZE
           END-IF
           IF LP-NEAR-RA-PCT GREATER THAN 100
              MOVE 100 TO LP-NEAR-RA-PCT
           END-IF
           IF LP-UNDERPRICE-PCT GREATER THAN 100
              MOVE 100 TO LP-UNDERPRICE-PCT
           END-IF
           COMPUTE WS-NEAR-RA-FLOOR ROUNDED =
              RETURN-AUTH-THRESHOLD * LP-NEAR-RA-PCT / 100
           MOVE LP-RETURN-MULTIPLE TO PRN-PARM-VALUE
           DISPLAY "LP-RETURN-MULTIPLE  = " PRN-PARM-VALUE
           MOVE LP-NEAR-RA-PCT TO PRN-PARM-VALUE
           DISPLAY "LP-NEAR-RA-PCT      = " PRN-PARM-VALUE
           MOVE LP-NEAR-RA-COUNT TO PRN-PARM-VALUE
           DISPLAY "LP-NEAR-RA-COUNT    = " PRN-PARM-VALUE
           MOVE LP-PROMO-PCT TO PRN-PARM-VALUE
           DISPLAY "LP-PROMO-PCT        = " PRN-PARM-VALUE
           MOVE LP-UNDERPRICE-PCT TO PRN-PARM-VALUE
           DISPLAY "LP-UNDERPRICE-PCT   = " PRN-PARM-VALUE
           MOVE LP-OFFDAY-LINES TO PRN-PARM-VALUE
           DISPLAY "LP-OFFDAY-LINES     = " PRN-PARM-VALUE
           MOVE LP-MIN-LINES TO PRN-PARM-VALUE
           DISPLAY "LP-MIN-LINES        = " PRN-PARM-VALUE
           MOVE LP-WATCH-LIST-SIZE TO PRN-PARM-VALUE
           DISPLAY "LP-WATCH-LIST-SIZE  = " PRN-PARM-VALUE
           .

       APPLY-RUN-PARAMETER.
           EVALUATE PRM-NAME
              WHEN "RETURN-AUTH-THRESHOLD"
                 MOVE PRM-VALUE TO RETURN-AUTH-THRESHOLD
              WHEN "LP-RETURN-MULTIPLE"
                 MOVE PRM-VALUE TO LP-RETURN-MULTIPLE
              WHEN "LP-NEAR-RA-PCT"
                 MOVE PRM-VALUE TO LP-NEAR-RA-PCT
              WHEN "LP-NEAR-RA-COUNT"
                 MOVE PRM-VALUE TO LP-NEAR-RA-COUNT
              WHEN "LP-PROMO-PCT"
                 MOVE PRM-VALUE TO LP-PROMO-PCT
              WHEN "LP-UNDERPRICE-PCT"
                 MOVE PRM-VALUE TO LP-UNDERPRICE-PCT
              WHEN "LP-OFFDAY-LINES"
                 MOVE PRM-VALUE TO LP-OFFDAY-LINES
              WHEN "LP-MIN-LINES"
                 MOVE PRM-VALUE TO LP-MIN-LINES
              WHEN "LP-WATCH-LIST-SIZE"
                 MOVE PRM-VALUE TO LP-WATCH-LIST-SIZE
              WHEN "LP-DETAIL-LINES"
                 MOVE PRM-VALUE TO LP-DETAIL-LINES
           END-EVALUATE
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
           IF PCT-COUNT = ZERO
              DISPLAY "NO PRICE MASTER ON FILE - BELOW-PRICE TEST"
                      " SKIPPED"
           END-IF
           .

       LOAD-NON-BUSINESS-DAYS.
           MOVE ZERO TO NBD-COUNT
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
              READ CALENDAR-FILE
              AT END
                 SET END-OF-CALENDAR-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CALENDAR-FILE
                      IF CAL-DATE NUMERIC AND
                         CAL-DATE GREATER THAN ZERO AND
                         CAL-BUSINESS-DAY NOT = "Y" AND
                         NBD-COUNT LESS THAN 800
                         ADD 1 TO NBD-COUNT
                         MOVE CAL-DATE TO NBD-DATE(NBD-COUNT)
                      END-IF
                      READ CALENDAR-FILE
                      AT END
                         SET END-OF-CALENDAR-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           ELSE
              DISPLAY "NO BUSINESS CALENDAR ON FILE - NON-BUSINESS"
                      " DAY TEST SKIPPED"
           END-IF
           .

       CLASSIFY-CANDY-LINE.
           MOVE "NNN" TO WS-LINE-CLASS
           MOVE ZERO TO WS-SYSTEM-PRICE
           IF CN-AMOUNT LESS THAN ZERO
              COMPUTE WS-RETURN-MAGNITUDE = ZERO - CN-AMOUNT
              IF WS-RETURN-MAGNITUDE NOT LESS THAN WS-NEAR-RA-FLOOR
                 AND WS-RETURN-MAGNITUDE NOT GREATER THAN
                    RETURN-AUTH-THRESHOLD
                 SET LINE-NEAR-RA TO TRUE
              END-IF
           ELSE
              IF CN-PROMO-CODE = SPACES
                 PERFORM FIND-PRICE-IN-EFFECT
                 IF PRICE-ON-FILE
                    COMPUTE WS-PRICE-FLOOR ROUNDED =
                       WS-SYSTEM-PRICE * (100 - LP-UNDERPRICE-PCT)
                       / 100
                    IF CN-UNIT-PRICE LESS THAN WS-PRICE-FLOOR
                       SET LINE-UNDERPRICED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM VARYING NBD-IDX FROM 1 BY 1
              UNTIL NBD-IDX GREATER THAN NBD-COUNT
                   IF NBD-DATE(NBD-IDX) = CN-TRAN-DATE
                      SET LINE-OFFDAY TO TRUE
                   END-IF
           END-PERFORM
           .

       FIND-PRICE-IN-EFFECT.
           MOVE "N" TO WS-PRICE-ON-FILE
           MOVE ZERO TO WS-SYSTEM-PRICE
           MOVE ZERO TO WS-BEST-EFF-DATE
           PERFORM VARYING PCT-IDX FROM 1 BY 1
              UNTIL PCT-IDX GREATER THAN PCT-COUNT
                   IF PCT-TYPE-CODE(PCT-IDX) = CN-TYPE-CODE AND
                      PCT-EFF-DATE(PCT-IDX) NOT GREATER THAN
                         CN-TRAN-DATE AND
                      PCT-EFF-DATE(PCT-IDX) NOT LESS THAN
                         WS-BEST-EFF-DATE
                      MOVE "Y" TO WS-PRICE-ON-FILE
                      MOVE PCT-EFF-DATE(PCT-IDX) TO WS-BEST-EFF-DATE
                      MOVE PCT-PRICE(PCT-IDX) TO WS-SYSTEM-PRICE
                   END-IF
           END-PERFORM
           .

       TALLY-CANDY-LINE.
           MOVE ZERO TO RGT-FOUND-IDX
           PERFORM VARYING RGT-IDX FROM 1 BY 1
              UNTIL RGT-IDX GREATER THAN RGT-COUNT
                   IF RGT-BRANCH-ID(RGT-IDX) = CN-BRANCH-ID AND
                      RGT-REGISTER-NUM(RGT-IDX) = CN-REGISTER-NUM
                      MOVE RGT-IDX TO RGT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF RGT-FOUND-IDX = ZERO
              IF RGT-COUNT LESS THAN 2000
                 ADD 1 TO RGT-COUNT
                 MOVE CN-BRANCH-ID TO RGT-BRANCH-ID(RGT-COUNT)
                 MOVE CN-REGISTER-NUM TO RGT-REGISTER-NUM(RGT-COUNT)
                 MOVE ZERO TO RGT-LINES(RGT-COUNT)
                 MOVE ZERO TO RGT-RETURNS(RGT-COUNT)
                 MOVE ZERO TO RGT-NEAR-RA(RGT-COUNT)
                 MOVE ZERO TO RGT-PROMO-LINES(RGT-COUNT)
                 MOVE ZERO TO RGT-UNDERPRICED(RGT-COUNT)
                 MOVE ZERO TO RGT-OFFDAY-LINES(RGT-COUNT)
                 MOVE ZERO TO RGT-RETURN-PCT(RGT-COUNT)
                 MOVE ZERO TO RGT-NORM-PCT(RGT-COUNT)
                 MOVE ZERO TO RGT-PROMO-PCT(RGT-COUNT)
                 MOVE ZERO TO RGT-SCORE(RGT-COUNT)
                 MOVE "NNNNN" TO RGT-FLAGS(RGT-COUNT)
                 MOVE RGT-COUNT TO RGT-FOUND-IDX
              ELSE
                 SET RGT-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF RGT-FOUND-IDX GREATER THAN ZERO
              PERFORM CLASSIFY-CANDY-LINE
              ADD 1 TO RGT-LINES(RGT-FOUND-IDX)
              IF CN-AMOUNT LESS THAN ZERO
                 ADD 1 TO RGT-RETURNS(RGT-FOUND-IDX)
              END-IF
              IF CN-PROMO-CODE NOT = SPACES
                 ADD 1 TO RGT-PROMO-LINES(RGT-FOUND-IDX)
              END-IF
              IF LINE-NEAR-RA
                 ADD 1 TO RGT-NEAR-RA(RGT-FOUND-IDX)
              END-IF
              IF LINE-UNDERPRICED
                 ADD 1 TO RGT-UNDERPRICED(RGT-FOUND-IDX)
              END-IF
              IF LINE-OFFDAY
                 ADD 1 TO RGT-OFFDAY-LINES(RGT-FOUND-IDX)
              END-IF
           END-IF
           .

       BUILD-BRANCH-NORMS.
           MOVE ZERO TO BNT-COUNT
           PERFORM VARYING RGT-IDX FROM 1 BY 1
              UNTIL RGT-IDX GREATER THAN RGT-COUNT
                   ADD RGT-LINES(RGT-IDX) TO CHAIN-LINES
                   ADD RGT-RETURNS(RGT-IDX) TO CHAIN-RETURNS
                   MOVE ZERO TO BNT-FOUND-IDX
                   PERFORM VARYING BNT-IDX FROM 1 BY 1
                      UNTIL BNT-IDX GREATER THAN BNT-COUNT
                           IF BNT-BRANCH-ID(BNT-IDX) =
                              RGT-BRANCH-ID(RGT-IDX)
                              MOVE BNT-IDX TO BNT-FOUND-IDX
                           END-IF
                   END-PERFORM
                   IF BNT-FOUND-IDX = ZERO AND BNT-COUNT LESS THAN 1000
                      ADD 1 TO BNT-COUNT
                      MOVE RGT-BRANCH-ID(RGT-IDX) TO
                         BNT-BRANCH-ID(BNT-COUNT)
                      MOVE ZERO TO BNT-LINES(BNT-COUNT)
                      MOVE ZERO TO BNT-RETURNS(BNT-COUNT)
                      MOVE ZERO TO BNT-REGISTERS(BNT-COUNT)
                      MOVE BNT-COUNT TO BNT-FOUND-IDX
                   END-IF
                   IF BNT-FOUND-IDX GREATER THAN ZERO
                      ADD RGT-LINES(RGT-IDX) TO
                         BNT-LINES(BNT-FOUND-IDX)
                      ADD RGT-RETURNS(RGT-IDX) TO
                         BNT-RETURNS(BNT-FOUND-IDX)
                      ADD 1 TO BNT-REGISTERS(BNT-FOUND-IDX)
                   END-IF
           END-PERFORM
           IF CHAIN-LINES GREATER THAN ZERO
              COMPUTE CHAIN-RETURN-PCT ROUNDED =
                 CHAIN-RETURNS * 100 / CHAIN-LINES
           END-IF
           .

       SCORE-ONE-REGISTER.
           IF RGT-LINES(RGT-IDX) GREATER THAN ZERO
              COMPUTE RGT-RETURN-PCT(RGT-IDX) ROUNDED =
                 RGT-RETURNS(RGT-IDX) * 100 / RGT-LINES(RGT-IDX)
              COMPUTE RGT-PROMO-PCT(RGT-IDX) ROUNDED =
                 RGT-PROMO-LINES(RGT-IDX) * 100 / RGT-LINES(RGT-IDX)
           END-IF
           MOVE CHAIN-RETURN-PCT TO RGT-NORM-PCT(RGT-IDX)
           PERFORM VARYING BNT-IDX FROM 1 BY 1
              UNTIL BNT-IDX GREATER THAN BNT-COUNT
                   IF BNT-BRANCH-ID(BNT-IDX) = RGT-BRANCH-ID(RGT-IDX)
                      AND BNT-REGISTERS(BNT-IDX) GREATER THAN 1
                      AND BNT-LINES(BNT-IDX) GREATER THAN ZERO
                      COMPUTE RGT-NORM-PCT(RGT-IDX) ROUNDED =
                         BNT-RETURNS(BNT-IDX) * 100 /
                         BNT-LINES(BNT-IDX)
                   END-IF
           END-PERFORM
           COMPUTE WS-RETURN-LIMIT-PCT =
              RGT-NORM-PCT(RGT-IDX) * LP-RETURN-MULTIPLE
           IF RGT-LINES(RGT-IDX) NOT LESS THAN LP-MIN-LINES AND
              RGT-RETURNS(RGT-IDX) GREATER THAN ZERO AND
              RGT-RETURN-PCT(RGT-IDX) GREATER THAN WS-RETURN-LIMIT-PCT
              ADD SCORE-RETURN-RATIO TO RGT-SCORE(RGT-IDX)
              MOVE "Y" TO RGT-FLAG-RETURNS(RGT-IDX)
           END-IF
           IF RGT-NEAR-RA(RGT-IDX) NOT LESS THAN LP-NEAR-RA-COUNT
              COMPUTE RGT-SCORE(RGT-IDX) = RGT-SCORE(RGT-IDX) +
                 RGT-NEAR-RA(RGT-IDX) * SCORE-NEAR-RA-EACH
                 ON SIZE ERROR
                    MOVE 99999 TO RGT-SCORE(RGT-IDX)
              END-COMPUTE
              MOVE "Y" TO RGT-FLAG-NEAR-RA(RGT-IDX)
           END-IF
           IF RGT-LINES(RGT-IDX) NOT LESS THAN LP-MIN-LINES AND
              RGT-PROMO-PCT(RGT-IDX) NOT LESS THAN LP-PROMO-PCT
              ADD SCORE-PROMO-SHARE TO RGT-SCORE(RGT-IDX)
              MOVE "Y" TO RGT-FLAG-PROMO(RGT-IDX)
           END-IF
           IF RGT-UNDERPRICED(RGT-IDX) GREATER THAN ZERO
              COMPUTE WS-UNDERPRICE-SCORE =
                 RGT-UNDERPRICED(RGT-IDX) * SCORE-UNDERPRICE-EACH
                 ON SIZE ERROR
                    MOVE SCORE-UNDERPRICE-CAP TO WS-UNDERPRICE-SCORE
              END-COMPUTE
              IF WS-UNDERPRICE-SCORE GREATER THAN SCORE-UNDERPRICE-CAP
                 MOVE SCORE-UNDERPRICE-CAP TO WS-UNDERPRICE-SCORE
              END-IF
              ADD WS-UNDERPRICE-SCORE TO RGT-SCORE(RGT-IDX)
              MOVE "Y" TO RGT-FLAG-PRICE(RGT-IDX)
           END-IF
           IF RGT-OFFDAY-LINES(RGT-IDX) NOT LESS THAN LP-OFFDAY-LINES
              ADD SCORE-OFFDAY TO RGT-SCORE(RGT-IDX)
              MOVE "Y" TO RGT-FLAG-OFFDAY(RGT-IDX)
           END-IF
           .

       BUILD-WATCH-LIST.
           MOVE ZERO TO WLT-COUNT
           PERFORM VARYING RGT-IDX FROM 1 BY 1
              UNTIL RGT-IDX GREATER THAN RGT-COUNT
                   IF RGT-SCORE(RGT-IDX) GREATER THAN ZERO
                      PERFORM RANK-ONE-REGISTER
                   END-IF
           END-PERFORM
           .

       RANK-ONE-REGISTER.
           IF WLT-COUNT LESS THAN LP-WATCH-LIST-SIZE
              ADD 1 TO WLT-COUNT
              MOVE WLT-COUNT TO WLT-SORT-IDX
           ELSE
              IF RGT-SCORE(RGT-IDX) NOT GREATER THAN
                 RGT-SCORE(WLT-RGT-IDX(WLT-COUNT))
                 MOVE ZERO TO WLT-SORT-IDX
              ELSE
                 MOVE WLT-COUNT TO WLT-SORT-IDX
              END-IF
           END-IF
           IF WLT-SORT-IDX GREATER THAN ZERO
              PERFORM UNTIL WLT-SORT-IDX = 1 OR
                 RGT-SCORE(WLT-RGT-IDX(WLT-SORT-IDX - 1))
                    NOT LESS THAN RGT-SCORE(RGT-IDX)
                      MOVE WATCH-ENTRY(WLT-SORT-IDX - 1) TO
                         WATCH-ENTRY(WLT-SORT-IDX)
                      SUBTRACT 1 FROM WLT-SORT-IDX
              END-PERFORM
              MOVE RGT-IDX TO WLT-RGT-IDX(WLT-SORT-IDX)
              MOVE ZERO TO WLT-SUPPORT-COUNT(WLT-SORT-IDX)
           END-IF
           .

       COLLECT-SUPPORTING-LINES.
           MOVE ZERO TO SPT-COUNT
           IF WLT-COUNT GREATER THAN ZERO
              OPEN INPUT CANDY-FILE
              READ CANDY-FILE
              AT END
                 SET END-OF-CANDY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CANDY-FILE
                      IF CANDY-REC(20:29) NOT = SPACES AND
                         CN-BRANCH-ID NUMERIC AND
                         CN-REGISTER-NUM NUMERIC AND
                         CN-TYPE-CODE NUMERIC AND
                         CN-TRAN-DATE NUMERIC AND
                         CN-UNIT-PRICE NUMERIC AND
                         CN-AMOUNT NUMERIC
                         PERFORM KEEP-SUPPORTING-LINE
                      END-IF
                      READ CANDY-FILE
                      AT END
                         SET END-OF-CANDY-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-FILE
           END-IF
           .

       KEEP-SUPPORTING-LINE.
           MOVE ZERO TO WLT-FOUND-IDX
           PERFORM VARYING WLT-IDX FROM 1 BY 1
              UNTIL WLT-IDX GREATER THAN WLT-COUNT
                   MOVE WLT-RGT-IDX(WLT-IDX) TO RGT-IDX
                   IF RGT-BRANCH-ID(RGT-IDX) = CN-BRANCH-ID AND
                      RGT-REGISTER-NUM(RGT-IDX) = CN-REGISTER-NUM
                      MOVE WLT-IDX TO WLT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF WLT-FOUND-IDX GREATER THAN ZERO AND
              WLT-SUPPORT-COUNT(WLT-FOUND-IDX) LESS THAN
                 LP-DETAIL-LINES AND
              SPT-COUNT LESS THAN 500
              MOVE WLT-RGT-IDX(WLT-FOUND-IDX) TO RGT-IDX
              PERFORM CLASSIFY-CANDY-LINE
              MOVE SPACES TO PRN-SUP-FINDING
              EVALUATE TRUE
                 WHEN LINE-UNDERPRICED
                    MOVE "BELOW PRICE" TO PRN-SUP-FINDING
                 WHEN LINE-NEAR-RA AND RGT-FLAG-NEAR-RA(RGT-IDX) = "Y"
                    MOVE "NEAR RA LIMIT" TO PRN-SUP-FINDING
                 WHEN LINE-OFFDAY AND RGT-FLAG-OFFDAY(RGT-IDX) = "Y"
                    MOVE "NON-BUS DAY" TO PRN-SUP-FINDING
                 WHEN CN-AMOUNT LESS THAN ZERO AND
                      RGT-FLAG-RETURNS(RGT-IDX) = "Y"
                    MOVE "RETURN" TO PRN-SUP-FINDING
                 WHEN CN-PROMO-CODE NOT = SPACES AND
                      RGT-FLAG-PROMO(RGT-IDX) = "Y"
                    MOVE "PROMO CODE" TO PRN-SUP-FINDING
              END-EVALUATE
              IF PRN-SUP-FINDING NOT = SPACES
                 MOVE CN-TRAN-DATE TO PRN-SUP-DATE
                 MOVE CN-TYPE-CODE TO PRN-SUP-TYPE
                 MOVE CN-QUANTITY TO PRN-SUP-QTY
                 MOVE CN-UNIT-PRICE TO PRN-SUP-UNIT-PRICE
                 MOVE WS-SYSTEM-PRICE TO PRN-SUP-SYSTEM-PRICE
                 MOVE CN-AMOUNT TO PRN-SUP-AMOUNT
                 ADD 1 TO SPT-COUNT
                 ADD 1 TO WLT-SUPPORT-COUNT(WLT-FOUND-IDX)
                 MOVE WLT-FOUND-IDX TO SPT-WATCH-IDX(SPT-COUNT)
                 MOVE SUPPORT-LINE TO SPT-LINE(SPT-COUNT)
              END-IF
           END-IF
           .

       PRINT-WATCH-LIST.
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           MOVE RECORDS-CHECKED TO PRN-RECORDS-CHECKED
           MOVE RGT-COUNT TO PRN-REGISTERS-SCORED
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           MOVE CHAIN-RETURN-PCT TO PRN-CHAIN-RETURN-PCT
           MOVE RETURN-AUTH-THRESHOLD TO PRN-RA-THRESHOLD
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           IF WLT-COUNT = ZERO
              MOVE SPACES TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              MOVE "  NO REGISTERS MET ANY LOSS-PREVENTION THRESHOLD"
                 TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WLT-IDX FROM 1 BY 1
              UNTIL WLT-IDX GREATER THAN WLT-COUNT
                   PERFORM PRINT-ONE-WATCH-ENTRY
           END-PERFORM
           CLOSE REPORT-FILE
           .

       PRINT-ONE-WATCH-ENTRY.
           MOVE WLT-RGT-IDX(WLT-IDX) TO RGT-IDX
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE WLT-IDX TO PRN-WATCH-RANK
           MOVE RGT-BRANCH-ID(RGT-IDX) TO PRN-WATCH-BRANCH
           MOVE RGT-REGISTER-NUM(RGT-IDX) TO PRN-WATCH-REGISTER
           MOVE RGT-SCORE(RGT-IDX) TO PRN-WATCH-SCORE
           MOVE RGT-LINES(RGT-IDX) TO PRN-WATCH-LINES
           MOVE WATCH-HEADER-LINE TO REPORT-FILE-REC
           PERFORM WRITE-REPORT-LINE
           IF RGT-FLAG-RETURNS(RGT-IDX) = "Y"
              MOVE RGT-RETURN-PCT(RGT-IDX) TO PRN-RETURN-PCT
              MOVE RGT-NORM-PCT(RGT-IDX) TO PRN-NORM-PCT
              MOVE RGT-RETURNS(RGT-IDX) TO PRN-RETURN-COUNT
              MOVE RETURN-RATIO-LINE TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF RGT-FLAG-NEAR-RA(RGT-IDX) = "Y"
              MOVE RGT-NEAR-RA(RGT-IDX) TO PRN-NEAR-RA-COUNT
              MOVE WS-NEAR-RA-FLOOR TO PRN-NEAR-RA-FLOOR
              MOVE RETURN-AUTH-THRESHOLD TO PRN-NEAR-RA-CEILING
              MOVE NEAR-RA-LINE TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF RGT-FLAG-PROMO(RGT-IDX) = "Y"
              MOVE RGT-PROMO-PCT(RGT-IDX) TO PRN-PROMO-PCT
              MOVE RGT-LINES(RGT-IDX) TO PRN-PROMO-LINES
              MOVE PROMO-SHARE-LINE TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF RGT-FLAG-PRICE(RGT-IDX) = "Y"
              MOVE RGT-UNDERPRICED(RGT-IDX) TO PRN-UNDERPRICED
              MOVE UNDERPRICE-LINE TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF RGT-FLAG-OFFDAY(RGT-IDX) = "Y"
              MOVE RGT-OFFDAY-LINES(RGT-IDX) TO PRN-OFFDAY-LINES
              MOVE OFFDAY-LINE TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
           END-IF
           IF WLT-SUPPORT-COUNT(WLT-IDX) GREATER THAN ZERO
              MOVE SUPPORT-HEADING TO REPORT-FILE-REC
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING SPT-IDX FROM 1 BY 1
                 UNTIL SPT-IDX GREATER THAN SPT-COUNT
                      IF SPT-WATCH-IDX(SPT-IDX) = WLT-IDX
                         MOVE SPT-LINE(SPT-IDX) TO REPORT-FILE-REC
                         PERFORM WRITE-REPORT-LINE
                      END-IF
              END-PERFORM
           END-IF
           .

       WRITE-REPORT-LINE.
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-FILE-REC
           .
