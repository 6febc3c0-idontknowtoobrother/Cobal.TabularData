           SELECT CASH-UP-FILE ASSIGN TO "cash_up.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CSH-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "candy_summary.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CSM-KEY
                 FILE STATUS IS WS-CSM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "register_balance_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 CU-TRAN-DATE           PIC 9(8).
          05 CU-DECLARED-AMOUNT     PIC S9(7)V99.

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

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-CSH-STATUS             PIC XX.
       01 WS-CSM-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 LOYALTY-POINT-VALUE       PIC 9(3)V99  VALUE 0.01.
       01 WS-POINTS-TENDER          PIC S9(7)V99.
       01 WS-CHAIN-POINTS-TENDER    PIC S9(9)V99 VALUE ZERO.
       01 REGISTER-TABLE.
          05 REGISTER-ENTRY OCCURS 2000 TIMES.
             10 RGT-BRANCH-ID       PIC 9(7).
                                                       VALUE
             "  UNDECLARED TAKINGS     ".
          05 PRN-UNDECLARED         PIC $$$,$$$,$$9.99-.
       01 POINTS-TENDER-LINE.
          05 FILLER                 PIC X(25)
                                                       VALUE
             "  POINTS TENDER (NONCASH)".
          05 PRN-POINTS-TENDER      PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-CASH-UP-FILE
           IF RGT-COUNT = ZERO
              DISPLAY "NO CASH-UP DECLARATIONS ON FILE - RUN ABANDONED"
              DISPLAY "REGISTERS WITH NO CASH-UP ARE EXCLUDED FROM"
                      " THE CHAIN NET"
           END-IF
           IF WS-CHAIN-POINTS-TENDER NOT = ZERO
              MOVE WS-CHAIN-POINTS-TENDER TO PRN-POINTS-TENDER
              DISPLAY POINTS-TENDER-LINE
              MOVE POINTS-TENDER-LINE TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY "LOYALTY POINTS REDEEMED ARE TAKEN OFF THE"
                      " POSTED CASH"
           END-IF
           DISPLAY "REGISTERS OVER  " OVER-REGISTER-COUNT
           DISPLAY "REGISTERS SHORT " SHORT-REGISTER-COUNT
           CLOSE REPORT-FILE
           .

       POST-CANDY-DETAIL.
           OPEN INPUT SUMMARY-FILE
           IF WS-CSM-STATUS NOT = "00"
              DISPLAY "NO CANDY SUMMARY ON HAND - RUN CANDY-SALE FIRST"
           ELSE
              READ SUMMARY-FILE NEXT RECORD
              AT END
                 SET END-OF-SUMMARY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUMMARY-FILE
                      IF CSM-POSTED AND
                         CSM-BRANCH-ID NUMERIC AND
                         CSM-REGISTER-NUM NUMERIC AND
                         CSM-TRAN-DATE NUMERIC AND
                         CSM-AMOUNT NUMERIC
                         PERFORM POST-ONE-DETAIL
                      END-IF
                      READ SUMMARY-FILE NEXT RECORD
                      AT END
                         SET END-OF-SUMMARY-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUMMARY-FILE
           END-IF
           .

       POST-ONE-DETAIL.
           MOVE ZERO TO WS-POINTS-TENDER
           IF CSM-POINTS-REDEEMED NUMERIC AND
              CSM-POINTS-REDEEMED GREATER THAN ZERO
              COMPUTE WS-POINTS-TENDER =
                 CSM-POINTS-REDEEMED * LOYALTY-POINT-VALUE
              ADD WS-POINTS-TENDER TO WS-CHAIN-POINTS-TENDER
           END-IF
           MOVE CSM-BRANCH-ID TO WS-LOOKUP-BRANCH
           MOVE CSM-REGISTER-NUM TO WS-LOOKUP-REGISTER
           MOVE CSM-TRAN-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-REGISTER-ENTRY
           IF RGT-FOUND-IDX GREATER THAN ZERO
              ADD CSM-AMOUNT TO RGT-POSTED(RGT-FOUND-IDX)
              SUBTRACT WS-POINTS-TENDER FROM RGT-POSTED(RGT-FOUND-IDX)
           ELSE
              IF RGT-COUNT LESS THAN 2000
                 ADD 1 TO RGT-COUNT
                    RGT-REGISTER-NUM(RGT-COUNT)
                 MOVE WS-LOOKUP-DATE TO RGT-TRAN-DATE(RGT-COUNT)
                 MOVE ZERO TO RGT-DECLARED(RGT-COUNT)
                 COMPUTE RGT-POSTED(RGT-COUNT) =
                    CSM-AMOUNT - WS-POINTS-TENDER
                 MOVE "N" TO RGT-DECLARED-FLAG(RGT-COUNT)
              END-IF
           END-IF
           WRITE REPORT-FILE-REC
           MOVE ZERO TO WS-BRANCH-OVER-SHORT
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
