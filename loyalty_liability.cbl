       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-LIABILITY.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "loyalty_members.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LM-MEMBER-NUM
                 FILE STATUS IS WS-MBR-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT LIABILITY-HIST-FILE ASSIGN TO
                 "loyalty_liability_hist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LLH-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "gl_extract_loyalty.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GLX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "loyalty_liability_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD LIABILITY-HIST-FILE.
       01 LIABILITY-HIST-REC.
          88 END-OF-LIABILITY-HIST                     VALUE HIGH-VALUES
           .
          05 LLH-PERIOD             PIC 9(6).
          05 LLH-POINTS             PIC S9(11).
          05 LLH-LIABILITY          PIC S9(9)V99.

       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-REC.
          05 GL-REC-TYPE            PIC X.
          05 GL-ACCOUNT             PIC X(8).
          05 GL-STATE-NUM           PIC 99.
          05 GL-PERIOD              PIC 9(6).
          05 GL-AMOUNT              PIC S9(9)V99.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MBR-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 WS-LLH-STATUS             PIC XX.
       01 WS-GLX-STATUS             PIC XX.
       01 WS-END-OF-MASTER          PIC X        VALUE "N".
          88 END-OF-MASTER                        VALUE "Y".
       01 WS-RUN-PERIOD             PIC 9(6).
       01 LOYALTY-POINT-VALUE       PIC 9(3)V99  VALUE 0.01.
       01 GL-LOYALTY-EXPENSE-ACCOUNT
                                    PIC X(8)     VALUE "41900000".
       01 GL-LOYALTY-LIABILITY-ACCOUNT
                                    PIC X(8)     VALUE "23500000".
       01 GL-RECORD-COUNT           PIC 9(5)     VALUE ZERO.

       01 BRANCH-LIABILITY-TABLE.
          05 BRANCH-LIABILITY-ENTRY OCCURS 1000 TIMES.
             10 LLB-BRANCH-ID       PIC 9(7).
             10 LLB-MEMBERS         PIC 9(7).
             10 LLB-POINTS          PIC S9(11).
             10 LLB-NEGATIVE        PIC 9(5).
       01 LLB-COUNT                 PIC 9(4) VALUE ZERO.
       01 LLB-IDX                   PIC 9(4).
       01 LLB-FOUND-IDX             PIC 9(4).
       01 LLB-SORT-IDX              PIC 9(4).
       01 LLB-SWAP-ENTRY            PIC X(30).
       01 WS-LLB-OVERFLOW           PIC X    VALUE "N".
          88 LLB-OVERFLOW                    VALUE "Y".

       01 LIABILITY-HIST-TABLE.
          05 LIABILITY-HIST-ENTRY OCCURS 240 TIMES.
             10 LHT-PERIOD          PIC 9(6).
             10 LHT-POINTS          PIC S9(11).
             10 LHT-LIABILITY       PIC S9(9)V99.
       01 LHT-COUNT                 PIC 9(3) VALUE ZERO.
       01 LHT-IDX                   PIC 9(3).
       01 WS-LATER-PERIOD-BOOKED    PIC X    VALUE "N".
          88 LATER-PERIOD-BOOKED             VALUE "Y".
       01 WS-PERIOD-BOOKED          PIC X    VALUE "N".
          88 PERIOD-ALREADY-BOOKED           VALUE "Y".
       01 PERIOD-BOOKED-LIABILITY   PIC S9(9)V99 VALUE ZERO.

       01 MEMBER-COUNT              PIC 9(7)     VALUE ZERO.
       01 ACTIVE-MEMBER-COUNT       PIC 9(7)     VALUE ZERO.
       01 REPEAT-MEMBER-COUNT       PIC 9(7)     VALUE ZERO.
       01 NEGATIVE-MEMBER-COUNT     PIC 9(7)     VALUE ZERO.
       01 TOTAL-POINTS-OUTSTANDING  PIC S9(11)   VALUE ZERO.
       01 TOTAL-NEGATIVE-POINTS     PIC S9(11)   VALUE ZERO.
       01 WS-LIABILITY              PIC S9(9)V99.
       01 TOTAL-LIABILITY           PIC S9(9)V99 VALUE ZERO.
       01 PRIOR-LIABILITY           PIC S9(9)V99 VALUE ZERO.
       01 PRIOR-PERIOD              PIC 9(6)     VALUE ZERO.
       01 LIABILITY-MOVEMENT        PIC S9(9)V99 VALUE ZERO.
       01 WS-REPEAT-PCT             PIC 9(3)V9.

       01 REPORT-HEADING1           PIC X(45)
                                                       VALUE
             "  YoreCandyShoppe Loyalty Points Liability".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(18)
                                                       VALUE
             "  AS AT PERIOD ".
          05 PRN-RUN-PERIOD         PIC 9(6).
          05 FILLER                 PIC X(16)
                                                       VALUE
             "   POINT VALUE ".
          05 PRN-POINT-VALUE        PIC $$9.99.
       01 REPORT-HEADING3           PIC X(70)
                                                       VALUE
             "   Branch   Members         Points          Liability   Ne
      -      "g Bal".
       01 DETAIL-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-BRANCH-ID          PIC 9(7).
          05 PRN-MEMBERS            PIC B(3)ZZZ,ZZ9.
          05 PRN-POINTS             PIC B(3)ZZZ,ZZZ,ZZ9-.
          05 PRN-LIABILITY          PIC B(3)$$$,$$$,$$9.99-.
          05 PRN-NEGATIVE           PIC B(3)ZZ,ZZ9.
       01 TOTAL-LINE.
          05 FILLER                 PIC X(9)     VALUE "  TOTAL  ".
          05 PRN-TOTAL-MEMBERS      PIC B(3)ZZZ,ZZ9.
          05 PRN-TOTAL-POINTS       PIC B(3)ZZZ,ZZZ,ZZ9-.
          05 PRN-TOTAL-LIABILITY    PIC B(3)$$$,$$$,$$9.99-.
          05 PRN-TOTAL-NEGATIVE     PIC B(3)ZZ,ZZ9.
       01 NEGATIVE-LINE.
          05 FILLER                 PIC X(20)
                                                       VALUE
             "  ** NEGATIVE MEMBER".
          05 PRN-NEG-MEMBER         PIC B9(7).
          05 PRN-NEG-NAME           PIC BX(30).
          05 PRN-NEG-POINTS         PIC BZZZ,ZZZ,ZZ9-.
       01 SUMMARY-LINE.
          05 PRN-SUMMARY-LABEL      PIC X(36).
          05 PRN-SUMMARY-AMOUNT     PIC $$$,$$$,$$9.99-.
       01 COUNT-LINE.
          05 PRN-COUNT-LABEL        PIC X(36).
          05 PRN-COUNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
       01 PCT-LINE.
          05 FILLER                 PIC X(36)
                                                       VALUE
             "  REPEAT CUSTOMERS (PCT OF ACTIVE)".
          05 PRN-REPEAT-PCT         PIC B(5)ZZ9.9.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "LIABILITY PERIOD (YYYYMM) -"
           ACCEPT WS-RUN-PERIOD
           IF WS-RUN-PERIOD = ZERO
              DISPLAY "INVALID PERIOD"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT MEMBER-FILE
           IF WS-MBR-STATUS NOT = "00"
              DISPLAY "NO LOYALTY MEMBER FILE - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-LIABILITY-HISTORY
           IF LATER-PERIOD-BOOKED
              DISPLAY "LIABILITY ALREADY BOOKED FOR A LATER PERIOD"
                      " - RUN ABANDONED"
              CLOSE MEMBER-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           MOVE WS-RUN-PERIOD TO PRN-RUN-PERIOD
           MOVE LOYALTY-POINT-VALUE TO PRN-POINT-VALUE
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING3
           MOVE LOW-VALUES TO LM-MEMBER-NUM
           START MEMBER-FILE KEY IS GREATER THAN OR EQUAL
              LM-MEMBER-NUM
              INVALID KEY
                 SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
                   READ MEMBER-FILE NEXT RECORD
                   AT END
                      SET END-OF-MASTER TO TRUE
                   NOT AT END
                      PERFORM TALLY-ONE-MEMBER
                   END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           PERFORM SORT-BRANCH-LIABILITY
           PERFORM VARYING LLB-IDX FROM 1 BY 1
              UNTIL LLB-IDX GREATER THAN LLB-COUNT
                   PERFORM PRINT-BRANCH-LINE
           END-PERFORM
           COMPUTE TOTAL-LIABILITY =
              TOTAL-POINTS-OUTSTANDING * LOYALTY-POINT-VALUE
           MOVE MEMBER-COUNT TO PRN-TOTAL-MEMBERS
           MOVE TOTAL-POINTS-OUTSTANDING TO PRN-TOTAL-POINTS
           MOVE TOTAL-LIABILITY TO PRN-TOTAL-LIABILITY
           MOVE NEGATIVE-MEMBER-COUNT TO PRN-TOTAL-NEGATIVE
           MOVE TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TOTAL-LINE
           IF NEGATIVE-MEMBER-COUNT GREATER THAN ZERO
              PERFORM LIST-NEGATIVE-MEMBERS
           END-IF
           COMPUTE LIABILITY-MOVEMENT =
              TOTAL-LIABILITY - PRIOR-LIABILITY
           PERFORM PRINT-LIABILITY-SUMMARY
           PERFORM WRITE-LIABILITY-JOURNAL
           PERFORM SAVE-LIABILITY-HISTORY
           CLOSE REPORT-FILE
           IF LLB-OVERFLOW
              DISPLAY "BRANCH TABLE FULL - SOME BRANCHES NOT LISTED"
              DISPLAY "THE CHAIN TOTALS ARE COMPLETE"
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

       LOAD-LIABILITY-HISTORY.
           MOVE ZERO TO LHT-COUNT
           OPEN INPUT LIABILITY-HIST-FILE
           IF WS-LLH-STATUS = "00"
              READ LIABILITY-HIST-FILE
              AT END
                 SET END-OF-LIABILITY-HIST TO TRUE
              END-READ
              PERFORM UNTIL END-OF-LIABILITY-HIST
                      IF LLH-PERIOD NUMERIC AND
                         LLH-LIABILITY NUMERIC
                         IF LLH-PERIOD GREATER THAN WS-RUN-PERIOD
                            SET LATER-PERIOD-BOOKED TO TRUE
                         END-IF
                         IF LLH-PERIOD = WS-RUN-PERIOD
                            SET PERIOD-ALREADY-BOOKED TO TRUE
                            MOVE LLH-LIABILITY TO
                               PERIOD-BOOKED-LIABILITY
                         END-IF
                         IF LLH-PERIOD LESS THAN WS-RUN-PERIOD AND
                            LHT-COUNT LESS THAN 240
                            ADD 1 TO LHT-COUNT
                            MOVE LLH-PERIOD TO LHT-PERIOD(LHT-COUNT)
                            MOVE LLH-POINTS TO LHT-POINTS(LHT-COUNT)
                            MOVE LLH-LIABILITY TO
                               LHT-LIABILITY(LHT-COUNT)
                            IF LLH-PERIOD NOT LESS THAN PRIOR-PERIOD
                               MOVE LLH-PERIOD TO PRIOR-PERIOD
                               MOVE LLH-LIABILITY TO PRIOR-LIABILITY
                            END-IF
                         END-IF
                      END-IF
                      READ LIABILITY-HIST-FILE
                      AT END
                         SET END-OF-LIABILITY-HIST TO TRUE
                      END-READ
              END-PERFORM
              CLOSE LIABILITY-HIST-FILE
           END-IF
           IF PERIOD-ALREADY-BOOKED
              MOVE WS-RUN-PERIOD TO PRIOR-PERIOD
              MOVE PERIOD-BOOKED-LIABILITY TO PRIOR-LIABILITY
              DISPLAY "PERIOD " WS-RUN-PERIOD " ALREADY BOOKED - ONLY"
                      " THE CHANGE SINCE THAT RUN WILL BE JOURNALLED"
           END-IF
           .

       TALLY-ONE-MEMBER.
           ADD 1 TO MEMBER-COUNT
           IF LM-MEMBER-ACTIVE AND LM-VISIT-COUNT GREATER THAN ZERO
              ADD 1 TO ACTIVE-MEMBER-COUNT
              IF LM-VISIT-COUNT GREATER THAN 1
                 ADD 1 TO REPEAT-MEMBER-COUNT
              END-IF
           END-IF
           MOVE ZERO TO LLB-FOUND-IDX
           PERFORM VARYING LLB-IDX FROM 1 BY 1
              UNTIL LLB-IDX GREATER THAN LLB-COUNT
                   IF LLB-BRANCH-ID(LLB-IDX) = LM-HOME-BRANCH
                      MOVE LLB-IDX TO LLB-FOUND-IDX
                   END-IF
           END-PERFORM
           IF LLB-FOUND-IDX = ZERO
              IF LLB-COUNT LESS THAN 1000
                 ADD 1 TO LLB-COUNT
                 MOVE LM-HOME-BRANCH TO LLB-BRANCH-ID(LLB-COUNT)
                 MOVE ZERO TO LLB-MEMBERS(LLB-COUNT)
                 MOVE ZERO TO LLB-POINTS(LLB-COUNT)
                 MOVE ZERO TO LLB-NEGATIVE(LLB-COUNT)
                 MOVE LLB-COUNT TO LLB-FOUND-IDX
              ELSE
                 SET LLB-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF LLB-FOUND-IDX GREATER THAN ZERO
              ADD 1 TO LLB-MEMBERS(LLB-FOUND-IDX)
           END-IF
           IF LM-POINTS-BALANCE GREATER THAN ZERO
              ADD LM-POINTS-BALANCE TO TOTAL-POINTS-OUTSTANDING
              IF LLB-FOUND-IDX GREATER THAN ZERO
                 ADD LM-POINTS-BALANCE TO LLB-POINTS(LLB-FOUND-IDX)
              END-IF
           END-IF
           IF LM-POINTS-BALANCE LESS THAN ZERO
              ADD 1 TO NEGATIVE-MEMBER-COUNT
              ADD LM-POINTS-BALANCE TO TOTAL-NEGATIVE-POINTS
              IF LLB-FOUND-IDX GREATER THAN ZERO
                 ADD 1 TO LLB-NEGATIVE(LLB-FOUND-IDX)
              END-IF
           END-IF
           .

       SORT-BRANCH-LIABILITY.
           PERFORM VARYING LLB-IDX FROM 2 BY 1
              UNTIL LLB-IDX GREATER THAN LLB-COUNT
                   MOVE BRANCH-LIABILITY-ENTRY(LLB-IDX) TO
                      LLB-SWAP-ENTRY
                   PERFORM VARYING LLB-SORT-IDX FROM LLB-IDX BY -1
                      UNTIL LLB-SORT-IDX = 1 OR
                         BRANCH-LIABILITY-ENTRY(LLB-SORT-IDX - 1)(1:7)
                            NOT GREATER THAN LLB-SWAP-ENTRY(1:7)
                         MOVE BRANCH-LIABILITY-ENTRY(LLB-SORT-IDX - 1)
                            TO BRANCH-LIABILITY-ENTRY(LLB-SORT-IDX)
                   END-PERFORM
                   MOVE LLB-SWAP-ENTRY TO
                      BRANCH-LIABILITY-ENTRY(LLB-SORT-IDX)
           END-PERFORM
           .

       PRINT-BRANCH-LINE.
           COMPUTE WS-LIABILITY =
              LLB-POINTS(LLB-IDX) * LOYALTY-POINT-VALUE
           MOVE LLB-BRANCH-ID(LLB-IDX) TO PRN-BRANCH-ID
           MOVE LLB-MEMBERS(LLB-IDX) TO PRN-MEMBERS
           MOVE LLB-POINTS(LLB-IDX) TO PRN-POINTS
           MOVE WS-LIABILITY TO PRN-LIABILITY
           MOVE LLB-NEGATIVE(LLB-IDX) TO PRN-NEGATIVE
           MOVE DETAIL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY DETAIL-LINE
           .

       LIST-NEGATIVE-MEMBERS.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "  MEMBERS WITH NEGATIVE POINTS BALANCES (NOT IN THE"
              TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "  LIABILITY - REVIEW RETURNS AND REDEMPTIONS)" TO
              REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           OPEN INPUT MEMBER-FILE
           MOVE "N" TO WS-END-OF-MASTER
           MOVE LOW-VALUES TO LM-MEMBER-NUM
           START MEMBER-FILE KEY IS GREATER THAN OR EQUAL
              LM-MEMBER-NUM
              INVALID KEY
                 SET END-OF-MASTER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER
                   READ MEMBER-FILE NEXT RECORD
                   AT END
                      SET END-OF-MASTER TO TRUE
                   NOT AT END
                      IF LM-POINTS-BALANCE LESS THAN ZERO
                         MOVE LM-MEMBER-NUM TO PRN-NEG-MEMBER
                         MOVE LM-MEMBER-NAME TO PRN-NEG-NAME
                         MOVE LM-POINTS-BALANCE TO PRN-NEG-POINTS
                         MOVE NEGATIVE-LINE TO REPORT-FILE-REC
                         WRITE REPORT-FILE-REC
                         DISPLAY NEGATIVE-LINE
                      END-IF
                   END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           .

       PRINT-LIABILITY-SUMMARY.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "  POINTS LIABILITY THIS PERIOD" TO PRN-SUMMARY-LABEL
           MOVE TOTAL-LIABILITY TO PRN-SUMMARY-AMOUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO PRN-SUMMARY-LABEL
           STRING "  LIABILITY BOOKED AT " DELIMITED BY SIZE
                  PRIOR-PERIOD DELIMITED BY SIZE
                  INTO PRN-SUMMARY-LABEL
           MOVE PRIOR-LIABILITY TO PRN-SUMMARY-AMOUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  MOVEMENT TO BOOK" TO PRN-SUMMARY-LABEL
           MOVE LIABILITY-MOVEMENT TO PRN-SUMMARY-AMOUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  MEMBERS ON FILE" TO PRN-COUNT-LABEL
           MOVE MEMBER-COUNT TO PRN-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  ACTIVE MEMBERS WHO HAVE VISITED" TO PRN-COUNT-LABEL
           MOVE ACTIVE-MEMBER-COUNT TO PRN-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  REPEAT CUSTOMERS (2+ VISIT DAYS)" TO
              PRN-COUNT-LABEL
           MOVE REPEAT-MEMBER-COUNT TO PRN-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE ZERO TO WS-REPEAT-PCT
           IF ACTIVE-MEMBER-COUNT GREATER THAN ZERO
              COMPUTE WS-REPEAT-PCT ROUNDED =
                 REPEAT-MEMBER-COUNT * 100 / ACTIVE-MEMBER-COUNT
           END-IF
           MOVE WS-REPEAT-PCT TO PRN-REPEAT-PCT
           MOVE PCT-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY PCT-LINE
           .

       WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY SUMMARY-LINE
           .

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY COUNT-LINE
           .

       WRITE-LIABILITY-JOURNAL.
           OPEN EXTEND GL-EXTRACT-FILE
           IF WS-GLX-STATUS = "35"
              OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           IF LIABILITY-MOVEMENT NOT = ZERO
              MOVE "M" TO GL-REC-TYPE
              MOVE GL-LOYALTY-EXPENSE-ACCOUNT TO GL-ACCOUNT
              MOVE ZERO TO GL-STATE-NUM
              MOVE WS-RUN-PERIOD TO GL-PERIOD
              MOVE LIABILITY-MOVEMENT TO GL-AMOUNT
              WRITE GL-EXTRACT-REC
              ADD 1 TO GL-RECORD-COUNT
              MOVE "N" TO GL-REC-TYPE
              MOVE GL-LOYALTY-LIABILITY-ACCOUNT TO GL-ACCOUNT
              WRITE GL-EXTRACT-REC
              ADD 1 TO GL-RECORD-COUNT
           END-IF
           CLOSE GL-EXTRACT-FILE
           DISPLAY "GL extract records written = " GL-RECORD-COUNT
           .

       SAVE-LIABILITY-HISTORY.
           OPEN OUTPUT LIABILITY-HIST-FILE
           PERFORM VARYING LHT-IDX FROM 1 BY 1
              UNTIL LHT-IDX GREATER THAN LHT-COUNT
                   MOVE LHT-PERIOD(LHT-IDX) TO LLH-PERIOD
                   MOVE LHT-POINTS(LHT-IDX) TO LLH-POINTS
                   MOVE LHT-LIABILITY(LHT-IDX) TO LLH-LIABILITY
                   WRITE LIABILITY-HIST-REC
           END-PERFORM
           MOVE WS-RUN-PERIOD TO LLH-PERIOD
           MOVE TOTAL-POINTS-OUTSTANDING TO LLH-POINTS
           MOVE TOTAL-LIABILITY TO LLH-LIABILITY
           WRITE LIABILITY-HIST-REC
           CLOSE LIABILITY-HIST-FILE
           .
