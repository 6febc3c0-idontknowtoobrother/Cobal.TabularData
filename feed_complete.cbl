       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-COMPLETENESS.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT SEASON-FILE ASSIGN TO "season_calendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEA-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "business_calendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAL-STATUS.
           SELECT CANDY-SALE-FILE ASSIGN TO "candy_sale.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CSF-STATUS.
           SELECT FILE-LIST-FILE ASSIGN TO "branch_sale_files.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FILE-LIST-STATUS.
           SELECT BRANCH-SALE-FILE ASSIGN TO WS-CURRENT-FILENAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SALE-STATUS.
           SELECT FEED-GAP-FILE ASSIGN TO "feed_gaps.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GAP-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "feed_completeness_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD SEASON-FILE.
       01 SEASON-REC.
          88 END-OF-SEASON-FILE                        VALUE HIGH-VALUES
           .
          05 SEA-BRANCH-ID          PIC 9(7).
          05 SEA-OPEN-MMDD          PIC 9(4).
          05 SEA-CLOSE-MMDD         PIC 9(4).

       FD CALENDAR-FILE.
       01 CALENDAR-REC.
          88 END-OF-CALENDAR-FILE                      VALUE HIGH-VALUES
           .
          05 CAL-DATE               PIC 9(8).
          05 CAL-BUSINESS-DAY       PIC X.
          05 CAL-HOLIDAY-NAME       PIC X(20).
          05 CAL-PERIOD             PIC 9(6).

       FD CANDY-SALE-FILE.
       01 CANDY-TRAN-REC.
          88 END-OF-CANDY-FILE                         VALUE HIGH-VALUES
           .
          05 CS-BRANCH-ID           PIC 9(7).
          05 CS-STATE-NUM           PIC 99.
          05 CS-TYPE-CODE           PIC 9(3).
          05 CS-TRAN-DATE           PIC 9(8).
          05 FILLER                 PIC X(46).

       FD FILE-LIST-FILE.
       01 FILE-LIST-REC.
          88 END-OF-FILE-LIST                          VALUE HIGH-VALUES
           .
          05 FILE-LIST-NAME         PIC X(40).

       FD BRANCH-SALE-FILE.
       01 POSTING-REC.
          88 END-OF-SALES-FILE                         VALUE HIGH-VALUES
           .
          05 POST-REC-TYPE          PIC X.
          05 FILLER                 PIC X(54).
       01 TYPED-CANDY-REC.
          05 FILLER                 PIC X.
          05 TCR-BRANCH-ID          PIC X(7).
          05 TCR-STATE-NUM          PIC XX.
          05 TCR-TYPE-CODE          PIC X(3).
          05 TCR-TRAN-DATE          PIC X(8).
          05 FILLER                 PIC X(34).

       FD FEED-GAP-FILE.
       01 FEED-GAP-REC.
          88 END-OF-FEED-GAPS                          VALUE HIGH-VALUES
           .
          05 FGP-BRANCH-ID          PIC 9(7).
          05 FGP-FIRST-DATE         PIC 9(8).
          05 FGP-LAST-DATE          PIC 9(8).
          05 FGP-DAYS-MISSING       PIC 9(4).

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BM-STATUS              PIC XX.
       01 WS-SEA-STATUS             PIC XX.
       01 WS-CAL-STATUS             PIC XX.
       01 WS-CSF-STATUS             PIC XX.
       01 WS-FILE-LIST-STATUS       PIC XX.
       01 WS-SALE-STATUS            PIC XX.
       01 WS-GAP-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 FEED-GAP-DAYS             PIC 9(3)     VALUE 3.
       01 WS-FEED-DATE              PIC 9(8).
       01 WS-FEED-DATE-PARTS REDEFINES WS-FEED-DATE.
          05 WS-FEED-YEAR           PIC 9(4).
          05 WS-FEED-MONTH          PIC 99.
          05 WS-FEED-DAY            PIC 99.
       01 WS-FEED-MMDD              PIC 9(4).
       01 WS-BUSINESS-DAY           PIC X        VALUE "Y".
          88 FEED-DATE-IS-BUSINESS               VALUE "Y".
       01 WS-HOLIDAY-NAME           PIC X(20)    VALUE SPACES.
       01 WS-END-OF-MASTER          PIC X        VALUE "N".
          88 END-OF-MASTER                       VALUE "Y".
       01 WS-CURRENT-FILENAME       PIC X(40).
       01 FILE-LIST-COUNT           PIC 9(2)     VALUE ZERO.
       01 FILE-LIST-IDX             PIC 9(2).
       01 FILE-LIST-TABLE.
          05 FILE-LIST-ENTRY OCCURS 40 TIMES PIC X(40).
       01 SEASON-TABLE.
          05 SEASON-ENTRY OCCURS 500 TIMES.
             10 SST-BRANCH-ID       PIC 9(7).
             10 SST-OPEN-MMDD       PIC 9(4).
             10 SST-CLOSE-MMDD      PIC 9(4).
       01 SST-COUNT                 PIC 9(3)     VALUE ZERO.
       01 SST-IDX                   PIC 9(3).
       01 SST-FOUND-IDX             PIC 9(3).
       01 WS-IN-SEASON              PIC X.
          88 IN-SEASON                           VALUE "Y".
       01 FEED-BRANCH-TABLE.
          05 FEED-BRANCH-ENTRY OCCURS 1000 TIMES.
             10 FBT-BRANCH-ID       PIC 9(7).
             10 FBT-STATE-NUM       PIC 99.
             10 FBT-BRANCH-NAME     PIC X(20).
             10 FBT-EXPECTED        PIC X.
                88 FBT-SHOULD-REPORT           VALUE "Y".
             10 FBT-REASON          PIC X(16).
             10 FBT-CANDY-RECS      PIC 9(7).
             10 FBT-BRANCH-RECS     PIC 9(7).
             10 FBT-DAYS-MISSING    PIC 9(4).
             10 FBT-FIRST-MISSING   PIC 9(8).
       01 FBT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 FBT-IDX                   PIC 9(4).
       01 FBT-FOUND-IDX             PIC 9(4).
       01 WS-FBT-OVERFLOW           PIC X        VALUE "N".
          88 FBT-OVERFLOW                        VALUE "Y".
       01 WS-SEEK-BRANCH-ID         PIC 9(7).
       01 FEED-GAP-TABLE.
          05 FEED-GAP-ENTRY OCCURS 1000 TIMES.
             10 FGT-BRANCH-ID       PIC 9(7).
             10 FGT-FIRST-DATE      PIC 9(8).
             10 FGT-LAST-DATE       PIC 9(8).
             10 FGT-DAYS-MISSING    PIC 9(4).
       01 FGT-COUNT                 PIC 9(4)     VALUE ZERO.
       01 FGT-IDX                   PIC 9(4).
       01 FGT-FOUND-IDX             PIC 9(4).
       01 EXPECTED-COUNT            PIC 9(5)     VALUE ZERO.
       01 REPORTED-COUNT            PIC 9(5)     VALUE ZERO.
       01 MISSING-COUNT             PIC 9(5)     VALUE ZERO.
       01 SEVERE-COUNT              PIC 9(5)     VALUE ZERO.
       01 UNEXPECTED-COUNT          PIC 9(5)     VALUE ZERO.
       01 UNDATED-COUNT             PIC 9(7)     VALUE ZERO.
       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16)
                                               VALUE "FEED-COMPLETE"
           .
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Daily Feed Completeness".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(14)
                                                       VALUE
             "  FEED DATE - ".
          05 PRN-FEED-DATE          PIC 9(8).
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-DAY-NOTE           PIC X(40).
       01 MISSING-HEADING           PIC X(59)
                                                       VALUE
             "  Branch  Name                 St  Days  Since     Severit
      -      "y".
       01 UNEXPECTED-HEADING        PIC X(75)
                                                       VALUE
             "  Branch  Name                 St  Reason             Cand
      -      "yRecs  BranchRecs".
       01 SECTION-HEADING.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-SECTION-NAME       PIC X(50).
       01 MISSING-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-MIS-BRANCH-ID      PIC 9(7).
          05 PRN-MIS-NAME           PIC BX(20).
          05 PRN-MIS-STATE          PIC BZ9.
          05 PRN-MIS-DAYS           PIC B(2)ZZZ9.
          05 PRN-MIS-SINCE          PIC B(2)9(8).
          05 PRN-MIS-SEVERITY       PIC B(2)X(8).
       01 UNEXPECTED-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-UNX-BRANCH-ID      PIC 9(7).
          05 PRN-UNX-NAME           PIC BX(20).
          05 PRN-UNX-STATE          PIC BZ9.
          05 PRN-UNX-REASON         PIC B(2)X(16).
          05 PRN-UNX-CANDY          PIC B(2)Z,ZZZ,ZZ9.
          05 PRN-UNX-BRANCH         PIC B(2)Z,ZZZ,ZZ9.
       01 COUNT-LINE.
          05 PRN-COUNT-LABEL        PIC X(36).
          05 PRN-COUNT-VALUE        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "FEED DATE (YYYYMMDD) -"
           ACCEPT WS-FEED-DATE
           IF WS-FEED-DATE NOT NUMERIC OR
              WS-FEED-MONTH LESS THAN 1 OR
              WS-FEED-MONTH GREATER THAN 12 OR
              WS-FEED-DAY LESS THAN 1 OR
              WS-FEED-DAY GREATER THAN 31 OR
              WS-FEED-YEAR LESS THAN 1901
              DISPLAY "INVALID FEED DATE - RUN ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-FEED-DATE(5:4) TO WS-FEED-MMDD
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM CHECK-BUSINESS-DAY
           PERFORM LOAD-SEASON-CALENDAR
           PERFORM LOAD-EXPECTED-BRANCHES
           IF WS-BM-STATUS NOT = "00" AND WS-BM-STATUS NOT = "10"
              DISPLAY "CANNOT OPEN BRANCH MASTER - STATUS "
                      WS-BM-STATUS
              MOVE "E" TO MLG-SEVERITY
              MOVE "FC0003" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "BRANCH MASTER UNAVAILABLE - STATUS "
                        DELIMITED BY SIZE
                     WS-BM-STATUS DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM SCAN-CANDY-SALE-FEED
           PERFORM LOAD-FILE-LIST
           PERFORM VARYING FILE-LIST-IDX FROM 1 BY 1
              UNTIL FILE-LIST-IDX GREATER THAN FILE-LIST-COUNT
                   MOVE FILE-LIST-ENTRY(FILE-LIST-IDX) TO
                      WS-CURRENT-FILENAME
                   PERFORM SCAN-BRANCH-SALE-FEED
           END-PERFORM
           PERFORM LOAD-FEED-GAPS
           PERFORM VARYING FBT-IDX FROM 1 BY 1
              UNTIL FBT-IDX GREATER THAN FBT-COUNT
                   PERFORM JUDGE-ONE-BRANCH
           END-PERFORM
           PERFORM SAVE-FEED-GAPS
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           MOVE WS-FEED-DATE TO PRN-FEED-DATE
           IF FEED-DATE-IS-BUSINESS
              MOVE "BUSINESS DAY" TO PRN-DAY-NOTE
           ELSE
              MOVE SPACES TO PRN-DAY-NOTE
              STRING "NON-BUSINESS DAY - " DELIMITED BY SIZE
                     WS-HOLIDAY-NAME DELIMITED BY SIZE
                     INTO PRN-DAY-NOTE
           END-IF
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           PERFORM PRINT-MISSING-SECTION
           PERFORM PRINT-UNEXPECTED-SECTION
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "  BRANCHES EXPECTED TO REPORT" TO PRN-COUNT-LABEL
           MOVE EXPECTED-COUNT TO PRN-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "  EXPECTED BRANCHES REPORTED" TO PRN-COUNT-LABEL
           MOVE REPORTED-COUNT TO PRN-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "  BRANCHES MISSING" TO PRN-COUNT-LABEL
           MOVE MISSING-COUNT TO PRN-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "  MISSING AT OR OVER GAP LIMIT" TO PRN-COUNT-LABEL
           MOVE SEVERE-COUNT TO PRN-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "  REPORTING WHEN NOT EXPECTED" TO PRN-COUNT-LABEL
           MOVE UNEXPECTED-COUNT TO PRN-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "  UNDATED RECORDS NOT CHECKED" TO PRN-COUNT-LABEL
           MOVE UNDATED-COUNT TO PRN-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           IF FBT-OVERFLOW
              MOVE "  *** OVER 1000 BRANCHES - CHECK IS PARTIAL ***"
                 TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY "OVER 1000 BRANCHES - CHECK IS PARTIAL"
           END-IF
           CLOSE REPORT-FILE
           PERFORM LOG-RUN-OUTCOME
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMS-FILE
           IF WS-PRM-STATUS = "00"
              READ RUN-PARAMS-FILE
              AT END
                 SET END-OF-RUN-PARAMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RUN-PARAMS
                      IF PRM-NAME = "FEED-GAP-DAYS" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO AND
                         PRM-VALUE LESS THAN 1000
                         MOVE PRM-VALUE TO FEED-GAP-DAYS
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-PARAMS-FILE
           END-IF
           .

       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY
           MOVE SPACES TO WS-HOLIDAY-NAME
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
              READ CALENDAR-FILE
              AT END
                 SET END-OF-CALENDAR-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CALENDAR-FILE
                      IF CAL-DATE NUMERIC AND
                         CAL-DATE = WS-FEED-DATE AND
                         CAL-BUSINESS-DAY NOT = "Y"
                         MOVE "N" TO WS-BUSINESS-DAY
                         MOVE CAL-HOLIDAY-NAME TO WS-HOLIDAY-NAME
                      END-IF
                      READ CALENDAR-FILE
                      AT END
                         SET END-OF-CALENDAR-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF
           .

       LOAD-SEASON-CALENDAR.
           MOVE ZERO TO SST-COUNT
           OPEN INPUT SEASON-FILE
           IF WS-SEA-STATUS = "00"
              READ SEASON-FILE
              AT END
                 SET END-OF-SEASON-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SEASON-FILE
                      IF SEA-BRANCH-ID NUMERIC AND
                         SEA-OPEN-MMDD NUMERIC AND
                         SEA-CLOSE-MMDD NUMERIC AND
                         SST-COUNT LESS THAN 500
                         ADD 1 TO SST-COUNT
                         MOVE SEA-BRANCH-ID TO
                            SST-BRANCH-ID(SST-COUNT)
                         MOVE SEA-OPEN-MMDD TO
                            SST-OPEN-MMDD(SST-COUNT)
                         MOVE SEA-CLOSE-MMDD TO
                            SST-CLOSE-MMDD(SST-COUNT)
                      END-IF
                      READ SEASON-FILE
                      AT END
                         SET END-OF-SEASON-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SEASON-FILE
           END-IF
           .

       LOAD-EXPECTED-BRANCHES.
           MOVE ZERO TO FBT-COUNT
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS = "00"
              MOVE LOW-VALUES TO BM-BRANCH-ID
              START BRANCH-MASTER-FILE KEY IS GREATER THAN OR EQUAL
                 BM-BRANCH-ID
                 INVALID KEY
                    SET END-OF-MASTER TO TRUE
              END-START
              PERFORM UNTIL END-OF-MASTER
                      READ BRANCH-MASTER-FILE NEXT RECORD
                      AT END
                         SET END-OF-MASTER TO TRUE
                      NOT AT END
                         IF FBT-COUNT LESS THAN 1000
                            ADD 1 TO FBT-COUNT
                            MOVE FBT-COUNT TO FBT-IDX
                            PERFORM SET-BRANCH-EXPECTATION
                         ELSE
                            SET FBT-OVERFLOW TO TRUE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE BRANCH-MASTER-FILE
              MOVE "00" TO WS-BM-STATUS
           END-IF
           .

       SET-BRANCH-EXPECTATION.
           MOVE BM-BRANCH-ID TO FBT-BRANCH-ID(FBT-IDX)
           MOVE BM-STATE-NUM TO FBT-STATE-NUM(FBT-IDX)
           MOVE BM-BRANCH-NAME TO FBT-BRANCH-NAME(FBT-IDX)
           MOVE ZERO TO FBT-CANDY-RECS(FBT-IDX)
           MOVE ZERO TO FBT-BRANCH-RECS(FBT-IDX)
           MOVE ZERO TO FBT-DAYS-MISSING(FBT-IDX)
           MOVE ZERO TO FBT-FIRST-MISSING(FBT-IDX)
           MOVE "Y" TO FBT-EXPECTED(FBT-IDX)
           MOVE SPACES TO FBT-REASON(FBT-IDX)
           EVALUATE TRUE
              WHEN BM-BRANCH-CLOSED
                 MOVE "N" TO FBT-EXPECTED(FBT-IDX)
                 MOVE "BRANCH CLOSED" TO FBT-REASON(FBT-IDX)
              WHEN BM-CLOSE-DATE NUMERIC AND
                   BM-CLOSE-DATE GREATER THAN ZERO AND
                   BM-CLOSE-DATE NOT GREATER THAN WS-FEED-DATE
                 MOVE "N" TO FBT-EXPECTED(FBT-IDX)
                 MOVE "BRANCH CLOSED" TO FBT-REASON(FBT-IDX)
              WHEN BM-OPEN-DATE NUMERIC AND
                   BM-OPEN-DATE GREATER THAN WS-FEED-DATE
                 MOVE "N" TO FBT-EXPECTED(FBT-IDX)
                 MOVE "NOT YET OPEN" TO FBT-REASON(FBT-IDX)
              WHEN NOT FEED-DATE-IS-BUSINESS
                 MOVE "N" TO FBT-EXPECTED(FBT-IDX)
                 MOVE "NON-BUSINESS DAY" TO FBT-REASON(FBT-IDX)
              WHEN BM-BRANCH-SEASONAL
                 PERFORM CHECK-SEASONAL-BRANCH
                 IF NOT IN-SEASON
                    MOVE "N" TO FBT-EXPECTED(FBT-IDX)
                    MOVE "OUT OF SEASON" TO FBT-REASON(FBT-IDX)
                 END-IF
           END-EVALUATE
           .

       CHECK-SEASONAL-BRANCH.
           MOVE "Y" TO WS-IN-SEASON
           MOVE ZERO TO SST-FOUND-IDX
           PERFORM VARYING SST-IDX FROM 1 BY 1
              UNTIL SST-IDX GREATER THAN SST-COUNT
                   IF SST-BRANCH-ID(SST-IDX) = BM-BRANCH-ID
                      MOVE SST-IDX TO SST-FOUND-IDX
                   END-IF
           END-PERFORM
           IF SST-FOUND-IDX GREATER THAN ZERO
              MOVE "N" TO WS-IN-SEASON
              IF SST-OPEN-MMDD(SST-FOUND-IDX) NOT GREATER THAN
                 SST-CLOSE-MMDD(SST-FOUND-IDX)
                 IF WS-FEED-MMDD NOT LESS THAN
                    SST-OPEN-MMDD(SST-FOUND-IDX) AND
                    WS-FEED-MMDD NOT GREATER THAN
                    SST-CLOSE-MMDD(SST-FOUND-IDX)
                    MOVE "Y" TO WS-IN-SEASON
                 END-IF
              ELSE
                 IF WS-FEED-MMDD NOT LESS THAN
                    SST-OPEN-MMDD(SST-FOUND-IDX) OR
                    WS-FEED-MMDD NOT GREATER THAN
                    SST-CLOSE-MMDD(SST-FOUND-IDX)
                    MOVE "Y" TO WS-IN-SEASON
                 END-IF
              END-IF
           END-IF
           .

       SCAN-CANDY-SALE-FEED.
           OPEN INPUT CANDY-SALE-FILE
           IF WS-CSF-STATUS = "00"
              READ CANDY-SALE-FILE
              AT END
                 SET END-OF-CANDY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CANDY-FILE
                      EVALUATE TRUE
                         WHEN CANDY-TRAN-REC(1:1) = "H" OR
                              CANDY-TRAN-REC(1:1) = "T"
                            CONTINUE
                         WHEN CANDY-TRAN-REC(20:29) = SPACES
                            ADD 1 TO UNDATED-COUNT
                         WHEN CS-BRANCH-ID NUMERIC AND
                              CS-TRAN-DATE NUMERIC AND
                              CS-TRAN-DATE = WS-FEED-DATE
                            MOVE CS-BRANCH-ID TO WS-SEEK-BRANCH-ID
                            PERFORM FIND-OR-ADD-FEED-BRANCH
                            IF FBT-FOUND-IDX GREATER THAN ZERO
                               ADD 1 TO FBT-CANDY-RECS(FBT-FOUND-IDX)
                               IF FBT-STATE-NUM(FBT-FOUND-IDX) = ZERO
                                  AND CS-STATE-NUM NUMERIC
                                  MOVE CS-STATE-NUM TO
                                     FBT-STATE-NUM(FBT-FOUND-IDX)
                               END-IF
                            END-IF
                      END-EVALUATE
                      READ CANDY-SALE-FILE
                      AT END
                         SET END-OF-CANDY-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CANDY-SALE-FILE
           ELSE
              DISPLAY "NO CANDY-SALE FEED ON FILE - STATUS "
                      WS-CSF-STATUS
           END-IF
           .

       LOAD-FILE-LIST.
           MOVE ZERO TO FILE-LIST-COUNT
           OPEN INPUT FILE-LIST-FILE
           IF WS-FILE-LIST-STATUS = "00"
              READ FILE-LIST-FILE
              AT END
                 SET END-OF-FILE-LIST TO TRUE
              END-READ
              PERFORM UNTIL END-OF-FILE-LIST
                      IF FILE-LIST-COUNT LESS THAN 40 AND
                         FILE-LIST-NAME NOT EQUAL SPACES
                         ADD 1 TO FILE-LIST-COUNT
                         MOVE FILE-LIST-NAME TO
                            FILE-LIST-ENTRY(FILE-LIST-COUNT)
                      END-IF
                      READ FILE-LIST-FILE
                      AT END
                         SET END-OF-FILE-LIST TO TRUE
                      END-READ
              END-PERFORM
              CLOSE FILE-LIST-FILE
           END-IF
           IF FILE-LIST-COUNT = ZERO
              MOVE 1 TO FILE-LIST-COUNT
              MOVE "branch_sales.dat" TO FILE-LIST-ENTRY(1)
           END-IF
           .

       SCAN-BRANCH-SALE-FEED.
           OPEN INPUT BRANCH-SALE-FILE
           IF WS-SALE-STATUS = "00"
              READ BRANCH-SALE-FILE
              AT END
                 SET END-OF-SALES-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SALES-FILE
                      EVALUATE TRUE
                         WHEN POST-REC-TYPE = "H" OR
                              POST-REC-TYPE = "T"
                            CONTINUE
                         WHEN POST-REC-TYPE = "C"
                            IF TCR-BRANCH-ID NUMERIC AND
                               TCR-TRAN-DATE NUMERIC AND
                               TCR-TRAN-DATE = WS-FEED-DATE
                               MOVE TCR-BRANCH-ID TO WS-SEEK-BRANCH-ID
                               PERFORM FIND-OR-ADD-FEED-BRANCH
                               IF FBT-FOUND-IDX GREATER THAN ZERO
                                  ADD 1 TO
                                     FBT-BRANCH-RECS(FBT-FOUND-IDX)
                               END-IF
                            END-IF
                         WHEN OTHER
                            ADD 1 TO UNDATED-COUNT
                      END-EVALUATE
                      READ BRANCH-SALE-FILE
                      AT END
                         SET END-OF-SALES-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE BRANCH-SALE-FILE
           ELSE
              DISPLAY "CANNOT OPEN SALES FILE " WS-CURRENT-FILENAME
           END-IF
           .

       FIND-OR-ADD-FEED-BRANCH.
           MOVE ZERO TO FBT-FOUND-IDX
           PERFORM VARYING FBT-IDX FROM 1 BY 1
              UNTIL FBT-IDX GREATER THAN FBT-COUNT
                   IF FBT-BRANCH-ID(FBT-IDX) = WS-SEEK-BRANCH-ID
                      MOVE FBT-IDX TO FBT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF FBT-FOUND-IDX = ZERO
              IF FBT-COUNT LESS THAN 1000
                 ADD 1 TO FBT-COUNT
                 MOVE WS-SEEK-BRANCH-ID TO FBT-BRANCH-ID(FBT-COUNT)
                 MOVE ZERO TO FBT-STATE-NUM(FBT-COUNT)
                 MOVE SPACES TO FBT-BRANCH-NAME(FBT-COUNT)
                 MOVE "N" TO FBT-EXPECTED(FBT-COUNT)
                 MOVE "NOT ON MASTER" TO FBT-REASON(FBT-COUNT)
                 MOVE ZERO TO FBT-CANDY-RECS(FBT-COUNT)
                 MOVE ZERO TO FBT-BRANCH-RECS(FBT-COUNT)
                 MOVE ZERO TO FBT-DAYS-MISSING(FBT-COUNT)
                 MOVE ZERO TO FBT-FIRST-MISSING(FBT-COUNT)
                 MOVE FBT-COUNT TO FBT-FOUND-IDX
              ELSE
                 SET FBT-OVERFLOW TO TRUE
              END-IF
           END-IF
           .

       LOAD-FEED-GAPS.
           MOVE ZERO TO FGT-COUNT
           OPEN INPUT FEED-GAP-FILE
           IF WS-GAP-STATUS = "00"
              READ FEED-GAP-FILE
              AT END
                 SET END-OF-FEED-GAPS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-FEED-GAPS
                      IF FGP-BRANCH-ID NUMERIC AND
                         FGP-FIRST-DATE NUMERIC AND
                         FGP-LAST-DATE NUMERIC AND
                         FGP-DAYS-MISSING NUMERIC AND
                         FGT-COUNT LESS THAN 1000
                         ADD 1 TO FGT-COUNT
                         MOVE FGP-BRANCH-ID TO FGT-BRANCH-ID(FGT-COUNT)
                         MOVE FGP-FIRST-DATE TO
                            FGT-FIRST-DATE(FGT-COUNT)
                         MOVE FGP-LAST-DATE TO FGT-LAST-DATE(FGT-COUNT)
                         MOVE FGP-DAYS-MISSING TO
                            FGT-DAYS-MISSING(FGT-COUNT)
                      END-IF
                      READ FEED-GAP-FILE
                      AT END
                         SET END-OF-FEED-GAPS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE FEED-GAP-FILE
           END-IF
           .

       JUDGE-ONE-BRANCH.
           MOVE ZERO TO FGT-FOUND-IDX
           PERFORM VARYING FGT-IDX FROM 1 BY 1
              UNTIL FGT-IDX GREATER THAN FGT-COUNT
                   IF FGT-BRANCH-ID(FGT-IDX) = FBT-BRANCH-ID(FBT-IDX)
                      MOVE FGT-IDX TO FGT-FOUND-IDX
                   END-IF
           END-PERFORM
           IF FBT-SHOULD-REPORT(FBT-IDX)
              ADD 1 TO EXPECTED-COUNT
              IF FBT-CANDY-RECS(FBT-IDX) = ZERO AND
                 FBT-BRANCH-RECS(FBT-IDX) = ZERO
                 ADD 1 TO MISSING-COUNT
                 PERFORM EXTEND-FEED-GAP
                 IF FBT-DAYS-MISSING(FBT-IDX) NOT LESS THAN
                    FEED-GAP-DAYS
                    ADD 1 TO SEVERE-COUNT
                 END-IF
              ELSE
                 ADD 1 TO REPORTED-COUNT
                 IF FGT-FOUND-IDX GREATER THAN ZERO
                    IF FGT-LAST-DATE(FGT-FOUND-IDX) NOT GREATER THAN
                       WS-FEED-DATE
                       MOVE ZERO TO FGT-DAYS-MISSING(FGT-FOUND-IDX)
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF FBT-CANDY-RECS(FBT-IDX) GREATER THAN ZERO OR
                 FBT-BRANCH-RECS(FBT-IDX) GREATER THAN ZERO
                 ADD 1 TO UNEXPECTED-COUNT
              END-IF
           END-IF
           .

       EXTEND-FEED-GAP.
           IF FGT-FOUND-IDX = ZERO
              IF FGT-COUNT LESS THAN 1000
                 ADD 1 TO FGT-COUNT
                 MOVE FBT-BRANCH-ID(FBT-IDX) TO
                    FGT-BRANCH-ID(FGT-COUNT)
                 MOVE ZERO TO FGT-FIRST-DATE(FGT-COUNT)
                 MOVE ZERO TO FGT-LAST-DATE(FGT-COUNT)
                 MOVE ZERO TO FGT-DAYS-MISSING(FGT-COUNT)
                 MOVE FGT-COUNT TO FGT-FOUND-IDX
              END-IF
           END-IF
           IF FGT-FOUND-IDX GREATER THAN ZERO
              IF FGT-DAYS-MISSING(FGT-FOUND-IDX) = ZERO
                 MOVE WS-FEED-DATE TO FGT-FIRST-DATE(FGT-FOUND-IDX)
                 MOVE WS-FEED-DATE TO FGT-LAST-DATE(FGT-FOUND-IDX)
                 MOVE 1 TO FGT-DAYS-MISSING(FGT-FOUND-IDX)
              ELSE
                 IF FGT-LAST-DATE(FGT-FOUND-IDX) LESS THAN
                    WS-FEED-DATE
                    MOVE WS-FEED-DATE TO FGT-LAST-DATE(FGT-FOUND-IDX)
                    ADD 1 TO FGT-DAYS-MISSING(FGT-FOUND-IDX)
                 END-IF
              END-IF
              MOVE FGT-DAYS-MISSING(FGT-FOUND-IDX) TO
                 FBT-DAYS-MISSING(FBT-IDX)
              MOVE FGT-FIRST-DATE(FGT-FOUND-IDX) TO
                 FBT-FIRST-MISSING(FBT-IDX)
           ELSE
              MOVE 1 TO FBT-DAYS-MISSING(FBT-IDX)
              MOVE WS-FEED-DATE TO FBT-FIRST-MISSING(FBT-IDX)
           END-IF
           .

       SAVE-FEED-GAPS.
           OPEN OUTPUT FEED-GAP-FILE
           PERFORM VARYING FGT-IDX FROM 1 BY 1
              UNTIL FGT-IDX GREATER THAN FGT-COUNT
                   IF FGT-DAYS-MISSING(FGT-IDX) GREATER THAN ZERO
                      MOVE FGT-BRANCH-ID(FGT-IDX) TO FGP-BRANCH-ID
                      MOVE FGT-FIRST-DATE(FGT-IDX) TO FGP-FIRST-DATE
                      MOVE FGT-LAST-DATE(FGT-IDX) TO FGP-LAST-DATE
                      MOVE FGT-DAYS-MISSING(FGT-IDX) TO
                         FGP-DAYS-MISSING
                      WRITE FEED-GAP-REC
                   END-IF
           END-PERFORM
           CLOSE FEED-GAP-FILE
           .

       PRINT-SECTION-HEADING.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE SECTION-HEADING TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY SECTION-HEADING
           .

       PRINT-MISSING-SECTION.
           MOVE "Branches that should have reported but did not" TO
              PRN-SECTION-NAME
           PERFORM PRINT-SECTION-HEADING
           IF MISSING-COUNT = ZERO
              MOVE "  NONE" TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY REPORT-FILE-REC
           ELSE
              MOVE MISSING-HEADING TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY MISSING-HEADING
              PERFORM VARYING FBT-IDX FROM 1 BY 1
                 UNTIL FBT-IDX GREATER THAN FBT-COUNT
                      IF FBT-SHOULD-REPORT(FBT-IDX) AND
                         FBT-CANDY-RECS(FBT-IDX) = ZERO AND
                         FBT-BRANCH-RECS(FBT-IDX) = ZERO
                         PERFORM PRINT-MISSING-LINE
                      END-IF
              END-PERFORM
           END-IF
           .

       PRINT-MISSING-LINE.
           MOVE FBT-BRANCH-ID(FBT-IDX) TO PRN-MIS-BRANCH-ID
           MOVE FBT-BRANCH-NAME(FBT-IDX) TO PRN-MIS-NAME
           MOVE FBT-STATE-NUM(FBT-IDX) TO PRN-MIS-STATE
           MOVE FBT-DAYS-MISSING(FBT-IDX) TO PRN-MIS-DAYS
           MOVE FBT-FIRST-MISSING(FBT-IDX) TO PRN-MIS-SINCE
           IF FBT-DAYS-MISSING(FBT-IDX) NOT LESS THAN FEED-GAP-DAYS
              MOVE "ERROR" TO PRN-MIS-SEVERITY
           ELSE
              MOVE "WARNING" TO PRN-MIS-SEVERITY
           END-IF
           MOVE MISSING-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY MISSING-LINE
           .

       PRINT-UNEXPECTED-SECTION.
           MOVE "Branches reporting when not expected" TO
              PRN-SECTION-NAME
           PERFORM PRINT-SECTION-HEADING
           IF UNEXPECTED-COUNT = ZERO
              MOVE "  NONE" TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY REPORT-FILE-REC
           ELSE
              MOVE UNEXPECTED-HEADING TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY UNEXPECTED-HEADING
              PERFORM VARYING FBT-IDX FROM 1 BY 1
                 UNTIL FBT-IDX GREATER THAN FBT-COUNT
                      IF NOT FBT-SHOULD-REPORT(FBT-IDX) AND
                         (FBT-CANDY-RECS(FBT-IDX) GREATER THAN ZERO OR
                          FBT-BRANCH-RECS(FBT-IDX) GREATER THAN ZERO)
                         PERFORM PRINT-UNEXPECTED-LINE
                      END-IF
              END-PERFORM
           END-IF
           .

       PRINT-UNEXPECTED-LINE.
           MOVE FBT-BRANCH-ID(FBT-IDX) TO PRN-UNX-BRANCH-ID
           MOVE FBT-BRANCH-NAME(FBT-IDX) TO PRN-UNX-NAME
           MOVE FBT-STATE-NUM(FBT-IDX) TO PRN-UNX-STATE
           MOVE FBT-REASON(FBT-IDX) TO PRN-UNX-REASON
           MOVE FBT-CANDY-RECS(FBT-IDX) TO PRN-UNX-CANDY
           MOVE FBT-BRANCH-RECS(FBT-IDX) TO PRN-UNX-BRANCH
           MOVE UNEXPECTED-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY UNEXPECTED-LINE
           .

       PRINT-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY COUNT-LINE
           .

       LOG-RUN-OUTCOME.
           MOVE SPACES TO MLG-TEXT
           EVALUATE TRUE
              WHEN SEVERE-COUNT GREATER THAN ZERO
                 MOVE "E" TO MLG-SEVERITY
                 MOVE "FC0001" TO MLG-CODE
                 STRING WS-FEED-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        MISSING-COUNT DELIMITED BY SIZE
                        " MISSING, " DELIMITED BY SIZE
                        SEVERE-COUNT DELIMITED BY SIZE
                        " AT GAP LIMIT, " DELIMITED BY SIZE
                        UNEXPECTED-COUNT DELIMITED BY SIZE
                        " UNEXPECTED" DELIMITED BY SIZE
                        INTO MLG-TEXT
              WHEN MISSING-COUNT GREATER THAN ZERO OR
                   UNEXPECTED-COUNT GREATER THAN ZERO
                 MOVE "W" TO MLG-SEVERITY
                 MOVE "FC0002" TO MLG-CODE
                 STRING WS-FEED-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        MISSING-COUNT DELIMITED BY SIZE
                        " MISSING, " DELIMITED BY SIZE
                        UNEXPECTED-COUNT DELIMITED BY SIZE
                        " REPORTING WHEN NOT EXPECTED" DELIMITED BY SIZE
                        INTO MLG-TEXT
              WHEN OTHER
                 MOVE "I" TO MLG-SEVERITY
                 MOVE "FC0100" TO MLG-CODE
                 STRING WS-FEED-DATE DELIMITED BY SIZE
                        " ALL " DELIMITED BY SIZE
                        EXPECTED-COUNT DELIMITED BY SIZE
                        " EXPECTED BRANCHES REPORTED" DELIMITED BY SIZE
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
