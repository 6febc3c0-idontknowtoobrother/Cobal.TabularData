       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDING-CHANGE-REPORT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "pending_changes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCH-STATUS.
           SELECT RUN-PARAMS-FILE ASSIGN TO "run_params.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "pending_changes_report.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-CHANGE-FILE.
       01 PENDING-CHANGE-REC.
          88 END-OF-PENDING-CHANGES                    VALUE HIGH-VALUES
           .
          05 PCH-CHANGE-NUM         PIC 9(7).
          05 PCH-FILE-ID            PIC X(8).
          05 PCH-ACTION             PIC X.
          05 PCH-KEY                PIC X(20).
          05 PCH-STATUS             PIC X.
             88 PCH-PENDING                        VALUE "P".
             88 PCH-APPROVED                       VALUE "A".
             88 PCH-REJECTED                       VALUE "R".
          05 PCH-MAKER              PIC X(8).
          05 PCH-MAKE-DATE          PIC 9(8).
          05 PCH-MAKE-TIME          PIC 9(6).
          05 PCH-CHECKER            PIC X(8).
          05 PCH-CHECK-DATE         PIC 9(8).
          05 PCH-CHECK-TIME         PIC 9(6).
          05 PCH-REASON             PIC X(30).
          05 PCH-BEFORE-IMAGE       PIC X(102).
          05 PCH-AFTER-IMAGE        PIC X(102).

       FD RUN-PARAMS-FILE.
       01 RUN-PARAMS-REC.
          88 END-OF-RUN-PARAMS                         VALUE HIGH-VALUES
           .
          05 PRM-NAME               PIC X(20).
          05 PRM-VALUE              PIC 9(9)V99.

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PCH-STATUS             PIC XX.
       01 WS-PRM-STATUS             PIC XX.
       01 WS-RUN-DATE               PIC 9(8).
       01 PENDING-AGE-DAYS          PIC 9(3)     VALUE 3.
       01 WS-AGE-DAYS               PIC S9(5).
       01 PENDING-COUNT             PIC 9(5)     VALUE ZERO.
       01 OVERDUE-COUNT             PIC 9(5)     VALUE ZERO.
       01 APPROVED-COUNT            PIC 9(5)     VALUE ZERO.
       01 REJECTED-COUNT            PIC 9(5)     VALUE ZERO.

       01 REPORT-HEADING1           PIC X(45)
                                                       VALUE
             "  YoreCandyShoppe Changes Awaiting Approval".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(12)
                                                       VALUE
             "  RUN DATE ".
          05 PRN-RUN-DATE           PIC 9(8).
          05 FILLER                 PIC X(24)
                                                       VALUE
             "   OVERDUE AFTER DAYS ".
          05 PRN-AGE-LIMIT          PIC ZZ9.
       01 REPORT-HEADING3           PIC X(76)
                                                       VALUE
             "  Change  File     A Key                  Maker    Keyed
      -      "     Age".
       01 DETAIL-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-CHANGE-NUM         PIC 9(7).
          05 PRN-FILE-ID            PIC BX(8).
          05 PRN-ACTION             PIC BX.
          05 PRN-KEY                PIC BX(20).
          05 PRN-MAKER              PIC BX(8).
          05 PRN-MAKE-DATE          PIC B9(8).
          05 PRN-AGE                PIC BZZZ9.
          05 PRN-OVERDUE            PIC BX(7).
       01 COUNT-LINE.
          05 PRN-COUNT-LABEL        PIC X(36).
          05 PRN-COUNT-VALUE        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           MOVE WS-RUN-DATE TO PRN-RUN-DATE
           MOVE PENDING-AGE-DAYS TO PRN-AGE-LIMIT
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING2
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING3
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PCH-STATUS = "00"
              READ PENDING-CHANGE-FILE
              AT END
                 SET END-OF-PENDING-CHANGES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PENDING-CHANGES
                      EVALUATE TRUE
                         WHEN PCH-PENDING
                            PERFORM PRINT-PENDING-CHANGE
                         WHEN PCH-APPROVED
                            ADD 1 TO APPROVED-COUNT
                         WHEN PCH-REJECTED
                            ADD 1 TO REJECTED-COUNT
                      END-EVALUATE
                      READ PENDING-CHANGE-FILE
                      AT END
                         SET END-OF-PENDING-CHANGES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PENDING-CHANGE-FILE
           END-IF
           IF PENDING-COUNT = ZERO
              MOVE "  NO CHANGES AWAITING APPROVAL" TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY REPORT-FILE-REC
           END-IF
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "  CHANGES AWAITING APPROVAL" TO PRN-COUNT-LABEL
           MOVE PENDING-COUNT TO PRN-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "  OVERDUE FOR APPROVAL" TO PRN-COUNT-LABEL
           MOVE OVERDUE-COUNT TO PRN-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "  APPROVED TO DATE" TO PRN-COUNT-LABEL
           MOVE APPROVED-COUNT TO PRN-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "  REJECTED TO DATE" TO PRN-COUNT-LABEL
           MOVE REJECTED-COUNT TO PRN-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           CLOSE REPORT-FILE
           IF OVERDUE-COUNT GREATER THAN ZERO
              DISPLAY "CHANGES OVERDUE FOR SUPERVISOR APPROVAL"
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
                      IF PRM-NAME = "PENDING-AGE-DAYS" AND
                         PRM-VALUE NUMERIC AND
                         PRM-VALUE GREATER THAN ZERO AND
                         PRM-VALUE LESS THAN 1000
                         MOVE PRM-VALUE TO PENDING-AGE-DAYS
                      END-IF
                      READ RUN-PARAMS-FILE
                      AT END
                         SET END-OF-RUN-PARAMS TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-PARAMS-FILE
           END-IF
           .

       PRINT-PENDING-CHANGE.
           ADD 1 TO PENDING-COUNT
           MOVE ZERO TO WS-AGE-DAYS
           IF PCH-MAKE-DATE NUMERIC AND
              PCH-MAKE-DATE GREATER THAN 16010100 AND
              PCH-MAKE-DATE NOT GREATER THAN WS-RUN-DATE
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                 FUNCTION INTEGER-OF-DATE(PCH-MAKE-DATE)
           END-IF
           MOVE PCH-CHANGE-NUM TO PRN-CHANGE-NUM
           MOVE PCH-FILE-ID TO PRN-FILE-ID
           MOVE PCH-ACTION TO PRN-ACTION
           MOVE PCH-KEY TO PRN-KEY
           MOVE PCH-MAKER TO PRN-MAKER
           MOVE PCH-MAKE-DATE TO PRN-MAKE-DATE
           MOVE WS-AGE-DAYS TO PRN-AGE
           IF WS-AGE-DAYS GREATER THAN PENDING-AGE-DAYS
              MOVE "OVERDUE" TO PRN-OVERDUE
              ADD 1 TO OVERDUE-COUNT
           ELSE
              MOVE SPACES TO PRN-OVERDUE
           END-IF
           MOVE DETAIL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY DETAIL-LINE
           .

       PRINT-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY COUNT-LINE
           .
