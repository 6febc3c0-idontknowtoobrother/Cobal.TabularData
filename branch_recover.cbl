       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-RECOVER.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "branch_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BM-BRANCH-ID
                 FILE STATUS IS WS-BM-STATUS.
           SELECT IMAGE-FILE ASSIGN TO WS-IMAGE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-IMG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "branch_master_audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUD-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "branch_sale.lock"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LOCK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "branch_recover_report.dat"
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
          05 BM-CLOSE-DATE          PIC 9(8).
          05 BM-OWNERSHIP           PIC X.
          05 BM-FRANCHISEE-ID       PIC 9(5).

       FD IMAGE-FILE.
       01 IMAGE-REC.
          88 END-OF-IMAGE-FILE                         VALUE HIGH-VALUES
           .
          05 IMG-REC-TYPE           PIC X.
          05 IMG-DATA               PIC X(102).
       01 IMAGE-TRAILER-REC.
          05 FILLER                 PIC X.
          05 IMG-RECORD-COUNT       PIC 9(9).
          05 IMG-HASH-TOTAL         PIC S9(13)V99.
          05 FILLER                 PIC X(78).

       FD AUDIT-FILE.
       01 AUDIT-REC.
          88 END-OF-AUDIT-FILE                         VALUE HIGH-VALUES
           .
          05 AUD-STAMP.
             10 AUD-DATE            PIC 9(8).
             10 AUD-TIME            PIC 9(6).
          05 AUD-OPERATOR           PIC X(8).
          05 AUD-ACTION             PIC X.
          05 AUD-BEFORE-IMAGE       PIC X(102).
          05 AUD-AFTER-IMAGE        PIC X(102).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-REC.
          05 LCK-STATUS             PIC X.
             88 LOCK-HELD                          VALUE "H".
          05 LCK-HOLDER             PIC X(8).
          05 LCK-DATE               PIC 9(8).
          05 LCK-TIME               PIC 9(6).

       FD REPORT-FILE.
       01 REPORT-FILE-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BM-STATUS              PIC XX.
       01 WS-IMG-STATUS             PIC XX.
       01 WS-AUD-STATUS             PIC XX.
       01 WS-LOCK-STATUS            PIC XX.
       01 WS-IMAGE-NAME             PIC X(40).
       01 WS-TIME-OF-DAY            PIC 9(8).
       01 WS-CONFIRM                PIC X.
          88 CONFIRMED                       VALUE "Y" "y".
       01 WS-TRAILER-SEEN           PIC X.
          88 TRAILER-SEEN                    VALUE "Y".
       01 WS-START-STAMP            PIC 9(14).
       01 WS-CUTOFF-STAMP           PIC 9(14).
       01 WS-SKIP-OPERATOR          PIC X(8).
       01 WS-SKIP-FROM-STAMP        PIC 9(14).
       01 WS-SKIP-TO-STAMP          PIC 9(14).
       01 WS-STAMP-CHECK            PIC 9(14).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP-CHECK.
          05 WS-STAMP-YEAR          PIC 9(4).
          05 WS-STAMP-MONTH         PIC 99.
          05 WS-STAMP-DAY           PIC 99.
          05 WS-STAMP-HOUR          PIC 99.
          05 WS-STAMP-MINUTE        PIC 99.
          05 WS-STAMP-SECOND        PIC 99.
       01 WS-STAMP-VALID            PIC X.
          88 STAMP-VALID                     VALUE "Y".
       01 WS-AUDIT-STAMP            PIC 9(14).
       01 WS-CHANGE-BRANCH          PIC X(7).
       01 WS-RESULT                 PIC X(10).
       01 WS-REASON                 PIC X(30).
       01 CHECK-COUNT               PIC 9(9).
       01 CHECK-HASH                PIC S9(13)V99.
       01 TRAILER-COUNT             PIC 9(9).
       01 TRAILER-HASH              PIC S9(13)V99.
       01 LOADED-COUNT              PIC 9(9)     VALUE ZERO.
       01 APPLIED-COUNT             PIC 9(7)     VALUE ZERO.
       01 SKIPPED-COUNT             PIC 9(7)     VALUE ZERO.
       01 MISMATCH-COUNT            PIC 9(7)     VALUE ZERO.
       01 PASSED-OVER-COUNT         PIC 9(7)     VALUE ZERO.
       01 WS-IMAGE-MASTER-REC.
          05 IMS-BRANCH-ID          PIC X(7).
          05 FILLER                 PIC X(95).
       01 WS-HASH-BRANCH-ID         PIC 9(7).

       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16)
                                               VALUE "BRANCH-RECOVER".
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       01 REPORT-HEADING1           PIC X(50)
                                                       VALUE
             "  YoreCandyShoppe Branch Master Recovery".
       01 REPORT-HEADING2.
          05 FILLER                 PIC X(10) VALUE "  Image - ".
          05 PRN-IMAGE-NAME         PIC X(40).
       01 REPORT-HEADING3.
          05 FILLER                 PIC X(21)
                                                       VALUE
             "  Changes from      ".
          05 PRN-START-STAMP        PIC 9(14).
          05 FILLER                 PIC X(8)  VALUE "  up to ".
          05 PRN-CUTOFF-STAMP       PIC 9(14).
       01 REPORT-HEADING4.
          05 FILLER                 PIC X(21)
                                                       VALUE
             "  Skipping operator ".
          05 PRN-SKIP-OPERATOR      PIC X(8).
          05 FILLER                 PIC X(10) VALUE "  window  ".
          05 PRN-SKIP-FROM          PIC 9(14).
          05 FILLER                 PIC X(4)  VALUE " to ".
          05 PRN-SKIP-TO            PIC 9(14).
       01 REPORT-HEADING5           PIC X(80)
                                                       VALUE
             "Date     Time   Operator Act Branch  Result     Reason".
       01 CHANGE-LINE.
          05 PRN-AUD-DATE           PIC 9(8).
          05 FILLER                 PIC X     VALUE SPACE.
          05 PRN-AUD-TIME           PIC 9(6).
          05 FILLER                 PIC X     VALUE SPACE.
          05 PRN-AUD-OPERATOR       PIC X(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 PRN-AUD-ACTION         PIC X.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 PRN-BRANCH-ID          PIC X(7).
          05 FILLER                 PIC X     VALUE SPACE.
          05 PRN-RESULT             PIC X(10).
          05 FILLER                 PIC X     VALUE SPACE.
          05 PRN-REASON             PIC X(30).
       01 TOTAL-LINE.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 PRN-TOTAL-LABEL        PIC X(30).
          05 PRN-TOTAL-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "BACKUP IMAGE FILE NAME -"
           ACCEPT WS-IMAGE-NAME
           PERFORM PROVE-IMAGE-FILE
           IF WS-IMG-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN IMAGE FILE - STATUS " WS-IMG-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT TRAILER-SEEN
              DISPLAY "NO TRAILER RECORD - IMAGE NOT TRUSTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CHECK-COUNT NOT = TRAILER-COUNT OR
              CHECK-HASH NOT = TRAILER-HASH
              DISPLAY "IMAGE DOES NOT PROVE OUT - RECOVERY REFUSED"
              DISPLAY "COUNTED " CHECK-COUNT " TRAILER " TRAILER-COUNT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "IMAGE PROVES OUT - RECORDS " CHECK-COUNT
           DISPLAY "ROLL FORWARD CHANGES FROM (YYYYMMDDHHMMSS) -"
           PERFORM ACCEPT-STAMP
           MOVE WS-STAMP-CHECK TO WS-START-STAMP
           DISPLAY "CUT-OFF DATE AND TIME (YYYYMMDDHHMMSS) -"
           PERFORM ACCEPT-STAMP
           MOVE WS-STAMP-CHECK TO WS-CUTOFF-STAMP
           IF WS-CUTOFF-STAMP LESS THAN WS-START-STAMP
              DISPLAY "CUT-OFF IS BEFORE THE START - RECOVERY ABANDONED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "OPERATOR TO SKIP (ENTER FOR NONE) -"
           MOVE SPACES TO WS-SKIP-OPERATOR
           ACCEPT WS-SKIP-OPERATOR
           DISPLAY "SKIP A TIME WINDOW (Y/N) -"
           ACCEPT WS-CONFIRM
           MOVE ZERO TO WS-SKIP-FROM-STAMP
           MOVE ZERO TO WS-SKIP-TO-STAMP
           IF CONFIRMED
              DISPLAY "SKIP CHANGES FROM (YYYYMMDDHHMMSS) -"
              PERFORM ACCEPT-STAMP
              MOVE WS-STAMP-CHECK TO WS-SKIP-FROM-STAMP
              DISPLAY "SKIP CHANGES UP TO (YYYYMMDDHHMMSS) -"
              PERFORM ACCEPT-STAMP
              MOVE WS-STAMP-CHECK TO WS-SKIP-TO-STAMP
           END-IF
           PERFORM TAKE-RUN-LOCK
           DISPLAY "REBUILD BRANCH MASTER FROM " WS-IMAGE-NAME
           DISPLAY "AND ROLL FORWARD TO " WS-CUTOFF-STAMP " (Y/N) -"
           ACCEPT WS-CONFIRM
           IF NOT CONFIRMED
              DISPLAY "RECOVERY ABANDONED"
              PERFORM DROP-RUN-LOCK
              STOP RUN
           END-IF
           OPEN OUTPUT BRANCH-MASTER-FILE
           IF WS-BM-STATUS NOT = "00"
              DISPLAY "CANNOT CREATE BRANCH MASTER - STATUS "
                      WS-BM-STATUS
              PERFORM DROP-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-IMAGE-FILE
           CLOSE BRANCH-MASTER-FILE
           DISPLAY "RECORDS LOADED " LOADED-COUNT
           OPEN I-O BRANCH-MASTER-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-HEADINGS
           PERFORM ROLL-FORWARD-AUDIT
           CLOSE BRANCH-MASTER-FILE
           PERFORM PRINT-TOTALS
           CLOSE REPORT-FILE
           PERFORM DROP-RUN-LOCK
           PERFORM LOG-RUN-OUTCOME
           STOP RUN.

       ACCEPT-STAMP.
           MOVE "N" TO WS-STAMP-VALID
           PERFORM UNTIL STAMP-VALID
                   ACCEPT WS-STAMP-CHECK
                   IF WS-STAMP-CHECK NUMERIC AND
                      WS-STAMP-YEAR GREATER THAN 1900 AND
                      WS-STAMP-MONTH GREATER THAN ZERO AND
                      WS-STAMP-MONTH NOT GREATER THAN 12 AND
                      WS-STAMP-DAY GREATER THAN ZERO AND
                      WS-STAMP-DAY NOT GREATER THAN 31 AND
                      WS-STAMP-HOUR LESS THAN 24 AND
                      WS-STAMP-MINUTE LESS THAN 60 AND
                      WS-STAMP-SECOND LESS THAN 60
                      MOVE "Y" TO WS-STAMP-VALID
                   ELSE
                      DISPLAY "ENTER DATE AND TIME AS YYYYMMDDHHMMSS -"
                   END-IF
           END-PERFORM
           .

       PROVE-IMAGE-FILE.
           MOVE ZERO TO CHECK-COUNT
           MOVE ZERO TO CHECK-HASH
           MOVE "N" TO WS-TRAILER-SEEN
           OPEN INPUT IMAGE-FILE
           IF WS-IMG-STATUS = "00"
              READ IMAGE-FILE
              AT END
                 SET END-OF-IMAGE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-IMAGE-FILE
                      EVALUATE IMG-REC-TYPE
                         WHEN "D"
                            ADD 1 TO CHECK-COUNT
                            MOVE IMG-DATA TO WS-IMAGE-MASTER-REC
                            IF IMS-BRANCH-ID NUMERIC
                               MOVE IMS-BRANCH-ID TO WS-HASH-BRANCH-ID
                               ADD WS-HASH-BRANCH-ID TO CHECK-HASH
                            END-IF
                         WHEN "T"
                            SET TRAILER-SEEN TO TRUE
                            MOVE IMG-RECORD-COUNT TO TRAILER-COUNT
                            MOVE IMG-HASH-TOTAL TO TRAILER-HASH
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                      READ IMAGE-FILE
                      AT END
                         SET END-OF-IMAGE-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE IMAGE-FILE
              MOVE "00" TO WS-IMG-STATUS
           END-IF
           .

       LOAD-IMAGE-FILE.
           OPEN INPUT IMAGE-FILE
           READ IMAGE-FILE
           AT END
              SET END-OF-IMAGE-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-IMAGE-FILE
                   IF IMG-REC-TYPE = "D"
                      MOVE IMG-DATA TO BRANCH-MASTER-REC
                      WRITE BRANCH-MASTER-REC
                         INVALID KEY
                            DISPLAY "DUPLICATE KEY DROPPED "
                                    BM-BRANCH-ID
                         NOT INVALID KEY
                            ADD 1 TO LOADED-COUNT
                      END-WRITE
                   END-IF
                   READ IMAGE-FILE
                   AT END
                      SET END-OF-IMAGE-FILE TO TRUE
                   END-READ
           END-PERFORM
           CLOSE IMAGE-FILE
           .

       ROLL-FORWARD-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = "00"
              DISPLAY "NO BRANCH MASTER AUDIT ON HAND - IMAGE ONLY"
              MOVE "  NO AUDIT JOURNAL - MASTER IS AS AT THE IMAGE"
                 TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
           ELSE
              READ AUDIT-FILE
              AT END
                 SET END-OF-AUDIT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-AUDIT-FILE
                      IF AUD-STAMP NUMERIC
                         MOVE AUD-STAMP TO WS-AUDIT-STAMP
                         IF WS-AUDIT-STAMP NOT LESS THAN
                               WS-START-STAMP AND
                            WS-AUDIT-STAMP NOT GREATER THAN
                               WS-CUTOFF-STAMP
                            PERFORM HANDLE-ONE-CHANGE
                         ELSE
                            ADD 1 TO PASSED-OVER-COUNT
                         END-IF
                      ELSE
                         ADD 1 TO PASSED-OVER-COUNT
                      END-IF
                      READ AUDIT-FILE
                      AT END
                         SET END-OF-AUDIT-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF
           .

       HANDLE-ONE-CHANGE.
           MOVE SPACES TO WS-REASON
           IF AUD-AFTER-IMAGE = SPACES
              MOVE AUD-BEFORE-IMAGE(1:7) TO WS-CHANGE-BRANCH
           ELSE
              MOVE AUD-AFTER-IMAGE(1:7) TO WS-CHANGE-BRANCH
           END-IF
           EVALUATE TRUE
              WHEN WS-SKIP-OPERATOR NOT = SPACES AND
                   AUD-OPERATOR = WS-SKIP-OPERATOR
                 ADD 1 TO SKIPPED-COUNT
                 MOVE "SKIPPED" TO WS-RESULT
                 MOVE "OPERATOR EXCLUDED" TO WS-REASON
              WHEN WS-SKIP-TO-STAMP GREATER THAN ZERO AND
                   WS-AUDIT-STAMP NOT LESS THAN WS-SKIP-FROM-STAMP AND
                   WS-AUDIT-STAMP NOT GREATER THAN WS-SKIP-TO-STAMP
                 ADD 1 TO SKIPPED-COUNT
                 MOVE "SKIPPED" TO WS-RESULT
                 MOVE "IN EXCLUDED WINDOW" TO WS-REASON
              WHEN WS-CHANGE-BRANCH NOT NUMERIC
                 ADD 1 TO MISMATCH-COUNT
                 MOVE "MISMATCH" TO WS-RESULT
                 MOVE "NO BRANCH-ID IN AUDIT IMAGES" TO WS-REASON
              WHEN OTHER
                 PERFORM APPLY-ONE-CHANGE
           END-EVALUATE
           PERFORM PRINT-CHANGE-LINE
           .

       APPLY-ONE-CHANGE.
           MOVE WS-CHANGE-BRANCH TO BM-BRANCH-ID
           READ BRANCH-MASTER-FILE
              INVALID KEY
                 IF AUD-BEFORE-IMAGE = SPACES
                    MOVE AUD-AFTER-IMAGE TO BRANCH-MASTER-REC
                    WRITE BRANCH-MASTER-REC
                       INVALID KEY
                          MOVE "WRITE FAILED" TO WS-REASON
                    END-WRITE
                 ELSE
                    MOVE "BRANCH NOT ON RECOVERED MASTER" TO WS-REASON
                 END-IF
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN AUD-BEFORE-IMAGE = SPACES
                       MOVE "BRANCH ALREADY ON MASTER" TO WS-REASON
                    WHEN BRANCH-MASTER-REC NOT = AUD-BEFORE-IMAGE
                       MOVE "BEFORE IMAGE DIFFERS FROM MASTER" TO
                          WS-REASON
                    WHEN AUD-AFTER-IMAGE = SPACES
                       DELETE BRANCH-MASTER-FILE
                          INVALID KEY
                             MOVE "DELETE FAILED" TO WS-REASON
                       END-DELETE
                    WHEN OTHER
                       MOVE AUD-AFTER-IMAGE TO BRANCH-MASTER-REC
                       REWRITE BRANCH-MASTER-REC
                          INVALID KEY
                             MOVE "REWRITE FAILED" TO WS-REASON
                       END-REWRITE
                 END-EVALUATE
           END-READ
           IF WS-REASON = SPACES
              ADD 1 TO APPLIED-COUNT
              MOVE "APPLIED" TO WS-RESULT
           ELSE
              ADD 1 TO MISMATCH-COUNT
              MOVE "MISMATCH" TO WS-RESULT
              DISPLAY "MISMATCH " WS-CHANGE-BRANCH " "
                      AUD-DATE " " AUD-TIME " - " WS-REASON
           END-IF
           .

       PRINT-HEADINGS.
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           MOVE WS-IMAGE-NAME TO PRN-IMAGE-NAME
           MOVE REPORT-HEADING2 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE WS-START-STAMP TO PRN-START-STAMP
           MOVE WS-CUTOFF-STAMP TO PRN-CUTOFF-STAMP
           MOVE REPORT-HEADING3 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE WS-SKIP-OPERATOR TO PRN-SKIP-OPERATOR
           MOVE WS-SKIP-FROM-STAMP TO PRN-SKIP-FROM
           MOVE WS-SKIP-TO-STAMP TO PRN-SKIP-TO
           MOVE REPORT-HEADING4 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE REPORT-HEADING5 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           .

       PRINT-CHANGE-LINE.
           MOVE AUD-DATE TO PRN-AUD-DATE
           MOVE AUD-TIME TO PRN-AUD-TIME
           MOVE AUD-OPERATOR TO PRN-AUD-OPERATOR
           MOVE AUD-ACTION TO PRN-AUD-ACTION
           MOVE WS-CHANGE-BRANCH TO PRN-BRANCH-ID
           MOVE WS-RESULT TO PRN-RESULT
           MOVE WS-REASON TO PRN-REASON
           MOVE CHANGE-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           .

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE "RECORDS LOADED FROM IMAGE" TO PRN-TOTAL-LABEL
           MOVE LOADED-COUNT TO PRN-TOTAL-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "CHANGES APPLIED" TO PRN-TOTAL-LABEL
           MOVE APPLIED-COUNT TO PRN-TOTAL-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "CHANGES SKIPPED" TO PRN-TOTAL-LABEL
           MOVE SKIPPED-COUNT TO PRN-TOTAL-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "MISMATCHES NOT APPLIED" TO PRN-TOTAL-LABEL
           MOVE MISMATCH-COUNT TO PRN-TOTAL-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "OUTSIDE START/CUT-OFF" TO PRN-TOTAL-LABEL
           MOVE PASSED-OVER-COUNT TO PRN-TOTAL-COUNT
           PERFORM PRINT-TOTAL-LINE
           .

       PRINT-TOTAL-LINE.
           MOVE TOTAL-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY TOTAL-LINE
           .

       TAKE-RUN-LOCK.
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
              READ RUN-LOCK-FILE
              NOT AT END
                 IF LOCK-HELD
                    DISPLAY "RUN LOCK ALREADY HELD BY " LCK-HOLDER
                            " SINCE " LCK-DATE " " LCK-TIME
                    DISPLAY "CLEAR A STALE LOCK WITH LOCK-CLEAR"
                    CLOSE RUN-LOCK-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-READ
              CLOSE RUN-LOCK-FILE
           END-IF
           OPEN OUTPUT RUN-LOCK-FILE
           MOVE "H" TO LCK-STATUS
           MOVE "RECOVER" TO LCK-HOLDER
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO LCK-TIME
           WRITE RUN-LOCK-REC
           CLOSE RUN-LOCK-FILE
           .

       DROP-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           MOVE "F" TO LCK-STATUS
           MOVE SPACES TO LCK-HOLDER
           ACCEPT LCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO LCK-TIME
           WRITE RUN-LOCK-REC
           CLOSE RUN-LOCK-FILE
           .

       LOG-RUN-OUTCOME.
           MOVE SPACES TO MLG-TEXT
           IF MISMATCH-COUNT GREATER THAN ZERO
              MOVE "W" TO MLG-SEVERITY
              MOVE "MR0001" TO MLG-CODE
              STRING "TO " DELIMITED BY SIZE
                     WS-CUTOFF-STAMP DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MISMATCH-COUNT DELIMITED BY SIZE
                     " CHANGES NOT APPLIED" DELIMITED BY SIZE
                     INTO MLG-TEXT
           ELSE
              MOVE "I" TO MLG-SEVERITY
              MOVE "MR0100" TO MLG-CODE
              STRING "TO " DELIMITED BY SIZE
                     WS-CUTOFF-STAMP DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     APPLIED-COUNT DELIMITED BY SIZE
                     " APPLIED " DELIMITED BY SIZE
                     SKIPPED-COUNT DELIMITED BY SIZE
                     " SKIPPED" DELIMITED BY SIZE
                     INTO MLG-TEXT
           END-IF
           PERFORM LOG-BATCH-MESSAGE
           IF MLG-SEVERITY = "W"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           .

       LOG-BATCH-MESSAGE.
           CALL "MSG-LOG" USING MSG-LOG-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           .
