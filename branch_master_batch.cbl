           SELECT RUN-LOCK-FILE ASSIGN TO "branch_sale.lock"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LOCK-STATUS.
           SELECT FRANCHISEE-FILE ASSIGN TO "franchisees.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FRN-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "pending_changes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 LCK-DATE               PIC 9(8).
          05 LCK-TIME               PIC 9(6).

       FD FRANCHISEE-FILE.
       01 FRANCHISEE-REC.
          88 END-OF-FRANCHISEE-FILE                    VALUE HIGH-VALUES
           .
          05 FR-FRANCHISEE-ID       PIC 9(5).
          05 FILLER                 PIC X(227).

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

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS            PIC XX.
       01 WS-FRN-STATUS             PIC XX.
       01 WS-FRN-AVAILABLE          PIC X    VALUE "N".
          88 FRN-AVAILABLE                   VALUE "Y".
       01 FRANCHISEE-ID-TABLE.
          05 FRT-FRANCHISEE-ID      PIC 9(5) OCCURS 500 TIMES.
       01 FRT-COUNT                 PIC 9(3) VALUE ZERO.
       01 FRT-IDX                   PIC 9(3).
       01 WS-FRANCHISEE-KNOWN       PIC X.
          88 FRANCHISEE-KNOWN                VALUE "Y".
       01 WS-MST-STATUS             PIC XX.
       01 WS-TRN-STATUS             PIC XX.
       01 WS-AUD-STATUS             PIC XX.
       01 TRANS-APPLIED-COUNT       PIC 9(5) VALUE ZERO.
       01 TRANS-REJECTED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-NUM-STATE              PIC 99.
       01 WS-PCH-STATUS             PIC XX.
       01 WS-NEXT-CHANGE-NUM        PIC 9(7).
       01 WS-PCH-FILE-ID            PIC X(8).
       01 WS-PCH-ACTION             PIC X.
       01 WS-PCH-KEY                PIC X(20).
       01 WS-CHANGE-WAITING         PIC X.
          88 CHANGE-WAITING                  VALUE "Y".
       01 WS-CHANGE-RAISED          PIC X.
          88 CHANGE-RAISED                   VALUE "Y".
       01 TRANS-PENDING-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-BRANCH-IMAGE.
          05 WS-IMG-BRANCH-ID       PIC 9(7).
          05 WS-IMG-STATE-NUM       PIC 99.
          05 WS-IMG-BRANCH-NAME     PIC X(30).
          05 WS-IMG-BRANCH-ADDRESS  PIC X(40).
          05 WS-IMG-OPEN-DATE       PIC 9(8).
          05 WS-IMG-STATUS          PIC X.
          05 WS-IMG-CLOSE-DATE      PIC 9(8).
          05 WS-IMG-OWNERSHIP       PIC X.
          05 WS-IMG-FRANCHISEE-ID   PIC 9(5).

       01 RESULTS-HEADING           PIC X(45)
                                                       VALUE
          05 FILLER                 PIC XX             VALUE SPACES.
          05 PRN-RESULT             PIC X(8).
          05 FILLER                 PIC XX             VALUE SPACES.
          05 PRN-REASON             PIC X(40).
       01 TOTALS-LINE.
          05 FILLER                 PIC X(8)           VALUE "  READ ".
          05 PRN-READ-COUNT         PIC Z(4)9.
          05 PRN-APPLIED-COUNT      PIC Z(4)9.
          05 FILLER                 PIC X(10)        VALUE "  REJECTED".
          05 PRN-REJECTED-COUNT     PIC Z(4)9.
          05 FILLER                 PIC X(24)          VALUE
             "  AWAITING APPROVAL".
          05 PRN-PENDING-COUNT      PIC Z(4)9.

       PROCEDURE DIVISION.
       BEGIN.
           IF WS-AUD-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM LOAD-FRANCHISEE-IDS
           OPEN OUTPUT RESULTS-FILE
           MOVE RESULTS-HEADING TO RESULTS-REC
           WRITE RESULTS-REC
           MOVE TRANS-READ-COUNT TO PRN-READ-COUNT
           MOVE TRANS-APPLIED-COUNT TO PRN-APPLIED-COUNT
           MOVE TRANS-REJECTED-COUNT TO PRN-REJECTED-COUNT
           MOVE TRANS-PENDING-COUNT TO PRN-PENDING-COUNT
           MOVE TOTALS-LINE TO RESULTS-REC
           WRITE RESULTS-REC
           DISPLAY TOTALS-LINE

       APPLY-ONE-TRANS.
           MOVE "Y" TO WS-TRANS-VALID
           MOVE "N" TO WS-CHANGE-RAISED
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM EDIT-TRANS
           IF TRANS-VALID
           END-IF
           IF TRANS-VALID
              ADD 1 TO TRANS-APPLIED-COUNT
              IF CHANGE-RAISED
                 ADD 1 TO TRANS-PENDING-COUNT
              END-IF
              PERFORM WRITE-RESULT-LINE
           ELSE
              ADD 1 TO TRANS-REJECTED-COUNT
              MOVE "N" TO WS-TRANS-VALID
              MOVE "INVALID FRANCHISEE ID" TO WS-REJECT-REASON
           END-IF
           IF TRANS-VALID AND TRN-OWNERSHIP = "F" AND
              FRN-AVAILABLE
              MOVE "N" TO WS-FRANCHISEE-KNOWN
              PERFORM VARYING FRT-IDX FROM 1 BY 1
                 UNTIL FRT-IDX GREATER THAN FRT-COUNT
                      IF FRT-FRANCHISEE-ID(FRT-IDX) = TRN-FRANCHISEE-ID
                         MOVE "Y" TO WS-FRANCHISEE-KNOWN
                      END-IF
              END-PERFORM
              IF NOT FRANCHISEE-KNOWN
                 MOVE "N" TO WS-TRANS-VALID
                 MOVE "FRANCHISEE NOT ON FILE" TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       SETTLE-BRANCH-STATUS.
       APPLY-ADD.
           MOVE TRN-BRANCH-IMAGE TO BRANCH-MASTER-REC
           PERFORM SETTLE-BRANCH-STATUS
           MOVE BRANCH-MASTER-REC TO WS-BRANCH-IMAGE
           MOVE "O" TO BM-STATUS
           MOVE "C" TO BM-OWNERSHIP
           PERFORM SETTLE-BRANCH-STATUS
           WRITE BRANCH-MASTER-REC
              INVALID KEY
                 MOVE "N" TO WS-TRANS-VALID
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 MOVE BRANCH-MASTER-REC TO WS-AFTER-IMAGE
                 PERFORM WRITE-AUDIT-RECORD
                 PERFORM RAISE-RESTRICTED-CHANGE
           END-WRITE
           .

                 MOVE "BRANCH-ID NOT FOUND" TO WS-REJECT-REASON
              NOT INVALID KEY
                 MOVE BRANCH-MASTER-REC TO WS-BEFORE-IMAGE
                 PERFORM CHECK-PENDING-CHANGE
                 IF CHANGE-WAITING
                    MOVE "N" TO WS-TRANS-VALID
                    MOVE "CHANGE ALREADY AWAITING APPROVAL" TO
                       WS-REJECT-REASON
                 ELSE
                    PERFORM APPLY-OPEN-FIELDS
                 END-IF
           END-READ
           .

       APPLY-OPEN-FIELDS.
           MOVE TRN-BRANCH-IMAGE TO BRANCH-MASTER-REC
           PERFORM SETTLE-BRANCH-STATUS
           MOVE BRANCH-MASTER-REC TO WS-BRANCH-IMAGE
           MOVE WS-BEFORE-IMAGE TO BRANCH-MASTER-REC
           MOVE WS-IMG-STATE-NUM TO BM-STATE-NUM
           MOVE WS-IMG-BRANCH-NAME TO BM-BRANCH-NAME
           MOVE WS-IMG-BRANCH-ADDRESS TO BM-BRANCH-ADDRESS
           MOVE WS-IMG-OPEN-DATE TO BM-OPEN-DATE
           IF BRANCH-MASTER-REC NOT = WS-BEFORE-IMAGE
              REWRITE BRANCH-MASTER-REC
              MOVE BRANCH-MASTER-REC TO WS-AFTER-IMAGE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           PERFORM RAISE-RESTRICTED-CHANGE
           .

       RAISE-RESTRICTED-CHANGE.
           IF BM-STATUS NOT = WS-IMG-STATUS OR
              BM-CLOSE-DATE NOT = WS-IMG-CLOSE-DATE OR
              BM-OWNERSHIP NOT = WS-IMG-OWNERSHIP OR
              BM-FRANCHISEE-ID NOT = WS-IMG-FRANCHISEE-ID
              PERFORM CHECK-PENDING-CHANGE
              MOVE "C" TO WS-PCH-ACTION
              MOVE BRANCH-MASTER-REC TO WS-BEFORE-IMAGE
              MOVE WS-BRANCH-IMAGE TO WS-AFTER-IMAGE
              PERFORM WRITE-PENDING-CHANGE
              SET CHANGE-RAISED TO TRUE
           END-IF
           .

       CHECK-PENDING-CHANGE.
           MOVE "BRANCH" TO WS-PCH-FILE-ID
           MOVE BM-BRANCH-ID TO WS-PCH-KEY
           MOVE "N" TO WS-CHANGE-WAITING
           MOVE 1 TO WS-NEXT-CHANGE-NUM
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PCH-STATUS = "00"
              READ PENDING-CHANGE-FILE
              AT END
                 SET END-OF-PENDING-CHANGES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PENDING-CHANGES
                      IF PCH-CHANGE-NUM NUMERIC AND
                         PCH-CHANGE-NUM NOT LESS THAN
                            WS-NEXT-CHANGE-NUM
                         COMPUTE WS-NEXT-CHANGE-NUM =
                            PCH-CHANGE-NUM + 1
                      END-IF
                      IF PCH-PENDING AND
                         PCH-FILE-ID = WS-PCH-FILE-ID AND
                         PCH-KEY = WS-PCH-KEY
                         MOVE "Y" TO WS-CHANGE-WAITING
                      END-IF
                      READ PENDING-CHANGE-FILE
                      AT END
                         SET END-OF-PENDING-CHANGES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PENDING-CHANGE-FILE
           END-IF
           .

       WRITE-PENDING-CHANGE.
           OPEN EXTEND PENDING-CHANGE-FILE
           IF WS-PCH-STATUS = "35"
              OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF
           MOVE SPACES TO PENDING-CHANGE-REC
           MOVE WS-NEXT-CHANGE-NUM TO PCH-CHANGE-NUM
           MOVE WS-PCH-FILE-ID TO PCH-FILE-ID
           MOVE WS-PCH-ACTION TO PCH-ACTION
           MOVE WS-PCH-KEY TO PCH-KEY
           MOVE "P" TO PCH-STATUS
           MOVE "BATCH" TO PCH-MAKER
           ACCEPT PCH-MAKE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO PCH-MAKE-TIME
           MOVE ZEROS TO PCH-CHECK-DATE
           MOVE ZEROS TO PCH-CHECK-TIME
           MOVE WS-BEFORE-IMAGE TO PCH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO PCH-AFTER-IMAGE
           WRITE PENDING-CHANGE-REC
           CLOSE PENDING-CHANGE-FILE
           .

       APPLY-DELETE.
           MOVE TRN-BRANCH-ID TO BM-BRANCH-ID
           READ BRANCH-MASTER-FILE
           END-READ
           .

       LOAD-FRANCHISEE-IDS.
           MOVE ZERO TO FRT-COUNT
           OPEN INPUT FRANCHISEE-FILE
           IF WS-FRN-STATUS = "00"
              SET FRN-AVAILABLE TO TRUE
              READ FRANCHISEE-FILE
              AT END
                 SET END-OF-FRANCHISEE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-FRANCHISEE-FILE
                      IF FR-FRANCHISEE-ID NUMERIC AND
                         FRT-COUNT LESS THAN 500
                         ADD 1 TO FRT-COUNT
                         MOVE FR-FRANCHISEE-ID TO
                            FRT-FRANCHISEE-ID(FRT-COUNT)
                      END-IF
                      READ FRANCHISEE-FILE
                      AT END
                         SET END-OF-FRANCHISEE-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE FRANCHISEE-FILE
           END-IF
           .

       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           IF TRANS-VALID
              MOVE "APPLIED" TO PRN-RESULT
              MOVE SPACES TO PRN-REASON
              IF CHANGE-RAISED
                 STRING "STATUS/OWNER CHANGE " DELIMITED BY SIZE
                        WS-NEXT-CHANGE-NUM DELIMITED BY SIZE
                        " PENDING" DELIMITED BY SIZE
                        INTO PRN-REASON
              END-IF
           ELSE
              MOVE "REJECTED" TO PRN-RESULT
              MOVE WS-REJECT-REASON TO PRN-REASON
