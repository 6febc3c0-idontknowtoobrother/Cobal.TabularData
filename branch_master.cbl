           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "pending_changes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCH-STATUS.
           SELECT FRANCHISEE-FILE ASSIGN TO "franchisees.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 OPR-ROLE               PIC X.
          05 OPR-ACTIVE             PIC X.

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

       FD FRANCHISEE-FILE.
       01 FRANCHISEE-REC.
          88 END-OF-FRANCHISEE-FILE                    VALUE HIGH-VALUES
           .
          05 FR-FRANCHISEE-ID       PIC 9(5).
          05 FR-LEGAL-NAME          PIC X(40).
          05 FILLER                 PIC X(187).

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS            PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-BEFORE-IMAGE           PIC X(102).
       01 WS-AFTER-IMAGE            PIC X(102).
       01 WS-TIME-OF-DAY            PIC 9(8).
       01 WS-PCH-STATUS             PIC XX.
       01 WS-FRN-STATUS             PIC XX.
       01 WS-FRANCHISEE-KNOWN       PIC X.
          88 FRANCHISEE-KNOWN                VALUE "Y".
       01 WS-NEXT-CHANGE-NUM        PIC 9(7).
       01 WS-CHANGE-WAITING         PIC X.
          88 CHANGE-WAITING                  VALUE "Y".
       01 WS-PCH-FILE-ID            PIC X(8).
       01 WS-PCH-ACTION             PIC X.
       01 WS-PCH-KEY                PIC X(20).
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
       01 WS-CHOICE                 PIC X.
          88 CHOICE-ADD                     VALUE "A" "a".
          88 CHOICE-CHANGE                  VALUE "C" "c".
                   ACCEPT BM-OWNERSHIP
           END-PERFORM
           IF BM-FRANCHISE-OWNED
              MOVE "N" TO WS-FRANCHISEE-KNOWN
              PERFORM UNTIL FRANCHISEE-KNOWN
                      DISPLAY "FRANCHISEE ID (1-99999) -"
                      ACCEPT BM-FRANCHISEE-ID
                      PERFORM CHECK-FRANCHISEE-ON-FILE
              END-PERFORM
           ELSE
              MOVE ZEROS TO BM-FRANCHISEE-ID
           END-IF
           .

       CHECK-FRANCHISEE-ON-FILE.
           MOVE "N" TO WS-FRANCHISEE-KNOWN
           IF BM-FRANCHISEE-ID NOT NUMERIC OR
              BM-FRANCHISEE-ID = ZERO
              DISPLAY "FRANCHISEE ID MUST BE 1-99999"
           ELSE
              OPEN INPUT FRANCHISEE-FILE
              IF WS-FRN-STATUS NOT = "00"
                 DISPLAY "NO FRANCHISEE MASTER ON HAND - ID NOT"
                         " CHECKED"
                 MOVE "Y" TO WS-FRANCHISEE-KNOWN
              ELSE
                 READ FRANCHISEE-FILE
                 AT END
                    SET END-OF-FRANCHISEE-FILE TO TRUE
                 END-READ
                 PERFORM UNTIL END-OF-FRANCHISEE-FILE
                         IF FR-FRANCHISEE-ID = BM-FRANCHISEE-ID
                            MOVE "Y" TO WS-FRANCHISEE-KNOWN
                            DISPLAY FR-LEGAL-NAME
                         END-IF
                         READ FRANCHISEE-FILE
                         AT END
                            SET END-OF-FRANCHISEE-FILE TO TRUE
                         END-READ
                 END-PERFORM
                 CLOSE FRANCHISEE-FILE
                 IF NOT FRANCHISEE-KNOWN
                    DISPLAY "FRANCHISEE " BM-FRANCHISEE-ID
                            " NOT ON FILE - ADD IT WITH"
                            " FRANCHISEE-MAINT"
                 END-IF
              END-IF
           END-IF
           .

       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
                 DISPLAY "BRANCH-ID NOT FOUND"
              NOT INVALID KEY
                 MOVE BRANCH-MASTER-REC TO WS-BEFORE-IMAGE
                 PERFORM CHECK-PENDING-CHANGE
                 IF CHANGE-WAITING
                    DISPLAY "BRANCH " BM-BRANCH-ID
                            " ALREADY HAS A CHANGE AWAITING APPROVAL"
                 ELSE
                    PERFORM ACCEPT-BRANCH-CHANGES
                 END-IF
           END-READ
           .

       ACCEPT-BRANCH-CHANGES.
           MOVE WS-BEFORE-IMAGE TO WS-BRANCH-IMAGE
           DISPLAY "STATE-NUM -"
           ACCEPT BM-STATE-NUM
           DISPLAY "BRANCH NAME -"
           ACCEPT BM-BRANCH-NAME
           DISPLAY "BRANCH ADDRESS -"
           ACCEPT BM-BRANCH-ADDRESS
           DISPLAY "OPEN DATE (YYYYMMDD) -"
           ACCEPT BM-OPEN-DATE
           PERFORM ACCEPT-BRANCH-STATUS
           PERFORM ACCEPT-BRANCH-OWNERSHIP
           MOVE BRANCH-MASTER-REC TO WS-AFTER-IMAGE
           IF BM-STATUS NOT = WS-IMG-STATUS OR
              BM-CLOSE-DATE NOT = WS-IMG-CLOSE-DATE OR
              BM-OWNERSHIP NOT = WS-IMG-OWNERSHIP OR
              BM-FRANCHISEE-ID NOT = WS-IMG-FRANCHISEE-ID
              MOVE "C" TO WS-PCH-ACTION
              PERFORM WRITE-PENDING-CHANGE
           ELSE
              REWRITE BRANCH-MASTER-REC
              MOVE "C" TO WS-AUDIT-ACTION
              PERFORM WRITE-AUDIT-RECORD
              DISPLAY "BRANCH CHANGED"
           END-IF
           .

       DELETE-BRANCH.
           DISPLAY "BRANCH-ID TO DELETE -"
           ACCEPT BM-BRANCH-ID
              CLOSE RUN-LOCK-FILE
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
           MOVE WS-OPERATOR-ID TO PCH-MAKER
           ACCEPT PCH-MAKE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO PCH-MAKE-TIME
           MOVE ZEROS TO PCH-CHECK-DATE
           MOVE ZEROS TO PCH-CHECK-TIME
           MOVE WS-BEFORE-IMAGE TO PCH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO PCH-AFTER-IMAGE
           WRITE PENDING-CHANGE-REC
           CLOSE PENDING-CHANGE-FILE
           DISPLAY "CHANGE " WS-NEXT-CHANGE-NUM
                   " AWAITING SUPERVISOR APPROVAL"
           .
