           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPR-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "pending_changes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PCH-STATUS.

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

       WORKING-STORAGE SECTION.
       01 WS-ST-STATUS              PIC XX.
       01 WS-OPR-STATUS             PIC XX.
       01 WS-PCH-STATUS             PIC XX.
       01 WS-TIME-OF-DAY            PIC 9(8).
       01 WS-NEXT-CHANGE-NUM        PIC 9(7).
       01 WS-CHANGE-WAITING         PIC X.
          88 CHANGE-WAITING                  VALUE "Y".
       01 WS-PCH-FILE-ID            PIC X(8).
       01 WS-PCH-ACTION             PIC X.
       01 WS-PCH-KEY                PIC X(20).
       01 WS-BEFORE-IMAGE           PIC X(102).
       01 WS-AFTER-IMAGE            PIC X(102).
       01 WS-STATE-IMAGE.
          05 WS-IMG-STATE-NUM       PIC 99.
          05 WS-IMG-STATE-NAME      PIC X(20).
          05 WS-IMG-REGION-CODE     PIC X.
       01 WS-OPERATOR-ID            PIC X(8).
       01 WS-OPERATOR-ROLE          PIC X.
          88 OPERATOR-IS-SUPERVISOR          VALUE "S".
                         DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-PERFORM
           STOP RUN.

       SIGN-ON-OPERATOR.
              DISPLAY "STATE " WS-WORK-STATE " ALREADY ON FILE - "
                      SRT-STATE-NAME(WS-WORK-STATE)
           ELSE
              PERFORM CHECK-PENDING-CHANGE
              IF CHANGE-WAITING
                 DISPLAY "STATE " WS-WORK-STATE
                         " ALREADY HAS A CHANGE AWAITING APPROVAL"
              ELSE
                 PERFORM ACCEPT-STATE-FIELDS
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 MOVE WS-WORK-STATE TO WS-IMG-STATE-NUM
                 MOVE WS-WORK-NAME TO WS-IMG-STATE-NAME
                 MOVE WS-WORK-REGION TO WS-IMG-REGION-CODE
                 MOVE WS-STATE-IMAGE TO WS-AFTER-IMAGE
                 MOVE "A" TO WS-PCH-ACTION
                 PERFORM WRITE-PENDING-CHANGE
              END-IF
           END-IF
           .

       CHANGE-STATE.
           PERFORM ACCEPT-STATE-NUM
           PERFORM LOAD-STATE-REFERENCE
           IF SRT-STATE-NAME(WS-WORK-STATE) = SPACES
              DISPLAY "STATE " WS-WORK-STATE " NOT ON FILE"
           ELSE
              PERFORM CHECK-PENDING-CHANGE
              IF CHANGE-WAITING
                 DISPLAY "STATE " WS-WORK-STATE
                         " ALREADY HAS A CHANGE AWAITING APPROVAL"
              ELSE
                 PERFORM ACCEPT-STATE-FIELDS
                 IF WS-WORK-REGION NOT =
                    SRT-REGION-CODE(WS-WORK-STATE)
                    MOVE WS-WORK-STATE TO WS-IMG-STATE-NUM
                    MOVE SRT-STATE-NAME(WS-WORK-STATE) TO
                       WS-IMG-STATE-NAME
                    MOVE SRT-REGION-CODE(WS-WORK-STATE) TO
                       WS-IMG-REGION-CODE
                    MOVE WS-STATE-IMAGE TO WS-BEFORE-IMAGE
                    MOVE WS-WORK-NAME TO WS-IMG-STATE-NAME
                    MOVE WS-WORK-REGION TO WS-IMG-REGION-CODE
                    MOVE WS-STATE-IMAGE TO WS-AFTER-IMAGE
                    MOVE "C" TO WS-PCH-ACTION
                    PERFORM WRITE-PENDING-CHANGE
                 ELSE
                    PERFORM APPLY-LIVE-STATE-EDIT
                 END-IF
              END-IF
           END-IF
           .

       APPLY-LIVE-STATE-EDIT.
           PERFORM LOAD-STATE-REFERENCE
           IF SRT-STATE-NAME(WS-WORK-STATE) = SPACES
              DISPLAY "STATE " WS-WORK-STATE
                      " NO LONGER ON FILE - NOT CHANGED"
           ELSE
              MOVE WS-WORK-NAME TO SRT-STATE-NAME(WS-WORK-STATE)
              PERFORM SAVE-STATE-REFERENCE
              DISPLAY "STATE CHANGED"
           END-IF
           .
                      " (NO REGION ON FILE)"
           END-IF
           .

       CHECK-PENDING-CHANGE.
           MOVE "STATE" TO WS-PCH-FILE-ID
           MOVE WS-WORK-STATE TO WS-PCH-KEY
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
