       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT-FILE ASSIGN TO WS-EXTRACT-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GLX-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "gl_account_map.dat"
          88 END-OF-GL-EXTRACT                         VALUE HIGH-VALUES
           .
          05 GL-REC-TYPE            PIC X.
             88 GL-DEBIT-ENTRY             VALUE "D" "A" "K" "R" "B"
                                                 "M".
          05 GL-ACCOUNT             PIC X(8).
          05 GL-STATE-NUM           PIC 99.
          05 GL-PERIOD              PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-GLX-STATUS             PIC XX.
       01 WS-EXTRACT-NAME           PIC X(60).
       01 EXTRACT-SET-TABLE.
          05 FILLER                 PIC X(40)
             VALUE "gl_extract.dat".
          05 FILLER                 PIC X(40)
             VALUE "gl_extract_comm.dat".
          05 FILLER                 PIC X(40)
             VALUE "gl_extract_royalty.dat".
          05 FILLER                 PIC X(40)
             VALUE "gl_extract_bank_returns.dat".
          05 FILLER                 PIC X(40)
             VALUE "gl_extract_loyalty.dat".
       01 EXTRACT-SET REDEFINES EXTRACT-SET-TABLE.
          05 EXTRACT-SET-ENTRY OCCURS 5 TIMES.
             10 XSE-NAME            PIC X(40).
       01 SET-IDX                   PIC 9.
       01 EXTRACT-READ-COUNT        PIC 9(5).
       01 WS-MAP-STATUS             PIC XX.
       01 WS-GBC-STATUS             PIC XX.
       01 WS-RUN-DATE               PIC 9(8).
          88 MAP-HIT                         VALUE "E" "W".
          88 MAP-EXACT-HIT                   VALUE "E".
       01 JOURNAL-TABLE.
          05 JOURNAL-ENTRY OCCURS 5000 TIMES.
             10 JNL-REC-TYPE        PIC X.
             10 JNL-ACCOUNT         PIC X(8).
             10 JNL-STATE-NUM       PIC 99.
          05 PRN-BAL-DEBITS         PIC B(2)$,$$$,$$$,$$9.99-.
          05 PRN-BAL-CREDITS        PIC B(2)$,$$$,$$$,$$9.99-.
          05 PRN-BAL-FLAG           PIC BX(22).
       01 EXTRACT-LINE.
          05 FILLER                 PIC X(12)
                                                       VALUE
             "  EXTRACT   ".
          05 PRN-XTR-NAME           PIC X(30).
          05 PRN-XTR-COUNT          PIC Z(4)9.
          05 PRN-XTR-FLAG           PIC BX(12).
       01 UNMAPPED-LINE.
          05 FILLER                 PIC X(12)
                                                       VALUE
           MOVE REPORT-HEADING1 TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY REPORT-HEADING1
           PERFORM VARYING SET-IDX FROM 1 BY 1
              UNTIL SET-IDX GREATER THAN 5
                   MOVE XSE-NAME(SET-IDX) TO WS-EXTRACT-NAME
                   PERFORM EDIT-GL-EXTRACT
           END-PERFORM
           PERFORM CHECK-PERIOD-BALANCES
           IF UNMAPPED-COUNT GREATER THAN ZERO OR
              OUT-OF-BALANCE-COUNT GREATER THAN ZERO OR
              MOVE "N" TO WS-BATCH-GOOD
           END-IF
           IF JOURNAL-OVERFLOW
              MOVE "  *** EXTRACT OVER 5000 RECORDS - REFUSED ***"
                 TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY "EXTRACT EXCEEDS 5000 RECORDS - BATCH REFUSED"
           END-IF
           IF BATCH-GOOD AND JNL-COUNT GREATER THAN ZERO
              PERFORM WRITE-GL-JOURNAL
              PERFORM VARYING SET-IDX FROM 2 BY 1
                 UNTIL SET-IDX GREATER THAN 5
                      MOVE XSE-NAME(SET-IDX) TO WS-EXTRACT-NAME
                      PERFORM CLEAR-SIDE-EXTRACT
              END-PERFORM
              MOVE "  BATCH ACCEPTED" TO REPORT-FILE-REC
              WRITE REPORT-FILE-REC
              DISPLAY "BATCH " WS-BATCH-NUMBER " ACCEPTED - "
           .

       EDIT-GL-EXTRACT.
           MOVE ZERO TO EXTRACT-READ-COUNT
           MOVE WS-EXTRACT-NAME TO PRN-XTR-NAME
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GLX-STATUS NOT = "00"
              MOVE "NOT ON HAND" TO PRN-XTR-FLAG
           ELSE
              MOVE LOW-VALUES TO GL-EXTRACT-REC
              READ GL-EXTRACT-FILE
              AT END
                 SET END-OF-GL-EXTRACT TO TRUE
              END-READ
              PERFORM UNTIL END-OF-GL-EXTRACT
                      IF GL-PERIOD NUMERIC AND GL-AMOUNT NUMERIC
                         ADD 1 TO EXTRACT-READ-COUNT
                         PERFORM EDIT-ONE-RECORD
                      END-IF
                      READ GL-EXTRACT-FILE
                      END-READ
              END-PERFORM
              CLOSE GL-EXTRACT-FILE
              MOVE SPACES TO PRN-XTR-FLAG
           END-IF
           MOVE EXTRACT-READ-COUNT TO PRN-XTR-COUNT
           MOVE EXTRACT-LINE TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           DISPLAY EXTRACT-LINE
           .

       EDIT-ONE-RECORD.
              WRITE REPORT-FILE-REC
              DISPLAY UNMAPPED-LINE
           ELSE
              IF JNL-COUNT LESS THAN 5000
                 ADD 1 TO JNL-COUNT
                 MOVE GL-REC-TYPE TO JNL-REC-TYPE(JNL-COUNT)
                 MOVE WS-MAPPED-ACCOUNT TO JNL-ACCOUNT(JNL-COUNT)
           END-IF
           PERFORM FIND-OR-ADD-PERIOD-BALANCE
           IF PBL-FOUND-IDX GREATER THAN ZERO
              IF GL-DEBIT-ENTRY
                 ADD GL-AMOUNT TO PBL-DEBIT-TOTAL(PBL-FOUND-IDX)
              ELSE
                 ADD GL-AMOUNT TO PBL-CREDIT-TOTAL(PBL-FOUND-IDX)
           WRITE JOURNAL-TRAILER-REC
           CLOSE GL-JOURNAL-FILE
           .

       CLEAR-SIDE-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GLX-STATUS = "00"
              CLOSE GL-EXTRACT-FILE
              OPEN OUTPUT GL-EXTRACT-FILE
              CLOSE GL-EXTRACT-FILE
              DISPLAY "EXTRACT " WS-EXTRACT-NAME(1:30)
                      " CLEARED - JOURNALLED IN BATCH "
                      WS-BATCH-NUMBER
           END-IF
           .
