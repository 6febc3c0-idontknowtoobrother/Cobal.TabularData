       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-FOLLOWUP.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO "rebate_claims.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RCM-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO "rebate_remittances.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RRM-STATUS.
           SELECT REMIT-HISTORY-FILE ASSIGN TO
                 "rebate_remit_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RRH-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "suppliers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SUP-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "rebate_remit_register.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-FILE ASSIGN TO "rebate_claim_status.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIM-FILE.
       01 CLAIM-REC.
          88 END-OF-CLAIM-FILE                         VALUE HIGH-VALUES
           .
          05 RCM-CLAIM-NUM          PIC 9(7).
          05 RCM-SUPPLIER-ID        PIC 9(5).
          05 RCM-PERIOD             PIC 9(6).
          05 RCM-CLAIM-DATE         PIC 9(8).
          05 RCM-CLAIM-AMOUNT       PIC 9(7)V99.
          05 RCM-PAID-AMOUNT        PIC 9(7)V99.
          05 RCM-LAST-PAY-DATE      PIC 9(8).
          05 RCM-STATUS             PIC X.
             88 RCM-OPEN                           VALUE "O".
             88 RCM-SHORT-PAID                     VALUE "S".
             88 RCM-PAID                           VALUE "P".

       FD REMITTANCE-FILE.
       01 REMITTANCE-REC.
          88 END-OF-REMITTANCES                        VALUE HIGH-VALUES
           .
          05 RRM-RECEIPT-DATE       PIC 9(8).
          05 RRM-SUPPLIER-ID        PIC 9(5).
          05 RRM-CLAIM-NUM          PIC 9(7).
          05 RRM-AMOUNT             PIC 9(7)V99.
          05 RRM-REFERENCE          PIC X(12).

       FD REMIT-HISTORY-FILE.
       01 REMIT-HISTORY-REC.
          05 RRH-REMITTANCE-IMAGE   PIC X(41).
          05 RRH-APPLY-DATE         PIC 9(8).
          05 RRH-RESULT             PIC X(30).

       FD SUPPLIER-FILE.
       01 SUPPLIER-REC.
          88 END-OF-SUPPLIER-FILE                      VALUE HIGH-VALUES
           .
          05 SUP-SUPPLIER-ID        PIC 9(5).
          05 SUP-NAME               PIC X(30).
          05 SUP-ADDRESS            PIC X(40).
          05 SUP-PHONE              PIC X(15).
          05 SUP-LEAD-DAYS          PIC 9(3).
          05 SUP-ACTIVE             PIC X.

       FD REGISTER-FILE.
       01 REGISTER-REC              PIC X(120).

       FD STATUS-FILE.
       01 STATUS-REC                PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RCM-STATUS             PIC XX.
       01 WS-RRM-STATUS             PIC XX.
       01 WS-RRH-STATUS             PIC XX.
       01 WS-SUP-STATUS             PIC XX.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-TODAY-INTEGER          PIC 9(9).
       01 WS-CLAIM-INTEGER          PIC 9(9).
       01 WS-DAYS-OUT               PIC S9(5).
       01 CLAIM-TABLE.
          05 CLAIM-ENTRY OCCURS 2000 TIMES.
             10 CMT-CLAIM-NUM       PIC 9(7).
             10 CMT-SUPPLIER-ID     PIC 9(5).
             10 CMT-PERIOD          PIC 9(6).
             10 CMT-CLAIM-DATE      PIC 9(8).
             10 CMT-CLAIM-AMOUNT    PIC 9(7)V99.
             10 CMT-PAID-AMOUNT     PIC 9(7)V99.
             10 CMT-LAST-PAY-DATE   PIC 9(8).
             10 CMT-STATUS          PIC X.
       01 CMT-COUNT                 PIC 9(4) VALUE ZERO.
       01 CMT-IDX                   PIC 9(4).
       01 CMT-FOUND-IDX             PIC 9(4).
       01 WS-CLAIM-OVERFLOW         PIC X    VALUE "N".
          88 CLAIM-OVERFLOW                  VALUE "Y".
       01 BAD-CLAIM-TABLE.
          05 BAD-CLAIM-ENTRY OCCURS 200 TIMES
                                    PIC X(53).
       01 BAD-CLAIM-COUNT           PIC 9(3) VALUE ZERO.
       01 BAD-CLAIM-IDX             PIC 9(3).
       01 SUPPLIER-TABLE.
          05 SUPPLIER-ENTRY OCCURS 500 TIMES.
             10 SPT-SUPPLIER-ID     PIC 9(5).
             10 SPT-NAME            PIC X(30).
       01 SPT-COUNT                 PIC 9(3) VALUE ZERO.
       01 SPT-IDX                   PIC 9(3).
       01 WS-SUPPLIER-NAME          PIC X(30).
       01 HELD-REMITTANCE-TABLE.
          05 HELD-REMITTANCE OCCURS 500 TIMES
                                    PIC X(41).
       01 HELD-COUNT                PIC 9(3) VALUE ZERO.
       01 HELD-IDX                  PIC 9(3).
       01 WS-RESULT                 PIC X(30).
       01 WS-APPLY-AMOUNT           PIC 9(7)V99.
       01 WS-SHORTFALL              PIC S9(7)V99.
       01 REMITTANCES-READ          PIC 9(5) VALUE ZERO.
       01 REMITTANCES-HELD          PIC 9(5) VALUE ZERO.
       01 TOTAL-REMITTED            PIC 9(9)V99 VALUE ZERO.
       01 STATUS-TOTALS.
          05 STATUS-TOTAL-ENTRY OCCURS 3 TIMES.
             10 STT-COUNT           PIC 9(5).
             10 STT-CLAIMED         PIC 9(9)V99.
             10 STT-PAID            PIC 9(9)V99.
             10 STT-SHORTFALL       PIC S9(9)V99.
       01 STT-IDX                   PIC 9.
       01 STATUS-NAME-VALUES.
          05 FILLER                 PIC X(10) VALUE "OPEN".
          05 FILLER                 PIC X(10) VALUE "SHORT-PAID".
          05 FILLER                 PIC X(10) VALUE "PAID".
       01 STATUS-NAME-TABLE REDEFINES STATUS-NAME-VALUES.
          05 STATUS-NAME            PIC X(10) OCCURS 3 TIMES.

       01 REGISTER-HEADING1         PIC X(45)
                                                       VALUE
             "  Supplier Rebate Remittance Register".
       01 REGISTER-HEADING2         PIC X(100)
                                                       VALUE
             "RcptDate Supplr    Claim  Reference         Received      
      -      " Applied  Result".
       01 REGISTER-DETAIL-LINE.
          05 PRN-RECEIPT-DATE       PIC 9(8).
          05 PRN-RRM-SUPPLIER       PIC B(2)9(5).
          05 PRN-RRM-CLAIM          PIC B(2)9(7).
          05 PRN-RRM-REFERENCE      PIC B(2)X(12).
          05 PRN-RRM-AMOUNT         PIC B(2)Z,ZZZ,ZZ9.99.
          05 PRN-RRM-APPLIED        PIC B(2)Z,ZZZ,ZZ9.99.
          05 PRN-RRM-RESULT         PIC B(2)X(30).
       01 REGISTER-TOTAL-LINE.
          05 FILLER                 PIC X(38)
                                                       VALUE
             "  TOTAL REMITTANCES APPLIED".
          05 PRN-TOTAL-REMITTED     PIC Z,ZZZ,ZZ9.99.

       01 STATUS-HEADING1           PIC X(45)
                                                       VALUE
             "  Vendor Promotion Rebate Claim Status".
       01 STATUS-HEADING2.
          05 FILLER                 PIC X(14)
                                                       VALUE
             "  As at date  ".
          05 PRN-STATUS-DATE        PIC 9(8).
       01 STATUS-HEADING3           PIC X(120)
                                                       VALUE
             "  Claim  Supp Supplier Name        Period   Raised      Cl
      -      "aimed         Paid    Shortfall   Days Status".
       01 STATUS-DETAIL-LINE.
          05 PRN-CLAIM-NUM          PIC 9(7).
          05 PRN-SUPPLIER-ID        PIC B(1)9(5).
          05 PRN-SUPPLIER-NAME      PIC B(1)X(20).
          05 PRN-PERIOD             PIC B(1)9(6).
          05 PRN-CLAIM-DATE         PIC B(1)9(8).
          05 PRN-CLAIMED            PIC B(1)Z,ZZZ,ZZ9.99.
          05 PRN-PAID               PIC B(1)Z,ZZZ,ZZ9.99.
          05 PRN-SHORTFALL          PIC B(1)Z,ZZZ,ZZ9.99-.
          05 PRN-DAYS-OUT           PIC B(1)ZZZZ9.
          05 PRN-STATUS-NAME        PIC B(1)X(10).
       01 STATUS-TOTAL-LINE.
          05 FILLER                 PIC X(2)     VALUE SPACES.
          05 PRN-TOT-STATUS-NAME    PIC X(10).
          05 FILLER                 PIC X(8)     VALUE " CLAIMS ".
          05 PRN-TOT-COUNT          PIC ZZZZ9.
          05 FILLER                 PIC X(24)    VALUE SPACES.
          05 PRN-TOT-CLAIMED        PIC B(1)Z,ZZZ,ZZ9.99.
          05 PRN-TOT-PAID           PIC B(1)Z,ZZZ,ZZ9.99.
          05 PRN-TOT-SHORTFALL      PIC B(1)Z,ZZZ,ZZ9.99-.

       01 MSG-LOG-REQUEST.
          05 MLG-PROGRAM            PIC X(16) VALUE "REBATE-FOLLOWUP".
          05 MLG-SEVERITY           PIC X.
          05 MLG-CODE               PIC X(6).
          05 MLG-TEXT               PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM LOAD-CLAIM-TABLE
           IF CLAIM-OVERFLOW
              DISPLAY "CLAIM TABLE FULL - MORE THAN 2000 CLAIMS OR"
                      " 200 BAD CLAIM RECORDS - RUN ABANDONED"
              MOVE "E" TO MLG-SEVERITY
              MOVE "RB0201" TO MLG-CODE
              MOVE "CLAIM TABLE FULL - NO REMITTANCES APPLIED"
                 TO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-SUPPLIER-TABLE
           PERFORM APPLY-REMITTANCES
           PERFORM SAVE-CLAIM-TABLE
           PERFORM REWRITE-HELD-REMITTANCES
           PERFORM PRINT-CLAIM-STATUS
           IF REMITTANCES-HELD GREATER THAN ZERO
              MOVE "W" TO MLG-SEVERITY
              MOVE "RB0202" TO MLG-CODE
              MOVE SPACES TO MLG-TEXT
              STRING "REMITTANCES HELD FOR CORRECTION "
                        DELIMITED BY SIZE
                     REMITTANCES-HELD DELIMITED BY SIZE
                     INTO MLG-TEXT
              PERFORM LOG-BATCH-MESSAGE
           END-IF
           DISPLAY "REMITTANCES READ       " REMITTANCES-READ
           DISPLAY "REMITTANCES HELD       " REMITTANCES-HELD
           DISPLAY "CLAIMS OPEN            " STT-COUNT(1)
           DISPLAY "CLAIMS SHORT-PAID      " STT-COUNT(2)
           DISPLAY "CLAIMS PAID            " STT-COUNT(3)
           MOVE "I" TO MLG-SEVERITY
           MOVE "RB0200" TO MLG-CODE
           MOVE SPACES TO MLG-TEXT
           STRING "REMITTANCES APPLIED " DELIMITED BY SIZE
                  REMITTANCES-READ DELIMITED BY SIZE
                  INTO MLG-TEXT
           PERFORM LOG-BATCH-MESSAGE
           STOP RUN.

       LOG-BATCH-MESSAGE.
           CALL "MSG-LOG" USING MSG-LOG-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           .

       LOAD-CLAIM-TABLE.
           MOVE ZERO TO CMT-COUNT
           OPEN INPUT CLAIM-FILE
           IF WS-RCM-STATUS = "00"
              READ CLAIM-FILE
              AT END
                 SET END-OF-CLAIM-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CLAIM-FILE
                      IF RCM-CLAIM-NUM NUMERIC AND
                         RCM-SUPPLIER-ID NUMERIC AND
                         RCM-CLAIM-DATE NUMERIC AND
                         RCM-CLAIM-AMOUNT NUMERIC AND
                         RCM-PAID-AMOUNT NUMERIC
                         IF CMT-COUNT LESS THAN 2000
                            ADD 1 TO CMT-COUNT
                            MOVE CLAIM-REC TO CLAIM-ENTRY(CMT-COUNT)
                            IF CMT-LAST-PAY-DATE(CMT-COUNT) NOT NUMERIC
                               MOVE ZERO TO
                                  CMT-LAST-PAY-DATE(CMT-COUNT)
                            END-IF
                         ELSE
                            SET CLAIM-OVERFLOW TO TRUE
                         END-IF
                      ELSE
                         IF BAD-CLAIM-COUNT LESS THAN 200
                            ADD 1 TO BAD-CLAIM-COUNT
                            MOVE CLAIM-REC TO
                               BAD-CLAIM-ENTRY(BAD-CLAIM-COUNT)
                            DISPLAY "BAD CLAIM RECORD KEPT AS IS - "
                                    CLAIM-REC(1:26)
                         ELSE
                            SET CLAIM-OVERFLOW TO TRUE
                         END-IF
                      END-IF
                      READ CLAIM-FILE
                      AT END
                         SET END-OF-CLAIM-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CLAIM-FILE
           ELSE
              DISPLAY "NO REBATE CLAIMS ON FILE"
           END-IF
           .

       LOAD-SUPPLIER-TABLE.
           MOVE ZERO TO SPT-COUNT
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUP-STATUS = "00"
              READ SUPPLIER-FILE
              AT END
                 SET END-OF-SUPPLIER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUPPLIER-FILE
                      IF SUP-SUPPLIER-ID NUMERIC AND
                         SPT-COUNT LESS THAN 500
                         ADD 1 TO SPT-COUNT
                         MOVE SUP-SUPPLIER-ID TO
                            SPT-SUPPLIER-ID(SPT-COUNT)
                         MOVE SUP-NAME TO SPT-NAME(SPT-COUNT)
                      END-IF
                      READ SUPPLIER-FILE
                      AT END
                         SET END-OF-SUPPLIER-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE SUPPLIER-FILE
           END-IF
           .

       APPLY-REMITTANCES.
           OPEN OUTPUT REGISTER-FILE
           MOVE REGISTER-HEADING1 TO REGISTER-REC
           WRITE REGISTER-REC
           MOVE REGISTER-HEADING2 TO REGISTER-REC
           WRITE REGISTER-REC
           OPEN INPUT REMITTANCE-FILE
           IF WS-RRM-STATUS NOT = "00"
              DISPLAY "NO SUPPLIER REBATE REMITTANCES ON HAND"
           ELSE
              OPEN EXTEND REMIT-HISTORY-FILE
              IF WS-RRH-STATUS = "35"
                 OPEN OUTPUT REMIT-HISTORY-FILE
              END-IF
              READ REMITTANCE-FILE
              AT END
                 SET END-OF-REMITTANCES TO TRUE
              END-READ
              PERFORM UNTIL END-OF-REMITTANCES
                      ADD 1 TO REMITTANCES-READ
                      PERFORM APPLY-ONE-REMITTANCE
                      READ REMITTANCE-FILE
                      AT END
                         SET END-OF-REMITTANCES TO TRUE
                      END-READ
              END-PERFORM
              CLOSE REMITTANCE-FILE
              CLOSE REMIT-HISTORY-FILE
           END-IF
           MOVE TOTAL-REMITTED TO PRN-TOTAL-REMITTED
           MOVE REGISTER-TOTAL-LINE TO REGISTER-REC
           WRITE REGISTER-REC
           DISPLAY REGISTER-TOTAL-LINE
           CLOSE REGISTER-FILE
           .

       APPLY-ONE-REMITTANCE.
           MOVE ZERO TO WS-APPLY-AMOUNT
           IF RRM-RECEIPT-DATE NOT NUMERIC OR
              RRM-SUPPLIER-ID NOT NUMERIC OR
              RRM-CLAIM-NUM NOT NUMERIC OR
              RRM-AMOUNT NOT NUMERIC
              MOVE "HELD - BAD REMITTANCE RECORD" TO WS-RESULT
              PERFORM HOLD-REJECTED-REMITTANCE
           ELSE
              IF RRM-AMOUNT = ZERO
                 MOVE "HELD - NO AMOUNT" TO WS-RESULT
                 PERFORM HOLD-REJECTED-REMITTANCE
              ELSE
                 PERFORM FIND-CLAIM-ENTRY
                 IF CMT-FOUND-IDX = ZERO
                    MOVE "HELD - CLAIM NOT ON FILE" TO WS-RESULT
                    PERFORM HOLD-REJECTED-REMITTANCE
                 ELSE
                    IF CMT-SUPPLIER-ID(CMT-FOUND-IDX) NOT =
                       RRM-SUPPLIER-ID
                       MOVE "HELD - SUPPLIER MISMATCH" TO WS-RESULT
                       PERFORM HOLD-REJECTED-REMITTANCE
                    ELSE
                       PERFORM APPLY-TO-CLAIM
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE RRM-RECEIPT-DATE TO PRN-RECEIPT-DATE
           MOVE RRM-SUPPLIER-ID TO PRN-RRM-SUPPLIER
           MOVE RRM-CLAIM-NUM TO PRN-RRM-CLAIM
           MOVE RRM-REFERENCE TO PRN-RRM-REFERENCE
           MOVE RRM-AMOUNT TO PRN-RRM-AMOUNT
           MOVE WS-APPLY-AMOUNT TO PRN-RRM-APPLIED
           MOVE WS-RESULT TO PRN-RRM-RESULT
           MOVE REGISTER-DETAIL-LINE TO REGISTER-REC
           WRITE REGISTER-REC
           DISPLAY REGISTER-DETAIL-LINE
           .

       FIND-CLAIM-ENTRY.
           MOVE ZERO TO CMT-FOUND-IDX
           PERFORM VARYING CMT-IDX FROM 1 BY 1
              UNTIL CMT-IDX GREATER THAN CMT-COUNT
                   IF CMT-CLAIM-NUM(CMT-IDX) = RRM-CLAIM-NUM
                      MOVE CMT-IDX TO CMT-FOUND-IDX
                   END-IF
           END-PERFORM
           .

       APPLY-TO-CLAIM.
           MOVE RRM-AMOUNT TO WS-APPLY-AMOUNT
           ADD RRM-AMOUNT TO CMT-PAID-AMOUNT(CMT-FOUND-IDX)
           ADD RRM-AMOUNT TO TOTAL-REMITTED
           IF RRM-RECEIPT-DATE GREATER THAN
              CMT-LAST-PAY-DATE(CMT-FOUND-IDX)
              MOVE RRM-RECEIPT-DATE TO
                 CMT-LAST-PAY-DATE(CMT-FOUND-IDX)
           END-IF
           EVALUATE TRUE
              WHEN CMT-PAID-AMOUNT(CMT-FOUND-IDX) LESS THAN
                   CMT-CLAIM-AMOUNT(CMT-FOUND-IDX)
                 MOVE "S" TO CMT-STATUS(CMT-FOUND-IDX)
                 MOVE "SHORT-PAID" TO WS-RESULT
              WHEN CMT-PAID-AMOUNT(CMT-FOUND-IDX) =
                   CMT-CLAIM-AMOUNT(CMT-FOUND-IDX)
                 MOVE "P" TO CMT-STATUS(CMT-FOUND-IDX)
                 MOVE "PAID IN FULL" TO WS-RESULT
              WHEN OTHER
                 MOVE "P" TO CMT-STATUS(CMT-FOUND-IDX)
                 MOVE "PAID - EXCESS OVER CLAIM" TO WS-RESULT
           END-EVALUATE
           MOVE REMITTANCE-REC TO RRH-REMITTANCE-IMAGE
           MOVE WS-RUN-DATE TO RRH-APPLY-DATE
           MOVE WS-RESULT TO RRH-RESULT
           WRITE REMIT-HISTORY-REC
           .

       HOLD-REJECTED-REMITTANCE.
           ADD 1 TO REMITTANCES-HELD
           IF HELD-COUNT LESS THAN 500
              ADD 1 TO HELD-COUNT
              MOVE REMITTANCE-REC TO HELD-REMITTANCE(HELD-COUNT)
           ELSE
              DISPLAY "HELD REMITTANCE TABLE FULL - REMITTANCE"
                      " DROPPED - " REMITTANCE-REC
           END-IF
           .

       SAVE-CLAIM-TABLE.
           IF CMT-COUNT GREATER THAN ZERO OR
              BAD-CLAIM-COUNT GREATER THAN ZERO
              OPEN OUTPUT CLAIM-FILE
              PERFORM VARYING CMT-IDX FROM 1 BY 1
                 UNTIL CMT-IDX GREATER THAN CMT-COUNT
                      MOVE CLAIM-ENTRY(CMT-IDX) TO CLAIM-REC
                      WRITE CLAIM-REC
              END-PERFORM
              PERFORM VARYING BAD-CLAIM-IDX FROM 1 BY 1
                 UNTIL BAD-CLAIM-IDX GREATER THAN BAD-CLAIM-COUNT
                      MOVE BAD-CLAIM-ENTRY(BAD-CLAIM-IDX) TO CLAIM-REC
                      WRITE CLAIM-REC
              END-PERFORM
              CLOSE CLAIM-FILE
           END-IF
           .

       REWRITE-HELD-REMITTANCES.
           IF REMITTANCES-READ GREATER THAN ZERO
              OPEN OUTPUT REMITTANCE-FILE
              PERFORM VARYING HELD-IDX FROM 1 BY 1
                 UNTIL HELD-IDX GREATER THAN HELD-COUNT
                      MOVE HELD-REMITTANCE(HELD-IDX) TO
                         REMITTANCE-REC
                      WRITE REMITTANCE-REC
              END-PERFORM
              CLOSE REMITTANCE-FILE
           END-IF
           .

       PRINT-CLAIM-STATUS.
           MOVE ZEROS TO STATUS-TOTALS
           OPEN OUTPUT STATUS-FILE
           DISPLAY STATUS-HEADING1
           MOVE STATUS-HEADING1 TO STATUS-REC
           WRITE STATUS-REC
           MOVE WS-RUN-DATE TO PRN-STATUS-DATE
           MOVE STATUS-HEADING2 TO STATUS-REC
           WRITE STATUS-REC
           MOVE STATUS-HEADING3 TO STATUS-REC
           WRITE STATUS-REC
           PERFORM VARYING CMT-IDX FROM 1 BY 1
              UNTIL CMT-IDX GREATER THAN CMT-COUNT
                   PERFORM PRINT-ONE-CLAIM
           END-PERFORM
           MOVE SPACES TO STATUS-REC
           WRITE STATUS-REC
           PERFORM VARYING STT-IDX FROM 1 BY 1
              UNTIL STT-IDX GREATER THAN 3
                   MOVE STATUS-NAME(STT-IDX) TO PRN-TOT-STATUS-NAME
                   MOVE STT-COUNT(STT-IDX) TO PRN-TOT-COUNT
                   MOVE STT-CLAIMED(STT-IDX) TO PRN-TOT-CLAIMED
                   MOVE STT-PAID(STT-IDX) TO PRN-TOT-PAID
                   MOVE STT-SHORTFALL(STT-IDX) TO PRN-TOT-SHORTFALL
                   MOVE STATUS-TOTAL-LINE TO STATUS-REC
                   WRITE STATUS-REC
                   DISPLAY STATUS-TOTAL-LINE
           END-PERFORM
           CLOSE STATUS-FILE
           .

       PRINT-ONE-CLAIM.
           EVALUATE CMT-STATUS(CMT-IDX)
              WHEN "S"
                 MOVE 2 TO STT-IDX
              WHEN "P"
                 MOVE 3 TO STT-IDX
              WHEN OTHER
                 MOVE "O" TO CMT-STATUS(CMT-IDX)
                 MOVE 1 TO STT-IDX
           END-EVALUATE
           COMPUTE WS-SHORTFALL = CMT-CLAIM-AMOUNT(CMT-IDX) -
              CMT-PAID-AMOUNT(CMT-IDX)
           IF STT-IDX = 3
              MOVE ZERO TO WS-DAYS-OUT
           ELSE
              COMPUTE WS-CLAIM-INTEGER =
                 FUNCTION INTEGER-OF-DATE(CMT-CLAIM-DATE(CMT-IDX))
              COMPUTE WS-DAYS-OUT =
                 WS-TODAY-INTEGER - WS-CLAIM-INTEGER
           END-IF
           ADD 1 TO STT-COUNT(STT-IDX)
           ADD CMT-CLAIM-AMOUNT(CMT-IDX) TO STT-CLAIMED(STT-IDX)
           ADD CMT-PAID-AMOUNT(CMT-IDX) TO STT-PAID(STT-IDX)
           ADD WS-SHORTFALL TO STT-SHORTFALL(STT-IDX)
           PERFORM FIND-SUPPLIER-NAME
           MOVE CMT-CLAIM-NUM(CMT-IDX) TO PRN-CLAIM-NUM
           MOVE CMT-SUPPLIER-ID(CMT-IDX) TO PRN-SUPPLIER-ID
           MOVE WS-SUPPLIER-NAME TO PRN-SUPPLIER-NAME
           MOVE CMT-PERIOD(CMT-IDX) TO PRN-PERIOD
           MOVE CMT-CLAIM-DATE(CMT-IDX) TO PRN-CLAIM-DATE
           MOVE CMT-CLAIM-AMOUNT(CMT-IDX) TO PRN-CLAIMED
           MOVE CMT-PAID-AMOUNT(CMT-IDX) TO PRN-PAID
           MOVE WS-SHORTFALL TO PRN-SHORTFALL
           MOVE WS-DAYS-OUT TO PRN-DAYS-OUT
           MOVE STATUS-NAME(STT-IDX) TO PRN-STATUS-NAME
           MOVE STATUS-DETAIL-LINE TO STATUS-REC
           WRITE STATUS-REC
           .

       FIND-SUPPLIER-NAME.
           MOVE "** NOT ON FILE **" TO WS-SUPPLIER-NAME
           PERFORM VARYING SPT-IDX FROM 1 BY 1
              UNTIL SPT-IDX GREATER THAN SPT-COUNT
                   IF SPT-SUPPLIER-ID(SPT-IDX) =
                      CMT-SUPPLIER-ID(CMT-IDX)
                      MOVE SPT-NAME(SPT-IDX) TO WS-SUPPLIER-NAME
                   END-IF
           END-PERFORM
           .
