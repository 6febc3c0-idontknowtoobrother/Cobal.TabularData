          88 CHOICE-EXIT                    VALUE "X" "x".
       01 WS-WORK-STATE             PIC 99.
       01 WS-WORK-REC-TYPE          PIC X.
          88 VALID-REC-TYPE     VALUE "D" "C" "A" "P" "K" "L" "R" "I"
                                      "B" "Q" "M" "N".
       01 WS-WORK-ACCOUNT           PIC X(8).
       01 WS-WORK-EFF-FROM          PIC 9(6).
       01 WS-WORK-EFF-TO            PIC 9(6).
           DISPLAY "STATE-NUM (00 FOR ALL STATES) -"
           ACCEPT WS-WORK-STATE
           MOVE SPACE TO WS-WORK-REC-TYPE
           PERFORM UNTIL VALID-REC-TYPE
                   DISPLAY "RECORD TYPE (D/C SALES  A/P COMMISSION"
                           "  K/L CLAWBACK  R/I ROYALTY"
                           "  B/Q BANK RETURN  M/N LOYALTY) -"
                   ACCEPT WS-WORK-REC-TYPE
           END-PERFORM
           MOVE ZERO TO WS-WORK-EFF-FROM
