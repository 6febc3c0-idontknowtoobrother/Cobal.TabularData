           SELECT PLAYERS-FILE ASSIGN TO "ox_players.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PLR-STATUS.
           SELECT TOURNEY-FILE ASSIGN TO "ox_tournaments.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRN-STATUS.
           SELECT LINK-FILE ASSIGN TO "ox_link.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LNK-STATUS.
           SELECT PUZZLE-FILE ASSIGN TO "ox_puzzles.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PUZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 PLR-DRAWS            PIC 9(5).
          05 PLR-CUR-STREAK       PIC 9(3).
          05 PLR-BEST-STREAK      PIC 9(3).
          05 PLR-PUZ-TRIED        PIC 9(5).
          05 PLR-PUZ-SOLVED       PIC 9(5).

       FD TOURNEY-FILE.
       01 TOURNEY-REC.
          88 END-OF-TOURNEY-FILE          VALUE HIGH-VALUES.
          05 TRN-NAME             PIC X(12).
          05 TRN-REC-TYPE         PIC X.
             88 TRN-HEADER                 VALUE "H".
             88 TRN-PLAYER                 VALUE "P".
             88 TRN-MATCH                  VALUE "M".
          05 TRN-DATA             PIC X(20).
          05 TRN-HEADER-DATA REDEFINES TRN-DATA.
             10 TRH-BOARD-SIZE    PIC 9.
             10 TRH-WIN-LEN       PIC 9.
             10 TRH-PLAYER-COUNT  PIC 99.
             10 TRH-CREATE-DATE   PIC 9(6).
             10 TRH-STATUS        PIC X.
             10 FILLER            PIC X(9).
          05 TRN-PLAYER-DATA REDEFINES TRN-DATA.
             10 TRP-SEQ           PIC 99.
             10 TRP-NAME          PIC X(12).
             10 FILLER            PIC X(6).
          05 TRN-MATCH-DATA REDEFINES TRN-DATA.
             10 TRM-ROUND         PIC 99.
             10 TRM-X-SEQ         PIC 99.
             10 TRM-O-SEQ         PIC 99.
             10 TRM-RESULT        PIC X.
             10 TRM-MOVES         PIC 99.
             10 TRM-DATE          PIC 9(6).
             10 TRM-LOG-GAME      PIC 9(3).
             10 FILLER            PIC X(2).

       FD LINK-FILE.
       01 LINK-REC.
          88 END-OF-LINK-FILE             VALUE HIGH-VALUES.
          05 LNK-GAME-NAME        PIC X(12).
          05 LNK-DETAIL           PIC X(139).

       FD PUZZLE-FILE.
       01 PUZZLE-REC.
          88 END-OF-PUZZLE-FILE           VALUE HIGH-VALUES.
          05 PZL-NUMBER           PIC 9(3).
          05 PZL-BOARD-SIZE       PIC 9.
          05 PZL-WIN-LEN          PIC 9.
          05 PZL-TO-MOVE          PIC X.
          05 PZL-SOLUTION-COUNT   PIC 9.
          05 PZL-SOLUTION OCCURS 5 TIMES.
             10 PZL-SOL-ROW       PIC 9.
             10 PZL-SOL-COL       PIC 9.
          05 PZL-TITLE            PIC X(30).
          05 PZL-CELLS            PIC X(81).

       WORKING-STORAGE SECTION.
       01 WS-SAVES-STATUS        PIC XX.
             10 PPT-DRAWS         PIC 9(5).
             10 PPT-CUR-STREAK    PIC 9(3).
             10 PPT-BEST-STREAK   PIC 9(3).
             10 PPT-PUZ-TRIED     PIC 9(5).
             10 PPT-PUZ-SOLVED    PIC 9(5).
       01 PPT-COUNT              PIC 99   VALUE ZERO.
       01 PPT-IDX                PIC 99.
       01 PPT-FOUND-IDX          PIC 99.
          05 FILLER              PIC 9(5).
          05 FILLER              PIC 9(3).
          05 FILLER              PIC 9(3).
          05 FILLER              PIC 9(5).
          05 FILLER              PIC 9(5).
       01 WS-PROFILE-NAME        PIC X(12).
       01 WS-X-PLAYER-NAME       PIC X(12) VALUE SPACES.
       01 WS-O-PLAYER-NAME       PIC X(12) VALUE SPACES.
          88 VS-COMPUTER                  VALUE "Y" "y".
       01 WS-QUOTIENT            PIC 9(2).
       01 WS-REMAINDER           PIC 9(2).
       01 WS-PLAY-STYLE          PIC X    VALUE "H".
          88 TOURNAMENT-PLAY              VALUE "T" "t".
          88 NETWORK-PLAY                 VALUE "N" "n".
          88 PUZZLE-PLAY                  VALUE "P" "p".
       01 WS-TOURNEY-GAME        PIC X    VALUE "N".
          88 TOURNEY-GAME                 VALUE "Y".
       01 WS-TRN-STATUS          PIC XX.
       01 WS-TOURNEY-NAME        PIC X(12).
       01 WS-TOURNEY-FOUND       PIC X.
          88 TOURNEY-FOUND                VALUE "Y".
       01 WS-TOURNEY-STATUS      PIC X.
          88 TOURNEY-COMPLETE             VALUE "C".
       01 WS-TOURNEY-DATE        PIC 9(6).
       01 WS-TOURNEY-BOARD-SIZE  PIC 9.
       01 WS-TOURNEY-WIN-LEN     PIC 9.
       01 WS-TOURNEY-QUIT        PIC X.
          88 TOURNEY-QUIT                 VALUE "Y".
       01 WS-MATCH-CHOICE        PIC X.
       01 TOURNEY-OTHER-TABLE.
          05 TOT-RECORD-IMAGE    PIC X(33) OCCURS 2000 TIMES.
       01 TOT-COUNT              PIC 9(4) VALUE ZERO.
       01 TOT-IDX                PIC 9(4).
       01 TOURNEY-PLAYER-TABLE.
          05 TOURNEY-PLAYER-ENTRY OCCURS 10 TIMES.
             10 TPT-NAME          PIC X(12).
             10 TPT-PLAYED        PIC 9(3).
             10 TPT-WINS          PIC 9(3).
             10 TPT-DRAWS         PIC 9(3).
             10 TPT-LOSSES        PIC 9(3).
             10 TPT-POINTS        PIC 9(3).
             10 TPT-TIE-BREAK     PIC 9(4)V9.
       01 TPT-COUNT              PIC 99   VALUE ZERO.
       01 TPT-IDX                PIC 99.
       01 TPT-FOUND-IDX          PIC 99.
       01 TOURNEY-MATCH-TABLE.
          05 TOURNEY-MATCH-ENTRY OCCURS 90 TIMES.
             10 TMT-ROUND         PIC 99.
             10 TMT-X-SEQ         PIC 99.
             10 TMT-O-SEQ         PIC 99.
             10 TMT-RESULT        PIC X.
                88 TMT-UNPLAYED            VALUE SPACE.
             10 TMT-MOVES         PIC 99.
             10 TMT-DATE          PIC 9(6).
             10 TMT-LOG-GAME      PIC 9(3).
       01 TMT-COUNT              PIC 99   VALUE ZERO.
       01 TMT-IDX                PIC 99.
       01 TMT-NEXT-IDX           PIC 99.
       01 WS-FIRST-LEG-COUNT     PIC 99.
       01 WS-ROUND-COUNT         PIC 99.
       01 WS-ROUND-IDX           PIC 99.
       01 WS-ROUND-OPEN          PIC X.
          88 ROUND-OPEN                   VALUE "Y".
       01 WS-SLOTS               PIC 99.
       01 WS-ROTATE-SIZE         PIC 99.
       01 WS-PAIR-IDX            PIC 99.
       01 WS-MAP-POS             PIC 99.
       01 WS-MAP-WORK            PIC 99.
       01 WS-MAP-SEQ             PIC 99.
       01 WS-SEQ-A               PIC 99.
       01 WS-SEQ-B               PIC 99.
       01 WS-SEQ-SWAP            PIC 99.
       01 STANDING-ORDER-TABLE.
          05 STO-SEQ             PIC 99   OCCURS 10 TIMES.
       01 STO-IDX                PIC 99.
       01 STO-SWAP               PIC 99.
       01 STO-A                  PIC 99.
       01 STO-B                  PIC 99.
       01 PRN-TIE-BREAK          PIC ZZZ9.9.
       01 WS-LNK-STATUS          PIC XX.
       01 WS-LINK-NAME           PIC X(12).
       01 WS-LINK-SIDE           PIC X.
       01 WS-LINK-OPPONENT       PIC X(12).
       01 WS-LINK-DONE           PIC X.
          88 LINK-DONE                    VALUE "Y".
       01 WS-LINK-SEEN-SEQ       PIC 99.
       01 WS-LINK-TIMEOUT        PIC 9(4) VALUE 300.
       01 WS-LINK-POLL-SECONDS   PIC 9(2) VALUE 2.
       01 WS-LINK-RETRY-SECONDS  PIC 9(2) VALUE 1.
       01 WS-LINK-TRIES          PIC 99.
       01 WS-LINK-IDLE-SECS      PIC S9(9).
       01 WS-LINK-NOW-DATE       PIC 9(8).
       01 WS-LINK-NOW-TIME       PIC 9(8).
       01 WS-LINK-NOW-CLOCK REDEFINES WS-LINK-NOW-TIME.
          05 WS-LINK-NOW-HH      PIC 99.
          05 WS-LINK-NOW-MM      PIC 99.
          05 WS-LINK-NOW-SS      PIC 99.
          05 WS-LINK-NOW-CC      PIC 99.
       01 WS-PUZ-STATUS          PIC XX.
       01 WS-PUZ-CHOICE          PIC X.
       01 WS-PUZ-DONE            PIC X.
          88 PUZ-DONE                     VALUE "Y".
       01 WS-PUZ-NUMBER          PIC 9(3).
       01 WS-PUZ-SOLVED          PIC X.
          88 PUZ-SOLVED                   VALUE "Y".
       01 WS-PUZ-ROW-TEXT        PIC X(9).
       01 WS-PUZ-ROW-OK          PIC X.
          88 PUZ-ROW-OK                   VALUE "Y".
       01 WS-PUZ-X-COUNT         PIC 99.
       01 WS-PUZ-O-COUNT         PIC 99.
       01 WS-PUZ-RATE            PIC 9(3)V9.
       01 PRN-PUZ-RATE           PIC ZZ9.9.
       01 PUZZLE-TABLE.
          05 PUZZLE-ENTRY OCCURS 100 TIMES.
             10 PZT-NUMBER        PIC 9(3).
             10 PZT-BOARD-SIZE    PIC 9.
             10 PZT-WIN-LEN       PIC 9.
             10 PZT-TO-MOVE       PIC X.
             10 PZT-SOLUTION-COUNT PIC 9.
             10 PZT-SOLUTION OCCURS 5 TIMES.
                15 PZT-SOL-ROW    PIC 9.
                15 PZT-SOL-COL    PIC 9.
             10 PZT-TITLE         PIC X(30).
             10 PZT-CELLS         PIC X(81).
       01 PZT-COUNT              PIC 9(3) VALUE ZERO.
       01 PZT-IDX                PIC 9(3).
       01 PZT-FOUND-IDX          PIC 9(3).
       01 PZT-SOL-IDX            PIC 9.
       01 PZT-NEXT-NUMBER        PIC 9(3).
       01 LINK-TABLE.
          05 LKT-IMAGE           PIC X(151) OCCURS 50 TIMES.
       01 LKT-COUNT              PIC 99   VALUE ZERO.
       01 LKT-IDX                PIC 99.
       01 LKT-FOUND-IDX          PIC 99.
       01 LINK-GAME.
          05 LKG-GAME-NAME       PIC X(12).
          05 LKG-STATUS          PIC X.
             88 LKG-WAITING               VALUE "W".
             88 LKG-ACTIVE                VALUE "A".
             88 LKG-FINISHED              VALUE "F".
             88 LKG-ABANDONED             VALUE "B".
          05 LKG-BOARD-SIZE      PIC 9.
          05 LKG-WIN-LEN         PIC 9.
          05 LKG-X-NAME          PIC X(12).
          05 LKG-O-NAME          PIC X(12).
          05 LKG-TURN            PIC X.
          05 LKG-MOVE-SEQ        PIC 99.
          05 LKG-LAST-ROW        PIC 9.
          05 LKG-LAST-COL        PIC 9.
          05 LKG-WINNER          PIC X.
          05 LKG-LOG-DATE        PIC 9(6).
          05 LKG-LOG-GAME        PIC 9(3).
          05 LKG-STAMP-DATE      PIC 9(8).
          05 LKG-STAMP-TIME      PIC 9(8).
          05 LKG-STAMP-CLOCK REDEFINES LKG-STAMP-TIME.
             10 LKG-STAMP-HH     PIC 99.
             10 LKG-STAMP-MM     PIC 99.
             10 LKG-STAMP-SS     PIC 99.
             10 LKG-STAMP-CC     PIC 99.
          05 LKG-CELLS           PIC X(81).
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM ASK-PLAY-STYLE
           PERFORM LOAD-PLAYER-TABLE
           ACCEPT WS-SESSION-DATE FROM DATE
           PERFORM SEED-GAME-NUMBER
           OPEN EXTEND MOVES-LOG-FILE
           IF WS-ML-STATUS = "35"
              OPEN OUTPUT MOVES-LOG-FILE
           END-IF
           EVALUATE TRUE
           WHEN TOURNAMENT-PLAY
              PERFORM RUN-TOURNAMENT
           WHEN NETWORK-PLAY
              PERFORM RUN-LINKED-GAME
           WHEN PUZZLE-PLAY
              PERFORM RUN-PUZZLE-TRAINING
           WHEN OTHER
              PERFORM ASK-BOARD-SIZE
              PERFORM ASK-WIN-LENGTH
              PERFORM ASK-MODE
              PERFORM ASK-PLAYER-PROFILES
              PERFORM UNTIL NOT PLAY-AGAIN
                      PERFORM PLAY-GAME
                      IF NOT SUSPENDED
                         PERFORM TALLY-RESULT
                         PERFORM POST-PLAYER-RESULTS
                         PERFORM APPEND-SCORE
                         PERFORM DISPLAY-SCORE
                      END-IF
                      PERFORM ASK-PLAY-AGAIN
              END-PERFORM
           END-EVALUATE
           PERFORM SAVE-PLAYER-TABLE
           CLOSE MOVES-LOG-FILE
           GOBACK
                            PPT-CUR-STREAK(PPT-COUNT)
                         MOVE PLR-BEST-STREAK TO
                            PPT-BEST-STREAK(PPT-COUNT)
                         IF PLR-PUZ-TRIED NUMERIC AND
                            PLR-PUZ-SOLVED NUMERIC
                            MOVE PLR-PUZ-TRIED TO
                               PPT-PUZ-TRIED(PPT-COUNT)
                            MOVE PLR-PUZ-SOLVED TO
                               PPT-PUZ-SOLVED(PPT-COUNT)
                         ELSE
                            MOVE ZERO TO PPT-PUZ-TRIED(PPT-COUNT)
                            MOVE ZERO TO PPT-PUZ-SOLVED(PPT-COUNT)
                         END-IF
                      END-IF
                      READ PLAYERS-FILE
                      AT END
                   MOVE PPT-DRAWS(PPT-IDX) TO PLR-DRAWS
                   MOVE PPT-CUR-STREAK(PPT-IDX) TO PLR-CUR-STREAK
                   MOVE PPT-BEST-STREAK(PPT-IDX) TO PLR-BEST-STREAK
                   MOVE PPT-PUZ-TRIED(PPT-IDX) TO PLR-PUZ-TRIED
                   MOVE PPT-PUZ-SOLVED(PPT-IDX) TO PLR-PUZ-SOLVED
                   WRITE PLAYERS-REC
           END-PERFORM
           CLOSE PLAYERS-FILE
              MOVE ZERO TO PPT-DRAWS(PPT-COUNT)
              MOVE ZERO TO PPT-CUR-STREAK(PPT-COUNT)
              MOVE ZERO TO PPT-BEST-STREAK(PPT-COUNT)
              MOVE ZERO TO PPT-PUZ-TRIED(PPT-COUNT)
              MOVE ZERO TO PPT-PUZ-SOLVED(PPT-COUNT)
              MOVE PPT-COUNT TO PPT-FOUND-IDX
              DISPLAY "NEW PROFILE CREATED FOR " WS-PROFILE-NAME
           END-IF
                         MOVE ZERO TO WS-WIN-RATE
                      END-IF
                      MOVE WS-WIN-RATE TO PRN-WIN-RATE
                      IF PPT-PUZ-TRIED(PPT-IDX) GREATER THAN ZERO
                         COMPUTE WS-PUZ-RATE ROUNDED =
                            PPT-PUZ-SOLVED(PPT-IDX) * 100 /
                            PPT-PUZ-TRIED(PPT-IDX)
                      ELSE
                         MOVE ZERO TO WS-PUZ-RATE
                      END-IF
                      MOVE WS-PUZ-RATE TO PRN-PUZ-RATE
                      DISPLAY PPT-NAME(PPT-IDX)
                              " GAMES " PPT-GAMES(PPT-IDX)
                              " WINS " PPT-WINS(PPT-IDX)
                              " RATE " PRN-WIN-RATE
                              " BEST STREAK "
                              PPT-BEST-STREAK(PPT-IDX)
                              " PUZZLES " PPT-PUZ-TRIED(PPT-IDX)
                              " SOLVED " PRN-PUZ-RATE "%"
              END-PERFORM
           END-IF
           .
           MOVE WS-CONFIGURED-VS TO WS-VS-COMPUTER
           COMPUTE WS-CELL-COUNT = WS-BOARD-SIZE * WS-BOARD-SIZE
           PERFORM RESET-BOARD
           IF NOT TOURNEY-GAME
              PERFORM ASK-LOAD-GAME
           END-IF
           IF WS-LOADED-SLOT-NAME = SPACES
              ADD 1 TO WS-GAME-NUMBER
              MOVE WS-SESSION-DATE TO WS-LOG-DATE
                   PERFORM RESET-ROW-COL
           END-PERFORM
           IF SUSPENDED
              IF TOURNEY-GAME
                 DISPLAY "MATCH ADJOURNED - IT WILL BE REPLAYED WHEN"
                         " THE TOURNAMENT RESUMES"
              ELSE
                 PERFORM SAVE-GAME-TO-SLOT
              END-IF
           ELSE
              IF WS-LOADED-SLOT-NAME NOT = SPACES
                 PERFORM DELETE-LOADED-SLOT
              END-IF
           END-IF
           .
       ASK-PLAY-STYLE.
           DISPLAY "PLAY STYLE - H FOR HOT-SEAT, T FOR TOURNAMENT,"
                   " N FOR NETWORK GAME, P FOR PUZZLES -"
           ACCEPT WS-PLAY-STYLE
           .
       RUN-TOURNAMENT.
           PERFORM LIST-TOURNAMENTS
           MOVE SPACES TO WS-TOURNEY-NAME
           PERFORM UNTIL WS-TOURNEY-NAME NOT = SPACES
                   DISPLAY "TOURNAMENT NAME (NEW OR TO RESUME) -"
                   ACCEPT WS-TOURNEY-NAME
           END-PERFORM
           PERFORM LOAD-TOURNEY-FILE
           IF NOT TOURNEY-FOUND
              PERFORM SET-UP-TOURNAMENT
           ELSE
              DISPLAY "RESUMING TOURNAMENT " WS-TOURNEY-NAME
                      " SIZE " WS-TOURNEY-BOARD-SIZE
                      " WIN " WS-TOURNEY-WIN-LEN
           END-IF
           IF TOURNEY-FOUND
              MOVE "N" TO WS-TOURNEY-QUIT
              PERFORM UNTIL TOURNEY-QUIT OR TOURNEY-COMPLETE
                      PERFORM FIND-NEXT-MATCH
                      IF TMT-NEXT-IDX = ZERO
                         MOVE "C" TO WS-TOURNEY-STATUS
                         PERFORM SAVE-TOURNEY-FILE
                         DISPLAY "TOURNAMENT " WS-TOURNEY-NAME
                                 " COMPLETE - FINAL STANDINGS"
                         PERFORM SHOW-TOURNEY-STANDINGS
                      ELSE
                         PERFORM OFFER-NEXT-MATCH
                      END-IF
              END-PERFORM
           END-IF
           .
       LIST-TOURNAMENTS.
           OPEN INPUT TOURNEY-FILE
           IF WS-TRN-STATUS = "00"
              DISPLAY "TOURNAMENTS ON FILE -"
              READ TOURNEY-FILE
              AT END
                 SET END-OF-TOURNEY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-TOURNEY-FILE
                      IF TRN-HEADER
                         IF TRH-STATUS = "C"
                            DISPLAY "  " TRN-NAME
                                    " PLAYERS " TRH-PLAYER-COUNT
                                    " SIZE " TRH-BOARD-SIZE
                                    " WIN " TRH-WIN-LEN " COMPLETE"
                         ELSE
                            DISPLAY "  " TRN-NAME
                                    " PLAYERS " TRH-PLAYER-COUNT
                                    " SIZE " TRH-BOARD-SIZE
                                    " WIN " TRH-WIN-LEN " IN PROGRESS"
                         END-IF
                      END-IF
                      READ TOURNEY-FILE
                      AT END
                         SET END-OF-TOURNEY-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE TOURNEY-FILE
           END-IF
           .
       LOAD-TOURNEY-FILE.
           MOVE "N" TO WS-TOURNEY-FOUND
           MOVE SPACE TO WS-TOURNEY-STATUS
           MOVE ZERO TO TOT-COUNT
           MOVE ZERO TO TPT-COUNT
           MOVE ZERO TO TMT-COUNT
           OPEN INPUT TOURNEY-FILE
           IF WS-TRN-STATUS = "00"
              READ TOURNEY-FILE
              AT END
                 SET END-OF-TOURNEY-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-TOURNEY-FILE
                      IF TRN-NAME = WS-TOURNEY-NAME
                         PERFORM TAKE-TOURNEY-RECORD
                      ELSE
                         IF TOT-COUNT LESS THAN 2000
                            ADD 1 TO TOT-COUNT
                            MOVE TOURNEY-REC TO
                               TOT-RECORD-IMAGE(TOT-COUNT)
                         END-IF
                      END-IF
                      READ TOURNEY-FILE
                      AT END
                         SET END-OF-TOURNEY-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE TOURNEY-FILE
           END-IF
           .
       TAKE-TOURNEY-RECORD.
           EVALUATE TRUE
              WHEN TRN-HEADER
                 MOVE "Y" TO WS-TOURNEY-FOUND
                 MOVE TRH-BOARD-SIZE TO WS-TOURNEY-BOARD-SIZE
                 MOVE TRH-WIN-LEN TO WS-TOURNEY-WIN-LEN
                 MOVE TRH-CREATE-DATE TO WS-TOURNEY-DATE
                 MOVE TRH-STATUS TO WS-TOURNEY-STATUS
              WHEN TRN-PLAYER
                 IF TPT-COUNT LESS THAN 10
                    ADD 1 TO TPT-COUNT
                    MOVE TRP-NAME TO TPT-NAME(TPT-COUNT)
                 END-IF
              WHEN TRN-MATCH
                 IF TMT-COUNT LESS THAN 90
                    ADD 1 TO TMT-COUNT
                    MOVE TRM-ROUND TO TMT-ROUND(TMT-COUNT)
                    MOVE TRM-X-SEQ TO TMT-X-SEQ(TMT-COUNT)
                    MOVE TRM-O-SEQ TO TMT-O-SEQ(TMT-COUNT)
                    MOVE TRM-RESULT TO TMT-RESULT(TMT-COUNT)
                    MOVE TRM-MOVES TO TMT-MOVES(TMT-COUNT)
                    MOVE TRM-DATE TO TMT-DATE(TMT-COUNT)
                    MOVE TRM-LOG-GAME TO TMT-LOG-GAME(TMT-COUNT)
                 END-IF
           END-EVALUATE
           .
       SAVE-TOURNEY-FILE.
           OPEN OUTPUT TOURNEY-FILE
           PERFORM VARYING TOT-IDX FROM 1 BY 1
              UNTIL TOT-IDX GREATER THAN TOT-COUNT
                   MOVE TOT-RECORD-IMAGE(TOT-IDX) TO TOURNEY-REC
                   WRITE TOURNEY-REC
           END-PERFORM
           MOVE SPACES TO TOURNEY-REC
           MOVE WS-TOURNEY-NAME TO TRN-NAME
           MOVE "H" TO TRN-REC-TYPE
           MOVE WS-TOURNEY-BOARD-SIZE TO TRH-BOARD-SIZE
           MOVE WS-TOURNEY-WIN-LEN TO TRH-WIN-LEN
           MOVE TPT-COUNT TO TRH-PLAYER-COUNT
           MOVE WS-TOURNEY-DATE TO TRH-CREATE-DATE
           MOVE WS-TOURNEY-STATUS TO TRH-STATUS
           WRITE TOURNEY-REC
           PERFORM VARYING TPT-IDX FROM 1 BY 1
              UNTIL TPT-IDX GREATER THAN TPT-COUNT
                   MOVE SPACES TO TOURNEY-REC
                   MOVE WS-TOURNEY-NAME TO TRN-NAME
                   MOVE "P" TO TRN-REC-TYPE
                   MOVE TPT-IDX TO TRP-SEQ
                   MOVE TPT-NAME(TPT-IDX) TO TRP-NAME
                   WRITE TOURNEY-REC
           END-PERFORM
           PERFORM VARYING TMT-IDX FROM 1 BY 1
              UNTIL TMT-IDX GREATER THAN TMT-COUNT
                   MOVE SPACES TO TOURNEY-REC
                   MOVE WS-TOURNEY-NAME TO TRN-NAME
                   MOVE "M" TO TRN-REC-TYPE
                   MOVE TMT-ROUND(TMT-IDX) TO TRM-ROUND
                   MOVE TMT-X-SEQ(TMT-IDX) TO TRM-X-SEQ
                   MOVE TMT-O-SEQ(TMT-IDX) TO TRM-O-SEQ
                   MOVE TMT-RESULT(TMT-IDX) TO TRM-RESULT
                   MOVE TMT-MOVES(TMT-IDX) TO TRM-MOVES
                   MOVE TMT-DATE(TMT-IDX) TO TRM-DATE
                   MOVE TMT-LOG-GAME(TMT-IDX) TO TRM-LOG-GAME
                   WRITE TOURNEY-REC
           END-PERFORM
           CLOSE TOURNEY-FILE
           .
       SET-UP-TOURNAMENT.
           DISPLAY "NEW TOURNAMENT " WS-TOURNEY-NAME
           PERFORM ASK-BOARD-SIZE
           PERFORM ASK-WIN-LENGTH
           MOVE WS-CONFIGURED-BOARD-SIZE TO WS-TOURNEY-BOARD-SIZE
           MOVE WS-CONFIGURED-WIN-LENGTH TO WS-TOURNEY-WIN-LEN
           IF PPT-COUNT GREATER THAN ZERO
              DISPLAY "REGISTERED PLAYERS -"
              PERFORM VARYING PPT-IDX FROM 1 BY 1
                 UNTIL PPT-IDX GREATER THAN PPT-COUNT
                      IF PPT-NAME(PPT-IDX) NOT = "COMPUTER"
                         DISPLAY "  " PPT-NAME(PPT-IDX)
                      END-IF
              END-PERFORM
           END-IF
           DISPLAY "ENTER 2 TO 10 PLAYERS, ONE PER LINE,"
                   " BLANK WHEN DONE -"
           MOVE "N" TO WS-ROW-DONE
           PERFORM UNTIL ROW-DONE OR TPT-COUNT = 10
                   MOVE SPACES TO WS-PROFILE-NAME
                   ACCEPT WS-PROFILE-NAME
                   IF WS-PROFILE-NAME = SPACES
                      MOVE "Y" TO WS-ROW-DONE
                   ELSE
                      PERFORM ENTER-TOURNEY-PLAYER
                   END-IF
           END-PERFORM
           IF TPT-COUNT LESS THAN 2
              DISPLAY "AT LEAST 2 PLAYERS NEEDED - TOURNAMENT NOT"
                      " CREATED"
           ELSE
              PERFORM GENERATE-SCHEDULE
              MOVE "A" TO WS-TOURNEY-STATUS
              MOVE WS-SESSION-DATE TO WS-TOURNEY-DATE
              MOVE "Y" TO WS-TOURNEY-FOUND
              PERFORM SAVE-TOURNEY-FILE
              DISPLAY TMT-COUNT " MATCHES SCHEDULED OVER "
                      WS-ROUND-COUNT " ROUNDS"
           END-IF
           .
       ENTER-TOURNEY-PLAYER.
           MOVE ZERO TO PPT-FOUND-IDX
           PERFORM VARYING PPT-IDX FROM 1 BY 1
              UNTIL PPT-IDX GREATER THAN PPT-COUNT
                   IF PPT-NAME(PPT-IDX) = WS-PROFILE-NAME
                      MOVE PPT-IDX TO PPT-FOUND-IDX
                   END-IF
           END-PERFORM
           MOVE ZERO TO TPT-FOUND-IDX
           PERFORM VARYING TPT-IDX FROM 1 BY 1
              UNTIL TPT-IDX GREATER THAN TPT-COUNT
                   IF TPT-NAME(TPT-IDX) = WS-PROFILE-NAME
                      MOVE TPT-IDX TO TPT-FOUND-IDX
                   END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-PROFILE-NAME = "COMPUTER"
                 DISPLAY "COMPUTER CANNOT ENTER A TOURNAMENT"
              WHEN PPT-FOUND-IDX = ZERO
                 DISPLAY WS-PROFILE-NAME " IS NOT A REGISTERED PLAYER"
              WHEN TPT-FOUND-IDX GREATER THAN ZERO
                 DISPLAY WS-PROFILE-NAME " ALREADY ENTERED"
              WHEN OTHER
                 ADD 1 TO TPT-COUNT
                 MOVE WS-PROFILE-NAME TO TPT-NAME(TPT-COUNT)
           END-EVALUATE
           .
       GENERATE-SCHEDULE.
           MOVE ZERO TO TMT-COUNT
           MOVE TPT-COUNT TO WS-SLOTS
           DIVIDE WS-SLOTS BY 2 GIVING WS-QUOTIENT
              REMAINDER WS-REMAINDER
           IF WS-REMAINDER NOT = ZERO
              ADD 1 TO WS-SLOTS
           END-IF
           COMPUTE WS-ROTATE-SIZE = WS-SLOTS - 1
           PERFORM VARYING WS-ROUND-IDX FROM 0 BY 1
              UNTIL WS-ROUND-IDX NOT LESS THAN WS-ROTATE-SIZE
                   PERFORM VARYING WS-PAIR-IDX FROM 0 BY 1
                      UNTIL WS-PAIR-IDX NOT LESS THAN WS-SLOTS / 2
                           PERFORM SCHEDULE-ONE-PAIRING
                   END-PERFORM
           END-PERFORM
           MOVE TMT-COUNT TO WS-FIRST-LEG-COUNT
           PERFORM VARYING TMT-IDX FROM 1 BY 1
              UNTIL TMT-IDX GREATER THAN WS-FIRST-LEG-COUNT
                   ADD 1 TO TMT-COUNT
                   COMPUTE TMT-ROUND(TMT-COUNT) =
                      TMT-ROUND(TMT-IDX) + WS-ROTATE-SIZE
                   MOVE TMT-O-SEQ(TMT-IDX) TO TMT-X-SEQ(TMT-COUNT)
                   MOVE TMT-X-SEQ(TMT-IDX) TO TMT-O-SEQ(TMT-COUNT)
                   MOVE SPACE TO TMT-RESULT(TMT-COUNT)
                   MOVE ZERO TO TMT-MOVES(TMT-COUNT)
                   MOVE ZERO TO TMT-DATE(TMT-COUNT)
                   MOVE ZERO TO TMT-LOG-GAME(TMT-COUNT)
           END-PERFORM
           COMPUTE WS-ROUND-COUNT = WS-ROTATE-SIZE * 2
           .
       SCHEDULE-ONE-PAIRING.
           MOVE WS-PAIR-IDX TO WS-MAP-POS
           PERFORM MAP-SCHEDULE-POSITION
           MOVE WS-MAP-SEQ TO WS-SEQ-A
           COMPUTE WS-MAP-POS = WS-SLOTS - 1 - WS-PAIR-IDX
           PERFORM MAP-SCHEDULE-POSITION
           MOVE WS-MAP-SEQ TO WS-SEQ-B
           IF WS-PAIR-IDX = ZERO
              DIVIDE WS-ROUND-IDX BY 2 GIVING WS-QUOTIENT
                 REMAINDER WS-REMAINDER
              IF WS-REMAINDER NOT = ZERO
                 MOVE WS-SEQ-A TO WS-SEQ-SWAP
                 MOVE WS-SEQ-B TO WS-SEQ-A
                 MOVE WS-SEQ-SWAP TO WS-SEQ-B
              END-IF
           END-IF
           IF WS-SEQ-A NOT GREATER THAN TPT-COUNT AND
              WS-SEQ-B NOT GREATER THAN TPT-COUNT
              ADD 1 TO TMT-COUNT
              COMPUTE TMT-ROUND(TMT-COUNT) = WS-ROUND-IDX + 1
              MOVE WS-SEQ-A TO TMT-X-SEQ(TMT-COUNT)
              MOVE WS-SEQ-B TO TMT-O-SEQ(TMT-COUNT)
              MOVE SPACE TO TMT-RESULT(TMT-COUNT)
              MOVE ZERO TO TMT-MOVES(TMT-COUNT)
              MOVE ZERO TO TMT-DATE(TMT-COUNT)
              MOVE ZERO TO TMT-LOG-GAME(TMT-COUNT)
           END-IF
           .
       MAP-SCHEDULE-POSITION.
           IF WS-MAP-POS = ZERO
              MOVE 1 TO WS-MAP-SEQ
           ELSE
              COMPUTE WS-MAP-WORK = WS-MAP-POS - 1 + WS-ROUND-IDX
              DIVIDE WS-MAP-WORK BY WS-ROTATE-SIZE GIVING WS-QUOTIENT
                 REMAINDER WS-REMAINDER
              COMPUTE WS-MAP-SEQ = WS-REMAINDER + 2
           END-IF
           .
       FIND-NEXT-MATCH.
           MOVE ZERO TO TMT-NEXT-IDX
           PERFORM VARYING TMT-IDX FROM 1 BY 1
              UNTIL TMT-IDX GREATER THAN TMT-COUNT OR
                 TMT-NEXT-IDX GREATER THAN ZERO
                   IF TMT-UNPLAYED(TMT-IDX)
                      MOVE TMT-IDX TO TMT-NEXT-IDX
                   END-IF
           END-PERFORM
           .
       OFFER-NEXT-MATCH.
           MOVE TMT-NEXT-IDX TO TMT-IDX
           DISPLAY "ROUND " TMT-ROUND(TMT-IDX) " NEXT MATCH - "
                   TPT-NAME(TMT-X-SEQ(TMT-IDX)) " (X) VS "
                   TPT-NAME(TMT-O-SEQ(TMT-IDX)) " (O)"
           DISPLAY "P TO PLAY, S FOR STANDINGS, Q TO QUIT AND"
                   " RESUME LATER -"
           ACCEPT WS-MATCH-CHOICE
           EVALUATE WS-MATCH-CHOICE
              WHEN "P"
              WHEN "p"
                 PERFORM PLAY-TOURNEY-MATCH
              WHEN "S"
              WHEN "s"
                 PERFORM SHOW-TOURNEY-STANDINGS
              WHEN "Q"
              WHEN "q"
                 MOVE "Y" TO WS-TOURNEY-QUIT
                 DISPLAY "TOURNAMENT " WS-TOURNEY-NAME
                         " SAVED - RESUME IT BY NAME"
           END-EVALUATE
           .
       PLAY-TOURNEY-MATCH.
           MOVE TPT-NAME(TMT-X-SEQ(TMT-IDX)) TO WS-X-PLAYER-NAME
           MOVE TPT-NAME(TMT-O-SEQ(TMT-IDX)) TO WS-O-PLAYER-NAME
           PERFORM RESOLVE-PLAYER-INDEXES
           MOVE WS-TOURNEY-BOARD-SIZE TO WS-CONFIGURED-BOARD-SIZE
           MOVE WS-TOURNEY-WIN-LEN TO WS-CONFIGURED-WIN-LENGTH
           MOVE "N" TO WS-CONFIGURED-VS
           MOVE "Y" TO WS-TOURNEY-GAME
           PERFORM PLAY-GAME
           MOVE "N" TO WS-TOURNEY-GAME
           IF NOT SUSPENDED
              PERFORM TALLY-RESULT
              PERFORM POST-PLAYER-RESULTS
              PERFORM APPEND-SCORE
              MOVE TMT-NEXT-IDX TO TMT-IDX
              IF WS-WINNER = SPACE
                 MOVE "D" TO TMT-RESULT(TMT-IDX)
              ELSE
                 MOVE WS-WINNER TO TMT-RESULT(TMT-IDX)
              END-IF
              MOVE WS-COUNT TO TMT-MOVES(TMT-IDX)
              MOVE WS-LOG-DATE TO TMT-DATE(TMT-IDX)
              MOVE WS-LOG-GAME TO TMT-LOG-GAME(TMT-IDX)
              PERFORM SAVE-TOURNEY-FILE
              PERFORM SAVE-PLAYER-TABLE
              MOVE "N" TO WS-ROUND-OPEN
              PERFORM VARYING TMT-IDX FROM 1 BY 1
                 UNTIL TMT-IDX GREATER THAN TMT-COUNT
                      IF TMT-ROUND(TMT-IDX) = TMT-ROUND(TMT-NEXT-IDX)
                         AND TMT-UNPLAYED(TMT-IDX)
                         MOVE "Y" TO WS-ROUND-OPEN
                      END-IF
              END-PERFORM
              IF NOT ROUND-OPEN
                 DISPLAY "ROUND " TMT-ROUND(TMT-NEXT-IDX)
                         " COMPLETE - STANDINGS"
                 PERFORM SHOW-TOURNEY-STANDINGS
              END-IF
           END-IF
           .
       COMPUTE-TOURNEY-STANDINGS.
           PERFORM VARYING TPT-IDX FROM 1 BY 1
              UNTIL TPT-IDX GREATER THAN TPT-COUNT
                   MOVE ZERO TO TPT-PLAYED(TPT-IDX)
                   MOVE ZERO TO TPT-WINS(TPT-IDX)
                   MOVE ZERO TO TPT-DRAWS(TPT-IDX)
                   MOVE ZERO TO TPT-LOSSES(TPT-IDX)
                   MOVE ZERO TO TPT-POINTS(TPT-IDX)
                   MOVE ZERO TO TPT-TIE-BREAK(TPT-IDX)
                   MOVE TPT-IDX TO STO-SEQ(TPT-IDX)
           END-PERFORM
           PERFORM VARYING TMT-IDX FROM 1 BY 1
              UNTIL TMT-IDX GREATER THAN TMT-COUNT
                   IF NOT TMT-UNPLAYED(TMT-IDX)
                      MOVE TMT-X-SEQ(TMT-IDX) TO STO-A
                      MOVE TMT-O-SEQ(TMT-IDX) TO STO-B
                      ADD 1 TO TPT-PLAYED(STO-A)
                      ADD 1 TO TPT-PLAYED(STO-B)
                      EVALUATE TMT-RESULT(TMT-IDX)
                         WHEN "X"
                            ADD 1 TO TPT-WINS(STO-A)
                            ADD 2 TO TPT-POINTS(STO-A)
                            ADD 1 TO TPT-LOSSES(STO-B)
                         WHEN "O"
                            ADD 1 TO TPT-WINS(STO-B)
                            ADD 2 TO TPT-POINTS(STO-B)
                            ADD 1 TO TPT-LOSSES(STO-A)
                         WHEN OTHER
                            ADD 1 TO TPT-DRAWS(STO-A)
                            ADD 1 TO TPT-DRAWS(STO-B)
                            ADD 1 TO TPT-POINTS(STO-A)
                            ADD 1 TO TPT-POINTS(STO-B)
                      END-EVALUATE
                   END-IF
           END-PERFORM
           PERFORM VARYING TMT-IDX FROM 1 BY 1
              UNTIL TMT-IDX GREATER THAN TMT-COUNT
                   IF NOT TMT-UNPLAYED(TMT-IDX)
                      MOVE TMT-X-SEQ(TMT-IDX) TO STO-A
                      MOVE TMT-O-SEQ(TMT-IDX) TO STO-B
                      EVALUATE TMT-RESULT(TMT-IDX)
                         WHEN "X"
                            ADD TPT-POINTS(STO-B) TO
                               TPT-TIE-BREAK(STO-A)
                         WHEN "O"
                            ADD TPT-POINTS(STO-A) TO
                               TPT-TIE-BREAK(STO-B)
                         WHEN OTHER
                            COMPUTE TPT-TIE-BREAK(STO-A) =
                               TPT-TIE-BREAK(STO-A) +
                               TPT-POINTS(STO-B) / 2
                            COMPUTE TPT-TIE-BREAK(STO-B) =
                               TPT-TIE-BREAK(STO-B) +
                               TPT-POINTS(STO-A) / 2
                      END-EVALUATE
                   END-IF
           END-PERFORM
           .
       SHOW-TOURNEY-STANDINGS.
           PERFORM COMPUTE-TOURNEY-STANDINGS
           MOVE "Y" TO WS-SORT-SWAPPED
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
                   MOVE "N" TO WS-SORT-SWAPPED
                   PERFORM VARYING STO-IDX FROM 1 BY 1
                      UNTIL STO-IDX NOT LESS THAN TPT-COUNT
                           PERFORM COMPARE-ADJACENT-STANDINGS
                   END-PERFORM
           END-PERFORM
           DISPLAY "POS PLAYER       PLAYED POINTS WINS DRAWS LOSSES"
                   " TIE-BREAK"
           PERFORM VARYING STO-IDX FROM 1 BY 1
              UNTIL STO-IDX GREATER THAN TPT-COUNT
                   MOVE STO-SEQ(STO-IDX) TO TPT-IDX
                   MOVE TPT-TIE-BREAK(TPT-IDX) TO PRN-TIE-BREAK
                   DISPLAY " " STO-IDX " " TPT-NAME(TPT-IDX)
                           "  " TPT-PLAYED(TPT-IDX)
                           "    " TPT-POINTS(TPT-IDX)
                           "   " TPT-WINS(TPT-IDX)
                           "  " TPT-DRAWS(TPT-IDX)
                           "   " TPT-LOSSES(TPT-IDX)
                           "    " PRN-TIE-BREAK
           END-PERFORM
           .
       COMPARE-ADJACENT-STANDINGS.
           MOVE STO-SEQ(STO-IDX) TO STO-A
           MOVE STO-SEQ(STO-IDX + 1) TO STO-B
           IF TPT-POINTS(STO-B) GREATER THAN TPT-POINTS(STO-A) OR
              (TPT-POINTS(STO-B) = TPT-POINTS(STO-A) AND
               TPT-TIE-BREAK(STO-B) GREATER THAN
                  TPT-TIE-BREAK(STO-A)) OR
              (TPT-POINTS(STO-B) = TPT-POINTS(STO-A) AND
               TPT-TIE-BREAK(STO-B) = TPT-TIE-BREAK(STO-A) AND
               TPT-WINS(STO-B) GREATER THAN TPT-WINS(STO-A))
              MOVE STO-B TO STO-SEQ(STO-IDX)
              MOVE STO-A TO STO-SEQ(STO-IDX + 1)
              MOVE "Y" TO WS-SORT-SWAPPED
           END-IF
           .
       RUN-LINKED-GAME.
           MOVE SPACES TO WS-LINK-NAME
           PERFORM UNTIL WS-LINK-NAME NOT = SPACES
                   DISPLAY "NETWORK GAME NAME (NEW OR TO JOIN) -"
                   ACCEPT WS-LINK-NAME
           END-PERFORM
           MOVE SPACE TO WS-LINK-SIDE
           CLOSE MOVES-LOG-FILE
           PERFORM FETCH-LINK-GAME
           EVALUATE TRUE
              WHEN LKT-FOUND-IDX = ZERO
              WHEN LKG-FINISHED
              WHEN LKG-ABANDONED
                 PERFORM OPEN-LINK-GAME
              WHEN LKG-WAITING
                 PERFORM JOIN-LINK-GAME
              WHEN OTHER
                 PERFORM REJOIN-LINK-GAME
           END-EVALUATE
           IF WS-LINK-SIDE NOT = SPACE
              PERFORM PLAY-LINK-GAME
           END-IF
           PERFORM LOAD-PLAYER-TABLE
           OPEN EXTEND MOVES-LOG-FILE
           .
       OPEN-LINK-GAME.
           DISPLAY "NEW NETWORK GAME " WS-LINK-NAME
           PERFORM ASK-BOARD-SIZE
           PERFORM ASK-WIN-LENGTH
           PERFORM ASK-LINK-PROFILE
           MOVE SPACES TO LINK-GAME
           MOVE WS-LINK-NAME TO LKG-GAME-NAME
           MOVE "W" TO LKG-STATUS
           MOVE WS-BOARD-SIZE TO LKG-BOARD-SIZE
           MOVE WS-WIN-LENGTH TO LKG-WIN-LEN
           MOVE WS-PROFILE-NAME TO LKG-X-NAME
           MOVE "X" TO LKG-TURN
           MOVE ZERO TO LKG-MOVE-SEQ
           MOVE ZERO TO LKG-LAST-ROW
           MOVE ZERO TO LKG-LAST-COL
           MOVE SPACE TO LKG-WINNER
           ADD 1 TO WS-GAME-NUMBER
           MOVE WS-SESSION-DATE TO LKG-LOG-DATE
           MOVE WS-GAME-NUMBER TO LKG-LOG-GAME
           PERFORM RESET-BOARD
           PERFORM GRID-FLATTEN-BOARD
           MOVE WS-FLAT-BOARD TO LKG-CELLS
           PERFORM STORE-LINK-GAME
           MOVE "X" TO WS-LINK-SIDE
           DISPLAY "GAME " WS-LINK-NAME " OPENED - YOU PLAY X"
           .
       JOIN-LINK-GAME.
           DISPLAY "JOINING " WS-LINK-NAME " AGAINST " LKG-X-NAME
                   " SIZE " LKG-BOARD-SIZE " WIN " LKG-WIN-LEN
           PERFORM ASK-LINK-PROFILE
           PERFORM FETCH-LINK-GAME
           IF LKT-FOUND-IDX = ZERO OR NOT LKG-WAITING
              DISPLAY "GAME " WS-LINK-NAME " IS NO LONGER OPEN"
           ELSE
              MOVE WS-PROFILE-NAME TO LKG-O-NAME
              MOVE "A" TO LKG-STATUS
              PERFORM STORE-LINK-GAME
              MOVE "O" TO WS-LINK-SIDE
              DISPLAY "GAME " WS-LINK-NAME " JOINED - YOU PLAY O"
           END-IF
           .
       REJOIN-LINK-GAME.
           DISPLAY "GAME " WS-LINK-NAME " IN PROGRESS - X "
                   LKG-X-NAME " O " LKG-O-NAME
           DISPLAY "REJOIN AS X OR O (BLANK TO CANCEL) -"
           ACCEPT WS-LINK-SIDE
           EVALUATE WS-LINK-SIDE
              WHEN "X"
              WHEN "x"
                 MOVE "X" TO WS-LINK-SIDE
              WHEN "O"
              WHEN "o"
                 MOVE "O" TO WS-LINK-SIDE
              WHEN OTHER
                 MOVE SPACE TO WS-LINK-SIDE
           END-EVALUATE
           .
       ASK-LINK-PROFILE.
           MOVE SPACES TO WS-PROFILE-NAME
           PERFORM UNTIL WS-PROFILE-NAME NOT = SPACES
                   DISPLAY "YOUR PLAYER NAME -"
                   ACCEPT WS-PROFILE-NAME
           END-PERFORM
           PERFORM FIND-OR-ADD-PROFILE
           PERFORM SAVE-PLAYER-TABLE
           .
       PLAY-LINK-GAME.
           MOVE LKG-BOARD-SIZE TO WS-BOARD-SIZE
           MOVE LKG-WIN-LEN TO WS-WIN-LENGTH
           COMPUTE WS-CELL-COUNT = WS-BOARD-SIZE * WS-BOARD-SIZE
           MOVE "N" TO WS-VS-COMPUTER
           MOVE LKG-LOG-DATE TO WS-LOG-DATE
           MOVE LKG-LOG-GAME TO WS-LOG-GAME
           MOVE 99 TO WS-LINK-SEEN-SEQ
           MOVE "N" TO WS-LINK-DONE
           DISPLAY "ROW 0 ON YOUR TURN ABANDONS THE GAME"
           PERFORM UNTIL LINK-DONE
                   PERFORM FETCH-LINK-GAME
                   EVALUATE TRUE
                      WHEN LKT-FOUND-IDX = ZERO
                         CALL "C$SLEEP" USING WS-LINK-POLL-SECONDS
                      WHEN LKG-ABANDONED
                         DISPLAY "GAME " WS-LINK-NAME " WAS ABANDONED"
                         MOVE "Y" TO WS-LINK-DONE
                      WHEN LKG-FINISHED
                         IF LKG-MOVE-SEQ NOT = WS-LINK-SEEN-SEQ
                            PERFORM SHOW-LINK-BOARD
                         END-IF
                         PERFORM LOAD-PLAYER-TABLE
                         PERFORM SHOW-LINK-RESULT
                         MOVE "Y" TO WS-LINK-DONE
                      WHEN LKG-ACTIVE AND LKG-TURN = WS-LINK-SIDE
                         PERFORM TAKE-LINK-TURN
                      WHEN OTHER
                         PERFORM WAIT-FOR-OPPONENT
                   END-EVALUATE
           END-PERFORM
           .
       SHOW-LINK-BOARD.
           MOVE LKG-CELLS TO WS-FLAT-BOARD
           PERFORM GRID-UNFLATTEN-BOARD
           IF LKG-MOVE-SEQ GREATER THAN ZERO AND
              LKG-TURN = WS-LINK-SIDE
              DISPLAY "OPPONENT PLAYED " LKG-LAST-ROW " " LKG-LAST-COL
           END-IF
           PERFORM DISPLAY-TABLE
           MOVE LKG-MOVE-SEQ TO WS-LINK-SEEN-SEQ
           .
       WAIT-FOR-OPPONENT.
           IF LKG-MOVE-SEQ NOT = WS-LINK-SEEN-SEQ
              PERFORM SHOW-LINK-BOARD
              IF LKG-WAITING
                 DISPLAY "WAITING FOR AN OPPONENT TO JOIN "
                         WS-LINK-NAME
              ELSE
                 IF WS-LINK-SIDE = "X"
                    MOVE LKG-O-NAME TO WS-LINK-OPPONENT
                 ELSE
                    MOVE LKG-X-NAME TO WS-LINK-OPPONENT
                 END-IF
                 DISPLAY "WAITING FOR " WS-LINK-OPPONENT " TO MOVE"
              END-IF
           END-IF
           PERFORM COMPUTE-LINK-IDLE
           IF WS-LINK-IDLE-SECS GREATER THAN WS-LINK-TIMEOUT
              MOVE "B" TO LKG-STATUS
              PERFORM STORE-LINK-GAME
              DISPLAY "NOTHING FROM OPPONENT FOR " WS-LINK-TIMEOUT
                      " SECONDS - GAME ABANDONED"
              MOVE "Y" TO WS-LINK-DONE
           ELSE
              CALL "C$SLEEP" USING WS-LINK-POLL-SECONDS
           END-IF
           .
       TAKE-LINK-TURN.
           IF LKG-MOVE-SEQ NOT = WS-LINK-SEEN-SEQ
              PERFORM SHOW-LINK-BOARD
           END-IF
           MOVE LKG-MOVE-SEQ TO WS-COUNT
           MOVE WS-LINK-SIDE TO WS-PLAYER
           MOVE SPACE TO WS-WINNER
           MOVE "N" TO WS-GAME-OVER
           MOVE "N" TO WS-SUSPENDED
           PERFORM DISPLAY-TURN
           PERFORM INPUT-ROW-COL
           PERFORM FETCH-LINK-GAME
           EVALUATE TRUE
              WHEN LKT-FOUND-IDX = ZERO
              WHEN NOT LKG-ACTIVE
              WHEN LKG-MOVE-SEQ NOT = WS-COUNT
                 CONTINUE
              WHEN SUSPENDED
                 MOVE "B" TO LKG-STATUS
                 PERFORM STORE-LINK-GAME
                 DISPLAY "YOU HAVE ABANDONED GAME " WS-LINK-NAME
                 MOVE "Y" TO WS-LINK-DONE
              WHEN OTHER
                 OPEN EXTEND MOVES-LOG-FILE
                 IF WS-ML-STATUS = "35"
                    OPEN OUTPUT MOVES-LOG-FILE
                 END-IF
                 PERFORM PUT-TABLE
                 CLOSE MOVES-LOG-FILE
                 IF WS-COUNT NOT = LKG-MOVE-SEQ
                    PERFORM POST-LINK-MOVE
                 END-IF
           END-EVALUATE
           PERFORM RESET-ROW-COL
           .
       POST-LINK-MOVE.
           PERFORM GRID-FLATTEN-BOARD
           MOVE WS-FLAT-BOARD TO LKG-CELLS
           MOVE WS-COUNT TO LKG-MOVE-SEQ
           MOVE WS-INPUT-ROW TO LKG-LAST-ROW
           MOVE WS-INPUT-COL TO LKG-LAST-COL
           MOVE WS-PLAYER TO LKG-TURN
           IF GAME-OVER OR WS-COUNT NOT LESS THAN WS-CELL-COUNT
              MOVE "F" TO LKG-STATUS
              MOVE WS-WINNER TO LKG-WINNER
           END-IF
           PERFORM STORE-LINK-GAME
           PERFORM DISPLAY-TABLE
           MOVE WS-COUNT TO WS-LINK-SEEN-SEQ
           IF LKG-FINISHED
              PERFORM LOAD-PLAYER-TABLE
              MOVE LKG-X-NAME TO WS-PROFILE-NAME
              PERFORM FIND-OR-ADD-PROFILE
              MOVE LKG-O-NAME TO WS-PROFILE-NAME
              PERFORM FIND-OR-ADD-PROFILE
              MOVE LKG-X-NAME TO WS-X-PLAYER-NAME
              MOVE LKG-O-NAME TO WS-O-PLAYER-NAME
              PERFORM RESOLVE-PLAYER-INDEXES
              PERFORM POST-PLAYER-RESULTS
              PERFORM SAVE-PLAYER-TABLE
              PERFORM APPEND-SCORE
              PERFORM SHOW-LINK-RESULT
              MOVE "Y" TO WS-LINK-DONE
           END-IF
           .
       SHOW-LINK-RESULT.
           MOVE LKG-WINNER TO WS-WINNER
           PERFORM TALLY-RESULT
           EVALUATE LKG-WINNER
              WHEN "X"
                 DISPLAY "X WINS - " LKG-X-NAME
              WHEN "O"
                 DISPLAY "O WINS - " LKG-O-NAME
              WHEN OTHER
                 DISPLAY "IT'S A DRAW"
           END-EVALUATE
           PERFORM DISPLAY-SCORE
           .
       COMPUTE-LINK-IDLE.
           ACCEPT WS-LINK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LINK-NOW-TIME FROM TIME
           IF LKG-STAMP-DATE NUMERIC AND
              LKG-STAMP-DATE GREATER THAN 16010100 AND
              LKG-STAMP-TIME NUMERIC
              COMPUTE WS-LINK-IDLE-SECS =
                 (FUNCTION INTEGER-OF-DATE(WS-LINK-NOW-DATE) -
                  FUNCTION INTEGER-OF-DATE(LKG-STAMP-DATE)) * 86400 +
                 (WS-LINK-NOW-HH * 3600) + (WS-LINK-NOW-MM * 60) +
                 WS-LINK-NOW-SS -
                 (LKG-STAMP-HH * 3600) - (LKG-STAMP-MM * 60) -
                 LKG-STAMP-SS
           ELSE
              MOVE ZERO TO WS-LINK-IDLE-SECS
           END-IF
           .
       LOAD-LINK-TABLE.
           MOVE ZERO TO LKT-COUNT
           MOVE ZERO TO LKT-FOUND-IDX
           OPEN INPUT LINK-FILE
           IF WS-LNK-STATUS = "00"
              READ LINK-FILE
              AT END
                 SET END-OF-LINK-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-LINK-FILE
                      IF LNK-GAME-NAME NOT = SPACES AND
                         LKT-COUNT LESS THAN 50
                         ADD 1 TO LKT-COUNT
                         MOVE LINK-REC TO LKT-IMAGE(LKT-COUNT)
                         IF LNK-GAME-NAME = WS-LINK-NAME
                            MOVE LKT-COUNT TO LKT-FOUND-IDX
                         END-IF
                      END-IF
                      READ LINK-FILE
                      AT END
                         SET END-OF-LINK-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE LINK-FILE
           END-IF
           .
       FETCH-LINK-GAME.
           PERFORM LOAD-LINK-TABLE
           IF LKT-FOUND-IDX GREATER THAN ZERO
              MOVE LKT-IMAGE(LKT-FOUND-IDX) TO LINK-GAME
              IF (LKG-WAITING OR LKG-ACTIVE OR LKG-FINISHED OR
                  LKG-ABANDONED) AND
                 LKG-BOARD-SIZE NUMERIC AND
                 LKG-BOARD-SIZE NOT LESS THAN 3 AND
                 LKG-MOVE-SEQ NUMERIC AND
                 LKG-STAMP-TIME NUMERIC AND
                 LKG-CELLS(LKG-BOARD-SIZE * LKG-BOARD-SIZE:1)
                    NOT = SPACE
                 CONTINUE
              ELSE
                 MOVE ZERO TO LKT-FOUND-IDX
              END-IF
           END-IF
           .
       STORE-LINK-GAME.
           ACCEPT LKG-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT LKG-STAMP-TIME FROM TIME
           PERFORM LOAD-LINK-TABLE
           IF LKT-FOUND-IDX = ZERO
              IF LKT-COUNT LESS THAN 50
                 ADD 1 TO LKT-COUNT
                 MOVE LKT-COUNT TO LKT-FOUND-IDX
              ELSE
                 PERFORM VARYING LKT-IDX FROM 1 BY 1
                    UNTIL LKT-IDX GREATER THAN LKT-COUNT OR
                       LKT-FOUND-IDX GREATER THAN ZERO
                         IF LKT-IMAGE(LKT-IDX)(13:1) = "F" OR
                            LKT-IMAGE(LKT-IDX)(13:1) = "B"
                            MOVE LKT-IDX TO LKT-FOUND-IDX
                         END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF LKT-FOUND-IDX = ZERO
              DISPLAY "NETWORK GAME FILE IS FULL - GAME NOT SAVED"
           ELSE
              MOVE LINK-GAME TO LKT-IMAGE(LKT-FOUND-IDX)
              PERFORM WRITE-LINK-TABLE
           END-IF
           .
       WRITE-LINK-TABLE.
           OPEN OUTPUT LINK-FILE
           MOVE ZERO TO WS-LINK-TRIES
           PERFORM UNTIL WS-LNK-STATUS = "00" OR WS-LINK-TRIES = 10
                   ADD 1 TO WS-LINK-TRIES
                   CALL "C$SLEEP" USING WS-LINK-RETRY-SECONDS
                   OPEN OUTPUT LINK-FILE
           END-PERFORM
           IF WS-LNK-STATUS = "00"
              PERFORM VARYING LKT-IDX FROM 1 BY 1
                 UNTIL LKT-IDX GREATER THAN LKT-COUNT
                      MOVE LKT-IMAGE(LKT-IDX) TO LINK-REC
                      WRITE LINK-REC
              END-PERFORM
              CLOSE LINK-FILE
           ELSE
              DISPLAY "NETWORK GAME FILE IS BUSY - STATUS "
                      WS-LNK-STATUS " - GAME NOT SAVED"
           END-IF
           .
       RUN-PUZZLE-TRAINING.
           MOVE "N" TO WS-VS-COMPUTER
           MOVE "N" TO WS-PUZ-DONE
           PERFORM UNTIL PUZ-DONE
                   PERFORM LOAD-PUZZLE-TABLE
                   DISPLAY "PUZZLES - T TO TRAIN, A TO ADD A PUZZLE,"
                           " P FOR PLAYER STANDINGS, Q TO QUIT -"
                   ACCEPT WS-PUZ-CHOICE
                   EVALUATE WS-PUZ-CHOICE
                      WHEN "T"
                      WHEN "t"
                         PERFORM TRAIN-ON-PUZZLES
                      WHEN "A"
                      WHEN "a"
                         PERFORM ADD-PUZZLE
                      WHEN "P"
                      WHEN "p"
                         PERFORM SHOW-PLAYER-STANDINGS
                      WHEN "Q"
                      WHEN "q"
                         MOVE "Y" TO WS-PUZ-DONE
                   END-EVALUATE
           END-PERFORM
           .
       LOAD-PUZZLE-TABLE.
           MOVE ZERO TO PZT-COUNT
           MOVE ZERO TO PZT-NEXT-NUMBER
           OPEN INPUT PUZZLE-FILE
           IF WS-PUZ-STATUS = "00"
              READ PUZZLE-FILE
              AT END
                 SET END-OF-PUZZLE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PUZZLE-FILE
                      IF PZL-NUMBER NUMERIC AND
                         PZL-BOARD-SIZE NUMERIC AND
                         PZL-BOARD-SIZE NOT LESS THAN 3 AND
                         PZL-SOLUTION-COUNT NUMERIC AND
                         PZT-COUNT LESS THAN 100
                         ADD 1 TO PZT-COUNT
                         MOVE PUZZLE-REC TO PUZZLE-ENTRY(PZT-COUNT)
                         IF PZL-NUMBER GREATER THAN PZT-NEXT-NUMBER
                            MOVE PZL-NUMBER TO PZT-NEXT-NUMBER
                         END-IF
                      END-IF
                      READ PUZZLE-FILE
                      AT END
                         SET END-OF-PUZZLE-FILE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE PUZZLE-FILE
           END-IF
           ADD 1 TO PZT-NEXT-NUMBER
           .
       TRAIN-ON-PUZZLES.
           IF PZT-COUNT = ZERO
              DISPLAY "NO PUZZLES ON FILE - USE A TO ADD ONE"
           ELSE
              MOVE SPACES TO WS-PROFILE-NAME
              PERFORM UNTIL WS-PROFILE-NAME NOT = SPACES
                      DISPLAY "PLAYER NAME -"
                      ACCEPT WS-PROFILE-NAME
              END-PERFORM
              PERFORM FIND-OR-ADD-PROFILE
              DISPLAY "PUZZLES ON FILE -"
              PERFORM VARYING PZT-IDX FROM 1 BY 1
                 UNTIL PZT-IDX GREATER THAN PZT-COUNT
                      DISPLAY "  " PZT-NUMBER(PZT-IDX)
                              " SIZE " PZT-BOARD-SIZE(PZT-IDX)
                              " WIN " PZT-WIN-LEN(PZT-IDX)
                              " " PZT-TO-MOVE(PZT-IDX) " TO MOVE  "
                              PZT-TITLE(PZT-IDX)
              END-PERFORM
              MOVE 1 TO WS-PUZ-NUMBER
              PERFORM UNTIL WS-PUZ-NUMBER = ZERO
                      DISPLAY "PUZZLE NUMBER (0 TO STOP) -"
                      ACCEPT WS-PUZ-NUMBER
                      IF WS-PUZ-NUMBER NOT = ZERO
                         PERFORM FIND-PUZZLE
                         IF PZT-FOUND-IDX = ZERO
                            DISPLAY "NO PUZZLE " WS-PUZ-NUMBER
                         ELSE
                            PERFORM SOLVE-PUZZLE
                         END-IF
                      END-IF
              END-PERFORM
           END-IF
           .
       FIND-PUZZLE.
           MOVE ZERO TO PZT-FOUND-IDX
           PERFORM VARYING PZT-IDX FROM 1 BY 1
              UNTIL PZT-IDX GREATER THAN PZT-COUNT
                   IF PZT-NUMBER(PZT-IDX) = WS-PUZ-NUMBER
                      MOVE PZT-IDX TO PZT-FOUND-IDX
                   END-IF
           END-PERFORM
           .
       SOLVE-PUZZLE.
           MOVE PZT-BOARD-SIZE(PZT-FOUND-IDX) TO WS-BOARD-SIZE
           MOVE PZT-WIN-LEN(PZT-FOUND-IDX) TO WS-WIN-LENGTH
           COMPUTE WS-CELL-COUNT = WS-BOARD-SIZE * WS-BOARD-SIZE
           MOVE PZT-CELLS(PZT-FOUND-IDX) TO WS-FLAT-BOARD
           PERFORM GRID-UNFLATTEN-BOARD
           MOVE PZT-TO-MOVE(PZT-FOUND-IDX) TO WS-PLAYER
           MOVE "N" TO WS-SUSPENDED
           DISPLAY "PUZZLE " PZT-NUMBER(PZT-FOUND-IDX) " - "
                   PZT-TITLE(PZT-FOUND-IDX)
           PERFORM DISPLAY-TABLE
           DISPLAY WS-PLAYER " TO MOVE - FIND THE WINNING REPLY"
                   " (ROW 0 GIVES UP)"
           PERFORM RESET-ROW-COL
           MOVE "N" TO WS-PUZ-ROW-OK
           PERFORM UNTIL PUZ-ROW-OK
                   PERFORM INPUT-ROW-COL
                   IF SUSPENDED
                      MOVE "Y" TO WS-PUZ-ROW-OK
                   ELSE
                      IF WS-COL(WS-INPUT-ROW, WS-INPUT-COL) = "-"
                         MOVE "Y" TO WS-PUZ-ROW-OK
                      ELSE
                         DISPLAY "THAT SQUARE IS TAKEN"
                         PERFORM RESET-ROW-COL
                      END-IF
                   END-IF
           END-PERFORM
           MOVE "N" TO WS-PUZ-SOLVED
           IF NOT SUSPENDED
              PERFORM VARYING PZT-SOL-IDX FROM 1 BY 1
                 UNTIL PZT-SOL-IDX GREATER THAN
                    PZT-SOLUTION-COUNT(PZT-FOUND-IDX)
                      IF PZT-SOL-ROW(PZT-FOUND-IDX, PZT-SOL-IDX) =
                         WS-INPUT-ROW AND
                         PZT-SOL-COL(PZT-FOUND-IDX, PZT-SOL-IDX) =
                         WS-INPUT-COL
                         MOVE "Y" TO WS-PUZ-SOLVED
                      END-IF
              END-PERFORM
              MOVE WS-PLAYER TO WS-COL(WS-INPUT-ROW, WS-INPUT-COL)
              PERFORM DISPLAY-TABLE
           END-IF
           ADD 1 TO PPT-PUZ-TRIED(PPT-FOUND-IDX)
           IF PUZ-SOLVED
              ADD 1 TO PPT-PUZ-SOLVED(PPT-FOUND-IDX)
              DISPLAY "SOLVED - WELL PLAYED"
           ELSE
              DISPLAY "NOT SOLVED - WINNING REPLY WAS"
              PERFORM VARYING PZT-SOL-IDX FROM 1 BY 1
                 UNTIL PZT-SOL-IDX GREATER THAN
                    PZT-SOLUTION-COUNT(PZT-FOUND-IDX)
                      DISPLAY "  ROW "
                              PZT-SOL-ROW(PZT-FOUND-IDX, PZT-SOL-IDX)
                              " COL "
                              PZT-SOL-COL(PZT-FOUND-IDX, PZT-SOL-IDX)
              END-PERFORM
           END-IF
           IF PPT-PUZ-TRIED(PPT-FOUND-IDX) GREATER THAN ZERO
              COMPUTE WS-PUZ-RATE ROUNDED =
                 PPT-PUZ-SOLVED(PPT-FOUND-IDX) * 100 /
                 PPT-PUZ-TRIED(PPT-FOUND-IDX)
           END-IF
           MOVE WS-PUZ-RATE TO PRN-PUZ-RATE
           DISPLAY PPT-NAME(PPT-FOUND-IDX) " PUZZLES "
                   PPT-PUZ-TRIED(PPT-FOUND-IDX) " SOLVED "
                   PPT-PUZ-SOLVED(PPT-FOUND-IDX) " (" PRN-PUZ-RATE "%)"
           PERFORM SAVE-PLAYER-TABLE
           MOVE "N" TO WS-SUSPENDED
           .
       ADD-PUZZLE.
           DISPLAY "NEW PUZZLE " PZT-NEXT-NUMBER
           PERFORM ASK-BOARD-SIZE
           PERFORM ASK-WIN-LENGTH
           MOVE SPACES TO PUZZLE-REC
           MOVE PZT-NEXT-NUMBER TO PZL-NUMBER
           MOVE WS-BOARD-SIZE TO PZL-BOARD-SIZE
           MOVE WS-WIN-LENGTH TO PZL-WIN-LEN
           MOVE SPACE TO PZL-TO-MOVE
           PERFORM UNTIL PZL-TO-MOVE = "X" OR PZL-TO-MOVE = "O"
                   DISPLAY "SIDE TO MOVE (X/O) -"
                   ACCEPT PZL-TO-MOVE
                   INSPECT PZL-TO-MOVE CONVERTING "xo" TO "XO"
           END-PERFORM
           DISPLAY "TITLE -"
           ACCEPT PZL-TITLE
           PERFORM RESET-BOARD
           DISPLAY "ENTER EACH ROW AS " WS-BOARD-SIZE
                   " CHARACTERS OF X, O OR -"
           PERFORM VARYING WS-IDX-ROW FROM 1 BY 1
              UNTIL WS-IDX-ROW > WS-BOARD-SIZE
                   MOVE "N" TO WS-PUZ-ROW-OK
                   PERFORM UNTIL PUZ-ROW-OK
                           DISPLAY "ROW " WS-IDX-ROW " -"
                           MOVE SPACES TO WS-PUZ-ROW-TEXT
                           ACCEPT WS-PUZ-ROW-TEXT
                           PERFORM TAKE-PUZZLE-ROW
                   END-PERFORM
           END-PERFORM
           PERFORM CHECK-PUZZLE-POSITION
           IF PUZ-ROW-OK
              PERFORM DISPLAY-TABLE
              MOVE ZERO TO PZL-SOLUTION-COUNT
              MOVE 1 TO WS-INPUT-ROW
              PERFORM UNTIL WS-INPUT-ROW = ZERO OR
                 PZL-SOLUTION-COUNT = 5
                      PERFORM ASK-PUZZLE-SOLUTION
              END-PERFORM
              IF PZL-SOLUTION-COUNT = ZERO
                 DISPLAY "NO WINNING REPLY GIVEN - PUZZLE NOT ADDED"
              ELSE
                 PERFORM GRID-FLATTEN-BOARD
                 MOVE WS-FLAT-BOARD TO PZL-CELLS
                 OPEN EXTEND PUZZLE-FILE
                 IF WS-PUZ-STATUS = "35"
                    OPEN OUTPUT PUZZLE-FILE
                 END-IF
                 WRITE PUZZLE-REC
                 CLOSE PUZZLE-FILE
                 DISPLAY "PUZZLE " PZL-NUMBER " ADDED"
              END-IF
           END-IF
           PERFORM RESET-ROW-COL
           .
       TAKE-PUZZLE-ROW.
           MOVE "Y" TO WS-PUZ-ROW-OK
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
              UNTIL WS-IDX-COL > WS-BOARD-SIZE
                   EVALUATE WS-PUZ-ROW-TEXT(WS-IDX-COL:1)
                      WHEN "X"
                      WHEN "O"
                      WHEN "-"
                         MOVE WS-PUZ-ROW-TEXT(WS-IDX-COL:1) TO
                            WS-COL(WS-IDX-ROW, WS-IDX-COL)
                      WHEN OTHER
                         MOVE "N" TO WS-PUZ-ROW-OK
                   END-EVALUATE
           END-PERFORM
           IF NOT PUZ-ROW-OK
              DISPLAY "ROW MUST BE " WS-BOARD-SIZE
                      " CHARACTERS OF X, O OR -"
           END-IF
           .
       CHECK-PUZZLE-POSITION.
           MOVE ZERO TO WS-PUZ-X-COUNT
           MOVE ZERO TO WS-PUZ-O-COUNT
           PERFORM VARYING WS-IDX-ROW FROM 1 BY 1
              UNTIL WS-IDX-ROW > WS-BOARD-SIZE
                   PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                      UNTIL WS-IDX-COL > WS-BOARD-SIZE
                           IF WS-COL(WS-IDX-ROW, WS-IDX-COL) = "X"
                              ADD 1 TO WS-PUZ-X-COUNT
                           END-IF
                           IF WS-COL(WS-IDX-ROW, WS-IDX-COL) = "O"
                              ADD 1 TO WS-PUZ-O-COUNT
                           END-IF
                   END-PERFORM
           END-PERFORM
           MOVE "N" TO WS-GAME-OVER
           PERFORM WIN-CHECK
           MOVE "Y" TO WS-PUZ-ROW-OK
           EVALUATE TRUE
              WHEN GAME-OVER
                 DISPLAY "POSITION IS ALREADY WON - PUZZLE NOT ADDED"
                 MOVE "N" TO WS-PUZ-ROW-OK
              WHEN PZL-TO-MOVE = "X" AND
                   WS-PUZ-X-COUNT NOT = WS-PUZ-O-COUNT
                 DISPLAY "WITH X TO MOVE X AND O MUST HAVE EQUAL"
                         " PIECES - PUZZLE NOT ADDED"
                 MOVE "N" TO WS-PUZ-ROW-OK
              WHEN PZL-TO-MOVE = "O" AND
                   WS-PUZ-X-COUNT NOT = WS-PUZ-O-COUNT + 1
                 DISPLAY "WITH O TO MOVE X MUST HAVE ONE PIECE MORE"
                         " - PUZZLE NOT ADDED"
                 MOVE "N" TO WS-PUZ-ROW-OK
           END-EVALUATE
           MOVE "N" TO WS-GAME-OVER
           MOVE SPACE TO WS-WINNER
           .
       ASK-PUZZLE-SOLUTION.
           DISPLAY "WINNING REPLY ROW (0 WHEN DONE) -"
           ACCEPT WS-INPUT-ROW
           IF WS-INPUT-ROW NOT = ZERO
              IF WS-INPUT-ROW GREATER THAN WS-BOARD-SIZE
                 DISPLAY "ROW MUST BE 1 TO " WS-BOARD-SIZE
              ELSE
                 MOVE ZERO TO WS-INPUT-COL
                 PERFORM UNTIL WS-INPUT-COL > ZERO AND
                    WS-INPUT-COL NOT GREATER THAN WS-BOARD-SIZE
                         DISPLAY "WINNING REPLY COL -"
                         ACCEPT WS-INPUT-COL
                 END-PERFORM
                 IF WS-COL(WS-INPUT-ROW, WS-INPUT-COL) NOT = "-"
                    DISPLAY "THAT SQUARE IS TAKEN"
                 ELSE
                    ADD 1 TO PZL-SOLUTION-COUNT
                    MOVE WS-INPUT-ROW TO
                       PZL-SOL-ROW(PZL-SOLUTION-COUNT)
                    MOVE WS-INPUT-COL TO
                       PZL-SOL-COL(PZL-SOLUTION-COUNT)
                 END-IF
              END-IF
           END-IF
           .
       PUT-TABLE.
           IF WS-COL(WS-INPUT-ROW, WS-INPUT-COL) = "-"
              MOVE WS-PLAYER TO WS-COL(WS-INPUT-ROW, WS-INPUT-COL)
