       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTOPEN.
      *OPENING ANALYSIS OVER THE TTTMOVE LEDGER TICTACTOE WRITES.
      *A = FOR A DATE RANGE, HOW GAMES WENT FOR THE OPENING PLAYER
      *BY OPENING CELL AND BY OPENING CELL PLUS REPLY, AND EACH
      *OPERATOR'S WINS, DRAWS AND LOSSES AGAINST THE COMPUTER.
      *G = THE MOVE-BY-MOVE SEQUENCE OF ONE GAME, WITH THE FINAL
      *BOARD, FOR SETTLING A DISPUTED RESULT BEFORE IT GOES TO
      *CORRMNT. THE RESULT ON TTTHIST WINS OVER THE ONE IN THE
      *LEDGER, SO A GAME ALREADY CORRECTED IS COUNTED AS CORRECTED.
      *THE OPENING PLAYER IS ALWAYS PLAYER 1 (X); AGAINST THE
      *COMPUTER PLAYER 1 IS THE OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-LEDGER-FILE ASSIGN TO "TTTMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MV-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TTTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-LEDGER-FILE.
       01  MOVE-LEDGER-RECORD.
           05 MV-GAME-DATE PIC X(08).
           05 MV-GAME-TIME PIC X(06).
           05 MV-PLAYER-NAME PIC X(8) OCCURS 2 TIMES.
           05 MV-VS-COMPUTER PIC 9(1).
           05 MV-SESSION-NO PIC 9(8).
           05 MV-TYPE PIC X(1).
           05 MV-MOVE-DATA.
               10 MV-MOVE-NO PIC 9(2).
               10 MV-MARK PIC X(1).
               10 MV-CELL PIC 9(1).
               10 MV-BY-COMPUTER PIC 9(1).
               10 FILLER PIC X(10).
           05 MV-RESULT-DATA REDEFINES MV-MOVE-DATA.
               10 MV-RESULT PIC X(1).
               10 MV-HIST-DATE PIC X(08).
               10 MV-HIST-TIME PIC X(06).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 TH-DATE PIC X(08).
           05 TH-TIME PIC X(06).
           05 TH-PLAYER-NAME PIC X(8) OCCURS 2 TIMES.
           05 TH-RESULT PIC X(1).
           05 TH-VS-COMPUTER PIC 9(1).
           05 TH-MOVES PIC 9(2).
           05 TH-TOURN-FIX PIC 9(3).
           05 TH-SESSION-NO PIC 9(8).

       WORKING-STORAGE SECTION.
       01  MV-FILE-STATUS PIC X(2) VALUE SPACES.
       01  MV-EOF-SWITCH PIC 9 VALUE 0.
           88 MV-EOF VALUE 1.
       01  TH-FILE-STATUS PIC X(2) VALUE SPACES.
       01  TH-EOF-SWITCH PIC 9 VALUE 0.
           88 TH-EOF VALUE 1.

       01  OA-MODE PIC X VALUE SPACE.
       01  OA-FROM-DATE PIC X(8) VALUE SPACES.
       01  OA-TO-DATE PIC X(8) VALUE SPACES.

      *    ONE ENTRY PER GAME IN THE LEDGER, BUILT FROM ITS MOVE
      *    RECORDS AND CLOSED OFF BY ITS RESULT RECORD. A GAME WITH
      *    NO RESULT WAS SAVED OR ABANDONED AND IS NOT SCORED.
       01  OA-GAME-MAX PIC 9(4) USAGE IS COMP VALUE 1000.
       01  OA-GAME-COUNT PIC 9(4) USAGE IS COMP VALUE 0.
       01  OA-GAME-TABLE.
           05 OA-GAME-ENTRY OCCURS 1000 TIMES INDEXED BY OA-GAME-IX.
               10 OA-GAME-DATE PIC X(8).
               10 OA-GAME-TIME PIC X(6).
               10 OA-GAME-PLAYER PIC X(8) OCCURS 2 TIMES.
               10 OA-GAME-VS-COMPUTER PIC 9(1).
               10 OA-GAME-OPEN-CELL PIC 9(1).
               10 OA-GAME-REPLY-CELL PIC 9(1).
               10 OA-GAME-MOVES PIC 9(2).
               10 OA-GAME-RESULT PIC X(1).
               10 OA-GAME-HIST-DATE PIC X(8).
               10 OA-GAME-HIST-TIME PIC X(6).
               10 OA-GAME-CORRECTED PIC 9(1).
               10 OA-GAME-TALLY-PLAYER PIC X(8) OCCURS 2 TIMES.
       01  OA-GAME-OVERFLOW PIC 9 VALUE 0.

       01  OA-OPEN-TABLE.
           05 OA-OPEN-ENTRY OCCURS 9 TIMES.
               10 OA-OPEN-GAMES PIC 9(5) USAGE IS COMP.
               10 OA-OPEN-WINS PIC 9(5) USAGE IS COMP.
               10 OA-OPEN-DRAWS PIC 9(5) USAGE IS COMP.
               10 OA-OPEN-LOSSES PIC 9(5) USAGE IS COMP.
               10 OA-REPLY-ENTRY OCCURS 9 TIMES.
                   15 OA-REPLY-GAMES PIC 9(5) USAGE IS COMP.
                   15 OA-REPLY-WINS PIC 9(5) USAGE IS COMP.
                   15 OA-REPLY-DRAWS PIC 9(5) USAGE IS COMP.
                   15 OA-REPLY-LOSSES PIC 9(5) USAGE IS COMP.
       01  OA-OPEN-NO PIC 9(2) VALUE 0.
       01  OA-REPLY-NO PIC 9(2) VALUE 0.

       01  OA-OPER-MAX PIC 9(3) USAGE IS COMP VALUE 100.
       01  OA-OPER-COUNT PIC 9(3) USAGE IS COMP VALUE 0.
       01  OA-OPER-TABLE.
           05 OA-OPER-ENTRY OCCURS 100 TIMES INDEXED BY OA-OPER-IX.
               10 OA-OPER-ID PIC X(8).
               10 OA-OPER-GAMES PIC 9(5) USAGE IS COMP.
               10 OA-OPER-WINS PIC 9(5) USAGE IS COMP.
               10 OA-OPER-DRAWS PIC 9(5) USAGE IS COMP.
               10 OA-OPER-LOSSES PIC 9(5) USAGE IS COMP.

       01  OA-FOUND-SLOT PIC 9(4) USAGE IS COMP VALUE 0.
       01  OA-SCAN PIC 9(4) USAGE IS COMP VALUE 0.
       01  OA-OPER-SCAN PIC 9(3) USAGE IS COMP VALUE 0.

       01  OA-RECORDS-READ PIC 9(6) VALUE 0.
       01  OA-SCORED-COUNT PIC 9(5) VALUE 0.
       01  OA-UNFINISHED-COUNT PIC 9(5) VALUE 0.
       01  OA-NO-OPENING-COUNT PIC 9(5) VALUE 0.
       01  OA-CORRECTED-COUNT PIC 9(5) VALUE 0.

      *    HIGH MARKS FOR THE "MOST OFTEN" LINES UNDER THE TABLE.
       01  OA-BEST-WIN-CELL PIC 9 VALUE 0.
       01  OA-BEST-WIN-COUNT PIC 9(5) USAGE IS COMP VALUE 0.
       01  OA-BEST-LOSS-CELL PIC 9 VALUE 0.
       01  OA-BEST-LOSS-COUNT PIC 9(5) USAGE IS COMP VALUE 0.
       01  OA-BEST-DRAW-CELL PIC 9 VALUE 0.
       01  OA-BEST-DRAW-COUNT PIC 9(5) USAGE IS COMP VALUE 0.

       01  OA-SHOW-GAMES PIC ZZZZ9.
       01  OA-SHOW-WINS PIC ZZZZ9.
       01  OA-SHOW-DRAWS PIC ZZZZ9.
       01  OA-SHOW-LOSSES PIC ZZZZ9.
       01  OA-SHOW-COUNT PIC ZZZZ9.

      *    SINGLE-GAME PRINT.
       01  OA-PICK-TEXT PIC X(4) VALUE SPACES.
       01  OA-PICK-HOLD PIC X(4) VALUE SPACES.
       01  OA-PICK-NO PIC 9(4) VALUE 0.
       01  OA-LIST-NO PIC 9(4) VALUE 0.
       01  OA-RESULT-TEXT PIC X(24) VALUE SPACES.
       01  OA-MOVER PIC X(8) VALUE SPACES.
       01  OA-PRINTED-MOVES PIC 9(2) VALUE 0.
       01  OA-BOARD-TABLE.
           05 OA-BOARD PIC X OCCURS 9 TIMES.
       01  OA-ROW-NO PIC 9(2) VALUE 0.
       01  OA-CELL-NO PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       DISPLAY "==== TICTACTOE OPENING ANALYSIS ====".
       DISPLAY "REPORT - A=OPENINGS AND RECORD V COMPUTER".
       DISPLAY "         G=ONE GAME MOVE BY MOVE: " WITH NO ADVANCING.
       ACCEPT OA-MODE.
       EVALUATE TRUE
           WHEN OA-MODE = "A" OR OA-MODE = "a"
               PERFORM ACCEPT-DATE-RANGE
               PERFORM LOAD-LEDGER-GAMES
               PERFORM APPLY-HISTORY-RESULTS
               PERFORM CLEAR-OPENING-ENTRY VARYING OA-OPEN-NO
                   FROM 1 BY 1 UNTIL OA-OPEN-NO > 9
               PERFORM TALLY-ONE-GAME VARYING OA-SCAN FROM 1 BY 1
                   UNTIL OA-SCAN > OA-GAME-COUNT
               PERFORM PRINT-OPENINGS
               PERFORM PRINT-REPLIES
               PERFORM PRINT-COMPUTER-RECORD
               PERFORM PRINT-REPORT-TOTALS
           WHEN OA-MODE = "G" OR OA-MODE = "g"
               PERFORM PRINT-ONE-GAME
           WHEN OTHER
               DISPLAY "REPORT MUST BE A OR G. NOTHING DONE."
       END-EVALUATE.
       STOP RUN.

       ACCEPT-DATE-RANGE SECTION.
           DISPLAY "FROM DATE (YYYYMMDD, BLANK FOR ALL): "
               WITH NO ADVANCING.
           ACCEPT OA-FROM-DATE.
           IF OA-FROM-DATE = SPACES
               MOVE "00000000" TO OA-FROM-DATE
           END-IF.
           DISPLAY "TO DATE (YYYYMMDD, BLANK FOR ALL): "
               WITH NO ADVANCING.
           ACCEPT OA-TO-DATE.
           IF OA-TO-DATE = SPACES
               MOVE "99999999" TO OA-TO-DATE
           END-IF.
           IF OA-FROM-DATE NOT NUMERIC OR OA-TO-DATE NOT NUMERIC
               DISPLAY "DATES MUST BE 8 DIGIT DATES. NOTHING DONE."
               STOP RUN
           END-IF.

       LOAD-LEDGER-GAMES SECTION.
           MOVE 0 TO MV-EOF-SWITCH.
           MOVE 0 TO OA-GAME-COUNT.
           OPEN INPUT MOVE-LEDGER-FILE.
           IF MV-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN TTTMOVE. STATUS " MV-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM READ-LEDGER-RECORD UNTIL MV-EOF.
           CLOSE MOVE-LEDGER-FILE.
           IF OA-GAME-OVERFLOW = 1
               DISPLAY "WARNING: MORE GAMES THAN THE REPORT CAN "
                   "HOLD - NARROW THE DATE RANGE"
           END-IF.

       READ-LEDGER-RECORD SECTION.
           READ MOVE-LEDGER-FILE
               AT END
                   MOVE 1 TO MV-EOF-SWITCH
               NOT AT END
                   ADD 1 TO OA-RECORDS-READ
                   IF MV-GAME-DATE NOT < OA-FROM-DATE AND
                       MV-GAME-DATE NOT > OA-TO-DATE
                       PERFORM POST-LEDGER-RECORD
                   END-IF
           END-READ.

      *    TWO STATIONS CAN HAVE GAMES IN FLIGHT AT ONCE, SO THE
      *    LEDGER INTERLEAVES THEM; EVERY RECORD IS FILED UNDER ITS
      *    OWN GAME BY START STAMP AND PLAYERS.
       POST-LEDGER-RECORD SECTION.
           MOVE 0 TO OA-FOUND-SLOT.
           PERFORM FIND-GAME-SLOT VARYING OA-SCAN FROM 1 BY 1
               UNTIL OA-SCAN > OA-GAME-COUNT OR OA-FOUND-SLOT NOT = 0.
           IF OA-FOUND-SLOT = 0
               IF OA-GAME-COUNT < OA-GAME-MAX
                   ADD 1 TO OA-GAME-COUNT
                   MOVE OA-GAME-COUNT TO OA-FOUND-SLOT
                   SET OA-GAME-IX TO OA-FOUND-SLOT
                   MOVE MV-GAME-DATE TO OA-GAME-DATE(OA-GAME-IX)
                   MOVE MV-GAME-TIME TO OA-GAME-TIME(OA-GAME-IX)
                   MOVE MV-PLAYER-NAME(1) TO
                       OA-GAME-PLAYER(OA-GAME-IX, 1)
                   MOVE MV-PLAYER-NAME(2) TO
                       OA-GAME-PLAYER(OA-GAME-IX, 2)
                   MOVE MV-VS-COMPUTER TO
                       OA-GAME-VS-COMPUTER(OA-GAME-IX)
                   MOVE 0 TO OA-GAME-OPEN-CELL(OA-GAME-IX)
                   MOVE 0 TO OA-GAME-REPLY-CELL(OA-GAME-IX)
                   MOVE 0 TO OA-GAME-MOVES(OA-GAME-IX)
                   MOVE SPACE TO OA-GAME-RESULT(OA-GAME-IX)
                   MOVE SPACES TO OA-GAME-HIST-DATE(OA-GAME-IX)
                   MOVE SPACES TO OA-GAME-HIST-TIME(OA-GAME-IX)
                   MOVE 0 TO OA-GAME-CORRECTED(OA-GAME-IX)
                   MOVE MV-PLAYER-NAME(1) TO
                       OA-GAME-TALLY-PLAYER(OA-GAME-IX, 1)
                   MOVE MV-PLAYER-NAME(2) TO
                       OA-GAME-TALLY-PLAYER(OA-GAME-IX, 2)
               ELSE
                   MOVE 1 TO OA-GAME-OVERFLOW
               END-IF
           END-IF.
           IF OA-FOUND-SLOT NOT = 0
               SET OA-GAME-IX TO OA-FOUND-SLOT
               IF MV-TYPE = "R"
                   MOVE MV-RESULT TO OA-GAME-RESULT(OA-GAME-IX)
                   MOVE MV-HIST-DATE TO OA-GAME-HIST-DATE(OA-GAME-IX)
                   MOVE MV-HIST-TIME TO OA-GAME-HIST-TIME(OA-GAME-IX)
               ELSE
                   PERFORM POST-LEDGER-MOVE
               END-IF
           END-IF.

       POST-LEDGER-MOVE SECTION.
           IF MV-MOVE-NO NUMERIC AND MV-CELL NUMERIC
               IF MV-MOVE-NO = 1
                   MOVE MV-CELL TO OA-GAME-OPEN-CELL(OA-GAME-IX)
               END-IF
               IF MV-MOVE-NO = 2
                   MOVE MV-CELL TO OA-GAME-REPLY-CELL(OA-GAME-IX)
               END-IF
               IF MV-MOVE-NO > OA-GAME-MOVES(OA-GAME-IX)
                   MOVE MV-MOVE-NO TO OA-GAME-MOVES(OA-GAME-IX)
               END-IF
           END-IF.

       FIND-GAME-SLOT SECTION.
           SET OA-GAME-IX TO OA-SCAN.
           IF OA-GAME-DATE(OA-GAME-IX) = MV-GAME-DATE AND
               OA-GAME-TIME(OA-GAME-IX) = MV-GAME-TIME AND
               OA-GAME-PLAYER(OA-GAME-IX, 1) = MV-PLAYER-NAME(1) AND
               OA-GAME-PLAYER(OA-GAME-IX, 2) = MV-PLAYER-NAME(2)
               MOVE OA-SCAN TO OA-FOUND-SLOT
           END-IF.

      *    CORRMNT AND OPERMERG CORRECT TTTHIST ONLY, SO EACH
      *    FINISHED GAME TAKES ITS RESULT, AND THE PLAYERS IT IS
      *    COUNTED AGAINST, FROM THE TTTHIST RECORD WRITTEN AT THE
      *    SAME DATE AND TIME WHEN THERE IS ONE. THE LEDGER NAMES
      *    ARE KEPT FOR FINDING A GAME TO PRINT MOVE BY MOVE.
       APPLY-HISTORY-RESULTS SECTION.
           MOVE 0 TO TH-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF TH-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: NO TTTHIST ON FILE - LEDGER RESULTS "
                   "USED AS WRITTEN"
           ELSE
               PERFORM READ-HISTORY-RECORD UNTIL TH-EOF
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD SECTION.
           READ HISTORY-FILE
               AT END
                   MOVE 1 TO TH-EOF-SWITCH
               NOT AT END
                   IF TH-DATE NOT < OA-FROM-DATE
                       MOVE 0 TO OA-FOUND-SLOT
                       PERFORM FIND-HISTORY-GAME VARYING OA-SCAN
                           FROM 1 BY 1 UNTIL OA-SCAN > OA-GAME-COUNT
                           OR OA-FOUND-SLOT NOT = 0
                       IF OA-FOUND-SLOT NOT = 0
                           SET OA-GAME-IX TO OA-FOUND-SLOT
                           MOVE TH-PLAYER-NAME(1) TO
                               OA-GAME-TALLY-PLAYER(OA-GAME-IX, 1)
                           MOVE TH-PLAYER-NAME(2) TO
                               OA-GAME-TALLY-PLAYER(OA-GAME-IX, 2)
                           IF OA-GAME-RESULT(OA-GAME-IX) NOT =
                               TH-RESULT
                               MOVE TH-RESULT TO
                                   OA-GAME-RESULT(OA-GAME-IX)
                               MOVE 1 TO
                                   OA-GAME-CORRECTED(OA-GAME-IX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-HISTORY-GAME SECTION.
           SET OA-GAME-IX TO OA-SCAN.
           IF OA-GAME-HIST-DATE(OA-GAME-IX) = TH-DATE AND
               OA-GAME-HIST-TIME(OA-GAME-IX) = TH-TIME AND
               OA-GAME-VS-COMPUTER(OA-GAME-IX) = TH-VS-COMPUTER
               MOVE OA-SCAN TO OA-FOUND-SLOT
           END-IF.

       CLEAR-OPENING-ENTRY SECTION.
           MOVE 0 TO OA-OPEN-GAMES(OA-OPEN-NO).
           MOVE 0 TO OA-OPEN-WINS(OA-OPEN-NO).
           MOVE 0 TO OA-OPEN-DRAWS(OA-OPEN-NO).
           MOVE 0 TO OA-OPEN-LOSSES(OA-OPEN-NO).
           PERFORM CLEAR-REPLY-ENTRY VARYING OA-REPLY-NO FROM 1 BY 1
               UNTIL OA-REPLY-NO > 9.

       CLEAR-REPLY-ENTRY SECTION.
           MOVE 0 TO OA-REPLY-GAMES(OA-OPEN-NO, OA-REPLY-NO).
           MOVE 0 TO OA-REPLY-WINS(OA-OPEN-NO, OA-REPLY-NO).
           MOVE 0 TO OA-REPLY-DRAWS(OA-OPEN-NO, OA-REPLY-NO).
           MOVE 0 TO OA-REPLY-LOSSES(OA-OPEN-NO, OA-REPLY-NO).

      *    RESULT 1 IS A WIN FOR THE OPENING PLAYER, 2 A LOSS.
       TALLY-ONE-GAME SECTION.
           SET OA-GAME-IX TO OA-SCAN.
           IF OA-GAME-RESULT(OA-GAME-IX) NOT = "1" AND
               OA-GAME-RESULT(OA-GAME-IX) NOT = "2" AND
               OA-GAME-RESULT(OA-GAME-IX) NOT = "D"
               ADD 1 TO OA-UNFINISHED-COUNT
           ELSE
               ADD 1 TO OA-SCORED-COUNT
               IF OA-GAME-CORRECTED(OA-GAME-IX) = 1
                   ADD 1 TO OA-CORRECTED-COUNT
               END-IF
               PERFORM TALLY-OPENING
               IF OA-GAME-VS-COMPUTER(OA-GAME-IX) = 1
                   PERFORM TALLY-COMPUTER-GAME
               END-IF
           END-IF.

      *    A GAME RESUMED FROM A SAVE MADE BEFORE THE LEDGER WAS
      *    KEPT HAS NO FIRST MOVE ON FILE AND NO OPENING TO SCORE.
       TALLY-OPENING SECTION.
           MOVE OA-GAME-OPEN-CELL(OA-GAME-IX) TO OA-OPEN-NO.
           MOVE OA-GAME-REPLY-CELL(OA-GAME-IX) TO OA-REPLY-NO.
           IF OA-OPEN-NO < 1 OR OA-OPEN-NO > 9
               ADD 1 TO OA-NO-OPENING-COUNT
           ELSE
               ADD 1 TO OA-OPEN-GAMES(OA-OPEN-NO)
               EVALUATE OA-GAME-RESULT(OA-GAME-IX)
                   WHEN "1"
                       ADD 1 TO OA-OPEN-WINS(OA-OPEN-NO)
                   WHEN "2"
                       ADD 1 TO OA-OPEN-LOSSES(OA-OPEN-NO)
                   WHEN OTHER
                       ADD 1 TO OA-OPEN-DRAWS(OA-OPEN-NO)
               END-EVALUATE
               IF OA-REPLY-NO > 0 AND OA-REPLY-NO < 10
                   PERFORM TALLY-REPLY
               END-IF
           END-IF.

       TALLY-REPLY SECTION.
           ADD 1 TO OA-REPLY-GAMES(OA-OPEN-NO, OA-REPLY-NO).
           EVALUATE OA-GAME-RESULT(OA-GAME-IX)
               WHEN "1"
                   ADD 1 TO OA-REPLY-WINS(OA-OPEN-NO, OA-REPLY-NO)
               WHEN "2"
                   ADD 1 TO OA-REPLY-LOSSES(OA-OPEN-NO, OA-REPLY-NO)
               WHEN OTHER
                   ADD 1 TO OA-REPLY-DRAWS(OA-OPEN-NO, OA-REPLY-NO)
           END-EVALUATE.

       TALLY-COMPUTER-GAME SECTION.
           MOVE 0 TO OA-FOUND-SLOT.
           PERFORM FIND-OPER-SLOT VARYING OA-OPER-SCAN FROM 1 BY 1
               UNTIL OA-OPER-SCAN > OA-OPER-COUNT OR
               OA-FOUND-SLOT NOT = 0.
           IF OA-FOUND-SLOT = 0
               IF OA-OPER-COUNT < OA-OPER-MAX
                   ADD 1 TO OA-OPER-COUNT
                   MOVE OA-OPER-COUNT TO OA-FOUND-SLOT
                   SET OA-OPER-IX TO OA-FOUND-SLOT
                   MOVE OA-GAME-TALLY-PLAYER(OA-GAME-IX, 1) TO
                       OA-OPER-ID(OA-OPER-IX)
                   MOVE 0 TO OA-OPER-GAMES(OA-OPER-IX)
                   MOVE 0 TO OA-OPER-WINS(OA-OPER-IX)
                   MOVE 0 TO OA-OPER-DRAWS(OA-OPER-IX)
                   MOVE 0 TO OA-OPER-LOSSES(OA-OPER-IX)
               ELSE
                   DISPLAY "WARNING: OPERATOR TABLE FULL, "
                       OA-GAME-TALLY-PLAYER(OA-GAME-IX, 1)
                       " NOT COUNTED"
               END-IF
           END-IF.
           IF OA-FOUND-SLOT NOT = 0
               SET OA-OPER-IX TO OA-FOUND-SLOT
               ADD 1 TO OA-OPER-GAMES(OA-OPER-IX)
               EVALUATE OA-GAME-RESULT(OA-GAME-IX)
                   WHEN "1"
                       ADD 1 TO OA-OPER-WINS(OA-OPER-IX)
                   WHEN "2"
                       ADD 1 TO OA-OPER-LOSSES(OA-OPER-IX)
                   WHEN OTHER
                       ADD 1 TO OA-OPER-DRAWS(OA-OPER-IX)
               END-EVALUATE
           END-IF.

       FIND-OPER-SLOT SECTION.
           SET OA-OPER-IX TO OA-OPER-SCAN.
           IF OA-OPER-ID(OA-OPER-IX) =
               OA-GAME-TALLY-PLAYER(OA-GAME-IX, 1)
               MOVE OA-OPER-SCAN TO OA-FOUND-SLOT
           END-IF.

       PRINT-OPENINGS SECTION.
           DISPLAY " ".
           DISPLAY "RESULTS FOR THE OPENING PLAYER BY OPENING CELL ("
               OA-FROM-DATE " TO " OA-TO-DATE "):".
           DISPLAY "CELL  GAMES   WON  DRAWN  LOST".
           MOVE 0 TO OA-BEST-WIN-COUNT.
           MOVE 0 TO OA-BEST-LOSS-COUNT.
           MOVE 0 TO OA-BEST-DRAW-COUNT.
           PERFORM PRINT-ONE-OPENING VARYING OA-OPEN-NO FROM 1 BY 1
               UNTIL OA-OPEN-NO > 9.
           IF OA-BEST-WIN-COUNT + OA-BEST-LOSS-COUNT +
               OA-BEST-DRAW-COUNT = 0
               DISPLAY "  (NO FINISHED GAMES IN RANGE)"
           ELSE
               DISPLAY " "
               IF OA-BEST-WIN-COUNT > 0
                   MOVE OA-BEST-WIN-COUNT TO OA-SHOW-COUNT
                   DISPLAY "WINS MOST OFTEN:  CELL " OA-BEST-WIN-CELL
                       " (" OA-SHOW-COUNT " WINS)"
               END-IF
               IF OA-BEST-LOSS-COUNT > 0
                   MOVE OA-BEST-LOSS-COUNT TO OA-SHOW-COUNT
                   DISPLAY "LOSES MOST OFTEN: CELL " OA-BEST-LOSS-CELL
                       " (" OA-SHOW-COUNT " LOSSES)"
               END-IF
               IF OA-BEST-DRAW-COUNT > 0
                   MOVE OA-BEST-DRAW-COUNT TO OA-SHOW-COUNT
                   DISPLAY "DRAWS MOST OFTEN: CELL " OA-BEST-DRAW-CELL
                       " (" OA-SHOW-COUNT " DRAWS)"
               END-IF
           END-IF.

       PRINT-ONE-OPENING SECTION.
           IF OA-OPEN-GAMES(OA-OPEN-NO) > 0
               MOVE OA-OPEN-GAMES(OA-OPEN-NO) TO OA-SHOW-GAMES
               MOVE OA-OPEN-WINS(OA-OPEN-NO) TO OA-SHOW-WINS
               MOVE OA-OPEN-DRAWS(OA-OPEN-NO) TO OA-SHOW-DRAWS
               MOVE OA-OPEN-LOSSES(OA-OPEN-NO) TO OA-SHOW-LOSSES
               DISPLAY "   " OA-OPEN-NO(2:1) "  " OA-SHOW-GAMES
                   " " OA-SHOW-WINS "  " OA-SHOW-DRAWS
                   " " OA-SHOW-LOSSES
               IF OA-OPEN-WINS(OA-OPEN-NO) > OA-BEST-WIN-COUNT
                   MOVE OA-OPEN-WINS(OA-OPEN-NO) TO OA-BEST-WIN-COUNT
                   MOVE OA-OPEN-NO TO OA-BEST-WIN-CELL
               END-IF
               IF OA-OPEN-LOSSES(OA-OPEN-NO) > OA-BEST-LOSS-COUNT
                   MOVE OA-OPEN-LOSSES(OA-OPEN-NO) TO
                       OA-BEST-LOSS-COUNT
                   MOVE OA-OPEN-NO TO OA-BEST-LOSS-CELL
               END-IF
               IF OA-OPEN-DRAWS(OA-OPEN-NO) > OA-BEST-DRAW-COUNT
                   MOVE OA-OPEN-DRAWS(OA-OPEN-NO) TO
                       OA-BEST-DRAW-COUNT
                   MOVE OA-OPEN-NO TO OA-BEST-DRAW-CELL
               END-IF
           END-IF.

       PRINT-REPLIES SECTION.
           DISPLAY " ".
           DISPLAY "RESULTS FOR THE OPENING PLAYER BY OPENING AND "
               "REPLY:".
           DISPLAY "OPEN REPLY  GAMES   WON  DRAWN  LOST".
           PERFORM PRINT-OPENING-REPLIES VARYING OA-OPEN-NO FROM 1
               BY 1 UNTIL OA-OPEN-NO > 9.

       PRINT-OPENING-REPLIES SECTION.
           IF OA-OPEN-GAMES(OA-OPEN-NO) > 0
               PERFORM PRINT-ONE-REPLY VARYING OA-REPLY-NO FROM 1
                   BY 1 UNTIL OA-REPLY-NO > 9
           END-IF.

       PRINT-ONE-REPLY SECTION.
           IF OA-REPLY-GAMES(OA-OPEN-NO, OA-REPLY-NO) > 0
               MOVE OA-REPLY-GAMES(OA-OPEN-NO, OA-REPLY-NO) TO
                   OA-SHOW-GAMES
               MOVE OA-REPLY-WINS(OA-OPEN-NO, OA-REPLY-NO) TO
                   OA-SHOW-WINS
               MOVE OA-REPLY-DRAWS(OA-OPEN-NO, OA-REPLY-NO) TO
                   OA-SHOW-DRAWS
               MOVE OA-REPLY-LOSSES(OA-OPEN-NO, OA-REPLY-NO) TO
                   OA-SHOW-LOSSES
               DISPLAY "   " OA-OPEN-NO(2:1) "     " OA-REPLY-NO(2:1)
                   "  " OA-SHOW-GAMES " " OA-SHOW-WINS "  "
                   OA-SHOW-DRAWS " " OA-SHOW-LOSSES
           END-IF.

       PRINT-COMPUTER-RECORD SECTION.
           DISPLAY " ".
           DISPLAY "OPERATOR RECORD AGAINST THE COMPUTER:".
           DISPLAY "OPERATOR   GAMES   WON  DRAWN  LOST".
           PERFORM PRINT-ONE-OPERATOR VARYING OA-SCAN FROM 1 BY 1
               UNTIL OA-SCAN > OA-OPER-COUNT.
           IF OA-OPER-COUNT = 0
               DISPLAY "  (NO GAMES AGAINST THE COMPUTER IN RANGE)"
           END-IF.

       PRINT-ONE-OPERATOR SECTION.
           SET OA-OPER-IX TO OA-SCAN.
           MOVE OA-OPER-GAMES(OA-OPER-IX) TO OA-SHOW-GAMES.
           MOVE OA-OPER-WINS(OA-OPER-IX) TO OA-SHOW-WINS.
           MOVE OA-OPER-DRAWS(OA-OPER-IX) TO OA-SHOW-DRAWS.
           MOVE OA-OPER-LOSSES(OA-OPER-IX) TO OA-SHOW-LOSSES.
           DISPLAY OA-OPER-ID(OA-OPER-IX) "  " OA-SHOW-GAMES " "
               OA-SHOW-WINS "  " OA-SHOW-DRAWS " " OA-SHOW-LOSSES.

       PRINT-REPORT-TOTALS SECTION.
           DISPLAY " ".
           DISPLAY "LEDGER RECORDS READ:      " OA-RECORDS-READ.
           DISPLAY "FINISHED GAMES SCORED:    " OA-SCORED-COUNT.
           DISPLAY "  RESULT FROM CORRECTION: " OA-CORRECTED-COUNT.
           DISPLAY "  NO OPENING ON FILE:     " OA-NO-OPENING-COUNT.
           DISPLAY "UNFINISHED GAMES SKIPPED: " OA-UNFINISHED-COUNT.

      *    THE GAMES OF ONE DAY ARE LISTED AND THE ONE PICKED IS
      *    PRINTED MOVE BY MOVE FROM A SECOND PASS OF THE LEDGER.
       PRINT-ONE-GAME SECTION.
           DISPLAY "GAME DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT OA-FROM-DATE.
           IF OA-FROM-DATE NOT NUMERIC
               DISPLAY "DATE MUST BE AN 8 DIGIT DATE. NOTHING DONE."
               STOP RUN
           END-IF.
           MOVE OA-FROM-DATE TO OA-TO-DATE.
           PERFORM LOAD-LEDGER-GAMES.
           IF OA-GAME-COUNT = 0
               DISPLAY "NO GAMES IN TTTMOVE FOR " OA-FROM-DATE "."
               STOP RUN
           END-IF.
           PERFORM APPLY-HISTORY-RESULTS.
           DISPLAY " ".
           DISPLAY "  NO  STARTED  PLAYER 1  PLAYER 2  RESULT".
           PERFORM LIST-ONE-GAME VARYING OA-SCAN FROM 1 BY 1
               UNTIL OA-SCAN > OA-GAME-COUNT.
           DISPLAY "GAME NUMBER TO PRINT: " WITH NO ADVANCING.
           ACCEPT OA-PICK-TEXT.
           PERFORM RIGHT-SHIFT-PICK
               UNTIL OA-PICK-TEXT(4:1) NOT = SPACE.
           INSPECT OA-PICK-TEXT REPLACING LEADING SPACE BY "0".
           IF OA-PICK-TEXT NOT NUMERIC
               DISPLAY "GAME NUMBER MUST BE A NUMBER. NOTHING DONE."
               STOP RUN
           END-IF.
           MOVE OA-PICK-TEXT TO OA-PICK-NO.
           IF OA-PICK-NO < 1 OR OA-PICK-NO > OA-GAME-COUNT
               DISPLAY "NO SUCH GAME IN THE LIST. NOTHING DONE."
               STOP RUN
           END-IF.
           SET OA-GAME-IX TO OA-PICK-NO.
           PERFORM PRINT-GAME-MOVES.

       RIGHT-SHIFT-PICK SECTION.
           MOVE OA-PICK-TEXT TO OA-PICK-HOLD.
           MOVE SPACE TO OA-PICK-TEXT(1:1).
           MOVE OA-PICK-HOLD(1:3) TO OA-PICK-TEXT(2:3).

       LIST-ONE-GAME SECTION.
           SET OA-GAME-IX TO OA-SCAN.
           MOVE OA-SCAN TO OA-LIST-NO.
           PERFORM SET-RESULT-TEXT.
           DISPLAY OA-LIST-NO "  " OA-GAME-TIME(OA-GAME-IX) "   "
               OA-GAME-PLAYER(OA-GAME-IX, 1) "  "
               OA-GAME-PLAYER(OA-GAME-IX, 2) "  " OA-RESULT-TEXT.

       SET-RESULT-TEXT SECTION.
           EVALUATE OA-GAME-RESULT(OA-GAME-IX)
               WHEN "1"
                   MOVE "PLAYER 1 WON" TO OA-RESULT-TEXT
               WHEN "2"
                   MOVE "PLAYER 2 WON" TO OA-RESULT-TEXT
               WHEN "D"
                   MOVE "DRAW" TO OA-RESULT-TEXT
               WHEN OTHER
                   MOVE "NOT FINISHED" TO OA-RESULT-TEXT
           END-EVALUATE.
           IF OA-GAME-CORRECTED(OA-GAME-IX) = 1
               MOVE "(CORRECTED)" TO OA-RESULT-TEXT(14:11)
           END-IF.

       PRINT-GAME-MOVES SECTION.
           MOVE "123456789" TO OA-BOARD-TABLE.
           MOVE 0 TO OA-PRINTED-MOVES.
           DISPLAY " ".
           DISPLAY "GAME STARTED " OA-GAME-DATE(OA-GAME-IX) " "
               OA-GAME-TIME(OA-GAME-IX).
           DISPLAY "PLAYER 1 (X): " OA-GAME-PLAYER(OA-GAME-IX, 1).
           DISPLAY "PLAYER 2 (O): " OA-GAME-PLAYER(OA-GAME-IX, 2).
           DISPLAY " ".
           DISPLAY "MOVE  MARK  CELL  BY".
           MOVE 0 TO MV-EOF-SWITCH.
           OPEN INPUT MOVE-LEDGER-FILE.
           IF MV-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT REOPEN TTTMOVE. STATUS " MV-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM PRINT-GAME-MOVE UNTIL MV-EOF.
           CLOSE MOVE-LEDGER-FILE.
           IF OA-PRINTED-MOVES = 0
               DISPLAY "  (NO MOVES ON FILE FOR THIS GAME)"
           END-IF.
           DISPLAY " ".
           PERFORM PRINT-BOARD-ROW VARYING OA-ROW-NO FROM 1 BY 1
               UNTIL OA-ROW-NO > 3.
           DISPLAY " ".
           PERFORM SET-RESULT-TEXT.
           DISPLAY "RESULT: " OA-RESULT-TEXT.
           IF OA-GAME-HIST-DATE(OA-GAME-IX) NOT = SPACES
               DISPLAY "TTTHIST RECORD: " OA-GAME-HIST-DATE(OA-GAME-IX)
                   " " OA-GAME-HIST-TIME(OA-GAME-IX)
           END-IF.

       PRINT-GAME-MOVE SECTION.
           READ MOVE-LEDGER-FILE
               AT END
                   MOVE 1 TO MV-EOF-SWITCH
               NOT AT END
                   IF MV-TYPE = "M" AND
                       MV-GAME-DATE = OA-GAME-DATE(OA-GAME-IX) AND
                       MV-GAME-TIME = OA-GAME-TIME(OA-GAME-IX) AND
                       MV-PLAYER-NAME(1) =
                           OA-GAME-PLAYER(OA-GAME-IX, 1) AND
                       MV-PLAYER-NAME(2) =
                           OA-GAME-PLAYER(OA-GAME-IX, 2)
                       PERFORM SHOW-GAME-MOVE
                   END-IF
           END-READ.

       SHOW-GAME-MOVE SECTION.
           ADD 1 TO OA-PRINTED-MOVES.
           EVALUATE TRUE
               WHEN MV-BY-COMPUTER = 1
                   MOVE "COMPUTER" TO OA-MOVER
               WHEN MV-MARK = "X"
                   MOVE MV-PLAYER-NAME(1) TO OA-MOVER
               WHEN OTHER
                   MOVE MV-PLAYER-NAME(2) TO OA-MOVER
           END-EVALUATE.
           DISPLAY "  " MV-MOVE-NO "    " MV-MARK "     " MV-CELL
               "   " OA-MOVER.
           IF MV-CELL NUMERIC AND MV-CELL > 0
               MOVE MV-MARK TO OA-BOARD(MV-CELL)
           END-IF.

       PRINT-BOARD-ROW SECTION.
           COMPUTE OA-CELL-NO = (OA-ROW-NO - 1) * 3 + 1.
           DISPLAY "  " OA-BOARD(OA-CELL-NO) " | "
               OA-BOARD(OA-CELL-NO + 1) " | " OA-BOARD(OA-CELL-NO + 2).
           IF OA-ROW-NO < 3
               DISPLAY " ---+---+---"
           END-IF.
