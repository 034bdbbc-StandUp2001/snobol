       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSTRC.
      *SESSION-TRACE INQUIRY. GIVEN THE SESSION NUMBER ARCADE
      *ISSUED AT LAUNCH, IT SHOWS EVERYTHING THAT SESSION LEFT
      *BEHIND: THE SESSLOG RECORD, ANY HISCORE RECORD AND TTTHIST
      *GAME STAMPED WITH IT, THE TTTMOVE LEDGER RECORDS OF ITS
      *TICTACTOE GAMES, AND THE SNKLOG START/END MARKERS IN
      *THE LIVE LOG AND THE SESSION DAY'S DATED SNKLYYYYMMDD LOG,
      *WITH THE NUMBER OF MOVE LINES EACH RUN LOGGED. A DISPUTE
      *NO LONGER DEPENDS ON LINING UP TIMESTAMPS BY EYE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT HIGH-SCORE-FILE ASSIGN TO "HISCORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS HS-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TTTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT MOVE-LEDGER-FILE ASSIGN TO "TTTMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MV-FILE-STATUS.
           SELECT MOVE-LOG-FILE ASSIGN TO ML-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-LOG-FILE.
       01  SESSION-LOG-RECORD.
           05 SL-OPERATOR PIC X(8).
           05 FILLER PIC X(1).
           05 SL-GAME PIC X(9).
           05 FILLER PIC X(1).
           05 SL-START-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SL-END-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SL-SESSION-NO PIC 9(8).
       FD  HIGH-SCORE-FILE.
       01  HIGH-SCORE-RECORD.
           05 HS-KEY.
               10 HS-OPERATOR-ID PIC X(08).
               10 HS-SEQ-NO PIC 9(06).
           05 HS-DATE PIC X(08).
           05 HS-SCORE PIC 9(03).
           05 HS-MODE PIC X(01).
           05 HS-SESSION-NO PIC 9(8).
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
       FD  MOVE-LOG-FILE.
       01  MOVE-LOG-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  SL-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SL-EOF-SWITCH PIC 9 VALUE 0.
           88 SL-EOF VALUE 1.
       01  HS-FILE-STATUS PIC X(2) VALUE SPACES.
       01  HS-EOF-SWITCH PIC 9 VALUE 0.
           88 HS-EOF VALUE 1.
       01  TH-FILE-STATUS PIC X(2) VALUE SPACES.
       01  TH-EOF-SWITCH PIC 9 VALUE 0.
           88 TH-EOF VALUE 1.
       01  MV-FILE-STATUS PIC X(2) VALUE SPACES.
       01  MV-EOF-SWITCH PIC 9 VALUE 0.
           88 MV-EOF VALUE 1.
       01  ML-FILE-STATUS PIC X(2) VALUE SPACES.
       01  ML-EOF-SWITCH PIC 9 VALUE 0.
           88 ML-EOF VALUE 1.
       01  ML-FILE-NAME PIC X(12) VALUE "SNKLOG".

       01  TRC-SESSION-TEXT PIC X(8) VALUE SPACES.
       01  TRC-SESSION-HOLD PIC X(8) VALUE SPACES.
       01  TRC-SESSION-NO PIC 9(8) VALUE 0.
      *    THE MARKER TEXT SNOBOL WRITES AFTER " START" (COLUMN 22)
      *    AND AFTER " END SCORE=NNN" (COLUMN 30).
       01  TRC-MARK-TEXT PIC X(17) VALUE SPACES.

      *    THE DAYS THE SESSION TOUCHED, FROM SESSLOG OR FAILING
      *    THAT FROM HISCORE; A SESSION THAT RAN PAST MIDNIGHT HAS
      *    ITS RUN CUT OVER INTO THE SECOND DAY'S DATED LOG.
       01  TRC-DATE-MAX PIC 9(1) VALUE 2.
       01  TRC-DATE-COUNT PIC 9(1) VALUE 0.
       01  TRC-DATE-TABLE.
           05 TRC-DATE PIC X(8) OCCURS 2 TIMES.
       01  TRC-DATE-NO PIC 9(1) VALUE 0.
       01  TRC-DATE-FOUND PIC 9 VALUE 0.
       01  TRC-NEW-DATE PIC X(8) VALUE SPACES.

       01  TRC-SESSLOG-COUNT PIC 9(4) VALUE 0.
       01  TRC-HISCORE-COUNT PIC 9(4) VALUE 0.
       01  TRC-HISTORY-COUNT PIC 9(4) VALUE 0.
       01  TRC-MARKER-COUNT PIC 9(4) VALUE 0.
       01  TRC-LEDGER-MOVES PIC 9(4) VALUE 0.
       01  TRC-LEDGER-GAMES PIC 9(4) VALUE 0.
       01  TRC-LOGS-READ PIC 9(2) VALUE 0.
       01  TRC-RUN-MOVES PIC 9(5) VALUE 0.
       01  TRC-RESULT-TEXT PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       DISPLAY "==== ARCADE SESSION TRACE ====".
       DISPLAY "SESSION NUMBER: " WITH NO ADVANCING.
       ACCEPT TRC-SESSION-TEXT.
       IF TRC-SESSION-TEXT = SPACES
           DISPLAY "NO SESSION GIVEN. NOTHING DONE."
           STOP RUN
       END-IF.
       PERFORM NORMALISE-SESSION-NUMBER.
       IF TRC-SESSION-NO = 0
           DISPLAY "SESSION ZERO MARKS PLAY OUTSIDE THE ARCADE MENU "
               "AND CANNOT BE TRACED."
           STOP RUN
       END-IF.
       MOVE SPACES TO TRC-MARK-TEXT.
       STRING " SESSION=" TRC-SESSION-NO DELIMITED BY SIZE
           INTO TRC-MARK-TEXT.
       DISPLAY "TRACING SESSION " TRC-SESSION-NO.
       DISPLAY " ".
       PERFORM TRACE-SESSION-LOG.
       PERFORM TRACE-HIGH-SCORES.
       PERFORM TRACE-GAME-HISTORY.
       PERFORM TRACE-MOVE-LEDGER.
       PERFORM TRACE-MOVE-LOGS.
       DISPLAY " ".
       DISPLAY "SESSLOG RECORDS:  " TRC-SESSLOG-COUNT.
       DISPLAY "HISCORE RECORDS:  " TRC-HISCORE-COUNT.
       DISPLAY "TTTHIST GAMES:    " TRC-HISTORY-COUNT.
       DISPLAY "TTTMOVE MOVES:    " TRC-LEDGER-MOVES.
       DISPLAY "SNKLOG MARKERS:   " TRC-MARKER-COUNT.
       STOP RUN.

      *    THE NUMBER MAY BE KEYED WITHOUT ITS LEADING ZEROS; IT
      *    IS RIGHT-ALIGNED AND ZERO-FILLED THE WAY OPERMNT TAKES
      *    AN ALLOWANCE.
       NORMALISE-SESSION-NUMBER SECTION.
           PERFORM RIGHT-SHIFT-SESSION
               UNTIL TRC-SESSION-TEXT(8:1) NOT = SPACE.
           INSPECT TRC-SESSION-TEXT REPLACING LEADING SPACE BY "0".
           IF TRC-SESSION-TEXT NOT NUMERIC
               DISPLAY "SESSION NUMBER MUST BE DIGITS ONLY. "
                   "NOTHING DONE."
               STOP RUN
           END-IF.
           MOVE TRC-SESSION-TEXT TO TRC-SESSION-NO.

       RIGHT-SHIFT-SESSION SECTION.
           MOVE TRC-SESSION-TEXT TO TRC-SESSION-HOLD.
           MOVE SPACE TO TRC-SESSION-TEXT(1:1).
           MOVE TRC-SESSION-HOLD(1:7) TO TRC-SESSION-TEXT(2:7).

       TRACE-SESSION-LOG SECTION.
           DISPLAY "---- SESSLOG ----".
           MOVE 0 TO SL-EOF-SWITCH.
           OPEN INPUT SESSION-LOG-FILE.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "  NO SESSLOG ON FILE."
           ELSE
               PERFORM READ-SESSION-RECORD UNTIL SL-EOF
               CLOSE SESSION-LOG-FILE
               IF TRC-SESSLOG-COUNT = 0
                   DISPLAY "  NOTHING FOUND."
               END-IF
           END-IF.

      *    SESSLOG LINES WRITTEN BEFORE ARCADE NUMBERED ITS
      *    SESSIONS READ BACK WITH BLANKS HERE AND NEVER MATCH.
       READ-SESSION-RECORD SECTION.
           READ SESSION-LOG-FILE
               AT END
                   MOVE 1 TO SL-EOF-SWITCH
               NOT AT END
                   IF SL-SESSION-NO IS NUMERIC
                       IF SL-SESSION-NO = TRC-SESSION-NO
                           ADD 1 TO TRC-SESSLOG-COUNT
                           DISPLAY "  OPERATOR " SL-OPERATOR
                               " GAME " SL-GAME
                               " START " SL-START-STAMP
                               " END " SL-END-STAMP
                           MOVE SL-START-STAMP(1:8) TO TRC-NEW-DATE
                           PERFORM NOTE-SESSION-DATE
                           MOVE SL-END-STAMP(1:8) TO TRC-NEW-DATE
                           PERFORM NOTE-SESSION-DATE
                       END-IF
                   END-IF
           END-READ.

       NOTE-SESSION-DATE SECTION.
           IF TRC-NEW-DATE IS NUMERIC
               MOVE 0 TO TRC-DATE-FOUND
               PERFORM FIND-SESSION-DATE VARYING TRC-DATE-NO FROM 1
                   BY 1 UNTIL TRC-DATE-NO > TRC-DATE-COUNT OR
                   TRC-DATE-FOUND = 1
               IF TRC-DATE-FOUND = 0 AND
                   TRC-DATE-COUNT < TRC-DATE-MAX
                   ADD 1 TO TRC-DATE-COUNT
                   MOVE TRC-NEW-DATE TO TRC-DATE(TRC-DATE-COUNT)
               END-IF
           END-IF.

       FIND-SESSION-DATE SECTION.
           IF TRC-DATE(TRC-DATE-NO) = TRC-NEW-DATE
               MOVE 1 TO TRC-DATE-FOUND
           END-IF.

       TRACE-HIGH-SCORES SECTION.
           DISPLAY "---- HISCORE ----".
           MOVE 0 TO HS-EOF-SWITCH.
           OPEN INPUT HIGH-SCORE-FILE.
           IF HS-FILE-STATUS NOT = "00"
               DISPLAY "  NO HISCORE ON FILE."
           ELSE
               PERFORM READ-HIGH-SCORE UNTIL HS-EOF
               CLOSE HIGH-SCORE-FILE
               IF TRC-HISCORE-COUNT = 0
                   DISPLAY "  NOTHING FOUND."
               END-IF
           END-IF.

       READ-HIGH-SCORE SECTION.
           READ HIGH-SCORE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO HS-EOF-SWITCH
               NOT AT END
                   IF HS-SESSION-NO IS NUMERIC
                       IF HS-SESSION-NO = TRC-SESSION-NO
                           ADD 1 TO TRC-HISCORE-COUNT
                           DISPLAY "  OPERATOR " HS-OPERATOR-ID
                               " SEQ " HS-SEQ-NO
                               " DATE " HS-DATE
                               " SCORE " HS-SCORE
                               " MODE " HS-MODE
                           MOVE HS-DATE TO TRC-NEW-DATE
                           PERFORM NOTE-SESSION-DATE
                       END-IF
                   END-IF
           END-READ.

       TRACE-GAME-HISTORY SECTION.
           DISPLAY "---- TTTHIST ----".
           MOVE 0 TO TH-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF TH-FILE-STATUS NOT = "00"
               DISPLAY "  NO TTTHIST ON FILE."
           ELSE
               PERFORM READ-GAME-HISTORY UNTIL TH-EOF
               CLOSE HISTORY-FILE
               IF TRC-HISTORY-COUNT = 0
                   DISPLAY "  NOTHING FOUND."
               END-IF
           END-IF.

       READ-GAME-HISTORY SECTION.
           READ HISTORY-FILE
               AT END
                   MOVE 1 TO TH-EOF-SWITCH
               NOT AT END
                   IF TH-SESSION-NO IS NUMERIC
                       IF TH-SESSION-NO = TRC-SESSION-NO
                           ADD 1 TO TRC-HISTORY-COUNT
                           PERFORM SHOW-GAME-HISTORY
                       END-IF
                   END-IF
           END-READ.

       SHOW-GAME-HISTORY SECTION.
           EVALUATE TH-RESULT
               WHEN "1"
                   MOVE "PLAYER 1 WON" TO TRC-RESULT-TEXT
               WHEN "2"
                   MOVE "PLAYER 2 WON" TO TRC-RESULT-TEXT
               WHEN "D"
                   MOVE "DRAW" TO TRC-RESULT-TEXT
               WHEN OTHER
                   MOVE "RESULT " TO TRC-RESULT-TEXT
                   MOVE TH-RESULT TO TRC-RESULT-TEXT(8:1)
           END-EVALUATE.
           DISPLAY "  " TH-DATE " " TH-TIME " "
               TH-PLAYER-NAME(1) " V " TH-PLAYER-NAME(2)
               " " TRC-RESULT-TEXT
               " MOVES " TH-MOVES.
           IF TH-TOURN-FIX > 0
               DISPLAY "    TOURNAMENT FIXTURE " TH-TOURN-FIX
           END-IF.

      *    EACH FINISHED GAME SHOWS ITS RESULT RECORD; THE MOVES
      *    ARE ONLY COUNTED HERE - TTTOPEN G PRINTS THEM IN FULL.
       TRACE-MOVE-LEDGER SECTION.
           DISPLAY "---- TTTMOVE ----".
           MOVE 0 TO MV-EOF-SWITCH.
           OPEN INPUT MOVE-LEDGER-FILE.
           IF MV-FILE-STATUS NOT = "00"
               DISPLAY "  NO TTTMOVE ON FILE."
           ELSE
               PERFORM READ-LEDGER-RECORD UNTIL MV-EOF
               CLOSE MOVE-LEDGER-FILE
               IF TRC-LEDGER-MOVES = 0 AND TRC-LEDGER-GAMES = 0
                   DISPLAY "  NOTHING FOUND."
               ELSE
                   DISPLAY "  " TRC-LEDGER-MOVES
                       " MOVE RECORD(S) LOGGED IN THIS SESSION"
               END-IF
           END-IF.

       READ-LEDGER-RECORD SECTION.
           READ MOVE-LEDGER-FILE
               AT END
                   MOVE 1 TO MV-EOF-SWITCH
               NOT AT END
                   IF MV-SESSION-NO IS NUMERIC
                       IF MV-SESSION-NO = TRC-SESSION-NO
                           IF MV-TYPE = "R"
                               ADD 1 TO TRC-LEDGER-GAMES
                               DISPLAY "  GAME STARTED " MV-GAME-DATE
                                   " " MV-GAME-TIME " "
                                   MV-PLAYER-NAME(1) " V "
                                   MV-PLAYER-NAME(2) " RESULT "
                                   MV-RESULT
                           ELSE
                               ADD 1 TO TRC-LEDGER-MOVES
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    THE DATED LOGS FOR THE SESSION'S DAYS ARE READ FIRST,
      *    THEN THE LIVE SNKLOG, WHICH STILL HOLDS ANY RUN THE
      *    DAILY CUTOVER HAS NOT MOVED OUT YET.
       TRACE-MOVE-LOGS SECTION.
           DISPLAY "---- SNKLOG ----".
           PERFORM TRACE-ONE-DATED-LOG VARYING TRC-DATE-NO FROM 1
               BY 1 UNTIL TRC-DATE-NO > TRC-DATE-COUNT.
           MOVE "SNKLOG" TO ML-FILE-NAME.
           PERFORM TRACE-ONE-LOG-FILE.
           IF TRC-LOGS-READ = 0
               DISPLAY "  NO SNKLOG OR DATED LOG ON FILE."
           ELSE
               IF TRC-MARKER-COUNT = 0
                   DISPLAY "  NOTHING FOUND."
               END-IF
           END-IF.

       TRACE-ONE-DATED-LOG SECTION.
           MOVE SPACES TO ML-FILE-NAME.
           STRING "SNKL" TRC-DATE(TRC-DATE-NO) DELIMITED BY SIZE
               INTO ML-FILE-NAME.
           PERFORM TRACE-ONE-LOG-FILE.

       TRACE-ONE-LOG-FILE SECTION.
           MOVE 0 TO ML-EOF-SWITCH.
           MOVE 0 TO TRC-RUN-MOVES.
           OPEN INPUT MOVE-LOG-FILE.
           IF ML-FILE-STATUS = "00"
               ADD 1 TO TRC-LOGS-READ
               PERFORM READ-LOG-LINE UNTIL ML-EOF
               CLOSE MOVE-LOG-FILE
           END-IF.

       READ-LOG-LINE SECTION.
           READ MOVE-LOG-FILE
               AT END
                   MOVE 1 TO ML-EOF-SWITCH
               NOT AT END
                   PERFORM CLASSIFY-LOG-LINE
           END-READ.

      *    MOVES ARE COUNTED FROM THE LAST MARKER, THE SAME RUN
      *    BOUNDARY NIGHTAUD USES, SO A CHECKPOINTED GAME RESUMED
      *    WITHOUT A NEW START MARKER STILL COUNTS AS ONE RUN.
       CLASSIFY-LOG-LINE SECTION.
           EVALUATE TRUE
               WHEN MOVE-LOG-RECORD(16:6) = " START"
                   MOVE 0 TO TRC-RUN-MOVES
                   IF MOVE-LOG-RECORD(22:17) = TRC-MARK-TEXT
                       ADD 1 TO TRC-MARKER-COUNT
                       DISPLAY "  " ML-FILE-NAME " "
                           MOVE-LOG-RECORD(1:64)
                   END-IF
               WHEN MOVE-LOG-RECORD(16:5) = " DIR="
                   ADD 1 TO TRC-RUN-MOVES
               WHEN MOVE-LOG-RECORD(16:5) = " END "
                   IF MOVE-LOG-RECORD(30:17) = TRC-MARK-TEXT
                       ADD 1 TO TRC-MARKER-COUNT
                       DISPLAY "  " ML-FILE-NAME " "
                           MOVE-LOG-RECORD(1:64)
                       DISPLAY "    " TRC-RUN-MOVES
                           " MOVE LINE(S) IN THIS RUN"
                   END-IF
                   MOVE 0 TO TRC-RUN-MOVES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
