               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-PLAYER-NAME
               LOCK MODE IS MANUAL
               FILE STATUS IS ST-FILE-STATUS.
           SELECT MATCH-FILE ASSIGN TO MR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
           SELECT HISTORY-FILE ASSIGN TO "TTTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT MOVE-LEDGER-FILE ASSIGN TO "TTTMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MV-FILE-STATUS.
           SELECT TOURNAMENT-FILE ASSIGN TO "TTTTOUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TF-FILE-STATUS.
           SELECT TOURNAMENT-WORK-FILE ASSIGN TO TQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TQ-FILE-STATUS.
           COPY "COPYBOOK/LOCK/SELECT".
       DATA DIVISION.
       FILE SECTION.
       FD  STATS-FILE.
           05 MR-VS-COMPUTER PIC 9.
           05 MR-PLAYER-NAME PIC X(8) OCCURS 2 TIMES.
           05 MR-TOURN-FIX PIC 9(3).
           05 MR-GAME-DATE PIC X(8).
           05 MR-GAME-TIME PIC X(6).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-OPERATOR-ID PIC X(08).
           05 OP-SPEED-CODE PIC X(1).
           05 OP-ACTIVE PIC X(1).
           05 OP-DAILY-LIMIT PIC 9(3).
           05 OP-ROLE PIC X(1).
           05 OP-SECRET PIC X(8).
           05 OP-DEPT-CODE PIC X(6).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 TH-DATE PIC X(08).
           05 TH-VS-COMPUTER PIC 9(1).
           05 TH-MOVES PIC 9(2).
           05 TH-TOURN-FIX PIC 9(3).
           05 TH-SESSION-NO PIC 9(8).
      *    ONE RECORD PER PLACEMENT (TYPE M) AND ONE WHEN THE GAME
      *    FINISHES (TYPE R). A GAME IS IDENTIFIED BY THE STAMP IT
      *    STARTED AT PLUS ITS TWO PLAYERS; THE STAMP RIDES THE
      *    MATCH SAVE SO A RESUMED GAME KEEPS ITS IDENTITY. THE R
      *    RECORD CARRIES THE TTTHIST DATE AND TIME OF THE GAME.
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
      *    SAME RECORD SHAPES TTTTOURN KEEPS IN TTTTOUR; ONLY THE
      *    FIXTURE LINES ARE TOUCHED WHEN A RESULT IS POSTED BACK.
       FD  TOURNAMENT-FILE.
           05 FILLER PIC X(30).
       FD  TOURNAMENT-WORK-FILE.
       01  TOURNAMENT-WORK-RECORD PIC X(41).
       COPY "COPYBOOK/LOCK/FD".
       WORKING-STORAGE SECTION.
       COPY "COPYBOOK/INPUT/DATA".
      *    COUNTS RANGES PAST 9 IN THE UNTIL TESTS OF THE BOARD
       01  TH-FILE-STATUS PIC X(2) VALUE SPACES.
       01  TH-CURRENT-DATE PIC X(21) VALUE SPACES.
       01  MOVES-PLAYED PIC 9(2) VALUE 0.
       01  MV-FILE-STATUS PIC X(2) VALUE SPACES.
       01  GAME-START-STAMP PIC X(21) VALUE SPACES.
       01  GAME-START-DATE PIC X(8) VALUE SPACES.
       01  GAME-START-TIME PIC X(6) VALUE SPACES.

       01  MR-FILE-STATUS PIC X(2) VALUE SPACES.
       01  MR-FILE-NAME PIC X(17) VALUE "TTTMATCH".
       01  SES-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  SES-VALID-SWITCH PIC 9 VALUE 0.
           88 SES-VALIDATED VALUE 1.
      *    ARCADE SESSION NUMBER HANDED DOWN IN ARCSESS; ZERO WHEN
      *    THE GAME IS RUN ON ITS OWN OUTSIDE THE ARCADE MENU.
       01  SES-SESSION-TEXT PIC X(8) VALUE SPACES.
       01  SES-SESSION-NO PIC 9(8) VALUE 0.

      *    NON-ZERO ONLY WHEN THE GAME CAME IN THROUGH A TTTTOURN
      *    STAGED FIXTURE; IT RIDES THE MATCH SAVE AND THE TTTHIST
       01  TT-REWRITE-OK PIC 9 VALUE 0.
       01  TQ-FILE-STATUS PIC X(2) VALUE SPACES.
       01  TQ-FAILED PIC 9 VALUE 0.
       01  TQ-FILE-NAME PIC X(17) VALUE "TTWORK".
       01  TF-FAILED PIC 9 VALUE 0.
       01  TF-WRITE-COUNT PIC 9(3) VALUE 0.
       01  MR-RESUME-ANSWER PIC X VALUE SPACE.
       01  MATCH-RESUMED-SWITCH PIC 9 VALUE 0.
           88 MATCH-RESUMED VALUE 1.

       COPY "COPYBOOK/LOCK/DATA".
       01  CN-RESULT-WORD PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM GAME-INIT.
       PERFORM PLAY UNTIL WINNER NOT = ' ' OR EMPTY < 1.
       END-IF.
       PERFORM UPDATE-STATS.
       PERFORM WRITE-GAME-HISTORY.
       PERFORM WRITE-RESULT-LEDGER.
       IF GAME-TOURN-FIX > 0
           PERFORM POST-TOURNAMENT-RESULT
       END-IF.

       COPY "COPYBOOK/INPUT/FUNCTIONS".

       COPY "COPYBOOK/LOCK/FUNCTIONS".

       GAME-INIT SECTION.
           PERFORM VALIDATE-SESSION-OPERATOR.
           MOVE "TICTACTOE" TO LF-PROGRAM.
           MOVE SES-OPERATOR-ID TO LF-STATION.
           PERFORM PICK-UP-SESSION-NUMBER.
           PERFORM CHECK-SAVED-MATCH.
           IF NOT MATCH-RESUMED OR GAME-START-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE TO GAME-START-STAMP
               MOVE GAME-START-STAMP(1:8) TO GAME-START-DATE
               MOVE GAME-START-STAMP(9:6) TO GAME-START-TIME
           END-IF.
           IF NOT MATCH-RESUMED
               PERFORM VARYING COUNTS FROM 0 BY 1 UNTIL COUNTS > 8
                   ADD 1 TO COUNTS
           STRING "TTTMATCH-" DELIMITED BY SIZE
               SES-OPERATOR-ID DELIMITED BY SPACE
               INTO MR-FILE-NAME.
           MOVE SPACES TO TQ-FILE-NAME.
           STRING "TTWORK-" DELIMITED BY SIZE
               SES-OPERATOR-ID DELIMITED BY SPACE
               INTO TQ-FILE-NAME.

       PICK-UP-SESSION-NUMBER SECTION.
           MOVE 0 TO SES-SESSION-NO.
           ACCEPT SES-SESSION-TEXT FROM ENVIRONMENT "ARCSESS".
           IF SES-SESSION-TEXT IS NUMERIC
               MOVE SES-SESSION-TEXT TO SES-SESSION-NO
           END-IF.

       CHECK-SESSION-REGISTERED SECTION.
           MOVE 0 TO SES-VALID-SWITCH.
                       MOVE MR-PLAYER-NAME(1) TO PLAYER-NAME(1)
                       MOVE MR-PLAYER-NAME(2) TO PLAYER-NAME(2)
                       MOVE MR-TOURN-FIX TO GAME-TOURN-FIX
                       MOVE MR-GAME-DATE TO GAME-START-DATE
                       MOVE MR-GAME-TIME TO GAME-START-TIME
                       MOVE 1 TO MATCH-RESUMED-SWITCH
                       CLOSE MATCH-FILE
                       CALL "CBL_DELETE_FILE" USING MR-FILE-NAME
           MOVE PLAYER-NAME(1) TO MR-PLAYER-NAME(1).
           MOVE PLAYER-NAME(2) TO MR-PLAYER-NAME(2).
           MOVE GAME-TOURN-FIX TO MR-TOURN-FIX.
           MOVE GAME-START-DATE TO MR-GAME-DATE.
           MOVE GAME-START-TIME TO MR-GAME-TIME.
           OPEN OUTPUT MATCH-FILE.
           WRITE MATCH-RECORD.
           CLOSE MATCH-FILE.
       UPDATE-BOARD SECTION.
           MOVE PLAYERS(CURRENT) TO BOARD(INPUT_NUMBER)
           ADD 1 TO MOVES-PLAYED
           PERFORM WRITE-MOVE-LEDGER
           IF CURRENT = 1
               MOVE 2 TO CURRENT
           ELSE
               MOVE 1 TO CURRENT
           END-IF.

      *    EVERY PLACEMENT, HUMAN OR COMPUTER, GOES TO TTTMOVE AS IT
      *    IS MADE, THE WAY SNOBOL LOGS EACH MOVE TO SNKLOG, SO A
      *    DISPUTED GAME CAN BE PLAYED BACK MOVE BY MOVE (TTTOPEN).
       WRITE-MOVE-LEDGER SECTION.
           PERFORM SET-LEDGER-IDENTITY.
           MOVE "M" TO MV-TYPE.
           MOVE MOVES-PLAYED TO MV-MOVE-NO.
           MOVE PLAYERS(CURRENT) TO MV-MARK.
           MOVE INPUT_NUMBER TO MV-CELL.
           IF CURRENT = 2 AND VS-COMPUTER-ON
               MOVE 1 TO MV-BY-COMPUTER
           ELSE
               MOVE 0 TO MV-BY-COMPUTER
           END-IF.
           PERFORM APPEND-LEDGER-RECORD.

       WRITE-RESULT-LEDGER SECTION.
           PERFORM SET-LEDGER-IDENTITY.
           MOVE "R" TO MV-TYPE.
           MOVE TH-RESULT TO MV-RESULT.
           MOVE TH-DATE TO MV-HIST-DATE.
           MOVE TH-TIME TO MV-HIST-TIME.
           PERFORM APPEND-LEDGER-RECORD.

       SET-LEDGER-IDENTITY SECTION.
           MOVE SPACES TO MOVE-LEDGER-RECORD.
           MOVE GAME-START-DATE TO MV-GAME-DATE.
           MOVE GAME-START-TIME TO MV-GAME-TIME.
           MOVE PLAYER-NAME(1) TO MV-PLAYER-NAME(1).
           MOVE PLAYER-NAME(2) TO MV-PLAYER-NAME(2).
           MOVE VS-COMPUTER TO MV-VS-COMPUTER.
           MOVE SES-SESSION-NO TO MV-SESSION-NO.

       APPEND-LEDGER-RECORD SECTION.
           OPEN EXTEND MOVE-LEDGER-FILE.
           IF MV-FILE-STATUS = "35"
               OPEN OUTPUT MOVE-LEDGER-FILE
           END-IF.
           IF MV-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: TTTMOVE NOT WRITABLE, STATUS "
                   MV-FILE-STATUS
           ELSE
               WRITE MOVE-LEDGER-RECORD
               CLOSE MOVE-LEDGER-FILE
           END-IF.

      *    TTTSTAT IS SHARED BY EVERY STATION, SO EACH PLAYER'S ROW
      *    IS READ WITH A LOCK AND REWRITTEN BEFORE IT IS LET GO. A
      *    ROW (OR THE WHOLE FILE) ANOTHER STATION IS HOLDING IS
      *    WAITED FOR; IF IT NEVER COMES FREE THE TALLY IS SKIPPED
      *    AND LOGGED RATHER THAN GUESSED AT.
       UPDATE-STATS SECTION.
           MOVE "TTTSTAT" TO CN-GUARDED-FILE.
           MOVE 0 TO LF-TRY-COUNT.
           MOVE "61" TO ST-FILE-STATUS.
           PERFORM OPEN-STATS-FILE UNTIL ST-FILE-STATUS NOT = "61"
               OR LF-TRY-COUNT NOT < LF-TRY-MAX.
           MOVE ST-FILE-STATUS TO CN-LAST-STATUS.
           IF ST-FILE-STATUS NOT = "00"
               DISPLAY "TTTSTAT NOT AVAILABLE (STATUS "
                   ST-FILE-STATUS ") - TALLIES NOT UPDATED."
               MOVE "F" TO CN-OUTCOME
               PERFORM LOG-SKIPPED-STAT VARYING COUNTS FROM 1 BY 1
                   UNTIL COUNTS > 2
           ELSE
               IF LF-TRY-COUNT > 1
                   MOVE "W" TO CN-OUTCOME
                   MOVE SPACES TO CN-DETAIL
                   PERFORM LOG-CONTENTION
               END-IF
               PERFORM UPDATE-PLAYER-STAT VARYING COUNTS FROM 1 BY 1
                   UNTIL COUNTS > 2
               CLOSE STATS-FILE
           END-IF.

       OPEN-STATS-FILE SECTION.
           IF LF-TRY-COUNT > 0
               CALL "usleep" USING BY VALUE 250000
           END-IF.
           ADD 1 TO LF-TRY-COUNT.
           OPEN I-O STATS-FILE.
           IF ST-FILE-STATUS = "35"
               OPEN OUTPUT STATS-FILE
               CLOSE STATS-FILE
               OPEN I-O STATS-FILE
           END-IF.

       UPDATE-PLAYER-STAT SECTION.
           MOVE 0 TO LF-TRY-COUNT.
           MOVE "51" TO ST-FILE-STATUS.
           PERFORM POST-PLAYER-STAT UNTIL
               (ST-FILE-STATUS NOT = "51" AND
               ST-FILE-STATUS NOT = "22") OR
               LF-TRY-COUNT NOT < LF-TRY-MAX.
           UNLOCK STATS-FILE.
           MOVE ST-FILE-STATUS TO CN-LAST-STATUS.
           IF ST-FILE-STATUS = "00"
               IF LF-TRY-COUNT > 1
                   MOVE "W" TO CN-OUTCOME
                   MOVE SPACES TO CN-DETAIL
                   PERFORM LOG-CONTENTION
               END-IF
               DISPLAY PLAYER-NAME(COUNTS) " - WINS: " ST-WINS
                   " LOSSES: " ST-LOSSES " DRAWS: " ST-DRAWS
           ELSE
               DISPLAY "TTTSTAT ROW FOR " PLAYER-NAME(COUNTS)
                   " BUSY (STATUS " ST-FILE-STATUS
                   ") - TALLY NOT UPDATED."
               MOVE "F" TO CN-OUTCOME
               PERFORM LOG-SKIPPED-STAT
           END-IF.

      *    A 22 ON THE WRITE MEANS ANOTHER STATION ADDED THE SAME
      *    NEW PLAYER FIRST; GOING ROUND AGAIN READS AND REWRITES
      *    THE ROW IT CREATED INSTEAD.
       POST-PLAYER-STAT SECTION.
           IF LF-TRY-COUNT > 0
               CALL "usleep" USING BY VALUE 250000
           END-IF.
           ADD 1 TO LF-TRY-COUNT.
           MOVE PLAYER-NAME(COUNTS) TO ST-PLAYER-NAME.
           MOVE 0 TO ST-FOUND-SWITCH.
           READ STATS-FILE WITH LOCK
               INVALID KEY
                   MOVE 0 TO ST-WINS
                   MOVE 0 TO ST-LOSSES
                   MOVE 1 TO ST-FOUND-SWITCH
           END-READ.

           IF ST-FILE-STATUS = "00" OR ST-FILE-STATUS = "23"
               IF WINNER = ' '
                   ADD 1 TO ST-DRAWS
               ELSE
                   IF PLAYERS(COUNTS) = WINNER
                       ADD 1 TO ST-WINS
                   ELSE
                       ADD 1 TO ST-LOSSES
                   END-IF
               END-IF
               IF ST-FOUND
                   REWRITE STATS-RECORD
               ELSE
                   WRITE STATS-RECORD
               END-IF
           END-IF.

       LOG-SKIPPED-STAT SECTION.
           EVALUATE TRUE
               WHEN WINNER = ' '
                   MOVE "DRAW" TO CN-RESULT-WORD
               WHEN PLAYERS(COUNTS) = WINNER
                   MOVE "WIN" TO CN-RESULT-WORD
               WHEN OTHER
                   MOVE "LOSS" TO CN-RESULT-WORD
           END-EVALUATE.
           MOVE SPACES TO CN-DETAIL.
           STRING "ADD 1 " DELIMITED BY SIZE
               CN-RESULT-WORD DELIMITED BY SPACE
               " FOR " PLAYER-NAME(COUNTS) DELIMITED BY SIZE
               INTO CN-DETAIL.
           PERFORM LOG-CONTENTION.

      *    ONE DATED LEDGER RECORD PER FINISHED GAME, THE WAY SNOBOL
      *    WRITES A DATED HISCORE RECORD, SO DAILYRPT CAN REPORT ON
           MOVE VS-COMPUTER TO TH-VS-COMPUTER.
           MOVE MOVES-PLAYED TO TH-MOVES.
           MOVE GAME-TOURN-FIX TO TH-TOURN-FIX.
           MOVE SES-SESSION-NO TO TH-SESSION-NO.

      *    CORRMNT AND OPERMERG REBUILD TTTHIST UNDER HISTLOCK, SO
      *    THE APPEND WAITS ITS TURN RATHER THAN LAND IN A FILE
      *    THAT IS ABOUT TO BE REWRITTEN WITHOUT IT.
           MOVE "HISTLOCK" TO LF-FILE-NAME.
           MOVE "TTTHIST" TO CN-GUARDED-FILE.
           MOVE HISTORY-RECORD TO CN-DETAIL.
           PERFORM TAKE-FILE-LOCK.
           IF LF-HELD
               OPEN EXTEND HISTORY-FILE
               IF TH-FILE-STATUS = "35"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               WRITE HISTORY-RECORD
               CLOSE HISTORY-FILE
               PERFORM RELEASE-FILE-LOCK
           ELSE
               DISPLAY "TTTHIST BUSY - THIS GAME IS HELD IN CONTLOG "
                   "FOR A SUPERVISOR TO RE-KEY."
           END-IF.

      *    THE TTTHIST OUTCOME IS THE AUTHORITATIVE ONE, SO A GAME
      *    THAT CAME IN AS A STAGED FIXTURE POSTS ITS OWN RESULT
      *    BACK TO TTTTOUR INSTEAD OF WAITING FOR SOMEONE TO KEY
      *    H/A/D BY HAND. A FIXTURE THAT ALREADY CARRIES A RESULT
      *    (A MANUAL OVERRIDE) IS LEFT ALONE.
      *    TTTTOUR IS READ AND REWRITTEN WHOLE, SO THE RESULT IS
      *    ONLY POSTED WHILE THIS STATION HOLDS TOURLOCK.
       POST-TOURNAMENT-RESULT SECTION.
           EVALUATE TRUE
               WHEN WINNER = ' '
               WHEN OTHER
                   MOVE "A" TO TT-RESULT-CODE
           END-EVALUATE.
           MOVE "TOURLOCK" TO LF-FILE-NAME.
           MOVE "TTTTOUR" TO CN-GUARDED-FILE.
           MOVE SPACES TO CN-DETAIL.
           STRING "FIXTURE " GAME-TOURN-FIX " RESULT " TT-RESULT-CODE
               DELIMITED BY SIZE INTO CN-DETAIL.
           PERFORM TAKE-FILE-LOCK.
           IF LF-HELD
               PERFORM POST-FIXTURE-RESULT
               PERFORM RELEASE-FILE-LOCK
           ELSE
               DISPLAY "TTTTOUR BUSY - RESULT NOT POSTED. RECORD IT "
                   "IN TTTTOURN WITH R."
           END-IF.

       POST-FIXTURE-RESULT SECTION.
           MOVE 0 TO TF-EOF-SWITCH.
           MOVE 0 TO TT-LINE-COUNT.
           MOVE 0 TO TT-POSTED.
                   END-IF
           END-READ.

      *    THE UPDATED COPY GOES TO THE STATION'S OWN TTWORK-<ID>
      *    AND IS VERIFIED BEFORE THE LIVE TTTTOUR IS TOUCHED, SO A
      *    FULL DISK OR A CRASH MID-REWRITE CANNOT TRUNCATE A
      *    RUNNING TOURNAMENT; ON A SHORT RELOAD THE WORK FILE IS
      *    LEFT AS THE RECOVERY COPY.
       REWRITE-TOURNAMENT-FILE SECTION.
           MOVE 0 TO TT-REWRITE-OK.
           MOVE 0 TO TQ-FAILED.
           OPEN OUTPUT TOURNAMENT-WORK-FILE.
           IF TQ-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT CREATE " TQ-FILE-NAME " (STATUS "
                   TQ-FILE-STATUS ") - TTTTOUR LEFT UNTOUCHED."
           ELSE
               PERFORM WRITE-WORK-LINE VARYING TT-LINE-NO FROM 1
                   TQ-FAILED = 1
               CLOSE TOURNAMENT-WORK-FILE
               IF TQ-FAILED = 1
                   DISPLAY "WORK FILE WRITE FAILED (STATUS "
                       TQ-FILE-STATUS ") - TTTTOUR LEFT UNTOUCHED."
                   CALL "CBL_DELETE_FILE" USING TQ-FILE-NAME
               ELSE
           IF TF-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT REOPEN TTTTOUR (STATUS "
                   TF-FILE-STATUS ") - THE UPDATED COPY IS IN "
                   TQ-FILE-NAME
           ELSE
               PERFORM WRITE-TOURNAMENT-LINE VARYING TT-LINE-NO
                   FROM 1 BY 1 UNTIL TT-LINE-NO > TT-LINE-COUNT OR
               ELSE
                   DISPLAY "TTTTOUR REWRITE CAME UP SHORT ("
                       TF-WRITE-COUNT " OF " TT-LINE-COUNT
                       " LINES) - FULL COPY KEPT IN " TQ-FILE-NAME
               END-IF
           END-IF.

