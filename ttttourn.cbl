               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-OPERATOR-ID
               FILE STATUS IS RT-FILE-STATUS.
           COPY "COPYBOOK/LOCK/SELECT".

       DATA DIVISION.
       FILE SECTION.
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
       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-OPERATOR-ID PIC X(8).
           05 RT-PEAK PIC 9(4).
           05 RT-GAMES PIC 9(5).

       COPY "COPYBOOK/LOCK/FD".

       WORKING-STORAGE SECTION.
       01  TF-FILE-STATUS PIC X(2) VALUE SPACES.
       01  TF-EOF-SWITCH PIC 9 VALUE 0.
       01  TN-SHOWN-TABLE.
           05 TN-SHOWN PIC 9 OCCURS 12 TIMES.

       01  TN-WHO PIC X(8) VALUE SPACES.
       01  TN-NEW-RESULT PIC X VALUE SPACE.
       01  TN-HOLD-HOME-ID PIC X(8) VALUE SPACES.
       01  TN-HOLD-AWAY-ID PIC X(8) VALUE SPACES.

       COPY "COPYBOOK/LOCK/DATA".

       PROCEDURE DIVISION.
       DISPLAY "==== TICTACTOE TOURNAMENT ====".
       ACCEPT TN-WHO FROM ENVIRONMENT "USER".
       IF TN-WHO = SPACES
           MOVE "OPERATOR" TO TN-WHO
       END-IF.
       MOVE "TTTTOURN" TO LF-PROGRAM.
       MOVE TN-WHO TO LF-STATION.
       PERFORM LOAD-TOURNAMENT.
       IF TN-LOADED
           DISPLAY "TOURNAMENT IN PROGRESS LOADED ("
       PERFORM MENU-LOOP UNTIL TN-DONE.
       STOP RUN.

       COPY "COPYBOOK/LOCK/FUNCTIONS".

      *    TICTACTOE POSTS FINISHED FIXTURES INTO TTTTOUR WHILE
      *    THIS MENU SITS OPEN AT THE DESK, SO THE TABLE IS
      *    REFRESHED FROM DISK BEFORE EVERY ACTION - OTHERWISE P
               MOVE 0 TO TN-LOADED-SWITCH
           ELSE
               PERFORM GENERATE-FIXTURES
               MOVE "TOURLOCK" TO LF-FILE-NAME
               MOVE "TTTTOUR" TO CN-GUARDED-FILE
               MOVE "NEW TOURNAMENT NOT SAVED" TO CN-DETAIL
               PERFORM TAKE-FILE-LOCK
               IF LF-HELD
                   MOVE 1 TO TN-LOADED-SWITCH
                   PERFORM SAVE-TOURNAMENT
                   PERFORM RELEASE-FILE-LOCK
                   DISPLAY "FIXTURE LIST GENERATED: " TN-FIXTURE-COUNT
                       " MATCHES OVER " TN-ROUND-NO " ROUNDS."
               ELSE
                   DISPLAY "TTTTOUR BUSY AT ANOTHER STATION - NEW "
                       "TOURNAMENT NOT SAVED. TRY N AGAIN."
                   MOVE 0 TO TN-LOADED-SWITCH
               END-IF
           END-IF.

       OPEN-OPERATOR-MASTER SECTION.
           MOVE TN-PLAYER-ID(TN-FIX-AWAY(TN-SCAN)) TO
               MR-PLAYER-NAME(2).
           MOVE TN-SCAN TO MR-TOURN-FIX.
      *    NO START STAMP YET - THE GAME IS STAMPED WHEN IT IS
      *    ACTUALLY PICKED UP AND PLAYED.
           MOVE SPACES TO MR-GAME-DATE.
           MOVE SPACES TO MR-GAME-TIME.
           OPEN OUTPUT MATCH-FILE.
           WRITE MATCH-RECORD.
           CLOSE MATCH-FILE.
                   EVALUATE TRUE
                       WHEN TN-INPUT-RESULT = "H" OR
                           TN-INPUT-RESULT = "h"
                           MOVE "H" TO TN-NEW-RESULT
                           PERFORM POST-MANUAL-RESULT
                       WHEN TN-INPUT-RESULT = "A" OR
                           TN-INPUT-RESULT = "a"
                           MOVE "A" TO TN-NEW-RESULT
                           PERFORM POST-MANUAL-RESULT
                       WHEN TN-INPUT-RESULT = "D" OR
                           TN-INPUT-RESULT = "d"
                           MOVE "D" TO TN-NEW-RESULT
                           PERFORM POST-MANUAL-RESULT
                       WHEN OTHER
                           DISPLAY "RESULT NOT RECORDED - "
                               "USE H, A OR D."
               END-IF
           END-IF.

      *    THE RESULT WAS KEYED AGAINST THE TABLE AS IT STOOD AT
      *    THE MENU, AND TICTACTOE MAY HAVE POSTED OTHER FIXTURES
      *    SINCE. SO UNDER TOURLOCK THE FILE IS RELOADED, THE ONE
      *    RESULT APPLIED AND THE FILE SAVED - UNLESS A NEW
      *    TOURNAMENT HAS REPLACED THE PAIRING IN THE MEANTIME.
       POST-MANUAL-RESULT SECTION.
           MOVE TN-PLAYER-ID(TN-FIX-HOME(TN-SCAN)) TO TN-HOLD-HOME-ID.
           MOVE TN-PLAYER-ID(TN-FIX-AWAY(TN-SCAN)) TO TN-HOLD-AWAY-ID.
           MOVE "TOURLOCK" TO LF-FILE-NAME.
           MOVE "TTTTOUR" TO CN-GUARDED-FILE.
           MOVE SPACES TO CN-DETAIL.
           STRING "FIXTURE " TN-SCAN " RESULT " TN-NEW-RESULT
               DELIMITED BY SIZE INTO CN-DETAIL.
           PERFORM TAKE-FILE-LOCK.
           IF NOT LF-HELD
               DISPLAY "TTTTOUR BUSY AT ANOTHER STATION - RESULT NOT "
                   "RECORDED. TRY R AGAIN."
           ELSE
               PERFORM LOAD-TOURNAMENT
               IF TN-LOADED AND TN-SCAN NOT > TN-FIXTURE-COUNT AND
                   TN-PLAYER-ID(TN-FIX-HOME(TN-SCAN)) =
                   TN-HOLD-HOME-ID AND
                   TN-PLAYER-ID(TN-FIX-AWAY(TN-SCAN)) =
                   TN-HOLD-AWAY-ID
                   MOVE TN-NEW-RESULT TO TN-FIX-RESULT(TN-SCAN)
                   PERFORM SAVE-TOURNAMENT
               ELSE
                   DISPLAY "THE TOURNAMENT WAS REPLACED WHILE THE "
                       "RESULT WAS KEYED - NOT RECORDED."
               END-IF
               PERFORM RELEASE-FILE-LOCK
           END-IF.

      *    TOURNAMENT POINTS MATCH THE LEAGUE: WIN 3, DRAW 1.
       SHOW-STANDINGS SECTION.
           IF NOT TN-LOADED
