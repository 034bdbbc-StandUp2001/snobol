           SELECT HISTORY-FILE ASSIGN TO "TTTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
       COPY "COPYBOOK/SPOOL/SELECT".
       DATA DIVISION.
       FILE SECTION.
       FD  HIGH-SCORE-FILE.
           05 HS-DATE PIC X(08).
           05 HS-SCORE PIC 9(03).
           05 HS-MODE PIC X(01).
           05 HS-SESSION-NO PIC 9(8).
       FD  STATS-FILE.
       01  STATS-RECORD.
           05 ST-PLAYER-NAME PIC X(8).
           05 TH-VS-COMPUTER PIC 9(1).
           05 TH-MOVES PIC 9(2).
           05 TH-TOURN-FIX PIC 9(3).
           05 TH-SESSION-NO PIC 9(8).
       COPY "COPYBOOK/SPOOL/FD".

       WORKING-STORAGE SECTION.
       01  HS-FILE-STATUS PIC X(2) VALUE SPACES.

       01  TOTAL-SESSIONS PIC 9(6) COMP VALUE 0.

       01  RPT-SHOW-COUNT PIC 9(6) VALUE 0.
       01  RPT-SHOW-WINS PIC 9(4) VALUE 0.
       01  RPT-SHOW-LOSSES PIC 9(4) VALUE 0.
       01  RPT-SHOW-DRAWS PIC 9(4) VALUE 0.
       COPY "COPYBOOK/SPOOL/DATA".

       PROCEDURE DIVISION.
       DISPLAY "==== DAILY ARCADE USAGE REPORT ====".
       MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-TODAY.
       MOVE "DAILYRPT" TO SPOOL_PROGRAM.
       MOVE "DAILY ARCADE USAGE REPORT" TO SPOOL_TITLE.
       PERFORM SPOOL_OPEN.
       PERFORM SUMMARIZE-HIGH-SCORES.
       PERFORM SUMMARIZE-TICTACTOE.
       PERFORM SUMMARIZE-TICTACTOE-TODAY.
       PERFORM PRINT-TOTALS.
       PERFORM SPOOL_CLOSE.
       STOP RUN.

       COPY "COPYBOOK/SPOOL/FUNCTIONS".

       SUMMARIZE-HIGH-SCORES SECTION.
           MOVE 0 TO HS-EOF-SWITCH.
           OPEN INPUT HIGH-SCORE-FILE.
                 CLOSE HIGH-SCORE-FILE
           END-IF.

           MOVE HS-SESSION-COUNT TO RPT-SHOW-COUNT.
           MOVE SPACES TO SPOOL_LINE.
           STRING "SNOBOL SESSIONS PLAYED TODAY: " RPT-SHOW-COUNT
                 DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE SPACES TO SPOOL_LINE.
           STRING "SNOBOL TOP SCORE TODAY: " HS-TOP-SCORE " BY "
                 HS-TOP-OPERATOR " (MODE " HS-TOP-MODE ")"
                 DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.

       SUMMARIZE-TICTACTOE SECTION.
           MOVE 0 TO ST-EOF-SWITCH.
           MOVE "TICTACTOE STANDINGS (ALL-TIME):" TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           OPEN INPUT STATS-FILE.
           IF ST-FILE-STATUS = "00" THEN
                 PERFORM UNTIL ST-EOF
                                   ADD 1 TO ST-PLAYER-COUNT
                                   ADD ST-WINS ST-LOSSES ST-DRAWS
                                         TO ST-GAME-SUM
                                   MOVE ST-WINS TO RPT-SHOW-WINS
                                   MOVE ST-LOSSES TO RPT-SHOW-LOSSES
                                   MOVE ST-DRAWS TO RPT-SHOW-DRAWS
                                   MOVE SPACES TO SPOOL_LINE
                                   STRING "  " ST-PLAYER-NAME
                                         " - W:" RPT-SHOW-WINS
                                         " L:" RPT-SHOW-LOSSES
                                         " D:" RPT-SHOW-DRAWS
                                         DELIMITED BY SIZE
                                         INTO SPOOL_LINE
                                   PERFORM SPOOL_PRINT
                       END-READ
                 END-PERFORM
                 CLOSE STATS-FILE
           END-IF.

           DIVIDE ST-GAME-SUM BY 2 GIVING ST-GAME-TOTAL.
           MOVE ST-GAME-TOTAL TO RPT-SHOW-COUNT.
           MOVE SPACES TO SPOOL_LINE.
           STRING "TICTACTOE SESSIONS PLAYED (ALL-TIME): "
                 RPT-SHOW-COUNT DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.

       SUMMARIZE-TICTACTOE-TODAY SECTION.
           MOVE 0 TO TH-EOF-SWITCH.
           MOVE "TICTACTOE GAMES PLAYED TODAY:" TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           OPEN INPUT HISTORY-FILE.
           IF TH-FILE-STATUS = "00" THEN
                 PERFORM READ-HISTORY-RECORD UNTIL TH-EOF
                 CLOSE HISTORY-FILE
           END-IF.
           MOVE TH-TODAY-COUNT TO RPT-SHOW-COUNT.
           MOVE SPACES TO SPOOL_LINE.
           STRING "TICTACTOE GAMES TODAY: " RPT-SHOW-COUNT
                 DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.

       READ-HISTORY-RECORD SECTION.
           READ HISTORY-FILE
                             ELSE
                                   MOVE SPACES TO TH-PLAY-KIND
                             END-IF
                             MOVE SPACES TO SPOOL_LINE
                             STRING "  " TH-PLAYER-NAME(1) " VS "
                                   TH-PLAYER-NAME(2) " - "
                                   TH-RESULT-TEXT
                                   " (" TH-MOVES " MOVES)"
                                   TH-PLAY-KIND
                                   DELIMITED BY SIZE INTO SPOOL_LINE
                             PERFORM SPOOL_PRINT
                       END-IF
           END-READ.

       PRINT-TOTALS SECTION.
           COMPUTE TOTAL-SESSIONS = HS-SESSION-COUNT + TH-TODAY-COUNT.
           MOVE TOTAL-SESSIONS TO RPT-SHOW-COUNT.
           MOVE SPACES TO SPOOL_LINE.
           STRING "TOTAL SESSIONS TODAY: " RPT-SHOW-COUNT
                 DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
