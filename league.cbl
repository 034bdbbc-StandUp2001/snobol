      *BEFORE THE NEW SEASON BEGINS.
      *POINTS: SNOBOL SCORE 1-9 = 1, 10-19 = 3, 20 AND UP = 5 PER
      *GAME. TICTACTOE WIN = 3, DRAW = 1 (THE COMPUTER EARNS NONE).
      *EVERY TABLE WRITTEN (CLOSING AND CURRENT) IS ALSO SPOOLED TO
      *A DATED PRINT FILE REGISTERED IN RPTINDEX, SINCE LEAGSTND
      *ITSELF IS REPLACED EACH RUN; RPTUTIL LISTS AND REPRINTS THEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.
       COPY "COPYBOOK/SPOOL/SELECT".

       DATA DIVISION.
       FILE SECTION.
           05 HS-DATE PIC X(08).
           05 HS-SCORE PIC 9(03).
           05 HS-MODE PIC X(01).
           05 HS-SESSION-NO PIC 9(8).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 TH-DATE PIC X(08).
           05 TH-VS-COMPUTER PIC 9(1).
           05 TH-MOVES PIC 9(2).
           05 TH-TOURN-FIX PIC 9(3).
           05 TH-SESSION-NO PIC 9(8).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 LC-SEASON PIC X(6).
       01  STANDINGS-RECORD PIC X(60).
       FD  SEASON-HISTORY-FILE.
       01  SEASON-HISTORY-RECORD PIC X(60).
       COPY "COPYBOOK/SPOOL/FD".

       WORKING-STORAGE SECTION.
       01  HS-FILE-STATUS PIC X(2) VALUE SPACES.
           05 FILLER PIC X(24) VALUE SPACES.
       01  LG-COLUMN-LINE PIC X(60) VALUE
           " RANK  OPERATOR   SNOBOL      TTT    TOTAL".
       COPY "COPYBOOK/SPOOL/DATA".

       PROCEDURE DIVISION.
       DISPLAY "==== ARCADE LEAGUE ====".
       MOVE FUNCTION CURRENT-DATE TO LG-CURRENT-DATE.
       MOVE LG-CURRENT-DATE(1:6) TO LG-CURRENT-MONTH.
       PERFORM READ-SEASON-CONTROL.
       MOVE "LEAGUE" TO SPOOL_PROGRAM.
       MOVE "ARCADE LEAGUE STANDINGS" TO SPOOL_TITLE.
       PERFORM SPOOL_OPEN.

      *    EVERY MONTH SINCE THE LAST RUN GETS ITS OWN CLOSING
      *    TABLE, EVEN IF THE LEAGUE SKIPPED A MONTH OR TWO.
       PERFORM WRITE-CURRENT-STANDINGS.
       DISPLAY "STANDINGS FOR SEASON " LG-SEASON
           " WRITTEN TO LEAGSTND (" LG-OPER-COUNT " OPERATORS).".
       PERFORM SPOOL_CLOSE.
       STOP RUN.

       COPY "COPYBOOK/SPOOL/FUNCTIONS".

       READ-SEASON-CONTROL SECTION.
           MOVE SPACES TO LG-OPEN-SEASON.
           OPEN INPUT CONTROL-FILE.
           STRING "==== SEASON " LG-SEASON " FINAL STANDINGS ===="
               DELIMITED BY SIZE INTO LG-HEADER-LINE.
           WRITE SEASON-HISTORY-RECORD FROM LG-HEADER-LINE.
           MOVE LG-HEADER-LINE TO SPOOL_LINE.
           PERFORM SPOOL_WRITE.
           WRITE SEASON-HISTORY-RECORD FROM LG-COLUMN-LINE.
           MOVE LG-COLUMN-LINE TO SPOOL_LINE.
           PERFORM SPOOL_WRITE.
           PERFORM WRITE-HISTORY-DETAIL VARYING LG-RANK FROM 1 BY 1
               UNTIL LG-RANK > LG-OPER-COUNT.
           IF LG-OPER-COUNT = 0
                   DELIMITED BY SIZE INTO LG-HEADER-LINE
               WRITE SEASON-HISTORY-RECORD FROM LG-HEADER-LINE
           END-IF.
           MOVE LG-HEADER-LINE TO SPOOL_LINE.
           PERFORM SPOOL_WRITE.
           MOVE SPACES TO LG-HEADER-LINE.
           WRITE SEASON-HISTORY-RECORD FROM LG-HEADER-LINE.
           MOVE SPACES TO SPOOL_LINE.
           PERFORM SPOOL_WRITE.
           CLOSE SEASON-HISTORY-FILE.
           MOVE SPACES TO SPOOL_LINE.
           STRING "SEASON " LG-SEASON " CLOSED AND SAVED TO "
               "SEASHIST." DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.

       WRITE-HISTORY-DETAIL SECTION.
           PERFORM FORMAT-DETAIL-LINE.
           WRITE SEASON-HISTORY-RECORD FROM LG-DETAIL-LINE.
           MOVE LG-DETAIL-LINE TO SPOOL_LINE.
           PERFORM SPOOL_WRITE.

       WRITE-CURRENT-STANDINGS SECTION.
           OPEN OUTPUT STANDINGS-FILE.
           STRING "==== LEAGUE STANDINGS - SEASON " LG-SEASON " ===="
               DELIMITED BY SIZE INTO LG-HEADER-LINE.
           WRITE STANDINGS-RECORD FROM LG-HEADER-LINE.
           MOVE LG-HEADER-LINE TO SPOOL_LINE.
           PERFORM SPOOL_WRITE.
           WRITE STANDINGS-RECORD FROM LG-COLUMN-LINE.
           MOVE LG-COLUMN-LINE TO SPOOL_LINE.
           PERFORM SPOOL_WRITE.
           PERFORM WRITE-STANDINGS-DETAIL VARYING LG-RANK FROM 1 BY 1
               UNTIL LG-RANK > LG-OPER-COUNT.
           IF LG-OPER-COUNT = 0
               MOVE " (NO RESULTS THIS SEASON)" TO LG-HEADER-LINE
               WRITE STANDINGS-RECORD FROM LG-HEADER-LINE
               MOVE LG-HEADER-LINE TO SPOOL_LINE
               PERFORM SPOOL_WRITE
           END-IF.
           CLOSE STANDINGS-FILE.

       WRITE-STANDINGS-DETAIL SECTION.
           PERFORM FORMAT-DETAIL-LINE.
           WRITE STANDINGS-RECORD FROM LG-DETAIL-LINE.
           MOVE LG-DETAIL-LINE TO SPOOL_LINE.
           PERFORM SPOOL_WRITE.

       FORMAT-DETAIL-LINE SECTION.
           SET LG-OPER-IX TO LG-RANK.
