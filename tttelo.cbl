      *GAMES RATED. WINS AGAINST STRONGER OPPONENTS MOVE THE
      *RATING FURTHER; GAMES AGAINST THE COMPUTER ARE EXCLUDED THE
      *SAME WAY THE LEAGUE EXCLUDES IT FROM POINTS.
      *THE P LISTING IS ALSO SPOOLED TO A DATED PRINT FILE
      *REGISTERED IN RPTINDEX; RPTUTIL LISTS AND REPRINTS THEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "RATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
       COPY "COPYBOOK/SPOOL/SELECT".

       DATA DIVISION.
       FILE SECTION.
           05 TH-VS-COMPUTER PIC 9(1).
           05 TH-MOVES PIC 9(2).
           05 TH-TOURN-FIX PIC 9(3).
           05 TH-SESSION-NO PIC 9(8).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 RC-RATED-COUNT PIC 9(6).
       COPY "COPYBOOK/SPOOL/FD".

       WORKING-STORAGE SECTION.
       01  RT-FILE-STATUS PIC X(2) VALUE SPACES.
       01  EL-WORK-CHANGE PIC S9(4) USAGE IS COMP VALUE 0.

       01  EL-REPORT-COUNT PIC 9(4) VALUE 0.
       COPY "COPYBOOK/SPOOL/DATA".

       PROCEDURE DIVISION.
       DISPLAY "==== TICTACTOE SKILL RATINGS ====".
       END-EVALUATE.
       STOP RUN.

       COPY "COPYBOOK/SPOOL/FUNCTIONS".

       OPEN-RATINGS-FILE SECTION.
           OPEN I-O RATINGS-FILE.
           IF RT-FILE-STATUS = "35"
           IF RT-FILE-STATUS NOT = "00"
               DISPLAY "NO TTTRATE ON FILE. RUN R TO BUILD IT."
           ELSE
               MOVE "TTTELO" TO SPOOL_PROGRAM
               MOVE "TICTACTOE SKILL RATINGS" TO SPOOL_TITLE
               PERFORM SPOOL_OPEN
               MOVE "OPERATOR  RATING  PEAK  GAMES RATED" TO SPOOL_LINE
               PERFORM SPOOL_PRINT
               MOVE LOW-VALUES TO RT-OPERATOR-ID
               START RATINGS-FILE KEY NOT < RT-OPERATOR-ID
                   INVALID KEY
               END-START
               PERFORM PRINT-ONE-RATING UNTIL RT-EOF
               CLOSE RATINGS-FILE
               MOVE SPACES TO SPOOL_LINE
               STRING EL-REPORT-COUNT " OPERATOR(S) RATED."
                   DELIMITED BY SIZE INTO SPOOL_LINE
               PERFORM SPOOL_PRINT
               PERFORM SPOOL_CLOSE
           END-IF.

       PRINT-ONE-RATING SECTION.
                   MOVE 1 TO RT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO EL-REPORT-COUNT
                   MOVE SPACES TO SPOOL_LINE
                   STRING RT-OPERATOR-ID "  " RT-RATING "    "
                       RT-PEAK "  " RT-GAMES
                       DELIMITED BY SIZE INTO SPOOL_LINE
                   PERFORM SPOOL_PRINT
           END-READ.
