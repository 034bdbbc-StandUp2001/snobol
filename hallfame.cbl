      *PROGRESSION OF THE RECORD OVER TIME, AND THE ROLL OF SEASON
      *CHAMPIONS. SCORES THAT SCROLLED OUT OF THE LIVE FILE STAY
      *VISIBLE HERE.
      *EACH RUN IS ALSO SPOOLED TO A DATED PRINT FILE REGISTERED
      *IN RPTINDEX; RPTUTIL LISTS AND REPRINTS THEM.
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
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 AR-OPERATOR-ID PIC X(08).
           05 AR-MODE PIC X(01).
       FD  SEASON-HISTORY-FILE.
       01  SEASON-HISTORY-RECORD PIC X(60).
       COPY "COPYBOOK/SPOOL/FD".

       WORKING-STORAGE SECTION.
       01  HS-FILE-STATUS PIC X(2) VALUE SPACES.

       01  HF-SEASON-HOLD PIC X(6) VALUE SPACES.
       01  HF-CHAMPION-COUNT PIC 9(4) VALUE 0.
       01  HF-SHOW-MAX PIC 9(4) VALUE 0.
       COPY "COPYBOOK/SPOOL/DATA".

       PROCEDURE DIVISION.
       DISPLAY "==== ALL-TIME HALL OF FAME ====".
       MOVE HF-CURRENT-DATE(1:4) TO HF-THIS-YEAR.
       PERFORM LOAD-ARCHIVE-YEARS.
       PERFORM LOAD-LIVE-HISCORE.
       MOVE "HALLFAME" TO SPOOL_PROGRAM.
       MOVE "ALL-TIME HALL OF FAME" TO SPOOL_TITLE.
       PERFORM SPOOL_OPEN.
       IF HF-OVERFLOW = 1
           MOVE HF-SCORE-MAX TO HF-SHOW-MAX
           MOVE SPACES TO SPOOL_LINE
           STRING "WARNING: MORE THAN " HF-SHOW-MAX " SCORES ON "
               "FILE - LATER ONES WERE NOT RANKED."
               DELIMITED BY SIZE INTO SPOOL_LINE
           PERFORM SPOOL_PRINT
       END-IF.
       IF HF-SCORE-COUNT = 0
           MOVE "NO SCORES ON FILE ANYWHERE. NOTHING TO SHOW."
               TO SPOOL_LINE
           PERFORM SPOOL_PRINT
       ELSE
           PERFORM SORT-BY-SCORE
           PERFORM PRINT-TOP-TEN-PER-MODE
           PERFORM PRINT-RECORD-PROGRESSION
       END-IF.
       PERFORM PRINT-SEASON-CHAMPIONS.
       PERFORM SPOOL_CLOSE.
       STOP RUN.

       COPY "COPYBOOK/SPOOL/FUNCTIONS".

       LOAD-ARCHIVE-YEARS SECTION.
           PERFORM LOAD-ONE-ARCHIVE VARYING HF-SCAN-YEAR FROM
               HF-FIRST-YEAR BY 1 UNTIL HF-SCAN-YEAR > HF-THIS-YEAR.

       PRINT-ONE-MODE-TOP SECTION.
           MOVE HF-MODE-CODE(HF-MODE-NO) TO HF-WORK-MODE.
           MOVE SPACES TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           STRING "ALL-TIME TOP TEN - MODE " HF-WORK-MODE ":"
               DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE 0 TO HF-SHOWN-COUNT.
           MOVE 0 TO HF-RANK.
           PERFORM SHOW-MODE-ENTRY VARYING HF-SCAN FROM 1 BY 1
               UNTIL HF-SCAN > HF-SCORE-COUNT OR
               HF-SHOWN-COUNT >= 10.
           IF HF-SHOWN-COUNT = 0
               MOVE "  (NO SCORES IN THIS MODE)" TO SPOOL_LINE
               PERFORM SPOOL_PRINT
           END-IF.

       SHOW-MODE-ENTRY SECTION.
           IF HF-MODE(HF-SCORE-IX) = HF-WORK-MODE
               ADD 1 TO HF-SHOWN-COUNT
               ADD 1 TO HF-RANK
               MOVE SPACES TO SPOOL_LINE
               STRING "  " HF-RANK ". " HF-SCORE(HF-SCORE-IX)
                   " BY " HF-OPERATOR(HF-SCORE-IX)
                   " ON " HF-DATE(HF-SCORE-IX)
                   DELIMITED BY SIZE INTO SPOOL_LINE
               PERFORM SPOOL_PRINT
           END-IF.

      *    THE TABLE IS ALREADY IN SCORE ORDER, SO THE FIRST TIME
      *    AN OPERATOR APPEARS IS THEIR PERSONAL BEST.
       PRINT-PERSONAL-BESTS SECTION.
           MOVE SPACES TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE "PERSONAL BESTS (ANY MODE):" TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE 0 TO HF-OPER-COUNT.
           PERFORM SHOW-PERSONAL-BEST VARYING HF-SCAN FROM 1 BY 1
               UNTIL HF-SCAN > HF-SCORE-COUNT.
                   ADD 1 TO HF-OPER-COUNT
                   MOVE HF-OPERATOR(HF-SCORE-IX) TO
                       HF-OPER-SEEN(HF-OPER-COUNT)
                   MOVE SPACES TO SPOOL_LINE
                   STRING "  " HF-OPERATOR(HF-SCORE-IX) " "
                       HF-SCORE(HF-SCORE-IX) " (MODE "
                       HF-MODE(HF-SCORE-IX) ") SET ON "
                       HF-DATE(HF-SCORE-IX)
                       DELIMITED BY SIZE INTO SPOOL_LINE
                   PERFORM SPOOL_PRINT
               ELSE
                   MOVE SPACES TO SPOOL_LINE
                   STRING "WARNING: OPERATOR TABLE FULL, "
                       HF-OPERATOR(HF-SCORE-IX) " NOT LISTED"
                       DELIMITED BY SIZE INTO SPOOL_LINE
                   PERFORM SPOOL_PRINT
               END-IF
           END-IF.


       PRINT-ONE-PROGRESSION SECTION.
           MOVE HF-MODE-CODE(HF-MODE-NO) TO HF-WORK-MODE.
           MOVE SPACES TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           STRING "RECORD PROGRESSION - MODE " HF-WORK-MODE ":"
               DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE 0 TO HF-RECORD-HOLD.
           PERFORM SHOW-PROGRESSION-STEP VARYING HF-SCAN FROM 1
               BY 1 UNTIL HF-SCAN > HF-SCORE-COUNT.
           IF HF-RECORD-HOLD = 0
               MOVE "  (NO SCORES IN THIS MODE)" TO SPOOL_LINE
               PERFORM SPOOL_PRINT
           END-IF.

       SHOW-PROGRESSION-STEP SECTION.
           IF HF-MODE(HF-SCORE-IX) = HF-WORK-MODE AND
               HF-SCORE(HF-SCORE-IX) > HF-RECORD-HOLD
               MOVE HF-SCORE(HF-SCORE-IX) TO HF-RECORD-HOLD
               MOVE SPACES TO SPOOL_LINE
               STRING "  " HF-DATE(HF-SCORE-IX) " - RECORD RAISED "
                   "TO " HF-SCORE(HF-SCORE-IX) " BY "
                   HF-OPERATOR(HF-SCORE-IX)
                   DELIMITED BY SIZE INTO SPOOL_LINE
               PERFORM SPOOL_PRINT
           END-IF.

      *    SEASHIST IS THE LEAGUE'S OWN PRINT FORMAT; THE SEASON
      *    BANNER AND CHAMPION LINES ARE PICKED BACK OUT OF IT.
       PRINT-SEASON-CHAMPIONS SECTION.
           MOVE SPACES TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE "SEASON CHAMPIONS:" TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE 0 TO SH-EOF-SWITCH.
           OPEN INPUT SEASON-HISTORY-FILE.
           IF SH-FILE-STATUS NOT = "00"
               MOVE "  (NO SEASON HISTORY ON FILE)" TO SPOOL_LINE
               PERFORM SPOOL_PRINT
           ELSE
               PERFORM READ-SEASON-LINE UNTIL SH-EOF
               CLOSE SEASON-HISTORY-FILE
               IF HF-CHAMPION-COUNT = 0
                   MOVE "  (NO CLOSED SEASONS YET)" TO SPOOL_LINE
                   PERFORM SPOOL_PRINT
               END-IF
           END-IF.

                   END-IF
                   IF SEASON-HISTORY-RECORD(1:11) = " CHAMPION: "
                       ADD 1 TO HF-CHAMPION-COUNT
                       MOVE SPACES TO SPOOL_LINE
                       STRING "  SEASON " HF-SEASON-HOLD " - "
                           SEASON-HISTORY-RECORD(12:8)
                           DELIMITED BY SIZE INTO SPOOL_LINE
                       PERFORM SPOOL_PRINT
                   END-IF
           END-READ.
