      *END STAMP IS BEFORE THEIR START STAMP, OR WHOSE LENGTH IS
      *PAST THE SANITY CAP, ARE THE DEBRIS OF A CRASHED GAME; THEY
      *ARE FLAGGED AND LEFT OUT OF EVERY TOTAL.
      *EACH RUN IS ALSO SPOOLED TO A DATED PRINT FILE REGISTERED
      *IN RPTINDEX; RPTUTIL LISTS AND REPRINTS THEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
       COPY "COPYBOOK/SPOOL/SELECT".

       DATA DIVISION.
       FILE SECTION.
           05 SL-START-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SL-END-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SL-SESSION-NO PIC 9(8).
       COPY "COPYBOOK/SPOOL/FD".

       WORKING-STORAGE SECTION.
       01  SL-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SR-SHOW-MINUTES PIC ZZZZZZ9.
       01  SR-SHOW-LONGEST PIC ZZZZZ9.
       01  SR-SHOW-AVERAGE PIC ZZZZZ9.
       01  SR-SHOW-RAN PIC 9(6) VALUE 0.
       COPY "COPYBOOK/SPOOL/DATA".

       PROCEDURE DIVISION.
       DISPLAY "==== SESSION UTILIZATION REPORT ====".
       PERFORM ACCEPT-DATE-RANGE.
       MOVE "SESSRPT" TO SPOOL_PROGRAM.
       MOVE "SESSION UTILIZATION REPORT" TO SPOOL_TITLE.
       PERFORM SPOOL_OPEN.
       PERFORM CLEAR-HOUR-ENTRY VARYING SR-HOUR-NO FROM 1 BY 1
           UNTIL SR-HOUR-NO > 24.
       PERFORM TALLY-SESSION-LOG.
       PERFORM PRINT-GAME-USAGE.
       PERFORM PRINT-OPERATOR-USAGE.
       PERFORM PRINT-REPORT-TOTALS.
       PERFORM SPOOL_CLOSE.
       STOP RUN.

       COPY "COPYBOOK/SPOOL/FUNCTIONS".

       ACCEPT-DATE-RANGE SECTION.
           DISPLAY "FROM DATE (YYYYMMDD, BLANK FOR ALL): "
               WITH NO ADVANCING.
           MOVE 0 TO SL-EOF-SWITCH.
           OPEN INPUT SESSION-LOG-FILE.
           IF SL-FILE-STATUS NOT = "00"
               MOVE SPACES TO SPOOL_LINE
               STRING "CANNOT OPEN SESSLOG. STATUS " SL-FILE-STATUS
                   DELIMITED BY SIZE INTO SPOOL_LINE
               PERFORM SPOOL_PRINT
               PERFORM SPOOL_CLOSE
               STOP RUN
           END-IF.
           PERFORM READ-SESSION-RECORD UNTIL SL-EOF.
       TALLY-ONE-SESSION SECTION.
           IF SL-START-STAMP NOT NUMERIC OR SL-END-STAMP NOT NUMERIC
               ADD 1 TO SR-FLAGGED-COUNT
               MOVE SPACES TO SPOOL_LINE
               STRING "FLAGGED: " SL-OPERATOR " " SL-GAME
                   " HAS A NON-NUMERIC STAMP PAIR"
                   DELIMITED BY SIZE INTO SPOOL_LINE
               PERFORM SPOOL_PRINT
           ELSE
               MOVE SL-START-STAMP TO SR-STAMP
               MOVE SR-STAMP-HH TO SR-START-HOUR
               MOVE SR-STAMP-SECS TO SR-END-SECS
               IF SR-END-SECS < SR-START-SECS
                   ADD 1 TO SR-FLAGGED-COUNT
                   MOVE SPACES TO SPOOL_LINE
                   STRING "FLAGGED: " SL-OPERATOR " " SL-GAME
                       " ENDS BEFORE IT STARTS ("
                       SL-START-STAMP " / " SL-END-STAMP ")"
                       DELIMITED BY SIZE INTO SPOOL_LINE
                   PERFORM SPOOL_PRINT
               ELSE
                   COMPUTE SR-MINUTES =
                       (SR-END-SECS - SR-START-SECS + 59) / 60
                   IF SR-MINUTES > SR-SANITY-CAP
                       ADD 1 TO SR-FLAGGED-COUNT
                       MOVE SR-MINUTES TO SR-SHOW-RAN
                       MOVE SPACES TO SPOOL_LINE
                       STRING "FLAGGED: " SL-OPERATOR " " SL-GAME
                           " RAN " SR-SHOW-RAN " MINUTES, PAST THE "
                           "SANITY CAP" DELIMITED BY SIZE
                           INTO SPOOL_LINE
                       PERFORM SPOOL_PRINT
                   ELSE
                       ADD 1 TO SR-USED-COUNT
                       PERFORM ADD-HOUR-USAGE
                   MOVE 0 TO SR-GAME-MINUTES(SR-GAME-IX)
                   MOVE 0 TO SR-GAME-LONGEST(SR-GAME-IX)
               ELSE
                   MOVE SPACES TO SPOOL_LINE
                   STRING "WARNING: GAME TABLE FULL, " SL-GAME
                       " NOT COUNTED" DELIMITED BY SIZE
                       INTO SPOOL_LINE
                   PERFORM SPOOL_PRINT
               END-IF
           END-IF.
           IF SR-FOUND-SLOT NOT = 0
                   MOVE 0 TO SR-OPER-SESSIONS(SR-OPER-IX)
                   MOVE 0 TO SR-OPER-MINUTES(SR-OPER-IX)
               ELSE
                   MOVE SPACES TO SPOOL_LINE
                   STRING "WARNING: OPERATOR TABLE FULL, "
                       SL-OPERATOR " NOT COUNTED" DELIMITED BY SIZE
                       INTO SPOOL_LINE
                   PERFORM SPOOL_PRINT
               END-IF
           END-IF.
           IF SR-FOUND-SLOT NOT = 0
           END-IF.

       PRINT-HOURLY-USAGE SECTION.
           MOVE SPACES TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           STRING "SESSIONS BY HOUR OF DAY (" SR-FROM-DATE
               " TO " SR-TO-DATE "):" DELIMITED BY SIZE
               INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE "HOUR  SESSIONS  MINUTES" TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           PERFORM PRINT-ONE-HOUR VARYING SR-HOUR-NO FROM 1 BY 1
               UNTIL SR-HOUR-NO > 24.

               COMPUTE SR-HOUR-LABEL = SR-HOUR-NO - 1
               MOVE SR-HOUR-SESSIONS(SR-HOUR-IX) TO SR-SHOW-SESSIONS
               MOVE SR-HOUR-MINUTES(SR-HOUR-IX) TO SR-SHOW-MINUTES
               MOVE SPACES TO SPOOL_LINE
               STRING "  " SR-HOUR-LABEL "   " SR-SHOW-SESSIONS
                   "  " SR-SHOW-MINUTES DELIMITED BY SIZE
                   INTO SPOOL_LINE
               PERFORM SPOOL_PRINT
           END-IF.

       PRINT-GAME-USAGE SECTION.
           MOVE SPACES TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE "SESSION LENGTH PER GAME:" TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE "GAME       SESSIONS  AVG MIN  LONGEST" TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           PERFORM PRINT-ONE-GAME VARYING SR-SCAN FROM 1 BY 1
               UNTIL SR-SCAN > SR-GAME-COUNT.
           IF SR-GAME-COUNT = 0
               MOVE "  (NO SESSIONS IN RANGE)" TO SPOOL_LINE
               PERFORM SPOOL_PRINT
           END-IF.

       PRINT-ONE-GAME SECTION.
           MOVE SR-GAME-SESSIONS(SR-GAME-IX) TO SR-SHOW-SESSIONS.
           MOVE SR-GAME-AVERAGE TO SR-SHOW-AVERAGE.
           MOVE SR-GAME-LONGEST(SR-GAME-IX) TO SR-SHOW-LONGEST.
           MOVE SPACES TO SPOOL_LINE.
           STRING SR-GAME-NAME(SR-GAME-IX) "  " SR-SHOW-SESSIONS
               "  " SR-SHOW-AVERAGE "  " SR-SHOW-LONGEST
               DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.

       PRINT-OPERATOR-USAGE SECTION.
           MOVE SPACES TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE "MACHINE TIME PER OPERATOR:" TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE "OPERATOR  SESSIONS  MINUTES" TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           PERFORM PRINT-ONE-OPERATOR VARYING SR-SCAN FROM 1 BY 1
               UNTIL SR-SCAN > SR-OPER-COUNT.
           IF SR-OPER-COUNT = 0
               MOVE "  (NO SESSIONS IN RANGE)" TO SPOOL_LINE
               PERFORM SPOOL_PRINT
           END-IF.

       PRINT-ONE-OPERATOR SECTION.
           SET SR-OPER-IX TO SR-SCAN.
           MOVE SR-OPER-SESSIONS(SR-OPER-IX) TO SR-SHOW-SESSIONS.
           MOVE SR-OPER-MINUTES(SR-OPER-IX) TO SR-SHOW-MINUTES.
           MOVE SPACES TO SPOOL_LINE.
           STRING SR-OPER-ID(SR-OPER-IX) "  " SR-SHOW-SESSIONS
               "  " SR-SHOW-MINUTES DELIMITED BY SIZE
               INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.

       PRINT-REPORT-TOTALS SECTION.
           MOVE SPACES TO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           STRING "RECORDS READ:      " SR-READ-COUNT
               DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE SPACES TO SPOOL_LINE.
           STRING "OUTSIDE THE RANGE: " SR-RANGE-SKIPPED
               DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE SPACES TO SPOOL_LINE.
           STRING "SESSIONS COUNTED:  " SR-USED-COUNT
               DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
           MOVE SPACES TO SPOOL_LINE.
           STRING "SESSIONS FLAGGED:  " SR-FLAGGED-COUNT
               DELIMITED BY SIZE INTO SPOOL_LINE.
           PERFORM SPOOL_PRINT.
