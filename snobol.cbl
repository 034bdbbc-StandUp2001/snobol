               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OM-FILE-STATUS.

           COPY "COPYBOOK/LOCK/SELECT".

       DATA DIVISION.
       FILE SECTION.
       FD  HIGH-SCORE-FILE.
           05 HS-DATE PIC X(08).
           05 HS-SCORE PIC 9(03).
           05 HS-MODE PIC X(01).
           05 HS-SESSION-NO PIC 9(8).

       FD  GAME-CONFIG-FILE.
       01  GAME-CONFIG-RECORD.
           05 OP-SPEED-CODE PIC X(1).
           05 OP-ACTIVE PIC X(1).
           05 OP-DAILY-LIMIT PIC 9(3).
           05 OP-ROLE PIC X(1).
           05 OP-SECRET PIC X(8).
           05 OP-DEPT-CODE PIC X(6).

       COPY "COPYBOOK/LOCK/FD".

       WORKING-STORAGE SECTION.
       01 ASCII-W PIC 9(3) USAGE IS COMP VALUE 119.
       01 ML-END-SCORE PIC 9(3) VALUE 0.
       01 ML-LINE PIC X(80) VALUE SPACES.

       01 SES-SESSION-TEXT PIC X(8) VALUE SPACES.
       01 SES-SESSION-NO PIC 9(8) VALUE 0.

       COPY "COPYBOOK/LOCK/DATA".

       PROCEDURE DIVISION.
       
       MAIN.
           PERFORM VALIDATE-OPERATOR.
           MOVE "SNOBOL" TO LF-PROGRAM.
           MOVE OPR-OPERATOR-ID TO LF-STATION.
           PERFORM PICK-UP-SESSION-NUMBER.
           PERFORM SET-SAVE-FILE-NAME.
           PERFORM LOAD-GAME-CONFIG.
           PERFORM SELECT-PLAY-MODE.
           END-IF.
           PERFORM CHECK-OPERATOR-REGISTERED.

      *    THE ARCADE MENU HANDS EVERY LAUNCH A SESSION NUMBER IN
      *    ARCSESS SO THE SCORE AND LOG MARKERS CAN BE TIED BACK
      *    TO ITS SESSLOG RECORD. RUN OUTSIDE THE ARCADE THERE IS
      *    NONE, AND ZERO IS STAMPED.
       PICK-UP-SESSION-NUMBER.
           MOVE SPACES TO SES-SESSION-TEXT.
           ACCEPT SES-SESSION-TEXT FROM ENVIRONMENT "ARCSESS".
           IF SES-SESSION-TEXT NUMERIC THEN
                 MOVE SES-SESSION-TEXT TO SES-SESSION-NO
           ELSE
                 MOVE 0 TO SES-SESSION-NO
           END-IF.

      *    WITH TWO TERMINALS ON ONE DATA DIRECTORY A SHARED SNKSAVE
      *    LETS ONE PLAYER'S CHECKPOINT DESTROY ANOTHER'S, SO EVERY
      *    OPERATOR GETS A SAVE SLOT KEYED TO THE VALIDATED ID.
           END-IF.
           STOP RUN.

      *    HSARCH REBUILDS HISCORE WHOLE UNDER HSLOCK, SO THE SCORE
      *    IS ONLY WRITTEN WHILE THIS STATION HOLDS THAT LOCK. A
      *    SCORE THAT CANNOT BE WRITTEN - LOCK, FILE OR RECORD STILL
      *    BUSY AFTER THE RETRIES - GOES TO CONTLOG WHOLE, SO A
      *    SUPERVISOR CAN RE-KEY IT RATHER THAN LOSE IT.
       SAVE-HIGH-SCORE.
           MOVE OPR-OPERATOR-ID TO HS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO HS-CURRENT-DATE.
           MOVE HS-CURRENT-DATE(1:8) TO HS-DATE.
           MOVE HS-CURRENT-DATE(9:6) TO HS-SEQ-NO.
           MOVE SNAKE-LEN TO HS-SCORE.
           MOVE GAME-MODE TO HS-MODE.
           MOVE SES-SESSION-NO TO HS-SESSION-NO.

           MOVE "HSLOCK" TO LF-FILE-NAME.
           MOVE "HISCORE" TO CN-GUARDED-FILE.
           MOVE HIGH-SCORE-RECORD TO CN-DETAIL.
           PERFORM TAKE-FILE-LOCK.
           IF LF-HELD THEN
                 PERFORM STORE-HIGH-SCORE
                 PERFORM RELEASE-FILE-LOCK
           ELSE
                 DISPLAY "HIGH SCORE NOT SAVED - HISCORE BUSY. "
                       "HELD IN CONTLOG FOR RE-KEYING."
           END-IF.

       STORE-HIGH-SCORE.
           MOVE 0 TO LF-TRY-COUNT.
           MOVE "61" TO HS-FILE-STATUS.
           PERFORM OPEN-HIGH-SCORE-FILE
                 UNTIL HS-FILE-STATUS NOT = "61" OR
                 LF-TRY-COUNT NOT < LF-TRY-MAX.

           IF HS-FILE-STATUS NOT = "00" THEN
                 DISPLAY "HIGH SCORE NOT SAVED. HISCORE STATUS "
                       HS-FILE-STATUS
                 PERFORM LOG-UNSAVED-SCORE
           ELSE
                 IF LF-TRY-COUNT > 1 THEN
                       MOVE HS-FILE-STATUS TO CN-LAST-STATUS
                       MOVE "W" TO CN-OUTCOME
                       PERFORM LOG-CONTENTION
                 END-IF
                 MOVE 1 TO LF-TRY-COUNT
                 MOVE "22" TO HS-FILE-STATUS
                 PERFORM WRITE-HIGH-SCORE-RECORD
                       UNTIL (HS-FILE-STATUS NOT = "22" AND
                       HS-FILE-STATUS NOT = "51") OR
                       LF-TRY-COUNT NOT < LF-TRY-MAX
                 IF HS-FILE-STATUS NOT = "00" THEN
                       DISPLAY "HIGH SCORE NOT SAVED. HISCORE "
                             "STATUS " HS-FILE-STATUS
                       PERFORM LOG-UNSAVED-SCORE
                 ELSE
                       IF LF-TRY-COUNT > 1 THEN
                             MOVE HS-FILE-STATUS TO CN-LAST-STATUS
                             MOVE "W" TO CN-OUTCOME
                             PERFORM LOG-CONTENTION
                       END-IF
                 END-IF
                 CLOSE HIGH-SCORE-FILE
           END-IF.

       OPEN-HIGH-SCORE-FILE.
           IF LF-TRY-COUNT > 0 THEN
                 CALL "usleep" USING BY VALUE 250000
           END-IF.
           ADD 1 TO LF-TRY-COUNT.
           OPEN I-O HIGH-SCORE-FILE.
           IF HS-FILE-STATUS = "35" THEN
                 OPEN OUTPUT HIGH-SCORE-FILE
                 CLOSE HIGH-SCORE-FILE
                 OPEN I-O HIGH-SCORE-FILE
           END-IF.

      *    A DUPLICATE KEY (22) IS RETRIED WITH THE NEXT SEQUENCE
      *    NUMBER AND A LOCKED ONE (51) IS WAITED FOR; ANY OTHER
      *    STATUS ENDS THE LOOP.
       WRITE-HIGH-SCORE-RECORD.
           IF HS-FILE-STATUS = "51" THEN
                 CALL "usleep" USING BY VALUE 250000
                 ADD 1 TO LF-TRY-COUNT
           END-IF.
           WRITE HIGH-SCORE-RECORD.
           IF HS-FILE-STATUS = "22" THEN
                 ADD 1 TO HS-SEQ-NO
           END-IF.

       LOG-UNSAVED-SCORE.
           MOVE HS-FILE-STATUS TO CN-LAST-STATUS.
           MOVE "F" TO CN-OUTCOME.
           MOVE HIGH-SCORE-RECORD TO CN-DETAIL.
           PERFORM LOG-CONTENTION.
           DISPLAY "THE SCORE IS HELD IN CONTLOG FOR RE-KEYING.".

      *    HOLD THE LOCK FILE NAMED IN LF-FILE-NAME OPEN WITH NO
      *    SHARING. ANOTHER STATION ALREADY HOLDING IT GETS STATUS
      *    61 AND WAITS; ANY OTHER FAILURE GIVES UP AT ONCE.
       TAKE-FILE-LOCK.
           MOVE 0 TO LF-HELD-SWITCH.
           MOVE 0 TO LF-GAVE-UP-SWITCH.
           MOVE 0 TO LF-TRY-COUNT.
           PERFORM TRY-FILE-LOCK UNTIL LF-HELD OR LF-GAVE-UP.
           MOVE LF-FILE-STATUS TO CN-LAST-STATUS.
           IF LF-HELD THEN
                 MOVE "W" TO CN-OUTCOME
           ELSE
                 MOVE "F" TO CN-OUTCOME
           END-IF.
           IF LF-TRY-COUNT > 1 OR NOT LF-HELD THEN
                 PERFORM LOG-CONTENTION
           END-IF.

       TRY-FILE-LOCK.
           IF LF-TRY-COUNT > 0 THEN
                 CALL "usleep" USING BY VALUE 250000
           END-IF.
           ADD 1 TO LF-TRY-COUNT.
           OPEN EXTEND SHARING WITH NO OTHER LOCK-FILE.
           IF LF-FILE-STATUS = "35" THEN
                 OPEN OUTPUT SHARING WITH NO OTHER LOCK-FILE
           END-IF.
           EVALUATE TRUE
                 WHEN LF-FILE-STATUS = "00"
                       MOVE 1 TO LF-HELD-SWITCH
                 WHEN LF-FILE-STATUS = "61" AND
                       LF-TRY-COUNT < LF-TRY-MAX
                       CONTINUE
                 WHEN OTHER
                       MOVE 1 TO LF-GAVE-UP-SWITCH
           END-EVALUATE.

       RELEASE-FILE-LOCK.
           IF LF-HELD THEN
                 CLOSE LOCK-FILE
                 MOVE 0 TO LF-HELD-SWITCH
           END-IF.

       LOG-CONTENTION.
           OPEN EXTEND CONTENTION-LOG-FILE.
           IF CL-FILE-STATUS = "35" THEN
                 OPEN OUTPUT CONTENTION-LOG-FILE
           END-IF.
           IF CL-FILE-STATUS NOT = "00" THEN
                 DISPLAY "WARNING: CONTLOG NOT WRITABLE, STATUS "
                       CL-FILE-STATUS
           ELSE
                 MOVE SPACES TO CONTENTION-LOG-RECORD
                 MOVE FUNCTION CURRENT-DATE TO CN-STAMP
                 MOVE CN-STAMP(1:14) TO CL-STAMP
                 MOVE LF-PROGRAM TO CL-PROGRAM
                 MOVE LF-STATION TO CL-STATION
                 MOVE CN-GUARDED-FILE TO CL-FILE-NAME
                 MOVE CN-OUTCOME TO CL-OUTCOME
                 MOVE LF-TRY-COUNT TO CL-TRIES
                 MOVE CN-LAST-STATUS TO CL-LAST-STATUS
                 IF CN-OUTCOME = "F" THEN
                       MOVE CN-DETAIL TO CL-DETAIL
                 END-IF
                 WRITE CONTENTION-LOG-RECORD
                 CLOSE CONTENTION-LOG-FILE
           END-IF.

       GAME-LOOP.
           IF CREATE-MORE-FOOD = 1 THEN
                 PERFORM CREATE-FOOD
      *    THAT WAS QUIT WITHOUT REACHING GAME OVER, SO THEY CANNOT
      *    MERGE INTO THE NEXT GAME'S RUN. A CHECKPOINTED GAME THAT
      *    IS RESUMED WRITES NO MARKER - ITS MOVES BELONG TOGETHER.
      *    THE SESSION AND OPERATOR FOLLOW THE FIXED MARKER TEXT SO
      *    THE READERS THAT KEY ON COLUMN 16 ARE UNAFFECTED. THE
      *    SPEED TIER, BOARD SIZE AND MODE IN FORCE COME LAST, SO
      *    SNKSCAN CAN JUDGE THE RUN BY THE RULES IT WAS PLAYED TO.
       LOG-GAME-START.
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP.
           MOVE SPACES TO ML-LINE.
           STRING ML-TIMESTAMP(1:15) " START"
                 " SESSION=" SES-SESSION-NO
                 " OPERATOR=" OPR-OPERATOR-ID
                 " SPEED=" CFG-SPEED-TIER
                 " BOARD=" CFG-BOARD-SIZE
                 " MODE=" GAME-MODE
                 DELIMITED BY SIZE INTO ML-LINE.

           OPEN EXTEND MOVE-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP.
           MOVE SPACES TO ML-LINE.
           STRING ML-TIMESTAMP(1:15) " END SCORE=" ML-END-SCORE
                 " SESSION=" SES-SESSION-NO
                 " OPERATOR=" OPR-OPERATOR-ID
                 DELIMITED BY SIZE INTO ML-LINE.

           OPEN EXTEND MOVE-LOG-FILE.
