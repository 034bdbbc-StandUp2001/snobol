       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNKSCAN.
      *NIGHTLY PLAUSIBILITY SCAN OF THE SNOBOL MOVE LOGS. NIGHTAUD
      *PROVES A SCORE MATCHES ITS SCORED=YES COUNT; THIS SCAN ASKS
      *WHETHER THE RUN BEHIND IT COULD HAVE BEEN PLAYED AT ALL.
      *EACH COMPLETED RUN IN THE LIVE SNKLOG AND IN THE DATED
      *SNKLYYYYMMDD LOGS IS JUDGED ON THREE THINGS: MOVES LOGGED
      *CLOSER TOGETHER THAN ITS SPEED TIER CAN PRODUCE, GAPS
      *BETWEEN MOVES LONG ENOUGH TO SUGGEST THE GAME WAS PAUSED AND
      *TAMPERED WITH, AND A HEAD THAT LANDS MORE THAN ONE CELL FROM
      *WHERE IT WAS (A WRAP ACROSS THE EDGE IS ONE CELL, EXCEPT IN
      *WALLS MODE). A SPRINT THAT RAN PAST ITS CLOCK IS FLAGGED
      *TOO. THE TIER, BOARD AND MODE COME FROM THE START MARKER;
      *A RUN WITHOUT ONE (A RESUMED CHECKPOINT, OR A LOG OLDER
      *THAN THE MARKER FIELDS) IS JUDGED BY THE FAST TIER AND
      *EITHER BOARD, SO IT IS NEVER HELD TO A STRICTER RULE THAN
      *IT MAY HAVE BEEN PLAYED TO. A RESUMED GAME TYPICALLY SHOWS
      *A GAP AND A JUMP BACK TO ITS CHECKPOINT; THE SUPERVISOR
      *CLEARS THOSE ON REVIEW.
      *FLAGGED RUNS ARE WRITTEN ONCE TO THE SNKREVQ REVIEW QUEUE,
      *KEYED BY END MARKER STAMP AND OPERATOR, AS PENDING; CORRMNT
      *R CLEARS OR REJECTS THEM. THE LIMITS LIVE IN SCANCTL WITH
      *THE DATE OF THE LAST SCAN, SO EACH NIGHT ONLY THE DATED LOGS
      *FROM THAT DAY ON ARE READ AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIGH-SCORE-FILE ASSIGN TO "HISCORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-KEY
               FILE STATUS IS HS-FILE-STATUS.
           SELECT MOVE-LOG-FILE ASSIGN TO ML-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-FILE-STATUS.
           SELECT REVIEW-QUEUE-FILE ASSIGN TO "SNKREVQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS RQ-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "SCANCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIGH-SCORE-FILE.
       01  HIGH-SCORE-RECORD.
           05 HS-KEY.
               10 HS-OPERATOR-ID PIC X(08).
               10 HS-SEQ-NO PIC 9(06).
           05 HS-DATE PIC X(08).
           05 HS-SCORE PIC 9(03).
           05 HS-MODE PIC X(01).
           05 HS-SESSION-NO PIC 9(8).
       FD  MOVE-LOG-FILE.
       01  MOVE-LOG-RECORD PIC X(80).
       FD  REVIEW-QUEUE-FILE.
       01  REVIEW-QUEUE-RECORD.
           05 RQ-KEY.
               10 RQ-END-STAMP PIC X(15).
               10 RQ-OPERATOR PIC X(8).
           05 RQ-SESSION-NO PIC 9(8).
           05 RQ-START-STAMP PIC X(15).
           05 RQ-SCORE PIC 9(3).
           05 RQ-MODE PIC X(1).
           05 RQ-SPEED PIC X(1).
           05 RQ-BOARD PIC X(1).
           05 RQ-MOVES PIC 9(5).
           05 RQ-FAST-MOVES PIC 9(5).
           05 RQ-LONG-GAPS PIC 9(3).
           05 RQ-LONGEST-GAP PIC 9(6).
           05 RQ-JUMPS PIC 9(3).
           05 RQ-RUN-SECONDS PIC 9(6).
           05 RQ-REASON PIC X(30).
           05 RQ-LOG-NAME PIC X(12).
           05 RQ-STATUS PIC X(1).
           05 RQ-REVIEWER PIC X(8).
           05 RQ-REVIEW-STAMP PIC X(14).
           05 RQ-HS-KEY PIC X(14).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 SK-SLOW-MIN-TENTHS PIC 9(3).
           05 FILLER PIC X(1).
           05 SK-FAST-MIN-TENTHS PIC 9(3).
           05 FILLER PIC X(1).
           05 SK-FAST-ALLOWANCE PIC 9(3).
           05 FILLER PIC X(1).
           05 SK-GAP-SECONDS PIC 9(5).
           05 FILLER PIC X(1).
           05 SK-SPRINT-SECONDS PIC 9(5).
           05 FILLER PIC X(1).
           05 SK-LAST-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01  HS-FILE-STATUS PIC X(2) VALUE SPACES.
       01  HS-EOF-SWITCH PIC 9 VALUE 0.
           88 HS-EOF VALUE 1.
       01  ML-FILE-STATUS PIC X(2) VALUE SPACES.
       01  ML-EOF-SWITCH PIC 9 VALUE 0.
           88 ML-EOF VALUE 1.
       01  ML-FILE-NAME PIC X(12) VALUE "SNKLOG".
       01  RQ-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SK-FILE-STATUS PIC X(2) VALUE SPACES.

      *    THE LIMITS A RUN IS HELD TO. MOVES LESS THAN THE TIER'S
      *    MINIMUM APART (IN TENTHS OF A SECOND, THE LOG STAMP'S
      *    RESOLUTION) ARE COUNTED, AND THE RUN IS FLAGGED ONCE
      *    MORE THAN THE ALLOWANCE OF THEM TURN UP, SO ONE CLOCK
      *    TICK LANDING BADLY DOES NOT CONDEMN A HONEST GAME.
      *    SCANCTL OVERRIDES THESE AND IS WRITTEN BACK EACH RUN.
       01  SCN-SLOW-MIN-TENTHS PIC 9(3) VALUE 2.
       01  SCN-FAST-MIN-TENTHS PIC 9(3) VALUE 1.
       01  SCN-FAST-ALLOWANCE PIC 9(3) VALUE 5.
       01  SCN-GAP-SECONDS PIC 9(5) VALUE 30.
       01  SCN-SPRINT-SECONDS PIC 9(5) VALUE 95.
       01  SCN-LAST-DATE PIC X(8) VALUE "00000000".

       01  SCN-STAMP PIC X(21) VALUE SPACES.

      *    THE DISTINCT HS-DATE VALUES SINCE THE LAST SCAN PICK
      *    WHICH OF THE CUT-OVER SNKLYYYYMMDD LOGS ARE READ.
       01  HD-DATE-MAX PIC 9(3) USAGE IS COMP VALUE 400.
       01  HD-DATE-COUNT PIC 9(3) USAGE IS COMP VALUE 0.
       01  HD-DATE-TABLE.
           05 HD-DATE PIC X(8) OCCURS 400 TIMES.
       01  HD-NO PIC 9(3) USAGE IS COMP VALUE 0.
       01  HD-SCAN PIC 9(3) USAGE IS COMP VALUE 0.
       01  HD-FOUND PIC 9 VALUE 0.
       01  HD-OVERFLOW PIC 9 VALUE 0.

      *    THE RUN BEING READ.
       01  SCN-RUN-SWITCH PIC 9 VALUE 0.
           88 SCN-RUN-OPEN VALUE 1.
       01  SCN-START-STAMP PIC X(15) VALUE SPACES.
       01  SCN-END-STAMP PIC X(15) VALUE SPACES.
       01  SCN-SESSION-NO PIC 9(8) VALUE 0.
       01  SCN-OPERATOR PIC X(8) VALUE SPACES.
       01  SCN-SPEED PIC X(1) VALUE SPACE.
       01  SCN-BOARD PIC X(1) VALUE SPACE.
       01  SCN-MODE PIC X(1) VALUE SPACE.
       01  SCN-END-SCORE PIC 9(3) VALUE 0.
       01  SCN-MIN-TENTHS PIC 9(3) VALUE 0.
       01  SCN-ROW-LEN PIC 9(2) VALUE 0.
       01  SCN-MOVES PIC 9(5) VALUE 0.
       01  SCN-FAST-MOVES PIC 9(5) VALUE 0.
       01  SCN-LONG-GAPS PIC 9(3) VALUE 0.
       01  SCN-LONGEST-TENTHS PIC S9(13) USAGE IS COMP VALUE 0.
       01  SCN-JUMPS PIC 9(3) VALUE 0.
       01  SCN-RUN-TENTHS PIC S9(13) USAGE IS COMP VALUE 0.
       01  SCN-REASON PIC X(30) VALUE SPACES.

      *    WHERE AND WHEN THE HEAD WAS ON THE PREVIOUS LINE.
       01  SCN-POS-SWITCH PIC 9 VALUE 0.
           88 SCN-POS-SET VALUE 1.
       01  SCN-PREV-X PIC 9(2) VALUE 0.
       01  SCN-PREV-Y PIC 9(2) VALUE 0.
       01  SCN-MOVE-X PIC 9(2) VALUE 0.
       01  SCN-MOVE-Y PIC 9(2) VALUE 0.
       01  SCN-STEP-X PIC 9(2) VALUE 0.
       01  SCN-STEP-Y PIC 9(2) VALUE 0.
       01  SCN-PREV-TIME-SWITCH PIC 9 VALUE 0.
           88 SCN-PREV-TIME-SET VALUE 1.
       01  SCN-PREV-TENTHS PIC S9(13) USAGE IS COMP VALUE 0.
       01  SCN-START-TIME-SWITCH PIC 9 VALUE 0.
           88 SCN-START-TIME-SET VALUE 1.
       01  SCN-START-TENTHS PIC S9(13) USAGE IS COMP VALUE 0.
       01  SCN-INTERVAL PIC S9(13) USAGE IS COMP VALUE 0.

      *    A LOG STAMP IS YYYYMMDDHHMMSS PLUS THE TENTHS DIGIT.
       01  SCN-LINE-STAMP PIC X(15) VALUE SPACES.
       01  SCN-LINE-PARTS REDEFINES SCN-LINE-STAMP.
           05 SCN-LS-DATE PIC 9(8).
           05 SCN-LS-HH PIC 9(2).
           05 SCN-LS-MM PIC 9(2).
           05 SCN-LS-SS PIC 9(2).
           05 SCN-LS-TENTH PIC 9(1).
       01  SCN-LINE-TENTHS PIC S9(13) USAGE IS COMP VALUE 0.
       01  SCN-STAMP-OK-SWITCH PIC 9 VALUE 0.
           88 SCN-STAMP-OK VALUE 1.

       01  SCN-LOGS-READ PIC 9(5) VALUE 0.
       01  SCN-RUNS-JUDGED PIC 9(7) VALUE 0.
       01  SCN-UNENDED-COUNT PIC 9(5) VALUE 0.
       01  SCN-FLAGGED-COUNT PIC 9(5) VALUE 0.
       01  SCN-QUEUED-COUNT PIC 9(5) VALUE 0.
       01  SCN-ALREADY-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       DISPLAY "==== SNOBOL RUN PLAUSIBILITY SCAN ====".
       MOVE FUNCTION CURRENT-DATE TO SCN-STAMP.
       PERFORM READ-SCAN-CONTROL.
       PERFORM OPEN-REVIEW-QUEUE.
       PERFORM COLLECT-HISCORE-DATES.
       PERFORM SCAN-ONE-DATED-LOG VARYING HD-NO FROM 1 BY 1
           UNTIL HD-NO > HD-DATE-COUNT.
       MOVE "SNKLOG" TO ML-FILE-NAME.
       PERFORM SCAN-ONE-LOG-FILE.
       CLOSE REVIEW-QUEUE-FILE.
       IF HD-OVERFLOW = 1
           DISPLAY "NOTE: MORE HISCORE DATES THAN THE SCAN CAN "
               "HOLD, SOME DATED LOGS NOT READ."
       ELSE
           MOVE SCN-STAMP(1:8) TO SCN-LAST-DATE
       END-IF.
       PERFORM WRITE-SCAN-CONTROL.
       DISPLAY "LOGS READ:         " SCN-LOGS-READ.
       DISPLAY "RUNS JUDGED:       " SCN-RUNS-JUDGED.
       DISPLAY "RUNS FLAGGED:      " SCN-FLAGGED-COUNT.
       DISPLAY "NEWLY QUEUED:      " SCN-QUEUED-COUNT.
       DISPLAY "ALREADY IN QUEUE:  " SCN-ALREADY-COUNT.
       IF SCN-UNENDED-COUNT > 0
           DISPLAY "NOTE: " SCN-UNENDED-COUNT " RUN(S) WITHOUT AN "
               "END MARKER WERE NOT JUDGED."
       END-IF.
       STOP RUN.

       READ-SCAN-CONTROL SECTION.
           OPEN INPUT CONTROL-FILE.
           IF SK-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-SCAN-CONTROL
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *    A FIELD LEFT BLANK OR MIS-KEYED KEEPS ITS DEFAULT.
       TAKE-SCAN-CONTROL SECTION.
           IF SK-SLOW-MIN-TENTHS NUMERIC
               MOVE SK-SLOW-MIN-TENTHS TO SCN-SLOW-MIN-TENTHS
           END-IF.
           IF SK-FAST-MIN-TENTHS NUMERIC
               MOVE SK-FAST-MIN-TENTHS TO SCN-FAST-MIN-TENTHS
           END-IF.
           IF SK-FAST-ALLOWANCE NUMERIC
               MOVE SK-FAST-ALLOWANCE TO SCN-FAST-ALLOWANCE
           END-IF.
           IF SK-GAP-SECONDS NUMERIC
               MOVE SK-GAP-SECONDS TO SCN-GAP-SECONDS
           END-IF.
           IF SK-SPRINT-SECONDS NUMERIC
               MOVE SK-SPRINT-SECONDS TO SCN-SPRINT-SECONDS
           END-IF.
           IF SK-LAST-DATE NUMERIC
               MOVE SK-LAST-DATE TO SCN-LAST-DATE
           END-IF.

       WRITE-SCAN-CONTROL SECTION.
           OPEN OUTPUT CONTROL-FILE.
           IF SK-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: SCANCTL NOT WRITABLE, STATUS "
                   SK-FILE-STATUS
           ELSE
               MOVE SPACES TO CONTROL-RECORD
               MOVE SCN-SLOW-MIN-TENTHS TO SK-SLOW-MIN-TENTHS
               MOVE SCN-FAST-MIN-TENTHS TO SK-FAST-MIN-TENTHS
               MOVE SCN-FAST-ALLOWANCE TO SK-FAST-ALLOWANCE
               MOVE SCN-GAP-SECONDS TO SK-GAP-SECONDS
               MOVE SCN-SPRINT-SECONDS TO SK-SPRINT-SECONDS
               MOVE SCN-LAST-DATE TO SK-LAST-DATE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           END-IF.

       OPEN-REVIEW-QUEUE SECTION.
           OPEN I-O REVIEW-QUEUE-FILE.
           IF RQ-FILE-STATUS = "35"
               OPEN OUTPUT REVIEW-QUEUE-FILE
               CLOSE REVIEW-QUEUE-FILE
               OPEN I-O REVIEW-QUEUE-FILE
           END-IF.
           IF RQ-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN SNKREVQ. STATUS " RQ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE SCAN DATE ITSELF IS READ AGAIN NEXT TIME, SINCE ITS
      *    LOG MAY HAVE GROWN AFTER THE SCAN; THE QUEUE KEY KEEPS A
      *    RUN FROM BEING QUEUED TWICE.
       COLLECT-HISCORE-DATES SECTION.
           MOVE 0 TO HS-EOF-SWITCH.
           MOVE 0 TO HD-DATE-COUNT.
           MOVE 0 TO HD-OVERFLOW.
           OPEN INPUT HIGH-SCORE-FILE.
           IF HS-FILE-STATUS = "00"
               PERFORM COLLECT-ONE-DATE UNTIL HS-EOF
               CLOSE HIGH-SCORE-FILE
           END-IF.

       COLLECT-ONE-DATE SECTION.
           READ HIGH-SCORE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO HS-EOF-SWITCH
               NOT AT END
                   IF HS-DATE NOT < SCN-LAST-DATE
                       MOVE 0 TO HD-FOUND
                       PERFORM FIND-KNOWN-DATE VARYING HD-SCAN
                           FROM 1 BY 1 UNTIL HD-SCAN > HD-DATE-COUNT
                           OR HD-FOUND = 1
                       IF HD-FOUND = 0
                           IF HD-DATE-COUNT < HD-DATE-MAX
                               ADD 1 TO HD-DATE-COUNT
                               MOVE HS-DATE TO HD-DATE(HD-DATE-COUNT)
                           ELSE
                               MOVE 1 TO HD-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-KNOWN-DATE SECTION.
           IF HD-DATE(HD-SCAN) = HS-DATE
               MOVE 1 TO HD-FOUND
           END-IF.

       SCAN-ONE-DATED-LOG SECTION.
           MOVE SPACES TO ML-FILE-NAME.
           STRING "SNKL" HD-DATE(HD-NO) DELIMITED BY SIZE
               INTO ML-FILE-NAME.
           PERFORM SCAN-ONE-LOG-FILE.

       SCAN-ONE-LOG-FILE SECTION.
           MOVE 0 TO ML-EOF-SWITCH.
           PERFORM RESET-RUN.
           OPEN INPUT MOVE-LOG-FILE.
           IF ML-FILE-STATUS = "00"
               ADD 1 TO SCN-LOGS-READ
               PERFORM READ-LOG-LINE UNTIL ML-EOF
               CLOSE MOVE-LOG-FILE
               IF SCN-RUN-OPEN AND SCN-MOVES > 0
                   ADD 1 TO SCN-UNENDED-COUNT
               END-IF
           END-IF.

       READ-LOG-LINE SECTION.
           READ MOVE-LOG-FILE
               AT END
                   MOVE 1 TO ML-EOF-SWITCH
               NOT AT END
                   PERFORM CLASSIFY-LOG-LINE
           END-READ.

      *    A START MARKER ABANDONS WHATEVER RUN WAS OPEN, THE SAME
      *    WAY NIGHTAUD SPLITS THE LOG; A RESUMED CHECKPOINT WRITES
      *    NO MARKER, SO ITS MOVES JOIN THE ONES BEFORE THE QUIT.
       CLASSIFY-LOG-LINE SECTION.
           EVALUATE TRUE
               WHEN MOVE-LOG-RECORD(16:6) = " START"
                   IF SCN-RUN-OPEN AND SCN-MOVES > 0
                       ADD 1 TO SCN-UNENDED-COUNT
                   END-IF
                   PERFORM RESET-RUN
                   PERFORM TAKE-START-MARKER
               WHEN MOVE-LOG-RECORD(16:5) = " DIR="
                   PERFORM CHECK-MOVE-LINE
               WHEN MOVE-LOG-RECORD(16:5) = " END "
                   PERFORM JUDGE-COMPLETED-RUN
                   PERFORM RESET-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RESET-RUN SECTION.
           MOVE 0 TO SCN-RUN-SWITCH.
           MOVE SPACES TO SCN-START-STAMP.
           MOVE SPACES TO SCN-END-STAMP.
           MOVE 0 TO SCN-SESSION-NO.
           MOVE SPACES TO SCN-OPERATOR.
           MOVE SPACE TO SCN-SPEED.
           MOVE SPACE TO SCN-BOARD.
           MOVE SPACE TO SCN-MODE.
           MOVE 0 TO SCN-END-SCORE.
           MOVE SCN-FAST-MIN-TENTHS TO SCN-MIN-TENTHS.
           MOVE 0 TO SCN-ROW-LEN.
           MOVE 0 TO SCN-MOVES.
           MOVE 0 TO SCN-FAST-MOVES.
           MOVE 0 TO SCN-LONG-GAPS.
           MOVE 0 TO SCN-LONGEST-TENTHS.
           MOVE 0 TO SCN-JUMPS.
           MOVE 0 TO SCN-RUN-TENTHS.
           MOVE 0 TO SCN-POS-SWITCH.
           MOVE 0 TO SCN-PREV-TIME-SWITCH.
           MOVE 0 TO SCN-START-TIME-SWITCH.

      *    START LAYOUT: STAMP, " START", " SESSION=" AT 22,
      *    " OPERATOR=" AT 39, " SPEED=" AT 57, " BOARD=" AT 65 AND
      *    " MODE=" AT 73. OLDER MARKERS STOP SHORT OF SOME FIELDS.
       TAKE-START-MARKER SECTION.
           MOVE 1 TO SCN-RUN-SWITCH.
           MOVE MOVE-LOG-RECORD(1:15) TO SCN-START-STAMP.
           IF MOVE-LOG-RECORD(22:9) = " SESSION=" AND
               MOVE-LOG-RECORD(31:8) NUMERIC
               MOVE MOVE-LOG-RECORD(31:8) TO SCN-SESSION-NO
           END-IF.
           IF MOVE-LOG-RECORD(39:10) = " OPERATOR="
               MOVE MOVE-LOG-RECORD(49:8) TO SCN-OPERATOR
           END-IF.
           IF MOVE-LOG-RECORD(57:7) = " SPEED="
               MOVE MOVE-LOG-RECORD(64:1) TO SCN-SPEED
           END-IF.
           IF MOVE-LOG-RECORD(65:7) = " BOARD="
               MOVE MOVE-LOG-RECORD(72:1) TO SCN-BOARD
           END-IF.
           IF MOVE-LOG-RECORD(73:6) = " MODE="
               MOVE MOVE-LOG-RECORD(79:1) TO SCN-MODE
           END-IF.
           IF SCN-SPEED = "S"
               MOVE SCN-SLOW-MIN-TENTHS TO SCN-MIN-TENTHS
           END-IF.
           EVALUATE SCN-BOARD
               WHEN "E"
                   MOVE 9 TO SCN-ROW-LEN
               WHEN "H"
                   MOVE 15 TO SCN-ROW-LEN
               WHEN OTHER
                   MOVE 0 TO SCN-ROW-LEN
           END-EVALUATE.
      *    A FRESH GAME ALWAYS SETS OFF FROM THE TOP-LEFT CELL.
           MOVE 1 TO SCN-PREV-X.
           MOVE 1 TO SCN-PREV-Y.
           MOVE 1 TO SCN-POS-SWITCH.
           MOVE SCN-START-STAMP TO SCN-LINE-STAMP.
           PERFORM STAMP-TO-TENTHS.
           IF SCN-STAMP-OK
               MOVE SCN-LINE-TENTHS TO SCN-PREV-TENTHS
               MOVE SCN-LINE-TENTHS TO SCN-START-TENTHS
               MOVE 1 TO SCN-PREV-TIME-SWITCH
               MOVE 1 TO SCN-START-TIME-SWITCH
           END-IF.

       STAMP-TO-TENTHS SECTION.
           MOVE 0 TO SCN-STAMP-OK-SWITCH.
           IF SCN-LINE-STAMP NUMERIC
               MOVE 1 TO SCN-STAMP-OK-SWITCH
               COMPUTE SCN-LINE-TENTHS =
                   (FUNCTION INTEGER-OF-DATE(SCN-LS-DATE) * 86400
                   + SCN-LS-HH * 3600 + SCN-LS-MM * 60 + SCN-LS-SS)
                   * 10 + SCN-LS-TENTH
           END-IF.

      *    MOVE LAYOUT: STAMP, " DIR=" AT 16, X AT 29-30, Y AT 34-35.
       CHECK-MOVE-LINE SECTION.
           MOVE 1 TO SCN-RUN-SWITCH.
           ADD 1 TO SCN-MOVES.
           MOVE MOVE-LOG-RECORD(1:15) TO SCN-LINE-STAMP.
           PERFORM STAMP-TO-TENTHS.
           IF SCN-STAMP-OK
               IF SCN-PREV-TIME-SET
                   PERFORM CHECK-MOVE-PACE
               END-IF
               MOVE SCN-LINE-TENTHS TO SCN-PREV-TENTHS
               MOVE 1 TO SCN-PREV-TIME-SWITCH
           END-IF.
           IF MOVE-LOG-RECORD(29:2) NUMERIC AND
               MOVE-LOG-RECORD(34:2) NUMERIC
               MOVE MOVE-LOG-RECORD(29:2) TO SCN-MOVE-X
               MOVE MOVE-LOG-RECORD(34:2) TO SCN-MOVE-Y
               IF SCN-POS-SET
                   PERFORM CHECK-HEAD-STEP
               END-IF
               MOVE SCN-MOVE-X TO SCN-PREV-X
               MOVE SCN-MOVE-Y TO SCN-PREV-Y
               MOVE 1 TO SCN-POS-SWITCH
           END-IF.

       CHECK-MOVE-PACE SECTION.
           COMPUTE SCN-INTERVAL = SCN-LINE-TENTHS - SCN-PREV-TENTHS.
           IF SCN-INTERVAL < SCN-MIN-TENTHS
               ADD 1 TO SCN-FAST-MOVES
           END-IF.
           IF SCN-INTERVAL > SCN-GAP-SECONDS * 10
               ADD 1 TO SCN-LONG-GAPS
           END-IF.
           IF SCN-INTERVAL > SCN-LONGEST-TENTHS
               MOVE SCN-INTERVAL TO SCN-LONGEST-TENTHS
           END-IF.

      *    ONE STEP IS ONE CELL ALONG ONE AXIS. OUTSIDE WALLS MODE
      *    THE HEAD WRAPS, SO 1 TO THE LAST CELL (OR BACK) IS ALSO
      *    ONE STEP; WITH THE BOARD UNKNOWN EITHER SIZE'S WRAP IS
      *    ACCEPTED. A WALL OR SELF HIT LOGS THE HEAD WHERE IT WAS.
       CHECK-HEAD-STEP SECTION.
           IF SCN-MOVE-X > SCN-PREV-X
               COMPUTE SCN-STEP-X = SCN-MOVE-X - SCN-PREV-X
           ELSE
               COMPUTE SCN-STEP-X = SCN-PREV-X - SCN-MOVE-X
           END-IF.
           IF SCN-MOVE-Y > SCN-PREV-Y
               COMPUTE SCN-STEP-Y = SCN-MOVE-Y - SCN-PREV-Y
           ELSE
               COMPUTE SCN-STEP-Y = SCN-PREV-Y - SCN-MOVE-Y
           END-IF.
           IF SCN-MODE NOT = "W"
               IF SCN-PREV-X = 1 OR SCN-MOVE-X = 1
                   IF (SCN-ROW-LEN > 0 AND
                       SCN-STEP-X + 1 = SCN-ROW-LEN) OR
                       (SCN-ROW-LEN = 0 AND
                       (SCN-STEP-X = 8 OR SCN-STEP-X = 14))
                       MOVE 1 TO SCN-STEP-X
                   END-IF
               END-IF
               IF SCN-PREV-Y = 1 OR SCN-MOVE-Y = 1
                   IF (SCN-ROW-LEN > 0 AND
                       SCN-STEP-Y + 1 = SCN-ROW-LEN) OR
                       (SCN-ROW-LEN = 0 AND
                       (SCN-STEP-Y = 8 OR SCN-STEP-Y = 14))
                       MOVE 1 TO SCN-STEP-Y
                   END-IF
               END-IF
           END-IF.
           IF SCN-STEP-X + SCN-STEP-Y > 1
               ADD 1 TO SCN-JUMPS
           ELSE
               IF SCN-ROW-LEN > 0 AND
                   (SCN-MOVE-X = 0 OR SCN-MOVE-Y = 0 OR
                   SCN-MOVE-X > SCN-ROW-LEN OR
                   SCN-MOVE-Y > SCN-ROW-LEN)
                   ADD 1 TO SCN-JUMPS
               END-IF
           END-IF.

      *    END LAYOUT: STAMP, " END SCORE=" AT 16 WITH THE SCORE AT
      *    27-29, " SESSION=" AT 30 AND " OPERATOR=" AT 47. THE END
      *    MARKER'S SESSION AND OPERATOR OUTRANK THE START MARKER'S,
      *    SINCE A RESUMED RUN HAS ONLY THE END ONE.
       JUDGE-COMPLETED-RUN SECTION.
           ADD 1 TO SCN-RUNS-JUDGED.
           MOVE MOVE-LOG-RECORD(1:15) TO SCN-END-STAMP.
           IF MOVE-LOG-RECORD(27:3) NUMERIC
               MOVE MOVE-LOG-RECORD(27:3) TO SCN-END-SCORE
           END-IF.
           IF MOVE-LOG-RECORD(30:9) = " SESSION=" AND
               MOVE-LOG-RECORD(39:8) NUMERIC
               MOVE MOVE-LOG-RECORD(39:8) TO SCN-SESSION-NO
           END-IF.
           IF MOVE-LOG-RECORD(47:10) = " OPERATOR="
               MOVE MOVE-LOG-RECORD(57:8) TO SCN-OPERATOR
           END-IF.
           MOVE SCN-END-STAMP TO SCN-LINE-STAMP.
           PERFORM STAMP-TO-TENTHS.
           IF SCN-STAMP-OK AND SCN-START-TIME-SET
               COMPUTE SCN-RUN-TENTHS =
                   SCN-LINE-TENTHS - SCN-START-TENTHS
           END-IF.
           EVALUATE TRUE
               WHEN SCN-JUMPS > 0
                   MOVE "HEAD JUMPED MORE THAN ONE CELL" TO SCN-REASON
               WHEN SCN-FAST-MOVES > SCN-FAST-ALLOWANCE
                   MOVE "MOVES FASTER THAN SPEED TIER" TO SCN-REASON
               WHEN SCN-LONG-GAPS > 0
                   MOVE "LONG GAP BETWEEN MOVES" TO SCN-REASON
               WHEN SCN-MODE = "S" AND
                   SCN-RUN-TENTHS > SCN-SPRINT-SECONDS * 10
                   MOVE "SPRINT RAN PAST ITS CLOCK" TO SCN-REASON
               WHEN OTHER
                   MOVE SPACES TO SCN-REASON
           END-EVALUATE.
           IF SCN-REASON NOT = SPACES
               PERFORM QUEUE-FLAGGED-RUN
           END-IF.

       QUEUE-FLAGGED-RUN SECTION.
           ADD 1 TO SCN-FLAGGED-COUNT.
           MOVE SPACES TO REVIEW-QUEUE-RECORD.
           MOVE SCN-END-STAMP TO RQ-END-STAMP.
           MOVE SCN-OPERATOR TO RQ-OPERATOR.
           MOVE SCN-SESSION-NO TO RQ-SESSION-NO.
           MOVE SCN-START-STAMP TO RQ-START-STAMP.
           MOVE SCN-END-SCORE TO RQ-SCORE.
           MOVE SCN-MODE TO RQ-MODE.
           MOVE SCN-SPEED TO RQ-SPEED.
           MOVE SCN-BOARD TO RQ-BOARD.
           MOVE SCN-MOVES TO RQ-MOVES.
           MOVE SCN-FAST-MOVES TO RQ-FAST-MOVES.
           MOVE SCN-LONG-GAPS TO RQ-LONG-GAPS.
           COMPUTE RQ-LONGEST-GAP = SCN-LONGEST-TENTHS / 10.
           MOVE SCN-JUMPS TO RQ-JUMPS.
           IF SCN-RUN-TENTHS > 0
               COMPUTE RQ-RUN-SECONDS = SCN-RUN-TENTHS / 10
           ELSE
               MOVE 0 TO RQ-RUN-SECONDS
           END-IF.
           MOVE SCN-REASON TO RQ-REASON.
           MOVE ML-FILE-NAME TO RQ-LOG-NAME.
           MOVE "P" TO RQ-STATUS.
           WRITE REVIEW-QUEUE-RECORD
               INVALID KEY
                   ADD 1 TO SCN-ALREADY-COUNT
               NOT INVALID KEY
                   ADD 1 TO SCN-QUEUED-COUNT
                   DISPLAY "QUEUED: " RQ-OPERATOR " RUN ENDED "
                       RQ-END-STAMP(1:14) " SCORE " RQ-SCORE
                       " - " RQ-REASON
           END-WRITE.
