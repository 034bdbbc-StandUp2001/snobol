      *THE DAILY-ALLOWANCE FIELD (RENAME TO OPEROLD FIRST) WITH
      *THE ALLOWANCE DEFAULTED TO UNLIMITED; T RELOADS A TTTHIST
      *WRITTEN BEFORE THE TOURNAMENT-FIXTURE FIELD (RENAME TO
      *TTTHOLD FIRST) WITH THE FIXTURE DEFAULTED TO ZERO; R
      *RELOADS AN OPERMAST WRITTEN BEFORE THE ROLE AND SIGN-ON
      *SECRET (RENAME TO OPEROLD FIRST) WITH EVERY OPERATOR A
      *PLAYER AND NO SECRET SET; S RELOADS A HISCORE AND/OR A
      *TTTHIST WRITTEN BEFORE THE ARCADE SESSION NUMBER (RENAME TO
      *HISCOLD / TTTHOLD FIRST) WITH THE SESSION DEFAULTED TO ZERO;
      *D RELOADS AN OPERMAST WRITTEN BEFORE THE DEPARTMENT CODE
      *(RENAME TO OPEROLD FIRST) WITH NO DEPARTMENT ASSIGNED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OOP-OPERATOR-ID
               FILE STATUS IS OO-FILE-STATUS.
           SELECT PRE-ROLE-OPERATOR-FILE ASSIGN TO "OPEROLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROP-OPERATOR-ID
               FILE STATUS IS OR-FILE-STATUS.
           SELECT PRE-DEPT-OPERATOR-FILE ASSIGN TO "OPEROLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOP-OPERATOR-ID
               FILE STATUS IS OD-FILE-STATUS.
           SELECT PRE-SESSION-SCORE-FILE ASSIGN TO "HISCOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-KEY
               FILE STATUS IS PH-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT OLD-HISTORY-FILE ASSIGN TO "TTTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OT-FILE-STATUS.
           SELECT PRE-SESSION-HISTORY-FILE ASSIGN TO "TTTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TTTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           05 HS-DATE PIC X(08).
           05 HS-SCORE PIC 9(03).
           05 HS-MODE PIC X(01).
           05 HS-SESSION-NO PIC 9(8).
       FD  STATS-FILE.
       01  STATS-RECORD.
           05 ST-PLAYER-NAME PIC X(8).
           05 OOP-BOARD-CODE PIC X(1).
           05 OOP-SPEED-CODE PIC X(1).
           05 OOP-ACTIVE PIC X(1).
      *    THE OPERMAST LAYOUT AS IT WAS BEFORE OP-ROLE AND
      *    OP-SECRET.
       FD  PRE-ROLE-OPERATOR-FILE.
       01  PRE-ROLE-OPERATOR-RECORD.
           05 ROP-OPERATOR-ID PIC X(08).
           05 ROP-DISPLAY-NAME PIC X(20).
           05 ROP-BOARD-CODE PIC X(1).
           05 ROP-SPEED-CODE PIC X(1).
           05 ROP-ACTIVE PIC X(1).
           05 ROP-DAILY-LIMIT PIC 9(3).
      *    THE OPERMAST LAYOUT AS IT WAS BEFORE OP-DEPT-CODE.
       FD  PRE-DEPT-OPERATOR-FILE.
       01  PRE-DEPT-OPERATOR-RECORD.
           05 DOP-OPERATOR-ID PIC X(08).
           05 DOP-DISPLAY-NAME PIC X(20).
           05 DOP-BOARD-CODE PIC X(1).
           05 DOP-SPEED-CODE PIC X(1).
           05 DOP-ACTIVE PIC X(1).
           05 DOP-DAILY-LIMIT PIC 9(3).
           05 DOP-ROLE PIC X(1).
           05 DOP-SECRET PIC X(8).
      *    THE HISCORE LAYOUT AS IT WAS BEFORE HS-SESSION-NO.
       FD  PRE-SESSION-SCORE-FILE.
       01  PRE-SESSION-SCORE-RECORD.
           05 PHS-KEY.
               10 PHS-OPERATOR-ID PIC X(08).
               10 PHS-SEQ-NO PIC 9(06).
           05 PHS-DATE PIC X(08).
           05 PHS-SCORE PIC 9(03).
           05 PHS-MODE PIC X(01).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-OPERATOR-ID PIC X(08).
           05 OP-SPEED-CODE PIC X(1).
           05 OP-ACTIVE PIC X(1).
           05 OP-DAILY-LIMIT PIC 9(3).
           05 OP-ROLE PIC X(1).
           05 OP-SECRET PIC X(8).
           05 OP-DEPT-CODE PIC X(6).
      *    THE TTTHIST LAYOUT AS IT WAS BEFORE TH-TOURN-FIX.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05 OTH-RESULT PIC X(1).
           05 OTH-VS-COMPUTER PIC 9(1).
           05 OTH-MOVES PIC 9(2).
      *    THE TTTHIST LAYOUT AS IT WAS BEFORE TH-SESSION-NO.
       FD  PRE-SESSION-HISTORY-FILE.
       01  PRE-SESSION-HISTORY-RECORD.
           05 PTH-DATE PIC X(08).
           05 PTH-TIME PIC X(06).
           05 PTH-PLAYER-NAME PIC X(8) OCCURS 2 TIMES.
           05 PTH-RESULT PIC X(1).
           05 PTH-VS-COMPUTER PIC 9(1).
           05 PTH-MOVES PIC 9(2).
           05 PTH-TOURN-FIX PIC 9(3).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 TH-DATE PIC X(08).
           05 TH-VS-COMPUTER PIC 9(1).
           05 TH-MOVES PIC 9(2).
           05 TH-TOURN-FIX PIC 9(3).
           05 TH-SESSION-NO PIC 9(8).
       FD  SCORE-BACKUP-FILE.
       01  SCORE-BACKUP-RECORD.
           05 HB-TYPE PIC X(1).
       01  OO-FILE-STATUS PIC X(2) VALUE SPACES.
       01  OO-EOF-SWITCH PIC 9 VALUE 0.
           88 OO-EOF VALUE 1.
       01  OR-FILE-STATUS PIC X(2) VALUE SPACES.
       01  OR-EOF-SWITCH PIC 9 VALUE 0.
           88 OR-EOF VALUE 1.
       01  OD-FILE-STATUS PIC X(2) VALUE SPACES.
       01  OD-EOF-SWITCH PIC 9 VALUE 0.
           88 OD-EOF VALUE 1.
       01  PH-FILE-STATUS PIC X(2) VALUE SPACES.
       01  PH-EOF-SWITCH PIC 9 VALUE 0.
           88 PH-EOF VALUE 1.
       01  PT-FILE-STATUS PIC X(2) VALUE SPACES.
       01  PT-EOF-SWITCH PIC 9 VALUE 0.
           88 PT-EOF VALUE 1.
       01  OM-FILE-STATUS PIC X(2) VALUE SPACES.
       01  OT-FILE-STATUS PIC X(2) VALUE SPACES.
       01  OT-EOF-SWITCH PIC 9 VALUE 0.
       DISPLAY "==== INDEXED FILE BACKUP UTILITY ====".
       DISPLAY "MODE - E=EXPORT I=IMPORT C=CONVERT OLD HISCORE".
       DISPLAY "       O=CONVERT OLD OPERMAST "
           "T=CONVERT OLD TTTHIST".
       DISPLAY "       R=CONVERT PRE-ROLE OPERMAST "
           "S=CONVERT PRE-SESSION FILES".
       DISPLAY "       D=CONVERT PRE-DEPARTMENT OPERMAST: "
           WITH NO ADVANCING.
       ACCEPT BK-MODE.
       IF BK-MODE = "E" OR BK-MODE = "e" OR
           BK-MODE = "I" OR BK-MODE = "i"
               WITH NO ADVANCING
           ACCEPT BK-TARGET
       END-IF.
       IF BK-MODE = "S" OR BK-MODE = "s"
           DISPLAY "FILE - H=HISCORE T=TTTHIST B=BOTH: "
               WITH NO ADVANCING
           ACCEPT BK-TARGET
       END-IF.

       EVALUATE TRUE
           WHEN BK-MODE = "E" OR BK-MODE = "e"
               PERFORM CONVERT-OLD-OPERMAST
           WHEN BK-MODE = "T" OR BK-MODE = "t"
               PERFORM CONVERT-OLD-TTTHIST
           WHEN BK-MODE = "R" OR BK-MODE = "r"
               PERFORM CONVERT-PRE-ROLE-OPERMAST
           WHEN BK-MODE = "S" OR BK-MODE = "s"
               IF BK-TARGET = "H" OR BK-TARGET = "h"
                   OR BK-TARGET = "B" OR BK-TARGET = "b"
                   PERFORM CONVERT-PRE-SESSION-HISCORE
               END-IF
               IF BK-TARGET = "T" OR BK-TARGET = "t"
                   OR BK-TARGET = "B" OR BK-TARGET = "b"
                   PERFORM CONVERT-PRE-SESSION-TTTHIST
               END-IF
           WHEN BK-MODE = "D" OR BK-MODE = "d"
               PERFORM CONVERT-PRE-DEPT-OPERMAST
           WHEN OTHER
               DISPLAY "MODE MUST BE E, I, C, O, T, R, S OR D. "
                   "NOTHING DONE."
       END-EVALUATE.
      *    A FAILED STEP MUST SHOW IN THE EXIT CODE, OR THE
      *    NIGHTLY DRIVER WOULD MARK AN INCOMPLETE BACKUP OK AND
                   MOVE OHS-DATE TO HS-DATE
                   MOVE OHS-SCORE TO HS-SCORE
                   MOVE "C" TO HS-MODE
                   MOVE 0 TO HS-SESSION-NO
                   WRITE HIGH-SCORE-RECORD
                   IF HS-FILE-STATUS = "00"
                       ADD 1 TO BK-COUNT
                   MOVE OOP-SPEED-CODE TO OP-SPEED-CODE
                   MOVE OOP-ACTIVE TO OP-ACTIVE
                   MOVE 0 TO OP-DAILY-LIMIT
                   MOVE "P" TO OP-ROLE
                   MOVE SPACES TO OP-SECRET
                   MOVE SPACES TO OP-DEPT-CODE
                   WRITE OPERATOR-RECORD
                   IF OM-FILE-STATUS = "00"
                       ADD 1 TO BK-COUNT
                   ELSE
                       DISPLAY "CONVERT WRITE FAILED, ID "
                           OP-OPERATOR-ID " STATUS " OM-FILE-STATUS
                       MOVE 1 TO BK-FAILED
                   END-IF
           END-READ.

      *    ONE-TIME MIGRATION FOR OPERMAST FILES WRITTEN BEFORE
      *    THE ROLE AND SIGN-ON SECRET. EVERY RELOADED OPERATOR
      *    COMES BACK AS A PLAYER WITH NO SECRET; OPERMNT WAIVES
      *    ITS OWN SIGN-ON UNTIL AN ADMINISTRATOR IS SET UP, SO
      *    THE FIRST ONE CAN BE GIVEN A ROLE AND SECRET THERE.
       CONVERT-PRE-ROLE-OPERMAST SECTION.
           MOVE 0 TO BK-COUNT.
           MOVE 0 TO OR-EOF-SWITCH.
           OPEN INPUT PRE-ROLE-OPERATOR-FILE.
           IF OR-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN OPEROLD. STATUS " OR-FILE-STATUS
               DISPLAY "RENAME THE OLD OPERMAST FILE TO OPEROLD "
                   "BEFORE RUNNING CONVERT."
               MOVE 1 TO BK-FAILED
           ELSE
               OPEN OUTPUT OPERATOR-FILE
               IF OM-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT CREATE OPERMAST. STATUS "
                       OM-FILE-STATUS
                   MOVE 1 TO BK-FAILED
                   CLOSE PRE-ROLE-OPERATOR-FILE
               ELSE
                   PERFORM CONVERT-ONE-PRE-ROLE UNTIL OR-EOF
                   CLOSE OPERATOR-FILE
                   CLOSE PRE-ROLE-OPERATOR-FILE
                   IF BK-FAILED = 0
                       DISPLAY "OPERMAST CONVERTED: " BK-COUNT
                           " OPERATOR(S) RELOADED AS PLAYERS."
                       DISPLAY "SET UP AN ADMINISTRATOR IN OPERMNT, "
                           "CHECK THE NEW FILE, THEN REMOVE OPEROLD."
                   ELSE
                       DISPLAY "CONVERSION INCOMPLETE: ONLY "
                           BK-COUNT " OPERATOR(S) RELOADED. "
                           "OPEROLD WAS LEFT ALONE."
                   END-IF
               END-IF
           END-IF.

       CONVERT-ONE-PRE-ROLE SECTION.
           READ PRE-ROLE-OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE 1 TO OR-EOF-SWITCH
               NOT AT END
                   MOVE ROP-OPERATOR-ID TO OP-OPERATOR-ID
                   MOVE ROP-DISPLAY-NAME TO OP-DISPLAY-NAME
                   MOVE ROP-BOARD-CODE TO OP-BOARD-CODE
                   MOVE ROP-SPEED-CODE TO OP-SPEED-CODE
                   MOVE ROP-ACTIVE TO OP-ACTIVE
                   MOVE ROP-DAILY-LIMIT TO OP-DAILY-LIMIT
                   MOVE "P" TO OP-ROLE
                   MOVE SPACES TO OP-SECRET
                   MOVE SPACES TO OP-DEPT-CODE
                   WRITE OPERATOR-RECORD
                   IF OM-FILE-STATUS = "00"
                       ADD 1 TO BK-COUNT
                   ELSE
                       DISPLAY "CONVERT WRITE FAILED, ID "
                           OP-OPERATOR-ID " STATUS " OM-FILE-STATUS
                       MOVE 1 TO BK-FAILED
                   END-IF
           END-READ.

      *    ONE-TIME MIGRATION FOR OPERMAST FILES WRITTEN BEFORE
      *    THE DEPARTMENT CODE. EVERY RELOADED OPERATOR COMES BACK
      *    WITH NO DEPARTMENT, WHICH CHGBACK LISTS AS AN EXCEPTION
      *    UNTIL ONE IS SET IN OPERMNT.
       CONVERT-PRE-DEPT-OPERMAST SECTION.
           MOVE 0 TO BK-COUNT.
           MOVE 0 TO OD-EOF-SWITCH.
           OPEN INPUT PRE-DEPT-OPERATOR-FILE.
           IF OD-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN OPEROLD. STATUS " OD-FILE-STATUS
               DISPLAY "RENAME THE OLD OPERMAST FILE TO OPEROLD "
                   "BEFORE RUNNING CONVERT."
               MOVE 1 TO BK-FAILED
           ELSE
               OPEN OUTPUT OPERATOR-FILE
               IF OM-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT CREATE OPERMAST. STATUS "
                       OM-FILE-STATUS
                   MOVE 1 TO BK-FAILED
                   CLOSE PRE-DEPT-OPERATOR-FILE
               ELSE
                   PERFORM CONVERT-ONE-PRE-DEPT UNTIL OD-EOF
                   CLOSE OPERATOR-FILE
                   CLOSE PRE-DEPT-OPERATOR-FILE
                   IF BK-FAILED = 0
                       DISPLAY "OPERMAST CONVERTED: " BK-COUNT
                           " OPERATOR(S) RELOADED WITH NO DEPARTMENT."
                       DISPLAY "ASSIGN DEPARTMENTS IN OPERMNT, "
                           "CHECK THE NEW FILE, THEN REMOVE OPEROLD."
                   ELSE
                       DISPLAY "CONVERSION INCOMPLETE: ONLY "
                           BK-COUNT " OPERATOR(S) RELOADED. "
                           "OPEROLD WAS LEFT ALONE."
                   END-IF
               END-IF
           END-IF.

       CONVERT-ONE-PRE-DEPT SECTION.
           READ PRE-DEPT-OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE 1 TO OD-EOF-SWITCH
               NOT AT END
                   MOVE DOP-OPERATOR-ID TO OP-OPERATOR-ID
                   MOVE DOP-DISPLAY-NAME TO OP-DISPLAY-NAME
                   MOVE DOP-BOARD-CODE TO OP-BOARD-CODE
                   MOVE DOP-SPEED-CODE TO OP-SPEED-CODE
                   MOVE DOP-ACTIVE TO OP-ACTIVE
                   MOVE DOP-DAILY-LIMIT TO OP-DAILY-LIMIT
                   MOVE DOP-ROLE TO OP-ROLE
                   MOVE DOP-SECRET TO OP-SECRET
                   MOVE SPACES TO OP-DEPT-CODE
                   WRITE OPERATOR-RECORD
                   IF OM-FILE-STATUS = "00"
                       ADD 1 TO BK-COUNT
                   MOVE OTH-VS-COMPUTER TO TH-VS-COMPUTER
                   MOVE OTH-MOVES TO TH-MOVES
                   MOVE 0 TO TH-TOURN-FIX
                   MOVE 0 TO TH-SESSION-NO
                   WRITE HISTORY-RECORD
                   IF TH-FILE-STATUS = "00"
                       ADD 1 TO BK-COUNT
                   ELSE
                       DISPLAY "CONVERT WRITE FAILED AT "
                           TH-DATE " " TH-TIME " STATUS "
                           TH-FILE-STATUS
                       MOVE 1 TO BK-FAILED
                   END-IF
           END-READ.

      *    ONE-TIME MIGRATION FOR HISCORE AND TTTHIST FILES WRITTEN
      *    BEFORE ARCADE ISSUED SESSION NUMBERS. THE OLD FILES ARE
      *    RENAMED TO HISCOLD / TTTHOLD FIRST; EVERY RELOADED RECORD
      *    CARRIES SESSION ZERO, WHICH SESSTRC READS AS "PLAYED
      *    OUTSIDE A NUMBERED SESSION".
       CONVERT-PRE-SESSION-HISCORE SECTION.
           MOVE 0 TO BK-COUNT.
           MOVE 0 TO PH-EOF-SWITCH.
           OPEN INPUT PRE-SESSION-SCORE-FILE.
           IF PH-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN HISCOLD. STATUS " PH-FILE-STATUS
               DISPLAY "RENAME THE OLD HISCORE FILE TO HISCOLD "
                   "BEFORE RUNNING CONVERT."
               MOVE 1 TO BK-FAILED
           ELSE
               OPEN OUTPUT HIGH-SCORE-FILE
               IF HS-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT CREATE HISCORE. STATUS "
                       HS-FILE-STATUS
                   MOVE 1 TO BK-FAILED
                   CLOSE PRE-SESSION-SCORE-FILE
               ELSE
                   PERFORM CONVERT-ONE-PRE-SESSION-SCORE
                       UNTIL PH-EOF
                   CLOSE HIGH-SCORE-FILE
                   CLOSE PRE-SESSION-SCORE-FILE
                   IF BK-FAILED = 0
                       DISPLAY "HISCORE CONVERTED: " BK-COUNT
                           " RECORD(S) RELOADED WITH SESSION ZERO."
                       DISPLAY "CHECK THE NEW FILE, THEN REMOVE "
                           "HISCOLD."
                   ELSE
                       DISPLAY "CONVERSION INCOMPLETE: ONLY "
                           BK-COUNT " RECORD(S) RELOADED. HISCOLD "
                           "WAS LEFT ALONE."
                   END-IF
               END-IF
           END-IF.

       CONVERT-ONE-PRE-SESSION-SCORE SECTION.
           READ PRE-SESSION-SCORE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO PH-EOF-SWITCH
               NOT AT END
                   MOVE PHS-OPERATOR-ID TO HS-OPERATOR-ID
                   MOVE PHS-SEQ-NO TO HS-SEQ-NO
                   MOVE PHS-DATE TO HS-DATE
                   MOVE PHS-SCORE TO HS-SCORE
                   MOVE PHS-MODE TO HS-MODE
                   MOVE 0 TO HS-SESSION-NO
                   WRITE HIGH-SCORE-RECORD
                   IF HS-FILE-STATUS = "00"
                       ADD 1 TO BK-COUNT
                   ELSE
                       DISPLAY "CONVERT WRITE FAILED, KEY " HS-KEY
                           " STATUS " HS-FILE-STATUS
                       MOVE 1 TO BK-FAILED
                   END-IF
           END-READ.

       CONVERT-PRE-SESSION-TTTHIST SECTION.
           MOVE 0 TO BK-COUNT.
           MOVE 0 TO PT-EOF-SWITCH.
           OPEN INPUT PRE-SESSION-HISTORY-FILE.
           IF PT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN TTTHOLD. STATUS " PT-FILE-STATUS
               DISPLAY "RENAME THE OLD TTTHIST FILE TO TTTHOLD "
                   "BEFORE RUNNING CONVERT."
               MOVE 1 TO BK-FAILED
           ELSE
               OPEN OUTPUT HISTORY-FILE
               IF TH-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT CREATE TTTHIST. STATUS "
                       TH-FILE-STATUS
                   MOVE 1 TO BK-FAILED
                   CLOSE PRE-SESSION-HISTORY-FILE
               ELSE
                   PERFORM CONVERT-ONE-PRE-SESSION-GAME
                       UNTIL PT-EOF
                   CLOSE HISTORY-FILE
                   CLOSE PRE-SESSION-HISTORY-FILE
                   IF BK-FAILED = 0
                       DISPLAY "TTTHIST CONVERTED: " BK-COUNT
                           " GAME(S) RELOADED WITH SESSION ZERO."
                       DISPLAY "CHECK THE NEW FILE, THEN REMOVE "
                           "TTTHOLD."
                   ELSE
                       DISPLAY "CONVERSION INCOMPLETE: ONLY "
                           BK-COUNT " GAME(S) RELOADED. TTTHOLD "
                           "WAS LEFT ALONE."
                   END-IF
               END-IF
           END-IF.

       CONVERT-ONE-PRE-SESSION-GAME SECTION.
           READ PRE-SESSION-HISTORY-FILE
               AT END
                   MOVE 1 TO PT-EOF-SWITCH
               NOT AT END
                   MOVE PTH-DATE TO TH-DATE
                   MOVE PTH-TIME TO TH-TIME
                   MOVE PTH-PLAYER-NAME(1) TO TH-PLAYER-NAME(1)
                   MOVE PTH-PLAYER-NAME(2) TO TH-PLAYER-NAME(2)
                   MOVE PTH-RESULT TO TH-RESULT
                   MOVE PTH-VS-COMPUTER TO TH-VS-COMPUTER
                   MOVE PTH-MOVES TO TH-MOVES
                   MOVE PTH-TOURN-FIX TO TH-TOURN-FIX
                   MOVE 0 TO TH-SESSION-NO
                   WRITE HISTORY-RECORD
                   IF TH-FILE-STATUS = "00"
                       ADD 1 TO BK-COUNT
                   MOVE 1 TO HB-EOF-SWITCH
               NOT AT END
                   IF HB-TYPE = "D"
                       MOVE HB-DATA(1:34) TO HIGH-SCORE-RECORD
      *                A BACKUP TAKEN BEFORE THE SESSION NUMBER
      *                CARRIES BLANKS THERE; RELOAD IT AS ZERO.
                       IF HS-SESSION-NO NOT NUMERIC
                           MOVE 0 TO HS-SESSION-NO
                       END-IF
                       WRITE HIGH-SCORE-RECORD
                       IF HS-FILE-STATUS = "00"
                           ADD 1 TO BK-COUNT
