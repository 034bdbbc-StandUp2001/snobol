       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADGEAWD.
      *NIGHTLY BADGE AWARD STEP. THE MILESTONES LIVE IN BADGECAT,
      *ONE LINE PER BADGE NAMING THE RULE IT IS JUDGED BY, THE
      *SNOBOL PLAY MODE IT APPLIES TO (BLANK FOR ANY) AND THE
      *THRESHOLD:
      *  HS  A SNOBOL SCORE OF AT LEAST THE THRESHOLD (HISCORE)
      *  HD  THE THRESHOLD NUMBER OF SNOBOL ROUNDS IN ONE DAY
      *  TC  THE THRESHOLD NUMBER OF TICTACTOE WINS AGAINST THE
      *      COMPUTER (TTTHIST)
      *  TW  THE THRESHOLD NUMBER OF TOURNAMENT FIXTURES WON. THE
      *      RUNNING TOURNAMENT IS COUNTED FROM ITS TTTTOUR RESULTS,
      *      SO FIXTURES SETTLED BY A TTTTOURN OVERRIDE COUNT; THE
      *      TOURNAMENT GAMES IN TTTHIST THAT BELONG TO NO FIXTURE
      *      OF IT CARRY THE WINS FROM EARLIER TOURNAMENTS.
      *  LS  A LEAGUE SEASON FINISHED AT THE THRESHOLD POSITION OR
      *      BETTER (SEASHIST)
      *EACH BADGE IS AWARDED ONCE PER OPERATOR: THE AWARDS FILE IS
      *KEYED BY OPERATOR AND BADGE, SO A MILESTONE REACHED AGAIN
      *IS SIMPLY ALREADY HELD. THE EARNED DATE IS THE DATE OF THE
      *GAME THAT REACHED THE MILESTONE (THE LAST DAY OF THE SEASON
      *FOR A LEAGUE BADGE, THE RUN DATE FOR AN UNDATED TTTTOUR
      *RESULT). NEW AWARDS ARE MARKED UNANNOUNCED UNTIL ARCADE
      *SHOWS THEM AT THE OPERATOR'S NEXT SIGN-ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FILE ASSIGN TO "BADGECAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
           SELECT AWARDS-FILE ASSIGN TO "AWARDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS AW-FILE-STATUS.
           SELECT HIGH-SCORE-FILE ASSIGN TO "HISCORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-KEY
               FILE STATUS IS HS-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TTTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT TOURNAMENT-FILE ASSIGN TO "TTTTOUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TF-FILE-STATUS.
           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER BADGE: CODE, RULE, MODE, THRESHOLD AND THE
      *    TITLE THE PLAYER SEES, EACH SEPARATED BY A SPACE.
       FD  CATALOGUE-FILE.
       01  CATALOGUE-RECORD.
           05 BC-BADGE-CODE PIC X(8).
           05 FILLER PIC X(1).
           05 BC-RULE PIC X(2).
           05 FILLER PIC X(1).
           05 BC-MODE PIC X(1).
           05 FILLER PIC X(1).
           05 BC-THRESHOLD PIC 9(3).
           05 FILLER PIC X(1).
           05 BC-TITLE PIC X(40).
      *    THE TITLE IS COPIED IN AT AWARD TIME SO THE ROLL STILL
      *    READS RIGHT IF THE CATALOGUE LINE IS LATER REWORDED.
       FD  AWARDS-FILE.
       01  AWARDS-RECORD.
           05 AW-KEY.
               10 AW-OPERATOR-ID PIC X(8).
               10 AW-BADGE-CODE PIC X(8).
           05 AW-EARNED-DATE PIC X(8).
           05 AW-AWARDED-STAMP PIC X(14).
           05 AW-ANNOUNCED PIC X(1).
           05 AW-TITLE PIC X(40).
       FD  HIGH-SCORE-FILE.
       01  HIGH-SCORE-RECORD.
           05 HS-KEY.
               10 HS-OPERATOR-ID PIC X(08).
               10 HS-SEQ-NO PIC 9(06).
           05 HS-DATE PIC X(08).
           05 HS-SCORE PIC 9(03).
           05 HS-MODE PIC X(01).
           05 HS-SESSION-NO PIC 9(8).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 TH-DATE PIC X(08).
           05 TH-TIME PIC X(06).
           05 TH-PLAYER-NAME PIC X(8) OCCURS 2 TIMES.
           05 TH-RESULT PIC X(1).
           05 TH-VS-COMPUTER PIC 9(1).
           05 TH-MOVES PIC 9(2).
           05 TH-TOURN-FIX PIC 9(3).
           05 TH-SESSION-NO PIC 9(8).
       FD  TOURNAMENT-FILE.
       01  TOURNAMENT-RECORD.
           05 TR-TYPE PIC X(1).
           05 TR-DATA PIC X(40).
       01  TR-PLAYER REDEFINES TOURNAMENT-RECORD.
           05 FILLER PIC X(1).
           05 TR-PLAYER-NO PIC 9(2).
           05 TR-PLAYER-ID PIC X(8).
           05 FILLER PIC X(30).
       01  TR-FIXTURE REDEFINES TOURNAMENT-RECORD.
           05 FILLER PIC X(1).
           05 TR-FIX-NO PIC 9(3).
           05 TR-FIX-ROUND PIC 9(2).
           05 TR-FIX-HOME PIC 9(2).
           05 TR-FIX-AWAY PIC 9(2).
           05 TR-FIX-RESULT PIC X(1).
           05 FILLER PIC X(30).
       FD  SEASON-HISTORY-FILE.
       01  SEASON-HISTORY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
       01  BC-FILE-STATUS PIC X(2) VALUE SPACES.
       01  BC-EOF-SWITCH PIC 9 VALUE 0.
           88 BC-EOF VALUE 1.
       01  AW-FILE-STATUS PIC X(2) VALUE SPACES.
       01  HS-FILE-STATUS PIC X(2) VALUE SPACES.
       01  HS-EOF-SWITCH PIC 9 VALUE 0.
           88 HS-EOF VALUE 1.
       01  TH-FILE-STATUS PIC X(2) VALUE SPACES.
       01  TH-EOF-SWITCH PIC 9 VALUE 0.
           88 TH-EOF VALUE 1.
       01  TF-FILE-STATUS PIC X(2) VALUE SPACES.
       01  TF-EOF-SWITCH PIC 9 VALUE 0.
           88 TF-EOF VALUE 1.
       01  SH-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SH-EOF-SWITCH PIC 9 VALUE 0.
           88 SH-EOF VALUE 1.

       01  BG-STAMP PIC X(21) VALUE SPACES.
       01  BG-TODAY PIC X(8) VALUE SPACES.

      *    THE CATALOGUE AS LOADED.
       01  BG-BADGE-MAX PIC 9(2) USAGE IS COMP VALUE 50.
       01  BG-BADGE-COUNT PIC 9(2) USAGE IS COMP VALUE 0.
       01  BG-BADGE-TABLE.
           05 BG-BADGE-ENTRY OCCURS 50 TIMES.
               10 BG-CODE PIC X(8).
               10 BG-RULE PIC X(2).
               10 BG-MODE PIC X(1).
               10 BG-THRESHOLD PIC 9(3).
               10 BG-TITLE PIC X(40).
       01  BG-BADGE-NO PIC 9(2) USAGE IS COMP VALUE 0.

      *    RUNNING COUNTS TOWARD THE COUNTED MILESTONES, ONE ENTRY
      *    PER OPERATOR AND BADGE (AND PER DAY FOR AN HD BADGE).
      *    HD DAY ENTRIES ARE ONLY KEPT FOR THE OPERATOR WHOSE SCORES
      *    ARE BEING READ: AT EACH OPERATOR BREAK THE TABLE IS CUT
      *    BACK TO BG-TALLY-BASE, SO THE WHOLE OF THE TABLE IS LEFT
      *    FOR THE TTTHIST AND FIXTURE COUNTS THAT FOLLOW.
       01  BG-TALLY-MAX PIC 9(4) USAGE IS COMP VALUE 3000.
       01  BG-TALLY-COUNT PIC 9(4) USAGE IS COMP VALUE 0.
       01  BG-TALLY-BASE PIC 9(4) USAGE IS COMP VALUE 0.
       01  BG-TALLY-TABLE.
           05 BG-TALLY-ENTRY OCCURS 3000 TIMES.
               10 BG-TL-OPERATOR PIC X(8).
               10 BG-TL-BADGE PIC 9(2) USAGE IS COMP.
               10 BG-TL-DATE PIC X(8).
               10 BG-TL-COUNT PIC 9(5) USAGE IS COMP.
       01  BG-TALLY-NO PIC 9(4) USAGE IS COMP VALUE 0.
       01  BG-FOUND-SLOT PIC 9(4) USAGE IS COMP VALUE 0.
       01  BG-TALLY-FULL PIC 9 VALUE 0.
       01  BG-DAY-FULL PIC 9 VALUE 0.

      *    EARLIEST QUALIFYING DATE FOR EACH HS AND HD BADGE, HELD
      *    FOR THE OPERATOR WHOSE SCORES ARE BEING READ.
       01  BG-HELD-TABLE.
           05 BG-HELD-DATE PIC X(8) OCCURS 50 TIMES.

      *    THE RUNNING TOURNAMENT, LOADED FROM TTTTOUR.
       01  BG-PLAYER-TABLE.
           05 BG-TOUR-PLAYER PIC X(8) OCCURS 12 TIMES.
       01  BG-FIX-MAX PIC 9(3) USAGE IS COMP VALUE 66.
       01  BG-FIX-COUNT PIC 9(3) USAGE IS COMP VALUE 0.
       01  BG-FIX-TABLE.
           05 BG-FIX-ENTRY OCCURS 66 TIMES.
               10 BG-FIX-HOME PIC 9(2).
               10 BG-FIX-AWAY PIC 9(2).
               10 BG-FIX-RESULT PIC X(1).
       01  BG-FIX-NO PIC 9(3) USAGE IS COMP VALUE 0.
       01  BG-HOME-NO PIC 9(2) USAGE IS COMP VALUE 0.
       01  BG-AWAY-NO PIC 9(2) USAGE IS COMP VALUE 0.
       01  BG-CURRENT-SWITCH PIC 9 VALUE 0.
           88 BG-CURRENT-FIXTURE VALUE 1.

      *    THE EVENT BEING JUDGED.
       01  BG-WORK-OPERATOR PIC X(8) VALUE SPACES.
       01  BG-WORK-DATE PIC X(8) VALUE SPACES.
       01  BG-WORK-RULE PIC X(2) VALUE SPACES.
       01  BG-WORK-DAY PIC X(8) VALUE SPACES.
       01  BG-WORK-RANK PIC 9(3) VALUE 0.
       01  BG-WINNER PIC X(8) VALUE SPACES.

      *    SEASHIST IS THE LEAGUE'S PRINT FORMAT: A BANNER LINE
      *    NAMES THE SEASON AND EACH DETAIL LINE CARRIES THE RANK
      *    (ZERO-SUPPRESSED) AND THE OPERATOR.
       01  BG-SEASON PIC X(6) VALUE SPACES.
       01  BG-SEASON-PARTS REDEFINES BG-SEASON.
           05 BG-SEASON-YYYY PIC 9(4).
           05 BG-SEASON-MM PIC 9(2).
       01  BG-NEXT-MONTH PIC 9(8) VALUE 0.
       01  BG-NEXT-PARTS REDEFINES BG-NEXT-MONTH.
           05 BG-NEXT-YYYY PIC 9(4).
           05 BG-NEXT-MM PIC 9(2).
           05 BG-NEXT-DD PIC 9(2).
       01  BG-SEASON-END PIC 9(8) VALUE 0.
       01  BG-RANK-TEXT PIC X(3) VALUE SPACES.
       01  BG-RANK-DIGITS REDEFINES BG-RANK-TEXT PIC 9(3).

       01  BG-NEW-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       DISPLAY "==== BADGE AWARDS ====".
       MOVE FUNCTION CURRENT-DATE TO BG-STAMP.
       MOVE BG-STAMP(1:8) TO BG-TODAY.
       PERFORM LOAD-CATALOGUE.
       IF BG-BADGE-COUNT = 0
           DISPLAY "NO BADGES IN BADGECAT. NOTHING AWARDED."
           STOP RUN
       END-IF.
       PERFORM OPEN-AWARDS-FILE.
       PERFORM JUDGE-HISCORE.
       PERFORM LOAD-CURRENT-TOURNAMENT.
       PERFORM JUDGE-TTTHIST.
       PERFORM JUDGE-CURRENT-FIXTURES.
       PERFORM JUDGE-SEASHIST.
       CLOSE AWARDS-FILE.
       IF BG-TALLY-FULL = 1
           DISPLAY "WARNING: TALLY TABLE FULL - SOME COUNTED "
               "MILESTONES WERE NOT JUDGED."
       END-IF.
       IF BG-DAY-FULL = 1
           DISPLAY "WARNING: TALLY TABLE FULL - SOME DAYS WERE NOT "
               "COUNTED TOWARD HD BADGES."
       END-IF.
       DISPLAY "BADGES ON CATALOGUE: " BG-BADGE-COUNT.
       DISPLAY "NEWLY AWARDED:       " BG-NEW-COUNT.
       STOP RUN.

      *    A MISSING CATALOGUE IS CREATED WITH THE STANDARD SET OF
      *    MILESTONES SO THERE IS SOMETHING TO EDIT, AND THE RUN
      *    GOES ON TO JUDGE THEM.
       LOAD-CATALOGUE SECTION.
           MOVE 0 TO BC-EOF-SWITCH.
           OPEN INPUT CATALOGUE-FILE.
           IF BC-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: NO BADGECAT ON FILE - THE STANDARD "
                   "BADGES HAVE BEEN SET UP."
               PERFORM SEED-CATALOGUE
               OPEN INPUT CATALOGUE-FILE
           END-IF.
           IF BC-FILE-STATUS = "00"
               PERFORM READ-CATALOGUE-RECORD UNTIL BC-EOF
               CLOSE CATALOGUE-FILE
           END-IF.

       SEED-CATALOGUE SECTION.
           OPEN OUTPUT CATALOGUE-FILE.
           IF BC-FILE-STATUS = "00"
               MOVE SPACES TO CATALOGUE-RECORD
               MOVE "WALLS20" TO BC-BADGE-CODE
               MOVE "HS" TO BC-RULE
               MOVE "W" TO BC-MODE
               MOVE 20 TO BC-THRESHOLD
               MOVE "FIRST 20+ IN WALLS MODE" TO BC-TITLE
               WRITE CATALOGUE-RECORD
               MOVE SPACES TO CATALOGUE-RECORD
               MOVE "SPRINT5" TO BC-BADGE-CODE
               MOVE "HD" TO BC-RULE
               MOVE "S" TO BC-MODE
               MOVE 5 TO BC-THRESHOLD
               MOVE "FIVE SPRINT ROUNDS IN ONE DAY" TO BC-TITLE
               WRITE CATALOGUE-RECORD
               MOVE SPACES TO CATALOGUE-RECORD
               MOVE "BEATCPU" TO BC-BADGE-CODE
               MOVE "TC" TO BC-RULE
               MOVE 1 TO BC-THRESHOLD
               MOVE "BEAT THE COMPUTER AT TICTACTOE" TO BC-TITLE
               WRITE CATALOGUE-RECORD
               MOVE SPACES TO CATALOGUE-RECORD
               MOVE "TOURN10" TO BC-BADGE-CODE
               MOVE "TW" TO BC-RULE
               MOVE 10 TO BC-THRESHOLD
               MOVE "TEN TOURNAMENT WINS" TO BC-TITLE
               WRITE CATALOGUE-RECORD
               MOVE SPACES TO CATALOGUE-RECORD
               MOVE "LEAGTOP3" TO BC-BADGE-CODE
               MOVE "LS" TO BC-RULE
               MOVE 3 TO BC-THRESHOLD
               MOVE "FINISHED A LEAGUE SEASON IN THE TOP 3"
                   TO BC-TITLE
               WRITE CATALOGUE-RECORD
               CLOSE CATALOGUE-FILE
           END-IF.

       READ-CATALOGUE-RECORD SECTION.
           READ CATALOGUE-FILE
               AT END
                   MOVE 1 TO BC-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN BC-BADGE-CODE = SPACES
                           CONTINUE
                       WHEN BC-RULE NOT = "HS" AND BC-RULE NOT = "HD"
                           AND BC-RULE NOT = "TC" AND
                           BC-RULE NOT = "TW" AND BC-RULE NOT = "LS"
                           DISPLAY "WARNING: BADGE " BC-BADGE-CODE
                               " HAS UNKNOWN RULE " BC-RULE
                               " - IGNORED"
                       WHEN BC-THRESHOLD NOT NUMERIC OR
                           BC-THRESHOLD = 0
                           DISPLAY "WARNING: BADGE " BC-BADGE-CODE
                               " HAS NO VALID THRESHOLD - IGNORED"
                       WHEN BG-BADGE-COUNT < BG-BADGE-MAX
                           ADD 1 TO BG-BADGE-COUNT
                           MOVE BC-BADGE-CODE
                               TO BG-CODE(BG-BADGE-COUNT)
                           MOVE BC-RULE TO BG-RULE(BG-BADGE-COUNT)
                           MOVE BC-MODE TO BG-MODE(BG-BADGE-COUNT)
                           MOVE BC-THRESHOLD
                               TO BG-THRESHOLD(BG-BADGE-COUNT)
                           MOVE BC-TITLE TO BG-TITLE(BG-BADGE-COUNT)
                       WHEN OTHER
                           DISPLAY "WARNING: BADGE TABLE FULL, "
                               BC-BADGE-CODE " IGNORED"
                   END-EVALUATE
           END-READ.

       OPEN-AWARDS-FILE SECTION.
           OPEN I-O AWARDS-FILE.
           IF AW-FILE-STATUS = "35"
               OPEN OUTPUT AWARDS-FILE
               CLOSE AWARDS-FILE
               OPEN I-O AWARDS-FILE
           END-IF.
           IF AW-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN AWARDS. STATUS " AW-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    HISCORE IS READ IN OPERATOR AND SEQUENCE ORDER, AND THE
      *    SEQUENCE NUMBER IS ONLY THE TIME OF DAY THE SCORE WAS
      *    SAVED, SO AN OPERATOR'S SCORES COME OUT IN TIME-OF-DAY
      *    ORDER, NOT DATE ORDER. THE EARLIEST QUALIFYING DATE FOR
      *    EACH BADGE IS THEREFORE HELD UNTIL ALL OF THAT OPERATOR'S
      *    SCORES HAVE BEEN READ, AND ONLY THEN AWARDED.
       JUDGE-HISCORE SECTION.
           MOVE 0 TO HS-EOF-SWITCH.
           MOVE SPACES TO BG-WORK-OPERATOR.
           MOVE SPACES TO BG-HELD-TABLE.
           MOVE BG-TALLY-COUNT TO BG-TALLY-BASE.
           OPEN INPUT HIGH-SCORE-FILE.
           IF HS-FILE-STATUS = "00"
               PERFORM READ-HISCORE-RECORD UNTIL HS-EOF
               CLOSE HIGH-SCORE-FILE
               PERFORM AWARD-HELD-DATES
           END-IF.

       READ-HISCORE-RECORD SECTION.
           READ HIGH-SCORE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO HS-EOF-SWITCH
               NOT AT END
                   IF HS-OPERATOR-ID NOT = BG-WORK-OPERATOR
                       PERFORM AWARD-HELD-DATES
                   END-IF
                   MOVE HS-OPERATOR-ID TO BG-WORK-OPERATOR
                   MOVE HS-DATE TO BG-WORK-DATE
                   PERFORM JUDGE-ONE-SCORE VARYING BG-BADGE-NO
                       FROM 1 BY 1 UNTIL BG-BADGE-NO > BG-BADGE-COUNT
           END-READ.

       JUDGE-ONE-SCORE SECTION.
           IF BG-MODE(BG-BADGE-NO) = SPACE OR
               BG-MODE(BG-BADGE-NO) = HS-MODE
               EVALUATE BG-RULE(BG-BADGE-NO)
                   WHEN "HS"
                       IF HS-SCORE NOT < BG-THRESHOLD(BG-BADGE-NO)
                           PERFORM HOLD-EARLIEST-DATE
                       END-IF
                   WHEN "HD"
                       MOVE HS-DATE TO BG-WORK-DAY
                       PERFORM COUNT-TOWARD-BADGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       HOLD-EARLIEST-DATE SECTION.
           IF BG-HELD-DATE(BG-BADGE-NO) = SPACES OR
               BG-WORK-DATE < BG-HELD-DATE(BG-BADGE-NO)
               MOVE BG-WORK-DATE TO BG-HELD-DATE(BG-BADGE-NO)
           END-IF.

      *    HISCORE HOLDS EACH OPERATOR'S SCORES TOGETHER, SO ONCE
      *    THE OPERATOR CHANGES THEIR HD DAY ENTRIES ARE NOT NEEDED
      *    AGAIN AND ARE RELEASED WITH THE HELD DATES.
       AWARD-HELD-DATES SECTION.
           PERFORM AWARD-ONE-HELD-DATE VARYING BG-BADGE-NO FROM 1
               BY 1 UNTIL BG-BADGE-NO > BG-BADGE-COUNT.
           MOVE SPACES TO BG-HELD-TABLE.
           MOVE BG-TALLY-BASE TO BG-TALLY-COUNT.

       AWARD-ONE-HELD-DATE SECTION.
           IF BG-HELD-DATE(BG-BADGE-NO) NOT = SPACES
               MOVE BG-HELD-DATE(BG-BADGE-NO) TO BG-WORK-DATE
               PERFORM AWARD-BADGE
           END-IF.

       LOAD-CURRENT-TOURNAMENT SECTION.
           MOVE SPACES TO BG-PLAYER-TABLE.
           MOVE SPACES TO BG-FIX-TABLE.
           MOVE 0 TO BG-FIX-COUNT.
           MOVE 0 TO TF-EOF-SWITCH.
           OPEN INPUT TOURNAMENT-FILE.
           IF TF-FILE-STATUS = "00"
               PERFORM READ-TOURNAMENT-RECORD UNTIL TF-EOF
               CLOSE TOURNAMENT-FILE
           END-IF.

       READ-TOURNAMENT-RECORD SECTION.
           READ TOURNAMENT-FILE
               AT END
                   MOVE 1 TO TF-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN TR-TYPE = "P" AND TR-PLAYER-NO NUMERIC
                           AND TR-PLAYER-NO > 0 AND
                           TR-PLAYER-NO NOT > 12
                           MOVE TR-PLAYER-ID TO
                               BG-TOUR-PLAYER(TR-PLAYER-NO)
                       WHEN TR-TYPE = "F" AND TR-FIX-NO NUMERIC AND
                           TR-FIX-NO > 0 AND TR-FIX-NO NOT > BG-FIX-MAX
                           MOVE TR-FIX-HOME TO BG-FIX-HOME(TR-FIX-NO)
                           MOVE TR-FIX-AWAY TO BG-FIX-AWAY(TR-FIX-NO)
                           MOVE TR-FIX-RESULT
                               TO BG-FIX-RESULT(TR-FIX-NO)
                           IF TR-FIX-NO > BG-FIX-COUNT
                               MOVE TR-FIX-NO TO BG-FIX-COUNT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    TTTHIST IS APPENDED AS GAMES FINISH, SO IT IS ALREADY IN
      *    DATE ORDER.
       JUDGE-TTTHIST SECTION.
           MOVE 0 TO TH-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF TH-FILE-STATUS = "00"
               PERFORM READ-HISTORY-RECORD UNTIL TH-EOF
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD SECTION.
           READ HISTORY-FILE
               AT END
                   MOVE 1 TO TH-EOF-SWITCH
               NOT AT END
                   EVALUATE TH-RESULT
                       WHEN "1"
                           MOVE TH-PLAYER-NAME(1) TO BG-WINNER
                       WHEN "2"
                           MOVE TH-PLAYER-NAME(2) TO BG-WINNER
                       WHEN OTHER
                           MOVE SPACES TO BG-WINNER
                   END-EVALUATE
                   IF BG-WINNER NOT = SPACES AND
                       BG-WINNER NOT = "COMPUTER"
                       MOVE BG-WINNER TO BG-WORK-OPERATOR
                       MOVE TH-DATE TO BG-WORK-DATE
                       MOVE SPACES TO BG-WORK-DAY
                       IF TH-VS-COMPUTER = 1
                           MOVE "TC" TO BG-WORK-RULE
                           PERFORM JUDGE-ONE-COUNT VARYING BG-BADGE-NO
                               FROM 1 BY 1
                               UNTIL BG-BADGE-NO > BG-BADGE-COUNT
                       END-IF
                       IF TH-TOURN-FIX > 0
                           PERFORM CHECK-CURRENT-FIXTURE
                           IF NOT BG-CURRENT-FIXTURE
                               MOVE "TW" TO BG-WORK-RULE
                               PERFORM JUDGE-ONE-COUNT VARYING
                                   BG-BADGE-NO FROM 1 BY 1
                                   UNTIL BG-BADGE-NO > BG-BADGE-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    A TOURNAMENT GAME BETWEEN THE SAME TWO PLAYERS AS THE
      *    RUNNING TOURNAMENT'S FIXTURE OF THAT NUMBER IS THAT
      *    FIXTURE, AND IS COUNTED FROM TTTTOUR INSTEAD.
       CHECK-CURRENT-FIXTURE SECTION.
           MOVE 0 TO BG-CURRENT-SWITCH.
           IF TH-TOURN-FIX NOT > BG-FIX-COUNT
               MOVE TH-TOURN-FIX TO BG-FIX-NO
               PERFORM TAKE-FIXTURE-PLAYERS
               IF BG-HOME-NO > 0 AND BG-AWAY-NO > 0
                   IF (TH-PLAYER-NAME(1) = BG-TOUR-PLAYER(BG-HOME-NO)
                       AND TH-PLAYER-NAME(2) =
                       BG-TOUR-PLAYER(BG-AWAY-NO)) OR
                       (TH-PLAYER-NAME(2) = BG-TOUR-PLAYER(BG-HOME-NO)
                       AND TH-PLAYER-NAME(1) =
                       BG-TOUR-PLAYER(BG-AWAY-NO))
                       MOVE 1 TO BG-CURRENT-SWITCH
                   END-IF
               END-IF
           END-IF.

      *    A PLAYER NUMBER OUTSIDE THE ROSTER COMES BACK AS ZERO.
       TAKE-FIXTURE-PLAYERS SECTION.
           MOVE 0 TO BG-HOME-NO.
           MOVE 0 TO BG-AWAY-NO.
           IF BG-FIX-HOME(BG-FIX-NO) NUMERIC AND
               BG-FIX-HOME(BG-FIX-NO) NOT > 12
               MOVE BG-FIX-HOME(BG-FIX-NO) TO BG-HOME-NO
           END-IF.
           IF BG-FIX-AWAY(BG-FIX-NO) NUMERIC AND
               BG-FIX-AWAY(BG-FIX-NO) NOT > 12
               MOVE BG-FIX-AWAY(BG-FIX-NO) TO BG-AWAY-NO
           END-IF.

       JUDGE-CURRENT-FIXTURES SECTION.
           MOVE "TW" TO BG-WORK-RULE.
           MOVE BG-TODAY TO BG-WORK-DATE.
           MOVE SPACES TO BG-WORK-DAY.
           PERFORM JUDGE-ONE-FIXTURE VARYING BG-FIX-NO FROM 1 BY 1
               UNTIL BG-FIX-NO > BG-FIX-COUNT.

       JUDGE-ONE-FIXTURE SECTION.
           MOVE SPACES TO BG-WORK-OPERATOR.
           PERFORM TAKE-FIXTURE-PLAYERS.
           EVALUATE TRUE
               WHEN BG-FIX-RESULT(BG-FIX-NO) = "H" AND BG-HOME-NO > 0
                   MOVE BG-TOUR-PLAYER(BG-HOME-NO) TO BG-WORK-OPERATOR
               WHEN BG-FIX-RESULT(BG-FIX-NO) = "A" AND BG-AWAY-NO > 0
                   MOVE BG-TOUR-PLAYER(BG-AWAY-NO) TO BG-WORK-OPERATOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF BG-WORK-OPERATOR NOT = SPACES AND
               BG-WORK-OPERATOR NOT = "COMPUTER"
               PERFORM JUDGE-ONE-COUNT VARYING BG-BADGE-NO FROM 1
                   BY 1 UNTIL BG-BADGE-NO > BG-BADGE-COUNT
           END-IF.

       JUDGE-ONE-COUNT SECTION.
           IF BG-RULE(BG-BADGE-NO) = BG-WORK-RULE
               PERFORM COUNT-TOWARD-BADGE
           END-IF.

      *    THE BADGE IS AWARDED ON THE EVENT THAT BRINGS THE COUNT
      *    UP TO THE THRESHOLD; LATER EVENTS ONLY ADD TO THE COUNT.
      *    AN HD DAY REACHING ITS THRESHOLD IS ONLY HELD, SINCE AN
      *    EARLIER DAY MAY STILL BE READ AFTER IT.
       COUNT-TOWARD-BADGE SECTION.
           MOVE 0 TO BG-FOUND-SLOT.
           PERFORM FIND-TALLY-SLOT VARYING BG-TALLY-NO FROM 1 BY 1
               UNTIL BG-TALLY-NO > BG-TALLY-COUNT OR
               BG-FOUND-SLOT NOT = 0.
           IF BG-FOUND-SLOT = 0
               IF BG-TALLY-COUNT < BG-TALLY-MAX
                   ADD 1 TO BG-TALLY-COUNT
                   MOVE BG-TALLY-COUNT TO BG-FOUND-SLOT
                   MOVE BG-WORK-OPERATOR
                       TO BG-TL-OPERATOR(BG-FOUND-SLOT)
                   MOVE BG-BADGE-NO TO BG-TL-BADGE(BG-FOUND-SLOT)
                   MOVE BG-WORK-DAY TO BG-TL-DATE(BG-FOUND-SLOT)
                   MOVE 0 TO BG-TL-COUNT(BG-FOUND-SLOT)
               ELSE
                   IF BG-RULE(BG-BADGE-NO) = "HD"
                       MOVE 1 TO BG-DAY-FULL
                   ELSE
                       MOVE 1 TO BG-TALLY-FULL
                   END-IF
               END-IF
           END-IF.
           IF BG-FOUND-SLOT NOT = 0
               ADD 1 TO BG-TL-COUNT(BG-FOUND-SLOT)
               IF BG-TL-COUNT(BG-FOUND-SLOT) =
                   BG-THRESHOLD(BG-BADGE-NO)
                   IF BG-RULE(BG-BADGE-NO) = "HD"
                       PERFORM HOLD-EARLIEST-DATE
                   ELSE
                       PERFORM AWARD-BADGE
                   END-IF
               END-IF
           END-IF.

       FIND-TALLY-SLOT SECTION.
           IF BG-TL-OPERATOR(BG-TALLY-NO) = BG-WORK-OPERATOR AND
               BG-TL-BADGE(BG-TALLY-NO) = BG-BADGE-NO AND
               BG-TL-DATE(BG-TALLY-NO) = BG-WORK-DAY
               MOVE BG-TALLY-NO TO BG-FOUND-SLOT
           END-IF.

       JUDGE-SEASHIST SECTION.
           MOVE 0 TO SH-EOF-SWITCH.
           MOVE SPACES TO BG-SEASON.
           OPEN INPUT SEASON-HISTORY-FILE.
           IF SH-FILE-STATUS = "00"
               PERFORM READ-SEASON-LINE UNTIL SH-EOF
               CLOSE SEASON-HISTORY-FILE
           END-IF.

       READ-SEASON-LINE SECTION.
           READ SEASON-HISTORY-FILE
               AT END
                   MOVE 1 TO SH-EOF-SWITCH
               NOT AT END
                   IF SEASON-HISTORY-RECORD(1:12) = "==== SEASON "
                       MOVE SEASON-HISTORY-RECORD(13:6) TO BG-SEASON
                       PERFORM FIND-SEASON-END
                   ELSE
                       MOVE SEASON-HISTORY-RECORD(2:3) TO BG-RANK-TEXT
                       INSPECT BG-RANK-TEXT
                           REPLACING LEADING SPACE BY ZERO
                       IF BG-SEASON NUMERIC AND
                           SEASON-HISTORY-RECORD(1:1) = SPACE AND
                           BG-RANK-DIGITS NUMERIC AND
                           BG-RANK-DIGITS > 0
                           MOVE BG-RANK-DIGITS TO BG-WORK-RANK
                           MOVE SEASON-HISTORY-RECORD(8:8)
                               TO BG-WORK-OPERATOR
                           MOVE BG-SEASON-END TO BG-WORK-DATE
                           PERFORM JUDGE-ONE-PLACING VARYING
                               BG-BADGE-NO FROM 1 BY 1
                               UNTIL BG-BADGE-NO > BG-BADGE-COUNT
                       END-IF
                   END-IF
           END-READ.

      *    THE LAST DAY OF THE SEASON IS THE DAY BEFORE THE FIRST
      *    OF THE MONTH AFTER IT.
       FIND-SEASON-END SECTION.
           MOVE 0 TO BG-SEASON-END.
           IF BG-SEASON NUMERIC
               MOVE BG-SEASON-YYYY TO BG-NEXT-YYYY
               MOVE BG-SEASON-MM TO BG-NEXT-MM
               MOVE 1 TO BG-NEXT-DD
               IF BG-NEXT-MM = 12
                   MOVE 1 TO BG-NEXT-MM
                   ADD 1 TO BG-NEXT-YYYY
               ELSE
                   ADD 1 TO BG-NEXT-MM
               END-IF
               COMPUTE BG-SEASON-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(BG-NEXT-MONTH) - 1)
           END-IF.

       JUDGE-ONE-PLACING SECTION.
           IF BG-RULE(BG-BADGE-NO) = "LS" AND
               BG-WORK-RANK NOT > BG-THRESHOLD(BG-BADGE-NO)
               PERFORM AWARD-BADGE
           END-IF.

      *    THE AWARDS KEY DOES THE ONCE-PER-OPERATOR CHECK: A BADGE
      *    ALREADY HELD FAILS THE WRITE AND IS LEFT AS IT WAS.
       AWARD-BADGE SECTION.
           IF BG-WORK-OPERATOR NOT = SPACES AND
               BG-WORK-OPERATOR NOT = "COMPUTER"
               MOVE SPACES TO AWARDS-RECORD
               MOVE BG-WORK-OPERATOR TO AW-OPERATOR-ID
               MOVE BG-CODE(BG-BADGE-NO) TO AW-BADGE-CODE
               MOVE BG-WORK-DATE TO AW-EARNED-DATE
               MOVE BG-STAMP(1:14) TO AW-AWARDED-STAMP
               MOVE "N" TO AW-ANNOUNCED
               MOVE BG-TITLE(BG-BADGE-NO) TO AW-TITLE
               WRITE AWARDS-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO BG-NEW-COUNT
                       DISPLAY "AWARDED " AW-OPERATOR-ID " "
                           AW-BADGE-CODE " " AW-TITLE
               END-WRITE
           END-IF.
