       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSSTMT.
      *MONTH-END PERSONAL ACTIVITY STATEMENT. ONE STATEMENT PER
      *OPERMAST OPERATOR FOR THE REQUESTED MONTH, PUTTING ON ONE
      *PAGE WHAT OTHERWISE TAKES FIVE REPORTS: SESSLOG PLAY MINUTES
      *AGAINST THE DAILY ALLOWANCE (DAYS PLAYED, DAYS OVER, BUSIEST
      *DAY) WITH THE SUPERVISOR OVERRIDES OVRDLOG SHOWS FOR THEM,
      *SNOBOL GAMES AND BEST SCORE PER MODE FROM HISCORE, THE
      *MONTH'S TICTACTOE WON / LOST / DRAWN FROM TTTHIST, THE
      *MONTH'S RATING MOVEMENT FROM TTTRATE, THE LEAGUE PLACING
      *(SEASHIST ONCE THE SEASON IS CLOSED, LEAGSTND WHILE IT IS
      *STILL OPEN) AND EVERY ADJLOG CORRECTION THAT NAMED THEM.
      *TTTRATE ONLY EVER HOLDS THE CURRENT RATING, SO THE FIRST RUN
      *FOR A MONTH JUST ENDED RECORDS EACH OPERATOR'S RATING IN
      *ELOSNAP; THE MOVEMENT IS THE CHANGE BETWEEN ONE MONTH'S
      *FIGURE AND THE NEXT (RUN TTTELO U FIRST SO THE FIGURE IS
      *UP TO DATE). OPERATORS WHO DID NOT PLAY AT ALL IN THE MONTH
      *GET NO STATEMENT BUT ARE LISTED AT THE END WITH THE DATE
      *THEY LAST PLAYED, SO DORMANT IDS CAN BE CLEANED UP IN
      *OPERMNT. MINUTES ARE COUNTED AND CRASHED SESSIONS LEFT OUT
      *THE SAME WAY AS IN SESSRPT AND CHGBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OM-FILE-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVRDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OV-FILE-STATUS.
           SELECT HIGH-SCORE-FILE ASSIGN TO "HISCORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-KEY
               FILE STATUS IS HS-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TTTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "TTTRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-OPERATOR-ID
               FILE STATUS IS RT-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "ELOSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-KEY
               FILE STATUS IS ES-FILE-STATUS.
           SELECT STANDINGS-FILE ASSIGN TO "LEAGSTND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FILE-STATUS.
           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.
           SELECT ADJUST-LOG-FILE ASSIGN TO "ADJLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-OPERATOR-ID PIC X(08).
           05 OP-DISPLAY-NAME PIC X(20).
           05 OP-BOARD-CODE PIC X(1).
           05 OP-SPEED-CODE PIC X(1).
           05 OP-ACTIVE PIC X(1).
           05 OP-DAILY-LIMIT PIC 9(3).
           05 OP-ROLE PIC X(1).
           05 OP-SECRET PIC X(8).
           05 OP-DEPT-CODE PIC X(6).
       FD  SESSION-LOG-FILE.
       01  SESSION-LOG-RECORD.
           05 SL-OPERATOR PIC X(8).
           05 FILLER PIC X(1).
           05 SL-GAME PIC X(9).
           05 FILLER PIC X(1).
           05 SL-START-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SL-END-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SL-SESSION-NO PIC 9(8).
      *    ARCADE'S OVERRIDE LINE: STAMP, " OVERRIDE BY ", THE
      *    SUPERVISOR, " FOR ", THE OPERATOR, THEN THE MINUTES.
       FD  OVERRIDE-LOG-FILE.
       01  OVERRIDE-LOG-RECORD.
           05 OV-STAMP PIC X(14).
           05 FILLER PIC X(13).
           05 OV-SUPERVISOR PIC X(8).
           05 FILLER PIC X(5).
           05 OV-OPERATOR PIC X(8).
           05 FILLER PIC X(22).
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
       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-OPERATOR-ID PIC X(8).
           05 RT-RATING PIC 9(4).
           05 RT-PEAK PIC 9(4).
           05 RT-GAMES PIC 9(5).
      *    ONE OPERATOR'S TTTRATE FIGURES AS THEY STOOD WHEN THE
      *    STATEMENT FOR THE MONTH WAS FIRST RUN AFTER IT ENDED.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05 ES-KEY.
               10 ES-PERIOD PIC X(6).
               10 ES-OPERATOR-ID PIC X(8).
           05 ES-RATING PIC 9(4).
           05 ES-GAMES PIC 9(5).
           05 ES-TAKEN-STAMP PIC X(14).
       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD PIC X(60).
       FD  SEASON-HISTORY-FILE.
       01  SEASON-HISTORY-RECORD PIC X(60).
       FD  ADJUST-LOG-FILE.
       01  ADJUST-LOG-RECORD.
           05 AJ-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 AJ-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 AJ-WHO PIC X(8).
           05 FILLER PIC X(1).
           05 AJ-KEY PIC X(14).
           05 FILLER PIC X(1).
           05 AJ-BEFORE PIC X(20).
           05 FILLER PIC X(1).
           05 AJ-AFTER PIC X(20).
           05 FILLER PIC X(1).
           05 AJ-WINS-DELTA PIC S9(3) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 AJ-LOSS-DELTA PIC S9(3) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  OM-FILE-STATUS PIC X(2) VALUE SPACES.
       01  OM-EOF-SWITCH PIC 9 VALUE 0.
           88 OM-EOF VALUE 1.
       01  SL-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SL-EOF-SWITCH PIC 9 VALUE 0.
           88 SL-EOF VALUE 1.
       01  OV-FILE-STATUS PIC X(2) VALUE SPACES.
       01  OV-EOF-SWITCH PIC 9 VALUE 0.
           88 OV-EOF VALUE 1.
       01  HS-FILE-STATUS PIC X(2) VALUE SPACES.
       01  HS-EOF-SWITCH PIC 9 VALUE 0.
           88 HS-EOF VALUE 1.
       01  TH-FILE-STATUS PIC X(2) VALUE SPACES.
       01  TH-EOF-SWITCH PIC 9 VALUE 0.
           88 TH-EOF VALUE 1.
       01  RT-FILE-STATUS PIC X(2) VALUE SPACES.
       01  ES-FILE-STATUS PIC X(2) VALUE SPACES.
       01  LS-FILE-STATUS PIC X(2) VALUE SPACES.
       01  LS-EOF-SWITCH PIC 9 VALUE 0.
           88 LS-EOF VALUE 1.
       01  SH-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SH-EOF-SWITCH PIC 9 VALUE 0.
           88 SH-EOF VALUE 1.
       01  AJ-FILE-STATUS PIC X(2) VALUE SPACES.
       01  AJ-EOF-SWITCH PIC 9 VALUE 0.
           88 AJ-EOF VALUE 1.

       01  PS-NOW PIC X(21) VALUE SPACES.
       01  PS-NOW-PARTS REDEFINES PS-NOW.
           05 PS-NOW-YYYY PIC 9(4).
           05 PS-NOW-MM PIC 9(2).
           05 FILLER PIC X(15).
       01  PS-PERIOD PIC X(6) VALUE SPACES.
       01  PS-PERIOD-PARTS REDEFINES PS-PERIOD.
           05 PS-PERIOD-YYYY PIC 9(4).
           05 PS-PERIOD-MM PIC 9(2).
       01  PS-PRIOR-PERIOD PIC X(6) VALUE SPACES.
       01  PS-PRIOR-PARTS REDEFINES PS-PRIOR-PERIOD.
           05 PS-PRIOR-YYYY PIC 9(4).
           05 PS-PRIOR-MM PIC 9(2).
       01  PS-LAST-MONTH PIC X(6) VALUE SPACES.
       01  PS-LAST-MONTH-PARTS REDEFINES PS-LAST-MONTH.
           05 PS-LAST-MONTH-YYYY PIC 9(4).
           05 PS-LAST-MONTH-MM PIC 9(2).
       01  PS-WANTED-ID PIC X(8) VALUE SPACES.

      *    SAME CAP AS SESSRPT: ANYTHING LONGER IS A CRASHED GAME.
       01  PS-SANITY-CAP PIC 9(5) USAGE IS COMP VALUE 480.

       01  PS-STAMP PIC X(14) VALUE SPACES.
       01  PS-STAMP-PARTS REDEFINES PS-STAMP.
           05 PS-STAMP-DATE PIC 9(8).
           05 PS-STAMP-HH PIC 9(2).
           05 PS-STAMP-MM PIC 9(2).
           05 PS-STAMP-SS PIC 9(2).
       01  PS-STAMP-SECS PIC 9(12) USAGE IS COMP VALUE 0.
       01  PS-START-SECS PIC 9(12) USAGE IS COMP VALUE 0.
       01  PS-END-SECS PIC 9(12) USAGE IS COMP VALUE 0.
       01  PS-MINUTES PIC 9(6) USAGE IS COMP VALUE 0.

       01  PS-MODE-CODES PIC X(3) VALUE "CWS".
       01  PS-MODE-NAME-LIST PIC X(21) VALUE
           "CLASSICWALLS  SPRINT ".
       01  PS-MODE-NAME-TABLE REDEFINES PS-MODE-NAME-LIST.
           05 PS-MODE-NAME PIC X(7) OCCURS 3 TIMES.
       01  PS-MODE-NO PIC 9(1) USAGE IS COMP VALUE 0.

      *    ONE ENTRY PER OPERMAST OPERATOR, IN OPERATOR ID ORDER,
      *    CARRYING EVERYTHING THE STATEMENT PRINTS FOR THEM.
       01  PS-OPER-MAX PIC 9(3) USAGE IS COMP VALUE 200.
       01  PS-OPER-COUNT PIC 9(3) USAGE IS COMP VALUE 0.
       01  PS-OPER-TABLE.
           05 PS-OPER-ENTRY OCCURS 200 TIMES INDEXED BY PS-OPER-IX.
               10 PS-OPER-ID PIC X(8).
               10 PS-OPER-NAME PIC X(20).
               10 PS-OPER-ACTIVE PIC X(1).
               10 PS-OPER-LIMIT PIC 9(3).
               10 PS-SESSIONS PIC 9(5) USAGE IS COMP.
               10 PS-MINUTES-PLAYED PIC 9(7) USAGE IS COMP.
               10 PS-FLAGGED PIC 9(5) USAGE IS COMP.
               10 PS-DAYS-PLAYED PIC 9(3) USAGE IS COMP.
               10 PS-DAYS-OVER PIC 9(3) USAGE IS COMP.
               10 PS-BUSY-DATE PIC X(8).
               10 PS-BUSY-MINUTES PIC 9(5) USAGE IS COMP.
               10 PS-LAST-PLAYED PIC X(8).
               10 PS-OVR-RECEIVED PIC 9(3) USAGE IS COMP.
               10 PS-OVR-GRANTED PIC 9(3) USAGE IS COMP.
               10 PS-MODE-GAMES PIC 9(5) USAGE IS COMP
                   OCCURS 3 TIMES.
               10 PS-MODE-BEST PIC 9(3) OCCURS 3 TIMES.
               10 PS-TTT-WON PIC 9(5) USAGE IS COMP.
               10 PS-TTT-LOST PIC 9(5) USAGE IS COMP.
               10 PS-TTT-DRAWN PIC 9(5) USAGE IS COMP.
               10 PS-ELO-OPEN-SWITCH PIC 9.
               10 PS-ELO-OPEN PIC 9(4).
               10 PS-ELO-OPEN-GAMES PIC 9(5).
               10 PS-ELO-CLOSE-KIND PIC X(1).
               10 PS-ELO-CLOSE PIC 9(4).
               10 PS-ELO-CLOSE-GAMES PIC 9(5).
               10 PS-LEAGUE-RANK PIC 9(3).
               10 PS-ADJ-COUNT PIC 9(3) USAGE IS COMP.
       01  PS-WORK-ID PIC X(8) VALUE SPACES.
       01  PS-FOUND-SLOT PIC 9(3) USAGE IS COMP VALUE 0.
       01  PS-SCAN PIC 9(3) USAGE IS COMP VALUE 0.
       01  PS-ACTIVE-SWITCH PIC 9 VALUE 0.
           88 PS-PLAYED-IN-MONTH VALUE 1.

      *    MINUTES PER OPERATOR PER DAY OF THE MONTH, FOR THE DAYS
      *    PLAYED, DAYS OVER THE ALLOWANCE AND THE BUSIEST DAY.
       01  PS-DAY-MAX PIC 9(4) USAGE IS COMP VALUE 3000.
       01  PS-DAY-COUNT PIC 9(4) USAGE IS COMP VALUE 0.
       01  PS-DAY-TABLE.
           05 PS-DAY-ENTRY OCCURS 3000 TIMES.
               10 PS-DAY-SLOT PIC 9(3) USAGE IS COMP.
               10 PS-DAY-DATE PIC X(8).
               10 PS-DAY-MINUTES PIC 9(5) USAGE IS COMP.
       01  PS-DAY-NO PIC 9(4) USAGE IS COMP VALUE 0.
       01  PS-DAY-FOUND PIC 9(4) USAGE IS COMP VALUE 0.
       01  PS-DAY-FULL-SWITCH PIC 9 VALUE 0.
           88 PS-DAY-TABLE-FULL VALUE 1.

      *    THE MONTH'S ADJLOG ENTRIES, ONE LINE PER OPERATOR THE
      *    CORRECTION NAMED (A GAME CORRECTION CAN NAME FOUR).
       01  PS-ADJ-MAX PIC 9(3) USAGE IS COMP VALUE 300.
       01  PS-ADJ-COUNT-ALL PIC 9(3) USAGE IS COMP VALUE 0.
       01  PS-ADJ-TABLE.
           05 PS-ADJ-ENTRY OCCURS 300 TIMES.
               10 PS-ADJ-SLOT PIC 9(3) USAGE IS COMP.
               10 PS-ADJ-TYPE PIC X(1).
               10 PS-ADJ-STAMP PIC X(14).
               10 PS-ADJ-WHO PIC X(8).
               10 PS-ADJ-KEY PIC X(14).
               10 PS-ADJ-BEFORE PIC X(20).
               10 PS-ADJ-AFTER PIC X(20).
       01  PS-ADJ-NO PIC 9(3) USAGE IS COMP VALUE 0.
       01  PS-ADJ-FIRST PIC 9(3) USAGE IS COMP VALUE 0.
       01  PS-ADJ-DUPLICATE PIC 9 VALUE 0.

       01  PS-LEAGUE-FOUND-SWITCH PIC 9 VALUE 0.
           88 PS-LEAGUE-FOUND VALUE 1.
       01  PS-IN-SEASON-SWITCH PIC 9 VALUE 0.
           88 PS-IN-SEASON VALUE 1.
       01  PS-LEAGUE-STATE PIC X(13) VALUE SPACES.
       01  PS-LEAGUE-PLACED PIC 9(3) VALUE 0.
       01  PS-LEAGUE-LINE PIC X(60) VALUE SPACES.
       01  PS-RANK-TEXT PIC X(3) VALUE SPACES.
       01  PS-RANK-DIGITS REDEFINES PS-RANK-TEXT PIC 9(3).

       01  PS-RATINGS-OPEN PIC 9 VALUE 0.
       01  PS-SNAPSHOTS-OPEN PIC 9 VALUE 0.
       01  PS-SNAPSHOTS-TAKEN PIC 9(5) VALUE 0.

       01  PS-READ-COUNT PIC 9(6) VALUE 0.
       01  PS-UNKNOWN-COUNT PIC 9(6) VALUE 0.
       01  PS-STATEMENT-COUNT PIC 9(5) VALUE 0.
       01  PS-DORMANT-COUNT PIC 9(5) VALUE 0.

       01  PS-RULE-LINE PIC X(64) VALUE ALL "=".
       01  PS-DASH-LINE PIC X(64) VALUE ALL "-".
       01  PS-STATUS-WORD PIC X(11) VALUE SPACES.
       01  PS-SHOW-COUNT PIC ZZZZ9.
       01  PS-SHOW-MINUTES PIC ZZZZZZ9.
       01  PS-SHOW-DAYS PIC ZZ9.
       01  PS-SHOW-OVER PIC ZZ9.
       01  PS-SHOW-LIMIT PIC ZZ9.
       01  PS-SHOW-BUSY PIC ZZZZ9.
       01  PS-SHOW-BEST PIC ZZ9.
       01  PS-SHOW-WON PIC ZZZZ9.
       01  PS-SHOW-LOST PIC ZZZZ9.
       01  PS-SHOW-DRAWN PIC ZZZZ9.
       01  PS-SHOW-OPEN PIC ZZZ9.
       01  PS-SHOW-CLOSE PIC ZZZ9.
       01  PS-SHOW-MOVE PIC +(4)9.
       01  PS-SHOW-RATED PIC ZZZZ9.
       01  PS-SHOW-RANK PIC ZZ9.
       01  PS-SHOW-PLACED PIC ZZ9.
       01  PS-MOVE PIC S9(5) VALUE 0.
       01  PS-RATED PIC S9(5) VALUE 0.
       01  PS-CLOSE-WORD PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       DISPLAY "==== MONTHLY PERSONAL ACTIVITY STATEMENTS ====".
       MOVE FUNCTION CURRENT-DATE TO PS-NOW.
       PERFORM ACCEPT-PERIOD.
       DISPLAY "OPERATOR ID (BLANK FOR EVERY OPERATOR): "
           WITH NO ADVANCING.
       ACCEPT PS-WANTED-ID.
       PERFORM LOAD-OPERATORS.
       PERFORM TALLY-SESSION-LOG.
       PERFORM SUM-PLAYING-DAYS VARYING PS-DAY-NO FROM 1 BY 1
           UNTIL PS-DAY-NO > PS-DAY-COUNT.
       PERFORM TALLY-OVERRIDES.
       PERFORM TALLY-SNOBOL-SCORES.
       PERFORM TALLY-TICTACTOE-GAMES.
       PERFORM FIND-LEAGUE-PLACINGS.
       PERFORM COLLECT-CORRECTIONS.
       PERFORM TAKE-RATING-FIGURES.
       PERFORM PRINT-ONE-STATEMENT VARYING PS-SCAN FROM 1 BY 1
           UNTIL PS-SCAN > PS-OPER-COUNT.
       PERFORM PRINT-DORMANT-OPERATORS.
       PERFORM PRINT-RUN-TOTALS.
       MOVE 0 TO RETURN-CODE.
       STOP RUN.

      *    THE RUN NORMALLY HAPPENS EARLY IN THE NEW MONTH, SO A
      *    BLANK ANSWER MEANS THE MONTH JUST ENDED.
       ACCEPT-PERIOD SECTION.
           IF PS-NOW-MM = 1
               COMPUTE PS-LAST-MONTH-YYYY = PS-NOW-YYYY - 1
               MOVE 12 TO PS-LAST-MONTH-MM
           ELSE
               MOVE PS-NOW-YYYY TO PS-LAST-MONTH-YYYY
               COMPUTE PS-LAST-MONTH-MM = PS-NOW-MM - 1
           END-IF.
           DISPLAY "MONTH (YYYYMM, BLANK FOR LAST MONTH): "
               WITH NO ADVANCING.
           ACCEPT PS-PERIOD.
           IF PS-PERIOD = SPACES
               MOVE PS-LAST-MONTH TO PS-PERIOD
           END-IF.
           IF PS-PERIOD NOT NUMERIC
               DISPLAY "MONTH MUST BE YYYYMM. NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PS-PERIOD-MM < 1 OR PS-PERIOD-MM > 12
               DISPLAY "MONTH MUST BE YYYYMM. NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PS-PERIOD > PS-NOW(1:6)
               DISPLAY "THAT MONTH HAS NOT STARTED. NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PS-PERIOD-MM = 1
               COMPUTE PS-PRIOR-YYYY = PS-PERIOD-YYYY - 1
               MOVE 12 TO PS-PRIOR-MM
           ELSE
               MOVE PS-PERIOD-YYYY TO PS-PRIOR-YYYY
               COMPUTE PS-PRIOR-MM = PS-PERIOD-MM - 1
           END-IF.
           DISPLAY "STATEMENT PERIOD " PS-PERIOD.

       LOAD-OPERATORS SECTION.
           OPEN INPUT OPERATOR-FILE.
           IF OM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN OPERMAST. STATUS " OM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO OM-EOF-SWITCH.
           IF PS-WANTED-ID = SPACES
               MOVE LOW-VALUES TO OP-OPERATOR-ID
               START OPERATOR-FILE KEY NOT < OP-OPERATOR-ID
                   INVALID KEY
                       MOVE 1 TO OM-EOF-SWITCH
               END-START
               PERFORM LOAD-NEXT-OPERATOR UNTIL OM-EOF
           ELSE
               MOVE PS-WANTED-ID TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR " PS-WANTED-ID
                           " IS NOT ON OPERMAST. NOTHING DONE."
                       CLOSE OPERATOR-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   NOT INVALID KEY
                       PERFORM ADD-OPERATOR-ENTRY
               END-READ
           END-IF.
           CLOSE OPERATOR-FILE.

       LOAD-NEXT-OPERATOR SECTION.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE 1 TO OM-EOF-SWITCH
               NOT AT END
                   IF PS-OPER-COUNT < PS-OPER-MAX
                       PERFORM ADD-OPERATOR-ENTRY
                   ELSE
                       DISPLAY "WARNING: OPERATOR TABLE FULL, "
                           OP-OPERATOR-ID " AND LATER IDS GET NO "
                           "STATEMENT"
                       MOVE 1 TO OM-EOF-SWITCH
                   END-IF
           END-READ.

       ADD-OPERATOR-ENTRY SECTION.
           ADD 1 TO PS-OPER-COUNT.
           SET PS-OPER-IX TO PS-OPER-COUNT.
           INITIALIZE PS-OPER-ENTRY(PS-OPER-IX).
           MOVE OP-OPERATOR-ID TO PS-OPER-ID(PS-OPER-IX).
           MOVE OP-DISPLAY-NAME TO PS-OPER-NAME(PS-OPER-IX).
           MOVE OP-ACTIVE TO PS-OPER-ACTIVE(PS-OPER-IX).
      *    ZERO (OR A MANGLED FIELD) MEANS NO ALLOWANCE, AS IN ARCADE.
           IF OP-DAILY-LIMIT NUMERIC
               MOVE OP-DAILY-LIMIT TO PS-OPER-LIMIT(PS-OPER-IX)
           ELSE
               MOVE 0 TO PS-OPER-LIMIT(PS-OPER-IX)
           END-IF.
           MOVE SPACES TO PS-BUSY-DATE(PS-OPER-IX).
           MOVE SPACES TO PS-LAST-PLAYED(PS-OPER-IX).
           MOVE SPACE TO PS-ELO-CLOSE-KIND(PS-OPER-IX).

      *    LEAVES PS-FOUND-SLOT AT ZERO FOR AN ID NOT ON THE TABLE
      *    (THE COMPUTER, A DELETED OPERATOR, OR ONE NOT ASKED FOR).
       FIND-OPERATOR-SLOT SECTION.
           MOVE 0 TO PS-FOUND-SLOT.
           IF PS-WORK-ID NOT = SPACES
               PERFORM CHECK-OPERATOR-SLOT VARYING PS-OPER-IX
                   FROM 1 BY 1 UNTIL PS-OPER-IX > PS-OPER-COUNT
                   OR PS-FOUND-SLOT NOT = 0
           END-IF.

       CHECK-OPERATOR-SLOT SECTION.
           IF PS-OPER-ID(PS-OPER-IX) = PS-WORK-ID
               SET PS-FOUND-SLOT TO PS-OPER-IX
           END-IF.

       TALLY-SESSION-LOG SECTION.
           MOVE 0 TO SL-EOF-SWITCH.
           OPEN INPUT SESSION-LOG-FILE.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: NO SESSLOG ON FILE - NO PLAY TIME SHOWN."
           ELSE
               PERFORM READ-SESSION-RECORD UNTIL SL-EOF
               CLOSE SESSION-LOG-FILE
           END-IF.

       READ-SESSION-RECORD SECTION.
           READ SESSION-LOG-FILE
               AT END
                   MOVE 1 TO SL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO PS-READ-COUNT
                   MOVE SL-OPERATOR TO PS-WORK-ID
                   PERFORM FIND-OPERATOR-SLOT
                   IF PS-FOUND-SLOT NOT = 0
                       PERFORM NOTE-LAST-PLAYED
                       IF SL-START-STAMP(1:6) = PS-PERIOD
                           PERFORM TIME-ONE-SESSION
                       END-IF
                   ELSE
                       IF SL-START-STAMP(1:6) = PS-PERIOD AND
                           PS-WANTED-ID = SPACES
                           ADD 1 TO PS-UNKNOWN-COUNT
                       END-IF
                   END-IF
           END-READ.

      *    FOR THE DORMANT LIST: THE LAST DAY THEY PLAYED AT ALL,
      *    NOT JUST IN THE MONTH.
       NOTE-LAST-PLAYED SECTION.
           SET PS-OPER-IX TO PS-FOUND-SLOT.
           IF SL-START-STAMP(1:8) NUMERIC
               IF PS-LAST-PLAYED(PS-OPER-IX) = SPACES OR
                   SL-START-STAMP(1:8) > PS-LAST-PLAYED(PS-OPER-IX)
                   MOVE SL-START-STAMP(1:8)
                       TO PS-LAST-PLAYED(PS-OPER-IX)
               END-IF
           END-IF.

       TIME-ONE-SESSION SECTION.
           SET PS-OPER-IX TO PS-FOUND-SLOT.
           IF SL-START-STAMP NOT NUMERIC OR SL-END-STAMP NOT NUMERIC
               ADD 1 TO PS-FLAGGED(PS-OPER-IX)
           ELSE
               MOVE SL-START-STAMP TO PS-STAMP
               PERFORM STAMP-TO-SECONDS
               MOVE PS-STAMP-SECS TO PS-START-SECS
               MOVE SL-END-STAMP TO PS-STAMP
               PERFORM STAMP-TO-SECONDS
               MOVE PS-STAMP-SECS TO PS-END-SECS
               IF PS-END-SECS < PS-START-SECS
                   ADD 1 TO PS-FLAGGED(PS-OPER-IX)
               ELSE
                   COMPUTE PS-MINUTES =
                       (PS-END-SECS - PS-START-SECS + 59) / 60
                   IF PS-MINUTES > PS-SANITY-CAP
                       ADD 1 TO PS-FLAGGED(PS-OPER-IX)
                   ELSE
                       ADD 1 TO PS-SESSIONS(PS-OPER-IX)
                       ADD PS-MINUTES TO PS-MINUTES-PLAYED(PS-OPER-IX)
                       PERFORM ADD-DAY-MINUTES
                   END-IF
               END-IF
           END-IF.

       STAMP-TO-SECONDS SECTION.
           COMPUTE PS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(PS-STAMP-DATE) * 86400
               + PS-STAMP-HH * 3600 + PS-STAMP-MM * 60 + PS-STAMP-SS.

      *    A SESSION COUNTS AGAINST THE DAY IT STARTED, THE SAME
      *    DAY ARCADE TOTALS IT UNDER FOR THE ALLOWANCE.
       ADD-DAY-MINUTES SECTION.
           MOVE 0 TO PS-DAY-FOUND.
           PERFORM FIND-DAY-SLOT VARYING PS-DAY-NO FROM 1 BY 1
               UNTIL PS-DAY-NO > PS-DAY-COUNT OR PS-DAY-FOUND NOT = 0.
           IF PS-DAY-FOUND = 0
               IF PS-DAY-COUNT < PS-DAY-MAX
                   ADD 1 TO PS-DAY-COUNT
                   MOVE PS-DAY-COUNT TO PS-DAY-FOUND
                   MOVE PS-FOUND-SLOT TO PS-DAY-SLOT(PS-DAY-FOUND)
                   MOVE SL-START-STAMP(1:8) TO PS-DAY-DATE(PS-DAY-FOUND)
                   MOVE 0 TO PS-DAY-MINUTES(PS-DAY-FOUND)
               ELSE
                   IF NOT PS-DAY-TABLE-FULL
                       DISPLAY "WARNING: DAY TABLE FULL - DAYS PLAYED "
                           "AND DAYS OVER ARE SHORT FOR LATER DAYS"
                       MOVE 1 TO PS-DAY-FULL-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF PS-DAY-FOUND NOT = 0
               ADD PS-MINUTES TO PS-DAY-MINUTES(PS-DAY-FOUND)
           END-IF.

       FIND-DAY-SLOT SECTION.
           IF PS-DAY-SLOT(PS-DAY-NO) = PS-FOUND-SLOT AND
               PS-DAY-DATE(PS-DAY-NO) = SL-START-STAMP(1:8)
               MOVE PS-DAY-NO TO PS-DAY-FOUND
           END-IF.

       SUM-PLAYING-DAYS SECTION.
           SET PS-OPER-IX TO PS-DAY-SLOT(PS-DAY-NO).
           ADD 1 TO PS-DAYS-PLAYED(PS-OPER-IX).
           IF PS-OPER-LIMIT(PS-OPER-IX) > 0 AND
               PS-DAY-MINUTES(PS-DAY-NO) > PS-OPER-LIMIT(PS-OPER-IX)
               ADD 1 TO PS-DAYS-OVER(PS-OPER-IX)
           END-IF.
           IF PS-DAY-MINUTES(PS-DAY-NO) > PS-BUSY-MINUTES(PS-OPER-IX)
               MOVE PS-DAY-MINUTES(PS-DAY-NO)
                   TO PS-BUSY-MINUTES(PS-OPER-IX)
               MOVE PS-DAY-DATE(PS-DAY-NO) TO PS-BUSY-DATE(PS-OPER-IX)
           END-IF.

       TALLY-OVERRIDES SECTION.
           MOVE 0 TO OV-EOF-SWITCH.
           OPEN INPUT OVERRIDE-LOG-FILE.
           IF OV-FILE-STATUS = "00"
               PERFORM READ-OVERRIDE-RECORD UNTIL OV-EOF
               CLOSE OVERRIDE-LOG-FILE
           END-IF.

       READ-OVERRIDE-RECORD SECTION.
           READ OVERRIDE-LOG-FILE
               AT END
                   MOVE 1 TO OV-EOF-SWITCH
               NOT AT END
                   IF OV-STAMP(1:6) = PS-PERIOD
                       MOVE OV-OPERATOR TO PS-WORK-ID
                       PERFORM FIND-OPERATOR-SLOT
                       IF PS-FOUND-SLOT NOT = 0
                           SET PS-OPER-IX TO PS-FOUND-SLOT
                           ADD 1 TO PS-OVR-RECEIVED(PS-OPER-IX)
                       END-IF
                       MOVE OV-SUPERVISOR TO PS-WORK-ID
                       PERFORM FIND-OPERATOR-SLOT
                       IF PS-FOUND-SLOT NOT = 0
                           SET PS-OPER-IX TO PS-FOUND-SLOT
                           ADD 1 TO PS-OVR-GRANTED(PS-OPER-IX)
                       END-IF
                   END-IF
           END-READ.

       TALLY-SNOBOL-SCORES SECTION.
           MOVE 0 TO HS-EOF-SWITCH.
           OPEN INPUT HIGH-SCORE-FILE.
           IF HS-FILE-STATUS = "00"
               PERFORM READ-SNOBOL-SCORE UNTIL HS-EOF
               CLOSE HIGH-SCORE-FILE
           END-IF.

      *    A SCORE FROM BEFORE THE PLAY MODES CARRIES NO MODE AND
      *    WAS A CLASSIC GAME.
       READ-SNOBOL-SCORE SECTION.
           READ HIGH-SCORE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO HS-EOF-SWITCH
               NOT AT END
                   IF HS-DATE(1:6) = PS-PERIOD
                       MOVE HS-OPERATOR-ID TO PS-WORK-ID
                       PERFORM FIND-OPERATOR-SLOT
                       IF PS-FOUND-SLOT NOT = 0
                           EVALUATE HS-MODE
                               WHEN "W"
                                   MOVE 2 TO PS-MODE-NO
                               WHEN "S"
                                   MOVE 3 TO PS-MODE-NO
                               WHEN OTHER
                                   MOVE 1 TO PS-MODE-NO
                           END-EVALUATE
                           PERFORM ADD-SNOBOL-GAME
                       END-IF
                   END-IF
           END-READ.

       ADD-SNOBOL-GAME SECTION.
           SET PS-OPER-IX TO PS-FOUND-SLOT.
           ADD 1 TO PS-MODE-GAMES(PS-OPER-IX, PS-MODE-NO).
           IF HS-SCORE NUMERIC
               IF HS-SCORE > PS-MODE-BEST(PS-OPER-IX, PS-MODE-NO)
                   MOVE HS-SCORE TO PS-MODE-BEST(PS-OPER-IX, PS-MODE-NO)
               END-IF
           END-IF.

       TALLY-TICTACTOE-GAMES SECTION.
           MOVE 0 TO TH-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF TH-FILE-STATUS = "00"
               PERFORM READ-TICTACTOE-RESULT UNTIL TH-EOF
               CLOSE HISTORY-FILE
           END-IF.

      *    RESULT 1 IS A WIN FOR THE FIRST PLAYER, D A DRAW, AND
      *    ANYTHING ELSE A WIN FOR THE SECOND, AS IN THE LEAGUE.
       READ-TICTACTOE-RESULT SECTION.
           READ HISTORY-FILE
               AT END
                   MOVE 1 TO TH-EOF-SWITCH
               NOT AT END
                   IF TH-DATE(1:6) = PS-PERIOD
                       MOVE TH-PLAYER-NAME(1) TO PS-WORK-ID
                       PERFORM FIND-OPERATOR-SLOT
                       IF PS-FOUND-SLOT NOT = 0
                           SET PS-OPER-IX TO PS-FOUND-SLOT
                           EVALUATE TH-RESULT
                               WHEN "1"
                                   ADD 1 TO PS-TTT-WON(PS-OPER-IX)
                               WHEN "D"
                                   ADD 1 TO PS-TTT-DRAWN(PS-OPER-IX)
                               WHEN OTHER
                                   ADD 1 TO PS-TTT-LOST(PS-OPER-IX)
                           END-EVALUATE
                       END-IF
                       MOVE TH-PLAYER-NAME(2) TO PS-WORK-ID
                       PERFORM FIND-OPERATOR-SLOT
                       IF PS-FOUND-SLOT NOT = 0
                           SET PS-OPER-IX TO PS-FOUND-SLOT
                           EVALUATE TH-RESULT
                               WHEN "1"
                                   ADD 1 TO PS-TTT-LOST(PS-OPER-IX)
                               WHEN "D"
                                   ADD 1 TO PS-TTT-DRAWN(PS-OPER-IX)
                               WHEN OTHER
                                   ADD 1 TO PS-TTT-WON(PS-OPER-IX)
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

      *    A CLOSED SEASON'S FINAL TABLE IS IN SEASHIST (THE LAST
      *    ONE WRITTEN WINS IF THE MONTH APPEARS TWICE). A MONTH NOT
      *    YET CLOSED CAN ONLY BE THE OPEN SEASON IN LEAGSTND, AND
      *    ITS PLACING IS PROVISIONAL.
       FIND-LEAGUE-PLACINGS SECTION.
           MOVE 0 TO PS-LEAGUE-FOUND-SWITCH.
           MOVE 0 TO PS-IN-SEASON-SWITCH.
           MOVE 0 TO SH-EOF-SWITCH.
           OPEN INPUT SEASON-HISTORY-FILE.
           IF SH-FILE-STATUS = "00"
               PERFORM READ-SEASON-LINE UNTIL SH-EOF
               CLOSE SEASON-HISTORY-FILE
           END-IF.
           IF PS-LEAGUE-FOUND
               MOVE "(FINAL)" TO PS-LEAGUE-STATE
           ELSE
               MOVE 0 TO PS-IN-SEASON-SWITCH
               MOVE 0 TO LS-EOF-SWITCH
               OPEN INPUT STANDINGS-FILE
               IF LS-FILE-STATUS = "00"
                   PERFORM READ-STANDINGS-LINE UNTIL LS-EOF
                   CLOSE STANDINGS-FILE
               END-IF
               IF PS-LEAGUE-FOUND
                   MOVE "(PROVISIONAL)" TO PS-LEAGUE-STATE
               END-IF
           END-IF.

       READ-SEASON-LINE SECTION.
           READ SEASON-HISTORY-FILE
               AT END
                   MOVE 1 TO SH-EOF-SWITCH
               NOT AT END
                   IF SEASON-HISTORY-RECORD(1:12) = "==== SEASON "
                       IF SEASON-HISTORY-RECORD(13:6) = PS-PERIOD
                           PERFORM START-LEAGUE-TABLE
                       ELSE
                           MOVE 0 TO PS-IN-SEASON-SWITCH
                       END-IF
                   ELSE
                       IF PS-IN-SEASON
                           MOVE SEASON-HISTORY-RECORD TO PS-LEAGUE-LINE
                           PERFORM TAKE-LEAGUE-LINE
                       END-IF
                   END-IF
           END-READ.

       READ-STANDINGS-LINE SECTION.
           READ STANDINGS-FILE
               AT END
                   MOVE 1 TO LS-EOF-SWITCH
               NOT AT END
                   IF STANDINGS-RECORD(1:31) =
                       "==== LEAGUE STANDINGS - SEASON "
                       IF STANDINGS-RECORD(32:6) = PS-PERIOD
                           PERFORM START-LEAGUE-TABLE
                       ELSE
                           MOVE 0 TO PS-IN-SEASON-SWITCH
                       END-IF
                   ELSE
                       IF PS-IN-SEASON
                           MOVE STANDINGS-RECORD TO PS-LEAGUE-LINE
                           PERFORM TAKE-LEAGUE-LINE
                       END-IF
                   END-IF
           END-READ.

       START-LEAGUE-TABLE SECTION.
           MOVE 1 TO PS-LEAGUE-FOUND-SWITCH.
           MOVE 1 TO PS-IN-SEASON-SWITCH.
           MOVE 0 TO PS-LEAGUE-PLACED.
           PERFORM CLEAR-LEAGUE-RANK VARYING PS-OPER-IX FROM 1 BY 1
               UNTIL PS-OPER-IX > PS-OPER-COUNT.

       CLEAR-LEAGUE-RANK SECTION.
           MOVE 0 TO PS-LEAGUE-RANK(PS-OPER-IX).

      *    A DETAIL LINE HAS THE RANK IN COLUMNS 2-4 AND THE
      *    OPERATOR IN 8-15; THE COLUMN HEADINGS, CHAMPION LINE AND
      *    BLANK SEPARATOR FAIL THE RANK TEST.
       TAKE-LEAGUE-LINE SECTION.
           MOVE PS-LEAGUE-LINE(2:3) TO PS-RANK-TEXT.
           INSPECT PS-RANK-TEXT REPLACING LEADING SPACE BY ZERO.
           IF PS-LEAGUE-LINE(1:1) = SPACE AND
               PS-RANK-DIGITS NUMERIC AND PS-RANK-DIGITS > 0
               ADD 1 TO PS-LEAGUE-PLACED
               MOVE PS-LEAGUE-LINE(8:8) TO PS-WORK-ID
               PERFORM FIND-OPERATOR-SLOT
               IF PS-FOUND-SLOT NOT = 0
                   SET PS-OPER-IX TO PS-FOUND-SLOT
                   MOVE PS-RANK-DIGITS TO PS-LEAGUE-RANK(PS-OPER-IX)
               END-IF
           END-IF.

       COLLECT-CORRECTIONS SECTION.
           MOVE 0 TO AJ-EOF-SWITCH.
           OPEN INPUT ADJUST-LOG-FILE.
           IF AJ-FILE-STATUS = "00"
               PERFORM READ-JOURNAL-ENTRY UNTIL AJ-EOF
               CLOSE ADJUST-LOG-FILE
           END-IF.

      *    A HISCORE VOID NAMES THE OPERATOR IN ITS KEY; A GAME
      *    CORRECTION NAMES BOTH PLAYERS BEFORE AND AFTER, SO A
      *    PLAYER SWAPPED OUT OF A GAME SEES IT AS WELL AS THE ONE
      *    SWAPPED IN.
       READ-JOURNAL-ENTRY SECTION.
           READ ADJUST-LOG-FILE
               AT END
                   MOVE 1 TO AJ-EOF-SWITCH
               NOT AT END
                   IF AJ-STAMP(1:6) = PS-PERIOD
                       COMPUTE PS-ADJ-FIRST = PS-ADJ-COUNT-ALL + 1
                       IF AJ-TYPE = "V"
                           MOVE AJ-KEY(1:8) TO PS-WORK-ID
                           PERFORM ADD-CORRECTION-LINE
                       ELSE
                           MOVE AJ-BEFORE(3:8) TO PS-WORK-ID
                           PERFORM ADD-CORRECTION-LINE
                           MOVE AJ-BEFORE(12:8) TO PS-WORK-ID
                           PERFORM ADD-CORRECTION-LINE
                           MOVE AJ-AFTER(3:8) TO PS-WORK-ID
                           PERFORM ADD-CORRECTION-LINE
                           MOVE AJ-AFTER(12:8) TO PS-WORK-ID
                           PERFORM ADD-CORRECTION-LINE
                       END-IF
                   END-IF
           END-READ.

       ADD-CORRECTION-LINE SECTION.
           PERFORM FIND-OPERATOR-SLOT.
           IF PS-FOUND-SLOT NOT = 0
               MOVE 0 TO PS-ADJ-DUPLICATE
               PERFORM CHECK-CORRECTION-LINE VARYING PS-ADJ-NO
                   FROM PS-ADJ-FIRST BY 1
                   UNTIL PS-ADJ-NO > PS-ADJ-COUNT-ALL
               IF PS-ADJ-DUPLICATE = 0
                   IF PS-ADJ-COUNT-ALL < PS-ADJ-MAX
                       ADD 1 TO PS-ADJ-COUNT-ALL
                       MOVE PS-ADJ-COUNT-ALL TO PS-ADJ-NO
                       MOVE PS-FOUND-SLOT TO PS-ADJ-SLOT(PS-ADJ-NO)
                       MOVE AJ-TYPE TO PS-ADJ-TYPE(PS-ADJ-NO)
                       MOVE AJ-STAMP TO PS-ADJ-STAMP(PS-ADJ-NO)
                       MOVE AJ-WHO TO PS-ADJ-WHO(PS-ADJ-NO)
                       MOVE AJ-KEY TO PS-ADJ-KEY(PS-ADJ-NO)
                       MOVE AJ-BEFORE TO PS-ADJ-BEFORE(PS-ADJ-NO)
                       MOVE AJ-AFTER TO PS-ADJ-AFTER(PS-ADJ-NO)
                       SET PS-OPER-IX TO PS-FOUND-SLOT
                       ADD 1 TO PS-ADJ-COUNT(PS-OPER-IX)
                   ELSE
                       DISPLAY "WARNING: CORRECTION TABLE FULL, "
                           AJ-STAMP " NOT SHOWN FOR " PS-WORK-ID
                   END-IF
               END-IF
           END-IF.

       CHECK-CORRECTION-LINE SECTION.
           IF PS-ADJ-SLOT(PS-ADJ-NO) = PS-FOUND-SLOT
               MOVE 1 TO PS-ADJ-DUPLICATE
           END-IF.

      *    THE OPENING FIGURE IS THE ELOSNAP ENTRY FOR THE MONTH
      *    BEFORE. THE CLOSING FIGURE IS THIS MONTH'S ENTRY IF THERE
      *    IS ONE; FOR THE MONTH JUST ENDED IT IS TAKEN FROM TTTRATE
      *    NOW AND KEPT, AND FOR THE MONTH STILL RUNNING THE LIVE
      *    TTTRATE FIGURE IS SHOWN BUT NOT KEPT. AN OLDER MONTH
      *    NEVER STATED HAS NO CLOSING FIGURE.
       TAKE-RATING-FIGURES SECTION.
           MOVE 0 TO PS-RATINGS-OPEN.
           MOVE 0 TO PS-SNAPSHOTS-OPEN.
           OPEN INPUT RATINGS-FILE.
           IF RT-FILE-STATUS = "00"
               MOVE 1 TO PS-RATINGS-OPEN
           END-IF.
           OPEN I-O SNAPSHOT-FILE.
           IF ES-FILE-STATUS = "35"
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
           END-IF.
           IF ES-FILE-STATUS = "00"
               MOVE 1 TO PS-SNAPSHOTS-OPEN
           ELSE
               DISPLAY "WARNING: CANNOT OPEN ELOSNAP. STATUS "
                   ES-FILE-STATUS " - NO RATING MOVEMENT SHOWN."
           END-IF.
           PERFORM TAKE-ONE-RATING VARYING PS-OPER-IX FROM 1 BY 1
               UNTIL PS-OPER-IX > PS-OPER-COUNT.
           IF PS-RATINGS-OPEN = 1
               CLOSE RATINGS-FILE
           END-IF.
           IF PS-SNAPSHOTS-OPEN = 1
               CLOSE SNAPSHOT-FILE
           END-IF.

       TAKE-ONE-RATING SECTION.
           IF PS-SNAPSHOTS-OPEN = 1
               MOVE PS-PRIOR-PERIOD TO ES-PERIOD
               MOVE PS-OPER-ID(PS-OPER-IX) TO ES-OPERATOR-ID
               READ SNAPSHOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO PS-ELO-OPEN-SWITCH(PS-OPER-IX)
                       MOVE ES-RATING TO PS-ELO-OPEN(PS-OPER-IX)
                       MOVE ES-GAMES TO PS-ELO-OPEN-GAMES(PS-OPER-IX)
               END-READ
               MOVE PS-PERIOD TO ES-PERIOD
               MOVE PS-OPER-ID(PS-OPER-IX) TO ES-OPERATOR-ID
               READ SNAPSHOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO PS-ELO-CLOSE-KIND(PS-OPER-IX)
                       MOVE ES-RATING TO PS-ELO-CLOSE(PS-OPER-IX)
                       MOVE ES-GAMES TO PS-ELO-CLOSE-GAMES(PS-OPER-IX)
               END-READ
           END-IF.
           IF PS-ELO-CLOSE-KIND(PS-OPER-IX) = SPACE AND
               PS-RATINGS-OPEN = 1 AND
               (PS-PERIOD = PS-NOW(1:6) OR PS-PERIOD = PS-LAST-MONTH)
               MOVE PS-OPER-ID(PS-OPER-IX) TO RT-OPERATOR-ID
               READ RATINGS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TAKE-LIVE-RATING
               END-READ
           END-IF.

       TAKE-LIVE-RATING SECTION.
           MOVE RT-RATING TO PS-ELO-CLOSE(PS-OPER-IX).
           MOVE RT-GAMES TO PS-ELO-CLOSE-GAMES(PS-OPER-IX).
           IF PS-PERIOD = PS-NOW(1:6)
               MOVE "L" TO PS-ELO-CLOSE-KIND(PS-OPER-IX)
           ELSE
               MOVE "S" TO PS-ELO-CLOSE-KIND(PS-OPER-IX)
               IF PS-SNAPSHOTS-OPEN = 1
                   MOVE PS-PERIOD TO ES-PERIOD
                   MOVE PS-OPER-ID(PS-OPER-IX) TO ES-OPERATOR-ID
                   MOVE RT-RATING TO ES-RATING
                   MOVE RT-GAMES TO ES-GAMES
                   MOVE PS-NOW(1:14) TO ES-TAKEN-STAMP
                   WRITE SNAPSHOT-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: ELOSNAP WRITE FAILED "
                               "FOR " ES-OPERATOR-ID ", STATUS "
                               ES-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO PS-SNAPSHOTS-TAKEN
                   END-WRITE
               END-IF
           END-IF.

      *    PLAY OF ANY KIND IN THE MONTH EARNS A STATEMENT; AN
      *    OPERATOR WITH NONE IS LEFT FOR THE DORMANT LIST.
       PRINT-ONE-STATEMENT SECTION.
           SET PS-OPER-IX TO PS-SCAN.
           PERFORM TEST-MONTH-ACTIVITY.
           IF PS-PLAYED-IN-MONTH
               ADD 1 TO PS-STATEMENT-COUNT
               PERFORM PRINT-STATEMENT-HEADING
               PERFORM PRINT-PLAY-TIME
               PERFORM PRINT-SNOBOL-LINES
               PERFORM PRINT-TICTACTOE-LINES
               PERFORM PRINT-LEAGUE-LINE
               PERFORM PRINT-CORRECTION-LINES
           ELSE
               ADD 1 TO PS-DORMANT-COUNT
           END-IF.

       TEST-MONTH-ACTIVITY SECTION.
           MOVE 0 TO PS-ACTIVE-SWITCH.
           IF PS-SESSIONS(PS-OPER-IX) > 0 OR
               PS-FLAGGED(PS-OPER-IX) > 0 OR
               PS-OVR-RECEIVED(PS-OPER-IX) > 0 OR
               PS-MODE-GAMES(PS-OPER-IX, 1) > 0 OR
               PS-MODE-GAMES(PS-OPER-IX, 2) > 0 OR
               PS-MODE-GAMES(PS-OPER-IX, 3) > 0 OR
               PS-TTT-WON(PS-OPER-IX) > 0 OR
               PS-TTT-LOST(PS-OPER-IX) > 0 OR
               PS-TTT-DRAWN(PS-OPER-IX) > 0
               MOVE 1 TO PS-ACTIVE-SWITCH
           END-IF.

       PRINT-STATEMENT-HEADING SECTION.
           IF PS-OPER-ACTIVE(PS-OPER-IX) = "A"
               MOVE "ACTIVE" TO PS-STATUS-WORD
           ELSE
               MOVE "DEACTIVATED" TO PS-STATUS-WORD
           END-IF.
           DISPLAY " ".
           DISPLAY PS-RULE-LINE.
           DISPLAY " ACTIVITY STATEMENT FOR " PS-PERIOD
               "           OPERATOR " PS-OPER-ID(PS-OPER-IX).
           DISPLAY " " PS-OPER-NAME(PS-OPER-IX)
               "                  " PS-STATUS-WORD.
           DISPLAY PS-DASH-LINE.

       PRINT-PLAY-TIME SECTION.
           MOVE PS-SESSIONS(PS-OPER-IX) TO PS-SHOW-COUNT.
           MOVE PS-MINUTES-PLAYED(PS-OPER-IX) TO PS-SHOW-MINUTES.
           MOVE PS-DAYS-PLAYED(PS-OPER-IX) TO PS-SHOW-DAYS.
           DISPLAY " PLAY TIME   " PS-SHOW-COUNT " SESSION(S), "
               PS-SHOW-MINUTES " MINUTES ON " PS-SHOW-DAYS
               " DAY(S)".
           IF PS-OPER-LIMIT(PS-OPER-IX) = 0
               DISPLAY "             NO DAILY ALLOWANCE SET"
           ELSE
               MOVE PS-OPER-LIMIT(PS-OPER-IX) TO PS-SHOW-LIMIT
               MOVE PS-DAYS-OVER(PS-OPER-IX) TO PS-SHOW-OVER
               DISPLAY "             DAILY ALLOWANCE " PS-SHOW-LIMIT
                   " MINUTES, OVER IT ON " PS-SHOW-OVER " DAY(S)"
           END-IF.
           IF PS-BUSY-MINUTES(PS-OPER-IX) > 0
               MOVE PS-BUSY-MINUTES(PS-OPER-IX) TO PS-SHOW-BUSY
               DISPLAY "             BUSIEST DAY "
                   PS-BUSY-DATE(PS-OPER-IX) " WITH " PS-SHOW-BUSY
                   " MINUTES"
           END-IF.
           MOVE PS-OVR-RECEIVED(PS-OPER-IX) TO PS-SHOW-COUNT.
           DISPLAY "             SUPERVISOR OVERRIDES RECEIVED "
               PS-SHOW-COUNT.
           IF PS-OVR-GRANTED(PS-OPER-IX) > 0
               MOVE PS-OVR-GRANTED(PS-OPER-IX) TO PS-SHOW-COUNT
               DISPLAY "             OVERRIDES GRANTED TO OTHERS   "
                   PS-SHOW-COUNT
           END-IF.
           IF PS-FLAGGED(PS-OPER-IX) > 0
               MOVE PS-FLAGGED(PS-OPER-IX) TO PS-SHOW-COUNT
               DISPLAY "             SESSIONS NOT TIMED (CRASHED)  "
                   PS-SHOW-COUNT
           END-IF.

       PRINT-SNOBOL-LINES SECTION.
           DISPLAY " SNOBOL      MODE      GAMES  BEST".
           PERFORM PRINT-ONE-MODE VARYING PS-MODE-NO FROM 1 BY 1
               UNTIL PS-MODE-NO > 3.

       PRINT-ONE-MODE SECTION.
           MOVE PS-MODE-GAMES(PS-OPER-IX, PS-MODE-NO) TO PS-SHOW-COUNT.
           IF PS-MODE-GAMES(PS-OPER-IX, PS-MODE-NO) = 0
               DISPLAY "             " PS-MODE-NAME(PS-MODE-NO)
                   "   " PS-SHOW-COUNT "     -"
           ELSE
               MOVE PS-MODE-BEST(PS-OPER-IX, PS-MODE-NO)
                   TO PS-SHOW-BEST
               DISPLAY "             " PS-MODE-NAME(PS-MODE-NO)
                   "   " PS-SHOW-COUNT "   " PS-SHOW-BEST
           END-IF.

       PRINT-TICTACTOE-LINES SECTION.
           MOVE PS-TTT-WON(PS-OPER-IX) TO PS-SHOW-WON.
           MOVE PS-TTT-LOST(PS-OPER-IX) TO PS-SHOW-LOST.
           MOVE PS-TTT-DRAWN(PS-OPER-IX) TO PS-SHOW-DRAWN.
           DISPLAY " TICTACTOE   WON " PS-SHOW-WON "  LOST "
               PS-SHOW-LOST "  DRAWN " PS-SHOW-DRAWN.
           IF PS-ELO-CLOSE-KIND(PS-OPER-IX) = "L"
               MOVE "NOW" TO PS-CLOSE-WORD
           ELSE
               MOVE "CLOSED" TO PS-CLOSE-WORD
           END-IF.
           MOVE PS-ELO-OPEN(PS-OPER-IX) TO PS-SHOW-OPEN.
           MOVE PS-ELO-CLOSE(PS-OPER-IX) TO PS-SHOW-CLOSE.
           EVALUATE TRUE
               WHEN PS-ELO-CLOSE-KIND(PS-OPER-IX) = SPACE AND
                   PS-ELO-OPEN-SWITCH(PS-OPER-IX) = 0
                   DISPLAY " RATING      NO RATING FIGURES FOR "
                       "THE MONTH"
               WHEN PS-ELO-CLOSE-KIND(PS-OPER-IX) = SPACE
                   DISPLAY " RATING      OPENED " PS-SHOW-OPEN
                       ", NO CLOSING FIGURE KEPT"
               WHEN PS-ELO-OPEN-SWITCH(PS-OPER-IX) = 0
                   DISPLAY " RATING      " PS-CLOSE-WORD " "
                       PS-SHOW-CLOSE ", NO OPENING FIGURE KEPT"
               WHEN OTHER
                   COMPUTE PS-MOVE = PS-ELO-CLOSE(PS-OPER-IX)
                       - PS-ELO-OPEN(PS-OPER-IX)
                   COMPUTE PS-RATED = PS-ELO-CLOSE-GAMES(PS-OPER-IX)
                       - PS-ELO-OPEN-GAMES(PS-OPER-IX)
                   IF PS-RATED < 0
                       MOVE 0 TO PS-RATED
                   END-IF
                   MOVE PS-MOVE TO PS-SHOW-MOVE
                   MOVE PS-RATED TO PS-SHOW-RATED
                   DISPLAY " RATING      OPENED " PS-SHOW-OPEN "  "
                       PS-CLOSE-WORD " " PS-SHOW-CLOSE "  MOVED "
                       PS-SHOW-MOVE " OVER " PS-SHOW-RATED
                       " RATED GAME(S)"
           END-EVALUATE.

       PRINT-LEAGUE-LINE SECTION.
           IF PS-LEAGUE-RANK(PS-OPER-IX) = 0
               DISPLAY " LEAGUE      NOT PLACED"
           ELSE
               MOVE PS-LEAGUE-RANK(PS-OPER-IX) TO PS-SHOW-RANK
               MOVE PS-LEAGUE-PLACED TO PS-SHOW-PLACED
               DISPLAY " LEAGUE      PLACED " PS-SHOW-RANK " OF "
                   PS-SHOW-PLACED " " PS-LEAGUE-STATE
           END-IF.

       PRINT-CORRECTION-LINES SECTION.
           IF PS-ADJ-COUNT(PS-OPER-IX) = 0
               DISPLAY " CORRECTIONS NONE"
           ELSE
               DISPLAY " CORRECTIONS"
               PERFORM PRINT-ONE-CORRECTION VARYING PS-ADJ-NO
                   FROM 1 BY 1 UNTIL PS-ADJ-NO > PS-ADJ-COUNT-ALL
           END-IF.

       PRINT-ONE-CORRECTION SECTION.
           IF PS-ADJ-SLOT(PS-ADJ-NO) = PS-SCAN
               IF PS-ADJ-TYPE(PS-ADJ-NO) = "V"
                   DISPLAY "   " PS-ADJ-STAMP(PS-ADJ-NO)(1:8)
                       " SNOBOL SCORE " PS-ADJ-KEY(PS-ADJ-NO)(9:6)
                       " VOIDED BY " PS-ADJ-WHO(PS-ADJ-NO)
                   DISPLAY "            WAS "
                       PS-ADJ-BEFORE(PS-ADJ-NO)
               ELSE
                   DISPLAY "   " PS-ADJ-STAMP(PS-ADJ-NO)(1:8)
                       " TICTACTOE GAME " PS-ADJ-KEY(PS-ADJ-NO)
                       " CORRECTED BY " PS-ADJ-WHO(PS-ADJ-NO)
                   DISPLAY "            WAS "
                       PS-ADJ-BEFORE(PS-ADJ-NO) " NOW "
                       PS-ADJ-AFTER(PS-ADJ-NO)
               END-IF
           END-IF.

       PRINT-DORMANT-OPERATORS SECTION.
           IF PS-WANTED-ID = SPACES
               DISPLAY " "
               DISPLAY PS-RULE-LINE
               DISPLAY " NO ACTIVITY IN " PS-PERIOD
                   " - CANDIDATES FOR CLEAN-UP IN OPERMNT"
               DISPLAY " OPERATOR  NAME                  STATUS"
                   "       LAST PLAYED"
               IF PS-DORMANT-COUNT = 0
                   DISPLAY "   (NONE)"
               ELSE
                   PERFORM PRINT-ONE-DORMANT VARYING PS-SCAN
                       FROM 1 BY 1 UNTIL PS-SCAN > PS-OPER-COUNT
               END-IF
           END-IF.

       PRINT-ONE-DORMANT SECTION.
           SET PS-OPER-IX TO PS-SCAN.
           PERFORM TEST-MONTH-ACTIVITY.
           IF NOT PS-PLAYED-IN-MONTH
               IF PS-OPER-ACTIVE(PS-OPER-IX) = "A"
                   MOVE "ACTIVE" TO PS-STATUS-WORD
               ELSE
                   MOVE "DEACTIVATED" TO PS-STATUS-WORD
               END-IF
               IF PS-LAST-PLAYED(PS-OPER-IX) = SPACES
                   DISPLAY " " PS-OPER-ID(PS-OPER-IX) "  "
                       PS-OPER-NAME(PS-OPER-IX) "  " PS-STATUS-WORD
                       "  NEVER"
               ELSE
                   DISPLAY " " PS-OPER-ID(PS-OPER-IX) "  "
                       PS-OPER-NAME(PS-OPER-IX) "  " PS-STATUS-WORD
                       "  " PS-LAST-PLAYED(PS-OPER-IX)
               END-IF
           END-IF.

       PRINT-RUN-TOTALS SECTION.
           DISPLAY " ".
           DISPLAY "OPERATORS ON OPERMAST:  " PS-OPER-COUNT.
           DISPLAY "STATEMENTS PRINTED:     " PS-STATEMENT-COUNT.
           DISPLAY "NO ACTIVITY:            " PS-DORMANT-COUNT.
           IF PS-UNKNOWN-COUNT > 0
               DISPLAY "SESSIONS BY IDS NOT ON OPERMAST: "
                   PS-UNKNOWN-COUNT
           END-IF.
           IF PS-SNAPSHOTS-TAKEN > 0
               DISPLAY "RATINGS KEPT IN ELOSNAP FOR " PS-PERIOD ": "
                   PS-SNAPSHOTS-TAKEN
           END-IF.
