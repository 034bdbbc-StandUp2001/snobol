      *NAME) AND POSTS THE MATCHING COUNTER ADJUSTMENTS TO
      *TTTSTAT, SO THE LEDGER AND THE TALLIES MOVE TOGETHER
      *INSTEAD OF BY THE HAND EDIT THE NIGHTLY AUDIT EXISTS TO
      *CATCH. V VOIDS ONE BOGUS HISCORE RECORD BY KEY. R WORKS
      *THROUGH THE SNOBOL RUNS SNKSCAN PUT IN THE SNKREVQ REVIEW
      *QUEUE: EACH PENDING RUN IS CLEARED OR REJECTED, AND A
      *REJECTED RUN'S HISCORE RECORD IS VOIDED ON THE SPOT. EVERY
      *CORRECTION IS WRITTEN TO THE ADJLOG JOURNAL WITH WHO, WHEN
      *AND BEFORE/AFTER, AND NIGHTAUD READS THE SAME JOURNAL WHEN
      *IT BALANCES TTTSTAT. ONLY A SIGNED-ON SUPERVISOR OR
      *ADMINISTRATOR MAY POST CORRECTIONS; A REFUSED SIGN-ON IS
      *WRITTEN TO SECLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "TTTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT HISTORY-WORK-FILE ASSIGN TO CR-WORK-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TW-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "TTTSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-PLAYER-NAME
               LOCK MODE IS MANUAL
               FILE STATUS IS ST-FILE-STATUS.
           SELECT HIGH-SCORE-FILE ASSIGN TO "HISCORE"
               ORGANIZATION IS INDEXED
           SELECT ADJUST-LOG-FILE ASSIGN TO "ADJLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SE-FILE-STATUS.
           SELECT REVIEW-QUEUE-FILE ASSIGN TO "SNKREVQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS RQ-FILE-STATUS.
           COPY "COPYBOOK/LOCK/SELECT".

       DATA DIVISION.
       FILE SECTION.
           05 TH-VS-COMPUTER PIC 9(1).
           05 TH-MOVES PIC 9(2).
           05 TH-TOURN-FIX PIC 9(3).
           05 TH-SESSION-NO PIC 9(8).
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD PIC X(45).
       FD  STATS-FILE.
       01  STATS-RECORD.
           05 ST-PLAYER-NAME PIC X(8).
           05 HS-DATE PIC X(08).
           05 HS-SCORE PIC 9(03).
           05 HS-MODE PIC X(01).
           05 HS-SESSION-NO PIC 9(8).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-OPERATOR-ID PIC X(08).
           05 OP-SPEED-CODE PIC X(1).
           05 OP-ACTIVE PIC X(1).
           05 OP-DAILY-LIMIT PIC 9(3).
           05 OP-ROLE PIC X(1).
           05 OP-SECRET PIC X(8).
           05 OP-DEPT-CODE PIC X(6).
       FD  ADJUST-LOG-FILE.
       01  ADJUST-LOG-RECORD.
           05 AJ-TYPE PIC X(1).
           05 AJ-WINS-DELTA PIC S9(3) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 AJ-LOSS-DELTA PIC S9(3) SIGN LEADING SEPARATE.
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
           05 SE-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SE-PROGRAM PIC X(8).
           05 FILLER PIC X(1).
           05 SE-OPERATOR PIC X(8).
           05 FILLER PIC X(1).
           05 SE-FOR-OPERATOR PIC X(8).
           05 FILLER PIC X(1).
           05 SE-REASON PIC X(30).
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

       COPY "COPYBOOK/LOCK/FD".

       WORKING-STORAGE SECTION.
       01  TH-FILE-STATUS PIC X(2) VALUE SPACES.
       01  OM-MASTER-SWITCH PIC 9 VALUE 0.
           88 OM-MASTER-PRESENT VALUE 1.
       01  AJ-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SE-FILE-STATUS PIC X(2) VALUE SPACES.
       01  RQ-FILE-STATUS PIC X(2) VALUE SPACES.
       01  RQ-EOF-SWITCH PIC 9 VALUE 0.
           88 RQ-EOF VALUE 1.

       01  CR-CHOICE PIC X VALUE SPACE.
       01  CR-DONE-SWITCH PIC 9 VALUE 0.
       01  CR-WHO PIC X(8) VALUE SPACES.
       01  CR-STAMP PIC X(21) VALUE SPACES.
       01  CR-CONFIRM PIC X VALUE SPACE.
       01  CR-SECRET PIC X(8) VALUE SPACES.
       01  CR-REFUSE-REASON PIC X(30) VALUE SPACES.

       01  CR-GAME-DATE PIC X(8) VALUE SPACES.
       01  CR-GAME-TIME PIC X(6) VALUE SPACES.
       01  CR-COPY-FAILED PIC 9 VALUE 0.
       01  CR-COPY-COUNT PIC 9(6) VALUE 0.
       01  CR-RELOAD-COUNT PIC 9(6) VALUE 0.
      *    EACH STATION REBUILDS THROUGH ITS OWN THWORK-<USER>, SO
      *    ONE SUPERVISOR'S RECOVERY COPY IS NEVER ANOTHER'S.
       01  CR-WORK-NAME PIC X(17) VALUE "THWORK".

      *    THE GAME AS IT STANDS AND AS IT WILL STAND; THE STAT
      *    ADJUSTMENTS ARE THE DIFFERENCE BETWEEN THE TWO.
           05 CRO-VS-COMPUTER PIC 9(1).
           05 CRO-MOVES PIC 9(2).
           05 CRO-TOURN-FIX PIC 9(3).
           05 CRO-SESSION-NO PIC 9(8).
       01  CR-NEW-GAME.
           05 CRN-DATE PIC X(08).
           05 CRN-TIME PIC X(06).
           05 CRN-VS-COMPUTER PIC 9(1).
           05 CRN-MOVES PIC 9(2).
           05 CRN-TOURN-FIX PIC 9(3).
           05 CRN-SESSION-NO PIC 9(8).

       01  CR-NEW-RESULT PIC X VALUE SPACE.
       01  CR-NAME-SLOT PIC X VALUE SPACE.

       01  CR-VOID-OPER PIC X(8) VALUE SPACES.
       01  CR-VOID-SEQ PIC X(6) VALUE SPACES.
      *    THE HISCORE RECORD AS SHOWN FOR CONFIRMATION. IT IS ONLY
      *    VOIDED IF IT IS STILL THE SAME ONCE HSLOCK IS HELD.
       01  CR-HS-SHOWN PIC X(34) VALUE SPACES.
       01  CR-HS-FOUND PIC 9 VALUE 0.

      *    REVIEW OF THE SNKREVQ QUEUE. THE SCORE'S SEQUENCE NUMBER
      *    IS THE HHMMSS IT WAS SAVED AT, SOME TIME AFTER THE END
      *    MARKER (SNOBOL MAY WAIT ON HSLOCK AND HISCORE FIRST), SO
      *    THE OPERATOR'S SCORES ARE READ FORWARD FROM THE MARKER'S
      *    TIME UNTIL ONE MATCHES THE RUN.
       01  CR-REVIEW-SWITCH PIC 9 VALUE 0.
           88 CR-REVIEW-STOPPED VALUE 1.
       01  CR-REVIEW-ANSWER PIC X VALUE SPACE.
       01  CR-PENDING-COUNT PIC 9(5) VALUE 0.
       01  CR-VOID-OK PIC 9 VALUE 0.
       01  CR-MATCH-SWITCH PIC 9 VALUE 0.
           88 CR-HS-MATCHED VALUE 1.
       01  CR-SCAN-SWITCH PIC 9 VALUE 0.
           88 CR-SCAN-DONE VALUE 1.

       01  CR-JRNL-TYPE PIC X VALUE SPACE.
       01  CR-JRNL-KEY PIC X(14) VALUE SPACES.
       01  CR-JRNL-BEFORE PIC X(20) VALUE SPACES.
       01  CR-JRNL-AFTER PIC X(20) VALUE SPACES.

       01  CR-SHOW-WINS PIC +9.
       01  CR-SHOW-LOSSES PIC +9.
       01  CR-SHOW-DRAWS PIC +9.

       COPY "COPYBOOK/LOCK/DATA".

       PROCEDURE DIVISION.
       DISPLAY "==== RESULT CORRECTION POSTINGS ====".
       ACCEPT CR-WHO FROM ENVIRONMENT "USER".
       IF CR-WHO = SPACES
           MOVE "OPERATOR" TO CR-WHO
       END-IF.
       MOVE "CORRMNT" TO LF-PROGRAM.
       MOVE CR-WHO TO LF-STATION.
       PERFORM SIGN-ON-CHECK.
       MOVE SPACES TO CR-WORK-NAME.
       STRING "THWORK-" DELIMITED BY SIZE
           CR-WHO DELIMITED BY SPACE
           INTO CR-WORK-NAME.
       DISPLAY "CORRECTIONS WILL BE JOURNALED AS " CR-WHO ".".
       PERFORM MENU-LOOP UNTIL CR-DONE.
       STOP RUN.

       COPY "COPYBOOK/LOCK/FUNCTIONS".

      *    A CORRECTION MOVES SOMEONE'S RECORD, SO THE USER ID IS
      *    NOT TAKEN ON TRUST: IT MUST BE AN ACTIVE SUPERVISOR OR
      *    ADMINISTRATOR ON OPERMAST AND KNOW ITS SIGN-ON SECRET.
      *    WITH NO MASTER TO CHECK AGAINST NOTHING CAN BE PROVEN,
      *    SO THE RUN IS REFUSED.
       SIGN-ON-CHECK SECTION.
           DISPLAY "SIGN-ON SECRET FOR " CR-WHO ": " WITH NO ADVANCING.
           ACCEPT CR-SECRET.
           MOVE SPACES TO CR-REFUSE-REASON.
           OPEN INPUT OPERATOR-FILE.
           IF OM-FILE-STATUS NOT = "00"
               MOVE "NO OPERATOR MASTER" TO CR-REFUSE-REASON
           ELSE
               MOVE CR-WHO TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "NOT REGISTERED" TO CR-REFUSE-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OP-ACTIVE NOT = "A"
                               MOVE "DEACTIVATED" TO CR-REFUSE-REASON
                           WHEN OP-SECRET = SPACES OR
                               OP-SECRET NOT = CR-SECRET
                               MOVE "WRONG SIGN-ON SECRET"
                                   TO CR-REFUSE-REASON
                           WHEN OP-ROLE NOT = "S" AND
                               OP-ROLE NOT = "A"
                               MOVE "NOT A SUPERVISOR"
                                   TO CR-REFUSE-REASON
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.
           IF CR-REFUSE-REASON NOT = SPACES
               PERFORM LOG-SECURITY-REFUSAL
               DISPLAY "CORRMNT REFUSED FOR " CR-WHO ": "
                   CR-REFUSE-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOG-SECURITY-REFUSAL SECTION.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SE-FILE-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           IF SE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: SECLOG NOT WRITABLE, STATUS "
                   SE-FILE-STATUS
           ELSE
               MOVE SPACES TO SECURITY-LOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO CR-STAMP
               MOVE CR-STAMP(1:14) TO SE-STAMP
               MOVE "CORRMNT" TO SE-PROGRAM
               MOVE CR-WHO TO SE-OPERATOR
               MOVE CR-REFUSE-REASON TO SE-REASON
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           END-IF.

       MENU-LOOP SECTION.
           DISPLAY " ".
           DISPLAY "G = CORRECT A TICTACTOE GAME".
           DISPLAY "V = VOID A HISCORE RECORD".
           DISPLAY "R = REVIEW FLAGGED SNOBOL RUNS".
           DISPLAY "Q = QUIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT CR-CHOICE.
                   PERFORM CORRECT-ONE-GAME
               WHEN CR-CHOICE = "V" OR CR-CHOICE = "v"
                   PERFORM VOID-ONE-HISCORE
               WHEN CR-CHOICE = "R" OR CR-CHOICE = "r"
                   PERFORM REVIEW-FLAGGED-RUNS
               WHEN CR-CHOICE = "Q" OR CR-CHOICE = "q"
                   MOVE 1 TO CR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "PLEASE CHOOSE G, V, R OR Q"
           END-EVALUATE.

       CORRECT-ONE-GAME SECTION.
      *    WHAT THE CORRECTED GAME SHOULD HAVE PUT IN. THE NET
      *    WIN/LOSS MOVEMENT IS KEPT FOR THE JOURNAL SO NIGHTAUD
      *    CAN STILL PROVE THE FILE BALANCES.
      *    THE GAMES KEEP POSTING TO TTTSTAT WHILE THIS RUNS, SO
      *    EACH ROW IS READ WITH A LOCK AND LET GO ONCE REWRITTEN.
       POST-STAT-ADJUSTMENTS SECTION.
           MOVE 0 TO CR-NET-WINS.
           MOVE 0 TO CR-NET-LOSSES.
           MOVE "TTTSTAT" TO CN-GUARDED-FILE.
           MOVE 0 TO LF-TRY-COUNT.
           MOVE "61" TO ST-FILE-STATUS.
           PERFORM OPEN-STATS-FILE UNTIL ST-FILE-STATUS NOT = "61"
               OR LF-TRY-COUNT NOT < LF-TRY-MAX.
           MOVE ST-FILE-STATUS TO CN-LAST-STATUS.
           IF LF-TRY-COUNT > 1
               IF ST-FILE-STATUS = "00"
                   MOVE "W" TO CN-OUTCOME
               ELSE
                   MOVE "F" TO CN-OUTCOME
                   MOVE SPACES TO CN-DETAIL
                   STRING "ADJUSTMENTS FOR GAME " CRO-DATE " "
                       CRO-TIME " NOT POSTED"
                       DELIMITED BY SIZE INTO CN-DETAIL
               END-IF
               PERFORM LOG-CONTENTION
           END-IF.
           IF ST-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN TTTSTAT (STATUS " ST-FILE-STATUS
                   ") - COUNTERS NOT ADJUSTED."
           ADD CR-ADJ-LOSSES TO CR-NET-LOSSES.
           PERFORM ADJUST-ONE-STAT.

       OPEN-STATS-FILE SECTION.
           IF LF-TRY-COUNT > 0
               CALL "usleep" USING BY VALUE 250000
           END-IF.
           ADD 1 TO LF-TRY-COUNT.
           OPEN I-O STATS-FILE.

      *    A ROW A GAME IS POSTING TO (51) IS WAITED FOR. ONE THAT
      *    STAYS BUSY IS LEFT ALONE AND ITS ADJUSTMENT GOES TO
      *    CONTLOG, WHERE NIGHTAUD WILL SHOW IT NEXT TO THE
      *    TTTSTAT IMBALANCE IT LEAVES.
       ADJUST-ONE-STAT SECTION.
           MOVE 0 TO LF-TRY-COUNT.
           MOVE "51" TO ST-FILE-STATUS.
           PERFORM READ-STAT-FOR-ADJUST UNTIL
               (ST-FILE-STATUS NOT = "51" AND
               ST-FILE-STATUS NOT = "22") OR
               LF-TRY-COUNT NOT < LF-TRY-MAX.
           MOVE ST-FILE-STATUS TO CN-LAST-STATUS.
           IF ST-FILE-STATUS NOT = "00"
               DISPLAY "TTTSTAT ROW FOR " CR-ADJ-NAME " BUSY (STATUS "
                   ST-FILE-STATUS ") - NOT ADJUSTED."
               MOVE "F" TO CN-OUTCOME
               MOVE CR-ADJ-WINS TO CR-SHOW-WINS
               MOVE CR-ADJ-LOSSES TO CR-SHOW-LOSSES
               MOVE CR-ADJ-DRAWS TO CR-SHOW-DRAWS
               MOVE SPACES TO CN-DETAIL
               STRING "ADJUST " CR-ADJ-NAME " W" CR-SHOW-WINS
                   " L" CR-SHOW-LOSSES " D" CR-SHOW-DRAWS
                   DELIMITED BY SIZE INTO CN-DETAIL
               PERFORM LOG-CONTENTION
           ELSE
               IF LF-TRY-COUNT > 1
                   MOVE "W" TO CN-OUTCOME
                   PERFORM LOG-CONTENTION
               END-IF
               PERFORM APPLY-STAT-ADJUSTMENT
           END-IF.
           UNLOCK STATS-FILE.

      *    A 22 ON THE WRITE MEANS A GAME CREATED THE ROW FIRST;
      *    GOING ROUND AGAIN PICKS UP THE ROW IT WROTE.
       READ-STAT-FOR-ADJUST SECTION.
           IF LF-TRY-COUNT > 0
               CALL "usleep" USING BY VALUE 250000
           END-IF.
           ADD 1 TO LF-TRY-COUNT.
           MOVE CR-ADJ-NAME TO ST-PLAYER-NAME.
           READ STATS-FILE WITH LOCK
               INVALID KEY
                   MOVE 0 TO ST-WINS
                   MOVE 0 TO ST-LOSSES
                   MOVE 0 TO ST-DRAWS
                   WRITE STATS-RECORD
                   IF ST-FILE-STATUS = "00"
                       MOVE CR-ADJ-NAME TO ST-PLAYER-NAME
                       READ STATS-FILE WITH LOCK
                           INVALID KEY
                               DISPLAY "TTTSTAT ROW FOR " CR-ADJ-NAME
                                   " COULD NOT BE CREATED"
                       END-READ
                   END-IF
           END-READ.

       APPLY-STAT-ADJUSTMENT SECTION.
           COMPUTE CR-NEW-COUNT = ST-WINS + CR-ADJ-WINS.
           IF CR-NEW-COUNT < 0
               DISPLAY "WARNING: WINS FOR " CR-ADJ-NAME

      *    THE LEDGER IS REBUILT THROUGH A WORK FILE THE WAY
      *    OPERMERG REBUILDS IT: EVERY STATUS IS CHECKED, THE LIVE
      *    FILE IS ONLY TOUCHED ONCE THE FULL COPY IS ON THE WORK
      *    FILE, WHICH IS ONLY DELETED ONCE THE RELOAD COUNT PROVES
      *    NOTHING WAS DROPPED. ONLY THE ONE MATCHING RECORD IS
      *    REPLACED. THE WHOLE COPY AND RELOAD RUNS UNDER HISTLOCK,
      *    WHICH THE GAMES TAKE TO APPEND, SO NO FINISHED GAME CAN
      *    BE WRITTEN INTO THE OLD FILE AND LOST IN THE RELOAD.
       REWRITE-GAME-RECORD SECTION.
           MOVE 0 TO CR-REWRITE-OK.
           MOVE "HISTLOCK" TO LF-FILE-NAME.
           MOVE "TTTHIST" TO CN-GUARDED-FILE.
           MOVE SPACES TO CN-DETAIL.
           STRING "CORRECTION OF GAME " CRO-DATE " " CRO-TIME
               " NOT POSTED" DELIMITED BY SIZE INTO CN-DETAIL.
           PERFORM TAKE-FILE-LOCK.
           IF NOT LF-HELD
               DISPLAY "TTTHIST BUSY AT ANOTHER STATION - TTTHIST "
                   "UNCHANGED. TRY AGAIN SHORTLY."
           ELSE
               PERFORM REWRITE-LOCKED-LEDGER
               PERFORM RELEASE-FILE-LOCK
           END-IF.

       REWRITE-LOCKED-LEDGER SECTION.
           MOVE 0 TO CR-COPY-FAILED.
           MOVE 0 TO CR-COPY-COUNT.
           MOVE 0 TO CR-RELOAD-COUNT.
           ELSE
               OPEN OUTPUT HISTORY-WORK-FILE
               IF TW-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT CREATE " CR-WORK-NAME " STATUS "
                       TW-FILE-STATUS ". TTTHIST UNCHANGED."
                   CLOSE HISTORY-FILE
               ELSE
                   PERFORM COPY-GAME-RECORD UNTIL TH-EOF
                   CLOSE HISTORY-WORK-FILE
                   CLOSE HISTORY-FILE
                   EVALUATE TRUE
                       WHEN CR-COPY-FAILED = 1
                           DISPLAY "TTTHIST UNCHANGED."
      *    ANOTHER SUPERVISOR CORRECTED OR MERGED THE GAME AWAY
      *    AFTER IT WAS SHOWN; POSTING NOW WOULD MOVE THE COUNTERS
      *    FOR A RECORD THAT IS NO LONGER THERE.
                       WHEN CR-REWRITTEN = 0
                           DISPLAY "THE GAME CHANGED ON TTTHIST SINCE "
                               "IT WAS SHOWN. TTTHIST UNCHANGED."
                           CALL "CBL_DELETE_FILE" USING CR-WORK-NAME
                       WHEN OTHER
                           PERFORM RELOAD-TTTHIST-LEDGER
                   END-EVALUATE
               END-IF
           END-IF.

                   END-IF
                   WRITE HISTORY-WORK-RECORD FROM HISTORY-RECORD
                   IF TW-FILE-STATUS NOT = "00"
                       DISPLAY "WORK FILE WRITE FAILED, STATUS "
                           TW-FILE-STATUS
                       MOVE 1 TO CR-COPY-FAILED
                       MOVE 1 TO TH-EOF-SWITCH
           ELSE
               DISPLAY "WARNING: RELOADED " CR-RELOAD-COUNT " OF "
                   CR-COPY-COUNT " TTTHIST RECORDS."
               DISPLAY "RECOVERY COPY LEFT IN PLACE AS " CR-WORK-NAME
           END-IF.

       RELOAD-GAME-RECORD SECTION.
           IF CR-VOID-SEQ NOT NUMERIC
               DISPLAY "SEQUENCE MUST BE 6 DIGITS. NOTHING DONE."
           ELSE
               MOVE 0 TO CR-HS-FOUND
               OPEN INPUT HIGH-SCORE-FILE
               IF HS-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN HISCORE. STATUS "
                       HS-FILE-STATUS
                           DISPLAY "NO HISCORE RECORD UNDER THAT "
                               "KEY."
                       NOT INVALID KEY
                           MOVE 1 TO CR-HS-FOUND
                           MOVE HIGH-SCORE-RECORD TO CR-HS-SHOWN
                           DISPLAY "RECORD: " HS-OPERATOR-ID " SEQ "
                               HS-SEQ-NO " DATE " HS-DATE " SCORE "
                               HS-SCORE " MODE " HS-MODE
                   END-READ
                   CLOSE HIGH-SCORE-FILE
               END-IF
               IF CR-HS-FOUND = 1
                   PERFORM CONFIRM-AND-VOID
               END-IF
           END-IF.

      *    HSLOCK IS ONLY TAKEN ONCE THE ANSWER IS IN, SO SNOBOL
      *    SAVES ARE NOT HELD UP WHILE THE SUPERVISOR DECIDES.
       CONFIRM-AND-VOID SECTION.
           DISPLAY "VOID IT? (Y/N): " WITH NO ADVANCING.
           ACCEPT CR-CONFIRM.
           IF CR-CONFIRM = "Y" OR CR-CONFIRM = "y"
               MOVE "VOIDED" TO CR-JRNL-AFTER
               PERFORM TAKE-HISCORE-LOCK
               IF LF-HELD
                   PERFORM VOID-SHOWN-HISCORE
                   PERFORM RELEASE-FILE-LOCK
               END-IF
           ELSE
               DISPLAY "NOTHING DONE."
           END-IF.

      *    EVERY PROGRAM THAT CHANGES HISCORE HOLDS HSLOCK WHILE IT
      *    DOES, SO A VOID CANNOT FALL BETWEEN AN HSARCH SPLIT AND
      *    ITS REBUILD AND BE UNDONE.
       TAKE-HISCORE-LOCK SECTION.
           MOVE "HSLOCK" TO LF-FILE-NAME.
           MOVE "HISCORE" TO CN-GUARDED-FILE.
           MOVE SPACES TO CN-DETAIL.
           STRING "VOID OF HISCORE " CR-HS-SHOWN(1:8) " "
               CR-HS-SHOWN(9:6) " NOT POSTED"
               DELIMITED BY SIZE INTO CN-DETAIL.
           PERFORM TAKE-FILE-LOCK.
           IF NOT LF-HELD
               DISPLAY "HISCORE BUSY AT ANOTHER STATION - NOTHING "
                   "VOIDED. TRY AGAIN SHORTLY."
           END-IF.

       VOID-SHOWN-HISCORE SECTION.
           OPEN I-O HIGH-SCORE-FILE.
           IF HS-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN HISCORE. STATUS " HS-FILE-STATUS
                   ". NOTHING VOIDED."
           ELSE
               MOVE CR-HS-SHOWN TO HIGH-SCORE-RECORD
               READ HIGH-SCORE-FILE
                   INVALID KEY
                       DISPLAY "THE RECORD IS NO LONGER ON HISCORE. "
                           "NOTHING VOIDED."
                   NOT INVALID KEY
                       IF HIGH-SCORE-RECORD NOT = CR-HS-SHOWN
                           DISPLAY "THE RECORD CHANGED SINCE IT WAS "
                               "SHOWN. NOTHING VOIDED."
                       ELSE
                           PERFORM POST-HISCORE-VOID
                       END-IF
               END-READ
               CLOSE HIGH-SCORE-FILE
           END-IF.

      *    DELETES THE HISCORE RECORD JUST READ AND JOURNALS IT;
      *    THE CALLER SETS THE AFTER IMAGE. CR-VOID-OK TELLS THE
      *    REVIEW WHETHER THE VOID WENT THROUGH.
       POST-HISCORE-VOID SECTION.
           MOVE 0 TO CR-VOID-OK.
           MOVE "V" TO CR-JRNL-TYPE.
           MOVE SPACES TO CR-JRNL-KEY.
           MOVE HS-KEY TO CR-JRNL-KEY.
           MOVE SPACES TO CR-JRNL-BEFORE.
           STRING HS-DATE " " HS-SCORE " " HS-MODE
               DELIMITED BY SIZE INTO CR-JRNL-BEFORE.
           MOVE 0 TO CR-NET-WINS.
           MOVE 0 TO CR-NET-LOSSES.
           DELETE HIGH-SCORE-FILE RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED."
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE 1 TO CR-VOID-OK
                   DISPLAY "RECORD VOIDED AND JOURNALED."
           END-DELETE.

      *    ONLY PENDING RUNS ARE OFFERED; A CLEARED OR REJECTED ONE
      *    KEEPS ITS REVIEWER AND STAMP FOR THE RECORD.
       REVIEW-FLAGGED-RUNS SECTION.
           MOVE 0 TO RQ-EOF-SWITCH.
           MOVE 0 TO CR-REVIEW-SWITCH.
           MOVE 0 TO CR-PENDING-COUNT.
           OPEN I-O REVIEW-QUEUE-FILE.
           IF RQ-FILE-STATUS NOT = "00"
               DISPLAY "NO SNOBOL REVIEW QUEUE ON FILE. STATUS "
                   RQ-FILE-STATUS
           ELSE
               PERFORM REVIEW-ONE-RUN
                   UNTIL RQ-EOF OR CR-REVIEW-STOPPED
               CLOSE REVIEW-QUEUE-FILE
               IF CR-PENDING-COUNT = 0
                   DISPLAY "NO RUNS AWAITING REVIEW."
               END-IF
           END-IF.

       REVIEW-ONE-RUN SECTION.
           READ REVIEW-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO RQ-EOF-SWITCH
               NOT AT END
                   IF RQ-STATUS = "P"
                       ADD 1 TO CR-PENDING-COUNT
                       PERFORM SHOW-FLAGGED-RUN
                       PERFORM ACCEPT-REVIEW-DECISION
                   END-IF
           END-READ.

       SHOW-FLAGGED-RUN SECTION.
           DISPLAY " ".
           DISPLAY "RUN ENDED " RQ-END-STAMP(1:14) " OPERATOR "
               RQ-OPERATOR " SESSION " RQ-SESSION-NO.
           DISPLAY "  SCORE " RQ-SCORE " MODE " RQ-MODE " SPEED "
               RQ-SPEED " BOARD " RQ-BOARD " MOVES " RQ-MOVES
               " RUN SECS " RQ-RUN-SECONDS.
           DISPLAY "  FAST MOVES " RQ-FAST-MOVES " LONG GAPS "
               RQ-LONG-GAPS " LONGEST GAP SECS " RQ-LONGEST-GAP
               " JUMPS " RQ-JUMPS.
           DISPLAY "  FLAGGED: " RQ-REASON " (" RQ-LOG-NAME ")".

       ACCEPT-REVIEW-DECISION SECTION.
           DISPLAY "C=CLEAR R=REJECT S=SKIP X=STOP REVIEW: "
               WITH NO ADVANCING.
           ACCEPT CR-REVIEW-ANSWER.
           EVALUATE TRUE
               WHEN CR-REVIEW-ANSWER = "C" OR CR-REVIEW-ANSWER = "c"
                   MOVE "C" TO RQ-STATUS
                   PERFORM POST-REVIEW-DECISION
               WHEN CR-REVIEW-ANSWER = "R" OR CR-REVIEW-ANSWER = "r"
                   PERFORM REJECT-FLAGGED-RUN
               WHEN CR-REVIEW-ANSWER = "X" OR CR-REVIEW-ANSWER = "x"
                   MOVE 1 TO CR-REVIEW-SWITCH
               WHEN OTHER
                   DISPLAY "LEFT PENDING."
           END-EVALUATE.

      *    A REJECTED RUN TAKES ITS SCORE WITH IT, AND IS ONLY
      *    MARKED REJECTED ONCE THAT SCORE HAS BEEN VOIDED. WHEN NO
      *    HISCORE RECORD MATCHES, OR THE VOID ITSELF FAILS, THE RUN
      *    STAYS PENDING SO IT COMES BACK NEXT TIME. HISCORE IS
      *    ONLY OPENED, UNDER HSLOCK, FOR THE SEARCH AND VOID OF THE
      *    ONE RUN, NEVER ACROSS THE WHOLE INTERACTIVE REVIEW.
       REJECT-FLAGGED-RUN SECTION.
           MOVE 0 TO CR-VOID-OK.
           MOVE SPACES TO CR-HS-SHOWN.
           MOVE RQ-OPERATOR TO CR-HS-SHOWN(1:8).
           MOVE RQ-END-STAMP(9:6) TO CR-HS-SHOWN(9:6).
           PERFORM TAKE-HISCORE-LOCK.
           IF LF-HELD
               PERFORM VOID-FLAGGED-HISCORE
               PERFORM RELEASE-FILE-LOCK
           END-IF.
           IF CR-VOID-OK = 1
               MOVE "R" TO RQ-STATUS
               PERFORM POST-REVIEW-DECISION
           ELSE
               DISPLAY "LEFT PENDING."
           END-IF.

       VOID-FLAGGED-HISCORE SECTION.
           OPEN I-O HIGH-SCORE-FILE.
           IF HS-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN HISCORE. STATUS " HS-FILE-STATUS
           ELSE
               PERFORM FIND-FLAGGED-HISCORE
               IF CR-HS-MATCHED
                   MOVE "VOIDED ON REVIEW" TO CR-JRNL-AFTER
                   PERFORM POST-HISCORE-VOID
                   IF CR-VOID-OK = 1
                       MOVE HS-KEY TO RQ-HS-KEY
                   END-IF
               ELSE
                   DISPLAY "NO HISCORE RECORD MATCHES THIS RUN - "
                       "USE V IF ONE SHOULD BE VOIDED."
               END-IF
               CLOSE HIGH-SCORE-FILE
           END-IF.

      *    A RUN FROM A NUMBERED SESSION IS MATCHED ON THE SESSION
      *    AND SCORE; AN UNNUMBERED ONE ON THE DATE, SCORE AND MODE.
       FIND-FLAGGED-HISCORE SECTION.
           MOVE 0 TO CR-MATCH-SWITCH.
           MOVE 0 TO CR-SCAN-SWITCH.
           IF RQ-OPERATOR NOT = SPACES AND
               RQ-END-STAMP(9:6) NUMERIC
               MOVE RQ-OPERATOR TO HS-OPERATOR-ID
               MOVE RQ-END-STAMP(9:6) TO HS-SEQ-NO
               START HIGH-SCORE-FILE KEY NOT < HS-KEY
                   INVALID KEY
                       MOVE 1 TO CR-SCAN-SWITCH
               END-START
               PERFORM SCAN-FLAGGED-HISCORE
                   UNTIL CR-SCAN-DONE OR CR-HS-MATCHED
           END-IF.

       SCAN-FLAGGED-HISCORE SECTION.
           READ HIGH-SCORE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO CR-SCAN-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN HS-OPERATOR-ID NOT = RQ-OPERATOR
                           MOVE 1 TO CR-SCAN-SWITCH
                       WHEN RQ-SESSION-NO NOT = 0
                           IF HS-SESSION-NO = RQ-SESSION-NO AND
                               HS-SCORE = RQ-SCORE
                               MOVE 1 TO CR-MATCH-SWITCH
                           END-IF
                       WHEN HS-DATE = RQ-END-STAMP(1:8) AND
                           HS-SCORE = RQ-SCORE AND
                           HS-MODE = RQ-MODE
                           MOVE 1 TO CR-MATCH-SWITCH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       POST-REVIEW-DECISION SECTION.
           MOVE CR-WHO TO RQ-REVIEWER.
           MOVE FUNCTION CURRENT-DATE TO CR-STAMP.
           MOVE CR-STAMP(1:14) TO RQ-REVIEW-STAMP.
           REWRITE REVIEW-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "SNKREVQ REWRITE FAILED, STATUS "
                       RQ-FILE-STATUS
               NOT INVALID KEY
                   IF RQ-STATUS = "C"
                       DISPLAY "RUN CLEARED."
                   ELSE
                       DISPLAY "RUN REJECTED."
                   END-IF
           END-REWRITE.

       WRITE-JOURNAL-RECORD SECTION.
           OPEN EXTEND ADJUST-LOG-FILE.
           IF AJ-FILE-STATUS = "35"
