      *ITSELF DOES), FOLDS THE TTTSTAT COUNTERS TOGETHER, REWRITES
      *EVERY TTTHIST AND SESSLOG OCCURRENCE, MOVES ANY PER-OPERATOR
      *SAVE SLOTS TO THE SURVIVING ID, AND DEACTIVATES THE OLD
      *OPERMAST ENTRY, JOURNALING THAT TO OPERJRNL THE WAY OPERMNT
      *DOES. BEFORE/AFTER RECORD COUNTS ARE PRINTED PER
      *FILE SO THE OPERATOR CAN PROVE NOTHING WAS DROPPED. ONLY A
      *SIGNED-ON ADMINISTRATOR MAY RUN A MERGE; A REFUSED SIGN-ON
      *IS WRITTEN TO SECLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-PLAYER-NAME
               LOCK MODE IS MANUAL
               FILE STATUS IS ST-FILE-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "TTTRATE"
               ORGANIZATION IS INDEXED
           SELECT HISTORY-FILE ASSIGN TO "TTTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT HISTORY-WORK-FILE ASSIGN TO MG-TH-WORK-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TW-FILE-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT SESSION-WORK-FILE ASSIGN TO MG-SL-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SE-FILE-STATUS.
           SELECT OPERATOR-JOURNAL-FILE ASSIGN TO "OPERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OJ-FILE-STATUS.
           COPY "COPYBOOK/LOCK/SELECT".

       DATA DIVISION.
       FILE SECTION.
           05 OP-SPEED-CODE PIC X(1).
           05 OP-ACTIVE PIC X(1).
           05 OP-DAILY-LIMIT PIC 9(3).
           05 OP-ROLE PIC X(1).
           05 OP-SECRET PIC X(8).
           05 OP-DEPT-CODE PIC X(6).
       FD  HIGH-SCORE-FILE.
       01  HIGH-SCORE-RECORD.
           05 HS-KEY.
           05 HS-DATE PIC X(08).
           05 HS-SCORE PIC 9(03).
           05 HS-MODE PIC X(01).
           05 HS-SESSION-NO PIC 9(8).
       FD  STATS-FILE.
       01  STATS-RECORD.
           05 ST-PLAYER-NAME PIC X(8).
           05 TH-VS-COMPUTER PIC 9(1).
           05 TH-MOVES PIC 9(2).
           05 TH-TOURN-FIX PIC 9(3).
           05 TH-SESSION-NO PIC 9(8).
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD PIC X(45).
       FD  SESSION-LOG-FILE.
       01  SESSION-LOG-RECORD.
           05 SL-OPERATOR PIC X(8).
           05 SL-START-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SL-END-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SL-SESSION-NO PIC 9(8).
       FD  SESSION-WORK-FILE.
       01  SESSION-WORK-RECORD PIC X(57).
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
       FD  OPERATOR-JOURNAL-FILE.
       01  OPERATOR-JOURNAL-RECORD.
           05 OJ-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 OJ-PROGRAM PIC X(8).
           05 FILLER PIC X(1).
           05 OJ-WHO PIC X(8).
           05 FILLER PIC X(1).
           05 OJ-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 OJ-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(1).
           05 OJ-BEFORE PIC X(60).
           05 FILLER PIC X(1).
           05 OJ-AFTER PIC X(60).
       COPY "COPYBOOK/LOCK/FD".

       WORKING-STORAGE SECTION.
       01  OM-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SW-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SW-EOF-SWITCH PIC 9 VALUE 0.
           88 SW-EOF VALUE 1.
       01  SE-FILE-STATUS PIC X(2) VALUE SPACES.
       01  OJ-FILE-STATUS PIC X(2) VALUE SPACES.

       01  MG-FROM-ID PIC X(8) VALUE SPACES.
       01  MG-TO-ID PIC X(8) VALUE SPACES.
       01  MG-CONFIRM PIC X VALUE SPACE.
       01  MG-TO-NAME PIC X(20) VALUE SPACES.
       01  MG-WHO PIC X(8) VALUE SPACES.
       01  MG-SECRET PIC X(8) VALUE SPACES.
       01  MG-STAMP PIC X(21) VALUE SPACES.
       01  MG-REFUSE-REASON PIC X(30) VALUE SPACES.
       01  MG-REFUSE-FOR PIC X(8) VALUE SPACES.

      *    A MERGE MAY NOT DEACTIVATE THE LAST ACTIVE ADMINISTRATOR
      *    WITH A SIGN-ON SECRET, OR OPERMNT WOULD WAIVE SIGN-ON.
       01  OM-EOF-SWITCH PIC 9 VALUE 0.
           88 OM-EOF VALUE 1.
       01  MG-FROM-ADMIN-SWITCH PIC 9 VALUE 0.
           88 MG-FROM-ADMIN VALUE 1.
       01  MG-ADMIN-COUNT PIC 9(4) VALUE 0.

      *    OPERJRNL IMAGES OF THE DEACTIVATED ENTRY, SECRET MASKED.
       01  MG-BEFORE-IMAGE.
           05 MG-BEFORE-RECORD PIC X(49).
           05 FILLER PIC X(11).
       01  MG-BEFORE-PARTS REDEFINES MG-BEFORE-IMAGE.
           05 FILLER PIC X(35).
           05 MG-BEFORE-SECRET PIC X(8).
           05 FILLER PIC X(17).
       01  MG-AFTER-IMAGE.
           05 MG-AFTER-RECORD PIC X(49).
           05 FILLER PIC X(11).
       01  MG-AFTER-PARTS REDEFINES MG-AFTER-IMAGE.
           05 FILLER PIC X(35).
           05 MG-AFTER-SECRET PIC X(8).
           05 FILLER PIC X(17).

      *    FROM-SIDE HISCORE KEYS ARE COLLECTED FIRST SO THE REKEY
      *    NEVER DELETES AND REREADS UNDER A MOVING SEQUENTIAL
       01  MG-ST-FROM-DRAWS PIC 9(4) VALUE 0.
       01  MG-ST-FROM-SWITCH PIC 9 VALUE 0.
           88 MG-ST-FROM-PRESENT VALUE 1.
      *    TTTSTAT ROWS ARE READ WITH LOCK THE WAY THE GAMES POST
      *    THEM; MG-ST-ROW-ID IS THE ROW WANTED, CREATED AT ZERO
      *    FIRST WHEN MG-ST-CREATE IS SET.
       01  MG-ST-ROW-ID PIC X(8) VALUE SPACES.
       01  MG-ST-CREATE-SWITCH PIC 9 VALUE 0.
           88 MG-ST-CREATE VALUE 1.
       01  MG-ST-FOLDED-SWITCH PIC 9 VALUE 0.
           88 MG-ST-FOLDED VALUE 1.

       01  MG-TH-TOTAL-BEFORE PIC 9(6) VALUE 0.
       01  MG-TH-TOTAL-AFTER PIC 9(6) VALUE 0.
       01  MG-SL-TOTAL-AFTER PIC 9(6) VALUE 0.
       01  MG-SL-CHANGED PIC 9(6) VALUE 0.

      *    WORK FILES CARRY THE RUNNING ADMINISTRATOR'S ID SO TWO
      *    STATIONS NEVER REBUILD THROUGH THE SAME ONE.
       01  MG-TH-WORK-NAME PIC X(17) VALUE SPACES.
       01  MG-SL-WORK-NAME PIC X(17) VALUE SPACES.
       01  MG-INCOMPLETE-SWITCH PIC 9 VALUE 0.
           88 MG-INCOMPLETE VALUE 1.

       01  MG-SAVE-PREFIX PIC X(9) VALUE SPACES.
       01  MG-FROM-SAVE PIC X(17) VALUE SPACES.
       01  MG-RT-GAMES PIC 9(5) VALUE 0.
       01  MG-RATE-TOUCHED PIC 9(1) VALUE 0.

       COPY "COPYBOOK/LOCK/DATA".

       PROCEDURE DIVISION.
       DISPLAY "==== OPERATOR MERGE/REKEY UTILITY ====".
       PERFORM SIGN-ON-CHECK.
       MOVE "OPERMERG" TO LF-PROGRAM.
       MOVE MG-WHO TO LF-STATION.
       PERFORM ACCEPT-MERGE-IDS.
       PERFORM MERGE-HISCORE.
       PERFORM MERGE-TTTSTAT.
       PERFORM MERGE-TTTHIST.
       PERFORM MERGE-SESSLOG.
       PERFORM MERGE-SAVE-SLOTS.
       IF MG-INCOMPLETE
           DISPLAY "OPERATOR " MG-FROM-ID " LEFT ACTIVE - RUN THE "
               "SAME MERGE AGAIN ONCE THE OTHER STATION IS DONE."
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM DEACTIVATE-FROM-OPERATOR
       END-IF.
       PERFORM PRINT-MERGE-TOTALS.
       STOP RUN.

       COPY "COPYBOOK/LOCK/FUNCTIONS".

      *    A MERGE REWRITES EVERY FILE THE OPERATOR TOUCHES AND
      *    DEACTIVATES AN ID, SO ONLY AN ACTIVE ADMINISTRATOR WHO
      *    KNOWS ITS SIGN-ON SECRET MAY RUN ONE.
       SIGN-ON-CHECK SECTION.
           ACCEPT MG-WHO FROM ENVIRONMENT "USER".
           IF MG-WHO = SPACES
               MOVE "OPERATOR" TO MG-WHO
           END-IF.
           DISPLAY "SIGN-ON SECRET FOR " MG-WHO ": " WITH NO ADVANCING.
           ACCEPT MG-SECRET.
           MOVE SPACES TO MG-REFUSE-REASON.
           OPEN INPUT OPERATOR-FILE.
           IF OM-FILE-STATUS NOT = "00"
               MOVE "NO OPERATOR MASTER" TO MG-REFUSE-REASON
           ELSE
               MOVE MG-WHO TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "NOT REGISTERED" TO MG-REFUSE-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OP-ACTIVE NOT = "A"
                               MOVE "DEACTIVATED" TO MG-REFUSE-REASON
                           WHEN OP-SECRET = SPACES OR
                               OP-SECRET NOT = MG-SECRET
                               MOVE "WRONG SIGN-ON SECRET"
                                   TO MG-REFUSE-REASON
                           WHEN OP-ROLE NOT = "A"
                               MOVE "NOT AN ADMINISTRATOR"
                                   TO MG-REFUSE-REASON
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.
           IF MG-REFUSE-REASON NOT = SPACES
               PERFORM LOG-SECURITY-REFUSAL
               DISPLAY "OPERMERG REFUSED FOR " MG-WHO ": "
                   MG-REFUSE-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MG-TH-WORK-NAME.
           STRING "THWORK-" MG-WHO DELIMITED BY SPACE
               INTO MG-TH-WORK-NAME.
           MOVE SPACES TO MG-SL-WORK-NAME.
           STRING "SLWORK-" MG-WHO DELIMITED BY SPACE
               INTO MG-SL-WORK-NAME.

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
               MOVE FUNCTION CURRENT-DATE TO MG-STAMP
               MOVE MG-STAMP(1:14) TO SE-STAMP
               MOVE "OPERMERG" TO SE-PROGRAM
               MOVE MG-WHO TO SE-OPERATOR
               MOVE MG-REFUSE-FOR TO SE-FOR-OPERATOR
               MOVE MG-REFUSE-REASON TO SE-REASON
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           END-IF.

       ACCEPT-MERGE-IDS SECTION.
           DISPLAY "MERGE FROM OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT MG-FROM-ID.
               DISPLAY "CANNOT OPEN OPERMAST. STATUS " OM-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO MG-FROM-ADMIN-SWITCH.
           MOVE MG-FROM-ID TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                       "NOTHING DONE."
                   CLOSE OPERATOR-FILE
                   STOP RUN
               NOT INVALID KEY
                   IF OP-ROLE = "A" AND OP-ACTIVE = "A" AND
                       OP-SECRET NOT = SPACES
                       MOVE 1 TO MG-FROM-ADMIN-SWITCH
                   END-IF
           END-READ.
           MOVE MG-TO-ID TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
                       STOP RUN
                   END-IF
           END-READ.
           IF MG-FROM-ADMIN
               PERFORM COUNT-OTHER-ADMINISTRATORS
               IF MG-ADMIN-COUNT = 0
                   CLOSE OPERATOR-FILE
                   MOVE "LAST ADMINISTRATOR" TO MG-REFUSE-REASON
                   MOVE MG-FROM-ID TO MG-REFUSE-FOR
                   PERFORM LOG-SECURITY-REFUSAL
                   DISPLAY "REFUSED: " MG-FROM-ID " IS THE LAST "
                       "ACTIVE ADMINISTRATOR WITH A SIGN-ON SECRET."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE OPERATOR-FILE.
           DISPLAY "MERGING " MG-FROM-ID " INTO " MG-TO-ID
               " (" MG-TO-NAME "). PROCEED? (Y/N): "
               STOP RUN
           END-IF.

       COUNT-OTHER-ADMINISTRATORS SECTION.
           MOVE 0 TO MG-ADMIN-COUNT.
           MOVE 0 TO OM-EOF-SWITCH.
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           START OPERATOR-FILE KEY NOT < OP-OPERATOR-ID
               INVALID KEY
                   MOVE 1 TO OM-EOF-SWITCH
           END-START.
           PERFORM COUNT-NEXT-ADMINISTRATOR UNTIL OM-EOF.

       COUNT-NEXT-ADMINISTRATOR SECTION.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE 1 TO OM-EOF-SWITCH
               NOT AT END
                   IF OP-ROLE = "A" AND OP-ACTIVE = "A" AND
                       OP-SECRET NOT = SPACES AND
                       OP-OPERATOR-ID NOT = MG-FROM-ID
                       ADD 1 TO MG-ADMIN-COUNT
                   END-IF
           END-READ.

      *    HISCORE IS REKEYED UNDER HSLOCK, AS EVERY PROGRAM THAT
      *    CHANGES IT DOES, SO AN HSARCH PURGE CANNOT REBUILD THE
      *    LIVE FILE OVER THE REKEYED RECORDS.
       MERGE-HISCORE SECTION.
           MOVE "HSLOCK" TO LF-FILE-NAME.
           MOVE "HISCORE" TO CN-GUARDED-FILE.
           MOVE SPACES TO CN-DETAIL.
           STRING "MERGE " MG-FROM-ID " INTO " MG-TO-ID
               " NOT APPLIED" DELIMITED BY SIZE INTO CN-DETAIL.
           PERFORM TAKE-FILE-LOCK.
           IF LF-HELD
               PERFORM REKEY-HISCORE
               PERFORM RELEASE-FILE-LOCK
           ELSE
               DISPLAY "HISCORE IS IN USE AT ANOTHER STATION - "
                   "HISCORE NOT MERGED."
               MOVE 1 TO MG-INCOMPLETE-SWITCH
           END-IF.

       REKEY-HISCORE SECTION.
           MOVE 0 TO HS-EOF-SWITCH.
           OPEN I-O HIGH-SCORE-FILE.
           IF HS-FILE-STATUS NOT = "00"
                   END-IF
           END-READ.

      *    THE FROM-ROW'S COUNTERS ARE ADDED TO THE TO-ROW, AND ONLY
      *    ONCE THAT REWRITE HAS GONE THROUGH ARE THEY TAKEN OFF THE
      *    FROM-ROW, WHICH IS DELETED WHEN NOTHING IS LEFT ON IT. A
      *    ROW STILL BUSY AFTER THE RETRIES, OR A FAILED REWRITE,
      *    LEAVES THE MERGE INCOMPLETE SO IT CAN BE RUN AGAIN.
       MERGE-TTTSTAT SECTION.
           MOVE "TTTSTAT" TO CN-GUARDED-FILE.
           MOVE SPACES TO CN-DETAIL.
           STRING "TTTSTAT " MG-FROM-ID " INTO " MG-TO-ID
               " NOT FOLDED" DELIMITED BY SIZE INTO CN-DETAIL.
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
               END-IF
               PERFORM LOG-CONTENTION
           END-IF.
           EVALUATE TRUE
               WHEN ST-FILE-STATUS = "35"
                   DISPLAY "NOTE: NO TTTSTAT ON FILE, SKIPPED."
               WHEN ST-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN TTTSTAT (STATUS "
                       ST-FILE-STATUS ") - COUNTERS NOT FOLDED."
                   MOVE 1 TO MG-INCOMPLETE-SWITCH
               WHEN OTHER
                   PERFORM FOLD-FROM-STAT-ROW
                   CLOSE STATS-FILE
           END-EVALUATE.

       OPEN-STATS-FILE SECTION.
           IF LF-TRY-COUNT > 0
               CALL "usleep" USING BY VALUE 250000
           END-IF.
           ADD 1 TO LF-TRY-COUNT.
           OPEN I-O STATS-FILE.

       FOLD-FROM-STAT-ROW SECTION.
           MOVE 0 TO MG-ST-FROM-SWITCH.
           MOVE MG-FROM-ID TO MG-ST-ROW-ID.
           PERFORM LOCK-STAT-ROW.
           EVALUATE TRUE
               WHEN ST-FILE-STATUS = "23"
                   DISPLAY "NO TTTSTAT ROW UNDER " MG-FROM-ID "."
               WHEN ST-FILE-STATUS NOT = "00"
                   MOVE 1 TO MG-INCOMPLETE-SWITCH
               WHEN OTHER
                   MOVE 1 TO MG-ST-FROM-SWITCH
                   MOVE ST-WINS TO MG-ST-FROM-WINS
                   MOVE ST-LOSSES TO MG-ST-FROM-LOSSES
                   MOVE ST-DRAWS TO MG-ST-FROM-DRAWS
           END-EVALUATE.
           UNLOCK STATS-FILE.
           IF MG-ST-FROM-PRESENT
               PERFORM FOLD-STAT-COUNTERS
               IF MG-ST-FOLDED
                   PERFORM CLEAR-FROM-STAT-ROW
               ELSE
                   MOVE 1 TO MG-INCOMPLETE-SWITCH
               END-IF
           END-IF.

       FOLD-STAT-COUNTERS SECTION.
           MOVE 0 TO MG-ST-FOLDED-SWITCH.
           MOVE MG-TO-ID TO MG-ST-ROW-ID.
           MOVE 1 TO MG-ST-CREATE-SWITCH.
           PERFORM LOCK-STAT-ROW.
           MOVE 0 TO MG-ST-CREATE-SWITCH.
           IF ST-FILE-STATUS = "00"
               ADD MG-ST-FROM-WINS TO ST-WINS
               ADD MG-ST-FROM-LOSSES TO ST-LOSSES
               ADD MG-ST-FROM-DRAWS TO ST-DRAWS
               REWRITE STATS-RECORD
               IF ST-FILE-STATUS = "00"
                   MOVE 1 TO MG-ST-FOLDED-SWITCH
                   DISPLAY "TTTSTAT FOLDED: " MG-TO-ID " NOW W:"
                       ST-WINS " L:" ST-LOSSES " D:" ST-DRAWS
               ELSE
                   DISPLAY "REWRITE OF TTTSTAT ROW " MG-TO-ID
                       " FAILED, STATUS " ST-FILE-STATUS
               END-IF
           END-IF.
           UNLOCK STATS-FILE.
           IF NOT MG-ST-FOLDED
               DISPLAY "TTTSTAT ROW " MG-FROM-ID " LEFT AS IT WAS."
           END-IF.

      *    A GAME POSTED TO THE FROM-ROW SINCE IT WAS READ LEAVES
      *    SOMETHING BEHIND ONCE THE FOLDED COUNTERS COME OFF; THAT
      *    REMAINDER IS KEPT FOR THE NEXT RUN OF THE SAME MERGE.
       CLEAR-FROM-STAT-ROW SECTION.
           MOVE SPACES TO CN-DETAIL.
           STRING "TTTSTAT " MG-FROM-ID " NOT CLEARED, TAKE OFF W"
               MG-ST-FROM-WINS " L" MG-ST-FROM-LOSSES
               " D" MG-ST-FROM-DRAWS DELIMITED BY SIZE INTO CN-DETAIL.
           MOVE MG-FROM-ID TO MG-ST-ROW-ID.
           PERFORM LOCK-STAT-ROW.
           IF ST-FILE-STATUS NOT = "00"
               MOVE 1 TO MG-INCOMPLETE-SWITCH
               DISPLAY "WARNING: TTTSTAT ROW " MG-FROM-ID " COULD NOT "
                   "BE CLEARED - SEE CONTLOG BEFORE RUNNING AGAIN."
           ELSE
               IF ST-WINS = MG-ST-FROM-WINS AND
                   ST-LOSSES = MG-ST-FROM-LOSSES AND
                   ST-DRAWS = MG-ST-FROM-DRAWS
                   DELETE STATS-FILE RECORD
                       INVALID KEY
                           MOVE 1 TO MG-INCOMPLETE-SWITCH
                           DISPLAY "DELETE OF TTTSTAT ROW "
                               MG-FROM-ID " FAILED, STATUS "
                               ST-FILE-STATUS
                   END-DELETE
               ELSE
                   PERFORM TAKE-OFF-FOLDED-COUNTERS
               END-IF
           END-IF.
           UNLOCK STATS-FILE.

       TAKE-OFF-FOLDED-COUNTERS SECTION.
           MOVE 1 TO MG-INCOMPLETE-SWITCH.
           IF ST-WINS < MG-ST-FROM-WINS
               MOVE 0 TO ST-WINS
           ELSE
               SUBTRACT MG-ST-FROM-WINS FROM ST-WINS
           END-IF.
           IF ST-LOSSES < MG-ST-FROM-LOSSES
               MOVE 0 TO ST-LOSSES
           ELSE
               SUBTRACT MG-ST-FROM-LOSSES FROM ST-LOSSES
           END-IF.
           IF ST-DRAWS < MG-ST-FROM-DRAWS
               MOVE 0 TO ST-DRAWS
           ELSE
               SUBTRACT MG-ST-FROM-DRAWS FROM ST-DRAWS
           END-IF.
           REWRITE STATS-RECORD.
           IF ST-FILE-STATUS = "00"
               DISPLAY "TTTSTAT ROW " MG-FROM-ID " WAS POSTED TO "
                   "DURING THE MERGE - THE REST IS LEFT ON IT."
           ELSE
               DISPLAY "WARNING: TTTSTAT ROW " MG-FROM-ID " REWRITE "
                   "FAILED, STATUS " ST-FILE-STATUS
               DISPLAY "TAKE W" MG-ST-FROM-WINS " L" MG-ST-FROM-LOSSES
                   " D" MG-ST-FROM-DRAWS " OFF IT BEFORE RUNNING "
                   "AGAIN."
           END-IF.

      *    A ROW A GAME IS POSTING TO (51) IS WAITED FOR. A 22 ON
      *    CREATING THE TO-ROW MEANS A GAME CREATED IT FIRST; GOING
      *    ROUND AGAIN PICKS UP THE ROW IT WROTE. A ROW THAT STAYS
      *    BUSY GOES TO CONTLOG WITH WHATEVER CN-DETAIL SAYS.
       LOCK-STAT-ROW SECTION.
           MOVE 0 TO LF-TRY-COUNT.
           MOVE "51" TO ST-FILE-STATUS.
           PERFORM READ-STAT-ROW UNTIL
               (ST-FILE-STATUS NOT = "51" AND
               ST-FILE-STATUS NOT = "22") OR
               LF-TRY-COUNT NOT < LF-TRY-MAX.
           MOVE ST-FILE-STATUS TO CN-LAST-STATUS.
           IF ST-FILE-STATUS = "51" OR ST-FILE-STATUS = "22"
               DISPLAY "TTTSTAT ROW FOR " MG-ST-ROW-ID " BUSY (STATUS "
                   ST-FILE-STATUS ")."
               MOVE "F" TO CN-OUTCOME
               PERFORM LOG-CONTENTION
           ELSE
               IF LF-TRY-COUNT > 1
                   MOVE "W" TO CN-OUTCOME
                   PERFORM LOG-CONTENTION
               END-IF
           END-IF.

       READ-STAT-ROW SECTION.
           IF LF-TRY-COUNT > 0
               CALL "usleep" USING BY VALUE 250000
           END-IF.
           ADD 1 TO LF-TRY-COUNT.
           MOVE MG-ST-ROW-ID TO ST-PLAYER-NAME.
           READ STATS-FILE WITH LOCK
               INVALID KEY
                   IF MG-ST-CREATE
                       MOVE 0 TO ST-WINS
                       MOVE 0 TO ST-LOSSES
                       MOVE 0 TO ST-DRAWS
                       WRITE STATS-RECORD
                       IF ST-FILE-STATUS = "00"
                           MOVE MG-ST-ROW-ID TO ST-PLAYER-NAME
                           READ STATS-FILE WITH LOCK
                               INVALID KEY
                                   DISPLAY "TTTSTAT ROW FOR "
                                       MG-ST-ROW-ID
                                       " COULD NOT BE CREATED"
                           END-READ
                       END-IF
                   END-IF
           END-READ.

      *    ELO RATINGS CANNOT BE FOLDED BY ARITHMETIC - THE MERGED
      *    HISTORY HAS TO BE REPLAYED. THE FROM-ROW IS MOVED TO
           END-READ.

      *    SEQUENTIAL FILES ARE REBUILT THROUGH A WORK FILE THE
      *    WAY HSARCH REBUILDS THE LIVE HISCORE FROM HSKEEP. THE
      *    REBUILD HOLDS HISTLOCK SO NO GAME IS APPENDED MEANWHILE.
       MERGE-TTTHIST SECTION.
           MOVE "HISTLOCK" TO LF-FILE-NAME.
           MOVE "TTTHIST" TO CN-GUARDED-FILE.
           MOVE SPACES TO CN-DETAIL.
           STRING "MERGE " MG-FROM-ID " INTO " MG-TO-ID
               " NOT APPLIED" DELIMITED BY SIZE INTO CN-DETAIL.
           PERFORM TAKE-FILE-LOCK.
           IF LF-HELD
               PERFORM REBUILD-TTTHIST
               PERFORM RELEASE-FILE-LOCK
           ELSE
               DISPLAY "TTTHIST IS IN USE AT ANOTHER STATION - "
                   "TTTHIST NOT MERGED."
               MOVE 1 TO MG-INCOMPLETE-SWITCH
           END-IF.

       REBUILD-TTTHIST SECTION.
           MOVE 0 TO TH-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF TH-FILE-STATUS NOT = "00"
           ELSE
               OPEN OUTPUT HISTORY-WORK-FILE
               IF TW-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT CREATE " MG-TH-WORK-NAME
                       " STATUS " TW-FILE-STATUS ". TTTHIST UNCHANGED."
                   CLOSE HISTORY-FILE
               ELSE
                   PERFORM REWRITE-ONE-HISTORY UNTIL TH-EOF
           CLOSE HISTORY-FILE.
           CLOSE HISTORY-WORK-FILE.
           IF MG-TH-TOTAL-AFTER = MG-TH-TOTAL-BEFORE
               CALL "CBL_DELETE_FILE" USING MG-TH-WORK-NAME
           ELSE
               DISPLAY "WARNING: RELOADED " MG-TH-TOTAL-AFTER " OF "
                   MG-TH-TOTAL-BEFORE " TTTHIST RECORDS."
               DISPLAY MG-TH-WORK-NAME " HAS BEEN LEFT IN PLACE "
                   "FOR RECOVERY."
           END-IF.

       RELOAD-ONE-HISTORY SECTION.
           END-READ.

       MERGE-SESSLOG SECTION.
           MOVE "SLOGLOCK" TO LF-FILE-NAME.
           MOVE "SESSLOG" TO CN-GUARDED-FILE.
           MOVE SPACES TO CN-DETAIL.
           STRING "MERGE " MG-FROM-ID " INTO " MG-TO-ID
               " NOT APPLIED" DELIMITED BY SIZE INTO CN-DETAIL.
           PERFORM TAKE-FILE-LOCK.
           IF LF-HELD
               PERFORM REBUILD-SESSLOG
               PERFORM RELEASE-FILE-LOCK
           ELSE
               DISPLAY "SESSLOG IS IN USE AT ANOTHER STATION - "
                   "SESSLOG NOT MERGED."
               MOVE 1 TO MG-INCOMPLETE-SWITCH
           END-IF.

       REBUILD-SESSLOG SECTION.
           MOVE 0 TO SL-EOF-SWITCH.
           OPEN INPUT SESSION-LOG-FILE.
           IF SL-FILE-STATUS NOT = "00"
           ELSE
               OPEN OUTPUT SESSION-WORK-FILE
               IF SW-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT CREATE " MG-SL-WORK-NAME
                       " STATUS " SW-FILE-STATUS ". SESSLOG UNCHANGED."
                   CLOSE SESSION-LOG-FILE
               ELSE
                   PERFORM REWRITE-ONE-SESSION UNTIL SL-EOF
           CLOSE SESSION-LOG-FILE.
           CLOSE SESSION-WORK-FILE.
           IF MG-SL-TOTAL-AFTER = MG-SL-TOTAL-BEFORE
               CALL "CBL_DELETE_FILE" USING MG-SL-WORK-NAME
           ELSE
               DISPLAY "WARNING: RELOADED " MG-SL-TOTAL-AFTER " OF "
                   MG-SL-TOTAL-BEFORE " SESSLOG RECORDS."
               DISPLAY MG-SL-WORK-NAME " HAS BEEN LEFT IN PLACE "
                   "FOR RECOVERY."
           END-IF.

       RELOAD-ONE-SESSION SECTION.
                   DISPLAY "OPERMAST ENTRY " MG-FROM-ID " VANISHED "
                       "MID-MERGE."
               NOT INVALID KEY
                   MOVE SPACES TO MG-BEFORE-IMAGE
                   MOVE OPERATOR-RECORD TO MG-BEFORE-RECORD
                   MOVE "I" TO OP-ACTIVE
                   REWRITE OPERATOR-RECORD
                   IF OM-FILE-STATUS = "00"
                       MOVE SPACES TO MG-AFTER-IMAGE
                       MOVE OPERATOR-RECORD TO MG-AFTER-RECORD
                       PERFORM WRITE-MASTER-JOURNAL
                   END-IF
                   DISPLAY "OPERATOR " MG-FROM-ID " DEACTIVATED."
           END-READ.
           CLOSE OPERATOR-FILE.

       WRITE-MASTER-JOURNAL SECTION.
           IF MG-BEFORE-SECRET NOT = SPACES
               MOVE ALL "*" TO MG-BEFORE-SECRET
           END-IF.
           IF MG-AFTER-SECRET NOT = SPACES
               MOVE ALL "*" TO MG-AFTER-SECRET
           END-IF.
           OPEN EXTEND OPERATOR-JOURNAL-FILE.
           IF OJ-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-JOURNAL-FILE
           END-IF.
           IF OJ-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: OPERJRNL NOT WRITABLE, STATUS "
                   OJ-FILE-STATUS " - DEACTIVATION NOT JOURNALED."
           ELSE
               MOVE SPACES TO OPERATOR-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO MG-STAMP
               MOVE MG-STAMP(1:14) TO OJ-STAMP
               MOVE "OPERMERG" TO OJ-PROGRAM
               MOVE MG-WHO TO OJ-WHO
               MOVE "D" TO OJ-ACTION
               MOVE MG-FROM-ID TO OJ-OPERATOR-ID
               MOVE MG-BEFORE-IMAGE TO OJ-BEFORE
               MOVE MG-AFTER-IMAGE TO OJ-AFTER
               WRITE OPERATOR-JOURNAL-RECORD
               CLOSE OPERATOR-JOURNAL-FILE
           END-IF.

       PRINT-MERGE-TOTALS SECTION.
           DISPLAY " ".
           DISPLAY "MERGE TOTALS " MG-FROM-ID " -> " MG-TO-ID ":".
