      *AND ANY
      *LEFTOVER SAVE - THE SHARED SNKSAVE/TTTMATCH FILES OR THE
      *PER-OPERATOR SLOTS KEYED TO EACH OPERMAST ID - MUST BE
      *STRUCTURALLY SANE. CONTLOG ENTRIES WRITTEN SINCE THE LAST
      *AUDIT (THE STAMP KEPT IN AUDCTL) ARE COUNTED BY FILE, AND
      *EVERY TIME A STATION GAVE UP WAITING FOR A SHARED FILE IS
      *AN EXCEPTION CARRYING WHAT WAS NOT POSTED - REPORTED ONCE,
      *ON THE FIRST AUDIT AFTER IT WAS LOGGED.
      *EVERY MISMATCH IS NAMED IN THE AUDITRPT EXCEPTIONS REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ADJUST-LOG-FILE ASSIGN TO "ADJLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJ-FILE-STATUS.
           COPY "COPYBOOK/LOCK/LOGSEL".
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 HS-DATE PIC X(08).
           05 HS-SCORE PIC 9(03).
           05 HS-MODE PIC X(01).
           05 HS-SESSION-NO PIC 9(8).
       FD  STATS-FILE.
       01  STATS-RECORD.
           05 ST-PLAYER-NAME PIC X(8).
           05 MR-VS-COMPUTER PIC 9.
           05 MR-PLAYER-NAME PIC X(8) OCCURS 2 TIMES.
           05 MR-TOURN-FIX PIC 9(3).
           05 MR-GAME-DATE PIC X(8).
           05 MR-GAME-TIME PIC X(6).
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD PIC X(80).
       FD  OPERATOR-FILE.
           05 OP-SPEED-CODE PIC X(1).
           05 OP-ACTIVE PIC X(1).
           05 OP-DAILY-LIMIT PIC 9(3).
           05 OP-ROLE PIC X(1).
           05 OP-SECRET PIC X(8).
           05 OP-DEPT-CODE PIC X(6).
      *    THE CORRECTION JOURNAL CORRMNT WRITES; THE WIN/LOSS
      *    DELTAS EXPLAIN DELIBERATE COUNTER MOVEMENTS SO THEY DO
      *    NOT FLAG AS THE HAND EDITS THIS AUDIT HUNTS.
           05 AJ-WINS-DELTA PIC S9(3) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 AJ-LOSS-DELTA PIC S9(3) SIGN LEADING SEPARATE.
       COPY "COPYBOOK/LOCK/LOGFD".
      *    THE NEWEST CONTLOG STAMP ALREADY REPORTED, SO NO GIVE-UP
      *    IS EVER PUT IN FRONT OF A SUPERVISOR FOR RE-KEYING TWICE.
       FD  AUDIT-CONTROL-FILE.
       01  AUDIT-CONTROL-RECORD.
           05 AC-LAST-STAMP PIC X(14).

       WORKING-STORAGE SECTION.
       01  HS-FILE-STATUS PIC X(2) VALUE SPACES.
       01  AU-ROW-LEN PIC 9(2) VALUE 0.
       01  AU-SNAKE-LEN PIC 9(3) VALUE 0.

      *    ONLY CONTLOG ENTRIES NEWER THAN THE STAMP IN AUDCTL ARE
      *    REPORTED, AND THE STAMP MOVES UP TO THE NEWEST ONE READ.
      *    WITH NO AUDCTL YET, THE FIRST RUN STARTS FROM YESTERDAY.
       01  CL-FILE-STATUS PIC X(2) VALUE SPACES.
       01  CL-EOF-SWITCH PIC 9 VALUE 0.
           88 CL-EOF VALUE 1.
       01  AC-FILE-STATUS PIC X(2) VALUE SPACES.
       01  CN-SINCE-STAMP PIC X(14) VALUE SPACES.
       01  CN-NEWEST-STAMP PIC X(14) VALUE SPACES.
       01  CN-SINCE-DATE PIC 9(8) VALUE 0.
       01  CN-TODAY PIC 9(8) VALUE 0.
       01  CN-EVENT-COUNT PIC 9(5) VALUE 0.
       01  CN-FILE-MAX PIC 9(2) USAGE IS COMP VALUE 20.
       01  CN-FILE-COUNT PIC 9(2) USAGE IS COMP VALUE 0.
       01  CN-FILE-TABLE.
           05 CN-FILE-ENTRY OCCURS 20 TIMES.
               10 CN-FILE-NAME PIC X(8).
               10 CN-WAITED PIC 9(5).
               10 CN-GAVE-UP PIC 9(5).
       01  CN-FILE-NO PIC 9(2) USAGE IS COMP VALUE 0.
       01  CN-FOUND-SLOT PIC 9(2) USAGE IS COMP VALUE 0.

       PROCEDURE DIVISION.
       DISPLAY "==== NIGHTLY DATA AUDIT ====".
       OPEN OUTPUT AUDIT-REPORT-FILE.
       END-IF.
       PERFORM CHECK-TTTSTAT-BALANCE.
       PERFORM CHECK-ALL-SAVED-GAMES.
       PERFORM CHECK-CONTENTION-LOG.

       IF AU-EXCEPTION-COUNT = 0
           MOVE "NO EXCEPTIONS. ALL FILES RECONCILE." TO AU-LINE
           WRITE AUDIT-REPORT-RECORD FROM AU-LINE
       END-IF.
       CLOSE AUDIT-REPORT-FILE.
       IF CN-NEWEST-STAMP NOT = CN-SINCE-STAMP
           PERFORM WRITE-AUDIT-CONTROL
       END-IF.
       DISPLAY "AUDIT COMPLETE. " AU-EXCEPTION-COUNT
           " EXCEPTION(S) WRITTEN TO AUDITRPT.".
       STOP RUN.
               END-READ
               CLOSE MATCH-FILE
           END-IF.

      *    A WAIT THAT ENDED IN TIME IS ONLY COUNTED; A GIVE-UP MEANS
      *    SOMETHING WAS NOT POSTED, SO EACH ONE IS AN EXCEPTION WITH
      *    THE PARKED DATA PRINTED UNDER IT FOR RE-KEYING.
       CHECK-CONTENTION-LOG SECTION.
           PERFORM READ-AUDIT-CONTROL.
           MOVE CN-SINCE-STAMP TO CN-NEWEST-STAMP.
           MOVE 0 TO CL-EOF-SWITCH.
           MOVE 0 TO CN-EVENT-COUNT.
           MOVE 0 TO CN-FILE-COUNT.
           OPEN INPUT CONTENTION-LOG-FILE.
           IF CL-FILE-STATUS = "00"
               PERFORM READ-CONTENTION-ENTRY UNTIL CL-EOF
               CLOSE CONTENTION-LOG-FILE
           END-IF.
           IF CN-EVENT-COUNT = 0
               MOVE SPACES TO AU-LINE
               STRING "NOTE: NO SHARED FILE WAS FOUND BUSY SINCE "
                   CN-SINCE-STAMP(1:8) " " CN-SINCE-STAMP(9:6)
                   DELIMITED BY SIZE INTO AU-LINE
               WRITE AUDIT-REPORT-RECORD FROM AU-LINE
           ELSE
               PERFORM REPORT-CONTENTION-FILE VARYING CN-FILE-NO
                   FROM 1 BY 1 UNTIL CN-FILE-NO > CN-FILE-COUNT
           END-IF.

      *    A MISSING OR MIS-KEYED AUDCTL FALLS BACK TO THE START OF
      *    YESTERDAY, SO A RUN JUST AFTER MIDNIGHT STILL SEES THE
      *    WHOLE OF THE DAY BEFORE.
       READ-AUDIT-CONTROL SECTION.
           MOVE AU-CURRENT-DATE(1:8) TO CN-TODAY.
           COMPUTE CN-SINCE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(CN-TODAY) - 1).
           MOVE SPACES TO CN-SINCE-STAMP.
           OPEN INPUT AUDIT-CONTROL-FILE.
           IF AC-FILE-STATUS = "00"
               READ AUDIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-LAST-STAMP NUMERIC
                           MOVE AC-LAST-STAMP TO CN-SINCE-STAMP
                       END-IF
               END-READ
               CLOSE AUDIT-CONTROL-FILE
           END-IF.
           IF CN-SINCE-STAMP = SPACES
               MOVE CN-SINCE-DATE TO CN-SINCE-STAMP(1:8)
               MOVE "000000" TO CN-SINCE-STAMP(9:6)
           END-IF.

      *    WRITTEN ONCE THE REPORT IS CLOSED. THE STAMP ONLY MOVES
      *    AS FAR AS THE NEWEST ENTRY ACTUALLY READ, SO ANYTHING
      *    LOGGED WHILE THIS RUN WAS READING IS LEFT FOR THE NEXT.
       WRITE-AUDIT-CONTROL SECTION.
           OPEN OUTPUT AUDIT-CONTROL-FILE.
           IF AC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: AUDCTL NOT WRITABLE, STATUS "
                   AC-FILE-STATUS " - CONTLOG ENTRIES WILL BE "
                   "REPORTED AGAIN."
           ELSE
               MOVE CN-NEWEST-STAMP TO AC-LAST-STAMP
               WRITE AUDIT-CONTROL-RECORD
               CLOSE AUDIT-CONTROL-FILE
           END-IF.

       READ-CONTENTION-ENTRY SECTION.
           READ CONTENTION-LOG-FILE
               AT END
                   MOVE 1 TO CL-EOF-SWITCH
               NOT AT END
                   IF CL-STAMP > CN-SINCE-STAMP
                       ADD 1 TO CN-EVENT-COUNT
                       IF CL-STAMP > CN-NEWEST-STAMP
                           MOVE CL-STAMP TO CN-NEWEST-STAMP
                       END-IF
                       PERFORM COUNT-CONTENTION-ENTRY
                   END-IF
           END-READ.

       COUNT-CONTENTION-ENTRY SECTION.
           MOVE 0 TO CN-FOUND-SLOT.
           PERFORM FIND-CONTENTION-FILE VARYING CN-FILE-NO FROM 1
               BY 1 UNTIL CN-FILE-NO > CN-FILE-COUNT OR
               CN-FOUND-SLOT NOT = 0.
           IF CN-FOUND-SLOT = 0 AND CN-FILE-COUNT < CN-FILE-MAX
               ADD 1 TO CN-FILE-COUNT
               MOVE CN-FILE-COUNT TO CN-FOUND-SLOT
               MOVE CL-FILE-NAME TO CN-FILE-NAME(CN-FOUND-SLOT)
               MOVE 0 TO CN-WAITED(CN-FOUND-SLOT)
               MOVE 0 TO CN-GAVE-UP(CN-FOUND-SLOT)
           END-IF.
           IF CL-OUTCOME = "F"
               IF CN-FOUND-SLOT NOT = 0
                   ADD 1 TO CN-GAVE-UP(CN-FOUND-SLOT)
               END-IF
               MOVE SPACES TO AU-LINE
               STRING CL-PROGRAM DELIMITED BY SPACE
                   " AT " DELIMITED BY SIZE
                   CL-STATION DELIMITED BY SPACE
                   " GAVE UP ON " DELIMITED BY SIZE
                   CL-FILE-NAME DELIMITED BY SPACE
                   " " CL-STAMP(1:8) " " CL-STAMP(9:6)
                   " AFTER " CL-TRIES " TRIES, STATUS "
                   CL-LAST-STATUS
                   DELIMITED BY SIZE INTO AU-LINE
               PERFORM WRITE-EXCEPTION
               MOVE SPACES TO AU-LINE
               STRING "      NOT POSTED: " CL-DETAIL
                   DELIMITED BY SIZE INTO AU-LINE
               WRITE AUDIT-REPORT-RECORD FROM AU-LINE
           ELSE
               IF CN-FOUND-SLOT NOT = 0
                   ADD 1 TO CN-WAITED(CN-FOUND-SLOT)
               END-IF
           END-IF.

       FIND-CONTENTION-FILE SECTION.
           IF CN-FILE-NAME(CN-FILE-NO) = CL-FILE-NAME
               MOVE CN-FILE-NO TO CN-FOUND-SLOT
           END-IF.

       REPORT-CONTENTION-FILE SECTION.
           MOVE SPACES TO AU-LINE.
           STRING "NOTE: " CN-FILE-NAME(CN-FILE-NO)
               " BUSY SINCE " CN-SINCE-STAMP(1:8) " "
               CN-SINCE-STAMP(9:6) ": "
               CN-WAITED(CN-FILE-NO) " WAITED OUT, "
               CN-GAVE-UP(CN-FILE-NO) " GAVE UP"
               DELIMITED BY SIZE INTO AU-LINE.
           WRITE AUDIT-REPORT-RECORD FROM AU-LINE.
