      *FROM THE KEPT RECORDS, AND KEPT/ARCHIVED COUNTS ARE PRINTED
      *SO THE OPERATOR CAN PROVE NOTHING WAS DROPPED. ALL-TIME
      *BESTS THAT SCROLL OUT OF THE LIVE FILE STAY DISCOVERABLE IN
      *THE ARCHIVE. ONLY A SIGNED-ON SUPERVISOR OR ADMINISTRATOR
      *MAY RUN THE PURGE; A REFUSED SIGN-ON IS WRITTEN TO SECLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO AR-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OM-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SE-FILE-STATUS.
           COPY "COPYBOOK/LOCK/SELECT".

       DATA DIVISION.
       FILE SECTION.
           05 HS-DATE PIC X(08).
           05 HS-SCORE PIC 9(03).
           05 HS-MODE PIC X(01).
           05 HS-SESSION-NO PIC 9(8).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 LC-SEASON PIC X(6).
       FD  KEEP-FILE.
       01  KEEP-RECORD PIC X(34).
      *    THE YEARLY ARCHIVES KEEP THE ORIGINAL 26-BYTE LAYOUT THE
      *    HALL OF FAME READS; THE ARCADE SESSION NUMBER ONLY
      *    MATTERS WHILE A SCORE IS LIVE, SO IT IS NOT CARRIED.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(26).
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
       COPY "COPYBOOK/LOCK/FD".

       WORKING-STORAGE SECTION.
       01  HS-FILE-STATUS PIC X(2) VALUE SPACES.
       01  KP-FILE-NAME PIC X(8) VALUE "HSKEEP".
       01  AR-FILE-STATUS PIC X(2) VALUE SPACES.
       01  AR-FILE-NAME PIC X(8) VALUE SPACES.
       01  OM-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SE-FILE-STATUS PIC X(2) VALUE SPACES.

       01  LC-FILE-STATUS PIC X(2) VALUE SPACES.
       01  ARC-OPEN-SEASON PIC X(6) VALUE SPACES.
       01  ARC-RELOAD-COUNT PIC 9(6) VALUE 0.
       01  ARC-CHECK-COUNT PIC 9(6) VALUE 0.

       01  ARC-WHO PIC X(8) VALUE SPACES.
       01  ARC-SECRET PIC X(8) VALUE SPACES.
       01  ARC-STAMP PIC X(21) VALUE SPACES.
       01  ARC-REFUSE-REASON PIC X(30) VALUE SPACES.

       COPY "COPYBOOK/LOCK/DATA".

       PROCEDURE DIVISION.
       DISPLAY "==== HISCORE ARCHIVE AND PURGE ====".
       PERFORM SIGN-ON-CHECK.
       MOVE "HSARCH" TO LF-PROGRAM.
       MOVE ARC-WHO TO LF-STATION.
       DISPLAY "ARCHIVE RECORDS DATED BEFORE (YYYYMMDD): "
           WITH NO ADVANCING.
       ACCEPT ARC-CUTOFF-DATE.
       END-IF.

       PERFORM CHECK-OPEN-SEASON.
      *    EVERY PROGRAM THAT CHANGES HISCORE IN DAY-TO-DAY RUNNING
      *    - SNOBOL SAVING A SCORE, CORRMNT VOIDING ONE, OPERMERG
      *    REKEYING THEM - DOES SO WHILE HOLDING HSLOCK, SO NO CHANGE
      *    CAN LAND BETWEEN THE SPLIT AND THE REBUILD AND BE LOST.
      *    EVERY EARLY STOP BELOW RELEASES IT AS THE RUN ENDS.
       MOVE "HSLOCK" TO LF-FILE-NAME.
       MOVE "HISCORE" TO CN-GUARDED-FILE.
       MOVE SPACES TO CN-DETAIL.
       STRING "PURGE BEFORE " ARC-CUTOFF-DATE " NOT RUN"
           DELIMITED BY SIZE INTO CN-DETAIL.
       PERFORM TAKE-FILE-LOCK.
       IF NOT LF-HELD
           DISPLAY "HISCORE IS IN USE AT ANOTHER STATION (STATUS "
               LF-FILE-STATUS "). NOTHING DONE."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM SPLIT-LIVE-FILE.
       PERFORM REBUILD-LIVE-FILE.
       PERFORM RELEASE-FILE-LOCK.
       PERFORM PRINT-ARCHIVE-TOTALS.
       STOP RUN.

       COPY "COPYBOOK/LOCK/FUNCTIONS".

      *    THE PURGE REWRITES THE LIVE SCORE FILE, SO THE USER ID
      *    MUST BE AN ACTIVE SUPERVISOR OR ADMINISTRATOR THAT KNOWS
      *    ITS SIGN-ON SECRET. WITHOUT A MASTER NOTHING CAN BE
      *    PROVEN AND THE RUN IS REFUSED.
       SIGN-ON-CHECK SECTION.
           ACCEPT ARC-WHO FROM ENVIRONMENT "USER".
           IF ARC-WHO = SPACES
               MOVE "OPERATOR" TO ARC-WHO
           END-IF.
           DISPLAY "SIGN-ON SECRET FOR " ARC-WHO ": "
               WITH NO ADVANCING.
           ACCEPT ARC-SECRET.
           MOVE SPACES TO ARC-REFUSE-REASON.
           OPEN INPUT OPERATOR-FILE.
           IF OM-FILE-STATUS NOT = "00"
               MOVE "NO OPERATOR MASTER" TO ARC-REFUSE-REASON
           ELSE
               MOVE ARC-WHO TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "NOT REGISTERED" TO ARC-REFUSE-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OP-ACTIVE NOT = "A"
                               MOVE "DEACTIVATED" TO ARC-REFUSE-REASON
                           WHEN OP-SECRET = SPACES OR
                               OP-SECRET NOT = ARC-SECRET
                               MOVE "WRONG SIGN-ON SECRET"
                                   TO ARC-REFUSE-REASON
                           WHEN OP-ROLE NOT = "S" AND
                               OP-ROLE NOT = "A"
                               MOVE "NOT A SUPERVISOR"
                                   TO ARC-REFUSE-REASON
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.
           IF ARC-REFUSE-REASON NOT = SPACES
               PERFORM LOG-SECURITY-REFUSAL
               DISPLAY "HSARCH REFUSED FOR " ARC-WHO ": "
                   ARC-REFUSE-REASON
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
               MOVE FUNCTION CURRENT-DATE TO ARC-STAMP
               MOVE ARC-STAMP(1:14) TO SE-STAMP
               MOVE "HSARCH" TO SE-PROGRAM
               MOVE ARC-WHO TO SE-OPERATOR
               MOVE ARC-REFUSE-REASON TO SE-REASON
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           END-IF.

      *    THE LEAGUE BUILDS A SEASON'S CLOSING TABLE FROM THE LIVE
      *    FILE WHEN THE MONTH ROLLS OVER. ARCHIVING RECORDS DATED
      *    IN OR AFTER THE STILL-OPEN SEASON WOULD MAKE THAT TABLE
               CLOSE HIGH-SCORE-FILE
               STOP RUN
           END-IF.
           WRITE ARCHIVE-RECORD FROM HIGH-SCORE-RECORD(1:26).
           IF AR-FILE-STATUS NOT = "00"
               DISPLAY "ARCHIVE WRITE FAILED TO " AR-FILE-NAME
                   " FOR KEY " HS-KEY " STATUS " AR-FILE-STATUS
