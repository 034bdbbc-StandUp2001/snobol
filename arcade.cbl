      *OPERMAST IS TOTALLED AGAINST TODAY'S SESSLOG BEFORE EACH
      *LAUNCH: NEAR THE ALLOWANCE THEY ARE WARNED, OVER IT THE
      *LAUNCH IS REFUSED UNLESS A SUPERVISOR OVERRIDES, AND THE
      *OVERRIDE ITSELF IS LOGGED TO OVRDLOG. ONLY AN OPERATOR WITH
      *THE SUPERVISOR OR ADMINISTRATOR ROLE WHO GIVES THEIR SIGN-ON
      *SECRET CAN GRANT ONE; A REFUSED ATTEMPT GOES TO SECLOG.
      *EVERY LAUNCH IS GIVEN THE NEXT SESSION NUMBER FROM SESSCTL.
      *IT IS HANDED TO THE GAME IN THE ARCSESS VARIABLE AND STAMPED
      *ON THE SESSLOG RECORD, SO THE HISCORE OR TTTHIST RECORD AND
      *THE SNKLOG MARKERS THE GAME WRITES CAN BE TRACED BACK TO IT
      *(SEE SESSTRC).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVRDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OV-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SE-FILE-STATUS.
           SELECT SESSION-CONTROL-FILE ASSIGN TO "SESSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SN-FILE-STATUS.
           SELECT AWARDS-FILE ASSIGN TO "AWARDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS AW-FILE-STATUS.
           COPY "COPYBOOK/LOCK/SELECT".

       DATA DIVISION.
       FILE SECTION.
           05 OP-SPEED-CODE PIC X(1).
           05 OP-ACTIVE PIC X(1).
           05 OP-DAILY-LIMIT PIC 9(3).
           05 OP-ROLE PIC X(1).
           05 OP-SECRET PIC X(8).
           05 OP-DEPT-CODE PIC X(6).
       FD  SESSION-LOG-FILE.
       01  SESSION-LOG-RECORD.
           05 SL-OPERATOR PIC X(8).
           05 SL-START-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SL-END-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SL-SESSION-NO PIC 9(8).
       FD  OVERRIDE-LOG-FILE.
       01  OVERRIDE-LOG-RECORD PIC X(70).
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
       FD  SESSION-CONTROL-FILE.
       01  SESSION-CONTROL-RECORD.
           05 SN-LAST-SESSION PIC 9(8).
      *    BADGES THE NIGHTLY BADGEAWD STEP HAS GIVEN; AW-ANNOUNCED
      *    STAYS "N" UNTIL THE HOLDER HAS BEEN SHOWN THE BADGE HERE.
       FD  AWARDS-FILE.
       01  AWARDS-RECORD.
           05 AW-KEY.
               10 AW-OPERATOR-ID PIC X(8).
               10 AW-BADGE-CODE PIC X(8).
           05 AW-EARNED-DATE PIC X(8).
           05 AW-AWARDED-STAMP PIC X(14).
           05 AW-ANNOUNCED PIC X(1).
           05 AW-TITLE PIC X(40).
       COPY "COPYBOOK/LOCK/FD".

       WORKING-STORAGE SECTION.
       01  OM-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SL-EOF-SWITCH PIC 9 VALUE 0.
           88 SL-EOF VALUE 1.
       01  OV-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SE-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SN-FILE-STATUS PIC X(2) VALUE SPACES.
       01  AW-FILE-STATUS PIC X(2) VALUE SPACES.
       01  AW-EOF-SWITCH PIC 9 VALUE 0.
           88 AW-EOF VALUE 1.

       01  OPR-OPERATOR-ID PIC X(08) VALUE SPACES.
       01  OPR-DISPLAY-NAME PIC X(20) VALUE SPACES.
       01  ARC-OVR-ANSWER PIC X VALUE SPACE.
       01  ARC-SUPER-ID PIC X(8) VALUE SPACES.
       01  ARC-SUPER-OK PIC 9 VALUE 0.
       01  ARC-SUPER-SECRET PIC X(8) VALUE SPACES.
       01  ARC-REFUSE-REASON PIC X(30) VALUE SPACES.
       01  OV-LINE PIC X(70) VALUE SPACES.

       01  ARC-CHOICE PIC X VALUE SPACE.
       01  ARC-STAMP PIC X(21) VALUE SPACES.
       01  ARC-START-STAMP PIC X(14) VALUE SPACES.
       01  ARC-END-STAMP PIC X(14) VALUE SPACES.
       01  ARC-SESSION-NO PIC 9(8) VALUE 0.
       01  ARC-SESSCTL-SWITCH PIC 9 VALUE 0.
           88 ARC-SESSCTL-FAILED VALUE 1.
       01  ARC-BADGE-COUNT PIC 9(3) VALUE 0.

       COPY "COPYBOOK/LOCK/DATA".

       PROCEDURE DIVISION.
       DISPLAY "================================".
       DISPLAY "       BREAK-ROOM ARCADE        ".
       DISPLAY "================================".
       PERFORM VALIDATE-OPERATOR.
       MOVE "ARCADE" TO LF-PROGRAM.
       MOVE OPR-OPERATOR-ID TO LF-STATION.
       PERFORM ANNOUNCE-NEW-BADGES.
       PERFORM MENU-LOOP UNTIL ARC-DONE.
       DISPLAY "GOODBYE, " OPR-OPERATOR-ID.
       STOP RUN.

       COPY "COPYBOOK/LOCK/FUNCTIONS".

      *    SAME RULE AS THE GAMES THEMSELVES: WITH AN OPERATOR
      *    MASTER ON FILE ONLY A REGISTERED, ACTIVE OPERATOR MAY
      *    PLAY; WITHOUT ONE THE USER VARIABLE IS TRUSTED.
           END-IF.
           PERFORM CHECK-OPERATOR-REGISTERED.

      *    EACH BADGE IS SHOWN ONCE, AT THE FIRST SIGN-ON AFTER THE
      *    NIGHT IT WAS AWARDED. NO AWARDS FILE YET MEANS NOTHING
      *    TO SHOW.
       ANNOUNCE-NEW-BADGES SECTION.
           MOVE 0 TO ARC-BADGE-COUNT.
           MOVE 0 TO AW-EOF-SWITCH.
           OPEN I-O AWARDS-FILE.
           IF AW-FILE-STATUS = "00"
               MOVE SPACES TO AWARDS-RECORD
               MOVE OPR-OPERATOR-ID TO AW-OPERATOR-ID
               START AWARDS-FILE KEY IS NOT LESS THAN AW-KEY
                   INVALID KEY
                       MOVE 1 TO AW-EOF-SWITCH
               END-START
               PERFORM READ-OPERATOR-AWARD UNTIL AW-EOF
               CLOSE AWARDS-FILE
           END-IF.

       READ-OPERATOR-AWARD SECTION.
           READ AWARDS-FILE NEXT RECORD
               AT END
                   MOVE 1 TO AW-EOF-SWITCH
               NOT AT END
                   IF AW-OPERATOR-ID NOT = OPR-OPERATOR-ID
                       MOVE 1 TO AW-EOF-SWITCH
                   ELSE
                       IF AW-ANNOUNCED NOT = "Y"
                           IF ARC-BADGE-COUNT = 0
                               DISPLAY " "
                               DISPLAY "NEW BADGES FOR "
                                   OPR-OPERATOR-ID ":"
                           END-IF
                           ADD 1 TO ARC-BADGE-COUNT
                           DISPLAY "  * " AW-TITLE " (EARNED "
                               AW-EARNED-DATE ")"
                           MOVE "Y" TO AW-ANNOUNCED
                           REWRITE AWARDS-RECORD
                           IF AW-FILE-STATUS NOT = "00"
                               DISPLAY "    WARNING: AWARDS NOT "
                                   "UPDATED, STATUS " AW-FILE-STATUS
                                   " - THIS BADGE WILL SHOW AGAIN."
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       MENU-LOOP SECTION.
           DISPLAY " ".
           DISPLAY "S = PLAY SNOBOL".
               + ARC-CALC-SS.

      *    THE OVERRIDE NEEDS A SECOND REGISTERED, ACTIVE OPERATOR
      *    HOLDING THE SUPERVISOR OR ADMINISTRATOR ROLE, PROVEN BY
      *    THEIR SIGN-ON SECRET, TO PUT THEIR ID ON IT. THE GRANT IS
      *    WRITTEN TO OVRDLOG SO IT CAN BE ANSWERED FOR LATER, AND A
      *    REFUSAL TO SECLOG SO REPEATED TRIES STAND OUT.
       OFFER-SUPERVISOR-OVERRIDE SECTION.
           DISPLAY "SUPERVISOR OVERRIDE? (Y/N): " WITH NO ADVANCING.
           ACCEPT ARC-OVR-ANSWER.
           IF ARC-OVR-ANSWER = "Y" OR ARC-OVR-ANSWER = "y"
               DISPLAY "SUPERVISOR OPERATOR ID: " WITH NO ADVANCING
               ACCEPT ARC-SUPER-ID
               DISPLAY "SUPERVISOR SIGN-ON SECRET: " WITH NO ADVANCING
               ACCEPT ARC-SUPER-SECRET
               MOVE 0 TO ARC-SUPER-OK
               MOVE "NO OPERATOR MASTER" TO ARC-REFUSE-REASON
               OPEN INPUT OPERATOR-FILE
               IF OM-FILE-STATUS = "00"
                   MOVE ARC-SUPER-ID TO OP-OPERATOR-ID
                       INVALID KEY
                           DISPLAY "SUPERVISOR " ARC-SUPER-ID
                               " IS NOT REGISTERED."
                           MOVE "NOT REGISTERED" TO ARC-REFUSE-REASON
                       NOT INVALID KEY
                           PERFORM CHECK-SUPERVISOR-CREDENTIALS
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF
                   DISPLAY "OVERRIDE GRANTED BY " ARC-SUPER-ID
                       " FOR THIS SESSION."
               ELSE
                   PERFORM LOG-SECURITY-REFUSAL
                   DISPLAY "OVERRIDE REFUSED."
               END-IF
           END-IF.

       CHECK-SUPERVISOR-CREDENTIALS SECTION.
           EVALUATE TRUE
               WHEN OP-ACTIVE NOT = "A"
                   DISPLAY "SUPERVISOR " ARC-SUPER-ID
                       " IS DEACTIVATED."
                   MOVE "DEACTIVATED" TO ARC-REFUSE-REASON
               WHEN ARC-SUPER-ID = OPR-OPERATOR-ID
                   DISPLAY "THAT ID CANNOT SIGN OFF ITS OWN OVERRIDE."
                   MOVE "OWN OVERRIDE" TO ARC-REFUSE-REASON
               WHEN OP-SECRET = SPACES OR
                   OP-SECRET NOT = ARC-SUPER-SECRET
                   DISPLAY "SIGN-ON SECRET NOT ACCEPTED."
                   MOVE "WRONG SIGN-ON SECRET" TO ARC-REFUSE-REASON
               WHEN OP-ROLE NOT = "S" AND OP-ROLE NOT = "A"
                   DISPLAY "OPERATOR " ARC-SUPER-ID
                       " IS NOT A SUPERVISOR."
                   MOVE "NOT A SUPERVISOR" TO ARC-REFUSE-REASON
               WHEN OTHER
                   MOVE 1 TO ARC-SUPER-OK
           END-EVALUATE.

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
               MOVE "ARCADE" TO SE-PROGRAM
               MOVE ARC-SUPER-ID TO SE-OPERATOR
               MOVE OPR-OPERATOR-ID TO SE-FOR-OPERATOR
               MOVE ARC-REFUSE-REASON TO SE-REASON
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           END-IF.

       LOG-OVERRIDE SECTION.
           MOVE FUNCTION CURRENT-DATE TO ARC-STAMP.
           MOVE SPACES TO OV-LINE.
               CLOSE OVERRIDE-LOG-FILE
           END-IF.

      *    A SESSION THAT COULD NOT BE NUMBERED IS NOT STARTED, SO
      *    EVERY GAME PLAYED STILL CARRIES A NUMBER NO OTHER STATION
      *    WAS GIVEN.
       RUN-ONE-SESSION SECTION.
           PERFORM ISSUE-SESSION-NUMBER.
           IF ARC-SESSION-NO = 0
               DISPLAY "NO SESSION NUMBER COULD BE ISSUED. "
                   "PLEASE CHOOSE AGAIN."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO ARC-STAMP
               MOVE ARC-STAMP(1:14) TO ARC-START-STAMP
               CALL "SYSTEM" USING ARC-COMMAND
               MOVE FUNCTION CURRENT-DATE TO ARC-STAMP
               MOVE ARC-STAMP(1:14) TO ARC-END-STAMP
               PERFORM WRITE-SESSION-RECORD
           END-IF.

      *    SESSCTL HOLDS THE LAST NUMBER ISSUED, THE WAY RATECTL
      *    HOLDS TTTELO'S HIGH-WATER MARK. A MISSING OR MANGLED
      *    CONTROL FILE STARTS THE NUMBERING AGAIN FROM ONE. THE
      *    READ AND REWRITE ARE DONE UNDER SESSLOCK SO TWO STATIONS
      *    NEVER ISSUE THE SAME NUMBER; A STATION THAT CANNOT GET
      *    THE LOCK, OR CANNOT READ OR REWRITE A SESSCTL THAT IS
      *    THERE, LEAVES ARC-SESSION-NO AT ZERO.
       ISSUE-SESSION-NUMBER SECTION.
           MOVE 0 TO ARC-SESSION-NO.
           MOVE "SESSLOCK" TO LF-FILE-NAME.
           MOVE "SESSCTL" TO CN-GUARDED-FILE.
           MOVE SPACES TO CN-DETAIL.
           STRING "NO SESSION NUMBER - " ARC-GAME-NAME
               " NOT STARTED" DELIMITED BY SIZE INTO CN-DETAIL.
           PERFORM TAKE-FILE-LOCK.
           IF LF-HELD
               PERFORM NEXT-SESSION-NUMBER
               PERFORM RELEASE-FILE-LOCK
           END-IF.

       NEXT-SESSION-NUMBER SECTION.
           MOVE 0 TO ARC-SESSCTL-SWITCH.
           OPEN INPUT SESSION-CONTROL-FILE.
           EVALUATE TRUE
               WHEN SN-FILE-STATUS = "00"
                   READ SESSION-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SN-LAST-SESSION NUMERIC
                               MOVE SN-LAST-SESSION TO ARC-SESSION-NO
                           END-IF
                   END-READ
                   CLOSE SESSION-CONTROL-FILE
               WHEN SN-FILE-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: SESSCTL NOT READABLE, STATUS "
                       SN-FILE-STATUS
                   MOVE 1 TO ARC-SESSCTL-SWITCH
           END-EVALUATE.
           IF NOT ARC-SESSCTL-FAILED
               IF ARC-SESSION-NO = 99999999
                   MOVE 0 TO ARC-SESSION-NO
               END-IF
               ADD 1 TO ARC-SESSION-NO
               OPEN OUTPUT SESSION-CONTROL-FILE
               IF SN-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: SESSCTL NOT WRITABLE, STATUS "
                       SN-FILE-STATUS
                   MOVE 1 TO ARC-SESSCTL-SWITCH
               ELSE
                   MOVE ARC-SESSION-NO TO SN-LAST-SESSION
                   WRITE SESSION-CONTROL-RECORD
                   IF SN-FILE-STATUS NOT = "00"
                       DISPLAY "WARNING: SESSCTL WRITE FAILED, STATUS "
                           SN-FILE-STATUS
                       MOVE 1 TO ARC-SESSCTL-SWITCH
                   END-IF
                   CLOSE SESSION-CONTROL-FILE
               END-IF
           END-IF.
           IF ARC-SESSCTL-FAILED
               MOVE 0 TO ARC-SESSION-NO
           ELSE
               DISPLAY "SESSION " ARC-SESSION-NO
               DISPLAY "ARCSESS" UPON ENVIRONMENT-NAME
               DISPLAY ARC-SESSION-NO UPON ENVIRONMENT-VALUE
           END-IF.

      *    THE APPEND IS MADE UNDER SLOGLOCK SO IT CANNOT LAND IN
      *    THE MIDDLE OF AN OPERMERG REBUILD. IF THE LOCK NEVER
      *    COMES FREE THE RECORD IS KEPT IN CONTLOG INSTEAD.
       WRITE-SESSION-RECORD SECTION.
           MOVE SPACES TO SESSION-LOG-RECORD.
           MOVE OPR-OPERATOR-ID TO SL-OPERATOR.
           MOVE ARC-GAME-NAME TO SL-GAME.
           MOVE ARC-START-STAMP TO SL-START-STAMP.
           MOVE ARC-END-STAMP TO SL-END-STAMP.
           MOVE ARC-SESSION-NO TO SL-SESSION-NO.
           MOVE "SLOGLOCK" TO LF-FILE-NAME.
           MOVE "SESSLOG" TO CN-GUARDED-FILE.
           MOVE SESSION-LOG-RECORD TO CN-DETAIL.
           PERFORM TAKE-FILE-LOCK.
           IF LF-HELD
               PERFORM APPEND-SESSION-RECORD
               PERFORM RELEASE-FILE-LOCK
           ELSE
               DISPLAY "SESSLOG BUSY - THIS SESSION IS HELD IN CONTLOG "
                   "FOR RE-KEYING."
           END-IF.

       APPEND-SESSION-RECORD SECTION.
           MOVE SESSION-LOG-RECORD TO CN-DETAIL.
           OPEN EXTEND SESSION-LOG-FILE.
           IF SL-FILE-STATUS = "35"
               OPEN OUTPUT SESSION-LOG-FILE
               DISPLAY "WARNING: SESSLOG NOT WRITABLE, STATUS "
                   SL-FILE-STATUS
           ELSE
               MOVE CN-DETAIL TO SESSION-LOG-RECORD
               WRITE SESSION-LOG-RECORD
               CLOSE SESSION-LOG-FILE
           END-IF.
