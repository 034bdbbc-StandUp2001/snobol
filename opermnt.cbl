      *EVERY HISCORE AND TTTSTAT ENTRY SHOULD TIE BACK TO ONE
      *REGISTERED OPERATOR, SO BOTH GAMES VALIDATE AGAINST THIS
      *FILE AT STARTUP. THE PER-OPERATOR BOARD AND SPEED CODES
      *OVERRIDE THE GLOBAL GAMECFG RECORD WHEN SET. EACH OPERATOR
      *CARRIES A ROLE (PLAYER, SUPERVISOR, ADMINISTRATOR) AND A
      *SIGN-ON SECRET; ONLY A SIGNED-ON ADMINISTRATOR MAY RUN THIS
      *PROGRAM, AND EVERY REFUSED SIGN-ON IS WRITTEN TO SECLOG.
      *EVERY ADD, CHANGE AND DEACTIVATION IS JOURNALED TO OPERJRNL
      *WITH WHO, WHEN AND BEFORE/AFTER IMAGES OF THE RECORD, WHICH
      *OPERINQ READS TO REBUILD A RECORD AS OF A PAST DATE. THE
      *DEPARTMENT / COST-CENTRE CODE SET HERE IS WHAT CHGBACK
      *CHARGES EACH OPERATOR'S MACHINE TIME TO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OM-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SE-FILE-STATUS.
           SELECT OPERATOR-JOURNAL-FILE ASSIGN TO "OPERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 OP-SPEED-CODE PIC X(1).
           05 OP-ACTIVE PIC X(1).
           05 OP-DAILY-LIMIT PIC 9(3).
      *    P = PLAYER, S = SUPERVISOR, A = ADMINISTRATOR. A BLANK
      *    ROLE FROM AN OLDER MASTER IS TREATED AS A PLAYER.
           05 OP-ROLE PIC X(1).
           05 OP-SECRET PIC X(8).
      *    DEPARTMENT / COST CENTRE THE OPERATOR'S MACHINE TIME
      *    IS CHARGED BACK TO. BLANK MEANS NOT YET ASSIGNED.
           05 OP-DEPT-CODE PIC X(6).
      *    ONE LINE PER REFUSED SIGN-ON OR OVERRIDE, FOR REVIEW.
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
      *    ONE LINE PER MASTER UPDATE. ACTION A = ADD, C = CHANGE,
      *    D = DEACTIVATE; AN ADD HAS A BLANK BEFORE IMAGE.
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

       WORKING-STORAGE SECTION.
       01  OM-FILE-STATUS PIC X(2) VALUE SPACES.
       01  MNT-DAILY-LIMIT PIC X(3) VALUE SPACES.
       01  MNT-LIMIT-HOLD PIC X(3) VALUE SPACES.
       01  MNT-LIST-COUNT PIC 9(4) VALUE 0.
       01  SE-FILE-STATUS PIC X(2) VALUE SPACES.
       01  MNT-WHO PIC X(8) VALUE SPACES.
       01  MNT-STAMP PIC X(21) VALUE SPACES.
       01  MNT-SECRET PIC X(8) VALUE SPACES.
       01  MNT-ROLE PIC X VALUE SPACE.
       01  MNT-DEPT-CODE PIC X(6) VALUE SPACES.
       01  MNT-ADMIN-COUNT PIC 9(4) VALUE 0.
       01  MNT-REFUSE-REASON PIC X(30) VALUE SPACES.
       01  MNT-REFUSE-FOR PIC X(8) VALUE SPACES.
      *    THE LAST ADMINISTRATOR GUARD: THE CHANGED RECORD IS HELD
      *    HERE WHILE THE OTHER ADMINISTRATORS ARE COUNTED, SKIPPING
      *    MNT-COUNT-SKIP-ID.
       01  MNT-HOLD-RECORD PIC X(49) VALUE SPACES.
       01  MNT-COUNT-SKIP-ID PIC X(8) VALUE SPACES.
       01  MNT-WAS-ADMIN-SWITCH PIC 9 VALUE 0.
           88 MNT-WAS-ADMIN VALUE 1.
       01  MNT-STAYS-ADMIN-SWITCH PIC 9 VALUE 0.
           88 MNT-STAYS-ADMIN VALUE 1.
       01  MNT-GUARD-SWITCH PIC 9 VALUE 0.
           88 MNT-GUARD-REFUSED VALUE 1.
       01  OJ-FILE-STATUS PIC X(2) VALUE SPACES.

      *    JOURNAL IMAGES: THE WHOLE MASTER RECORD WITH ROOM FOR IT
      *    TO GROW. THE SIGN-ON SECRET IS NEVER JOURNALED IN CLEAR;
      *    THE IMAGE ONLY SHOWS WHETHER ONE WAS SET.
       01  MNT-JRNL-ACTION PIC X VALUE SPACE.
       01  MNT-BEFORE-IMAGE.
           05 MNT-BEFORE-RECORD PIC X(49).
           05 FILLER PIC X(11).
       01  MNT-BEFORE-PARTS REDEFINES MNT-BEFORE-IMAGE.
           05 FILLER PIC X(35).
           05 MNT-BEFORE-SECRET PIC X(8).
           05 FILLER PIC X(17).
       01  MNT-AFTER-IMAGE.
           05 MNT-AFTER-RECORD PIC X(49).
           05 FILLER PIC X(11).
       01  MNT-AFTER-PARTS REDEFINES MNT-AFTER-IMAGE.
           05 FILLER PIC X(35).
           05 MNT-AFTER-SECRET PIC X(8).
           05 FILLER PIC X(17).

       PROCEDURE DIVISION.
       PERFORM OPEN-MASTER.
       PERFORM SIGN-ON-CHECK.
       PERFORM MENU-LOOP UNTIL MNT-DONE.
       CLOSE OPERATOR-FILE.
       STOP RUN.
               STOP RUN
           END-IF.

      *    A MASTER WITH NO ACTIVE ADMINISTRATOR HOLDING A SECRET
      *    (A NEW FILE, OR ONE JUST CONVERTED FROM THE PRE-ROLE
      *    LAYOUT) COULD NEVER BE SIGNED ON TO, SO THE CHECK IS
      *    WAIVED UNTIL THE FIRST ADMINISTRATOR HAS BEEN SET UP.
       SIGN-ON-CHECK SECTION.
           ACCEPT MNT-WHO FROM ENVIRONMENT "USER".
           IF MNT-WHO = SPACES
               MOVE "OPERATOR" TO MNT-WHO
           END-IF.
           PERFORM COUNT-ADMINISTRATORS.
           IF MNT-ADMIN-COUNT = 0
               DISPLAY "NO ADMINISTRATOR WITH A SIGN-ON SECRET IS ON "
                   "FILE. SIGN-ON IS WAIVED -"
               DISPLAY "SET ONE UP BEFORE ANYTHING ELSE."
           ELSE
               DISPLAY "SIGN-ON SECRET FOR " MNT-WHO ": "
                   WITH NO ADVANCING
               ACCEPT MNT-SECRET
               MOVE SPACES TO MNT-REFUSE-REASON
               MOVE MNT-WHO TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "NOT REGISTERED" TO MNT-REFUSE-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OP-ACTIVE NOT = "A"
                               MOVE "DEACTIVATED" TO MNT-REFUSE-REASON
                           WHEN OP-SECRET = SPACES OR
                               OP-SECRET NOT = MNT-SECRET
                               MOVE "WRONG SIGN-ON SECRET"
                                   TO MNT-REFUSE-REASON
                           WHEN OP-ROLE NOT = "A"
                               MOVE "NOT AN ADMINISTRATOR"
                                   TO MNT-REFUSE-REASON
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               IF MNT-REFUSE-REASON NOT = SPACES
                   PERFORM LOG-SECURITY-REFUSAL
                   DISPLAY "OPERMNT REFUSED FOR " MNT-WHO ": "
                       MNT-REFUSE-REASON
                   CLOSE OPERATOR-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       COUNT-ADMINISTRATORS SECTION.
           MOVE 0 TO MNT-ADMIN-COUNT.
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
                       OP-OPERATOR-ID NOT = MNT-COUNT-SKIP-ID
                       ADD 1 TO MNT-ADMIN-COUNT
                   END-IF
           END-READ.

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
               MOVE FUNCTION CURRENT-DATE TO MNT-STAMP
               MOVE MNT-STAMP(1:14) TO SE-STAMP
               MOVE "OPERMNT" TO SE-PROGRAM
               MOVE MNT-WHO TO SE-OPERATOR
               MOVE MNT-REFUSE-FOR TO SE-FOR-OPERATOR
               MOVE MNT-REFUSE-REASON TO SE-REASON
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           END-IF.

       MENU-LOOP SECTION.
           DISPLAY " ".
           DISPLAY "==== OPERATOR MASTER MAINTENANCE ====".
                       MOVE MNT-SPEED-CODE TO OP-SPEED-CODE
                       MOVE "A" TO OP-ACTIVE
                       MOVE MNT-DAILY-LIMIT TO OP-DAILY-LIMIT
                       MOVE MNT-ROLE TO OP-ROLE
                       MOVE MNT-SECRET TO OP-SECRET
                       MOVE MNT-DEPT-CODE TO OP-DEPT-CODE
                       WRITE OPERATOR-RECORD
                       IF OM-FILE-STATUS = "00"
                           MOVE "A" TO MNT-JRNL-ACTION
                           MOVE SPACES TO MNT-BEFORE-IMAGE
                           PERFORM TAKE-AFTER-IMAGE
                           PERFORM WRITE-MASTER-JOURNAL
                       END-IF
                       DISPLAY "OPERATOR " MNT-OPERATOR-ID " ADDED"
                   NOT INVALID KEY
                       DISPLAY "OPERATOR " MNT-OPERATOR-ID
               MOVE SPACE TO MNT-SPEED-CODE
           END-IF.
           PERFORM ACCEPT-DAILY-LIMIT.
           DISPLAY "ROLE (P=PLAYER S=SUPERVISOR A=ADMINISTRATOR, "
               "BLANK FOR P): " WITH NO ADVANCING.
           ACCEPT MNT-ROLE.
           PERFORM CHECK-ROLE-CODE.
           IF MNT-ROLE = SPACE
               MOVE "P" TO MNT-ROLE
           END-IF.
           DISPLAY "SIGN-ON SECRET (UP TO 8 CHARACTERS): "
               WITH NO ADVANCING.
           ACCEPT MNT-SECRET.
           IF MNT-SECRET = SPACES AND MNT-ROLE NOT = "P"
               DISPLAY "WARNING: NO SECRET SET - THIS OPERATOR "
                   "CANNOT SIGN ON UNTIL ONE IS."
           END-IF.
           DISPLAY "DEPARTMENT / COST CENTRE (UP TO 6, BLANK IF NOT "
               "KNOWN): " WITH NO ADVANCING.
           ACCEPT MNT-DEPT-CODE.
           IF MNT-DEPT-CODE = SPACES
               DISPLAY "WARNING: NO DEPARTMENT - THIS OPERATOR WILL "
                   "SHOW AS A CHARGEBACK EXCEPTION."
           END-IF.

       CHECK-ROLE-CODE SECTION.
           EVALUATE TRUE
               WHEN MNT-ROLE = "p"
                   MOVE "P" TO MNT-ROLE
               WHEN MNT-ROLE = "s"
                   MOVE "S" TO MNT-ROLE
               WHEN MNT-ROLE = "a"
                   MOVE "A" TO MNT-ROLE
               WHEN MNT-ROLE = "P" OR MNT-ROLE = "S" OR
                   MNT-ROLE = "A" OR MNT-ROLE = SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN ROLE CODE - IGNORED"
                   MOVE SPACE TO MNT-ROLE
           END-EVALUATE.

      *    THE ALLOWANCE IS MINUTES PER DAY AT THE ARCADE MENU;
      *    ZERO OR BLANK MEANS UNLIMITED, SAME AS BEFORE THE FIELD
                   DISPLAY "OPERATOR " MNT-OPERATOR-ID " NOT FOUND"
               NOT INVALID KEY
                   PERFORM SHOW-OPERATOR
                   PERFORM TAKE-BEFORE-IMAGE
                   PERFORM ACCEPT-OPERATOR-CHANGES
                   PERFORM GUARD-LAST-ADMINISTRATOR
                   IF MNT-GUARD-REFUSED
                       DISPLAY "OPERATOR " MNT-OPERATOR-ID
                           " NOT UPDATED"
                   ELSE
                       REWRITE OPERATOR-RECORD
                       PERFORM TAKE-AFTER-IMAGE
                       IF OM-FILE-STATUS = "00" AND
                           MNT-AFTER-IMAGE NOT = MNT-BEFORE-IMAGE
                           MOVE "C" TO MNT-JRNL-ACTION
                           PERFORM WRITE-MASTER-JOURNAL
                       END-IF
                       DISPLAY "OPERATOR " MNT-OPERATOR-ID " UPDATED"
                   END-IF
           END-READ.

       ACCEPT-OPERATOR-CHANGES SECTION.
               PERFORM ACCEPT-DAILY-LIMIT
               MOVE MNT-DAILY-LIMIT TO OP-DAILY-LIMIT
           END-IF.
           DISPLAY "NEW ROLE (P/S/A, BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT MNT-ROLE.
           PERFORM CHECK-ROLE-CODE.
           IF MNT-ROLE NOT = SPACE
               MOVE MNT-ROLE TO OP-ROLE
           END-IF.
           DISPLAY "NEW SIGN-ON SECRET (* TO CLEAR, BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT MNT-SECRET.
           IF MNT-SECRET = "*"
               MOVE SPACES TO OP-SECRET
           ELSE
               IF MNT-SECRET NOT = SPACES
                   MOVE MNT-SECRET TO OP-SECRET
               END-IF
           END-IF.
           DISPLAY "NEW DEPARTMENT (* TO CLEAR, BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT MNT-DEPT-CODE.
           IF MNT-DEPT-CODE = "*"
               MOVE SPACES TO OP-DEPT-CODE
           ELSE
               IF MNT-DEPT-CODE NOT = SPACES
                   MOVE MNT-DEPT-CODE TO OP-DEPT-CODE
               END-IF
           END-IF.
           DISPLAY "ACTIVE (A/I, BLANK TO KEEP): " WITH NO ADVANCING.
           ACCEPT MNT-ACTIVE.
           EVALUATE TRUE
               INVALID KEY
                   DISPLAY "OPERATOR " MNT-OPERATOR-ID " NOT FOUND"
               NOT INVALID KEY
                   PERFORM TAKE-BEFORE-IMAGE
                   MOVE "I" TO OP-ACTIVE
                   PERFORM GUARD-LAST-ADMINISTRATOR
                   IF MNT-GUARD-REFUSED
                       DISPLAY "OPERATOR " MNT-OPERATOR-ID
                           " NOT DEACTIVATED"
                   ELSE
                       REWRITE OPERATOR-RECORD
                       IF OM-FILE-STATUS = "00"
                           MOVE "D" TO MNT-JRNL-ACTION
                           PERFORM TAKE-AFTER-IMAGE
                           PERFORM WRITE-MASTER-JOURNAL
                       END-IF
                       DISPLAY "OPERATOR " MNT-OPERATOR-ID
                           " DEACTIVATED"
                   END-IF
           END-READ.

      *    A CHANGE THAT WOULD LEAVE NO ACTIVE ADMINISTRATOR HOLDING
      *    A SIGN-ON SECRET WOULD WAIVE THE SIGN-ON FOR EVERYONE, SO
      *    DEMOTING, DEACTIVATING OR CLEARING THE SECRET OF THE LAST
      *    ONE - ONESELF INCLUDED - IS REFUSED AND LOGGED. THE COUNT
      *    MOVES THE FILE AND THE RECORD AREA, SO THE CHANGED RECORD
      *    IS HELD AND PUT BACK BEFORE THE CALLER REWRITES IT.
       GUARD-LAST-ADMINISTRATOR SECTION.
           MOVE 0 TO MNT-GUARD-SWITCH.
           MOVE 0 TO MNT-WAS-ADMIN-SWITCH.
           MOVE 0 TO MNT-STAYS-ADMIN-SWITCH.
           MOVE OPERATOR-RECORD TO MNT-HOLD-RECORD.
           IF OP-ROLE = "A" AND OP-ACTIVE = "A" AND
               OP-SECRET NOT = SPACES
               MOVE 1 TO MNT-STAYS-ADMIN-SWITCH
           END-IF.
           MOVE MNT-BEFORE-RECORD TO OPERATOR-RECORD.
           IF OP-ROLE = "A" AND OP-ACTIVE = "A" AND
               OP-SECRET NOT = SPACES
               MOVE 1 TO MNT-WAS-ADMIN-SWITCH
           END-IF.
           IF MNT-WAS-ADMIN AND NOT MNT-STAYS-ADMIN
               MOVE OP-OPERATOR-ID TO MNT-COUNT-SKIP-ID
               PERFORM COUNT-ADMINISTRATORS
               MOVE SPACES TO MNT-COUNT-SKIP-ID
               IF MNT-ADMIN-COUNT = 0
                   MOVE 1 TO MNT-GUARD-SWITCH
                   MOVE "LAST ADMINISTRATOR" TO MNT-REFUSE-REASON
                   MOVE MNT-OPERATOR-ID TO MNT-REFUSE-FOR
                   PERFORM LOG-SECURITY-REFUSAL
                   MOVE SPACES TO MNT-REFUSE-FOR
                   DISPLAY "REFUSED: " MNT-OPERATOR-ID " IS THE LAST "
                       "ACTIVE ADMINISTRATOR WITH A SIGN-ON SECRET."
               END-IF
           END-IF.
           MOVE MNT-HOLD-RECORD TO OPERATOR-RECORD.

       TAKE-BEFORE-IMAGE SECTION.
           MOVE SPACES TO MNT-BEFORE-IMAGE.
           MOVE OPERATOR-RECORD TO MNT-BEFORE-RECORD.

       TAKE-AFTER-IMAGE SECTION.
           MOVE SPACES TO MNT-AFTER-IMAGE.
           MOVE OPERATOR-RECORD TO MNT-AFTER-RECORD.

      *    A CHANGE OF SECRET ALONE SHOWS AS A C ENTRY WHOSE TWO
      *    IMAGES MATCH, WHICH IS ENOUGH TO SAY WHO RESET IT.
       WRITE-MASTER-JOURNAL SECTION.
           IF MNT-BEFORE-SECRET NOT = SPACES
               MOVE ALL "*" TO MNT-BEFORE-SECRET
           END-IF.
           IF MNT-AFTER-SECRET NOT = SPACES
               MOVE ALL "*" TO MNT-AFTER-SECRET
           END-IF.
           OPEN EXTEND OPERATOR-JOURNAL-FILE.
           IF OJ-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-JOURNAL-FILE
           END-IF.
           IF OJ-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: OPERJRNL NOT WRITABLE, STATUS "
                   OJ-FILE-STATUS " - CHANGE NOT JOURNALED."
           ELSE
               MOVE SPACES TO OPERATOR-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO MNT-STAMP
               MOVE MNT-STAMP(1:14) TO OJ-STAMP
               MOVE "OPERMNT" TO OJ-PROGRAM
               MOVE MNT-WHO TO OJ-WHO
               MOVE MNT-JRNL-ACTION TO OJ-ACTION
               MOVE MNT-OPERATOR-ID TO OJ-OPERATOR-ID
               MOVE MNT-BEFORE-IMAGE TO OJ-BEFORE
               MOVE MNT-AFTER-IMAGE TO OJ-AFTER
               WRITE OPERATOR-JOURNAL-RECORD
               CLOSE OPERATOR-JOURNAL-FILE
           END-IF.

       SHOW-OPERATOR SECTION.
           DISPLAY "  " OP-OPERATOR-ID " " OP-DISPLAY-NAME
               " BOARD=" OP-BOARD-CODE
               " SPEED=" OP-SPEED-CODE
               " ACTIVE=" OP-ACTIVE
               " LIMIT=" OP-DAILY-LIMIT
               " ROLE=" OP-ROLE
               " DEPT=" OP-DEPT-CODE.
           IF OP-SECRET = SPACES
               DISPLAY "    NO SIGN-ON SECRET SET"
           END-IF.
           IF OP-DEPT-CODE = SPACES
               DISPLAY "    NO DEPARTMENT ASSIGNED"
           END-IF.

       LIST-OPERATORS SECTION.
           MOVE 0 TO OM-EOF-SWITCH.
