       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERINQ.
      *POINT-IN-TIME INQUIRY ON THE OPERATOR MASTER. GIVEN AN
      *OPERATOR ID AND A DATE IT LISTS EVERY OPERJRNL ENTRY FOR
      *THAT OPERATOR (WHO, WHEN, WHICH PROGRAM, WHAT CHANGED) AND
      *REBUILDS THE RECORD AS IT STOOD AT THE END OF THAT DAY:
      *THE AFTER IMAGE OF THE LAST ENTRY ON OR BEFORE THE DATE, OR
      *- WHEN THE FIRST JOURNALED CHANGE CAME LATER - THAT
      *CHANGE'S BEFORE IMAGE. AN OPERATOR WITH NO ENTRIES HAS NOT
      *BEEN TOUCHED SINCE THE JOURNAL BEGAN, SO THE CURRENT
      *OPERMAST RECORD STANDS. AN ARCADE ALLOWANCE DISPUTE IS
      *SETTLED AGAINST THE DAILY LIMIT SHOWN HERE; CHANGES MADE ON
      *THE DAY ITSELF ARE MARKED SO THE TIME OF DAY CAN BE WEIGHED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OM-FILE-STATUS.
           SELECT OPERATOR-JOURNAL-FILE ASSIGN TO "OPERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OJ-FILE-STATUS.

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
       01  OJ-FILE-STATUS PIC X(2) VALUE SPACES.
       01  OJ-EOF-SWITCH PIC 9 VALUE 0.
           88 OJ-EOF VALUE 1.

       01  INQ-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  INQ-ASOF-DATE PIC X(8) VALUE SPACES.
       01  INQ-STAMP PIC X(21) VALUE SPACES.
       01  INQ-ENTRY-COUNT PIC 9(4) VALUE 0.
       01  INQ-WHEN-TEXT PIC X(10) VALUE SPACES.
       01  INQ-ACTION-TEXT PIC X(10) VALUE SPACES.
       01  INQ-SOURCE-TEXT PIC X(60) VALUE SPACES.

      *    THE LAST ENTRY ON OR BEFORE THE DATE, AND THE FIRST ONE
      *    AFTER IT.
       01  INQ-ASOF-SWITCH PIC 9 VALUE 0.
           88 INQ-ASOF-FOUND VALUE 1.
       01  INQ-ASOF-STAMP PIC X(14) VALUE SPACES.
       01  INQ-ASOF-IMAGE PIC X(60) VALUE SPACES.
       01  INQ-LATER-SWITCH PIC 9 VALUE 0.
           88 INQ-LATER-FOUND VALUE 1.
       01  INQ-LATER-STAMP PIC X(14) VALUE SPACES.
       01  INQ-LATER-ACTION PIC X(1) VALUE SPACE.
       01  INQ-LATER-IMAGE PIC X(60) VALUE SPACES.

      *    THE REBUILT RECORD, LAID OUT AS OPERMAST. THE ALLOWANCE
      *    IS HELD AS TEXT SO A BLANK IMAGE CANNOT UPSET A MOVE.
       01  INQ-IMAGE.
           05 INQ-IM-OPERATOR-ID PIC X(08).
           05 INQ-IM-DISPLAY-NAME PIC X(20).
           05 INQ-IM-BOARD-CODE PIC X(1).
           05 INQ-IM-SPEED-CODE PIC X(1).
           05 INQ-IM-ACTIVE PIC X(1).
           05 INQ-IM-DAILY-LIMIT PIC X(3).
           05 INQ-IM-ROLE PIC X(1).
           05 INQ-IM-SECRET PIC X(8).
           05 INQ-IM-DEPT-CODE PIC X(6).
           05 FILLER PIC X(11).
       01  INQ-IMAGE-SWITCH PIC 9 VALUE 0.
           88 INQ-IMAGE-BUILT VALUE 1.

       PROCEDURE DIVISION.
       DISPLAY "==== OPERATOR MASTER AS-OF INQUIRY ====".
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
       ACCEPT INQ-OPERATOR-ID.
       IF INQ-OPERATOR-ID = SPACES
           DISPLAY "NO OPERATOR GIVEN. NOTHING DONE."
           STOP RUN
       END-IF.
       DISPLAY "AS-OF DATE (YYYYMMDD, BLANK FOR TODAY): "
           WITH NO ADVANCING.
       ACCEPT INQ-ASOF-DATE.
       IF INQ-ASOF-DATE = SPACES
           MOVE FUNCTION CURRENT-DATE TO INQ-STAMP
           MOVE INQ-STAMP(1:8) TO INQ-ASOF-DATE
       END-IF.
       IF INQ-ASOF-DATE NOT NUMERIC
           DISPLAY "DATE MUST BE YYYYMMDD. NOTHING DONE."
           STOP RUN
       END-IF.
       DISPLAY " ".
       DISPLAY "---- OPERJRNL ENTRIES FOR " INQ-OPERATOR-ID " ----".
       PERFORM SCAN-OPERATOR-JOURNAL.
       DISPLAY " ".
       PERFORM REBUILD-AS-OF-RECORD.
       STOP RUN.

       SCAN-OPERATOR-JOURNAL SECTION.
           MOVE 0 TO OJ-EOF-SWITCH.
           OPEN INPUT OPERATOR-JOURNAL-FILE.
           IF OJ-FILE-STATUS NOT = "00"
               DISPLAY "  NO OPERJRNL ON FILE."
           ELSE
               PERFORM READ-JOURNAL-ENTRY UNTIL OJ-EOF
               CLOSE OPERATOR-JOURNAL-FILE
               IF INQ-ENTRY-COUNT = 0
                   DISPLAY "  NOTHING FOUND."
               END-IF
           END-IF.

      *    THE JOURNAL IS APPENDED IN TIME ORDER, SO THE LAST HIT
      *    ON OR BEFORE THE DATE AND THE FIRST HIT AFTER IT ARE
      *    ALL THE REBUILD NEEDS.
       READ-JOURNAL-ENTRY SECTION.
           READ OPERATOR-JOURNAL-FILE
               AT END
                   MOVE 1 TO OJ-EOF-SWITCH
               NOT AT END
                   IF OJ-OPERATOR-ID = INQ-OPERATOR-ID
                       ADD 1 TO INQ-ENTRY-COUNT
                       PERFORM SHOW-JOURNAL-ENTRY
                       IF OJ-STAMP(1:8) > INQ-ASOF-DATE
                           IF NOT INQ-LATER-FOUND
                               MOVE 1 TO INQ-LATER-SWITCH
                               MOVE OJ-STAMP TO INQ-LATER-STAMP
                               MOVE OJ-ACTION TO INQ-LATER-ACTION
                               MOVE OJ-BEFORE TO INQ-LATER-IMAGE
                           END-IF
                       ELSE
                           MOVE 1 TO INQ-ASOF-SWITCH
                           MOVE OJ-STAMP TO INQ-ASOF-STAMP
                           MOVE OJ-AFTER TO INQ-ASOF-IMAGE
                       END-IF
                   END-IF
           END-READ.

       SHOW-JOURNAL-ENTRY SECTION.
           EVALUATE OJ-ACTION
               WHEN "A"
                   MOVE "ADDED" TO INQ-ACTION-TEXT
               WHEN "C"
                   MOVE "CHANGED" TO INQ-ACTION-TEXT
               WHEN "D"
                   MOVE "DEACTIVATE" TO INQ-ACTION-TEXT
               WHEN OTHER
                   MOVE OJ-ACTION TO INQ-ACTION-TEXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN OJ-STAMP(1:8) = INQ-ASOF-DATE
                   MOVE "(THAT DAY)" TO INQ-WHEN-TEXT
               WHEN OJ-STAMP(1:8) > INQ-ASOF-DATE
                   MOVE "(LATER)" TO INQ-WHEN-TEXT
               WHEN OTHER
                   MOVE SPACES TO INQ-WHEN-TEXT
           END-EVALUATE.
           DISPLAY "  " OJ-STAMP " " INQ-ACTION-TEXT " BY " OJ-WHO
               " VIA " OJ-PROGRAM " " INQ-WHEN-TEXT.
           IF OJ-ACTION NOT = "A"
               MOVE OJ-BEFORE TO INQ-IMAGE
               DISPLAY "    BEFORE: " WITH NO ADVANCING
               PERFORM SHOW-IMAGE-LINE
           END-IF.
           MOVE OJ-AFTER TO INQ-IMAGE.
           DISPLAY "    AFTER:  " WITH NO ADVANCING.
           PERFORM SHOW-IMAGE-LINE.

       SHOW-IMAGE-LINE SECTION.
           DISPLAY INQ-IM-DISPLAY-NAME
               " BOARD=" INQ-IM-BOARD-CODE
               " SPEED=" INQ-IM-SPEED-CODE
               " ACTIVE=" INQ-IM-ACTIVE
               " LIMIT=" INQ-IM-DAILY-LIMIT
               " ROLE=" INQ-IM-ROLE
               " DEPT=" INQ-IM-DEPT-CODE.

       REBUILD-AS-OF-RECORD SECTION.
           MOVE 0 TO INQ-IMAGE-SWITCH.
           MOVE SPACES TO INQ-SOURCE-TEXT.
           EVALUATE TRUE
               WHEN INQ-ASOF-FOUND
                   MOVE INQ-ASOF-IMAGE TO INQ-IMAGE
                   MOVE 1 TO INQ-IMAGE-SWITCH
                   STRING "FROM THE JOURNAL ENTRY OF " INQ-ASOF-STAMP
                       DELIMITED BY SIZE INTO INQ-SOURCE-TEXT
               WHEN INQ-LATER-FOUND AND INQ-LATER-ACTION = "A"
                   DISPLAY INQ-OPERATOR-ID " WAS NOT YET REGISTERED ON "
                       INQ-ASOF-DATE " (ADDED " INQ-LATER-STAMP ")."
               WHEN INQ-LATER-FOUND
                   MOVE INQ-LATER-IMAGE TO INQ-IMAGE
                   MOVE 1 TO INQ-IMAGE-SWITCH
                   STRING "FROM THE BEFORE IMAGE OF THE "
                       INQ-LATER-STAMP " CHANGE"
                       DELIMITED BY SIZE INTO INQ-SOURCE-TEXT
               WHEN OTHER
                   PERFORM TAKE-CURRENT-MASTER
           END-EVALUATE.
           IF INQ-IMAGE-BUILT
               PERFORM SHOW-AS-OF-RECORD
           END-IF.

      *    NO ENTRY AT ALL: UNCHANGED SINCE THE JOURNAL BEGAN, OR
      *    NEVER REGISTERED.
       TAKE-CURRENT-MASTER SECTION.
           OPEN INPUT OPERATOR-FILE.
           IF OM-FILE-STATUS NOT = "00"
               DISPLAY "NO OPERMAST ON FILE. STATUS " OM-FILE-STATUS
           ELSE
               MOVE INQ-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY INQ-OPERATOR-ID " IS NOT ON OPERMAST "
                           "AND HAS NO JOURNAL ENTRIES."
                   NOT INVALID KEY
                       MOVE SPACES TO INQ-IMAGE
                       MOVE OPERATOR-RECORD TO INQ-IMAGE
                       MOVE 1 TO INQ-IMAGE-SWITCH
                       MOVE "NO JOURNALED CHANGES - CURRENT RECORD"
                           TO INQ-SOURCE-TEXT
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       SHOW-AS-OF-RECORD SECTION.
           DISPLAY "---- " INQ-OPERATOR-ID " AS OF END OF "
               INQ-ASOF-DATE " ----".
           DISPLAY "  " INQ-SOURCE-TEXT.
           DISPLAY "  DISPLAY NAME:    " INQ-IM-DISPLAY-NAME.
           DISPLAY "  BOARD / SPEED:   " INQ-IM-BOARD-CODE " / "
               INQ-IM-SPEED-CODE.
           IF INQ-IM-ACTIVE = "A"
               DISPLAY "  STATUS:          ACTIVE"
           ELSE
               DISPLAY "  STATUS:          DEACTIVATED"
           END-IF.
           IF INQ-IM-DAILY-LIMIT = "000" OR
               INQ-IM-DAILY-LIMIT = SPACES
               DISPLAY "  DAILY ALLOWANCE: UNLIMITED"
           ELSE
               DISPLAY "  DAILY ALLOWANCE: " INQ-IM-DAILY-LIMIT
                   " MINUTES"
           END-IF.
           DISPLAY "  ROLE:            " INQ-IM-ROLE.
           IF INQ-IM-DEPT-CODE = SPACES
               DISPLAY "  DEPARTMENT:      NOT ASSIGNED"
           ELSE
               DISPLAY "  DEPARTMENT:      " INQ-IM-DEPT-CODE
           END-IF.
