       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADGROLL.
      *BADGE ROLL. LISTS EVERY BADGE HELD, OPERATOR BY OPERATOR,
      *WITH THE DATE IT WAS EARNED AND THE DATE THE NIGHTLY AWARD
      *STEP GAVE IT, MARKING THE ONES ARCADE HAS NOT YET SHOWN
      *THEIR HOLDER. A SINGLE OPERATOR ID MAY BE ASKED FOR INSTEAD
      *OF THE WHOLE ROLL. THE WHOLE ROLL ENDS WITH THE NUMBER OF
      *HOLDERS OF EACH BADGE ON THE BADGECAT CATALOGUE, SO A BADGE
      *NOBODY HAS EARNED YET STILL SHOWS.
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

       DATA DIVISION.
       FILE SECTION.
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
       FD  AWARDS-FILE.
       01  AWARDS-RECORD.
           05 AW-KEY.
               10 AW-OPERATOR-ID PIC X(8).
               10 AW-BADGE-CODE PIC X(8).
           05 AW-EARNED-DATE PIC X(8).
           05 AW-AWARDED-STAMP PIC X(14).
           05 AW-ANNOUNCED PIC X(1).
           05 AW-TITLE PIC X(40).

       WORKING-STORAGE SECTION.
       01  BC-FILE-STATUS PIC X(2) VALUE SPACES.
       01  BC-EOF-SWITCH PIC 9 VALUE 0.
           88 BC-EOF VALUE 1.
       01  AW-FILE-STATUS PIC X(2) VALUE SPACES.
       01  AW-EOF-SWITCH PIC 9 VALUE 0.
           88 AW-EOF VALUE 1.

       01  BR-WANTED-ID PIC X(8) VALUE SPACES.
       01  BR-LAST-OPERATOR PIC X(8) VALUE SPACES.
       01  BR-AWARD-COUNT PIC 9(5) VALUE 0.
       01  BR-HOLDER-COUNT PIC 9(5) VALUE 0.
       01  BR-NEW-MARK PIC X(5) VALUE SPACES.

       01  BR-BADGE-MAX PIC 9(2) USAGE IS COMP VALUE 50.
       01  BR-BADGE-COUNT PIC 9(2) USAGE IS COMP VALUE 0.
       01  BR-BADGE-TABLE.
           05 BR-BADGE-ENTRY OCCURS 50 TIMES.
               10 BR-CODE PIC X(8).
               10 BR-TITLE PIC X(40).
               10 BR-HOLDERS PIC 9(5).
       01  BR-BADGE-NO PIC 9(2) USAGE IS COMP VALUE 0.
       01  BR-FOUND-SLOT PIC 9(2) USAGE IS COMP VALUE 0.

       PROCEDURE DIVISION.
       DISPLAY "==== BADGE ROLL ====".
       DISPLAY "OPERATOR ID (BLANK FOR THE WHOLE ROLL): "
           WITH NO ADVANCING.
       ACCEPT BR-WANTED-ID.
       PERFORM LOAD-CATALOGUE.
       OPEN INPUT AWARDS-FILE.
       IF AW-FILE-STATUS NOT = "00"
           DISPLAY "NO BADGES HAVE BEEN AWARDED YET."
           STOP RUN
       END-IF.
       IF BR-WANTED-ID NOT = SPACES
           MOVE SPACES TO AWARDS-RECORD
           MOVE BR-WANTED-ID TO AW-OPERATOR-ID
           START AWARDS-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY
                   MOVE 1 TO AW-EOF-SWITCH
           END-START
       END-IF.
       PERFORM READ-AWARD UNTIL AW-EOF.
       CLOSE AWARDS-FILE.
       DISPLAY " ".
       IF BR-AWARD-COUNT = 0
           DISPLAY "NO BADGES HELD."
       ELSE
           DISPLAY BR-AWARD-COUNT " BADGE(S) HELD BY "
               BR-HOLDER-COUNT " OPERATOR(S)."
       END-IF.
       IF BR-WANTED-ID = SPACES AND BR-BADGE-COUNT > 0
           DISPLAY " "
           DISPLAY "HOLDERS PER BADGE:"
           PERFORM SHOW-BADGE-HOLDERS VARYING BR-BADGE-NO FROM 1
               BY 1 UNTIL BR-BADGE-NO > BR-BADGE-COUNT
       END-IF.
       STOP RUN.

       LOAD-CATALOGUE SECTION.
           MOVE 0 TO BC-EOF-SWITCH.
           OPEN INPUT CATALOGUE-FILE.
           IF BC-FILE-STATUS = "00"
               PERFORM READ-CATALOGUE-RECORD UNTIL BC-EOF
               CLOSE CATALOGUE-FILE
           END-IF.

       READ-CATALOGUE-RECORD SECTION.
           READ CATALOGUE-FILE
               AT END
                   MOVE 1 TO BC-EOF-SWITCH
               NOT AT END
                   IF BC-BADGE-CODE NOT = SPACES AND
                       BR-BADGE-COUNT < BR-BADGE-MAX
                       ADD 1 TO BR-BADGE-COUNT
                       MOVE BC-BADGE-CODE TO BR-CODE(BR-BADGE-COUNT)
                       MOVE BC-TITLE TO BR-TITLE(BR-BADGE-COUNT)
                       MOVE 0 TO BR-HOLDERS(BR-BADGE-COUNT)
                   END-IF
           END-READ.

      *    THE FILE IS KEYED BY OPERATOR THEN BADGE, SO EACH
      *    OPERATOR'S BADGES COME TOGETHER UNDER ONE HEADING.
       READ-AWARD SECTION.
           READ AWARDS-FILE NEXT RECORD
               AT END
                   MOVE 1 TO AW-EOF-SWITCH
               NOT AT END
                   IF BR-WANTED-ID NOT = SPACES AND
                       AW-OPERATOR-ID NOT = BR-WANTED-ID
                       MOVE 1 TO AW-EOF-SWITCH
                   ELSE
                       PERFORM SHOW-AWARD
                   END-IF
           END-READ.

       SHOW-AWARD SECTION.
           IF AW-OPERATOR-ID NOT = BR-LAST-OPERATOR
               MOVE AW-OPERATOR-ID TO BR-LAST-OPERATOR
               ADD 1 TO BR-HOLDER-COUNT
               DISPLAY " "
               DISPLAY AW-OPERATOR-ID ":"
           END-IF.
           ADD 1 TO BR-AWARD-COUNT.
           IF AW-ANNOUNCED = "Y"
               MOVE SPACES TO BR-NEW-MARK
           ELSE
               MOVE "(NEW)" TO BR-NEW-MARK
           END-IF.
           DISPLAY "  " AW-BADGE-CODE " " AW-TITLE " EARNED "
               AW-EARNED-DATE " AWARDED " AW-AWARDED-STAMP(1:8)
               " " BR-NEW-MARK.
           MOVE 0 TO BR-FOUND-SLOT.
           PERFORM FIND-BADGE-SLOT VARYING BR-BADGE-NO FROM 1 BY 1
               UNTIL BR-BADGE-NO > BR-BADGE-COUNT OR
               BR-FOUND-SLOT NOT = 0.
           IF BR-FOUND-SLOT NOT = 0
               ADD 1 TO BR-HOLDERS(BR-FOUND-SLOT)
           END-IF.

       FIND-BADGE-SLOT SECTION.
           IF BR-CODE(BR-BADGE-NO) = AW-BADGE-CODE
               MOVE BR-BADGE-NO TO BR-FOUND-SLOT
           END-IF.

       SHOW-BADGE-HOLDERS SECTION.
           DISPLAY "  " BR-CODE(BR-BADGE-NO) " "
               BR-TITLE(BR-BADGE-NO) " " BR-HOLDERS(BR-BADGE-NO).
