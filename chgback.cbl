       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
      *MONTH-END MACHINE-TIME CHARGEBACK. EVERY SESSLOG SESSION
      *STARTED IN THE REQUESTED MONTH IS CHARGED TO THE DEPARTMENT /
      *COST CENTRE ON THE OPERATOR'S OPERMAST RECORD, AND THE REPORT
      *SHOWS SESSIONS, MINUTES AND CHARGE PER DEPARTMENT BROKEN DOWN
      *BY GAME. THE HOURLY RATE COMES FROM CHGRATE: ONE LINE PER
      *DEPARTMENT WITH ITS OWN RATE, AND A "*" LINE FOR EVERY
      *DEPARTMENT WITHOUT ONE. OPERATORS WITH NO DEPARTMENT (OR NOT
      *ON OPERMAST AT ALL) ARE NOT CHARGED BUT LISTED AS EXCEPTIONS
      *SO THEY CAN BE FIXED IN OPERMNT AND THE MONTH RERUN. MINUTES
      *ARE COUNTED AND CRASHED SESSIONS LEFT OUT THE SAME WAY AS IN
      *SESSRPT. THE SAME FIGURES ARE WRITTEN TO CHGFEED, A FIXED-
      *LAYOUT FILE FOR THE FINANCE SYSTEM: ONE HEADER, ONE DETAIL
      *PER DEPARTMENT AND GAME, AND A TRAILER CARRYING THE RECORD
      *COUNT AND THE SESSION, MINUTE AND CHARGE CONTROL TOTALS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-LOG-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OM-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CG-FILE-STATUS.
           SELECT FEED-FILE ASSIGN TO "CHGFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *    ONE LINE PER DEPARTMENT: CODE, A SPACE, THEN THE CHARGE
      *    PER HOUR OF MACHINE TIME AS FIVE DIGITS WITH TWO DECIMALS
      *    IMPLIED (01250 = 12.50). CODE "*" IS THE DEFAULT RATE.
       FD  RATE-FILE.
       01  RATE-RECORD.
           05 CG-DEPT-CODE PIC X(6).
           05 FILLER PIC X(1).
           05 CG-HOUR-RATE PIC 9(3)V99.
      *    FINANCE INTERFACE. EVERY RECORD IS 60 BYTES; THE FIRST
      *    BYTE SAYS WHICH LAYOUT THE REST FOLLOWS.
       FD  FEED-FILE.
       01  FEED-RECORD.
           05 CF-TYPE PIC X(1).
           05 CF-DATA PIC X(59).
       01  CF-HEADER REDEFINES FEED-RECORD.
           05 FILLER PIC X(1).
           05 CF-H-SOURCE PIC X(8).
           05 CF-H-PERIOD PIC X(6).
           05 CF-H-CREATED PIC X(14).
           05 FILLER PIC X(31).
       01  CF-DETAIL REDEFINES FEED-RECORD.
           05 FILLER PIC X(1).
           05 CF-D-PERIOD PIC X(6).
           05 CF-D-DEPT-CODE PIC X(6).
           05 CF-D-GAME PIC X(9).
           05 CF-D-SESSIONS PIC 9(5).
           05 CF-D-MINUTES PIC 9(7).
           05 CF-D-HOUR-RATE PIC 9(3)V99.
           05 CF-D-CHARGE PIC 9(7)V99.
           05 FILLER PIC X(12).
       01  CF-TRAILER REDEFINES FEED-RECORD.
           05 FILLER PIC X(1).
           05 CF-T-PERIOD PIC X(6).
           05 CF-T-RECORDS PIC 9(6).
           05 CF-T-SESSIONS PIC 9(7).
           05 CF-T-MINUTES PIC 9(9).
           05 CF-T-CHARGE PIC 9(9)V99.
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
       01  SL-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SL-EOF-SWITCH PIC 9 VALUE 0.
           88 SL-EOF VALUE 1.
       01  OM-FILE-STATUS PIC X(2) VALUE SPACES.
       01  CG-FILE-STATUS PIC X(2) VALUE SPACES.
       01  CG-EOF-SWITCH PIC 9 VALUE 0.
           88 CG-EOF VALUE 1.
       01  CF-FILE-STATUS PIC X(2) VALUE SPACES.

       01  CB-NOW PIC X(21) VALUE SPACES.
       01  CB-NOW-PARTS REDEFINES CB-NOW.
           05 CB-NOW-YYYY PIC 9(4).
           05 CB-NOW-MM PIC 9(2).
           05 FILLER PIC X(15).
       01  CB-PERIOD PIC X(6) VALUE SPACES.
       01  CB-PERIOD-PARTS REDEFINES CB-PERIOD.
           05 CB-PERIOD-YYYY PIC 9(4).
           05 CB-PERIOD-MM PIC 9(2).

      *    SAME CAP AS SESSRPT: ANYTHING LONGER IS A CRASHED GAME.
       01  CB-SANITY-CAP PIC 9(5) USAGE IS COMP VALUE 480.

       01  CB-STAMP PIC X(14) VALUE SPACES.
       01  CB-STAMP-PARTS REDEFINES CB-STAMP.
           05 CB-STAMP-DATE PIC 9(8).
           05 CB-STAMP-HH PIC 9(2).
           05 CB-STAMP-MM PIC 9(2).
           05 CB-STAMP-SS PIC 9(2).
       01  CB-STAMP-SECS PIC 9(12) USAGE IS COMP VALUE 0.
       01  CB-START-SECS PIC 9(12) USAGE IS COMP VALUE 0.
       01  CB-END-SECS PIC 9(12) USAGE IS COMP VALUE 0.
       01  CB-MINUTES PIC 9(6) USAGE IS COMP VALUE 0.
       01  CB-DEPT-CODE PIC X(6) VALUE SPACES.
       01  CB-EXCEPTION-REASON PIC X(15) VALUE SPACES.

       01  CB-READ-COUNT PIC 9(6) VALUE 0.
       01  CB-PERIOD-SKIPPED PIC 9(6) VALUE 0.
       01  CB-FLAGGED-COUNT PIC 9(6) VALUE 0.
       01  CB-CHARGED-COUNT PIC 9(6) VALUE 0.
       01  CB-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01  CB-EXCEPTION-MINUTES PIC 9(7) VALUE 0.

       01  CB-DEFAULT-RATE PIC 9(3)V99 VALUE 0.
       01  CB-DEFAULT-SWITCH PIC 9 VALUE 0.
           88 CB-DEFAULT-SET VALUE 1.
       01  CB-RATE-MAX PIC 9(3) USAGE IS COMP VALUE 50.
       01  CB-RATE-COUNT PIC 9(3) USAGE IS COMP VALUE 0.
       01  CB-RATE-TABLE.
           05 CB-RATE-ENTRY OCCURS 50 TIMES INDEXED BY CB-RATE-IX.
               10 CB-RATE-DEPT PIC X(6).
               10 CB-RATE-VALUE PIC 9(3)V99.
       01  CB-LOOKUP-RATE PIC 9(3)V99 VALUE 0.

      *    ONE LINE PER DEPARTMENT AND GAME, KEPT IN DEPARTMENT /
      *    GAME ORDER AS IT IS BUILT SO THE REPORT AND THE FEED
      *    COME OUT SORTED WITHOUT A SEPARATE SORT STEP.
       01  CB-LINE-MAX PIC 9(3) USAGE IS COMP VALUE 300.
       01  CB-LINE-COUNT PIC 9(3) USAGE IS COMP VALUE 0.
       01  CB-LINE-TABLE.
           05 CB-LINE-ENTRY OCCURS 300 TIMES INDEXED BY CB-LINE-IX.
               10 CB-LINE-KEY.
                   15 CB-LINE-DEPT PIC X(6).
                   15 CB-LINE-GAME PIC X(9).
               10 CB-LINE-SESSIONS PIC 9(5) USAGE IS COMP.
               10 CB-LINE-MINUTES PIC 9(7) USAGE IS COMP.
               10 CB-LINE-RATE PIC 9(3)V99.
               10 CB-LINE-CHARGE PIC 9(7)V99.
       01  CB-NEW-KEY.
           05 CB-NEW-DEPT PIC X(6).
           05 CB-NEW-GAME PIC X(9).
       01  CB-INSERT-AT PIC 9(3) USAGE IS COMP VALUE 0.
       01  CB-SCAN-NEXT PIC 9(3) USAGE IS COMP VALUE 0.

       01  CB-EXC-MAX PIC 9(3) USAGE IS COMP VALUE 100.
       01  CB-EXC-COUNT PIC 9(3) USAGE IS COMP VALUE 0.
       01  CB-EXC-TABLE.
           05 CB-EXC-ENTRY OCCURS 100 TIMES INDEXED BY CB-EXC-IX.
               10 CB-EXC-OPERATOR PIC X(8).
               10 CB-EXC-REASON PIC X(15).
               10 CB-EXC-SESSIONS PIC 9(5) USAGE IS COMP.
               10 CB-EXC-MINUTES PIC 9(7) USAGE IS COMP.

       01  CB-FOUND-SLOT PIC 9(3) USAGE IS COMP VALUE 0.
       01  CB-SCAN PIC 9(3) USAGE IS COMP VALUE 0.

       01  CB-PRIOR-DEPT PIC X(6) VALUE SPACES.
       01  CB-DEPT-SESSIONS PIC 9(7) VALUE 0.
       01  CB-DEPT-MINUTES PIC 9(9) VALUE 0.
       01  CB-DEPT-CHARGE PIC 9(9)V99 VALUE 0.
       01  CB-TOTAL-SESSIONS PIC 9(7) VALUE 0.
       01  CB-TOTAL-MINUTES PIC 9(9) VALUE 0.
       01  CB-TOTAL-CHARGE PIC 9(9)V99 VALUE 0.
       01  CB-FEED-COUNT PIC 9(6) VALUE 0.
       01  CB-FEED-FAILED PIC 9 VALUE 0.

       01  CB-SHOW-SESSIONS PIC ZZZZZZ9.
       01  CB-SHOW-MINUTES PIC ZZZZZZZZ9.
       01  CB-SHOW-RATE PIC ZZ9.99.
       01  CB-SHOW-CHARGE PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       DISPLAY "==== MONTHLY MACHINE-TIME CHARGEBACK ====".
       MOVE FUNCTION CURRENT-DATE TO CB-NOW.
       PERFORM ACCEPT-PERIOD.
       PERFORM LOAD-RATES.
       OPEN INPUT OPERATOR-FILE.
       IF OM-FILE-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN OPERMAST. STATUS " OM-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM TALLY-SESSION-LOG.
       CLOSE OPERATOR-FILE.
       PERFORM PRICE-ONE-LINE VARYING CB-SCAN FROM 1 BY 1
           UNTIL CB-SCAN > CB-LINE-COUNT.
       PERFORM PRINT-DEPARTMENT-CHARGES.
       PERFORM PRINT-EXCEPTIONS.
       PERFORM WRITE-FINANCE-FEED.
       PERFORM PRINT-RUN-TOTALS.
       IF CB-FEED-FAILED = 1
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *    THE RUN NORMALLY HAPPENS EARLY IN THE NEW MONTH, SO A
      *    BLANK ANSWER MEANS THE MONTH JUST ENDED.
       ACCEPT-PERIOD SECTION.
           DISPLAY "MONTH TO CHARGE (YYYYMM, BLANK FOR LAST MONTH): "
               WITH NO ADVANCING.
           ACCEPT CB-PERIOD.
           IF CB-PERIOD = SPACES
               IF CB-NOW-MM = 1
                   COMPUTE CB-PERIOD-YYYY = CB-NOW-YYYY - 1
                   MOVE 12 TO CB-PERIOD-MM
               ELSE
                   MOVE CB-NOW-YYYY TO CB-PERIOD-YYYY
                   COMPUTE CB-PERIOD-MM = CB-NOW-MM - 1
               END-IF
           END-IF.
           IF CB-PERIOD NOT NUMERIC
               DISPLAY "MONTH MUST BE YYYYMM. NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CB-PERIOD-MM < 1 OR CB-PERIOD-MM > 12
               DISPLAY "MONTH MUST BE YYYYMM. NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "CHARGING PERIOD " CB-PERIOD.

      *    A MISSING RATE FILE IS CREATED WITH A ZERO DEFAULT LINE
      *    SO THERE IS SOMETHING TO EDIT; THE RUN STILL COMPLETES,
      *    WITH EVERY CHARGE AT ZERO.
       LOAD-RATES SECTION.
           MOVE 0 TO CG-EOF-SWITCH.
           OPEN INPUT RATE-FILE.
           IF CG-FILE-STATUS = "00"
               PERFORM READ-RATE-RECORD UNTIL CG-EOF
               CLOSE RATE-FILE
           ELSE
               DISPLAY "WARNING: NO CHGRATE ON FILE - A ZERO DEFAULT "
                   "RATE HAS BEEN SET UP."
               OPEN OUTPUT RATE-FILE
               IF CG-FILE-STATUS = "00"
                   MOVE SPACES TO RATE-RECORD
                   MOVE "*" TO CG-DEPT-CODE
                   MOVE 0 TO CG-HOUR-RATE
                   WRITE RATE-RECORD
                   CLOSE RATE-FILE
               END-IF
           END-IF.
           IF NOT CB-DEFAULT-SET
               DISPLAY "WARNING: NO DEFAULT (*) RATE IN CHGRATE - "
                   "DEPARTMENTS WITHOUT A LINE CHARGE ZERO."
           END-IF.

       READ-RATE-RECORD SECTION.
           READ RATE-FILE
               AT END
                   MOVE 1 TO CG-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN CG-DEPT-CODE = SPACES
                           CONTINUE
                       WHEN CG-HOUR-RATE NOT NUMERIC
                           DISPLAY "WARNING: CHGRATE LINE FOR "
                               CG-DEPT-CODE " HAS NO VALID RATE - "
                               "IGNORED"
                       WHEN CG-DEPT-CODE = "*"
                           MOVE CG-HOUR-RATE TO CB-DEFAULT-RATE
                           MOVE 1 TO CB-DEFAULT-SWITCH
                       WHEN CB-RATE-COUNT < CB-RATE-MAX
                           ADD 1 TO CB-RATE-COUNT
                           SET CB-RATE-IX TO CB-RATE-COUNT
                           MOVE CG-DEPT-CODE TO CB-RATE-DEPT(CB-RATE-IX)
                           MOVE CG-HOUR-RATE
                               TO CB-RATE-VALUE(CB-RATE-IX)
                       WHEN OTHER
                           DISPLAY "WARNING: RATE TABLE FULL, "
                               CG-DEPT-CODE " USES THE DEFAULT"
                   END-EVALUATE
           END-READ.

       TALLY-SESSION-LOG SECTION.
           MOVE 0 TO SL-EOF-SWITCH.
           OPEN INPUT SESSION-LOG-FILE.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN SESSLOG. STATUS " SL-FILE-STATUS
               CLOSE OPERATOR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-SESSION-RECORD UNTIL SL-EOF.
           CLOSE SESSION-LOG-FILE.

       READ-SESSION-RECORD SECTION.
           READ SESSION-LOG-FILE
               AT END
                   MOVE 1 TO SL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CB-READ-COUNT
                   IF SL-START-STAMP(1:6) NOT = CB-PERIOD
                       ADD 1 TO CB-PERIOD-SKIPPED
                   ELSE
                       PERFORM CHARGE-ONE-SESSION
                   END-IF
           END-READ.

       CHARGE-ONE-SESSION SECTION.
           IF SL-START-STAMP NOT NUMERIC OR SL-END-STAMP NOT NUMERIC
               ADD 1 TO CB-FLAGGED-COUNT
               DISPLAY "FLAGGED: " SL-OPERATOR " " SL-GAME
                   " HAS A NON-NUMERIC STAMP PAIR"
           ELSE
               MOVE SL-START-STAMP TO CB-STAMP
               PERFORM STAMP-TO-SECONDS
               MOVE CB-STAMP-SECS TO CB-START-SECS
               MOVE SL-END-STAMP TO CB-STAMP
               PERFORM STAMP-TO-SECONDS
               MOVE CB-STAMP-SECS TO CB-END-SECS
               IF CB-END-SECS < CB-START-SECS
                   ADD 1 TO CB-FLAGGED-COUNT
                   DISPLAY "FLAGGED: " SL-OPERATOR " " SL-GAME
                       " ENDS BEFORE IT STARTS ("
                       SL-START-STAMP " / " SL-END-STAMP ")"
               ELSE
                   COMPUTE CB-MINUTES =
                       (CB-END-SECS - CB-START-SECS + 59) / 60
                   IF CB-MINUTES > CB-SANITY-CAP
                       ADD 1 TO CB-FLAGGED-COUNT
                       DISPLAY "FLAGGED: " SL-OPERATOR " " SL-GAME
                           " RAN " CB-MINUTES " MINUTES, PAST THE "
                           "SANITY CAP"
                   ELSE
                       PERFORM FIND-OPERATOR-DEPARTMENT
                       IF CB-DEPT-CODE = SPACES
                           PERFORM ADD-EXCEPTION-USAGE
                       ELSE
                           PERFORM ADD-CHARGE-USAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STAMP-TO-SECONDS SECTION.
           COMPUTE CB-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(CB-STAMP-DATE) * 86400
               + CB-STAMP-HH * 3600 + CB-STAMP-MM * 60 + CB-STAMP-SS.

      *    THE DEPARTMENT IS WHATEVER OPERMAST SAYS AT RUN TIME, SO
      *    A CORRECTED DEPARTMENT CHARGES THE WHOLE MONTH ON RERUN.
       FIND-OPERATOR-DEPARTMENT SECTION.
           MOVE SPACES TO CB-DEPT-CODE.
           MOVE SPACES TO CB-EXCEPTION-REASON.
           MOVE SL-OPERATOR TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "NOT ON OPERMAST" TO CB-EXCEPTION-REASON
               NOT INVALID KEY
                   IF OP-DEPT-CODE = SPACES
                       MOVE "NO DEPARTMENT" TO CB-EXCEPTION-REASON
                   ELSE
                       MOVE OP-DEPT-CODE TO CB-DEPT-CODE
                   END-IF
           END-READ.

       ADD-CHARGE-USAGE SECTION.
           MOVE CB-DEPT-CODE TO CB-NEW-DEPT.
           MOVE SL-GAME TO CB-NEW-GAME.
           MOVE 0 TO CB-FOUND-SLOT.
           MOVE 0 TO CB-INSERT-AT.
           PERFORM FIND-LINE-SLOT VARYING CB-SCAN FROM 1 BY 1
               UNTIL CB-SCAN > CB-LINE-COUNT OR CB-FOUND-SLOT NOT = 0
               OR CB-INSERT-AT NOT = 0.
           IF CB-FOUND-SLOT = 0
               IF CB-LINE-COUNT < CB-LINE-MAX
                   IF CB-INSERT-AT = 0
                       COMPUTE CB-INSERT-AT = CB-LINE-COUNT + 1
                   END-IF
                   PERFORM SHIFT-LINE-DOWN VARYING CB-SCAN
                       FROM CB-LINE-COUNT BY -1
                       UNTIL CB-SCAN < CB-INSERT-AT
                   ADD 1 TO CB-LINE-COUNT
                   MOVE CB-INSERT-AT TO CB-FOUND-SLOT
                   SET CB-LINE-IX TO CB-FOUND-SLOT
                   MOVE CB-NEW-KEY TO CB-LINE-KEY(CB-LINE-IX)
                   MOVE 0 TO CB-LINE-SESSIONS(CB-LINE-IX)
                   MOVE 0 TO CB-LINE-MINUTES(CB-LINE-IX)
                   MOVE 0 TO CB-LINE-CHARGE(CB-LINE-IX)
                   PERFORM FIND-DEPARTMENT-RATE
                   MOVE CB-LOOKUP-RATE TO CB-LINE-RATE(CB-LINE-IX)
               ELSE
                   DISPLAY "WARNING: CHARGE TABLE FULL, " CB-NEW-DEPT
                       " " SL-GAME " NOT CHARGED"
               END-IF
           END-IF.
           IF CB-FOUND-SLOT NOT = 0
               SET CB-LINE-IX TO CB-FOUND-SLOT
               ADD 1 TO CB-LINE-SESSIONS(CB-LINE-IX)
               ADD CB-MINUTES TO CB-LINE-MINUTES(CB-LINE-IX)
               ADD 1 TO CB-CHARGED-COUNT
           END-IF.

       FIND-LINE-SLOT SECTION.
           SET CB-LINE-IX TO CB-SCAN.
           IF CB-LINE-KEY(CB-LINE-IX) = CB-NEW-KEY
               MOVE CB-SCAN TO CB-FOUND-SLOT
           ELSE
               IF CB-LINE-KEY(CB-LINE-IX) > CB-NEW-KEY
                   MOVE CB-SCAN TO CB-INSERT-AT
               END-IF
           END-IF.

       SHIFT-LINE-DOWN SECTION.
           COMPUTE CB-SCAN-NEXT = CB-SCAN + 1.
           MOVE CB-LINE-ENTRY(CB-SCAN) TO CB-LINE-ENTRY(CB-SCAN-NEXT).

       FIND-DEPARTMENT-RATE SECTION.
           MOVE CB-DEFAULT-RATE TO CB-LOOKUP-RATE.
           PERFORM CHECK-ONE-RATE VARYING CB-SCAN FROM 1 BY 1
               UNTIL CB-SCAN > CB-RATE-COUNT.

       CHECK-ONE-RATE SECTION.
           SET CB-RATE-IX TO CB-SCAN.
           IF CB-RATE-DEPT(CB-RATE-IX) = CB-NEW-DEPT
               MOVE CB-RATE-VALUE(CB-RATE-IX) TO CB-LOOKUP-RATE
           END-IF.

       ADD-EXCEPTION-USAGE SECTION.
           ADD 1 TO CB-EXCEPTION-COUNT.
           ADD CB-MINUTES TO CB-EXCEPTION-MINUTES.
           MOVE 0 TO CB-FOUND-SLOT.
           PERFORM FIND-EXCEPTION-SLOT VARYING CB-SCAN FROM 1 BY 1
               UNTIL CB-SCAN > CB-EXC-COUNT OR CB-FOUND-SLOT NOT = 0.
           IF CB-FOUND-SLOT = 0
               IF CB-EXC-COUNT < CB-EXC-MAX
                   ADD 1 TO CB-EXC-COUNT
                   MOVE CB-EXC-COUNT TO CB-FOUND-SLOT
                   SET CB-EXC-IX TO CB-FOUND-SLOT
                   MOVE SL-OPERATOR TO CB-EXC-OPERATOR(CB-EXC-IX)
                   MOVE CB-EXCEPTION-REASON TO CB-EXC-REASON(CB-EXC-IX)
                   MOVE 0 TO CB-EXC-SESSIONS(CB-EXC-IX)
                   MOVE 0 TO CB-EXC-MINUTES(CB-EXC-IX)
               ELSE
                   DISPLAY "WARNING: EXCEPTION TABLE FULL, "
                       SL-OPERATOR " NOT LISTED"
               END-IF
           END-IF.
           IF CB-FOUND-SLOT NOT = 0
               SET CB-EXC-IX TO CB-FOUND-SLOT
               ADD 1 TO CB-EXC-SESSIONS(CB-EXC-IX)
               ADD CB-MINUTES TO CB-EXC-MINUTES(CB-EXC-IX)
           END-IF.

       FIND-EXCEPTION-SLOT SECTION.
           SET CB-EXC-IX TO CB-SCAN.
           IF CB-EXC-OPERATOR(CB-EXC-IX) = SL-OPERATOR
               MOVE CB-SCAN TO CB-FOUND-SLOT
           END-IF.

      *    EACH LINE IS PRICED ON ITS TOTAL MINUTES, AND THE
      *    DEPARTMENT AND GRAND TOTALS ARE SUMS OF THE LINE CHARGES,
      *    SO THE FEED TRAILER ALWAYS AGREES WITH ITS DETAILS.
       PRICE-ONE-LINE SECTION.
           SET CB-LINE-IX TO CB-SCAN.
           COMPUTE CB-LINE-CHARGE(CB-LINE-IX) ROUNDED =
               CB-LINE-MINUTES(CB-LINE-IX) * CB-LINE-RATE(CB-LINE-IX)
               / 60.
           ADD CB-LINE-SESSIONS(CB-LINE-IX) TO CB-TOTAL-SESSIONS.
           ADD CB-LINE-MINUTES(CB-LINE-IX) TO CB-TOTAL-MINUTES.
           ADD CB-LINE-CHARGE(CB-LINE-IX) TO CB-TOTAL-CHARGE.

       PRINT-DEPARTMENT-CHARGES SECTION.
           DISPLAY " ".
           DISPLAY "CHARGES FOR " CB-PERIOD " BY DEPARTMENT AND GAME:".
           DISPLAY "DEPT    GAME       SESSIONS    MINUTES  RATE/HR"
               "        CHARGE".
           MOVE SPACES TO CB-PRIOR-DEPT.
           PERFORM PRINT-ONE-LINE VARYING CB-SCAN FROM 1 BY 1
               UNTIL CB-SCAN > CB-LINE-COUNT.
           IF CB-LINE-COUNT = 0
               DISPLAY "  (NO CHARGEABLE SESSIONS IN THE PERIOD)"
           ELSE
               PERFORM PRINT-DEPARTMENT-TOTAL
               MOVE CB-TOTAL-SESSIONS TO CB-SHOW-SESSIONS
               MOVE CB-TOTAL-MINUTES TO CB-SHOW-MINUTES
               MOVE CB-TOTAL-CHARGE TO CB-SHOW-CHARGE
               DISPLAY " "
               DISPLAY "ALL DEPARTMENTS  " CB-SHOW-SESSIONS "  "
                   CB-SHOW-MINUTES "           " CB-SHOW-CHARGE
           END-IF.

       PRINT-ONE-LINE SECTION.
           SET CB-LINE-IX TO CB-SCAN.
           IF CB-LINE-DEPT(CB-LINE-IX) NOT = CB-PRIOR-DEPT
               IF CB-PRIOR-DEPT NOT = SPACES
                   PERFORM PRINT-DEPARTMENT-TOTAL
               END-IF
               MOVE CB-LINE-DEPT(CB-LINE-IX) TO CB-PRIOR-DEPT
               MOVE 0 TO CB-DEPT-SESSIONS
               MOVE 0 TO CB-DEPT-MINUTES
               MOVE 0 TO CB-DEPT-CHARGE
           END-IF.
           ADD CB-LINE-SESSIONS(CB-LINE-IX) TO CB-DEPT-SESSIONS.
           ADD CB-LINE-MINUTES(CB-LINE-IX) TO CB-DEPT-MINUTES.
           ADD CB-LINE-CHARGE(CB-LINE-IX) TO CB-DEPT-CHARGE.
           MOVE CB-LINE-SESSIONS(CB-LINE-IX) TO CB-SHOW-SESSIONS.
           MOVE CB-LINE-MINUTES(CB-LINE-IX) TO CB-SHOW-MINUTES.
           MOVE CB-LINE-RATE(CB-LINE-IX) TO CB-SHOW-RATE.
           MOVE CB-LINE-CHARGE(CB-LINE-IX) TO CB-SHOW-CHARGE.
           DISPLAY CB-LINE-DEPT(CB-LINE-IX) "  "
               CB-LINE-GAME(CB-LINE-IX) CB-SHOW-SESSIONS "  "
               CB-SHOW-MINUTES "   " CB-SHOW-RATE "  " CB-SHOW-CHARGE.

       PRINT-DEPARTMENT-TOTAL SECTION.
           MOVE CB-DEPT-SESSIONS TO CB-SHOW-SESSIONS.
           MOVE CB-DEPT-MINUTES TO CB-SHOW-MINUTES.
           MOVE CB-DEPT-CHARGE TO CB-SHOW-CHARGE.
           DISPLAY CB-PRIOR-DEPT "  TOTAL    " CB-SHOW-SESSIONS "  "
               CB-SHOW-MINUTES "           " CB-SHOW-CHARGE.

       PRINT-EXCEPTIONS SECTION.
           DISPLAY " ".
           DISPLAY "EXCEPTIONS - OPERATORS WITH NO DEPARTMENT "
               "(NOT CHARGED):".
           DISPLAY "OPERATOR  REASON           SESSIONS    MINUTES".
           PERFORM PRINT-ONE-EXCEPTION VARYING CB-SCAN FROM 1 BY 1
               UNTIL CB-SCAN > CB-EXC-COUNT.
           IF CB-EXC-COUNT = 0
               DISPLAY "  (NONE)"
           ELSE
               DISPLAY "SET A DEPARTMENT IN OPERMNT AND RERUN THE "
                   "MONTH TO CHARGE THESE."
           END-IF.

       PRINT-ONE-EXCEPTION SECTION.
           SET CB-EXC-IX TO CB-SCAN.
           MOVE CB-EXC-SESSIONS(CB-EXC-IX) TO CB-SHOW-SESSIONS.
           MOVE CB-EXC-MINUTES(CB-EXC-IX) TO CB-SHOW-MINUTES.
           DISPLAY CB-EXC-OPERATOR(CB-EXC-IX) "  "
               CB-EXC-REASON(CB-EXC-IX) "  " CB-SHOW-SESSIONS "  "
               CB-SHOW-MINUTES.

      *    THE FEED IS REWRITTEN WHOLE ON EVERY RUN, SO A RERUN
      *    AFTER FIXING EXCEPTIONS REPLACES THE EARLIER FILE.
       WRITE-FINANCE-FEED SECTION.
           MOVE 0 TO CB-FEED-COUNT.
           OPEN OUTPUT FEED-FILE.
           IF CF-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT CREATE CHGFEED. STATUS " CF-FILE-STATUS
               MOVE 1 TO CB-FEED-FAILED
           ELSE
               MOVE SPACES TO FEED-RECORD
               MOVE "H" TO CF-TYPE
               MOVE "ARCADE" TO CF-H-SOURCE
               MOVE CB-PERIOD TO CF-H-PERIOD
               MOVE CB-NOW(1:14) TO CF-H-CREATED
               PERFORM WRITE-FEED-RECORD
               PERFORM WRITE-FEED-DETAIL VARYING CB-SCAN FROM 1 BY 1
                   UNTIL CB-SCAN > CB-LINE-COUNT
               MOVE SPACES TO FEED-RECORD
               MOVE "T" TO CF-TYPE
               MOVE CB-PERIOD TO CF-T-PERIOD
               MOVE CB-FEED-COUNT TO CF-T-RECORDS
               MOVE CB-TOTAL-SESSIONS TO CF-T-SESSIONS
               MOVE CB-TOTAL-MINUTES TO CF-T-MINUTES
               MOVE CB-TOTAL-CHARGE TO CF-T-CHARGE
               PERFORM WRITE-FEED-RECORD
               CLOSE FEED-FILE
           END-IF.
           IF CB-FEED-FAILED = 1
               DISPLAY "CHGFEED IS INCOMPLETE - DO NOT SEND IT TO "
                   "FINANCE."
           END-IF.

       WRITE-FEED-DETAIL SECTION.
           SET CB-LINE-IX TO CB-SCAN.
           MOVE SPACES TO FEED-RECORD.
           MOVE "D" TO CF-TYPE.
           MOVE CB-PERIOD TO CF-D-PERIOD.
           MOVE CB-LINE-DEPT(CB-LINE-IX) TO CF-D-DEPT-CODE.
           MOVE CB-LINE-GAME(CB-LINE-IX) TO CF-D-GAME.
           MOVE CB-LINE-SESSIONS(CB-LINE-IX) TO CF-D-SESSIONS.
           MOVE CB-LINE-MINUTES(CB-LINE-IX) TO CF-D-MINUTES.
           MOVE CB-LINE-RATE(CB-LINE-IX) TO CF-D-HOUR-RATE.
           MOVE CB-LINE-CHARGE(CB-LINE-IX) TO CF-D-CHARGE.
           PERFORM WRITE-FEED-RECORD.
           IF CB-FEED-FAILED = 0
               ADD 1 TO CB-FEED-COUNT
           END-IF.

       WRITE-FEED-RECORD SECTION.
           IF CB-FEED-FAILED = 0
               WRITE FEED-RECORD
               IF CF-FILE-STATUS NOT = "00"
                   DISPLAY "CHGFEED WRITE FAILED. STATUS "
                       CF-FILE-STATUS
                   MOVE 1 TO CB-FEED-FAILED
               END-IF
           END-IF.

       PRINT-RUN-TOTALS SECTION.
           DISPLAY " ".
           DISPLAY "RECORDS READ:           " CB-READ-COUNT.
           DISPLAY "OUTSIDE THE PERIOD:     " CB-PERIOD-SKIPPED.
           DISPLAY "SESSIONS CHARGED:       " CB-CHARGED-COUNT.
           DISPLAY "SESSIONS NOT CHARGED:   " CB-EXCEPTION-COUNT
               " (" CB-EXCEPTION-MINUTES " MINUTES)".
           DISPLAY "SESSIONS FLAGGED:       " CB-FLAGGED-COUNT.
           IF CB-FEED-FAILED = 0
               DISPLAY "CHGFEED WRITTEN:        " CB-FEED-COUNT
                   " DETAIL RECORD(S) PLUS HEADER AND TRAILER."
           END-IF.
