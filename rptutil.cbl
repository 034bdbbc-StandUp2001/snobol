       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTUTIL.
      *REPORT SPOOL UTILITY. DAILYRPT, SESSRPT, LEAGUE, HALLFAME
      *AND THE TTTELO LISTING SPOOL EVERY RUN TO A DATED PRINT FILE
      *(<PROGRAM>.<YYYYMMDD>.<HHMMSSCC>) AND REGISTER IT IN
      *RPTINDEX. D LISTS THE INDEX FOR A RANGE OF RUN DATES, N
      *LISTS IT BY REPORT NAME (ONE PROGRAM OR ALL), R REPRINTS AN
      *ARCHIVED REPORT TO THE SCREEN BY ITS SPOOL FILE NAME (OR
      *THE LATEST RUN OF A PROGRAM), AND P IS THE RETENTION PURGE:
      *SPOOL FILES OLDER THAN THE DAYS TO KEEP ARE DELETED AND A
      *PURGED ENTRY IS APPENDED TO RPTINDEX SO THEY DROP OUT OF
      *THE LISTINGS. ONLY A SIGNED-ON SUPERVISOR OR ADMINISTRATOR
      *MAY PURGE; A REFUSED SIGN-ON IS WRITTEN TO SECLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "COPYBOOK/SPOOL/SELECT".
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS OM-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "COPYBOOK/SPOOL/FD".
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

       WORKING-STORAGE SECTION.
       COPY "COPYBOOK/SPOOL/DATA".
       01  OM-FILE-STATUS PIC X(2) VALUE SPACES.
       01  SE-FILE-STATUS PIC X(2) VALUE SPACES.
       01  RU-INDEX-EOF-SWITCH PIC 9 VALUE 0.
           88 RU-INDEX-EOF VALUE 1.
       01  RU-SPOOL-EOF-SWITCH PIC 9 VALUE 0.
           88 RU-SPOOL-EOF VALUE 1.

       01  RU-MODE PIC X VALUE SPACE.
       01  RU-FROM-DATE PIC X(8) VALUE SPACES.
       01  RU-TO-DATE PIC X(8) VALUE SPACES.
       01  RU-WANTED-PROGRAM PIC X(8) VALUE SPACES.
       01  RU-WANTED-NAME PIC X(30) VALUE SPACES.
       01  RU-MATCH-NAME PIC X(30) VALUE SPACES.
       01  RU-LAST-PROGRAM PIC X(8) VALUE SPACES.
       01  RU-CONFIRM PIC X VALUE SPACE.

      *    ONLY LIVE ENTRIES ARE HELD: A PURGED ENTRY TAKES ITS
      *    REPORT BACK OUT OF THE TABLE AS THE INDEX IS READ, SO THE
      *    TABLE ONLY HAS TO COVER THE RETENTION PERIOD.
       01  RU-ENTRY-MAX PIC 9(4) USAGE IS COMP VALUE 2000.
       01  RU-ENTRY-COUNT PIC 9(4) USAGE IS COMP VALUE 0.
       01  RU-ENTRY-TABLE.
           05 RU-ENTRY OCCURS 2000 TIMES.
               10 RU-SORT-KEY.
                   15 RU-PROGRAM PIC X(8).
                   15 RU-RUN-DATE PIC X(8).
                   15 RU-RUN-TIME PIC X(6).
               10 RU-PAGES PIC 9(4).
               10 RU-LINES PIC 9(6).
               10 RU-FILE-NAME PIC X(30).
               10 RU-TITLE PIC X(36).
       01  RU-SWAP-ENTRY PIC X(98) VALUE SPACES.
       01  RU-OVERFLOW PIC 9 VALUE 0.

       01  RU-SCAN PIC 9(4) USAGE IS COMP VALUE 0.
       01  RU-NEXT PIC 9(4) USAGE IS COMP VALUE 0.
       01  RU-FOUND-SLOT PIC 9(4) USAGE IS COMP VALUE 0.
       01  RU-SORT-I PIC 9(4) USAGE IS COMP VALUE 0.
       01  RU-SORT-J PIC 9(4) USAGE IS COMP VALUE 0.
       01  RU-SORT-LOW PIC 9(4) USAGE IS COMP VALUE 0.

       01  RU-LISTED-COUNT PIC 9(4) VALUE 0.
       01  RU-SHOW-PAGES PIC ZZZ9.
       01  RU-SHOW-LINES PIC ZZZZZ9.

      *    A REPORT IS KEPT THIS MANY DAYS UNLESS THE PURGE IS TOLD
      *    OTHERWISE.
       01  RU-DEFAULT-KEEP PIC X(3) VALUE "090".
       01  RU-KEEP-DAYS PIC X(3) VALUE SPACES.
       01  RU-KEEP-NUM REDEFINES RU-KEEP-DAYS PIC 9(3).
       01  RU-KEEP-HOLD PIC X(3) VALUE SPACES.
       01  RU-TODAY PIC 9(8) VALUE 0.
       01  RU-CUTOFF-NUM PIC 9(8) VALUE 0.
       01  RU-CUTOFF-DATE PIC X(8) VALUE SPACES.
       01  RU-PURGE-COUNT PIC 9(4) VALUE 0.
       01  RU-DELETED-COUNT PIC 9(4) VALUE 0.
       01  RU-MISSING-COUNT PIC 9(4) VALUE 0.
       01  RU-KEPT-COUNT PIC 9(4) VALUE 0.
       01  RU-GONE-SWITCH PIC 9 VALUE 0.
           88 RU-SPOOL-GONE VALUE 1.
       01  RU-DELETE-NAME PIC X(30) VALUE SPACES.
       01  RU-DELETE-RC PIC S9(9) USAGE IS COMP VALUE 0.

       01  RU-WHO PIC X(8) VALUE SPACES.
       01  RU-SECRET PIC X(8) VALUE SPACES.
       01  RU-STAMP PIC X(21) VALUE SPACES.
       01  RU-REFUSE-REASON PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       DISPLAY "==== REPORT SPOOL UTILITY ====".
       DISPLAY "MODE - D=LIST BY DATE N=LIST BY REPORT NAME".
       DISPLAY "       R=REPRINT P=PURGE OLD REPORTS: "
           WITH NO ADVANCING.
       ACCEPT RU-MODE.
       EVALUATE TRUE
           WHEN RU-MODE = "D" OR RU-MODE = "d"
               PERFORM ACCEPT-DATE-RANGE
               PERFORM LOAD-REPORT-INDEX
               PERFORM LIST-BY-DATE
           WHEN RU-MODE = "N" OR RU-MODE = "n"
               DISPLAY "REPORT (PROGRAM NAME, BLANK FOR ALL): "
                   WITH NO ADVANCING
               ACCEPT RU-WANTED-PROGRAM
               PERFORM LOAD-REPORT-INDEX
               PERFORM SORT-BY-NAME
               PERFORM LIST-BY-NAME
           WHEN RU-MODE = "R" OR RU-MODE = "r"
               DISPLAY "SPOOL FILE NAME (OR A PROGRAM NAME FOR ITS "
                   "LATEST REPORT): " WITH NO ADVANCING
               ACCEPT RU-WANTED-NAME
               PERFORM LOAD-REPORT-INDEX
               PERFORM REPRINT-REPORT
           WHEN RU-MODE = "P" OR RU-MODE = "p"
               PERFORM SIGN-ON-CHECK
               PERFORM ACCEPT-RETENTION
               PERFORM LOAD-REPORT-INDEX
               PERFORM PURGE-OLD-REPORTS
           WHEN OTHER
               DISPLAY "MODE MUST BE D, N, R OR P. NOTHING DONE."
       END-EVALUATE.
       STOP RUN.

       COPY "COPYBOOK/SPOOL/FUNCTIONS".

       ACCEPT-DATE-RANGE SECTION.
           DISPLAY "FROM RUN DATE (YYYYMMDD, BLANK FOR ALL): "
               WITH NO ADVANCING.
           ACCEPT RU-FROM-DATE.
           IF RU-FROM-DATE = SPACES
               MOVE "00000000" TO RU-FROM-DATE
           END-IF.
           DISPLAY "TO RUN DATE (YYYYMMDD, BLANK FOR ALL): "
               WITH NO ADVANCING.
           ACCEPT RU-TO-DATE.
           IF RU-TO-DATE = SPACES
               MOVE "99999999" TO RU-TO-DATE
           END-IF.
           IF RU-FROM-DATE NOT NUMERIC OR RU-TO-DATE NOT NUMERIC
               DISPLAY "DATES MUST BE 8 DIGIT DATES. NOTHING DONE."
               STOP RUN
           END-IF.

      *    RPTINDEX IS READ FRONT TO BACK, SO THE TABLE IS IN THE
      *    ORDER THE REPORTS FINISHED.
       LOAD-REPORT-INDEX SECTION.
           MOVE 0 TO RU-ENTRY-COUNT.
           MOVE 0 TO RU-INDEX-EOF-SWITCH.
           OPEN INPUT SPOOL_INDEX_FILE.
           IF SPOOL_INDEX_STATUS NOT = "00"
               DISPLAY "NO RPTINDEX ON FILE (STATUS "
                   SPOOL_INDEX_STATUS "). NO REPORTS SPOOLED YET."
               STOP RUN
           END-IF.
           PERFORM READ-INDEX-ENTRY UNTIL RU-INDEX-EOF.
           CLOSE SPOOL_INDEX_FILE.
           IF RU-OVERFLOW = 1
               DISPLAY "WARNING: MORE THAN 2000 LIVE REPORTS IN "
                   "RPTINDEX - LATER ONES ARE NOT SHOWN. RUN THE "
                   "PURGE."
           END-IF.

       READ-INDEX-ENTRY SECTION.
           READ SPOOL_INDEX_FILE
               AT END
                   MOVE 1 TO RU-INDEX-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN SPOOL_IX_REGISTERED
                           PERFORM STORE-INDEX-ENTRY
                       WHEN SPOOL_IX_PURGED
                           PERFORM DROP-PURGED-ENTRY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       STORE-INDEX-ENTRY SECTION.
           IF RU-ENTRY-COUNT < RU-ENTRY-MAX
               ADD 1 TO RU-ENTRY-COUNT
               MOVE SPOOL_IX_PROGRAM TO RU-PROGRAM(RU-ENTRY-COUNT)
               MOVE SPOOL_IX_RUN_DATE TO RU-RUN-DATE(RU-ENTRY-COUNT)
               MOVE SPOOL_IX_RUN_TIME TO RU-RUN-TIME(RU-ENTRY-COUNT)
               MOVE SPOOL_IX_PAGES TO RU-PAGES(RU-ENTRY-COUNT)
               MOVE SPOOL_IX_LINES TO RU-LINES(RU-ENTRY-COUNT)
               MOVE SPOOL_IX_FILE_NAME TO
                   RU-FILE-NAME(RU-ENTRY-COUNT)
               MOVE SPOOL_IX_TITLE TO RU-TITLE(RU-ENTRY-COUNT)
           ELSE
               MOVE 1 TO RU-OVERFLOW
           END-IF.

       DROP-PURGED-ENTRY SECTION.
           MOVE SPOOL_IX_FILE_NAME TO RU-MATCH-NAME.
           PERFORM FIND-ENTRY-BY-FILE.
           IF RU-FOUND-SLOT NOT = 0
               PERFORM CLOSE-UP-ENTRY VARYING RU-SCAN FROM
                   RU-FOUND-SLOT BY 1 UNTIL RU-SCAN >= RU-ENTRY-COUNT
               SUBTRACT 1 FROM RU-ENTRY-COUNT
           END-IF.

       CLOSE-UP-ENTRY SECTION.
           ADD RU-SCAN 1 GIVING RU-NEXT.
           MOVE RU-ENTRY(RU-NEXT) TO RU-ENTRY(RU-SCAN).

       FIND-ENTRY-BY-FILE SECTION.
           MOVE 0 TO RU-FOUND-SLOT.
           PERFORM MATCH-ENTRY-FILE VARYING RU-SCAN FROM 1 BY 1
               UNTIL RU-SCAN > RU-ENTRY-COUNT OR RU-FOUND-SLOT NOT = 0.

       MATCH-ENTRY-FILE SECTION.
           IF RU-FILE-NAME(RU-SCAN) = RU-MATCH-NAME
               MOVE RU-SCAN TO RU-FOUND-SLOT
           END-IF.

       SHOW-LIST-HEADING SECTION.
           DISPLAY " ".
           DISPLAY "PROGRAM   RUN DATE  TIME    PAGE   LINES  "
               "SPOOL FILE".
           MOVE 0 TO RU-LISTED-COUNT.

       SHOW-INDEX-ENTRY SECTION.
           ADD 1 TO RU-LISTED-COUNT.
           MOVE RU-PAGES(RU-SCAN) TO RU-SHOW-PAGES.
           MOVE RU-LINES(RU-SCAN) TO RU-SHOW-LINES.
           DISPLAY RU-PROGRAM(RU-SCAN) "  " RU-RUN-DATE(RU-SCAN)
               "  " RU-RUN-TIME(RU-SCAN) "  " RU-SHOW-PAGES "  "
               RU-SHOW-LINES "  " RU-FILE-NAME(RU-SCAN)(1:26).

       LIST-BY-DATE SECTION.
           PERFORM SHOW-LIST-HEADING.
           PERFORM LIST-ONE-BY-DATE VARYING RU-SCAN FROM 1 BY 1
               UNTIL RU-SCAN > RU-ENTRY-COUNT.
           DISPLAY RU-LISTED-COUNT " REPORT(S) RUN FROM "
               RU-FROM-DATE " TO " RU-TO-DATE ".".

       LIST-ONE-BY-DATE SECTION.
           IF RU-RUN-DATE(RU-SCAN) NOT < RU-FROM-DATE AND
               RU-RUN-DATE(RU-SCAN) NOT > RU-TO-DATE
               PERFORM SHOW-INDEX-ENTRY
           END-IF.

      *    SELECTION SORT ON PROGRAM, THEN RUN DATE AND TIME, THE
      *    WAY THE HALL OF FAME ORDERS ITS TABLE.
       SORT-BY-NAME SECTION.
           IF RU-ENTRY-COUNT > 1
               PERFORM NAME-SORT-ONE VARYING RU-SORT-I FROM 1 BY 1
                   UNTIL RU-SORT-I >= RU-ENTRY-COUNT
           END-IF.

       NAME-SORT-ONE SECTION.
           MOVE RU-SORT-I TO RU-SORT-LOW.
           ADD RU-SORT-I 1 GIVING RU-SORT-J.
           PERFORM NAME-FIND-LOWER VARYING RU-SORT-J FROM
               RU-SORT-J BY 1 UNTIL RU-SORT-J > RU-ENTRY-COUNT.
           IF RU-SORT-LOW NOT = RU-SORT-I
               MOVE RU-ENTRY(RU-SORT-LOW) TO RU-SWAP-ENTRY
               MOVE RU-ENTRY(RU-SORT-I) TO RU-ENTRY(RU-SORT-LOW)
               MOVE RU-SWAP-ENTRY TO RU-ENTRY(RU-SORT-I)
           END-IF.

       NAME-FIND-LOWER SECTION.
           IF RU-SORT-KEY(RU-SORT-J) < RU-SORT-KEY(RU-SORT-LOW)
               MOVE RU-SORT-J TO RU-SORT-LOW
           END-IF.

       LIST-BY-NAME SECTION.
           PERFORM SHOW-LIST-HEADING.
           MOVE SPACES TO RU-LAST-PROGRAM.
           PERFORM LIST-ONE-BY-NAME VARYING RU-SCAN FROM 1 BY 1
               UNTIL RU-SCAN > RU-ENTRY-COUNT.
           DISPLAY " ".
           DISPLAY RU-LISTED-COUNT " REPORT(S) LISTED.".

       LIST-ONE-BY-NAME SECTION.
           IF RU-WANTED-PROGRAM = SPACES OR
               RU-PROGRAM(RU-SCAN) = RU-WANTED-PROGRAM
               IF RU-PROGRAM(RU-SCAN) NOT = RU-LAST-PROGRAM
                   MOVE RU-PROGRAM(RU-SCAN) TO RU-LAST-PROGRAM
                   DISPLAY " "
                   DISPLAY RU-PROGRAM(RU-SCAN) " - "
                       RU-TITLE(RU-SCAN)
               END-IF
               PERFORM SHOW-INDEX-ENTRY
           END-IF.

      *    A BARE PROGRAM NAME MEANS ITS MOST RECENT REPORT: THE
      *    LAST MATCH IN INDEX ORDER.
       REPRINT-REPORT SECTION.
           MOVE RU-WANTED-NAME TO RU-MATCH-NAME.
           PERFORM FIND-ENTRY-BY-FILE.
           IF RU-FOUND-SLOT = 0 AND RU-WANTED-NAME(9:22) = SPACES
               PERFORM MATCH-LATEST-PROGRAM VARYING RU-SCAN FROM 1
                   BY 1 UNTIL RU-SCAN > RU-ENTRY-COUNT
           END-IF.
           IF RU-FOUND-SLOT = 0
               DISPLAY "NO REPORT " RU-WANTED-NAME
               DISPLAY "IS IN THE REPORT INDEX (OR IT HAS BEEN "
                   "PURGED)."
           ELSE
               MOVE RU-FILE-NAME(RU-FOUND-SLOT) TO SPOOL_FILE_NAME
               MOVE 0 TO RU-SPOOL-EOF-SWITCH
               OPEN INPUT SPOOL_FILE
               IF SPOOL_FILE_STATUS NOT = "00"
                   DISPLAY "SPOOL FILE " SPOOL_FILE_NAME
                   DISPLAY "CANNOT BE READ (STATUS "
                       SPOOL_FILE_STATUS ")."
               ELSE
                   DISPLAY " "
                   PERFORM REPRINT-ONE-LINE UNTIL RU-SPOOL-EOF
                   CLOSE SPOOL_FILE
               END-IF
           END-IF.

       MATCH-LATEST-PROGRAM SECTION.
           IF RU-PROGRAM(RU-SCAN) = RU-WANTED-NAME(1:8)
               MOVE RU-SCAN TO RU-FOUND-SLOT
           END-IF.

      *    NO SPOOL IS OPEN FOR OUTPUT HERE, SO SPOOL_PRINT ONLY
      *    SHOWS THE ARCHIVED LINE.
       REPRINT-ONE-LINE SECTION.
           READ SPOOL_FILE INTO SPOOL_LINE
               AT END
                   MOVE 1 TO RU-SPOOL-EOF-SWITCH
               NOT AT END
                   PERFORM SPOOL_PRINT
           END-READ.

      *    THE PURGE DELETES ARCHIVED REPORTS, SO THE USER ID MUST
      *    BE AN ACTIVE SUPERVISOR OR ADMINISTRATOR THAT KNOWS ITS
      *    SIGN-ON SECRET, AS FOR THE HISCORE PURGE.
       SIGN-ON-CHECK SECTION.
           ACCEPT RU-WHO FROM ENVIRONMENT "USER".
           IF RU-WHO = SPACES
               MOVE "OPERATOR" TO RU-WHO
           END-IF.
           DISPLAY "SIGN-ON SECRET FOR " RU-WHO ": "
               WITH NO ADVANCING.
           ACCEPT RU-SECRET.
           MOVE SPACES TO RU-REFUSE-REASON.
           OPEN INPUT OPERATOR-FILE.
           IF OM-FILE-STATUS NOT = "00"
               MOVE "NO OPERATOR MASTER" TO RU-REFUSE-REASON
           ELSE
               MOVE RU-WHO TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "NOT REGISTERED" TO RU-REFUSE-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OP-ACTIVE NOT = "A"
                               MOVE "DEACTIVATED" TO RU-REFUSE-REASON
                           WHEN OP-SECRET = SPACES OR
                               OP-SECRET NOT = RU-SECRET
                               MOVE "WRONG SIGN-ON SECRET"
                                   TO RU-REFUSE-REASON
                           WHEN OP-ROLE NOT = "S" AND
                               OP-ROLE NOT = "A"
                               MOVE "NOT A SUPERVISOR"
                                   TO RU-REFUSE-REASON
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.
           IF RU-REFUSE-REASON NOT = SPACES
               PERFORM LOG-SECURITY-REFUSAL
               DISPLAY "RPTUTIL PURGE REFUSED FOR " RU-WHO ": "
                   RU-REFUSE-REASON
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
               MOVE FUNCTION CURRENT-DATE TO RU-STAMP
               MOVE RU-STAMP(1:14) TO SE-STAMP
               MOVE "RPTUTIL" TO SE-PROGRAM
               MOVE RU-WHO TO SE-OPERATOR
               MOVE RU-REFUSE-REASON TO SE-REASON
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           END-IF.

      *    REPORTS RUN BEFORE TODAY LESS THE DAYS TO KEEP ARE
      *    PURGED; ZERO KEEPS ONLY TODAY'S.
       ACCEPT-RETENTION SECTION.
           DISPLAY "DAYS OF REPORTS TO KEEP (BLANK FOR "
               RU-DEFAULT-KEEP "): " WITH NO ADVANCING.
           ACCEPT RU-KEEP-DAYS.
           IF RU-KEEP-DAYS = SPACES
               MOVE RU-DEFAULT-KEEP TO RU-KEEP-DAYS
           END-IF.
           PERFORM RIGHT-SHIFT-KEEP
               UNTIL RU-KEEP-DAYS(3:1) NOT = SPACE.
           INSPECT RU-KEEP-DAYS REPLACING LEADING SPACE BY "0".
           IF RU-KEEP-DAYS NOT NUMERIC
               DISPLAY "DAYS TO KEEP MUST BE A NUMBER. NOTHING DONE."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RU-TODAY.
           COMPUTE RU-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RU-TODAY) - RU-KEEP-NUM).
           MOVE RU-CUTOFF-NUM TO RU-CUTOFF-DATE.

       RIGHT-SHIFT-KEEP SECTION.
           MOVE RU-KEEP-DAYS TO RU-KEEP-HOLD.
           MOVE SPACE TO RU-KEEP-DAYS(1:1).
           MOVE RU-KEEP-HOLD(1:2) TO RU-KEEP-DAYS(2:2).

      *    EACH PURGED REPORT IS APPENDED TO RPTINDEX AS A P ENTRY
      *    RATHER THAN THE INDEX BEING REWRITTEN, SO A REPORT
      *    REGISTERING WHILE THE PURGE RUNS IS NEVER LOST.
       PURGE-OLD-REPORTS SECTION.
           MOVE 0 TO RU-PURGE-COUNT.
           PERFORM COUNT-PURGE-CANDIDATE VARYING RU-SCAN FROM 1 BY 1
               UNTIL RU-SCAN > RU-ENTRY-COUNT.
           IF RU-PURGE-COUNT = 0
               DISPLAY "NO REPORTS RUN BEFORE " RU-CUTOFF-DATE
                   ". NOTHING TO PURGE."
           ELSE
               DISPLAY RU-PURGE-COUNT " REPORT(S) RUN BEFORE "
                   RU-CUTOFF-DATE " WILL BE DELETED."
               DISPLAY "PROCEED (Y/N): " WITH NO ADVANCING
               ACCEPT RU-CONFIRM
               IF RU-CONFIRM = "Y" OR RU-CONFIRM = "y"
                   PERFORM DELETE-OLD-REPORTS
               ELSE
                   DISPLAY "NOTHING PURGED."
               END-IF
           END-IF.

       COUNT-PURGE-CANDIDATE SECTION.
           IF RU-RUN-DATE(RU-SCAN) < RU-CUTOFF-DATE
               ADD 1 TO RU-PURGE-COUNT
           END-IF.

       DELETE-OLD-REPORTS SECTION.
           OPEN EXTEND SPOOL_INDEX_FILE.
           IF SPOOL_INDEX_STATUS NOT = "00"
               DISPLAY "CANNOT OPEN RPTINDEX. STATUS "
                   SPOOL_INDEX_STATUS ". NOTHING PURGED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO RU-DELETED-COUNT.
           MOVE 0 TO RU-MISSING-COUNT.
           MOVE 0 TO RU-KEPT-COUNT.
           PERFORM PURGE-ONE-REPORT VARYING RU-SCAN FROM 1 BY 1
               UNTIL RU-SCAN > RU-ENTRY-COUNT.
           CLOSE SPOOL_INDEX_FILE.
           DISPLAY RU-DELETED-COUNT " SPOOL FILE(S) DELETED.".
           IF RU-MISSING-COUNT > 0
               DISPLAY RU-MISSING-COUNT " WERE ALREADY GONE; THEIR "
                   "INDEX ENTRIES ARE MARKED PURGED AS WELL."
           END-IF.
           IF RU-KEPT-COUNT > 0
               DISPLAY RU-KEPT-COUNT " COULD NOT BE DELETED AND STAY "
                   "LISTED; THE NEXT PURGE WILL TRY THEM AGAIN."
           END-IF.

      *    A SPOOL FILE IS ONLY MARKED PURGED ONCE IT IS REALLY
      *    GONE: DELETED NOW, OR NOT THERE TO OPEN (STATUS 35). ONE
      *    THAT COULD NOT BE DELETED FOR ANY OTHER REASON KEEPS ITS
      *    LIVE INDEX ENTRY, SO IT IS STILL LISTED AND RETRIED.
       PURGE-ONE-REPORT SECTION.
           IF RU-RUN-DATE(RU-SCAN) < RU-CUTOFF-DATE
               MOVE RU-FILE-NAME(RU-SCAN) TO RU-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING RU-DELETE-NAME
               MOVE RETURN-CODE TO RU-DELETE-RC
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO RU-GONE-SWITCH
               IF RU-DELETE-RC = 0
                   ADD 1 TO RU-DELETED-COUNT
                   MOVE 1 TO RU-GONE-SWITCH
               ELSE
                   PERFORM PROBE-SPOOL-FILE
               END-IF
               IF RU-SPOOL-GONE
                   PERFORM MARK-REPORT-PURGED
               END-IF
           END-IF.

       PROBE-SPOOL-FILE SECTION.
           MOVE RU-DELETE-NAME TO SPOOL_FILE_NAME.
           OPEN INPUT SPOOL_FILE.
           IF SPOOL_FILE_STATUS = "35"
               ADD 1 TO RU-MISSING-COUNT
               MOVE 1 TO RU-GONE-SWITCH
           ELSE
               IF SPOOL_FILE_STATUS = "00"
                   CLOSE SPOOL_FILE
               END-IF
               ADD 1 TO RU-KEPT-COUNT
               DISPLAY RU-DELETE-NAME " NOT DELETED (OPEN STATUS "
                   SPOOL_FILE_STATUS ")."
           END-IF.

       MARK-REPORT-PURGED SECTION.
           MOVE SPACES TO SPOOL_INDEX_RECORD.
           MOVE "P" TO SPOOL_IX_TYPE.
           MOVE RU-PROGRAM(RU-SCAN) TO SPOOL_IX_PROGRAM.
           MOVE RU-RUN-DATE(RU-SCAN) TO SPOOL_IX_RUN_DATE.
           MOVE RU-RUN-TIME(RU-SCAN) TO SPOOL_IX_RUN_TIME.
           MOVE RU-PAGES(RU-SCAN) TO SPOOL_IX_PAGES.
           MOVE RU-LINES(RU-SCAN) TO SPOOL_IX_LINES.
           MOVE RU-FILE-NAME(RU-SCAN) TO SPOOL_IX_FILE_NAME.
           STRING "PURGED " RU-TODAY " BY " RU-WHO
               DELIMITED BY SIZE INTO SPOOL_IX_TITLE.
           WRITE SPOOL_INDEX_RECORD.
