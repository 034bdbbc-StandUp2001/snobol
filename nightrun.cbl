       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN.
      *DRIVER FOR THE NIGHTLY BATCH SUITE. RUNS THE SNKCUT LOG
      *CUTOVER, THE SNKSCAN PLAUSIBILITY SCAN, NIGHTAUD, LEAGUE,
      *THE BADGEAWD BADGE AWARDS (AFTER LEAGUE, SO A SEASON JUST
      *CLOSED TO SEASHIST IS JUDGED THE SAME NIGHT), DAILYRPT AND
      *THE BKUPUTIL EXPORT IN THAT FIXED ORDER (EACH SHELLED OUT
      *THE WAY ARCADE LAUNCHES A GAME), WRITING ONE
      *JOBCTL RECORD PER STEP WITH START, END AND OUTCOME. ON A
      *RERUN THE STEPS ALREADY MARKED OK FOR TONIGHT ARE SKIPPED
      *AND THE SUITE RESUMES AT THE ONE THAT FAILED. THE EXPORT IS
       01  AU-EOF-SWITCH PIC 9 VALUE 0.
           88 AU-EOF VALUE 1.

       01  JB-STEP-MAX PIC 9(1) USAGE IS COMP VALUE 7.
       01  JB-STEP-TABLE.
           05 JB-STEP-ENTRY OCCURS 7 TIMES INDEXED BY JB-STEP-IX.
               10 JB-STEP-NAME PIC X(8).
               10 JB-STEP-COMMAND PIC X(40).
               10 JB-STEP-DONE PIC 9(1).
       BUILD-STEP-TABLE SECTION.
           MOVE "SNKCUT" TO JB-STEP-NAME(1).
           MOVE "snkcut" TO JB-STEP-COMMAND(1).
           MOVE "SNKSCAN" TO JB-STEP-NAME(2).
           MOVE "snkscan" TO JB-STEP-COMMAND(2).
           MOVE "NIGHTAUD" TO JB-STEP-NAME(3).
           MOVE "nightaud" TO JB-STEP-COMMAND(3).
           MOVE "LEAGUE" TO JB-STEP-NAME(4).
           MOVE "league" TO JB-STEP-COMMAND(4).
           MOVE "BADGEAWD" TO JB-STEP-NAME(5).
           MOVE "badgeawd" TO JB-STEP-COMMAND(5).
           MOVE "DAILYRPT" TO JB-STEP-NAME(6).
           MOVE "dailyrpt" TO JB-STEP-COMMAND(6).
           MOVE "BKUPEXP" TO JB-STEP-NAME(7).
           MOVE "printf 'E\nB\n' | bkuputil" TO JB-STEP-COMMAND(7).
           PERFORM CLEAR-STEP-DONE VARYING JB-SCAN FROM 1 BY 1
               UNTIL JB-SCAN > JB-STEP-MAX.

