           88 STUDENT-ON-FILE           VALUE 'Y'.
         03 HOLD-STUDENT-ID     PIC X(9) VALUE SPACES.
         03 HOLD-STUDENT-NAME   PIC X(25)        VALUE SPACES.
         03 HOLD-STANDING       PIC XX   VALUE SPACES.
         03 NOTICE-CT   PIC 9999 VALUE 0.
         03 EVENT-CT    PIC 9999 VALUE 0.
      ******************************************************************
         03 SM-NAME     PIC X(25).
         03 SM-MAJOR    PIC X(10).
         03 SM-STANDING PIC XX.
         03 SM-ACAD-STATUS      PIC X.
         03 FILLER      PIC X(13).
      ******************************************************************
      * TABLE OF EVERY STUDENT ON THE STUDENT MASTER SO EACH NOTICE  ***
      * CAN BE ADDRESSED BY NAME ***
         03 SMT-ENTRY OCCURS 1000 TIMES INDEXED BY SMT-IDX.
           05 SMT-STUDENT-ID    PIC X(9).
           05 SMT-NAME          PIC X(25).
           05 SMT-STANDING      PIC XX.
      ******************************************************************
      * NOTICE PAGE PRINT LINES ***
      ******************************************************************
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(12)       VALUE 'STUDENT ID: '.
         03 AD-STUDENT-ID       PIC X(9).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(7)        VALUE 'CLASS: '.
         03 AD-STANDING PIC XX.
       01 INTRO-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(55)       VALUE
           ADD 1 TO STU-MST-CT.
           MOVE SM-STUDENT-ID TO SMT-STUDENT-ID (STU-MST-CT).
           MOVE SM-NAME TO SMT-NAME (STU-MST-CT).
           MOVE SM-STANDING TO SMT-STANDING (STU-MST-CT).
           PERFORM 840-READ-STUDENT-MASTER.
      ******************************************************************
      * RESEQUENCES THE NIGHT'S NOTIFICATIONS INTO STUDENT ID ORDER  ***
           MOVE HOLD-STUDENT-ID TO AD-STUDENT-ID.
           PERFORM 340-SEARCH-STUDENT-MASTER.
           MOVE HOLD-STUDENT-NAME TO AD-NAME.
           MOVE HOLD-STANDING TO AD-STANDING.
           WRITE PRINT-REC FROM ADDRESS-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-REC.
       340-SEARCH-STUDENT-MASTER.
           MOVE 'N' TO STUDENT-ON-FILE-SW.
           MOVE '*NOT ON STUDENT MASTER*' TO HOLD-STUDENT-NAME.
           MOVE SPACES TO HOLD-STANDING.
           PERFORM 350-SCAN-STUDENT-MASTER
             VARYING M-SUB FROM 1 BY 1
             UNTIL M-SUB > STU-MST-CT OR STUDENT-ON-FILE.
       350-SCAN-STUDENT-MASTER.
           IF SMT-STUDENT-ID (M-SUB) = HOLD-STUDENT-ID
             MOVE 'Y' TO STUDENT-ON-FILE-SW
             MOVE SMT-NAME (M-SUB) TO HOLD-STUDENT-NAME
             MOVE SMT-STANDING (M-SUB) TO HOLD-STANDING.
      ******************************************************************
      * STARTS THE NOTIFY FILE FRESH SO TOMORROW'S RUN ONLY CARRIES  ***
      * TOMORROW'S EVENTS ***
