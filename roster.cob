           88 STUDENT-ON-FILE           VALUE 'Y'.
         03 HOLD-STUDENT-ID     PIC X(9) VALUE SPACES.
         03 HOLD-STUDENT-NAME   PIC X(25)        VALUE SPACES.
         03 HOLD-STANDING       PIC XX   VALUE SPACES.
      ******************************************************************
      * DESCRIPTION OF COURSE MASTER RECORD - SAME AS TOTAL5 ***
      ******************************************************************
         03 SM-NAME     PIC X(25).
         03 SM-MAJOR    PIC X(10).
         03 SM-STANDING PIC XX.
         03 SM-ACAD-STATUS      PIC X.
         03 FILLER      PIC X(13).
      ******************************************************************
      * TABLE OF EVERY STUDENT ON THE STUDENT MASTER SO EACH         ***
      * ENROLLED ID CAN BE PRINTED WITH THE STUDENT'S NAME           ***
         03 SMT-ENTRY OCCURS 1000 TIMES INDEXED BY SMT-IDX.
           05 SMT-STUDENT-ID    PIC X(9).
           05 SMT-NAME          PIC X(25).
           05 SMT-STANDING      PIC XX.
      ******************************************************************
      * ENROLLMENT MASTER RECORD - SAME AS ENROLL ***
      ******************************************************************
         03 FILLER      PIC X(10)       VALUE 'STUDENT ID'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'NAME'.
         03 FILLER      PIC X(25)       VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'STANDING'.
      ******************************************************************
      * ROSTER DETAIL LINE - ONE ENROLLED STUDENT ***
      ******************************************************************
         03 SL-STUDENT-ID       PIC X(9).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 SL-NAME     PIC X(25).
         03 FILLER      PIC X(7)        VALUE SPACES.
         03 SL-STANDING PIC XX.
      ******************************************************************
      * SECTION COUNT LINE - COMPARED AGAINST THE CLASS LIMIT ***
      ******************************************************************
           ADD 1 TO STU-MST-CT.
           MOVE SM-STUDENT-ID TO SMT-STUDENT-ID (STU-MST-CT).
           MOVE SM-NAME TO SMT-NAME (STU-MST-CT).
           MOVE SM-STANDING TO SMT-STANDING (STU-MST-CT).
           PERFORM 840-READ-STUDENT-MASTER.
      ******************************************************************
      * PRINTS ONE SECTION'S ROSTER PAGE - THE SECTION HEADER, EVERY ***
             PERFORM 320-SEARCH-STUDENT-MASTER
             MOVE ENR-STUDENT-ID TO SL-STUDENT-ID
             MOVE HOLD-STUDENT-NAME TO SL-NAME
             MOVE HOLD-STANDING TO SL-STANDING
             WRITE PRINT-REC FROM STUDENT-LINE
               AFTER ADVANCING 1 LINE
             ADD 1 TO LINE-CT
       320-SEARCH-STUDENT-MASTER.
           MOVE 'N' TO STUDENT-ON-FILE-SW.
           MOVE '*NOT ON STUDENT MASTER*' TO HOLD-STUDENT-NAME.
           MOVE SPACES TO HOLD-STANDING.
           PERFORM 330-SCAN-STUDENT-MASTER
             VARYING M-SUB FROM 1 BY 1
             UNTIL M-SUB > STU-MST-CT OR STUDENT-ON-FILE.
       330-SCAN-STUDENT-MASTER.
           IF SMT-STUDENT-ID (M-SUB) = HOLD-STUDENT-ID
             MOVE 'Y' TO STUDENT-ON-FILE-SW
             MOVE SMT-NAME (M-SUB) TO HOLD-STUDENT-NAME
             MOVE SMT-STANDING (M-SUB) TO HOLD-STANDING.
      ******************************************************************
      * PRINTS THE ENROLLED COUNT AGAINST THE CLASS LIMIT - FLAGS    ***
      * A SECTION THAT HAS SOMEHOW GONE OVER ITS LIMIT               ***
