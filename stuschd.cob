         03 M-SUB       PIC 9999 VALUE 0.
         03 HOLD-STUDENT-ID     PIC X(9) VALUE SPACES.
         03 HOLD-STUDENT-NAME   PIC X(25)        VALUE SPACES.
         03 HOLD-STANDING       PIC XX   VALUE SPACES.
         03 HOLD-ACAD-STATUS    PIC X    VALUE SPACES.
           88 HOLD-PROBATION            VALUE 'P'.
           88 HOLD-DEANS-LIST           VALUE 'D'.
         03 TOTAL-CREDIT-HOURS  PIC 999  VALUE 0.
         03 SCH-CT      PIC 99   VALUE 0.
         03 SCH-SUB     PIC 99   VALUE 0.
         03 P-SUB       PIC 99   VALUE 0.
         03 PARTNER-FOUND-SW    PIC X    VALUE 'N'.
           88 PARTNER-FOUND             VALUE 'Y'.
         03 PARTNER-KEY.
           05 PARTNER-ABB       PIC XXX.
           05 PARTNER-GROUP     PIC XX.
           05 PARTNER-ROLE      PIC X.
       01 HOLD-COURSE.
         03 HOLD-ABB    PIC XXX.
         03 HOLD-NUMB   PIC XXXX.
         03 HOLD-SEC    PIC XXX.
      ******************************************************************
      * DESCRIPTION OF COURSE MASTER RECORD - SAME AS TOTAL5 ***
      ******************************************************************
         03 C-SEATS-REMAINING   PIC S999.
         03 C-CLASSLIMIT        PIC 999.
         03 C-CREDIT-HOURS      PIC 99.
         03 C-LINK-ROLE PIC X.
           88 C-LINK-LECTURE            VALUE 'L'.
         03 C-STARTING-TIME.
           05 C-STARTING-HOUR   PIC 99.
           05 C-STARTING-MIN    PIC 99.
         03 C-LINK-GROUP        PIC XX.
         03 C-DAYS      PIC ZZZZZ9.
         03 C-LOCATION.
           05 C-BUILDING        PIC XX.
         03 SM-NAME     PIC X(25).
         03 SM-MAJOR    PIC X(10).
         03 SM-STANDING PIC XX.
         03 SM-ACAD-STATUS      PIC X.
         03 FILLER      PIC X(13).
      ******************************************************************
      * TABLE OF EVERY STUDENT ON THE STUDENT MASTER SO EACH         ***
      * SCHEDULE PAGE CAN CARRY THE STUDENT'S NAME                   ***
         03 SMT-ENTRY OCCURS 1000 TIMES INDEXED BY SMT-IDX.
           05 SMT-STUDENT-ID    PIC X(9).
           05 SMT-NAME          PIC X(25).
           05 SMT-STANDING      PIC XX.
           05 SMT-ACAD-STATUS   PIC X.
      ******************************************************************
      * THE ACTIVE SECTIONS OF THE STUDENT NOW BEING PRINTED, HELD   ***
      * SO EACH LINKED SECTION'S PARTNER CAN BE FOUND AMONG THEM     ***
      ******************************************************************
       01 SCHEDULE-TABLE.
         03 SCH-ENTRY OCCURS 50 TIMES INDEXED BY SCH-IDX.
           05 SCH-COURSE        PIC X(10).
      ******************************************************************
      * ENROLLMENT MASTER RECORD - SAME AS ENROLL ***
      ******************************************************************
         03 SH-STUDENT-ID       PIC X(9).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 SH-NAME     PIC X(25).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'STANDING: '.
         03 SH-STANDING PIC XX.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 SH-ACAD-DESC        PIC X(18).
       01 HEADING3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'CLASS'.
         03 FILLER      PIC X(8)        VALUE 'LOCATION'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'INSTRUCTOR'.
         03 FILLER      PIC X(17)       VALUE SPACES.
         03 FILLER      PIC X(11)       VALUE 'LINKED WITH'.
      ******************************************************************
      * SCHEDULE DETAIL LINE - ONE SECTION THE STUDENT IS ENROLLED IN *
      * - A LINKED SECTION SHOWS THE PARTNER SECTION THE STUDENT     ***
      * HOLDS, OR THAT THE STUDENT HOLDS NONE                        ***
      ******************************************************************
       01 SCHEDULE-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 SL-ROOM     PIC XXX.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 SL-INSTRUCTOR       PIC X(24).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 SL-LINKED.
           05 SL-LINK-ABB       PIC XXX.
           05 FILLER    PIC X           VALUE SPACES.
           05 SL-LINK-NUMB      PIC XXXX.
           05 FILLER    PIC X           VALUE SPACES.
           05 SL-LINK-SEC       PIC XXX.
         03 SL-LINK-DESC REDEFINES SL-LINKED
                        PIC X(12).
      ******************************************************************
      * PRINTED WHEN AN ENROLLMENT POINTS AT A SECTION THAT IS NO    ***
      * LONGER ON THE COURSE MASTER ***
           ADD 1 TO STU-MST-CT.
           MOVE SM-STUDENT-ID TO SMT-STUDENT-ID (STU-MST-CT).
           MOVE SM-NAME TO SMT-NAME (STU-MST-CT).
           MOVE SM-STANDING TO SMT-STANDING (STU-MST-CT).
           MOVE SM-ACAD-STATUS TO SMT-ACAD-STATUS (STU-MST-CT).
           PERFORM 840-READ-STUDENT-MASTER.
      ******************************************************************
      * PRINTS ONE STUDENT'S SCHEDULE PAGE - THE ENROLLMENT MASTER   ***
      * IS ALREADY IN STUDENT/COURSE ORDER SO EACH STUDENT'S         ***
      * SECTIONS ARRIVE TOGETHER.  THEY ARE GATHERED INTO THE        ***
      * SCHEDULE TABLE FIRST SO A LINKED SECTION CAN NAME A PARTNER  ***
      * THAT SORTS AFTER IT                                          ***
      ******************************************************************
       200-PRINT-STUDENT-SCHEDULE.
           MOVE ENR-STUDENT-ID TO HOLD-STUDENT-ID.
           MOVE 0 TO TOTAL-CREDIT-HOURS.
           MOVE 0 TO SCH-CT.
           PERFORM 210-LOAD-SCHEDULE-ENTRY
             UNTIL ENROLL-EOF OR ENR-STUDENT-ID NOT = HOLD-STUDENT-ID.
           PERFORM 225-SCHEDULE-HEADINGS.
           PERFORM 230-STUDENT-HEADER.
           PERFORM 300-PRINT-SECTION-LINE
             VARYING SCH-SUB FROM 1 BY 1 UNTIL SCH-SUB > SCH-CT.
           PERFORM 250-PRINT-CREDIT-TOTAL.
       210-LOAD-SCHEDULE-ENTRY.
           IF ENR-ACTIVE
             IF SCH-CT = 50
               DISPLAY 'STUSCHD - STUDENT ' HOLD-STUDENT-ID
                 ' EXCEEDS 50 SECTION TABLE CAPACITY, RUN ABORTED'
               STOP RUN
             END-IF
             ADD 1 TO SCH-CT
             MOVE ENR-COURSE TO SCH-COURSE (SCH-CT)
           END-IF.
           PERFORM 830-READ-ENROLLMENT-FILE.
      ******************************************************************
      * PRINTS THE STUDENT'S TOTAL CREDIT HOURS UNDER THE SCHEDULE -  *
      * THE SAME FIGURE ENROLL HOLDS THE STUDENT TO AT ADD TIME       *
      * PRINTS ONE SECTION ON THE STUDENT'S SCHEDULE ***
      ******************************************************************
       300-PRINT-SECTION-LINE.
           IF LINE-CT > 45
             PERFORM 225-SCHEDULE-HEADINGS
             PERFORM 230-STUDENT-HEADER.
           MOVE SCH-COURSE (SCH-SUB) TO HOLD-COURSE.
           PERFORM 360-LOOKUP-COURSE.
           IF COURSE-FOUND
             PERFORM 310-PRINT-FOUND-SECTION
           ELSE
             PERFORM 320-PRINT-MISSING-SECTION.
           ADD 1 TO LINE-CT.
       310-PRINT-FOUND-SECTION.
           IF C-CREDIT-HOURS NUMERIC
             ADD C-CREDIT-HOURS TO TOTAL-CREDIT-HOURS.
           MOVE C-BUILDING TO SL-BUILDING.
           MOVE C-ROOM TO SL-ROOM.
           MOVE C-INSTRUCTOR TO SL-INSTRUCTOR.
           MOVE SPACES TO SL-LINK-DESC.
           IF C-LINK-ROLE NOT = SPACE
             PERFORM 330-FIND-LINKED-PARTNER.
           WRITE PRINT-REC FROM SCHEDULE-LINE
             AFTER ADVANCING 1 LINE.
       320-PRINT-MISSING-SECTION.
           MOVE HOLD-ABB TO NF-ABB.
           MOVE HOLD-NUMB TO NF-NUMB.
           MOVE HOLD-SEC TO NF-SEC.
           WRITE PRINT-REC FROM NOT-FOUND-LINE
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * LOOKS THROUGH THE STUDENT'S OTHER SECTIONS FOR ONE OF THE    ***
      * SAME DEPARTMENT AND LINK GROUP HOLDING THE OTHER LINK ROLE - ***
      * THE FIRST ONE FOUND IS PRINTED AS THE LINKED PARTNER         ***
      ******************************************************************
       330-FIND-LINKED-PARTNER.
           MOVE C-ABB TO PARTNER-ABB.
           MOVE C-LINK-GROUP TO PARTNER-GROUP.
           IF C-LINK-LECTURE
             MOVE 'B' TO PARTNER-ROLE
             MOVE '*NO LAB*' TO SL-LINK-DESC
           ELSE
             MOVE 'L' TO PARTNER-ROLE
             MOVE '*NO LECTURE*' TO SL-LINK-DESC.
           MOVE 'N' TO PARTNER-FOUND-SW.
           PERFORM 335-SCAN-LINKED-PARTNER
             VARYING P-SUB FROM 1 BY 1
             UNTIL P-SUB > SCH-CT OR PARTNER-FOUND.
       335-SCAN-LINKED-PARTNER.
           IF SCH-COURSE (P-SUB) (1:3) = PARTNER-ABB
             MOVE SCH-COURSE (P-SUB) TO HOLD-COURSE
             PERFORM 360-LOOKUP-COURSE
             IF COURSE-FOUND
               AND C-LINK-GROUP = PARTNER-GROUP
               AND C-LINK-ROLE = PARTNER-ROLE
               MOVE 'Y' TO PARTNER-FOUND-SW
               MOVE SPACES TO SL-LINK-DESC
               MOVE C-ABB TO SL-LINK-ABB
               MOVE C-NUMB TO SL-LINK-NUMB
               MOVE C-SEC TO SL-LINK-SEC
             END-IF
           END-IF.
      ******************************************************************
      * TRUE IF HOLD-COURSE IS A REAL SECTION ON THE INDEXED COURSE  ***
      * MASTER - THE RECORD IS LEFT IN COURSE-DATA                    ***
      ******************************************************************
       360-LOOKUP-COURSE.
           MOVE HOLD-COURSE TO EMP-REC-KEY.
           READ COURSE-FILE INTO COURSE-DATA
             INVALID KEY MOVE 'N' TO COURSE-FOUND-SW
             NOT INVALID KEY MOVE 'Y' TO COURSE-FOUND-SW
           MOVE HOLD-STUDENT-ID TO SH-STUDENT-ID.
           PERFORM 340-SEARCH-STUDENT-MASTER.
           MOVE HOLD-STUDENT-NAME TO SH-NAME.
           MOVE HOLD-STANDING TO SH-STANDING.
           MOVE SPACES TO SH-ACAD-DESC.
           IF HOLD-PROBATION
             MOVE 'ACADEMIC PROBATION' TO SH-ACAD-DESC.
           IF HOLD-DEANS-LIST
             MOVE 'DEAN''S LIST' TO SH-ACAD-DESC.
           WRITE PRINT-REC FROM STUDENT-HEADER-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-REC.
       340-SEARCH-STUDENT-MASTER.
           MOVE 'N' TO STUDENT-ON-FILE-SW.
           MOVE '*NOT ON STUDENT MASTER*' TO HOLD-STUDENT-NAME.
           MOVE SPACES TO HOLD-STANDING HOLD-ACAD-STATUS.
           PERFORM 350-SCAN-STUDENT-MASTER
             VARYING M-SUB FROM 1 BY 1
             UNTIL M-SUB > STU-MST-CT OR STUDENT-ON-FILE.
       350-SCAN-STUDENT-MASTER.
           IF SMT-STUDENT-ID (M-SUB) = HOLD-STUDENT-ID
             MOVE 'Y' TO STUDENT-ON-FILE-SW
             MOVE SMT-NAME (M-SUB) TO HOLD-STUDENT-NAME
             MOVE SMT-STANDING (M-SUB) TO HOLD-STANDING
             MOVE SMT-ACAD-STATUS (M-SUB) TO HOLD-ACAD-STATUS.
      ******************************************************************
      * READS EACH INPUT FILE ***
      ******************************************************************
