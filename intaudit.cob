       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-REC-KEY.
         SELECT STUDENT-MASTER-FILE ASSIGN TO 'DA-S-STUMST'.
         SELECT ROOM-MASTER-FILE ASSIGN TO 'DA-S-ROOMMST'.
         SELECT ENROLLMENT-FILE ASSIGN TO 'DA-S-ENROLL'.
         SELECT WAITLIST-FILE ASSIGN TO 'DA-S-WAITL'.
         SELECT OPTIONAL PREREQ-FILE ASSIGN TO 'DA-S-PREREQ'.
         SELECT OPTIONAL GRADE-HISTORY-FILE ASSIGN TO 'DA-S-GRDHIST'.
         SELECT PRINT-FILE ASSIGN TO 'UR-S-INTAUD'.
         SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'DA-S-RUNCTL'.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE STANDARD.
       01 EMP-REC.
         03 EMP-REC-KEY PIC X(10).
         03 FILLER      PIC X(70).
       FD STUDENT-MASTER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 STUDENT-MASTER-REC PIC X(60).
       FD ROOM-MASTER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 ROOM-MASTER-REC PIC X(20).
       FD ENROLLMENT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 ENROLLMENT-REC PIC X(20).
       FD WAITLIST-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 WAITLIST-REC PIC X(20).
       FD PREREQ-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 PREREQ-REC PIC X(20).
       FD GRADE-HISTORY-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 GRADE-HISTORY-REC PIC X(27).
       FD PRINT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 PRINT-REC PIC X(132).
       FD RUN-CONTROL-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 RUN-CONTROL-REC PIC X(60).
       WORKING-STORAGE SECTION.
       01 MISC.
         03 EOF         PIC X    VALUE 'N'.
           88 COURSE-EOF         VALUE 'Y'.
         03 EOF2        PIC X    VALUE 'N'.
           88 STUDENT-MASTER-EOF VALUE 'Y'.
         03 EOF3        PIC X    VALUE 'N'.
           88 ROOM-MASTER-EOF    VALUE 'Y'.
         03 EOF4        PIC X    VALUE 'N'.
           88 ENROLL-EOF         VALUE 'Y'.
         03 EOF5        PIC X    VALUE 'N'.
           88 WAITLIST-EOF       VALUE 'Y'.
         03 EOF6        PIC X    VALUE 'N'.
           88 PREREQ-EOF         VALUE 'Y'.
         03 EOF7        PIC X    VALUE 'N'.
           88 GRADE-HISTORY-EOF  VALUE 'Y'.
         03 LINE-CT     PIC 99   VALUE 0.
         03 PAGE-CT     PIC 9999 VALUE '0001'.
         03 STU-MST-CT  PIC 9999 VALUE 0.
         03 CRS-CT      PIC 9999 VALUE 0.
         03 ROOM-CT     PIC 999  VALUE 0.
         03 ENT-CT      PIC 9999 VALUE 0.
         03 K-SUB       PIC 9999 VALUE 0.
         03 R-SUB       PIC 999  VALUE 0.
         03 CAT-SUB     PIC 99   VALUE 0.
         03 CHECKED-CT  PIC 9(5) VALUE 0.
         03 ENROLL-ERROR-CT     PIC 9999 VALUE 0.
         03 WAITLIST-ERROR-CT   PIC 9999 VALUE 0.
         03 PREREQ-ERROR-CT     PIC 9999 VALUE 0.
         03 GRADE-ERROR-CT      PIC 9999 VALUE 0.
         03 ROOM-ERROR-CT       PIC 9999 VALUE 0.
         03 EXCEPTION-CT        PIC 9999 VALUE 0.
         03 STUDENT-ON-FILE-SW  PIC X    VALUE 'N'.
           88 STUDENT-ON-FILE           VALUE 'Y'.
         03 SECTION-ON-FILE-SW  PIC X    VALUE 'N'.
           88 SECTION-ON-FILE           VALUE 'Y'.
         03 ROOM-ON-FILE-SW     PIC X    VALUE 'N'.
           88 ROOM-ON-FILE              VALUE 'Y'.
         03 ENROLLED-SW PIC X    VALUE 'N'.
           88 ALREADY-ENROLLED          VALUE 'Y'.
         03 HOLD-STUDENT-ID     PIC X(9) VALUE SPACES.
         03 HOLD-COURSE PIC X(10)        VALUE SPACES.
         03 HOLD-COURSE-NUMB    PIC X(7) VALUE SPACES.
         03 HOLD-LOCATION       PIC X(5) VALUE SPACES.
      ******************************************************************
      * RUN CONTROL RECORD - SAME AS TOTAL5 ***
      ******************************************************************
       01 RUN-CONTROL-DATA.
         03 RC-PROGRAM  PIC X(8).
         03 RC-TYPE     PIC X(5).
         03 RC-DATE     PIC X(8).
         03 RC-TIME     PIC X(8).
         03 RC-COUNTS.
           05 RC-CT-1   PIC 9(4).
           05 RC-CT-2   PIC 9(4).
           05 RC-CT-3   PIC 9(4).
           05 RC-CT-4   PIC 9(4).
           05 RC-CT-5   PIC 9(4).
           05 RC-CT-6   PIC 9(4).
         03 FILLER      PIC X(7).
      ******************************************************************
      * DESCRIPTION OF COURSE MASTER RECORD - SAME AS TOTAL5 ***
      ******************************************************************
       01 COURSE-DATA.
         03 C-COURSE.
           05 C-ABB     PIC XXX.
           05 C-NUMB    PIC XXXX.
           05 C-SEC     PIC XXX.
         03 C-TITLE     PIC X(20).
         03 C-SEATS-REMAINING   PIC S999.
         03 C-CLASSLIMIT        PIC 999.
         03 FILLER      PIC XXX.
         03 C-STARTING-TIME.
           05 C-STARTING-HOUR   PIC 99.
           05 C-STARTING-MIN    PIC 99.
         03 FILLER      PIC XX.
         03 C-DAYS      PIC ZZZZZ9.
         03 C-LOCATION.
           05 C-BUILDING        PIC XX.
           05 C-ROOM    PIC XXX.
         03 C-INSTRUCTOR        PIC X(24).
       01 COURSE-TABLE.
         03 CRT-ENTRY OCCURS 2000 TIMES INDEXED BY CRT-IDX.
           05 CRT-COURSE        PIC X(10).
      ******************************************************************
      * STUDENT MASTER RECORD - SAME AS ENROLL ***
      ******************************************************************
       01 STUDENT-MASTER-DATA.
         03 SM-STUDENT-ID       PIC X(9).
         03 SM-NAME     PIC X(25).
         03 SM-MAJOR    PIC X(10).
         03 SM-STANDING PIC XX.
         03 SM-ACAD-STATUS      PIC X.
         03 FILLER      PIC X(13).
       01 STUDENT-MASTER-TABLE.
         03 SMT-ENTRY OCCURS 1000 TIMES INDEXED BY SMT-IDX.
           05 SMT-STUDENT-ID    PIC X(9).
      ******************************************************************
      * ROOM MASTER RECORD - SAME AS CRSMNT ***
      ******************************************************************
       01 ROOM-MASTER-DATA.
         03 RM-BUILDING PIC XX.
         03 RM-ROOM     PIC XXX.
         03 RM-CAPACITY PIC 999.
         03 FILLER      PIC X(12).
       01 ROOM-TABLE.
         03 RMT-ENTRY OCCURS 100 TIMES INDEXED BY RMT-IDX.
           05 RMT-LOCATION      PIC X(5).
      ******************************************************************
      * ENROLLMENT MASTER RECORD - SAME AS ENROLL ***
      ******************************************************************
       01 ENROLLMENT-DATA.
         03 ENR-STUDENT-ID      PIC X(9).
         03 ENR-COURSE  PIC X(10).
         03 ENR-STATUS  PIC X.
           88 ENR-ACTIVE         VALUE 'A'.
      ******************************************************************
      * EVERY ACTIVE ENROLLMENT, KEPT FOR THE WAITLIST CROSS-CHECK ***
      ******************************************************************
       01 ENROLLMENT-TABLE.
         03 ENT-ENTRY OCCURS 5000 TIMES INDEXED BY ENT-IDX.
           05 ENT-STUDENT-ID    PIC X(9).
           05 ENT-COURSE        PIC X(10).
      ******************************************************************
      * WAITLIST MASTER RECORD - SAME AS ENROLL ***
      ******************************************************************
       01 WAITLIST-DATA.
         03 WTL-REC-STUDENT-ID  PIC X(9).
         03 WTL-REC-COURSE      PIC X(10).
         03 WTL-REC-STATUS      PIC X.
           88 WTL-WAITING        VALUE 'W'.
      ******************************************************************
      * PREREQUISITE RECORD - SAME AS ENROLL ***
      ******************************************************************
       01 PREREQ-DATA.
         03 PRQ-COURSE.
           05 PRQ-ABB   PIC XXX.
           05 PRQ-NUMB  PIC XXXX.
         03 PRQ-REQUIRED.
           05 PRQ-REQ-ABB       PIC XXX.
           05 PRQ-REQ-NUMB      PIC XXXX.
         03 FILLER      PIC X(6).
      ******************************************************************
      * GRADE HISTORY MASTER RECORD - SAME AS GRADEPST ***
      ******************************************************************
       01 GRADE-HISTORY-DATA.
         03 GH-STUDENT-ID       PIC X(9).
         03 GH-COURSE   PIC X(10).
         03 GH-TERM     PIC X(6).
         03 GH-GRADE    PIC XX.
      ******************************************************************
      * EXCEPTION CATEGORIES, THE FILE EACH IS FOUND ON, AND HOW     ***
      * MANY OF EACH THE RUN FOUND ***
      ******************************************************************
       01 CATEGORY-VALUES.
         03 FILLER      PIC X(34)       VALUE
           'COURSE    ROOM NOT ON ROOM MASTER '.
         03 FILLER      PIC X(34)       VALUE
           'ENROLLMENTSTUDENT NOT ON MASTER   '.
         03 FILLER      PIC X(34)       VALUE
           'ENROLLMENTSECTION NOT ON MASTER   '.
         03 FILLER      PIC X(34)       VALUE
           'WAITLIST  STUDENT NOT ON MASTER   '.
         03 FILLER      PIC X(34)       VALUE
           'WAITLIST  SECTION CANCELLED       '.
         03 FILLER      PIC X(34)       VALUE
           'WAITLIST  ALSO ENROLLED IN SECTION'.
         03 FILLER      PIC X(34)       VALUE
           'PREREQ    COURSE NOT ON MASTER    '.
         03 FILLER      PIC X(34)       VALUE
           'GRDHIST   STUDENT NOT ON MASTER   '.
       01 CATEGORY-TABLE REDEFINES CATEGORY-VALUES.
         03 CAT-ENTRY OCCURS 8 TIMES.
           05 CAT-FILE  PIC X(10).
           05 CAT-DESC  PIC X(24).
       01 CATEGORY-COUNTS.
         03 CAT-CT OCCURS 8 TIMES PIC 9999.
      ******************************************************************
      * DESCRIPTION OF HEADING PRINT LINES ***
      ******************************************************************
       01 HEADING1.
         03 FILLER      PIC X(30)       VALUE SPACES.
         03 FILLER      PIC X(27)   VALUE 'EASTERN ILLINOIS UNIVERSITY'.
         03 FILLER      PIC X(20)       VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'PAGE'.
         03 HL-PAGE-CT  PIC ZZZ9.
       01 HEADING2.
         03 FILLER      PIC X(32)       VALUE SPACES.
         03 FILLER      PIC X(32)       VALUE
           'MASTER FILE INTEGRITY EXCEPTIONS'.
       01 HEADING3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'FILE'.
         03 FILLER      PIC X(8)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'EXCEPTION'.
         03 FILLER      PIC X(17)       VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'STUDENT ID'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'COURSE'.
         03 FILLER      PIC X(7)        VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'DETAIL'.
      ******************************************************************
      * EXCEPTION DETAIL LINE ***
      ******************************************************************
       01 EXCEPTION-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 EL-FILE     PIC X(10).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 EL-DESC     PIC X(24).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 EL-STUDENT-ID       PIC X(9).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 EL-COURSE   PIC X(10).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 EL-DETAIL   PIC X(30).
      ******************************************************************
      * CATEGORY SUMMARY LINES ***
      ******************************************************************
       01 SUMMARY-HEADING.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(20)       VALUE 'EXCEPTIONS BY CATEGO'.
         03 FILLER      PIC XX          VALUE 'RY'.
       01 CATEGORY-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 CL-FILE     PIC X(10).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 CL-DESC     PIC X(24).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 CL-CT       PIC ZZZ9.
       01 NONE-FOUND-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(26) VALUE 'NO EXCEPTIONS FOUND.'.
       01 AUDIT-TOTALS-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(17)       VALUE 'RECORDS CHECKED: '.
         03 TOT-CHECKED-CT      PIC ZZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(18)       VALUE 'TOTAL EXCEPTIONS: '.
         03 TOT-EXCEPTION-CT    PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * PROVES THE MASTERS AGREE WITH ONE ANOTHER - EVERY ENROLLMENT,***
      * WAITLIST AND GRADE HISTORY STUDENT IS ON THE STUDENT MASTER, ***
      * EVERY ENROLLMENT AND WAITLIST SECTION AND EVERY              ***
      * PREREQUISITE COURSE NUMBER IS ON THE COURSE MASTER, NO       ***
      * STUDENT IS BOTH ENROLLED IN AND WAITLISTED FOR A SECTION,    ***
      * AND EVERY SECTION'S ROOM IS ON THE ROOM MASTER.  THE END RUN ***
      * CONTROL RECORD CARRIES THE EXCEPTIONS PER FILE AND THEIR     ***
      * TOTAL SO RUNVER CAN FLAG A NIGHT WITH NEW EXCEPTIONS         ***
      ******************************************************************
       000-MAINLINE.
           PERFORM 950-WRITE-RUN-START.
           MOVE ZEROS TO CATEGORY-COUNTS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 225-AUDIT-HEADINGS.
           PERFORM 110-LOAD-STUDENT-MASTER.
           PERFORM 120-LOAD-ROOM-TABLE.
           PERFORM 130-LOAD-COURSE-TABLE.
           PERFORM 200-AUDIT-ENROLLMENT.
           PERFORM 300-AUDIT-WAITLIST.
           PERFORM 400-AUDIT-PREREQ.
           PERFORM 500-AUDIT-GRADE-HISTORY.
           IF EXCEPTION-CT = 0
             WRITE PRINT-REC FROM NONE-FOUND-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 700-PRINT-CATEGORY-SUMMARY.
           CLOSE PRINT-FILE.
           PERFORM 960-WRITE-RUN-END.
           STOP RUN.
      ******************************************************************
      * TABLE LOADS ***
      ******************************************************************
       110-LOAD-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM 810-READ-STUDENT-MASTER.
           PERFORM 115-LOAD-STUDENT-MASTER-ENTRY
             UNTIL STUDENT-MASTER-EOF.
           CLOSE STUDENT-MASTER-FILE.
       115-LOAD-STUDENT-MASTER-ENTRY.
           IF STU-MST-CT = 1000
             DISPLAY 'INTAUDIT - STUDENT MASTER EXCEEDS 1000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO STU-MST-CT.
           MOVE SM-STUDENT-ID TO SMT-STUDENT-ID (STU-MST-CT).
           PERFORM 810-READ-STUDENT-MASTER.
       120-LOAD-ROOM-TABLE.
           OPEN INPUT ROOM-MASTER-FILE.
           PERFORM 820-READ-ROOM-MASTER.
           PERFORM 125-LOAD-ROOM-ENTRY
             UNTIL ROOM-MASTER-EOF.
           CLOSE ROOM-MASTER-FILE.
       125-LOAD-ROOM-ENTRY.
           IF ROOM-CT = 100
             DISPLAY 'INTAUDIT - ROOM MASTER EXCEEDS 100 ENTRY TABLE '
               'CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO ROOM-CT.
           MOVE RM-BUILDING TO RMT-LOCATION (ROOM-CT) (1:2).
           MOVE RM-ROOM TO RMT-LOCATION (ROOM-CT) (3:3).
           PERFORM 820-READ-ROOM-MASTER.
      ******************************************************************
      * LOADS EVERY SECTION KEY AND CHECKS EACH SECTION'S ROOM AS IT ***
      * GOES BY.  A SECTION WITH NO ROOM ASSIGNED IS NOT AN ERROR    ***
      ******************************************************************
       130-LOAD-COURSE-TABLE.
           OPEN INPUT COURSE-FILE.
           PERFORM 800-READ-COURSE-FILE.
           PERFORM 135-LOAD-COURSE-ENTRY
             UNTIL COURSE-EOF.
           CLOSE COURSE-FILE.
       135-LOAD-COURSE-ENTRY.
           IF CRS-CT = 2000
             DISPLAY 'INTAUDIT - COURSE FILE EXCEEDS 2000 SECTION '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO CRS-CT.
           ADD 1 TO CHECKED-CT.
           MOVE C-COURSE TO CRT-COURSE (CRS-CT).
           IF C-LOCATION NOT = SPACES
             MOVE C-LOCATION TO HOLD-LOCATION
             PERFORM 640-SEARCH-ROOM-TABLE
             IF NOT ROOM-ON-FILE
               MOVE SPACES TO EL-STUDENT-ID
               MOVE C-COURSE TO EL-COURSE
               MOVE SPACES TO EL-DETAIL
               MOVE 'ROOM' TO EL-DETAIL
               MOVE C-BUILDING TO EL-DETAIL (6:2)
               MOVE '-' TO EL-DETAIL (8:1)
               MOVE C-ROOM TO EL-DETAIL (9:3)
               MOVE 1 TO CAT-SUB
               PERFORM 680-PRINT-EXCEPTION
               ADD 1 TO ROOM-ERROR-CT
             END-IF
           END-IF.
           PERFORM 800-READ-COURSE-FILE.
      ******************************************************************
      * EVERY ENROLLMENT ROW MUST NAME A STUDENT ON THE STUDENT      ***
      * MASTER AND A SECTION ON THE COURSE MASTER - CRSMNT REMOVES   ***
      * A CANCELLED SECTION'S ROWS, SO NONE SHOULD BE LEFT.  ACTIVE  ***
      * ROWS ARE KEPT FOR THE WAITLIST CROSS-CHECK                   ***
      ******************************************************************
       200-AUDIT-ENROLLMENT.
           OPEN INPUT ENROLLMENT-FILE.
           PERFORM 830-READ-ENROLLMENT-FILE.
           PERFORM 210-AUDIT-ONE-ENROLLMENT
             UNTIL ENROLL-EOF.
           CLOSE ENROLLMENT-FILE.
       210-AUDIT-ONE-ENROLLMENT.
           ADD 1 TO CHECKED-CT.
           MOVE ENR-STUDENT-ID TO HOLD-STUDENT-ID EL-STUDENT-ID.
           MOVE ENR-COURSE TO HOLD-COURSE EL-COURSE.
           MOVE SPACES TO EL-DETAIL.
           PERFORM 600-SEARCH-STUDENT-MASTER.
           IF NOT STUDENT-ON-FILE
             MOVE 2 TO CAT-SUB
             PERFORM 680-PRINT-EXCEPTION
             ADD 1 TO ENROLL-ERROR-CT.
           PERFORM 620-SEARCH-COURSE-TABLE.
           IF NOT SECTION-ON-FILE
             MOVE 3 TO CAT-SUB
             PERFORM 680-PRINT-EXCEPTION
             ADD 1 TO ENROLL-ERROR-CT.
           IF ENR-ACTIVE
             PERFORM 220-KEEP-ACTIVE-ENROLLMENT.
           PERFORM 830-READ-ENROLLMENT-FILE.
       220-KEEP-ACTIVE-ENROLLMENT.
           IF ENT-CT = 5000
             DISPLAY 'INTAUDIT - ENROLLMENT FILE EXCEEDS 5000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO ENT-CT.
           MOVE ENR-STUDENT-ID TO ENT-STUDENT-ID (ENT-CT).
           MOVE ENR-COURSE TO ENT-COURSE (ENT-CT).
      ******************************************************************
      * EVERY WAITLIST ROW'S STUDENT MUST BE ON THE STUDENT MASTER   ***
      * AND ITS SECTION STILL ON THE COURSE MASTER - A SECTION GONE  ***
      * FROM THE MASTER WAS CANCELLED.  A STUDENT STILL WAITING FOR  ***
      * A SECTION WHILE ACTIVELY ENROLLED IN IT IS ALSO FLAGGED      ***
      ******************************************************************
       300-AUDIT-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           PERFORM 840-READ-WAITLIST-FILE.
           PERFORM 310-AUDIT-ONE-WAITLIST
             UNTIL WAITLIST-EOF.
           CLOSE WAITLIST-FILE.
       310-AUDIT-ONE-WAITLIST.
           ADD 1 TO CHECKED-CT.
           MOVE WTL-REC-STUDENT-ID TO HOLD-STUDENT-ID EL-STUDENT-ID.
           MOVE WTL-REC-COURSE TO HOLD-COURSE EL-COURSE.
           MOVE SPACES TO EL-DETAIL.
           PERFORM 600-SEARCH-STUDENT-MASTER.
           IF NOT STUDENT-ON-FILE
             MOVE 4 TO CAT-SUB
             PERFORM 680-PRINT-EXCEPTION
             ADD 1 TO WAITLIST-ERROR-CT.
           PERFORM 620-SEARCH-COURSE-TABLE.
           IF NOT SECTION-ON-FILE
             MOVE 5 TO CAT-SUB
             PERFORM 680-PRINT-EXCEPTION
             ADD 1 TO WAITLIST-ERROR-CT.
           IF WTL-WAITING
             PERFORM 660-SEARCH-ENROLLMENT-TABLE
             IF ALREADY-ENROLLED
               MOVE 6 TO CAT-SUB
               PERFORM 680-PRINT-EXCEPTION
               ADD 1 TO WAITLIST-ERROR-CT
             END-IF
           END-IF.
           PERFORM 840-READ-WAITLIST-FILE.
      ******************************************************************
      * BOTH THE COURSE NUMBER AND THE REQUIRED COURSE NUMBER OF A   ***
      * PREREQUISITE ROW MUST HAVE AT LEAST ONE SECTION ON THE       ***
      * COURSE MASTER ***
      ******************************************************************
       400-AUDIT-PREREQ.
           OPEN INPUT PREREQ-FILE.
           PERFORM 850-READ-PREREQ-FILE.
           PERFORM 410-AUDIT-ONE-PREREQ
             UNTIL PREREQ-EOF.
           CLOSE PREREQ-FILE.
       410-AUDIT-ONE-PREREQ.
           ADD 1 TO CHECKED-CT.
           MOVE SPACES TO EL-STUDENT-ID.
           MOVE PRQ-COURSE TO HOLD-COURSE-NUMB.
           PERFORM 630-SEARCH-COURSE-NUMBER.
           IF NOT SECTION-ON-FILE
             MOVE PRQ-COURSE TO EL-COURSE
             MOVE 'COURSE' TO EL-DETAIL
             MOVE 7 TO CAT-SUB
             PERFORM 680-PRINT-EXCEPTION
             ADD 1 TO PREREQ-ERROR-CT.
           MOVE PRQ-REQUIRED TO HOLD-COURSE-NUMB.
           PERFORM 630-SEARCH-COURSE-NUMBER.
           IF NOT SECTION-ON-FILE
             MOVE PRQ-COURSE TO EL-COURSE
             MOVE 'REQUIRED COURSE' TO EL-DETAIL
             MOVE PRQ-REQ-ABB TO EL-DETAIL (17:3)
             MOVE PRQ-REQ-NUMB TO EL-DETAIL (21:4)
             MOVE 7 TO CAT-SUB
             PERFORM 680-PRINT-EXCEPTION
             ADD 1 TO PREREQ-ERROR-CT.
           PERFORM 850-READ-PREREQ-FILE.
      ******************************************************************
      * EVERY GRADE HISTORY ROW'S STUDENT MUST BE ON THE STUDENT     ***
      * MASTER ***
      ******************************************************************
       500-AUDIT-GRADE-HISTORY.
           OPEN INPUT GRADE-HISTORY-FILE.
           PERFORM 860-READ-GRADE-HISTORY.
           PERFORM 510-AUDIT-ONE-GRADE
             UNTIL GRADE-HISTORY-EOF.
           CLOSE GRADE-HISTORY-FILE.
       510-AUDIT-ONE-GRADE.
           ADD 1 TO CHECKED-CT.
           MOVE GH-STUDENT-ID TO HOLD-STUDENT-ID.
           PERFORM 600-SEARCH-STUDENT-MASTER.
           IF NOT STUDENT-ON-FILE
             MOVE GH-STUDENT-ID TO EL-STUDENT-ID
             MOVE GH-COURSE TO EL-COURSE
             MOVE SPACES TO EL-DETAIL
             MOVE 'TERM' TO EL-DETAIL
             MOVE GH-TERM TO EL-DETAIL (6:6)
             MOVE 'GRADE' TO EL-DETAIL (14:5)
             MOVE GH-GRADE TO EL-DETAIL (20:2)
             MOVE 8 TO CAT-SUB
             PERFORM 680-PRINT-EXCEPTION
             ADD 1 TO GRADE-ERROR-CT.
           PERFORM 860-READ-GRADE-HISTORY.
      ******************************************************************
      * TRUE IF HOLD-STUDENT-ID IS ON THE STUDENT MASTER ***
      ******************************************************************
       600-SEARCH-STUDENT-MASTER.
           MOVE 'N' TO STUDENT-ON-FILE-SW.
           PERFORM 605-SCAN-STUDENT-MASTER
             VARYING K-SUB FROM 1 BY 1
             UNTIL K-SUB > STU-MST-CT OR STUDENT-ON-FILE.
       605-SCAN-STUDENT-MASTER.
           IF SMT-STUDENT-ID (K-SUB) = HOLD-STUDENT-ID
             MOVE 'Y' TO STUDENT-ON-FILE-SW.
      ******************************************************************
      * TRUE IF HOLD-COURSE IS A SECTION ON THE COURSE MASTER ***
      ******************************************************************
       620-SEARCH-COURSE-TABLE.
           MOVE 'N' TO SECTION-ON-FILE-SW.
           PERFORM 625-SCAN-COURSE-TABLE
             VARYING K-SUB FROM 1 BY 1
             UNTIL K-SUB > CRS-CT OR SECTION-ON-FILE.
       625-SCAN-COURSE-TABLE.
           IF CRT-COURSE (K-SUB) = HOLD-COURSE
             MOVE 'Y' TO SECTION-ON-FILE-SW.
      ******************************************************************
      * TRUE IF ANY SECTION OF COURSE NUMBER HOLD-COURSE-NUMB IS ON  ***
      * THE COURSE MASTER ***
      ******************************************************************
       630-SEARCH-COURSE-NUMBER.
           MOVE 'N' TO SECTION-ON-FILE-SW.
           PERFORM 635-SCAN-COURSE-NUMBER
             VARYING K-SUB FROM 1 BY 1
             UNTIL K-SUB > CRS-CT OR SECTION-ON-FILE.
       635-SCAN-COURSE-NUMBER.
           IF CRT-COURSE (K-SUB) (1:7) = HOLD-COURSE-NUMB
             MOVE 'Y' TO SECTION-ON-FILE-SW.
      ******************************************************************
      * TRUE IF HOLD-LOCATION IS ON THE ROOM MASTER ***
      ******************************************************************
       640-SEARCH-ROOM-TABLE.
           MOVE 'N' TO ROOM-ON-FILE-SW.
           PERFORM 645-SCAN-ROOM-TABLE
             VARYING R-SUB FROM 1 BY 1
             UNTIL R-SUB > ROOM-CT OR ROOM-ON-FILE.
       645-SCAN-ROOM-TABLE.
           IF RMT-LOCATION (R-SUB) = HOLD-LOCATION
             MOVE 'Y' TO ROOM-ON-FILE-SW.
      ******************************************************************
      * TRUE IF HOLD-STUDENT-ID IS ACTIVELY ENROLLED IN HOLD-COURSE ***
      ******************************************************************
       660-SEARCH-ENROLLMENT-TABLE.
           MOVE 'N' TO ENROLLED-SW.
           PERFORM 665-SCAN-ENROLLMENT-TABLE
             VARYING K-SUB FROM 1 BY 1
             UNTIL K-SUB > ENT-CT OR ALREADY-ENROLLED.
       665-SCAN-ENROLLMENT-TABLE.
           IF ENT-STUDENT-ID (K-SUB) = HOLD-STUDENT-ID
             AND ENT-COURSE (K-SUB) = HOLD-COURSE
             MOVE 'Y' TO ENROLLED-SW.
      ******************************************************************
      * PRINTS ONE EXCEPTION UNDER CATEGORY CAT-SUB AND COUNTS IT ***
      ******************************************************************
       680-PRINT-EXCEPTION.
           IF LINE-CT > 45
             PERFORM 225-AUDIT-HEADINGS.
           MOVE CAT-FILE (CAT-SUB) TO EL-FILE.
           MOVE CAT-DESC (CAT-SUB) TO EL-DESC.
           WRITE PRINT-REC FROM EXCEPTION-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
           ADD 1 TO CAT-CT (CAT-SUB).
           ADD 1 TO EXCEPTION-CT.
      ******************************************************************
      * PRINTS THE COUNT FOR EVERY CATEGORY, THEN THE RUN TOTALS ***
      ******************************************************************
       700-PRINT-CATEGORY-SUMMARY.
           IF LINE-CT > 33
             PERFORM 225-AUDIT-HEADINGS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM SUMMARY-HEADING
             AFTER ADVANCING 1 LINE.
           PERFORM 710-PRINT-ONE-CATEGORY
             VARYING CAT-SUB FROM 1 BY 1 UNTIL CAT-SUB > 8.
           MOVE CHECKED-CT TO TOT-CHECKED-CT.
           MOVE EXCEPTION-CT TO TOT-EXCEPTION-CT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM AUDIT-TOTALS-LINE
             AFTER ADVANCING 1 LINE.
       710-PRINT-ONE-CATEGORY.
           MOVE CAT-FILE (CAT-SUB) TO CL-FILE.
           MOVE CAT-DESC (CAT-SUB) TO CL-DESC.
           MOVE CAT-CT (CAT-SUB) TO CL-CT.
           WRITE PRINT-REC FROM CATEGORY-LINE
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * PRINTS THE REPORT HEADING ***
      ******************************************************************
       225-AUDIT-HEADINGS.
           MOVE PAGE-CT TO HL-PAGE-CT.
           WRITE PRINT-REC FROM HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM HEADING2
             AFTER ADVANCING 1.
           WRITE PRINT-REC FROM HEADING3
             AFTER ADVANCING 1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1.
           MOVE 0 TO LINE-CT.
           ADD 1 TO PAGE-CT.
      ******************************************************************
      * READS EACH INPUT FILE ***
      ******************************************************************
       800-READ-COURSE-FILE.
           READ COURSE-FILE INTO COURSE-DATA
             AT END MOVE 'Y' TO EOF.
       810-READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE INTO STUDENT-MASTER-DATA
             AT END MOVE 'Y' TO EOF2.
       820-READ-ROOM-MASTER.
           READ ROOM-MASTER-FILE INTO ROOM-MASTER-DATA
             AT END MOVE 'Y' TO EOF3.
       830-READ-ENROLLMENT-FILE.
           READ ENROLLMENT-FILE INTO ENROLLMENT-DATA
             AT END MOVE 'Y' TO EOF4.
       840-READ-WAITLIST-FILE.
           READ WAITLIST-FILE INTO WAITLIST-DATA
             AT END MOVE 'Y' TO EOF5.
       850-READ-PREREQ-FILE.
           READ PREREQ-FILE INTO PREREQ-DATA
             AT END MOVE 'Y' TO EOF6.
       860-READ-GRADE-HISTORY.
           READ GRADE-HISTORY-FILE INTO GRADE-HISTORY-DATA
             AT END MOVE 'Y' TO EOF7.
      ******************************************************************
      * RUN CONTROL RECORDS - START AT THE TOP OF THE RUN, END WITH  ***
      * THE EXCEPTIONS FOUND ON EACH FILE AND THEIR TOTAL            ***
      ******************************************************************
       950-WRITE-RUN-START.
           MOVE 'INTAUDIT' TO RC-PROGRAM.
           MOVE 'START' TO RC-TYPE.
           MOVE ZEROS TO RC-COUNTS.
           PERFORM 970-STAMP-AND-WRITE-RUNCTL.
       960-WRITE-RUN-END.
           MOVE 'INTAUDIT' TO RC-PROGRAM.
           MOVE 'END' TO RC-TYPE.
           MOVE ENROLL-ERROR-CT TO RC-CT-1.
           MOVE WAITLIST-ERROR-CT TO RC-CT-2.
           MOVE PREREQ-ERROR-CT TO RC-CT-3.
           MOVE GRADE-ERROR-CT TO RC-CT-4.
           MOVE ROOM-ERROR-CT TO RC-CT-5.
           MOVE EXCEPTION-CT TO RC-CT-6.
           PERFORM 970-STAMP-AND-WRITE-RUNCTL.
       970-STAMP-AND-WRITE-RUNCTL.
           ACCEPT RC-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-TIME FROM TIME.
           OPEN EXTEND RUN-CONTROL-FILE.
           WRITE RUN-CONTROL-REC FROM RUN-CONTROL-DATA.
           CLOSE RUN-CONTROL-FILE.
