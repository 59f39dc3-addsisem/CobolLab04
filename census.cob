       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-REC-KEY.
         SELECT STUDENT-MASTER-FILE ASSIGN TO 'DA-S-STUMST'.
         SELECT ENROLLMENT-FILE ASSIGN TO 'DA-S-ENROLL'.
         SELECT OPTIONAL CENSUS-FILE ASSIGN TO 'DA-S-CENSUS'.
         SELECT CENSUS-CARD-FILE ASSIGN TO 'UR-S-CENSCD'.
         SELECT SORT-WORK ASSIGN TO 'S-SORTWK1'.
         SELECT PRINT-FILE ASSIGN TO 'UR-S-CENSUS'.
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
       FD ENROLLMENT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 ENROLLMENT-REC PIC X(20).
       FD CENSUS-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 CENSUS-REC PIC X(60).
       FD CENSUS-CARD-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 CENSUS-CARD-REC PIC X(80).
      ******************************************************************
      * SORT WORK RECORD - ONE BREAKDOWN TABLE ENTRY, PUT INTO       ***
      * PRINT ORDER WITHIN ITS BREAKDOWN ***
      ******************************************************************
       SD SORT-WORK.
       01 SW-BREAKDOWN-DATA.
         03 SW-TYPE     PIC X.
         03 SW-ORDER-KEY        PIC X(11).
         03 SW-LABEL    PIC X(10).
         03 SW-HEADCOUNT        PIC 9(5).
         03 SW-FULL-TIME-CT     PIC 9(5).
         03 SW-PART-TIME-CT     PIC 9(5).
         03 SW-HOURS    PIC 9(6).
       FD PRINT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 PRINT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
         03 EOF         PIC X    VALUE 'N'.
           88 COURSE-EOF         VALUE 'Y'.
         03 EOF2        PIC X    VALUE 'N'.
           88 STUDENT-MASTER-EOF VALUE 'Y'.
         03 EOF3        PIC X    VALUE 'N'.
           88 ENROLL-EOF         VALUE 'Y'.
         03 EOF4        PIC X    VALUE 'N'.
           88 CENSUS-EOF         VALUE 'Y'.
         03 EOF5        PIC X    VALUE 'N'.
           88 CENSUS-CARD-EOF    VALUE 'Y'.
         03 EOF6        PIC X    VALUE 'N'.
           88 SORT-EOF           VALUE 'Y'.
         03 LINE-CT     PIC 99   VALUE 0.
         03 PAGE-CT     PIC 9999 VALUE '0001'.
         03 CRS-CT      PIC 9999 VALUE 0.
         03 STU-MST-CT  PIC 9999 VALUE 0.
         03 BKT-CT      PIC 999  VALUE 0.
         03 SDT-CT      PIC 99   VALUE 0.
         03 K-SUB       PIC 9999 VALUE 0.
         03 B-SUB       PIC 999  VALUE 0.
         03 B-FOUND-SUB PIC 999  VALUE 0.
         03 S-SUB       PIC 99   VALUE 0.
         03 S-FOUND-SUB PIC 99   VALUE 0.
         03 FROZEN-CT   PIC 9(5) VALUE 0.
         03 STU-HOURS   PIC 999  VALUE 0.
         03 G-HEADCOUNT PIC 9(5) VALUE 0.
         03 G-FULL-TIME-CT      PIC 9(5) VALUE 0.
         03 G-PART-TIME-CT      PIC 9(5) VALUE 0.
         03 G-HOURS     PIC 9(6) VALUE 0.
         03 FTE         PIC 9(5)V9       VALUE 0.
         03 FULL-TIME-LOAD      PIC 99   VALUE 0.
         03 TODAY-DATE  PIC X(8) VALUE SPACES.
         03 CENSUS-DATE PIC X(8) VALUE SPACES.
         03 FROZEN-SW   PIC X    VALUE 'N'.
           88 CENSUS-FROZEN             VALUE 'Y'.
         03 SECTION-FOUND-SW    PIC X    VALUE 'N'.
           88 SECTION-FOUND             VALUE 'Y'.
         03 STUDENT-ON-FILE-SW  PIC X    VALUE 'N'.
           88 STUDENT-ON-FILE           VALUE 'Y'.
         03 BKT-FOUND-SW        PIC X    VALUE 'N'.
           88 BKT-FOUND                 VALUE 'Y'.
         03 SDT-FOUND-SW        PIC X    VALUE 'N'.
           88 SDT-FOUND                 VALUE 'Y'.
         03 FULL-TIME-SW        PIC X    VALUE 'N'.
           88 STUDENT-FULL-TIME         VALUE 'Y'.
         03 HOLD-STUDENT-ID     PIC X(9) VALUE SPACES.
         03 HOLD-MAJOR  PIC X(10)        VALUE SPACES.
         03 HOLD-STANDING       PIC XX   VALUE SPACES.
         03 HOLD-TYPE   PIC X    VALUE SPACES.
         03 HOLD-ORDER-KEY      PIC X(11)        VALUE SPACES.
         03 HOLD-LABEL  PIC X(10)        VALUE SPACES.
         03 HOLD-HOURS  PIC 999  VALUE 0.
         03 PREV-TYPE   PIC X    VALUE SPACES.
      ******************************************************************
      * CENSUS CARD - THE OFFICIAL CENSUS DATE AND THE CREDIT HOURS  ***
      * THAT MAKE A FULL-TIME LOAD (12 WHEN LEFT BLANK) ***
      ******************************************************************
       01 CENSUS-CARD-DATA.
         03 CC-CENSUS-DATE      PIC X(8).
         03 CC-FULL-TIME-LOAD   PIC XX.
         03 CC-FULL-TIME-LOAD-N REDEFINES CC-FULL-TIME-LOAD
                                PIC 99.
         03 FILLER      PIC X(70).
      ******************************************************************
      * CENSUS RECORD - ONE ACTIVE ENROLLMENT AS IT STOOD ON THE     ***
      * CENSUS DATE, JOINED TO THE STUDENT'S MAJOR AND CLASS         ***
      * STANDING AND THE SECTION'S CREDIT HOURS.  EACH CENSUS IS     ***
      * APPENDED ONCE AND NEVER REWRITTEN, SO ITS REPORT CAN ALWAYS  ***
      * BE REPRODUCED FROM THESE RECORDS ALONE                       ***
      ******************************************************************
       01 CENSUS-DATA.
         03 CEN-CENSUS-DATE     PIC X(8).
         03 CEN-STUDENT-ID      PIC X(9).
         03 CEN-COURSE.
           05 CEN-ABB   PIC XXX.
           05 CEN-NUMB  PIC XXXX.
           05 CEN-SEC   PIC XXX.
         03 CEN-MAJOR   PIC X(10).
         03 CEN-STANDING        PIC XX.
         03 CEN-CREDIT-HOURS    PIC 99.
         03 CEN-FULL-TIME-LOAD  PIC 99.
         03 FILLER      PIC X(17).
      ******************************************************************
      * DESCRIPTION OF COURSE MASTER RECORD - SAME AS TUITION ***
      ******************************************************************
       01 COURSE-DATA.
         03 C-COURSE.
           05 C-ABB     PIC XXX.
           05 C-NUMB    PIC XXXX.
           05 C-SEC     PIC XXX.
         03 C-TITLE     PIC X(20).
         03 C-SEATS-REMAINING   PIC S999.
         03 C-CLASSLIMIT        PIC 999.
         03 C-CREDIT-HOURS      PIC 99.
         03 FILLER      PIC X.
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
           05 CRT-CREDIT-HOURS  PIC 99.
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
           05 SMT-MAJOR         PIC X(10).
           05 SMT-STANDING      PIC XX.
      ******************************************************************
      * ENROLLMENT MASTER RECORD - SAME AS ENROLL ***
      ******************************************************************
       01 ENROLLMENT-DATA.
         03 ENR-STUDENT-ID      PIC X(9).
         03 ENR-COURSE  PIC X(10).
         03 ENR-STATUS  PIC X.
           88 ENR-ACTIVE         VALUE 'A'.
      ******************************************************************
      * ONE STUDENT'S CENSUS HOURS BY DEPARTMENT ***
      ******************************************************************
       01 STUDENT-DEPT-TABLE.
         03 SDT-ENTRY OCCURS 30 TIMES INDEXED BY SDT-IDX.
           05 SDT-ABB           PIC XXX.
           05 SDT-HOURS         PIC 999.
      ******************************************************************
      * HEADCOUNT, FULL/PART-TIME COUNTS AND CREDIT HOURS FOR EVERY  ***
      * MAJOR (TYPE 1), CLASS STANDING (TYPE 2) AND DEPARTMENT       ***
      * (TYPE 3).  A STUDENT COUNTS ONCE IN EACH DEPARTMENT WHERE    ***
      * THE STUDENT TAKES ANY SECTION, WITH THOSE SECTIONS' HOURS    ***
      ******************************************************************
       01 BREAKDOWN-TABLE.
         03 BKT-ENTRY OCCURS 500 TIMES INDEXED BY BKT-IDX.
           05 BKT-TYPE          PIC X.
           05 BKT-ORDER-KEY     PIC X(11).
           05 BKT-LABEL         PIC X(10).
           05 BKT-HEADCOUNT     PIC 9(5).
           05 BKT-FULL-TIME-CT  PIC 9(5).
           05 BKT-PART-TIME-CT  PIC 9(5).
           05 BKT-HOURS         PIC 9(6).
      ******************************************************************
      * CLASS STANDINGS IN PRINT ORDER ***
      ******************************************************************
       01 STANDING-VALUES.
         03 FILLER      PIC X(12)       VALUE '1FRFRESHMAN '.
         03 FILLER      PIC X(12)       VALUE '2SOSOPHOMORE'.
         03 FILLER      PIC X(12)       VALUE '3JRJUNIOR   '.
         03 FILLER      PIC X(12)       VALUE '4SRSENIOR   '.
       01 STANDING-TABLE REDEFINES STANDING-VALUES.
         03 STT-ENTRY OCCURS 4 TIMES.
           05 STT-RANK  PIC X.
           05 STT-CODE  PIC XX.
           05 STT-NAME  PIC X(9).
      ******************************************************************
      * SORTED BREAKDOWN ENTRY - SAME AS A SORT WORK RECORD ***
      ******************************************************************
       01 BREAKDOWN-DATA.
         03 BK-TYPE     PIC X.
           88 BK-MAJOR           VALUE '1'.
           88 BK-STANDING        VALUE '2'.
           88 BK-DEPT            VALUE '3'.
         03 BK-ORDER-KEY        PIC X(11).
         03 BK-LABEL    PIC X(10).
         03 BK-HEADCOUNT        PIC 9(5).
         03 BK-FULL-TIME-CT     PIC 9(5).
         03 BK-PART-TIME-CT     PIC 9(5).
         03 BK-HOURS    PIC 9(6).
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
         03 FILLER      PIC X(29)       VALUE SPACES.
         03 FILLER      PIC X(31)       VALUE
           'CENSUS HEADCOUNT AND FTE AS OF'.
         03 HL-CENSUS-DATE      PIC X(8).
       01 HEADING3.
         03 FILLER      PIC X(29)       VALUE SPACES.
         03 FILLER      PIC X(18)       VALUE 'FULL-TIME LOAD IS '.
         03 HL-FULL-TIME-LOAD   PIC Z9.
         03 FILLER      PIC X(14)       VALUE ' CREDIT HOURS,'.
         03 FILLER      PIC X           VALUE SPACES.
         03 HL-SOURCE   PIC X(30).
       01 HEADING4.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 HL-BREAKDOWN        PIC X(10).
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'HEADCOUNT'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'FULL-TIME'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'PART-TIME'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(12)       VALUE 'CREDIT HOURS'.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(3)        VALUE 'FTE'.
      ******************************************************************
      * BREAKDOWN AND TOTAL LINES ***
      ******************************************************************
       01 BREAKDOWN-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 BL-LABEL    PIC X(10).
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 BL-HEADCOUNT        PIC ZZZZ9.
         03 FILLER      PIC X(7)        VALUE SPACES.
         03 BL-FULL-TIME-CT     PIC ZZZZ9.
         03 FILLER      PIC X(7)        VALUE SPACES.
         03 BL-PART-TIME-CT     PIC ZZZZ9.
         03 FILLER      PIC X(9)        VALUE SPACES.
         03 BL-HOURS    PIC ZZZZZ9.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 BL-FTE      PIC ZZZZ9.9.
       01 NOT-FOUND-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(34)       VALUE
           'NO ACTIVE ENROLLMENT ON CENSUS FOR'.
         03 FILLER      PIC X           VALUE SPACES.
         03 NF-CENSUS-DATE      PIC X(8).

       PROCEDURE DIVISION.
      ******************************************************************
      * THE FIRST RUN FOR A CENSUS DATE FREEZES EVERY ACTIVE         ***
      * ENROLLMENT, JOINED TO THE STUDENT AND COURSE MASTERS, ONTO   ***
      * THE END OF THE CENSUS FILE.  EVERY RUN - THE FIRST AND ANY   ***
      * LATER ONE FOR THE SAME DATE - THEN PRINTS THE UNDUPLICATED   ***
      * HEADCOUNT, FULL-TIME AND PART-TIME COUNTS, CREDIT HOURS AND  ***
      * FTE BY MAJOR, CLASS STANDING AND DEPARTMENT FROM THE FROZEN  ***
      * RECORDS ONLY, SO A LATER RUN REPRODUCES THE SAME REPORT      ***
      ******************************************************************
       000-MAINLINE.
           PERFORM 100-READ-CENSUS-CARD.
           PERFORM 110-CHECK-CENSUS-FROZEN.
           IF NOT CENSUS-FROZEN
             PERFORM 150-FREEZE-CENSUS.
           PERFORM 200-TALLY-CENSUS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 225-CENSUS-HEADINGS.
           IF G-HEADCOUNT = 0
             MOVE CENSUS-DATE TO NF-CENSUS-DATE
             WRITE PRINT-REC FROM NOT-FOUND-LINE
               AFTER ADVANCING 1 LINE
           ELSE
             PERFORM 400-PRINT-BREAKDOWNS
             PERFORM 480-PRINT-CENSUS-TOTALS.
           CLOSE PRINT-FILE.
           STOP RUN.
      ******************************************************************
      * THE CENSUS CARD NAMES THE CENSUS DATE - A DATE STILL IN THE  ***
      * FUTURE CANNOT BE FROZEN ***
      ******************************************************************
       100-READ-CENSUS-CARD.
           OPEN INPUT CENSUS-CARD-FILE.
           READ CENSUS-CARD-FILE INTO CENSUS-CARD-DATA
             AT END MOVE 'Y' TO EOF5.
           CLOSE CENSUS-CARD-FILE.
           IF CENSUS-CARD-EOF OR CC-CENSUS-DATE = SPACES
             DISPLAY 'CENSUS - NO CENSUS DATE CARD, RUN ABORTED'
             STOP RUN.
           MOVE CC-CENSUS-DATE TO CENSUS-DATE.
           IF CC-FULL-TIME-LOAD = SPACES
             MOVE 12 TO FULL-TIME-LOAD
           ELSE
             IF CC-FULL-TIME-LOAD-N NOT NUMERIC
               OR CC-FULL-TIME-LOAD-N = 0
               DISPLAY 'CENSUS - FULL-TIME LOAD ON CENSUS CARD IS '
                 'INVALID, RUN ABORTED'
               STOP RUN
             ELSE
               MOVE CC-FULL-TIME-LOAD-N TO FULL-TIME-LOAD
             END-IF
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
      ******************************************************************
      * TRUE IF THIS CENSUS DATE IS ALREADY ON THE CENSUS FILE ***
      ******************************************************************
       110-CHECK-CENSUS-FROZEN.
           OPEN INPUT CENSUS-FILE.
           PERFORM 830-READ-CENSUS-FILE.
           PERFORM 115-CHECK-ONE-CENSUS-RECORD
             UNTIL CENSUS-EOF OR CENSUS-FROZEN.
           CLOSE CENSUS-FILE.
           MOVE 'N' TO EOF4.
       115-CHECK-ONE-CENSUS-RECORD.
           IF CEN-CENSUS-DATE = CENSUS-DATE
             MOVE 'Y' TO FROZEN-SW
             MOVE CEN-FULL-TIME-LOAD TO FULL-TIME-LOAD
           ELSE
             PERFORM 830-READ-CENSUS-FILE
           END-IF.
      ******************************************************************
      * APPENDS ONE CENSUS RECORD PER ACTIVE ENROLLMENT, IN THE      ***
      * ENROLLMENT MASTER'S STUDENT/COURSE ORDER.  A STUDENT NOT ON  ***
      * THE STUDENT MASTER IS FROZEN WITH MAJOR *UNKNOWN* AND NO     ***
      * STANDING, A SECTION NOT ON THE COURSE MASTER WITH NO HOURS   ***
      ******************************************************************
       150-FREEZE-CENSUS.
           IF CENSUS-DATE > TODAY-DATE
             DISPLAY 'CENSUS - CENSUS DATE ' CENSUS-DATE
               ' IS NOT YET REACHED, RUN ABORTED'
             STOP RUN.
           PERFORM 160-LOAD-STUDENT-MASTER.
           PERFORM 170-LOAD-COURSE-TABLE.
           OPEN INPUT ENROLLMENT-FILE
             EXTEND CENSUS-FILE.
           PERFORM 820-READ-ENROLLMENT-FILE.
           PERFORM 180-FREEZE-ONE-ENROLLMENT
             UNTIL ENROLL-EOF.
           CLOSE ENROLLMENT-FILE
                 CENSUS-FILE.
           DISPLAY 'CENSUS - ENROLLMENTS FROZEN: ' FROZEN-CT
             ' AS OF ' CENSUS-DATE.
       160-LOAD-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM 810-READ-STUDENT-MASTER.
           PERFORM 165-LOAD-STUDENT-MASTER-ENTRY
             UNTIL STUDENT-MASTER-EOF.
           CLOSE STUDENT-MASTER-FILE.
       165-LOAD-STUDENT-MASTER-ENTRY.
           IF STU-MST-CT = 1000
             DISPLAY 'CENSUS - STUDENT MASTER EXCEEDS 1000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO STU-MST-CT.
           MOVE SM-STUDENT-ID TO SMT-STUDENT-ID (STU-MST-CT).
           MOVE SM-MAJOR TO SMT-MAJOR (STU-MST-CT).
           MOVE SM-STANDING TO SMT-STANDING (STU-MST-CT).
           PERFORM 810-READ-STUDENT-MASTER.
       170-LOAD-COURSE-TABLE.
           OPEN INPUT COURSE-FILE.
           PERFORM 800-READ-COURSE-FILE.
           PERFORM 175-LOAD-COURSE-ENTRY
             UNTIL COURSE-EOF.
           CLOSE COURSE-FILE.
       175-LOAD-COURSE-ENTRY.
           IF CRS-CT = 2000
             DISPLAY 'CENSUS - COURSE FILE EXCEEDS 2000 SECTION '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO CRS-CT.
           MOVE C-COURSE TO CRT-COURSE (CRS-CT).
           MOVE C-CREDIT-HOURS TO CRT-CREDIT-HOURS (CRS-CT).
           PERFORM 800-READ-COURSE-FILE.
       180-FREEZE-ONE-ENROLLMENT.
           IF ENR-ACTIVE
             MOVE SPACES TO CENSUS-DATA
             MOVE CENSUS-DATE TO CEN-CENSUS-DATE
             MOVE ENR-STUDENT-ID TO CEN-STUDENT-ID
             MOVE ENR-COURSE TO CEN-COURSE
             MOVE FULL-TIME-LOAD TO CEN-FULL-TIME-LOAD
             MOVE '*UNKNOWN*' TO CEN-MAJOR
             MOVE 'N' TO STUDENT-ON-FILE-SW
             PERFORM 185-SCAN-STUDENT-MASTER
               VARYING K-SUB FROM 1 BY 1
               UNTIL K-SUB > STU-MST-CT OR STUDENT-ON-FILE
             MOVE 0 TO CEN-CREDIT-HOURS
             MOVE 'N' TO SECTION-FOUND-SW
             PERFORM 190-SCAN-COURSE-TABLE
               VARYING K-SUB FROM 1 BY 1
               UNTIL K-SUB > CRS-CT OR SECTION-FOUND
             WRITE CENSUS-REC FROM CENSUS-DATA
             ADD 1 TO FROZEN-CT
           END-IF.
           PERFORM 820-READ-ENROLLMENT-FILE.
       185-SCAN-STUDENT-MASTER.
           IF SMT-STUDENT-ID (K-SUB) = ENR-STUDENT-ID
             MOVE 'Y' TO STUDENT-ON-FILE-SW
             MOVE SMT-MAJOR (K-SUB) TO CEN-MAJOR
             MOVE SMT-STANDING (K-SUB) TO CEN-STANDING.
       190-SCAN-COURSE-TABLE.
           IF CRT-COURSE (K-SUB) = ENR-COURSE
             MOVE 'Y' TO SECTION-FOUND-SW
             MOVE CRT-CREDIT-HOURS (K-SUB) TO CEN-CREDIT-HOURS.
      ******************************************************************
      * READS BACK THIS CENSUS DATE'S FROZEN RECORDS, ONE STUDENT AT ***
      * A TIME, AND POSTS EACH STUDENT TO THE BREAKDOWN TABLE ***
      ******************************************************************
       200-TALLY-CENSUS.
           OPEN INPUT CENSUS-FILE.
           PERFORM 830-READ-CENSUS-FILE.
           PERFORM 210-TALLY-ONE-STUDENT
             UNTIL CENSUS-EOF.
           CLOSE CENSUS-FILE.
       210-TALLY-ONE-STUDENT.
           IF CEN-CENSUS-DATE NOT = CENSUS-DATE
             PERFORM 830-READ-CENSUS-FILE
           ELSE
             MOVE CEN-STUDENT-ID TO HOLD-STUDENT-ID
             MOVE CEN-MAJOR TO HOLD-MAJOR
             MOVE CEN-STANDING TO HOLD-STANDING
             MOVE 0 TO STU-HOURS SDT-CT
             PERFORM 220-TALLY-ONE-SECTION
               UNTIL CENSUS-EOF
               OR CEN-CENSUS-DATE NOT = CENSUS-DATE
               OR CEN-STUDENT-ID NOT = HOLD-STUDENT-ID
             PERFORM 240-POST-STUDENT
           END-IF.
       220-TALLY-ONE-SECTION.
           ADD CEN-CREDIT-HOURS TO STU-HOURS.
           MOVE 'N' TO SDT-FOUND-SW.
           PERFORM 230-SCAN-STUDENT-DEPT
             VARYING S-SUB FROM 1 BY 1
             UNTIL S-SUB > SDT-CT OR SDT-FOUND.
           IF NOT SDT-FOUND
             IF SDT-CT = 30
               DISPLAY 'CENSUS - STUDENT ' HOLD-STUDENT-ID
                 ' EXCEEDS 30 DEPARTMENT TABLE CAPACITY, RUN ABORTED'
               STOP RUN
             END-IF
             ADD 1 TO SDT-CT
             MOVE CEN-ABB TO SDT-ABB (SDT-CT)
             MOVE 0 TO SDT-HOURS (SDT-CT)
             MOVE SDT-CT TO S-FOUND-SUB
           END-IF.
           ADD CEN-CREDIT-HOURS TO SDT-HOURS (S-FOUND-SUB).
           PERFORM 830-READ-CENSUS-FILE.
       230-SCAN-STUDENT-DEPT.
           IF SDT-ABB (S-SUB) = CEN-ABB
             MOVE 'Y' TO SDT-FOUND-SW
             MOVE S-SUB TO S-FOUND-SUB.
      ******************************************************************
      * A STUDENT CARRYING AT LEAST THE FULL-TIME LOAD IS FULL-TIME. ***
      * THE STUDENT COUNTS ONCE IN THE GRAND TOTAL, THE STUDENT'S    ***
      * MAJOR AND STANDING, AND EACH DEPARTMENT TAKEN                ***
      ******************************************************************
       240-POST-STUDENT.
           IF STU-HOURS NOT < FULL-TIME-LOAD
             MOVE 'Y' TO FULL-TIME-SW
             ADD 1 TO G-FULL-TIME-CT
           ELSE
             MOVE 'N' TO FULL-TIME-SW
             ADD 1 TO G-PART-TIME-CT
           END-IF.
           ADD 1 TO G-HEADCOUNT.
           ADD STU-HOURS TO G-HOURS.
           MOVE '1' TO HOLD-TYPE.
           MOVE HOLD-MAJOR TO HOLD-ORDER-KEY HOLD-LABEL.
           IF HOLD-MAJOR = SPACES
             MOVE 'UNDECLARED' TO HOLD-LABEL.
           MOVE STU-HOURS TO HOLD-HOURS.
           PERFORM 250-POST-BREAKDOWN.
           MOVE '2' TO HOLD-TYPE.
           PERFORM 245-SET-STANDING-KEY.
           PERFORM 250-POST-BREAKDOWN.
           MOVE '3' TO HOLD-TYPE.
           PERFORM 248-POST-STUDENT-DEPT
             VARYING S-SUB FROM 1 BY 1 UNTIL S-SUB > SDT-CT.
      ******************************************************************
      * STANDINGS PRINT FRESHMAN THROUGH SENIOR, THEN ANY OTHER CODE *
      ******************************************************************
       245-SET-STANDING-KEY.
           MOVE '9' TO HOLD-ORDER-KEY.
           MOVE HOLD-STANDING TO HOLD-ORDER-KEY (2:2) HOLD-LABEL.
           IF HOLD-STANDING = SPACES
             MOVE 'NONE' TO HOLD-LABEL.
           PERFORM 246-SCAN-STANDING-TABLE
             VARYING K-SUB FROM 1 BY 1 UNTIL K-SUB > 4.
       246-SCAN-STANDING-TABLE.
           IF STT-CODE (K-SUB) = HOLD-STANDING
             MOVE STT-RANK (K-SUB) TO HOLD-ORDER-KEY
             MOVE STT-NAME (K-SUB) TO HOLD-LABEL.
       248-POST-STUDENT-DEPT.
           MOVE SDT-ABB (S-SUB) TO HOLD-ORDER-KEY HOLD-LABEL.
           MOVE SDT-HOURS (S-SUB) TO HOLD-HOURS.
           PERFORM 250-POST-BREAKDOWN.
      ******************************************************************
      * ADDS THE STUDENT TO THE HOLD-TYPE/HOLD-ORDER-KEY SLOT,       ***
      * OPENING A NEW SLOT FOR A KEY NOT YET SEEN ***
      ******************************************************************
       250-POST-BREAKDOWN.
           MOVE 'N' TO BKT-FOUND-SW.
           PERFORM 255-SCAN-BREAKDOWN-TABLE
             VARYING B-SUB FROM 1 BY 1
             UNTIL B-SUB > BKT-CT OR BKT-FOUND.
           IF NOT BKT-FOUND
             IF BKT-CT = 500
               DISPLAY 'CENSUS - CENSUS EXCEEDS 500 ENTRY BREAKDOWN '
                 'TABLE CAPACITY, RUN ABORTED'
               STOP RUN
             ELSE
               ADD 1 TO BKT-CT
               MOVE HOLD-TYPE TO BKT-TYPE (BKT-CT)
               MOVE HOLD-ORDER-KEY TO BKT-ORDER-KEY (BKT-CT)
               MOVE HOLD-LABEL TO BKT-LABEL (BKT-CT)
               MOVE 0 TO BKT-HEADCOUNT (BKT-CT) BKT-HOURS (BKT-CT)
                 BKT-FULL-TIME-CT (BKT-CT) BKT-PART-TIME-CT (BKT-CT)
               MOVE BKT-CT TO B-FOUND-SUB
             END-IF
           END-IF.
           ADD 1 TO BKT-HEADCOUNT (B-FOUND-SUB).
           ADD HOLD-HOURS TO BKT-HOURS (B-FOUND-SUB).
           IF STUDENT-FULL-TIME
             ADD 1 TO BKT-FULL-TIME-CT (B-FOUND-SUB)
           ELSE
             ADD 1 TO BKT-PART-TIME-CT (B-FOUND-SUB).
       255-SCAN-BREAKDOWN-TABLE.
           IF BKT-TYPE (B-SUB) = HOLD-TYPE
             AND BKT-ORDER-KEY (B-SUB) = HOLD-ORDER-KEY
             MOVE 'Y' TO BKT-FOUND-SW
             MOVE B-SUB TO B-FOUND-SUB.
      ******************************************************************
      * PRINTS THE REPORT HEADING ***
      ******************************************************************
       225-CENSUS-HEADINGS.
           MOVE PAGE-CT TO HL-PAGE-CT.
           MOVE CENSUS-DATE TO HL-CENSUS-DATE.
           MOVE FULL-TIME-LOAD TO HL-FULL-TIME-LOAD.
           IF CENSUS-FROZEN
             MOVE 'REPRINTED FROM FROZEN CENSUS' TO HL-SOURCE
           ELSE
             MOVE 'FROZEN THIS RUN' TO HL-SOURCE.
           WRITE PRINT-REC FROM HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM HEADING2
             AFTER ADVANCING 1.
           WRITE PRINT-REC FROM HEADING3
             AFTER ADVANCING 1.
           MOVE 0 TO LINE-CT.
           ADD 1 TO PAGE-CT.
      ******************************************************************
      * PRINTS THE MAJOR, STANDING AND DEPARTMENT BREAKDOWNS, EACH   ***
      * IN KEY ORDER UNDER ITS OWN COLUMN HEADING ***
      ******************************************************************
       400-PRINT-BREAKDOWNS.
           SORT SORT-WORK
             ON ASCENDING KEY SW-TYPE SW-ORDER-KEY
             INPUT PROCEDURE 410-RELEASE-BREAKDOWNS
             OUTPUT PROCEDURE 420-PRINT-SORTED-BREAKDOWNS.
       410-RELEASE-BREAKDOWNS.
           PERFORM 415-RELEASE-ONE-BREAKDOWN
             VARYING B-SUB FROM 1 BY 1 UNTIL B-SUB > BKT-CT.
       415-RELEASE-ONE-BREAKDOWN.
           RELEASE SW-BREAKDOWN-DATA FROM BKT-ENTRY (B-SUB).
       420-PRINT-SORTED-BREAKDOWNS.
           PERFORM 850-RETURN-BREAKDOWN.
           PERFORM 430-PRINT-ONE-BREAKDOWN
             UNTIL SORT-EOF.
       430-PRINT-ONE-BREAKDOWN.
           IF LINE-CT > 45
             PERFORM 225-CENSUS-HEADINGS
             MOVE SPACES TO PREV-TYPE.
           IF BK-TYPE NOT = PREV-TYPE
             PERFORM 440-PRINT-BREAKDOWN-HEADING.
           MOVE BK-LABEL TO BL-LABEL.
           MOVE BK-HEADCOUNT TO BL-HEADCOUNT.
           MOVE BK-FULL-TIME-CT TO BL-FULL-TIME-CT.
           MOVE BK-PART-TIME-CT TO BL-PART-TIME-CT.
           MOVE BK-HOURS TO BL-HOURS.
           COMPUTE FTE ROUNDED = BK-HOURS / FULL-TIME-LOAD.
           MOVE FTE TO BL-FTE.
           WRITE PRINT-REC FROM BREAKDOWN-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
           PERFORM 850-RETURN-BREAKDOWN.
       440-PRINT-BREAKDOWN-HEADING.
           IF BK-MAJOR
             MOVE 'MAJOR' TO HL-BREAKDOWN.
           IF BK-STANDING
             MOVE 'STANDING' TO HL-BREAKDOWN.
           IF BK-DEPT
             MOVE 'DEPARTMENT' TO HL-BREAKDOWN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM HEADING4
             AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-CT.
           MOVE BK-TYPE TO PREV-TYPE.
      ******************************************************************
      * PRINTS THE UNDUPLICATED INSTITUTION TOTALS ***
      ******************************************************************
       480-PRINT-CENSUS-TOTALS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL' TO BL-LABEL.
           MOVE G-HEADCOUNT TO BL-HEADCOUNT.
           MOVE G-FULL-TIME-CT TO BL-FULL-TIME-CT.
           MOVE G-PART-TIME-CT TO BL-PART-TIME-CT.
           MOVE G-HOURS TO BL-HOURS.
           COMPUTE FTE ROUNDED = G-HOURS / FULL-TIME-LOAD.
           MOVE FTE TO BL-FTE.
           WRITE PRINT-REC FROM BREAKDOWN-LINE
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * READS EACH INPUT FILE ***
      ******************************************************************
       800-READ-COURSE-FILE.
           READ COURSE-FILE INTO COURSE-DATA
             AT END MOVE 'Y' TO EOF.
       810-READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE INTO STUDENT-MASTER-DATA
             AT END MOVE 'Y' TO EOF2.
       820-READ-ENROLLMENT-FILE.
           READ ENROLLMENT-FILE INTO ENROLLMENT-DATA
             AT END MOVE 'Y' TO EOF3.
       830-READ-CENSUS-FILE.
           READ CENSUS-FILE INTO CENSUS-DATA
             AT END MOVE 'Y' TO EOF4.
       850-RETURN-BREAKDOWN.
           RETURN SORT-WORK INTO BREAKDOWN-DATA
             AT END MOVE 'Y' TO EOF6.
