       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-REC-KEY.
         SELECT GRADE-HISTORY-FILE ASSIGN TO 'DA-S-GRDHIST'.
         SELECT SORTED-GRADE-FILE ASSIGN TO 'DA-S-SRTGH'.
         SELECT SORT-WORK ASSIGN TO 'S-SORTWK1'.
         SELECT STUDENT-MASTER-FILE ASSIGN TO 'DA-S-STUMST'.
         SELECT NEW-STUDENT-MASTER-FILE ASSIGN TO 'DA-S-NEWSTU'.
         SELECT TERM-CARD-FILE ASSIGN TO 'UR-S-TERMCD'.
         SELECT PRINT-FILE ASSIGN TO 'UR-S-TRANSCR'.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE STANDARD.
       01 EMP-REC.
         03 EMP-REC-KEY PIC X(10).
         03 FILLER      PIC X(70).
       FD GRADE-HISTORY-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 GRADE-HISTORY-REC PIC X(27).
       FD SORTED-GRADE-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 SORTED-GRADE-REC PIC X(32).
      ******************************************************************
      * SORT WORK RECORD - RESEQUENCES THE GRADE HISTORY FROM        ***
      * STUDENT/COURSE/TERM ORDER INTO STUDENT/TERM/COURSE ORDER SO  ***
      * EACH STUDENT'S TERMS ARRIVE TOGETHER, OLDEST FIRST.  TERM    ***
      * CODES DO NOT SORT IN CALENDAR ORDER (FA COMES BEFORE SP), SO ***
      * THE YEAR AND A SEASON SEQUENCE ARE CARRIED AHEAD OF THE TERM ***
      ******************************************************************
       SD SORT-WORK.
       01 SORT-WORK-REC.
         03 SW-STUDENT-ID       PIC X(9).
         03 SW-TERM-YEAR        PIC X(4).
         03 SW-TERM-SEQ PIC 9.
         03 SW-TERM     PIC X(6).
         03 SW-COURSE   PIC X(10).
         03 SW-GRADE    PIC XX.
       FD STUDENT-MASTER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 STUDENT-MASTER-REC PIC X(60).
       FD NEW-STUDENT-MASTER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 NEW-STUDENT-MASTER-REC PIC X(60).
       FD TERM-CARD-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 TERM-CARD-REC PIC X(80).
       FD PRINT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 PRINT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
         03 EOF         PIC X    VALUE 'N'.
           88 END-OF-DATA        VALUE 'Y'.
         03 EOF2        PIC X    VALUE 'N'.
           88 GRADE-EOF          VALUE 'Y'.
         03 EOF3        PIC X    VALUE 'N'.
           88 STUDENT-MASTER-EOF VALUE 'Y'.
         03 EOF4        PIC X    VALUE 'N'.
           88 TERM-CARD-EOF      VALUE 'Y'.
         03 EOF5        PIC X    VALUE 'N'.
           88 HISTORY-EOF        VALUE 'Y'.
         03 LINE-CT     PIC 99   VALUE 0.
         03 PAGE-CT     PIC 9999 VALUE '0001'.
         03 CRS-CT      PIC 9999 VALUE 0.
         03 K-SUB       PIC 9999 VALUE 0.
         03 K-FOUND-SUB PIC 9999 VALUE 0.
         03 COURSE-FOUND-SW     PIC X    VALUE 'N'.
           88 COURSE-FOUND              VALUE 'Y'.
         03 STUDENT-ON-FILE-SW  PIC X    VALUE 'N'.
           88 STUDENT-ON-FILE           VALUE 'Y'.
         03 CURRENT-TERM-SW     PIC X    VALUE 'N'.
           88 CURRENT-TERM-FOUND        VALUE 'Y'.
         03 TRANSCRIPT-CT       PIC 9999 VALUE 0.
         03 NEW-MASTER-CT       PIC 9999 VALUE 0.
         03 PROBATION-CT        PIC 9999 VALUE 0.
         03 DEANS-LIST-CT       PIC 9999 VALUE 0.
         03 ADVANCED-CT PIC 9999 VALUE 0.
         03 NOT-ON-MASTER-CT    PIC 9999 VALUE 0.
         03 HOLD-STUDENT-ID     PIC X(9) VALUE SPACES.
         03 HOLD-TERM   PIC X(6) VALUE SPACES.
         03 HOLD-STANDING       PIC XX   VALUE SPACES.
         03 HOLD-ACAD-STATUS    PIC X    VALUE SPACES.
         03 OLD-RANK    PIC 9    VALUE 0.
         03 NEW-RANK    PIC 9    VALUE 0.
         03 GRADE-POINTS        PIC 9    VALUE 0.
         03 COURSE-ATT  PIC 99   VALUE 0.
         03 COURSE-EARNED       PIC 99   VALUE 0.
         03 COURSE-QP   PIC 999  VALUE 0.
         03 TERM-ATT    PIC 999  VALUE 0.
         03 TERM-EARNED PIC 999  VALUE 0.
         03 TERM-QP     PIC 9999 VALUE 0.
         03 TERM-GPA    PIC 9V99 VALUE 0.
         03 CUM-ATT     PIC 999  VALUE 0.
         03 CUM-EARNED  PIC 999  VALUE 0.
         03 CUM-QP      PIC 9999 VALUE 0.
         03 CUM-GPA     PIC 9V99 VALUE 0.
         03 CUR-TERM-ATT        PIC 999  VALUE 0.
         03 CUR-TERM-QP PIC 9999 VALUE 0.
         03 CUR-TERM-GPA        PIC 9V99 VALUE 0.
      ******************************************************************
      * ACADEMIC STANDING RULES - A CUMULATIVE GPA UNDER THE         ***
      * PROBATION FLOOR PUTS THE STUDENT ON PROBATION; A FULL-TIME   ***
      * LOAD IN THE TERM JUST POSTED AT OR ABOVE THE DEAN'S LIST GPA ***
      * MAKES THE DEAN'S LIST.  CLASS STANDING FOLLOWS CUMULATIVE    ***
      * EARNED HOURS                                                 ***
      ******************************************************************
         03 PROBATION-GPA       PIC 9V99 VALUE 2.00.
         03 DEANS-LIST-GPA      PIC 9V99 VALUE 3.50.
         03 DEANS-LIST-HOURS    PIC 99   VALUE 12.
         03 SOPHOMORE-HOURS     PIC 999  VALUE 030.
         03 JUNIOR-HOURS        PIC 999  VALUE 060.
         03 SENIOR-HOURS        PIC 999  VALUE 090.
      ******************************************************************
      * DESCRIPTION OF COURSE MASTER RECORD - SAME AS ENROLL ***
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
      ******************************************************************
      * GRADE HISTORY MASTER RECORD - SAME AS GRADEPST ***
      ******************************************************************
       01 GRADE-HISTORY-DATA.
         03 GH-STUDENT-ID       PIC X(9).
         03 GH-COURSE   PIC X(10).
         03 GH-TERM.
           05 GH-TERM-YEAR      PIC X(4).
           05 GH-TERM-SEASON    PIC XX.
             88 GH-WINTER       VALUE 'WI'.
             88 GH-SPRING       VALUE 'SP'.
             88 GH-SUMMER       VALUE 'SU'.
             88 GH-FALL         VALUE 'FA'.
         03 GH-GRADE    PIC XX.
      ******************************************************************
      * SORTED GRADE RECORD - THE SORT WORK RECORD AS IT COMES BACK  ***
      * IN STUDENT/TERM/COURSE ORDER ***
      ******************************************************************
       01 SORTED-GRADE-DATA.
         03 SG-STUDENT-ID       PIC X(9).
         03 SG-TERM-YEAR        PIC X(4).
         03 SG-TERM-SEQ PIC 9.
         03 SG-TERM     PIC X(6).
         03 SG-COURSE.
           05 SG-ABB    PIC XXX.
           05 SG-NUMB   PIC XXXX.
           05 SG-SEC    PIC XXX.
         03 SG-GRADE    PIC XX.
           88 SG-GRADE-VALID    VALUE 'A ' 'B ' 'C ' 'D ' 'F '.
      ******************************************************************
      * STUDENT MASTER RECORD - SAME AS ENROLL, WITH THE CLASS       ***
      * STANDING CODES AND THE ACADEMIC STANDING THIS RUN MAINTAINS  ***
      * BROKEN OUT ***
      ******************************************************************
       01 STUDENT-MASTER-DATA.
         03 SM-STUDENT-ID       PIC X(9).
         03 SM-NAME     PIC X(25).
         03 SM-MAJOR    PIC X(10).
         03 SM-STANDING PIC XX.
           88 SM-FRESHMAN       VALUE 'FR'.
           88 SM-SOPHOMORE      VALUE 'SO'.
           88 SM-JUNIOR VALUE 'JR'.
           88 SM-SENIOR VALUE 'SR'.
         03 SM-ACAD-STATUS      PIC X.
           88 SM-GOOD-STANDING  VALUE 'G'.
           88 SM-PROBATION      VALUE 'P'.
           88 SM-DEANS-LIST     VALUE 'D'.
         03 FILLER      PIC X(13).
      ******************************************************************
      * TERM CARD - THE TERM JUST POSTED BY GRADEPST, E.G. 2026FA -  ***
      * THE TERM THE DEAN'S LIST IS JUDGED ON ***
      ******************************************************************
       01 TERM-CARD-DATA.
         03 TRM-TERM    PIC X(6).
         03 FILLER      PIC X(74).
      ******************************************************************
      * TABLE OF EVERY COURSE NUMBER ON THE COURSE MASTER WITH ITS   ***
      * TITLE AND CREDIT HOURS - KEPT BY COURSE NUMBER RATHER THAN   ***
      * SECTION SO A GRADE FROM A SECTION NOT OFFERED THIS TERM      ***
      * STILL FINDS ITS COURSE                                       ***
      ******************************************************************
       01 CRS-TABLE.
         03 CRS-ENTRY OCCURS 1000 TIMES INDEXED BY CRS-IDX.
           05 CT-COURSE-NUMB.
             07 CT-ABB          PIC XXX.
             07 CT-NUMB         PIC XXXX.
           05 CT-TITLE          PIC X(20).
           05 CT-CREDIT-HOURS   PIC 99.
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
         03 FILLER      PIC X(29)       VALUE
           'ACADEMIC TRANSCRIPT THROUGH '.
         03 HL-TERM     PIC X(6).
         03 FILLER      PIC X(33)       VALUE SPACES.
       01 STUDENT-HEADER-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'STUDENT: '.
         03 SH-STUDENT-ID       PIC X(9).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 SH-NAME     PIC X(25).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(7)        VALUE 'MAJOR: '.
         03 SH-MAJOR    PIC X(10).
       01 HEADING3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'COURSE'.
         03 FILLER      PIC X(9)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'TITLE'.
         03 FILLER      PIC X(18)       VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'GRADE'.
         03 FILLER      PIC X           VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'ATTEMPTED'.
         03 FILLER      PIC X           VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'EARNED'.
         03 FILLER      PIC X           VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'QUAL PTS'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(3)        VALUE 'GPA'.
      ******************************************************************
      * TERM HEADER LINE - OPENS EACH TERM'S GROUP OF COURSES ***
      ******************************************************************
       01 TERM-HEADER-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'TERM: '.
         03 TH-TERM     PIC X(6).
      ******************************************************************
      * TRANSCRIPT DETAIL LINE - ONE GRADED COURSE ***
      ******************************************************************
       01 COURSE-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 CL-ABB      PIC XXX.
         03 FILLER      PIC X           VALUE SPACES.
         03 CL-NUMB     PIC XXXX.
         03 FILLER      PIC X           VALUE SPACES.
         03 CL-SEC      PIC XXX.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 CL-TITLE    PIC X(20).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 CL-GRADE    PIC XX.
         03 FILLER      PIC X(8)        VALUE SPACES.
         03 CL-ATTEMPTED        PIC ZZ9.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 CL-EARNED   PIC ZZ9.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 CL-QP       PIC ZZZ9.
      ******************************************************************
      * TERM AND CUMULATIVE TOTAL LINES - SAME COLUMNS AS THE DETAIL *
      ******************************************************************
       01 GPA-TOTAL-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 GT-DESC     PIC X(38).
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 GT-ATTEMPTED        PIC ZZ9.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 GT-EARNED   PIC ZZ9.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 GT-QP       PIC ZZZ9.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 GT-GPA      PIC 9.99.
      ******************************************************************
      * STANDING LINE - CLOSES EACH TRANSCRIPT WITH THE STANDING     ***
      * WRITTEN TO THE NEW STUDENT MASTER ***
      ******************************************************************
       01 STANDING-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(16)       VALUE 'CLASS STANDING: '.
         03 SL-STANDING PIC XX.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(19)       VALUE 'ACADEMIC STANDING: '.
         03 SL-ACAD-DESC        PIC X(24).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 SL-REMARK   PIC X(30).
      ******************************************************************
      * RUN SUMMARY LINES ***
      ******************************************************************
       01 TRANSCRIPT-TOTALS-LINE1.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(21)   VALUE 'TRANSCRIPTS PRINTED: '.
         03 TT-TRANSCRIPT-CT    PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(16)   VALUE 'NOT ON MASTER: '.
         03 TT-NOT-ON-MASTER-CT PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'MASTER RECORDS OUT: '.
         03 TT-NEW-MASTER-CT    PIC ZZZ9.
       01 TRANSCRIPT-TOTALS-LINE2.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(11)   VALUE 'PROBATION: '.
         03 TT-PROBATION-CT     PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(13)   VALUE 'DEAN''S LIST: '.
         03 TT-DEANS-LIST-CT    PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(19)   VALUE 'STANDING ADVANCED: '.
         03 TT-ADVANCED-CT      PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRINTS EVERY STUDENT'S TRANSCRIPT FROM THE GRADE HISTORY     ***
      * MASTER - COURSES GROUPED BY TERM WITH TERM AND CUMULATIVE    ***
      * HOURS, QUALITY POINTS AND GPA - AND WRITES A NEW STUDENT     ***
      * MASTER CARRYING EACH STUDENT'S CLASS STANDING AND ACADEMIC   ***
      * STANDING.  THE NEW MASTER REPLACES DA-S-STUMST SO ENROLL,    ***
      * ROSTER, STUSCHD AND NOTLTR ALL SEE THE NEW STANDING          ***
      ******************************************************************
       000-MAINLINE.
           PERFORM 100-READ-TERM-CARD.
           PERFORM 120-LOAD-COURSE-TABLE.
           PERFORM 110-SORT-GRADES-BY-TERM.
           OPEN INPUT STUDENT-MASTER-FILE
                      SORTED-GRADE-FILE
             OUTPUT NEW-STUDENT-MASTER-FILE
                    PRINT-FILE.
           PERFORM 840-READ-STUDENT-MASTER.
           PERFORM 850-READ-SORTED-GRADE.
           PERFORM 300-MERGE-STEP
             UNTIL STUDENT-MASTER-EOF AND GRADE-EOF.
           PERFORM 400-PRINT-TRANSCRIPT-TOTALS.
           CLOSE STUDENT-MASTER-FILE
                 SORTED-GRADE-FILE
                 NEW-STUDENT-MASTER-FILE
                 PRINT-FILE.
           DISPLAY 'TRANSCR - TRANSCRIPTS PRINTED: ' TRANSCRIPT-CT
             ' PROBATION: ' PROBATION-CT
             ' DEANS LIST: ' DEANS-LIST-CT.
           STOP RUN.
      ******************************************************************
      * THE TERM CARD NAMES THE TERM JUST POSTED - NO CARD, NO       ***
      * TRANSCRIPT RUN ***
      ******************************************************************
       100-READ-TERM-CARD.
           OPEN INPUT TERM-CARD-FILE.
           READ TERM-CARD-FILE INTO TERM-CARD-DATA
             AT END MOVE 'Y' TO EOF4.
           CLOSE TERM-CARD-FILE.
           IF TERM-CARD-EOF OR TRM-TERM = SPACES
             DISPLAY 'TRANSCR - NO VALID TERM CARD, RUN ABORTED'
             STOP RUN.
      ******************************************************************
      * RESEQUENCES THE GRADE HISTORY INTO STUDENT/TERM/COURSE ORDER *
      ******************************************************************
       110-SORT-GRADES-BY-TERM.
           SORT SORT-WORK
             ON ASCENDING KEY SW-STUDENT-ID SW-TERM-YEAR SW-TERM-SEQ
                              SW-TERM SW-COURSE
             INPUT PROCEDURE 150-RELEASE-GRADE-HISTORY
             GIVING SORTED-GRADE-FILE.
      ******************************************************************
      * LOADS ONE ENTRY PER COURSE NUMBER FROM THE COURSE MASTER -   ***
      * THE MASTER IS IN KEY ORDER SO A COURSE'S SECTIONS ARRIVE     ***
      * TOGETHER AND ONLY THE FIRST ONE IS KEPT                      ***
      ******************************************************************
       120-LOAD-COURSE-TABLE.
           OPEN INPUT COURSE-FILE.
           PERFORM 800-READ-COURSE-FILE.
           PERFORM 130-LOAD-COURSE-ENTRY
             UNTIL END-OF-DATA.
           CLOSE COURSE-FILE.
       130-LOAD-COURSE-ENTRY.
           IF CRS-CT = 0
             OR C-ABB NOT = CT-ABB (CRS-CT)
             OR C-NUMB NOT = CT-NUMB (CRS-CT)
             IF CRS-CT = 1000
               DISPLAY 'TRANSCR - COURSE MASTER EXCEEDS 1000 COURSE '
                 'TABLE CAPACITY, RUN ABORTED'
               STOP RUN
             END-IF
             ADD 1 TO CRS-CT
             MOVE C-ABB TO CT-ABB (CRS-CT)
             MOVE C-NUMB TO CT-NUMB (CRS-CT)
             MOVE C-TITLE TO CT-TITLE (CRS-CT)
             IF C-CREDIT-HOURS NUMERIC
               MOVE C-CREDIT-HOURS TO CT-CREDIT-HOURS (CRS-CT)
             ELSE
               MOVE 0 TO CT-CREDIT-HOURS (CRS-CT)
             END-IF
           END-IF.
           PERFORM 800-READ-COURSE-FILE.
      ******************************************************************
      * INPUT PROCEDURE - RELEASES EVERY GRADE HISTORY RECORD WITH   ***
      * ITS TERM BROKEN INTO YEAR AND SEASON SEQUENCE                ***
      ******************************************************************
       150-RELEASE-GRADE-HISTORY.
           OPEN INPUT GRADE-HISTORY-FILE.
           PERFORM 820-READ-GRADE-HISTORY.
           PERFORM 160-RELEASE-ONE-GRADE
             UNTIL HISTORY-EOF.
           CLOSE GRADE-HISTORY-FILE.
       160-RELEASE-ONE-GRADE.
           MOVE GH-STUDENT-ID TO SW-STUDENT-ID.
           MOVE GH-TERM-YEAR TO SW-TERM-YEAR.
           MOVE 5 TO SW-TERM-SEQ.
           IF GH-WINTER
             MOVE 1 TO SW-TERM-SEQ.
           IF GH-SPRING
             MOVE 2 TO SW-TERM-SEQ.
           IF GH-SUMMER
             MOVE 3 TO SW-TERM-SEQ.
           IF GH-FALL
             MOVE 4 TO SW-TERM-SEQ.
           MOVE GH-TERM TO SW-TERM.
           MOVE GH-COURSE TO SW-COURSE.
           MOVE GH-GRADE TO SW-GRADE.
           RELEASE SORT-WORK-REC.
           PERFORM 820-READ-GRADE-HISTORY.
      ******************************************************************
      * PROCESSES ONE WHOLE STUDENT - THE STUDENT MASTER AND THE     ***
      * SORTED GRADES ARE BOTH IN STUDENT ID ORDER.  A STUDENT WITH  ***
      * GRADES GETS A TRANSCRIPT; EVERY MASTER RECORD IS WRITTEN TO  ***
      * THE NEW MASTER, UPDATED OR NOT                               ***
      ******************************************************************
       300-MERGE-STEP.
           IF STUDENT-MASTER-EOF
             MOVE SG-STUDENT-ID TO HOLD-STUDENT-ID
           ELSE
             IF GRADE-EOF
               MOVE SM-STUDENT-ID TO HOLD-STUDENT-ID
             ELSE
               IF SM-STUDENT-ID < SG-STUDENT-ID
                 MOVE SM-STUDENT-ID TO HOLD-STUDENT-ID
               ELSE
                 MOVE SG-STUDENT-ID TO HOLD-STUDENT-ID
               END-IF
             END-IF
           END-IF.
           IF NOT STUDENT-MASTER-EOF
             AND SM-STUDENT-ID = HOLD-STUDENT-ID
             MOVE 'Y' TO STUDENT-ON-FILE-SW
           ELSE
             MOVE 'N' TO STUDENT-ON-FILE-SW
           END-IF.
           IF NOT GRADE-EOF
             AND SG-STUDENT-ID = HOLD-STUDENT-ID
             PERFORM 310-PRINT-TRANSCRIPT
           END-IF.
           IF STUDENT-ON-FILE
             WRITE NEW-STUDENT-MASTER-REC FROM STUDENT-MASTER-DATA
             ADD 1 TO NEW-MASTER-CT
             PERFORM 840-READ-STUDENT-MASTER
           END-IF.
      ******************************************************************
      * PRINTS ONE STUDENT'S TRANSCRIPT, TERM BY TERM, THEN SETS AND *
      * PRINTS THE STUDENT'S STANDING ***
      ******************************************************************
       310-PRINT-TRANSCRIPT.
           MOVE 0 TO CUM-ATT CUM-EARNED CUM-QP
                     CUR-TERM-ATT CUR-TERM-QP.
           MOVE 'N' TO CURRENT-TERM-SW.
           PERFORM 225-TRANSCRIPT-HEADINGS.
           PERFORM 230-STUDENT-HEADER.
           PERFORM 320-PRINT-ONE-TERM
             UNTIL GRADE-EOF OR SG-STUDENT-ID NOT = HOLD-STUDENT-ID.
           PERFORM 360-SET-STANDING.
           PERFORM 370-PRINT-STANDING-LINE.
           ADD 1 TO TRANSCRIPT-CT.
      ******************************************************************
      * PRINTS ONE TERM'S COURSES AND THE TERM AND CUMULATIVE TOTALS *
      ******************************************************************
       320-PRINT-ONE-TERM.
           MOVE SG-TERM TO HOLD-TERM.
           MOVE 0 TO TERM-ATT TERM-EARNED TERM-QP.
           IF LINE-CT > 42
             PERFORM 225-TRANSCRIPT-HEADINGS
             PERFORM 230-STUDENT-HEADER.
           MOVE HOLD-TERM TO TH-TERM.
           WRITE PRINT-REC FROM TERM-HEADER-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
           PERFORM 330-PRINT-COURSE-LINE
             UNTIL GRADE-EOF OR SG-STUDENT-ID NOT = HOLD-STUDENT-ID
               OR SG-TERM NOT = HOLD-TERM.
           ADD TERM-ATT TO CUM-ATT.
           ADD TERM-EARNED TO CUM-EARNED.
           ADD TERM-QP TO CUM-QP.
           IF HOLD-TERM = TRM-TERM
             MOVE 'Y' TO CURRENT-TERM-SW
             MOVE TERM-ATT TO CUR-TERM-ATT
             MOVE TERM-QP TO CUR-TERM-QP.
           PERFORM 340-PRINT-TERM-TOTALS.
      ******************************************************************
      * PRINTS ONE GRADED COURSE - ONLY A LETTER GRADE IN A COURSE   ***
      * THE COURSE MASTER KNOWS CARRIES HOURS; AN F IS ATTEMPTED BUT *
      * NOT EARNED ***
      ******************************************************************
       330-PRINT-COURSE-LINE.
           IF LINE-CT > 45
             PERFORM 225-TRANSCRIPT-HEADINGS
             PERFORM 230-STUDENT-HEADER.
           PERFORM 350-SEARCH-COURSE-TABLE.
           MOVE 0 TO COURSE-ATT COURSE-EARNED COURSE-QP.
           IF COURSE-FOUND
             MOVE CT-TITLE (K-FOUND-SUB) TO CL-TITLE
             IF SG-GRADE-VALID
               MOVE CT-CREDIT-HOURS (K-FOUND-SUB) TO COURSE-ATT
               IF SG-GRADE NOT = 'F '
                 MOVE COURSE-ATT TO COURSE-EARNED
               END-IF
               PERFORM 345-SET-GRADE-POINTS
               COMPUTE COURSE-QP = GRADE-POINTS * COURSE-ATT
             END-IF
           ELSE
             MOVE '*NOT ON COURSE FILE*' TO CL-TITLE
           END-IF.
           ADD COURSE-ATT TO TERM-ATT.
           ADD COURSE-EARNED TO TERM-EARNED.
           ADD COURSE-QP TO TERM-QP.
           MOVE SG-ABB TO CL-ABB.
           MOVE SG-NUMB TO CL-NUMB.
           MOVE SG-SEC TO CL-SEC.
           MOVE SG-GRADE TO CL-GRADE.
           MOVE COURSE-ATT TO CL-ATTEMPTED.
           MOVE COURSE-EARNED TO CL-EARNED.
           MOVE COURSE-QP TO CL-QP.
           WRITE PRINT-REC FROM COURSE-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
           PERFORM 850-READ-SORTED-GRADE.
      ******************************************************************
      * PRINTS THE TERM LINE AND THE CUMULATIVE LINE UNDER A TERM ***
      ******************************************************************
       340-PRINT-TERM-TOTALS.
           MOVE 0 TO TERM-GPA CUM-GPA.
           IF TERM-ATT > 0
             COMPUTE TERM-GPA ROUNDED = TERM-QP / TERM-ATT.
           IF CUM-ATT > 0
             COMPUTE CUM-GPA ROUNDED = CUM-QP / CUM-ATT.
           MOVE 'TERM TOTALS' TO GT-DESC.
           MOVE TERM-ATT TO GT-ATTEMPTED.
           MOVE TERM-EARNED TO GT-EARNED.
           MOVE TERM-QP TO GT-QP.
           MOVE TERM-GPA TO GT-GPA.
           WRITE PRINT-REC FROM GPA-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'CUMULATIVE TOTALS' TO GT-DESC.
           MOVE CUM-ATT TO GT-ATTEMPTED.
           MOVE CUM-EARNED TO GT-EARNED.
           MOVE CUM-QP TO GT-QP.
           MOVE CUM-GPA TO GT-GPA.
           WRITE PRINT-REC FROM GPA-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           ADD 3 TO LINE-CT.
      ******************************************************************
      * GRADE POINTS PER CREDIT HOUR FOR A LETTER GRADE ***
      ******************************************************************
       345-SET-GRADE-POINTS.
           MOVE 0 TO GRADE-POINTS.
           IF SG-GRADE = 'A '
             MOVE 4 TO GRADE-POINTS.
           IF SG-GRADE = 'B '
             MOVE 3 TO GRADE-POINTS.
           IF SG-GRADE = 'C '
             MOVE 2 TO GRADE-POINTS.
           IF SG-GRADE = 'D '
             MOVE 1 TO GRADE-POINTS.
      ******************************************************************
      * TRUE IF THE GRADED COURSE NUMBER IS ON THE COURSE TABLE -    ***
      * K-FOUND-SUB IS LEFT POINTING AT THE ENTRY                    ***
      ******************************************************************
       350-SEARCH-COURSE-TABLE.
           MOVE 'N' TO COURSE-FOUND-SW.
           PERFORM 355-SCAN-COURSE-TABLE
             VARYING K-SUB FROM 1 BY 1
             UNTIL K-SUB > CRS-CT OR COURSE-FOUND.
       355-SCAN-COURSE-TABLE.
           IF CT-ABB (K-SUB) = SG-ABB AND CT-NUMB (K-SUB) = SG-NUMB
             MOVE 'Y' TO COURSE-FOUND-SW
             MOVE K-SUB TO K-FOUND-SUB.
      ******************************************************************
      * SETS THE STUDENT'S STANDING FROM THE CUMULATIVE FIGURES.     ***
      * CLASS STANDING ONLY MOVES UP - TRANSFER HOURS ARE NOT ON THE ***
      * GRADE HISTORY, SO A STUDENT IS NEVER PUT BACK A CLASS, AND A ***
      * CODE OTHER THAN FR/SO/JR/SR IS LEFT AS THE REGISTRAR SET IT  ***
      ******************************************************************
       360-SET-STANDING.
           MOVE 1 TO NEW-RANK.
           IF CUM-EARNED NOT < SOPHOMORE-HOURS
             MOVE 2 TO NEW-RANK.
           IF CUM-EARNED NOT < JUNIOR-HOURS
             MOVE 3 TO NEW-RANK.
           IF CUM-EARNED NOT < SENIOR-HOURS
             MOVE 4 TO NEW-RANK.
           MOVE SPACES TO HOLD-STANDING.
           MOVE 0 TO OLD-RANK.
           IF STUDENT-ON-FILE
             MOVE SM-STANDING TO HOLD-STANDING
             PERFORM 362-SET-OLD-RANK
           END-IF.
           IF NEW-RANK > OLD-RANK
             PERFORM 364-SET-NEW-STANDING
             IF STUDENT-ON-FILE AND OLD-RANK > 0
               ADD 1 TO ADVANCED-CT
             END-IF
           END-IF.
           MOVE 'G' TO HOLD-ACAD-STATUS.
           IF CUR-TERM-ATT > 0
             COMPUTE CUR-TERM-GPA ROUNDED = CUR-TERM-QP / CUR-TERM-ATT.
           IF CUM-ATT > 0 AND CUM-GPA < PROBATION-GPA
             MOVE 'P' TO HOLD-ACAD-STATUS
             ADD 1 TO PROBATION-CT
           ELSE
             IF CURRENT-TERM-FOUND
               AND CUR-TERM-ATT NOT < DEANS-LIST-HOURS
               AND CUR-TERM-GPA NOT < DEANS-LIST-GPA
               MOVE 'D' TO HOLD-ACAD-STATUS
               ADD 1 TO DEANS-LIST-CT
             END-IF
           END-IF.
           IF STUDENT-ON-FILE
             MOVE HOLD-STANDING TO SM-STANDING
             MOVE HOLD-ACAD-STATUS TO SM-ACAD-STATUS
           END-IF.
       362-SET-OLD-RANK.
           IF SM-STANDING NOT = SPACES
             MOVE 9 TO OLD-RANK.
           IF SM-FRESHMAN
             MOVE 1 TO OLD-RANK.
           IF SM-SOPHOMORE
             MOVE 2 TO OLD-RANK.
           IF SM-JUNIOR
             MOVE 3 TO OLD-RANK.
           IF SM-SENIOR
             MOVE 4 TO OLD-RANK.
       364-SET-NEW-STANDING.
           IF NEW-RANK = 1
             MOVE 'FR' TO HOLD-STANDING.
           IF NEW-RANK = 2
             MOVE 'SO' TO HOLD-STANDING.
           IF NEW-RANK = 3
             MOVE 'JR' TO HOLD-STANDING.
           IF NEW-RANK = 4
             MOVE 'SR' TO HOLD-STANDING.
      ******************************************************************
      * PRINTS THE STANDING LINE THAT CLOSES THE TRANSCRIPT ***
      ******************************************************************
       370-PRINT-STANDING-LINE.
           MOVE HOLD-STANDING TO SL-STANDING.
           MOVE 'GOOD STANDING' TO SL-ACAD-DESC.
           IF HOLD-ACAD-STATUS = 'P'
             MOVE '*** ACADEMIC PROBATION' TO SL-ACAD-DESC.
           IF HOLD-ACAD-STATUS = 'D'
             MOVE '*** DEAN''S LIST' TO SL-ACAD-DESC.
           IF STUDENT-ON-FILE
             MOVE SPACES TO SL-REMARK
           ELSE
             MOVE 'NOT ON STUDENT MASTER' TO SL-REMARK
             ADD 1 TO NOT-ON-MASTER-CT
           END-IF.
           WRITE PRINT-REC FROM STANDING-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
      ******************************************************************
      * PRINTS THE REPORT HEADING AT THE TOP OF A NEW PAGE ***
      ******************************************************************
       225-TRANSCRIPT-HEADINGS.
           MOVE PAGE-CT TO HL-PAGE-CT.
           MOVE TRM-TERM TO HL-TERM.
           WRITE PRINT-REC FROM HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM HEADING2
             AFTER ADVANCING 1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1.
           MOVE 0 TO LINE-CT.
           ADD 1 TO PAGE-CT.
      ******************************************************************
      * PRINTS THE STUDENT HEADER AND COLUMN HEADINGS ***
      ******************************************************************
       230-STUDENT-HEADER.
           MOVE HOLD-STUDENT-ID TO SH-STUDENT-ID.
           IF STUDENT-ON-FILE
             MOVE SM-NAME TO SH-NAME
             MOVE SM-MAJOR TO SH-MAJOR
           ELSE
             MOVE '*NOT ON STUDENT MASTER*' TO SH-NAME
             MOVE SPACES TO SH-MAJOR
           END-IF.
           WRITE PRINT-REC FROM STUDENT-HEADER-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM HEADING3
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           ADD 4 TO LINE-CT.
      ******************************************************************
      * PRINTS THE COUNTS FOR THE RUN ***
      ******************************************************************
       400-PRINT-TRANSCRIPT-TOTALS.
           IF TRANSCRIPT-CT = 0
             PERFORM 225-TRANSCRIPT-HEADINGS.
           MOVE TRANSCRIPT-CT TO TT-TRANSCRIPT-CT.
           MOVE NOT-ON-MASTER-CT TO TT-NOT-ON-MASTER-CT.
           MOVE NEW-MASTER-CT TO TT-NEW-MASTER-CT.
           MOVE PROBATION-CT TO TT-PROBATION-CT.
           MOVE DEANS-LIST-CT TO TT-DEANS-LIST-CT.
           MOVE ADVANCED-CT TO TT-ADVANCED-CT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM TRANSCRIPT-TOTALS-LINE1
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM TRANSCRIPT-TOTALS-LINE2
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * READS EACH INPUT FILE ***
      ******************************************************************
       800-READ-COURSE-FILE.
           READ COURSE-FILE INTO COURSE-DATA
             AT END MOVE 'Y' TO EOF.
       820-READ-GRADE-HISTORY.
           READ GRADE-HISTORY-FILE INTO GRADE-HISTORY-DATA
             AT END MOVE 'Y' TO EOF5.
       840-READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE INTO STUDENT-MASTER-DATA
             AT END MOVE 'Y' TO EOF3.
       850-READ-SORTED-GRADE.
           READ SORTED-GRADE-FILE INTO SORTED-GRADE-DATA
             AT END MOVE 'Y' TO EOF2.
