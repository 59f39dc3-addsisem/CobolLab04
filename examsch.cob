       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMSCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-REC-KEY.
         SELECT EXAM-SLOT-FILE ASSIGN TO 'DA-S-EXMSLT'.
         SELECT ROOM-MASTER-FILE ASSIGN TO 'DA-S-ROOMMST'.
         SELECT ENROLLMENT-FILE ASSIGN TO 'DA-S-ENROLL'.
         SELECT STUDENT-MASTER-FILE ASSIGN TO 'DA-S-STUMST'.
         SELECT SORT-WORK ASSIGN TO 'S-SORTWK1'.
         SELECT PRINT-FILE ASSIGN TO 'UR-S-EXAMSCH'.
         SELECT INSTRUCTOR-FILE ASSIGN TO 'UR-S-EXAMINS'.
         SELECT CONFLICT-FILE ASSIGN TO 'UR-S-EXAMCNF'.
         SELECT EXAM-WEB-FILE ASSIGN TO 'UR-S-EXAMWEB'.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE STANDARD.
       01 EMP-REC.
         03 EMP-REC-KEY PIC X(10).
         03 FILLER      PIC X(70).
       FD EXAM-SLOT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 EXAM-SLOT-REC PIC X(40).
       FD ROOM-MASTER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 ROOM-MASTER-REC PIC X(20).
       FD ENROLLMENT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 ENROLLMENT-REC PIC X(20).
       FD STUDENT-MASTER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 STUDENT-MASTER-REC PIC X(60).
      ******************************************************************
      * SORT WORK RECORD - ONE SECTION'S EXAM, SAME LAYOUT AS AN     ***
      * EXAM TABLE ENTRY, RESEQUENCED BY ROOM FOR THE SCHEDULE AND   ***
      * BY INSTRUCTOR FOR THE INSTRUCTOR LIST                        ***
      ******************************************************************
       SD SORT-WORK.
       01 SW-EXAM-DATA.
         03 SW-COURSE   PIC X(10).
         03 SW-TITLE    PIC X(20).
         03 SW-INSTRUCTOR       PIC X(24).
         03 SW-ENROLLED PIC 999.
         03 SW-EXAM-DATE        PIC X(8).
         03 SW-EXAM-TIME        PIC X(4).
         03 SW-EXAM-LOCATION.
           05 SW-EXAM-BUILDING  PIC XX.
           05 SW-EXAM-ROOM      PIC XXX.
         03 SW-NOTE-CODE        PIC X.
       FD PRINT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 PRINT-REC PIC X(132).
       FD INSTRUCTOR-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 INSTRUCTOR-REC PIC X(132).
       FD CONFLICT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 CONFLICT-REC PIC X(132).
       FD EXAM-WEB-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 EXAM-WEB-REC PIC X(56).
       WORKING-STORAGE SECTION.
       01 MISC.
         03 EOF         PIC X    VALUE 'N'.
           88 COURSE-EOF         VALUE 'Y'.
         03 EOF2        PIC X    VALUE 'N'.
           88 EXAM-SLOT-EOF      VALUE 'Y'.
         03 EOF3        PIC X    VALUE 'N'.
           88 ROOM-MASTER-EOF    VALUE 'Y'.
         03 EOF4        PIC X    VALUE 'N'.
           88 ENROLL-EOF         VALUE 'Y'.
         03 EOF5        PIC X    VALUE 'N'.
           88 STUDENT-MASTER-EOF VALUE 'Y'.
         03 EOF6        PIC X    VALUE 'N'.
           88 SORT-EOF           VALUE 'Y'.
         03 LINE-CT     PIC 99   VALUE 0.
         03 PAGE-CT     PIC 9999 VALUE '0001'.
         03 INS-LINE-CT PIC 99   VALUE 0.
         03 INS-PAGE-CT PIC 9999 VALUE '0001'.
         03 CNF-LINE-CT PIC 99   VALUE 0.
         03 CNF-PAGE-CT PIC 9999 VALUE '0001'.
         03 XT-CT       PIC 9999 VALUE 0.
         03 X-SUB       PIC 9999 VALUE 0.
         03 K-SUB       PIC 9999 VALUE 0.
         03 XT-FOUND-SUB        PIC 9999 VALUE 0.
         03 EST-CT      PIC 999  VALUE 0.
         03 E-SUB       PIC 999  VALUE 0.
         03 EST-FOUND-SUB       PIC 999  VALUE 0.
         03 ROOM-CT     PIC 999  VALUE 0.
         03 R-SUB       PIC 999  VALUE 0.
         03 R-FOUND-SUB PIC 999  VALUE 0.
         03 BEST-SUB    PIC 999  VALUE 0.
         03 STU-MST-CT  PIC 9999 VALUE 0.
         03 M-SUB       PIC 9999 VALUE 0.
         03 SXT-CT      PIC 99   VALUE 0.
         03 S-SUB       PIC 99   VALUE 0.
         03 T-SUB       PIC 99   VALUE 0.
         03 DAY-EXAM-CT PIC 99   VALUE 0.
         03 SCHEDULED-CT        PIC 9999 VALUE 0.
         03 MOVED-CT    PIC 9999 VALUE 0.
         03 NO-SLOT-CT  PIC 9999 VALUE 0.
         03 NO-ROOM-CT  PIC 9999 VALUE 0.
         03 SAME-SLOT-CT        PIC 9999 VALUE 0.
         03 HEAVY-DAY-CT        PIC 9999 VALUE 0.
         03 XT-FOUND-SW PIC X    VALUE 'N'.
           88 XT-FOUND                  VALUE 'Y'.
         03 EST-FOUND-SW        PIC X    VALUE 'N'.
           88 EST-FOUND                 VALUE 'Y'.
         03 ROOM-FOUND-SW       PIC X    VALUE 'N'.
           88 ROOM-FOUND                VALUE 'Y'.
         03 ROOM-TAKEN-SW       PIC X    VALUE 'N'.
           88 ROOM-TAKEN                VALUE 'Y'.
         03 EARLIER-DAY-SW      PIC X    VALUE 'N'.
           88 EARLIER-DAY               VALUE 'Y'.
         03 STUDENT-ON-FILE-SW  PIC X    VALUE 'N'.
           88 STUDENT-ON-FILE           VALUE 'Y'.
         03 HOLD-STUDENT-ID     PIC X(9) VALUE SPACES.
         03 HOLD-STUDENT-NAME   PIC X(25)        VALUE SPACES.
         03 HOLD-COURSE PIC X(10)        VALUE SPACES.
         03 HOLD-START-TIME.
           05 HOLD-START-HOUR   PIC 99.
           05 HOLD-START-MIN    PIC 99.
         03 LOOKUP-LOCATION.
           05 LOOKUP-BUILDING   PIC XX.
           05 LOOKUP-ROOM       PIC XXX.
         03 PREV-LOCATION       PIC X(5) VALUE LOW-VALUES.
         03 PREV-INSTRUCTOR     PIC X(24)        VALUE LOW-VALUES.
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
         03 C-LINK-ROLE PIC X.
           88 C-LINK-LAB                VALUE 'B'.
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
      * EXAM SLOT RECORD - ONE PER REGULAR MEETING PATTERN.  THE     ***
      * DAYS ARE HELD EXACTLY AS THEY APPEAR ON THE COURSE MASTER    ***
      * (RIGHT JUSTIFIED) AND THE START TIME AS HHMM.  A RECORD WITH ***
      * A BLANK START TIME IS THE DEFAULT SLOT FOR ITS DAYS          ***
      ******************************************************************
       01 EXAM-SLOT-DATA.
         03 ES-DAYS     PIC X(6).
         03 ES-START-TIME       PIC X(4).
         03 ES-EXAM-DATE        PIC X(8).
         03 ES-EXAM-TIME        PIC X(4).
         03 FILLER      PIC X(18).
       01 EXAM-SLOT-TABLE.
         03 EST-ENTRY OCCURS 100 TIMES INDEXED BY EST-IDX.
           05 EST-DAYS  PIC X(6).
           05 EST-START-TIME    PIC X(4).
           05 EST-EXAM-DATE     PIC X(8).
           05 EST-EXAM-TIME     PIC X(4).
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
           05 RMT-LOCATION.
             07 RMT-BUILDING    PIC XX.
             07 RMT-ROOM        PIC XXX.
           05 RMT-CAPACITY      PIC 999.
      ******************************************************************
      * ENROLLMENT MASTER RECORD - SAME AS ENROLL ***
      ******************************************************************
       01 ENROLLMENT-DATA.
         03 ENR-STUDENT-ID      PIC X(9).
         03 ENR-COURSE  PIC X(10).
         03 ENR-STATUS  PIC X.
           88 ENR-ACTIVE         VALUE 'A'.
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
           05 SMT-NAME          PIC X(25).
      ******************************************************************
      * ONE ENTRY PER SECTION ON THE COURSE MASTER, IN KEY ORDER -   ***
      * ITS REGULAR MEETING, ACTIVE ENROLLMENT AND THE EXAM SLOT AND ***
      * ROOM IT WAS GIVEN.  THE NOTE CODE IS BLANK FOR AN EXAM IN    ***
      * THE SECTION'S OWN ROOM, C WHEN MOVED FOR CAPACITY, T WHEN    ***
      * MOVED BECAUSE ANOTHER EXAM HAS THE ROOM, N WHEN NO ROOM WAS  ***
      * FREE AND S WHEN NO EXAM SLOT MATCHES ITS MEETING PATTERN     ***
      ******************************************************************
       01 EXAM-TABLE.
         03 XT-ENTRY OCCURS 2000 TIMES INDEXED BY XT-IDX.
           05 XT-EXAM-DATA.
             07 XT-COURSE       PIC X(10).
             07 XT-TITLE        PIC X(20).
             07 XT-INSTRUCTOR   PIC X(24).
             07 XT-ENROLLED     PIC 999.
             07 XT-EXAM-DATE    PIC X(8).
             07 XT-EXAM-TIME    PIC X(4).
             07 XT-EXAM-LOCATION        PIC X(5).
             07 XT-NOTE-CODE    PIC X.
               88 XT-OWN-ROOM           VALUE ' '.
               88 XT-MOVED-CAPACITY     VALUE 'C'.
               88 XT-MOVED-TAKEN        VALUE 'T'.
               88 XT-NO-ROOM            VALUE 'N'.
               88 XT-NO-SLOT            VALUE 'S'.
           05 XT-DAYS   PIC X(6).
           05 XT-START-TIME     PIC X(4).
           05 XT-LOCATION       PIC X(5).
      ******************************************************************
      * ONE STUDENT'S EXAMS WHILE THE STUDENT IS CHECKED FOR         ***
      * CONFLICTS ***
      ******************************************************************
       01 STUDENT-EXAM-TABLE.
         03 SXT-ENTRY OCCURS 30 TIMES INDEXED BY SXT-IDX.
           05 SXT-COURSE        PIC X(10).
           05 SXT-EXAM-DATE     PIC X(8).
           05 SXT-EXAM-TIME     PIC X(4).
      ******************************************************************
      * SORTED EXAM RECORD - SAME AS A SORT WORK RECORD ***
      ******************************************************************
       01 EXAM-DATA.
         03 EX-COURSE.
           05 EX-ABB    PIC XXX.
           05 EX-NUMB   PIC XXXX.
           05 EX-SEC    PIC XXX.
         03 EX-TITLE    PIC X(20).
         03 EX-INSTRUCTOR       PIC X(24).
         03 EX-ENROLLED PIC 999.
         03 EX-EXAM-DATE        PIC X(8).
         03 EX-EXAM-TIME.
           05 EX-EXAM-HOUR      PIC 99.
           05 EX-EXAM-MIN       PIC 99.
         03 EX-EXAM-LOCATION.
           05 EX-EXAM-BUILDING  PIC XX.
           05 EX-EXAM-ROOM      PIC XXX.
         03 EX-NOTE-CODE        PIC X.
      ******************************************************************
      * NOTE TEXT FOR EACH NOTE CODE ***
      ******************************************************************
       01 NOTE-VALUES.
         03 FILLER      PIC X(21)       VALUE 'CMOVED - SMALL ROOM  '.
         03 FILLER      PIC X(21)       VALUE 'TMOVED - ROOM IN USE '.
         03 FILLER      PIC X(21)       VALUE 'NNO ROOM FREE        '.
         03 FILLER      PIC X(21)       VALUE 'SNO EXAM SLOT        '.
       01 NOTE-TABLE REDEFINES NOTE-VALUES.
         03 NTT-ENTRY OCCURS 4 TIMES.
           05 NTT-CODE  PIC X.
           05 NTT-TEXT  PIC X(20).
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
         03 FILLER      PIC X(35)       VALUE SPACES.
         03 HL-TITLE    PIC X(30).
       01 HEADING3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'EXAM DATE'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'TIME'.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'CLASS'.
         03 FILLER      PIC X(11)       VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'TITLE'.
         03 FILLER      PIC X(18)       VALUE SPACES.
         03 HL-COLUMN   PIC X(24).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'ENROLLED'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'NOTE'.
      ******************************************************************
      * ROOM AND INSTRUCTOR BREAK LINES ***
      ******************************************************************
       01 ROOM-BREAK-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'ROOM: '.
         03 RB-LOCATION.
           05 RB-BUILDING       PIC XX.
           05 RB-DASH   PIC X.
           05 RB-ROOM   PIC XXX.
       01 INSTRUCTOR-BREAK-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(12)       VALUE 'INSTRUCTOR: '.
         03 IB-INSTRUCTOR       PIC X(24).
      ******************************************************************
      * EXAM DETAIL LINE - XL-COLUMN IS THE INSTRUCTOR ON THE ROOM   ***
      * SCHEDULE AND THE ROOM ON THE INSTRUCTOR LIST                 ***
      ******************************************************************
       01 EXAM-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 XL-EXAM-DATE        PIC X(8).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 XL-EXAM-TIME.
           05 XL-EXAM-HOUR      PIC Z9.
           05 XL-COLON  PIC X.
           05 XL-EXAM-MIN       PIC 99.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 XL-ABB      PIC XXX.
         03 FILLER      PIC X           VALUE SPACES.
         03 XL-NUMB     PIC XXXX.
         03 FILLER      PIC X           VALUE SPACES.
         03 XL-SEC      PIC XXX.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 XL-TITLE    PIC X(20).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 XL-COLUMN   PIC X(24).
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 XL-ENROLLED PIC ZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 XL-NOTE     PIC X(20).
       01 ROOM-COLUMN.
         03 RC-BUILDING PIC XX.
         03 RC-DASH     PIC X.
         03 RC-ROOM     PIC XXX.
         03 FILLER      PIC X(18).
      ******************************************************************
      * STUDENT EXAM CONFLICT LINES ***
      ******************************************************************
       01 CNF-HEADING3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'STUDENT ID'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'NAME'.
         03 FILLER      PIC X(24)       VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'CONFLICT'.
         03 FILLER      PIC X(14)       VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'EXAM DATE'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'TIME'.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(7)        VALUE 'CLASSES'.
       01 CONFLICT-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 CL-STUDENT-ID       PIC X(9).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 CL-NAME     PIC X(25).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 CL-TYPE     PIC X(20).
         03 CL-DAY-TYPE REDEFINES CL-TYPE.
           05 FILLER    PIC X(17).
           05 CL-DAY-EXAM-CT    PIC Z9.
           05 FILLER    PIC X.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 CL-EXAM-DATE        PIC X(8).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 CL-EXAM-TIME.
           05 CL-EXAM-HOUR      PIC XX.
           05 CL-COLON  PIC X.
           05 CL-EXAM-MIN       PIC XX.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 CL-COURSE-1 PIC X(10).
         03 FILLER      PIC X           VALUE SPACES.
         03 CL-COURSE-2 PIC X(10).
      ******************************************************************
      * COMMA-DELIMITED EXAM SLOT EXTRACT FOR THE WEB CATALOG FEED - ***
      * BUILT LIKE TOTAL5'S WEBOUT LINE ***
      ******************************************************************
       01 EXAM-WEB-LINE.
         03 EW-ABB      PIC XXX.
         03 FILLER      PIC X    VALUE '-'.
         03 EW-NUMB     PIC XXXX.
         03 FILLER      PIC X    VALUE '-'.
         03 EW-SEC      PIC XXX.
         03 FILLER      PIC X    VALUE ','.
         03 EW-TITLE    PIC X(20).
         03 FILLER      PIC X    VALUE ','.
         03 EW-EXAM-DATE        PIC X(8).
         03 FILLER      PIC X    VALUE ','.
         03 EW-EXAM-HOUR        PIC Z9.
         03 FILLER      PIC X    VALUE ':'.
         03 EW-EXAM-MIN PIC 99.
         03 FILLER      PIC X    VALUE ','.
         03 EW-BUILDING PIC XX.
         03 FILLER      PIC X    VALUE '-'.
         03 EW-ROOM     PIC XXX.
      ******************************************************************
      * SUMMARY LINES ***
      ******************************************************************
       01 SCHEDULE-TOTALS-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(11)       VALUE 'SCHEDULED:'.
         03 TOT-SCHEDULED-CT    PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(15)       VALUE 'ROOMS CHANGED:'.
         03 TOT-MOVED-CT        PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(14)       VALUE 'NO EXAM SLOT:'.
         03 TOT-NO-SLOT-CT      PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(14)       VALUE 'NO ROOM FREE:'.
         03 TOT-NO-ROOM-CT      PIC ZZZ9.
       01 CONFLICT-TOTALS-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(21)       VALUE 'SAME SLOT CONFLICTS:'.
         03 TOT-SAME-SLOT-CT    PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(24)       VALUE
           '3 OR MORE IN ONE DAY:'.
         03 TOT-HEAVY-DAY-CT    PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * GIVES EVERY SECTION ITS FINAL EXAM SLOT FROM THE SLOT TABLE  ***
      * FOR ITS REGULAR MEETING PATTERN AND KEEPS THE EXAM IN THE    ***
      * SECTION'S OWN ROOM UNLESS THE ROOM MASTER SAYS THE ROOM IS   ***
      * TOO SMALL FOR ITS ENROLLMENT OR ANOTHER EXAM ALREADY HOLDS   ***
      * IT IN THAT SLOT - THEN THE SMALLEST FREE ROOM THAT FITS IS   ***
      * USED.  PRINTS THE SCHEDULE BY ROOM AND BY INSTRUCTOR, WRITES ***
      * THE WEB EXTRACT, AND REPORTS EVERY STUDENT WITH TWO EXAMS IN ***
      * ONE SLOT OR THREE OR MORE EXAMS ON ONE DAY                   ***
      ******************************************************************
       000-MAINLINE.
           PERFORM 110-LOAD-EXAM-SLOTS.
           PERFORM 120-LOAD-ROOM-TABLE.
           PERFORM 130-LOAD-STUDENT-MASTER.
           PERFORM 150-LOAD-EXAM-TABLE.
           PERFORM 170-COUNT-ENROLLMENT.
           PERFORM 200-ASSIGN-EXAM
             VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > XT-CT.
           PERFORM 400-PRINT-ROOM-SCHEDULE.
           PERFORM 500-PRINT-INSTRUCTOR-LIST.
           PERFORM 600-WRITE-EXAM-EXTRACT.
           PERFORM 700-CHECK-STUDENT-CONFLICTS.
           STOP RUN.
      ******************************************************************
      * TABLE LOADS ***
      ******************************************************************
       110-LOAD-EXAM-SLOTS.
           OPEN INPUT EXAM-SLOT-FILE.
           PERFORM 810-READ-EXAM-SLOT.
           PERFORM 115-LOAD-EXAM-SLOT-ENTRY
             UNTIL EXAM-SLOT-EOF.
           CLOSE EXAM-SLOT-FILE.
       115-LOAD-EXAM-SLOT-ENTRY.
           IF EST-CT = 100
             DISPLAY 'EXAMSCH - EXAM SLOT FILE EXCEEDS 100 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO EST-CT.
           MOVE ES-DAYS TO EST-DAYS (EST-CT).
           MOVE ES-START-TIME TO EST-START-TIME (EST-CT).
           MOVE ES-EXAM-DATE TO EST-EXAM-DATE (EST-CT).
           MOVE ES-EXAM-TIME TO EST-EXAM-TIME (EST-CT).
           PERFORM 810-READ-EXAM-SLOT.
       120-LOAD-ROOM-TABLE.
           OPEN INPUT ROOM-MASTER-FILE.
           PERFORM 820-READ-ROOM-MASTER.
           PERFORM 125-LOAD-ROOM-ENTRY
             UNTIL ROOM-MASTER-EOF.
           CLOSE ROOM-MASTER-FILE.
       125-LOAD-ROOM-ENTRY.
           IF ROOM-CT = 100
             DISPLAY 'EXAMSCH - ROOM MASTER EXCEEDS 100 ENTRY TABLE '
               'CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO ROOM-CT.
           MOVE RM-BUILDING TO RMT-BUILDING (ROOM-CT).
           MOVE RM-ROOM TO RMT-ROOM (ROOM-CT).
           MOVE RM-CAPACITY TO RMT-CAPACITY (ROOM-CT).
           PERFORM 820-READ-ROOM-MASTER.
       130-LOAD-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM 840-READ-STUDENT-MASTER.
           PERFORM 135-LOAD-STUDENT-MASTER-ENTRY
             UNTIL STUDENT-MASTER-EOF.
           CLOSE STUDENT-MASTER-FILE.
       135-LOAD-STUDENT-MASTER-ENTRY.
           IF STU-MST-CT = 1000
             DISPLAY 'EXAMSCH - STUDENT MASTER EXCEEDS 1000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO STU-MST-CT.
           MOVE SM-STUDENT-ID TO SMT-STUDENT-ID (STU-MST-CT).
           MOVE SM-NAME TO SMT-NAME (STU-MST-CT).
           PERFORM 840-READ-STUDENT-MASTER.
       150-LOAD-EXAM-TABLE.
           OPEN INPUT COURSE-FILE.
           PERFORM 800-READ-COURSE-FILE.
           PERFORM 155-LOAD-EXAM-ENTRY
             UNTIL COURSE-EOF.
           CLOSE COURSE-FILE.
      ******************************************************************
      * A LAB LINKED TO A LECTURE SITS NO FINAL OF ITS OWN - THE     ***
      * LECTURE'S EXAM COVERS IT - SO LABS NEVER ENTER THE TABLE     ***
      ******************************************************************
       155-LOAD-EXAM-ENTRY.
           IF NOT C-LINK-LAB
             PERFORM 157-ADD-EXAM-ENTRY.
           PERFORM 800-READ-COURSE-FILE.
       157-ADD-EXAM-ENTRY.
           IF XT-CT = 2000
             DISPLAY 'EXAMSCH - COURSE FILE EXCEEDS 2000 SECTION '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO XT-CT.
           MOVE SPACES TO XT-ENTRY (XT-CT).
           MOVE 0 TO XT-ENROLLED (XT-CT).
           MOVE C-COURSE TO XT-COURSE (XT-CT).
           MOVE C-TITLE TO XT-TITLE (XT-CT).
           MOVE C-INSTRUCTOR TO XT-INSTRUCTOR (XT-CT).
           MOVE C-DAYS TO XT-DAYS (XT-CT).
           MOVE C-STARTING-HOUR TO HOLD-START-HOUR.
           MOVE C-STARTING-MIN TO HOLD-START-MIN.
           MOVE HOLD-START-TIME TO XT-START-TIME (XT-CT).
           MOVE C-LOCATION TO XT-LOCATION (XT-CT).
      ******************************************************************
      * COUNTS EACH SECTION'S ACTIVE ENROLLMENT - THE HEADCOUNT THE  ***
      * EXAM ROOM MUST SEAT ***
      ******************************************************************
       170-COUNT-ENROLLMENT.
           OPEN INPUT ENROLLMENT-FILE.
           PERFORM 830-READ-ENROLLMENT-FILE.
           PERFORM 175-COUNT-ONE-ENROLLMENT
             UNTIL ENROLL-EOF.
           CLOSE ENROLLMENT-FILE.
       175-COUNT-ONE-ENROLLMENT.
           IF ENR-ACTIVE
             MOVE ENR-COURSE TO HOLD-COURSE
             PERFORM 180-SEARCH-EXAM-TABLE
             IF XT-FOUND
               ADD 1 TO XT-ENROLLED (XT-FOUND-SUB)
             END-IF
           END-IF.
           PERFORM 830-READ-ENROLLMENT-FILE.
      ******************************************************************
      * TRUE IF HOLD-COURSE IS A SECTION IN THE EXAM TABLE - XT-     ***
      * FOUND-SUB IS LEFT POINTING AT IT ***
      ******************************************************************
       180-SEARCH-EXAM-TABLE.
           MOVE 'N' TO XT-FOUND-SW.
           PERFORM 185-SCAN-EXAM-TABLE
             VARYING K-SUB FROM 1 BY 1
             UNTIL K-SUB > XT-CT OR XT-FOUND.
       185-SCAN-EXAM-TABLE.
           IF XT-COURSE (K-SUB) = HOLD-COURSE
             MOVE 'Y' TO XT-FOUND-SW
             MOVE K-SUB TO XT-FOUND-SUB.
      ******************************************************************
      * GIVES SECTION X-SUB ITS EXAM SLOT AND ROOM ***
      ******************************************************************
       200-ASSIGN-EXAM.
           PERFORM 210-FIND-EXAM-SLOT.
           IF NOT EST-FOUND
             MOVE 'S' TO XT-NOTE-CODE (X-SUB)
             ADD 1 TO NO-SLOT-CT
           ELSE
             MOVE EST-EXAM-DATE (EST-FOUND-SUB) TO XT-EXAM-DATE (X-SUB)
             MOVE EST-EXAM-TIME (EST-FOUND-SUB) TO XT-EXAM-TIME (X-SUB)
             PERFORM 230-ASSIGN-EXAM-ROOM
           END-IF.
      ******************************************************************
      * THE SLOT FOR THE SECTION'S EXACT DAYS AND START TIME, ELSE   ***
      * THE DEFAULT SLOT FOR ITS DAYS.  A SECTION WITH NO MEETING    ***
      * DAYS GETS NO SLOT ***
      ******************************************************************
       210-FIND-EXAM-SLOT.
           MOVE 'N' TO EST-FOUND-SW.
           IF XT-DAYS (X-SUB) NOT = SPACES
             MOVE XT-START-TIME (X-SUB) TO HOLD-START-TIME
             PERFORM 215-SCAN-EXAM-SLOTS
               VARYING E-SUB FROM 1 BY 1
               UNTIL E-SUB > EST-CT OR EST-FOUND
             IF NOT EST-FOUND
               MOVE SPACES TO HOLD-START-TIME
               PERFORM 215-SCAN-EXAM-SLOTS
                 VARYING E-SUB FROM 1 BY 1
                 UNTIL E-SUB > EST-CT OR EST-FOUND
             END-IF
           END-IF.
       215-SCAN-EXAM-SLOTS.
           IF EST-DAYS (E-SUB) = XT-DAYS (X-SUB)
             AND EST-START-TIME (E-SUB) = HOLD-START-TIME
             MOVE 'Y' TO EST-FOUND-SW
             MOVE E-SUB TO EST-FOUND-SUB.
      ******************************************************************
      * KEEPS THE SECTION'S OWN ROOM WHEN IT SEATS THE ENROLLMENT    ***
      * AND IS NOT ALREADY TAKEN IN THE SLOT.  A ROOM MISSING FROM   ***
      * THE ROOM MASTER SHOWS NO CAPACITY PROBLEM AND IS KEPT.  A    ***
      * SECTION WITH NO ROOM OF ITS OWN IS GIVEN A FREE ONE          ***
      ******************************************************************
       230-ASSIGN-EXAM-ROOM.
           IF XT-LOCATION (X-SUB) = SPACES
             PERFORM 240-FIND-FREE-ROOM
           ELSE
             PERFORM 235-CHECK-OWN-ROOM.
       235-CHECK-OWN-ROOM.
           MOVE XT-LOCATION (X-SUB) TO LOOKUP-LOCATION.
           PERFORM 250-CHECK-ROOM-TAKEN.
           IF ROOM-TAKEN
             MOVE 'T' TO XT-NOTE-CODE (X-SUB)
           ELSE
             PERFORM 270-SEARCH-ROOM-TABLE
             IF ROOM-FOUND
               AND RMT-CAPACITY (R-FOUND-SUB) < XT-ENROLLED (X-SUB)
               MOVE 'C' TO XT-NOTE-CODE (X-SUB)
             END-IF
           END-IF.
           IF XT-OWN-ROOM (X-SUB)
             MOVE XT-LOCATION (X-SUB) TO XT-EXAM-LOCATION (X-SUB)
             ADD 1 TO SCHEDULED-CT
           ELSE
             PERFORM 240-FIND-FREE-ROOM
           END-IF.
      ******************************************************************
      * THE SMALLEST ROOM ON THE ROOM MASTER THAT SEATS THE          ***
      * ENROLLMENT AND HAS NO OTHER EXAM IN THE SLOT ***
      ******************************************************************
       240-FIND-FREE-ROOM.
           MOVE 0 TO BEST-SUB.
           PERFORM 245-CHECK-FREE-ROOM
             VARYING R-SUB FROM 1 BY 1 UNTIL R-SUB > ROOM-CT.
           IF BEST-SUB = 0
             MOVE 'N' TO XT-NOTE-CODE (X-SUB)
             ADD 1 TO NO-ROOM-CT
           ELSE
             MOVE RMT-LOCATION (BEST-SUB) TO XT-EXAM-LOCATION (X-SUB)
             ADD 1 TO SCHEDULED-CT
             ADD 1 TO MOVED-CT
           END-IF.
       245-CHECK-FREE-ROOM.
           IF RMT-CAPACITY (R-SUB) NOT < XT-ENROLLED (X-SUB)
             IF BEST-SUB = 0
               OR RMT-CAPACITY (R-SUB) < RMT-CAPACITY (BEST-SUB)
               MOVE RMT-LOCATION (R-SUB) TO LOOKUP-LOCATION
               PERFORM 250-CHECK-ROOM-TAKEN
               IF NOT ROOM-TAKEN
                 MOVE R-SUB TO BEST-SUB
               END-IF
             END-IF
           END-IF.
      ******************************************************************
      * TRUE IF AN EARLIER SECTION'S EXAM HOLDS LOOKUP-LOCATION IN   ***
      * THE SAME SLOT - A SECTION LEFT WITHOUT A ROOM HOLDS NONE     ***
      ******************************************************************
       250-CHECK-ROOM-TAKEN.
           MOVE 'N' TO ROOM-TAKEN-SW.
           PERFORM 255-SCAN-ROOM-TAKEN
             VARYING K-SUB FROM 1 BY 1
             UNTIL K-SUB NOT < X-SUB OR ROOM-TAKEN.
       255-SCAN-ROOM-TAKEN.
           IF XT-EXAM-LOCATION (K-SUB) = LOOKUP-LOCATION
             AND XT-EXAM-LOCATION (K-SUB) NOT = SPACES
             AND XT-EXAM-DATE (K-SUB) = XT-EXAM-DATE (X-SUB)
             AND XT-EXAM-TIME (K-SUB) = XT-EXAM-TIME (X-SUB)
             MOVE 'Y' TO ROOM-TAKEN-SW.
      ******************************************************************
      * TRUE IF LOOKUP-LOCATION IS A REAL ROOM ON THE ROOM MASTER -  ***
      * R-FOUND-SUB IS LEFT POINTING AT THE ENTRY                    ***
      ******************************************************************
       270-SEARCH-ROOM-TABLE.
           MOVE 'N' TO ROOM-FOUND-SW.
           PERFORM 275-SCAN-ROOM-TABLE
             VARYING R-SUB FROM 1 BY 1
             UNTIL R-SUB > ROOM-CT OR ROOM-FOUND.
       275-SCAN-ROOM-TABLE.
           IF RMT-LOCATION (R-SUB) = LOOKUP-LOCATION
             MOVE 'Y' TO ROOM-FOUND-SW
             MOVE R-SUB TO R-FOUND-SUB.
      ******************************************************************
      * EXAM SCHEDULE BY BUILDING AND ROOM ***
      ******************************************************************
       400-PRINT-ROOM-SCHEDULE.
           SORT SORT-WORK
             ON ASCENDING KEY SW-EXAM-BUILDING SW-EXAM-ROOM
                              SW-EXAM-DATE SW-EXAM-TIME SW-COURSE
             INPUT PROCEDURE 410-RELEASE-EXAMS
             OUTPUT PROCEDURE 420-PRINT-ROOM-EXAMS.
       410-RELEASE-EXAMS.
           PERFORM 415-RELEASE-ONE-EXAM
             VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > XT-CT.
       415-RELEASE-ONE-EXAM.
           RELEASE SW-EXAM-DATA FROM XT-EXAM-DATA (X-SUB).
       420-PRINT-ROOM-EXAMS.
           OPEN OUTPUT PRINT-FILE.
           MOVE 'FINAL EXAM SCHEDULE BY ROOM' TO HL-TITLE.
           MOVE 'INSTRUCTOR' TO HL-COLUMN.
           PERFORM 225-SCHEDULE-HEADINGS.
           MOVE 'N' TO EOF6.
           PERFORM 850-RETURN-EXAM.
           PERFORM 430-PRINT-ONE-ROOM-EXAM
             UNTIL SORT-EOF.
           PERFORM 480-PRINT-SCHEDULE-TOTALS.
           CLOSE PRINT-FILE.
       430-PRINT-ONE-ROOM-EXAM.
           IF LINE-CT > 45
             PERFORM 225-SCHEDULE-HEADINGS.
           IF EX-EXAM-LOCATION NOT = PREV-LOCATION
             PERFORM 440-PRINT-ROOM-BREAK.
           PERFORM 460-FORMAT-EXAM-LINE.
           MOVE EX-INSTRUCTOR TO XL-COLUMN.
           WRITE PRINT-REC FROM EXAM-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
           PERFORM 850-RETURN-EXAM.
       440-PRINT-ROOM-BREAK.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           IF EX-EXAM-LOCATION = SPACES
             MOVE '*NONE*' TO RB-LOCATION
           ELSE
             MOVE EX-EXAM-BUILDING TO RB-BUILDING
             MOVE '-' TO RB-DASH
             MOVE EX-EXAM-ROOM TO RB-ROOM
           END-IF.
           WRITE PRINT-REC FROM ROOM-BREAK-LINE
             AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-CT.
           MOVE EX-EXAM-LOCATION TO PREV-LOCATION.
      ******************************************************************
      * FILLS THE EXAM LINE FIELDS BOTH LISTS SHARE ***
      ******************************************************************
       460-FORMAT-EXAM-LINE.
           MOVE EX-EXAM-DATE TO XL-EXAM-DATE.
           IF EX-EXAM-TIME = SPACES
             MOVE SPACES TO XL-EXAM-TIME
           ELSE
             MOVE ':' TO XL-COLON
             MOVE EX-EXAM-HOUR TO XL-EXAM-HOUR
             MOVE EX-EXAM-MIN TO XL-EXAM-MIN
           END-IF.
           MOVE EX-ABB TO XL-ABB.
           MOVE EX-NUMB TO XL-NUMB.
           MOVE EX-SEC TO XL-SEC.
           MOVE EX-TITLE TO XL-TITLE.
           MOVE EX-ENROLLED TO XL-ENROLLED.
           MOVE SPACES TO XL-NOTE.
           PERFORM 465-SCAN-NOTE-TABLE
             VARYING T-SUB FROM 1 BY 1 UNTIL T-SUB > 4.
       465-SCAN-NOTE-TABLE.
           IF NTT-CODE (T-SUB) = EX-NOTE-CODE
             MOVE NTT-TEXT (T-SUB) TO XL-NOTE.
       480-PRINT-SCHEDULE-TOTALS.
           MOVE SCHEDULED-CT TO TOT-SCHEDULED-CT.
           MOVE MOVED-CT TO TOT-MOVED-CT.
           MOVE NO-SLOT-CT TO TOT-NO-SLOT-CT.
           MOVE NO-ROOM-CT TO TOT-NO-ROOM-CT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM SCHEDULE-TOTALS-LINE
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * EXAM LIST BY INSTRUCTOR ***
      ******************************************************************
       500-PRINT-INSTRUCTOR-LIST.
           SORT SORT-WORK
             ON ASCENDING KEY SW-INSTRUCTOR SW-EXAM-DATE
                              SW-EXAM-TIME SW-COURSE
             INPUT PROCEDURE 410-RELEASE-EXAMS
             OUTPUT PROCEDURE 520-PRINT-INSTRUCTOR-EXAMS.
       520-PRINT-INSTRUCTOR-EXAMS.
           OPEN OUTPUT INSTRUCTOR-FILE.
           MOVE 'FINAL EXAMS BY INSTRUCTOR' TO HL-TITLE.
           MOVE 'ROOM' TO HL-COLUMN.
           PERFORM 226-INSTRUCTOR-HEADINGS.
           MOVE 'N' TO EOF6.
           PERFORM 850-RETURN-EXAM.
           PERFORM 530-PRINT-ONE-INSTRUCTOR-EXAM
             UNTIL SORT-EOF.
           CLOSE INSTRUCTOR-FILE.
       530-PRINT-ONE-INSTRUCTOR-EXAM.
           IF INS-LINE-CT > 45
             PERFORM 226-INSTRUCTOR-HEADINGS.
           IF EX-INSTRUCTOR NOT = PREV-INSTRUCTOR
             PERFORM 540-PRINT-INSTRUCTOR-BREAK.
           PERFORM 460-FORMAT-EXAM-LINE.
           MOVE SPACES TO ROOM-COLUMN.
           IF EX-EXAM-LOCATION NOT = SPACES
             MOVE EX-EXAM-BUILDING TO RC-BUILDING
             MOVE '-' TO RC-DASH
             MOVE EX-EXAM-ROOM TO RC-ROOM.
           MOVE ROOM-COLUMN TO XL-COLUMN.
           WRITE INSTRUCTOR-REC FROM EXAM-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO INS-LINE-CT.
           PERFORM 850-RETURN-EXAM.
       540-PRINT-INSTRUCTOR-BREAK.
           MOVE SPACES TO INSTRUCTOR-REC.
           WRITE INSTRUCTOR-REC
             AFTER ADVANCING 1 LINE.
           MOVE EX-INSTRUCTOR TO IB-INSTRUCTOR.
           WRITE INSTRUCTOR-REC FROM INSTRUCTOR-BREAK-LINE
             AFTER ADVANCING 1 LINE.
           ADD 2 TO INS-LINE-CT.
           MOVE EX-INSTRUCTOR TO PREV-INSTRUCTOR.
      ******************************************************************
      * WRITES ONE COMMA-DELIMITED LINE PER SCHEDULED EXAM TO THE    ***
      * WEB CATALOG EXTRACT, IN COURSE ORDER ***
      ******************************************************************
       600-WRITE-EXAM-EXTRACT.
           OPEN OUTPUT EXAM-WEB-FILE.
           PERFORM 610-WRITE-ONE-EXAM-EXTRACT
             VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > XT-CT.
           CLOSE EXAM-WEB-FILE.
       610-WRITE-ONE-EXAM-EXTRACT.
           IF XT-EXAM-LOCATION (X-SUB) NOT = SPACES
             MOVE XT-EXAM-DATA (X-SUB) TO EXAM-DATA
             MOVE EX-ABB TO EW-ABB
             MOVE EX-NUMB TO EW-NUMB
             MOVE EX-SEC TO EW-SEC
             MOVE EX-TITLE TO EW-TITLE
             MOVE EX-EXAM-DATE TO EW-EXAM-DATE
             MOVE EX-EXAM-HOUR TO EW-EXAM-HOUR
             MOVE EX-EXAM-MIN TO EW-EXAM-MIN
             MOVE EX-EXAM-BUILDING TO EW-BUILDING
             MOVE EX-EXAM-ROOM TO EW-ROOM
             WRITE EXAM-WEB-REC FROM EXAM-WEB-LINE.
      ******************************************************************
      * READS THE ENROLLMENT MASTER ONE STUDENT AT A TIME - IT IS    ***
      * ALREADY IN STUDENT/COURSE ORDER - AND CHECKS EACH STUDENT'S  ***
      * EXAMS ***
      ******************************************************************
       700-CHECK-STUDENT-CONFLICTS.
           OPEN INPUT ENROLLMENT-FILE
             OUTPUT CONFLICT-FILE.
           PERFORM 227-CONFLICT-HEADINGS.
           MOVE 'N' TO EOF4.
           PERFORM 830-READ-ENROLLMENT-FILE.
           PERFORM 710-CHECK-ONE-STUDENT
             UNTIL ENROLL-EOF.
           PERFORM 790-PRINT-CONFLICT-TOTALS.
           CLOSE ENROLLMENT-FILE
                 CONFLICT-FILE.
       710-CHECK-ONE-STUDENT.
           MOVE ENR-STUDENT-ID TO HOLD-STUDENT-ID.
           MOVE 0 TO SXT-CT.
           PERFORM 720-LOAD-STUDENT-EXAM
             UNTIL ENROLL-EOF OR ENR-STUDENT-ID NOT = HOLD-STUDENT-ID.
           IF SXT-CT > 1
             PERFORM 760-SEARCH-STUDENT-MASTER
             PERFORM 730-CHECK-SAME-SLOT
               VARYING S-SUB FROM 1 BY 1 UNTIL S-SUB > SXT-CT
             PERFORM 740-CHECK-EXAM-DAY
               VARYING S-SUB FROM 1 BY 1 UNTIL S-SUB > SXT-CT
           END-IF.
      ******************************************************************
      * ADDS ONE ACTIVE ENROLLMENT'S EXAM TO THE STUDENT'S TABLE -   ***
      * A SECTION WITH NO EXAM SLOT, OR A LAB (NOT IN THE EXAM       ***
      * TABLE), HAS NOTHING TO CONFLICT WITH                         ***
      ******************************************************************
       720-LOAD-STUDENT-EXAM.
           IF ENR-ACTIVE
             MOVE ENR-COURSE TO HOLD-COURSE
             PERFORM 180-SEARCH-EXAM-TABLE
             IF XT-FOUND
               AND XT-EXAM-DATE (XT-FOUND-SUB) NOT = SPACES
               IF SXT-CT = 30
                 DISPLAY 'EXAMSCH - STUDENT ' HOLD-STUDENT-ID
                   ' EXCEEDS 30 EXAM TABLE CAPACITY, RUN ABORTED'
                 STOP RUN
               END-IF
               ADD 1 TO SXT-CT
               MOVE HOLD-COURSE TO SXT-COURSE (SXT-CT)
               MOVE XT-EXAM-DATE (XT-FOUND-SUB)
                 TO SXT-EXAM-DATE (SXT-CT)
               MOVE XT-EXAM-TIME (XT-FOUND-SUB)
                 TO SXT-EXAM-TIME (SXT-CT)
             END-IF
           END-IF.
           PERFORM 830-READ-ENROLLMENT-FILE.
      ******************************************************************
      * PRINTS EVERY LATER EXAM IN THE SAME SLOT AS EXAM S-SUB ***
      ******************************************************************
       730-CHECK-SAME-SLOT.
           PERFORM 735-COMPARE-SLOT
             VARYING T-SUB FROM S-SUB BY 1 UNTIL T-SUB > SXT-CT.
       735-COMPARE-SLOT.
           IF T-SUB > S-SUB
             AND SXT-EXAM-DATE (T-SUB) = SXT-EXAM-DATE (S-SUB)
             AND SXT-EXAM-TIME (T-SUB) = SXT-EXAM-TIME (S-SUB)
             MOVE 'TWO EXAMS SAME SLOT' TO CL-TYPE
             MOVE SXT-EXAM-TIME (S-SUB) (1:2) TO CL-EXAM-HOUR
             MOVE ':' TO CL-COLON
             MOVE SXT-EXAM-TIME (S-SUB) (3:2) TO CL-EXAM-MIN
             MOVE SXT-COURSE (T-SUB) TO CL-COURSE-2
             PERFORM 780-PRINT-CONFLICT-LINE
             ADD 1 TO SAME-SLOT-CT.
      ******************************************************************
      * AT THE FIRST EXAM OF EACH DAY, COUNTS THE STUDENT'S EXAMS    ***
      * THAT DAY AND PRINTS THE DAY WHEN THERE ARE THREE OR MORE     ***
      ******************************************************************
       740-CHECK-EXAM-DAY.
           MOVE 'N' TO EARLIER-DAY-SW.
           PERFORM 745-CHECK-EARLIER-DAY
             VARYING T-SUB FROM 1 BY 1
             UNTIL T-SUB NOT < S-SUB OR EARLIER-DAY.
           IF NOT EARLIER-DAY
             MOVE 0 TO DAY-EXAM-CT
             PERFORM 750-COUNT-DAY-EXAM
               VARYING T-SUB FROM S-SUB BY 1 UNTIL T-SUB > SXT-CT
             IF DAY-EXAM-CT > 2
               MOVE 'EXAMS IN ONE DAY:' TO CL-TYPE
               MOVE DAY-EXAM-CT TO CL-DAY-EXAM-CT
               MOVE SPACES TO CL-EXAM-TIME CL-COURSE-2
               PERFORM 780-PRINT-CONFLICT-LINE
               ADD 1 TO HEAVY-DAY-CT
             END-IF
           END-IF.
       745-CHECK-EARLIER-DAY.
           IF SXT-EXAM-DATE (T-SUB) = SXT-EXAM-DATE (S-SUB)
             MOVE 'Y' TO EARLIER-DAY-SW.
       750-COUNT-DAY-EXAM.
           IF SXT-EXAM-DATE (T-SUB) = SXT-EXAM-DATE (S-SUB)
             ADD 1 TO DAY-EXAM-CT.
      ******************************************************************
      * LOOKS HOLD-STUDENT-ID UP IN THE STUDENT MASTER TABLE AND     ***
      * LEAVES THE NAME IN HOLD-STUDENT-NAME                         ***
      ******************************************************************
       760-SEARCH-STUDENT-MASTER.
           MOVE 'N' TO STUDENT-ON-FILE-SW.
           MOVE '*NOT ON STUDENT MASTER*' TO HOLD-STUDENT-NAME.
           PERFORM 765-SCAN-STUDENT-MASTER
             VARYING M-SUB FROM 1 BY 1
             UNTIL M-SUB > STU-MST-CT OR STUDENT-ON-FILE.
       765-SCAN-STUDENT-MASTER.
           IF SMT-STUDENT-ID (M-SUB) = HOLD-STUDENT-ID
             MOVE 'Y' TO STUDENT-ON-FILE-SW
             MOVE SMT-NAME (M-SUB) TO HOLD-STUDENT-NAME.
       780-PRINT-CONFLICT-LINE.
           IF CNF-LINE-CT > 45
             PERFORM 227-CONFLICT-HEADINGS.
           MOVE HOLD-STUDENT-ID TO CL-STUDENT-ID.
           MOVE HOLD-STUDENT-NAME TO CL-NAME.
           MOVE SXT-EXAM-DATE (S-SUB) TO CL-EXAM-DATE.
           MOVE SXT-COURSE (S-SUB) TO CL-COURSE-1.
           WRITE CONFLICT-REC FROM CONFLICT-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO CNF-LINE-CT.
       790-PRINT-CONFLICT-TOTALS.
           MOVE SAME-SLOT-CT TO TOT-SAME-SLOT-CT.
           MOVE HEAVY-DAY-CT TO TOT-HEAVY-DAY-CT.
           MOVE SPACES TO CONFLICT-REC.
           WRITE CONFLICT-REC
             AFTER ADVANCING 1 LINE.
           WRITE CONFLICT-REC FROM CONFLICT-TOTALS-LINE
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * PRINTS EACH REPORT'S HEADING ***
      ******************************************************************
       225-SCHEDULE-HEADINGS.
           MOVE PAGE-CT TO HL-PAGE-CT.
           WRITE PRINT-REC FROM HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM HEADING2
             AFTER ADVANCING 1.
           WRITE PRINT-REC FROM HEADING3
             AFTER ADVANCING 1.
           MOVE 0 TO LINE-CT.
           ADD 1 TO PAGE-CT.
       226-INSTRUCTOR-HEADINGS.
           MOVE INS-PAGE-CT TO HL-PAGE-CT.
           WRITE INSTRUCTOR-REC FROM HEADING1
             AFTER ADVANCING PAGE.
           WRITE INSTRUCTOR-REC FROM HEADING2
             AFTER ADVANCING 1.
           WRITE INSTRUCTOR-REC FROM HEADING3
             AFTER ADVANCING 1.
           MOVE 0 TO INS-LINE-CT.
           ADD 1 TO INS-PAGE-CT.
       227-CONFLICT-HEADINGS.
           MOVE CNF-PAGE-CT TO HL-PAGE-CT.
           MOVE 'STUDENT FINAL EXAM CONFLICTS' TO HL-TITLE.
           WRITE CONFLICT-REC FROM HEADING1
             AFTER ADVANCING PAGE.
           WRITE CONFLICT-REC FROM HEADING2
             AFTER ADVANCING 1.
           WRITE CONFLICT-REC FROM CNF-HEADING3
             AFTER ADVANCING 1.
           MOVE SPACES TO CONFLICT-REC.
           WRITE CONFLICT-REC
             AFTER ADVANCING 1.
           MOVE 0 TO CNF-LINE-CT.
           ADD 1 TO CNF-PAGE-CT.
      ******************************************************************
      * READS EACH INPUT FILE ***
      ******************************************************************
       800-READ-COURSE-FILE.
           READ COURSE-FILE INTO COURSE-DATA
             AT END MOVE 'Y' TO EOF.
       810-READ-EXAM-SLOT.
           READ EXAM-SLOT-FILE INTO EXAM-SLOT-DATA
             AT END MOVE 'Y' TO EOF2.
       820-READ-ROOM-MASTER.
           READ ROOM-MASTER-FILE INTO ROOM-MASTER-DATA
             AT END MOVE 'Y' TO EOF3.
       830-READ-ENROLLMENT-FILE.
           READ ENROLLMENT-FILE INTO ENROLLMENT-DATA
             AT END MOVE 'Y' TO EOF4.
       840-READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE INTO STUDENT-MASTER-DATA
             AT END MOVE 'Y' TO EOF5.
       850-RETURN-EXAM.
           RETURN SORT-WORK INTO EXAM-DATA
             AT END MOVE 'Y' TO EOF6.
