           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-REC-KEY.
         SELECT TRANX-FILE ASSIGN TO 'DA-S-EDTRNX'.
         SELECT SORTED-TRANX-FILE2 ASSIGN TO 'DA-S-SRTTX2'.
         SELECT SORT-WORK2 ASSIGN TO 'S-SORTWK2'.
         SELECT ENROLLMENT-FILE ASSIGN TO 'DA-S-ENROLL'.
         SELECT STUDENT-MASTER-FILE ASSIGN TO 'DA-S-STUMST'.
         SELECT OPTIONAL PREREQ-FILE ASSIGN TO 'DA-S-PREREQ'.
         SELECT OPTIONAL GRADE-HISTORY-FILE ASSIGN TO 'DA-S-GRDHIST'.
         SELECT OPTIONAL HOLDS-FILE ASSIGN TO 'DA-S-HOLDS'.
         SELECT JOURNAL-FILE ASSIGN TO 'DA-S-CRSJRNL'.
         SELECT OPTIONAL NOTIFY-FILE ASSIGN TO 'DA-S-NOTIFY'.
         SELECT REG-REPORT ASSIGN TO 'UR-S-REGRPT'.
       FD TRANX-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 TRANX-REC PIC X(40).
       FD SORTED-TRANX-FILE2
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 SORTED-TRANX-REC2 PIC X(43).
      ******************************************************************
      * SORT WORK RECORD - RESEQUENCES TRANSACTIONS INTO             ***
      * REGISTRATION PRIORITY ORDER (SENIORS FIRST) AND, WITHIN A    ***
      * PRIORITY GROUP, THE ORDER THEY WERE SUBMITTED.  THE PRIORITY ***
      * AND CLASS STANDING RIDE IN FRONT OF THE TRANSACTION          ***
      ******************************************************************
       SD SORT-WORK2.
       01 SORT-WORK2-REC.
         03 SW2-PRIORITY        PIC 9.
         03 SW2-STANDING        PIC XX.
         03 SW2-STUDENT-ID      PIC X(9).
         03 SW2-ABB     PIC XXX.
         03 SW2-NUMB    PIC XXXX.
         03 SW2-SEC     PIC XXX.
         03 SW2-ACTION  PIC X.
         03 SW2-TIMESTAMP       PIC X(14).
         03 FILLER      PIC X(6).
       FD ENROLLMENT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 GRADE-HISTORY-REC PIC X(27).
       FD HOLDS-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 HOLDS-REC PIC X(40).
       FD JOURNAL-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
           88 PREREQ-EOF         VALUE 'Y'.
         03 EOF8        PIC X    VALUE 'N'.
           88 GRADE-HISTORY-EOF  VALUE 'Y'.
         03 EOF9        PIC X    VALUE 'N'.
           88 HOLDS-EOF          VALUE 'Y'.
         03 EOF10       PIC X    VALUE 'N'.
           88 RAW-TRANX-EOF      VALUE 'Y'.
         03 LINE-CT     PIC 99   VALUE 0.
         03 PAGE-CT     PIC 9999 VALUE '0001'.
         03 ADD-CT      PIC 9999 VALUE 0.
         03 REJECT-CT   PIC 9999 VALUE 0.
         03 WAITLIST-CT PIC 9999 VALUE 0.
         03 PROMO-CT    PIC 9999 VALUE 0.
         03 LINKED-DROP-CT      PIC 9999 VALUE 0.
         03 TRANX-READ-CT       PIC 9999 VALUE 0.
         03 WTL-CT      PIC 9999 VALUE 0.
         03 W-SUB       PIC 9999 VALUE 0.
           88 PREREQ-MET                VALUE 'Y'.
         03 REQUIRED-DONE-SW    PIC X    VALUE 'N'.
           88 REQUIRED-DONE             VALUE 'Y'.
         03 HLD-CT      PIC 999  VALUE 0.
         03 H-SUB       PIC 999  VALUE 0.
         03 HLD-FOUND-SUB       PIC 999  VALUE 0.
         03 T-SUB       PIC 99   VALUE 0.
         03 REG-HOLD-SW PIC X    VALUE 'N'.
           88 REGISTRATION-HOLD         VALUE 'Y'.
         03 HOLD-TYPE-FOUND-SW  PIC X    VALUE 'N'.
           88 HOLD-TYPE-FOUND           VALUE 'Y'.
         03 RUN-DATE    PIC X(8) VALUE SPACES.
         03 ENT-CT      PIC 9999 VALUE 0.
         03 E-SUB       PIC 9999 VALUE 0.
         03 GHT-CT      PIC 9999 VALUE 0.
         03 G-SUB       PIC 9999 VALUE 0.
         03 PASSED-PREREQ-SW    PIC X    VALUE 'N'.
           88 PASSED-A-PREREQ           VALUE 'Y'.
         03 HOLD-PRIORITY       PIC 9    VALUE 0.
         03 HOLD-STANDING       PIC XX   VALUE SPACES.
           88 STANDING-SENIOR           VALUE 'SR'.
           88 STANDING-JUNIOR           VALUE 'JR'.
           88 STANDING-SOPHOMORE        VALUE 'SO'.
           88 STANDING-FRESHMAN         VALUE 'FR'.
         03 L-SUB       PIC 99   VALUE 0.
         03 K-SUB       PIC 9999 VALUE 0.
         03 LINKED-DROP-SW      PIC X    VALUE 'N'.
           88 LINKED-DROP-FOUND         VALUE 'Y'.
         03 PARTNER-FOUND-SW    PIC X    VALUE 'N'.
           88 PARTNER-FOUND             VALUE 'Y'.
         03 PARTNER-KEY.
           05 PARTNER-ABB       PIC XXX.
           05 PARTNER-GROUP     PIC XX.
           05 PARTNER-ROLE      PIC X.
       01 LOOKUP-COURSE   PIC X(10).
       01 LOOKUP-STUDENT-ID       PIC X(9).
       01 HOLD-BEFORE-IMAGE       PIC X(80) VALUE SPACES.
      ******************************************************************
      * STUDENT NOTIFICATION RECORD - ONE PER STUDENT-AFFECTING      ***
           05 HOLD-NUMB PIC XXXX.
           05 HOLD-SEC  PIC XXX.
      ******************************************************************
      * DESCRIPTION OF COURSE MASTER RECORD - SAME AS TOTAL5.  A     ***
      * LINKED SECTION MUST BE TAKEN WITH A SECTION OF THE SAME      ***
      * DEPARTMENT AND LINK GROUP HOLDING THE OTHER LINK ROLE        ***
      ******************************************************************
       01 COURSE-DATA.
         03 C-COURSE.
         03 C-SEATS-REMAINING   PIC S999.
         03 C-CLASSLIMIT        PIC 999.
         03 C-CREDIT-HOURS      PIC 99.
         03 C-LINK-ROLE PIC X.
           88 C-LINK-LECTURE            VALUE 'L'.
           88 C-LINK-LAB                VALUE 'B'.
         03 C-STARTING-TIME.
           05 C-STARTING-HOUR   PIC 99.
           05 C-STARTING-MIN    PIC 99.
         03 C-LINK-GROUP        PIC XX.
         03 C-DAYS      PIC ZZZZZ9.
         03 C-LOCATION.
           05 C-BUILDING        PIC XX.
           05 RC-CT-6   PIC 9(4).
         03 FILLER      PIC X(7).
      ******************************************************************
      * REGISTRATION TRANSACTION - ACTION A(DD) OR D(ROP), STAMPED   ***
      * WITH THE DATE AND TIME THE STUDENT SUBMITTED IT ***
      ******************************************************************
       01 TRANX-DATA.
         03 TRANX-STUDENT-ID    PIC X(9).
         03 TRANX-ACTION        PIC X.
           88 TRANX-ADD                 VALUE 'A'.
           88 TRANX-DROP                VALUE 'D'.
         03 TRANX-TIMESTAMP.
           05 TRANX-SUB-DATE    PIC X(8).
           05 TRANX-SUB-TIME    PIC X(6).
         03 FILLER      PIC X(6).
      ******************************************************************
      * SORTED TRANSACTION - THE PRIORITY GROUP (1 SENIOR, 2 JUNIOR, ***
      * 3 SOPHOMORE, 4 FRESHMAN, 5 NO STANDING, 9 NOT ON THE STUDENT ***
      * MASTER) AND CLASS STANDING IN FRONT OF THE TRANSACTION       ***
      ******************************************************************
       01 SORTED-TRANX-DATA.
         03 STX-PRIORITY        PIC 9.
         03 STX-STANDING        PIC XX.
         03 STX-TRANX   PIC X(40).
      ******************************************************************
      * SCHEDULE FIELDS OF THE SECTION AN ADD IS TRYING TO JOIN,     ***
      * HELD WHILE THE STUDENT'S EXISTING SECTIONS ARE FETCHED FOR   ***
         03 ADD-CRS-DAYS        PIC X(6).
         03 ADD-CRS-CREDIT-HOURS        PIC 99.
      ******************************************************************
      * THE SECTIONS THE STUDENT NOW BEING PROCESSED IS ENROLLED IN ***
      * - LOADED FROM THE ENROLLMENT TABLE BEFORE THE STUDENT'S      ***
      * TRANSACTIONS ARE APPLIED SO AN ADD CAN BE TESTED AGAINST THE ***
      * WHOLE SCHEDULE.  STATE IS AS IN THE ENROLLMENT TABLE AND   ***
      * STU-ENT-SUB POINTS BACK AT THE ENROLLMENT TABLE ENTRY        ***
      ******************************************************************
       01 STUDENT-TABLE.
         03 STU-ENTRY OCCURS 50 TIMES INDEXED BY STU-IDX.
           05 STU-COURSE        PIC X(10).
           05 STU-STATE         PIC X.
           05 STU-ENT-SUB       PIC 9999.
      ******************************************************************
      * THE WHOLE ENROLLMENT MASTER PLUS THIS RUN'S ADDS - THE       ***
      * TRANSACTIONS ARRIVE IN PRIORITY ORDER, NOT STUDENT ID ORDER, ***
      * SO EACH STUDENT'S SECTIONS ARE FOUND HERE INSTEAD OF BY A    ***
      * MERGE.  STATE IS A(CTIVE), D(ROPPED THIS RUN) OR L(AB       ***
      * DROPPED THIS RUN WITH ITS LINKED LECTURE); ENT-ADDED MARKS   ***
      * A SECTION ADDED BY THIS RUN                                  ***
      ******************************************************************
       01 ENROLLMENT-TABLE.
         03 ENT-ENTRY OCCURS 5000 TIMES INDEXED BY ENT-IDX.
           05 ENT-STUDENT-ID    PIC X(9).
           05 ENT-COURSE        PIC X(10).
           05 ENT-STATE         PIC X.
           05 ENT-ADDED         PIC X.
      ******************************************************************
      * EVERY PASSED GRADE HISTORY ROW FOR A COURSE SOME PREREQ ROW  ***
      * REQUIRES - NO OTHER COMPLETED COURSE CAN SATISFY A           ***
      * PREREQUISITE, SO NO OTHER ROW IS KEPT                        ***
      ******************************************************************
       01 PASSED-TABLE.
         03 GHT-ENTRY OCCURS 5000 TIMES INDEXED BY GHT-IDX.
           05 GHT-STUDENT-ID    PIC X(9).
           05 GHT-COURSE        PIC X(7).
      ******************************************************************
      * TABLE OF EVERY WAITLIST ENTRY - THE CARRIED-IN WAITLIST      ***
      * MASTER PLUS THE STUDENTS WAITLISTED DURING THIS RUN, IN THE  ***
           05 PRQ-REQ-NUMB      PIC XXXX.
         03 FILLER      PIC X(6).
      ******************************************************************
      * GRADE HISTORY MASTER RECORD - SAME AS GRADEPST ***
      ******************************************************************
       01 GRADE-HISTORY-DATA.
         03 GH-STUDENT-ID       PIC X(9).
         03 GH-TERM     PIC X(6).
         03 GH-GRADE    PIC XX.
      ******************************************************************
      * REGISTRATION HOLD RECORD - SAME AS HOLDMNT.  A HOLD IS       ***
      * ACTIVE FROM ITS START DATE UNTIL ITS RELEASE DATE (BLANK     ***
      * UNTIL THE PLACING OFFICE RELEASES IT); ONLY A BLOCKING HOLD  ***
      * STOPS AN ADD ***
      ******************************************************************
       01 HOLDS-DATA.
         03 HLD-STUDENT-ID      PIC X(9).
         03 HLD-TYPE    PIC XX.
         03 HLD-OFFICE  PIC X(4).
         03 HLD-START-DATE      PIC X(8).
         03 HLD-RELEASE-DATE    PIC X(8).
         03 HLD-BLOCKING        PIC X.
           88 HLD-BLOCKS-REGISTRATION   VALUE 'Y'.
         03 FILLER      PIC X(8).
      ******************************************************************
      * TABLE OF EVERY BLOCKING HOLD ACTIVE TODAY ***
      ******************************************************************
       01 HOLDS-TABLE.
         03 HLT-ENTRY OCCURS 500 TIMES INDEXED BY HLT-IDX.
           05 HLT-STUDENT-ID    PIC X(9).
           05 HLT-TYPE          PIC XX.
      ******************************************************************
      * HOLD TYPES AND THEIR PRINTED NAMES - SAME AS HOLDMNT ***
      ******************************************************************
       01 HOLD-TYPE-VALUES.
         03 FILLER      PIC X(13)       VALUE 'ADADVISING'.
         03 FILLER      PIC X(13)       VALUE 'BUBURSAR'.
         03 FILLER      PIC X(13)       VALUE 'CDCONDUCT'.
         03 FILLER      PIC X(13)       VALUE 'LBLIBRARY'.
         03 FILLER      PIC X(13)       VALUE 'RGREGISTRAR'.
         03 FILLER      PIC X(13)       VALUE 'HSHEALTH SERV'.
       01 HOLD-TYPE-TABLE REDEFINES HOLD-TYPE-VALUES.
         03 HTT-ENTRY OCCURS 6 TIMES INDEXED BY HTT-IDX.
           05 HTT-TYPE          PIC XX.
           05 HTT-DESC          PIC X(11).
      ******************************************************************
      * TABLE OF EVERY PREREQUISITE ROW ON FILE ***
      ******************************************************************
       01 PREREQ-TABLE.
           05 PRT-COURSE        PIC X(7).
           05 PRT-REQUIRED      PIC X(7).
      ******************************************************************
      * THE COURSES THE STUDENT NOW BEING PROCESSED HAS PASSED IN    ***
      * PRIOR TERMS, AT THE COURSE NUMBER LEVEL - ANY SECTION OF THE ***
      * REQUIRED COURSE WITH A GRADE OTHER THAN F SATISFIES A        ***
      * PREREQUISITE ***
      ******************************************************************
       01 STUDENT-MASTER-TABLE.
         03 SMT-ENTRY OCCURS 1000 TIMES INDEXED BY SMT-IDX.
           05 SMT-STUDENT-ID    PIC X(9).
           05 SMT-STANDING      PIC XX.
      ******************************************************************
      * ENROLLMENT MASTER RECORD - KEYED BY STUDENT ID PLUS C-COURSE **
      ******************************************************************
         03 FILLER      PIC X(6)        VALUE 'COURSE'.
         03 FILLER      PIC X(12)       VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'ACTION'.
         03 FILLER      PIC X(27)       VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'PRIORITY'.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'SUBMITTED'.
       01 TRANX-LOG-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 TLOG-STUDENT-ID     PIC X(9).
         03 TLOG-SEC    PIC XXX.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 TLOG-ACTION-DESC    PIC X(30).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 TLOG-PRIORITY       PIC X.
         03 FILLER      PIC X           VALUE SPACES.
         03 TLOG-STANDING       PIC XX.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 TLOG-SUB-DATE       PIC X(8).
         03 FILLER      PIC X           VALUE SPACES.
         03 TLOG-SUB-TIME       PIC X(6).
       01 HOLD-REJECT-DESC.
         03 FILLER      PIC X(16)       VALUE 'REJECTED - HOLD '.
         03 HRD-TYPE    PIC XX.
         03 FILLER      PIC X           VALUE SPACES.
         03 HRD-DESC    PIC X(11).
       01 TOTALS-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'ADDED:'.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'PROMOTED:'.
         03 TOT-PROMO-CT        PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(14)       VALUE 'LINKED DROPS:'.
         03 TOT-LINKED-DROP-CT  PIC ZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 950-WRITE-RUN-START.
           PERFORM 154-LOAD-STUDENT-MASTER.
           PERFORM 110-SORT-TRANX-BY-PRIORITY.
           PERFORM 152-LOAD-WAITLIST-TABLE.
           PERFORM 156-LOAD-PREREQ-TABLE.
           PERFORM 158-LOAD-HOLDS-TABLE.
           PERFORM 300-UPDATE-ENROLLMENT-MASTER.
           PERFORM 165-SORT-NEW-ENROLLMENT.
           PERFORM 168-SORT-NEW-WAITLIST.
           PERFORM 960-WRITE-RUN-END.
           STOP RUN.
      ******************************************************************
      * RESEQUENCES THE TRANSACTIONS INTO REGISTRATION PRIORITY     ***
      * ORDER - SENIORS, JUNIORS, SOPHOMORES, THEN FRESHMEN BY THE   ***
      * CLASS STANDING ON THE STUDENT MASTER, AND WITHIN A GROUP BY  ***
      * THE TIME EACH TRANSACTION WAS SUBMITTED - SO THE LAST SEATS  ***
      * IN A SECTION GO TO THE STUDENTS WITH THE BEST CLAIM ON THEM  ***
      ******************************************************************
       110-SORT-TRANX-BY-PRIORITY.
           SORT SORT-WORK2
             ON ASCENDING KEY SW2-PRIORITY SW2-TIMESTAMP
                              SW2-STUDENT-ID SW2-ABB SW2-NUMB SW2-SEC
             INPUT PROCEDURE 112-RELEASE-TRANX
             GIVING SORTED-TRANX-FILE2.
       112-RELEASE-TRANX.
           OPEN INPUT TRANX-FILE.
           PERFORM 845-READ-RAW-TRANX.
           PERFORM 113-RELEASE-ONE-TRANX
             UNTIL RAW-TRANX-EOF.
           CLOSE TRANX-FILE.
       113-RELEASE-ONE-TRANX.
           PERFORM 337-SEARCH-STUDENT-MASTER.
           PERFORM 114-SET-PRIORITY.
           MOVE HOLD-PRIORITY TO SW2-PRIORITY.
           MOVE HOLD-STANDING TO SW2-STANDING.
           MOVE TRANX-STUDENT-ID TO SW2-STUDENT-ID.
           MOVE TRANX-ABB TO SW2-ABB.
           MOVE TRANX-NUMB TO SW2-NUMB.
           MOVE TRANX-SEC TO SW2-SEC.
           MOVE TRANX-ACTION TO SW2-ACTION.
           MOVE TRANX-TIMESTAMP TO SW2-TIMESTAMP.
           RELEASE SORT-WORK2-REC.
           PERFORM 845-READ-RAW-TRANX.
      ******************************************************************
      * PRIORITY GROUP FROM THE CLASS STANDING FOUND BY 337 - A      ***
      * STUDENT WITH NO STANDING ON FILE COMES AFTER THE FRESHMEN,   ***
      * AND AN ID NOT ON THE STUDENT MASTER COMES LAST               ***
      ******************************************************************
       114-SET-PRIORITY.
           MOVE 5 TO HOLD-PRIORITY.
           IF STANDING-SENIOR
             MOVE 1 TO HOLD-PRIORITY.
           IF STANDING-JUNIOR
             MOVE 2 TO HOLD-PRIORITY.
           IF STANDING-SOPHOMORE
             MOVE 3 TO HOLD-PRIORITY.
           IF STANDING-FRESHMAN
             MOVE 4 TO HOLD-PRIORITY.
           IF NOT STUDENT-ON-FILE
             MOVE 9 TO HOLD-PRIORITY.
      ******************************************************************
      * LOADS THE WAITLIST MASTER INTO THE WAITLIST TABLE SO A SEAT  ***
      * FREED BY A DROP CAN BE HANDED TO THE FIRST STUDENT WAITING   ***
             STOP RUN.
           ADD 1 TO STU-MST-CT.
           MOVE SM-STUDENT-ID TO SMT-STUDENT-ID (STU-MST-CT).
           MOVE SM-STANDING TO SMT-STANDING (STU-MST-CT).
           PERFORM 860-READ-STUDENT-MASTER.
      ******************************************************************
      * LOADS THE PREREQUISITE FILE INTO THE PREREQ TABLE SO EVERY   ***
           MOVE PRQ-REQUIRED TO PRT-REQUIRED (PRQ-CT).
           PERFORM 870-READ-PREREQ-FILE.
      ******************************************************************
      * LOADS EVERY BLOCKING HOLD ACTIVE TODAY FROM THE HOLDS       ***
      * MASTER SO AN ADD FOR A STUDENT UNDER HOLD IS TURNED AWAY - A ***
      * HOLD NOT YET STARTED OR ALREADY RELEASED IS PASSED OVER      ***
      ******************************************************************
       158-LOAD-HOLDS-TABLE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT HOLDS-FILE.
           PERFORM 890-READ-HOLDS-FILE.
           PERFORM 159-LOAD-HOLDS-ENTRY
             UNTIL HOLDS-EOF.
           CLOSE HOLDS-FILE.
       159-LOAD-HOLDS-ENTRY.
           IF HLD-BLOCKS-REGISTRATION
             AND HLD-START-DATE NOT > RUN-DATE
             AND (HLD-RELEASE-DATE = SPACES
               OR HLD-RELEASE-DATE > RUN-DATE)
             IF HLD-CT = 500
               DISPLAY 'ENROLL - HOLDS FILE EXCEEDS 500 ENTRY TABLE '
                 'CAPACITY, RUN ABORTED'
               STOP RUN
             END-IF
             ADD 1 TO HLD-CT
             MOVE HLD-STUDENT-ID TO HLT-STUDENT-ID (HLD-CT)
             MOVE HLD-TYPE TO HLT-TYPE (HLD-CT)
           END-IF.
           PERFORM 890-READ-HOLDS-FILE.
      ******************************************************************
      * RESEQUENCES THE MERGED ENROLLMENT OUTPUT PLUS THE WAITLIST   ***
      * PROMOTIONS INTO STUDENT/COURSE KEY ORDER TO PRODUCE THE NEW  ***
      * ENROLLMENT MASTER                                             ***
             USING WAITLIST-OUT-FILE
             GIVING NEW-WAITLIST-FILE.
      ******************************************************************
      * APPLIES THE SORTED TRANSACTIONS IN PRIORITY ORDER AGAINST   ***
      * THE ENROLLMENT MASTER, LOADED WHOLE INTO THE ENROLLMENT     ***
      * TABLE, ACCEPTING OR REJECTING EACH ONE AND LOGGING IT TO    ***
      * THE REG-REPORT; EVERY ACCEPTED ADD OR DROP ADJUSTS          ***
      * C-SEATS-REMAINING ON THE INDEXED COURSE MASTER AT ONCE, SO  ***
      * SEATS NEVER DRIFT FROM THE REAL ENROLLMENT COUNT.  WHAT IS  ***
      * STILL ACTIVE GOES TO THE MERGED OUTPUT AT THE END           ***
      ******************************************************************
       300-UPDATE-ENROLLMENT-MASTER.
           ACCEPT NTF-DATE FROM DATE YYYYMMDD.
             EXTEND NOTIFY-FILE.
           PERFORM 225-REPORT-HEADINGS.
           PERFORM 830-READ-ENROLLMENT-FILE.
           PERFORM 330-LOAD-ENROLLMENT-ENTRY
             UNTIL ENROLL-EOF.
           PERFORM 880-READ-GRADE-HISTORY.
           PERFORM 331-LOAD-PASSED-ENTRY
             UNTIL GRADE-HISTORY-EOF.
           PERFORM 840-READ-TRANX-FILE.
           PERFORM 320-PROCESS-ONE-STUDENT
             UNTIL TRANX-EOF.
           PERFORM 400-CHECK-LINKED-ADDS.
           PERFORM 325-WRITE-ENROLLMENT-ENTRY
             VARYING E-SUB FROM 1 BY 1 UNTIL E-SUB > ENT-CT.
           PERFORM 500-PROMOTE-FROM-WAITLIST.
           PERFORM 510-WRITE-WAITLIST-OUT.
           PERFORM 390-PRINT-REPORT-TOTALS.
                 REG-REPORT
                 NOTIFY-FILE.
      ******************************************************************
      * PROCESSES THE NEXT RUN OF ONE STUDENT'S TRANSACTIONS - LOADS ***
      * THE STUDENT'S SECTIONS FROM THE ENROLLMENT TABLE AND PASSED  ***
      * COURSES FROM THE PASSED TABLE FIRST SO EACH ADD CAN BE       ***
      * TESTED AGAINST THE STUDENT'S FULL SCHEDULE, THEN APPLIES THE ***
      * TRANSACTIONS IN SUBMISSION ORDER (SO A MISTAKEN ADD          ***
      * CORRECTED BY A LATER DROP IN THE SAME BATCH NETS OUT).  A    ***
      * STUDENT WHOSE TRANSACTIONS ARE SPLIT BY ANOTHER STUDENT'S IN ***
      * TIME IS SIMPLY LOADED AGAIN - THE TABLE IS ALWAYS CURRENT.   ***
      ******************************************************************
       320-PROCESS-ONE-STUDENT.
           MOVE TRANX-STUDENT-ID TO HOLD-STUDENT-ID.
           MOVE 0 TO STU-CT.
           PERFORM 335-LOAD-STUDENT-SECTIONS
             VARYING E-SUB FROM 1 BY 1 UNTIL E-SUB > ENT-CT.
           MOVE 0 TO CMP-CT.
           PERFORM 336-LOAD-COMPLETED-COURSES
             VARYING G-SUB FROM 1 BY 1 UNTIL G-SUB > GHT-CT.
           PERFORM 340-APPLY-STUDENT-TRANX
             UNTIL TRANX-EOF OR TRANX-STUDENT-ID NOT = HOLD-STUDENT-ID.
      ******************************************************************
      * WRITES ONE STILL-ACTIVE ENROLLMENT TABLE ENTRY TO THE MERGED ***
      * ENROLLMENT OUTPUT ***
      ******************************************************************
       325-WRITE-ENROLLMENT-ENTRY.
           IF ENT-STATE (E-SUB) = 'A'
             MOVE ENT-STUDENT-ID (E-SUB) TO NEW-ENR-STUDENT-ID
             MOVE ENT-COURSE (E-SUB) TO NEW-ENR-COURSE
             MOVE 'A' TO NEW-ENR-STATUS
             PERFORM 395-WRITE-NEW-ENROLLMENT.
      ******************************************************************
      * LOADS ONE ENROLLMENT MASTER RECORD INTO THE ENROLLMENT TABLE ***
      ******************************************************************
       330-LOAD-ENROLLMENT-ENTRY.
           IF ENT-CT = 5000
             DISPLAY 'ENROLL - ENROLLMENT FILE EXCEEDS 5000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO ENT-CT.
           MOVE ENR-STUDENT-ID TO ENT-STUDENT-ID (ENT-CT).
           MOVE ENR-COURSE TO ENT-COURSE (ENT-CT).
           MOVE ENR-STATUS TO ENT-STATE (ENT-CT).
           MOVE 'N' TO ENT-ADDED (ENT-CT).
           PERFORM 830-READ-ENROLLMENT-FILE.
      ******************************************************************
      * LOADS ONE PASSED GRADE HISTORY RECORD INTO THE PASSED TABLE  ***
      * WHEN SOME PREREQ ROW REQUIRES ITS COURSE.  AN F DOES NOT     ***
      * SATISFY A PREREQUISITE                                       ***
      ******************************************************************
       331-LOAD-PASSED-ENTRY.
           IF GH-GRADE NOT = 'F '
             MOVE GH-COURSE (1:7) TO HOLD-REQUIRED
             MOVE 'N' TO PASSED-PREREQ-SW
             PERFORM 332-SCAN-PREREQ-REQUIRED
               VARYING P-SUB FROM 1 BY 1
               UNTIL P-SUB > PRQ-CT OR PASSED-A-PREREQ
             IF PASSED-A-PREREQ
               IF GHT-CT = 5000
                 DISPLAY 'ENROLL - GRADE HISTORY EXCEEDS 5000 ENTRY '
                   'TABLE CAPACITY, RUN ABORTED'
                 STOP RUN
               END-IF
               ADD 1 TO GHT-CT
               MOVE GH-STUDENT-ID TO GHT-STUDENT-ID (GHT-CT)
               MOVE HOLD-REQUIRED TO GHT-COURSE (GHT-CT)
             END-IF
           END-IF.
           PERFORM 880-READ-GRADE-HISTORY.
       332-SCAN-PREREQ-REQUIRED.
           IF PRT-REQUIRED (P-SUB) = HOLD-REQUIRED
             MOVE 'Y' TO PASSED-PREREQ-SW.
      ******************************************************************
      * LOADS ONE OF THE CURRENT STUDENT'S ENROLLMENT TABLE ENTRIES  ***
      * INTO THE STUDENT TABLE ***
      ******************************************************************
       335-LOAD-STUDENT-SECTIONS.
           IF ENT-STUDENT-ID (E-SUB) = HOLD-STUDENT-ID
             IF STU-CT = 50
               DISPLAY 'ENROLL - STUDENT ' HOLD-STUDENT-ID
                 ' EXCEEDS 50 SECTION TABLE CAPACITY, RUN ABORTED'
               STOP RUN
             END-IF
             ADD 1 TO STU-CT
             MOVE ENT-COURSE (E-SUB) TO STU-COURSE (STU-CT)
             MOVE ENT-STATE (E-SUB) TO STU-STATE (STU-CT)
             MOVE E-SUB TO STU-ENT-SUB (STU-CT)
           END-IF.
      ******************************************************************
      * LOADS ONE OF THE CURRENT STUDENT'S PASSED COURSES INTO THE   ***
      * COMPLETED TABLE ***
      ******************************************************************
       336-LOAD-COMPLETED-COURSES.
           IF GHT-STUDENT-ID (G-SUB) = HOLD-STUDENT-ID
             IF CMP-CT = 100
               DISPLAY 'ENROLL - STUDENT ' HOLD-STUDENT-ID ' EXCEEDS '
                 '100 COMPLETED COURSE TABLE CAPACITY, RUN ABORTED'
               STOP RUN
             END-IF
             ADD 1 TO CMP-CT
             MOVE GHT-COURSE (G-SUB) TO CMP-COURSE (CMP-CT)
           END-IF.
      ******************************************************************
      * APPLIES ONE OF THE CURRENT STUDENT'S TRANSACTIONS AGAINST    ***
      * THE STUDENT TABLE - A TRANSACTION FOR AN ID NOT ON THE       ***
      * STUDENT MASTER IS REJECTED OUTRIGHT, ADD OR DROP ALIKE.  A   ***
      * STUDENT UNDER A BLOCKING HOLD MAY STILL DROP BUT NOT ADD     ***
      ******************************************************************
       340-APPLY-STUDENT-TRANX.
           MOVE TRANX-COURSE TO HOLD-COURSE.
           MOVE STX-PRIORITY TO TLOG-PRIORITY.
           MOVE STX-STANDING TO TLOG-STANDING.
           MOVE TRANX-SUB-DATE TO TLOG-SUB-DATE.
           MOVE TRANX-SUB-TIME TO TLOG-SUB-TIME.
           PERFORM 337-SEARCH-STUDENT-MASTER.
           IF NOT STUDENT-ON-FILE
             PERFORM 375-LOG-REJECT-NO-STUDENT
               PERFORM 381-LOG-DROPPED
               PERFORM 367-RETURN-SEAT
               MOVE 'D' TO STU-STATE (STU-FOUND-SUB)
               MOVE 'D' TO ENT-STATE (STU-ENT-SUB (STU-FOUND-SUB))
               IF COURSE-FOUND AND C-LINK-LECTURE
                 PERFORM 410-DROP-LINKED-LABS
               END-IF
             ELSE
               PERFORM 412-SEARCH-LINKED-DROP
               IF LINKED-DROP-FOUND
                 MOVE 'D' TO STU-STATE (STU-FOUND-SUB)
                 MOVE 'D' TO ENT-STATE (STU-ENT-SUB (STU-FOUND-SUB))
                 PERFORM 393-LOG-DROPPED-WITH-LECTURE
               ELSE
                 PERFORM 368-SEARCH-WAITLIST
                 IF WAITLIST-FOUND
                   MOVE 'C' TO WTL-STATE (WTL-FOUND-SUB)
                   PERFORM 383-LOG-WAITLIST-CANCEL
                 ELSE
                   PERFORM 385-LOG-REJECT-DROP
                 END-IF
               END-IF
             END-IF
           ELSE
             MOVE TRANX-STUDENT-ID TO LOOKUP-STUDENT-ID
             PERFORM 358-CHECK-REGISTRATION-HOLD
             IF SECTION-ENROLLED
               PERFORM 386-LOG-REJECT-ADD
             ELSE
               IF REGISTRATION-HOLD
                 PERFORM 373-LOG-REJECT-HOLD
               ELSE
                 PERFORM 357-VALIDATE-AND-ADD
               END-IF
             END-IF
           END-IF.
       357-VALIDATE-AND-ADD.
           MOVE TRANX-COURSE TO LOOKUP-COURSE.
           PERFORM 365-VALIDATE-COURSE-EXISTS.
           IF COURSE-FOUND
             MOVE C-STARTING-HOUR TO ADD-CRS-STARTING-HOUR
             MOVE C-STARTING-MIN TO ADD-CRS-STARTING-MIN
             MOVE C-DAYS TO ADD-CRS-DAYS
             MOVE C-CREDIT-HOURS TO ADD-CRS-CREDIT-HOURS
             PERFORM 376-APPLY-ADD-FOR-SEATS
           ELSE
             PERFORM 387-LOG-REJECT-BAD-COURSE
           END-IF.
      ******************************************************************
      * TRUE IF LOOKUP-STUDENT-ID HAS A BLOCKING HOLD ACTIVE TODAY ***
      ******************************************************************
       358-CHECK-REGISTRATION-HOLD.
           MOVE 'N' TO REG-HOLD-SW.
           MOVE 0 TO HLD-FOUND-SUB.
           PERFORM 359-SCAN-HOLDS-TABLE
             VARYING H-SUB FROM 1 BY 1
             UNTIL H-SUB > HLD-CT OR REGISTRATION-HOLD.
       359-SCAN-HOLDS-TABLE.
           IF HLT-STUDENT-ID (H-SUB) = LOOKUP-STUDENT-ID
             MOVE 'Y' TO REG-HOLD-SW
             MOVE H-SUB TO HLD-FOUND-SUB
           END-IF.
      ******************************************************************
      * TRUE IF TRANX-STUDENT-ID IS A REAL STUDENT ON THE STUDENT    ***
      * MASTER - HOLD-STANDING IS LEFT WITH THE STUDENT'S CLASS      ***
      * STANDING ***
      ******************************************************************
       337-SEARCH-STUDENT-MASTER.
           MOVE 'N' TO STUDENT-ON-FILE-SW.
           MOVE SPACES TO HOLD-STANDING.
           PERFORM 338-SCAN-STUDENT-MASTER
             VARYING M-SUB FROM 1 BY 1
             UNTIL M-SUB > STU-MST-CT OR STUDENT-ON-FILE.
       338-SCAN-STUDENT-MASTER.
           IF SMT-STUDENT-ID (M-SUB) = TRANX-STUDENT-ID
             MOVE 'Y' TO STUDENT-ON-FILE-SW
             MOVE SMT-STANDING (M-SUB) TO HOLD-STANDING.
      ******************************************************************
      * TRUE IF THE CURRENT STUDENT IS ACTIVELY ENROLLED IN          ***
      * TRANX-COURSE - STU-FOUND-SUB IS LEFT POINTING AT THE ENTRY    ***
             MOVE 'Y' TO SECTION-ENROLLED-SW
             MOVE S-SUB TO STU-FOUND-SUB.
      ******************************************************************
      * ACCEPTS A VALID ADD ONLY WHEN IT DOES NOT COLLIDE WITH THE   ***
      * STUDENT'S EXISTING SCHEDULE, THE STUDENT HAS PASSED EVERY    ***
      * PREREQUISITE THE COURSE NAMES, THE ADD DOES NOT PUSH THE     ***
             END-IF
           END-IF.
      ******************************************************************
      * RECORDS AN ACCEPTED ADD IN THE STUDENT TABLE AND THE        ***
      * ENROLLMENT TABLE SO THE REST OF THE BATCH SEES THE STUDENT   ***
      * AS ENROLLED IN IT                                            ***
      ******************************************************************
       343-ADD-STUDENT-SECTION.
           IF STU-CT = 50
             DISPLAY 'ENROLL - STUDENT ' HOLD-STUDENT-ID ' EXCEEDS 50 '
               'SECTION TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           IF ENT-CT = 5000
             DISPLAY 'ENROLL - ENROLLMENT FILE EXCEEDS 5000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO ENT-CT.
           MOVE TRANX-STUDENT-ID TO ENT-STUDENT-ID (ENT-CT).
           MOVE TRANX-COURSE TO ENT-COURSE (ENT-CT).
           MOVE 'A' TO ENT-STATE (ENT-CT).
           MOVE 'Y' TO ENT-ADDED (ENT-CT).
           ADD 1 TO STU-CT.
           MOVE TRANX-COURSE TO STU-COURSE (STU-CT).
           MOVE 'A' TO STU-STATE (STU-CT).
           MOVE ENT-CT TO STU-ENT-SUB (STU-CT).
      ******************************************************************
      * TRUE IF THE SECTION BEING ADDED MEETS AT THE SAME TIME AS    ***
      * ANY SECTION THE STUDENT IS ALREADY ACTIVELY ENROLLED IN -    ***
       395-WRITE-NEW-ENROLLMENT.
           WRITE MERGED-ENROLLMENT-REC FROM NEW-ENR-DATA.
      ******************************************************************
      * ONCE EVERY TRANSACTION IN THE BATCH IS APPLIED, BACKS OUT    ***
      * ANY LINKED SECTION ADDED THIS RUN THAT THE STUDENT DOES NOT  ***
      * NOW HOLD WITH A PARTNER SECTION - THE SEAT GOES BACK AND THE ***
      * ADD IS COUNTED AS A REJECT INSTEAD.  WAITING FOR THE WHOLE   ***
      * BATCH LETS A LECTURE AND ITS LAB COME IN EITHER ORDER, EVEN  ***
      * WHEN OTHER STUDENTS' TRANSACTIONS FALL BETWEEN THEM          ***
      ******************************************************************
       400-CHECK-LINKED-ADDS.
           MOVE SPACES TO TLOG-PRIORITY TLOG-STANDING
                          TLOG-SUB-DATE TLOG-SUB-TIME.
           PERFORM 401-CHECK-ONE-LINKED-ADD
             VARYING E-SUB FROM 1 BY 1 UNTIL E-SUB > ENT-CT.
       401-CHECK-ONE-LINKED-ADD.
           IF ENT-STATE (E-SUB) = 'A' AND ENT-ADDED (E-SUB) = 'Y'
             MOVE ENT-COURSE (E-SUB) TO LOOKUP-COURSE
             PERFORM 365-VALIDATE-COURSE-EXISTS
             IF COURSE-FOUND AND C-LINK-ROLE NOT = SPACE
               MOVE ENT-STUDENT-ID (E-SUB) TO LOOKUP-STUDENT-ID
               PERFORM 405-SEARCH-LINKED-PARTNER
               IF NOT PARTNER-FOUND
                 PERFORM 408-BACK-OUT-LINKED-ADD
               END-IF
             END-IF
           END-IF.
      ******************************************************************
      * TRUE IF LOOKUP-STUDENT-ID IS ACTIVELY ENROLLED IN A SECTION  ***
      * OF THE SAME DEPARTMENT AND LINK GROUP AS THE SECTION IN      ***
      * COURSE-DATA HOLDING THE OTHER LINK ROLE                      ***
      ******************************************************************
       405-SEARCH-LINKED-PARTNER.
           MOVE C-ABB TO PARTNER-ABB.
           MOVE C-LINK-GROUP TO PARTNER-GROUP.
           IF C-LINK-LECTURE
             MOVE 'B' TO PARTNER-ROLE
           ELSE
             MOVE 'L' TO PARTNER-ROLE.
           MOVE 'N' TO PARTNER-FOUND-SW.
           PERFORM 406-SCAN-LINKED-PARTNER
             VARYING K-SUB FROM 1 BY 1
             UNTIL K-SUB > ENT-CT OR PARTNER-FOUND.
       406-SCAN-LINKED-PARTNER.
           IF ENT-STATE (K-SUB) = 'A'
             AND ENT-STUDENT-ID (K-SUB) = LOOKUP-STUDENT-ID
             AND ENT-COURSE (K-SUB) (1:3) = PARTNER-ABB
             MOVE ENT-COURSE (K-SUB) TO LOOKUP-COURSE
             PERFORM 365-VALIDATE-COURSE-EXISTS
             IF COURSE-FOUND
               AND C-LINK-GROUP = PARTNER-GROUP
               AND C-LINK-ROLE = PARTNER-ROLE
               MOVE 'Y' TO PARTNER-FOUND-SW
             END-IF
           END-IF.
       408-BACK-OUT-LINKED-ADD.
           MOVE ENT-STUDENT-ID (E-SUB) TO HOLD-STUDENT-ID.
           MOVE ENT-COURSE (E-SUB) TO HOLD-COURSE.
           PERFORM 367-RETURN-SEAT.
           MOVE 'D' TO ENT-STATE (E-SUB).
           PERFORM 371-LOG-REJECT-NO-PARTNER.
      ******************************************************************
      * A STUDENT DROPPING A LECTURE IS ALSO DROPPED FROM EVERY LAB  ***
      * OF ITS LINK GROUP THE STUDENT HOLDS.  THESE DROPS COME FROM  ***
      * NO TRANSACTION OF THEIR OWN, SO THEY ARE COUNTED APART FROM  ***
      * DROP-CT.  THE LAB IS LEFT IN STATE L SO THE STUDENT'S OWN    ***
      * DROP OF IT LATER IN THE BATCH IS STILL ACCEPTED              ***
      ******************************************************************
       410-DROP-LINKED-LABS.
           MOVE C-ABB TO PARTNER-ABB.
           MOVE C-LINK-GROUP TO PARTNER-GROUP.
           MOVE 'B' TO PARTNER-ROLE.
           PERFORM 411-DROP-ONE-LINKED-LAB
             VARYING L-SUB FROM 1 BY 1 UNTIL L-SUB > STU-CT.
       411-DROP-ONE-LINKED-LAB.
           IF STU-STATE (L-SUB) = 'A'
             AND STU-COURSE (L-SUB) (1:3) = PARTNER-ABB
             MOVE STU-COURSE (L-SUB) TO LOOKUP-COURSE
             PERFORM 365-VALIDATE-COURSE-EXISTS
             IF COURSE-FOUND
               AND C-LINK-GROUP = PARTNER-GROUP
               AND C-LINK-ROLE = PARTNER-ROLE
               MOVE STU-COURSE (L-SUB) TO HOLD-COURSE
               PERFORM 367-RETURN-SEAT
               MOVE 'L' TO STU-STATE (L-SUB)
               MOVE 'L' TO ENT-STATE (STU-ENT-SUB (L-SUB))
               PERFORM 392-LOG-LINKED-DROP
             END-IF
           END-IF.
      ******************************************************************
      * TRUE IF TRANX-COURSE IS A LAB THE CURRENT STUDENT WAS        ***
      * DROPPED FROM THIS RUN WITH ITS LINKED LECTURE -              ***
      * STU-FOUND-SUB IS LEFT POINTING AT THE ENTRY                  ***
      ******************************************************************
       412-SEARCH-LINKED-DROP.
           MOVE 'N' TO LINKED-DROP-SW.
           PERFORM 413-SCAN-LINKED-DROP
             VARYING S-SUB FROM 1 BY 1
             UNTIL S-SUB > STU-CT OR LINKED-DROP-FOUND.
       413-SCAN-LINKED-DROP.
           IF STU-STATE (S-SUB) = 'L'
             AND STU-COURSE (S-SUB) = TRANX-COURSE
             MOVE 'Y' TO LINKED-DROP-SW
             MOVE S-SUB TO STU-FOUND-SUB.
      ******************************************************************
      * PUTS THE RECORD JUST READ INTO COURSE-DATA BACK ON THE       ***
      * INDEXED COURSE MASTER WITH ITS ADJUSTED SEAT COUNT - THE     ***
      * RECORD AS IT STOOD IS JOURNALED FIRST SO CRSRCVR CAN BACK    ***
           WRITE JOURNAL-REC FROM JOURNAL-DATA.
           REWRITE EMP-REC FROM COURSE-DATA.
      ******************************************************************
      * AFTER THE UPDATE, HANDS EVERY SEAT THE DAY'S DROPS FREED TO  ***
      * THE STUDENTS WAITING FOR ONE, IN THE ORDER THEY WERE          ***
      * WAITLISTED - EACH PROMOTION IS LOGGED, TAKES ITS SEAT OFF    ***
      * THE COURSE MASTER AT ONCE, AND IS WRITTEN TO THE PROMO FILE  ***
      * FOR THE NEW ENROLLMENT MASTER SORT.  A PROMOTION IS AN ADD,  ***
      * SO A STUDENT UNDER A BLOCKING HOLD, OR WAITING ON A LINKED   ***
      * SECTION WITHOUT AN ACTIVE PARTNER, IS LEFT WAITING           ***
      ******************************************************************
       500-PROMOTE-FROM-WAITLIST.
           MOVE SPACES TO TLOG-PRIORITY TLOG-STANDING
                          TLOG-SUB-DATE TLOG-SUB-TIME.
           PERFORM 505-CHECK-WAITLIST-ENTRY
             VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > WTL-CT.
       505-CHECK-WAITLIST-ENTRY.
           IF WTL-STATE (W-SUB) = 'W'
             MOVE WTL-STUDENT-ID (W-SUB) TO LOOKUP-STUDENT-ID
             PERFORM 358-CHECK-REGISTRATION-HOLD
             IF NOT REGISTRATION-HOLD
               MOVE WTL-COURSE (W-SUB) TO LOOKUP-COURSE
               PERFORM 365-VALIDATE-COURSE-EXISTS
               IF COURSE-FOUND
                 AND C-SEATS-REMAINING > 0
                 PERFORM 507-CHECK-WAITLIST-PARTNER
                 IF PARTNER-FOUND
                   MOVE WTL-COURSE (W-SUB) TO LOOKUP-COURSE
                   PERFORM 365-VALIDATE-COURSE-EXISTS
                   PERFORM 506-PROMOTE-ONE-STUDENT
                 END-IF
               END-IF
             END-IF
           END-IF.
      ******************************************************************
      * TRUE IF THE WAITING SECTION IN COURSE-DATA IS NOT LINKED, OR ***
      * THE STUDENT IS ACTIVELY ENROLLED IN ITS PARTNER.  THE SEARCH ***
      * READS OVER COURSE-DATA, SO 505 FETCHES THE SECTION AGAIN     ***
      ******************************************************************
       507-CHECK-WAITLIST-PARTNER.
           IF C-LINK-ROLE = SPACE
             MOVE 'Y' TO PARTNER-FOUND-SW
           ELSE
             PERFORM 405-SEARCH-LINKED-PARTNER.
      ******************************************************************
      * ALSO RECORDS THE PROMOTION IN THE ENROLLMENT TABLE SO A      ***
      * LATER WAITING PARTNER SECTION SEES THE STUDENT AS ENROLLED - ***
      * THE TABLE HAS ALREADY BEEN WRITTEN, SO THE ENTRY GOES OUT    ***
      * ONLY THROUGH THE PROMO FILE                                  ***
      ******************************************************************
       506-PROMOTE-ONE-STUDENT.
           SUBTRACT 1 FROM C-SEATS-REMAINING.
           PERFORM 397-REWRITE-COURSE.
           MOVE 'P' TO WTL-STATE (W-SUB).
           IF ENT-CT = 5000
             DISPLAY 'ENROLL - ENROLLMENT FILE EXCEEDS 5000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO ENT-CT.
           MOVE WTL-STUDENT-ID (W-SUB) TO ENT-STUDENT-ID (ENT-CT).
           MOVE WTL-COURSE (W-SUB) TO ENT-COURSE (ENT-CT).
           MOVE 'A' TO ENT-STATE (ENT-CT).
           MOVE 'Y' TO ENT-ADDED (ENT-CT).
           MOVE WTL-STUDENT-ID (W-SUB) TO NEW-ENR-STUDENT-ID.
           MOVE WTL-COURSE (W-SUB) TO NEW-ENR-COURSE.
           MOVE 'A' TO NEW-ENR-STATUS.
           MOVE 'REJECTED - WAITLIST FULL' TO TLOG-ACTION-DESC.
           PERFORM 399-WRITE-LOG-LINE.
           ADD 1 TO REJECT-CT.
       373-LOG-REJECT-HOLD.
           MOVE TRANX-STUDENT-ID TO TLOG-STUDENT-ID.
           MOVE TRANX-ABB TO TLOG-ABB.
           MOVE TRANX-NUMB TO TLOG-NUMB.
           MOVE TRANX-SEC TO TLOG-SEC.
           MOVE HLT-TYPE (HLD-FOUND-SUB) TO HRD-TYPE.
           MOVE SPACES TO HRD-DESC.
           MOVE 'N' TO HOLD-TYPE-FOUND-SW.
           PERFORM 372-SCAN-HOLD-TYPES
             VARYING T-SUB FROM 1 BY 1
             UNTIL T-SUB > 6 OR HOLD-TYPE-FOUND.
           MOVE HOLD-REJECT-DESC TO TLOG-ACTION-DESC.
           PERFORM 399-WRITE-LOG-LINE.
           ADD 1 TO REJECT-CT.
       372-SCAN-HOLD-TYPES.
           IF HTT-TYPE (T-SUB) = HRD-TYPE
             MOVE HTT-DESC (T-SUB) TO HRD-DESC
             MOVE 'Y' TO HOLD-TYPE-FOUND-SW
           END-IF.
       371-LOG-REJECT-NO-PARTNER.
           MOVE HOLD-STUDENT-ID TO TLOG-STUDENT-ID.
           MOVE HOLD-ABB TO TLOG-ABB.
           MOVE HOLD-NUMB TO TLOG-NUMB.
           MOVE HOLD-SEC TO TLOG-SEC.
           MOVE SPACES TO TLOG-SUB-DATE TLOG-SUB-TIME.
           MOVE 'REJECTED - NO LINKED SECTION' TO TLOG-ACTION-DESC.
           PERFORM 399-WRITE-LOG-LINE.
           SUBTRACT 1 FROM ADD-CT.
           ADD 1 TO REJECT-CT.
       392-LOG-LINKED-DROP.
           MOVE HOLD-STUDENT-ID TO TLOG-STUDENT-ID.
           MOVE HOLD-ABB TO TLOG-ABB.
           MOVE HOLD-NUMB TO TLOG-NUMB.
           MOVE HOLD-SEC TO TLOG-SEC.
           MOVE 'DROPPED - LINKED LECTURE' TO TLOG-ACTION-DESC.
           PERFORM 399-WRITE-LOG-LINE.
           ADD 1 TO LINKED-DROP-CT.
       393-LOG-DROPPED-WITH-LECTURE.
           MOVE TRANX-STUDENT-ID TO TLOG-STUDENT-ID.
           MOVE TRANX-ABB TO TLOG-ABB.
           MOVE TRANX-NUMB TO TLOG-NUMB.
           MOVE TRANX-SEC TO TLOG-SEC.
           MOVE 'DROPPED WITH LINKED LECTURE' TO TLOG-ACTION-DESC.
           PERFORM 399-WRITE-LOG-LINE.
           ADD 1 TO DROP-CT.
       382-LOG-PROMOTED.
           MOVE WTL-STUDENT-ID (W-SUB) TO TLOG-STUDENT-ID.
           MOVE WTL-COURSE (W-SUB) (1:3) TO TLOG-ABB.
           MOVE REJECT-CT TO TOT-REJECT-CT.
           MOVE WAITLIST-CT TO TOT-WAITLIST-CT.
           MOVE PROMO-CT TO TOT-PROMO-CT.
           MOVE LINKED-DROP-CT TO TOT-LINKED-DROP-CT.
           MOVE SPACES TO REG-REPORT-REC.
           WRITE REG-REPORT-REC
             AFTER ADVANCING 1 LINE.
           READ ENROLLMENT-FILE INTO ENROLLMENT-DATA
             AT END MOVE 'Y' TO EOF3.
       840-READ-TRANX-FILE.
           READ SORTED-TRANX-FILE2 INTO SORTED-TRANX-DATA
             AT END MOVE 'Y' TO EOF4
             NOT AT END
               ADD 1 TO TRANX-READ-CT
               MOVE STX-TRANX TO TRANX-DATA
           END-READ.
       845-READ-RAW-TRANX.
           READ TRANX-FILE INTO TRANX-DATA
             AT END MOVE 'Y' TO EOF10.
       850-READ-WAITLIST-FILE.
           READ WAITLIST-FILE INTO WAITLIST-DATA
             AT END MOVE 'Y' TO EOF5.
       880-READ-GRADE-HISTORY.
           READ GRADE-HISTORY-FILE INTO GRADE-HISTORY-DATA
             AT END MOVE 'Y' TO EOF8.
       890-READ-HOLDS-FILE.
           READ HOLDS-FILE INTO HOLDS-DATA
             AT END MOVE 'Y' TO EOF9.
      ******************************************************************
      * RUN CONTROL RECORDS - START AT THE TOP OF THE RUN, END WITH  ***
      * THE RUN'S COUNTS.  RUNVER PROVES TRANX-READ-CT = ADD-CT +    ***
