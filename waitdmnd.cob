       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITDMND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT COURSE-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-REC-KEY.
         SELECT WAITLIST-FILE ASSIGN TO 'DA-S-WAITL'.
         SELECT ROOM-MASTER-FILE ASSIGN TO 'DA-S-ROOMMST'.
         SELECT ADD-TRANX-FILE ASSIGN TO 'DA-S-DMDMNT'.
         SELECT PRINT-FILE ASSIGN TO 'UR-S-WAITDMD'.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE STANDARD.
       01 EMP-REC.
         03 EMP-REC-KEY PIC X(10).
         03 FILLER      PIC X(70).
       FD WAITLIST-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 WAITLIST-REC PIC X(20).
       FD ROOM-MASTER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 ROOM-MASTER-REC PIC X(20).
       FD ADD-TRANX-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 ADD-TRANX-REC PIC X(81).
       FD PRINT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 PRINT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
         03 EOF         PIC X    VALUE 'N'.
           88 COURSE-EOF         VALUE 'Y'.
         03 EOF2        PIC X    VALUE 'N'.
           88 WAITLIST-EOF       VALUE 'Y'.
         03 EOF3        PIC X    VALUE 'N'.
           88 ROOM-MASTER-EOF    VALUE 'Y'.
         03 LINE-CT     PIC 99   VALUE 0.
         03 PAGE-CT     PIC 9999 VALUE '0001'.
         03 CRS-CT      PIC 9999 VALUE 0.
         03 C-SUB       PIC 9999 VALUE 0.
         03 J-SUB       PIC 9999 VALUE 0.
         03 K-SUB       PIC 9999 VALUE 0.
         03 GRP-START   PIC 9999 VALUE 0.
         03 GRP-END     PIC 9999 VALUE 0.
         03 WDT-CT      PIC 9999 VALUE 0.
         03 W-SUB       PIC 9999 VALUE 0.
         03 WDT-FOUND-SUB       PIC 9999 VALUE 0.
         03 ROOM-CT     PIC 999  VALUE 0.
         03 R-SUB       PIC 999  VALUE 0.
         03 PRP-CT      PIC 999  VALUE 0.
         03 P-SUB       PIC 999  VALUE 0.
         03 DAY-POS     PIC 9    VALUE 0.
         03 CLASS-DURATION      PIC 999  VALUE 050.
         03 START-MIN-I PIC 9999 VALUE 0.
         03 START-MIN-J PIC 9999 VALUE 0.
         03 END-MIN-I   PIC 9999 VALUE 0.
         03 END-MIN-J   PIC 9999 VALUE 0.
         03 DAYS-MATCH  PIC X    VALUE 'N'.
           88 DAYS-OVERLAP       VALUE 'Y'.
         03 TIMES-MATCH PIC X    VALUE 'N'.
           88 TIMES-OVERLAP      VALUE 'Y'.
         03 WDT-FOUND-SW        PIC X    VALUE 'N'.
           88 WDT-FOUND                 VALUE 'Y'.
         03 PATTERN-SEEN-SW     PIC X    VALUE 'N'.
           88 PATTERN-SEEN              VALUE 'Y'.
         03 ROOM-BUSY-SW        PIC X    VALUE 'N'.
           88 ROOM-BUSY                 VALUE 'Y'.
         03 HOLD-COURSE-NUMB.
           05 HOLD-ABB  PIC XXX.
           05 HOLD-NUMB PIC XXXX.
         03 GRP-SECTION-CT      PIC 999  VALUE 0.
         03 GRP-SEATS   PIC 9(5) VALUE 0.
         03 GRP-REMAINING       PIC S9(5)        VALUE 0.
         03 GRP-WAITING PIC 9(5) VALUE 0.
         03 GRP-MAX-SEC PIC 999  VALUE 0.
         03 TYPICAL-LIMIT       PIC 999  VALUE 0.
         03 NEW-SECTION-CT      PIC 99   VALUE 0.
         03 PLANNED-CT  PIC 99   VALUE 0.
         03 FREE-CT     PIC 999  VALUE 0.
         03 COURSE-CT   PIC 9999 VALUE 0.
         03 SHORT-COURSE-CT     PIC 9999 VALUE 0.
         03 ADD-TRANX-CT        PIC 9999 VALUE 0.
         03 CHK-LOCATION.
           05 CHK-BUILDING      PIC XX.
           05 CHK-ROOM  PIC XXX.
         03 CHK-STARTING-HOUR   PIC 99   VALUE 0.
         03 CHK-STARTING-MIN    PIC 99   VALUE 0.
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
         03 C-STARTING-TIME.
           05 C-STARTING-HOUR   PIC 99.
           05 C-STARTING-MIN    PIC 99.
         03 C-LINK-GROUP        PIC XX.
         03 C-DAYS      PIC ZZZZZ9.
         03 C-LOCATION.
           05 C-BUILDING        PIC XX.
           05 C-ROOM    PIC XXX.
         03 C-INSTRUCTOR        PIC X(24).
      ******************************************************************
      * WAITLIST MASTER RECORD - SAME AS ENROLL ***
      ******************************************************************
       01 WAITLIST-DATA.
         03 WTL-REC-STUDENT-ID  PIC X(9).
         03 WTL-REC-COURSE.
           05 WTL-REC-COURSE-NUMB       PIC X(7).
           05 WTL-REC-SEC       PIC XXX.
         03 WTL-REC-STATUS      PIC X.
           88 WTL-REC-WAITING           VALUE 'W'.
      ******************************************************************
      * ROOM MASTER RECORD - SAME AS CRSMNT ***
      ******************************************************************
       01 ROOM-MASTER-DATA.
         03 RM-BUILDING PIC XX.
         03 RM-ROOM     PIC XXX.
         03 RM-CAPACITY PIC 999.
         03 FILLER      PIC X(12).
      ******************************************************************
      * MAINTENANCE TRANSACTION - SAME AS CRSMNT.  EACH PROPOSED     ***
      * SECTION IS WRITTEN AS A READY-TO-REVIEW A(DD) ***
      ******************************************************************
       01 MAINT-DATA.
         03 MNT-ACTION  PIC X.
         03 MNT-IMAGE.
           05 MNT-COURSE.
             07 MNT-COURSE-NUMB PIC X(7).
             07 MNT-SEC PIC 999.
           05 MNT-TITLE         PIC X(20).
           05 MNT-SEATS-REMAINING       PIC 999.
           05 MNT-CLASSLIMIT    PIC 999.
           05 MNT-CREDIT-HOURS  PIC XX.
           05 MNT-LINK-ROLE     PIC X.
           05 MNT-STARTING-TIME.
             07 MNT-STARTING-HOUR       PIC 99.
             07 MNT-STARTING-MIN        PIC 99.
           05 MNT-LINK-GROUP    PIC XX.
           05 MNT-DAYS  PIC X(6).
           05 MNT-BUILDING      PIC XX.
           05 MNT-ROOM  PIC XXX.
           05 MNT-INSTRUCTOR    PIC X(24).
      ******************************************************************
      * TABLE OF EVERY SECTION ON THE COURSE MASTER, IN KEY ORDER SO ***
      * THE SECTIONS OF ONE COURSE NUMBER SIT TOGETHER ***
      ******************************************************************
       01 CRS-TABLE.
         03 CRS-ENTRY OCCURS 2000 TIMES INDEXED BY TBL-IDX.
           05 T-COURSE.
             07 T-COURSE-NUMB.
               09 T-ABB PIC XXX.
               09 T-NUMB        PIC XXXX.
             07 T-SEC   PIC XXX.
           05 T-TITLE   PIC X(20).
           05 T-SEATS-REMAINING PIC S999.
           05 T-CLASSLIMIT      PIC 999.
           05 T-CREDIT-HOURS    PIC XX.
           05 T-LINK-ROLE       PIC X.
           05 T-LINK-GROUP      PIC XX.
           05 T-STARTING-HOUR   PIC 99.
           05 T-STARTING-MIN    PIC 99.
           05 T-DAYS    PIC X(6).
           05 T-LOCATION.
             07 T-BUILDING      PIC XX.
             07 T-ROOM  PIC XXX.
      ******************************************************************
      * ACTIVE WAITLIST DEPTH FOR EACH COURSE NUMBER ***
      ******************************************************************
       01 WAIT-DEMAND-TABLE.
         03 WDT-ENTRY OCCURS 2000 TIMES INDEXED BY WDT-IDX.
           05 WDT-COURSE-NUMB   PIC X(7).
           05 WDT-WAITING       PIC 9(5).
      ******************************************************************
      * TABLE OF EVERY ROOM ON THE ROOM MASTER ***
      ******************************************************************
       01 ROOM-TABLE.
         03 RMT-ENTRY OCCURS 100 TIMES INDEXED BY RMT-IDX.
           05 RMT-LOCATION.
             07 RMT-BUILDING    PIC XX.
             07 RMT-ROOM        PIC XXX.
           05 RMT-CAPACITY      PIC 999.
      ******************************************************************
      * ROOMS AND TIMES ALREADY TAKEN BY A SECTION PROPOSED THIS     ***
      * RUN, SO TWO PROPOSALS ARE NEVER PUT IN THE SAME ROOM AT THE  ***
      * SAME TIME ***
      ******************************************************************
       01 PROPOSED-TABLE.
         03 PRP-ENTRY OCCURS 200 TIMES INDEXED BY PRP-IDX.
           05 PRP-STARTING-HOUR PIC 99.
           05 PRP-STARTING-MIN  PIC 99.
           05 PRP-DAYS  PIC X(6).
           05 PRP-LOCATION      PIC X(5).
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
         03 FILLER      PIC X(24)   VALUE 'WAITLIST DEMAND ANALYSIS'.
       01 HEADING3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'COURSE'.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'SECTIONS'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'SEATS'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'REMAINING'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(7)        VALUE 'WAITING'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(13)       VALUE 'TYPICAL LIMIT'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'RECOMMEND'.
      ******************************************************************
      * ONE LINE PER COURSE NUMBER ***
      ******************************************************************
       01 DEMAND-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 DL-ABB      PIC XXX.
         03 FILLER      PIC X           VALUE SPACES.
         03 DL-NUMB     PIC XXXX.
         03 FILLER      PIC X(7)        VALUE SPACES.
         03 DL-SECTION-CT       PIC ZZ9.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 DL-SEATS    PIC ZZZZ9.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 DL-REMAINING        PIC -ZZZZ9.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 DL-WAITING  PIC ZZZZ9.
         03 FILLER      PIC X(13)       VALUE SPACES.
         03 DL-TYPICAL  PIC ZZ9.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 DL-RECOMMEND.
           05 DL-ADD-TAG        PIC X(4).
           05 DL-NEW-CT PIC Z9.
           05 DL-SECTION-TAG    PIC X(12).
      ******************************************************************
      * FREE ROOM LINE - A ROOM OPEN AT ONE OF THE COURSE'S MEETING  ***
      * TIMES, AND THE PROPOSED SECTION IF ONE WAS PUT THERE ***
      ******************************************************************
       01 FREE-ROOM-LINE.
         03 FILLER      PIC X(14)       VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'FREE ROOM '.
         03 FR-BUILDING PIC XX.
         03 FILLER      PIC X           VALUE '-'.
         03 FR-ROOM     PIC XXX.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'CAPACITY: '.
         03 FR-CAPACITY PIC ZZ9.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FR-DAYS     PIC X(6).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FR-STARTING-HOUR    PIC Z9.
         03 FILLER      PIC X           VALUE ':'.
         03 FR-STARTING-MIN     PIC 99.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FR-NOTE.
           05 FR-NOTE-TAG       PIC X(17).
           05 FR-NOTE-SEC       PIC XXX.
       01 NO-ROOM-LINE.
         03 FILLER      PIC X(14)       VALUE SPACES.
         03 FILLER      PIC X(42)       VALUE
           'NO FREE ROOM AT ANY EXISTING MEETING TIME'.
      ******************************************************************
      * SUMMARY LINE ***
      ******************************************************************
       01 DEMAND-TOTALS-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'COURSES:'.
         03 TOT-COURSE-CT       PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(23)       VALUE
           'NEEDING NEW SECTIONS:'.
         03 TOT-SHORT-COURSE-CT PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(19)       VALUE
           'ADD TRANSACTIONS:'.
         03 TOT-ADD-TRANX-CT    PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * FOR EACH COURSE NUMBER, TOTALS THE SEATS ACROSS ITS SECTIONS *
      * AND SETS THEM AGAINST ITS ACTIVE WAITLIST.  WHEN THE         ***
      * WAITLIST COULD FILL AT LEAST ONE MORE SECTION OF THE         ***
      * COURSE'S TYPICAL (AVERAGE) CLASS LIMIT, EVERY ROOM BIG       ***
      * ENOUGH AND FREE AT ONE OF THE COURSE'S EXISTING MEETING      ***
      * TIMES IS LISTED, AND ONE CRSMNT ADD TRANSACTION IS WRITTEN   ***
      * PER SECTION THE WAITLIST COULD FILL, IN THE FIRST FREE ROOMS ***
      * FOUND.  NOTHING IS APPLIED - THE TRANSACTIONS ARE FOR THE    ***
      * CHAIR TO REVIEW BEFORE THEY GO TO CRSMNT                     ***
      ******************************************************************
       000-MAINLINE.
           PERFORM 120-LOAD-ROOM-TABLE.
           PERFORM 140-LOAD-WAIT-DEMAND.
           PERFORM 160-LOAD-COURSE-TABLE.
           OPEN OUTPUT PRINT-FILE
                       ADD-TRANX-FILE.
           PERFORM 225-DEMAND-HEADINGS.
           MOVE 1 TO C-SUB.
           PERFORM 200-PROCESS-ONE-COURSE
             UNTIL C-SUB > CRS-CT.
           PERFORM 490-PRINT-DEMAND-TOTALS.
           CLOSE PRINT-FILE
                 ADD-TRANX-FILE.
           STOP RUN.
      ******************************************************************
      * LOADS THE ROOM MASTER INTO THE ROOM TABLE ***
      ******************************************************************
       120-LOAD-ROOM-TABLE.
           OPEN INPUT ROOM-MASTER-FILE.
           PERFORM 830-READ-ROOM-MASTER.
           PERFORM 130-LOAD-ROOM-ENTRY
             UNTIL ROOM-MASTER-EOF.
           CLOSE ROOM-MASTER-FILE.
       130-LOAD-ROOM-ENTRY.
           IF ROOM-CT = 100
             DISPLAY 'WAITDMND - ROOM MASTER EXCEEDS 100 ENTRY TABLE '
               'CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO ROOM-CT.
           MOVE RM-BUILDING TO RMT-BUILDING (ROOM-CT).
           MOVE RM-ROOM TO RMT-ROOM (ROOM-CT).
           MOVE RM-CAPACITY TO RMT-CAPACITY (ROOM-CT).
           PERFORM 830-READ-ROOM-MASTER.
      ******************************************************************
      * COUNTS THE STUDENTS STILL WAITING FOR EACH COURSE NUMBER -   ***
      * A STUDENT WAITING ON TWO SECTIONS OF ONE COURSE COUNTS TWICE ***
      ******************************************************************
       140-LOAD-WAIT-DEMAND.
           OPEN INPUT WAITLIST-FILE.
           PERFORM 820-READ-WAITLIST-FILE.
           PERFORM 150-COUNT-WAITLIST-ENTRY
             UNTIL WAITLIST-EOF.
           CLOSE WAITLIST-FILE.
       150-COUNT-WAITLIST-ENTRY.
           IF WTL-REC-WAITING
             MOVE WTL-REC-COURSE-NUMB TO HOLD-COURSE-NUMB
             PERFORM 155-SEARCH-WAIT-DEMAND
             IF WDT-FOUND
               ADD 1 TO WDT-WAITING (WDT-FOUND-SUB)
             ELSE
               IF WDT-CT = 2000
                 DISPLAY 'WAITDMND - WAITLIST EXCEEDS 2000 COURSE '
                   'TABLE CAPACITY, RUN ABORTED'
                 STOP RUN
               END-IF
               ADD 1 TO WDT-CT
               MOVE HOLD-COURSE-NUMB TO WDT-COURSE-NUMB (WDT-CT)
               MOVE 1 TO WDT-WAITING (WDT-CT)
             END-IF
           END-IF.
           PERFORM 820-READ-WAITLIST-FILE.
      ******************************************************************
      * TRUE IF HOLD-COURSE-NUMB HAS A WAITLIST COUNT - WDT-FOUND-   ***
      * SUB IS LEFT POINTING AT IT ***
      ******************************************************************
       155-SEARCH-WAIT-DEMAND.
           MOVE 'N' TO WDT-FOUND-SW.
           PERFORM 156-SCAN-WAIT-DEMAND
             VARYING W-SUB FROM 1 BY 1
             UNTIL W-SUB > WDT-CT OR WDT-FOUND.
       156-SCAN-WAIT-DEMAND.
           IF WDT-COURSE-NUMB (W-SUB) = HOLD-COURSE-NUMB
             MOVE 'Y' TO WDT-FOUND-SW
             MOVE W-SUB TO WDT-FOUND-SUB.
      ******************************************************************
      * LOADS EVERY SECTION ON THE COURSE MASTER.  BAD SEAT FIGURES  ***
      * ARE TAKEN AS ZERO ***
      ******************************************************************
       160-LOAD-COURSE-TABLE.
           OPEN INPUT COURSE-FILE.
           PERFORM 810-READ-COURSE-FILE.
           PERFORM 170-LOAD-COURSE-ENTRY
             UNTIL COURSE-EOF.
           CLOSE COURSE-FILE.
       170-LOAD-COURSE-ENTRY.
           IF CRS-CT = 2000
             DISPLAY 'WAITDMND - COURSE FILE EXCEEDS 2000 SECTION '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO CRS-CT.
           MOVE C-COURSE TO T-COURSE (CRS-CT).
           MOVE C-TITLE TO T-TITLE (CRS-CT).
           MOVE 0 TO T-SEATS-REMAINING (CRS-CT) T-CLASSLIMIT (CRS-CT).
           IF C-SEATS-REMAINING NUMERIC
             MOVE C-SEATS-REMAINING TO T-SEATS-REMAINING (CRS-CT).
           IF C-CLASSLIMIT NUMERIC
             MOVE C-CLASSLIMIT TO T-CLASSLIMIT (CRS-CT).
           MOVE C-CREDIT-HOURS TO T-CREDIT-HOURS (CRS-CT).
           MOVE C-LINK-ROLE TO T-LINK-ROLE (CRS-CT).
           MOVE C-LINK-GROUP TO T-LINK-GROUP (CRS-CT).
           MOVE C-STARTING-HOUR TO T-STARTING-HOUR (CRS-CT).
           MOVE C-STARTING-MIN TO T-STARTING-MIN (CRS-CT).
           MOVE C-DAYS TO T-DAYS (CRS-CT).
           MOVE C-LOCATION TO T-LOCATION (CRS-CT).
           PERFORM 810-READ-COURSE-FILE.
      ******************************************************************
      * TOTALS ONE COURSE NUMBER'S SECTIONS, PRINTS ITS DEMAND LINE  ***
      * AND, WHEN THE WAITLIST COULD FILL A NEW SECTION, ITS FREE    ***
      * ROOMS.  C-SUB IS LEFT AT THE FIRST SECTION OF THE NEXT       ***
      * COURSE NUMBER ***
      ******************************************************************
       200-PROCESS-ONE-COURSE.
           MOVE T-COURSE-NUMB (C-SUB) TO HOLD-COURSE-NUMB.
           MOVE C-SUB TO GRP-START.
           MOVE 0 TO GRP-SECTION-CT GRP-SEATS GRP-REMAINING
             GRP-MAX-SEC GRP-WAITING TYPICAL-LIMIT NEW-SECTION-CT.
           PERFORM 210-ACCUMULATE-SECTION
             VARYING C-SUB FROM GRP-START BY 1
             UNTIL C-SUB > CRS-CT
                OR T-COURSE-NUMB (C-SUB) NOT = HOLD-COURSE-NUMB.
           COMPUTE GRP-END = C-SUB - 1.
           ADD 1 TO COURSE-CT.
           PERFORM 155-SEARCH-WAIT-DEMAND.
           IF WDT-FOUND
             MOVE WDT-WAITING (WDT-FOUND-SUB) TO GRP-WAITING.
           COMPUTE TYPICAL-LIMIT ROUNDED =
             GRP-SEATS / GRP-SECTION-CT.
           IF TYPICAL-LIMIT > 0 AND GRP-WAITING NOT < TYPICAL-LIMIT
             COMPUTE NEW-SECTION-CT = GRP-WAITING / TYPICAL-LIMIT
             ADD 1 TO SHORT-COURSE-CT.
           PERFORM 300-PRINT-DEMAND-LINE.
           IF NEW-SECTION-CT > 0
             PERFORM 320-LIST-FREE-ROOMS.
       210-ACCUMULATE-SECTION.
           ADD 1 TO GRP-SECTION-CT.
           ADD T-CLASSLIMIT (C-SUB) TO GRP-SEATS.
           ADD T-SEATS-REMAINING (C-SUB) TO GRP-REMAINING.
           IF T-SEC (C-SUB) NUMERIC
             AND T-SEC (C-SUB) > GRP-MAX-SEC
             MOVE T-SEC (C-SUB) TO GRP-MAX-SEC.
      ******************************************************************
      * WALKS THE COURSE'S SECTIONS AND LISTS THE FREE ROOMS AT EACH *
      * MEETING TIME NOT ALREADY LISTED.  A SECTION WITH NO DAYS IS  ***
      * NOT A MEETING TIME ***
      ******************************************************************
       320-LIST-FREE-ROOMS.
           MOVE 0 TO PLANNED-CT FREE-CT.
           PERFORM 330-CHECK-ONE-PATTERN
             VARYING J-SUB FROM GRP-START BY 1 UNTIL J-SUB > GRP-END.
           IF FREE-CT = 0
             IF LINE-CT > 45
               PERFORM 225-DEMAND-HEADINGS
             END-IF
             WRITE PRINT-REC FROM NO-ROOM-LINE
               AFTER ADVANCING 1 LINE
             ADD 1 TO LINE-CT
           END-IF.
       330-CHECK-ONE-PATTERN.
           MOVE 'N' TO PATTERN-SEEN-SW.
           PERFORM 335-COMPARE-EARLIER-PATTERN
             VARYING K-SUB FROM GRP-START BY 1
             UNTIL K-SUB NOT < J-SUB OR PATTERN-SEEN.
           IF NOT PATTERN-SEEN AND T-DAYS (J-SUB) NOT = SPACES
             MOVE T-STARTING-HOUR (J-SUB) TO CHK-STARTING-HOUR
             MOVE T-STARTING-MIN (J-SUB) TO CHK-STARTING-MIN
             PERFORM 340-CHECK-ONE-ROOM
               VARYING R-SUB FROM 1 BY 1 UNTIL R-SUB > ROOM-CT
           END-IF.
       335-COMPARE-EARLIER-PATTERN.
           IF T-DAYS (K-SUB) = T-DAYS (J-SUB)
             AND T-STARTING-HOUR (K-SUB) = T-STARTING-HOUR (J-SUB)
             AND T-STARTING-MIN (K-SUB) = T-STARTING-MIN (J-SUB)
             MOVE 'Y' TO PATTERN-SEEN-SW.
      ******************************************************************
      * A ROOM BIG ENOUGH FOR THE TYPICAL CLASS LIMIT IS FREE WHEN   ***
      * NO SECTION ON THE MASTER, AND NO SECTION PROPOSED THIS RUN,  ***
      * MEETS IN IT ON A COMMON DAY AT AN OVERLAPPING TIME - THE     ***
      * SAME TEST CONFCHK USES ***
      ******************************************************************
       340-CHECK-ONE-ROOM.
           IF RMT-CAPACITY (R-SUB) NOT < TYPICAL-LIMIT
             MOVE RMT-LOCATION (R-SUB) TO CHK-LOCATION
             MOVE 'N' TO ROOM-BUSY-SW
             PERFORM 345-CHECK-SECTION-IN-ROOM
               VARYING K-SUB FROM 1 BY 1
               UNTIL K-SUB > CRS-CT OR ROOM-BUSY
             PERFORM 350-CHECK-PROPOSAL-IN-ROOM
               VARYING P-SUB FROM 1 BY 1
               UNTIL P-SUB > PRP-CT OR ROOM-BUSY
             IF NOT ROOM-BUSY
               PERFORM 360-PRINT-FREE-ROOM
             END-IF
           END-IF.
       345-CHECK-SECTION-IN-ROOM.
           IF T-LOCATION (K-SUB) = CHK-LOCATION
             PERFORM 370-CHECK-OVERLAP-SECTION.
       350-CHECK-PROPOSAL-IN-ROOM.
           IF PRP-LOCATION (P-SUB) = CHK-LOCATION
             PERFORM 375-CHECK-OVERLAP-PROPOSAL.
      ******************************************************************
      * PRINTS ONE FREE ROOM.  WHILE THE COURSE STILL NEEDS SECTIONS *
      * THE ROOM GETS ONE, WRITTEN AS A CRSMNT ADD TRANSACTION       ***
      ******************************************************************
       360-PRINT-FREE-ROOM.
           ADD 1 TO FREE-CT.
           MOVE CHK-BUILDING TO FR-BUILDING.
           MOVE CHK-ROOM TO FR-ROOM.
           MOVE RMT-CAPACITY (R-SUB) TO FR-CAPACITY.
           MOVE T-DAYS (J-SUB) TO FR-DAYS.
           INSPECT FR-DAYS REPLACING ALL ' ' BY '-'.
           MOVE CHK-STARTING-HOUR TO FR-STARTING-HOUR.
           MOVE CHK-STARTING-MIN TO FR-STARTING-MIN.
           MOVE SPACES TO FR-NOTE.
           IF PLANNED-CT < NEW-SECTION-CT
             PERFORM 380-PROPOSE-SECTION.
           IF LINE-CT > 45
             PERFORM 225-DEMAND-HEADINGS.
           WRITE PRINT-REC FROM FREE-ROOM-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
      ******************************************************************
      * TRUE IF SECTION K-SUB MEETS ON A DAY AND AT A TIME THAT      ***
      * OVERLAP THE MEETING TIME BEING CHECKED ***
      ******************************************************************
       370-CHECK-OVERLAP-SECTION.
           MOVE 'N' TO DAYS-MATCH.
           PERFORM 371-COMPARE-SECTION-DAY
             VARYING DAY-POS FROM 1 BY 1
             UNTIL DAY-POS > 6 OR DAYS-OVERLAP.
           IF DAYS-OVERLAP
             COMPUTE START-MIN-J =
               T-STARTING-HOUR (K-SUB) * 60 + T-STARTING-MIN (K-SUB)
             PERFORM 378-CHECK-TIMES-OVERLAP
             IF TIMES-OVERLAP
               MOVE 'Y' TO ROOM-BUSY-SW
             END-IF
           END-IF.
       371-COMPARE-SECTION-DAY.
           IF T-DAYS (J-SUB) (DAY-POS:1) NOT = SPACE
             AND T-DAYS (J-SUB) (DAY-POS:1) = T-DAYS (K-SUB) (DAY-POS:1)
             MOVE 'Y' TO DAYS-MATCH.
       375-CHECK-OVERLAP-PROPOSAL.
           MOVE 'N' TO DAYS-MATCH.
           PERFORM 376-COMPARE-PROPOSAL-DAY
             VARYING DAY-POS FROM 1 BY 1
             UNTIL DAY-POS > 6 OR DAYS-OVERLAP.
           IF DAYS-OVERLAP
             COMPUTE START-MIN-J =
               PRP-STARTING-HOUR (P-SUB) * 60
               + PRP-STARTING-MIN (P-SUB)
             PERFORM 378-CHECK-TIMES-OVERLAP
             IF TIMES-OVERLAP
               MOVE 'Y' TO ROOM-BUSY-SW
             END-IF
           END-IF.
       376-COMPARE-PROPOSAL-DAY.
           IF T-DAYS (J-SUB) (DAY-POS:1) NOT = SPACE
             AND T-DAYS (J-SUB) (DAY-POS:1) = PRP-DAYS (P-SUB)
                                                (DAY-POS:1)
             MOVE 'Y' TO DAYS-MATCH.
       378-CHECK-TIMES-OVERLAP.
           COMPUTE START-MIN-I =
             CHK-STARTING-HOUR * 60 + CHK-STARTING-MIN.
           COMPUTE END-MIN-I = START-MIN-I + CLASS-DURATION.
           COMPUTE END-MIN-J = START-MIN-J + CLASS-DURATION.
           IF START-MIN-I < END-MIN-J AND START-MIN-J < END-MIN-I
             MOVE 'Y' TO TIMES-MATCH
           ELSE
             MOVE 'N' TO TIMES-MATCH.
      ******************************************************************
      * PROPOSES A NEW SECTION OF THE COURSE IN THIS ROOM AT THIS    ***
      * TIME - NEXT SECTION NUMBER, TYPICAL CLASS LIMIT, TITLE,      ***
      * CREDIT HOURS AND LINK ROLE AND GROUP OF THE SECTION IT       ***
      * COPIES, INSTRUCTOR STAFF                                     ***
      ******************************************************************
       380-PROPOSE-SECTION.
           IF PRP-CT = 200
             DISPLAY 'WAITDMND - PROPOSALS EXCEED 200 ENTRY TABLE '
               'CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO PLANNED-CT.
           ADD 1 TO GRP-MAX-SEC.
           MOVE SPACES TO MAINT-DATA.
           MOVE 'A' TO MNT-ACTION.
           MOVE HOLD-COURSE-NUMB TO MNT-COURSE-NUMB.
           MOVE GRP-MAX-SEC TO MNT-SEC.
           MOVE T-TITLE (J-SUB) TO MNT-TITLE.
           MOVE TYPICAL-LIMIT TO MNT-SEATS-REMAINING MNT-CLASSLIMIT.
           MOVE T-CREDIT-HOURS (J-SUB) TO MNT-CREDIT-HOURS.
           MOVE T-LINK-ROLE (J-SUB) TO MNT-LINK-ROLE.
           MOVE T-LINK-GROUP (J-SUB) TO MNT-LINK-GROUP.
           MOVE CHK-STARTING-HOUR TO MNT-STARTING-HOUR.
           MOVE CHK-STARTING-MIN TO MNT-STARTING-MIN.
           MOVE T-DAYS (J-SUB) TO MNT-DAYS.
           MOVE CHK-BUILDING TO MNT-BUILDING.
           MOVE CHK-ROOM TO MNT-ROOM.
           MOVE 'STAFF' TO MNT-INSTRUCTOR.
           WRITE ADD-TRANX-REC FROM MAINT-DATA.
           ADD 1 TO ADD-TRANX-CT.
           ADD 1 TO PRP-CT.
           MOVE CHK-STARTING-HOUR TO PRP-STARTING-HOUR (PRP-CT).
           MOVE CHK-STARTING-MIN TO PRP-STARTING-MIN (PRP-CT).
           MOVE T-DAYS (J-SUB) TO PRP-DAYS (PRP-CT).
           MOVE CHK-LOCATION TO PRP-LOCATION (PRP-CT).
           MOVE 'PROPOSED SECTION ' TO FR-NOTE-TAG.
           MOVE MNT-SEC TO FR-NOTE-SEC.
      ******************************************************************
      * REPORT PRINT PARAGRAPHS ***
      ******************************************************************
       300-PRINT-DEMAND-LINE.
           IF LINE-CT > 45
             PERFORM 225-DEMAND-HEADINGS.
           MOVE HOLD-ABB TO DL-ABB.
           MOVE HOLD-NUMB TO DL-NUMB.
           MOVE GRP-SECTION-CT TO DL-SECTION-CT.
           MOVE GRP-SEATS TO DL-SEATS.
           MOVE GRP-REMAINING TO DL-REMAINING.
           MOVE GRP-WAITING TO DL-WAITING.
           MOVE TYPICAL-LIMIT TO DL-TYPICAL.
           MOVE SPACES TO DL-RECOMMEND.
           IF NEW-SECTION-CT > 0
             MOVE 'ADD ' TO DL-ADD-TAG
             MOVE NEW-SECTION-CT TO DL-NEW-CT
             MOVE ' SECTION(S)' TO DL-SECTION-TAG.
           WRITE PRINT-REC FROM DEMAND-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
       225-DEMAND-HEADINGS.
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
      * PRINTS THE RUN TOTALS ***
      ******************************************************************
       490-PRINT-DEMAND-TOTALS.
           MOVE COURSE-CT TO TOT-COURSE-CT.
           MOVE SHORT-COURSE-CT TO TOT-SHORT-COURSE-CT.
           MOVE ADD-TRANX-CT TO TOT-ADD-TRANX-CT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM DEMAND-TOTALS-LINE
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * READS EACH INPUT FILE ***
      ******************************************************************
       810-READ-COURSE-FILE.
           READ COURSE-FILE INTO COURSE-DATA
             AT END MOVE 'Y' TO EOF.
       820-READ-WAITLIST-FILE.
           READ WAITLIST-FILE INTO WAITLIST-DATA
             AT END MOVE 'Y' TO EOF2.
       830-READ-ROOM-MASTER.
           READ ROOM-MASTER-FILE INTO ROOM-MASTER-DATA
             AT END MOVE 'Y' TO EOF3.
