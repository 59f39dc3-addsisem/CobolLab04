           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-REC-KEY.
         SELECT LINK-SCAN-FILE ASSIGN TO 'DA-I-COURSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LNK-REC-KEY.
         SELECT MAINT-TRANX-FILE ASSIGN TO 'DA-S-CRSMNT'.
         SELECT SORTED-MAINT-FILE ASSIGN TO 'DA-S-SRTMNT'.
         SELECT SORT-WORK ASSIGN TO 'S-SORTWK1'.
       01 EMP-REC.
         03 EMP-REC-KEY PIC X(10).
         03 FILLER      PIC X(70).
       FD LINK-SCAN-FILE
         RECORD CONTAINS 80 CHARACTERS
         LABEL RECORDS ARE STANDARD.
       01 LNK-REC.
         03 LNK-REC-KEY PIC X(10).
         03 FILLER      PIC X(70).
       FD MAINT-TRANX-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
           05 LOOKUP-BUILDING   PIC XX.
           05 LOOKUP-ROOM       PIC XXX.
         03 HOLD-BEFORE-IMAGE   PIC X(80)        VALUE SPACES.
         03 EOF7        PIC X    VALUE 'N'.
           88 LINK-SCAN-EOF      VALUE 'Y'.
         03 LINK-CT     PIC 999  VALUE 0.
         03 K-SUB       PIC 999  VALUE 0.
         03 K-FOUND-SUB PIC 999  VALUE 0.
         03 P-SUB       PIC 999  VALUE 0.
         03 UNPAIRED-CT PIC 9999 VALUE 0.
         03 LINK-FOUND-SW       PIC X    VALUE 'N'.
           88 LINK-FOUND                VALUE 'Y'.
         03 PARTNER-FOUND-SW    PIC X    VALUE 'N'.
           88 PARTNER-FOUND             VALUE 'Y'.
         03 PARTNER-KEY.
           05 PARTNER-ABB       PIC XXX.
           05 PARTNER-GROUP     PIC XX.
           05 PARTNER-ROLE      PIC X.
      ******************************************************************
      * COURSE MASTER JOURNAL RECORD - SAME AS ENROLL.  THE RECORD   ***
      * AS IT STOOD IS WRITTEN AHEAD OF EVERY REWRITE, WRITE AND     ***
      * TOTAL5'S COURSE-DATA, WITH THE SEATS, LIMIT AND CREDIT HOUR  ***
      * BYTES ALSO REDEFINED AS PLAIN CHARACTERS AND THE DAYS HELD   ***
      * AS PLAIN CHARACTERS SO A CHANGE TRANSACTION'S IMAGE FIELDS   ***
      * CAN REPLACE THEM.  A LINKED SECTION CARRIES A LINK ROLE OF   ***
      * L(ECTURE) OR (LA)B AND A LINK GROUP - IT MUST BE TAKEN WITH  ***
      * A SECTION OF THE SAME DEPARTMENT AND LINK GROUP HOLDING THE  ***
      * OTHER ROLE.  AN UNLINKED SECTION LEAVES BOTH BLANK           ***
      ******************************************************************
       01 WRK-COURSE-DATA.
         03 WRK-COURSE.
         03 WRK-CREDIT-HOURS    PIC 99.
         03 WRK-CREDIT-HOURS-X REDEFINES WRK-CREDIT-HOURS
                        PIC XX.
         03 WRK-LINK-ROLE       PIC X.
           88 WRK-LINK-ROLE-VALID       VALUE ' ' 'L' 'B'.
           88 WRK-LINK-LECTURE          VALUE 'L'.
         03 WRK-STARTING-TIME.
           05 WRK-STARTING-HOUR PIC 99.
           05 WRK-STARTING-MIN  PIC 99.
         03 WRK-LINK-GROUP      PIC XX.
         03 WRK-DAYS    PIC X(6).
         03 WRK-LOCATION.
           05 WRK-BUILDING      PIC XX.
      * MAINTENANCE TRANSACTION - ACTION A(DD), C(HANGE) OR X(CANCEL) *
      * FOLLOWED BY A COURSE RECORD IMAGE.  AN ADD CARRIES THE WHOLE ***
      * NEW SECTION, A CHANGE CARRIES ONLY THE FIELDS TO REPLACE     ***
      * (BLANK MEANS LEAVE ALONE), A CANCEL CARRIES ONLY THE KEY.    ***
      * A CHANGE WITH A LINK ROLE OF N REMOVES THE SECTION'S LINK    ***
      ******************************************************************
       01 MAINT-DATA.
         03 MNT-ACTION  PIC X.
           05 MNT-SEATS-REMAINING       PIC XXX.
           05 MNT-CLASSLIMIT    PIC XXX.
           05 MNT-CREDIT-HOURS  PIC XX.
           05 MNT-LINK-ROLE     PIC X.
             88 MNT-UNLINK              VALUE 'N'.
           05 MNT-STARTING-TIME PIC X(4).
           05 MNT-LINK-GROUP    PIC XX.
           05 MNT-DAYS  PIC X(6).
           05 MNT-BUILDING      PIC XX.
           05 MNT-ROOM  PIC XXX.
         03 CAN-ENTRY OCCURS 100 TIMES INDEXED BY CAN-IDX.
           05 CAN-COURSE        PIC X(10).
      ******************************************************************
      * TABLE OF EVERY LINKED SECTION - LOADED FROM THE MASTER AS IT ***
      * STOOD BEFORE THE RUN AND KEPT CURRENT AS EACH KEY GROUP IS   ***
      * PUT BACK, SO THE LINKS CAN BE PROVED ONCE THE WHOLE BATCH IS ***
      * IN.  A SECTION UNLINKED OR CANCELLED THIS RUN KEEPS ITS      ***
      * ENTRY WITH A BLANK ROLE                                      ***
      ******************************************************************
       01 LINK-TABLE.
         03 LKT-ENTRY OCCURS 500 TIMES INDEXED BY LKT-IDX.
           05 LKT-COURSE.
             07 LKT-ABB         PIC XXX.
             07 LKT-NUMB        PIC XXXX.
             07 LKT-SEC         PIC XXX.
           05 LKT-ROLE          PIC X.
           05 LKT-GROUP         PIC XX.
      ******************************************************************
      * DESCRIPTION OF HEADING PRINT LINES ***
      ******************************************************************
       01 HEADING1.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 SWP-COURSE  PIC X(10).
      ******************************************************************
      * LINKED SECTION LEFT WITHOUT A PARTNER ONCE THE RUN IS IN ***
      ******************************************************************
       01 UNPAIRED-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(16)       VALUE 'NO LINK PARTNER'.
         03 UL-COURSE   PIC X(10).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(11)       VALUE 'LINK GROUP '.
         03 UL-ABB      PIC XXX.
         03 FILLER      PIC X           VALUE '-'.
         03 UL-GROUP    PIC XX.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 UL-DESC     PIC X(18).
      ******************************************************************
      * AUDIT SUMMARY LINE ***
      ******************************************************************
       01 MAINT-TOTALS-LINE.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(16)   VALUE 'OFF WAITLIST:'.
         03 TOT-WTL-PURGE-CT    PIC ZZZ9.
       01 LINK-TOTALS-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(35)       VALUE
           'LINKED SECTIONS WITHOUT A PARTNER:'.
         03 TOT-UNPAIRED-CT     PIC ZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 120-LOAD-ROOM-TABLE.
           PERFORM 140-LOAD-LINK-TABLE.
           PERFORM 110-SORT-MAINT-TRANX.
           PERFORM 200-UPDATE-COURSE-MASTER.
           ACCEPT NTF-DATE FROM DATE YYYYMMDD.
           PERFORM 400-SWEEP-ENROLLMENT.
           PERFORM 450-SWEEP-WAITLIST.
           CLOSE NOTIFY-FILE.
           PERFORM 500-CHECK-LINKED-SECTIONS.
           PERFORM 490-PRINT-MAINT-TOTALS.
           CLOSE AUDIT-REPORT.
           STOP RUN.
           MOVE RM-CAPACITY TO RMT-CAPACITY (ROOM-CT).
           PERFORM 860-READ-ROOM-MASTER.
      ******************************************************************
      * LOADS EVERY LINKED SECTION ON THE COURSE MASTER INTO THE     ***
      * LINK TABLE BEFORE ANY MAINTENANCE IS APPLIED                 ***
      ******************************************************************
       140-LOAD-LINK-TABLE.
           OPEN INPUT LINK-SCAN-FILE.
           PERFORM 870-READ-LINK-SCAN.
           PERFORM 145-LOAD-LINK-ENTRY
             UNTIL LINK-SCAN-EOF.
           CLOSE LINK-SCAN-FILE.
       145-LOAD-LINK-ENTRY.
           IF WRK-LINK-ROLE NOT = SPACE
             IF LINK-CT = 500
               DISPLAY 'CRSMNT - LINKED SECTIONS EXCEED 500 ENTRY '
                 'TABLE CAPACITY, RUN ABORTED'
               STOP RUN
             END-IF
             ADD 1 TO LINK-CT
             MOVE WRK-COURSE TO LKT-COURSE (LINK-CT)
             MOVE WRK-LINK-ROLE TO LKT-ROLE (LINK-CT)
             MOVE WRK-LINK-GROUP TO LKT-GROUP (LINK-CT)
           END-IF.
           PERFORM 870-READ-LINK-SCAN.
      ******************************************************************
      * RESEQUENCES THE MAINTENANCE TRANSACTIONS INTO COURSE KEY     ***
      * ORDER, KEEPING SAME-KEY TRANSACTIONS IN ARRIVAL ORDER SO AN  ***
      * ADD FOLLOWED BY A CHANGE TO IT IN THE SAME BATCH LANDS       ***
               DELETE COURSE-FILE RECORD
             END-IF
           END-IF.
           PERFORM 240-POST-LINK-TABLE.
      ******************************************************************
      * BRINGS THE KEY GROUP'S LINK TABLE ENTRY UP TO DATE WITH THE  ***
      * SECTION AS IT WAS JUST PUT BACK ON THE MASTER                ***
      ******************************************************************
       240-POST-LINK-TABLE.
           PERFORM 245-SEARCH-LINK-TABLE.
           IF SECTION-PRESENT AND WRK-LINK-ROLE NOT = SPACE
             IF NOT LINK-FOUND
               IF LINK-CT = 500
                 DISPLAY 'CRSMNT - LINKED SECTIONS EXCEED 500 ENTRY '
                   'TABLE CAPACITY, RUN ABORTED'
                 STOP RUN
               END-IF
               ADD 1 TO LINK-CT
               MOVE LINK-CT TO K-FOUND-SUB
               MOVE HOLD-COURSE TO LKT-COURSE (K-FOUND-SUB)
             END-IF
             MOVE WRK-LINK-ROLE TO LKT-ROLE (K-FOUND-SUB)
             MOVE WRK-LINK-GROUP TO LKT-GROUP (K-FOUND-SUB)
           ELSE
             IF LINK-FOUND
               MOVE SPACE TO LKT-ROLE (K-FOUND-SUB)
             END-IF
           END-IF.
      ******************************************************************
      * TRUE IF HOLD-COURSE HAS AN ENTRY IN THE LINK TABLE -         ***
      * K-FOUND-SUB IS LEFT POINTING AT IT                           ***
      ******************************************************************
       245-SEARCH-LINK-TABLE.
           MOVE 'N' TO LINK-FOUND-SW.
           PERFORM 246-SCAN-LINK-TABLE
             VARYING K-SUB FROM 1 BY 1
             UNTIL K-SUB > LINK-CT OR LINK-FOUND.
       246-SCAN-LINK-TABLE.
           IF LKT-COURSE (K-SUB) = HOLD-COURSE
             MOVE 'Y' TO LINK-FOUND-SW
             MOVE K-SUB TO K-FOUND-SUB.
      ******************************************************************
      * JOURNALS THE MASTER UPDATE ABOUT TO BE MADE, WITH THE RECORD ***
      * AS IT STOOD BEFORE IT ***
             IF MNT-INSTRUCTOR NOT = SPACES
               MOVE MNT-INSTRUCTOR TO WRK-INSTRUCTOR
             END-IF
             IF MNT-UNLINK
               MOVE SPACE TO WRK-LINK-ROLE
               MOVE SPACES TO WRK-LINK-GROUP
             ELSE
               IF MNT-LINK-ROLE NOT = SPACE
                 MOVE MNT-LINK-ROLE TO WRK-LINK-ROLE
               END-IF
               IF MNT-LINK-GROUP NOT = SPACES
                 MOVE MNT-LINK-GROUP TO WRK-LINK-GROUP
               END-IF
             END-IF
             PERFORM 150-VALIDATE-RECORD
             IF RECORD-VALID
               MOVE 'CHANGE BEFORE' TO AL-TAG
              (WRK-STARTING-MIN NOT NUMERIC OR WRK-STARTING-MIN > 59)
             MOVE 'N' TO VALID-SW
             MOVE 'STARTING MINUTE OUT OF RANGE' TO REJECT-REASON.
           IF RECORD-VALID AND NOT WRK-LINK-ROLE-VALID
             MOVE 'N' TO VALID-SW
             MOVE 'LINK ROLE NOT L OR B' TO REJECT-REASON.
           IF RECORD-VALID AND WRK-LINK-ROLE NOT = SPACE
              AND WRK-LINK-GROUP = SPACES
             MOVE 'N' TO VALID-SW
             MOVE 'LINK GROUP MISSING' TO REJECT-REASON.
           IF RECORD-VALID AND WRK-LINK-ROLE = SPACE
              AND WRK-LINK-GROUP NOT = SPACES
             MOVE 'N' TO VALID-SW
             MOVE 'LINK GROUP WITHOUT LINK ROLE' TO REJECT-REASON.
           IF RECORD-VALID
             MOVE WRK-LOCATION TO LOOKUP-LOCATION
             PERFORM 155-SEARCH-ROOM-TABLE
           IF CAN-COURSE (CAN-SUB) = HOLD-COURSE
             MOVE 'Y' TO CANCELLED-SW.
      ******************************************************************
      * PROVES THE LINKS ONCE THE WHOLE BATCH IS IN - EVERY LINKED   ***
      * SECTION MUST HAVE AT LEAST ONE SECTION OF THE SAME           ***
      * DEPARTMENT AND LINK GROUP HOLDING THE OTHER ROLE.  A LECTURE ***
      * AND ITS LABS MAY ARRIVE IN ANY ORDER OR IN LATER BATCHES, SO ***
      * AN UNPAIRED SECTION IS LISTED FOR FOLLOW-UP, NOT BACKED OUT  ***
      ******************************************************************
       500-CHECK-LINKED-SECTIONS.
           PERFORM 510-CHECK-ONE-LINK
             VARYING K-SUB FROM 1 BY 1 UNTIL K-SUB > LINK-CT.
       510-CHECK-ONE-LINK.
           IF LKT-ROLE (K-SUB) NOT = SPACE
             MOVE LKT-ABB (K-SUB) TO PARTNER-ABB
             MOVE LKT-GROUP (K-SUB) TO PARTNER-GROUP
             IF LKT-ROLE (K-SUB) = 'L'
               MOVE 'B' TO PARTNER-ROLE
             ELSE
               MOVE 'L' TO PARTNER-ROLE
             END-IF
             MOVE 'N' TO PARTNER-FOUND-SW
             PERFORM 520-SCAN-LINK-PARTNER
               VARYING P-SUB FROM 1 BY 1
               UNTIL P-SUB > LINK-CT OR PARTNER-FOUND
             IF NOT PARTNER-FOUND
               PERFORM 330-PRINT-UNPAIRED-LINE
             END-IF
           END-IF.
       520-SCAN-LINK-PARTNER.
           IF LKT-ABB (P-SUB) = PARTNER-ABB
             AND LKT-GROUP (P-SUB) = PARTNER-GROUP
             AND LKT-ROLE (P-SUB) = PARTNER-ROLE
             MOVE 'Y' TO PARTNER-FOUND-SW.
      ******************************************************************
      * AUDIT REPORT PRINT PARAGRAPHS ***
      ******************************************************************
       300-PRINT-AUDIT-LINE.
           WRITE AUDIT-REPORT-REC FROM SWEEP-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
       330-PRINT-UNPAIRED-LINE.
           IF LINE-CT > 45
             PERFORM 225-AUDIT-HEADINGS.
           MOVE LKT-COURSE (K-SUB) TO UL-COURSE.
           MOVE LKT-ABB (K-SUB) TO UL-ABB.
           MOVE LKT-GROUP (K-SUB) TO UL-GROUP.
           IF LKT-ROLE (K-SUB) = 'L'
             MOVE 'LECTURE HAS NO LAB' TO UL-DESC
           ELSE
             MOVE 'LAB HAS NO LECTURE' TO UL-DESC.
           WRITE AUDIT-REPORT-REC FROM UNPAIRED-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
           ADD 1 TO UNPAIRED-CT.
      ******************************************************************
      * PRINTS THE REPORT HEADING ***
      ******************************************************************
             AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-REC FROM MAINT-TOTALS-LINE
             AFTER ADVANCING 1 LINE.
           MOVE UNPAIRED-CT TO TOT-UNPAIRED-CT.
           WRITE AUDIT-REPORT-REC FROM LINK-TOTALS-LINE
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * READS EACH INPUT FILE ***
      ******************************************************************
       860-READ-ROOM-MASTER.
           READ ROOM-MASTER-FILE INTO ROOM-MASTER-DATA
             AT END MOVE 'Y' TO EOF6.
       870-READ-LINK-SCAN.
           READ LINK-SCAN-FILE INTO WRK-COURSE-DATA
             AT END MOVE 'Y' TO EOF7.
