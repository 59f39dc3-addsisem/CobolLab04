       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT HOLD-TRANX-FILE ASSIGN TO 'DA-S-HOLDTX'.
         SELECT OPTIONAL HOLDS-FILE ASSIGN TO 'DA-S-HOLDS'.
         SELECT STUDENT-MASTER-FILE ASSIGN TO 'DA-S-STUMST'.
         SELECT HOLDS-WORK-FILE ASSIGN TO 'DA-S-HLDWRK'.
         SELECT NEW-HOLDS-FILE ASSIGN TO 'DA-S-NEWHLD'.
         SELECT SORT-WORK ASSIGN TO 'S-SORTWK1'.
         SELECT HOLD-REPORT ASSIGN TO 'UR-S-HOLDRPT'.
       DATA DIVISION.
       FILE SECTION.
       FD HOLD-TRANX-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 HOLD-TRANX-REC PIC X(40).
       FD HOLDS-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 HOLDS-REC PIC X(40).
       FD STUDENT-MASTER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 STUDENT-MASTER-REC PIC X(60).
       FD HOLDS-WORK-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 HOLDS-WORK-REC PIC X(40).
       FD NEW-HOLDS-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 NEW-HOLDS-REC PIC X(40).
      ******************************************************************
      * SORT WORK RECORD - PUTS THE NEW HOLDS MASTER BACK INTO       ***
      * STUDENT/HOLD TYPE/START DATE ORDER ***
      ******************************************************************
       SD SORT-WORK.
       01 SORT-WORK-REC.
         03 SW-STUDENT-ID       PIC X(9).
         03 SW-TYPE     PIC XX.
         03 SW-OFFICE   PIC X(4).
         03 SW-START-DATE       PIC X(8).
         03 FILLER      PIC X(17).
       FD HOLD-REPORT
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 HOLD-REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
         03 EOF1        PIC X    VALUE 'N'.
           88 HOLD-TRANX-EOF     VALUE 'Y'.
         03 EOF2        PIC X    VALUE 'N'.
           88 HOLDS-EOF          VALUE 'Y'.
         03 EOF3        PIC X    VALUE 'N'.
           88 STUDENT-MASTER-EOF VALUE 'Y'.
         03 LINE-CT     PIC 99   VALUE 0.
         03 PAGE-CT     PIC 9999 VALUE '0001'.
         03 TRANX-READ-CT       PIC 9999 VALUE 0.
         03 PLACE-CT    PIC 9999 VALUE 0.
         03 RELEASE-CT  PIC 9999 VALUE 0.
         03 REJECT-CT   PIC 9999 VALUE 0.
         03 HLD-CT      PIC 9999 VALUE 0.
         03 H-SUB       PIC 9999 VALUE 0.
         03 HLD-FOUND-SUB       PIC 9999 VALUE 0.
         03 SMT-CT      PIC 9999 VALUE 0.
         03 M-SUB       PIC 9999 VALUE 0.
         03 T-SUB       PIC 99   VALUE 0.
         03 RUN-DATE    PIC X(8) VALUE SPACES.
         03 STUDENT-FOUND-SW    PIC X    VALUE 'N'.
           88 STUDENT-FOUND             VALUE 'Y'.
         03 HOLD-TYPE-FOUND-SW  PIC X    VALUE 'N'.
           88 HOLD-TYPE-FOUND           VALUE 'Y'.
         03 HOLD-FOUND-SW       PIC X    VALUE 'N'.
           88 HOLD-FOUND                VALUE 'Y'.
         03 OFFICE-MATCH-SW     PIC X    VALUE 'N'.
           88 OFFICE-MATCH              VALUE 'Y'.
      ******************************************************************
      * HOLD TRANSACTION - ONE OFFICE PLACING OR RELEASING ONE HOLD. ***
      * A BLANK DATE MEANS TODAY; A BLANK BLOCKING FLAG ON A PLACE   ***
      * MEANS THE HOLD BLOCKS REGISTRATION ***
      ******************************************************************
       01 HOLD-TRANX-DATA.
         03 HTX-ACTION  PIC X.
           88 HTX-PLACE          VALUE 'P'.
           88 HTX-RELEASE        VALUE 'R'.
         03 HTX-STUDENT-ID      PIC X(9).
         03 HTX-TYPE    PIC XX.
         03 HTX-OFFICE  PIC X(4).
         03 HTX-DATE    PIC X(8).
         03 HTX-BLOCKING        PIC X.
           88 HTX-BLOCKING-VALID VALUE 'Y' 'N' ' '.
         03 FILLER      PIC X(15).
      ******************************************************************
      * REGISTRATION HOLD RECORD - ONE ROW PER HOLD EVER PLACED.  A  ***
      * HOLD IS ACTIVE FROM ITS START DATE UNTIL ITS RELEASE DATE,   ***
      * WHICH STAYS BLANK UNTIL THE PLACING OFFICE RELEASES IT       ***
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
      * STUDENT MASTER RECORD - SAME AS ENROLL ***
      ******************************************************************
       01 STUDENT-MASTER-DATA.
         03 SM-STUDENT-ID       PIC X(9).
         03 SM-NAME     PIC X(25).
         03 SM-MAJOR    PIC X(10).
         03 SM-STANDING PIC XX.
         03 SM-ACAD-STATUS      PIC X.
         03 FILLER      PIC X(13).
      ******************************************************************
      * EVERY STUDENT ID ON THE STUDENT MASTER ***
      ******************************************************************
       01 STUDENT-MASTER-TABLE.
         03 SMT-ENTRY OCCURS 1000 TIMES INDEXED BY SMT-IDX.
           05 SMT-STUDENT-ID    PIC X(9).
      ******************************************************************
      * THE WHOLE HOLDS MASTER, CARRIED-IN ROWS FIRST AND THIS RUN'S ***
      * NEW HOLDS AFTER THEM ***
      ******************************************************************
       01 HOLDS-TABLE.
         03 HLT-ENTRY OCCURS 2000 TIMES INDEXED BY HLT-IDX.
           05 HLT-STUDENT-ID    PIC X(9).
           05 HLT-TYPE          PIC XX.
           05 HLT-OFFICE        PIC X(4).
           05 HLT-START-DATE    PIC X(8).
           05 HLT-RELEASE-DATE  PIC X(8).
           05 HLT-BLOCKING      PIC X.
      ******************************************************************
      * HOLD TYPES AND THEIR PRINTED NAMES ***
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
      * TRANSACTION LOG PRINT LINES ***
      ******************************************************************
       01 HEADING1.
         03 FILLER      PIC X(30)       VALUE SPACES.
         03 FILLER      PIC X(27)   VALUE 'EASTERN ILLINOIS UNIVERSITY'.
         03 FILLER      PIC X(20)       VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'PAGE'.
         03 HL-PAGE-CT  PIC ZZZ9.
       01 HEADING2.
         03 FILLER      PIC X(34)       VALUE SPACES.
         03 FILLER      PIC X(29)       VALUE
           'REGISTRATION HOLD MAINTENANCE'.
         03 FILLER      PIC X(33)       VALUE SPACES.
       01 HEADING3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'STUDENT ID'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'TYPE'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'OFFICE'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'DATE'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'BLOCK'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'ACTION'.
       01 HOLD-LOG-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 HLOG-STUDENT-ID     PIC X(9).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 HLOG-TYPE   PIC XX.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 HLOG-OFFICE PIC X(4).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 HLOG-DATE   PIC X(8).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 HLOG-BLOCKING       PIC X.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 HLOG-ACTION-DESC    PIC X(30).
       01 HOLD-TOTALS-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'PLACED:'.
         03 TOT-PLACE-CT        PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'RELEASED:'.
         03 TOT-RELEASE-CT      PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'REJECTED:'.
         03 TOT-REJECT-CT       PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(12)       VALUE 'ON MASTER:'.
         03 TOT-HLD-CT  PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * MAINTAINS THE REGISTRATION HOLDS MASTER - EACH OFFICE PLACES ***
      * HOLDS ON STUDENTS AND RELEASES ITS OWN HOLDS.  A HOLD IS     ***
      * NEVER DELETED; A RELEASE STAMPS THE RELEASE DATE SO THE      ***
      * HISTORY STAYS ON FILE.  EVERY TRANSACTION IS LOGGED TO THE   ***
      * HOLD-REPORT AS PLACED, RELEASED OR REJECTED                  ***
      ******************************************************************
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-STUDENT-MASTER.
           PERFORM 120-LOAD-HOLDS-TABLE.
           PERFORM 300-APPLY-HOLD-TRANX.
           PERFORM 160-WRITE-HOLDS-WORK.
           PERFORM 165-SORT-NEW-HOLDS.
           STOP RUN.
      ******************************************************************
      * LOADS EVERY STUDENT ID ON THE STUDENT MASTER SO A HOLD CAN   ***
      * ONLY BE PLACED ON A REAL STUDENT ***
      ******************************************************************
       100-LOAD-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM 860-READ-STUDENT-MASTER.
           PERFORM 110-LOAD-STUDENT-MASTER-ENTRY
             UNTIL STUDENT-MASTER-EOF.
           CLOSE STUDENT-MASTER-FILE.
       110-LOAD-STUDENT-MASTER-ENTRY.
           IF SMT-CT = 1000
             DISPLAY 'HOLDMNT - STUDENT MASTER EXCEEDS 1000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN
           END-IF.
           ADD 1 TO SMT-CT.
           MOVE SM-STUDENT-ID TO SMT-STUDENT-ID (SMT-CT).
           PERFORM 860-READ-STUDENT-MASTER.
      ******************************************************************
      * LOADS THE CARRIED-IN HOLDS MASTER - NO MASTER ON THE FIRST   ***
      * RUN MEANS AN EMPTY TABLE ***
      ******************************************************************
       120-LOAD-HOLDS-TABLE.
           OPEN INPUT HOLDS-FILE.
           PERFORM 850-READ-HOLDS-FILE.
           PERFORM 130-LOAD-HOLDS-ENTRY
             UNTIL HOLDS-EOF.
           CLOSE HOLDS-FILE.
       130-LOAD-HOLDS-ENTRY.
           PERFORM 140-ADD-HOLDS-ENTRY.
           MOVE HLD-RELEASE-DATE TO HLT-RELEASE-DATE (HLD-CT).
           PERFORM 850-READ-HOLDS-FILE.
       140-ADD-HOLDS-ENTRY.
           IF HLD-CT = 2000
             DISPLAY 'HOLDMNT - HOLDS MASTER EXCEEDS 2000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN
           END-IF.
           ADD 1 TO HLD-CT.
           MOVE HLD-STUDENT-ID TO HLT-STUDENT-ID (HLD-CT).
           MOVE HLD-TYPE TO HLT-TYPE (HLD-CT).
           MOVE HLD-OFFICE TO HLT-OFFICE (HLD-CT).
           MOVE HLD-START-DATE TO HLT-START-DATE (HLD-CT).
           MOVE SPACES TO HLT-RELEASE-DATE (HLD-CT).
           MOVE HLD-BLOCKING TO HLT-BLOCKING (HLD-CT).
      ******************************************************************
      * WRITES THE UPDATED TABLE TO THE WORK FILE FOR THE SORT ***
      ******************************************************************
       160-WRITE-HOLDS-WORK.
           OPEN OUTPUT HOLDS-WORK-FILE.
           PERFORM 161-WRITE-ONE-HOLD
             VARYING H-SUB FROM 1 BY 1
             UNTIL H-SUB > HLD-CT.
           CLOSE HOLDS-WORK-FILE.
       161-WRITE-ONE-HOLD.
           MOVE SPACES TO HOLDS-DATA.
           MOVE HLT-STUDENT-ID (H-SUB) TO HLD-STUDENT-ID.
           MOVE HLT-TYPE (H-SUB) TO HLD-TYPE.
           MOVE HLT-OFFICE (H-SUB) TO HLD-OFFICE.
           MOVE HLT-START-DATE (H-SUB) TO HLD-START-DATE.
           MOVE HLT-RELEASE-DATE (H-SUB) TO HLD-RELEASE-DATE.
           MOVE HLT-BLOCKING (H-SUB) TO HLD-BLOCKING.
           WRITE HOLDS-WORK-REC FROM HOLDS-DATA.
      ******************************************************************
      * RESEQUENCES THE UPDATED HOLDS INTO STUDENT/HOLD TYPE/START   ***
      * DATE ORDER TO PRODUCE THE NEW HOLDS MASTER ***
      ******************************************************************
       165-SORT-NEW-HOLDS.
           SORT SORT-WORK
             ON ASCENDING KEY SW-STUDENT-ID SW-TYPE SW-START-DATE
             USING HOLDS-WORK-FILE
             GIVING NEW-HOLDS-FILE.
      ******************************************************************
      * APPLIES THE DAY'S HOLD TRANSACTIONS IN THE ORDER THE OFFICES ***
      * SUBMITTED THEM AND LOGS EACH ONE ***
      ******************************************************************
       300-APPLY-HOLD-TRANX.
           OPEN INPUT HOLD-TRANX-FILE
             OUTPUT HOLD-REPORT.
           PERFORM 225-REPORT-HEADINGS.
           PERFORM 840-READ-HOLD-TRANX.
           PERFORM 310-APPLY-ONE-TRANX
             UNTIL HOLD-TRANX-EOF.
           PERFORM 390-PRINT-REPORT-TOTALS.
           CLOSE HOLD-TRANX-FILE
                 HOLD-REPORT.
      ******************************************************************
      * EDITS ONE TRANSACTION, THEN PLACES OR RELEASES THE HOLD ***
      ******************************************************************
       310-APPLY-ONE-TRANX.
           IF HTX-DATE = SPACES
             MOVE RUN-DATE TO HTX-DATE.
           PERFORM 342-SEARCH-HOLD-TYPES.
           IF NOT HTX-PLACE AND NOT HTX-RELEASE
             PERFORM 381-LOG-REJECT-BAD-ACTION
           ELSE
             IF NOT HOLD-TYPE-FOUND
               PERFORM 382-LOG-REJECT-BAD-TYPE
             ELSE
               IF HTX-OFFICE = SPACES
                 PERFORM 383-LOG-REJECT-NO-OFFICE
               ELSE
                 IF HTX-DATE NOT NUMERIC
                   PERFORM 384-LOG-REJECT-BAD-DATE
                 ELSE
                   IF HTX-PLACE
                     PERFORM 320-PLACE-HOLD
                   ELSE
                     PERFORM 330-RELEASE-HOLD
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM 840-READ-HOLD-TRANX.
      ******************************************************************
      * PLACES A NEW HOLD - THE STUDENT MUST BE ON THE STUDENT       ***
      * MASTER AND MUST NOT ALREADY CARRY AN UNRELEASED HOLD OF THE  ***
      * SAME TYPE ***
      ******************************************************************
       320-PLACE-HOLD.
           PERFORM 344-SEARCH-STUDENT-MASTER.
           PERFORM 346-SEARCH-OPEN-HOLD.
           IF HTX-BLOCKING = SPACES
             MOVE 'Y' TO HTX-BLOCKING.
           IF NOT STUDENT-FOUND
             PERFORM 385-LOG-REJECT-NO-STUDENT
           ELSE
             IF NOT HTX-BLOCKING-VALID
               PERFORM 386-LOG-REJECT-BAD-BLOCKING
             ELSE
               IF HOLD-FOUND
                 PERFORM 387-LOG-REJECT-DUPLICATE
               ELSE
                 MOVE SPACES TO HOLDS-DATA
                 MOVE HTX-STUDENT-ID TO HLD-STUDENT-ID
                 MOVE HTX-TYPE TO HLD-TYPE
                 MOVE HTX-OFFICE TO HLD-OFFICE
                 MOVE HTX-DATE TO HLD-START-DATE
                 MOVE HTX-BLOCKING TO HLD-BLOCKING
                 PERFORM 140-ADD-HOLDS-ENTRY
                 PERFORM 370-LOG-PLACED
               END-IF
             END-IF
           END-IF.
      ******************************************************************
      * RELEASES AN UNRELEASED HOLD OF THE SAME TYPE - ONLY THE      ***
      * OFFICE THAT PLACED IT MAY RELEASE IT, AND NOT BEFORE THE     ***
      * HOLD STARTED ***
      ******************************************************************
       330-RELEASE-HOLD.
           PERFORM 346-SEARCH-OPEN-HOLD.
           IF NOT HOLD-FOUND
             PERFORM 388-LOG-REJECT-NO-HOLD
           ELSE
             IF NOT OFFICE-MATCH
               PERFORM 389-LOG-REJECT-OFFICE
             ELSE
               IF HTX-DATE < HLT-START-DATE (HLD-FOUND-SUB)
                 PERFORM 384-LOG-REJECT-BAD-DATE
               ELSE
                 MOVE HTX-DATE TO HLT-RELEASE-DATE (HLD-FOUND-SUB)
                 MOVE HLT-BLOCKING (HLD-FOUND-SUB) TO HTX-BLOCKING
                 PERFORM 371-LOG-RELEASED
               END-IF
             END-IF
           END-IF.
      ******************************************************************
      * TRUE IF HTX-TYPE IS A KNOWN HOLD TYPE ***
      ******************************************************************
       342-SEARCH-HOLD-TYPES.
           MOVE 'N' TO HOLD-TYPE-FOUND-SW.
           PERFORM 343-SCAN-HOLD-TYPES
             VARYING T-SUB FROM 1 BY 1
             UNTIL T-SUB > 6 OR HOLD-TYPE-FOUND.
       343-SCAN-HOLD-TYPES.
           IF HTT-TYPE (T-SUB) = HTX-TYPE
             MOVE 'Y' TO HOLD-TYPE-FOUND-SW.
      ******************************************************************
      * TRUE IF HTX-STUDENT-ID IS ON THE STUDENT MASTER ***
      ******************************************************************
       344-SEARCH-STUDENT-MASTER.
           MOVE 'N' TO STUDENT-FOUND-SW.
           PERFORM 345-SCAN-STUDENT-MASTER
             VARYING M-SUB FROM 1 BY 1
             UNTIL M-SUB > SMT-CT OR STUDENT-FOUND.
       345-SCAN-STUDENT-MASTER.
           IF SMT-STUDENT-ID (M-SUB) = HTX-STUDENT-ID
             MOVE 'Y' TO STUDENT-FOUND-SW.
      ******************************************************************
      * FINDS THE STUDENT'S UNRELEASED HOLD OF TYPE HTX-TYPE, IF     ***
      * ANY, AND WHETHER HTX-OFFICE IS THE OFFICE THAT PLACED IT     ***
      ******************************************************************
       346-SEARCH-OPEN-HOLD.
           MOVE 'N' TO HOLD-FOUND-SW.
           MOVE 'N' TO OFFICE-MATCH-SW.
           MOVE 0 TO HLD-FOUND-SUB.
           PERFORM 347-SCAN-OPEN-HOLD
             VARYING H-SUB FROM 1 BY 1
             UNTIL H-SUB > HLD-CT OR HOLD-FOUND.
       347-SCAN-OPEN-HOLD.
           IF HLT-STUDENT-ID (H-SUB) = HTX-STUDENT-ID
             AND HLT-TYPE (H-SUB) = HTX-TYPE
             AND HLT-RELEASE-DATE (H-SUB) = SPACES
             MOVE 'Y' TO HOLD-FOUND-SW
             MOVE H-SUB TO HLD-FOUND-SUB
             IF HLT-OFFICE (H-SUB) = HTX-OFFICE
               MOVE 'Y' TO OFFICE-MATCH-SW
             END-IF
           END-IF.
      ******************************************************************
      * TRANSACTION LOGGING PARAGRAPHS ***
      ******************************************************************
       370-LOG-PLACED.
           MOVE 'PLACED' TO HLOG-ACTION-DESC.
           PERFORM 399-WRITE-LOG-LINE.
           ADD 1 TO PLACE-CT.
       371-LOG-RELEASED.
           MOVE 'RELEASED' TO HLOG-ACTION-DESC.
           PERFORM 399-WRITE-LOG-LINE.
           ADD 1 TO RELEASE-CT.
       381-LOG-REJECT-BAD-ACTION.
           MOVE 'REJECTED - INVALID ACTION' TO HLOG-ACTION-DESC.
           PERFORM 398-WRITE-REJECT-LINE.
       382-LOG-REJECT-BAD-TYPE.
           MOVE 'REJECTED - INVALID HOLD TYPE' TO HLOG-ACTION-DESC.
           PERFORM 398-WRITE-REJECT-LINE.
       383-LOG-REJECT-NO-OFFICE.
           MOVE 'REJECTED - NO OFFICE' TO HLOG-ACTION-DESC.
           PERFORM 398-WRITE-REJECT-LINE.
       384-LOG-REJECT-BAD-DATE.
           MOVE 'REJECTED - INVALID DATE' TO HLOG-ACTION-DESC.
           PERFORM 398-WRITE-REJECT-LINE.
       385-LOG-REJECT-NO-STUDENT.
           MOVE 'REJECTED - STUDENT NOT ON FILE' TO HLOG-ACTION-DESC.
           PERFORM 398-WRITE-REJECT-LINE.
       386-LOG-REJECT-BAD-BLOCKING.
           MOVE 'REJECTED - INVALID BLOCK FLAG' TO HLOG-ACTION-DESC.
           PERFORM 398-WRITE-REJECT-LINE.
       387-LOG-REJECT-DUPLICATE.
           MOVE 'REJECTED - HOLD ALREADY ACTIVE' TO HLOG-ACTION-DESC.
           PERFORM 398-WRITE-REJECT-LINE.
       388-LOG-REJECT-NO-HOLD.
           MOVE 'REJECTED - NO ACTIVE HOLD' TO HLOG-ACTION-DESC.
           PERFORM 398-WRITE-REJECT-LINE.
       389-LOG-REJECT-OFFICE.
           MOVE 'REJECTED - NOT PLACING OFFICE' TO HLOG-ACTION-DESC.
           PERFORM 398-WRITE-REJECT-LINE.
       398-WRITE-REJECT-LINE.
           PERFORM 399-WRITE-LOG-LINE.
           ADD 1 TO REJECT-CT.
       399-WRITE-LOG-LINE.
           IF LINE-CT > 45
             PERFORM 225-REPORT-HEADINGS.
           MOVE HTX-STUDENT-ID TO HLOG-STUDENT-ID.
           MOVE HTX-TYPE TO HLOG-TYPE.
           MOVE HTX-OFFICE TO HLOG-OFFICE.
           MOVE HTX-DATE TO HLOG-DATE.
           MOVE HTX-BLOCKING TO HLOG-BLOCKING.
           WRITE HOLD-REPORT-REC FROM HOLD-LOG-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
      ******************************************************************
      * PRINTS THE LOG HEADING ***
      ******************************************************************
       225-REPORT-HEADINGS.
           MOVE PAGE-CT TO HL-PAGE-CT.
           WRITE HOLD-REPORT-REC FROM HEADING1
             AFTER ADVANCING PAGE.
           WRITE HOLD-REPORT-REC FROM HEADING2
             AFTER ADVANCING 1.
           WRITE HOLD-REPORT-REC FROM HEADING3
             AFTER ADVANCING 1.
           MOVE SPACES TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC
             AFTER ADVANCING 1.
           MOVE 0 TO LINE-CT.
           ADD 1 TO PAGE-CT.
      ******************************************************************
      * PRINTS THE PLACED/RELEASED/REJECTED COUNTS FOR THE RUN ***
      ******************************************************************
       390-PRINT-REPORT-TOTALS.
           MOVE PLACE-CT TO TOT-PLACE-CT.
           MOVE RELEASE-CT TO TOT-RELEASE-CT.
           MOVE REJECT-CT TO TOT-REJECT-CT.
           MOVE HLD-CT TO TOT-HLD-CT.
           MOVE SPACES TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC
             AFTER ADVANCING 1 LINE.
           WRITE HOLD-REPORT-REC FROM HOLD-TOTALS-LINE
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * READS EACH INPUT FILE ***
      ******************************************************************
       840-READ-HOLD-TRANX.
           READ HOLD-TRANX-FILE INTO HOLD-TRANX-DATA
             AT END MOVE 'Y' TO EOF1
             NOT AT END ADD 1 TO TRANX-READ-CT
           END-READ.
       850-READ-HOLDS-FILE.
           READ HOLDS-FILE INTO HOLDS-DATA
             AT END MOVE 'Y' TO EOF2.
       860-READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE INTO STUDENT-MASTER-DATA
             AT END MOVE 'Y' TO EOF3.
