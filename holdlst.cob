       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDLST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT OPTIONAL HOLDS-FILE ASSIGN TO 'DA-S-HOLDS'.
         SELECT STUDENT-MASTER-FILE ASSIGN TO 'DA-S-STUMST'.
         SELECT SORT-WORK ASSIGN TO 'S-SORTWK1'.
         SELECT HOLD-LIST ASSIGN TO 'UR-S-HOLDLST'.
       DATA DIVISION.
       FILE SECTION.
       FD HOLDS-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 HOLDS-REC PIC X(40).
       FD STUDENT-MASTER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 STUDENT-MASTER-REC PIC X(60).
      ******************************************************************
      * SORT WORK RECORD - THE ACTIVE HOLDS IN OFFICE/HOLD TYPE/     ***
      * STUDENT ORDER FOR THE LIST ***
      ******************************************************************
       SD SORT-WORK.
       01 SORT-WORK-REC.
         03 SW-OFFICE   PIC X(4).
         03 SW-TYPE     PIC XX.
         03 SW-STUDENT-ID       PIC X(9).
         03 SW-START-DATE       PIC X(8).
         03 SW-RELEASE-DATE     PIC X(8).
         03 SW-BLOCKING PIC X.
       FD HOLD-LIST
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 HOLD-LIST-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
         03 EOF1        PIC X    VALUE 'N'.
           88 HOLDS-EOF          VALUE 'Y'.
         03 EOF2        PIC X    VALUE 'N'.
           88 STUDENT-MASTER-EOF VALUE 'Y'.
         03 EOF3        PIC X    VALUE 'N'.
           88 SORT-EOF           VALUE 'Y'.
         03 LINE-CT     PIC 99   VALUE 0.
         03 PAGE-CT     PIC 9999 VALUE '0001'.
         03 HOLD-READ-CT        PIC 9999 VALUE 0.
         03 ACTIVE-CT   PIC 9999 VALUE 0.
         03 BLOCKING-CT PIC 9999 VALUE 0.
         03 OFFICE-CT   PIC 9999 VALUE 0.
         03 OFFICE-BLOCKING-CT  PIC 9999 VALUE 0.
         03 STU-MST-CT  PIC 9999 VALUE 0.
         03 M-SUB       PIC 9999 VALUE 0.
         03 T-SUB       PIC 99   VALUE 0.
         03 RUN-DATE    PIC X(8) VALUE SPACES.
         03 RUN-DAY-NUMBER      PIC 9(7) VALUE 0.
         03 DAYS-HELD   PIC S9(7)        VALUE 0.
         03 HOLD-OFFICE PIC X(4) VALUE SPACES.
         03 HOLD-STUDENT-NAME   PIC X(25)        VALUE SPACES.
         03 STUDENT-ON-FILE-SW  PIC X    VALUE 'N'.
           88 STUDENT-ON-FILE           VALUE 'Y'.
         03 HOLD-TYPE-FOUND-SW  PIC X    VALUE 'N'.
           88 HOLD-TYPE-FOUND           VALUE 'Y'.
      ******************************************************************
      * DAY NUMBER WORK FIELDS - SAME AS ARLEDGR ***
      ******************************************************************
       01 DAY-NUMBER-WORK.
         03 DN-DATE.
           05 DN-YEAR   PIC 9999.
           05 DN-MONTH  PIC 99.
           05 DN-DAY    PIC 99.
         03 DN-PRIOR-YEAR       PIC 9999 VALUE 0.
         03 DN-LEAP-4   PIC 9999 VALUE 0.
         03 DN-LEAP-100 PIC 9999 VALUE 0.
         03 DN-LEAP-400 PIC 9999 VALUE 0.
         03 DN-QUOTIENT PIC 9999 VALUE 0.
         03 DN-REM-4    PIC 999  VALUE 0.
         03 DN-REM-100  PIC 999  VALUE 0.
         03 DN-REM-400  PIC 999  VALUE 0.
         03 DN-NUMBER   PIC 9(7) VALUE 0.
       01 MONTH-DAYS-VALUES.
         03 FILLER      PIC X(36)       VALUE
           '000031059090120151181212243273304334'.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
         03 DAYS-BEFORE-MONTH   PIC 999  OCCURS 12 TIMES.
      ******************************************************************
      * REGISTRATION HOLD RECORD - SAME AS HOLDMNT ***
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
       01 STUDENT-MASTER-TABLE.
         03 SMT-ENTRY OCCURS 1000 TIMES INDEXED BY SMT-IDX.
           05 SMT-STUDENT-ID    PIC X(9).
           05 SMT-NAME          PIC X(25).
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
         03 FILLER      PIC X(26)       VALUE
           'ACTIVE HOLDS BY OFFICE AS '.
         03 FILLER      PIC X(3)        VALUE 'OF '.
         03 HL-RUN-DATE PIC X(8).
       01 HEADING3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'OFFICE'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'STUDENT ID'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'NAME'.
         03 FILLER      PIC X(23)       VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'HOLD TYPE'.
         03 FILLER      PIC X(8)        VALUE SPACES.
         03 FILLER      PIC X(7)        VALUE 'STARTED'.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'DAYS'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'BLOCK'.
      ******************************************************************
      * DETAIL LINE - ONE ACTIVE HOLD ***
      ******************************************************************
       01 HOLD-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 HD-OFFICE   PIC X(4).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 HD-STUDENT-ID       PIC X(9).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 HD-NAME     PIC X(25).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 HD-TYPE     PIC XX.
         03 FILLER      PIC X           VALUE SPACES.
         03 HD-DESC     PIC X(11).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 HD-START-DATE       PIC X(8).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 HD-DAYS-HELD        PIC ZZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 HD-BLOCKING PIC X.
       01 OFFICE-TOTAL-LINE.
         03 FILLER      PIC X(18)       VALUE SPACES.
         03 FILLER      PIC X(7)        VALUE 'OFFICE '.
         03 OT-OFFICE   PIC X(4).
         03 FILLER      PIC X(15)       VALUE ' ACTIVE HOLDS: '.
         03 OT-OFFICE-CT        PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'BLOCKING: '.
         03 OT-BLOCKING-CT      PIC ZZZ9.
       01 GRAND-TOTAL-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(20)       VALUE 'TOTAL ACTIVE HOLDS: '.
         03 GT-ACTIVE-CT        PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'BLOCKING: '.
         03 GT-BLOCKING-CT      PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(14)       VALUE 'HOLDS ON FILE:'.
         03 GT-READ-CT  PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * NIGHTLY LIST OF EVERY HOLD ACTIVE TODAY, GROUPED BY THE      ***
      * OFFICE THAT PLACED IT, WITH HOW MANY DAYS IT HAS BEEN ON SO  ***
      * EACH OFFICE CAN RELEASE THE HOLDS IT NO LONGER NEEDS.        ***
      * RELEASED HOLDS AND HOLDS NOT YET STARTED ARE LEFT OFF        ***
      ******************************************************************
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO DN-DATE.
           PERFORM 700-COMPUTE-DAY-NUMBER.
           MOVE DN-NUMBER TO RUN-DAY-NUMBER.
           MOVE RUN-DATE TO HL-RUN-DATE.
           PERFORM 120-LOAD-STUDENT-MASTER.
           SORT SORT-WORK
             ON ASCENDING KEY SW-OFFICE SW-TYPE SW-STUDENT-ID
             INPUT PROCEDURE 150-RELEASE-ACTIVE-HOLDS
             OUTPUT PROCEDURE 300-PRINT-HOLD-LIST.
           STOP RUN.
      ******************************************************************
      * LOADS THE STUDENT MASTER TABLE FOR THE NAMES ***
      ******************************************************************
       120-LOAD-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM 840-READ-STUDENT-MASTER.
           PERFORM 130-LOAD-STUDENT-MASTER-ENTRY
             UNTIL STUDENT-MASTER-EOF.
           CLOSE STUDENT-MASTER-FILE.
       130-LOAD-STUDENT-MASTER-ENTRY.
           IF STU-MST-CT = 1000
             DISPLAY 'HOLDLST - STUDENT MASTER EXCEEDS 1000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO STU-MST-CT.
           MOVE SM-STUDENT-ID TO SMT-STUDENT-ID (STU-MST-CT).
           MOVE SM-NAME TO SMT-NAME (STU-MST-CT).
           PERFORM 840-READ-STUDENT-MASTER.
      ******************************************************************
      * PASSES ONLY THE HOLDS ACTIVE TODAY TO THE SORT ***
      ******************************************************************
       150-RELEASE-ACTIVE-HOLDS.
           OPEN INPUT HOLDS-FILE.
           PERFORM 830-READ-HOLDS-FILE.
           PERFORM 160-RELEASE-ONE-HOLD
             UNTIL HOLDS-EOF.
           CLOSE HOLDS-FILE.
       160-RELEASE-ONE-HOLD.
           IF HLD-START-DATE NOT > RUN-DATE
             AND (HLD-RELEASE-DATE = SPACES
               OR HLD-RELEASE-DATE > RUN-DATE)
             MOVE HLD-OFFICE TO SW-OFFICE
             MOVE HLD-TYPE TO SW-TYPE
             MOVE HLD-STUDENT-ID TO SW-STUDENT-ID
             MOVE HLD-START-DATE TO SW-START-DATE
             MOVE HLD-RELEASE-DATE TO SW-RELEASE-DATE
             MOVE HLD-BLOCKING TO SW-BLOCKING
             RELEASE SORT-WORK-REC
           END-IF.
           PERFORM 830-READ-HOLDS-FILE.
      ******************************************************************
      * PRINTS THE ACTIVE HOLDS ONE OFFICE AT A TIME WITH A COUNT    ***
      * AFTER EACH OFFICE AND A GRAND TOTAL AT THE END               ***
      ******************************************************************
       300-PRINT-HOLD-LIST.
           OPEN OUTPUT HOLD-LIST.
           PERFORM 225-REPORT-HEADINGS.
           PERFORM 850-RETURN-ACTIVE-HOLD.
           PERFORM 310-PRINT-ONE-OFFICE
             UNTIL SORT-EOF.
           PERFORM 400-PRINT-GRAND-TOTALS.
           CLOSE HOLD-LIST.
       310-PRINT-ONE-OFFICE.
           MOVE SW-OFFICE TO HOLD-OFFICE.
           MOVE 0 TO OFFICE-CT OFFICE-BLOCKING-CT.
           PERFORM 320-PRINT-ONE-HOLD
             UNTIL SORT-EOF OR SW-OFFICE NOT = HOLD-OFFICE.
           PERFORM 330-PRINT-OFFICE-TOTAL.
       320-PRINT-ONE-HOLD.
           IF LINE-CT > 45
             PERFORM 225-REPORT-HEADINGS.
           MOVE SW-STUDENT-ID TO HLD-STUDENT-ID.
           PERFORM 340-SEARCH-STUDENT-MASTER.
           MOVE SPACES TO HD-DESC.
           MOVE 'N' TO HOLD-TYPE-FOUND-SW.
           PERFORM 355-SCAN-HOLD-TYPES
             VARYING T-SUB FROM 1 BY 1
             UNTIL T-SUB > 6 OR HOLD-TYPE-FOUND.
           MOVE SW-START-DATE TO DN-DATE.
           PERFORM 700-COMPUTE-DAY-NUMBER.
           COMPUTE DAYS-HELD = RUN-DAY-NUMBER - DN-NUMBER.
           MOVE SW-OFFICE TO HD-OFFICE.
           MOVE SW-STUDENT-ID TO HD-STUDENT-ID.
           MOVE HOLD-STUDENT-NAME TO HD-NAME.
           MOVE SW-TYPE TO HD-TYPE.
           MOVE SW-START-DATE TO HD-START-DATE.
           MOVE DAYS-HELD TO HD-DAYS-HELD.
           MOVE SW-BLOCKING TO HD-BLOCKING.
           WRITE HOLD-LIST-REC FROM HOLD-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
           ADD 1 TO OFFICE-CT.
           ADD 1 TO ACTIVE-CT.
           IF SW-BLOCKING = 'Y'
             ADD 1 TO OFFICE-BLOCKING-CT
             ADD 1 TO BLOCKING-CT.
           PERFORM 850-RETURN-ACTIVE-HOLD.
       330-PRINT-OFFICE-TOTAL.
           MOVE HOLD-OFFICE TO OT-OFFICE.
           MOVE OFFICE-CT TO OT-OFFICE-CT.
           MOVE OFFICE-BLOCKING-CT TO OT-BLOCKING-CT.
           WRITE HOLD-LIST-REC FROM OFFICE-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO HOLD-LIST-REC.
           WRITE HOLD-LIST-REC
             AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-CT.
      ******************************************************************
      * LOOKS UP THE STUDENT'S NAME ***
      ******************************************************************
       340-SEARCH-STUDENT-MASTER.
           MOVE 'N' TO STUDENT-ON-FILE-SW.
           MOVE '*NOT ON STUDENT MASTER*' TO HOLD-STUDENT-NAME.
           PERFORM 350-SCAN-STUDENT-MASTER
             VARYING M-SUB FROM 1 BY 1
             UNTIL M-SUB > STU-MST-CT OR STUDENT-ON-FILE.
       350-SCAN-STUDENT-MASTER.
           IF SMT-STUDENT-ID (M-SUB) = HLD-STUDENT-ID
             MOVE 'Y' TO STUDENT-ON-FILE-SW
             MOVE SMT-NAME (M-SUB) TO HOLD-STUDENT-NAME.
       355-SCAN-HOLD-TYPES.
           IF HTT-TYPE (T-SUB) = SW-TYPE
             MOVE HTT-DESC (T-SUB) TO HD-DESC
             MOVE 'Y' TO HOLD-TYPE-FOUND-SW.
      ******************************************************************
      * PRINTS THE HEADINGS ***
      ******************************************************************
       225-REPORT-HEADINGS.
           MOVE PAGE-CT TO HL-PAGE-CT.
           WRITE HOLD-LIST-REC FROM HEADING1
             AFTER ADVANCING PAGE.
           WRITE HOLD-LIST-REC FROM HEADING2
             AFTER ADVANCING 1.
           WRITE HOLD-LIST-REC FROM HEADING3
             AFTER ADVANCING 1.
           MOVE SPACES TO HOLD-LIST-REC.
           WRITE HOLD-LIST-REC
             AFTER ADVANCING 1.
           MOVE 0 TO LINE-CT.
           ADD 1 TO PAGE-CT.
      ******************************************************************
      * PRINTS THE COUNTS FOR THE WHOLE LIST ***
      ******************************************************************
       400-PRINT-GRAND-TOTALS.
           MOVE ACTIVE-CT TO GT-ACTIVE-CT.
           MOVE BLOCKING-CT TO GT-BLOCKING-CT.
           MOVE HOLD-READ-CT TO GT-READ-CT.
           MOVE SPACES TO HOLD-LIST-REC.
           WRITE HOLD-LIST-REC
             AFTER ADVANCING 1 LINE.
           WRITE HOLD-LIST-REC FROM GRAND-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * TURNS THE YYYYMMDD DATE IN DN-DATE INTO A DAY NUMBER - SAME  ***
      * AS ARLEDGR ***
      ******************************************************************
       700-COMPUTE-DAY-NUMBER.
           IF DN-DATE NOT NUMERIC OR DN-MONTH < 1 OR DN-MONTH > 12
             MOVE RUN-DAY-NUMBER TO DN-NUMBER
           ELSE
             COMPUTE DN-PRIOR-YEAR = DN-YEAR - 1
             DIVIDE DN-PRIOR-YEAR BY 4 GIVING DN-LEAP-4
             DIVIDE DN-PRIOR-YEAR BY 100 GIVING DN-LEAP-100
             DIVIDE DN-PRIOR-YEAR BY 400 GIVING DN-LEAP-400
             COMPUTE DN-NUMBER = DN-PRIOR-YEAR * 365
               + DN-LEAP-4 - DN-LEAP-100 + DN-LEAP-400
               + DAYS-BEFORE-MONTH (DN-MONTH) + DN-DAY
             IF DN-MONTH > 2
               DIVIDE DN-YEAR BY 4 GIVING DN-QUOTIENT
                 REMAINDER DN-REM-4
               DIVIDE DN-YEAR BY 100 GIVING DN-QUOTIENT
                 REMAINDER DN-REM-100
               DIVIDE DN-YEAR BY 400 GIVING DN-QUOTIENT
                 REMAINDER DN-REM-400
               IF DN-REM-4 = 0
                 AND (DN-REM-100 NOT = 0 OR DN-REM-400 = 0)
                 ADD 1 TO DN-NUMBER
               END-IF
             END-IF
           END-IF.
      ******************************************************************
      * READS EACH INPUT FILE ***
      ******************************************************************
       830-READ-HOLDS-FILE.
           READ HOLDS-FILE INTO HOLDS-DATA
             AT END MOVE 'Y' TO EOF1
             NOT AT END ADD 1 TO HOLD-READ-CT
           END-READ.
       840-READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE INTO STUDENT-MASTER-DATA
             AT END MOVE 'Y' TO EOF2.
       850-RETURN-ACTIVE-HOLD.
           RETURN SORT-WORK
             AT END MOVE 'Y' TO EOF3.
