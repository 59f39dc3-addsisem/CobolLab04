       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANEDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TRANX-FILE ASSIGN TO 'DA-S-TRANX'.
         SELECT EDITED-TRANX-FILE ASSIGN TO 'DA-S-EDTRNX'.
         SELECT SORT-WORK ASSIGN TO 'S-SORTWK1'.
         SELECT OPTIONAL BATCH-HISTORY-FILE ASSIGN TO 'DA-S-BATCHH'.
         SELECT EDIT-REPORT ASSIGN TO 'UR-S-TRNEDT'.
         SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'DA-S-RUNCTL'.
       DATA DIVISION.
       FILE SECTION.
       FD TRANX-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 TRANX-REC PIC X(40).
       FD EDITED-TRANX-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 EDITED-TRANX-REC PIC X(40).
      ******************************************************************
      * SORT WORK RECORD - THE WHOLE DETAIL RECORD IS THE KEY SO     ***
      * EXACT DUPLICATES COME OUT OF THE SORT SIDE BY SIDE           ***
      ******************************************************************
       SD SORT-WORK.
       01 SORT-WORK-REC.
         03 SW-STUDENT-ID       PIC X(9).
         03 SW-ABB      PIC XXX.
         03 SW-NUMB     PIC XXXX.
         03 SW-SEC      PIC XXX.
         03 SW-ACTION   PIC X.
         03 SW-TIMESTAMP        PIC X(14).
         03 SW-SPARE    PIC X(6).
       FD BATCH-HISTORY-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 BATCH-HISTORY-REC PIC X(20).
       FD EDIT-REPORT
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 EDIT-REPORT-REC PIC X(132).
       FD RUN-CONTROL-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 RUN-CONTROL-REC PIC X(60).
       WORKING-STORAGE SECTION.
       01 MISC.
         03 EOF         PIC X    VALUE 'N'.
           88 TRANX-EOF          VALUE 'Y'.
         03 EOF2        PIC X    VALUE 'N'.
           88 BATCH-HISTORY-EOF  VALUE 'Y'.
         03 EOF3        PIC X    VALUE 'N'.
           88 SORT-EOF           VALUE 'Y'.
         03 LINE-CT     PIC 99   VALUE 0.
         03 PAGE-CT     PIC 9999 VALUE '0001'.
         03 DETAIL-CT   PIC 9(7) VALUE 0.
         03 ACCEPT-CT   PIC 9(7) VALUE 0.
         03 REJECT-CT   PIC 9(7) VALUE 0.
         03 DUPLICATE-CT        PIC 9(7) VALUE 0.
         03 TRAILER-CT  PIC 9(7) VALUE 0.
         03 HASH-TOTAL  PIC 9(15)        VALUE 0.
         03 BHT-CT      PIC 9999 VALUE 0.
         03 B-SUB       PIC 9999 VALUE 0.
         03 HEADER-SEEN-SW      PIC X    VALUE 'N'.
           88 HEADER-SEEN               VALUE 'Y'.
         03 TRAILER-SEEN-SW     PIC X    VALUE 'N'.
           88 TRAILER-SEEN              VALUE 'Y'.
         03 BATCH-FOUND-SW      PIC X    VALUE 'N'.
           88 BATCH-ALREADY-RUN         VALUE 'Y'.
         03 BATCH-REASON        PIC X(30)        VALUE SPACES.
           88 BATCH-IN-BALANCE          VALUE SPACES.
         03 HOLD-BATCH-ID       PIC X(10)        VALUE SPACES.
         03 HOLD-CREATE-DATE    PIC X(8) VALUE SPACES.
         03 HOLD-TRAILER-HASH   PIC 9(15)        VALUE 0.
         03 PREV-DETAIL PIC X(40) VALUE LOW-VALUES.
         03 HASH-ID     PIC 9(9) VALUE 0.
      ******************************************************************
      * REGISTRATION TRANSACTION - SAME AS ENROLL.  THE BATCH OPENS  ***
      * WITH A HEADER RECORD AND CLOSES WITH A TRAILER RECORD, EACH  ***
      * TAGGED IN THE STUDENT ID POSITION, WHICH NO REAL STUDENT ID  ***
      * CAN MATCH                                                    ***
      ******************************************************************
       01 TRANX-DATA.
         03 TRANX-STUDENT-ID    PIC X(9).
         03 TRANX-COURSE.
           05 TRANX-ABB         PIC XXX.
           05 TRANX-NUMB        PIC XXXX.
           05 TRANX-SEC         PIC XXX.
         03 TRANX-ACTION        PIC X.
           88 TRANX-ADD                 VALUE 'A'.
           88 TRANX-DROP                VALUE 'D'.
         03 TRANX-TIMESTAMP.
           05 TRANX-SUB-DATE    PIC X(8).
           05 TRANX-SUB-TIME    PIC X(6).
         03 FILLER      PIC X(6).
      ******************************************************************
      * BATCH HEADER - BATCH ID AND THE DATE THE FRONT END CREATED   ***
      * THE FILE ***
      ******************************************************************
       01 TRANX-HEADER-DATA REDEFINES TRANX-DATA.
         03 TH-REC-TAG  PIC X(9).
           88 TH-IS-HEADER       VALUE 'HEADER'.
         03 TH-BATCH-ID PIC X(10).
         03 TH-CREATE-DATE      PIC X(8).
         03 FILLER      PIC X(13).
      ******************************************************************
      * BATCH TRAILER - COUNT OF DETAIL RECORDS AND THE SUM OF THEIR ***
      * STUDENT IDS ***
      ******************************************************************
       01 TRANX-TRAILER-DATA REDEFINES TRANX-DATA.
         03 TT-REC-TAG  PIC X(9).
           88 TT-IS-TRAILER      VALUE 'TRAILER'.
         03 TT-RECORD-CT        PIC 9(7).
         03 TT-HASH-TOTAL       PIC 9(15).
         03 FILLER      PIC X(9).
      ******************************************************************
      * BATCH HISTORY RECORD - ONE PER BATCH EVER ACCEPTED ***
      ******************************************************************
       01 BATCH-HISTORY-DATA.
         03 BH-BATCH-ID PIC X(10).
         03 BH-RUN-DATE PIC X(8).
         03 FILLER      PIC XX.
       01 BATCH-HISTORY-TABLE.
         03 BHT-ENTRY OCCURS 5000 TIMES INDEXED BY BHT-IDX.
           05 BHT-BATCH-ID      PIC X(10).
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
      * DESCRIPTION OF HEADING PRINT LINES ***
      ******************************************************************
       01 HEADING1.
         03 FILLER      PIC X(30)       VALUE SPACES.
         03 FILLER      PIC X(27)   VALUE 'EASTERN ILLINOIS UNIVERSITY'.
         03 FILLER      PIC X(20)       VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'PAGE'.
         03 HL-PAGE-CT  PIC ZZZ9.
       01 HEADING2.
         03 FILLER      PIC X(30)       VALUE SPACES.
         03 FILLER      PIC X(30)       VALUE
           'REGISTRATION TRANSACTION EDIT '.
         03 FILLER      PIC X(6)        VALUE 'BATCH '.
         03 HL-BATCH-ID PIC X(10).
       01 HEADING3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'STUDENT ID'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'COURSE'.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(3)        VALUE 'ACT'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'SUBMITTED'.
         03 FILLER      PIC X(8)        VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'REASON'.
      ******************************************************************
      * DETAIL LINE - ONE REJECTED OR DUPLICATE RECORD ***
      ******************************************************************
       01 EDIT-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 EL-STUDENT-ID       PIC X(9).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 EL-ABB      PIC XXX.
         03 FILLER      PIC X           VALUE SPACES.
         03 EL-NUMB     PIC XXXX.
         03 FILLER      PIC X           VALUE SPACES.
         03 EL-SEC      PIC XXX.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 EL-ACTION   PIC X.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 EL-SUB-DATE PIC X(8).
         03 FILLER      PIC X           VALUE SPACES.
         03 EL-SUB-TIME PIC X(6).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 EL-REASON   PIC X(30).
      ******************************************************************
      * BATCH CONTROL LINES ***
      ******************************************************************
       01 CONTROL-LINE1.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'BATCH ID: '.
         03 CL-BATCH-ID PIC X(10).
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'CREATED: '.
         03 CL-CREATE-DATE      PIC X(8).
       01 CONTROL-LINE2.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(18)       VALUE 'RECORDS - TRAILER:'.
         03 CL-TRAILER-CT       PIC Z(6)9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'COUNTED:'.
         03 CL-DETAIL-CT        PIC Z(6)9.
       01 CONTROL-LINE3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(18)       VALUE 'HASH - TRAILER:'.
         03 CL-TRAILER-HASH     PIC Z(14)9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'COUNTED:'.
         03 CL-HASH-TOTAL       PIC Z(14)9.
       01 CONTROL-LINE4.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(16)       VALUE 'BATCH REFUSED - '.
         03 CL-REASON   PIC X(30).
       01 EDIT-TOTALS-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'ACCEPTED:'.
         03 TOT-ACCEPT-CT       PIC Z(6)9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'REJECTED:'.
         03 TOT-REJECT-CT       PIC Z(6)9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(12)       VALUE 'DUPLICATES:'.
         03 TOT-DUPLICATE-CT    PIC Z(6)9.

       PROCEDURE DIVISION.
      ******************************************************************
      * PRE-EDITS THE REGISTRATION TRANSACTION BATCH BEFORE ENROLL   ***
      * SEES IT.  THE HEADER AND TRAILER MUST BE PRESENT, THE        ***
      * TRAILER'S RECORD COUNT AND STUDENT ID HASH TOTAL MUST MATCH  ***
      * THE DETAIL RECORDS, AND THE BATCH ID MUST NEVER HAVE BEEN    ***
      * RUN BEFORE - OTHERWISE THE BATCH IS REFUSED WITH RETURN CODE ***
      * 16 SO THE JOB STREAM STOPS AND ENROLL NEVER RUNS.  A         ***
      * BATCH THAT PASSES IS EDITED RECORD BY RECORD: MALFORMED      ***
      * RECORDS ARE REJECTED, EXACT DUPLICATES ARE DROPPED, AND THE  ***
      * REST ARE WRITTEN TO THE EDITED FILE ENROLL READS.  RUNVER    ***
      * PROVES DETAIL-CT = ACCEPT-CT + REJECT-CT + DUPLICATE-CT AND  ***
      * DETAIL-CT = TRAILER-CT FROM THE END RECORD                   ***
      ******************************************************************
       000-MAINLINE.
           PERFORM 950-WRITE-RUN-START.
           OPEN OUTPUT EDIT-REPORT.
           PERFORM 100-LOAD-BATCH-HISTORY.
           PERFORM 110-VERIFY-BATCH-CONTROLS.
           MOVE HOLD-BATCH-ID TO HL-BATCH-ID.
           PERFORM 225-REPORT-HEADINGS.
           IF NOT BATCH-IN-BALANCE
             PERFORM 190-REFUSE-BATCH.
           SORT SORT-WORK
             ON ASCENDING KEY SW-STUDENT-ID SW-TIMESTAMP SW-ABB
                              SW-NUMB SW-SEC SW-ACTION SW-SPARE
             INPUT PROCEDURE 150-RELEASE-DETAILS
             OUTPUT PROCEDURE 300-EDIT-DETAILS.
           PERFORM 390-PRINT-REPORT-TOTALS.
           CLOSE EDIT-REPORT.
           PERFORM 180-RECORD-BATCH.
           PERFORM 960-WRITE-RUN-END.
           STOP RUN.
      ******************************************************************
      * LOADS EVERY BATCH ID ALREADY ACCEPTED ***
      ******************************************************************
       100-LOAD-BATCH-HISTORY.
           OPEN INPUT BATCH-HISTORY-FILE.
           PERFORM 820-READ-BATCH-HISTORY.
           PERFORM 105-LOAD-BATCH-ENTRY
             UNTIL BATCH-HISTORY-EOF.
           CLOSE BATCH-HISTORY-FILE.
       105-LOAD-BATCH-ENTRY.
           IF BHT-CT = 5000
             DISPLAY 'TRANEDIT - BATCH HISTORY EXCEEDS 5000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             MOVE 16 TO RETURN-CODE
             STOP RUN.
           ADD 1 TO BHT-CT.
           MOVE BH-BATCH-ID TO BHT-BATCH-ID (BHT-CT).
           PERFORM 820-READ-BATCH-HISTORY.
      ******************************************************************
      * FIRST PASS - PROVES THE BATCH IS WHOLE BEFORE ANY RECORD IS  ***
      * EDITED.  THE FIRST PROBLEM FOUND IS THE ONE REPORTED         ***
      ******************************************************************
       110-VERIFY-BATCH-CONTROLS.
           OPEN INPUT TRANX-FILE.
           PERFORM 810-READ-TRANX-FILE.
           IF TRANX-EOF OR NOT TH-IS-HEADER
             MOVE 'MISSING HEADER RECORD' TO BATCH-REASON
           ELSE
             MOVE 'Y' TO HEADER-SEEN-SW
             MOVE TH-BATCH-ID TO HOLD-BATCH-ID
             MOVE TH-CREATE-DATE TO HOLD-CREATE-DATE
             IF TH-BATCH-ID = SPACES
               MOVE 'NO BATCH ID ON HEADER' TO BATCH-REASON
             END-IF
             PERFORM 810-READ-TRANX-FILE
           END-IF.
           PERFORM 120-CHECK-ONE-RECORD
             UNTIL TRANX-EOF.
           CLOSE TRANX-FILE.
           IF BATCH-IN-BALANCE AND NOT TRAILER-SEEN
             MOVE 'MISSING TRAILER RECORD' TO BATCH-REASON.
           IF BATCH-IN-BALANCE AND TRAILER-CT NOT = DETAIL-CT
             MOVE 'RECORD COUNT OUT OF BALANCE' TO BATCH-REASON.
           IF BATCH-IN-BALANCE AND HOLD-TRAILER-HASH NOT = HASH-TOTAL
             MOVE 'HASH TOTAL OUT OF BALANCE' TO BATCH-REASON.
           IF BATCH-IN-BALANCE
             PERFORM 130-SEARCH-BATCH-HISTORY
             IF BATCH-ALREADY-RUN
               MOVE 'BATCH ALREADY PROCESSED' TO BATCH-REASON
             END-IF
           END-IF.
      ******************************************************************
      * COUNTS AND HASHES ONE DETAIL RECORD, OR TAKES THE TRAILER'S  ***
      * CONTROLS.  A NON-NUMERIC STUDENT ID ADDS NOTHING TO THE HASH ***
      * AND TRAILER CONTROLS THAT ARE NOT NUMERIC REFUSE THE BATCH   ***
      ******************************************************************
       120-CHECK-ONE-RECORD.
           IF TRAILER-SEEN
             IF BATCH-IN-BALANCE
               MOVE 'RECORDS AFTER TRAILER' TO BATCH-REASON
             END-IF
           ELSE
             IF TH-IS-HEADER
               IF BATCH-IN-BALANCE
                 MOVE 'SECOND HEADER RECORD' TO BATCH-REASON
               END-IF
             ELSE
               IF TT-IS-TRAILER
                 MOVE 'Y' TO TRAILER-SEEN-SW
                 IF TT-RECORD-CT NUMERIC AND TT-HASH-TOTAL NUMERIC
                   MOVE TT-RECORD-CT TO TRAILER-CT
                   MOVE TT-HASH-TOTAL TO HOLD-TRAILER-HASH
                 ELSE
                   IF BATCH-IN-BALANCE
                     MOVE 'TRAILER CONTROLS NOT NUMERIC' TO BATCH-REASON
                   END-IF
                 END-IF
               ELSE
                 ADD 1 TO DETAIL-CT
                 IF TRANX-STUDENT-ID NUMERIC
                   MOVE TRANX-STUDENT-ID TO HASH-ID
                   ADD HASH-ID TO HASH-TOTAL
                 END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM 810-READ-TRANX-FILE.
      ******************************************************************
      * TRUE IF THE HEADER'S BATCH ID HAS BEEN ACCEPTED BEFORE ***
      ******************************************************************
       130-SEARCH-BATCH-HISTORY.
           MOVE 'N' TO BATCH-FOUND-SW.
           PERFORM 135-SCAN-BATCH-HISTORY
             VARYING B-SUB FROM 1 BY 1
             UNTIL B-SUB > BHT-CT OR BATCH-ALREADY-RUN.
       135-SCAN-BATCH-HISTORY.
           IF BHT-BATCH-ID (B-SUB) = HOLD-BATCH-ID
             MOVE 'Y' TO BATCH-FOUND-SW.
      ******************************************************************
      * SECOND PASS INPUT - EVERY DETAIL RECORD GOES TO THE SORT,    ***
      * THE HEADER AND TRAILER DO NOT ***
      ******************************************************************
       150-RELEASE-DETAILS.
           MOVE 'N' TO EOF.
           OPEN INPUT TRANX-FILE.
           PERFORM 810-READ-TRANX-FILE.
           PERFORM 160-RELEASE-ONE-DETAIL
             UNTIL TRANX-EOF.
           CLOSE TRANX-FILE.
       160-RELEASE-ONE-DETAIL.
           IF NOT TH-IS-HEADER AND NOT TT-IS-TRAILER
             RELEASE SORT-WORK-REC FROM TRANX-DATA.
           PERFORM 810-READ-TRANX-FILE.
      ******************************************************************
      * ADDS THE ACCEPTED BATCH TO THE BATCH HISTORY SO THE SAME     ***
      * TRANSMISSION CAN NEVER BE APPLIED TWICE                      ***
      ******************************************************************
       180-RECORD-BATCH.
           MOVE SPACES TO BATCH-HISTORY-DATA.
           MOVE HOLD-BATCH-ID TO BH-BATCH-ID.
           ACCEPT BH-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND BATCH-HISTORY-FILE.
           WRITE BATCH-HISTORY-REC FROM BATCH-HISTORY-DATA.
           CLOSE BATCH-HISTORY-FILE.
      ******************************************************************
      * PRINTS WHY THE BATCH WAS REFUSED AND STOPS THE JOB STREAM -  ***
      * NO EDITED FILE IS WRITTEN AND NO END RECORD GOES TO THE RUN  ***
      * CONTROL FILE, SO RUNVER SHOWS THE EDIT DID NOT FINISH        ***
      ******************************************************************
       190-REFUSE-BATCH.
           PERFORM 395-PRINT-BATCH-CONTROLS.
           MOVE BATCH-REASON TO CL-REASON.
           WRITE EDIT-REPORT-REC FROM CONTROL-LINE4
             AFTER ADVANCING 2 LINES.
           CLOSE EDIT-REPORT.
           DISPLAY 'TRANEDIT - BATCH ' HOLD-BATCH-ID ' REFUSED - '
             BATCH-REASON.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      * SECOND PASS OUTPUT - EDITS EACH DETAIL RECORD IN SORTED      ***
      * ORDER AND WRITES THE GOOD ONES TO THE EDITED FILE            ***
      ******************************************************************
       300-EDIT-DETAILS.
           OPEN OUTPUT EDITED-TRANX-FILE.
           PERFORM 850-RETURN-DETAIL.
           PERFORM 310-EDIT-ONE-DETAIL
             UNTIL SORT-EOF.
           CLOSE EDITED-TRANX-FILE.
      ******************************************************************
      * A RECORD IDENTICAL TO THE ONE BEFORE IT IS A DUPLICATE;      ***
      * OTHERWISE IT MUST HAVE A VALID ACTION, A NUMERIC STUDENT ID  ***
      * AND A COMPLETE COURSE KEY ***
      ******************************************************************
       310-EDIT-ONE-DETAIL.
           IF TRANX-DATA = PREV-DETAIL
             MOVE 'DUPLICATE - DROPPED' TO EL-REASON
             PERFORM 399-WRITE-EDIT-LINE
             ADD 1 TO DUPLICATE-CT
           ELSE
             IF NOT TRANX-ADD AND NOT TRANX-DROP
               MOVE 'REJECTED - INVALID ACTION' TO EL-REASON
               PERFORM 398-WRITE-REJECT-LINE
             ELSE
               IF TRANX-STUDENT-ID NOT NUMERIC
                 MOVE 'REJECTED - ID NOT NUMERIC' TO EL-REASON
                 PERFORM 398-WRITE-REJECT-LINE
               ELSE
                 IF TRANX-ABB = SPACES OR TRANX-NUMB = SPACES
                   OR TRANX-SEC = SPACES
                   MOVE 'REJECTED - BLANK COURSE KEY' TO EL-REASON
                   PERFORM 398-WRITE-REJECT-LINE
                 ELSE
                   WRITE EDITED-TRANX-REC FROM TRANX-DATA
                   ADD 1 TO ACCEPT-CT
                 END-IF
               END-IF
             END-IF
           END-IF.
           MOVE TRANX-DATA TO PREV-DETAIL.
           PERFORM 850-RETURN-DETAIL.
      ******************************************************************
      * REPORT PRINT PARAGRAPHS ***
      ******************************************************************
       398-WRITE-REJECT-LINE.
           PERFORM 399-WRITE-EDIT-LINE.
           ADD 1 TO REJECT-CT.
       399-WRITE-EDIT-LINE.
           IF LINE-CT > 45
             PERFORM 225-REPORT-HEADINGS.
           MOVE TRANX-STUDENT-ID TO EL-STUDENT-ID.
           MOVE TRANX-ABB TO EL-ABB.
           MOVE TRANX-NUMB TO EL-NUMB.
           MOVE TRANX-SEC TO EL-SEC.
           MOVE TRANX-ACTION TO EL-ACTION.
           MOVE TRANX-SUB-DATE TO EL-SUB-DATE.
           MOVE TRANX-SUB-TIME TO EL-SUB-TIME.
           WRITE EDIT-REPORT-REC FROM EDIT-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
       225-REPORT-HEADINGS.
           MOVE PAGE-CT TO HL-PAGE-CT.
           WRITE EDIT-REPORT-REC FROM HEADING1
             AFTER ADVANCING PAGE.
           WRITE EDIT-REPORT-REC FROM HEADING2
             AFTER ADVANCING 1.
           WRITE EDIT-REPORT-REC FROM HEADING3
             AFTER ADVANCING 1.
           MOVE SPACES TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC
             AFTER ADVANCING 1.
           MOVE 0 TO LINE-CT.
           ADD 1 TO PAGE-CT.
      ******************************************************************
      * PRINTS THE BATCH CONTROLS AND THE EDIT COUNTS ***
      ******************************************************************
       390-PRINT-REPORT-TOTALS.
           PERFORM 395-PRINT-BATCH-CONTROLS.
           MOVE ACCEPT-CT TO TOT-ACCEPT-CT.
           MOVE REJECT-CT TO TOT-REJECT-CT.
           MOVE DUPLICATE-CT TO TOT-DUPLICATE-CT.
           WRITE EDIT-REPORT-REC FROM EDIT-TOTALS-LINE
             AFTER ADVANCING 1 LINE.
       395-PRINT-BATCH-CONTROLS.
           MOVE HOLD-BATCH-ID TO CL-BATCH-ID.
           MOVE HOLD-CREATE-DATE TO CL-CREATE-DATE.
           MOVE TRAILER-CT TO CL-TRAILER-CT.
           MOVE DETAIL-CT TO CL-DETAIL-CT.
           MOVE HOLD-TRAILER-HASH TO CL-TRAILER-HASH.
           MOVE HASH-TOTAL TO CL-HASH-TOTAL.
           MOVE SPACES TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-REPORT-REC FROM CONTROL-LINE1
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-REPORT-REC FROM CONTROL-LINE2
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-REPORT-REC FROM CONTROL-LINE3
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * READS EACH INPUT FILE ***
      ******************************************************************
       810-READ-TRANX-FILE.
           READ TRANX-FILE INTO TRANX-DATA
             AT END MOVE 'Y' TO EOF.
       820-READ-BATCH-HISTORY.
           READ BATCH-HISTORY-FILE INTO BATCH-HISTORY-DATA
             AT END MOVE 'Y' TO EOF2.
       850-RETURN-DETAIL.
           RETURN SORT-WORK INTO TRANX-DATA
             AT END MOVE 'Y' TO EOF3.
      ******************************************************************
      * RUN CONTROL RECORDS - START AT THE TOP OF THE RUN, END WITH  ***
      * THE RUN'S COUNTS ***
      ******************************************************************
       950-WRITE-RUN-START.
           MOVE 'TRANEDIT' TO RC-PROGRAM.
           MOVE 'START' TO RC-TYPE.
           MOVE ZEROS TO RC-COUNTS.
           PERFORM 970-STAMP-AND-WRITE-RUNCTL.
       960-WRITE-RUN-END.
           MOVE 'TRANEDIT' TO RC-PROGRAM.
           MOVE 'END' TO RC-TYPE.
           MOVE DETAIL-CT TO RC-CT-1.
           MOVE ACCEPT-CT TO RC-CT-2.
           MOVE REJECT-CT TO RC-CT-3.
           MOVE DUPLICATE-CT TO RC-CT-4.
           MOVE TRAILER-CT TO RC-CT-5.
           MOVE ZEROS TO RC-CT-6.
           PERFORM 970-STAMP-AND-WRITE-RUNCTL.
       970-STAMP-AND-WRITE-RUNCTL.
           ACCEPT RC-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-TIME FROM TIME.
           OPEN EXTEND RUN-CONTROL-FILE.
           WRITE RUN-CONTROL-REC FROM RUN-CONTROL-DATA.
           CLOSE RUN-CONTROL-FILE.
