         03 PGM-FOUND-SW        PIC X    VALUE 'N'.
           88 PGM-FOUND                 VALUE 'Y'.
         03 VERIFY-DATE PIC X(8) VALUE SPACES.
         03 PRIOR-AUDIT-DATE    PIC X(8) VALUE SPACES.
         03 PRIOR-AUDIT-CT      PIC 9(4) VALUE 0.
      ******************************************************************
      * RUN CONTROL RECORD - SAME AS TOTAL5 ***
      ******************************************************************
      * SAID, FILLED IN AS THE RUN CONTROL FILE IS READ              ***
      ******************************************************************
       01 PGM-TABLE.
         03 PGM-ENTRY OCCURS 6 TIMES.
           05 PGM-NAME          PIC X(8).
           05 PGM-START-SW      PIC X.
           05 PGM-END-SW        PIC X.
           PERFORM 200-POST-RUN-RECORD
             UNTIL END-OF-DATA.
           PERFORM 300-VERIFY-ONE-PROGRAM
             VARYING P-SUB FROM 1 BY 1 UNTIL P-SUB > 6.
           PERFORM 400-PRINT-RUNVER-SUMMARY.
           CLOSE RUN-CONTROL-FILE
                 PRINT-FILE.
           STOP RUN.
      ******************************************************************
      * THE SIX NIGHTLY JOBS THE VERIFIER KNOWS HOW TO PROVE ***
      ******************************************************************
       100-INIT-PGM-TABLE.
           MOVE 'TOTAL5' TO PGM-NAME (1).
           MOVE 'ENROLL' TO PGM-NAME (2).
           MOVE 'CONFCHK' TO PGM-NAME (3).
           MOVE 'ROOMSCH' TO PGM-NAME (4).
           MOVE 'TRANEDIT' TO PGM-NAME (5).
           MOVE 'INTAUDIT' TO PGM-NAME (6).
           PERFORM 110-INIT-ONE-SLOT
             VARYING P-SUB FROM 1 BY 1 UNTIL P-SUB > 6.
       110-INIT-ONE-SLOT.
           MOVE 'N' TO PGM-START-SW (P-SUB) PGM-END-SW (P-SUB).
           MOVE SPACES TO PGM-DATE (P-SUB)
             MOVE 'N' TO PGM-FOUND-SW
             PERFORM 210-POST-TO-SLOT
               VARYING P-SUB FROM 1 BY 1
               UNTIL P-SUB > 6 OR PGM-FOUND
             IF NOT PGM-FOUND
               MOVE RC-PROGRAM TO UL-PROGRAM
               PERFORM 320-WRITE-UNKNOWN-LINE
               ADD 1 TO PROBLEM-CT
             END-IF
           ELSE
             PERFORM 220-KEEP-PRIOR-AUDIT
           END-IF.
           PERFORM 800-READ-RUN-CONTROL.
       210-POST-TO-SLOT.
             END-IF
           END-IF.
      ******************************************************************
      * THE LAST INTEGRITY AUDIT TOTAL FROM AN EARLIER NIGHT - THE   ***
      * FILE IS WRITTEN IN RUN ORDER, SO THE LATEST ONE READ WINS    ***
      ******************************************************************
       220-KEEP-PRIOR-AUDIT.
           IF RC-PROGRAM = 'INTAUDIT' AND RC-END
             AND RC-DATE NOT < PRIOR-AUDIT-DATE
             MOVE RC-DATE TO PRIOR-AUDIT-DATE
             MOVE RC-CT-6 TO PRIOR-AUDIT-CT.
      ******************************************************************
      * PROVES ONE JOB OPENED, CLOSED, AND TIES OUT - TOTAL5'S      ***
      * RECORDS READ MUST EQUAL PRINTED PLUS REJECTED, AND ENROLL'S ***
      * TRANSACTIONS READ MUST EQUAL ADDS PLUS DROPS PLUS REJECTS   ***
      * PLUS WAITLISTED, AND THE ACCEPTED COUNT OF A FINISHED        ***
      * TRANEDIT.  TRANEDIT'S DETAIL RECORDS MUST EQUAL ACCEPTED     ***
      * PLUS REJECTED PLUS DUPLICATES, AND ITS TRAILER COUNT.        ***
      * INTAUDIT'S TOTAL MUST EQUAL THE SUM OF ITS CATEGORY COUNTS,  ***
      * AND A TOTAL ABOVE THE LAST EARLIER NIGHT'S IS FLAGGED        ***
      ******************************************************************
       300-VERIFY-ONE-PROGRAM.
           MOVE PGM-NAME (P-SUB) TO VL-PROGRAM.
             IF PGM-CT-1 (P-SUB) NOT = EXPECTED-CT
               MOVE 'OUT OF BALANCE' TO VL-STATUS
               ADD 1 TO PROBLEM-CT
             ELSE
               PERFORM 315-CHECK-ENROLL-INPUT
             END-IF
           END-IF.
           IF PGM-NAME (P-SUB) = 'TRANEDIT'
             COMPUTE EXPECTED-CT =
               PGM-CT-2 (P-SUB) + PGM-CT-3 (P-SUB) + PGM-CT-4 (P-SUB)
             IF PGM-CT-1 (P-SUB) NOT = EXPECTED-CT
               OR PGM-CT-1 (P-SUB) NOT = PGM-CT-5 (P-SUB)
               MOVE 'OUT OF BALANCE' TO VL-STATUS
               ADD 1 TO PROBLEM-CT
             END-IF
           END-IF.
           IF PGM-NAME (P-SUB) = 'INTAUDIT'
             COMPUTE EXPECTED-CT =
               PGM-CT-1 (P-SUB) + PGM-CT-2 (P-SUB) + PGM-CT-3 (P-SUB)
               + PGM-CT-4 (P-SUB) + PGM-CT-5 (P-SUB)
             IF PGM-CT-6 (P-SUB) NOT = EXPECTED-CT
               MOVE 'OUT OF BALANCE' TO VL-STATUS
               ADD 1 TO PROBLEM-CT
             ELSE
               IF PGM-CT-6 (P-SUB) > PRIOR-AUDIT-CT
                 MOVE 'NEW INTEGRITY EXCEPTIONS' TO VL-STATUS
                 ADD 1 TO PROBLEM-CT
               END-IF
             END-IF
           END-IF.
      ******************************************************************
      * ENROLL READS ONLY WHAT TRANEDIT ACCEPTED, SO WHEN THE EDIT   ***
      * FINISHED TONIGHT THE TWO COUNTS MUST AGREE                   ***
      ******************************************************************
       315-CHECK-ENROLL-INPUT.
           IF PGM-END-SW (5) = 'Y'
             AND PGM-CT-1 (P-SUB) NOT = PGM-CT-2 (5)
             MOVE 'OUT OF BALANCE WITH EDIT' TO VL-STATUS
             ADD 1 TO PROBLEM-CT.
      ******************************************************************
      * REPORT PRINT PARAGRAPHS ***
      ******************************************************************
