       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARLEDGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT AR-CARD-FILE ASSIGN TO 'UR-S-ARCD'.
         SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'DA-S-ARMAST'.
         SELECT NEW-LEDGER-FILE ASSIGN TO 'DA-S-NEWARM'.
         SELECT BILLING-FILE ASSIGN TO 'DA-S-BILLING'.
         SELECT OPTIONAL PAYMENT-FILE ASSIGN TO 'DA-S-PAYMNT'.
         SELECT SORTED-PAYMENT-FILE ASSIGN TO 'DA-S-SRTPAY'.
         SELECT SORT-WORK ASSIGN TO 'S-SORTWK1'.
         SELECT ENROLLMENT-FILE ASSIGN TO 'DA-S-ENROLL'.
         SELECT STUDENT-MASTER-FILE ASSIGN TO 'DA-S-STUMST'.
         SELECT STATEMENT-FILE ASSIGN TO 'DA-S-ARSTMT'.
         SELECT DROP-TRANX-FILE ASSIGN TO 'DA-S-ARDROP'.
         SELECT PRINT-FILE ASSIGN TO 'UR-S-ARAGE'.
       DATA DIVISION.
       FILE SECTION.
       FD AR-CARD-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 AR-CARD-REC PIC X(80).
       FD LEDGER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 LEDGER-REC PIC X(40).
       FD NEW-LEDGER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 NEW-LEDGER-REC PIC X(40).
       FD BILLING-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 BILLING-REC PIC X(40).
       FD PAYMENT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 PAYMENT-REC PIC X(40).
       FD SORTED-PAYMENT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 SORTED-PAYMENT-REC PIC X(40).
      ******************************************************************
      * SORT WORK RECORD - PUTS THE BURSAR'S FILE INTO STUDENT ID    ***
      * PLUS DATE ORDER FOR THE LEDGER MERGE                         ***
      ******************************************************************
       SD SORT-WORK.
       01 SORT-WORK-REC.
         03 SW-STUDENT-ID       PIC X(9).
         03 SW-TYPE     PIC X.
         03 SW-DATE     PIC X(8).
         03 FILLER      PIC X(22).
       FD ENROLLMENT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 ENROLLMENT-REC PIC X(20).
       FD STUDENT-MASTER-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 STUDENT-MASTER-REC PIC X(60).
       FD STATEMENT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 STATEMENT-REC PIC X(60).
       FD DROP-TRANX-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 DROP-TRANX-REC PIC X(40).
       FD PRINT-FILE
         RECORDING MODE IS F
         LABEL RECORDS ARE STANDARD.
       01 PRINT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 MISC.
         03 EOF         PIC X    VALUE 'N'.
           88 LEDGER-EOF         VALUE 'Y'.
         03 EOF2        PIC X    VALUE 'N'.
           88 BILLING-EOF        VALUE 'Y'.
         03 EOF3        PIC X    VALUE 'N'.
           88 PAYMENT-EOF        VALUE 'Y'.
         03 EOF4        PIC X    VALUE 'N'.
           88 ENROLL-EOF         VALUE 'Y'.
         03 EOF5        PIC X    VALUE 'N'.
           88 STUDENT-MASTER-EOF VALUE 'Y'.
         03 EOF6        PIC X    VALUE 'N'.
           88 AR-CARD-EOF        VALUE 'Y'.
         03 LINE-CT     PIC 99   VALUE 0.
         03 PAGE-CT     PIC 9999 VALUE '0001'.
         03 STU-MST-CT  PIC 9999 VALUE 0.
         03 M-SUB       PIC 9999 VALUE 0.
         03 LED-CT      PIC 999  VALUE 0.
         03 L-SUB       PIC 999  VALUE 0.
         03 SEC-CT      PIC 99   VALUE 0.
         03 S-SUB       PIC 99   VALUE 0.
         03 STUDENT-ON-FILE-SW  PIC X    VALUE 'N'.
           88 STUDENT-ON-FILE           VALUE 'Y'.
         03 POSTED-SW   PIC X    VALUE 'N'.
           88 POSTED-TONIGHT            VALUE 'Y'.
         03 PAYMENT-VALID-SW    PIC X    VALUE 'Y'.
           88 PAYMENT-VALID             VALUE 'Y'.
         03 PAST-DEADLINE-SW    PIC X    VALUE 'N'.
           88 PAST-DEADLINE             VALUE 'Y'.
         03 NONPAYMENT-SW       PIC X    VALUE 'N'.
           88 NONPAYMENT-DROP           VALUE 'Y'.
         03 HOLD-STUDENT-ID     PIC X(9) VALUE SPACES.
         03 HOLD-STUDENT-NAME   PIC X(25)        VALUE SPACES.
         03 HOLD-REJECT-REASON  PIC X(20)        VALUE SPACES.
         03 BILLING-READ-CT     PIC 9999 VALUE 0.
         03 PAYMENT-READ-CT     PIC 9999 VALUE 0.
         03 REJECT-CT   PIC 9999 VALUE 0.
         03 POSTED-CT   PIC 9999 VALUE 0.
         03 LEDGER-OUT-CT       PIC 9999 VALUE 0.
         03 AGED-CT     PIC 9999 VALUE 0.
         03 DROP-STUDENT-CT     PIC 9999 VALUE 0.
         03 DROP-TRANX-CT       PIC 9999 VALUE 0.
         03 DROP-TIME   PIC X(8) VALUE SPACES.
         03 DROP-HASH-TOTAL     PIC 9(15)        VALUE 0.
         03 DROP-HASH-ID        PIC 9(9) VALUE 0.
         03 STATEMENT-CT        PIC 9999 VALUE 0.
         03 NET-TUITION-BILLED  PIC S9(7)V99     VALUE 0.
         03 TUITION-CHANGE      PIC S9(7)V99     VALUE 0.
         03 TOTAL-CREDITS       PIC 9(7)V99      VALUE 0.
         03 CREDITS-LEFT        PIC 9(7)V99      VALUE 0.
         03 STU-BALANCE PIC S9(7)V99     VALUE 0.
         03 STU-PAST-DUE        PIC 9(7)V99      VALUE 0.
         03 STU-CURRENT PIC 9(7)V99      VALUE 0.
         03 STU-OVER-30 PIC 9(7)V99      VALUE 0.
         03 STU-OVER-60 PIC 9(7)V99      VALUE 0.
         03 STU-OVER-90 PIC 9(7)V99      VALUE 0.
         03 G-CURRENT   PIC 9(7)V99      VALUE 0.
         03 G-OVER-30   PIC 9(7)V99      VALUE 0.
         03 G-OVER-60   PIC 9(7)V99      VALUE 0.
         03 G-OVER-90   PIC 9(7)V99      VALUE 0.
         03 G-BALANCE   PIC S9(8)V99     VALUE 0.
         03 RUNNING-BALANCE     PIC S9(7)V99     VALUE 0.
         03 ITEM-AGE    PIC S9(7)        VALUE 0.
         03 RUN-DAY-NUMBER      PIC 9(7) VALUE 0.
      ******************************************************************
      * DAY NUMBER WORK FIELDS - A YYYYMMDD DATE IS TURNED INTO A    ***
      * COUNT OF DAYS SO TWO DATES CAN BE SUBTRACTED FOR AGING       ***
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
      * AR CARD - THE DATE THE NIGHT'S POSTINGS CARRY AND THE        ***
      * TERM'S NONPAYMENT DEADLINE, BOTH YYYYMMDD.  TUITION CHARGED  ***
      * ON OR BEFORE THE DEADLINE AND STILL UNPAID AFTER IT DROPS    ***
      * THE STUDENT'S SECTIONS                                       ***
      ******************************************************************
       01 AR-CARD-DATA.
         03 ARC-RUN-DATE        PIC X(8).
         03 ARC-DROP-DATE       PIC X(8).
         03 FILLER      PIC X(64).
      ******************************************************************
      * RECEIVABLES LEDGER MASTER RECORD - ONE PER POSTED ITEM,      ***
      * KEYED BY STUDENT ID, IN POSTING ORDER WITHIN THE STUDENT.    ***
      * TYPE C(HARGE) AND D(EBIT ADJUSTMENT) ARE OWED; R(EFUND FOR A ***
      * DROP), P(AYMENT) AND A (CREDIT ADJUSTMENT) ARE CREDITS       ***
      ******************************************************************
       01 LEDGER-DATA.
         03 LG-STUDENT-ID       PIC X(9).
         03 LG-DATE     PIC X(8).
         03 LG-TYPE     PIC X.
         03 LG-AMOUNT   PIC 9(6)V99.
         03 LG-REFERENCE        PIC X(10).
         03 FILLER      PIC X(4).
       01 NEW-LEDGER-DATA.
         03 NLG-STUDENT-ID      PIC X(9).
         03 NLG-DATE    PIC X(8).
         03 NLG-TYPE    PIC X.
         03 NLG-AMOUNT  PIC 9(6)V99.
         03 NLG-REFERENCE       PIC X(10).
         03 FILLER      PIC X(4).
      ******************************************************************
      * BILLING EXTRACT RECORD - SAME AS TUITION, ONE PER STUDENT    ***
      * IN STUDENT ID ORDER, CARRYING THE FULL TERM'S TUITION AS OF  ***
      * TONIGHT ***
      ******************************************************************
       01 BILLING-DATA.
         03 BILL-STUDENT-ID     PIC X(9).
         03 BILL-CREDIT-HOURS   PIC 999.
         03 BILL-TUITION        PIC 9(6)V99.
         03 FILLER      PIC X(20).
      ******************************************************************
      * BURSAR PAYMENT/ADJUSTMENT RECORD - TYPE P(AYMENT),           ***
      * A (CREDIT ADJUSTMENT) OR D(EBIT ADJUSTMENT); DATE YYYYMMDD   ***
      ******************************************************************
       01 PAYMENT-DATA.
         03 PAY-STUDENT-ID      PIC X(9).
         03 PAY-TYPE    PIC X.
           88 PAY-TYPE-VALID     VALUE 'P' 'A' 'D'.
         03 PAY-DATE.
           05 PAY-YEAR  PIC 9999.
           05 PAY-MONTH PIC 99.
           05 PAY-DAY   PIC 99.
         03 PAY-AMOUNT  PIC 9(6)V99.
         03 PAY-REFERENCE       PIC X(10).
         03 FILLER      PIC X(4).
      ******************************************************************
      * ENROLLMENT MASTER RECORD - SAME AS ENROLL ***
      ******************************************************************
       01 ENROLLMENT-DATA.
         03 ENR-STUDENT-ID      PIC X(9).
         03 ENR-COURSE.
           05 ENR-ABB   PIC XXX.
           05 ENR-NUMB  PIC XXXX.
           05 ENR-SEC   PIC XXX.
         03 ENR-STATUS  PIC X.
           88 ENR-ACTIVE         VALUE 'A'.
      ******************************************************************
      * STUDENT MASTER RECORD - SAME AS TRANSCR ***
      ******************************************************************
       01 STUDENT-MASTER-DATA.
         03 SM-STUDENT-ID       PIC X(9).
         03 SM-NAME     PIC X(25).
         03 SM-MAJOR    PIC X(10).
         03 SM-STANDING PIC XX.
         03 SM-ACAD-STATUS      PIC X.
         03 FILLER      PIC X(13).
      ******************************************************************
      * STUDENT STATEMENT RECORD - TYPE I IS ONE LEDGER ITEM WITH    ***
      * THE BALANCE AFTER IT (CREDITS NEGATIVE); TYPE T CLOSES THE   ***
      * STATEMENT WITH THE PAST-DUE AMOUNT AND THE BALANCE DUE       ***
      ******************************************************************
       01 STATEMENT-DATA.
         03 STM-STUDENT-ID      PIC X(9).
         03 STM-REC-TYPE        PIC X.
         03 STM-DATE    PIC X(8).
         03 STM-DESC    PIC X(20).
         03 STM-AMOUNT  PIC S9(6)V99.
         03 STM-BALANCE PIC S9(7)V99.
         03 FILLER      PIC X(5).
      ******************************************************************
      * REGISTRATION TRANSACTION - SAME AS ENROLL; THE NONPAYMENT    ***
      * DROPS GO THROUGH ENROLL LIKE ANY OTHER DROP                  ***
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
      * BATCH HEADER AND TRAILER - SAME AS TRANEDIT.  THE DROP BATCH ***
      * ID IS 'AR' AND THE RUN DATE ***
      ******************************************************************
       01 TRANX-HEADER-DATA REDEFINES TRANX-DATA.
         03 TH-REC-TAG  PIC X(9).
         03 TH-BATCH-ID.
           05 TH-BATCH-SOURCE   PIC XX.
           05 TH-BATCH-DATE     PIC X(8).
         03 TH-CREATE-DATE      PIC X(8).
         03 FILLER      PIC X(13).
       01 TRANX-TRAILER-DATA REDEFINES TRANX-DATA.
         03 TT-REC-TAG  PIC X(9).
         03 TT-RECORD-CT        PIC 9(7).
         03 TT-HASH-TOTAL       PIC 9(15).
         03 FILLER      PIC X(9).
      ******************************************************************
      * THE LEDGER ITEMS OF THE STUDENT NOW BEING MERGED - THE       ***
      * CARRIED-IN ITEMS FOLLOWED BY TONIGHT'S POSTINGS.  OPEN IS    ***
      * THE PART OF A CHARGE NOT YET COVERED BY CREDITS              ***
      ******************************************************************
       01 LEDGER-TABLE.
         03 LED-ENTRY OCCURS 200 TIMES INDEXED BY LED-IDX.
           05 LED-DATE          PIC X(8).
           05 LED-TYPE          PIC X.
             88 LED-DEBIT               VALUE 'C' 'D'.
             88 LED-CREDIT              VALUE 'R' 'P' 'A'.
           05 LED-AMOUNT        PIC 9(6)V99.
           05 LED-REFERENCE     PIC X(10).
           05 LED-OPEN          PIC 9(6)V99.
      ******************************************************************
      * THE STUDENT'S ACTIVE SECTIONS, DROPPED FOR NONPAYMENT ***
      ******************************************************************
       01 SECTION-TABLE.
         03 SEC-ENTRY OCCURS 50 TIMES INDEXED BY SEC-IDX.
           05 SEC-COURSE        PIC X(10).
      ******************************************************************
      * TABLE OF EVERY STUDENT ON THE STUDENT MASTER SO EACH AGED    ***
      * ACCOUNT CAN BE PRINTED WITH THE STUDENT'S NAME               ***
      ******************************************************************
       01 STUDENT-MASTER-TABLE.
         03 SMT-ENTRY OCCURS 1000 TIMES INDEXED BY SMT-IDX.
           05 SMT-STUDENT-ID    PIC X(9).
           05 SMT-NAME          PIC X(25).
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
         03 FILLER      PIC X(33)       VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'AGED RECEIVABLES AS OF '.
         03 HL-RUN-DATE PIC X(8).
         03 FILLER      PIC X(36)       VALUE SPACES.
       01 HEADING3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'STUDENT ID'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'NAME'.
         03 FILLER      PIC X(26)       VALUE SPACES.
         03 FILLER      PIC X(7)        VALUE 'CURRENT'.
         03 FILLER      PIC X(7)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE '31-60'.
         03 FILLER      PIC X(7)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE '61-90'.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 FILLER      PIC X(7)        VALUE 'OVER 90'.
         03 FILLER      PIC X(7)        VALUE SPACES.
         03 FILLER      PIC X(7)        VALUE 'BALANCE'.
      ******************************************************************
      * AGING DETAIL LINE - ONE STUDENT WITH A BALANCE ***
      ******************************************************************
       01 AGING-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 AL-STUDENT-ID       PIC X(9).
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 AL-NAME     PIC X(25).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AL-CURRENT  PIC ZZZ,ZZ9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AL-OVER-30  PIC ZZZ,ZZ9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AL-OVER-60  PIC ZZZ,ZZ9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AL-OVER-90  PIC ZZZ,ZZ9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AL-BALANCE  PIC ZZZZ,ZZ9.99-.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AL-REMARK   PIC X(20).
      ******************************************************************
      * REJECTED BURSAR RECORD LINE ***
      ******************************************************************
       01 REJECT-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(29)       VALUE
           '*** BURSAR RECORD REJECTED - '.
         03 RL-REASON   PIC X(20).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 RL-IMAGE    PIC X(40).
      ******************************************************************
      * TOTAL LINES - THE BUCKET TOTALS TIE TO THE DETAIL COLUMNS ***
      ******************************************************************
       01 AGING-TOTAL-LINE.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(39)       VALUE 'TOTAL RECEIVABLES'.
         03 AT-CURRENT  PIC Z(6)9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AT-OVER-30  PIC Z(6)9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AT-OVER-60  PIC Z(6)9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AT-OVER-90  PIC Z(6)9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AT-BALANCE  PIC Z(7)9.99-.
       01 AGING-COUNT-LINE1.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(15)   VALUE 'STUDENTS AGED: '.
         03 AC-AGED-CT  PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(21)   VALUE 'NONPAYMENT STUDENTS: '.
         03 AC-DROP-STUDENT-CT  PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'DROPS GENERATED:    '.
         03 AC-DROP-TRANX-CT    PIC ZZZ9.
       01 AGING-COUNT-LINE2.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(15)   VALUE 'BILLING READ:  '.
         03 AC-BILLING-READ-CT  PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(21)   VALUE 'BURSAR RECORDS READ: '.
         03 AC-PAYMENT-READ-CT  PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'REJECTED:           '.
         03 AC-REJECT-CT        PIC ZZZ9.
       01 AGING-COUNT-LINE3.
         03 FILLER      PIC X(10)       VALUE SPACES.
         03 FILLER      PIC X(15)   VALUE 'ITEMS POSTED:  '.
         03 AC-POSTED-CT        PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(21)   VALUE 'LEDGER RECORDS OUT:  '.
         03 AC-LEDGER-OUT-CT    PIC ZZZ9.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'STATEMENTS:         '.
         03 AC-STATEMENT-CT     PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * POSTS THE NIGHT'S RECEIVABLES.  THE LEDGER MASTER, THE       ***
      * BILLING EXTRACT AND THE BURSAR'S FILE ARE MERGED BY STUDENT. ***
      * TONIGHT'S BILLED TUITION IS COMPARED WITH THE NET TUITION    ***
      * ALREADY CHARGED - AN INCREASE POSTS A CHARGE, A DECREASE (A  ***
      * DROP SINCE THE LAST BILLING) POSTS A REFUND CREDIT.  CREDITS ***
      * ARE APPLIED TO THE OLDEST CHARGES FIRST AND WHAT IS LEFT IS  ***
      * AGED 30/60/90.  A STUDENT WITH TUITION FROM ON OR BEFORE THE ***
      * NONPAYMENT DEADLINE STILL UNPAID AFTER IT GETS A D(ROP)      ***
      * TRANSACTION FOR EVERY ACTIVE SECTION, FOR ENROLL'S NEXT RUN  ***
      ******************************************************************
       000-MAINLINE.
           PERFORM 100-READ-AR-CARD.
           PERFORM 110-SORT-PAYMENTS.
           PERFORM 120-LOAD-STUDENT-MASTER.
           OPEN INPUT LEDGER-FILE
                      BILLING-FILE
                      SORTED-PAYMENT-FILE
                      ENROLLMENT-FILE
             OUTPUT NEW-LEDGER-FILE
                    STATEMENT-FILE
                    DROP-TRANX-FILE
                    PRINT-FILE.
           PERFORM 225-AGING-HEADINGS.
           PERFORM 276-WRITE-DROP-HEADER.
           PERFORM 810-READ-LEDGER-FILE.
           PERFORM 820-READ-BILLING-FILE.
           PERFORM 850-READ-SORTED-PAYMENT.
           PERFORM 830-READ-ENROLLMENT-FILE.
           IF BILLING-EOF
             DISPLAY 'ARLEDGR - BILLING EXTRACT IS EMPTY, RUN ABORTED'
             STOP RUN.
           PERFORM 200-PROCESS-ONE-STUDENT
             UNTIL LEDGER-EOF AND BILLING-EOF AND PAYMENT-EOF.
           PERFORM 400-PRINT-AGING-TOTALS.
           PERFORM 277-WRITE-DROP-TRAILER.
           CLOSE LEDGER-FILE
                 BILLING-FILE
                 SORTED-PAYMENT-FILE
                 ENROLLMENT-FILE
                 NEW-LEDGER-FILE
                 STATEMENT-FILE
                 DROP-TRANX-FILE
                 PRINT-FILE.
           DISPLAY 'ARLEDGR - ITEMS POSTED: ' POSTED-CT
             ' NONPAYMENT DROPS: ' DROP-TRANX-CT.
           STOP RUN.
      ******************************************************************
      * THE AR CARD NAMES TONIGHT'S POSTING DATE AND THE NONPAYMENT  ***
      * DEADLINE - NO CARD, NO POSTING RUN ***
      ******************************************************************
       100-READ-AR-CARD.
           OPEN INPUT AR-CARD-FILE.
           READ AR-CARD-FILE INTO AR-CARD-DATA
             AT END MOVE 'Y' TO EOF6.
           CLOSE AR-CARD-FILE.
           IF AR-CARD-EOF
             OR ARC-RUN-DATE NOT NUMERIC
             OR ARC-DROP-DATE NOT NUMERIC
             DISPLAY 'ARLEDGR - NO VALID AR CARD, RUN ABORTED'
             STOP RUN.
           MOVE ARC-RUN-DATE TO DN-DATE.
           PERFORM 700-COMPUTE-DAY-NUMBER.
           MOVE DN-NUMBER TO RUN-DAY-NUMBER.
           ACCEPT DROP-TIME FROM TIME.
           IF ARC-RUN-DATE > ARC-DROP-DATE
             MOVE 'Y' TO PAST-DEADLINE-SW.
           MOVE ARC-RUN-DATE TO HL-RUN-DATE.
      ******************************************************************
      * RESEQUENCES THE BURSAR'S FILE INTO STUDENT ID PLUS DATE ORDER*
      ******************************************************************
       110-SORT-PAYMENTS.
           SORT SORT-WORK
             ON ASCENDING KEY SW-STUDENT-ID SW-DATE
             USING PAYMENT-FILE
             GIVING SORTED-PAYMENT-FILE.
      ******************************************************************
      * LOADS THE STUDENT MASTER TABLE ***
      ******************************************************************
       120-LOAD-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM 840-READ-STUDENT-MASTER.
           PERFORM 130-LOAD-STUDENT-MASTER-ENTRY
             UNTIL STUDENT-MASTER-EOF.
           CLOSE STUDENT-MASTER-FILE.
       130-LOAD-STUDENT-MASTER-ENTRY.
           IF STU-MST-CT = 1000
             DISPLAY 'ARLEDGR - STUDENT MASTER EXCEEDS 1000 ENTRY '
               'TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
           ADD 1 TO STU-MST-CT.
           MOVE SM-STUDENT-ID TO SMT-STUDENT-ID (STU-MST-CT).
           MOVE SM-NAME TO SMT-NAME (STU-MST-CT).
           PERFORM 840-READ-STUDENT-MASTER.
      ******************************************************************
      * POSTS, AGES AND WRITES ONE STUDENT'S ACCOUNT - THE LOWEST    ***
      * STUDENT ID WAITING ON ANY OF THE THREE INPUTS IS TAKEN NEXT  ***
      ******************************************************************
       200-PROCESS-ONE-STUDENT.
           MOVE HIGH-VALUES TO HOLD-STUDENT-ID.
           IF NOT LEDGER-EOF AND LG-STUDENT-ID < HOLD-STUDENT-ID
             MOVE LG-STUDENT-ID TO HOLD-STUDENT-ID.
           IF NOT BILLING-EOF AND BILL-STUDENT-ID < HOLD-STUDENT-ID
             MOVE BILL-STUDENT-ID TO HOLD-STUDENT-ID.
           IF NOT PAYMENT-EOF AND PAY-STUDENT-ID < HOLD-STUDENT-ID
             MOVE PAY-STUDENT-ID TO HOLD-STUDENT-ID.
           MOVE 0 TO LED-CT.
           MOVE 0 TO NET-TUITION-BILLED.
           MOVE 'N' TO POSTED-SW.
           PERFORM 210-LOAD-LEDGER-ITEM
             UNTIL LEDGER-EOF OR LG-STUDENT-ID NOT = HOLD-STUDENT-ID.
           PERFORM 220-POST-BILLING.
           PERFORM 230-POST-PAYMENT
             UNTIL PAYMENT-EOF OR PAY-STUDENT-ID NOT = HOLD-STUDENT-ID.
           PERFORM 250-APPLY-CREDITS.
           PERFORM 260-AGE-OPEN-ITEMS.
           PERFORM 240-LOAD-ACTIVE-SECTIONS.
           PERFORM 270-CHECK-NONPAYMENT.
           PERFORM 280-WRITE-LEDGER-ITEM
             VARYING L-SUB FROM 1 BY 1 UNTIL L-SUB > LED-CT.
           IF STU-BALANCE NOT = 0 OR POSTED-TONIGHT
             PERFORM 290-WRITE-STATEMENT.
           IF STU-BALANCE NOT = 0
             PERFORM 300-PRINT-AGING-LINE.
      ******************************************************************
      * LOADS ONE CARRIED-IN LEDGER ITEM, KEEPING THE NET TUITION    ***
      * CHARGED SO FAR ***
      ******************************************************************
       210-LOAD-LEDGER-ITEM.
           PERFORM 215-CHECK-LEDGER-CAPACITY.
           ADD 1 TO LED-CT.
           MOVE LG-DATE TO LED-DATE (LED-CT).
           MOVE LG-TYPE TO LED-TYPE (LED-CT).
           MOVE LG-AMOUNT TO LED-AMOUNT (LED-CT).
           MOVE LG-REFERENCE TO LED-REFERENCE (LED-CT).
           IF LG-TYPE = 'C'
             ADD LG-AMOUNT TO NET-TUITION-BILLED.
           IF LG-TYPE = 'R'
             SUBTRACT LG-AMOUNT FROM NET-TUITION-BILLED.
           PERFORM 810-READ-LEDGER-FILE.
       215-CHECK-LEDGER-CAPACITY.
           IF LED-CT = 200
             DISPLAY 'ARLEDGR - STUDENT ' HOLD-STUDENT-ID
               ' EXCEEDS 200 ITEM LEDGER TABLE CAPACITY, RUN ABORTED'
             STOP RUN.
      ******************************************************************
      * POSTS THE DIFFERENCE BETWEEN TONIGHT'S BILLED TUITION AND    ***
      * THE NET TUITION ALREADY CHARGED.  A STUDENT MISSING FROM THE ***
      * EXTRACT HAS NO ENROLLMENT LEFT AND IS BILLED NOTHING         ***
      ******************************************************************
       220-POST-BILLING.
           IF NOT BILLING-EOF AND BILL-STUDENT-ID = HOLD-STUDENT-ID
             COMPUTE TUITION-CHANGE =
               BILL-TUITION - NET-TUITION-BILLED
             PERFORM 820-READ-BILLING-FILE
           ELSE
             COMPUTE TUITION-CHANGE = 0 - NET-TUITION-BILLED
           END-IF.
           IF TUITION-CHANGE > 0
             PERFORM 215-CHECK-LEDGER-CAPACITY
             ADD 1 TO LED-CT
             MOVE 'C' TO LED-TYPE (LED-CT)
             MOVE TUITION-CHANGE TO LED-AMOUNT (LED-CT)
             MOVE 'TUITION' TO LED-REFERENCE (LED-CT)
             PERFORM 227-STAMP-NEW-ITEM
           END-IF.
           IF TUITION-CHANGE < 0
             PERFORM 215-CHECK-LEDGER-CAPACITY
             ADD 1 TO LED-CT
             MOVE 'R' TO LED-TYPE (LED-CT)
             COMPUTE LED-AMOUNT (LED-CT) = 0 - TUITION-CHANGE
             MOVE 'DROP' TO LED-REFERENCE (LED-CT)
             PERFORM 227-STAMP-NEW-ITEM
           END-IF.
       227-STAMP-NEW-ITEM.
           MOVE ARC-RUN-DATE TO LED-DATE (LED-CT).
           MOVE 'Y' TO POSTED-SW.
           ADD 1 TO POSTED-CT.
      ******************************************************************
      * POSTS ONE BURSAR PAYMENT OR ADJUSTMENT - A RECORD THAT FAILS *
      * EDIT IS PRINTED AND LEFT OFF THE LEDGER ***
      ******************************************************************
       230-POST-PAYMENT.
           MOVE 'Y' TO PAYMENT-VALID-SW.
           IF NOT PAY-TYPE-VALID
             MOVE 'N' TO PAYMENT-VALID-SW
             MOVE 'INVALID TYPE' TO HOLD-REJECT-REASON.
           IF PAYMENT-VALID
             AND (PAY-AMOUNT NOT NUMERIC OR PAY-AMOUNT = 0)
             MOVE 'N' TO PAYMENT-VALID-SW
             MOVE 'INVALID AMOUNT' TO HOLD-REJECT-REASON.
           IF PAYMENT-VALID
             AND (PAY-DATE NOT NUMERIC
               OR PAY-MONTH < 1 OR PAY-MONTH > 12
               OR PAY-DAY < 1 OR PAY-DAY > 31
               OR PAY-DATE > ARC-RUN-DATE)
             MOVE 'N' TO PAYMENT-VALID-SW
             MOVE 'INVALID DATE' TO HOLD-REJECT-REASON.
           IF PAYMENT-VALID
             PERFORM 215-CHECK-LEDGER-CAPACITY
             ADD 1 TO LED-CT
             MOVE PAY-TYPE TO LED-TYPE (LED-CT)
             MOVE PAY-AMOUNT TO LED-AMOUNT (LED-CT)
             MOVE PAY-REFERENCE TO LED-REFERENCE (LED-CT)
             PERFORM 227-STAMP-NEW-ITEM
             MOVE PAY-DATE TO LED-DATE (LED-CT)
           ELSE
             PERFORM 380-PRINT-REJECT-LINE
           END-IF.
           PERFORM 850-READ-SORTED-PAYMENT.
      ******************************************************************
      * LOADS THE STUDENT'S ACTIVE SECTIONS FROM THE ENROLLMENT      ***
      * MASTER, SKIPPING STUDENTS WITH NO ACCOUNT ACTIVITY           ***
      ******************************************************************
       240-LOAD-ACTIVE-SECTIONS.
           MOVE 0 TO SEC-CT.
           PERFORM 830-READ-ENROLLMENT-FILE
             UNTIL ENROLL-EOF OR ENR-STUDENT-ID NOT < HOLD-STUDENT-ID.
           PERFORM 245-LOAD-ONE-SECTION
             UNTIL ENROLL-EOF OR ENR-STUDENT-ID NOT = HOLD-STUDENT-ID.
       245-LOAD-ONE-SECTION.
           IF ENR-ACTIVE
             IF SEC-CT = 50
               DISPLAY 'ARLEDGR - STUDENT ' HOLD-STUDENT-ID
                 ' EXCEEDS 50 SECTION TABLE CAPACITY, RUN ABORTED'
               STOP RUN
             END-IF
             ADD 1 TO SEC-CT
             MOVE ENR-COURSE TO SEC-COURSE (SEC-CT)
           END-IF.
           PERFORM 830-READ-ENROLLMENT-FILE.
      ******************************************************************
      * APPLIES THE STUDENT'S CREDITS TO THE CHARGES OLDEST FIRST,   ***
      * LEAVING EACH CHARGE'S UNPAID PART IN LED-OPEN                ***
      ******************************************************************
       250-APPLY-CREDITS.
           MOVE 0 TO TOTAL-CREDITS.
           PERFORM 252-TOTAL-ONE-CREDIT
             VARYING L-SUB FROM 1 BY 1 UNTIL L-SUB > LED-CT.
           MOVE TOTAL-CREDITS TO CREDITS-LEFT.
           PERFORM 255-APPLY-TO-ONE-CHARGE
             VARYING L-SUB FROM 1 BY 1 UNTIL L-SUB > LED-CT.
       252-TOTAL-ONE-CREDIT.
           MOVE 0 TO LED-OPEN (L-SUB).
           IF LED-CREDIT (L-SUB)
             ADD LED-AMOUNT (L-SUB) TO TOTAL-CREDITS.
       255-APPLY-TO-ONE-CHARGE.
           IF LED-DEBIT (L-SUB)
             IF CREDITS-LEFT NOT < LED-AMOUNT (L-SUB)
               SUBTRACT LED-AMOUNT (L-SUB) FROM CREDITS-LEFT
             ELSE
               COMPUTE LED-OPEN (L-SUB) =
                 LED-AMOUNT (L-SUB) - CREDITS-LEFT
               MOVE 0 TO CREDITS-LEFT
             END-IF
           END-IF.
      ******************************************************************
      * AGES EACH CHARGE'S UNPAID PART BY ITS POSTING DATE, AND      ***
      * TOTALS WHAT IS UNPAID FROM ON OR BEFORE THE DEADLINE         ***
      ******************************************************************
       260-AGE-OPEN-ITEMS.
           MOVE 0 TO STU-CURRENT STU-OVER-30 STU-OVER-60 STU-OVER-90.
           MOVE 0 TO STU-PAST-DUE.
           PERFORM 265-AGE-ONE-ITEM
             VARYING L-SUB FROM 1 BY 1 UNTIL L-SUB > LED-CT.
           COMPUTE STU-BALANCE = STU-CURRENT + STU-OVER-30
             + STU-OVER-60 + STU-OVER-90 - CREDITS-LEFT.
       265-AGE-ONE-ITEM.
           IF LED-OPEN (L-SUB) > 0
             MOVE LED-DATE (L-SUB) TO DN-DATE
             PERFORM 700-COMPUTE-DAY-NUMBER
             COMPUTE ITEM-AGE = RUN-DAY-NUMBER - DN-NUMBER
             IF ITEM-AGE > 90
               ADD LED-OPEN (L-SUB) TO STU-OVER-90
             ELSE
               IF ITEM-AGE > 60
                 ADD LED-OPEN (L-SUB) TO STU-OVER-60
               ELSE
                 IF ITEM-AGE > 30
                   ADD LED-OPEN (L-SUB) TO STU-OVER-30
                 ELSE
                   ADD LED-OPEN (L-SUB) TO STU-CURRENT
                 END-IF
               END-IF
             END-IF
             IF LED-DATE (L-SUB) NOT > ARC-DROP-DATE
               ADD LED-OPEN (L-SUB) TO STU-PAST-DUE
             END-IF
           END-IF.
      ******************************************************************
      * AFTER THE DEADLINE, A STUDENT STILL OWING FOR CHARGES FROM   ***
      * ON OR BEFORE IT IS DROPPED FROM EVERY ACTIVE SECTION         ***
      ******************************************************************
       270-CHECK-NONPAYMENT.
           MOVE 'N' TO NONPAYMENT-SW.
           IF PAST-DEADLINE AND STU-PAST-DUE > 0 AND SEC-CT > 0
             MOVE 'Y' TO NONPAYMENT-SW
             PERFORM 275-WRITE-DROP-TRANX
               VARYING S-SUB FROM 1 BY 1 UNTIL S-SUB > SEC-CT
             ADD 1 TO DROP-STUDENT-CT
           END-IF.
       275-WRITE-DROP-TRANX.
           MOVE SPACES TO TRANX-DATA.
           MOVE HOLD-STUDENT-ID TO TRANX-STUDENT-ID.
           MOVE SEC-COURSE (S-SUB) TO TRANX-COURSE.
           MOVE 'D' TO TRANX-ACTION.
           MOVE ARC-RUN-DATE TO TRANX-SUB-DATE.
           MOVE DROP-TIME (1:6) TO TRANX-SUB-TIME.
           WRITE DROP-TRANX-REC FROM TRANX-DATA.
           ADD 1 TO DROP-TRANX-CT.
           MOVE HOLD-STUDENT-ID TO DROP-HASH-ID.
           ADD DROP-HASH-ID TO DROP-HASH-TOTAL.
      ******************************************************************
      * THE DROP FILE IS A TRANSACTION BATCH LIKE ANY OTHER - IT     ***
      * OPENS WITH A HEADER AND CLOSES WITH A TRAILER CARRYING THE   ***
      * RECORD COUNT AND STUDENT ID HASH TOTAL TRANEDIT PROVES       ***
      ******************************************************************
       276-WRITE-DROP-HEADER.
           MOVE SPACES TO TRANX-HEADER-DATA.
           MOVE 'HEADER' TO TH-REC-TAG.
           MOVE 'AR' TO TH-BATCH-SOURCE.
           MOVE ARC-RUN-DATE TO TH-BATCH-DATE.
           MOVE ARC-RUN-DATE TO TH-CREATE-DATE.
           WRITE DROP-TRANX-REC FROM TRANX-HEADER-DATA.
       277-WRITE-DROP-TRAILER.
           MOVE SPACES TO TRANX-TRAILER-DATA.
           MOVE 'TRAILER' TO TT-REC-TAG.
           MOVE DROP-TRANX-CT TO TT-RECORD-CT.
           MOVE DROP-HASH-TOTAL TO TT-HASH-TOTAL.
           WRITE DROP-TRANX-REC FROM TRANX-TRAILER-DATA.
      ******************************************************************
      * WRITES ONE ITEM TO THE NEW LEDGER MASTER ***
      ******************************************************************
       280-WRITE-LEDGER-ITEM.
           MOVE SPACES TO NEW-LEDGER-DATA.
           MOVE HOLD-STUDENT-ID TO NLG-STUDENT-ID.
           MOVE LED-DATE (L-SUB) TO NLG-DATE.
           MOVE LED-TYPE (L-SUB) TO NLG-TYPE.
           MOVE LED-AMOUNT (L-SUB) TO NLG-AMOUNT.
           MOVE LED-REFERENCE (L-SUB) TO NLG-REFERENCE.
           WRITE NEW-LEDGER-REC FROM NEW-LEDGER-DATA.
           ADD 1 TO LEDGER-OUT-CT.
      ******************************************************************
      * WRITES THE STUDENT'S STATEMENT - EVERY LEDGER ITEM WITH THE  ***
      * RUNNING BALANCE, THEN THE TOTAL RECORD                       ***
      ******************************************************************
       290-WRITE-STATEMENT.
           MOVE 0 TO RUNNING-BALANCE.
           PERFORM 295-WRITE-STATEMENT-ITEM
             VARYING L-SUB FROM 1 BY 1 UNTIL L-SUB > LED-CT.
           MOVE SPACES TO STATEMENT-DATA.
           MOVE HOLD-STUDENT-ID TO STM-STUDENT-ID.
           MOVE 'T' TO STM-REC-TYPE.
           MOVE ARC-RUN-DATE TO STM-DATE.
           IF NONPAYMENT-DROP
             MOVE 'DROPPED - NONPAYMENT' TO STM-DESC
           ELSE
             MOVE 'BALANCE DUE' TO STM-DESC
           END-IF.
           MOVE STU-PAST-DUE TO STM-AMOUNT.
           MOVE STU-BALANCE TO STM-BALANCE.
           WRITE STATEMENT-REC FROM STATEMENT-DATA.
           ADD 1 TO STATEMENT-CT.
       295-WRITE-STATEMENT-ITEM.
           MOVE SPACES TO STATEMENT-DATA.
           MOVE HOLD-STUDENT-ID TO STM-STUDENT-ID.
           MOVE 'I' TO STM-REC-TYPE.
           MOVE LED-DATE (L-SUB) TO STM-DATE.
           IF LED-TYPE (L-SUB) = 'C'
             MOVE 'TUITION CHARGE' TO STM-DESC.
           IF LED-TYPE (L-SUB) = 'D'
             MOVE 'DEBIT ADJUSTMENT' TO STM-DESC.
           IF LED-TYPE (L-SUB) = 'R'
             MOVE 'DROP REFUND CREDIT' TO STM-DESC.
           IF LED-TYPE (L-SUB) = 'P'
             MOVE 'PAYMENT' TO STM-DESC.
           IF LED-TYPE (L-SUB) = 'A'
             MOVE 'CREDIT ADJUSTMENT' TO STM-DESC.
           IF LED-DEBIT (L-SUB)
             MOVE LED-AMOUNT (L-SUB) TO STM-AMOUNT
           ELSE
             COMPUTE STM-AMOUNT = 0 - LED-AMOUNT (L-SUB)
           END-IF.
           ADD STM-AMOUNT TO RUNNING-BALANCE.
           MOVE RUNNING-BALANCE TO STM-BALANCE.
           WRITE STATEMENT-REC FROM STATEMENT-DATA.
      ******************************************************************
      * PRINTS ONE STUDENT'S AGED BALANCE AND ADDS IT TO THE TOTALS  *
      ******************************************************************
       300-PRINT-AGING-LINE.
           IF LINE-CT > 45
             PERFORM 225-AGING-HEADINGS.
           PERFORM 340-SEARCH-STUDENT-MASTER.
           MOVE HOLD-STUDENT-ID TO AL-STUDENT-ID.
           MOVE HOLD-STUDENT-NAME TO AL-NAME.
           MOVE STU-CURRENT TO AL-CURRENT.
           MOVE STU-OVER-30 TO AL-OVER-30.
           MOVE STU-OVER-60 TO AL-OVER-60.
           MOVE STU-OVER-90 TO AL-OVER-90.
           MOVE STU-BALANCE TO AL-BALANCE.
           MOVE SPACES TO AL-REMARK.
           IF STU-BALANCE < 0
             MOVE 'CREDIT BALANCE' TO AL-REMARK.
           IF NONPAYMENT-DROP
             MOVE 'DROPPED - NONPAYMENT' TO AL-REMARK.
           WRITE PRINT-REC FROM AGING-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
           ADD 1 TO AGED-CT.
           ADD STU-CURRENT TO G-CURRENT.
           ADD STU-OVER-30 TO G-OVER-30.
           ADD STU-OVER-60 TO G-OVER-60.
           ADD STU-OVER-90 TO G-OVER-90.
           ADD STU-BALANCE TO G-BALANCE.
      ******************************************************************
      * LOOKS HOLD-STUDENT-ID UP IN THE STUDENT MASTER TABLE AND     ***
      * LEAVES THE NAME IN HOLD-STUDENT-NAME                         ***
      ******************************************************************
       340-SEARCH-STUDENT-MASTER.
           MOVE 'N' TO STUDENT-ON-FILE-SW.
           MOVE '*NOT ON STUDENT MASTER*' TO HOLD-STUDENT-NAME.
           PERFORM 350-SCAN-STUDENT-MASTER
             VARYING M-SUB FROM 1 BY 1
             UNTIL M-SUB > STU-MST-CT OR STUDENT-ON-FILE.
       350-SCAN-STUDENT-MASTER.
           IF SMT-STUDENT-ID (M-SUB) = HOLD-STUDENT-ID
             MOVE 'Y' TO STUDENT-ON-FILE-SW
             MOVE SMT-NAME (M-SUB) TO HOLD-STUDENT-NAME.
      ******************************************************************
      * PRINTS A BURSAR RECORD THAT FAILED EDIT ***
      ******************************************************************
       380-PRINT-REJECT-LINE.
           IF LINE-CT > 45
             PERFORM 225-AGING-HEADINGS.
           MOVE HOLD-REJECT-REASON TO RL-REASON.
           MOVE PAYMENT-DATA TO RL-IMAGE.
           WRITE PRINT-REC FROM REJECT-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CT.
           ADD 1 TO REJECT-CT.
      ******************************************************************
      * PRINTS THE BUCKET TOTALS AND THE COUNTS THE BURSAR BALANCES  ***
      * THE RUN WITH ***
      ******************************************************************
       400-PRINT-AGING-TOTALS.
           IF LINE-CT > 40
             PERFORM 225-AGING-HEADINGS.
           MOVE G-CURRENT TO AT-CURRENT.
           MOVE G-OVER-30 TO AT-OVER-30.
           MOVE G-OVER-60 TO AT-OVER-60.
           MOVE G-OVER-90 TO AT-OVER-90.
           MOVE G-BALANCE TO AT-BALANCE.
           MOVE AGED-CT TO AC-AGED-CT.
           MOVE DROP-STUDENT-CT TO AC-DROP-STUDENT-CT.
           MOVE DROP-TRANX-CT TO AC-DROP-TRANX-CT.
           MOVE BILLING-READ-CT TO AC-BILLING-READ-CT.
           MOVE PAYMENT-READ-CT TO AC-PAYMENT-READ-CT.
           MOVE REJECT-CT TO AC-REJECT-CT.
           MOVE POSTED-CT TO AC-POSTED-CT.
           MOVE LEDGER-OUT-CT TO AC-LEDGER-OUT-CT.
           MOVE STATEMENT-CT TO AC-STATEMENT-CT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM AGING-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM AGING-COUNT-LINE1
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM AGING-COUNT-LINE2
             AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM AGING-COUNT-LINE3
             AFTER ADVANCING 1 LINE.
      ******************************************************************
      * PRINTS THE REPORT HEADING ***
      ******************************************************************
       225-AGING-HEADINGS.
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
      * TURNS THE YYYYMMDD DATE IN DN-DATE INTO A DAY NUMBER - DAYS  ***
      * IN THE PRIOR YEARS PLUS THEIR LEAP DAYS, PLUS THE DAYS       ***
      * BEFORE THE MONTH, PLUS THE DAY, PLUS THIS YEAR'S LEAP DAY    ***
      * ONCE FEBRUARY IS PAST ***
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
       810-READ-LEDGER-FILE.
           READ LEDGER-FILE INTO LEDGER-DATA
             AT END MOVE 'Y' TO EOF.
       820-READ-BILLING-FILE.
           READ BILLING-FILE INTO BILLING-DATA
             AT END MOVE 'Y' TO EOF2
             NOT AT END ADD 1 TO BILLING-READ-CT
           END-READ.
       830-READ-ENROLLMENT-FILE.
           READ ENROLLMENT-FILE INTO ENROLLMENT-DATA
             AT END MOVE 'Y' TO EOF4.
       840-READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE INTO STUDENT-MASTER-DATA
             AT END MOVE 'Y' TO EOF5.
       850-READ-SORTED-PAYMENT.
           READ SORTED-PAYMENT-FILE INTO PAYMENT-DATA
             AT END MOVE 'Y' TO EOF3
             NOT AT END ADD 1 TO PAYMENT-READ-CT
           END-READ.
