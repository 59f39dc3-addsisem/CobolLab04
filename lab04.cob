             07 RMT-ROOM        PIC XXX.
           05 RMT-CAPACITY      PIC 999.
      ******************************************************************
      * DESCRIPTION OF INPUT DATA LAYOUT.  A LINKED SECTION CARRIES  ***
      * A LINK ROLE OF L(ECTURE) OR (LA)B AND A LINK GROUP - IT IS   ***
      * TAKEN WITH A SECTION OF THE SAME DEPARTMENT AND LINK GROUP   ***
      * HOLDING THE OTHER ROLE                                       ***
      ******************************************************************
       01 COURSE-DATA.
         03 C-COURSE.
         03 C-TITLE     PIC X(20).
         03 C-SEATS-REMAINING   PIC S999.
         03 C-CLASSLIMIT        PIC 999.
         03 FILLER      PIC XX.
         03 C-LINK-ROLE PIC X.
           88 C-LINK-LECTURE            VALUE 'L'.
         03 C-STARTING-TIME.
           05 C-STARTING-HOUR   PIC 99.
           05 C-STARTING-MIN    PIC 99.
         03 C-LINK-GROUP        PIC XX.
         03 C-DAYS      PIC ZZZZZ9.
         03 C-LOCATION.
           05 C-BUILDING        PIC XX.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 PINSTRUCTOR         PIC X(24).
      *****************************************************************
      * LINKED PARTNER LINE - PRINTED UNDER A LINKED SECTION
      *****************************************************************
       01 LINK-LINE.
         03 FILLER      PIC X(14)       VALUE SPACES.
         03 FILLER      PIC X(11)       VALUE 'LINK GROUP '.
         03 LL-ABB      PIC XXX.
         03 FILLER      PIC X           VALUE '-'.
         03 LL-GROUP    PIC XX.
         03 FILLER      PIC X(17)       VALUE ' - TAKE WITH ANY '.
         03 LL-PARTNER-ROLE     PIC X(7).
      *****************************************************************
      * FINAL PAGE
      *****************************************************************
       01 PRINT-FINAL.
          PERFORM 340-CALC-DEPT-TOTALS.
          MOVE C-ABB TO PREV-ABB.
          IF LINE-CT > 45
            OR (C-LINK-ROLE NOT = SPACE AND LINE-CT > 44)
            THEN
            PERFORM 225-COURSE-HEADINGS.
          MOVE C-ABB TO PABB.
          WRITE PRINT-REC FROM PRINT-DATA
            AFTER ADVANCING 1 LINE.
          ADD 1 TO LINE-CT.
          IF C-LINK-ROLE NOT = SPACE
            PERFORM 175-PRINT-LINK-LINE.
          ADD 1 TO PRINTED-CT.
          PERFORM 365-WRITE-WEB-EXPORT.
          MOVE C-COURSE TO LAST-PRINTED-COURSE.
          IF RESTART-CT >= RESTART-INTERVAL
            PERFORM 900-WRITE-CHECKPOINT
            MOVE 0 TO RESTART-CT.
      ******************************************************************
      * PRINTS THE LINKED PARTNER OF THE SECTION JUST LISTED - A     ***
      * LECTURE'S PARTNER IS ANY LAB OF ITS LINK GROUP AND A LAB'S   ***
      * IS ANY LECTURE.  160 BREAKS THE PAGE A LINE EARLY FOR A      ***
      * LINKED SECTION SO THIS LINE STAYS WITH ITS SECTION           ***
      ******************************************************************
       175-PRINT-LINK-LINE.
          IF C-LINK-LECTURE
            MOVE 'LAB' TO LL-PARTNER-ROLE
          ELSE
            MOVE 'LECTURE' TO LL-PARTNER-ROLE.
          MOVE C-ABB TO LL-ABB.
          MOVE C-LINK-GROUP TO LL-GROUP.
          WRITE PRINT-REC FROM LINK-LINE
            AFTER ADVANCING 1 LINE.
          ADD 1 TO LINE-CT.
     ******************************************************************
      * PRINTS HEADING LINE ***
      ******************************************************************
