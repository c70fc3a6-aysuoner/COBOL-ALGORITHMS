      *-----------------------------------------------------------------
      * GRADREQ.CPY
      * GRADUATION REQUIREMENT TABLE (SEQUENTIAL, ONE LINE PER CLASS
      * YEAR AND SUBJECT AREA), KEPT BY THE COUNSELING OFFICE. EACH
      * LINE IS THE CREDITS A STUDENT GRADUATING IN GQ-GRAD-YEAR MUST
      * EARN IN GQ-AREA. THE AREA "TOTL" IS THE MINIMUM TOTAL CREDITS
      * IN ANY AREA, ELECTIVES INCLUDED. LINES MAY COME IN ANY ORDER;
      * A CLASS WITH NO LINES HAS NO REQUIREMENTS ON FILE.
      *-----------------------------------------------------------------
       01  GRADUATION-REQUIREMENT-RECORD.
           05 GQ-GRAD-YEAR            PIC 9(4).
           05 GQ-AREA                 PIC X(4).
              88 GQ-TOTAL-AREA        VALUE "TOTL".
           05 GQ-AREA-NAME            PIC X(20).
           05 GQ-CREDITS-REQUIRED     PIC 9(2)V9(2).
