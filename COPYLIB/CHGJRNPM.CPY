      *-----------------------------------------------------------------
      * CHGJRNPM.CPY
      * PARAMETER LAYOUT PASSED TO CHGJRNL, THE SHARED CHANGE-JOURNAL
      * WRITER, AFTER EVERY SUCCESSFUL WRITE, REWRITE OR DELETE OF
      * ACCTMAST, EMPHLTH OR STUDMAST. FILL IN THE PROGRAM, THE
      * MASTER'S DD NAME, THE ACTION AND THE KEY, MOVE THE RECORD AS
      * IT WAS READ TO CJ-BEFORE (SPACES FOR AN ADD) AND AS IT WAS
      * WRITTEN TO CJ-AFTER (SPACES FOR A DELETE), AND CALL
      * "CHGJRNL". CJ-USER IS THE CLERK BEHIND THE CHANGE WHERE THE
      * PROGRAM KNOWS ONE, OTHERWISE SPACES; THE WRITER STAMPS THE
      * DATE, TIME AND CYCLE RUN-ID ITSELF. A CHANGE WHOSE AFTER
      * IMAGE EQUALS ITS BEFORE IMAGE IS NOT JOURNALED.
      *
      * COPY THIS UNDER YOUR OWN 01-LEVEL GROUP IN WORKING-STORAGE.
      *-----------------------------------------------------------------
       05  CJ-PROGRAM                PIC X(09).
       05  CJ-USER                   PIC X(08).
       05  CJ-MASTER                 PIC X(08).
       05  CJ-ACTION                 PIC X(01).
           88  CJ-ADD                VALUE "A".
           88  CJ-CHANGE             VALUE "C".
           88  CJ-DELETE             VALUE "D".
       05  CJ-KEY                    PIC X(08).
       05  CJ-BEFORE                 PIC X(1300).
       05  CJ-AFTER                  PIC X(1300).
