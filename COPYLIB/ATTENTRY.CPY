      *-----------------------------------------------------------------
      * ATTENTRY.CPY
      * ONLINE ATTENDANCE ENTRY LOG (KSDS, KEY AE-KEY = STUDENT +
      * EVENT DATE). ONLNATT WRITES ONE RECORD FOR EACH STUDENT AND
      * DATE A TEACHER MARKS, SO A SECOND ENTRY FOR THE SAME STUDENT
      * AND DAY - FROM ANOTHER PERIOD'S TEACHER, OR THE SAME TEACHER
      * PRESSING ENTER TWICE - IS CAUGHT BEFORE IT JOINS THE ATTENDIN
      * FEED AND IS COUNTED TWICE BY ATTLOAD.
      *    AE-TYPE        A = ABSENCE, T = TARDY (THE ATTENDIN CODES)
      *    AE-ENTRY-STAMP YYYYMMDDHHMMSS THE ENTRY WAS TAKEN
      *-----------------------------------------------------------------
       01  ATTENDANCE-ENTRY-RECORD.
           05 AE-KEY.
              10 AE-STU-ID            PIC X(6).
              10 AE-DATE              PIC 9(8).
           05 AE-TYPE                 PIC X(1).
              88 AE-ABSENCE           VALUE "A".
              88 AE-TARDY             VALUE "T".
           05 AE-SECTION              PIC X(3).
           05 AE-USER-ID              PIC X(8).
           05 AE-ENTRY-STAMP          PIC X(14).
           05 FILLER                  PIC X(10).
