      *-----------------------------------------------------------------
      * SECTMAST.CPY
      * CLASS SECTION MASTER (KSDS, KEY SM-KEY = TERM + SECTION).
      * ONE RECORD PER SECTION PER TERM - THE THREE-CHARACTER CODE
      * STULOAD CARRIES ONTO STU-SECTION, WITH THE COURSE, THE
      * TEACHER, THE ROOM, THE SEAT CAPACITY AND THE MEETING
      * PATTERN BEHIND IT. SECTLOAD MAINTAINS IT FROM THE SECTIN
      * FEED. THE FILE IS DISTRICT-QUALIFIED LIKE STUDMAST (D +
      * "SECTMAS"), SO STUXFER CHECKS THE RECEIVING DISTRICT'S.
      *    SM-MEET-DAYS   ONE POSITION PER SCHOOL DAY, MONDAY TO
      *                   FRIDAY - THE DAY LETTER (M T W R F) WHEN
      *                   THE SECTION MEETS THAT DAY, A SPACE WHEN IT
      *                   DOES NOT
      *    SM-START-TIME  HHMM, 24-HOUR
      *    SM-ACTIVE-SW   N - THE SECTION IS CLOSED; IT STAYS ON THE
      *                   FILE FOR THE TERM REPORT BUT TAKES NO NEW
      *                   ASSIGNMENTS
      * ENROLLMENT IS NOT KEPT HERE - IT IS COUNTED FROM THE ACTIVE
      * STUDENTS ON STUDMAST WHENEVER IT IS NEEDED, SO IT CANNOT
      * DRIFT FROM THE MASTER.
      *-----------------------------------------------------------------
       01  SECTION-MASTER-RECORD.
           05 SM-KEY.
              10 SM-TERM              PIC X(5).
              10 SM-SECTION           PIC X(3).
           05 SM-COURSE               PIC X(8).
           05 SM-COURSE-TITLE         PIC X(20).
           05 SM-TEACHER-ID           PIC X(6).
           05 SM-TEACHER-NAME         PIC X(20).
           05 SM-ROOM                 PIC X(5).
           05 SM-CAPACITY             PIC 9(3).
           05 SM-MEET-DAYS            PIC X(5).
           05 SM-START-TIME           PIC 9(4).
           05 SM-END-TIME             PIC 9(4).
           05 SM-ACTIVE-SW            PIC X(1).
              88 SM-ACTIVE            VALUE "Y".
              88 SM-INACTIVE          VALUE "N".
           05 SM-LAST-CHANGE-DATE     PIC 9(8).
           05 FILLER                  PIC X(10).
