      *-----------------------------------------------------------------
      * CRSHIST.CPY
      * COURSE HISTORY (KSDS, KEY CH-KEY = STUDENT + TERM + COURSE).
      * ONE RECORD PER CREDIT-BEARING COURSE A STUDENT TOOK IN A
      * TERM - THE COURSE-LEVEL DETAIL STUHIST DOES NOT CARRY.
      * CRSLOAD MAINTAINS IT FROM THE CRSHIN FEED EACH TERM; DEGAUDIT
      * AUDITS IT AGAINST THE GRADREQ GRADUATION REQUIREMENTS.
      *    CH-AREA        SUBJECT AREA THE CREDIT COUNTS TOWARD
      *                   (ENGL, MATH, SCI, ...) - AN AREA GRADREQ
      *                   DOES NOT NAME COUNTS ONLY TOWARD THE TOTAL
      *    CH-GRADE       A-D WITH + OR -, F, P (PASS), W, I, OR IP
      *                   FOR A COURSE STILL IN PROGRESS - IP, F, W
      *                   AND I EARN NO CREDIT
      *    CH-GRAD-YEAR   THE STUDENT'S CLASS (YEAR OF GRADUATION)
      *                   AS THE SCHOOL HAD IT WHEN THE LINE WAS SENT
      *-----------------------------------------------------------------
       01  COURSE-HISTORY-RECORD.
           05 CH-KEY.
              10 CH-STU-ID            PIC X(6).
              10 CH-TERM              PIC X(5).
              10 CH-COURSE            PIC X(8).
           05 CH-COURSE-TITLE         PIC X(20).
           05 CH-AREA                 PIC X(4).
           05 CH-CREDITS-ATTEMPTED    PIC 9(1)V9(2).
           05 CH-CREDITS-EARNED       PIC 9(1)V9(2).
           05 CH-GRADE                PIC X(2).
              88 CH-IN-PROGRESS       VALUE "IP".
           05 CH-GRAD-YEAR            PIC 9(4).
           05 CH-LOAD-DATE            PIC 9(8).
           05 FILLER                  PIC X(10).
