      *-----------------------------------------------------------------
      * SECTWAIT.CPY
      * SECTION WAIT LIST (KSDS, KEY SW-KEY = TERM + SECTION + DATE
      * WAIT-LISTED + STUDENT). A STUDENT STULOAD OR STUXFER COULD
      * NOT SEAT BECAUSE THE SECTION WAS FULL WAITS HERE, OLDEST
      * FIRST WITHIN EACH SECTION - THE KEY ORDER IS THE ORDER SEATS
      * ARE OFFERED. A STUDENT WAITS FOR ONE SECTION AT A TIME.
      * STULOAD SEATS WAITING STUDENTS AS PLACES OPEN AND DROPS THE
      * ENTRY ONCE THE STUDENT IS SEATED, IS NO LONGER ACTIVE, OR IS
      * SENT FOR A DIFFERENT SECTION. DISTRICT-QUALIFIED LIKE
      * STUDMAST (D + "SECTWAI").
      *-----------------------------------------------------------------
       01  SECTION-WAIT-RECORD.
           05 SW-KEY.
              10 SW-TERM              PIC X(5).
              10 SW-SECTION           PIC X(3).
              10 SW-WAIT-DATE         PIC 9(8).
              10 SW-STU-ID            PIC X(6).
           05 SW-STU-NAME             PIC X(25).
           05 SW-PRIOR-SECTION        PIC X(3).
           05 SW-SOURCE               PIC X(8).
           05 FILLER                  PIC X(10).
