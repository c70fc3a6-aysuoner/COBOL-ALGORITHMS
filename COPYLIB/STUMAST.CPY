      * BURST BY SECTION WITHOUT GOING BACK TO THE ROSTER FILE. THE
      * RECORD GROWS BY TWO BYTES - REDEFINE THE CLUSTER AND RELOAD
      * FROM THE ROSTER ON THE FIRST CYCLE AFTER TAKING THIS CHANGE.
      * MODIFIED 15/10/2026 - SCHOOL, GRADE LEVEL AND ENROLLMENT
      * DATE ADDED FOR THE STATE ATTENDANCE FUNDING REPORT. STULOAD
      * CARRIES THE SCHOOL AND GRADE FROM THE ROSTER AND DATES A NEW
      * STUDENT'S ENROLLMENT, STUWDRAW RE-DATES IT ON A RE-ENTRY AND
      * STUXFER ON A TRANSFER IN. THE RECORD GROWS BY FOURTEEN BYTES
      * - REDEFINE THE CLUSTER AND RELOAD AS BEFORE; A RECORD
      * WITHOUT AN ENROLLMENT DATE COUNTS AS ENROLLED ALL PERIOD.
      * MODIFIED 15/10/2026 - ENROLLMENT STATUS M MARKS AN ID
      * RETIRED BY STUMERGE INTO ANOTHER STUDENT'S RECORD; THE
      * STATUS DATE IS THE MERGE DATE AND MERGREG NAMES THE
      * SURVIVING ID. A MERGED ID IS NOT ACTIVE.
      *-----------------------------------------------------------------
       01  STUDENT-MASTER-RECORD.
           05 STU-ID                 PIC X(6).
              88 STU-ACTIVE          VALUE "A" " ".
              88 STU-WITHDRAWN       VALUE "W".
              88 STU-TRANSFERRED     VALUE "T".
              88 STU-MERGED          VALUE "M".
           05 STU-STATUS-DATE         PIC 9(8).
           05 STU-SECTION             PIC X(3).
           05 STU-SCHOOL              PIC X(4).
           05 STU-GRADE-LEVEL         PIC X(2).
           05 STU-ENROLL-DATE         PIC 9(8).
