      * THE WHOLE OPERATION IS STAMPED ONTO THE AUDIT TRAIL, AND A
      * BAD TRAILER STOPS THE JOB BEFORE STEP 2 - A RESTORE NEVER
      * STARTS FROM A BACKUP THAT CANNOT PROVE ITSELF.
      * MODIFIED 15/10/2026 - STUDMAST AND EMPHLTH ARE NOW DECLARED
      * WITH THEIR NAME ALTERNATE INDEXES (DUPLICATES ALLOWED), SO
      * EVERY RECORD THIS PROGRAM WRITES KEEPS THE ONLNBRW NAME
      * SEARCH IN STEP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS WS-STU-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VSAMREST"
               ORGANIZATION LINE SEQUENTIAL
