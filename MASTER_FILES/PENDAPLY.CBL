      * CLERK'S USER ID ON EVERY LINE, AND EMPTIES THE QUEUE FILE -
      * SO BATCH AND ONLINE STOP SILENTLY LOSING EACH OTHER'S
      * WRITES.
      * MODIFIED 15/10/2026 - PASSES STUHPOST'S NEW INCOMPLETE-GRADE
      * PARAMETER WITH A SPACE ACTION, SO A POSTING NEVER OVERLAYS AN
      * OUTSTANDING INCOMPLETE ON THE TERM HISTORY.
      * MODIFIED 15/10/2026 - EVERY APPLIED UPDATE NOW GOES TO THE
      * CHGJRNL CHANGE JOURNAL WITH THE RECORD'S BEFORE AND AFTER IMAGE
      * AND THE CLERK'S USER ID.
      * MODIFIED 15/10/2026 - STUDMAST AND EMPHLTH ARE NOW DECLARED
      * WITH THEIR NAME ALTERNATE INDEXES (DUPLICATES ALLOWED), SO
      * EVERY RECORD THIS PROGRAM WRITES KEEPS THE ONLNBRW NAME
      * SEARCH IN STEP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS WS-STU-STATUS.
           SELECT EMPLOYEE-HEALTH ASSIGN TO "EMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PENDAPLY"
               ORGANIZATION LINE SEQUENTIAL
       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
      * SPACES TELLS STUHPOST TO POST TO THE TERMCTL CURRENT TERM.
      *-----------------------------------------------------------------
       01  WS-POST-TERM              PIC X(05) VALUE SPACES.
       01  WS-INC-POST               VALUE SPACES.
           COPY "INCPOST.CPY".
       01  WS-APPLIED-COUNT          PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
                 PERFORM PENDAPLY-WRITE-EXCEPTION
                 GO TO PENDAPLY-APPLY-STUDENT-END
           END-READ
           MOVE STUDENT-MASTER-RECORD TO CJ-BEFORE
           COMPUTE WS-NUM1 = FUNCTION NUMVAL (PU-FIELD1)
           COMPUTE WS-NUM2 = FUNCTION NUMVAL (PU-FIELD2)
           MOVE WS-NUM1 TO STU-EXAM
                 PERFORM PENDAPLY-WRITE-EXCEPTION
                 GO TO PENDAPLY-APPLY-STUDENT-END
           END-REWRITE
           PERFORM PENDAPLY-JOURNAL-STUDENT
           CALL "STUHPOST" USING STUDENT-MASTER-RECORD
              WS-POST-TERM WS-INC-POST
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STUDENT " PU-KEY (1:6)
                 PERFORM PENDAPLY-WRITE-EXCEPTION
                 GO TO PENDAPLY-APPLY-EMPLOYEE-END
           END-READ
           MOVE EMPLOYEE-HEALTH-RECORD TO CJ-BEFORE
           COMPUTE WS-NUM1 = FUNCTION NUMVAL (PU-FIELD1)
           COMPUTE WS-NUM2 = FUNCTION NUMVAL (PU-FIELD2)
           MOVE WS-NUM1 TO EMP-WEIGHT
                 PERFORM PENDAPLY-WRITE-EXCEPTION
                 GO TO PENDAPLY-APPLY-EMPLOYEE-END
           END-REWRITE
           PERFORM PENDAPLY-JOURNAL-EMPLOYEE
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EMPLOYEE " PU-KEY (1:6)
              CLOSE EMPLOYEE-HEALTH
           END-IF
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * A QUEUED UPDATE IS JOURNALED UNDER THE CLERK WHO KEYED IT, SO
      * JRNLRPT SHOWS THE PERSON AND NOT JUST THE APPLY STEP.
      *-----------------------------------------------------------------
       PENDAPLY-JOURNAL-STUDENT.
           MOVE "PENDAPLY" TO CJ-PROGRAM
           MOVE PU-USER TO CJ-USER
           MOVE "STUDMAST" TO CJ-MASTER
           SET CJ-CHANGE TO TRUE
           MOVE STU-ID TO CJ-KEY
           MOVE STUDENT-MASTER-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.

       PENDAPLY-JOURNAL-EMPLOYEE.
           MOVE "PENDAPLY" TO CJ-PROGRAM
           MOVE PU-USER TO CJ-USER
           MOVE "EMPHLTH" TO CJ-MASTER
           SET CJ-CHANGE TO TRUE
           MOVE EMP-ID TO CJ-KEY
           MOVE EMPLOYEE-HEALTH-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM PENDAPLY.
