      * WITH THE COMPUTED CATEGORY - WELLNESS STAFF CAN NOW REFRESH
      * ONE EMPLOYEE'S BMI CATEGORY BY KEY AGAINST THE PERSISTENT
      * MASTER FILE INSTEAD OF RERUNNING THE WHOLE ANNUAL EXTRACT.
      * MODIFIED 15/10/2026 - EVERY REWRITE NOW WRITES ITS BEFORE AND
      * AFTER IMAGE TO THE CHGJRNL CHANGE JOURNAL, SO FWDRECOV CAN
      * REPLAY IT ONTO A RESTORED EMPHLTH.
      * MODIFIED 15/10/2026 - EMPHLTH IS NOW DECLARED WITH ITS
      * EMP-NAME ALTERNATE INDEX (DUPLICATES ALLOWED), SO EVERY
      * CHANGE THIS PROGRAM MAKES KEEPS THE ONLNBRW NAME SEARCH IN
      * STEP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA DIVISION.
       COPY "RETCODE.CPY".
       01  WS-FILE-STATUS            PIC X(02).
       01  WS-SEARCH-KEY             PIC X(6).
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".

       LINKAGE SECTION.
       01  LK-EMP-ID                 PIC X(6).
                 DISPLAY "EMPHMAIN - NO SUCH EMPLOYEE: " WS-SEARCH-KEY
                 GO TO EMPHMAIN-DONE
           END-READ
           MOVE EMPLOYEE-HEALTH-RECORD TO CJ-BEFORE
           CALL "BMI" USING EMP-WEIGHT EMP-HEIGHT
              EMP-BMI-CATEGORY EMP-RETCODE
           REWRITE EMPLOYEE-HEALTH-RECORD
              INVALID KEY
                 DISPLAY "EMPHMAIN - REWRITE FAILED: " WS-SEARCH-KEY
              NOT INVALID KEY
                 PERFORM EMPHMAIN-JOURNAL-CHANGE
           END-REWRITE.
       EMPHMAIN-DONE.
           CLOSE EMPLOYEE-HEALTH
           GOBACK.

      *-----------------------------------------------------------------
      * THE REFRESHED RECORD'S BEFORE AND AFTER IMAGES TO THE JOURNAL.
      *-----------------------------------------------------------------
       EMPHMAIN-JOURNAL-CHANGE.
           MOVE "EMPHMAIN" TO CJ-PROGRAM
           MOVE "EMPHLTH" TO CJ-MASTER
           SET CJ-CHANGE TO TRUE
           MOVE EMP-ID TO CJ-KEY
           MOVE EMPLOYEE-HEALTH-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM EMPHMAIN.
