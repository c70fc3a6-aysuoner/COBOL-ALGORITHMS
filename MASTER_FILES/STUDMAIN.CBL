      * POSTED TO THE STUHIST TERM-HISTORY FILE THROUGH THE SHARED
      * STUHPOST SUBROUTINE, SO A TERM'S RESULT SURVIVES THE NEXT
      * TERM'S REFRESH INSTEAD OF BEING OVERWRITTEN.
      * MODIFIED 15/10/2026 - PASSES STUHPOST'S NEW INCOMPLETE-GRADE
      * PARAMETER WITH A SPACE ACTION, SO A POSTING NEVER OVERLAYS AN
      * OUTSTANDING INCOMPLETE ON THE TERM HISTORY.
      * MODIFIED 15/10/2026 - EVERY REWRITE NOW WRITES ITS BEFORE AND
      * AFTER IMAGE TO THE CHGJRNL CHANGE JOURNAL, SO FWDRECOV CAN
      * REPLAY IT ONTO A RESTORED STUDMAST.
      * MODIFIED 15/10/2026 - STUDMAST IS NOW DECLARED WITH ITS
      * STU-NAME ALTERNATE INDEX (DUPLICATES ALLOWED), SO EVERY
      * CHANGE THIS PROGRAM MAKES KEEPS THE ONLNBRW NAME SEARCH IN
      * STEP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA DIVISION.
      * SPACES TELLS STUHPOST TO POST TO THE TERMCTL CURRENT TERM.
      *-----------------------------------------------------------------
       01  WS-POST-TERM              PIC X(05) VALUE SPACES.
       01  WS-INC-POST               VALUE SPACES.
           COPY "INCPOST.CPY".
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".

       LINKAGE SECTION.
       01  LK-STU-ID                 PIC X(6).
                 DISPLAY "STUDMAIN - NO SUCH STUDENT: " WS-SEARCH-KEY
                 GO TO STUDMAIN-DONE
           END-READ
           MOVE STUDENT-MASTER-RECORD TO CJ-BEFORE
           CALL "FINALGRADE" USING STU-EXAM STU-PROJECTS
              STU-FINAL-GRADE STU-RETCODE
           REWRITE STUDENT-MASTER-RECORD
              INVALID KEY
                 DISPLAY "STUDMAIN - REWRITE FAILED: " WS-SEARCH-KEY
              NOT INVALID KEY
                 PERFORM STUDMAIN-JOURNAL-CHANGE
                 CALL "STUHPOST" USING STUDENT-MASTER-RECORD
                    WS-POST-TERM WS-INC-POST
           END-REWRITE.
       STUDMAIN-DONE.
           CLOSE STUDENT-MASTER
           GOBACK.

      *-----------------------------------------------------------------
      * THE REGRADED RECORD'S BEFORE AND AFTER IMAGES TO THE JOURNAL.
      *-----------------------------------------------------------------
       STUDMAIN-JOURNAL-CHANGE.
           MOVE "STUDMAIN" TO CJ-PROGRAM
           MOVE "STUDMAST" TO CJ-MASTER
           SET CJ-CHANGE TO TRUE
           MOVE STU-ID TO CJ-KEY
           MOVE STUDENT-MASTER-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM STUDMAIN.
