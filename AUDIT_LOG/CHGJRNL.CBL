      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    CHGJRNL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * SHARED CHANGE-JOURNAL WRITER. VSAMREST CAN PUT ACCTMAST,
      * EMPHLTH OR STUDMAST BACK TO THE LAST VSAMCHK BACKUP, BUT
      * UNTIL NOW EVERY UPDATE MADE SINCE THAT BACKUP WAS SIMPLY
      * LOST. EVERY BATCH PROGRAM THAT WRITES, REWRITES OR DELETES
      * ONE OF THOSE MASTERS NOW CALLS THIS AFTER EACH SUCCESSFUL
      * UPDATE WITH THE RECORD'S BEFORE AND AFTER IMAGE (CHGJRNPM.CPY)
      * AND IT APPENDS ONE CHGJREC LINE TO THE CHGJRNL JOURNAL,
      * STAMPED WITH THE DATE, THE TIME AND THE CYCLE RUN-ID FROM THE
      * SHARED RUNID SERVICE. FWDRECOV REPLAYS THE JOURNAL ONTO A
      * RESTORED MASTER AND JRNLRPT ANSWERS WHO CHANGED A RECORD AND
      * WHEN. AS WITH AUDITLOG THE FILE IS OPENED AND CLOSED ON EVERY
      * CALL, SO A CHANGE IS ON DISK THE MOMENT IT IS MADE EVEN IF
      * THE JOB ABENDS ON THE NEXT RECORD. A REWRITE THAT CHANGED
      * NOTHING IS NOT WRITTEN - THE NIGHTLY REFRESHES WOULD
      * OTHERWISE BURY THE REAL CHANGES UNDER THOUSANDS OF NO-OPS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  JOURNAL-FILE.
           COPY "CHGJREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP              PIC X(21).
       01  WS-JOURNAL-STATUS         PIC X(02).
       01  WS-RUNID-PARM.
           COPY "RUNIDPM.CPY".
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".

       LINKAGE SECTION.
       01  JOURNAL-PARMS.
           COPY "CHGJRNPM.CPY".

      ******************************************************************
       PROCEDURE DIVISION USING JOURNAL-PARMS.
      ******************************************************************
       CHGJRNL-MAIN.
           IF CJ-CHANGE AND CJ-AFTER = CJ-BEFORE
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
              PERFORM CHGJRNL-REPORT-ERROR
              GOBACK
           END-IF
           SET RI-GET-RUN-ID TO TRUE
           CALL "RUNID" USING WS-RUNID-PARM
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE WS-TIMESTAMP (1:16) TO CJR-STAMP
           MOVE RI-RUN-ID TO CJR-RUN-ID
           MOVE CJ-USER TO CJR-USER
           MOVE CJ-PROGRAM TO CJR-PROGRAM
           MOVE CJ-MASTER TO CJR-MASTER
           MOVE CJ-ACTION TO CJR-ACTION
           MOVE CJ-KEY TO CJR-KEY
           MOVE CJ-BEFORE TO CJR-BEFORE
           MOVE CJ-AFTER TO CJR-AFTER
           WRITE CHANGE-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
              PERFORM CHGJRNL-REPORT-ERROR
           END-IF
           CLOSE JOURNAL-FILE
           GOBACK.

      *-----------------------------------------------------------------
      * A JOURNAL THAT CANNOT BE WRITTEN IS REPORTED THROUGH FILEERR
      * BUT DOES NOT STOP THE CALLER - THE MASTER IS ALREADY UPDATED,
      * AND THE PROBLEM LOG TELLS OPERATIONS THE JOURNAL HAS A GAP.
      *-----------------------------------------------------------------
       CHGJRNL-REPORT-ERROR.
           MOVE CJ-PROGRAM TO FE-PROGRAM
           MOVE "CHGJRNL" TO FE-FILE-NAME
           MOVE "WRITE" TO FE-OPERATION
           MOVE WS-JOURNAL-STATUS TO FE-STATUS
           MOVE SPACES TO FE-LAST-RECORD
           STRING CJ-MASTER " " CJ-ACTION " " CJ-KEY
              DELIMITED BY SIZE
              INTO FE-LAST-RECORD
           CALL "FILEERR" USING WS-FE-PARMS.
       END PROGRAM CHGJRNL.
