      * THE MASTER, AND PRINTS A POSTING REGISTER. A FEED RECORD FOR
      * AN EMPLOYEE NOT ON THE MASTER, AN UNKNOWN ACTION CODE OR A
      * BAD DATE GOES TO AN EXCEPTION LINE INSTEAD OF THE MASTER.
      * MODIFIED 15/10/2026 - EVERY POSTING NOW WRITES ITS BEFORE AND
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
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EMPSEPR"
               ORGANIZATION LINE SEQUENTIAL
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".
       01  WS-TLR-FOUND-SW          PIC X VALUE "N".
           88 WS-TLR-FOUND          VALUE "Y".
       01  WS-TLR-EXP-COUNT         PIC 9(7).
       EMPSEP-PROCESS-ONE-END. EXIT.

       EMPSEP-POST-ONE.
           MOVE EMPLOYEE-HEALTH-RECORD TO CJ-BEFORE
           EVALUATE TRUE
              WHEN SEP-SEPARATE
                 MOVE "S" TO EMP-EMPLOY-STATUS
                 PERFORM EMPSEP-WRITE-EXCEPTION
              NOT INVALID KEY
                 ADD 1 TO WS-POSTED-COUNT
                 PERFORM EMPSEP-JOURNAL-CHANGE
                 PERFORM EMPSEP-WRITE-REGISTER-LINE
           END-REWRITE.

           CLOSE SEPARATION-FILE
           CLOSE EMPLOYEE-HEALTH
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * THE POSTED RECORD'S BEFORE AND AFTER IMAGES TO THE JOURNAL.
      *-----------------------------------------------------------------
       EMPSEP-JOURNAL-CHANGE.
           MOVE "EMPSEP" TO CJ-PROGRAM
           MOVE "EMPHLTH" TO CJ-MASTER
           SET CJ-CHANGE TO TRUE
           MOVE EMP-ID TO CJ-KEY
           MOVE EMPLOYEE-HEALTH-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM EMPSEP.
