      * ON THE MASTER, AND PRINTS A POSTING REGISTER. A FEED RECORD
      * FOR A STUDENT NOT ON THE MASTER, AN UNKNOWN ACTION CODE OR A
      * BAD DATE GOES TO AN EXCEPTION LINE INSTEAD OF THE MASTER.
      * MODIFIED 15/10/2026 - A RE-ENTRY NOW ALSO RE-DATES
      * STU-ENROLL-DATE TO THE EFFECTIVE DATE, SO ATTENDANCE
      * MEMBERSHIP RESTARTS FROM THE DAY THE STUDENT CAME BACK.
      * MODIFIED 15/10/2026 - AN ID RETIRED BY STUMERGE IS NOT
      * POSTED; THE FEED RECORD GOES TO AN EXCEPTION LINE SO THE
      * REGISTRAR RE-KEYS IT UNDER THE SURVIVING ID.
      * MODIFIED 15/10/2026 - EACH POSTED WITHDRAWAL OR RE-ENROLMENT
      * NOW GOES TO THE CHGJRNL CHANGE JOURNAL WITH THE STUDENT'S
      * BEFORE AND AFTER IMAGE.
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
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STUWDRWR"
               ORGANIZATION LINE SEQUENTIAL
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".
       01  WS-TLR-FOUND-SW          PIC X VALUE "N".
           88 WS-TLR-FOUND          VALUE "Y".
       01  WS-TLR-EXP-COUNT         PIC 9(7).
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           IF WS-RECORD-FOUND AND STU-MERGED
              MOVE "N" TO WS-FOUND-SW
           END-IF
           IF WS-RECORD-FOUND
              PERFORM STUWDRAW-POST-ONE
           ELSE
       STUWDRAW-PROCESS-ONE-END. EXIT.

       STUWDRAW-POST-ONE.
           MOVE STUDENT-MASTER-RECORD TO CJ-BEFORE
           IF WDR-WITHDRAW
              MOVE "W" TO STU-ENROLL-STATUS
           ELSE
              MOVE "A" TO STU-ENROLL-STATUS
              MOVE WDR-EFF-DATE TO STU-ENROLL-DATE
           END-IF
           MOVE WDR-EFF-DATE TO STU-STATUS-DATE
           REWRITE STUDENT-MASTER-RECORD
                 PERFORM STUWDRAW-WRITE-EXCEPTION
              NOT INVALID KEY
                 ADD 1 TO WS-POSTED-COUNT
                 PERFORM STUWDRAW-JOURNAL-CHANGE
                 PERFORM STUWDRAW-WRITE-REGISTER-LINE
           END-REWRITE.

           CLOSE WITHDRAW-FILE
           CLOSE STUDENT-MASTER
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * JOURNAL THE POSTED STUDENT - BEFORE IMAGE TAKEN ON ENTRY.
      *-----------------------------------------------------------------
       STUWDRAW-JOURNAL-CHANGE.
           MOVE "STUWDRAW" TO CJ-PROGRAM
           MOVE "STUDMAST" TO CJ-MASTER
           SET CJ-CHANGE TO TRUE
           MOVE STU-ID TO CJ-KEY
           MOVE STUDENT-MASTER-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM STUWDRAW.
