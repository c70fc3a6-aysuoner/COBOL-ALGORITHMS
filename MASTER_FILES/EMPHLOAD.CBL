      * TOUCH THE MASTER OR EMPHIST, AND THE SUMMARY'S UNCHANGED
      * COUNT SAYS HOW MUCH OF THE FULL EXTRACT WAS JUST THE FEED
      * RESENDING ITSELF.
      * MODIFIED 15/10/2026 - THE FEED NOW CARRIES THE EMPLOYEE'S
      * BIRTH YEAR (FIXED COLUMN AFTER THE UNIT CODE, OR SIXTH
      * DELIMITED FIELD), CARRIED ONTO THE MASTER FOR THE CARRIER'S
      * AGE-BANDED EXTRACT. A BLANK OR IMPLAUSIBLE YEAR LOADS AS ZERO
      * (AGE UNKNOWN) RATHER THAN REJECTING THE SCREENING. CHANGE
      * DETECTION COVERS THE YEAR, SO THE FIRST FEED CARRYING IT
      * UPDATES EVERY MASTER ONCE.
      * MODIFIED 15/10/2026 - EVERY EMPHLTH ADD AND CHANGE NOW GOES
      * TO THE CHGJRNL CHANGE JOURNAL WITH ITS BEFORE AND AFTER IMAGE.
      * MODIFIED 15/10/2026 - THE FEED NOW CARRIES THE EMPLOYEE'S
      * NAME, SURNAME FIRST (FIXED COLUMN AFTER THE BIRTH YEAR, OR
      * SEVENTH DELIMITED FIELD), LOADED IN UPPER CASE ONTO THE
      * MASTER FOR THE ONLNBRW NAME SEARCH. THE MASTER IS DECLARED
      * WITH ITS NAME ALTERNATE INDEX SO EVERY ADD AND CHANGE KEEPS
      * THE INDEX IN STEP. A BLANK NAME KEEPS THE STORED ONE, SO A
      * FEED THAT DOES NOT YET CARRY IT CHANGES NOTHING.
      * MODIFIED 15/10/2026 - THE FEED NAME NOW PASSES THROUGH THE
      * SHARED NAMESTD STANDARDIZATION (READ SURNAME FIRST WHEN IT
      * CARRIES NO COMMA) BEFORE IT IS COMPARED WITH OR STORED ON
      * THE MASTER, SO EVERY EMPLOYEE IS HELD AS "SURNAME, GIVEN M".
      * A NAME NAMESTD COULD NOT READ WITH CONFIDENCE, OR TOO LONG
      * FOR EMP-NAME, IS STILL LOADED IN ITS BEST-GUESS FORM BUT IS
      * LISTED AS "NAME UNCLEAR" WITH THE REASON AND COUNTED ON THE
      * SUMMARY (RC 4). THE FIRST RUN AFTER THIS CHANGE COUNTS EVERY
      * EMPLOYEE WHOSE STORED NAME WAS NOT YET IN THE STANDARD FORM
      * AS CHANGED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION INDEXED
           05 HS-HEIGHT            PIC 9(8)V9(2).
           05 HS-DEPT              PIC X(4).
           05 HS-UNIT              PIC X(1).
           05 HS-BIRTH-YEAR        PIC 9(4).
           05 HS-EMP-NAME          PIC X(25).

           COPY "TRLRREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOURNAL-PARMS          VALUE SPACES.
           COPY "CHGJRNPM.CPY".
       01  WS-TLR-FOUND-SW          PIC X VALUE "N".
           88 WS-TLR-FOUND          VALUE "Y".
       01  WS-TLR-EXP-COUNT         PIC 9(7).
       01  WS-WORK-HEIGHT           PIC 9(8)V9(2).
       01  WS-WORK-DEPT             PIC X(4).
       01  WS-WORK-UNIT             PIC X(1).
       01  WS-WORK-BIRTH-YEAR       PIC 9(4).
       01  WS-WORK-NAME             PIC X(25).
       01  WS-NS-PARMS.
           COPY "NAMESTPM.CPY".
       01  WS-NAME-UNCLEAR-COUNT    PIC 9(6) VALUE 0.
       01  WS-UC-PARMS.
           COPY "UNITCVPM.CPY".
       01  WS-WORK-NUM              PIC S9(8)V9(4).
              MOVE HS-HEIGHT TO WS-WORK-HEIGHT
              MOVE HS-DEPT TO WS-WORK-DEPT
              MOVE HS-UNIT TO WS-WORK-UNIT
              MOVE 0 TO WS-WORK-BIRTH-YEAR
              IF HS-BIRTH-YEAR IS NUMERIC
                 MOVE HS-BIRTH-YEAR TO WS-WORK-BIRTH-YEAR
              END-IF
              MOVE FUNCTION UPPER-CASE (HS-EMP-NAME) TO WS-WORK-NAME
              GO TO EMPHLOAD-PARSE-RECORD-END
           END-IF
           MOVE HEALTH-RAW-LINE TO CS-LINE
           MOVE CS-FIELD (1) TO WS-WORK-EMP-ID
           MOVE CS-FIELD (4) TO WS-WORK-DEPT
           MOVE CS-FIELD (5) TO WS-WORK-UNIT
           MOVE FUNCTION UPPER-CASE (CS-FIELD (7)) TO WS-WORK-NAME
           MOVE 0 TO WS-WORK-BIRTH-YEAR
           IF CS-FIELD (6) NOT = SPACES
              COMPUTE WS-WORK-NUM = FUNCTION NUMVAL (CS-FIELD (6))
              MOVE WS-WORK-NUM TO NC-VALUE
              MOVE 1900 TO NC-LOW
              MOVE 2099 TO NC-HIGH
              CALL "NUMCHECK" USING WS-NC-PARMS
              IF NC-RETCODE = RC-NORMAL
                 MOVE WS-WORK-NUM TO WS-WORK-BIRTH-YEAR
              END-IF
           END-IF
           MOVE 0 TO WS-WORK-WEIGHT
           MOVE 0 TO WS-WORK-HEIGHT
           IF CS-FIELD (2) = SPACES OR CS-FIELD (3) = SPACES
           END-IF
           MOVE UC-WEIGHT TO WS-WORK-WEIGHT
           MOVE UC-HEIGHT TO WS-WORK-HEIGHT
           IF WS-WORK-NAME NOT = SPACES
              PERFORM EMPHLOAD-STANDARDIZE-NAME
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE WS-WORK-EMP-ID TO EMP-ID
           READ EMPLOYEE-HEALTH
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           IF WS-RECORD-FOUND AND WS-WORK-NAME = SPACES
              MOVE EMP-NAME TO WS-WORK-NAME
           END-IF
           IF WS-RECORD-FOUND
              IF EMP-WEIGHT = WS-WORK-WEIGHT
                 AND EMP-HEIGHT = WS-WORK-HEIGHT
                 AND EMP-DEPT = WS-WORK-DEPT
                 AND EMP-BIRTH-YEAR = WS-WORK-BIRTH-YEAR
                 AND EMP-NAME = WS-WORK-NAME
                 ADD 1 TO WS-UNCHANGED-COUNT
              ELSE
                 PERFORM EMPHLOAD-UPDATE-ONE
           PERFORM EMPHLOAD-READ-NEXT.
       EMPHLOAD-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE FEED NAME IN THE SHARED STANDARD FORM. ONE NAMESTD COULD
      * NOT READ WITH CONFIDENCE, OR TOO LONG FOR EMP-NAME, IS STILL
      * LOADED AS BEST IT CAN BE BUT LISTED FOR HR.
      *-----------------------------------------------------------------
       EMPHLOAD-STANDARDIZE-NAME.
           MOVE WS-WORK-NAME TO NS-RAW-NAME
           SET NS-SURNAME-FIRST TO TRUE
           CALL "NAMESTD" USING WS-NS-PARMS
           MOVE NS-FILE-NAME TO WS-WORK-NAME
           IF NS-RETCODE = RC-NORMAL
              AND NS-FILE-NAME (26:25) NOT = SPACES
              MOVE RC-INVALID-INPUT TO NS-RETCODE
              MOVE "TOO LONG FOR THE MASTER" TO NS-REASON
           END-IF
           IF NS-RETCODE NOT = RC-NORMAL
              ADD 1 TO WS-NAME-UNCLEAR-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  NAME UNCLEAR - " WS-WORK-EMP-ID " "
                     NS-RAW-NAME (1:25) " " NS-REASON
                     DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM EMPHLOAD-WRITE-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "                   STANDARD FORM " WS-WORK-NAME
                     DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM EMPHLOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF.

       EMPHLOAD-UPDATE-ONE.
           MOVE EMPLOYEE-HEALTH-RECORD TO CJ-BEFORE
           MOVE WS-WORK-WEIGHT TO EMP-WEIGHT
           MOVE WS-WORK-HEIGHT TO EMP-HEIGHT
           MOVE WS-WORK-DEPT TO EMP-DEPT
           MOVE UC-UNIT-CODE TO EMP-UNIT-CODE
           MOVE WS-WORK-BIRTH-YEAR TO EMP-BIRTH-YEAR
           MOVE WS-WORK-NAME TO EMP-NAME
           CALL "BMI" USING EMP-WEIGHT EMP-HEIGHT
              EMP-BMI-CATEGORY EMP-RETCODE
           ADD 1 TO WS-CHANGE-COUNT
                 DISPLAY "EMPHLOAD - REWRITE FAILED: " EMP-ID
                 MOVE 8 TO WS-JOB-RC
              NOT INVALID KEY
                 SET CJ-CHANGE TO TRUE
                 PERFORM EMPHLOAD-JOURNAL-CHANGE
                 PERFORM EMPHLOAD-POST-HISTORY
           END-REWRITE.

           MOVE WS-WORK-HEIGHT TO EMP-HEIGHT
           MOVE WS-WORK-DEPT TO EMP-DEPT
           MOVE UC-UNIT-CODE TO EMP-UNIT-CODE
           MOVE WS-WORK-BIRTH-YEAR TO EMP-BIRTH-YEAR
           MOVE WS-WORK-NAME TO EMP-NAME
           CALL "BMI" USING EMP-WEIGHT EMP-HEIGHT
              EMP-BMI-CATEGORY EMP-RETCODE
           ADD 1 TO WS-ADD-COUNT
                 DISPLAY "EMPHLOAD - WRITE FAILED: " EMP-ID
                 MOVE 8 TO WS-JOB-RC
              NOT INVALID KEY
                 SET CJ-ADD TO TRUE
                 MOVE SPACES TO CJ-BEFORE
                 PERFORM EMPHLOAD-JOURNAL-CHANGE
                 PERFORM EMPHLOAD-POST-HISTORY
           END-WRITE.

                 TO REPORT-LINE
              MOVE 8 TO WS-JOB-RC
           END-IF
           PERFORM EMPHLOAD-WRITE-LINE
      *-----------------------------------------------------------------
      * UNCLEAR NAMES SIT OUTSIDE THE BALANCE - EACH WAS STILL AN
      * ADD, CHANGE OR UNCHANGED ABOVE.
      *-----------------------------------------------------------------
           MOVE WS-NAME-UNCLEAR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NAMES UNCLEAR  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM EMPHLOAD-WRITE-LINE.

      *-----------------------------------------------------------------
           CLOSE EMPLOYEE-HEALTH
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * JOURNAL THE POSTED EMPLOYEE - CALLER SETS ACTION AND BEFORE.
      *-----------------------------------------------------------------
       EMPHLOAD-JOURNAL-CHANGE.
           MOVE "EMPHLOAD" TO CJ-PROGRAM
           MOVE "EMPHLTH" TO CJ-MASTER
           MOVE EMP-ID TO CJ-KEY
           MOVE EMPLOYEE-HEALTH-RECORD TO CJ-AFTER
           CALL "CHGJRNL" USING WS-JOURNAL-PARMS.
       END PROGRAM EMPHLOAD.
