      * IMMEDIATELY RE-DERIVES THE DEPENDENT FIELDS BY CALLING
      * FINALGRADE OR BMI - THE SAME SUBROUTINES THE BATCH REFRESH
      * USES - SO A SAME-DAY CORRECTION IS A SAME-MINUTE CORRECTION.
      * MODIFIED 15/10/2026 - THE AUTHCHK CALL NOW NAMES THE MASTER
      * THE FILE CODE SELECTS (STUDMAST OR EMPHLTH), SO THE ANSWER
      * COMES FROM THE USER'S ROLE PROFILES FOR THE UPDT TRANSACTION
      * AND THAT FILE RATHER THAN FROM ONE GLOBAL FLAG.
      *
      * INPUT LINE FORMATS:
      *    USER,S,STUID                 DISPLAY THE STUDENT RECORD
      * STEP APPLIES - INSTEAD OF REWRITING UNDER THE LOAD, SO A
      * CLERK'S CORRECTION CAN NO LONGER BE SILENTLY OVERWRITTEN BY
      * THE NIGHTLY UPSERT. DISPLAYS STILL ANSWER NORMALLY.
      * MODIFIED 15/10/2026 - EVERY REWRITE NOW WRITES THE RECORD'S
      * BEFORE AND AFTER IMAGE, WITH THE CLERK'S USER ID, TO THE CJRN
      * EXTRAPARTITION TRANSIENT DATA QUEUE - ALLOCATED TO THE
      * ONLJRNL DATASET FWDRECOV AND JRNLRPT READ ALONGSIDE THE BATCH
      * CHGJRNL JOURNAL. A JOURNAL WRITE THAT FAILS DOES NOT UNDO THE
      * UPDATE BUT THE CLERK IS TOLD TO REPORT IT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ******************************************************************
           05 PU-FIELD2            PIC X(12).
           05 PU-USER              PIC X(08).

       01  WS-DATE-TIME            PIC X(21).
           COPY "CHGJREC.CPY".

       01  WS-COMMAREA.
           05 WS-TRIP-MARKER       PIC X(01).

           MOVE SPACES TO WS-ANSWER-LINE
           MOVE WS-USER-TEXT TO AU-USER-ID
           MOVE "ONLNUPD" TO AU-PROGRAM
           EVALUATE WS-FILE-CODE
              WHEN "S"
                 MOVE "STUDMAST" TO AU-FILE-NAME
              WHEN "E"
                 MOVE "EMPHLTH" TO AU-FILE-NAME
              WHEN OTHER
                 MOVE SPACES TO AU-FILE-NAME
           END-EVALUATE
           IF WS-FIELD1 = SPACES
              SET AU-REQ-INQUIRE TO TRUE
           ELSE
              MOVE "NO SUCH STUDENT" TO WS-ANSWER-LINE
              GO TO ONLNUPD-DO-STUDENT-END
           END-IF
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE STUDENT-MASTER-RECORD TO CJR-BEFORE
           MOVE WS-NUM1 TO STU-EXAM
           MOVE WS-NUM2 TO STU-PROJECTS
           CALL "FINALGRADE" USING STU-EXAM STU-PROJECTS
                 TO WS-ANSWER-LINE
           ELSE
              PERFORM ONLNUPD-FORMAT-STUDENT
              MOVE "STUDMAST" TO CJR-MASTER
              MOVE STU-ID TO CJR-KEY
              MOVE STUDENT-MASTER-RECORD TO CJR-AFTER
              PERFORM ONLNUPD-JOURNAL-CHANGE
                 THRU ONLNUPD-JOURNAL-CHANGE-END
           END-IF.
       ONLNUPD-DO-STUDENT-END. EXIT.

              MOVE "NO SUCH EMPLOYEE" TO WS-ANSWER-LINE
              GO TO ONLNUPD-DO-EMPLOYEE-END
           END-IF
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE EMPLOYEE-HEALTH-RECORD TO CJR-BEFORE
           MOVE WS-NUM1 TO EMP-WEIGHT
           MOVE WS-NUM2 TO EMP-HEIGHT
           CALL "BMI" USING EMP-WEIGHT EMP-HEIGHT
                 TO WS-ANSWER-LINE
           ELSE
              PERFORM ONLNUPD-FORMAT-EMPLOYEE
              MOVE "EMPHLTH" TO CJR-MASTER
              MOVE EMP-ID TO CJR-KEY
              MOVE EMPLOYEE-HEALTH-RECORD TO CJR-AFTER
              PERFORM ONLNUPD-JOURNAL-CHANGE
                 THRU ONLNUPD-JOURNAL-CHANGE-END
           END-IF.
       ONLNUPD-DO-EMPLOYEE-END. EXIT.

                  EMP-BMI-CATEGORY DELIMITED BY SIZE
              INTO WS-ANSWER-LINE.

      *-----------------------------------------------------------------
      * ONE CHANGE-JOURNAL LINE FOR THE REWRITE JUST MADE. THE CALLER
      * HAS FILLED IN THE MASTER, THE KEY AND BOTH IMAGES; AN UPDATE
      * THAT CHANGED NOTHING IS NOT JOURNALED, AS IN BATCH.
      *-----------------------------------------------------------------
       ONLNUPD-JOURNAL-CHANGE.
           IF CJR-AFTER = CJR-BEFORE
              GO TO ONLNUPD-JOURNAL-CHANGE-END
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:16) TO CJR-STAMP
           MOVE "ONLINE" TO CJR-RUN-ID
           MOVE WS-USER-TEXT TO CJR-USER
           MOVE "ONLNUPD" TO CJR-PROGRAM
           SET CJR-CHANGE TO TRUE
           EXEC CICS WRITEQ TD
              QUEUE("CJRN")
              FROM(CHANGE-JOURNAL-RECORD)
              LENGTH(2658)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE "UPDATED BUT JOURNAL WRITE FAILED - TELL OPERATIONS"
                 TO WS-ANSWER-LINE
           END-IF.
       ONLNUPD-JOURNAL-CHANGE-END. EXIT.

      *-----------------------------------------------------------------
       ONLNUPD-SEND-ANSWER.
      *-----------------------------------------------------------------
