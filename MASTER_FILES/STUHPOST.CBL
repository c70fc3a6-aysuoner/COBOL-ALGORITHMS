      * CORRECTION STEP PASSES THE CORRECTED TERM SO AN APPEALED
      * PRIOR TERM LANDS ON ITS OWN HISTORY RECORD INSTEAD OF THE
      * CURRENT ONE.
      * MODIFIED 15/10/2026 - A THIRD PARAMETER (INCPOST) CARRIES
      * THE INCOMPLETE-GRADE ACTION. GRADCORR RECORDS, COMPLETES AND
      * LAPSES INCOMPLETES THROUGH IT; EVERY OTHER CALLER PASSES A
      * SPACE ACTION, AND AN ORDINARY POSTING AGAINST AN OUTSTANDING
      * INCOMPLETE NOW LEAVES THAT HISTORY RECORD UNTOUCHED. A
      * COMPLETED OR LAPSED MARK SURVIVES A LATER REPOSTING.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-DATE-TIME              PIC X(21).

       01  WS-POST-TERM              PIC X(05).
       01  WS-PRIOR-STATUS           PIC X(01).
           88 WS-PRIOR-OPEN          VALUE "I".
           88 WS-PRIOR-NONE          VALUE " ".
       01  WS-PRIOR-DEADLINE         PIC 9(08).

       LINKAGE SECTION.
           COPY "STUMAST.CPY".
       01  POST-TERM                 PIC X(05).
       01  POST-INCOMPLETE.
           COPY "INCPOST.CPY".

      ******************************************************************
       PROCEDURE DIVISION USING STUDENT-MASTER-RECORD POST-TERM
           POST-INCOMPLETE.
      ******************************************************************
       STUHPOST-MAIN.
           IF NOT WS-LOADED
                 WS-HIST-STATUS
              GO TO STUHPOST-DONE
           END-IF
           PERFORM STUHPOST-READ-PRIOR
           IF IP-ORDINARY AND WS-PRIOR-OPEN
              CLOSE HISTORY-FILE
              GO TO STUHPOST-DONE
           END-IF
           PERFORM STUHPOST-BUILD-RECORD
           PERFORM STUHPOST-SET-INCOMPLETE
           WRITE STUDENT-HISTORY-RECORD
              INVALID KEY
                 REWRITE STUDENT-HISTORY-RECORD
              CLOSE TERM-CONTROL-FILE
           END-IF.

      *-----------------------------------------------------------------
      * THE INCOMPLETE STATUS ALREADY ON FILE FOR THIS STUDENT AND
      * TERM DECIDES WHETHER AN ORDINARY POSTING MAY LAND AT ALL.
      *-----------------------------------------------------------------
       STUHPOST-READ-PRIOR.
           MOVE SPACES TO WS-PRIOR-STATUS
           MOVE 0 TO WS-PRIOR-DEADLINE
           MOVE STU-ID TO STU-HIST-ID
           MOVE WS-POST-TERM TO STU-HIST-TERM
           READ HISTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE STU-HIST-INC-STATUS TO WS-PRIOR-STATUS
                 IF NOT WS-PRIOR-NONE
                    MOVE STU-HIST-INC-DEADLINE TO WS-PRIOR-DEADLINE
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * WHILE AN INCOMPLETE IS OUTSTANDING THE HISTORY RECORD'S
      * FINAL GRADE CARRIES THE DEFAULT GRADE IT WILL LAPSE TO.
      *-----------------------------------------------------------------
       STUHPOST-SET-INCOMPLETE.
           EVALUATE TRUE
              WHEN IP-RECORD
                 MOVE "I" TO STU-HIST-INC-STATUS
                 MOVE IP-DEADLINE TO STU-HIST-INC-DEADLINE
                 MOVE IP-DEFAULT-GRADE TO STU-HIST-FINAL-GRADE
              WHEN IP-COMPLETE
                 MOVE "C" TO STU-HIST-INC-STATUS
                 MOVE WS-PRIOR-DEADLINE TO STU-HIST-INC-DEADLINE
              WHEN IP-LAPSE
                 MOVE "L" TO STU-HIST-INC-STATUS
                 MOVE WS-PRIOR-DEADLINE TO STU-HIST-INC-DEADLINE
              WHEN OTHER
                 IF NOT WS-PRIOR-NONE
                    MOVE WS-PRIOR-STATUS TO STU-HIST-INC-STATUS
                    MOVE WS-PRIOR-DEADLINE TO STU-HIST-INC-DEADLINE
                 END-IF
           END-EVALUATE.

       STUHPOST-BUILD-RECORD.
           MOVE SPACES TO STUDENT-HISTORY-RECORD
           MOVE STU-ID          TO STU-HIST-ID
