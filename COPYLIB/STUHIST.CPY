      * STUHPOST SUBROUTINE WHENEVER STUDMAIN OR THE ROSTER LOAD
      * RECOMPUTES A GRADE - SO THE DISTRICT'S MULTI-TERM PROGRESS
      * QUESTIONS FINALLY HAVE A FILE TO ANSWER FROM.
      * MODIFIED 15/10/2026 - INCOMPLETE STATUS AND DEADLINE CARVED
      * OUT OF THE FILLER. GRADCORR RECORDS AN INCOMPLETE (REASON
      * INC) WITH THE DATE THE WORK IS DUE AND THE GRADE IT LAPSES
      * TO; WHILE IT IS OUTSTANDING STU-HIST-FINAL-GRADE CARRIES
      * THAT DEFAULT GRADE, WHICH IS NOT A GRADE EARNED - NOTHING
      * MAY RANK, AVERAGE, PRINT OR SUBMIT IT AS ONE. A LATER
      * CORRECTION COMPLETES THE INCOMPLETE (C) AND THE NIGHTLY
      * INCLAPSE STEP LAPSES IT TO THE DEFAULT GRADE PAST ITS
      * DEADLINE (L). A SPACE STATUS - EVERY RECORD WRITTEN BEFORE
      * THE FIELD EXISTED - WAS NEVER AN INCOMPLETE.
      *-----------------------------------------------------------------
       01  STUDENT-HISTORY-RECORD.
           05 STU-HIST-KEY.
           05 STU-HIST-PROJECTS       PIC 9(2).
           05 STU-HIST-FINAL-GRADE    PIC 9(3).
           05 STU-HIST-POST-DATE      PIC 9(8).
           05 STU-HIST-INC-STATUS     PIC X(1).
              88 STU-HIST-INC-OPEN    VALUE "I".
              88 STU-HIST-INC-DONE    VALUE "C".
              88 STU-HIST-INC-LAPSED  VALUE "L".
           05 STU-HIST-INC-DEADLINE   PIC 9(8).
           05 FILLER                  PIC X(1).
