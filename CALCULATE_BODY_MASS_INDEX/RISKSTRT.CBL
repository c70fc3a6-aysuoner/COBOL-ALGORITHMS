      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    RISKSTRT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * HEALTH RISK STRATIFICATION. BMI ALONE WAS THE ONLY RISK
      * MEASURE THE WELLNESS PROGRAM HAD; THIS STEP RATES EACH
      * EMPLOYEE LOW, MODERATE OR HIGH RISK FROM THE BIOMETRIC
      * SCREENING BIOLOAD KEEPS ON EMPBIO. EVERY CUT POINT COMES FROM
      * THRESHIN THROUGH THE SHARED THRSHLD ROUTINE, SO THE MEDICAL
      * DIRECTOR RETUNES THE SCORING WITH A CARD, NOT A CODE CHANGE:
      * BLOOD PRESSURE (THE WORSE OF SYSTOLIC AND DIASTOLIC),
      * CHOLESTEROL AND GLUCOSE EACH SCORE ONE POINT AT THE MODERATE
      * CUT AND TWO AT THE HIGH CUT, TOBACCO USE AND AN OBESE BMI
      * CATEGORY ON EMPHLTH ADD THEIR OWN WEIGHTS, AND THE TOTAL
      * AGAINST RISK-MOD-POINTS / RISK-HIGH-POINTS GIVES THE LEVEL.
      * PASS ONE RESCORES EVERY EMPBIO RECORD WITH TODAY'S CUT POINTS
      * AND LISTS IT ON THE REGISTER, FLAGGING A LEVEL THAT MOVED.
      * PASS TWO SCORES ONLY THE EMPBIOH HISTORY RECORDS NOT YET
      * SCORED, SO A PAST SCREENING KEEPS THE RATING IT WAS GIVEN AND
      * WELLTIER CAN COMPARE FIRST AND LATEST RISK. THE OBESE POINTS
      * FOR A HISTORY RECORD COME FROM THE EMPHIST SCREENING OF THE
      * SAME DATE, OR FROM EMPHLTH WHEN THERE IS NONE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIOMETRIC-MASTER ASSIGN TO "EMPBIO"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BIO-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BIO-HISTORY-FILE ASSIGN TO "EMPBIOH"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BIO-HIST-KEY
               FILE STATUS IS WS-BIOH-STATUS.
           SELECT EMPLOYEE-HEALTH ASSIGN TO "EMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMP-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RISKSTRR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  BIOMETRIC-MASTER.
           COPY "BIOMAST.CPY".

       FD  BIO-HISTORY-FILE.
           COPY "BIOHIST.CPY".

       FD  EMPLOYEE-HEALTH.
           COPY "EMPHLTH.CPY".

       FD  HISTORY-FILE.
           COPY "EMPHIST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-BIOH-STATUS            PIC X(02).
       01  WS-EMP-STATUS             PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
      *-----------------------------------------------------------------
      * ONE SCREENING TO SCORE, LOADED FROM EITHER FILE, AND ITS
      * RESULT.
      *-----------------------------------------------------------------
       01  WS-SCORE-AREA.
           05 WS-SC-EMP-ID           PIC X(06).
           05 WS-SC-DATE             PIC 9(08).
           05 WS-SC-SYSTOLIC         PIC 9(03).
           05 WS-SC-DIASTOLIC        PIC 9(03).
           05 WS-SC-CHOLESTEROL      PIC 9(03).
           05 WS-SC-GLUCOSE          PIC 9(03).
           05 WS-SC-TOBACCO          PIC X(01).
           05 WS-SC-CATEGORY         PIC A(11).
           05 WS-SC-BP-POINTS        PIC 9(01).
           05 WS-SC-POINTS           PIC 9(02).
           05 WS-SC-LEVEL            PIC X(01).
       01  WS-OLD-LEVEL              PIC X(01).
       01  WS-CHANGE-FLAG            PIC X(12).
       01  WS-MASTER-COUNT           PIC 9(06) VALUE 0.
       01  WS-LOW-COUNT              PIC 9(06) VALUE 0.
       01  WS-MOD-COUNT              PIC 9(06) VALUE 0.
       01  WS-HIGH-COUNT             PIC 9(06) VALUE 0.
       01  WS-MOVED-COUNT            PIC 9(06) VALUE 0.
       01  WS-HIST-SCORED            PIC 9(06) VALUE 0.
       01  WS-ERROR-COUNT            PIC 9(06) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-POINTS            PIC Z9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       RISKSTRT-MAIN.
           PERFORM RISKSTRT-INIT
           IF WS-JOB-RC < 12
              PERFORM RISKSTRT-READ-MASTER
              PERFORM RISKSTRT-SCORE-MASTER UNTIL WS-EOF
              MOVE "N" TO WS-EOF-SW
              PERFORM RISKSTRT-READ-HISTORY
              PERFORM RISKSTRT-SCORE-HISTORY
                 THRU RISKSTRT-SCORE-HISTORY-END UNTIL WS-EOF
              PERFORM RISKSTRT-WRITE-SUMMARY
           END-IF
           PERFORM RISKSTRT-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       RISKSTRT-INIT.
      *-----------------------------------------------------------------
           CALL "THRSHLD" USING WS-TH-PARMS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN I-O BIOMETRIC-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "RISKSTRT" TO FE-PROGRAM
              MOVE "BIOMETRIC-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN I-O BIO-HISTORY-FILE
           IF WS-BIOH-STATUS NOT = "00"
              MOVE "RISKSTRT" TO FE-PROGRAM
              MOVE "BIO-HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-BIOH-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN INPUT EMPLOYEE-HEALTH
           IF WS-EMP-STATUS NOT = "00"
              MOVE "RISKSTRT" TO FE-PROGRAM
              MOVE "EMPLOYEE-HEALTH" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EMP-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
              MOVE "RISKSTRT" TO FE-PROGRAM
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "RISKSTRT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF
           MOVE "HEALTH RISK STRATIFICATION REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE.

       RISKSTRT-READ-MASTER.
           READ BIOMETRIC-MASTER NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

       RISKSTRT-READ-HISTORY.
           READ BIO-HISTORY-FILE NEXT RECORD
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * PASS ONE - EVERY CURRENT SCREENING IS RESCORED, SO A CHANGED
      * CUT POINT TAKES EFFECT ON THE NEXT RUN.
      *-----------------------------------------------------------------
       RISKSTRT-SCORE-MASTER.
           ADD 1 TO WS-MASTER-COUNT
           MOVE BIO-EMP-ID TO WS-SC-EMP-ID
           MOVE BIO-SCREEN-DATE TO WS-SC-DATE
           MOVE BIO-SYSTOLIC TO WS-SC-SYSTOLIC
           MOVE BIO-DIASTOLIC TO WS-SC-DIASTOLIC
           MOVE BIO-CHOLESTEROL TO WS-SC-CHOLESTEROL
           MOVE BIO-GLUCOSE TO WS-SC-GLUCOSE
           MOVE BIO-TOBACCO TO WS-SC-TOBACCO
           MOVE SPACES TO WS-SC-CATEGORY
           MOVE BIO-EMP-ID TO EMP-ID
           READ EMPLOYEE-HEALTH
              NOT INVALID KEY
                 MOVE EMP-BMI-CATEGORY TO WS-SC-CATEGORY
           END-READ
           PERFORM RISKSTRT-SCORE-ONE
           MOVE BIO-RISK-LEVEL TO WS-OLD-LEVEL
           MOVE SPACES TO WS-CHANGE-FLAG
           IF WS-OLD-LEVEL NOT = SPACE
              AND WS-OLD-LEVEL NOT = WS-SC-LEVEL
              MOVE "LEVEL MOVED" TO WS-CHANGE-FLAG
              ADD 1 TO WS-MOVED-COUNT
           END-IF
           EVALUATE WS-SC-LEVEL
              WHEN "H"
                 ADD 1 TO WS-HIGH-COUNT
              WHEN "M"
                 ADD 1 TO WS-MOD-COUNT
              WHEN OTHER
                 ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           MOVE WS-SC-POINTS TO BIO-RISK-POINTS
           MOVE WS-SC-LEVEL TO BIO-RISK-LEVEL
           MOVE WS-RUN-DATE TO BIO-RISK-DATE
           REWRITE BIOMETRIC-SCREEN-RECORD
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "RISKSTRT" TO FE-PROGRAM
              MOVE "BIOMETRIC-MASTER" TO FE-FILE-NAME
              MOVE "REWRITE" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE BIO-EMP-ID TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              ADD 1 TO WS-ERROR-COUNT
              MOVE 8 TO WS-JOB-RC
           END-IF
           PERFORM RISKSTRT-WRITE-REGISTER-LINE
           PERFORM RISKSTRT-READ-MASTER.

      *-----------------------------------------------------------------
      * PASS TWO - A HISTORY RECORD IS SCORED ONCE AND THEN KEEPS
      * ITS RATING.
      *-----------------------------------------------------------------
       RISKSTRT-SCORE-HISTORY.
           IF NOT BIO-HIST-UNSCORED
              PERFORM RISKSTRT-READ-HISTORY
              GO TO RISKSTRT-SCORE-HISTORY-END
           END-IF
           MOVE BIO-HIST-ID TO WS-SC-EMP-ID
           MOVE BIO-HIST-DATE TO WS-SC-DATE
           MOVE BIO-HIST-SYSTOLIC TO WS-SC-SYSTOLIC
           MOVE BIO-HIST-DIASTOLIC TO WS-SC-DIASTOLIC
           MOVE BIO-HIST-CHOLESTEROL TO WS-SC-CHOLESTEROL
           MOVE BIO-HIST-GLUCOSE TO WS-SC-GLUCOSE
           MOVE BIO-HIST-TOBACCO TO WS-SC-TOBACCO
           MOVE SPACES TO WS-SC-CATEGORY
           MOVE BIO-HIST-ID TO EMP-HIST-ID
           MOVE BIO-HIST-DATE TO EMP-HIST-DATE
           READ HISTORY-FILE
              INVALID KEY
                 MOVE BIO-HIST-ID TO EMP-ID
                 READ EMPLOYEE-HEALTH
                    NOT INVALID KEY
                       MOVE EMP-BMI-CATEGORY TO WS-SC-CATEGORY
                 END-READ
              NOT INVALID KEY
                 MOVE EMP-HIST-CATEGORY TO WS-SC-CATEGORY
           END-READ
           PERFORM RISKSTRT-SCORE-ONE
           MOVE WS-SC-POINTS TO BIO-HIST-RISK-POINTS
           MOVE WS-SC-LEVEL TO BIO-HIST-RISK-LEVEL
           REWRITE BIOMETRIC-HISTORY-RECORD
           IF WS-BIOH-STATUS NOT = "00"
              MOVE "RISKSTRT" TO FE-PROGRAM
              MOVE "BIO-HISTORY-FILE" TO FE-FILE-NAME
              MOVE "REWRITE" TO FE-OPERATION
              MOVE WS-BIOH-STATUS TO FE-STATUS
              MOVE BIO-HIST-KEY TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              ADD 1 TO WS-ERROR-COUNT
              MOVE 8 TO WS-JOB-RC
           ELSE
              ADD 1 TO WS-HIST-SCORED
           END-IF
           PERFORM RISKSTRT-READ-HISTORY.
       RISKSTRT-SCORE-HISTORY-END. EXIT.

      *-----------------------------------------------------------------
      * THE SCORING ITSELF - ONE PLACE, SO MASTER AND HISTORY CAN
      * NEVER BE RATED DIFFERENTLY.
      *-----------------------------------------------------------------
       RISKSTRT-SCORE-ONE.
           MOVE 0 TO WS-SC-POINTS
           MOVE 0 TO WS-SC-BP-POINTS
           IF WS-SC-SYSTOLIC >= TH-RISK-SYS-HIGH
              OR WS-SC-DIASTOLIC >= TH-RISK-DIA-HIGH
              MOVE 2 TO WS-SC-BP-POINTS
           ELSE
              IF WS-SC-SYSTOLIC >= TH-RISK-SYS-MOD
                 OR WS-SC-DIASTOLIC >= TH-RISK-DIA-MOD
                 MOVE 1 TO WS-SC-BP-POINTS
              END-IF
           END-IF
           ADD WS-SC-BP-POINTS TO WS-SC-POINTS
           EVALUATE TRUE
              WHEN WS-SC-CHOLESTEROL >= TH-RISK-CHOL-HIGH
                 ADD 2 TO WS-SC-POINTS
              WHEN WS-SC-CHOLESTEROL >= TH-RISK-CHOL-MOD
                 ADD 1 TO WS-SC-POINTS
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-SC-GLUCOSE >= TH-RISK-GLU-HIGH
                 ADD 2 TO WS-SC-POINTS
              WHEN WS-SC-GLUCOSE >= TH-RISK-GLU-MOD
                 ADD 1 TO WS-SC-POINTS
           END-EVALUATE
           IF WS-SC-TOBACCO = "Y"
              ADD TH-RISK-TOBACCO-PTS TO WS-SC-POINTS
           END-IF
           IF WS-SC-CATEGORY = "OBESE"
              ADD TH-RISK-OBESE-PTS TO WS-SC-POINTS
           END-IF
           EVALUATE TRUE
              WHEN WS-SC-POINTS >= TH-RISK-HIGH-POINTS
                 MOVE "H" TO WS-SC-LEVEL
              WHEN WS-SC-POINTS >= TH-RISK-MOD-POINTS
                 MOVE "M" TO WS-SC-LEVEL
              WHEN OTHER
                 MOVE "L" TO WS-SC-LEVEL
           END-EVALUATE.

       RISKSTRT-WRITE-REGISTER-LINE.
           MOVE WS-SC-POINTS TO WS-EDIT-POINTS
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SC-EMP-ID
                  " SCREENED " WS-SC-DATE
                  "  POINTS " WS-EDIT-POINTS
                  "  RISK " WS-SC-LEVEL
                  "  " WS-CHANGE-FLAG
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE.

      *-----------------------------------------------------------------
       RISKSTRT-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE
           MOVE WS-MASTER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EMPLOYEES SCORED . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE
           MOVE WS-LOW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    LOW RISK . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE
           MOVE WS-MOD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    MODERATE RISK  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE
           MOVE WS-HIGH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    HIGH RISK  . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE
           MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  LEVELS MOVED . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE
           MOVE WS-HIST-SCORED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  HISTORY RECORDS SCORED " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE
           MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  FILE ERRORS  . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM RISKSTRT-WRITE-LINE
           MOVE SPACES TO WS-AUDIT-PARMS
           MOVE "RISKSTRT" TO AL-PROGRAM
           MOVE "RISKS" TO AL-EVENT
           MOVE WS-MASTER-COUNT TO WS-EDIT-COUNT
           STRING "RISK SCORED " WS-EDIT-COUNT " EMPLOYEES"
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       RISKSTRT-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "RISKSTRT" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       RISKSTRT-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE BIOMETRIC-MASTER
           CLOSE BIO-HISTORY-FILE
           CLOSE EMPLOYEE-HEALTH
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE.
       END PROGRAM RISKSTRT.
