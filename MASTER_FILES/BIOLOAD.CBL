      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    BIOLOAD.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * LOAD OF THE SCREENING VENDOR'S BIOMETRIC RESULTS. THE VENDOR
      * NOW REPORTS BLOOD PRESSURE, TOTAL CHOLESTEROL, FASTING
      * GLUCOSE AND TOBACCO STATUS, WHICH HEALTHIN, EMPHLTH AND
      * EMPHIST HAVE NO ROOM FOR. THIS STEP READS THE VENDOR'S BIOIN
      * FEED AND APPLIES THE SAME DISCIPLINE EMPHLOAD APPLIES TO
      * WEIGHT AND HEIGHT: EACH SCREENING UPSERTS THE EMPLOYEE'S
      * EMPBIO RECORD AND IS APPENDED TO THE EMPBIOH HISTORY KEYED BY
      * EMPLOYEE PLUS SCREENING DATE; A SCREENING WHOSE MEASURES ALL
      * MATCH THE STORED ONES IS COUNTED UNCHANGED AND TOUCHES
      * NEITHER FILE; AND THE SUMMARY CARRIES A RECORD-COUNT BALANCE
      * LINE. THE SCREENING DATE COMES FROM THE FEED, SO A LATE
      * RESULT OLDER THAN THE ONE ON EMPBIO GOES TO HISTORY ONLY AND
      * NEVER REPLACES A NEWER SCREENING. A NEW OR CHANGED SCREENING
      * IS LEFT UNSCORED FOR THE RISKSTRT STEP THAT FOLLOWS.
      * A RECORD FOR AN EMPLOYEE NOT ON EMPHLTH, A BAD DATE, A
      * MEASURE THAT IS NOT A POSITIVE NUMBER OR A TOBACCO FLAG OTHER
      * THAN Y OR N IS LISTED AS AN EXCEPTION AND ENDS THE STEP RC 4.
      * THE FEED CLOSES WITH THE SHOP-STANDARD TRLRREC TRAILER, ITS
      * HASH THE SUM OF THE SYSTOLIC READINGS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIOMETRIC-FILE ASSIGN TO "BIOIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT EMPLOYEE-HEALTH ASSIGN TO "EMPHLTH"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT BIOMETRIC-MASTER ASSIGN TO "EMPBIO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BIO-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EMPBIOH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BIO-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BIOLODR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  BIOMETRIC-FILE.
       01  BIOMETRIC-IN-RECORD.
           05 BI-EMP-ID              PIC X(6).
           05 BI-SCREEN-DATE         PIC 9(8).
           05 BI-SCREEN-DATE-X REDEFINES BI-SCREEN-DATE.
              10 BI-SCREEN-YEAR      PIC 9(4).
              10 BI-SCREEN-MONTH     PIC 9(2).
              10 BI-SCREEN-DAY       PIC 9(2).
           05 BI-SYSTOLIC            PIC 9(3).
           05 BI-DIASTOLIC           PIC 9(3).
           05 BI-CHOLESTEROL         PIC 9(3).
           05 BI-GLUCOSE             PIC 9(3).
           05 BI-TOBACCO             PIC X(1).
              88 BI-TOBACCO-VALID    VALUE "Y" "N".

           COPY "TRLRREC.CPY".

       FD  EMPLOYEE-HEALTH.
           COPY "EMPHLTH.CPY".

       FD  BIOMETRIC-MASTER.
           COPY "BIOMAST.CPY".

       FD  HISTORY-FILE.
           COPY "BIOHIST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-TLR-FOUND-SW          PIC X VALUE "N".
           88 WS-TLR-FOUND          VALUE "Y".
       01  WS-TLR-EXP-COUNT         PIC 9(7).
       01  WS-TLR-EXP-HASH          PIC S9(11)V9(2).
       01  WS-TLR-ACT-COUNT         PIC 9(7) VALUE 0.
       01  WS-TLR-ACT-HASH          PIC S9(11)V9(2) VALUE 0.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-FEED-STATUS            PIC X(02).
       01  WS-EMP-STATUS             PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-FOUND-SW              PIC X VALUE "N".
           88 WS-RECORD-FOUND       VALUE "Y".
       01  WS-VAL-YEAR               PIC 9(8).
       01  WS-VAL-MONTH              PIC 9(2).
       01  WS-VAL-DAY                PIC 9(2).
       01  WS-DATE-VALID             PIC 9(1).
       01  WS-REASON                 PIC X(30).
       01  WS-SCREEN-COUNT           PIC 9(6) VALUE 0.
       01  WS-ADD-COUNT              PIC 9(6) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(6) VALUE 0.
       01  WS-UNCHANGED-COUNT        PIC 9(6) VALUE 0.
       01  WS-LATE-COUNT             PIC 9(6) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(6) VALUE 0.
       01  WS-ERROR-COUNT            PIC 9(6) VALUE 0.
       01  WS-BALANCE-TOTAL          PIC 9(6).
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       BIOLOAD-MAIN.
           PERFORM BIOLOAD-INIT
           PERFORM BIOLOAD-PROCESS-ONE
              THRU BIOLOAD-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM BIOLOAD-VERIFY-TRAILER
           PERFORM BIOLOAD-WRITE-SUMMARY
           PERFORM BIOLOAD-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       BIOLOAD-INIT.
      *-----------------------------------------------------------------
           OPEN INPUT BIOMETRIC-FILE
           IF WS-FEED-STATUS NOT = "00"
              MOVE "BIOLOAD" TO FE-PROGRAM
              MOVE "BIOMETRIC-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT EMPLOYEE-HEALTH
           IF WS-EMP-STATUS NOT = "00"
              MOVE "BIOLOAD" TO FE-PROGRAM
              MOVE "EMPLOYEE-HEALTH" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EMP-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O BIOMETRIC-MASTER
           IF WS-MASTER-STATUS = "35"
              OPEN OUTPUT BIOMETRIC-MASTER
              CLOSE BIOMETRIC-MASTER
              OPEN I-O BIOMETRIC-MASTER
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "BIOLOAD" TO FE-PROGRAM
              MOVE "BIOMETRIC-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
              CLOSE HISTORY-FILE
              OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
              MOVE "BIOLOAD" TO FE-PROGRAM
              MOVE "HISTORY-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "BIOLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "BIOMETRIC SCREENING LOAD" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           IF NOT WS-EOF
              PERFORM BIOLOAD-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       BIOLOAD-READ-NEXT.
      *-----------------------------------------------------------------
           READ BIOMETRIC-FILE
              AT END SET WS-EOF TO TRUE
              NOT AT END
                 IF TLR-IS-TRAILER
                    SET WS-TLR-FOUND TO TRUE
                    MOVE TLR-RECORD-COUNT TO WS-TLR-EXP-COUNT
                    MOVE TLR-HASH-TOTAL TO WS-TLR-EXP-HASH
                    SET WS-EOF TO TRUE
                 END-IF
           END-READ.

      *-----------------------------------------------------------------
      * EDIT ONE SCREENING, THEN UPSERT IT. ONLY A GENUINE ADD OR
      * CHANGE TOUCHES EMPBIO AND EMPBIOH.
      *-----------------------------------------------------------------
       BIOLOAD-PROCESS-ONE.
           ADD 1 TO WS-SCREEN-COUNT
           ADD 1 TO WS-TLR-ACT-COUNT
           IF BI-SYSTOLIC IS NUMERIC
              ADD BI-SYSTOLIC TO WS-TLR-ACT-HASH
           END-IF
           PERFORM BIOLOAD-EDIT-ONE
              THRU BIOLOAD-EDIT-ONE-END
           IF WS-REASON NOT = SPACES
              PERFORM BIOLOAD-WRITE-EXCEPTION
              PERFORM BIOLOAD-READ-NEXT
              GO TO BIOLOAD-PROCESS-ONE-END
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE BI-EMP-ID TO BIO-EMP-ID
           READ BIOMETRIC-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
              WHEN NOT WS-RECORD-FOUND
                 PERFORM BIOLOAD-INSERT-ONE
              WHEN BI-SCREEN-DATE < BIO-SCREEN-DATE
                 ADD 1 TO WS-LATE-COUNT
                 PERFORM BIOLOAD-POST-HISTORY
              WHEN BI-SCREEN-DATE = BIO-SCREEN-DATE
                 AND BI-SYSTOLIC = BIO-SYSTOLIC
                 AND BI-DIASTOLIC = BIO-DIASTOLIC
                 AND BI-CHOLESTEROL = BIO-CHOLESTEROL
                 AND BI-GLUCOSE = BIO-GLUCOSE
                 AND BI-TOBACCO = BIO-TOBACCO
                 ADD 1 TO WS-UNCHANGED-COUNT
              WHEN OTHER
                 PERFORM BIOLOAD-UPDATE-ONE
           END-EVALUATE
           PERFORM BIOLOAD-READ-NEXT.
       BIOLOAD-PROCESS-ONE-END. EXIT.

       BIOLOAD-EDIT-ONE.
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-DATE-VALID
           IF BI-SCREEN-DATE IS NUMERIC
              MOVE BI-SCREEN-YEAR TO WS-VAL-YEAR
              MOVE BI-SCREEN-MONTH TO WS-VAL-MONTH
              MOVE BI-SCREEN-DAY TO WS-VAL-DAY
              CALL "VALIDATEDATE" USING WS-VAL-YEAR WS-VAL-MONTH
                 WS-VAL-DAY WS-DATE-VALID
           END-IF
           IF WS-DATE-VALID NOT = 1
              MOVE "BAD SCREENING DATE" TO WS-REASON
              GO TO BIOLOAD-EDIT-ONE-END
           END-IF
           IF BI-SYSTOLIC NOT NUMERIC OR BI-SYSTOLIC = 0
              OR BI-DIASTOLIC NOT NUMERIC OR BI-DIASTOLIC = 0
              MOVE "BAD BLOOD PRESSURE" TO WS-REASON
              GO TO BIOLOAD-EDIT-ONE-END
           END-IF
           IF BI-CHOLESTEROL NOT NUMERIC OR BI-CHOLESTEROL = 0
              MOVE "BAD CHOLESTEROL" TO WS-REASON
              GO TO BIOLOAD-EDIT-ONE-END
           END-IF
           IF BI-GLUCOSE NOT NUMERIC OR BI-GLUCOSE = 0
              MOVE "BAD GLUCOSE" TO WS-REASON
              GO TO BIOLOAD-EDIT-ONE-END
           END-IF
           IF NOT BI-TOBACCO-VALID
              MOVE "TOBACCO FLAG NOT Y OR N" TO WS-REASON
              GO TO BIOLOAD-EDIT-ONE-END
           END-IF
           MOVE BI-EMP-ID TO EMP-ID
           READ EMPLOYEE-HEALTH
              INVALID KEY
                 MOVE "EMPLOYEE NOT ON EMPHLTH" TO WS-REASON
           END-READ.
       BIOLOAD-EDIT-ONE-END. EXIT.

       BIOLOAD-UPDATE-ONE.
           PERFORM BIOLOAD-MOVE-MEASURES
           ADD 1 TO WS-CHANGE-COUNT
           REWRITE BIOMETRIC-SCREEN-RECORD
              INVALID KEY
                 SUBTRACT 1 FROM WS-CHANGE-COUNT
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "BIOLOAD - REWRITE FAILED: " BIO-EMP-ID
                 MOVE 8 TO WS-JOB-RC
              NOT INVALID KEY
                 PERFORM BIOLOAD-POST-HISTORY
           END-REWRITE.

       BIOLOAD-INSERT-ONE.
           MOVE SPACES TO BIOMETRIC-SCREEN-RECORD
           MOVE BI-EMP-ID TO BIO-EMP-ID
           PERFORM BIOLOAD-MOVE-MEASURES
           ADD 1 TO WS-ADD-COUNT
           WRITE BIOMETRIC-SCREEN-RECORD
              INVALID KEY
                 SUBTRACT 1 FROM WS-ADD-COUNT
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "BIOLOAD - WRITE FAILED: " BIO-EMP-ID
                 MOVE 8 TO WS-JOB-RC
              NOT INVALID KEY
                 PERFORM BIOLOAD-POST-HISTORY
           END-WRITE.

      *-----------------------------------------------------------------
      * NEW MEASURES INVALIDATE THE OLD RISK SCORE - THE RECORD WAITS
      * UNSCORED FOR RISKSTRT.
      *-----------------------------------------------------------------
       BIOLOAD-MOVE-MEASURES.
           MOVE BI-SCREEN-DATE TO BIO-SCREEN-DATE
           MOVE BI-SYSTOLIC TO BIO-SYSTOLIC
           MOVE BI-DIASTOLIC TO BIO-DIASTOLIC
           MOVE BI-CHOLESTEROL TO BIO-CHOLESTEROL
           MOVE BI-GLUCOSE TO BIO-GLUCOSE
           MOVE BI-TOBACCO TO BIO-TOBACCO
           MOVE 0 TO BIO-RISK-POINTS
           MOVE SPACE TO BIO-RISK-LEVEL
           MOVE 0 TO BIO-RISK-DATE.

      *-----------------------------------------------------------------
      * ONE HISTORY RECORD PER EMPLOYEE PER SCREENING DATE. A RESENT
      * SCREENING FOR A DATE ALREADY HELD REPLACES THAT DATE'S RECORD
      * RATHER THAN DUPLICATING IT.
      *-----------------------------------------------------------------
       BIOLOAD-POST-HISTORY.
           MOVE SPACES TO BIOMETRIC-HISTORY-RECORD
           MOVE BI-EMP-ID        TO BIO-HIST-ID
           MOVE BI-SCREEN-DATE   TO BIO-HIST-DATE
           MOVE BI-SYSTOLIC      TO BIO-HIST-SYSTOLIC
           MOVE BI-DIASTOLIC     TO BIO-HIST-DIASTOLIC
           MOVE BI-CHOLESTEROL   TO BIO-HIST-CHOLESTEROL
           MOVE BI-GLUCOSE       TO BIO-HIST-GLUCOSE
           MOVE BI-TOBACCO       TO BIO-HIST-TOBACCO
           MOVE 0                TO BIO-HIST-RISK-POINTS
           WRITE BIOMETRIC-HISTORY-RECORD
              INVALID KEY
                 REWRITE BIOMETRIC-HISTORY-RECORD
                    INVALID KEY
                       MOVE "BIOLOAD" TO FE-PROGRAM
                       MOVE "HISTORY-FILE" TO FE-FILE-NAME
                       MOVE "REWRITE" TO FE-OPERATION
                       MOVE WS-HIST-STATUS TO FE-STATUS
                       MOVE BIO-HIST-KEY TO FE-LAST-RECORD
                       CALL "FILEERR" USING WS-FE-PARMS
                       MOVE 8 TO WS-JOB-RC
                 END-REWRITE
           END-WRITE.

       BIOLOAD-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTION - " BI-EMP-ID " " BI-SCREEN-DATE
                  " " WS-REASON " - NOT LOADED"
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       BIOLOAD-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EMPLOYEES ADDED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EMPLOYEES CHANGED  . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           MOVE WS-UNCHANGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EMPLOYEES UNCHANGED  . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           MOVE WS-LATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  OLDER - HISTORY ONLY . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  FILE ERRORS  . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           MOVE WS-SCREEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SCREENINGS READ  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM BIOLOAD-WRITE-LINE
           COMPUTE WS-BALANCE-TOTAL =
              WS-ADD-COUNT + WS-CHANGE-COUNT + WS-UNCHANGED-COUNT
                 + WS-LATE-COUNT + WS-EXCEPT-COUNT + WS-ERROR-COUNT
           MOVE SPACES TO REPORT-LINE
           IF WS-BALANCE-TOTAL = WS-SCREEN-COUNT
              MOVE "  BALANCED - ALL SCREENINGS ACCOUNTED FOR"
                 TO REPORT-LINE
           ELSE
              MOVE "  *** OUT OF BALANCE - COUNTS DO NOT COVER FEED"
                 TO REPORT-LINE
              MOVE 8 TO WS-JOB-RC
           END-IF
           PERFORM BIOLOAD-WRITE-LINE.

      *-----------------------------------------------------------------
      * THE FEED MUST END WITH THE SHOP-STANDARD TRAILER AND ITS
      * COUNT AND HASH MUST MATCH WHAT WAS ACTUALLY READ.
      *-----------------------------------------------------------------
       BIOLOAD-VERIFY-TRAILER.
           IF NOT WS-TLR-FOUND
              OR WS-TLR-EXP-COUNT NOT = WS-TLR-ACT-COUNT
              OR WS-TLR-EXP-HASH NOT = WS-TLR-ACT-HASH
              DISPLAY "BIOLOAD - BIOIN TRAILER BAD OR MISSING"
              MOVE SPACES TO WS-AUDIT-PARMS
              MOVE "BIOLOAD" TO AL-PROGRAM
              MOVE "TRLR " TO AL-EVENT
              MOVE "BIOIN TRAILER MISSING OR COUNT/HASH MISMATCH"
                 TO AL-DETAIL
              CALL "AUDITLOG" USING WS-AUDIT-PARMS
              MOVE 12 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       BIOLOAD-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "BIOLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       BIOLOAD-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE BIOMETRIC-FILE
           CLOSE EMPLOYEE-HEALTH
           CLOSE BIOMETRIC-MASTER
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE.
       END PROGRAM BIOLOAD.
