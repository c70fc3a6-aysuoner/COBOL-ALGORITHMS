      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    CRSLOAD.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * COURSE HISTORY LOAD. STUHIST KEEPS ONE SUMMARY RECORD PER
      * STUDENT PER TERM; THIS STEP KEEPS THE COURSE-LEVEL DETAIL
      * BEHIND IT. IT READS THE TERM'S CRSHIN FEED FROM THE SCHOOLS
      * (STUDENT, TERM, COURSE AND TITLE, SUBJECT AREA, CREDITS
      * ATTEMPTED AND EARNED, GRADE, CLASS YEAR) AND UPSERTS THE
      * CRSHIST KSDS - A NEW STUDENT, TERM AND COURSE IS INSERTED, A
      * KNOWN ONE (A GRADE CHANGE, AN IN-PROGRESS COURSE NOW
      * FINISHED) IS UPDATED - WITH A LOAD REGISTER OF ADDS AND
      * CHANGES. DEGAUDIT AUDITS THE RESULT AGAINST THE GRADUATION
      * REQUIREMENTS.
      *
      * A BLANK STUDENT, TERM, COURSE OR AREA, A ZERO OR NON-NUMERIC
      * CREDITS ATTEMPTED, CREDITS EARNED NOT NUMERIC OR ABOVE THOSE
      * ATTEMPTED, A GRADE NOT IN THE TABLE, CREDIT EARNED ON AN IP,
      * F, W OR I GRADE, A BAD CLASS YEAR OR A STUDENT NOT ON STUDMAST
      * IS AN EXCEPTION LINE, NOT A LOAD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-FILE ASSIGN TO "CRSHIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT COURSE-HISTORY ASSIGN TO "CRSHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CRSLOADR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  COURSE-FILE.
       01  COURSE-INPUT-RECORD.
           05 CIN-STU-ID             PIC X(6).
           05 CIN-TERM               PIC X(5).
           05 CIN-COURSE             PIC X(8).
           05 CIN-COURSE-TITLE       PIC X(20).
           05 CIN-AREA               PIC X(4).
           05 CIN-ATTEMPTED          PIC X(3).
           05 CIN-ATTEMPTED-NUM REDEFINES CIN-ATTEMPTED
                                     PIC 9(1)V9(2).
           05 CIN-EARNED             PIC X(3).
           05 CIN-EARNED-NUM REDEFINES CIN-EARNED
                                     PIC 9(1)V9(2).
           05 CIN-GRADE              PIC X(2).
              88 CIN-GRADE-VALID     VALUE "A " "A+" "A-" "B " "B+"
                                           "B-" "C " "C+" "C-" "D "
                                           "D+" "D-" "F " "P " "W "
                                           "I " "IP".
              88 CIN-GRADE-NO-CREDIT VALUE "F " "W " "I " "IP".
           05 CIN-GRAD-YEAR          PIC X(4).
           05 CIN-GRAD-YEAR-NUM REDEFINES CIN-GRAD-YEAR
                                     PIC 9(4).

       FD  COURSE-HISTORY.
           COPY "CRSHIST.CPY".

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-FEED-STATUS            PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-FOUND-SW              PIC X VALUE "N".
           88 WS-RECORD-FOUND       VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-REASON                 PIC X(30).
       01  WS-ACTION-TEXT            PIC X(12).
       01  WS-ADD-COUNT              PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-ATTEMPTED         PIC 9.99.
       01  WS-EDIT-EARNED            PIC 9.99.
       01  WS-EDIT-ADDS              PIC ZZZZ9.
       01  WS-EDIT-CHANGES           PIC ZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       CRSLOAD-MAIN.
           PERFORM CRSLOAD-INIT
           PERFORM CRSLOAD-PROCESS-ONE
              THRU CRSLOAD-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM CRSLOAD-WRITE-SUMMARY
           PERFORM CRSLOAD-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       CRSLOAD-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT COURSE-FILE
           IF WS-FEED-STATUS NOT = "00"
              MOVE "CRSLOAD" TO FE-PROGRAM
              MOVE "COURSE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O COURSE-HISTORY
           IF WS-HIST-STATUS = "35"
              OPEN OUTPUT COURSE-HISTORY
              CLOSE COURSE-HISTORY
              OPEN I-O COURSE-HISTORY
           END-IF
           IF WS-HIST-STATUS NOT = "00"
              MOVE "CRSLOAD" TO FE-PROGRAM
              MOVE "COURSE-HISTORY" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "CRSLOAD" TO FE-PROGRAM
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "CRSLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "COURSE HISTORY LOAD REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM CRSLOAD-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM CRSLOAD-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM CRSLOAD-WRITE-LINE
           IF NOT WS-EOF
              PERFORM CRSLOAD-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       CRSLOAD-READ-NEXT.
      *-----------------------------------------------------------------
           READ COURSE-FILE
              AT END SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE FEED LINE - EDIT IT, THEN INSERT OR UPDATE THE COURSE.
      *-----------------------------------------------------------------
       CRSLOAD-PROCESS-ONE.
           PERFORM CRSLOAD-EDIT-LINE
              THRU CRSLOAD-EDIT-LINE-END
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-EXCEPT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  EXCEPTION - " CIN-STU-ID " " CIN-TERM " "
                     CIN-COURSE " " WS-REASON DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM CRSLOAD-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
              PERFORM CRSLOAD-READ-NEXT
              GO TO CRSLOAD-PROCESS-ONE-END
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE CIN-STU-ID TO CH-STU-ID
           MOVE CIN-TERM TO CH-TERM
           MOVE CIN-COURSE TO CH-COURSE
           READ COURSE-HISTORY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           IF NOT WS-RECORD-FOUND
              MOVE SPACES TO COURSE-HISTORY-RECORD
              MOVE CIN-STU-ID TO CH-STU-ID
              MOVE CIN-TERM TO CH-TERM
              MOVE CIN-COURSE TO CH-COURSE
           END-IF
           MOVE CIN-COURSE-TITLE TO CH-COURSE-TITLE
           MOVE CIN-AREA TO CH-AREA
           MOVE CIN-ATTEMPTED-NUM TO CH-CREDITS-ATTEMPTED
           MOVE CIN-EARNED-NUM TO CH-CREDITS-EARNED
           MOVE CIN-GRADE TO CH-GRADE
           MOVE CIN-GRAD-YEAR-NUM TO CH-GRAD-YEAR
           MOVE WS-RUN-DATE TO CH-LOAD-DATE
           IF WS-RECORD-FOUND
              REWRITE COURSE-HISTORY-RECORD
              END-REWRITE
              ADD 1 TO WS-CHANGE-COUNT
              MOVE "CHANGED" TO WS-ACTION-TEXT
           ELSE
              WRITE COURSE-HISTORY-RECORD
              END-WRITE
              ADD 1 TO WS-ADD-COUNT
              MOVE "ADDED" TO WS-ACTION-TEXT
           END-IF
           IF WS-HIST-STATUS NOT = "00"
              MOVE "CRSLOAD" TO FE-PROGRAM
              MOVE "COURSE-HISTORY" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-HIST-STATUS TO FE-STATUS
              MOVE COURSE-HISTORY-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE CH-CREDITS-ATTEMPTED TO WS-EDIT-ATTEMPTED
           MOVE CH-CREDITS-EARNED TO WS-EDIT-EARNED
           MOVE SPACES TO REPORT-LINE
           STRING "  " CH-STU-ID " " CH-TERM " " CH-COURSE
                  " " CH-AREA " ATT " WS-EDIT-ATTEMPTED
                  " ERN " WS-EDIT-EARNED " " CH-GRADE
                  " CLASS " CH-GRAD-YEAR " " WS-ACTION-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM CRSLOAD-WRITE-LINE
           PERFORM CRSLOAD-READ-NEXT.
       CRSLOAD-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE FEED EDITS. WS-REASON COMES BACK BLANK FOR A GOOD LINE.
      *-----------------------------------------------------------------
       CRSLOAD-EDIT-LINE.
           MOVE SPACES TO WS-REASON
           IF CIN-STU-ID = SPACES OR CIN-TERM = SPACES
              OR CIN-COURSE = SPACES
              MOVE "BLANK STUDENT, TERM OR COURSE" TO WS-REASON
              GO TO CRSLOAD-EDIT-LINE-END
           END-IF
           IF CIN-AREA = SPACES
              MOVE "SUBJECT AREA MISSING" TO WS-REASON
              GO TO CRSLOAD-EDIT-LINE-END
           END-IF
           IF CIN-ATTEMPTED NOT NUMERIC
              MOVE "CREDITS ATTEMPTED NOT NUMERIC" TO WS-REASON
              GO TO CRSLOAD-EDIT-LINE-END
           END-IF
           IF CIN-ATTEMPTED-NUM = 0
              MOVE "CREDITS ATTEMPTED ZERO" TO WS-REASON
              GO TO CRSLOAD-EDIT-LINE-END
           END-IF
           IF CIN-EARNED NOT NUMERIC
              MOVE "CREDITS EARNED NOT NUMERIC" TO WS-REASON
              GO TO CRSLOAD-EDIT-LINE-END
           END-IF
           IF CIN-EARNED-NUM > CIN-ATTEMPTED-NUM
              MOVE "EARNED MORE THAN ATTEMPTED" TO WS-REASON
              GO TO CRSLOAD-EDIT-LINE-END
           END-IF
           IF NOT CIN-GRADE-VALID
              MOVE "GRADE NOT RECOGNIZED" TO WS-REASON
              GO TO CRSLOAD-EDIT-LINE-END
           END-IF
           IF CIN-GRADE-NO-CREDIT AND CIN-EARNED-NUM > 0
              MOVE "NO-CREDIT GRADE WITH CREDIT" TO WS-REASON
              GO TO CRSLOAD-EDIT-LINE-END
           END-IF
           IF CIN-GRAD-YEAR NOT NUMERIC
              OR CIN-GRAD-YEAR-NUM < 1900
              MOVE "CLASS YEAR MISSING OR BAD" TO WS-REASON
              GO TO CRSLOAD-EDIT-LINE-END
           END-IF
           MOVE CIN-STU-ID TO STU-ID
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE "STUDENT NOT ON MASTER" TO WS-REASON
           END-READ.
       CRSLOAD-EDIT-LINE-END. EXIT.

      *-----------------------------------------------------------------
       CRSLOAD-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM CRSLOAD-WRITE-LINE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  COURSES ADDED  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CRSLOAD-WRITE-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  COURSES CHANGED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CRSLOAD-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM CRSLOAD-WRITE-LINE
           MOVE "CRSLOAD" TO AL-PROGRAM
           MOVE "CRSLD" TO AL-EVENT
           MOVE WS-ADD-COUNT TO WS-EDIT-ADDS
           MOVE WS-CHANGE-COUNT TO WS-EDIT-CHANGES
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "COURSE LOAD ADDED " WS-EDIT-ADDS
                  " CHANGED " WS-EDIT-CHANGES
                  " EXCEPTIONS " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       CRSLOAD-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "CRSLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       CRSLOAD-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE COURSE-FILE
           CLOSE COURSE-HISTORY
           CLOSE STUDENT-MASTER
           CLOSE REPORT-FILE.
       END PROGRAM CRSLOAD.
