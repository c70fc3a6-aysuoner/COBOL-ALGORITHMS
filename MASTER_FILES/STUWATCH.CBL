      * NOW CHECKED THROUGH THE SHARED STUSTAT LOOKUP AND A
      * WITHDRAWN STUDENT'S TERMS ARE PASSED OVER, SO THE WATCH
      * LIST STOPS FLAGGING STUDENTS WHO HAVE ALREADY LEFT.
      * MODIFIED 15/10/2026 - EVERY DROP AND FIRST-FAILURE LINE IS
      * ALSO APPENDED TO THE NOTCAND FAMILY-NOTICE FILE SO FAMNOTE
      * CAN WRITE TO THE GUARDIANS. IF NOTCAND CANNOT BE OPENED THE
      * LIST STILL PRINTS AND THE STEP ENDS RC 8.
      * MODIFIED 15/10/2026 - A TERM WITH AN OUTSTANDING INCOMPLETE
      * IS PASSED OVER - ITS HISTORY GRADE IS ONLY THE DEFAULT IT
      * WOULD LAPSE TO - SO THE NEXT TERM IS COMPARED WITH THE LAST
      * REAL GRADE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "STUWATCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "NOTCAND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  NOTICE-FILE.
           COPY "NOTCAND.CPY".

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
           COPY "RPTHDR.CPY".
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-NOTICE-STATUS          PIC X(02).
       01  WS-NOTICE-SW              PIC X VALUE "N".
           88 WS-NOTICE-OPEN         VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-NOTICE-COUNT           PIC 9(05) VALUE 0.
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-CURRENT-ID             PIC X(06) VALUE SPACES.
      ******************************************************************
       STUWATCH-MAIN.
           PERFORM STUWATCH-INIT
           PERFORM STUWATCH-PROCESS-ONE THRU STUWATCH-PROCESS-ONE-END
              UNTIL WS-EOF
           PERFORM STUWATCH-WRITE-SUMMARY
           PERFORM STUWATCH-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
       STUWATCH-INIT.
      *-----------------------------------------------------------------
           CALL "THRSHLD" USING WS-TH-PARMS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
              MOVE "STUWATCH" TO FE-PROGRAM
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS = "35"
              OPEN OUTPUT NOTICE-FILE
           END-IF
           IF WS-NOTICE-STATUS = "00"
              SET WS-NOTICE-OPEN TO TRUE
           ELSE
              MOVE "STUWATCH" TO FE-PROGRAM
              MOVE "NOTICE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-NOTICE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE "ACADEMIC EARLY-WARNING WATCH LIST" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
      * SECOND TERM ON, EACH GRADE IS TESTED AGAINST THE ONE BEFORE.
      *-----------------------------------------------------------------
       STUWATCH-PROCESS-ONE.
           IF STU-HIST-INC-OPEN
              PERFORM STUWATCH-READ-NEXT
              GO TO STUWATCH-PROCESS-ONE-END
           END-IF
           IF STU-HIST-ID NOT = WS-CURRENT-ID
              PERFORM STUWATCH-OPEN-STUDENT
           ELSE
           MOVE STU-HIST-TERM TO WS-PRIOR-TERM
           ADD 1 TO WS-TERM-COUNT
           PERFORM STUWATCH-READ-NEXT.
       STUWATCH-PROCESS-ONE-END. EXIT.

       STUWATCH-OPEN-STUDENT.
           MOVE STU-HIST-ID TO WS-CURRENT-ID
                  " TO " DELIMITED BY SIZE
                  WS-EDIT-GRADE DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUWATCH-WRITE-LINE
           MOVE SPACES TO NOTICE-CANDIDATE-RECORD
           MOVE "GDRP" TO NC-REASON
           STRING "GRADE DROPPED " WS-EDIT-DROP " TO " WS-EDIT-GRADE
              DELIMITED BY SIZE INTO NC-DETAIL
           PERFORM STUWATCH-WRITE-NOTICE.

       STUWATCH-WRITE-FAIL-LINE.
           PERFORM STUWATCH-COUNT-STUDENT
                  " FIRST FAILING GRADE " DELIMITED BY SIZE
                  WS-EDIT-GRADE DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUWATCH-WRITE-LINE
           MOVE SPACES TO NOTICE-CANDIDATE-RECORD
           MOVE "GFAL" TO NC-REASON
           STRING "FIRST FAILING GRADE " WS-EDIT-GRADE
              DELIMITED BY SIZE INTO NC-DETAIL
           PERFORM STUWATCH-WRITE-NOTICE.

      *-----------------------------------------------------------------
      * ONE FAMILY-NOTICE CANDIDATE; NC-REASON AND NC-DETAIL ARE SET
      * BY THE CALLER.
      *-----------------------------------------------------------------
       STUWATCH-WRITE-NOTICE.
           IF WS-NOTICE-OPEN
              MOVE WS-RUN-DATE TO NC-LIST-DATE
              MOVE WS-CURRENT-ID TO NC-STU-ID
              MOVE WS-CURRENT-NAME TO NC-STU-NAME
              MOVE STU-HIST-TERM TO NC-TERM
              MOVE "STUWATCH" TO NC-SOURCE
              WRITE NOTICE-CANDIDATE-RECORD
              IF WS-NOTICE-STATUS = "00"
                 ADD 1 TO WS-NOTICE-COUNT
              ELSE
                 MOVE "STUWATCH" TO FE-PROGRAM
                 MOVE "NOTICE-FILE" TO FE-FILE-NAME
                 MOVE "WRITE" TO FE-OPERATION
                 MOVE WS-NOTICE-STATUS TO FE-STATUS
                 MOVE NOTICE-CANDIDATE-RECORD TO FE-LAST-RECORD
                 CALL "FILEERR" USING WS-FE-PARMS
                 IF WS-JOB-RC < 8
                    MOVE 8 TO WS-JOB-RC
                 END-IF
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A STUDENT WHO TRIPS BOTH TRIGGERS IN ONE TERM STILL COUNTS
           STRING "STUDENTS ON WATCH LIST: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUWATCH-WRITE-LINE
           MOVE WS-NOTICE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FAMILY NOTICES QUEUED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM STUWATCH-WRITE-LINE.

      *-----------------------------------------------------------------
       STUWATCH-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           IF WS-NOTICE-OPEN
              CLOSE NOTICE-FILE
           END-IF.
       END PROGRAM STUWATCH.
