      * MAINTAINED THROUGH THRESHIN LIKE EVERY OTHER CUTOFF - SO THE
      * STATE'S LIST COMES OFF THE SAME FILE THE DAILY FEED POSTS
      * INSTEAD OF OFF PAPER.
      * MODIFIED 15/10/2026 - EVERY STUDENT LISTED IS ALSO APPENDED
      * TO THE NOTCAND FAMILY-NOTICE FILE, ONE RECORD FOR THE
      * ABSENCES AND ONE FOR THE TARDIES, SO FAMNOTE CAN WRITE TO
      * THE GUARDIANS. IF NOTCAND CANNOT BE OPENED THE REPORT STILL
      * PRINTS AND THE STEP ENDS RC 8.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "ATTCHRON"
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
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-NOTICE-STATUS          PIC X(02).
       01  WS-NOTICE-SW              PIC X VALUE "N".
           88 WS-NOTICE-OPEN         VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-NOTICE-COUNT           PIC 9(5) VALUE 0.
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-READ-COUNT             PIC 9(5) VALUE 0.
       ATTCHRON-INIT.
      *-----------------------------------------------------------------
           CALL "THRSHLD" USING WS-TH-PARMS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT ATTEND-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "ATTCHRON" TO FE-PROGRAM
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
              MOVE "ATTCHRON" TO FE-PROGRAM
              MOVE "NOTICE-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-NOTICE-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE "CHRONIC ABSENTEE REPORT" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
                     WS-EDIT-TRD DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM ATTCHRON-WRITE-LINE
              IF ATT-ABSENCES >= TH-ATTEND-CHRONIC
                 MOVE SPACES TO NOTICE-CANDIDATE-RECORD
                 MOVE "ABSN" TO NC-REASON
                 STRING "ABSENCES THIS TERM " WS-EDIT-ABS
                    DELIMITED BY SIZE INTO NC-DETAIL
                 PERFORM ATTCHRON-WRITE-NOTICE
              END-IF
              IF ATT-TARDIES >= TH-ATTEND-TARDY-MAX
                 MOVE SPACES TO NOTICE-CANDIDATE-RECORD
                 MOVE "TRDY" TO NC-REASON
                 STRING "TARDIES THIS TERM " WS-EDIT-TRD
                    DELIMITED BY SIZE INTO NC-DETAIL
                 PERFORM ATTCHRON-WRITE-NOTICE
              END-IF
           END-IF
           PERFORM ATTCHRON-READ-NEXT.

      *-----------------------------------------------------------------
      * ONE FAMILY-NOTICE CANDIDATE; NC-REASON AND NC-DETAIL ARE SET
      * BY THE CALLER.
      *-----------------------------------------------------------------
       ATTCHRON-WRITE-NOTICE.
           IF WS-NOTICE-OPEN
              MOVE WS-RUN-DATE TO NC-LIST-DATE
              MOVE ATT-STU-ID TO NC-STU-ID
              MOVE ATT-STU-NAME TO NC-STU-NAME
              MOVE ATT-TERM TO NC-TERM
              MOVE "ATTCHRON" TO NC-SOURCE
              WRITE NOTICE-CANDIDATE-RECORD
              IF WS-NOTICE-STATUS = "00"
                 ADD 1 TO WS-NOTICE-COUNT
              ELSE
                 MOVE "ATTCHRON" TO FE-PROGRAM
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
       ATTCHRON-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           STRING "CHRONIC ABSENTEES LISTED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ATTCHRON-WRITE-LINE
           MOVE WS-NOTICE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FAMILY NOTICES QUEUED: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ATTCHRON-WRITE-LINE.

      *-----------------------------------------------------------------
       ATTCHRON-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE ATTEND-MASTER
           CLOSE REPORT-FILE
           IF WS-NOTICE-OPEN
              CLOSE NOTICE-FILE
           END-IF.
       END PROGRAM ATTCHRON.
