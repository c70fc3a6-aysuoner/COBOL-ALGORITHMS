      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ASMTLOAD.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * STATE ASSESSMENT SCORE LOAD. THE TESTING VENDOR SENDS THE
      * SPRING RESULTS EACH SUMMER; THIS STEP READS THE ASMTIN FILE
      * (STUDENT, THE VENDOR'S STUDENT NAME, TEST, SUBJECT AREA,
      * ADMINISTRATION YEAR, SCALE SCORE AND PERFORMANCE LEVEL) AND
      * UPSERTS THE ASMTMAST SCORE MASTER - A NEW STUDENT, TEST,
      * SUBJECT AND YEAR IS INSERTED, A RESENT ONE REPLACES THE
      * SCORE ON FILE. THE REGISTER CARRIES THE EXCEPTIONS AND THE
      * TOTALS; THE VENDOR FILE IS TOO LONG TO LIST LINE BY LINE.
      *
      * A LINE WHOSE STUDENT IS NOT ON STUDMAST (OR WHOSE ID WAS
      * RETIRED BY STUMERGE) IS NOT DROPPED: IT IS WRITTEN WHOLE TO
      * THE ASMTEXCP EXCEPTION FILE WITH ITS REASON SO THE REGISTRAR
      * CAN MATCH IT BY HAND AND RESEND IT. SO IS A LINE WITH A
      * BLANK STUDENT, TEST OR SUBJECT, A YEAR OR SCALE SCORE THAT
      * IS NOT NUMERIC, OR A PERFORMANCE LEVEL NOT 1-4. ANY
      * EXCEPTION ENDS THE STEP RC 4.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSESSMENT-FILE ASSIGN TO "ASMTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT ASSESSMENT-MASTER ASSIGN TO "ASMTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS WS-ASMT-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "ASMTEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ASMTLODR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  ASSESSMENT-FILE.
       01  ASSESSMENT-INPUT-RECORD.
           05 ASI-STU-ID             PIC X(6).
           05 ASI-STU-NAME           PIC X(25).
           05 ASI-TEST-ID            PIC X(8).
           05 ASI-SUBJECT            PIC X(4).
           05 ASI-ADMIN-YEAR         PIC X(4).
           05 ASI-ADMIN-YEAR-NUM REDEFINES ASI-ADMIN-YEAR
                                     PIC 9(4).
           05 ASI-SCALE-SCORE        PIC X(4).
           05 ASI-SCALE-SCORE-NUM REDEFINES ASI-SCALE-SCORE
                                     PIC 9(4).
           05 ASI-PERF-LEVEL         PIC X(1).
              88 ASI-LEVEL-VALID     VALUE "1" "2" "3" "4".
           05 ASI-PERF-LEVEL-NUM REDEFINES ASI-PERF-LEVEL
                                     PIC 9(1).

       FD  ASSESSMENT-MASTER.
           COPY "ASMTMAST.CPY".

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

      *-----------------------------------------------------------------
      * THE VENDOR LINE AS RECEIVED, FOLLOWED BY WHY IT DID NOT LOAD.
      *-----------------------------------------------------------------
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05 EX-INPUT-IMAGE         PIC X(52).
           05 EX-REASON              PIC X(30).

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
       01  WS-ASMT-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-EXCP-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-EOF-SW                PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01  WS-FOUND-SW              PIC X VALUE "N".
           88 WS-RECORD-FOUND       VALUE "Y".
       01  WS-DATE-TIME              PIC X(21).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-REASON                 PIC X(30).
       01  WS-READ-COUNT             PIC 9(7) VALUE 0.
       01  WS-ADD-COUNT              PIC 9(7) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT        PIC 9(7) VALUE 0.
       01  WS-EXCEPT-COUNT           PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT             PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-ADDS              PIC ZZZZZZ9.
       01  WS-EDIT-CHANGES           PIC ZZZZZZ9.
       01  WS-EDIT-EXCEPTS           PIC ZZZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       ASMTLOAD-MAIN.
           PERFORM ASMTLOAD-INIT
           PERFORM ASMTLOAD-PROCESS-ONE
              THRU ASMTLOAD-PROCESS-ONE-END UNTIL WS-EOF
           PERFORM ASMTLOAD-WRITE-SUMMARY
           PERFORM ASMTLOAD-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
       ASMTLOAD-INIT.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT ASSESSMENT-FILE
           IF WS-FEED-STATUS NOT = "00"
              MOVE "ASMTLOAD" TO FE-PROGRAM
              MOVE "ASSESSMENT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-FEED-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN I-O ASSESSMENT-MASTER
           IF WS-ASMT-STATUS = "35"
              OPEN OUTPUT ASSESSMENT-MASTER
              CLOSE ASSESSMENT-MASTER
              OPEN I-O ASSESSMENT-MASTER
           END-IF
           IF WS-ASMT-STATUS NOT = "00"
              MOVE "ASMTLOAD" TO FE-PROGRAM
              MOVE "ASSESSMENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ASMT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "ASMTLOAD" TO FE-PROGRAM
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCP-STATUS NOT = "00"
              MOVE "ASMTLOAD" TO FE-PROGRAM
              MOVE "EXCEPTION-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-EXCP-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ASMTLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              SET WS-EOF TO TRUE
           END-IF
           MOVE "STATE ASSESSMENT SCORE LOAD REGISTER" TO RH-TITLE
           MOVE 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM ASMTLOAD-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM ASMTLOAD-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM ASMTLOAD-WRITE-LINE
           IF NOT WS-EOF
              PERFORM ASMTLOAD-READ-NEXT
           END-IF.

      *-----------------------------------------------------------------
       ASMTLOAD-READ-NEXT.
      *-----------------------------------------------------------------
           READ ASSESSMENT-FILE
              AT END SET WS-EOF TO TRUE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.

      *-----------------------------------------------------------------
      * ONE VENDOR LINE - EDIT IT, THEN INSERT OR REPLACE THE SCORE,
      * OR SEND THE LINE TO THE EXCEPTION FILE.
      *-----------------------------------------------------------------
       ASMTLOAD-PROCESS-ONE.
           PERFORM ASMTLOAD-EDIT-LINE
              THRU ASMTLOAD-EDIT-LINE-END
           IF WS-REASON NOT = SPACES
              PERFORM ASMTLOAD-WRITE-EXCEPTION
              PERFORM ASMTLOAD-READ-NEXT
              GO TO ASMTLOAD-PROCESS-ONE-END
           END-IF
           MOVE ASI-SCALE-SCORE-NUM TO AS-SCALE-SCORE
           MOVE ASI-PERF-LEVEL-NUM TO AS-PERF-LEVEL
           MOVE WS-RUN-DATE TO AS-LOAD-DATE
           MOVE "WRITE" TO FE-OPERATION
           IF WS-RECORD-FOUND
              REWRITE ASSESSMENT-SCORE-RECORD
              END-REWRITE
              ADD 1 TO WS-CHANGE-COUNT
           ELSE
              WRITE ASSESSMENT-SCORE-RECORD
              END-WRITE
              ADD 1 TO WS-ADD-COUNT
           END-IF
           IF WS-ASMT-STATUS NOT = "00"
              MOVE "ASMTLOAD" TO FE-PROGRAM
              MOVE "ASSESSMENT-MASTER" TO FE-FILE-NAME
              MOVE WS-ASMT-STATUS TO FE-STATUS
              MOVE ASSESSMENT-SCORE-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           PERFORM ASMTLOAD-READ-NEXT.
       ASMTLOAD-PROCESS-ONE-END. EXIT.

      *-----------------------------------------------------------------
      * THE LINE EDITS. WS-REASON COMES BACK BLANK FOR A GOOD LINE,
      * WITH THE MASTER RECORD READ (OR SET UP) AND WS-FOUND-SW
      * TELLING WHETHER THE SCORE WAS ALREADY ON FILE.
      *-----------------------------------------------------------------
       ASMTLOAD-EDIT-LINE.
           MOVE SPACES TO WS-REASON
           MOVE "N" TO WS-FOUND-SW
           IF ASI-STU-ID = SPACES
              MOVE "STUDENT ID MISSING" TO WS-REASON
              GO TO ASMTLOAD-EDIT-LINE-END
           END-IF
           IF ASI-TEST-ID = SPACES
              MOVE "TEST ID MISSING" TO WS-REASON
              GO TO ASMTLOAD-EDIT-LINE-END
           END-IF
           IF ASI-SUBJECT = SPACES
              MOVE "SUBJECT MISSING" TO WS-REASON
              GO TO ASMTLOAD-EDIT-LINE-END
           END-IF
           IF ASI-ADMIN-YEAR NOT NUMERIC OR ASI-ADMIN-YEAR-NUM = 0
              MOVE "ADMINISTRATION YEAR NOT VALID" TO WS-REASON
              GO TO ASMTLOAD-EDIT-LINE-END
           END-IF
           IF ASI-SCALE-SCORE NOT NUMERIC
              MOVE "SCALE SCORE NOT NUMERIC" TO WS-REASON
              GO TO ASMTLOAD-EDIT-LINE-END
           END-IF
           IF NOT ASI-LEVEL-VALID
              MOVE "PERFORMANCE LEVEL NOT 1-4" TO WS-REASON
              GO TO ASMTLOAD-EDIT-LINE-END
           END-IF
           MOVE ASI-STU-ID TO STU-ID
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE "STUDENT NOT ON MASTER" TO WS-REASON
           END-READ
           IF WS-REASON = SPACES AND STU-MERGED
              MOVE "STUDENT ID RETIRED BY MERGE" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-UNMATCHED-COUNT
              GO TO ASMTLOAD-EDIT-LINE-END
           END-IF
           MOVE ASI-STU-ID TO AS-STU-ID
           MOVE ASI-TEST-ID TO AS-TEST-ID
           MOVE ASI-SUBJECT TO AS-SUBJECT
           MOVE ASI-ADMIN-YEAR-NUM TO AS-ADMIN-YEAR
           READ ASSESSMENT-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
           END-READ
           IF NOT WS-RECORD-FOUND
              MOVE SPACES TO ASSESSMENT-SCORE-RECORD
              MOVE ASI-STU-ID TO AS-STU-ID
              MOVE ASI-TEST-ID TO AS-TEST-ID
              MOVE ASI-SUBJECT TO AS-SUBJECT
              MOVE ASI-ADMIN-YEAR-NUM TO AS-ADMIN-YEAR
           END-IF.
       ASMTLOAD-EDIT-LINE-END. EXIT.

      *-----------------------------------------------------------------
      * THE LINE GOES TO ASMTEXCP AS RECEIVED AND ONTO THE REGISTER.
      *-----------------------------------------------------------------
       ASMTLOAD-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE ASSESSMENT-INPUT-RECORD TO EX-INPUT-IMAGE
           MOVE WS-REASON TO EX-REASON
           WRITE EXCEPTION-RECORD
           IF WS-EXCP-STATUS NOT = "00"
              MOVE "ASMTLOAD" TO FE-PROGRAM
              MOVE "EXCEPTION-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-EXCP-STATUS TO FE-STATUS
              MOVE EXCEPTION-RECORD TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTION - " ASI-STU-ID " " ASI-STU-NAME (1:16)
                  " " ASI-TEST-ID " " ASI-SUBJECT " " WS-REASON
                  DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTLOAD-WRITE-LINE
           IF WS-JOB-RC < 4
              MOVE 4 TO WS-JOB-RC
           END-IF.

      *-----------------------------------------------------------------
       ASMTLOAD-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM ASMTLOAD-WRITE-LINE
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  VENDOR LINES READ  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTLOAD-WRITE-LINE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SCORES ADDED . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTLOAD-WRITE-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SCORES REPLACED  . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTLOAD-WRITE-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STUDENT NOT MATCHED  . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTLOAD-WRITE-LINE
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXCEPTIONS (TO ASMTEXCP) . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTLOAD-WRITE-LINE
           MOVE "ASMTLOAD" TO AL-PROGRAM
           MOVE "ASMLD" TO AL-EVENT
           MOVE WS-ADD-COUNT TO WS-EDIT-ADDS
           MOVE WS-CHANGE-COUNT TO WS-EDIT-CHANGES
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-EXCEPTS
           MOVE SPACES TO AL-DETAIL
           STRING "SCORES ADDED " WS-EDIT-ADDS
                  " REPLACED " WS-EDIT-CHANGES
                  " EXCEPT " WS-EDIT-EXCEPTS
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       ASMTLOAD-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ASMTLOAD" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF.

      *-----------------------------------------------------------------
       ASMTLOAD-TERMINATE.
      *-----------------------------------------------------------------
           CLOSE ASSESSMENT-FILE
           CLOSE ASSESSMENT-MASTER
           CLOSE STUDENT-MASTER
           CLOSE EXCEPTION-FILE
           CLOSE REPORT-FILE.
       END PROGRAM ASMTLOAD.
