      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.    ASMTCMP.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *-----------------------------------------------------------------
      * CLASSROOM GRADE VERSUS STATE ASSESSMENT COMPARISON, FOR THE
      * CURRICULUM OFFICE'S GRADE-INFLATION REVIEWS. THE ASMTCTL
      * CARD NAMES THE TEST, THE ADMINISTRATION YEAR AND THE TERM
      * WHOSE GRADES ARE COMPARED (A BLANK TERM MEANS THE TERMCTL
      * CURRENT TERM). FOR EVERY SECTION ON SECTMAST FOR THAT TERM
      * IT PRINTS THE DISTRIBUTION OF ITS ACTIVE STUDENTS' FINAL
      * GRADES AND OF THE SAME STUDENTS' STATE PERFORMANCE LEVELS,
      * SIDE BY SIDE, WITH THE AVERAGE OF EACH.
      *
      * FINALGRADE GIVES ONE OF FOUR RESULTS, SO EACH GRADE IS PUT
      * ON THE TEST'S FOUR-LEVEL SCALE - 100 IS LEVEL 4, 90 LEVEL 3,
      * 75 LEVEL 2, ANYTHING LOWER LEVEL 1 - AND A SECTION WHOSE
      * AVERAGE GRADE LEVEL SITS MORE THAN THRESHIN SCORE-DIVERGE
      * (DEFAULT 0.75) LEVELS ABOVE ITS AVERAGE TEST LEVEL IS FLAGGED
      * INFL, MORE THAN THAT BELOW IT DEFL. A SECTION WITH FEWER
      * THAN SCORE-MIN-STUDENTS (DEFAULT 5) TESTED STUDENTS IS
      * PRINTED BUT NEVER FLAGGED.
      *
      * THE GRADE IS THE STUDENT'S STUHIST GRADE FOR THE TERM (THE
      * STUDMAST GRADE WHEN THERE IS NO HISTORY RECORD); AN
      * OUTSTANDING INCOMPLETE IS LEFT OUT, SINCE ITS GRADE IS NOT
      * YET EARNED. THE SECTION'S TEST SUBJECT IS THE CRSHIST
      * SUBJECT AREA OF ITS COURSE, TAKEN FROM THE FIRST ENROLLED
      * STUDENT WHO HAS A COURSE HISTORY LINE FOR IT. ONLY STUDENTS
      * WITH BOTH A GRADE AND A SCORE ARE COMPARED.
      * A FLAGGED SECTION ENDS THE STEP RC 4. NO CARD, NO TERM OR A
      * MISSING SECTION, STUDENT, COURSE HISTORY OR SCORE MASTER
      * ENDS IT RC 12.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARE-CONTROL-FILE ASSIGN TO "ASMTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SECT-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "STUHIST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS STU-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT COURSE-HISTORY ASSIGN TO "CRSHIST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CRS-STATUS.
           SELECT ASSESSMENT-MASTER ASSIGN TO "ASMTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS AS-KEY
               FILE STATUS IS WS-ASMT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ASMTCMPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  COMPARE-CONTROL-FILE.
       01  COMPARE-CONTROL-RECORD.
           05 AC-TEST-ID             PIC X(8).
           05 AC-ADMIN-YEAR          PIC X(4).
           05 AC-ADMIN-YEAR-NUM REDEFINES AC-ADMIN-YEAR
                                     PIC 9(4).
           05 AC-TERM-ID             PIC X(5).

       FD  TERM-CONTROL-FILE.
       01  TERM-CONTROL-RECORD.
           05 TC-TERM-ID             PIC X(5).

       FD  SECTION-MASTER.
           COPY "SECTMAST.CPY".

       FD  STUDENT-MASTER.
           COPY "STUMAST.CPY".

       FD  HISTORY-FILE.
           COPY "STUHIST.CPY".

       FD  COURSE-HISTORY.
           COPY "CRSHIST.CPY".

       FD  ASSESSMENT-MASTER.
           COPY "ASMTMAST.CPY".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FE-PARMS.
           COPY "FILERRPM.CPY".
       01  WS-AUDIT-PARMS.
           COPY "AUDITREC.CPY".
       01  WS-TH-PARMS.
           COPY "THRSHLD.CPY".
       01  WS-JOB-RC                PIC 9(02) VALUE 0.
       01  WS-RPT-HEADER.
           COPY "RPTHDR.CPY".
       01  WS-CTL-STATUS             PIC X(02).
       01  WS-TERM-STATUS            PIC X(02).
       01  WS-SECT-STATUS            PIC X(02).
       01  WS-MASTER-STATUS          PIC X(02).
       01  WS-HIST-STATUS            PIC X(02).
       01  WS-CRS-STATUS             PIC X(02).
       01  WS-ASMT-STATUS            PIC X(02).
       01  WS-REPORT-STATUS          PIC X(02).
       01  WS-SCAN-EOF-SW           PIC X VALUE "N".
           88 WS-SCAN-EOF           VALUE "Y".
       01  WS-HIST-OPEN-SW          PIC X VALUE "N".
           88 WS-HIST-OPEN          VALUE "Y".
       01  WS-RPT-TERM               PIC X(05) VALUE SPACES.
       01  WS-RPT-TEST               PIC X(08) VALUE SPACES.
       01  WS-RPT-YEAR               PIC 9(04) VALUE 0.
       01  WS-FIND-SECTION           PIC X(03).
       01  WS-FLAG-TEXT              PIC X(04).
       01  WS-GRADE                  PIC 9(03).
       01  WS-GRADE-LEVEL            PIC 9(01).
       01  WS-GRADE-AVG              PIC 9(01)V9(02).
       01  WS-TEST-AVG               PIC 9(01)V9(02).
       01  WS-LEVEL-DIFF             PIC S9(01)V9(02).
       01  WS-LEVEL-GAP              PIC 9(01)V9(02).
       01  WS-LVL-I                  PIC 9(01).
      *-----------------------------------------------------------------
      * THE TERM'S SECTIONS WITH THEIR SUBJECT AND THE TWO
      * DISTRIBUTIONS - SUBSCRIPT 1-4 IS THE LEVEL, ON BOTH SIDES.
      *-----------------------------------------------------------------
       01  WS-SEC-MAX                PIC 9(03) VALUE 0.
       01  WS-SEC-I                  PIC 9(03).
       01  WS-SEC-HIT                PIC 9(03).
       01  WS-SEC-DROPPED            PIC 9(05) VALUE 0.
       01  WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 300 TIMES.
              10 WS-SEC-CODE         PIC X(03).
              10 WS-SEC-COURSE       PIC X(08).
              10 WS-SEC-TEACHER-ID   PIC X(06).
              10 WS-SEC-AREA         PIC X(04).
              10 WS-SEC-TESTED       PIC 9(04).
              10 WS-SEC-GRADE-SUM    PIC 9(05).
              10 WS-SEC-LEVEL-SUM    PIC 9(05).
              10 WS-SEC-GRADE-CNT    PIC 9(03) OCCURS 4 TIMES.
              10 WS-SEC-LEVEL-CNT    PIC 9(03) OCCURS 4 TIMES.
       01  WS-COMPARED-SECTIONS      PIC 9(05) VALUE 0.
       01  WS-NO-AREA-SECTIONS       PIC 9(05) VALUE 0.
       01  WS-FEW-TESTED-SECTIONS    PIC 9(05) VALUE 0.
       01  WS-INFL-COUNT             PIC 9(05) VALUE 0.
       01  WS-DEFL-COUNT             PIC 9(05) VALUE 0.
       01  WS-TESTED-COUNT           PIC 9(06) VALUE 0.
       01  WS-NO-SCORE-COUNT         PIC 9(06) VALUE 0.
       01  WS-INC-COUNT              PIC 9(06) VALUE 0.
       01  WS-UNKNOWN-COUNT          PIC 9(06) VALUE 0.
       01  WS-EDIT-TESTED            PIC ZZ9.
       01  WS-EDIT-LVL               PIC ZZ9.
       01  WS-EDIT-AVG               PIC 9.99.
       01  WS-EDIT-DIFF              PIC -9.99.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01  WS-EDIT-INFL              PIC ZZZZ9.
       01  WS-EDIT-DEFL              PIC ZZZZ9.
       01  WS-EDIT-SECTS             PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       ASMTCMP-MAIN.
           PERFORM ASMTCMP-INIT
              THRU ASMTCMP-INIT-END
           IF WS-JOB-RC < 12
              PERFORM ASMTCMP-LOAD-SECTIONS
              PERFORM ASMTCMP-FIND-SUBJECTS
              PERFORM ASMTCMP-TALLY-STUDENTS
              PERFORM ASMTCMP-PRINT-SECTIONS
              PERFORM ASMTCMP-WRITE-SUMMARY
           END-IF
           PERFORM ASMTCMP-TERMINATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK.

      *-----------------------------------------------------------------
      * THE TEST AND YEAR COME FROM ASMTCTL; A BLANK TERM ON THE
      * CARD MEANS THE REGISTRAR'S TERMCTL TERM.
      *-----------------------------------------------------------------
       ASMTCMP-INIT.
           CALL "THRSHLD" USING WS-TH-PARMS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ASMTCMP" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO ASMTCMP-INIT-END
           END-IF
           OPEN INPUT COMPARE-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
              READ COMPARE-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE AC-TEST-ID TO WS-RPT-TEST
                    MOVE AC-TERM-ID TO WS-RPT-TERM
                    IF AC-ADMIN-YEAR IS NUMERIC
                       MOVE AC-ADMIN-YEAR-NUM TO WS-RPT-YEAR
                    END-IF
              END-READ
              CLOSE COMPARE-CONTROL-FILE
           END-IF
           IF WS-RPT-TERM = SPACES
              OPEN INPUT TERM-CONTROL-FILE
              IF WS-TERM-STATUS = "00"
                 READ TERM-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END MOVE TC-TERM-ID TO WS-RPT-TERM
                 END-READ
                 CLOSE TERM-CONTROL-FILE
              END-IF
           END-IF
           MOVE SPACES TO RH-TITLE
           STRING "GRADES VS STATE TEST " WS-RPT-TEST " "
                  WS-RPT-YEAR " - TERM " WS-RPT-TERM
              DELIMITED BY SIZE INTO RH-TITLE
           MOVE 0 TO RH-PAGE-NO
           IF WS-RPT-TEST = SPACES OR WS-RPT-YEAR = 0
              PERFORM ASMTCMP-PAGE-HEADER
              MOVE "  *** NO TEST AND YEAR ON THE ASMTCTL CARD"
                 TO REPORT-LINE
              PERFORM ASMTCMP-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO ASMTCMP-INIT-END
           END-IF
           IF WS-RPT-TERM = SPACES
              PERFORM ASMTCMP-PAGE-HEADER
              MOVE "  *** NO TERM IN ASMTCTL OR TERMCTL" TO REPORT-LINE
              PERFORM ASMTCMP-WRITE-LINE
              MOVE 12 TO WS-JOB-RC
              GO TO ASMTCMP-INIT-END
           END-IF
           OPEN INPUT SECTION-MASTER
           IF WS-SECT-STATUS NOT = "00"
              MOVE "ASMTCMP" TO FE-PROGRAM
              MOVE "SECTION-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-SECT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              GO TO ASMTCMP-INIT-END
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "ASMTCMP" TO FE-PROGRAM
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              CLOSE SECTION-MASTER
              GO TO ASMTCMP-INIT-END
           END-IF
           OPEN INPUT COURSE-HISTORY
           IF WS-CRS-STATUS NOT = "00"
              MOVE "ASMTCMP" TO FE-PROGRAM
              MOVE "COURSE-HISTORY" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-CRS-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              CLOSE SECTION-MASTER
              CLOSE STUDENT-MASTER
              GO TO ASMTCMP-INIT-END
           END-IF
           OPEN INPUT ASSESSMENT-MASTER
           IF WS-ASMT-STATUS NOT = "00"
              MOVE "ASMTCMP" TO FE-PROGRAM
              MOVE "ASSESSMENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-ASMT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              MOVE 12 TO WS-JOB-RC
              CLOSE SECTION-MASTER
              CLOSE STUDENT-MASTER
              CLOSE COURSE-HISTORY
              GO TO ASMTCMP-INIT-END
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
              SET WS-HIST-OPEN TO TRUE
           END-IF.
       ASMTCMP-INIT-END. EXIT.

      *-----------------------------------------------------------------
       ASMTCMP-LOAD-SECTIONS.
      *-----------------------------------------------------------------
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-RPT-TERM TO SM-TERM
           MOVE LOW-VALUES TO SM-SECTION
           START SECTION-MASTER KEY >= SM-KEY
              INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           IF NOT WS-SCAN-EOF
              PERFORM ASMTCMP-READ-SECTION
           END-IF
           PERFORM ASMTCMP-LOAD-ONE-SECTION UNTIL WS-SCAN-EOF.

       ASMTCMP-READ-SECTION.
           READ SECTION-MASTER NEXT RECORD
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
              AND SM-TERM NOT = WS-RPT-TERM
              SET WS-SCAN-EOF TO TRUE
           END-IF.

       ASMTCMP-LOAD-ONE-SECTION.
           IF WS-SEC-MAX < 300
              ADD 1 TO WS-SEC-MAX
              INITIALIZE WS-SEC-ENTRY (WS-SEC-MAX)
              MOVE SM-SECTION TO WS-SEC-CODE (WS-SEC-MAX)
              MOVE SM-COURSE TO WS-SEC-COURSE (WS-SEC-MAX)
              MOVE SM-TEACHER-ID TO WS-SEC-TEACHER-ID (WS-SEC-MAX)
           ELSE
              ADD 1 TO WS-SEC-DROPPED
           END-IF
           PERFORM ASMTCMP-READ-SECTION.

      *-----------------------------------------------------------------
      * FIRST PASS OF STUDMAST - EACH SECTION TAKES ITS SUBJECT AREA
      * FROM THE FIRST ENROLLED STUDENT WITH A CRSHIST LINE FOR THE
      * SECTION'S COURSE IN THE TERM.
      *-----------------------------------------------------------------
       ASMTCMP-FIND-SUBJECTS.
           MOVE "N" TO WS-SCAN-EOF-SW
           PERFORM ASMTCMP-READ-STUDENT
           PERFORM ASMTCMP-SUBJECT-ONE-STUDENT UNTIL WS-SCAN-EOF.

       ASMTCMP-READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ.

       ASMTCMP-SUBJECT-ONE-STUDENT.
           IF STU-ACTIVE AND STU-SECTION NOT = SPACES
              MOVE STU-SECTION TO WS-FIND-SECTION
              PERFORM ASMTCMP-FIND-SECTION
              IF WS-SEC-HIT > 0
                 IF WS-SEC-AREA (WS-SEC-HIT) = SPACES
                    MOVE STU-ID TO CH-STU-ID
                    MOVE WS-RPT-TERM TO CH-TERM
                    MOVE WS-SEC-COURSE (WS-SEC-HIT) TO CH-COURSE
                    READ COURSE-HISTORY
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE CH-AREA TO WS-SEC-AREA (WS-SEC-HIT)
                    END-READ
                 END-IF
              END-IF
           END-IF
           PERFORM ASMTCMP-READ-STUDENT.

      *-----------------------------------------------------------------
      * SECOND PASS - EACH ACTIVE STUDENT WITH BOTH A GRADE FOR THE
      * TERM AND A SCORE IN THE SECTION'S SUBJECT GOES INTO BOTH OF
      * THE SECTION'S DISTRIBUTIONS.
      *-----------------------------------------------------------------
       ASMTCMP-TALLY-STUDENTS.
           CLOSE STUDENT-MASTER
           OPEN INPUT STUDENT-MASTER
           MOVE "N" TO WS-SCAN-EOF-SW
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "ASMTCMP" TO FE-PROGRAM
              MOVE "STUDENT-MASTER" TO FE-FILE-NAME
              MOVE "OPEN" TO FE-OPERATION
              MOVE WS-MASTER-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
              IF WS-JOB-RC < 8
                 MOVE 8 TO WS-JOB-RC
              END-IF
              SET WS-SCAN-EOF TO TRUE
           END-IF
           IF NOT WS-SCAN-EOF
              PERFORM ASMTCMP-READ-STUDENT
           END-IF
           PERFORM ASMTCMP-TALLY-ONE-STUDENT
              THRU ASMTCMP-TALLY-ONE-STUDENT-END UNTIL WS-SCAN-EOF.

       ASMTCMP-TALLY-ONE-STUDENT.
           IF NOT STU-ACTIVE OR STU-SECTION = SPACES
              GO TO ASMTCMP-TALLY-NEXT
           END-IF
           MOVE STU-SECTION TO WS-FIND-SECTION
           PERFORM ASMTCMP-FIND-SECTION
           IF WS-SEC-HIT = 0
              ADD 1 TO WS-UNKNOWN-COUNT
              GO TO ASMTCMP-TALLY-NEXT
           END-IF
           IF WS-SEC-AREA (WS-SEC-HIT) = SPACES
              GO TO ASMTCMP-TALLY-NEXT
           END-IF
           MOVE STU-FINAL-GRADE TO WS-GRADE
           IF WS-HIST-OPEN
              MOVE STU-ID TO STU-HIST-ID
              MOVE WS-RPT-TERM TO STU-HIST-TERM
              READ HISTORY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE STU-HIST-FINAL-GRADE TO WS-GRADE
              END-READ
              IF WS-HIST-STATUS = "00" AND STU-HIST-INC-OPEN
                 ADD 1 TO WS-INC-COUNT
                 GO TO ASMTCMP-TALLY-NEXT
              END-IF
           END-IF
           MOVE STU-ID TO AS-STU-ID
           MOVE WS-RPT-TEST TO AS-TEST-ID
           MOVE WS-SEC-AREA (WS-SEC-HIT) TO AS-SUBJECT
           MOVE WS-RPT-YEAR TO AS-ADMIN-YEAR
           READ ASSESSMENT-MASTER
              INVALID KEY
                 ADD 1 TO WS-NO-SCORE-COUNT
                 GO TO ASMTCMP-TALLY-NEXT
           END-READ
           EVALUATE TRUE
              WHEN WS-GRADE NOT < 100
                 MOVE 4 TO WS-GRADE-LEVEL
              WHEN WS-GRADE NOT < 90
                 MOVE 3 TO WS-GRADE-LEVEL
              WHEN WS-GRADE NOT < 75
                 MOVE 2 TO WS-GRADE-LEVEL
              WHEN OTHER
                 MOVE 1 TO WS-GRADE-LEVEL
           END-EVALUATE
           ADD 1 TO WS-TESTED-COUNT
           ADD 1 TO WS-SEC-TESTED (WS-SEC-HIT)
           ADD 1 TO WS-SEC-GRADE-CNT (WS-SEC-HIT, WS-GRADE-LEVEL)
           ADD 1 TO WS-SEC-LEVEL-CNT (WS-SEC-HIT, AS-PERF-LEVEL)
           ADD WS-GRADE-LEVEL TO WS-SEC-GRADE-SUM (WS-SEC-HIT)
           ADD AS-PERF-LEVEL TO WS-SEC-LEVEL-SUM (WS-SEC-HIT).
       ASMTCMP-TALLY-NEXT.
           PERFORM ASMTCMP-READ-STUDENT.
       ASMTCMP-TALLY-ONE-STUDENT-END. EXIT.

       ASMTCMP-FIND-SECTION.
           MOVE 0 TO WS-SEC-HIT
           PERFORM ASMTCMP-CHECK-ONE-SECTION
              VARYING WS-SEC-I FROM 1 BY 1
              UNTIL WS-SEC-I > WS-SEC-MAX OR WS-SEC-HIT > 0.

       ASMTCMP-CHECK-ONE-SECTION.
           IF WS-SEC-CODE (WS-SEC-I) = WS-FIND-SECTION
              MOVE WS-SEC-I TO WS-SEC-HIT
           END-IF.

      *-----------------------------------------------------------------
      * ONE LINE PER SECTION, IN SECTION ORDER - THE GRADE LEVELS 4
      * DOWN TO 1, THE TEST LEVELS 4 DOWN TO 1, THE TWO AVERAGES,
      * THEIR DIFFERENCE AND THE FLAG.
      *-----------------------------------------------------------------
       ASMTCMP-PRINT-SECTIONS.
           PERFORM ASMTCMP-PAGE-HEADER
           MOVE "CLASS GRADE" TO REPORT-LINE (28:11)
           MOVE "STATE TEST" TO REPORT-LINE (45:10)
           MOVE "AVERAGE" TO REPORT-LINE (61:7)
           PERFORM ASMTCMP-WRITE-LINE
           MOVE "  SEC COURSE" TO REPORT-LINE
           MOVE "TEACHR" TO REPORT-LINE (16:6)
           MOVE "TST" TO REPORT-LINE (23:3)
           MOVE "  4   3   2   1" TO REPORT-LINE (27:15)
           MOVE "  4   3   2   1" TO REPORT-LINE (43:15)
           MOVE "GRD  TST  DIFF" TO REPORT-LINE (60:14)
           MOVE "FLAG" TO REPORT-LINE (75:4)
           PERFORM ASMTCMP-WRITE-LINE
           IF WS-SEC-MAX = 0
              MOVE "  NO SECTIONS ON FILE FOR THE TERM" TO REPORT-LINE
              PERFORM ASMTCMP-WRITE-LINE
           END-IF
           PERFORM ASMTCMP-PRINT-ONE-SECTION
              THRU ASMTCMP-PRINT-ONE-SECTION-END
              VARYING WS-SEC-I FROM 1 BY 1 UNTIL WS-SEC-I > WS-SEC-MAX
           IF WS-SEC-DROPPED > 0
              MOVE WS-SEC-DROPPED TO WS-EDIT-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  *** SECTION TABLE FULL - NOT REPORTED "
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM ASMTCMP-WRITE-LINE
              IF WS-JOB-RC < 4
                 MOVE 4 TO WS-JOB-RC
              END-IF
           END-IF.

       ASMTCMP-PRINT-ONE-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SEC-CODE (WS-SEC-I)
                  " " WS-SEC-COURSE (WS-SEC-I)
                  " " WS-SEC-TEACHER-ID (WS-SEC-I)
              DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-SEC-AREA (WS-SEC-I) = SPACES
              ADD 1 TO WS-NO-AREA-SECTIONS
              MOVE "NO COURSE HISTORY - SUBJECT UNKNOWN"
                 TO REPORT-LINE (27:35)
              PERFORM ASMTCMP-WRITE-LINE
              GO TO ASMTCMP-PRINT-ONE-SECTION-END
           END-IF
           MOVE WS-SEC-TESTED (WS-SEC-I) TO WS-EDIT-TESTED
           MOVE WS-EDIT-TESTED TO REPORT-LINE (23:3)
           IF WS-SEC-TESTED (WS-SEC-I) = 0
              ADD 1 TO WS-FEW-TESTED-SECTIONS
              STRING "NO STUDENTS TESTED IN " WS-SEC-AREA (WS-SEC-I)
                 DELIMITED BY SIZE INTO REPORT-LINE (27:30)
              PERFORM ASMTCMP-WRITE-LINE
              GO TO ASMTCMP-PRINT-ONE-SECTION-END
           END-IF
           ADD 1 TO WS-COMPARED-SECTIONS
           PERFORM ASMTCMP-EDIT-ONE-LEVEL
              VARYING WS-LVL-I FROM 4 BY -1 UNTIL WS-LVL-I < 1
           COMPUTE WS-GRADE-AVG ROUNDED =
              WS-SEC-GRADE-SUM (WS-SEC-I) / WS-SEC-TESTED (WS-SEC-I)
           COMPUTE WS-TEST-AVG ROUNDED =
              WS-SEC-LEVEL-SUM (WS-SEC-I) / WS-SEC-TESTED (WS-SEC-I)
           COMPUTE WS-LEVEL-DIFF = WS-GRADE-AVG - WS-TEST-AVG
           IF WS-LEVEL-DIFF < 0
              COMPUTE WS-LEVEL-GAP = 0 - WS-LEVEL-DIFF
           ELSE
              MOVE WS-LEVEL-DIFF TO WS-LEVEL-GAP
           END-IF
           MOVE WS-GRADE-AVG TO WS-EDIT-AVG
           MOVE WS-EDIT-AVG TO REPORT-LINE (59:4)
           MOVE WS-TEST-AVG TO WS-EDIT-AVG
           MOVE WS-EDIT-AVG TO REPORT-LINE (64:4)
           MOVE WS-LEVEL-DIFF TO WS-EDIT-DIFF
           MOVE WS-EDIT-DIFF TO REPORT-LINE (69:5)
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-SEC-TESTED (WS-SEC-I) < TH-SCORE-MIN-STUDENTS
              ADD 1 TO WS-FEW-TESTED-SECTIONS
              MOVE "FEW" TO WS-FLAG-TEXT
           ELSE
              IF WS-LEVEL-GAP > TH-SCORE-DIVERGE
                 IF WS-LEVEL-DIFF > 0
                    MOVE "INFL" TO WS-FLAG-TEXT
                    ADD 1 TO WS-INFL-COUNT
                 ELSE
                    MOVE "DEFL" TO WS-FLAG-TEXT
                    ADD 1 TO WS-DEFL-COUNT
                 END-IF
                 IF WS-JOB-RC < 4
                    MOVE 4 TO WS-JOB-RC
                 END-IF
              END-IF
           END-IF
           MOVE WS-FLAG-TEXT TO REPORT-LINE (75:4)
           PERFORM ASMTCMP-WRITE-LINE.
       ASMTCMP-PRINT-ONE-SECTION-END. EXIT.

      *-----------------------------------------------------------------
      * LEVEL 4 PRINTS LEFTMOST ON EACH SIDE OF THE LINE.
      *-----------------------------------------------------------------
       ASMTCMP-EDIT-ONE-LEVEL.
           MOVE WS-SEC-GRADE-CNT (WS-SEC-I, WS-LVL-I) TO WS-EDIT-LVL
           MOVE WS-EDIT-LVL
              TO REPORT-LINE (27 + (4 - WS-LVL-I) * 4:3)
           MOVE WS-SEC-LEVEL-CNT (WS-SEC-I, WS-LVL-I) TO WS-EDIT-LVL
           MOVE WS-EDIT-LVL
              TO REPORT-LINE (43 + (4 - WS-LVL-I) * 4:3).

      *-----------------------------------------------------------------
       ASMTCMP-WRITE-SUMMARY.
      *-----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE WS-SEC-MAX TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS . . . . . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE WS-COMPARED-SECTIONS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SECTIONS COMPARED  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE WS-INFL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  FLAGGED INFL - GRADES HIGH " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE WS-DEFL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  FLAGGED DEFL - GRADES LOW  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE WS-FEW-TESTED-SECTIONS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  TOO FEW TESTED TO FLAG . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE WS-NO-AREA-SECTIONS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SUBJECT UNKNOWN  . . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE WS-TESTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STUDENTS COMPARED  . . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE WS-NO-SCORE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STUDENTS WITH NO SCORE . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE WS-INC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  INCOMPLETES LEFT OUT . . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE WS-UNKNOWN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  IN SECTION NOT ON FILE . . " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE "ASMTCMP" TO AL-PROGRAM
           MOVE "ASMCP" TO AL-EVENT
           MOVE WS-COMPARED-SECTIONS TO WS-EDIT-SECTS
           MOVE WS-INFL-COUNT TO WS-EDIT-INFL
           MOVE WS-DEFL-COUNT TO WS-EDIT-DEFL
           MOVE SPACES TO AL-DETAIL
           STRING WS-RPT-TEST " " WS-RPT-YEAR " " WS-RPT-TERM
                  " SECTS " WS-EDIT-SECTS
                  " INFL " WS-EDIT-INFL
                  " DEFL " WS-EDIT-DEFL
              DELIMITED BY SIZE INTO AL-DETAIL
           CALL "AUDITLOG" USING WS-AUDIT-PARMS.

      *-----------------------------------------------------------------
       ASMTCMP-PAGE-HEADER.
      *-----------------------------------------------------------------
           ADD 1 TO RH-PAGE-NO
           CALL "RPTHDR" USING WS-RPT-HEADER
           MOVE RH-LINE-1 TO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE RH-LINE-2 TO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE
           MOVE RH-LINE-3 TO REPORT-LINE
           PERFORM ASMTCMP-WRITE-LINE.

      *-----------------------------------------------------------------
       ASMTCMP-WRITE-LINE.
      *-----------------------------------------------------------------
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              MOVE "ASMTCMP" TO FE-PROGRAM
              MOVE "REPORT-FILE" TO FE-FILE-NAME
              MOVE "WRITE" TO FE-OPERATION
              MOVE WS-REPORT-STATUS TO FE-STATUS
              MOVE SPACES TO FE-LAST-RECORD
              CALL "FILEERR" USING WS-FE-PARMS
           END-IF
           MOVE SPACES TO REPORT-LINE.

      *-----------------------------------------------------------------
       ASMTCMP-TERMINATE.
      *-----------------------------------------------------------------
           IF WS-JOB-RC < 12
              CLOSE SECTION-MASTER
              CLOSE STUDENT-MASTER
              CLOSE COURSE-HISTORY
              CLOSE ASSESSMENT-MASTER
              IF WS-HIST-OPEN
                 CLOSE HISTORY-FILE
              END-IF
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM ASMTCMP.
